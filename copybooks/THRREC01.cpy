000100*----------------------------------------------------------------
000200* THRREC01 - SAWTHR01 SAW TURNAROUND REPORT PARAMETER CARD.
000300*----------------------------------------------------------------
000400* 2026-10-12 DKO  ORIGINAL VERSION - CARRIES THE REPORTING PERIOD
000500*                 (FROM/TO CUT DATES, YYYYMMDD) FOR THE WEEKLY
000600*                 SAW TURNAROUND AND THROUGHPUT REPORT, THE
000700*                 TARGET TURNAROUND IN HOURS FROM COMPUTATION TO
000800*                 CUT (REQUIRED), THE LENGTH OF ONE SHIFT IN
000900*                 HOURS (BLANK DEFAULTS TO 08.0) AND HOW MANY OF
001000*                 THE SLOWEST CUTS TO LIST (BLANK DEFAULTS TO
001100*                 10, AT MOST 25, ZERO LISTS NONE).
001200*----------------------------------------------------------------
001300 01  THR-PARM-RECORD.
001400     05 THR-FROM-DATE            PIC 9(08).
001500     05 THR-FROM-DATE-X REDEFINES
001600        THR-FROM-DATE            PIC X(08).
001700     05 THR-TO-DATE              PIC 9(08).
001800     05 THR-TO-DATE-X REDEFINES
001900        THR-TO-DATE              PIC X(08).
002000     05 THR-TARGET-HOURS         PIC 9(03)V9.
002100     05 THR-TARGET-HOURS-X REDEFINES
002200        THR-TARGET-HOURS         PIC X(04).
002300     05 THR-SHIFT-HOURS          PIC 9(02)V9.
002400     05 THR-SHIFT-HOURS-X REDEFINES
002500        THR-SHIFT-HOURS          PIC X(03).
002600     05 THR-SLOW-COUNT           PIC 9(02).
002700     05 THR-SLOW-COUNT-X REDEFINES
002800        THR-SLOW-COUNT           PIC X(02).
002900     05 FILLER                   PIC X(55).
