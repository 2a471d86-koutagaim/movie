000100*----------------------------------------------------------------
000200* REQREC01 - BAR STOCK REQUISITION EXTRACT RECORD.
000300*----------------------------------------------------------------
000400* 2026-10-05 DKO  ORIGINAL VERSION - ONE FIXED-LAYOUT DETAIL
000500*                 RECORD PER MATERIAL WHOSE FULL-BAR DEMAND ON
000600*                 THE NEXT NIGHT'S CUT LIST (AS PLANNED BY
000700*                 PULLST01) IS MORE THAN THE STORES ON-HAND
000800*                 FIGURE (STKREC01): THE DEMAND, THE ON-HAND
000900*                 LENGTH, THE SHORTFALL, AND - WHEN THE SHOP
001000*                 CARD CARRIES A STOCKED BAR LENGTH - THE NUMBER
001100*                 OF STOCKED BARS THAT COVERS THE SHORTFALL, SO
001200*                 PURCHASING LOADS THE REQUISITION DIRECTLY
001300*                 INSTEAD OF WORKING IT OFF THE PULL LIST. A
001400*                 TRAILER CONTROL RECORD (RECORD COUNT AND
001500*                 SHORTFALL SUM) LETS THEIR LOAD RECONCILE THE
001600*                 EXTRACT THE SAME WAY THE SAW SCHEDULER
001700*                 RECONCILES XTRFILE.
001800*----------------------------------------------------------------
001900 01  REQ-RECORD.
002000     05 REQ-RECORD-TYPE          PIC X(01).
002100        88 REQ-TYPE-DETAIL            VALUE "D".
002200        88 REQ-TYPE-TRAILER           VALUE "T".
002300     05 REQ-MATERIAL-CODE        PIC X(04).
002400     05 REQ-NEED-DATE            PIC 9(08).
002500     05 REQ-DEMAND-LENGTH        PIC 9(07)V99.
002600     05 REQ-ON-HAND-LENGTH       PIC 9(07)V99.
002700     05 REQ-SHORT-LENGTH         PIC 9(07)V99.
002800     05 REQ-BAR-LENGTH           PIC 9(05)V99.
002900     05 REQ-BAR-COUNT            PIC 9(05).
003000     05 FILLER                   PIC X(28).
003100 01  REQ-TRAILER-RECORD.
003200     05 REQ-TRL-RECORD-TYPE      PIC X(01).
003300     05 REQ-TRL-RECORD-COUNT     PIC 9(07).
003400     05 REQ-TRL-SHORT-SUM        PIC 9(11)V99.
003500     05 FILLER                   PIC X(59).
