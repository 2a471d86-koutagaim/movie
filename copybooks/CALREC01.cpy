000100*----------------------------------------------------------------
000200* CALREC01 - SHOP WORKING-DAY CALENDAR RECORD.
000300*----------------------------------------------------------------
000400* 2026-10-05 DKO  ORIGINAL VERSION - ONE RECORD PER CALENDAR DATE
000500*                 THAT DEPARTS FROM THE STANDARD SHOP WEEK (MONDAY
000600*                 TO FRIDAY WORKING, ALL THREE SHIFTS; SATURDAY
000700*                 AND SUNDAY NOT WORKING): A HOLIDAY, A DAY OF A
000800*                 PLANT SHUTDOWN, A WEEKEND OVERTIME DAY, OR A
000900*                 WORKING DAY ON FEWER THAN THREE SHIFTS. A DATE
001000*                 NOT ON THE FILE FOLLOWS THE STANDARD WEEK.
001100*                 MAINTAINED ONLY BY CALMNT01 (COMPS12) FROM
001200*                 OPERATIONS' CLXREC01 CARDS AND KEPT IN DATE
001300*                 ORDER BY ITS COPY-BACK SORT. READ BY EVERY
001400*                 PROGRAM THAT AGES WORK IN WORKING DAYS
001500*                 (CUTCNF01, REJTRK01, AUDSUMM1) AND BY THE
001600*                 NIGHTLY RUN'S CYCLE-CONTROL CHECK. A DAY THAT
001700*                 IS NOT TYPE "W" CARRIES ALL THREE SHIFT FLAGS
001800*                 "N"; A TYPE "W" DAY HAS AT LEAST ONE "Y".
001810* 2026-10-12 DKO  THE SHIFT FLAGS ARE NOW READ BY SAWTHR01
001820*                 (COMPS13) TO COUNT THE SHIFT HOURS SCHEDULED
001830*                 IN THE WEEK FOR CUTS PER HOUR BY SHIFT.
001900*----------------------------------------------------------------
002000 01  CAL-RECORD.
002100     05 CAL-DATE                 PIC 9(08).
002200     05 CAL-DATE-X REDEFINES
002300        CAL-DATE                 PIC X(08).
002400     05 CAL-DAY-TYPE             PIC X(01).
002500        88 CAL-WORKING-DAY            VALUE "W".
002600        88 CAL-HOLIDAY                VALUE "H".
002700        88 CAL-SHUTDOWN-DAY           VALUE "S".
002800        88 CAL-NON-WORKING-DAY        VALUE "N".
002900        88 CAL-DAY-TYPE-VALID         VALUE "W" "H" "S" "N".
003000     05 CAL-SHIFT-FLAGS.
003100        10 CAL-SHIFT-1-FLAG      PIC X(01).
003200        10 CAL-SHIFT-2-FLAG      PIC X(01).
003300        10 CAL-SHIFT-3-FLAG      PIC X(01).
003400     05 CAL-SHIFT-FLAG-R REDEFINES CAL-SHIFT-FLAGS.
003500        10 CAL-SHIFT-FLAG        PIC X(01) OCCURS 3 TIMES.
003600     05 CAL-DESCRIPTION          PIC X(30).
003700     05 CAL-CHANGED-DATE         PIC 9(08).
003800     05 FILLER                   PIC X(30).
