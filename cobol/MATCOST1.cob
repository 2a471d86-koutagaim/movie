000320*                 THE COUNT PRINTS SO ACCOUNTING KNOWS THE FEED
000330*                 IS SHORT FOR A PERIOD THAT STRADDLES THE
000340*                 CUTOVER.
000341* 2026-10-05 DKO  RUN TRAILERS ON THE AUDIT LOG (AUDREC01 RECORD
000342*                 TYPE "T"/"A") ARE SKIPPED RATHER THAN COUNTED
000343*                 AS UNATTRIBUTED - THEY ARE NOT COMPUTATIONS.
000350*----------------------------------------------------------------
000360 ENVIRONMENT                     DIVISION.
000370 CONFIGURATION                   SECTION.
002260* PERIOD, AND READ THE NEXT ONE. A RECORD WITHOUT A MATERIAL
002270* CODE (WRITTEN BEFORE THE FIELDS EXISTED) IS COUNTED AS
002280* UNATTRIBUTED AND LEFT OUT; A COST THAT IS NOT NUMERIC ROLLS
002290* UP AS ZERO. A RUN TRAILER IS NOT A COMPUTATION AND IS PASSED
002295* OVER.
002300*----------------------------------------------------------------
002310 2000-ROLL-UP-ONE-RECORD.
002320     ADD 1                       TO WS-RECORDS-READ.
002325     IF AUD-TRAILER-RECORD
002326         GO TO 2000-NEXT
002327     END-IF.
002330     IF AUD-RUN-DATE < WS-FROM-DATE
002340        OR AUD-RUN-DATE > WS-TO-DATE
002350         GO TO 2000-NEXT
