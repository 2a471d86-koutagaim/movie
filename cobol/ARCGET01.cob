000310*                 REBUILT FROM THE LIVE LOG EVERY NIGHT BY
000320*                 COMPS05, SO A RELOAD LASTS UNTIL THEN - RERUN
000330*                 THIS JOB IF THE DISPUTE RUNS LONGER.
000331* 2026-10-05 DKO  RUN TRAILERS ON THE ARCHIVE ARE SKIPPED. EACH
000332*                 CHAINED MATCH PRINTS A SECOND LINE WITH ITS
000333*                 RUN SEQUENCE AND CHECK VALUE, TO TIE IT TO THE
000334*                 AUDVFY01 REPORT COMPS09 NOW PRINTS ALONGSIDE.
000340*----------------------------------------------------------------
000350 ENVIRONMENT                     DIVISION.
000360 CONFIGURATION                   SECTION.
001310     03 FILLER                   PIC X(01) VALUE SPACES.
001320     03 WS-DL-RESULT             PIC ZZZZZZ9.99.
001330     03 FILLER                   PIC X(02) VALUE SPACES.
001332   01 WS-CHAIN-LINE.
001334     03 FILLER                   PIC X(22) VALUE
001335         "         RUN SEQUENCE ".
001336     03 WS-CL-SEQUENCE           PIC 9(07).
001337     03 FILLER                   PIC X(13) VALUE " CHECK VALUE ".
001338     03 WS-CL-CHAIN              PIC 9(09).
001339     03 FILLER                   PIC X(29) VALUE SPACES.
001340   01 WS-READ-LINE.
001350     03 FILLER                   PIC X(20) VALUE
001360         "ARCHIVE RECORDS READ".
002590*----------------------------------------------------------------
002600 2000-SEARCH-ONE-RECORD.
002610     ADD 1                       TO WS-RECORDS-READ.
002615     IF AUD-TRAILER-RECORD
002616         GO TO 2000-NEXT
002617     END-IF.
002620     IF AUD-PART-NUMBER NOT = WS-ARG-PART-NUMBER
002630         GO TO 2000-NEXT
002640     END-IF.
002940     EXIT.
002950*----------------------------------------------------------------
002960* 2300-PRINT-ONE-MATCH - PRINT THE MATCHED COMPUTATION IN THE
002970* AUDINQ01 DETAIL FORMAT, FOLLOWED FOR A CHAINED RECORD BY ITS
002975* RUN SEQUENCE AND CHECK VALUE.
002980*----------------------------------------------------------------
002990 2300-PRINT-ONE-MATCH.
003000     MOVE WS-WORK-PART-DATE      TO WS-DL-PART-DATE.
003080     MOVE AUD-RESULT             TO WS-DL-RESULT.
003090     MOVE WS-DETAIL-LINE         TO RPT-PRINT-LINE.
003100     WRITE RPT-PRINT-LINE.
003102     IF AUD-DETAIL-RECORD
003104         MOVE AUD-RUN-SEQUENCE   TO WS-CL-SEQUENCE
003106         MOVE AUD-CHAIN-VALUE    TO WS-CL-CHAIN
003107         MOVE WS-CHAIN-LINE      TO RPT-PRINT-LINE
003108         WRITE RPT-PRINT-LINE
003109     END-IF.
003110 2300-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------
