000296*                 LOADED ONTO THE KEYED COPY. LOG RECORDS
000297*                 WRITTEN BEFORE THE FIELDS EXISTED LOAD WITH
000298*                 SPACES IN THE CODES AND A ZERO COST.
000299* 2026-10-05 DKO  RUN TRAILERS ON THE AUDIT LOG (AUDREC01 RECORD
000300*                 TYPE "T"/"A") ARE NOT COMPUTATIONS AND ARE NOT
000301*                 LOADED; THEY ARE COUNTED ON THEIR OWN LINE AND
000302*                 THE BALANCE IS NOW READ = LOADED + DUPLICATES +
000303*                 TRAILERS.
000304* 2026-10-12 DKO  THE REPORT NOW ENDS WITH THE RUN DATE AND THE
000305*                 RETURN CODE, SO THE MORNING EXCEPTION DIGEST
000306*                 (EXCDIG01) CAN TELL TONIGHT'S REPORT FROM A
000307*                 STALE ONE AND A CLEAN END FROM AN ABEND.
000308*----------------------------------------------------------------
000310 ENVIRONMENT                     DIVISION.
000320 CONFIGURATION                   SECTION.
000330 SOURCE-COMPUTER.                IBM-370.
000710     03 WS-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
000720     03 WS-RECORDS-LOADED        PIC 9(07) COMP VALUE ZERO.
000730     03 WS-DUPLICATE-KEYS        PIC 9(07) COMP VALUE ZERO.
000735     03 WS-TRAILERS-SKIPPED      PIC 9(07) COMP VALUE ZERO.
000737   01 WS-RUN-DATE               PIC 9(08)      VALUE ZERO.
000740*----------------------------------------------------------------
000750* REPORT PRINT LINES.
000760*----------------------------------------------------------------
000910         "DUPLICATE KEYS     :".
000920     03 WS-DUL-COUNT             PIC ZZZZZZ9.
000930     03 FILLER                   PIC X(53) VALUE SPACES.
000932   01 WS-TRAILER-LINE.
000934     03 FILLER                   PIC X(20) VALUE
000936         "RUN TRAILERS       :".
000937     03 WS-TRL-COUNT             PIC ZZZZZZ9.
000938     03 FILLER                   PIC X(53) VALUE SPACES.
000939   01 WS-RUN-DATE-LINE.
000940     03 FILLER                   PIC X(20) VALUE
000941         "RUN DATE           :".
000942     03 WS-RNL-DATE              PIC 9(08).
000943     03 FILLER                   PIC X(52) VALUE SPACES.
000944   01 WS-RETURN-CODE-LINE.
000945     03 FILLER                   PIC X(20) VALUE
000946         "RETURN CODE        :".
000947     03 WS-RCL-CODE              PIC ZZZZZZ9.
000948     03 FILLER                   PIC X(53) VALUE SPACES.
000949   01 WS-BALANCE-LINE            PIC X(80) VALUE
000950       "LOAD BALANCED - READ = LOADED + DUPLICATES + TRAILERS".
000960 PROCEDURE                       DIVISION.
000970 0000-MAINLINE                   SECTION.
000980 0000-MAIN-PARA.
001060* PRIME THE AUDIT READ.
001070*----------------------------------------------------------------
001080 1000-INITIALIZE.
001085     ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
001090     OPEN INPUT AUDIT-FILE.
001100     IF WS-AUDIT-FILE-STATUS NOT = "00"
001110         DISPLAY "AUDLOAD1 - AUDIT-FILE OPEN FAILED, STATUS="
001360* 2000-LOAD-ONE-RECORD - BUILD THE KEYED RECORD FROM THE CURRENT
001370* AUDIT RECORD, WRITE IT, AND READ THE NEXT ONE. THE KSDS WANTS
001380* ASCENDING KEYS, SO THE JCL SORTS THE LOG INTO KEY ORDER AHEAD
001390* OF THIS STEP. A RUN TRAILER IS COUNTED AND SKIPPED.
001400*----------------------------------------------------------------
001410 2000-LOAD-ONE-RECORD.
001420     ADD 1                       TO WS-RECORDS-READ.
001422     IF AUD-TRAILER-RECORD
001424         ADD 1                   TO WS-TRAILERS-SKIPPED
001426         GO TO 2000-NEXT
001428     END-IF.
001430     MOVE SPACES                 TO AUDV-RECORD.
001440     MOVE AUD-PART-NUMBER        TO AUDV-PART-NUMBER.
001450     IF AUD-PART-DATE-X NUMERIC
001680             MOVE 16             TO RETURN-CODE
001690             STOP RUN
001700     END-EVALUATE.
001705 2000-NEXT.
001710     PERFORM 2100-READ-AUDIT-FILE THRU 2100-EXIT.
001720 2000-EXIT.
001730     EXIT.
001840     EXIT.
001850*----------------------------------------------------------------
001860* 9000-TERMINATE - PRINT THE RECONCILIATION COUNTS, SET THE
001867* RETURN CODE (RC=4 WHEN DUPLICATE KEYS WERE SKIPPED SO THE
001874* MORNING CHECK LOOKS AT THEM), PRINT THE RUN DATE AND THE RETURN
001881* CODE AS THE LAST TWO LINES, AND CLOSE THE FILES.
001890*----------------------------------------------------------------
001900 9000-TERMINATE.
001910     MOVE WS-RECORDS-READ        TO WS-RDL-COUNT.
001970     MOVE WS-DUPLICATE-KEYS      TO WS-DUL-COUNT.
001980     MOVE WS-DUPLICATE-LINE      TO RPT-PRINT-LINE.
001990     WRITE RPT-PRINT-LINE.
001992     MOVE WS-TRAILERS-SKIPPED    TO WS-TRL-COUNT.
001994     MOVE WS-TRAILER-LINE        TO RPT-PRINT-LINE.
001996     WRITE RPT-PRINT-LINE.
002000     MOVE WS-BALANCE-LINE        TO RPT-PRINT-LINE.
002010     WRITE RPT-PRINT-LINE.
002020     MOVE ZERO                   TO RETURN-CODE.
002030     IF WS-DUPLICATE-KEYS > ZERO
002040         MOVE 4                  TO RETURN-CODE
002050     END-IF.
002051     MOVE WS-RUN-DATE            TO WS-RNL-DATE.
002052     MOVE WS-RUN-DATE-LINE       TO RPT-PRINT-LINE.
002053     WRITE RPT-PRINT-LINE.
002054     MOVE RETURN-CODE            TO WS-RCL-CODE.
002055     MOVE WS-RETURN-CODE-LINE    TO RPT-PRINT-LINE.
002056     WRITE RPT-PRINT-LINE.
002060     CLOSE AUDIT-FILE.
002070     CLOSE AUDIT-VSAM-FILE.
002080     CLOSE REPORT-FILE.
