000406*                 ONE ALREADY ON FILE). BLANK
000410*                 LIMITS KEEP THE MASTER'S VALUES ON A CHANGE
000420*                 AND MEAN "NO PER-PART LIMIT" ON AN ADD.
000421* 2026-10-05 DKO  EVERY APPLIED CHANGE OR OBSOLETE THAT ALTERS A
000422*                 PART'S MATERIAL CODE, STATUS OR RADIUS LIMITS
000423*                 NOW ALSO WRITES AN ENGINEERING-CHANGE RECORD
000424*                 (ECHREC01 - BEFORE AND AFTER VALUES) TO
000425*                 CHGFILE. THE COPY-BACK SORT REPLACES THE LIVE
000426*                 MASTER, SO THE OLD VALUES ARE GONE BY THE TIME
000427*                 ENGIMP01 SCANS THE OPEN CUTS AND OUTSTANDING
000428*                 REJECTS FOR WORK THE CHANGE AFFECTS.
000430*----------------------------------------------------------------
000440 ENVIRONMENT                     DIVISION.
000450 CONFIGURATION                   SECTION.
000590     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-REPORT-FILE-STATUS.
000612     SELECT CHANGE-FILE         ASSIGN TO CHGFILE
000614         ORGANIZATION IS SEQUENTIAL
000616         FILE STATUS IS WS-CHANGE-FILE-STATUS.
000620 DATA                            DIVISION.
000630 FILE                            SECTION.
000640 FD  PART-MASTER-FILE.
000690 01  NEW-PART-RECORD             PIC X(80).
000700 FD  REPORT-FILE.
000710 01  RPT-PRINT-LINE              PIC X(80).
000713 FD  CHANGE-FILE.
000716     COPY ECHREC01.
000720 WORKING-STORAGE                 SECTION.
000730   01 WORK-CONSTANTS.
000740     03 WK-TRAN-TABLE-MAX        PIC 9(05)    VALUE 00500.
000910   01 WS-TRAN-FILE-STATUS       PIC X(02) VALUE "00".
000920   01 WS-NEWMASTER-FILE-STATUS  PIC X(02) VALUE "00".
000930   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
000935   01 WS-CHANGE-FILE-STATUS     PIC X(02) VALUE "00".
000940   01 WORK-COUNTERS.
000950     03 WS-MASTERS-READ          PIC 9(07) COMP VALUE ZERO.
000960     03 WS-MASTERS-UNCHANGED     PIC 9(07) COMP VALUE ZERO.
001010     03 WS-CARDS-READ            PIC 9(07) COMP VALUE ZERO.
001020     03 WS-CARDS-IN-ERROR        PIC 9(07) COMP VALUE ZERO.
001030     03 WS-RECONCILE-TOTAL       PIC 9(07) COMP VALUE ZERO.
001031     03 WS-CHANGES-WRITTEN       PIC 9(07) COMP VALUE ZERO.
001032*----------------------------------------------------------------
001034* MASTER RECORD AS IT STOOD BEFORE A CHANGE CARD WAS APPLIED -
001035* 2300-APPLY-CHANGE PUTS IT BACK WHEN THE MERGED RECORD FAILS
001036* THE CROSSED-LIMITS CHECK, AND 2600-WRITE-CHANGE-RECORD
001037* COMPARES THE APPLIED RECORD AGAINST IT.
001038*----------------------------------------------------------------
001039   01 WS-SAVED-MASTER           PIC X(80)      VALUE SPACES.
001040   01 WS-SAVED-MASTER-R REDEFINES WS-SAVED-MASTER.
001041     03 WS-SM-PART-NUMBER        PIC X(10).
001042     03 WS-SM-DESCRIPTION        PIC X(20).
001043     03 WS-SM-MATERIAL-CODE      PIC X(04).
001044     03 WS-SM-STATUS-CODE        PIC X(01).
001045     03 WS-SM-MIN-RADIUS-X       PIC X(07).
001046     03 WS-SM-MAX-RADIUS-X       PIC X(07).
001047     03 FILLER                   PIC X(31).
001048*----------------------------------------------------------------
001050* TRANSACTION-CARD TABLE - LOADED ONCE IN 1100-LOAD-TRANSACTIONS
001060* AND MATCHED AGAINST EACH MASTER RECORD ON THE PART NUMBER.
001070* WS-TT-USED-FLAG IS "N" UNTIL THE CARD IS APPLIED ("Y") OR
001800         "CARDS IN ERROR     :".
001810     03 WS-ERL-COUNT             PIC ZZZZZZ9.
001820     03 FILLER                   PIC X(53) VALUE SPACES.
001821   01 WS-ENGCHG-LINE.
001822     03 FILLER                   PIC X(20) VALUE
001823         "ENG CHANGES WRITTEN:".
001824     03 WS-ECL-COUNT             PIC ZZZZZZ9.
001825     03 FILLER                   PIC X(53) VALUE SPACES.
001830   01 WS-BALANCED-LINE          PIC X(80) VALUE
001840       "WRITTEN EQUALS READ + ADDED - NO PART DROPPED".
001850   01 WS-MISMATCH-LINE          PIC X(80) VALUE
001950     STOP RUN.
001960*----------------------------------------------------------------
001970* 1000-INITIALIZE - LOAD THE TRANSACTION CARDS, OPEN THE MASTER,
001980* NEW-MASTER, CHANGE AND REPORT FILES, WRITE THE REPORT HEADINGS
001990* AND PRIME THE MASTER READ.
002000*----------------------------------------------------------------
002010 1000-INITIALIZE.
002020     OPEN OUTPUT REPORT-FILE.
002250         MOVE 16             TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002271     OPEN OUTPUT CHANGE-FILE.
002272     IF WS-CHANGE-FILE-STATUS NOT = "00"
002273         DISPLAY "PRTMNT01 - CHANGE-FILE OPEN FAILED, STATUS="
002274             WS-CHANGE-FILE-STATUS
002275         MOVE 16             TO RETURN-CODE
002276         STOP RUN
002277     END-IF.
002280     PERFORM 2100-READ-MASTER-FILE THRU 2100-EXIT.
002290 1000-EXIT.
002300     EXIT.
004170     PERFORM 2700-WRITE-MASTER-LINE THRU 2700-EXIT.
004180     MOVE "AFTER"                TO WS-DL-ACTION.
004190     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
004195     PERFORM 2600-WRITE-CHANGE-RECORD THRU 2600-EXIT.
004200 2300-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004270* RETIRED ON PURPOSE RATHER THAN LOST FROM THE FILE.
004280*----------------------------------------------------------------
004290 2400-APPLY-OBSOLETE.
004295     MOVE PRT-RECORD             TO WS-SAVED-MASTER.
004300     PERFORM 2700-WRITE-MASTER-LINE THRU 2700-EXIT.
004310     MOVE "BEFORE"               TO WS-DL-ACTION.
004320     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
004360     PERFORM 2700-WRITE-MASTER-LINE THRU 2700-EXIT.
004370     MOVE "OBSOLETE"             TO WS-DL-ACTION.
004380     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
004385     PERFORM 2600-WRITE-CHANGE-RECORD THRU 2600-EXIT.
004390 2400-EXIT.
004400     EXIT.
004401*----------------------------------------------------------------
004402* 2600-WRITE-CHANGE-RECORD - COMPARE THE APPLIED MASTER RECORD
004403* WITH THE SAVED BEFORE-IMAGE AND, WHEN THE MATERIAL CODE, THE
004404* STATUS OR EITHER RADIUS LIMIT MOVED, WRITE AN ENGINEERING-
004405* CHANGE RECORD CARRYING BOTH SETS OF VALUES. A DESCRIPTION-ONLY
004406* CHANGE, OR AN OBSOLETE CARD FOR A PART ALREADY OBSOLETE,
004407* AFFECTS NO WORK IN FLIGHT AND WRITES NOTHING.
004408*----------------------------------------------------------------
004409 2600-WRITE-CHANGE-RECORD.
004410     MOVE SPACES                 TO ECH-RECORD.
004411     MOVE "N"                    TO ECH-MATERIAL-CHANGED
004412                                    ECH-STATUS-CHANGED
004413                                    ECH-LIMITS-CHANGED.
004414     IF PRT-MATERIAL-CODE NOT = WS-SM-MATERIAL-CODE
004415         SET ECH-MATERIAL-WAS-CHANGED TO TRUE
004416     END-IF.
004417     IF PRT-STATUS-CODE NOT = WS-SM-STATUS-CODE
004418         SET ECH-STATUS-WAS-CHANGED TO TRUE
004419     END-IF.
004420     IF PRT-MIN-RADIUS-X NOT = WS-SM-MIN-RADIUS-X
004421        OR PRT-MAX-RADIUS-X NOT = WS-SM-MAX-RADIUS-X
004422         SET ECH-LIMITS-WERE-CHANGED TO TRUE
004423     END-IF.
004424     IF NOT ECH-MATERIAL-WAS-CHANGED
004425        AND NOT ECH-STATUS-WAS-CHANGED
004426        AND NOT ECH-LIMITS-WERE-CHANGED
004427         GO TO 2600-EXIT
004428     END-IF.
004429     MOVE PRT-PART-NUMBER        TO ECH-PART-NUMBER.
004430     MOVE WS-TT-ACTION-CODE (WS-TRAN-SUB)
004431                                 TO ECH-ACTION-CODE.
004432     MOVE WS-SM-MATERIAL-CODE    TO ECH-OLD-MATERIAL-CODE.
004433     MOVE PRT-MATERIAL-CODE      TO ECH-NEW-MATERIAL-CODE.
004434     MOVE WS-SM-STATUS-CODE      TO ECH-OLD-STATUS-CODE.
004435     MOVE PRT-STATUS-CODE        TO ECH-NEW-STATUS-CODE.
004436     MOVE WS-SM-MIN-RADIUS-X     TO ECH-OLD-MIN-RADIUS-X.
004437     MOVE WS-SM-MAX-RADIUS-X     TO ECH-OLD-MAX-RADIUS-X.
004438     MOVE PRT-MIN-RADIUS-X       TO ECH-NEW-MIN-RADIUS-X.
004439     MOVE PRT-MAX-RADIUS-X       TO ECH-NEW-MAX-RADIUS-X.
004440     WRITE ECH-RECORD.
004441     ADD 1                       TO WS-CHANGES-WRITTEN.
004442 2600-EXIT.
004443     EXIT.
004444*----------------------------------------------------------------
004445* 3000-PROCESS-UNUSED-CARDS - AFTER THE WHOLE MASTER HAS PASSED,
004446* WORK THE CARDS THAT MATCHED NOTHING: AN ADD WRITES ITS NEW
004447* PART (STATUS DEFAULTS TO ACTIVE), A SECOND CARD FOR A PART
004450* ALREADY WORKED THIS RUN IS A DUPLICATE, AND A CHANGE OR
004460* OBSOLETE FOR A PART NOT ON FILE IS AN ERROR.
004470*----------------------------------------------------------------
006250     MOVE WS-CARDS-IN-ERROR      TO WS-ERL-COUNT.
006260     MOVE WS-ERROR-LINE          TO RPT-PRINT-LINE.
006270     WRITE RPT-PRINT-LINE.
006272     MOVE WS-CHANGES-WRITTEN     TO WS-ECL-COUNT.
006274     MOVE WS-ENGCHG-LINE         TO RPT-PRINT-LINE.
006276     WRITE RPT-PRINT-LINE.
006280     ADD WS-MASTERS-READ TO WS-MASTERS-ADDED
006290             GIVING WS-RECONCILE-TOTAL.
006300     MOVE ZERO                   TO RETURN-CODE.
006410     END-IF.
006420     CLOSE PART-MASTER-FILE.
006430     CLOSE NEWMASTER-FILE.
006435     CLOSE CHANGE-FILE.
006440     CLOSE REPORT-FILE.
006450 9000-EXIT.
006460     EXIT.
