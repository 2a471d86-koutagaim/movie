000500*                 COUNTS AS UNMATCHED. THE REWORK CONTROL
000510*                 RECORD IS NOW WRITTEN AFTER THAT PASS SO ITS
000520*                 TOTALS COVER THE FALLBACK REPAIRS.
000521* 2026-10-05 DKO  ALSO COPIES THE REWORK RECORDS RELEASED BY THE
000522*                 ENGINEERING-CHANGE IMPACT SCAN (ENGIMP01,
000523*                 COMPS06 - R011 REJECTS A LIMIT CHANGE NOW
000524*                 PASSES) FROM RELFILE ONTO THE REWORK EXTRACT
000525*                 AND INTO THE CONTROL TOTALS. THE SCAN HAS
000526*                 ALREADY CLEARED THEM FROM ORJVSAM; COMPS02R
000527*                 EMPTIES RELFILE ONCE THE REPROCESS STEP ENDS.
000528* 2026-10-12 DKO  THE REWORK RECORD CARRIES THE WORK-ORDER NUMBER
000529*                 AND LINE OF THE REJECT, AND A CARD CAN REPLACE
000531*                 EITHER (COR-NEW-WO-NUMBER/LINE) TO REPAIR AN
000533*                 R012 REJECT.
000534* 2026-10-15 DKO  A RECUT KEEPS ITS RECUT FLAG (FROM THE REJECT OR
000535*                 THE ORJVSAM ENTRY) ON THE REWORK RECORD, SO THE
000536*                 REWORK RUN TAKES IT AS A RECUT AND NOT AS
000537*                 ALREADY COMPUTED (R008). RECUTS GO INTO THEIR
000538*                 OWN "R" CONTROL RECORD, AS CUTCNF01 WRITES THEM.
000539*----------------------------------------------------------------
000540 ENVIRONMENT                     DIVISION.
000550 CONFIGURATION                   SECTION.
000560 SOURCE-COMPUTER.                IBM-370.
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS ORJ-KEY
000790         FILE STATUS IS WS-OUTSTANDING-STATUS.
000792     SELECT RELEASE-FILE        ASSIGN TO RELFILE
000794         ORGANIZATION IS SEQUENTIAL
000796         FILE STATUS IS WS-RELEASE-FILE-STATUS.
000800 DATA                            DIVISION.
000810 FILE                            SECTION.
000820 FD  REJECT-FILE.
000910 01  RPT-PRINT-LINE              PIC X(80).
000920 FD  OUTSTANDING-FILE.
000930     COPY ORJREC01.
000933 FD  RELEASE-FILE.
000936 01  REL-RECORD                  PIC X(100).
000940 WORKING-STORAGE                 SECTION.
000950   01 WORK-CONSTANTS.
000960     03 WK-CORRECTION-MAX        PIC 9(05)    VALUE 00500.
001020     03 WS-CORRECTION-FOUND-SW   PIC X(01) VALUE "N".
001030        88 CORRECTION-FOUND           VALUE "Y".
001040        88 CORRECTION-NOT-FOUND       VALUE "N".
001043     03 WS-RELEASE-EOF-SW        PIC X(01) VALUE "N".
001046        88 RELEASE-EOF                VALUE "Y".
001050*----------------------------------------------------------------
001060* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN IN 1000-INITIALIZE
001070* SO A BAD ALLOCATION IS CAUGHT AND ABENDS THE JOB CLEANLY
001130   01 WS-CONTROL-FILE-STATUS    PIC X(02) VALUE "00".
001140   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
001150   01 WS-OUTSTANDING-STATUS     PIC X(02) VALUE "00".
001155   01 WS-RELEASE-FILE-STATUS    PIC X(02) VALUE "00".
001160   01 WORK-COUNTERS.
001170     03 WS-REJECTS-READ          PIC 9(07) COMP VALUE ZERO.
001180     03 WS-REJECTS-CORRECTED     PIC 9(07) COMP VALUE ZERO.
001190     03 WS-REJECTS-LEFT          PIC 9(07) COMP VALUE ZERO.
001200     03 WS-CARDS-READ            PIC 9(07) COMP VALUE ZERO.
001210     03 WS-CARDS-UNMATCHED       PIC 9(07) COMP VALUE ZERO.
001213     03 WS-REJECTS-RELEASED      PIC 9(07) COMP VALUE ZERO.
001216     03 WS-REWORK-COUNT          PIC 9(07) COMP VALUE ZERO.
001218     03 WS-REWORK-RECUT-COUNT    PIC 9(07) COMP VALUE ZERO.
001220   01 WS-REWORK-RADIUS-SUM      PIC S9(9)V99 COMP-3 VALUE ZERO.
001225   01 WS-REWORK-RECUT-SUM       PIC S9(9)V99 COMP-3 VALUE ZERO.
001230*----------------------------------------------------------------
001240* THE REJECTED VALUES THE CURRENT REPAIR IS BUILT FROM - STAGED
001250* BY 2000-PROCESS-REJECTS FROM THE REJFILE RECORD, OR BY
001340     03 WS-ORIG-UOM-CODE         PIC X(02).
001350     03 WS-ORIG-CALC-MODE        PIC X(01).
001360     03 WS-ORIG-SHIFT-CODE       PIC X(01).
001362     03 WS-ORIG-WO-NUMBER        PIC X(06).
001364     03 WS-ORIG-WO-LINE          PIC X(03).
001366     03 WS-ORIG-RECUT-FLAG       PIC X(01).
001370   01 WS-REWORK-ACTION          PIC X(30)      VALUE SPACES.
001380   01 WS-FROM-OUTSTANDING       PIC 9(07) COMP VALUE ZERO.
001390*----------------------------------------------------------------
001540       05 WS-CT-NEW-UOM-CODE    PIC X(02).
001550       05 WS-CT-NEW-CALC-MODE   PIC X(01).
001560       05 WS-CT-NEW-SHIFT-CODE  PIC X(01).
001562       05 WS-CT-NEW-WO-NUMBER   PIC X(06).
001564       05 WS-CT-NEW-WO-LINE     PIC X(03).
001570       05 WS-CT-USED-FLAG       PIC X(01).
001580*----------------------------------------------------------------
001590* REPORT PRINT LINES.
001940         "CARDS UNMATCHED    :".
001950     03 WS-UML-COUNT             PIC ZZZZZZ9.
001960     03 FILLER                   PIC X(53) VALUE SPACES.
001961   01 WS-RELEASED-LINE.
001962     03 FILLER                   PIC X(20) VALUE
001963         "ENG CHANGE RELEASES:".
001964     03 WS-RLL-COUNT             PIC ZZZZZZ9.
001965     03 FILLER                   PIC X(53) VALUE SPACES.
001970 PROCEDURE                       DIVISION.
001980 0000-MAINLINE                   SECTION.
001990 0000-MAIN-PARA.
002040     STOP RUN.
002050*----------------------------------------------------------------
002060* 1000-INITIALIZE - LOAD THE CORRECTION CARDS, OPEN THE REJECT,
002070* RELEASE, REWORK, CONTROL AND REPORT FILES, WRITE THE REPORT
002080* HEADINGS AND PRIME THE REJECT READ.
002090*----------------------------------------------------------------
002100 1000-INITIALIZE.
002110     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT.
002440         MOVE 16             TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002461     OPEN INPUT RELEASE-FILE.
002462     IF WS-RELEASE-FILE-STATUS NOT = "00"
002463         DISPLAY "REJFIX01 - RELEASE-FILE OPEN FAILED, STATUS="
002464             WS-RELEASE-FILE-STATUS
002465         MOVE 16             TO RETURN-CODE
002466         STOP RUN
002467     END-IF.
002470     MOVE WS-HEADING-LINE-1      TO RPT-PRINT-LINE.
002480     WRITE RPT-PRINT-LINE.
002490     MOVE WS-HEADING-LINE-2      TO RPT-PRINT-LINE.
002980                 TO WS-CT-NEW-CALC-MODE (WS-CORRECTION-SUB)
002990             MOVE COR-NEW-SHIFT-CODE
003000                 TO WS-CT-NEW-SHIFT-CODE (WS-CORRECTION-SUB)
003002             MOVE COR-NEW-WO-NUMBER
003004                 TO WS-CT-NEW-WO-NUMBER (WS-CORRECTION-SUB)
003006             MOVE COR-NEW-WO-LINE
003008                 TO WS-CT-NEW-WO-LINE (WS-CORRECTION-SUB)
003010             MOVE "N"
003020                 TO WS-CT-USED-FLAG (WS-CORRECTION-SUB)
003030     END-READ.
003180         MOVE REJ-UOM-CODE       TO WS-ORIG-UOM-CODE
003190         MOVE REJ-CALC-MODE      TO WS-ORIG-CALC-MODE
003200         MOVE REJ-SHIFT-CODE     TO WS-ORIG-SHIFT-CODE
003202         MOVE REJ-WO-NUMBER      TO WS-ORIG-WO-NUMBER
003204         MOVE REJ-WO-LINE        TO WS-ORIG-WO-LINE
003206         MOVE REJ-RECUT-FLAG     TO WS-ORIG-RECUT-FLAG
003210         MOVE "CORRECTED - SENT TO REWORK"
003220                                 TO WS-REWORK-ACTION
003230         PERFORM 2300-WRITE-REWORK-RECORD THRU 2300-EXIT
003670* FROM THE STAGED REJECTED VALUES (WS-ORIG-FIELDS) AND THE
003680* MATCHED CARD (A BLANK "NEW" FIELD ON THE CARD KEEPS THE
003690* ORIGINAL VALUE), WRITE IT TO THE REWORK FILE, AND ROLL IT
003700* INTO THE CONTROL TOTALS. THE RECUT FLAG IS ALWAYS THE
003702* REJECT'S - THE CARD HAS NO FIELD FOR IT.
003710*----------------------------------------------------------------
003720 2300-WRITE-REWORK-RECORD.
003730     MOVE SPACES                 TO RAD-RECORD.
004070         MOVE WS-CT-NEW-SHIFT-CODE (WS-CORRECTION-SUB)
004080                                 TO RAD-SHIFT-CODE
004090     END-IF.
004091     IF WS-CT-NEW-WO-NUMBER (WS-CORRECTION-SUB) = SPACES
004092         MOVE WS-ORIG-WO-NUMBER  TO RAD-WO-NUMBER-X
004093     ELSE
004094         MOVE WS-CT-NEW-WO-NUMBER (WS-CORRECTION-SUB)
004095                                 TO RAD-WO-NUMBER-X
004096     END-IF.
004097     IF WS-CT-NEW-WO-LINE (WS-CORRECTION-SUB) = SPACES
004098         MOVE WS-ORIG-WO-LINE    TO RAD-WO-LINE-X
004099     ELSE
004101         MOVE WS-CT-NEW-WO-LINE (WS-CORRECTION-SUB)
004103                                 TO RAD-WO-LINE-X
004105     END-IF.
004106     MOVE WS-ORIG-RECUT-FLAG     TO RAD-RECUT-FLAG.
004107     WRITE RAD-RECORD.
004110*----------------------------------------------------------------
004120* THE REPAIR IS MADE - CLEAR THE REJECT FROM THE OUTSTANDING
004130* MASTER ON ITS ORIGINAL KEY (THE CARD MAY HAVE CHANGED THE
004290         STOP RUN
004300     END-IF.
004310     ADD 1                       TO WS-REJECTS-CORRECTED.
004320     PERFORM 9400-ADD-TO-CONTROL-TOTALS THRU 9400-EXIT.
004350     MOVE RAD-PART-NUMBER        TO WS-DL-PART-NUMBER.
004360     MOVE RAD-PART-DATE          TO WS-DL-PART-DATE.
004370     MOVE WS-REWORK-ACTION       TO WS-DL-ACTION.
004400 2300-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430* 9000-TERMINATE - COPY THE ENGINEERING-CHANGE RELEASES, RUN THE
004440* UNMATCHED-CARD PASS AND THE RUN TOTALS FIRST (A CARD MAY STILL
004450* REPAIR FROM THE OUTSTANDING MASTER THERE), THEN WRITE THE
004455* REWORK CONTROL RECORD - CLEARED
004460* TO SPACES FIRST SO ITS SHIFT CODE GOES OUT BLANK, THE REWORK
004470* FILE MIXES SHIFTS AND THE REPROCESS RUN RECONCILES IT WITH
004480* THE PLANT-WIDE CHECK - SO THE CONTROL TOTALS COVER EVERY
004490* REWORK RECORD WRITTEN. RECUTS ARE LEFT OUT OF IT AND GO ON A
004492* SECOND, RECUT ("R") CONTROL RECORD, WRITTEN EVEN WHEN ZERO AS
004494* CUTCNF01 WRITES ITS OWN, BECAUSE THE REPROCESS RUN RECONCILES
004496* RECUTS ON THEIR OWN. THEN SET THE RETURN CODE AND CLOSE.
004500*----------------------------------------------------------------
004510 9000-TERMINATE.
004515     PERFORM 9300-COPY-RELEASED-REWORK THRU 9300-EXIT.
004520     PERFORM 9100-WRITE-REPORT-TOTALS THRU 9100-EXIT.
004530     MOVE SPACES                 TO CTL-RECORD.
004540     ADD WS-REJECTS-CORRECTED WS-REJECTS-RELEASED
004543             GIVING WS-REWORK-COUNT.
004545     SUBTRACT WS-REWORK-RECUT-COUNT FROM WS-REWORK-COUNT.
004546     MOVE WS-REWORK-COUNT        TO CTL-RECORD-COUNT.
004550     MOVE WS-REWORK-RADIUS-SUM   TO CTL-RADIUS-SUM.
004560     WRITE CTL-RECORD.
004561     MOVE SPACES                 TO CTL-RECORD.
004562     MOVE WS-REWORK-RECUT-COUNT  TO CTL-RECORD-COUNT.
004563     MOVE WS-REWORK-RECUT-SUM    TO CTL-RADIUS-SUM.
004564     SET CTL-RECUT-CONTROL       TO TRUE.
004565     WRITE CTL-RECORD.
004570     MOVE ZERO                   TO RETURN-CODE.
004580     IF WS-CARDS-UNMATCHED > ZERO
004590         MOVE 4                  TO RETURN-CODE
004620     CLOSE REWORK-FILE.
004630     CLOSE CONTROL-FILE.
004640     CLOSE OUTSTANDING-FILE.
004645     CLOSE RELEASE-FILE.
004650     CLOSE REPORT-FILE.
004660 9000-EXIT.
004670     EXIT.
004890     MOVE WS-CARDS-UNMATCHED     TO WS-UML-COUNT.
004900     MOVE WS-UNMATCHED-LINE      TO RPT-PRINT-LINE.
004910     WRITE RPT-PRINT-LINE.
004912     MOVE WS-REJECTS-RELEASED    TO WS-RLL-COUNT.
004914     MOVE WS-RELEASED-LINE       TO RPT-PRINT-LINE.
004916     WRITE RPT-PRINT-LINE.
004920 9100-EXIT.
004930     EXIT.
004940 9150-REPORT-ONE-CARD.
005260             MOVE ORJ-UOM-CODE    TO WS-ORIG-UOM-CODE
005270             MOVE ORJ-CALC-MODE   TO WS-ORIG-CALC-MODE
005280             MOVE ORJ-SHIFT-CODE  TO WS-ORIG-SHIFT-CODE
005282             MOVE ORJ-WO-NUMBER   TO WS-ORIG-WO-NUMBER
005284             MOVE ORJ-WO-LINE     TO WS-ORIG-WO-LINE
005286             MOVE ORJ-RECUT-FLAG  TO WS-ORIG-RECUT-FLAG
005290             MOVE "CORRECTED FROM OUTSTANDING"
005300                                  TO WS-REWORK-ACTION
005310             MOVE "Y" TO WS-CT-USED-FLAG (WS-CORRECTION-SUB)
005490     END-EVALUATE.
005500 9200-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530* 9300-COPY-RELEASED-REWORK - COPY EVERY RECORD ON THE RELEASE
005540* FILE (RADREC01 RECORDS ENGIMP01 WROTE FOR R011 REJECTS A LIMIT
005550* CHANGE NOW PASSES) ONTO THE REWORK EXTRACT UNCHANGED AND ROLL
005560* IT INTO THE CONTROL TOTALS. ENGIMP01 ALREADY CLEARED THEM FROM
005570* THE OUTSTANDING MASTER, SO THERE IS NOTHING TO DELETE HERE.
005580*----------------------------------------------------------------
005590 9300-COPY-RELEASED-REWORK.
005600     PERFORM 9350-COPY-ONE-RELEASE THRU 9350-EXIT
005610             UNTIL RELEASE-EOF.
005620 9300-EXIT.
005630     EXIT.
005640 9350-COPY-ONE-RELEASE.
005650     READ RELEASE-FILE INTO RAD-RECORD
005660         AT END
005670             SET RELEASE-EOF     TO TRUE
005680             GO TO 9350-EXIT
005690     END-READ.
005700     WRITE RAD-RECORD.
005710     ADD 1                       TO WS-REJECTS-RELEASED.
005720     PERFORM 9400-ADD-TO-CONTROL-TOTALS THRU 9400-EXIT.
005750     MOVE RAD-PART-NUMBER        TO WS-DL-PART-NUMBER.
005760     MOVE RAD-PART-DATE          TO WS-DL-PART-DATE.
005770     MOVE "RELEASED BY ENGINEERING CHANGE" TO WS-DL-ACTION.
005780     MOVE WS-DETAIL-LINE         TO RPT-PRINT-LINE.
005790     WRITE RPT-PRINT-LINE.
005800 9350-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830* 9400-ADD-TO-CONTROL-TOTALS - ROLL THE REWORK RECORD JUST
005840* WRITTEN INTO THE CONTROL TOTALS THE REPROCESS RUN RECONCILES,
005850* THE WAY COMPUTE_SAMPLE02 2200 COUNTS IT: A RECUT INTO THE
005860* RECUT COUNT AND SUM, ANY OTHER INTO THE REWORK SUM. A RADIUS
005870* THAT IS NOT NUMERIC IS COUNTED BUT NOT SUMMED.
005880*----------------------------------------------------------------
005890 9400-ADD-TO-CONTROL-TOTALS.
005900     IF RAD-RECUT
005910         ADD 1                   TO WS-REWORK-RECUT-COUNT
005920         IF RAD-RADIUS-X NUMERIC
005930             ADD RAD-RADIUS      TO WS-REWORK-RECUT-SUM
005940         END-IF
005950         GO TO 9400-EXIT
005960     END-IF.
005970     IF RAD-RADIUS-X NUMERIC
005980         ADD RAD-RADIUS          TO WS-REWORK-RADIUS-SUM
005990     END-IF.
006000 9400-EXIT.
006010     EXIT.
