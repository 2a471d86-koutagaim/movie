000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     ENGIMP01.
000120 AUTHOR.                         D. OKAMURA.
000130 INSTALLATION.                   SHOP FLOOR SYSTEMS.
000140 DATE-WRITTEN.                   2026-10-05.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-05 DKO  ORIGINAL VERSION - ENGINEERING-CHANGE IMPACT
000200*                 SCAN, RUN BY COMPS06 ONCE THE CHANGED MASTER
000210*                 HAS REPLACED THE LIVE ONE. FOR EVERY PART
000220*                 PRTMNT01 WROTE TO THE CHANGE FILE (ECHREC01 -
000230*                 MATERIAL, STATUS OR RADIUS LIMITS MOVED) IT
000240*                 FINDS THE WORK ALREADY IN FLIGHT AND PRINTS
000250*                 THREE GROUPS: OPEN CUTS (OPNREC01) NOW ON AN
000260*                 OBSOLETE PART, OUTSIDE THE NEW LIMITS OR ON A
000270*                 CHANGED MATERIAL, FOR ENGINEERING TO REVIEW
000280*                 BEFORE THE SAW RUNS THEM; R011 REJECTS ON THE
000290*                 OUTSTANDING MASTER (ORJVSAM) THAT THE NEW
000300*                 LIMITS NOW PASS, RELEASED AS RADREC01 REWORK
000310*                 RECORDS FOR REJFIX01 TO PICK UP ON THE NEXT
000320*                 COMPS02R CYCLE AND CLEARED FROM THE MASTER AS
000330*                 REJFIX01 CLEARS A REPAIR; AND REJECTS THAT
000340*                 WOULD NOW FAIL FOR A DIFFERENT REASON. UNTIL
000350*                 NOW A LIMIT FIX SURFACED ON THE AGING REPORT A
000360*                 WEEK LATER.
000362* 2026-10-12 DKO  A RELEASED REJECT CARRIES ITS WORK-ORDER NUMBER
000364*                 AND LINE ONTO THE REWORK RECORD, AND ONE WITH
000366*                 NO VALID WORK ORDER (ROLLED IN BEFORE THE
000368*                 EXTRACT CARRIED ONE) IS NOT RELEASED - IT IS
000370*                 LISTED AS NOW FAILING R012.
000371* 2026-10-15 DKO  A RELEASED RECUT IS WRITTEN WITH ITS RECUT FLAG
000372*                 (ORJ-RECUT-FLAG), SO THE REWORK RUN TAKES IT AS
000373*                 A RECUT AND NOT AS ALREADY COMPUTED (R008).
000375*----------------------------------------------------------------
000380 ENVIRONMENT                     DIVISION.
000390 CONFIGURATION                   SECTION.
000400 SOURCE-COMPUTER.                IBM-370.
000410 OBJECT-COMPUTER.                IBM-370.
000420 INPUT-OUTPUT                    SECTION.
000430 FILE-CONTROL.
000440     SELECT CHANGE-FILE         ASSIGN TO CHGFILE
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CHANGE-FILE-STATUS.
000470     SELECT OPENCUTS-FILE       ASSIGN TO OPNFILE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-OPENCUTS-FILE-STATUS.
000500     SELECT AUDIT-VSAM-FILE     ASSIGN TO AUDVSAM
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS AUDV-KEY
000540         FILE STATUS IS WS-VSAM-FILE-STATUS.
000550     SELECT OUTSTANDING-FILE    ASSIGN TO ORJVSAM
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ORJ-KEY
000590         FILE STATUS IS WS-OUTSTANDING-STATUS.
000600     SELECT RELEASE-FILE        ASSIGN TO RELFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-RELEASE-FILE-STATUS.
000630     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-REPORT-FILE-STATUS.
000660 DATA                            DIVISION.
000670 FILE                            SECTION.
000680 FD  CHANGE-FILE.
000690     COPY ECHREC01.
000700 FD  OPENCUTS-FILE.
000710     COPY OPNREC01.
000720 FD  AUDIT-VSAM-FILE.
000730     COPY AUDVREC1.
000740 FD  OUTSTANDING-FILE.
000750     COPY ORJREC01.
000760 FD  RELEASE-FILE.
000770     COPY RADREC01.
000780 FD  REPORT-FILE.
000790 01  RPT-PRINT-LINE              PIC X(80).
000800 WORKING-STORAGE                 SECTION.
000810   01 WORK-CONSTANTS.
000820     03 WK-CHANGE-TABLE-MAX      PIC 9(05)    VALUE 00500.
000830     03 WK-MAX-RADIUS            PIC 9(05)V99 VALUE 00999.99.
000840   01 WORK-SWITCHES.
000850     03 WS-CHANGE-EOF-SW         PIC X(01) VALUE "N".
000860        88 CHANGE-EOF                 VALUE "Y".
000870     03 WS-OPENCUTS-EOF-SW       PIC X(01) VALUE "N".
000880        88 OPENCUTS-EOF               VALUE "Y".
000890     03 WS-BROWSE-EOF-SW         PIC X(01) VALUE "N".
000900        88 BROWSE-EOF                 VALUE "Y".
000910     03 WS-CHANGE-FOUND-SW       PIC X(01) VALUE "N".
000920        88 CHANGE-FOUND               VALUE "Y".
000930        88 CHANGE-NOT-FOUND           VALUE "N".
000940     03 WS-RADIUS-FOUND-SW       PIC X(01) VALUE "N".
000950        88 RADIUS-FOUND               VALUE "Y".
000960        88 RADIUS-NOT-FOUND           VALUE "N".
000970     03 WS-NEW-LIMITS-SW         PIC X(01) VALUE "N".
000980        88 NEW-LIMITS-PRESENT         VALUE "Y".
000990*----------------------------------------------------------------
001000* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN IN 1000-INITIALIZE
001010* SO A BAD ALLOCATION IS CAUGHT AND ABENDS THE JOB CLEANLY. THE
001020* ORJVSAM STATUS IS ALSO CHECKED AFTER EVERY DELETE, AS REJFIX01
001030* CHECKS IT.
001040*----------------------------------------------------------------
001050   01 WS-CHANGE-FILE-STATUS     PIC X(02) VALUE "00".
001060   01 WS-OPENCUTS-FILE-STATUS   PIC X(02) VALUE "00".
001070   01 WS-VSAM-FILE-STATUS       PIC X(02) VALUE "00".
001080   01 WS-OUTSTANDING-STATUS     PIC X(02) VALUE "00".
001090   01 WS-RELEASE-FILE-STATUS    PIC X(02) VALUE "00".
001100   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
001110   01 WORK-COUNTERS.
001120     03 WS-PARTS-CHANGED         PIC 9(07) COMP VALUE ZERO.
001130     03 WS-OPENCUTS-READ         PIC 9(07) COMP VALUE ZERO.
001140     03 WS-OPENCUTS-SCANNED      PIC 9(07) COMP VALUE ZERO.
001150     03 WS-OPENCUTS-REVIEW       PIC 9(07) COMP VALUE ZERO.
001160     03 WS-REJECTS-SCANNED       PIC 9(07) COMP VALUE ZERO.
001170     03 WS-REJECTS-RELEASED      PIC 9(07) COMP VALUE ZERO.
001180     03 WS-REJECTS-REFAILED      PIC 9(07) COMP VALUE ZERO.
001190     03 WS-REJECTS-UNCHANGED     PIC 9(07) COMP VALUE ZERO.
001200*----------------------------------------------------------------
001210* CHANGE TABLE - LOADED ONCE FROM THE CHANGE FILE IN 1100-LOAD-
001220* CHANGES. THE OPEN-CUTS PASS LOOKS EACH CUT'S PART UP HERE; THE
001230* TWO REJECT PASSES WALK IT AND BROWSE ORJVSAM PART BY PART.
001240*----------------------------------------------------------------
001250   01 WS-CHANGE-COUNT           PIC 9(05) COMP      VALUE ZERO.
001260   01 WS-CHANGE-SUB             PIC 9(05) COMP      VALUE ZERO.
001270   01 WS-CHANGE-TABLE.
001280     03 WS-CT-ENTRY             OCCURS 500 TIMES.
001290       05 WS-CT-PART-NUMBER     PIC X(10).
001300       05 WS-CT-OLD-MATERIAL    PIC X(04).
001310       05 WS-CT-NEW-MATERIAL    PIC X(04).
001320       05 WS-CT-NEW-STATUS      PIC X(01).
001330       05 WS-CT-NEW-MIN-X       PIC X(07).
001340       05 WS-CT-NEW-MAX-X       PIC X(07).
001350       05 WS-CT-MATERIAL-FLAG   PIC X(01).
001360       05 WS-CT-LIMITS-FLAG     PIC X(01).
001370*----------------------------------------------------------------
001380* THE CURRENT PART'S NEW CUTTABLE LIMITS, SET BY 7000-SET-NEW-
001390* LIMITS FROM ITS CHANGE-TABLE ENTRY THE SAME WAY COMPUTE_
001400* SAMPLE02 SETS THEM FROM THE MASTER - A PART WITH ONLY ONE
001410* LIMIT KEYED STILL GETS ITS CHECK, THE MISSING END OPEN.
001420*----------------------------------------------------------------
001430   01 WS-NEW-MIN-RADIUS         PIC 9(05)V99        VALUE ZERO.
001440   01 WS-NEW-MAX-RADIUS         PIC 9(05)V99        VALUE ZERO.
001450   01 WS-LIMIT-WORK             PIC 9(05)V99        VALUE ZERO.
001460   01 WS-LIMIT-WORK-X REDEFINES WS-LIMIT-WORK
001470                                PIC X(07).
001480*----------------------------------------------------------------
001490* THE OPEN CUT'S RADIUS, FROM ITS AUDIT RECORD ON AUDVSAM - THE
001500* OPEN-CUTS LIST CARRIES ONLY THE PART NUMBER AND DATES.
001510*----------------------------------------------------------------
001520   01 WS-CUT-RADIUS             PIC 9(05)V99        VALUE ZERO.
001530   01 WS-CUT-RADIUS-X REDEFINES WS-CUT-RADIUS
001540                                PIC X(07).
001550   01 WS-CUT-SHIFT-CODE         PIC X(01)           VALUE SPACE.
001560*----------------------------------------------------------------
001570* RE-VALIDATION OF AN OUTSTANDING REJECT AGAINST THE NEW MASTER
001580* VALUES - 5000-REVALIDATE-REJECT LEAVES THE REASON THE NIGHTLY
001590* EDITS WOULD GIVE IT NOW IN WS-NEW-REASON-CODE/TEXT, SPACES
001600* WHEN IT WOULD PASS THEM.
001610*----------------------------------------------------------------
001620   01 WS-CHECK-RADIUS           PIC 9(05)V99        VALUE ZERO.
001630   01 WS-CHECK-RADIUS-X REDEFINES WS-CHECK-RADIUS
001640                                PIC X(07).
001650   01 WS-NEW-REASON-CODE        PIC X(04)           VALUE SPACES.
001660   01 WS-NEW-REASON-TEXT        PIC X(30)           VALUE SPACES.
001670*----------------------------------------------------------------
001680* REPORT PRINT LINES.
001690*----------------------------------------------------------------
001700   01 WS-HEADING-LINE-1         PIC X(80) VALUE
001710       "ENGIMP01 - ENGINEERING-CHANGE IMPACT SCAN".
001720   01 WS-CHANGE-HEADING         PIC X(80) VALUE
001730       "PART NUMBER A  MATL>MATL S>S LIMITS BEFORE   > LIMITS AFTE
001740-      "R".
001750   01 WS-GROUP-1-HEADING        PIC X(80) VALUE
001760       "GROUP 1 - OPEN CUTS FOR ENGINEERING TO REVIEW BEFORE THE S
001770-      "AW RUNS THEM".
001780   01 WS-GROUP-2-HEADING        PIC X(80) VALUE
001790       "GROUP 2 - R011 REJECTS NOW WITHIN LIMITS - RELEASED TO REW
001800-      "ORK".
001810   01 WS-GROUP-3-HEADING        PIC X(80) VALUE
001820       "GROUP 3 - REJECTS THAT NOW FAIL FOR A DIFFERENT REASON".
001830   01 WS-DETAIL-HEADING         PIC X(80) VALUE
001840       "PART NUMBER   PART DATE  RSN  RADIUS  S  NOTE".
001850   01 WS-NONE-LINE              PIC X(80) VALUE
001860       "   (NONE)".
001870   01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
001880   01 WS-CHANGE-LINE.
001890     03 WS-CL-PART-NUMBER        PIC X(10).
001900     03 FILLER                   PIC X(02) VALUE SPACES.
001910     03 WS-CL-ACTION             PIC X(01).
001920     03 FILLER                   PIC X(02) VALUE SPACES.
001930     03 WS-CL-OLD-MATERIAL       PIC X(04).
001940     03 FILLER                   PIC X(01) VALUE ">".
001950     03 WS-CL-NEW-MATERIAL       PIC X(04).
001960     03 FILLER                   PIC X(01) VALUE SPACES.
001970     03 WS-CL-OLD-STATUS         PIC X(01).
001980     03 FILLER                   PIC X(01) VALUE ">".
001990     03 WS-CL-NEW-STATUS         PIC X(01).
002000     03 FILLER                   PIC X(01) VALUE SPACES.
002010     03 WS-CL-OLD-MIN            PIC X(07).
002020     03 FILLER                   PIC X(01) VALUE "-".
002030     03 WS-CL-OLD-MAX            PIC X(07).
002040     03 FILLER                   PIC X(03) VALUE " > ".
002050     03 WS-CL-NEW-MIN            PIC X(07).
002060     03 FILLER                   PIC X(01) VALUE "-".
002070     03 WS-CL-NEW-MAX            PIC X(07).
002080     03 FILLER                   PIC X(17) VALUE SPACES.
002090   01 WS-DETAIL-LINE.
002100     03 WS-DL-PART-NUMBER        PIC X(10).
002110     03 FILLER                   PIC X(03) VALUE SPACES.
002120     03 WS-DL-PART-DATE          PIC 9(08).
002130     03 FILLER                   PIC X(02) VALUE SPACES.
002140     03 WS-DL-REASON-CODE        PIC X(04).
002150     03 FILLER                   PIC X(01) VALUE SPACES.
002160     03 WS-DL-RADIUS             PIC X(07).
002170     03 FILLER                   PIC X(01) VALUE SPACES.
002180     03 WS-DL-SHIFT              PIC X(01).
002190     03 FILLER                   PIC X(02) VALUE SPACES.
002200     03 WS-DL-NOTE               PIC X(41).
002210   01 WS-CHANGED-LINE.
002220     03 FILLER                   PIC X(20) VALUE
002230         "PARTS CHANGED      :".
002240     03 WS-CHL-COUNT             PIC ZZZZZZ9.
002250     03 FILLER                   PIC X(53) VALUE SPACES.
002260   01 WS-OPNREAD-LINE.
002270     03 FILLER                   PIC X(20) VALUE
002280         "OPEN CUTS READ     :".
002290     03 WS-ORL-COUNT             PIC ZZZZZZ9.
002300     03 FILLER                   PIC X(53) VALUE SPACES.
002310   01 WS-OPNSCAN-LINE.
002320     03 FILLER                   PIC X(20) VALUE
002330         "OPEN CUTS ON CHANGE:".
002340     03 WS-OSL-COUNT             PIC ZZZZZZ9.
002350     03 FILLER                   PIC X(53) VALUE SPACES.
002360   01 WS-OPNREVIEW-LINE.
002370     03 FILLER                   PIC X(20) VALUE
002380         "OPEN CUTS TO REVIEW:".
002390     03 WS-OVL-COUNT             PIC ZZZZZZ9.
002400     03 FILLER                   PIC X(53) VALUE SPACES.
002410   01 WS-REJSCAN-LINE.
002420     03 FILLER                   PIC X(20) VALUE
002430         "REJECTS ON CHANGE  :".
002440     03 WS-RSL-COUNT             PIC ZZZZZZ9.
002450     03 FILLER                   PIC X(53) VALUE SPACES.
002460   01 WS-RELEASED-LINE.
002470     03 FILLER                   PIC X(20) VALUE
002480         "REJECTS RELEASED   :".
002490     03 WS-RLL-COUNT             PIC ZZZZZZ9.
002500     03 FILLER                   PIC X(53) VALUE SPACES.
002510   01 WS-REFAILED-LINE.
002520     03 FILLER                   PIC X(20) VALUE
002530         "REJECTS NEW REASON :".
002540     03 WS-RFL-COUNT             PIC ZZZZZZ9.
002550     03 FILLER                   PIC X(53) VALUE SPACES.
002560   01 WS-UNCHANGED-LINE.
002570     03 FILLER                   PIC X(20) VALUE
002580         "REJECTS UNCHANGED  :".
002590     03 WS-RUL-COUNT             PIC ZZZZZZ9.
002600     03 FILLER                   PIC X(53) VALUE SPACES.
002610 PROCEDURE                       DIVISION.
002620 0000-MAINLINE                   SECTION.
002630 0000-MAIN-PARA.
002640     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002650     PERFORM 2000-SCAN-OPEN-CUTS THRU 2000-EXIT.
002660     PERFORM 3000-RELEASE-REJECTS THRU 3000-EXIT.
002670     PERFORM 4000-LIST-REFAILED  THRU 4000-EXIT.
002680     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002690     STOP RUN.
002700*----------------------------------------------------------------
002710* 1000-INITIALIZE - OPEN THE FILES, WRITE THE REPORT HEADING,
002720* LOAD THE CHANGE TABLE (PRINTING ONE LINE PER CHANGED PART) AND
002730* PRIME THE OPEN-CUTS READ. THE RELEASE FILE IS OPENED EXTEND SO
002740* TWO MAINTENANCE RUNS BETWEEN REWORK CYCLES BOTH REACH REJFIX01.
002750*----------------------------------------------------------------
002760 1000-INITIALIZE.
002770     OPEN OUTPUT REPORT-FILE.
002780     IF WS-REPORT-FILE-STATUS NOT = "00"
002790         DISPLAY "ENGIMP01 - REPORT-FILE OPEN FAILED, STATUS="
002800             WS-REPORT-FILE-STATUS
002810         MOVE 16             TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     OPEN INPUT CHANGE-FILE.
002850     IF WS-CHANGE-FILE-STATUS NOT = "00"
002860         DISPLAY "ENGIMP01 - CHANGE-FILE OPEN FAILED, STATUS="
002870             WS-CHANGE-FILE-STATUS
002880         MOVE 16             TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     OPEN INPUT OPENCUTS-FILE.
002920     IF WS-OPENCUTS-FILE-STATUS NOT = "00"
002930         DISPLAY "ENGIMP01 - OPEN-CUTS OPEN FAILED, STATUS="
002940             WS-OPENCUTS-FILE-STATUS
002950         MOVE 16             TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     OPEN INPUT AUDIT-VSAM-FILE.
002990     IF WS-VSAM-FILE-STATUS NOT = "00"
003000         DISPLAY "ENGIMP01 - AUDVSAM OPEN FAILED, STATUS="
003010             WS-VSAM-FILE-STATUS
003020         MOVE 16             TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     OPEN I-O OUTSTANDING-FILE.
003060     IF WS-OUTSTANDING-STATUS NOT = "00"
003070         DISPLAY "ENGIMP01 - ORJVSAM OPEN FAILED, STATUS="
003080             WS-OUTSTANDING-STATUS
003090         MOVE 16             TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     OPEN EXTEND RELEASE-FILE.
003130     IF WS-RELEASE-FILE-STATUS NOT = "00"
003140         DISPLAY "ENGIMP01 - RELEASE-FILE OPEN FAILED, STATUS="
003150             WS-RELEASE-FILE-STATUS
003160         MOVE 16             TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190     MOVE WS-HEADING-LINE-1      TO RPT-PRINT-LINE.
003200     WRITE RPT-PRINT-LINE.
003210     MOVE WS-CHANGE-HEADING      TO RPT-PRINT-LINE.
003220     WRITE RPT-PRINT-LINE.
003230     PERFORM 1100-LOAD-CHANGES   THRU 1100-EXIT.
003240     PERFORM 2100-READ-OPENCUTS-FILE THRU 2100-EXIT.
003250 1000-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* 1100-LOAD-CHANGES - LOAD THE CHANGE RECORDS INTO THE TABLE AND
003290* PRINT EACH ONE. THE JOB ABENDS IF THERE ARE MORE CHANGES THAN
003300* THE TABLE WAS SIZED FOR (PRTMNT01'S CARD TABLE IS THE SAME
003310* SIZE, SO IT CANNOT HAPPEN FROM ONE MAINTENANCE RUN).
003320*----------------------------------------------------------------
003330 1100-LOAD-CHANGES.
003340     PERFORM 1150-LOAD-ONE-CHANGE THRU 1150-EXIT
003350             UNTIL CHANGE-EOF.
003360     CLOSE CHANGE-FILE.
003370     IF WS-CHANGE-COUNT = ZERO
003380         MOVE WS-NONE-LINE       TO RPT-PRINT-LINE
003390         WRITE RPT-PRINT-LINE
003400     END-IF.
003410 1100-EXIT.
003420     EXIT.
003430 1150-LOAD-ONE-CHANGE.
003440     READ CHANGE-FILE
003450         AT END
003460             SET CHANGE-EOF      TO TRUE
003470             GO TO 1150-EXIT
003480     END-READ.
003490     IF WS-CHANGE-COUNT NOT < WK-CHANGE-TABLE-MAX
003500         DISPLAY "ENGIMP01 - CHANGE TABLE OVERFLOW"
003510         MOVE 16             TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540     ADD 1                       TO WS-PARTS-CHANGED.
003550     ADD 1                       TO WS-CHANGE-COUNT.
003560     MOVE WS-CHANGE-COUNT        TO WS-CHANGE-SUB.
003570     MOVE ECH-PART-NUMBER
003580         TO WS-CT-PART-NUMBER (WS-CHANGE-SUB).
003590     MOVE ECH-OLD-MATERIAL-CODE
003600         TO WS-CT-OLD-MATERIAL (WS-CHANGE-SUB).
003610     MOVE ECH-NEW-MATERIAL-CODE
003620         TO WS-CT-NEW-MATERIAL (WS-CHANGE-SUB).
003630     MOVE ECH-NEW-STATUS-CODE
003640         TO WS-CT-NEW-STATUS (WS-CHANGE-SUB).
003650     MOVE ECH-NEW-MIN-RADIUS-X
003660         TO WS-CT-NEW-MIN-X (WS-CHANGE-SUB).
003670     MOVE ECH-NEW-MAX-RADIUS-X
003680         TO WS-CT-NEW-MAX-X (WS-CHANGE-SUB).
003690     MOVE ECH-MATERIAL-CHANGED
003700         TO WS-CT-MATERIAL-FLAG (WS-CHANGE-SUB).
003710     MOVE ECH-LIMITS-CHANGED
003720         TO WS-CT-LIMITS-FLAG (WS-CHANGE-SUB).
003730     MOVE ECH-PART-NUMBER        TO WS-CL-PART-NUMBER.
003740     MOVE ECH-ACTION-CODE        TO WS-CL-ACTION.
003750     MOVE ECH-OLD-MATERIAL-CODE  TO WS-CL-OLD-MATERIAL.
003760     MOVE ECH-NEW-MATERIAL-CODE  TO WS-CL-NEW-MATERIAL.
003770     MOVE ECH-OLD-STATUS-CODE    TO WS-CL-OLD-STATUS.
003780     MOVE ECH-NEW-STATUS-CODE    TO WS-CL-NEW-STATUS.
003790     MOVE ECH-OLD-MIN-RADIUS-X   TO WS-CL-OLD-MIN.
003800     MOVE ECH-OLD-MAX-RADIUS-X   TO WS-CL-OLD-MAX.
003810     MOVE ECH-NEW-MIN-RADIUS-X   TO WS-CL-NEW-MIN.
003820     MOVE ECH-NEW-MAX-RADIUS-X   TO WS-CL-NEW-MAX.
003830     MOVE WS-CHANGE-LINE         TO RPT-PRINT-LINE.
003840     WRITE RPT-PRINT-LINE.
003850 1150-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880* 2000-SCAN-OPEN-CUTS - GROUP 1. PASS THE WHOLE OPEN-CUTS LIST
003890* AND CHECK EVERY CUT WHOSE PART IS IN THE CHANGE TABLE.
003900*----------------------------------------------------------------
003910 2000-SCAN-OPEN-CUTS.
003920     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
003930     WRITE RPT-PRINT-LINE.
003940     MOVE WS-GROUP-1-HEADING     TO RPT-PRINT-LINE.
003950     WRITE RPT-PRINT-LINE.
003960     MOVE WS-DETAIL-HEADING      TO RPT-PRINT-LINE.
003970     WRITE RPT-PRINT-LINE.
003980     PERFORM 2200-CHECK-ONE-OPEN-CUT THRU 2200-EXIT
003990             UNTIL OPENCUTS-EOF.
004000     IF WS-OPENCUTS-REVIEW = ZERO
004010         MOVE WS-NONE-LINE       TO RPT-PRINT-LINE
004020         WRITE RPT-PRINT-LINE
004030     END-IF.
004040     CLOSE OPENCUTS-FILE.
004050 2000-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004080* 2100-READ-OPENCUTS-FILE - READ ONE OPEN-CUTS RECORD, SETTING
004090* THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
004100*----------------------------------------------------------------
004110 2100-READ-OPENCUTS-FILE.
004120     READ OPENCUTS-FILE
004130         AT END
004140             SET OPENCUTS-EOF    TO TRUE
004150     END-READ.
004160 2100-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190* 2200-CHECK-ONE-OPEN-CUT - AN OPEN CUT ON A CHANGED PART GOES
004200* TO REVIEW WHEN THE PART IS NOW OBSOLETE, WHEN ITS RADIUS (FROM
004210* THE AUDIT RECORD THAT COMPUTED IT) IS OUTSIDE THE NEW LIMITS
004220* OR CANNOT BE FOUND TO CHECK, OR WHEN THE MATERIAL CHANGED -
004230* THE STOCK FOR IT WAS PLANNED IN THE OLD MATERIAL.
004240*----------------------------------------------------------------
004250 2200-CHECK-ONE-OPEN-CUT.
004260     ADD 1                       TO WS-OPENCUTS-READ.
004270     PERFORM 2250-FIND-CHANGE    THRU 2250-EXIT.
004280     IF CHANGE-NOT-FOUND
004290         GO TO 2200-NEXT
004300     END-IF.
004310     ADD 1                       TO WS-OPENCUTS-SCANNED.
004320     PERFORM 2300-LOOK-UP-CUT-RADIUS THRU 2300-EXIT.
004330     MOVE SPACES                 TO WS-DETAIL-LINE.
004340     MOVE OPN-PART-NUMBER        TO WS-DL-PART-NUMBER.
004350     MOVE OPN-PART-DATE          TO WS-DL-PART-DATE.
004360     MOVE WS-CUT-SHIFT-CODE      TO WS-DL-SHIFT.
004370     IF RADIUS-FOUND
004380         MOVE WS-CUT-RADIUS-X    TO WS-DL-RADIUS
004390     END-IF.
004400     IF WS-CT-NEW-STATUS (WS-CHANGE-SUB) = "O"
004410         MOVE "PART IS NOW OBSOLETE - DO NOT CUT"
004420                                 TO WS-DL-NOTE
004430         PERFORM 2400-WRITE-REVIEW-LINE THRU 2400-EXIT
004440         GO TO 2200-NEXT
004450     END-IF.
004460     IF WS-CT-LIMITS-FLAG (WS-CHANGE-SUB) = "Y"
004470         PERFORM 7000-SET-NEW-LIMITS THRU 7000-EXIT
004480         IF RADIUS-NOT-FOUND
004490             MOVE "LIMITS CHANGED - RADIUS NOT ON AUDIT FILE"
004500                                 TO WS-DL-NOTE
004510             PERFORM 2400-WRITE-REVIEW-LINE THRU 2400-EXIT
004520             GO TO 2200-NEXT
004530         END-IF
004540         IF NEW-LIMITS-PRESENT
004550            AND (WS-CUT-RADIUS < WS-NEW-MIN-RADIUS
004560                 OR WS-CUT-RADIUS > WS-NEW-MAX-RADIUS)
004570             MOVE "RADIUS NOW OUTSIDE PART LIMITS"
004580                                 TO WS-DL-NOTE
004590             PERFORM 2400-WRITE-REVIEW-LINE THRU 2400-EXIT
004600             GO TO 2200-NEXT
004610         END-IF
004620     END-IF.
004630     IF WS-CT-MATERIAL-FLAG (WS-CHANGE-SUB) = "Y"
004640         MOVE "MATERIAL WAS XXXX - NOW XXXX" TO WS-DL-NOTE
004650         MOVE WS-CT-OLD-MATERIAL (WS-CHANGE-SUB)
004660                                 TO WS-DL-NOTE (14:4)
004670         MOVE WS-CT-NEW-MATERIAL (WS-CHANGE-SUB)
004680                                 TO WS-DL-NOTE (25:4)
004690         PERFORM 2400-WRITE-REVIEW-LINE THRU 2400-EXIT
004700     END-IF.
004710 2200-NEXT.
004720     PERFORM 2100-READ-OPENCUTS-FILE THRU 2100-EXIT.
004730 2200-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004760* 2250-FIND-CHANGE - SCAN THE CHANGE TABLE FOR THE CURRENT OPEN
004770* CUT'S PART NUMBER, LEAVING WS-CHANGE-SUB ON THE ENTRY.
004780*----------------------------------------------------------------
004790 2250-FIND-CHANGE.
004800     SET CHANGE-NOT-FOUND        TO TRUE.
004810     MOVE 1                      TO WS-CHANGE-SUB.
004820     PERFORM 2260-SCAN-ONE-CHANGE THRU 2260-EXIT
004830             UNTIL CHANGE-FOUND
004840                OR WS-CHANGE-SUB > WS-CHANGE-COUNT.
004850 2250-EXIT.
004860     EXIT.
004870 2260-SCAN-ONE-CHANGE.
004880     IF WS-CT-PART-NUMBER (WS-CHANGE-SUB) = OPN-PART-NUMBER
004890         SET CHANGE-FOUND        TO TRUE
004900     ELSE
004910         ADD 1                   TO WS-CHANGE-SUB
004920     END-IF.
004930 2260-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 2300-LOOK-UP-CUT-RADIUS - POSITION AUDVSAM ON THE OPEN CUT'S
004970* PART NUMBER AND PART DATE AND TAKE THE INPUT RADIUS AND SHIFT
004980* FROM THE FIRST AUDIT RECORD UNDER THAT KEY (EVERY CALC TYPE
004990* FOR A PART/DATE CARRIES THE SAME RADIUS). NOTHING UNDER THE
005000* KEY LEAVES THE RADIUS NOT FOUND.
005010*----------------------------------------------------------------
005020 2300-LOOK-UP-CUT-RADIUS.
005030     SET RADIUS-NOT-FOUND        TO TRUE.
005040     MOVE ZERO                   TO WS-CUT-RADIUS.
005050     MOVE SPACE                  TO WS-CUT-SHIFT-CODE.
005060     MOVE LOW-VALUES             TO AUDV-KEY.
005070     MOVE OPN-PART-NUMBER        TO AUDV-PART-NUMBER.
005080     MOVE OPN-PART-DATE          TO AUDV-PART-DATE.
005090     START AUDIT-VSAM-FILE KEY NOT < AUDV-KEY
005100         INVALID KEY
005110             GO TO 2300-EXIT
005120     END-START.
005130     READ AUDIT-VSAM-FILE NEXT RECORD
005140         AT END
005150             GO TO 2300-EXIT
005160     END-READ.
005170     IF WS-VSAM-FILE-STATUS NOT = "00"
005180         GO TO 2300-EXIT
005190     END-IF.
005200     IF AUDV-PART-NUMBER = OPN-PART-NUMBER
005210        AND AUDV-PART-DATE = OPN-PART-DATE
005220         SET RADIUS-FOUND        TO TRUE
005230         MOVE AUDV-INPUT-RADIUS  TO WS-CUT-RADIUS
005240         MOVE AUDV-SHIFT-CODE    TO WS-CUT-SHIFT-CODE
005250     END-IF.
005260 2300-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290* 2400-WRITE-REVIEW-LINE - WRITE THE GROUP 1 LINE THE CALLER HAS
005300* BUILT AND COUNT IT.
005310*----------------------------------------------------------------
005320 2400-WRITE-REVIEW-LINE.
005330     ADD 1                       TO WS-OPENCUTS-REVIEW.
005340     MOVE WS-DETAIL-LINE         TO RPT-PRINT-LINE.
005350     WRITE RPT-PRINT-LINE.
005360 2400-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390* 3000-RELEASE-REJECTS - GROUP 2. FOR EACH CHANGED PART, BROWSE
005400* ITS OUTSTANDING REJECTS AND RELEASE EVERY R011 THAT NOW PASSES
005410* THE NIGHTLY EDITS.
005420*----------------------------------------------------------------
005430 3000-RELEASE-REJECTS.
005440     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
005450     WRITE RPT-PRINT-LINE.
005460     MOVE WS-GROUP-2-HEADING     TO RPT-PRINT-LINE.
005470     WRITE RPT-PRINT-LINE.
005480     MOVE WS-DETAIL-HEADING      TO RPT-PRINT-LINE.
005490     WRITE RPT-PRINT-LINE.
005500     MOVE 1                      TO WS-CHANGE-SUB.
005510     PERFORM 3100-RELEASE-FOR-ONE-PART THRU 3100-EXIT
005520             UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT.
005530     IF WS-REJECTS-RELEASED = ZERO
005540         MOVE WS-NONE-LINE       TO RPT-PRINT-LINE
005550         WRITE RPT-PRINT-LINE
005560     END-IF.
005570 3000-EXIT.
005580     EXIT.
005590 3100-RELEASE-FOR-ONE-PART.
005600     PERFORM 7000-SET-NEW-LIMITS THRU 7000-EXIT.
005610     PERFORM 6000-START-PART-BROWSE THRU 6000-EXIT.
005620     PERFORM 3150-RELEASE-ONE-REJECT THRU 3150-EXIT
005630             UNTIL BROWSE-EOF.
005640     ADD 1                       TO WS-CHANGE-SUB.
005650 3100-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680* 3150-RELEASE-ONE-REJECT - READ THE PART'S NEXT OUTSTANDING
005690* REJECT. AN R011 THAT NOW PASSES IS WRITTEN TO THE RELEASE FILE
005700* IN THE RADREC01 LAYOUT (JUST AS IT WAS REJECTED - THE NEW
005710* LIMITS ARE THE FIX) AND CLEARED FROM THE OUTSTANDING MASTER,
005720* THE WAY REJFIX01 CLEARS A REPAIR AS IT WRITES THE REWORK.
005730*----------------------------------------------------------------
005740 3150-RELEASE-ONE-REJECT.
005750     PERFORM 6100-READ-NEXT-REJECT THRU 6100-EXIT.
005760     IF BROWSE-EOF
005770         GO TO 3150-EXIT
005780     END-IF.
005790     ADD 1                       TO WS-REJECTS-SCANNED.
005800     IF ORJ-REASON-CODE NOT = "R011"
005810         GO TO 3150-EXIT
005820     END-IF.
005830     PERFORM 5000-REVALIDATE-REJECT THRU 5000-EXIT.
005840     IF WS-NEW-REASON-CODE NOT = SPACES
005850         GO TO 3150-EXIT
005860     END-IF.
005870     MOVE SPACES                 TO RAD-RECORD.
005880     MOVE ORJ-PART-NUMBER        TO RAD-PART-NUMBER.
005890     MOVE ORJ-PART-DATE          TO RAD-PART-DATE.
005900     MOVE ORJ-RADIUS-TEXT        TO RAD-RADIUS-X.
005910     MOVE ORJ-UOM-CODE           TO RAD-UOM-CODE.
005920     MOVE ORJ-CALC-MODE          TO RAD-CALC-MODE.
005930     MOVE ORJ-SHIFT-CODE         TO RAD-SHIFT-CODE.
005932     MOVE ORJ-WO-NUMBER          TO RAD-WO-NUMBER-X.
005934     MOVE ORJ-WO-LINE            TO RAD-WO-LINE-X.
005936     MOVE ORJ-RECUT-FLAG         TO RAD-RECUT-FLAG.
005940     WRITE RAD-RECORD.
005950     DELETE OUTSTANDING-FILE RECORD
005960         INVALID KEY
005970             CONTINUE
005980     END-DELETE.
005990     IF WS-OUTSTANDING-STATUS NOT = "00"
006000         DISPLAY "ENGIMP01 - ORJVSAM DELETE FAILED, STATUS="
006010             WS-OUTSTANDING-STATUS
006020         MOVE 16             TO RETURN-CODE
006030         STOP RUN
006040     END-IF.
006050     ADD 1                       TO WS-REJECTS-RELEASED.
006060     MOVE SPACES                 TO WS-DETAIL-LINE.
006070     MOVE ORJ-PART-NUMBER        TO WS-DL-PART-NUMBER.
006080     MOVE ORJ-PART-DATE          TO WS-DL-PART-DATE.
006090     MOVE ORJ-REASON-CODE        TO WS-DL-REASON-CODE.
006100     MOVE ORJ-RADIUS-TEXT        TO WS-DL-RADIUS.
006110     MOVE ORJ-SHIFT-CODE         TO WS-DL-SHIFT.
006120     MOVE "WITHIN NEW LIMITS - RELEASED TO REWORK"
006130                                 TO WS-DL-NOTE.
006140     MOVE WS-DETAIL-LINE         TO RPT-PRINT-LINE.
006150     WRITE RPT-PRINT-LINE.
006160 3150-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190* 4000-LIST-REFAILED - GROUP 3. BROWSE EACH CHANGED PART'S
006200* OUTSTANDING REJECTS AGAIN (THE RELEASED ONES ARE GONE NOW) AND
006210* LIST EVERY ONE THE NEW MASTER VALUES WOULD REJECT FOR A REASON
006220* OTHER THAN THE ONE IT IS HELD FOR.
006230*----------------------------------------------------------------
006240 4000-LIST-REFAILED.
006250     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
006260     WRITE RPT-PRINT-LINE.
006270     MOVE WS-GROUP-3-HEADING     TO RPT-PRINT-LINE.
006280     WRITE RPT-PRINT-LINE.
006290     MOVE WS-DETAIL-HEADING      TO RPT-PRINT-LINE.
006300     WRITE RPT-PRINT-LINE.
006310     MOVE 1                      TO WS-CHANGE-SUB.
006320     PERFORM 4100-LIST-FOR-ONE-PART THRU 4100-EXIT
006330             UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT.
006340     IF WS-REJECTS-REFAILED = ZERO
006350         MOVE WS-NONE-LINE       TO RPT-PRINT-LINE
006360         WRITE RPT-PRINT-LINE
006370     END-IF.
006380 4000-EXIT.
006390     EXIT.
006400 4100-LIST-FOR-ONE-PART.
006410     PERFORM 7000-SET-NEW-LIMITS THRU 7000-EXIT.
006420     PERFORM 6000-START-PART-BROWSE THRU 6000-EXIT.
006430     PERFORM 4150-LIST-ONE-REJECT THRU 4150-EXIT
006440             UNTIL BROWSE-EOF.
006450     ADD 1                       TO WS-CHANGE-SUB.
006460 4100-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490* 4150-LIST-ONE-REJECT - RE-RUN THE EDITS ON THE PART'S NEXT
006500* OUTSTANDING REJECT. A REPEAT (R008/R009) THAT GETS PAST THE
006510* MASTER CHECKS STILL FAILS ON ITS DONE KEY, SO IT IS UNCHANGED.
006520* A NEW REASON PRINTS WITH THE OLD ONE IN THE NOTE; A NON-R011
006530* REJECT THE CHANGE NOW LETS THROUGH (AN OBSOLETE PART MADE
006540* ACTIVE AGAIN) PRINTS TOO, BUT IS LEFT FOR THE DATA GROUP TO
006550* SEND THROUGH RCOR - ONLY THE LIMIT REJECTS ARE RELEASED
006560* AUTOMATICALLY.
006570*----------------------------------------------------------------
006580 4150-LIST-ONE-REJECT.
006590     PERFORM 6100-READ-NEXT-REJECT THRU 6100-EXIT.
006600     IF BROWSE-EOF
006610         GO TO 4150-EXIT
006620     END-IF.
006630     PERFORM 5000-REVALIDATE-REJECT THRU 5000-EXIT.
006640     IF WS-NEW-REASON-CODE = SPACES
006650        AND (ORJ-REASON-CODE = "R008"
006660             OR ORJ-REASON-CODE = "R009")
006670         MOVE ORJ-REASON-CODE    TO WS-NEW-REASON-CODE
006680     END-IF.
006690     IF WS-NEW-REASON-CODE = ORJ-REASON-CODE
006700         ADD 1                   TO WS-REJECTS-UNCHANGED
006710         GO TO 4150-EXIT
006720     END-IF.
006730     ADD 1                       TO WS-REJECTS-REFAILED.
006740     MOVE SPACES                 TO WS-DETAIL-LINE.
006750     MOVE ORJ-PART-NUMBER        TO WS-DL-PART-NUMBER.
006760     MOVE ORJ-PART-DATE          TO WS-DL-PART-DATE.
006770     MOVE WS-NEW-REASON-CODE     TO WS-DL-REASON-CODE.
006780     MOVE ORJ-RADIUS-TEXT        TO WS-DL-RADIUS.
006790     MOVE ORJ-SHIFT-CODE         TO WS-DL-SHIFT.
006800     MOVE "WAS "                 TO WS-DL-NOTE.
006810     MOVE ORJ-REASON-CODE        TO WS-DL-NOTE (5:4).
006820     IF WS-NEW-REASON-CODE = SPACES
006830         MOVE " - NOW PASSES, CORRECT VIA RCOR"
006840                                 TO WS-DL-NOTE (9:33)
006850     ELSE
006860         MOVE " - "              TO WS-DL-NOTE (9:3)
006870         MOVE WS-NEW-REASON-TEXT TO WS-DL-NOTE (12:30)
006880     END-IF.
006890     MOVE WS-DETAIL-LINE         TO RPT-PRINT-LINE.
006900     WRITE RPT-PRINT-LINE.
006910 4150-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------
006940* 5000-REVALIDATE-REJECT - RUN THE CURRENT ORJVSAM ENTRY THROUGH
006950* COMPUTE_SAMPLE02'S RECORD EDITS IN THE SAME ORDER (2200-
006960* VALIDATE-RADIUS-RECORD), WITH THE CHANGED PART'S NEW STATUS
006970* AND LIMITS STANDING IN FOR THE MASTER LOOKUP, AND LEAVE THE
006980* FIRST FAILING REASON IN WS-NEW-REASON-CODE/TEXT (SPACES WHEN
006990* IT PASSES). THE PART IS ON THE MASTER - IT WAS JUST CHANGED -
007000* SO R006 CANNOT ARISE, AND THE DONE-KEY CHECKS (R008/R009) ARE
007010* LEFT TO THE REWORK RUN ITSELF.
007020*----------------------------------------------------------------
007030 5000-REVALIDATE-REJECT.
007040     MOVE SPACES                 TO WS-NEW-REASON-CODE
007050                                    WS-NEW-REASON-TEXT.
007060     MOVE ORJ-RADIUS-TEXT        TO WS-CHECK-RADIUS-X.
007070     IF WS-CHECK-RADIUS-X NOT NUMERIC
007080         MOVE "R002"             TO WS-NEW-REASON-CODE
007090         MOVE "RADIUS FIELD IS NOT NUMERIC"
007100                                 TO WS-NEW-REASON-TEXT
007110         GO TO 5000-EXIT
007120     END-IF.
007130     IF WS-CHECK-RADIUS = ZERO
007140         MOVE "R001"             TO WS-NEW-REASON-CODE
007150         MOVE "RADIUS IS ZERO"   TO WS-NEW-REASON-TEXT
007160         GO TO 5000-EXIT
007170     END-IF.
007180     IF WS-CHECK-RADIUS > WK-MAX-RADIUS
007190         MOVE "R003"             TO WS-NEW-REASON-CODE
007200         MOVE "RADIUS EXCEEDS CUTTING RANGE"
007210                                 TO WS-NEW-REASON-TEXT
007220         GO TO 5000-EXIT
007230     END-IF.
007240     IF ORJ-UOM-CODE NOT = "IN"
007250        AND ORJ-UOM-CODE NOT = "MM"
007260        AND ORJ-UOM-CODE NOT = "CM"
007270         MOVE "R004"             TO WS-NEW-REASON-CODE
007280         MOVE "INVALID UNIT OF MEASURE"
007290                                 TO WS-NEW-REASON-TEXT
007300         GO TO 5000-EXIT
007310     END-IF.
007320     IF ORJ-CALC-MODE NOT = "C"
007330        AND ORJ-CALC-MODE NOT = "A"
007340        AND ORJ-CALC-MODE NOT = "B"
007350        AND ORJ-CALC-MODE NOT = "S"
007360         MOVE "R005"             TO WS-NEW-REASON-CODE
007370         MOVE "INVALID CALC MODE" TO WS-NEW-REASON-TEXT
007380         GO TO 5000-EXIT
007390     END-IF.
007400     IF ORJ-SHIFT-CODE NOT = "1"
007410        AND ORJ-SHIFT-CODE NOT = "2"
007420        AND ORJ-SHIFT-CODE NOT = "3"
007430         MOVE "R010"             TO WS-NEW-REASON-CODE
007440         MOVE "INVALID SHIFT CODE" TO WS-NEW-REASON-TEXT
007450         GO TO 5000-EXIT
007460     END-IF.
007462     IF ORJ-WO-NUMBER NOT NUMERIC
007463        OR ORJ-WO-NUMBER = ZEROS
007464        OR ORJ-WO-LINE NOT NUMERIC
007465        OR ORJ-WO-LINE = ZEROS
007466         MOVE "R012"             TO WS-NEW-REASON-CODE
007467         MOVE "WORK ORDER MISSING OR INVALID"
007468                                 TO WS-NEW-REASON-TEXT
007469         GO TO 5000-EXIT
007470     END-IF.
007475     IF WS-CT-NEW-STATUS (WS-CHANGE-SUB) = "O"
007480         MOVE "R007"             TO WS-NEW-REASON-CODE
007490         MOVE "PART IS OBSOLETE" TO WS-NEW-REASON-TEXT
007500         GO TO 5000-EXIT
007510     END-IF.
007520     IF NEW-LIMITS-PRESENT
007530        AND (WS-CHECK-RADIUS < WS-NEW-MIN-RADIUS
007540             OR WS-CHECK-RADIUS > WS-NEW-MAX-RADIUS)
007550         MOVE "R011"             TO WS-NEW-REASON-CODE
007560         MOVE "RADIUS OUTSIDE PART LIMITS"
007570                                 TO WS-NEW-REASON-TEXT
007580     END-IF.
007590 5000-EXIT.
007600     EXIT.
007610*----------------------------------------------------------------
007620* 6000-START-PART-BROWSE - POSITION ORJVSAM ON THE FIRST ENTRY
007630* FOR THE CURRENT CHANGE-TABLE PART (PART DATE ZERO SORTS AHEAD
007640* OF EVERY REAL DATE).
007650*----------------------------------------------------------------
007660 6000-START-PART-BROWSE.
007670     MOVE "N"                    TO WS-BROWSE-EOF-SW.
007680     MOVE WS-CT-PART-NUMBER (WS-CHANGE-SUB)
007690                                 TO ORJ-PART-NUMBER.
007700     MOVE ZERO                   TO ORJ-PART-DATE.
007710     START OUTSTANDING-FILE KEY NOT < ORJ-KEY
007720         INVALID KEY
007730             SET BROWSE-EOF      TO TRUE
007740     END-START.
007750 6000-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780* 6100-READ-NEXT-REJECT - READ THE NEXT ORJVSAM ENTRY, ENDING
007790* THE BROWSE AT END OF FILE, ON A BAD STATUS, OR WHEN THE ENTRY
007800* BELONGS TO THE NEXT PART.
007810*----------------------------------------------------------------
007820 6100-READ-NEXT-REJECT.
007830     READ OUTSTANDING-FILE NEXT RECORD
007840         AT END
007850             SET BROWSE-EOF      TO TRUE
007860             GO TO 6100-EXIT
007870     END-READ.
007880     IF WS-OUTSTANDING-STATUS NOT = "00"
007890         SET BROWSE-EOF          TO TRUE
007900         GO TO 6100-EXIT
007910     END-IF.
007920     IF ORJ-PART-NUMBER NOT = WS-CT-PART-NUMBER (WS-CHANGE-SUB)
007930         SET BROWSE-EOF          TO TRUE
007940     END-IF.
007950 6100-EXIT.
007960     EXIT.
007970*----------------------------------------------------------------
007980* 7000-SET-NEW-LIMITS - SET THE CURRENT CHANGE-TABLE PART'S NEW
007990* CUTTABLE LIMITS. A MISSING END DEFAULTS OPEN - MIN TO ZERO,
008000* MAX TO WK-MAX-RADIUS - AS IN COMPUTE_SAMPLE02; NEITHER LIMIT
008010* KEYED MEANS NO PER-PART CHECK AT ALL.
008020*----------------------------------------------------------------
008030 7000-SET-NEW-LIMITS.
008040     MOVE "N"                    TO WS-NEW-LIMITS-SW.
008050     MOVE ZERO                   TO WS-NEW-MIN-RADIUS.
008060     MOVE WK-MAX-RADIUS          TO WS-NEW-MAX-RADIUS.
008070     MOVE WS-CT-NEW-MIN-X (WS-CHANGE-SUB) TO WS-LIMIT-WORK-X.
008080     IF WS-LIMIT-WORK-X NUMERIC
008090         SET NEW-LIMITS-PRESENT  TO TRUE
008100         MOVE WS-LIMIT-WORK      TO WS-NEW-MIN-RADIUS
008110     END-IF.
008120     MOVE WS-CT-NEW-MAX-X (WS-CHANGE-SUB) TO WS-LIMIT-WORK-X.
008130     IF WS-LIMIT-WORK-X NUMERIC
008140         SET NEW-LIMITS-PRESENT  TO TRUE
008150         MOVE WS-LIMIT-WORK      TO WS-NEW-MAX-RADIUS
008160     END-IF.
008170 7000-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------
008200* 9000-TERMINATE - PRINT THE RUN TOTALS, SET THE RETURN CODE
008210* (RC=4 WHEN ANY OPEN CUT NEEDS REVIEW OR ANY REJECT NOW FAILS
008220* FOR A NEW REASON - ENGINEERING HAS WORK TO DO; RELEASES ALONE
008230* NEED NO ONE), AND CLOSE THE FILES.
008240*----------------------------------------------------------------
008250 9000-TERMINATE.
008260     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
008270     WRITE RPT-PRINT-LINE.
008280     MOVE WS-PARTS-CHANGED       TO WS-CHL-COUNT.
008290     MOVE WS-CHANGED-LINE        TO RPT-PRINT-LINE.
008300     WRITE RPT-PRINT-LINE.
008310     MOVE WS-OPENCUTS-READ       TO WS-ORL-COUNT.
008320     MOVE WS-OPNREAD-LINE        TO RPT-PRINT-LINE.
008330     WRITE RPT-PRINT-LINE.
008340     MOVE WS-OPENCUTS-SCANNED    TO WS-OSL-COUNT.
008350     MOVE WS-OPNSCAN-LINE        TO RPT-PRINT-LINE.
008360     WRITE RPT-PRINT-LINE.
008370     MOVE WS-OPENCUTS-REVIEW     TO WS-OVL-COUNT.
008380     MOVE WS-OPNREVIEW-LINE      TO RPT-PRINT-LINE.
008390     WRITE RPT-PRINT-LINE.
008400     MOVE WS-REJECTS-SCANNED     TO WS-RSL-COUNT.
008410     MOVE WS-REJSCAN-LINE        TO RPT-PRINT-LINE.
008420     WRITE RPT-PRINT-LINE.
008430     MOVE WS-REJECTS-RELEASED    TO WS-RLL-COUNT.
008440     MOVE WS-RELEASED-LINE       TO RPT-PRINT-LINE.
008450     WRITE RPT-PRINT-LINE.
008460     MOVE WS-REJECTS-REFAILED    TO WS-RFL-COUNT.
008470     MOVE WS-REFAILED-LINE       TO RPT-PRINT-LINE.
008480     WRITE RPT-PRINT-LINE.
008490     MOVE WS-REJECTS-UNCHANGED   TO WS-RUL-COUNT.
008500     MOVE WS-UNCHANGED-LINE      TO RPT-PRINT-LINE.
008510     WRITE RPT-PRINT-LINE.
008520     MOVE ZERO                   TO RETURN-CODE.
008530     IF WS-OPENCUTS-REVIEW > ZERO
008540        OR WS-REJECTS-REFAILED > ZERO
008550         MOVE 4                  TO RETURN-CODE
008560     END-IF.
008570     CLOSE AUDIT-VSAM-FILE.
008580     CLOSE OUTSTANDING-FILE.
008590     CLOSE RELEASE-FILE.
008600     CLOSE REPORT-FILE.
008610 9000-EXIT.
008620     EXIT.
