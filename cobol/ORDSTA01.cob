000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     ORDSTA01.
000120 AUTHOR.                         D. OKAMURA.
000130 INSTALLATION.                   SHOP FLOOR SYSTEMS.
000140 DATE-WRITTEN.                   2026-10-12.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-12 DKO  ORIGINAL VERSION - WORK-ORDER STATUS REPORT FOR
000200*                 EXPEDITING. EVERY CUT NOW CARRIES THE ASSEMBLY
000210*                 WORK ORDER AND LINE IT FEEDS (RADREC01), SO
000220*                 "IS ORDER 44718 READY?" CAN BE ANSWERED HERE
000230*                 INSTEAD OF BY PHONING THE DATA GROUP PART BY
000240*                 PART. FOUR SOURCES ARE COMBINED BY WORK-ORDER
000250*                 LINE: THE AUDIT LOG (THE LINES COMPUTED), THE
000260*                 OPEN-CUTS LIST CUTCNF01 CARRIES FORWARD (STILL
000270*                 AT THE SAW), THE SAW CONFIRMATION HISTORY (CUT
000280*                 OR CANCELLED) AND THE OUTSTANDING-REJECT
000290*                 MASTER (HELD ON A REJECT). EACH ORDER PRINTS
000300*                 ITS LINES COMPUTED, CUT, OPEN, HELD AND
000310*                 CANCELLED WITH A STATUS, AND EVERY ORDER THAT
000320*                 CANNOT FINISH BECAUSE A LINE IS STUCK ON A
000330*                 REJECT IS LISTED AGAIN WITH THE LINE, PART AND
000340*                 REJECT REASON SO EXPEDITING KNOWS WHAT TO CHASE.
000341* 2026-10-15 DKO  A LINE LAST CANCELLED AS SCRAPPED AT THE SAW IS
000342*                 NO LONGER COUNTED CANCELLED. WHEN ITS RECUT IS
000343*                 WAITING ON THE RECUT EXTRACT (RCTFILE, READ
000344*                 HERE) OR HAS BEEN COMPUTED SINCE THE SCRAP IT IS
000345*                 OPEN; OTHERWISE CUTCNF01 HELD IT FOR REVIEW, SO
000346*                 IT IS HELD, THE ORDER SHOWS REVIEW RATHER THAN
000347*                 COMPLETE, AND THE LINE IS LISTED WITH THE
000348*                 REJECTS. ONLY AN ORDER OR DUPLICATE CANCELLATION
000349*                 (OR ONE GIVING NO REASON) NOW COUNTS CANCELLED.
000350*----------------------------------------------------------------
000360 ENVIRONMENT                     DIVISION.
000370 CONFIGURATION                   SECTION.
000380 SOURCE-COMPUTER.                IBM-370.
000390 OBJECT-COMPUTER.                IBM-370.
000400 INPUT-OUTPUT                    SECTION.
000410 FILE-CONTROL.
000420     SELECT AUDIT-FILE          ASSIGN TO AUDFILE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000450     SELECT OPEN-CUTS-FILE      ASSIGN TO OPNFILE
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-OPEN-CUTS-STATUS.
000480     SELECT CONFIRM-FILE        ASSIGN TO CNFFILE
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-CONFIRM-FILE-STATUS.
000510     SELECT OUTSTANDING-FILE    ASSIGN TO ORJVSAM
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS ORJ-KEY
000550         FILE STATUS IS WS-OUTSTANDING-STATUS.
000552     SELECT RECUT-FILE          ASSIGN TO RCTFILE
000554         ORGANIZATION IS SEQUENTIAL
000556         FILE STATUS IS WS-RECUT-FILE-STATUS.
000560     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-REPORT-FILE-STATUS.
000590 DATA                            DIVISION.
000600 FILE                            SECTION.
000610 FD  AUDIT-FILE.
000620     COPY AUDREC01.
000630 FD  OPEN-CUTS-FILE.
000640 01  OPN-INPUT-RECORD            PIC X(80).
000650 FD  CONFIRM-FILE.
000660     COPY CNFREC01.
000670 FD  OUTSTANDING-FILE.
000680     COPY ORJREC01.
000683 FD  RECUT-FILE.
000686     COPY RADREC01.
000690 FD  REPORT-FILE.
000700 01  RPT-PRINT-LINE              PIC X(80).
000710 WORKING-STORAGE                 SECTION.
000720   01 WORK-CONSTANTS.
000730     03 WK-LINE-TABLE-MAX        PIC 9(05)    VALUE 10000.
000740   01 WORK-SWITCHES.
000750     03 WS-AUDIT-EOF-SW          PIC X(01) VALUE "N".
000760        88 AUDIT-EOF                  VALUE "Y".
000770     03 WS-OPEN-CUTS-EOF-SW      PIC X(01) VALUE "N".
000780        88 OPEN-CUTS-EOF              VALUE "Y".
000790     03 WS-CONFIRM-EOF-SW        PIC X(01) VALUE "N".
000800        88 CONFIRM-EOF                VALUE "Y".
000810     03 WS-OUTSTANDING-EOF-SW    PIC X(01) VALUE "N".
000820        88 OUTSTANDING-EOF            VALUE "Y".
000822     03 WS-RECUT-EOF-SW          PIC X(01) VALUE "N".
000824        88 RECUT-EOF                  VALUE "Y".
000830     03 WS-ENTRY-FOUND-SW        PIC X(01) VALUE "N".
000840        88 ENTRY-FOUND                VALUE "Y".
000850        88 ENTRY-NOT-FOUND            VALUE "N".
000860*----------------------------------------------------------------
000870* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN SO A BAD
000880* ALLOCATION IS CAUGHT AND ABENDS THE JOB CLEANLY.
000890*----------------------------------------------------------------
000900   01 WS-AUDIT-FILE-STATUS      PIC X(02) VALUE "00".
000910   01 WS-OPEN-CUTS-STATUS       PIC X(02) VALUE "00".
000920   01 WS-CONFIRM-FILE-STATUS    PIC X(02) VALUE "00".
000930   01 WS-OUTSTANDING-STATUS     PIC X(02) VALUE "00".
000940   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
000945   01 WS-RECUT-FILE-STATUS      PIC X(02) VALUE "00".
000950   01 WORK-COUNTERS.
000960     03 WS-AUDIT-READ            PIC 9(07) COMP VALUE ZERO.
000970     03 WS-AUDIT-NO-ORDER        PIC 9(07) COMP VALUE ZERO.
000980     03 WS-OUTSTANDING-READ      PIC 9(07) COMP VALUE ZERO.
000990     03 WS-OUTSTANDING-NO-ORDER  PIC 9(07) COMP VALUE ZERO.
001000     03 WS-OPEN-CUTS-READ        PIC 9(07) COMP VALUE ZERO.
001010     03 WS-OPEN-CUTS-NO-ORDER    PIC 9(07) COMP VALUE ZERO.
001020     03 WS-CONFIRM-READ          PIC 9(07) COMP VALUE ZERO.
001030     03 WS-CONFIRM-MATCHED       PIC 9(07) COMP VALUE ZERO.
001033     03 WS-RECUTS-READ           PIC 9(07) COMP VALUE ZERO.
001036     03 WS-RECUTS-NO-ORDER       PIC 9(07) COMP VALUE ZERO.
001040     03 WS-ORDER-COUNT           PIC 9(07) COMP VALUE ZERO.
001050     03 WS-ORDERS-COMPLETE       PIC 9(07) COMP VALUE ZERO.
001060     03 WS-ORDERS-OPEN           PIC 9(07) COMP VALUE ZERO.
001070     03 WS-ORDERS-BLOCKED        PIC 9(07) COMP VALUE ZERO.
001075     03 WS-ORDERS-REVIEW         PIC 9(07) COMP VALUE ZERO.
001080   01 WS-RUN-DATE               PIC 9(08)           VALUE ZERO.
001090*----------------------------------------------------------------
001100* OPEN-CUTS RECORD - READ TARGET FOR THE OPEN-CUTS LIST.
001110*----------------------------------------------------------------
001120     COPY OPNREC01.
001130*----------------------------------------------------------------
001140* WORK-ORDER LINE TABLE - ONE ENTRY PER WORK ORDER, LINE, PART
001150* AND PART DATE, KEPT IN KEY ORDER AS IT IS BUILT SO THE REPORT
001160* COMES OUT BY ORDER AND LINE. EACH SOURCE SETS ITS OWN FLAG:
001170*   WS-LT-COMPUTED-FLAG  "Y" THE CUT IS ON THE AUDIT LOG.
001180*   WS-LT-OPEN-FLAG      "Y" THE CUT IS ON THE OPEN-CUTS LIST.
001190*   WS-LT-CONFIRM-FLAG   THE LAST SAW CONFIRMATION SEEN FOR THE
001200*                        PART AND DATE ("C" CUT, "X" CANCELLED),
001210*                        SPACE WHEN NONE IS IN THE HISTORY, WITH
001212*                        ITS CANCEL REASON AND CUT DATE AND TIME.
001220*   WS-LT-HELD-FLAG      "Y" THE CUT IS ON THE OUTSTANDING-
001230*                        REJECT MASTER, WITH ITS REASON AND THE
001240*                        DATE IT FIRST REJECTED.
001242*   WS-LT-RECUT-FLAG     "Y" A RECUT IS WAITING ON THE RECUT
001244*                        EXTRACT FOR THE NEXT COMPUTE RUN.
001246*   WS-LT-RECUT-STAMP    RUN DATE AND TIME OF THE LATEST RECUT
001248*                        COMPUTED FOR THE CUT, ZERO WHEN NONE.
001250* 6100-SET-LINE-STATE TURNS THE FLAGS INTO ONE STATE PER LINE.
001260*----------------------------------------------------------------
001270   01 WS-LINE-COUNT             PIC 9(05) COMP      VALUE ZERO.
001280   01 WS-LINE-SUB               PIC 9(05) COMP      VALUE ZERO.
001290   01 WS-MOVE-SUB               PIC 9(05) COMP      VALUE ZERO.
001300   01 WS-SEARCH-KEY.
001310     03 WS-SK-WO-NUMBER          PIC X(06).
001320     03 WS-SK-WO-LINE            PIC X(03).
001330     03 WS-SK-PART-NUMBER        PIC X(10).
001340     03 WS-SK-PART-DATE          PIC 9(08).
001343   01 WS-AUDIT-STAMP.
001346     03 WS-AS-RUN-DATE           PIC 9(08).
001347     03 WS-AS-RUN-TIME           PIC 9(08).
001350   01 WS-LINE-TABLE.
001360     03 WS-LT-ENTRY             OCCURS 10000 TIMES.
001370       05 WS-LT-KEY.
001380         07 WS-LT-WO-NUMBER     PIC X(06).
001390         07 WS-LT-WO-LINE       PIC X(03).
001400         07 WS-LT-PART-NUMBER   PIC X(10).
001410         07 WS-LT-PART-DATE     PIC 9(08).
001420       05 WS-LT-COMPUTED-FLAG   PIC X(01).
001430       05 WS-LT-OPEN-FLAG       PIC X(01).
001440       05 WS-LT-CONFIRM-FLAG    PIC X(01).
001450       05 WS-LT-HELD-FLAG       PIC X(01).
001460       05 WS-LT-REASON-CODE     PIC X(04).
001470       05 WS-LT-REASON-TEXT     PIC X(30).
001480       05 WS-LT-FIRST-DATE      PIC 9(08).
001482       05 WS-LT-CANCEL-REASON   PIC X(01).
001484       05 WS-LT-CONFIRM-STAMP.
001485         07 WS-LT-CONFIRM-DATE  PIC 9(08).
001486         07 WS-LT-CONFIRM-TIME  PIC 9(08).
001487       05 WS-LT-RECUT-FLAG      PIC X(01).
001488       05 WS-LT-RECUT-STAMP     PIC X(16).
001490       05 WS-LT-STATE           PIC X(01).
001500          88 LT-STATE-HELD            VALUE "H".
001505          88 LT-STATE-REVIEW          VALUE "R".
001510          88 LT-STATE-OPEN            VALUE "O".
001520          88 LT-STATE-CANCELLED       VALUE "X".
001530          88 LT-STATE-CUT             VALUE "C".
001540*----------------------------------------------------------------
001550* ONE ORDER'S FIGURES, ROLLED UP FROM ITS LINES BY 6000-PRINT-
001560* ONE-ORDER.
001570*----------------------------------------------------------------
001580   01 WS-ORDER-FIELDS.
001590     03 WS-ORD-WO-NUMBER         PIC X(06).
001600     03 WS-ORD-FIRST-SUB         PIC 9(05) COMP.
001610     03 WS-ORD-LINES             PIC 9(05) COMP.
001620     03 WS-ORD-COMPUTED          PIC 9(05) COMP.
001630     03 WS-ORD-CUT               PIC 9(05) COMP.
001640     03 WS-ORD-OPEN              PIC 9(05) COMP.
001650     03 WS-ORD-HELD              PIC 9(05) COMP.
001660     03 WS-ORD-CANCELLED         PIC 9(05) COMP.
001665     03 WS-ORD-REVIEW            PIC 9(05) COMP.
001670*----------------------------------------------------------------
001680* REPORT PRINT LINES.
001690*----------------------------------------------------------------
001700   01 WS-HEADING-LINE-1         PIC X(80) VALUE
001710       "ORDSTA01 - WORK-ORDER STATUS FOR EXPEDITING".
001720   01 WS-ORDER-TITLE-LINE       PIC X(80) VALUE
001730       "WORK ORDERS - LINES COMPUTED, CUT, OPEN AND HELD:".
001750   01 WS-ORDER-HEADING-LINE.
001760     03 FILLER                   PIC X(40) VALUE
001770         "ORDER     LINES  COMPUTED       CUT     ".
001780     03 FILLER                   PIC X(40) VALUE
001790         " OPEN      HELD    CANCEL   STATUS".
001800   01 WS-ORDER-LINE.
001810     03 WS-OL-WO-NUMBER          PIC X(06).
001820     03 FILLER                   PIC X(03) VALUE SPACES.
001830     03 WS-OL-LINES              PIC ZZZZ9.
001840     03 FILLER                   PIC X(05) VALUE SPACES.
001850     03 WS-OL-COMPUTED           PIC ZZZZ9.
001860     03 FILLER                   PIC X(05) VALUE SPACES.
001870     03 WS-OL-CUT                PIC ZZZZ9.
001880     03 FILLER                   PIC X(05) VALUE SPACES.
001890     03 WS-OL-OPEN               PIC ZZZZ9.
001900     03 FILLER                   PIC X(05) VALUE SPACES.
001910     03 WS-OL-HELD               PIC ZZZZ9.
001920     03 FILLER                   PIC X(05) VALUE SPACES.
001930     03 WS-OL-CANCELLED          PIC ZZZZ9.
001940     03 FILLER                   PIC X(03) VALUE SPACES.
001950     03 WS-OL-STATUS             PIC X(08).
001960     03 FILLER                   PIC X(10) VALUE SPACES.
001970   01 WS-BLOCKED-TITLE-LINE     PIC X(80) VALUE
001980       "ORDERS THAT CANNOT FINISH - LINES HELD, REJECT OR SCRAP:".
001990   01 WS-BLOCKED-HEADING-LINE.
002000     03 FILLER                   PIC X(40) VALUE
002010         "ORDER-LINE  PART        PART DATE  RSN  ".
002020     03 FILLER                   PIC X(40) VALUE
002030         " HELD ON   REASON".
002040   01 WS-BLOCKED-LINE.
002050     03 WS-BL-WO-NUMBER          PIC X(06).
002060     03 FILLER                   PIC X(01) VALUE "-".
002070     03 WS-BL-WO-LINE            PIC X(03).
002080     03 FILLER                   PIC X(02) VALUE SPACES.
002090     03 WS-BL-PART-NUMBER        PIC X(10).
002100     03 FILLER                   PIC X(02) VALUE SPACES.
002110     03 WS-BL-PART-DATE          PIC 9(08).
002120     03 FILLER                   PIC X(03) VALUE SPACES.
002130     03 WS-BL-REASON-CODE        PIC X(04).
002140     03 FILLER                   PIC X(02) VALUE SPACES.
002150     03 WS-BL-FIRST-DATE         PIC 9(08).
002160     03 FILLER                   PIC X(02) VALUE SPACES.
002170     03 WS-BL-REASON-TEXT        PIC X(29).
002180   01 WS-NONE-BLOCKED-LINE      PIC X(80) VALUE
002190       "  NONE".
002200   01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
002210   01 WS-AUDIT-READ-LINE.
002220     03 FILLER                   PIC X(20) VALUE
002230         "AUDIT RECORDS READ :".
002240     03 WS-ARL-COUNT             PIC ZZZZZZ9.
002250     03 FILLER                   PIC X(53) VALUE SPACES.
002260   01 WS-AUDIT-NO-ORDER-LINE.
002270     03 FILLER                   PIC X(20) VALUE
002280         "AUDIT - NO ORDER   :".
002290     03 WS-ANL-COUNT             PIC ZZZZZZ9.
002300     03 FILLER                   PIC X(53) VALUE SPACES.
002310   01 WS-OPEN-CUTS-READ-LINE.
002320     03 FILLER                   PIC X(20) VALUE
002330         "OPEN CUTS READ     :".
002340     03 WS-OCL-COUNT             PIC ZZZZZZ9.
002350     03 FILLER                   PIC X(53) VALUE SPACES.
002360   01 WS-OPEN-NO-ORDER-LINE.
002370     03 FILLER                   PIC X(20) VALUE
002380         "OPEN - NO ORDER    :".
002390     03 WS-ONL-COUNT             PIC ZZZZZZ9.
002400     03 FILLER                   PIC X(53) VALUE SPACES.
002410   01 WS-CONFIRM-READ-LINE.
002420     03 FILLER                   PIC X(20) VALUE
002430         "CONFIRMATIONS READ :".
002440     03 WS-CRL-COUNT             PIC ZZZZZZ9.
002450     03 FILLER                   PIC X(53) VALUE SPACES.
002460   01 WS-CONFIRM-MATCHED-LINE.
002470     03 FILLER                   PIC X(20) VALUE
002480         "CONFIRMS MATCHED   :".
002490     03 WS-CML-COUNT             PIC ZZZZZZ9.
002500     03 FILLER                   PIC X(53) VALUE SPACES.
002502   01 WS-RECUTS-READ-LINE.
002503     03 FILLER                   PIC X(20) VALUE
002504         "RECUTS READ        :".
002505     03 WS-RTL-COUNT             PIC ZZZZZZ9.
002506     03 FILLER                   PIC X(53) VALUE SPACES.
002507   01 WS-RECUT-NO-ORDER-LINE.
002508     03 FILLER                   PIC X(20) VALUE
002509         "RECUTS - NO ORDER  :".
002510     03 WS-RTN-COUNT             PIC ZZZZZZ9.
002511     03 FILLER                   PIC X(53) VALUE SPACES.
002512   01 WS-OUTSTANDING-READ-LINE.
002520     03 FILLER                   PIC X(20) VALUE
002530         "REJECTS READ       :".
002540     03 WS-RRL-COUNT             PIC ZZZZZZ9.
002550     03 FILLER                   PIC X(53) VALUE SPACES.
002560   01 WS-REJECT-NO-ORDER-LINE.
002570     03 FILLER                   PIC X(20) VALUE
002580         "REJECTS - NO ORDER :".
002590     03 WS-RNO-COUNT             PIC ZZZZZZ9.
002600     03 FILLER                   PIC X(53) VALUE SPACES.
002610   01 WS-ORDER-COUNT-LINE.
002620     03 FILLER                   PIC X(20) VALUE
002630         "ORDERS LISTED      :".
002640     03 WS-ORL-COUNT             PIC ZZZZZZ9.
002650     03 FILLER                   PIC X(53) VALUE SPACES.
002660   01 WS-COMPLETE-LINE.
002670     03 FILLER                   PIC X(20) VALUE
002680         "ORDERS COMPLETE    :".
002690     03 WS-CPL-COUNT             PIC ZZZZZZ9.
002700     03 FILLER                   PIC X(53) VALUE SPACES.
002710   01 WS-OPEN-ORDERS-LINE.
002720     03 FILLER                   PIC X(20) VALUE
002730         "ORDERS OPEN        :".
002740     03 WS-OPL-COUNT             PIC ZZZZZZ9.
002750     03 FILLER                   PIC X(53) VALUE SPACES.
002760   01 WS-BLOCKED-ORDERS-LINE.
002770     03 FILLER                   PIC X(20) VALUE
002780         "ORDERS BLOCKED     :".
002790     03 WS-BKL-COUNT             PIC ZZZZZZ9.
002800     03 FILLER                   PIC X(53) VALUE SPACES.
002802   01 WS-REVIEW-ORDERS-LINE.
002804     03 FILLER                   PIC X(20) VALUE
002806         "ORDERS IN REVIEW   :".
002807     03 WS-RVL-COUNT             PIC ZZZZZZ9.
002808     03 FILLER                   PIC X(53) VALUE SPACES.
002810   01 WS-RUN-DATE-LINE.
002820     03 FILLER                   PIC X(20) VALUE
002830         "RUN DATE           :".
002840     03 WS-RNL-DATE              PIC 9(08).
002850     03 FILLER                   PIC X(52) VALUE SPACES.
002860   01 WS-RETURN-CODE-LINE.
002870     03 FILLER                   PIC X(20) VALUE
002880         "RETURN CODE        :".
002890     03 WS-RCL-CODE              PIC ZZZZZZ9.
002900     03 FILLER                   PIC X(53) VALUE SPACES.
002910 PROCEDURE                       DIVISION.
002920 0000-MAINLINE                   SECTION.
002930 0000-MAIN-PARA.
002940     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002950     PERFORM 2000-LOAD-AUDIT-LOG THRU 2000-EXIT.
002960     PERFORM 3000-LOAD-OUTSTANDING THRU 3000-EXIT.
002970     PERFORM 4000-LOAD-OPEN-CUTS THRU 4000-EXIT.
002975     PERFORM 4500-LOAD-RECUTS    THRU 4500-EXIT.
002980     PERFORM 5000-APPLY-CONFIRMATIONS THRU 5000-EXIT.
002990     PERFORM 6000-PRINT-ORDERS   THRU 6000-EXIT.
003000     PERFORM 7000-PRINT-BLOCKED-LINES THRU 7000-EXIT.
003010     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
003020     STOP RUN.
003030*----------------------------------------------------------------
003040* 1000-INITIALIZE - TAKE THE RUN DATE AND OPEN THE REPORT.
003050*----------------------------------------------------------------
003060 1000-INITIALIZE.
003070     ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
003080     OPEN OUTPUT REPORT-FILE.
003090     IF WS-REPORT-FILE-STATUS NOT = "00"
003100         DISPLAY "ORDSTA01 - REPORT-FILE OPEN FAILED, STATUS="
003110             WS-REPORT-FILE-STATUS
003120         MOVE 16             TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     MOVE WS-HEADING-LINE-1      TO RPT-PRINT-LINE.
003160     WRITE RPT-PRINT-LINE.
003170 1000-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200* 2000-LOAD-AUDIT-LOG - PASS THE AUDIT LOG (THE LAST ARCHIVE
003210* GENERATION AND THE LIVE LOG) AND TABLE EVERY COMPUTED CUT
003220* THAT CARRIES A WORK ORDER. A MODE "B" CUT LOGS TWICE AND A
003230* REWORKED CUT MAY LOG AGAIN - EITHER WAY IT IS ONE LINE. THE
003232* LATEST RECUT COMPUTED FOR THE LINE IS KEPT SO A SCRAP CAN BE
003234* TOLD FROM ONE WHOSE RECUT HAS ALREADY BEEN COMPUTED.
003240*----------------------------------------------------------------
003250 2000-LOAD-AUDIT-LOG.
003260     OPEN INPUT AUDIT-FILE.
003270     IF WS-AUDIT-FILE-STATUS NOT = "00"
003280         DISPLAY "ORDSTA01 - AUDIT-FILE OPEN FAILED, STATUS="
003290             WS-AUDIT-FILE-STATUS
003300         MOVE 16             TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     PERFORM 2100-LOAD-ONE-AUDIT-RECORD THRU 2100-EXIT
003340             UNTIL AUDIT-EOF.
003350     CLOSE AUDIT-FILE.
003360 2000-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390* 2100-LOAD-ONE-AUDIT-RECORD - A RUN TRAILER CARRIES NO PART
003400* DATE AND IS PASSED OVER; A DETAIL WRITTEN BEFORE THE LOG
003410* CARRIED THE WORK ORDER IS COUNTED AND PASSED OVER.
003420*----------------------------------------------------------------
003430 2100-LOAD-ONE-AUDIT-RECORD.
003440     READ AUDIT-FILE
003450         AT END
003460             SET AUDIT-EOF       TO TRUE
003470             GO TO 2100-EXIT
003480     END-READ.
003490     ADD 1                       TO WS-AUDIT-READ.
003500     IF AUD-TRAILER-RECORD
003510        OR AUD-PART-DATE-X NOT NUMERIC
003520         GO TO 2100-EXIT
003530     END-IF.
003540     IF AUD-WO-NUMBER-X NOT NUMERIC
003550        OR AUD-WO-LINE-X NOT NUMERIC
003560         ADD 1                   TO WS-AUDIT-NO-ORDER
003570         GO TO 2100-EXIT
003580     END-IF.
003590     MOVE AUD-WO-NUMBER-X        TO WS-SK-WO-NUMBER.
003600     MOVE AUD-WO-LINE-X          TO WS-SK-WO-LINE.
003610     MOVE AUD-PART-NUMBER        TO WS-SK-PART-NUMBER.
003620     MOVE AUD-PART-DATE          TO WS-SK-PART-DATE.
003630     PERFORM 8000-FIND-OR-ADD-LINE THRU 8000-EXIT.
003640     MOVE "Y"                    TO WS-LT-COMPUTED-FLAG
003650                                    (WS-LINE-SUB).
003651     IF NOT AUD-RECUT
003652         GO TO 2100-EXIT
003653     END-IF.
003654     MOVE AUD-RUN-DATE           TO WS-AS-RUN-DATE.
003655     MOVE AUD-RUN-TIME           TO WS-AS-RUN-TIME.
003656     IF WS-AUDIT-STAMP > WS-LT-RECUT-STAMP (WS-LINE-SUB)
003657         MOVE WS-AUDIT-STAMP     TO WS-LT-RECUT-STAMP
003658                                    (WS-LINE-SUB)
003659     END-IF.
003660 2100-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------
003690* 3000-LOAD-OUTSTANDING - PASS THE OUTSTANDING-REJECT MASTER IN
003700* KEY ORDER AND MARK EVERY LINE HELD ON A REJECT, ADDING THE
003710* LINES THAT WERE NEVER COMPUTED AT ALL. A DUPLICATE (R008 OR
003720* R009) IS A REPEAT OF WORK ALREADY COMPUTED, NOT A HELD LINE,
003730* AND IS PASSED OVER.
003740*----------------------------------------------------------------
003750 3000-LOAD-OUTSTANDING.
003760     OPEN INPUT OUTSTANDING-FILE.
003770     IF WS-OUTSTANDING-STATUS NOT = "00"
003780         DISPLAY "ORDSTA01 - OUTSTANDING OPEN FAILED, STATUS="
003790             WS-OUTSTANDING-STATUS
003800         MOVE 16             TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     PERFORM 3100-LOAD-ONE-REJECT THRU 3100-EXIT
003840             UNTIL OUTSTANDING-EOF.
003850     CLOSE OUTSTANDING-FILE.
003860 3000-EXIT.
003870     EXIT.
003880 3100-LOAD-ONE-REJECT.
003890     READ OUTSTANDING-FILE NEXT RECORD
003900         AT END
003910             SET OUTSTANDING-EOF TO TRUE
003920             GO TO 3100-EXIT
003930     END-READ.
003940     ADD 1                       TO WS-OUTSTANDING-READ.
003950     IF ORJ-REASON-CODE = "R008"
003960        OR ORJ-REASON-CODE = "R009"
003970         GO TO 3100-EXIT
003980     END-IF.
003990     IF ORJ-WO-NUMBER NOT NUMERIC
004000        OR ORJ-WO-NUMBER = ZEROS
004010        OR ORJ-WO-LINE NOT NUMERIC
004020        OR ORJ-WO-LINE = ZEROS
004030         ADD 1                   TO WS-OUTSTANDING-NO-ORDER
004040         GO TO 3100-EXIT
004050     END-IF.
004060     MOVE ORJ-WO-NUMBER          TO WS-SK-WO-NUMBER.
004070     MOVE ORJ-WO-LINE            TO WS-SK-WO-LINE.
004080     MOVE ORJ-PART-NUMBER        TO WS-SK-PART-NUMBER.
004090     MOVE ORJ-PART-DATE          TO WS-SK-PART-DATE.
004100     PERFORM 8000-FIND-OR-ADD-LINE THRU 8000-EXIT.
004110     MOVE "Y"                    TO WS-LT-HELD-FLAG (WS-LINE-SUB).
004120     MOVE ORJ-REASON-CODE        TO WS-LT-REASON-CODE
004130                                    (WS-LINE-SUB).
004140     MOVE ORJ-REASON-TEXT        TO WS-LT-REASON-TEXT
004150                                    (WS-LINE-SUB).
004160     MOVE ORJ-FIRST-DATE         TO WS-LT-FIRST-DATE
004170                                    (WS-LINE-SUB).
004180 3100-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------
004210* 4000-LOAD-OPEN-CUTS - MARK EVERY LINE STILL ON THE OPEN-CUTS
004220* LIST CUTCNF01 CARRIED FORWARD TONIGHT. AN OPEN CUT OLDER
004230* THAN THE AUDIT LOG READ HERE IS STILL ADDED, SO NOTHING AT
004240* THE SAW IS LEFT OFF ITS ORDER. AN ENTRY CARRIED FROM BEFORE
004250* THE LIST HELD THE WORK ORDER IS COUNTED AND PASSED OVER.
004260*----------------------------------------------------------------
004270 4000-LOAD-OPEN-CUTS.
004280     OPEN INPUT OPEN-CUTS-FILE.
004290     IF WS-OPEN-CUTS-STATUS NOT = "00"
004300         DISPLAY "ORDSTA01 - OPEN-CUTS OPEN FAILED, STATUS="
004310             WS-OPEN-CUTS-STATUS
004320         MOVE 16             TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     PERFORM 4100-LOAD-ONE-OPEN-CUT THRU 4100-EXIT
004360             UNTIL OPEN-CUTS-EOF.
004370     CLOSE OPEN-CUTS-FILE.
004380 4000-EXIT.
004390     EXIT.
004400 4100-LOAD-ONE-OPEN-CUT.
004410     READ OPEN-CUTS-FILE INTO OPN-RECORD
004420         AT END
004430             SET OPEN-CUTS-EOF   TO TRUE
004440             GO TO 4100-EXIT
004450     END-READ.
004460     ADD 1                       TO WS-OPEN-CUTS-READ.
004470     IF OPN-WO-NUMBER-X NOT NUMERIC
004480        OR OPN-WO-LINE-X NOT NUMERIC
004490         ADD 1                   TO WS-OPEN-CUTS-NO-ORDER
004500         GO TO 4100-EXIT
004510     END-IF.
004520     MOVE OPN-WO-NUMBER-X        TO WS-SK-WO-NUMBER.
004530     MOVE OPN-WO-LINE-X          TO WS-SK-WO-LINE.
004540     MOVE OPN-PART-NUMBER        TO WS-SK-PART-NUMBER.
004550     MOVE OPN-PART-DATE          TO WS-SK-PART-DATE.
004560     PERFORM 8000-FIND-OR-ADD-LINE THRU 8000-EXIT.
004570     MOVE "Y"                    TO WS-LT-OPEN-FLAG (WS-LINE-SUB).
004580 4100-EXIT.
004590     EXIT.
004591*----------------------------------------------------------------
004592* 4500-LOAD-RECUTS - MARK EVERY LINE WITH A RECUT WAITING ON THE
004593* RECUT EXTRACT CUTCNF01 BUILDS FROM SCRAPPED CUTS, UNTIL THE
004594* NEXT COMPUTE RUN TAKES IT. A RECUT REBUILT FROM AN AUDIT
004595* RECORD THAT CARRIED NO WORK ORDER IS COUNTED AND PASSED OVER.
004596*----------------------------------------------------------------
004597 4500-LOAD-RECUTS.
004598     OPEN INPUT RECUT-FILE.
004599     IF WS-RECUT-FILE-STATUS NOT = "00"
004600         DISPLAY "ORDSTA01 - RECUT-FILE OPEN FAILED, STATUS="
004601             WS-RECUT-FILE-STATUS
004602         MOVE 16             TO RETURN-CODE
004603         STOP RUN
004604     END-IF.
004605     PERFORM 4550-LOAD-ONE-RECUT THRU 4550-EXIT
004606             UNTIL RECUT-EOF.
004607     CLOSE RECUT-FILE.
004608 4500-EXIT.
004609     EXIT.
004610 4550-LOAD-ONE-RECUT.
004611     READ RECUT-FILE
004612         AT END
004613             SET RECUT-EOF       TO TRUE
004614             GO TO 4550-EXIT
004615     END-READ.
004616     ADD 1                       TO WS-RECUTS-READ.
004617     IF RAD-WO-NUMBER-X NOT NUMERIC
004618        OR RAD-WO-LINE-X NOT NUMERIC
004619         ADD 1                   TO WS-RECUTS-NO-ORDER
004620         GO TO 4550-EXIT
004621     END-IF.
004622     MOVE RAD-WO-NUMBER-X        TO WS-SK-WO-NUMBER.
004623     MOVE RAD-WO-LINE-X          TO WS-SK-WO-LINE.
004624     MOVE RAD-PART-NUMBER        TO WS-SK-PART-NUMBER.
004625     MOVE RAD-PART-DATE          TO WS-SK-PART-DATE.
004626     PERFORM 8000-FIND-OR-ADD-LINE THRU 8000-EXIT.
004627     MOVE "Y"                    TO WS-LT-RECUT-FLAG
004628                                    (WS-LINE-SUB).
004629 4550-EXIT.
004630     EXIT.
004631*----------------------------------------------------------------
004632* 5000-APPLY-CONFIRMATIONS - PASS THE SAW CONFIRMATION HISTORY
004633* (CNFREC01, KEPT BY COMPS07 STEP030) IN THE ORDER IT WAS
004634* WRITTEN. THE CONFIRMATION CARRIES NO WORK ORDER, SO EVERY LINE
004640* CUT FOR ITS PART AND PART DATE TAKES ITS STATUS - THE LAST
004650* CONFIRMATION SEEN WINS, WITH ITS CANCEL REASON AND CUT TIME.
004660*----------------------------------------------------------------
004670 5000-APPLY-CONFIRMATIONS.
004680     OPEN INPUT CONFIRM-FILE.
004690     IF WS-CONFIRM-FILE-STATUS NOT = "00"
004700         DISPLAY "ORDSTA01 - CONFIRM-FILE OPEN FAILED, STATUS="
004710             WS-CONFIRM-FILE-STATUS
004720         MOVE 16             TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750     PERFORM 5100-APPLY-ONE-CONFIRMATION THRU 5100-EXIT
004760             UNTIL CONFIRM-EOF.
004770     CLOSE CONFIRM-FILE.
004780 5000-EXIT.
004790     EXIT.
004800 5100-APPLY-ONE-CONFIRMATION.
004810     READ CONFIRM-FILE
004820         AT END
004830             SET CONFIRM-EOF     TO TRUE
004840             GO TO 5100-EXIT
004850     END-READ.
004860     ADD 1                       TO WS-CONFIRM-READ.
004870     IF CNF-PART-DATE-X NOT NUMERIC
004880        OR NOT (CNF-STATUS-CUT OR CNF-STATUS-CANCELLED)
004890         GO TO 5100-EXIT
004900     END-IF.
004910     SET ENTRY-NOT-FOUND         TO TRUE.
004920     MOVE 1                      TO WS-LINE-SUB.
004930     PERFORM 5150-MATCH-ONE-LINE THRU 5150-EXIT
004940             UNTIL WS-LINE-SUB > WS-LINE-COUNT.
004950     IF ENTRY-FOUND
004960         ADD 1                   TO WS-CONFIRM-MATCHED
004970     END-IF.
004980 5100-EXIT.
004990     EXIT.
005000 5150-MATCH-ONE-LINE.
005010     IF WS-LT-PART-NUMBER (WS-LINE-SUB) = CNF-PART-NUMBER
005020        AND WS-LT-PART-DATE (WS-LINE-SUB) = CNF-PART-DATE
005030         MOVE CNF-STATUS-CODE    TO WS-LT-CONFIRM-FLAG
005040                                    (WS-LINE-SUB)
005041         MOVE CNF-CANCEL-REASON  TO WS-LT-CANCEL-REASON
005042                                    (WS-LINE-SUB)
005043         MOVE CNF-CUT-DATE       TO WS-LT-CONFIRM-DATE
005044                                    (WS-LINE-SUB)
005045         MOVE CNF-CUT-TIME       TO WS-LT-CONFIRM-TIME
005046                                    (WS-LINE-SUB)
005050         SET ENTRY-FOUND         TO TRUE
005060     END-IF.
005070     ADD 1                       TO WS-LINE-SUB.
005080 5150-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110* 6000-PRINT-ORDERS - PRINT ONE LINE PER WORK ORDER, IN ORDER
005120* NUMBER SEQUENCE (THE TABLE IS KEPT IN KEY ORDER).
005130*----------------------------------------------------------------
005140 6000-PRINT-ORDERS.
005150     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
005160     WRITE RPT-PRINT-LINE.
005170     MOVE WS-ORDER-TITLE-LINE    TO RPT-PRINT-LINE.
005180     WRITE RPT-PRINT-LINE.
005190     MOVE WS-ORDER-HEADING-LINE  TO RPT-PRINT-LINE.
005200     WRITE RPT-PRINT-LINE.
005210     MOVE 1                      TO WS-LINE-SUB.
005220     PERFORM 6050-PRINT-ONE-ORDER THRU 6050-EXIT
005230             UNTIL WS-LINE-SUB > WS-LINE-COUNT.
005240 6000-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270* 6050-PRINT-ONE-ORDER - ROLL UP THE LINES OF THE ORDER AT
005280* WS-LINE-SUB AND PRINT IT. AN ORDER WITH A LINE HELD ON A
005290* REJECT IS BLOCKED - IT CANNOT FINISH UNTIL THE REJECT IS
005300* REPAIRED; ONE WITH A SCRAPPED LINE HELD FOR REVIEW IS IN
005303* REVIEW; ONE WITH A LINE STILL AT THE SAW (OR A RECUT PENDING)
005306* IS OPEN; ANY OTHER IS COMPLETE (EVERY LINE CUT OR CANCELLED).
005320*----------------------------------------------------------------
005330 6050-PRINT-ONE-ORDER.
005340     MOVE WS-LT-WO-NUMBER (WS-LINE-SUB) TO WS-ORD-WO-NUMBER.
005350     MOVE WS-LINE-SUB            TO WS-ORD-FIRST-SUB.
005360     MOVE ZERO                   TO WS-ORD-LINES
005370                                    WS-ORD-COMPUTED
005380                                    WS-ORD-CUT
005390                                    WS-ORD-OPEN
005400                                    WS-ORD-HELD
005410                                    WS-ORD-CANCELLED
005415                                    WS-ORD-REVIEW.
005420     PERFORM 6100-ADD-ONE-LINE   THRU 6100-EXIT
005430             UNTIL WS-LINE-SUB > WS-LINE-COUNT
005440                OR WS-LT-WO-NUMBER (WS-LINE-SUB)
005450                   NOT = WS-ORD-WO-NUMBER.
005460     ADD 1                       TO WS-ORDER-COUNT.
005470     MOVE WS-ORD-WO-NUMBER       TO WS-OL-WO-NUMBER.
005480     MOVE WS-ORD-LINES           TO WS-OL-LINES.
005490     MOVE WS-ORD-COMPUTED        TO WS-OL-COMPUTED.
005500     MOVE WS-ORD-CUT             TO WS-OL-CUT.
005510     MOVE WS-ORD-OPEN            TO WS-OL-OPEN.
005520     MOVE WS-ORD-HELD            TO WS-OL-HELD.
005530     MOVE WS-ORD-CANCELLED       TO WS-OL-CANCELLED.
005540     IF WS-ORD-HELD > WS-ORD-REVIEW
005550         MOVE "BLOCKED"          TO WS-OL-STATUS
005560         ADD 1                   TO WS-ORDERS-BLOCKED
005570     ELSE
005572         IF WS-ORD-REVIEW > ZERO
005574             MOVE "REVIEW"       TO WS-OL-STATUS
005576             ADD 1               TO WS-ORDERS-REVIEW
005578         ELSE
005580             IF WS-ORD-OPEN > ZERO
005590                 MOVE "OPEN"     TO WS-OL-STATUS
005600                 ADD 1           TO WS-ORDERS-OPEN
005610             ELSE
005620                 MOVE "COMPLETE" TO WS-OL-STATUS
005630                 ADD 1           TO WS-ORDERS-COMPLETE
005640             END-IF
005645         END-IF
005650     END-IF.
005660     MOVE WS-ORDER-LINE          TO RPT-PRINT-LINE.
005670     WRITE RPT-PRINT-LINE.
005680 6050-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710* 6100-ADD-ONE-LINE - SETTLE THE STATE OF THE LINE AT
005720* WS-LINE-SUB AND COUNT IT INTO THE ORDER. A LINE ON THE REJECT
005730* MASTER IS HELD; ONE ON THE OPEN-CUTS LIST IS OPEN; ONE THE
005740* SAW LAST CANCELLED AS SCRAPPED GOES TO 6100-SCRAPPED; ONE THE
005743* SAW LAST CANCELLED FOR ANY OTHER REASON IS CANCELLED; ANY
005746* OTHER COMPUTED LINE HAS LEFT THE OPEN-CUTS LIST, WHICH ONLY A
005750* CONFIRMATION DOES, AND IS CUT - ITS CONFIRMATION MAY BE OLDER
005760* THAN THE HISTORY KEPT. A SCRAPPED LINE WHOSE RECUT IS WAITING
005763* ON THE RECUT EXTRACT, OR WAS COMPUTED AFTER THE SCRAP, IS OPEN;
005766* ANY OTHER WAS HELD FOR REVIEW BY CUTCNF01 AND IS HELD HERE
005770* TOO, LISTED WITH THE REJECTS UNDER REASON "SCRP".
005780*----------------------------------------------------------------
005790 6100-ADD-ONE-LINE.
005800     ADD 1                       TO WS-ORD-LINES.
005810     IF WS-LT-COMPUTED-FLAG (WS-LINE-SUB) = "Y"
005820         ADD 1                   TO WS-ORD-COMPUTED
005830     END-IF.
005840     IF WS-LT-HELD-FLAG (WS-LINE-SUB) = "Y"
005850         SET LT-STATE-HELD (WS-LINE-SUB) TO TRUE
005860         ADD 1                   TO WS-ORD-HELD
005870         GO TO 6100-NEXT
005880     END-IF.
005890     IF WS-LT-OPEN-FLAG (WS-LINE-SUB) = "Y"
005900         SET LT-STATE-OPEN (WS-LINE-SUB) TO TRUE
005910         ADD 1                   TO WS-ORD-OPEN
005920         GO TO 6100-NEXT
005930     END-IF.
005935     IF WS-LT-CONFIRM-FLAG (WS-LINE-SUB) = "X"
005937        AND WS-LT-CANCEL-REASON (WS-LINE-SUB) = "S"
005938         GO TO 6100-SCRAPPED
005939     END-IF.
005940     IF WS-LT-CONFIRM-FLAG (WS-LINE-SUB) = "X"
005950         SET LT-STATE-CANCELLED (WS-LINE-SUB) TO TRUE
005960         ADD 1                   TO WS-ORD-CANCELLED
005970         GO TO 6100-NEXT
005980     END-IF.
005990     SET LT-STATE-CUT (WS-LINE-SUB) TO TRUE.
006000     ADD 1                       TO WS-ORD-CUT.
006001     GO TO 6100-NEXT.
006002 6100-SCRAPPED.
006003     IF WS-LT-RECUT-FLAG (WS-LINE-SUB) = "Y"
006004        OR WS-LT-RECUT-STAMP (WS-LINE-SUB)
006005           > WS-LT-CONFIRM-STAMP (WS-LINE-SUB)
006006         SET LT-STATE-OPEN (WS-LINE-SUB) TO TRUE
006007         ADD 1                   TO WS-ORD-OPEN
006008         GO TO 6100-NEXT
006009     END-IF.
006010     SET LT-STATE-REVIEW (WS-LINE-SUB) TO TRUE.
006011     ADD 1                       TO WS-ORD-HELD
006012                                    WS-ORD-REVIEW.
006013     MOVE "SCRP"                 TO WS-LT-REASON-CODE
006014                                    (WS-LINE-SUB).
006015     MOVE "SCRAPPED - HELD FOR REVIEW"
006016                                 TO WS-LT-REASON-TEXT
006017                                    (WS-LINE-SUB).
006018     MOVE WS-LT-CONFIRM-DATE (WS-LINE-SUB)
006019                                 TO WS-LT-FIRST-DATE
006020                                    (WS-LINE-SUB).
006021 6100-NEXT.
006022     ADD 1                       TO WS-LINE-SUB.
006030 6100-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------
006060* 7000-PRINT-BLOCKED-LINES - LIST EVERY LINE HELD ON A REJECT
006070* OR FOR SCRAP REVIEW, BY ORDER AND LINE, WITH THE REASON AND
006080* THE DATE IT FIRST REJECTED OR WAS SCRAPPED - THE WORK
006085* EXPEDITING HAS TO GET REPAIRED OR RECUT.
006090*----------------------------------------------------------------
006100 7000-PRINT-BLOCKED-LINES.
006110     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
006120     WRITE RPT-PRINT-LINE.
006130     MOVE WS-BLOCKED-TITLE-LINE  TO RPT-PRINT-LINE.
006140     WRITE RPT-PRINT-LINE.
006150     IF WS-ORDERS-BLOCKED = ZERO
006155        AND WS-ORDERS-REVIEW = ZERO
006160         MOVE WS-NONE-BLOCKED-LINE TO RPT-PRINT-LINE
006170         WRITE RPT-PRINT-LINE
006180         GO TO 7000-EXIT
006190     END-IF.
006200     MOVE WS-BLOCKED-HEADING-LINE TO RPT-PRINT-LINE.
006210     WRITE RPT-PRINT-LINE.
006220     MOVE 1                      TO WS-LINE-SUB.
006230     PERFORM 7100-PRINT-ONE-HELD-LINE THRU 7100-EXIT
006240             UNTIL WS-LINE-SUB > WS-LINE-COUNT.
006250 7000-EXIT.
006260     EXIT.
006270 7100-PRINT-ONE-HELD-LINE.
006280     IF NOT LT-STATE-HELD (WS-LINE-SUB)
006285        AND NOT LT-STATE-REVIEW (WS-LINE-SUB)
006290         GO TO 7100-NEXT
006300     END-IF.
006310     MOVE WS-LT-WO-NUMBER (WS-LINE-SUB) TO WS-BL-WO-NUMBER.
006320     MOVE WS-LT-WO-LINE (WS-LINE-SUB)   TO WS-BL-WO-LINE.
006330     MOVE WS-LT-PART-NUMBER (WS-LINE-SUB)
006340                                 TO WS-BL-PART-NUMBER.
006350     MOVE WS-LT-PART-DATE (WS-LINE-SUB) TO WS-BL-PART-DATE.
006360     MOVE WS-LT-REASON-CODE (WS-LINE-SUB)
006370                                 TO WS-BL-REASON-CODE.
006380     MOVE WS-LT-FIRST-DATE (WS-LINE-SUB)
006390                                 TO WS-BL-FIRST-DATE.
006400     MOVE WS-LT-REASON-TEXT (WS-LINE-SUB)
006410                                 TO WS-BL-REASON-TEXT.
006420     MOVE WS-BLOCKED-LINE        TO RPT-PRINT-LINE.
006430     WRITE RPT-PRINT-LINE.
006440 7100-NEXT.
006450     ADD 1                       TO WS-LINE-SUB.
006460 7100-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490* 8000-FIND-OR-ADD-LINE - LOOK UP WS-SEARCH-KEY IN THE LINE
006500* TABLE, LEAVING ITS SUBSCRIPT IN WS-LINE-SUB. A KEY NOT YET
006510* THERE IS INSERTED IN KEY ORDER - THE SCAN RUNS BACK FROM THE
006520* END, SINCE EACH SOURCE ARRIVES ROUGHLY IN ORDER - WITH EVERY
006530* FLAG CLEAR. THE JOB ABENDS WHEN THE TABLE IS FULL RATHER THAN
006540* LEAVE ORDERS OFF THE LIST.
006550*----------------------------------------------------------------
006560 8000-FIND-OR-ADD-LINE.
006570     MOVE WS-LINE-COUNT          TO WS-LINE-SUB.
006580     PERFORM 8100-STEP-BACK-ONE  THRU 8100-EXIT
006590             UNTIL WS-LINE-SUB = ZERO
006600                OR WS-LT-KEY (WS-LINE-SUB) NOT > WS-SEARCH-KEY.
006610     IF WS-LINE-SUB > ZERO
006620         IF WS-LT-KEY (WS-LINE-SUB) = WS-SEARCH-KEY
006630             GO TO 8000-EXIT
006640         END-IF
006650     END-IF.
006660     IF WS-LINE-COUNT NOT < WK-LINE-TABLE-MAX
006670         DISPLAY "ORDSTA01 - WORK-ORDER LINE TABLE OVERFLOW"
006680         MOVE 16             TO RETURN-CODE
006690         STOP RUN
006700     END-IF.
006710     ADD 1                       TO WS-LINE-SUB.
006720     MOVE WS-LINE-COUNT          TO WS-MOVE-SUB.
006730     PERFORM 8200-SHIFT-ONE-UP   THRU 8200-EXIT
006740             UNTIL WS-MOVE-SUB < WS-LINE-SUB.
006750     ADD 1                       TO WS-LINE-COUNT.
006760     MOVE WS-SEARCH-KEY          TO WS-LT-KEY (WS-LINE-SUB).
006770     MOVE "N"                    TO WS-LT-COMPUTED-FLAG
006780                                    (WS-LINE-SUB).
006790     MOVE "N"                    TO WS-LT-OPEN-FLAG (WS-LINE-SUB).
006800     MOVE SPACE                  TO WS-LT-CONFIRM-FLAG
006810                                    (WS-LINE-SUB).
006820     MOVE "N"                    TO WS-LT-HELD-FLAG (WS-LINE-SUB).
006821     MOVE SPACE                  TO WS-LT-CANCEL-REASON
006822                                    (WS-LINE-SUB).
006823     MOVE ZERO                   TO WS-LT-CONFIRM-DATE
006824                                    (WS-LINE-SUB)
006825                                    WS-LT-CONFIRM-TIME
006826                                    (WS-LINE-SUB).
006830     MOVE SPACES                 TO WS-LT-REASON-CODE
006840                                    (WS-LINE-SUB).
006850     MOVE SPACES                 TO WS-LT-REASON-TEXT
006860                                    (WS-LINE-SUB).
006870     MOVE ZERO                   TO WS-LT-FIRST-DATE
006880                                    (WS-LINE-SUB).
006890     MOVE SPACE                  TO WS-LT-STATE (WS-LINE-SUB).
006892     MOVE "N"                    TO WS-LT-RECUT-FLAG
006894                                    (WS-LINE-SUB).
006896     MOVE ZEROS                  TO WS-LT-RECUT-STAMP
006898                                    (WS-LINE-SUB).
006900 8000-EXIT.
006910     EXIT.
006920 8100-STEP-BACK-ONE.
006930     SUBTRACT 1                  FROM WS-LINE-SUB.
006940 8100-EXIT.
006950     EXIT.
006960 8200-SHIFT-ONE-UP.
006970     MOVE WS-LT-ENTRY (WS-MOVE-SUB)
006980                                 TO WS-LT-ENTRY (WS-MOVE-SUB + 1).
006990     SUBTRACT 1                  FROM WS-MOVE-SUB.
007000 8200-EXIT.
007010     EXIT.
007020*----------------------------------------------------------------
007030* 9000-TERMINATE - PRINT THE RUN TOTALS, SET THE RETURN CODE
007040* (4 WHEN ANY ORDER IS BLOCKED ON A REJECT OR IN SCRAP REVIEW),
007050* PRINT THE RUN DATE AND THE RETURN CODE AS THE LAST TWO LINES,
007060* AND CLOSE THE REPORT.
007070*----------------------------------------------------------------
007080 9000-TERMINATE.
007090     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
007100     WRITE RPT-PRINT-LINE.
007110     MOVE WS-AUDIT-READ          TO WS-ARL-COUNT.
007120     MOVE WS-AUDIT-READ-LINE     TO RPT-PRINT-LINE.
007130     WRITE RPT-PRINT-LINE.
007140     MOVE WS-AUDIT-NO-ORDER      TO WS-ANL-COUNT.
007150     MOVE WS-AUDIT-NO-ORDER-LINE TO RPT-PRINT-LINE.
007160     WRITE RPT-PRINT-LINE.
007170     MOVE WS-OPEN-CUTS-READ      TO WS-OCL-COUNT.
007180     MOVE WS-OPEN-CUTS-READ-LINE TO RPT-PRINT-LINE.
007190     WRITE RPT-PRINT-LINE.
007200     MOVE WS-OPEN-CUTS-NO-ORDER  TO WS-ONL-COUNT.
007210     MOVE WS-OPEN-NO-ORDER-LINE  TO RPT-PRINT-LINE.
007220     WRITE RPT-PRINT-LINE.
007230     MOVE WS-CONFIRM-READ        TO WS-CRL-COUNT.
007240     MOVE WS-CONFIRM-READ-LINE   TO RPT-PRINT-LINE.
007250     WRITE RPT-PRINT-LINE.
007260     MOVE WS-CONFIRM-MATCHED     TO WS-CML-COUNT.
007270     MOVE WS-CONFIRM-MATCHED-LINE TO RPT-PRINT-LINE.
007280     WRITE RPT-PRINT-LINE.
007282     MOVE WS-RECUTS-READ         TO WS-RTL-COUNT.
007284     MOVE WS-RECUTS-READ-LINE    TO RPT-PRINT-LINE.
007285     WRITE RPT-PRINT-LINE.
007286     MOVE WS-RECUTS-NO-ORDER     TO WS-RTN-COUNT.
007287     MOVE WS-RECUT-NO-ORDER-LINE TO RPT-PRINT-LINE.
007288     WRITE RPT-PRINT-LINE.
007290     MOVE WS-OUTSTANDING-READ    TO WS-RRL-COUNT.
007300     MOVE WS-OUTSTANDING-READ-LINE TO RPT-PRINT-LINE.
007310     WRITE RPT-PRINT-LINE.
007320     MOVE WS-OUTSTANDING-NO-ORDER TO WS-RNO-COUNT.
007330     MOVE WS-REJECT-NO-ORDER-LINE TO RPT-PRINT-LINE.
007340     WRITE RPT-PRINT-LINE.
007350     MOVE WS-ORDER-COUNT         TO WS-ORL-COUNT.
007360     MOVE WS-ORDER-COUNT-LINE    TO RPT-PRINT-LINE.
007370     WRITE RPT-PRINT-LINE.
007380     MOVE WS-ORDERS-COMPLETE     TO WS-CPL-COUNT.
007390     MOVE WS-COMPLETE-LINE       TO RPT-PRINT-LINE.
007400     WRITE RPT-PRINT-LINE.
007410     MOVE WS-ORDERS-OPEN         TO WS-OPL-COUNT.
007420     MOVE WS-OPEN-ORDERS-LINE    TO RPT-PRINT-LINE.
007430     WRITE RPT-PRINT-LINE.
007440     MOVE WS-ORDERS-BLOCKED      TO WS-BKL-COUNT.
007450     MOVE WS-BLOCKED-ORDERS-LINE TO RPT-PRINT-LINE.
007460     WRITE RPT-PRINT-LINE.
007462     MOVE WS-ORDERS-REVIEW       TO WS-RVL-COUNT.
007464     MOVE WS-REVIEW-ORDERS-LINE  TO RPT-PRINT-LINE.
007466     WRITE RPT-PRINT-LINE.
007470     MOVE ZERO                   TO RETURN-CODE.
007480     IF WS-ORDERS-BLOCKED > ZERO
007485        OR WS-ORDERS-REVIEW > ZERO
007490         MOVE 4                  TO RETURN-CODE
007500     END-IF.
007510     MOVE WS-RUN-DATE            TO WS-RNL-DATE.
007520     MOVE WS-RUN-DATE-LINE       TO RPT-PRINT-LINE.
007530     WRITE RPT-PRINT-LINE.
007540     MOVE RETURN-CODE            TO WS-RCL-CODE.
007550     MOVE WS-RETURN-CODE-LINE    TO RPT-PRINT-LINE.
007560     WRITE RPT-PRINT-LINE.
007570     CLOSE REPORT-FILE.
007580 9000-EXIT.
007590     EXIT.
