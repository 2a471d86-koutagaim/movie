000272* 2026-08-22 DKO  ADDED A STCK COLUMN TO THE PER-DAY COUNTS FOR
000274*                 THE NEW STOCK-LENGTH CALC MODE - STOCK RESULTS
000276*                 NO LONGER FALL INTO THE OTHER BUCKET.
000277* 2026-10-05 DKO  RUN TRAILERS ON THE AUDIT LOG (AUDREC01 RECORD
000278*                 TYPE "T"/"A") ARE SKIPPED - THEY ARE NOT
000279*                 COMPUTATIONS.
000280* 2026-10-05 DKO  THE SUMMARY NOW READS THE SHOP CALENDAR
000281*                 (CALREC01): IT PRINTS THE SHOP WORKING DAYS IN
000282*                 THE PERIOD AND THE COMPUTATIONS PER WORKING
000283*                 DAY, CARRIES BOTH INTO THE WEEK-OVER-WEEK
000284*                 MOVEMENT, AND MARKS A RUN DATE THAT WAS NOT A
000285*                 WORKING DAY.
000286* 2026-10-15 DKO  SCRAP RATE - THE SUMMARY NOW COUNTS THE CUTS
000287*                 THE PERIOD MADE AGAINST THE RECUTS AMONG THEM
000288*                 (AUDREC01 RECUT FLAG, SET FOR A CUT SCRAPPED AT
000289*                 THE SAW AND SENT AGAIN BY CUTCNF01) AND PRINTS
000290*                 RECUTS PER 100 FIRST CUTS BY SHIFT AND FOR EACH
000291*                 PART THAT HAD A RECUT. THE AREA RECORD OF A
000292*                 MODE "B" CUT IS NOT COUNTED AS A SECOND CUT.
000293*----------------------------------------------------------------
000294 ENVIRONMENT                     DIVISION.
000300 CONFIGURATION                   SECTION.
000310 SOURCE-COMPUTER.                IBM-370.
000320 OBJECT-COMPUTER.                IBM-370.
000400         FILE STATUS IS WS-REJECT-FILE-STATUS.
000410     SELECT PARM-FILE           ASSIGN TO PARMFILE
000420                                 ORGANIZATION IS SEQUENTIAL.
000422     SELECT CALENDAR-FILE       ASSIGN TO CALFILE
000424         ORGANIZATION IS SEQUENTIAL
000426         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000430     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-REPORT-FILE-STATUS.
000510     COPY REJREC01.
000520 FD  PARM-FILE.
000530     COPY SUMREC01.
000533 FD  CALENDAR-FILE.
000536     COPY CALREC01.
000540 FD  REPORT-FILE.
000550 01  RPT-PRINT-LINE              PIC X(80).
000560 WORKING-STORAGE                 SECTION.
000570   01 WORK-CONSTANTS.
000580     03 WK-DAY-TABLE-MAX         PIC 9(03)    VALUE 031.
000590     03 WK-REASON-TABLE-MAX      PIC 9(03)    VALUE 020.
000595     03 WK-CAL-TABLE-MAX         PIC 9(05)    VALUE 03700.
000597     03 WK-PART-TABLE-MAX        PIC 9(05)    VALUE 02000.
000600   01 WORK-SWITCHES.
000610     03 WS-AUDIT-EOF-SW          PIC X(01) VALUE "N".
000620        88 AUDIT-EOF                  VALUE "Y".
000670     03 WS-ENTRY-FOUND-SW        PIC X(01) VALUE "N".
000680        88 ENTRY-FOUND                VALUE "Y".
000690        88 ENTRY-NOT-FOUND            VALUE "N".
000693     03 WS-CALENDAR-EOF-SW       PIC X(01) VALUE "N".
000696        88 CALENDAR-EOF               VALUE "Y".
000697     03 WS-PART-OVERFLOW-SW      PIC X(01) VALUE "N".
000698        88 PART-TABLE-OVERFLOWED      VALUE "Y".
000700*----------------------------------------------------------------
000710* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN SO A BAD
000720* ALLOCATION IS CAUGHT AND ABENDS THE JOB CLEANLY.
000740   01 WS-AUDIT-FILE-STATUS      PIC X(02) VALUE "00".
000750   01 WS-REJECT-FILE-STATUS     PIC X(02) VALUE "00".
000760   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
000765   01 WS-CALENDAR-FILE-STATUS   PIC X(02) VALUE "00".
000770*----------------------------------------------------------------
000780* REQUESTED REPORTING PERIODS.
000790*----------------------------------------------------------------
000920   01 WS-PRI-RESULT-SUM         PIC S9(11)V99 COMP-3 VALUE ZERO.
000930   01 WS-MOVE-COUNT             PIC S9(07) COMP     VALUE ZERO.
000940   01 WS-MOVE-SUM               PIC S9(11)V99 COMP-3 VALUE ZERO.
000942   01 WS-CUR-WORK-DAYS          PIC S9(07) COMP-3   VALUE ZERO.
000944   01 WS-PRI-WORK-DAYS          PIC S9(07) COMP-3   VALUE ZERO.
000946   01 WS-CUR-PER-DAY            PIC S9(06)V9 COMP-3 VALUE ZERO.
000948   01 WS-PRI-PER-DAY            PIC S9(06)V9 COMP-3 VALUE ZERO.
000949   01 WS-MOVE-RATE              PIC S9(06)V9 COMP-3 VALUE ZERO.
000950*----------------------------------------------------------------
000960* PER-DAY TABLE - ONE ENTRY PER RUN DATE SEEN IN THE CURRENT
000970* PERIOD, IN THE ORDER THE LOG CARRIES THEM (THE LOG IS WRITTEN
001160     03 WS-RT-ENTRY             OCCURS 20 TIMES.
001170       05 WS-RT-REASON-CODE     PIC X(04).
001180       05 WS-RT-REJECT-COUNT    PIC 9(07) COMP.
001181*----------------------------------------------------------------
001182* SHOP CALENDAR TABLE - THE DAY NUMBER AND DAY TYPE OF EVERY DATE
001183* ON THE SHOP CALENDAR, LOADED ONCE IN 1200-LOAD-SHOP-CALENDAR.
001184* 8300-COUNT-WORKING-DAYS COUNTS THE STANDARD WEEK FROM THE DAY
001185* NUMBERS ALONE AND CORRECTS IT FROM THIS TABLE.
001186*----------------------------------------------------------------
001187   01 WS-CAL-TABLE-COUNT        PIC 9(05) COMP      VALUE ZERO.
001188   01 WS-CAL-SUB                PIC 9(05) COMP      VALUE ZERO.
001189   01 WS-CAL-TABLE.
001190     03 WS-CT-ENTRY             OCCURS 3700 TIMES.
001191       05 WS-CT-DAY-NUMBER      PIC S9(08) COMP-3.
001192       05 WS-CT-DAY-TYPE        PIC X(01).
001193*----------------------------------------------------------------
001194* SCRAP TABLES - FIRST CUTS AND RECUTS IN THE CURRENT PERIOD BY
001195* SHIFT (ENTRY 4 IS A CUT WITH NO SHIFT CODE, FROM BEFORE THE
001196* SHIFT WAS CARRIED) AND BY PART. THE PART TABLE STOPS TAKING
001197* NEW PARTS WHEN FULL AND THE REPORT SAYS SO.
001198*----------------------------------------------------------------
001199   01 WS-SHIFT-SUB              PIC 9(01)           VALUE ZERO.
001200   01 WS-SCRAP-SHIFT-TABLE.
001201     03 WS-SS-ENTRY             OCCURS 4 TIMES.
001202       05 WS-SS-FIRST-CUTS      PIC 9(07) COMP.
001203       05 WS-SS-RECUTS          PIC 9(07) COMP.
001204   01 WS-PART-TABLE-COUNT       PIC 9(05) COMP      VALUE ZERO.
001205   01 WS-PART-TABLE-SUB         PIC 9(05) COMP      VALUE ZERO.
001206   01 WS-PART-TABLE.
001207     03 WS-PT-ENTRY             OCCURS 2000 TIMES.
001208       05 WS-PT-PART-NUMBER     PIC X(10).
001209       05 WS-PT-FIRST-CUTS      PIC 9(07) COMP.
001210       05 WS-PT-RECUTS          PIC 9(07) COMP.
001211   01 WS-SCRAP-FIRST-CUTS       PIC 9(07) COMP      VALUE ZERO.
001212   01 WS-SCRAP-RECUTS           PIC 9(07) COMP      VALUE ZERO.
001213   01 WS-SCRAP-RATE             PIC S9(05)V9 COMP-3 VALUE ZERO.
001214   01 WS-PD-FROM-DATE           PIC 9(08)           VALUE ZERO.
001215   01 WS-PD-TO-DATE             PIC 9(08)           VALUE ZERO.
001216   01 WS-WD-FROM-NUMBER         PIC S9(08) COMP-3   VALUE ZERO.
001217   01 WS-WD-TO-NUMBER           PIC S9(08) COMP-3   VALUE ZERO.
001218   01 WS-WD-DAY-NUMBER          PIC S9(08) COMP-3   VALUE ZERO.
001219   01 WS-WD-SPAN                PIC S9(08) COMP-3   VALUE ZERO.
001220   01 WS-WD-WEEKS               PIC S9(08) COMP-3   VALUE ZERO.
001221   01 WS-WD-ODD-DAYS            PIC 9(01)           VALUE ZERO.
001222   01 WS-WD-COUNT               PIC S9(07) COMP-3   VALUE ZERO.
001223   01 WS-WD-WEEKDAY             PIC 9(01)           VALUE ZERO.
001224      88 WD-STANDARD-WORKDAY         VALUE 2 THRU 6.
001225*----------------------------------------------------------------
001226* DAY-NUMBER CONVERSION FIELDS - 8100-COMPUTE-DAY-NUMBER TURNS
001227* THE YYYYMMDD DATE IN WS-DN-DATE INTO A SERIAL DAY COUNT IN
001228* WS-DN-NUMBER FOR THE WORKING-DAY COUNTS.
001229*----------------------------------------------------------------
001230   01 WS-DN-DATE                PIC 9(08)           VALUE ZERO.
001231   01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
001232     03 WS-DN-YEAR              PIC 9(04).
001233     03 WS-DN-MONTH             PIC 9(02).
001234     03 WS-DN-DAY               PIC 9(02).
001235   01 WS-DN-NUMBER              PIC S9(08) COMP-3   VALUE ZERO.
001236   01 WS-DN-Q4                  PIC 9(04) COMP      VALUE ZERO.
001237   01 WS-DN-R4                  PIC 9(04) COMP      VALUE ZERO.
001238   01 WS-DN-Q100                PIC 9(04) COMP      VALUE ZERO.
001239   01 WS-DN-R100                PIC 9(04) COMP      VALUE ZERO.
001240   01 WS-DN-Q400                PIC 9(04) COMP      VALUE ZERO.
001241   01 WS-DN-R400                PIC 9(04) COMP      VALUE ZERO.
001242   01 WS-MONTH-OFFSETS.
001243     03 FILLER                  PIC X(36) VALUE
001244         "000031059090120151181212243273304334".
001245   01 WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSETS.
001246     03 WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
001247*----------------------------------------------------------------
001248* REPORT PRINT LINES.
001249*----------------------------------------------------------------
001250   01 WS-HEADING-LINE-1         PIC X(80) VALUE
001251       "AUDSUMM1 - WEEKLY COMPUTATION SUMMARY".
001252   01 WS-PERIOD-LINE.
001253     03 FILLER                   PIC X(20) VALUE
001260         "PERIOD FROM/TO     :".
001270     03 WS-PL-FROM-DATE          PIC 9(08).
001280     03 FILLER                   PIC X(01) VALUE SPACES.
001460     03 WS-DDL-OTHER-COUNT       PIC ZZZZZZ9.
001470     03 FILLER                   PIC X(01) VALUE SPACES.
001480     03 WS-DDL-RESULT-SUM        PIC ZZZZZZZZZZZ9.99.
001485     03 FILLER                   PIC X(02) VALUE SPACES.
001490     03 WS-DDL-NOTE              PIC X(11).
001495     03 FILLER                   PIC X(08) VALUE SPACES.
001500   01 WS-COMP-TOTAL-LINE.
001510     03 FILLER                   PIC X(20) VALUE
001520         "COMPUTATIONS       :".
001620         "REJECTS            :".
001630     03 WS-RTL-COUNT             PIC ZZZZZZ9.
001640     03 FILLER                   PIC X(53) VALUE SPACES.
001641   01 WS-WORK-DAYS-LINE.
001642     03 FILLER                   PIC X(20) VALUE
001643         "WORKING DAYS       :".
001644     03 WS-WDL-COUNT             PIC ZZZZZZ9.
001645     03 FILLER                   PIC X(53) VALUE SPACES.
001646   01 WS-PER-DAY-LINE.
001647     03 FILLER                   PIC X(20) VALUE
001648         "COMPS/WORKING DAY  :".
001649     03 WS-PDL-COUNT             PIC ZZZZ9.9.
001650     03 FILLER                   PIC X(53) VALUE SPACES.
001651   01 WS-REASON-HEADING-LINE     PIC X(80) VALUE
001660       "REJECTS BY REASON CODE".
001670   01 WS-REASON-DETAIL-LINE.
001680     03 WS-RDL-REASON-CODE       PIC X(04).
001980     03 FILLER                   PIC X(01) VALUE SPACES.
001990     03 WS-MRL-CHANGE            PIC +ZZZZZZ9.
002000     03 FILLER                   PIC X(36) VALUE SPACES.
002001   01 WS-MOVE-WORKDAY-LINE.
002002     03 FILLER                   PIC X(20) VALUE
002003         "WORKING DAYS       :".
002004     03 WS-MWL-CURRENT           PIC ZZZZZZ9.
002005     03 FILLER                   PIC X(01) VALUE SPACES.
002006     03 WS-MWL-PRIOR             PIC ZZZZZZ9.
002007     03 FILLER                   PIC X(01) VALUE SPACES.
002008     03 WS-MWL-CHANGE            PIC +ZZZZZZ9.
002009     03 FILLER                   PIC X(36) VALUE SPACES.
002010   01 WS-MOVE-PER-DAY-LINE.
002011     03 FILLER                   PIC X(20) VALUE
002012         "COMPS/WORKING DAY  :".
002013     03 WS-MPL-CURRENT           PIC ZZZZ9.9.
002014     03 FILLER                   PIC X(01) VALUE SPACES.
002015     03 WS-MPL-PRIOR             PIC ZZZZ9.9.
002016     03 FILLER                   PIC X(01) VALUE SPACES.
002017     03 WS-MPL-CHANGE            PIC +ZZZZ9.9.
002018     03 FILLER                   PIC X(36) VALUE SPACES.
002019   01 WS-SCRAP-SHIFT-HEADING-LINE PIC X(80) VALUE
002020       "SCRAP BY SHIFT     :  FIRST  RECUTS PER 100".
002021   01 WS-SCRAP-PART-HEADING-LINE PIC X(80) VALUE
002022       "SCRAP BY PART      :  FIRST  RECUTS PER 100".
002023   01 WS-SCRAP-LINE.
002024     03 WS-SCL-LABEL             PIC X(20).
002025     03 WS-SCL-FIRST-CUTS        PIC ZZZZZZ9.
002026     03 FILLER                   PIC X(01) VALUE SPACES.
002027     03 WS-SCL-RECUTS            PIC ZZZZZZ9.
002028     03 FILLER                   PIC X(01) VALUE SPACES.
002029     03 WS-SCL-RATE              PIC ZZZZ9.9.
002030     03 FILLER                   PIC X(37) VALUE SPACES.
002031   01 WS-SCRAP-SHIFT-LABEL.
002032     03 FILLER                   PIC X(06) VALUE "SHIFT ".
002033     03 WS-SSL-SHIFT             PIC 9(01).
002034     03 FILLER                   PIC X(13) VALUE SPACES.
002035   01 WS-NO-RECUTS-LINE          PIC X(80) VALUE
002036       "NO RECUTS IN THE PERIOD".
002037   01 WS-PART-OVERFLOW-LINE      PIC X(80) VALUE
002038       "** PART TABLE FULL - SCRAP BY PART IS INCOMPLETE **".
002039   01 WS-BLANK-LINE              PIC X(80) VALUE SPACES.
002040 PROCEDURE                       DIVISION.
002041 0000-MAINLINE                   SECTION.
002042 0000-MAIN-PARA.
002050     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002060     PERFORM 2000-PROCESS-AUDIT-LOG THRU 2000-EXIT
002070             UNTIL AUDIT-EOF.
002100     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002110     STOP RUN.
002120*----------------------------------------------------------------
002130* 1000-INITIALIZE - READ THE DATE-RANGE CARD, LOAD THE SHOP
002140* CALENDAR, OPEN THE AUDIT, REJECT AND REPORT FILES, WRITE THE
002150* REPORT HEADINGS AND PRIME BOTH READS.
002160*----------------------------------------------------------------
002170 1000-INITIALIZE.
002180     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT.
002185     PERFORM 1200-LOAD-SHOP-CALENDAR THRU 1200-EXIT.
002186     INITIALIZE WS-SCRAP-SHIFT-TABLE.
002190     OPEN INPUT AUDIT-FILE.
002200     IF WS-AUDIT-FILE-STATUS NOT = "00"
002210         DISPLAY "AUDSUMM1 - AUDIT-FILE OPEN FAILED, STATUS="
002800     END-IF.
002810 1100-EXIT.
002820     EXIT.
002821*----------------------------------------------------------------
002822* 1200-LOAD-SHOP-CALENDAR - LOAD THE SHOP CALENDAR (CALREC01, ONE
002823* RECORD PER DATE THAT DEPARTS FROM THE STANDARD SHOP WEEK) INTO
002824* THE DAY-NUMBER TABLE 8300-COUNT-WORKING-DAYS WORKS FROM. AN
002825* EMPTY CALENDAR IS THE STANDARD WEEK EVERY WEEK. THE JOB ABENDS
002826* IF THE FILE FAILS TO OPEN OR OUTGROWS THE TABLE.
002827*----------------------------------------------------------------
002828 1200-LOAD-SHOP-CALENDAR.
002829     OPEN INPUT CALENDAR-FILE.
002830     IF WS-CALENDAR-FILE-STATUS NOT = "00"
002831         DISPLAY "AUDSUMM1 - CALENDAR OPEN FAILED, STATUS="
002832             WS-CALENDAR-FILE-STATUS
002833         MOVE 16             TO RETURN-CODE
002834         STOP RUN
002835     END-IF.
002836     PERFORM 1250-LOAD-ONE-CALENDAR-DAY THRU 1250-EXIT
002837             UNTIL CALENDAR-EOF.
002838     CLOSE CALENDAR-FILE.
002839 1200-EXIT.
002840     EXIT.
002841 1250-LOAD-ONE-CALENDAR-DAY.
002842     READ CALENDAR-FILE
002843         AT END
002844             SET CALENDAR-EOF    TO TRUE
002845             GO TO 1250-EXIT
002846     END-READ.
002847     IF CAL-DATE-X NOT NUMERIC
002848         GO TO 1250-EXIT
002849     END-IF.
002850     MOVE CAL-DATE               TO WS-DN-DATE.
002851     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
002852     IF WS-DN-NUMBER = ZERO
002853         GO TO 1250-EXIT
002854     END-IF.
002855     IF WS-CAL-TABLE-COUNT NOT < WK-CAL-TABLE-MAX
002856         DISPLAY "AUDSUMM1 - CALENDAR TABLE OVERFLOW"
002857         MOVE 16             TO RETURN-CODE
002858         STOP RUN
002859     END-IF.
002860     ADD 1                       TO WS-CAL-TABLE-COUNT.
002861     MOVE WS-CAL-TABLE-COUNT     TO WS-CAL-SUB.
002862     MOVE WS-DN-NUMBER
002863         TO WS-CT-DAY-NUMBER (WS-CAL-SUB).
002864     MOVE CAL-DAY-TYPE
002865         TO WS-CT-DAY-TYPE (WS-CAL-SUB).
002866 1250-EXIT.
002867     EXIT.
002868*----------------------------------------------------------------
002869* 2000-PROCESS-AUDIT-LOG - ROLL THE CURRENT AUDIT RECORD INTO
002870* THE PER-DAY TABLE AND PERIOD ACCUMULATORS WHEN ITS RUN DATE
002871* FALLS IN THE CURRENT PERIOD, OR INTO THE PRIOR-PERIOD TOTALS
002872* WHEN IT FALLS IN THE PRIOR ONE, THEN READ THE NEXT RECORD.
002875* A RUN TRAILER IS NOT A COMPUTATION AND IS PASSED OVER.
002880*----------------------------------------------------------------
002890 2000-PROCESS-AUDIT-LOG.
002895     IF AUD-TRAILER-RECORD
002896         GO TO 2000-NEXT
002897     END-IF.
002900     IF AUD-RUN-DATE NOT < WS-FROM-DATE
002910        AND AUD-RUN-DATE NOT > WS-TO-DATE
002920         PERFORM 2200-ACCUMULATE-CURRENT THRU 2200-EXIT
002980             ADD AUD-RESULT      TO WS-PRI-RESULT-SUM
002990         END-IF
003000     END-IF.
003005 2000-NEXT.
003010     PERFORM 2100-READ-AUDIT-FILE THRU 2100-EXIT.
003020 2000-EXIT.
003030     EXIT.
003150*----------------------------------------------------------------
003160* 2200-ACCUMULATE-CURRENT - ROLL THE CURRENT AUDIT RECORD INTO
003170* ITS RUN DATE'S DAY-TABLE ENTRY (ADDING THE ENTRY ON FIRST
003180* SIGHT) AND THE CURRENT-PERIOD TOTALS, AND COUNT IT FOR THE
003185* SCRAP FIGURES.
003190*----------------------------------------------------------------
003200 2200-ACCUMULATE-CURRENT.
003210     ADD 1                       TO WS-CUR-COMP-COUNT.
003450             ADD 1 TO WS-DT-OTHER-COUNT (WS-DAY-TABLE-SUB)
003460     END-EVALUATE.
003470     ADD AUD-RESULT TO WS-DT-RESULT-SUM (WS-DAY-TABLE-SUB).
003475     PERFORM 2300-COUNT-SCRAP THRU 2300-EXIT.
003480 2200-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003670     END-IF.
003680 2260-EXIT.
003690     EXIT.
003691*----------------------------------------------------------------
003692* 2300-COUNT-SCRAP - COUNT THE CURRENT AUDIT RECORD AS A FIRST
003693* CUT OR A RECUT AGAINST ITS SHIFT AND ITS PART. THE AREA RECORD
003694* OF A MODE "B" CUT FOLLOWS ITS CIRC RECORD FOR THE SAME CUT AND
003695* IS NOT COUNTED AGAIN.
003696*----------------------------------------------------------------
003697 2300-COUNT-SCRAP.
003698     IF AUD-CALC-MODE = "B"
003699        AND AUD-CALC-TYPE = "AREA"
003700         GO TO 2300-EXIT
003701     END-IF.
003702     EVALUATE AUD-SHIFT-CODE
003703         WHEN "1"
003704             MOVE 1              TO WS-SHIFT-SUB
003705         WHEN "2"
003706             MOVE 2              TO WS-SHIFT-SUB
003707         WHEN "3"
003708             MOVE 3              TO WS-SHIFT-SUB
003709         WHEN OTHER
003710             MOVE 4              TO WS-SHIFT-SUB
003711     END-EVALUATE.
003712     IF AUD-RECUT
003713         ADD 1                   TO WS-SS-RECUTS (WS-SHIFT-SUB)
003714     ELSE
003715         ADD 1                   TO WS-SS-FIRST-CUTS
003716                                    (WS-SHIFT-SUB)
003717     END-IF.
003718     SET ENTRY-NOT-FOUND         TO TRUE.
003719     MOVE 1                      TO WS-PART-TABLE-SUB.
003720     PERFORM 2350-SCAN-ONE-PART THRU 2350-EXIT
003721             UNTIL ENTRY-FOUND
003722                OR WS-PART-TABLE-SUB > WS-PART-TABLE-COUNT.
003723     IF ENTRY-NOT-FOUND
003724         IF WS-PART-TABLE-COUNT NOT < WK-PART-TABLE-MAX
003725             SET PART-TABLE-OVERFLOWED TO TRUE
003726             GO TO 2300-EXIT
003727         END-IF
003728         ADD 1                   TO WS-PART-TABLE-COUNT
003729         MOVE WS-PART-TABLE-COUNT TO WS-PART-TABLE-SUB
003730         MOVE AUD-PART-NUMBER
003731             TO WS-PT-PART-NUMBER (WS-PART-TABLE-SUB)
003732         MOVE ZERO TO WS-PT-FIRST-CUTS (WS-PART-TABLE-SUB)
003733         MOVE ZERO TO WS-PT-RECUTS (WS-PART-TABLE-SUB)
003734     END-IF.
003735     IF AUD-RECUT
003736         ADD 1 TO WS-PT-RECUTS (WS-PART-TABLE-SUB)
003737     ELSE
003738         ADD 1 TO WS-PT-FIRST-CUTS (WS-PART-TABLE-SUB)
003739     END-IF.
003740 2300-EXIT.
003741     EXIT.
003742 2350-SCAN-ONE-PART.
003743     IF WS-PT-PART-NUMBER (WS-PART-TABLE-SUB) = AUD-PART-NUMBER
003744         SET ENTRY-FOUND         TO TRUE
003745     ELSE
003746         ADD 1                   TO WS-PART-TABLE-SUB
003747     END-IF.
003748 2350-EXIT.
003749     EXIT.
003750*----------------------------------------------------------------
003751* 3000-PROCESS-REJECTS - ROLL THE CURRENT REJECT INTO THE REASON
003752* TABLE AND PERIOD TOTALS BY ITS PART DATE, THEN READ THE NEXT.
003753*----------------------------------------------------------------
003754 3000-PROCESS-REJECTS.
003755     IF REJ-PART-DATE NOT < WS-FROM-DATE
003760        AND REJ-PART-DATE NOT > WS-TO-DATE
003770         ADD 1                   TO WS-CUR-REJECT-COUNT
003780         PERFORM 3200-COUNT-REJECT-REASON THRU 3200-EXIT
004320 3250-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004346* 9000-TERMINATE - PRINT THE PER-DAY LINES (A RUN DATE THAT WAS
004352* NOT A SHOP WORKING DAY IS MARKED NON-WORKING), PERIOD TOTALS
004358* WITH THE WORKING DAYS IN THE PERIOD AND THE COMPUTATIONS PER
004364* WORKING DAY, THE REJECT-REASON BREAKDOWN, THE SCRAP FIGURES BY
004366* SHIFT AND BY PART AND THE WEEK-OVER-WEEK MOVEMENT, THEN CLOSE
004370* THE FILES.
004380*----------------------------------------------------------------
004390 9000-TERMINATE.
004391     MOVE WS-FROM-DATE           TO WS-PD-FROM-DATE.
004392     MOVE WS-TO-DATE             TO WS-PD-TO-DATE.
004393     PERFORM 8200-COUNT-PERIOD-DAYS THRU 8200-EXIT.
004394     MOVE WS-WD-COUNT            TO WS-CUR-WORK-DAYS.
004395     IF WS-CUR-WORK-DAYS > ZERO
004396         DIVIDE WS-CUR-COMP-COUNT BY WS-CUR-WORK-DAYS
004397                 GIVING WS-CUR-PER-DAY ROUNDED
004398     END-IF.
004399     IF PRIOR-PERIOD-WANTED
004400         MOVE WS-PRIOR-FROM-DATE TO WS-PD-FROM-DATE
004401         MOVE WS-PRIOR-TO-DATE   TO WS-PD-TO-DATE
004402         PERFORM 8200-COUNT-PERIOD-DAYS THRU 8200-EXIT
004403         MOVE WS-WD-COUNT        TO WS-PRI-WORK-DAYS
004404         IF WS-PRI-WORK-DAYS > ZERO
004405             DIVIDE WS-PRI-COMP-COUNT BY WS-PRI-WORK-DAYS
004406                     GIVING WS-PRI-PER-DAY ROUNDED
004407         END-IF
004408     END-IF.
004409     MOVE 1                      TO WS-DAY-TABLE-SUB.
004410     PERFORM 9100-PRINT-ONE-DAY THRU 9100-EXIT
004420             UNTIL WS-DAY-TABLE-SUB > WS-DAY-TABLE-COUNT.
004430     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
004510     MOVE WS-CUR-REJECT-COUNT    TO WS-RTL-COUNT.
004520     MOVE WS-REJECT-TOTAL-LINE   TO RPT-PRINT-LINE.
004530     WRITE RPT-PRINT-LINE.
004531     MOVE WS-CUR-WORK-DAYS       TO WS-WDL-COUNT.
004532     MOVE WS-WORK-DAYS-LINE      TO RPT-PRINT-LINE.
004533     WRITE RPT-PRINT-LINE.
004534     MOVE WS-CUR-PER-DAY         TO WS-PDL-COUNT.
004535     MOVE WS-PER-DAY-LINE        TO RPT-PRINT-LINE.
004536     WRITE RPT-PRINT-LINE.
004540     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
004550     WRITE RPT-PRINT-LINE.
004560     MOVE WS-REASON-HEADING-LINE TO RPT-PRINT-LINE.
004580     MOVE 1                      TO WS-REASON-TABLE-SUB.
004590     PERFORM 9200-PRINT-ONE-REASON THRU 9200-EXIT
004600             UNTIL WS-REASON-TABLE-SUB > WS-REASON-TABLE-COUNT.
004605     PERFORM 9400-PRINT-SCRAP THRU 9400-EXIT.
004610     IF PRIOR-PERIOD-WANTED
004620         PERFORM 9300-PRINT-MOVEMENT THRU 9300-EXIT
004630     END-IF.
004770                                 TO WS-DDL-OTHER-COUNT.
004780     MOVE WS-DT-RESULT-SUM (WS-DAY-TABLE-SUB)
004790                                 TO WS-DDL-RESULT-SUM.
004791     MOVE WS-DT-RUN-DATE (WS-DAY-TABLE-SUB)
004792                                 TO WS-PD-FROM-DATE
004793                                    WS-PD-TO-DATE.
004794     PERFORM 8200-COUNT-PERIOD-DAYS THRU 8200-EXIT.
004795     IF WS-WD-COUNT = ZERO
004796         MOVE "NON-WORKING"      TO WS-DDL-NOTE
004797     ELSE
004798         MOVE SPACES             TO WS-DDL-NOTE
004799     END-IF.
004800     MOVE WS-DAY-DETAIL-LINE     TO RPT-PRINT-LINE.
004810     WRITE RPT-PRINT-LINE.
004820     ADD 1                       TO WS-DAY-TABLE-SUB.
004950*----------------------------------------------------------------
004960* 9300-PRINT-MOVEMENT - PRINT THE CURRENT-VERSUS-PRIOR FIGURES
004970* AND THE SIGNED CHANGE FOR COMPUTATIONS, RESULT SUM AND
004975* AND THE SIGNED CHANGE FOR COMPUTATIONS, RESULT SUM, REJECTS,
004980* SHOP WORKING DAYS AND COMPUTATIONS PER WORKING DAY - A WEEK
004985* WITH A HOLIDAY IN IT IS COMPARED ON ITS RATE, NOT ITS TOTAL.
004990*----------------------------------------------------------------
005000 9300-PRINT-MOVEMENT.
005010     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
005230     MOVE WS-MOVE-COUNT          TO WS-MRL-CHANGE.
005240     MOVE WS-MOVE-REJECT-LINE    TO RPT-PRINT-LINE.
005250     WRITE RPT-PRINT-LINE.
005251     MOVE WS-CUR-WORK-DAYS       TO WS-MWL-CURRENT.
005252     MOVE WS-PRI-WORK-DAYS       TO WS-MWL-PRIOR.
005253     SUBTRACT WS-PRI-WORK-DAYS FROM WS-CUR-WORK-DAYS
005254             GIVING WS-MOVE-COUNT.
005255     MOVE WS-MOVE-COUNT          TO WS-MWL-CHANGE.
005256     MOVE WS-MOVE-WORKDAY-LINE   TO RPT-PRINT-LINE.
005257     WRITE RPT-PRINT-LINE.
005258     MOVE WS-CUR-PER-DAY         TO WS-MPL-CURRENT.
005259     MOVE WS-PRI-PER-DAY         TO WS-MPL-PRIOR.
005260     SUBTRACT WS-PRI-PER-DAY FROM WS-CUR-PER-DAY
005261             GIVING WS-MOVE-RATE.
005262     MOVE WS-MOVE-RATE           TO WS-MPL-CHANGE.
005263     MOVE WS-MOVE-PER-DAY-LINE   TO RPT-PRINT-LINE.
005264     WRITE RPT-PRINT-LINE.
005265 9300-EXIT.
005270     EXIT.
005271*----------------------------------------------------------------
005272* 9400-PRINT-SCRAP - PRINT FIRST CUTS, RECUTS AND RECUTS PER 100
005273* FIRST CUTS FOR EACH SHIFT THAT CUT ANYTHING IN THE PERIOD, THEN
005274* THE SAME FOR EACH PART THAT HAD A RECUT.
005275*----------------------------------------------------------------
005276 9400-PRINT-SCRAP.
005277     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
005278     WRITE RPT-PRINT-LINE.
005279     MOVE WS-SCRAP-SHIFT-HEADING-LINE TO RPT-PRINT-LINE.
005280     WRITE RPT-PRINT-LINE.
005281     MOVE 1                      TO WS-SHIFT-SUB.
005282     PERFORM 9410-PRINT-ONE-SHIFT THRU 9410-EXIT
005283             UNTIL WS-SHIFT-SUB > 4.
005284     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
005285     WRITE RPT-PRINT-LINE.
005286     MOVE WS-SCRAP-PART-HEADING-LINE TO RPT-PRINT-LINE.
005287     WRITE RPT-PRINT-LINE.
005288     MOVE ZERO                   TO WS-SCRAP-RECUTS.
005289     MOVE 1                      TO WS-PART-TABLE-SUB.
005290     PERFORM 9420-PRINT-ONE-PART THRU 9420-EXIT
005291             UNTIL WS-PART-TABLE-SUB > WS-PART-TABLE-COUNT.
005292     IF WS-SCRAP-RECUTS = ZERO
005293         MOVE WS-NO-RECUTS-LINE  TO RPT-PRINT-LINE
005294         WRITE RPT-PRINT-LINE
005295     END-IF.
005296     IF PART-TABLE-OVERFLOWED
005297         MOVE WS-PART-OVERFLOW-LINE TO RPT-PRINT-LINE
005298         WRITE RPT-PRINT-LINE
005299     END-IF.
005300 9400-EXIT.
005301     EXIT.
005302 9410-PRINT-ONE-SHIFT.
005303     MOVE WS-SS-FIRST-CUTS (WS-SHIFT-SUB) TO WS-SCRAP-FIRST-CUTS.
005304     MOVE WS-SS-RECUTS (WS-SHIFT-SUB) TO WS-SCRAP-RECUTS.
005305     IF WS-SCRAP-FIRST-CUTS = ZERO
005306        AND WS-SCRAP-RECUTS = ZERO
005307         GO TO 9410-NEXT
005308     END-IF.
005309     IF WS-SHIFT-SUB = 4
005310         MOVE "NO SHIFT CODE" TO WS-SCL-LABEL
005311     ELSE
005312         MOVE WS-SHIFT-SUB       TO WS-SSL-SHIFT
005313         MOVE WS-SCRAP-SHIFT-LABEL TO WS-SCL-LABEL
005314     END-IF.
005315     PERFORM 9450-WRITE-SCRAP-LINE THRU 9450-EXIT.
005316 9410-NEXT.
005317     ADD 1                       TO WS-SHIFT-SUB.
005318 9410-EXIT.
005319     EXIT.
005320 9420-PRINT-ONE-PART.
005321     IF WS-PT-RECUTS (WS-PART-TABLE-SUB) = ZERO
005322         GO TO 9420-NEXT
005323     END-IF.
005324     MOVE WS-PT-FIRST-CUTS (WS-PART-TABLE-SUB)
005325                                 TO WS-SCRAP-FIRST-CUTS.
005326     MOVE WS-PT-RECUTS (WS-PART-TABLE-SUB) TO WS-SCRAP-RECUTS.
005327     MOVE WS-PT-PART-NUMBER (WS-PART-TABLE-SUB) TO WS-SCL-LABEL.
005328     PERFORM 9450-WRITE-SCRAP-LINE THRU 9450-EXIT.
005329 9420-NEXT.
005330     ADD 1                       TO WS-PART-TABLE-SUB.
005331 9420-EXIT.
005332     EXIT.
005333*----------------------------------------------------------------
005334* 9450-WRITE-SCRAP-LINE - WRITE ONE SCRAP LINE FROM THE LABEL,
005335* FIRST CUTS AND RECUTS THE CALLER SET. RECUTS PER 100 FIRST
005336* CUTS IS ZERO WHEN THERE WERE NO FIRST CUTS (A PART WHOSE
005337* ORIGINAL CUT FELL IN AN EARLIER PERIOD).
005338*----------------------------------------------------------------
005339 9450-WRITE-SCRAP-LINE.
005340     MOVE ZERO                   TO WS-SCRAP-RATE.
005341     IF WS-SCRAP-FIRST-CUTS > ZERO
005342         COMPUTE WS-SCRAP-RATE ROUNDED =
005343             WS-SCRAP-RECUTS * 100 / WS-SCRAP-FIRST-CUTS
005344     END-IF.
005345     MOVE WS-SCRAP-FIRST-CUTS    TO WS-SCL-FIRST-CUTS.
005346     MOVE WS-SCRAP-RECUTS        TO WS-SCL-RECUTS.
005347     MOVE WS-SCRAP-RATE          TO WS-SCL-RATE.
005348     MOVE WS-SCRAP-LINE          TO RPT-PRINT-LINE.
005349     WRITE RPT-PRINT-LINE.
005350 9450-EXIT.
005351     EXIT.
005352*----------------------------------------------------------------
005353* 8100-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DN-DATE
005354* INTO A SERIAL DAY COUNT IN WS-DN-NUMBER. 365 DAYS A YEAR PLUS
005355* THE GREGORIAN LEAP RULE (EVERY 4TH YEAR, NOT EVERY 100TH,
005356* EVERY 400TH), THE MONTH OFFSET, AND THE DAY; ONE DAY COMES
005357* BACK OFF FOR JANUARY AND FEBRUARY OF A LEAP YEAR BECAUSE THE
005358* YEAR'S OWN FEBRUARY 29TH HAS NOT HAPPENED YET. A DATE WITH A
005359* MONTH OUTSIDE 1-12 RETURNS ZERO.
005360*----------------------------------------------------------------
005361 8100-COMPUTE-DAY-NUMBER.
005362     MOVE ZERO                   TO WS-DN-NUMBER.
005363     IF WS-DN-MONTH < 01 OR WS-DN-MONTH > 12
005364         GO TO 8100-EXIT
005365     END-IF.
005366     DIVIDE WS-DN-YEAR BY 4
005367             GIVING WS-DN-Q4 REMAINDER WS-DN-R4.
005368     DIVIDE WS-DN-YEAR BY 100
005369             GIVING WS-DN-Q100 REMAINDER WS-DN-R100.
005370     DIVIDE WS-DN-YEAR BY 400
005371             GIVING WS-DN-Q400 REMAINDER WS-DN-R400.
005372     COMPUTE WS-DN-NUMBER =
005373         (WS-DN-YEAR * 365)
005374         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
005375         + WS-MONTH-OFFSET (WS-DN-MONTH)
005376         + WS-DN-DAY.
005377     IF WS-DN-MONTH < 03
005378        AND WS-DN-R4 = ZERO
005379        AND (WS-DN-R100 NOT = ZERO OR WS-DN-R400 = ZERO)
005380         SUBTRACT 1              FROM WS-DN-NUMBER
005381     END-IF.
005382 8100-EXIT.
005383     EXIT.
005384*----------------------------------------------------------------
005385* 8200-COUNT-PERIOD-DAYS - COUNT THE SHOP WORKING DAYS FROM
005386* WS-PD-FROM-DATE THROUGH WS-PD-TO-DATE, BOTH DAYS INCLUDED, INTO
005387* WS-WD-COUNT. A PERIOD WHOSE DATES DO NOT CONVERT COUNTS ZERO.
005388*----------------------------------------------------------------
005389 8200-COUNT-PERIOD-DAYS.
005390     MOVE WS-PD-FROM-DATE        TO WS-DN-DATE.
005391     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
005392     COMPUTE WS-WD-FROM-NUMBER = WS-DN-NUMBER - 1.
005393     MOVE WS-PD-TO-DATE          TO WS-DN-DATE.
005394     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
005395     MOVE WS-DN-NUMBER           TO WS-WD-TO-NUMBER.
005396     IF WS-WD-FROM-NUMBER < ZERO
005397        OR WS-WD-TO-NUMBER = ZERO
005398         MOVE ZERO               TO WS-WD-COUNT
005399         GO TO 8200-EXIT
005400     END-IF.
005401     PERFORM 8300-COUNT-WORKING-DAYS THRU 8300-EXIT.
005402 8200-EXIT.
005403     EXIT.
005404*----------------------------------------------------------------
005405* 8300-COUNT-WORKING-DAYS - COUNT THE SHOP WORKING DAYS AFTER DAY
005406* NUMBER WS-WD-FROM-NUMBER UP TO AND INCLUDING WS-WD-TO-NUMBER,
005407* INTO WS-WD-COUNT. THE STANDARD SHOP WEEK (MONDAY TO FRIDAY
005408* WORKING) IS COUNTED FIRST - FIVE DAYS FOR EVERY WHOLE WEEK,
005409* THEN THE ODD DAYS ONE AT A TIME - AND THE SHOP CALENDAR TABLE
005410* THEN CORRECTS IT: A HOLIDAY OR SHUTDOWN ON A WEEKDAY TAKES ONE
005411* OFF, A WEEKEND DAY WORKED PUTS ONE BACK. A SERIAL DAY NUMBER
005412* MODULO 7 IS 0 ON A SATURDAY AND 1 ON A SUNDAY.
005413*----------------------------------------------------------------
005414 8300-COUNT-WORKING-DAYS.
005415     MOVE ZERO                   TO WS-WD-COUNT.
005416     IF WS-WD-TO-NUMBER NOT > WS-WD-FROM-NUMBER
005417         GO TO 8300-EXIT
005418     END-IF.
005419     COMPUTE WS-WD-SPAN = WS-WD-TO-NUMBER - WS-WD-FROM-NUMBER.
005420     DIVIDE WS-WD-SPAN BY 7
005421             GIVING WS-WD-WEEKS REMAINDER WS-WD-ODD-DAYS.
005422     COMPUTE WS-WD-COUNT = WS-WD-WEEKS * 5.
005423     COMPUTE WS-WD-DAY-NUMBER =
005424         WS-WD-TO-NUMBER - WS-WD-ODD-DAYS + 1.
005425     PERFORM 8310-COUNT-ONE-ODD-DAY THRU 8310-EXIT
005426             UNTIL WS-WD-DAY-NUMBER > WS-WD-TO-NUMBER.
005427     MOVE 1                      TO WS-CAL-SUB.
005428     PERFORM 8320-APPLY-ONE-CALENDAR-DAY THRU 8320-EXIT
005429             UNTIL WS-CAL-SUB > WS-CAL-TABLE-COUNT.
005430 8300-EXIT.
005431     EXIT.
005432 8310-COUNT-ONE-ODD-DAY.
005434     DIVIDE WS-WD-DAY-NUMBER BY 7
005436             GIVING WS-WD-WEEKS REMAINDER WS-WD-WEEKDAY.
005438     IF WD-STANDARD-WORKDAY
005440         ADD 1                   TO WS-WD-COUNT
005442     END-IF.
005444     ADD 1                       TO WS-WD-DAY-NUMBER.
005446 8310-EXIT.
005448     EXIT.
005450 8320-APPLY-ONE-CALENDAR-DAY.
005452     IF WS-CT-DAY-NUMBER (WS-CAL-SUB) NOT > WS-WD-FROM-NUMBER
005454        OR WS-CT-DAY-NUMBER (WS-CAL-SUB) > WS-WD-TO-NUMBER
005456         GO TO 8320-NEXT
005458     END-IF.
005460     DIVIDE WS-CT-DAY-NUMBER (WS-CAL-SUB) BY 7
005462             GIVING WS-WD-WEEKS REMAINDER WS-WD-WEEKDAY.
005464     IF WD-STANDARD-WORKDAY
005466         IF WS-CT-DAY-TYPE (WS-CAL-SUB) NOT = "W"
005468             SUBTRACT 1          FROM WS-WD-COUNT
005470         END-IF
005472     ELSE
005474         IF WS-CT-DAY-TYPE (WS-CAL-SUB) = "W"
005476             ADD 1               TO WS-WD-COUNT
005478         END-IF
005480     END-IF.
005482 8320-NEXT.
005484     ADD 1                       TO WS-CAL-SUB.
005486 8320-EXIT.
005488     EXIT.
