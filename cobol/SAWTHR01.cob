000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     SAWTHR01.
000120 AUTHOR.                         D. OKAMURA.
000130 INSTALLATION.                   SHOP FLOOR SYSTEMS.
000140 DATE-WRITTEN.                   2026-10-12.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-12 DKO  ORIGINAL VERSION - WEEKLY SAW TURNAROUND AND
000200*                 THROUGHPUT REPORT. EVERY CUT CONFIRMED IN THE
000210*                 PERIOD ON THE PARAMETER CARD (THRREC01) IS
000220*                 TAKEN FROM THE CONFIRMATION HISTORY COMPS07
000230*                 KEEPS (CNFREC01) AND MATCHED TO THE AUDIT
000240*                 RECORD THAT COMPUTED IT - THE LATEST
000250*                 COMPUTATION OF THE SAME PART AND PART DATE AT
000260*                 OR BEFORE THE CUT TIMESTAMP. THE ELAPSED TIME
000270*                 FROM AUD-RUN-DATE/TIME TO CNF-CUT-DATE/TIME IS
000280*                 THE TURNAROUND. IT IS SUMMARISED BY SHIFT, BY
000290*                 MATERIAL CODE AND BY PRODUCT FAMILY (THE FIRST
000300*                 FOUR CHARACTERS OF THE PART NUMBER, AS THE
000310*                 COMPUTE_SAMPLE02 REPORT BREAKS ON), WITH THE
000320*                 SHARE OF CUTS INSIDE THE TARGET TURNAROUND,
000330*                 CUTS PER SCHEDULED SHIFT HOUR FROM THE SHOP
000340*                 CALENDAR'S SHIFT FLAGS, AND THE SLOWEST CUTS.
000350*                 THE HISTORY IS WRITTEN FORWARD WITHOUT THE
000360*                 CUTS DATED BEFORE THE PERIOD, SO IT NEVER
000370*                 GROWS PAST A WEEK OR TWO AND THE SAME WEEK CAN
000380*                 STILL BE RERUN.
000390*----------------------------------------------------------------
000400 ENVIRONMENT                     DIVISION.
000410 CONFIGURATION                   SECTION.
000420 SOURCE-COMPUTER.                IBM-370.
000430 OBJECT-COMPUTER.                IBM-370.
000440 INPUT-OUTPUT                    SECTION.
000450 FILE-CONTROL.
000460     SELECT CONFIRM-FILE        ASSIGN TO CNFFILE
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-CONFIRM-FILE-STATUS.
000490     SELECT NEWCNF-FILE         ASSIGN TO NEWFILE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-NEWCNF-FILE-STATUS.
000520     SELECT AUDIT-FILE          ASSIGN TO AUDFILE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000550     SELECT PARM-FILE           ASSIGN TO PARMFILE
000560                                 ORGANIZATION IS SEQUENTIAL.
000570     SELECT CALENDAR-FILE       ASSIGN TO CALFILE
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000600     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-REPORT-FILE-STATUS.
000630 DATA                            DIVISION.
000640 FILE                            SECTION.
000650 FD  CONFIRM-FILE.
000660     COPY CNFREC01.
000670 FD  NEWCNF-FILE.
000680 01  NEW-CNF-RECORD              PIC X(80).
000690 FD  AUDIT-FILE.
000700     COPY AUDREC01.
000710 FD  PARM-FILE.
000720     COPY THRREC01.
000730 FD  CALENDAR-FILE.
000740     COPY CALREC01.
000750 FD  REPORT-FILE.
000760 01  RPT-PRINT-LINE              PIC X(80).
000770 WORKING-STORAGE                 SECTION.
000780   01 WORK-CONSTANTS.
000790     03 WK-CONFIRM-TABLE-MAX     PIC 9(05)    VALUE 10000.
000800     03 WK-GROUP-TABLE-MAX       PIC 9(05)    VALUE 01500.
000810     03 WK-CAL-TABLE-MAX         PIC 9(05)    VALUE 03700.
000820     03 WK-SLOW-COUNT-MAX        PIC 9(02)    VALUE 25.
000830     03 WK-DEFAULT-SLOW-COUNT    PIC 9(02)    VALUE 10.
000840     03 WK-DEFAULT-SHIFT-HOURS   PIC 9(02)V9  VALUE 08.0.
000850   01 WORK-SWITCHES.
000860     03 WS-CONFIRM-EOF-SW        PIC X(01) VALUE "N".
000870        88 CONFIRM-EOF                VALUE "Y".
000880     03 WS-AUDIT-EOF-SW          PIC X(01) VALUE "N".
000890        88 AUDIT-EOF                  VALUE "Y".
000900     03 WS-CALENDAR-EOF-SW       PIC X(01) VALUE "N".
000910        88 CALENDAR-EOF               VALUE "Y".
000920     03 WS-ENTRY-FOUND-SW        PIC X(01) VALUE "N".
000930        88 ENTRY-FOUND                VALUE "Y".
000940        88 ENTRY-NOT-FOUND            VALUE "N".
000950     03 WS-SLOWEST-FOUND-SW      PIC X(01) VALUE "N".
000960        88 SLOWEST-FOUND              VALUE "Y".
000970        88 SLOWEST-NOT-FOUND          VALUE "N".
000980*----------------------------------------------------------------
000990* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN SO A BAD
001000* ALLOCATION IS CAUGHT AND ABENDS THE JOB CLEANLY.
001010*----------------------------------------------------------------
001020   01 WS-CONFIRM-FILE-STATUS    PIC X(02) VALUE "00".
001030   01 WS-NEWCNF-FILE-STATUS     PIC X(02) VALUE "00".
001040   01 WS-AUDIT-FILE-STATUS      PIC X(02) VALUE "00".
001050   01 WS-CALENDAR-FILE-STATUS   PIC X(02) VALUE "00".
001060   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
001070   01 WORK-COUNTERS.
001080     03 WS-HISTORY-READ          PIC 9(07) COMP VALUE ZERO.
001090     03 WS-BAD-RECORD-COUNT      PIC 9(07) COMP VALUE ZERO.
001100     03 WS-RETAINED-COUNT        PIC 9(07) COMP VALUE ZERO.
001110     03 WS-CUT-IN-PERIOD         PIC 9(07) COMP VALUE ZERO.
001120     03 WS-CANCELLED-COUNT       PIC 9(07) COMP VALUE ZERO.
001130     03 WS-DUPLICATE-COUNT       PIC 9(07) COMP VALUE ZERO.
001140     03 WS-AUDIT-READ            PIC 9(07) COMP VALUE ZERO.
001150     03 WS-NO-AUDIT-COUNT        PIC 9(07) COMP VALUE ZERO.
001160     03 WS-CUT-EARLY-COUNT       PIC 9(07) COMP VALUE ZERO.
001170     03 WS-MEASURED-COUNT        PIC 9(07) COMP VALUE ZERO.
001180     03 WS-WITHIN-COUNT          PIC 9(07) COMP VALUE ZERO.
001190     03 WS-SLOW-PRINTED          PIC 9(02) COMP VALUE ZERO.
001200*----------------------------------------------------------------
001210* RUN PARAMETERS FROM THE CARD, WITH THE DEFAULTS APPLIED.
001220*----------------------------------------------------------------
001230   01 WS-FROM-DATE              PIC 9(08)           VALUE ZERO.
001240   01 WS-TO-DATE                PIC 9(08)           VALUE ZERO.
001250   01 WS-FROM-DAY-NUMBER        PIC S9(08) COMP-3   VALUE ZERO.
001260   01 WS-TO-DAY-NUMBER          PIC S9(08) COMP-3   VALUE ZERO.
001270   01 WS-TARGET-MINUTES         PIC S9(07) COMP-3   VALUE ZERO.
001280   01 WS-SHIFT-HOURS            PIC 9(02)V9         VALUE ZERO.
001290   01 WS-SLOW-COUNT             PIC 9(02)           VALUE ZERO.
001300*----------------------------------------------------------------
001310* CONFIRMATION TABLE - ONE ENTRY PER PART/DATE CONFIRMED CUT IN
001320* THE PERIOD. THE CUT AND AUDIT TIMESTAMPS ARE EACH A DATE AND A
001330* TIME SIDE BY SIDE, SO COMPARING THE GROUPS COMPARES THE
001340* MOMENTS. WS-CF-MATCH-FLAG IS "N" UNTIL AN AUDIT RECORD IS
001350* FOUND, "L" WHEN THE ONLY COMPUTATIONS FOUND ARE LATER THAN THE
001360* CUT, AND "Y" ONCE ONE AT OR BEFORE THE CUT IS HELD.
001370* WS-CF-SLOW-FLAG MARKS A CUT ALREADY LISTED AMONG THE SLOWEST.
001380*----------------------------------------------------------------
001390   01 WS-CONFIRM-COUNT          PIC 9(05) COMP      VALUE ZERO.
001400   01 WS-CONFIRM-SUB            PIC 9(05) COMP      VALUE ZERO.
001410   01 WS-SLOWEST-SUB            PIC 9(05) COMP      VALUE ZERO.
001420   01 WS-CONFIRM-TABLE.
001430     03 WS-CF-ENTRY             OCCURS 10000 TIMES.
001440       05 WS-CF-PART-NUMBER     PIC X(10).
001450       05 WS-CF-PART-DATE       PIC 9(08).
001460       05 WS-CF-CUT-STAMP.
001470         07 WS-CF-CUT-DATE      PIC 9(08).
001480         07 WS-CF-CUT-TIME      PIC 9(08).
001490       05 WS-CF-AUD-STAMP.
001500         07 WS-CF-AUD-DATE      PIC 9(08).
001510         07 WS-CF-AUD-TIME      PIC 9(08).
001520       05 WS-CF-MATERIAL-CODE   PIC X(04).
001530       05 WS-CF-SHIFT-CODE      PIC X(01).
001540       05 WS-CF-MINUTES         PIC S9(07) COMP-3.
001550       05 WS-CF-MATCH-FLAG      PIC X(01).
001560       05 WS-CF-SLOW-FLAG       PIC X(01).
001570   01 WS-SEARCH-PART-NUMBER     PIC X(10)           VALUE SPACES.
001580   01 WS-SEARCH-PART-DATE       PIC 9(08)           VALUE ZERO.
001590   01 WS-AUDIT-STAMP.
001600     03 WS-AS-DATE              PIC 9(08).
001610     03 WS-AS-TIME              PIC 9(08).
001620*----------------------------------------------------------------
001630* TURNAROUND ARITHMETIC - A TIMESTAMP IS HHMMSSHH; THE MINUTES
001640* BETWEEN TWO OF THEM ARE THE DAY-NUMBER DIFFERENCE TIMES 1440
001650* PLUS THE DIFFERENCE IN MINUTES OF THE DAY.
001660*----------------------------------------------------------------
001670   01 WS-TIME-WORK              PIC 9(08)           VALUE ZERO.
001680   01 WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
001690     03 WS-TW-HOURS             PIC 9(02).
001700     03 WS-TW-MINUTES           PIC 9(02).
001710     03 WS-TW-REST              PIC 9(04).
001720   01 WS-CUT-DAY-NUMBER         PIC S9(08) COMP-3   VALUE ZERO.
001730   01 WS-CUT-MINUTE-OF-DAY      PIC S9(05) COMP-3   VALUE ZERO.
001740   01 WS-AUD-MINUTE-OF-DAY      PIC S9(05) COMP-3   VALUE ZERO.
001750   01 WS-MINUTES                PIC S9(07) COMP-3   VALUE ZERO.
001760   01 WS-SLOWEST-MINUTES        PIC S9(07) COMP-3   VALUE ZERO.
001770*----------------------------------------------------------------
001780* GROUP TABLE - ONE ENTRY PER SHIFT ("S"), MATERIAL CODE ("M")
001790* AND PRODUCT FAMILY ("F") SEEN AMONG THE MEASURED CUTS, IN
001800* FIRST-SEEN ORDER EXCEPT THAT SHIFTS 1, 2 AND 3 ARE SEEDED
001810* FIRST SO A SHIFT WITH NO CUTS STILL PRINTS. WS-ALL-GROUP IS
001820* THE SAME ACCUMULATION OVER EVERY MEASURED CUT.
001830*----------------------------------------------------------------
001840   01 WS-GROUP-COUNT            PIC 9(05) COMP      VALUE ZERO.
001850   01 WS-GROUP-SUB              PIC 9(05) COMP      VALUE ZERO.
001860   01 WS-SEARCH-GROUP-TYPE      PIC X(01)           VALUE SPACE.
001870   01 WS-SEARCH-GROUP-KEY       PIC X(04)           VALUE SPACES.
001880   01 WS-PRINT-GROUP-TYPE       PIC X(01)           VALUE SPACE.
001890   01 WS-GROUP-TABLE.
001900     03 WS-GT-ENTRY             OCCURS 1500 TIMES.
001910       05 WS-GT-TYPE            PIC X(01).
001920       05 WS-GT-KEY             PIC X(04).
001930       05 WS-GT-CUTS            PIC 9(07) COMP.
001940       05 WS-GT-WITHIN          PIC 9(07) COMP.
001950       05 WS-GT-TOTAL-MINUTES   PIC S9(11) COMP-3.
001960       05 WS-GT-MAX-MINUTES     PIC S9(07) COMP-3.
001970   01 WS-ALL-GROUP.
001980     03 WS-ALL-CUTS             PIC 9(07) COMP      VALUE ZERO.
001990     03 WS-ALL-WITHIN           PIC 9(07) COMP      VALUE ZERO.
002000     03 WS-ALL-TOTAL-MINUTES    PIC S9(11) COMP-3   VALUE ZERO.
002010     03 WS-ALL-MAX-MINUTES      PIC S9(07) COMP-3   VALUE ZERO.
002020*----------------------------------------------------------------
002030* SCHEDULED SHIFT TIME - WS-SHIFT-DAYS COUNTS, PER SHIFT, THE
002040* DAYS IN THE PERIOD THAT SHIFT WAS SCHEDULED TO WORK: EVERY
002050* SHIFT ON A STANDARD WEEKDAY, AND THE SHIFT FLAGS OF ANY DAY
002060* ON THE SHOP CALENDAR. TIMES THE SHIFT LENGTH IT IS THE HOURS
002070* THE CUTS-PER-HOUR FIGURE DIVIDES BY.
002080*----------------------------------------------------------------
002090   01 WS-SHIFT-DAY-TABLE.
002100     03 WS-SHIFT-DAYS           PIC 9(05) COMP OCCURS 3 TIMES.
002110   01 WS-SHIFT-SUB              PIC 9(01)           VALUE ZERO.
002120   01 WS-ALL-SHIFT-DAYS         PIC 9(05) COMP      VALUE ZERO.
002130   01 WS-RATE-CUTS              PIC 9(07) COMP      VALUE ZERO.
002140   01 WS-SCHEDULED-HOURS        PIC S9(07)V9 COMP-3 VALUE ZERO.
002150   01 WS-DAY-NUMBER             PIC S9(08) COMP-3   VALUE ZERO.
002160   01 WS-DAY-WEEKS              PIC S9(08) COMP-3   VALUE ZERO.
002170   01 WS-DAY-WEEKDAY            PIC 9(01)           VALUE ZERO.
002180      88 DAY-STANDARD-WORKDAY        VALUE 2 THRU 6.
002190*----------------------------------------------------------------
002200* SHOP CALENDAR TABLE - THE DAY NUMBER AND SHIFT FLAGS OF EVERY
002210* DATE ON THE SHOP CALENDAR (CALREC01), LOADED ONCE IN
002220* 1200-LOAD-SHOP-CALENDAR. A DATE NOT IN THE TABLE FOLLOWS THE
002230* STANDARD WEEK.
002240*----------------------------------------------------------------
002250   01 WS-CAL-TABLE-COUNT        PIC 9(05) COMP      VALUE ZERO.
002260   01 WS-CAL-SUB                PIC 9(05) COMP      VALUE ZERO.
002270   01 WS-CAL-TABLE.
002280     03 WS-CT-ENTRY             OCCURS 3700 TIMES.
002290       05 WS-CT-DAY-NUMBER      PIC S9(08) COMP-3.
002300       05 WS-CT-SHIFT-FLAG      PIC X(01) OCCURS 3 TIMES.
002310*----------------------------------------------------------------
002320* DAY-NUMBER CONVERSION FIELDS - 8100-COMPUTE-DAY-NUMBER TURNS
002330* THE YYYYMMDD DATE IN WS-DN-DATE INTO A SERIAL DAY COUNT IN
002340* WS-DN-NUMBER.
002350*----------------------------------------------------------------
002360   01 WS-DN-DATE                PIC 9(08)           VALUE ZERO.
002370   01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
002380     03 WS-DN-YEAR              PIC 9(04).
002390     03 WS-DN-MONTH             PIC 9(02).
002400     03 WS-DN-DAY               PIC 9(02).
002410   01 WS-DN-NUMBER              PIC S9(08) COMP-3   VALUE ZERO.
002420   01 WS-DN-Q4                  PIC 9(04) COMP      VALUE ZERO.
002430   01 WS-DN-R4                  PIC 9(04) COMP      VALUE ZERO.
002440   01 WS-DN-Q100                PIC 9(04) COMP      VALUE ZERO.
002450   01 WS-DN-R100                PIC 9(04) COMP      VALUE ZERO.
002460   01 WS-DN-Q400                PIC 9(04) COMP      VALUE ZERO.
002470   01 WS-DN-R400                PIC 9(04) COMP      VALUE ZERO.
002480   01 WS-MONTH-OFFSETS.
002490     03 FILLER                  PIC X(36) VALUE
002500         "000031059090120151181212243273304334".
002510   01 WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSETS.
002520     03 WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
002530*----------------------------------------------------------------
002540* REPORT PRINT LINES.
002550*----------------------------------------------------------------
002560   01 WS-HEADING-LINE-1         PIC X(80) VALUE
002570       "SAWTHR01 - WEEKLY SAW TURNAROUND AND THROUGHPUT".
002580   01 WS-PERIOD-LINE.
002590     03 FILLER                   PIC X(08) VALUE "PERIOD: ".
002600     03 WS-PL-FROM-DATE          PIC 9(08).
002610     03 FILLER                   PIC X(03) VALUE " - ".
002620     03 WS-PL-TO-DATE            PIC 9(08).
002630     03 FILLER                   PIC X(21) VALUE
002640         "   TARGET TURNAROUND ".
002650     03 WS-PL-TARGET-HOURS       PIC ZZ9.9.
002660     03 FILLER                   PIC X(06) VALUE " HOURS".
002670     03 FILLER                   PIC X(21) VALUE SPACES.
002680   01 WS-SHIFT-TITLE-LINE       PIC X(80) VALUE
002690       "TURNAROUND BY SHIFT (SHIFT THE PART WAS SCHEDULED ON):".
002700   01 WS-MATERIAL-TITLE-LINE    PIC X(80) VALUE
002710       "TURNAROUND BY MATERIAL CODE:".
002720   01 WS-FAMILY-TITLE-LINE      PIC X(80) VALUE
002730       "TURNAROUND BY PRODUCT FAMILY (FIRST FOUR OF PART):".
002740   01 WS-GROUP-HEADING-LINE.
002750     03 WS-GHL-KEY-TITLE         PIC X(04).
002760     03 FILLER                   PIC X(36) VALUE
002770         "      CUTS  AVG HRS  MAX HRS  IN TGT".
002780     03 WS-GHL-RATE-TITLE        PIC X(40).
002790   01 WS-GROUP-LINE.
002800     03 WS-GL-KEY                PIC X(04).
002810     03 FILLER                   PIC X(03) VALUE SPACES.
002820     03 WS-GL-CUTS               PIC ZZZZZZ9.
002830     03 FILLER                   PIC X(02) VALUE SPACES.
002840     03 WS-GL-AVG-HOURS          PIC ZZZZ9.9.
002850     03 FILLER                   PIC X(02) VALUE SPACES.
002860     03 WS-GL-MAX-HOURS          PIC ZZZZ9.9.
002870     03 FILLER                   PIC X(02) VALUE SPACES.
002880     03 WS-GL-WITHIN-PCT         PIC ZZ9.9.
002890     03 FILLER                   PIC X(01) VALUE "%".
002900     03 WS-GL-RATE-AREA.
002910       05 FILLER                 PIC X(03).
002920       05 WS-GL-SHIFT-HOURS      PIC ZZZZ9.9.
002930       05 FILLER                 PIC X(02).
002940       05 WS-GL-CUTS-PER-HOUR    PIC ZZ9.99.
002950     03 WS-GL-RATE-AREA-X REDEFINES WS-GL-RATE-AREA
002960                                 PIC X(18).
002970     03 FILLER                   PIC X(22) VALUE SPACES.
002980   01 WS-SLOWEST-TITLE-LINE.
002990     03 FILLER                   PIC X(08) VALUE "SLOWEST ".
003000     03 WS-STL-COUNT             PIC Z9.
003010     03 FILLER                   PIC X(70) VALUE
003020         " CUTS OF THE PERIOD:".
003030   01 WS-SLOWEST-HEADING-LINE.
003040     03 FILLER                   PIC X(40) VALUE
003050         "PART NUMBER  PART DATE MATL S  COMPUTED ".
003060     03 FILLER                   PIC X(40) VALUE
003070         "      CUT             HOURS".
003080   01 WS-SLOWEST-LINE.
003090     03 WS-SL-PART-NUMBER        PIC X(10).
003100     03 FILLER                   PIC X(03) VALUE SPACES.
003110     03 WS-SL-PART-DATE          PIC 9(08).
003120     03 FILLER                   PIC X(02) VALUE SPACES.
003130     03 WS-SL-MATERIAL-CODE      PIC X(04).
003140     03 FILLER                   PIC X(01) VALUE SPACES.
003150     03 WS-SL-SHIFT-CODE         PIC X(01).
003160     03 FILLER                   PIC X(02) VALUE SPACES.
003170     03 WS-SL-AUD-DATE           PIC 9(08).
003180     03 FILLER                   PIC X(01) VALUE SPACES.
003190     03 WS-SL-AUD-TIME           PIC 9(04).
003200     03 FILLER                   PIC X(02) VALUE SPACES.
003210     03 WS-SL-CUT-DATE           PIC 9(08).
003220     03 FILLER                   PIC X(01) VALUE SPACES.
003230     03 WS-SL-CUT-TIME           PIC 9(04).
003240     03 FILLER                   PIC X(02) VALUE SPACES.
003250     03 WS-SL-HOURS              PIC ZZZZ9.9.
003260     03 FILLER                   PIC X(12) VALUE SPACES.
003270   01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
003280   01 WS-HISTORY-LINE.
003290     03 FILLER                   PIC X(20) VALUE
003300         "HISTORY RECORDS    :".
003310     03 WS-HRL-COUNT             PIC ZZZZZZ9.
003320     03 FILLER                   PIC X(53) VALUE SPACES.
003330   01 WS-BAD-RECORD-LINE.
003340     03 FILLER                   PIC X(20) VALUE
003350         "UNREADABLE RECORDS :".
003360     03 WS-BRL-COUNT             PIC ZZZZZZ9.
003370     03 FILLER                   PIC X(53) VALUE SPACES.
003380   01 WS-CUT-PERIOD-LINE.
003390     03 FILLER                   PIC X(20) VALUE
003400         "CUTS IN PERIOD     :".
003410     03 WS-CPL-COUNT             PIC ZZZZZZ9.
003420     03 FILLER                   PIC X(53) VALUE SPACES.
003430   01 WS-CANCELLED-LINE.
003440     03 FILLER                   PIC X(20) VALUE
003450         "CANCELLED IN PERIOD:".
003460     03 WS-CNL-COUNT             PIC ZZZZZZ9.
003470     03 FILLER                   PIC X(53) VALUE SPACES.
003480   01 WS-DUPLICATE-LINE.
003490     03 FILLER                   PIC X(20) VALUE
003500         "DUPLICATE CONFIRMS :".
003510     03 WS-DPL-COUNT             PIC ZZZZZZ9.
003520     03 FILLER                   PIC X(53) VALUE SPACES.
003530   01 WS-AUDIT-READ-LINE.
003540     03 FILLER                   PIC X(20) VALUE
003550         "AUDIT RECORDS READ :".
003560     03 WS-ARL-COUNT             PIC ZZZZZZ9.
003570     03 FILLER                   PIC X(53) VALUE SPACES.
003580   01 WS-NO-AUDIT-LINE.
003590     03 FILLER                   PIC X(20) VALUE
003600         "NO AUDIT RECORD    :".
003610     03 WS-NAL-COUNT             PIC ZZZZZZ9.
003620     03 FILLER                   PIC X(53) VALUE SPACES.
003630   01 WS-CUT-EARLY-LINE.
003640     03 FILLER                   PIC X(20) VALUE
003650         "CUT BEFORE COMPUTED:".
003660     03 WS-CEL-COUNT             PIC ZZZZZZ9.
003670     03 FILLER                   PIC X(53) VALUE SPACES.
003680   01 WS-MEASURED-LINE.
003690     03 FILLER                   PIC X(20) VALUE
003700         "CUTS MEASURED      :".
003710     03 WS-MSL-COUNT             PIC ZZZZZZ9.
003720     03 FILLER                   PIC X(53) VALUE SPACES.
003730   01 WS-WITHIN-LINE.
003740     03 FILLER                   PIC X(20) VALUE
003750         "WITHIN TARGET      :".
003760     03 WS-WTL-COUNT             PIC ZZZZZZ9.
003770     03 FILLER                   PIC X(53) VALUE SPACES.
003780   01 WS-RETAINED-LINE.
003790     03 FILLER                   PIC X(20) VALUE
003800         "HISTORY RETAINED   :".
003810     03 WS-RTL-COUNT             PIC ZZZZZZ9.
003820     03 FILLER                   PIC X(53) VALUE SPACES.
003830 PROCEDURE                       DIVISION.
003840 0000-MAINLINE                   SECTION.
003850 0000-MAIN-PARA.
003860     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
003870     PERFORM 2000-LOAD-ONE-CONFIRMATION THRU 2000-EXIT
003880             UNTIL CONFIRM-EOF.
003890     PERFORM 3000-MATCH-AUDIT-LOG THRU 3000-EXIT.
003900     MOVE 1                      TO WS-CONFIRM-SUB.
003910     PERFORM 4000-MEASURE-ONE-CUT THRU 4000-EXIT
003920             UNTIL WS-CONFIRM-SUB > WS-CONFIRM-COUNT.
003930     PERFORM 5000-COUNT-SHIFT-DAYS THRU 5000-EXIT.
003940     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
003950     STOP RUN.
003960*----------------------------------------------------------------
003970* 1000-INITIALIZE - READ THE PARAMETER CARD AND THE SHOP
003980* CALENDAR, OPEN THE HISTORY, THE CARRIED-FORWARD HISTORY AND
003990* THE REPORT, SEED THE THREE SHIFT GROUPS, AND PRIME THE
004000* HISTORY READ.
004010*----------------------------------------------------------------
004020 1000-INITIALIZE.
004030     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT.
004040     PERFORM 1200-LOAD-SHOP-CALENDAR THRU 1200-EXIT.
004050     OPEN INPUT CONFIRM-FILE.
004060     IF WS-CONFIRM-FILE-STATUS NOT = "00"
004070         DISPLAY "SAWTHR01 - CONFIRM-FILE OPEN FAILED, STATUS="
004080             WS-CONFIRM-FILE-STATUS
004090         MOVE 16             TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     OPEN OUTPUT NEWCNF-FILE.
004130     IF WS-NEWCNF-FILE-STATUS NOT = "00"
004140         DISPLAY "SAWTHR01 - NEW-HISTORY OPEN FAILED, STATUS="
004150             WS-NEWCNF-FILE-STATUS
004160         MOVE 16             TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190     OPEN OUTPUT REPORT-FILE.
004200     IF WS-REPORT-FILE-STATUS NOT = "00"
004210         DISPLAY "SAWTHR01 - REPORT-FILE OPEN FAILED, STATUS="
004220             WS-REPORT-FILE-STATUS
004230         MOVE 16             TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     MOVE "S"                    TO WS-SEARCH-GROUP-TYPE.
004270     MOVE "1"                    TO WS-SEARCH-GROUP-KEY.
004280     PERFORM 4200-FIND-GROUP-ENTRY THRU 4200-EXIT.
004290     MOVE "2"                    TO WS-SEARCH-GROUP-KEY.
004300     PERFORM 4200-FIND-GROUP-ENTRY THRU 4200-EXIT.
004310     MOVE "3"                    TO WS-SEARCH-GROUP-KEY.
004320     PERFORM 4200-FIND-GROUP-ENTRY THRU 4200-EXIT.
004330     PERFORM 2100-READ-CONFIRM-FILE THRU 2100-EXIT.
004340 1000-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370* 1100-READ-PARAMETER-CARD - READ THE PERIOD, TARGET, SHIFT
004380* LENGTH AND SLOWEST-CUT COUNT. THE JOB ABENDS WHEN THE CARD IS
004390* MISSING, A DATE IS NOT A DATE, THE PERIOD RUNS BACKWARD, OR
004400* THE TARGET IS NOT A POSITIVE NUMBER OF HOURS - A DEFAULT
004410* WEEK OR TARGET WOULD ANSWER A QUESTION NOBODY ASKED.
004420*----------------------------------------------------------------
004430 1100-READ-PARAMETER-CARD.
004440     OPEN INPUT PARM-FILE.
004450     READ PARM-FILE
004460         AT END
004470             MOVE SPACES         TO THR-PARM-RECORD
004480     END-READ.
004490     CLOSE PARM-FILE.
004500     IF THR-FROM-DATE-X NOT NUMERIC
004510        OR THR-TO-DATE-X NOT NUMERIC
004520        OR THR-TARGET-HOURS-X NOT NUMERIC
004530         GO TO 1100-BAD-CARD
004540     END-IF.
004550     IF THR-TARGET-HOURS = ZERO
004560        OR THR-TO-DATE < THR-FROM-DATE
004570         GO TO 1100-BAD-CARD
004580     END-IF.
004590     MOVE THR-FROM-DATE          TO WS-FROM-DATE.
004600     MOVE THR-TO-DATE            TO WS-TO-DATE.
004610     MOVE WS-FROM-DATE           TO WS-DN-DATE.
004620     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
004630     MOVE WS-DN-NUMBER           TO WS-FROM-DAY-NUMBER.
004640     MOVE WS-TO-DATE             TO WS-DN-DATE.
004650     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
004660     MOVE WS-DN-NUMBER           TO WS-TO-DAY-NUMBER.
004670     IF WS-FROM-DAY-NUMBER = ZERO
004680        OR WS-TO-DAY-NUMBER = ZERO
004690         GO TO 1100-BAD-CARD
004700     END-IF.
004710     COMPUTE WS-TARGET-MINUTES = THR-TARGET-HOURS * 60.
004720     IF THR-SHIFT-HOURS-X = SPACES
004730         MOVE WK-DEFAULT-SHIFT-HOURS TO WS-SHIFT-HOURS
004740     ELSE
004750         IF THR-SHIFT-HOURS-X NOT NUMERIC
004760            OR THR-SHIFT-HOURS = ZERO
004770            OR THR-SHIFT-HOURS > 24
004780             GO TO 1100-BAD-CARD
004790         END-IF
004800         MOVE THR-SHIFT-HOURS    TO WS-SHIFT-HOURS
004810     END-IF.
004820     IF THR-SLOW-COUNT-X = SPACES
004830         MOVE WK-DEFAULT-SLOW-COUNT TO WS-SLOW-COUNT
004840     ELSE
004850         IF THR-SLOW-COUNT-X NOT NUMERIC
004860             GO TO 1100-BAD-CARD
004870         END-IF
004880         MOVE THR-SLOW-COUNT     TO WS-SLOW-COUNT
004890         IF WS-SLOW-COUNT > WK-SLOW-COUNT-MAX
004900             MOVE WK-SLOW-COUNT-MAX TO WS-SLOW-COUNT
004910         END-IF
004920     END-IF.
004930     GO TO 1100-EXIT.
004940 1100-BAD-CARD.
004950     DISPLAY "SAWTHR01 - PARAMETER CARD MISSING OR BAD".
004960     MOVE 16                     TO RETURN-CODE.
004970     STOP RUN.
004980 1100-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010* 1200-LOAD-SHOP-CALENDAR - LOAD THE SHOP CALENDAR (CALREC01, ONE
005020* RECORD PER DATE THAT DEPARTS FROM THE STANDARD SHOP WEEK) WITH
005030* ITS SHIFT FLAGS. THE JOB ABENDS IF THE FILE FAILS TO OPEN OR
005040* OUTGROWS THE TABLE - SHIFT HOURS COUNTED AGAINST HALF A
005050* CALENDAR WOULD BE WRONG WITHOUT SHOWING IT.
005060*----------------------------------------------------------------
005070 1200-LOAD-SHOP-CALENDAR.
005080     OPEN INPUT CALENDAR-FILE.
005090     IF WS-CALENDAR-FILE-STATUS NOT = "00"
005100         DISPLAY "SAWTHR01 - CALENDAR OPEN FAILED, STATUS="
005110             WS-CALENDAR-FILE-STATUS
005120         MOVE 16             TO RETURN-CODE
005130         STOP RUN
005140     END-IF.
005150     PERFORM 1250-LOAD-ONE-CALENDAR-DAY THRU 1250-EXIT
005160             UNTIL CALENDAR-EOF.
005170     CLOSE CALENDAR-FILE.
005180 1200-EXIT.
005190     EXIT.
005200 1250-LOAD-ONE-CALENDAR-DAY.
005210     READ CALENDAR-FILE
005220         AT END
005230             SET CALENDAR-EOF    TO TRUE
005240             GO TO 1250-EXIT
005250     END-READ.
005260     IF CAL-DATE-X NOT NUMERIC
005270         GO TO 1250-EXIT
005280     END-IF.
005290     MOVE CAL-DATE               TO WS-DN-DATE.
005300     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
005310     IF WS-DN-NUMBER = ZERO
005320         GO TO 1250-EXIT
005330     END-IF.
005340     IF WS-CAL-TABLE-COUNT NOT < WK-CAL-TABLE-MAX
005350         DISPLAY "SAWTHR01 - CALENDAR TABLE OVERFLOW"
005360         MOVE 16             TO RETURN-CODE
005370         STOP RUN
005380     END-IF.
005390     ADD 1                       TO WS-CAL-TABLE-COUNT.
005400     MOVE WS-CAL-TABLE-COUNT     TO WS-CAL-SUB.
005410     MOVE WS-DN-NUMBER
005420         TO WS-CT-DAY-NUMBER (WS-CAL-SUB).
005430     MOVE CAL-SHIFT-1-FLAG
005440         TO WS-CT-SHIFT-FLAG (WS-CAL-SUB, 1).
005450     MOVE CAL-SHIFT-2-FLAG
005460         TO WS-CT-SHIFT-FLAG (WS-CAL-SUB, 2).
005470     MOVE CAL-SHIFT-3-FLAG
005480         TO WS-CT-SHIFT-FLAG (WS-CAL-SUB, 3).
005490 1250-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------
005520* 2000-LOAD-ONE-CONFIRMATION - CARRY THE CURRENT HISTORY RECORD
005530* FORWARD UNLESS IT WAS CUT BEFORE THE PERIOD, AND TABLE IT WHEN
005540* IT IS A CUT ("C") DATED IN THE PERIOD. A RECORD WHOSE DATES OR
005550* TIME ARE NOT NUMERIC CANNOT BE PLACED IN ANY WEEK AND IS
005560* COUNTED AND DROPPED. A SECOND CONFIRMATION OF THE SAME PART
005570* AND DATE IS COUNTED AS A DUPLICATE, NOT MEASURED TWICE.
005580*----------------------------------------------------------------
005590 2000-LOAD-ONE-CONFIRMATION.
005600     ADD 1                       TO WS-HISTORY-READ.
005610     IF CNF-PART-DATE-X NOT NUMERIC
005620        OR CNF-CUT-DATE NOT NUMERIC
005630        OR CNF-CUT-TIME NOT NUMERIC
005640         ADD 1                   TO WS-BAD-RECORD-COUNT
005650         GO TO 2000-NEXT
005660     END-IF.
005670     IF CNF-CUT-DATE NOT < WS-FROM-DATE
005680         WRITE NEW-CNF-RECORD    FROM CNF-RECORD
005690         ADD 1                   TO WS-RETAINED-COUNT
005700     END-IF.
005710     IF CNF-CUT-DATE < WS-FROM-DATE
005720        OR CNF-CUT-DATE > WS-TO-DATE
005730         GO TO 2000-NEXT
005740     END-IF.
005750     IF CNF-STATUS-CANCELLED
005760         ADD 1                   TO WS-CANCELLED-COUNT
005770         GO TO 2000-NEXT
005780     END-IF.
005790     IF NOT CNF-STATUS-CUT
005800         ADD 1                   TO WS-BAD-RECORD-COUNT
005810         GO TO 2000-NEXT
005820     END-IF.
005830     ADD 1                       TO WS-CUT-IN-PERIOD.
005840     MOVE CNF-PART-NUMBER        TO WS-SEARCH-PART-NUMBER.
005850     MOVE CNF-PART-DATE          TO WS-SEARCH-PART-DATE.
005860     PERFORM 2200-FIND-CONFIRMATION THRU 2200-EXIT.
005870     IF ENTRY-FOUND
005880         ADD 1                   TO WS-DUPLICATE-COUNT
005890         GO TO 2000-NEXT
005900     END-IF.
005910     IF WS-CONFIRM-COUNT NOT < WK-CONFIRM-TABLE-MAX
005920         DISPLAY "SAWTHR01 - CONFIRMATION TABLE OVERFLOW"
005930         MOVE 16             TO RETURN-CODE
005940         STOP RUN
005950     END-IF.
005960     ADD 1                       TO WS-CONFIRM-COUNT.
005970     MOVE WS-CONFIRM-COUNT       TO WS-CONFIRM-SUB.
005980     MOVE CNF-PART-NUMBER
005990         TO WS-CF-PART-NUMBER (WS-CONFIRM-SUB).
006000     MOVE CNF-PART-DATE
006010         TO WS-CF-PART-DATE (WS-CONFIRM-SUB).
006020     MOVE CNF-CUT-DATE
006030         TO WS-CF-CUT-DATE (WS-CONFIRM-SUB).
006040     MOVE CNF-CUT-TIME
006050         TO WS-CF-CUT-TIME (WS-CONFIRM-SUB).
006060     MOVE ZERO
006070         TO WS-CF-AUD-DATE (WS-CONFIRM-SUB).
006080     MOVE ZERO
006090         TO WS-CF-AUD-TIME (WS-CONFIRM-SUB).
006100     MOVE SPACES
006110         TO WS-CF-MATERIAL-CODE (WS-CONFIRM-SUB).
006120     MOVE SPACE
006130         TO WS-CF-SHIFT-CODE (WS-CONFIRM-SUB).
006140     MOVE ZERO
006150         TO WS-CF-MINUTES (WS-CONFIRM-SUB).
006160     MOVE "N"
006170         TO WS-CF-MATCH-FLAG (WS-CONFIRM-SUB).
006180     MOVE "N"
006190         TO WS-CF-SLOW-FLAG (WS-CONFIRM-SUB).
006200 2000-NEXT.
006210     PERFORM 2100-READ-CONFIRM-FILE THRU 2100-EXIT.
006220 2000-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------
006250* 2100-READ-CONFIRM-FILE - READ ONE HISTORY RECORD, SETTING THE
006260* END-OF-FILE SWITCH WHEN THE HISTORY IS EXHAUSTED.
006270*----------------------------------------------------------------
006280 2100-READ-CONFIRM-FILE.
006290     READ CONFIRM-FILE
006300         AT END
006310             SET CONFIRM-EOF     TO TRUE
006320     END-READ.
006330 2100-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360* 2200-FIND-CONFIRMATION - LOOK UP WS-SEARCH-PART-NUMBER AND
006370* WS-SEARCH-PART-DATE IN THE CONFIRMATION TABLE, LEAVING THE
006380* SUBSCRIPT IN WS-CONFIRM-SUB WHEN FOUND.
006390*----------------------------------------------------------------
006400 2200-FIND-CONFIRMATION.
006410     SET ENTRY-NOT-FOUND         TO TRUE.
006420     MOVE 1                      TO WS-CONFIRM-SUB.
006430     PERFORM 2250-SCAN-ONE-CONFIRMATION THRU 2250-EXIT
006440             UNTIL ENTRY-FOUND
006450                OR WS-CONFIRM-SUB > WS-CONFIRM-COUNT.
006460 2200-EXIT.
006470     EXIT.
006480 2250-SCAN-ONE-CONFIRMATION.
006490     IF WS-CF-PART-NUMBER (WS-CONFIRM-SUB)
006500            = WS-SEARCH-PART-NUMBER
006510        AND WS-CF-PART-DATE (WS-CONFIRM-SUB)
006520            = WS-SEARCH-PART-DATE
006530         SET ENTRY-FOUND         TO TRUE
006540     ELSE
006550         ADD 1                   TO WS-CONFIRM-SUB
006560     END-IF.
006570 2250-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------
006600* 3000-MATCH-AUDIT-LOG - PASS THE AUDIT LOG ONCE, HOLDING FOR
006610* EACH CONFIRMED CUT THE LATEST COMPUTATION OF ITS PART AND
006620* PART DATE AT OR BEFORE THE CUT. A COMPUTATION AFTER THE CUT
006630* (A REWORK RUN RECOMPUTING WORK ALREADY CUT) DID NOT PRODUCE
006640* IT AND IS NOT USED.
006650*----------------------------------------------------------------
006660 3000-MATCH-AUDIT-LOG.
006670     OPEN INPUT AUDIT-FILE.
006680     IF WS-AUDIT-FILE-STATUS NOT = "00"
006690         DISPLAY "SAWTHR01 - AUDIT-FILE OPEN FAILED, STATUS="
006700             WS-AUDIT-FILE-STATUS
006710         MOVE 16             TO RETURN-CODE
006720         STOP RUN
006730     END-IF.
006740     PERFORM 3100-MATCH-ONE-AUDIT-RECORD THRU 3100-EXIT
006750             UNTIL AUDIT-EOF.
006760     CLOSE AUDIT-FILE.
006770 3000-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800* 3100-MATCH-ONE-AUDIT-RECORD - READ ONE AUDIT RECORD AND, WHEN
006810* IT COMPUTED A CONFIRMED CUT, KEEP ITS RUN TIMESTAMP, MATERIAL
006820* AND SHIFT IF IT IS THE LATEST SO FAR AT OR BEFORE THE CUT. A
006830* RUN TRAILER CARRIES NO PART DATE AND IS PASSED OVER.
006840*----------------------------------------------------------------
006850 3100-MATCH-ONE-AUDIT-RECORD.
006860     READ AUDIT-FILE
006870         AT END
006880             SET AUDIT-EOF       TO TRUE
006890             GO TO 3100-EXIT
006900     END-READ.
006910     ADD 1                       TO WS-AUDIT-READ.
006920     IF AUD-TRAILER-RECORD
006930        OR AUD-PART-DATE-X NOT NUMERIC
006940         GO TO 3100-EXIT
006950     END-IF.
006960     MOVE AUD-PART-NUMBER        TO WS-SEARCH-PART-NUMBER.
006970     MOVE AUD-PART-DATE          TO WS-SEARCH-PART-DATE.
006980     PERFORM 2200-FIND-CONFIRMATION THRU 2200-EXIT.
006990     IF ENTRY-NOT-FOUND
007000         GO TO 3100-EXIT
007010     END-IF.
007020     MOVE AUD-RUN-DATE           TO WS-AS-DATE.
007030     MOVE AUD-RUN-TIME           TO WS-AS-TIME.
007040     IF WS-AUDIT-STAMP > WS-CF-CUT-STAMP (WS-CONFIRM-SUB)
007050         IF WS-CF-MATCH-FLAG (WS-CONFIRM-SUB) = "N"
007060             MOVE "L"
007070                 TO WS-CF-MATCH-FLAG (WS-CONFIRM-SUB)
007080         END-IF
007090         GO TO 3100-EXIT
007100     END-IF.
007110     IF WS-CF-MATCH-FLAG (WS-CONFIRM-SUB) = "Y"
007120        AND WS-AUDIT-STAMP < WS-CF-AUD-STAMP (WS-CONFIRM-SUB)
007130         GO TO 3100-EXIT
007140     END-IF.
007150     MOVE "Y"
007160         TO WS-CF-MATCH-FLAG (WS-CONFIRM-SUB).
007170     MOVE WS-AUDIT-STAMP
007180         TO WS-CF-AUD-STAMP (WS-CONFIRM-SUB).
007190     MOVE AUD-MATERIAL-CODE
007200         TO WS-CF-MATERIAL-CODE (WS-CONFIRM-SUB).
007210     MOVE AUD-SHIFT-CODE
007220         TO WS-CF-SHIFT-CODE (WS-CONFIRM-SUB).
007230 3100-EXIT.
007240     EXIT.
007250*----------------------------------------------------------------
007260* 4000-MEASURE-ONE-CUT - WORK OUT THE TURNAROUND IN MINUTES OF
007270* ONE MATCHED CUT AND ROLL IT INTO ITS SHIFT, MATERIAL AND
007280* FAMILY GROUPS AND THE ALL-CUTS TOTALS. A CUT WITH NO AUDIT
007290* RECORD, OR ONLY LATER ONES, IS COUNTED BUT NOT MEASURED. A
007300* BLANK SHIFT OR MATERIAL (A LOG RECORD FROM BEFORE THOSE
007310* FIELDS EXISTED) GROUPS UNDER "?".
007320*----------------------------------------------------------------
007330 4000-MEASURE-ONE-CUT.
007340     IF WS-CF-MATCH-FLAG (WS-CONFIRM-SUB) = "N"
007350         ADD 1                   TO WS-NO-AUDIT-COUNT
007360         GO TO 4000-NEXT
007370     END-IF.
007380     IF WS-CF-MATCH-FLAG (WS-CONFIRM-SUB) = "L"
007390         ADD 1                   TO WS-CUT-EARLY-COUNT
007400         GO TO 4000-NEXT
007410     END-IF.
007420     ADD 1                       TO WS-MEASURED-COUNT.
007430     MOVE WS-CF-CUT-DATE (WS-CONFIRM-SUB) TO WS-DN-DATE.
007440     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
007450     MOVE WS-DN-NUMBER           TO WS-CUT-DAY-NUMBER.
007460     MOVE WS-CF-CUT-TIME (WS-CONFIRM-SUB) TO WS-TIME-WORK.
007470     COMPUTE WS-CUT-MINUTE-OF-DAY =
007480         WS-TW-HOURS * 60 + WS-TW-MINUTES.
007490     MOVE WS-CF-AUD-DATE (WS-CONFIRM-SUB) TO WS-DN-DATE.
007500     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
007510     MOVE WS-CF-AUD-TIME (WS-CONFIRM-SUB) TO WS-TIME-WORK.
007520     COMPUTE WS-AUD-MINUTE-OF-DAY =
007530         WS-TW-HOURS * 60 + WS-TW-MINUTES.
007540     COMPUTE WS-MINUTES =
007550         (WS-CUT-DAY-NUMBER - WS-DN-NUMBER) * 1440
007560         + WS-CUT-MINUTE-OF-DAY - WS-AUD-MINUTE-OF-DAY.
007570     IF WS-MINUTES < ZERO
007580         MOVE ZERO               TO WS-MINUTES
007590     END-IF.
007600     MOVE WS-MINUTES             TO WS-CF-MINUTES
007610                                    (WS-CONFIRM-SUB).
007620     IF WS-MINUTES NOT > WS-TARGET-MINUTES
007630         ADD 1                   TO WS-WITHIN-COUNT
007640     END-IF.
007650     MOVE "S"                    TO WS-SEARCH-GROUP-TYPE.
007660     MOVE WS-CF-SHIFT-CODE (WS-CONFIRM-SUB)
007670                                 TO WS-SEARCH-GROUP-KEY.
007680     IF WS-SEARCH-GROUP-KEY = SPACES
007690         MOVE "?"                TO WS-SEARCH-GROUP-KEY
007700     END-IF.
007710     PERFORM 4100-ADD-TO-GROUP   THRU 4100-EXIT.
007720     MOVE "M"                    TO WS-SEARCH-GROUP-TYPE.
007730     MOVE WS-CF-MATERIAL-CODE (WS-CONFIRM-SUB)
007740                                 TO WS-SEARCH-GROUP-KEY.
007750     IF WS-SEARCH-GROUP-KEY = SPACES
007760         MOVE "?"                TO WS-SEARCH-GROUP-KEY
007770     END-IF.
007780     PERFORM 4100-ADD-TO-GROUP   THRU 4100-EXIT.
007790     MOVE "F"                    TO WS-SEARCH-GROUP-TYPE.
007800     MOVE WS-CF-PART-NUMBER (WS-CONFIRM-SUB) (1:4)
007810                                 TO WS-SEARCH-GROUP-KEY.
007820     PERFORM 4100-ADD-TO-GROUP   THRU 4100-EXIT.
007830     ADD 1                       TO WS-ALL-CUTS.
007840     ADD WS-MINUTES              TO WS-ALL-TOTAL-MINUTES.
007850     IF WS-MINUTES > WS-ALL-MAX-MINUTES
007860         MOVE WS-MINUTES         TO WS-ALL-MAX-MINUTES
007870     END-IF.
007880     IF WS-MINUTES NOT > WS-TARGET-MINUTES
007890         ADD 1                   TO WS-ALL-WITHIN
007900     END-IF.
007910 4000-NEXT.
007920     ADD 1                       TO WS-CONFIRM-SUB.
007930 4000-EXIT.
007940     EXIT.
007950*----------------------------------------------------------------
007960* 4100-ADD-TO-GROUP - ROLL WS-MINUTES INTO THE GROUP NAMED BY
007970* WS-SEARCH-GROUP-TYPE AND WS-SEARCH-GROUP-KEY.
007980*----------------------------------------------------------------
007990 4100-ADD-TO-GROUP.
008000     PERFORM 4200-FIND-GROUP-ENTRY THRU 4200-EXIT.
008010     ADD 1                       TO WS-GT-CUTS (WS-GROUP-SUB).
008020     ADD WS-MINUTES
008030         TO WS-GT-TOTAL-MINUTES (WS-GROUP-SUB).
008040     IF WS-MINUTES > WS-GT-MAX-MINUTES (WS-GROUP-SUB)
008050         MOVE WS-MINUTES
008060             TO WS-GT-MAX-MINUTES (WS-GROUP-SUB)
008070     END-IF.
008080     IF WS-MINUTES NOT > WS-TARGET-MINUTES
008090         ADD 1                   TO WS-GT-WITHIN (WS-GROUP-SUB)
008100     END-IF.
008110 4100-EXIT.
008120     EXIT.
008130*----------------------------------------------------------------
008140* 4200-FIND-GROUP-ENTRY - FIND (OR ADD) THE GROUP TABLE ENTRY
008150* FOR WS-SEARCH-GROUP-TYPE AND WS-SEARCH-GROUP-KEY, LEAVING ITS
008160* SUBSCRIPT IN WS-GROUP-SUB.
008170*----------------------------------------------------------------
008180 4200-FIND-GROUP-ENTRY.
008190     SET ENTRY-NOT-FOUND         TO TRUE.
008200     MOVE 1                      TO WS-GROUP-SUB.
008210     PERFORM 4250-SCAN-ONE-GROUP THRU 4250-EXIT
008220             UNTIL ENTRY-FOUND
008230                OR WS-GROUP-SUB > WS-GROUP-COUNT.
008240     IF ENTRY-NOT-FOUND
008250         IF WS-GROUP-COUNT NOT < WK-GROUP-TABLE-MAX
008260             DISPLAY "SAWTHR01 - GROUP TABLE OVERFLOW"
008270             MOVE 16             TO RETURN-CODE
008280             STOP RUN
008290         END-IF
008300         ADD 1                   TO WS-GROUP-COUNT
008310         MOVE WS-GROUP-COUNT     TO WS-GROUP-SUB
008320         MOVE WS-SEARCH-GROUP-TYPE
008330             TO WS-GT-TYPE (WS-GROUP-SUB)
008340         MOVE WS-SEARCH-GROUP-KEY
008350             TO WS-GT-KEY (WS-GROUP-SUB)
008360         MOVE ZERO TO WS-GT-CUTS (WS-GROUP-SUB)
008370         MOVE ZERO TO WS-GT-WITHIN (WS-GROUP-SUB)
008380         MOVE ZERO TO WS-GT-TOTAL-MINUTES (WS-GROUP-SUB)
008390         MOVE ZERO TO WS-GT-MAX-MINUTES (WS-GROUP-SUB)
008400     END-IF.
008410 4200-EXIT.
008420     EXIT.
008430 4250-SCAN-ONE-GROUP.
008440     IF WS-GT-TYPE (WS-GROUP-SUB) = WS-SEARCH-GROUP-TYPE
008450        AND WS-GT-KEY (WS-GROUP-SUB) = WS-SEARCH-GROUP-KEY
008460         SET ENTRY-FOUND         TO TRUE
008470     ELSE
008480         ADD 1                   TO WS-GROUP-SUB
008490     END-IF.
008500 4250-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008530* 5000-COUNT-SHIFT-DAYS - COUNT, PER SHIFT, THE DAYS OF THE
008540* PERIOD THAT SHIFT WAS SCHEDULED TO WORK.
008550*----------------------------------------------------------------
008560 5000-COUNT-SHIFT-DAYS.
008570     MOVE ZERO                   TO WS-SHIFT-DAYS (1).
008580     MOVE ZERO                   TO WS-SHIFT-DAYS (2).
008590     MOVE ZERO                   TO WS-SHIFT-DAYS (3).
008600     MOVE WS-FROM-DAY-NUMBER     TO WS-DAY-NUMBER.
008610     PERFORM 5100-COUNT-ONE-DAY  THRU 5100-EXIT
008620             UNTIL WS-DAY-NUMBER > WS-TO-DAY-NUMBER.
008630     COMPUTE WS-ALL-SHIFT-DAYS = WS-SHIFT-DAYS (1)
008640         + WS-SHIFT-DAYS (2) + WS-SHIFT-DAYS (3).
008650 5000-EXIT.
008660     EXIT.
008670*----------------------------------------------------------------
008680* 5100-COUNT-ONE-DAY - A DAY ON THE SHOP CALENDAR COUNTS FOR
008690* EACH SHIFT FLAGGED "Y"; ANY OTHER DAY COUNTS FOR ALL THREE
008700* SHIFTS ON A WEEKDAY AND NONE AT A WEEKEND. A SERIAL DAY
008710* NUMBER MODULO 7 IS 0 ON A SATURDAY AND 1 ON A SUNDAY.
008720*----------------------------------------------------------------
008730 5100-COUNT-ONE-DAY.
008740     SET ENTRY-NOT-FOUND         TO TRUE.
008750     MOVE 1                      TO WS-CAL-SUB.
008760     PERFORM 5150-SCAN-ONE-CALENDAR-DAY THRU 5150-EXIT
008770             UNTIL ENTRY-FOUND
008780                OR WS-CAL-SUB > WS-CAL-TABLE-COUNT.
008790     IF ENTRY-FOUND
008800         MOVE 1                  TO WS-SHIFT-SUB
008810         PERFORM 5200-COUNT-ONE-SHIFT THRU 5200-EXIT
008820                 UNTIL WS-SHIFT-SUB > 3
008830     ELSE
008840         DIVIDE WS-DAY-NUMBER BY 7
008850                 GIVING WS-DAY-WEEKS REMAINDER WS-DAY-WEEKDAY
008860         IF DAY-STANDARD-WORKDAY
008870             ADD 1               TO WS-SHIFT-DAYS (1)
008880             ADD 1               TO WS-SHIFT-DAYS (2)
008890             ADD 1               TO WS-SHIFT-DAYS (3)
008900         END-IF
008910     END-IF.
008920     ADD 1                       TO WS-DAY-NUMBER.
008930 5100-EXIT.
008940     EXIT.
008950 5150-SCAN-ONE-CALENDAR-DAY.
008960     IF WS-CT-DAY-NUMBER (WS-CAL-SUB) = WS-DAY-NUMBER
008970         SET ENTRY-FOUND         TO TRUE
008980     ELSE
008990         ADD 1                   TO WS-CAL-SUB
009000     END-IF.
009010 5150-EXIT.
009020     EXIT.
009030 5200-COUNT-ONE-SHIFT.
009040     IF WS-CT-SHIFT-FLAG (WS-CAL-SUB, WS-SHIFT-SUB) = "Y"
009050         ADD 1                   TO WS-SHIFT-DAYS (WS-SHIFT-SUB)
009060     END-IF.
009070     ADD 1                       TO WS-SHIFT-SUB.
009080 5200-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110* 8100-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DN-DATE
009120* INTO A SERIAL DAY COUNT IN WS-DN-NUMBER. 365 DAYS A YEAR PLUS
009130* THE GREGORIAN LEAP RULE (EVERY 4TH YEAR, NOT EVERY 100TH,
009140* EVERY 400TH), THE MONTH OFFSET, AND THE DAY; ONE DAY COMES
009150* BACK OFF FOR JANUARY AND FEBRUARY OF A LEAP YEAR BECAUSE THE
009160* YEAR'S OWN FEBRUARY 29TH HAS NOT HAPPENED YET. A DATE WITH A
009170* MONTH OUTSIDE 1-12 RETURNS ZERO.
009180*----------------------------------------------------------------
009190 8100-COMPUTE-DAY-NUMBER.
009200     MOVE ZERO                   TO WS-DN-NUMBER.
009210     IF WS-DN-MONTH < 01 OR WS-DN-MONTH > 12
009220         GO TO 8100-EXIT
009230     END-IF.
009240     DIVIDE WS-DN-YEAR BY 4
009250             GIVING WS-DN-Q4 REMAINDER WS-DN-R4.
009260     DIVIDE WS-DN-YEAR BY 100
009270             GIVING WS-DN-Q100 REMAINDER WS-DN-R100.
009280     DIVIDE WS-DN-YEAR BY 400
009290             GIVING WS-DN-Q400 REMAINDER WS-DN-R400.
009300     COMPUTE WS-DN-NUMBER =
009310         (WS-DN-YEAR * 365)
009320         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
009330         + WS-MONTH-OFFSET (WS-DN-MONTH)
009340         + WS-DN-DAY.
009350     IF WS-DN-MONTH < 03
009360        AND WS-DN-R4 = ZERO
009370        AND (WS-DN-R100 NOT = ZERO OR WS-DN-R400 = ZERO)
009380         SUBTRACT 1              FROM WS-DN-NUMBER
009390     END-IF.
009400 8100-EXIT.
009410     EXIT.
009420*----------------------------------------------------------------
009430* 9000-TERMINATE - PRINT THE SHIFT, MATERIAL AND FAMILY
009440* SECTIONS, THE SLOWEST CUTS AND THE RUN TOTALS, SET THE RETURN
009450* CODE (RC=4 WHEN A CONFIRMED CUT COULD NOT BE MATCHED TO ITS
009460* COMPUTATION OR A HISTORY RECORD WAS UNREADABLE - THE FIGURES
009470* LEAVE THOSE CUTS OUT), AND CLOSE THE FILES.
009480*----------------------------------------------------------------
009490 9000-TERMINATE.
009500     MOVE WS-HEADING-LINE-1      TO RPT-PRINT-LINE.
009510     WRITE RPT-PRINT-LINE.
009520     MOVE WS-FROM-DATE           TO WS-PL-FROM-DATE.
009530     MOVE WS-TO-DATE             TO WS-PL-TO-DATE.
009540     MOVE THR-TARGET-HOURS       TO WS-PL-TARGET-HOURS.
009550     MOVE WS-PERIOD-LINE         TO RPT-PRINT-LINE.
009560     WRITE RPT-PRINT-LINE.
009570     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
009580     WRITE RPT-PRINT-LINE.
009590     MOVE WS-SHIFT-TITLE-LINE    TO RPT-PRINT-LINE.
009600     WRITE RPT-PRINT-LINE.
009610     MOVE "SH  "                 TO WS-GHL-KEY-TITLE.
009620     MOVE "   SHF HRS  CUTS/H"   TO WS-GHL-RATE-TITLE.
009630     MOVE WS-GROUP-HEADING-LINE  TO RPT-PRINT-LINE.
009640     WRITE RPT-PRINT-LINE.
009650     MOVE "S"                    TO WS-PRINT-GROUP-TYPE.
009660     MOVE 1                      TO WS-GROUP-SUB.
009670     PERFORM 9100-PRINT-ONE-GROUP THRU 9100-EXIT
009680             UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
009690     PERFORM 9150-PRINT-ALL-CUTS-LINE THRU 9150-EXIT.
009700     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
009710     WRITE RPT-PRINT-LINE.
009720     MOVE WS-MATERIAL-TITLE-LINE TO RPT-PRINT-LINE.
009730     WRITE RPT-PRINT-LINE.
009740     MOVE "MATL"                 TO WS-GHL-KEY-TITLE.
009750     MOVE SPACES                 TO WS-GHL-RATE-TITLE.
009760     MOVE WS-GROUP-HEADING-LINE  TO RPT-PRINT-LINE.
009770     WRITE RPT-PRINT-LINE.
009780     MOVE "M"                    TO WS-PRINT-GROUP-TYPE.
009790     MOVE 1                      TO WS-GROUP-SUB.
009800     PERFORM 9100-PRINT-ONE-GROUP THRU 9100-EXIT
009810             UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
009820     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
009830     WRITE RPT-PRINT-LINE.
009840     MOVE WS-FAMILY-TITLE-LINE   TO RPT-PRINT-LINE.
009850     WRITE RPT-PRINT-LINE.
009860     MOVE "FAM "                 TO WS-GHL-KEY-TITLE.
009870     MOVE WS-GROUP-HEADING-LINE  TO RPT-PRINT-LINE.
009880     WRITE RPT-PRINT-LINE.
009890     MOVE "F"                    TO WS-PRINT-GROUP-TYPE.
009900     MOVE 1                      TO WS-GROUP-SUB.
009910     PERFORM 9100-PRINT-ONE-GROUP THRU 9100-EXIT
009920             UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
009930     PERFORM 9300-PRINT-SLOWEST-CUTS THRU 9300-EXIT.
009940     PERFORM 9500-PRINT-TOTALS   THRU 9500-EXIT.
009950     MOVE ZERO                   TO RETURN-CODE.
009960     IF WS-NO-AUDIT-COUNT > ZERO
009970        OR WS-CUT-EARLY-COUNT > ZERO
009980        OR WS-BAD-RECORD-COUNT > ZERO
009990         MOVE 4                  TO RETURN-CODE
010000     END-IF.
010010     CLOSE CONFIRM-FILE.
010020     CLOSE NEWCNF-FILE.
010030     CLOSE REPORT-FILE.
010040 9000-EXIT.
010050     EXIT.
010060*----------------------------------------------------------------
010070* 9100-PRINT-ONE-GROUP - PRINT THE CURRENT GROUP TABLE ENTRY IF
010080* IT IS OF THE TYPE BEING PRINTED. SHIFTS 1, 2 AND 3 ALSO SHOW
010090* THEIR SCHEDULED HOURS AND CUTS PER SCHEDULED HOUR.
010100*----------------------------------------------------------------
010110 9100-PRINT-ONE-GROUP.
010120     IF WS-GT-TYPE (WS-GROUP-SUB) NOT = WS-PRINT-GROUP-TYPE
010130         GO TO 9100-NEXT
010140     END-IF.
010150     MOVE WS-GT-KEY (WS-GROUP-SUB) TO WS-GL-KEY.
010160     MOVE WS-GT-CUTS (WS-GROUP-SUB) TO WS-GL-CUTS.
010170     MOVE ZERO                   TO WS-GL-AVG-HOURS.
010180     MOVE ZERO                   TO WS-GL-WITHIN-PCT.
010190     IF WS-GT-CUTS (WS-GROUP-SUB) > ZERO
010200         COMPUTE WS-GL-AVG-HOURS ROUNDED =
010210             WS-GT-TOTAL-MINUTES (WS-GROUP-SUB)
010220             / WS-GT-CUTS (WS-GROUP-SUB) / 60
010230         COMPUTE WS-GL-WITHIN-PCT ROUNDED =
010240             WS-GT-WITHIN (WS-GROUP-SUB) * 100
010250             / WS-GT-CUTS (WS-GROUP-SUB)
010260     END-IF.
010270     COMPUTE WS-GL-MAX-HOURS ROUNDED =
010280         WS-GT-MAX-MINUTES (WS-GROUP-SUB) / 60.
010290     MOVE SPACES                 TO WS-GL-RATE-AREA-X.
010300     IF WS-GT-TYPE (WS-GROUP-SUB) = "S"
010310        AND (WS-GT-KEY (WS-GROUP-SUB) = "1" OR "2" OR "3")
010320         MOVE WS-GT-KEY (WS-GROUP-SUB) (1:1) TO WS-SHIFT-SUB
010330         MOVE WS-GT-CUTS (WS-GROUP-SUB) TO WS-RATE-CUTS
010340         COMPUTE WS-SCHEDULED-HOURS =
010350             WS-SHIFT-DAYS (WS-SHIFT-SUB) * WS-SHIFT-HOURS
010360         PERFORM 9200-SET-RATE-COLUMNS THRU 9200-EXIT
010370     END-IF.
010380     MOVE WS-GROUP-LINE          TO RPT-PRINT-LINE.
010390     WRITE RPT-PRINT-LINE.
010400 9100-NEXT.
010410     ADD 1                       TO WS-GROUP-SUB.
010420 9100-EXIT.
010430     EXIT.
010440*----------------------------------------------------------------
010450* 9150-PRINT-ALL-CUTS-LINE - CLOSE THE SHIFT SECTION WITH THE
010460* SAME FIGURES OVER EVERY MEASURED CUT AND EVERY SCHEDULED
010470* SHIFT HOUR.
010480*----------------------------------------------------------------
010490 9150-PRINT-ALL-CUTS-LINE.
010500     MOVE "ALL "                 TO WS-GL-KEY.
010510     MOVE WS-ALL-CUTS            TO WS-GL-CUTS.
010520     MOVE ZERO                   TO WS-GL-AVG-HOURS.
010530     MOVE ZERO                   TO WS-GL-WITHIN-PCT.
010540     IF WS-ALL-CUTS > ZERO
010550         COMPUTE WS-GL-AVG-HOURS ROUNDED =
010560             WS-ALL-TOTAL-MINUTES / WS-ALL-CUTS / 60
010570         COMPUTE WS-GL-WITHIN-PCT ROUNDED =
010580             WS-ALL-WITHIN * 100 / WS-ALL-CUTS
010590     END-IF.
010600     COMPUTE WS-GL-MAX-HOURS ROUNDED =
010610         WS-ALL-MAX-MINUTES / 60.
010620     MOVE SPACES                 TO WS-GL-RATE-AREA-X.
010630     MOVE WS-ALL-CUTS            TO WS-RATE-CUTS.
010640     COMPUTE WS-SCHEDULED-HOURS =
010650         WS-ALL-SHIFT-DAYS * WS-SHIFT-HOURS.
010660     PERFORM 9200-SET-RATE-COLUMNS THRU 9200-EXIT.
010670     MOVE WS-GROUP-LINE          TO RPT-PRINT-LINE.
010680     WRITE RPT-PRINT-LINE.
010690 9150-EXIT.
010700     EXIT.
010710*----------------------------------------------------------------
010720* 9200-SET-RATE-COLUMNS - FILL THE SCHEDULED-HOURS AND CUTS-PER-
010730* HOUR COLUMNS FROM WS-SCHEDULED-HOURS AND WS-RATE-CUTS.
010740*----------------------------------------------------------------
010750 9200-SET-RATE-COLUMNS.
010760     MOVE WS-SCHEDULED-HOURS     TO WS-GL-SHIFT-HOURS.
010770     MOVE ZERO                   TO WS-GL-CUTS-PER-HOUR.
010780     IF WS-SCHEDULED-HOURS > ZERO
010790         COMPUTE WS-GL-CUTS-PER-HOUR ROUNDED =
010800             WS-RATE-CUTS / WS-SCHEDULED-HOURS
010810     END-IF.
010820 9200-EXIT.
010830     EXIT.
010840*----------------------------------------------------------------
010850* 9300-PRINT-SLOWEST-CUTS - LIST THE SLOWEST MEASURED CUTS,
010860* SLOWEST FIRST, UP TO THE COUNT ON THE PARAMETER CARD.
010870*----------------------------------------------------------------
010880 9300-PRINT-SLOWEST-CUTS.
010890     IF WS-SLOW-COUNT = ZERO
010900         GO TO 9300-EXIT
010910     END-IF.
010920     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
010930     WRITE RPT-PRINT-LINE.
010940     MOVE WS-SLOW-COUNT          TO WS-STL-COUNT.
010950     MOVE WS-SLOWEST-TITLE-LINE  TO RPT-PRINT-LINE.
010960     WRITE RPT-PRINT-LINE.
010970     MOVE WS-SLOWEST-HEADING-LINE TO RPT-PRINT-LINE.
010980     WRITE RPT-PRINT-LINE.
010990     MOVE ZERO                   TO WS-SLOW-PRINTED.
011000     SET SLOWEST-FOUND           TO TRUE.
011010     PERFORM 9350-PRINT-NEXT-SLOWEST THRU 9350-EXIT
011020             UNTIL WS-SLOW-PRINTED NOT < WS-SLOW-COUNT
011030                OR SLOWEST-NOT-FOUND.
011040 9300-EXIT.
011050     EXIT.
011060*----------------------------------------------------------------
011070* 9350-PRINT-NEXT-SLOWEST - FIND THE SLOWEST MEASURED CUT NOT
011080* YET LISTED, LIST IT AND MARK IT.
011090*----------------------------------------------------------------
011100 9350-PRINT-NEXT-SLOWEST.
011110     SET SLOWEST-NOT-FOUND       TO TRUE.
011120     MOVE ZERO                   TO WS-SLOWEST-SUB.
011130     MOVE ZERO                   TO WS-SLOWEST-MINUTES.
011140     MOVE 1                      TO WS-CONFIRM-SUB.
011150     PERFORM 9360-CHECK-ONE-CUT  THRU 9360-EXIT
011160             UNTIL WS-CONFIRM-SUB > WS-CONFIRM-COUNT.
011170     IF SLOWEST-NOT-FOUND
011180         GO TO 9350-EXIT
011190     END-IF.
011200     MOVE "Y"                    TO WS-CF-SLOW-FLAG
011210                                    (WS-SLOWEST-SUB).
011220     MOVE WS-CF-PART-NUMBER (WS-SLOWEST-SUB)
011230                                 TO WS-SL-PART-NUMBER.
011240     MOVE WS-CF-PART-DATE (WS-SLOWEST-SUB)
011250                                 TO WS-SL-PART-DATE.
011260     MOVE WS-CF-MATERIAL-CODE (WS-SLOWEST-SUB)
011270                                 TO WS-SL-MATERIAL-CODE.
011280     MOVE WS-CF-SHIFT-CODE (WS-SLOWEST-SUB)
011290                                 TO WS-SL-SHIFT-CODE.
011300     MOVE WS-CF-AUD-DATE (WS-SLOWEST-SUB) TO WS-SL-AUD-DATE.
011310     MOVE WS-CF-AUD-TIME (WS-SLOWEST-SUB) TO WS-TIME-WORK.
011320     MOVE WS-TIME-WORK (1:4)     TO WS-SL-AUD-TIME.
011330     MOVE WS-CF-CUT-DATE (WS-SLOWEST-SUB) TO WS-SL-CUT-DATE.
011340     MOVE WS-CF-CUT-TIME (WS-SLOWEST-SUB) TO WS-TIME-WORK.
011350     MOVE WS-TIME-WORK (1:4)     TO WS-SL-CUT-TIME.
011360     COMPUTE WS-SL-HOURS ROUNDED =
011370         WS-CF-MINUTES (WS-SLOWEST-SUB) / 60.
011380     MOVE WS-SLOWEST-LINE        TO RPT-PRINT-LINE.
011390     WRITE RPT-PRINT-LINE.
011400     ADD 1                       TO WS-SLOW-PRINTED.
011410 9350-EXIT.
011420     EXIT.
011430 9360-CHECK-ONE-CUT.
011440     IF WS-CF-MATCH-FLAG (WS-CONFIRM-SUB) = "Y"
011450        AND WS-CF-SLOW-FLAG (WS-CONFIRM-SUB) = "N"
011460        AND (SLOWEST-NOT-FOUND
011470             OR WS-CF-MINUTES (WS-CONFIRM-SUB)
011480                > WS-SLOWEST-MINUTES)
011490         SET SLOWEST-FOUND       TO TRUE
011500         MOVE WS-CONFIRM-SUB     TO WS-SLOWEST-SUB
011510         MOVE WS-CF-MINUTES (WS-CONFIRM-SUB)
011520                                 TO WS-SLOWEST-MINUTES
011530     END-IF.
011540     ADD 1                       TO WS-CONFIRM-SUB.
011550 9360-EXIT.
011560     EXIT.
011570*----------------------------------------------------------------
011580* 9500-PRINT-TOTALS - PRINT THE RUN TOTALS.
011590*----------------------------------------------------------------
011600 9500-PRINT-TOTALS.
011610     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
011620     WRITE RPT-PRINT-LINE.
011630     MOVE WS-HISTORY-READ        TO WS-HRL-COUNT.
011640     MOVE WS-HISTORY-LINE        TO RPT-PRINT-LINE.
011650     WRITE RPT-PRINT-LINE.
011660     MOVE WS-BAD-RECORD-COUNT    TO WS-BRL-COUNT.
011670     MOVE WS-BAD-RECORD-LINE     TO RPT-PRINT-LINE.
011680     WRITE RPT-PRINT-LINE.
011690     MOVE WS-CUT-IN-PERIOD       TO WS-CPL-COUNT.
011700     MOVE WS-CUT-PERIOD-LINE     TO RPT-PRINT-LINE.
011710     WRITE RPT-PRINT-LINE.
011720     MOVE WS-CANCELLED-COUNT     TO WS-CNL-COUNT.
011730     MOVE WS-CANCELLED-LINE      TO RPT-PRINT-LINE.
011740     WRITE RPT-PRINT-LINE.
011750     MOVE WS-DUPLICATE-COUNT     TO WS-DPL-COUNT.
011760     MOVE WS-DUPLICATE-LINE      TO RPT-PRINT-LINE.
011770     WRITE RPT-PRINT-LINE.
011780     MOVE WS-AUDIT-READ          TO WS-ARL-COUNT.
011790     MOVE WS-AUDIT-READ-LINE     TO RPT-PRINT-LINE.
011800     WRITE RPT-PRINT-LINE.
011810     MOVE WS-NO-AUDIT-COUNT      TO WS-NAL-COUNT.
011820     MOVE WS-NO-AUDIT-LINE       TO RPT-PRINT-LINE.
011830     WRITE RPT-PRINT-LINE.
011840     MOVE WS-CUT-EARLY-COUNT     TO WS-CEL-COUNT.
011850     MOVE WS-CUT-EARLY-LINE      TO RPT-PRINT-LINE.
011860     WRITE RPT-PRINT-LINE.
011870     MOVE WS-MEASURED-COUNT      TO WS-MSL-COUNT.
011880     MOVE WS-MEASURED-LINE       TO RPT-PRINT-LINE.
011890     WRITE RPT-PRINT-LINE.
011900     MOVE WS-WITHIN-COUNT        TO WS-WTL-COUNT.
011910     MOVE WS-WITHIN-LINE         TO RPT-PRINT-LINE.
011920     WRITE RPT-PRINT-LINE.
011930     MOVE WS-RETAINED-COUNT      TO WS-RTL-COUNT.
011940     MOVE WS-RETAINED-LINE       TO RPT-PRINT-LINE.
011950     WRITE RPT-PRINT-LINE.
011960 9500-EXIT.
011970     EXIT.
