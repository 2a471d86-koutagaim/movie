000300*                 EVAPORATED; NOW IT LEAVES ONLY WHEN REJFIX01
000310*                 REPAIRS IT OR A WRITE-OFF CARD RETIRES IT,
000320*                 AND EITHER WAY IT SHOWS ON A REPORT.
000322* 2026-10-05 DKO  DAYS OUTSTANDING (EACH REJECT AND THE OLDEST
000324*                 BY REASON) IS NOW COUNTED IN SHOP WORKING DAYS
000326*                 FROM THE SHOP CALENDAR (CALREC01, MAINTAINED BY
000328*                 CALMNT01) INSTEAD OF CALENDAR DAYS.
000329* 2026-10-12 DKO  THE REPORT NOW ENDS WITH THE RUN DATE AND THE
000330*                 RETURN CODE, SO THE MORNING EXCEPTION DIGEST
000331*                 (EXCDIG01) CAN TELL TONIGHT'S REPORT FROM A
000332*                 STALE ONE AND A CLEAN END FROM AN ABEND.
000333* 2026-10-12 DKO  THE WORK-ORDER NUMBER AND LINE ON THE REJECT
000334*                 ARE CARRIED ONTO THE OUTSTANDING MASTER, SO THE
000335*                 ORDER-STATUS REPORT (ORDSTA01) CAN NAME THE
000336*                 ORDERS A REJECT IS HOLDING UP.
000337* 2026-10-15 DKO  THE REJECT'S RECUT FLAG IS CARRIED ONTO THE
000338*                 OUTSTANDING MASTER AS ORJ-RECUT-FLAG.
000339*----------------------------------------------------------------
000340 ENVIRONMENT                     DIVISION.
000350 CONFIGURATION                   SECTION.
000360 SOURCE-COMPUTER.                IBM-370.
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS ORJ-KEY
000500         FILE STATUS IS WS-OUTSTANDING-STATUS.
000502     SELECT CALENDAR-FILE       ASSIGN TO CALFILE
000504         ORGANIZATION IS SEQUENTIAL
000506         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000510     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-FILE-STATUS.
000590     COPY WOFREC01.
000600 FD  OUTSTANDING-FILE.
000610     COPY ORJREC01.
000613 FD  CALENDAR-FILE.
000616     COPY CALREC01.
000620 FD  REPORT-FILE.
000630 01  RPT-PRINT-LINE              PIC X(80).
000640 WORKING-STORAGE                 SECTION.
000650   01 WORK-CONSTANTS.
000660     03 WK-REASON-TABLE-MAX      PIC 9(03)    VALUE 020.
000665     03 WK-CAL-TABLE-MAX         PIC 9(05)    VALUE 03700.
000670   01 WORK-SWITCHES.
000680     03 WS-REJECT-EOF-SW         PIC X(01) VALUE "N".
000690        88 REJECT-EOF                 VALUE "Y".
000740     03 WS-REASON-FOUND-SW       PIC X(01) VALUE "N".
000750        88 REASON-FOUND               VALUE "Y".
000760        88 REASON-NOT-FOUND           VALUE "N".
000763     03 WS-CALENDAR-EOF-SW       PIC X(01) VALUE "N".
000766        88 CALENDAR-EOF               VALUE "Y".
000770*----------------------------------------------------------------
000780* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN SO A BAD
000790* ALLOCATION IS CAUGHT AND ABENDS THE JOB CLEANLY. THE VSAM
000860   01 WS-WRITEOFF-FILE-STATUS   PIC X(02) VALUE "00".
000870   01 WS-OUTSTANDING-STATUS     PIC X(02) VALUE "00".
000880   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
000885   01 WS-CALENDAR-FILE-STATUS   PIC X(02) VALUE "00".
000890   01 WORK-COUNTERS.
000900     03 WS-REJECTS-READ          PIC 9(07) COMP VALUE ZERO.
000910     03 WS-REJECTS-ADDED         PIC 9(07) COMP VALUE ZERO.
001130*----------------------------------------------------------------
001140* DAY-NUMBER CONVERSION FIELDS - 8100-COMPUTE-DAY-NUMBER TURNS
001150* THE YYYYMMDD DATE IN WS-DN-DATE INTO A SERIAL DAY COUNT IN
001160* WS-DN-NUMBER SO DAYS OUTSTANDING IS A REAL DAY DIFFERENCE, NOT
001170* A SUBTRACTION OF DATE LITERALS.
001180*----------------------------------------------------------------
001190   01 WS-DN-DATE                PIC 9(08)           VALUE ZERO.
001200   01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
001330         "000031059090120151181212243273304334".
001340   01 WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSETS.
001350     03 WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
001351*----------------------------------------------------------------
001352* SHOP CALENDAR TABLE - THE DAY NUMBER AND DAY TYPE OF EVERY DATE
001353* ON THE SHOP CALENDAR, LOADED ONCE IN 1100-LOAD-SHOP-CALENDAR.
001354* 8300-COUNT-WORKING-DAYS COUNTS THE STANDARD WEEK FROM THE DAY
001355* NUMBERS ALONE AND CORRECTS IT FROM THIS TABLE, SO DAYS
001356* OUTSTANDING IS IN SHOP WORKING DAYS - A REJECT FIRST SEEN
001357* FRIDAY AND STILL OUTSTANDING MONDAY IS ONE DAY OLD, NOT THREE.
001358*----------------------------------------------------------------
001359   01 WS-CAL-TABLE-COUNT        PIC 9(05) COMP      VALUE ZERO.
001360   01 WS-CAL-SUB                PIC 9(05) COMP      VALUE ZERO.
001361   01 WS-CAL-TABLE.
001362     03 WS-CT-ENTRY             OCCURS 3700 TIMES.
001363       05 WS-CT-DAY-NUMBER      PIC S9(08) COMP-3.
001364       05 WS-CT-DAY-TYPE        PIC X(01).
001365   01 WS-WD-FROM-NUMBER         PIC S9(08) COMP-3   VALUE ZERO.
001366   01 WS-WD-TO-NUMBER           PIC S9(08) COMP-3   VALUE ZERO.
001367   01 WS-WD-DAY-NUMBER          PIC S9(08) COMP-3   VALUE ZERO.
001368   01 WS-WD-SPAN                PIC S9(08) COMP-3   VALUE ZERO.
001369   01 WS-WD-WEEKS               PIC S9(08) COMP-3   VALUE ZERO.
001370   01 WS-WD-ODD-DAYS            PIC 9(01)           VALUE ZERO.
001371   01 WS-WD-COUNT               PIC S9(07) COMP-3   VALUE ZERO.
001372   01 WS-WD-WEEKDAY             PIC 9(01)           VALUE ZERO.
001373      88 WD-STANDARD-WORKDAY         VALUE 2 THRU 6.
001374*----------------------------------------------------------------
001375* REPORT PRINT LINES.
001380*----------------------------------------------------------------
001390   01 WS-HEADING-LINE-1         PIC X(80) VALUE
001400       "REJTRK01 - REJECT ROLL-IN AND WORKING-DAY AGING".
001410   01 WS-HEADING-LINE-2         PIC X(80) VALUE
001420       "PART NUMBER   PART DATE  RSN  RADIUS  S   DAYS  NOTE".
001430   01 WS-DETAIL-LINE.
001620     03 WS-RL-COUNT              PIC ZZZZZZ9.
001630     03 FILLER                   PIC X(09) VALUE "  OLDEST:".
001640     03 WS-RL-OLDEST             PIC ZZZZ9.
001650     03 FILLER                   PIC X(13) VALUE " WORKING DAYS".
001660     03 FILLER                   PIC X(21) VALUE SPACES.
001670   01 WS-READ-LINE.
001680     03 FILLER                   PIC X(20) VALUE
001690         "REJECTS READ       :".
001990         "TOTAL OUTSTANDING  :".
002000     03 WS-OTL-COUNT             PIC ZZZZZZ9.
002010     03 FILLER                   PIC X(53) VALUE SPACES.
002011   01 WS-RUN-DATE-LINE.
002012     03 FILLER                   PIC X(20) VALUE
002013         "RUN DATE           :".
002014     03 WS-RNL-DATE              PIC 9(08).
002015     03 FILLER                   PIC X(52) VALUE SPACES.
002016   01 WS-RETURN-CODE-LINE.
002017     03 FILLER                   PIC X(20) VALUE
002018         "RETURN CODE        :".
002019     03 WS-RCL-CODE              PIC ZZZZZZ9.
002020     03 FILLER                   PIC X(53) VALUE SPACES.
002025 PROCEDURE                       DIVISION.
002030 0000-MAINLINE                   SECTION.
002040 0000-MAIN-PARA.
002050     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002110     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002120     STOP RUN.
002130*----------------------------------------------------------------
002140* 1000-INITIALIZE - LOAD THE SHOP CALENDAR, OPEN THE FILES, WRITE
002150* THE REPORT HEADINGS AND PRIME THE REJECT AND WRITE-OFF READS.
002160*----------------------------------------------------------------
002170 1000-INITIALIZE.
002180     ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
002190     MOVE WS-RUN-DATE            TO WS-DN-DATE.
002200     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
002210     MOVE WS-DN-NUMBER           TO WS-RUN-DAY-NUMBER.
002215     PERFORM 1100-LOAD-SHOP-CALENDAR THRU 1100-EXIT.
002220     OPEN INPUT REJECT-FILE.
002230     IF WS-REJECT-FILE-STATUS NOT = "00"
002240         DISPLAY "REJTRK01 - REJECT-FILE OPEN FAILED, STATUS="
002550     PERFORM 3100-READ-WRITEOFF-FILE THRU 3100-EXIT.
002560 1000-EXIT.
002570     EXIT.
002571*----------------------------------------------------------------
002572* 1100-LOAD-SHOP-CALENDAR - LOAD THE SHOP CALENDAR (CALREC01, ONE
002573* RECORD PER DATE THAT DEPARTS FROM THE STANDARD SHOP WEEK) INTO
002574* THE DAY-NUMBER TABLE 8300-COUNT-WORKING-DAYS WORKS FROM. AN
002575* EMPTY CALENDAR IS THE STANDARD WEEK EVERY WEEK. THE JOB ABENDS
002576* IF THE FILE FAILS TO OPEN OR OUTGROWS THE TABLE - AGING
002577* COUNTED AGAINST HALF A CALENDAR WOULD BE WRONG WITHOUT SHOWING
002578* IT.
002579*----------------------------------------------------------------
002580 1100-LOAD-SHOP-CALENDAR.
002581     OPEN INPUT CALENDAR-FILE.
002582     IF WS-CALENDAR-FILE-STATUS NOT = "00"
002583         DISPLAY "REJTRK01 - CALENDAR OPEN FAILED, STATUS="
002584             WS-CALENDAR-FILE-STATUS
002585         MOVE 16             TO RETURN-CODE
002586         STOP RUN
002587     END-IF.
002588     PERFORM 1150-LOAD-ONE-CALENDAR-DAY THRU 1150-EXIT
002589             UNTIL CALENDAR-EOF.
002590     CLOSE CALENDAR-FILE.
002591 1100-EXIT.
002592     EXIT.
002593 1150-LOAD-ONE-CALENDAR-DAY.
002594     READ CALENDAR-FILE
002595         AT END
002596             SET CALENDAR-EOF    TO TRUE
002597             GO TO 1150-EXIT
002598     END-READ.
002599     IF CAL-DATE-X NOT NUMERIC
002600         GO TO 1150-EXIT
002601     END-IF.
002602     MOVE CAL-DATE               TO WS-DN-DATE.
002603     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
002604     IF WS-DN-NUMBER = ZERO
002605         GO TO 1150-EXIT
002606     END-IF.
002607     IF WS-CAL-TABLE-COUNT NOT < WK-CAL-TABLE-MAX
002608         DISPLAY "REJTRK01 - CALENDAR TABLE OVERFLOW"
002609         MOVE 16             TO RETURN-CODE
002610         STOP RUN
002611     END-IF.
002612     ADD 1                       TO WS-CAL-TABLE-COUNT.
002613     MOVE WS-CAL-TABLE-COUNT     TO WS-CAL-SUB.
002614     MOVE WS-DN-NUMBER
002615         TO WS-CT-DAY-NUMBER (WS-CAL-SUB).
002616     MOVE CAL-DAY-TYPE
002617         TO WS-CT-DAY-TYPE (WS-CAL-SUB).
002618 1150-EXIT.
002619     EXIT.
002620*----------------------------------------------------------------
002621* 2000-ROLL-IN-ONE-REJECT - WRITE THE CURRENT REJECT TO THE
002622* OUTSTANDING MASTER WITH TODAY AS ITS FIRST-SEEN DATE. A
002623* DUPLICATE KEY MEANS THE REJECT IS ALREADY OUTSTANDING FROM A
002624* PRIOR NIGHT - IT KEEPS ITS ORIGINAL FIRST-SEEN DATE SO THE
002630* AGING STAYS HONEST.
002640*----------------------------------------------------------------
002650 2000-ROLL-IN-ONE-REJECT.
002740     MOVE REJ-CALC-MODE          TO ORJ-CALC-MODE.
002750     MOVE REJ-SHIFT-CODE         TO ORJ-SHIFT-CODE.
002760     MOVE WS-RUN-DATE            TO ORJ-FIRST-DATE.
002762     MOVE REJ-WO-NUMBER          TO ORJ-WO-NUMBER.
002764     MOVE REJ-WO-LINE            TO ORJ-WO-LINE.
002766     MOVE REJ-RECUT-FLAG         TO ORJ-RECUT-FLAG.
002770     WRITE ORJ-RECORD.
002780     EVALUATE WS-OUTSTANDING-STATUS
002790         WHEN "00"
003790     IF WS-DN-NUMBER = ZERO
003800         MOVE ZERO               TO WS-DAYS-OUT
003810     ELSE
003816         MOVE WS-DN-NUMBER       TO WS-WD-FROM-NUMBER
003822         MOVE WS-RUN-DAY-NUMBER  TO WS-WD-TO-NUMBER
003828         PERFORM 8300-COUNT-WORKING-DAYS THRU 8300-EXIT
003834         MOVE WS-WD-COUNT        TO WS-DAYS-OUT
003840     END-IF.
003850     MOVE SPACES                 TO WS-DETAIL-LINE.
003860     MOVE ORJ-PART-NUMBER        TO WS-DL-PART-NUMBER.
004680     END-IF.
004690 8100-EXIT.
004700     EXIT.
004701*----------------------------------------------------------------
004702* 8300-COUNT-WORKING-DAYS - COUNT THE SHOP WORKING DAYS AFTER DAY
004703* NUMBER WS-WD-FROM-NUMBER UP TO AND INCLUDING WS-WD-TO-NUMBER,
004704* INTO WS-WD-COUNT. THE STANDARD SHOP WEEK (MONDAY TO FRIDAY
004705* WORKING) IS COUNTED FIRST - FIVE DAYS FOR EVERY WHOLE WEEK,
004706* THEN THE ODD DAYS ONE AT A TIME - AND THE SHOP CALENDAR TABLE
004707* THEN CORRECTS IT: A HOLIDAY OR SHUTDOWN ON A WEEKDAY TAKES ONE
004708* OFF, A WEEKEND DAY WORKED PUTS ONE BACK. A SERIAL DAY NUMBER
004709* MODULO 7 IS 0 ON A SATURDAY AND 1 ON A SUNDAY.
004710*----------------------------------------------------------------
004711 8300-COUNT-WORKING-DAYS.
004712     MOVE ZERO                   TO WS-WD-COUNT.
004713     IF WS-WD-TO-NUMBER NOT > WS-WD-FROM-NUMBER
004714         GO TO 8300-EXIT
004715     END-IF.
004716     COMPUTE WS-WD-SPAN = WS-WD-TO-NUMBER - WS-WD-FROM-NUMBER.
004717     DIVIDE WS-WD-SPAN BY 7
004718             GIVING WS-WD-WEEKS REMAINDER WS-WD-ODD-DAYS.
004719     COMPUTE WS-WD-COUNT = WS-WD-WEEKS * 5.
004720     COMPUTE WS-WD-DAY-NUMBER =
004721         WS-WD-TO-NUMBER - WS-WD-ODD-DAYS + 1.
004722     PERFORM 8310-COUNT-ONE-ODD-DAY THRU 8310-EXIT
004723             UNTIL WS-WD-DAY-NUMBER > WS-WD-TO-NUMBER.
004724     MOVE 1                      TO WS-CAL-SUB.
004725     PERFORM 8320-APPLY-ONE-CALENDAR-DAY THRU 8320-EXIT
004726             UNTIL WS-CAL-SUB > WS-CAL-TABLE-COUNT.
004727 8300-EXIT.
004728     EXIT.
004729 8310-COUNT-ONE-ODD-DAY.
004730     DIVIDE WS-WD-DAY-NUMBER BY 7
004731             GIVING WS-WD-WEEKS REMAINDER WS-WD-WEEKDAY.
004732     IF WD-STANDARD-WORKDAY
004733         ADD 1                   TO WS-WD-COUNT
004734     END-IF.
004735     ADD 1                       TO WS-WD-DAY-NUMBER.
004736 8310-EXIT.
004737     EXIT.
004738 8320-APPLY-ONE-CALENDAR-DAY.
004739     IF WS-CT-DAY-NUMBER (WS-CAL-SUB) NOT > WS-WD-FROM-NUMBER
004740        OR WS-CT-DAY-NUMBER (WS-CAL-SUB) > WS-WD-TO-NUMBER
004741         GO TO 8320-NEXT
004742     END-IF.
004743     DIVIDE WS-CT-DAY-NUMBER (WS-CAL-SUB) BY 7
004744             GIVING WS-WD-WEEKS REMAINDER WS-WD-WEEKDAY.
004745     IF WD-STANDARD-WORKDAY
004746         IF WS-CT-DAY-TYPE (WS-CAL-SUB) NOT = "W"
004747             SUBTRACT 1          FROM WS-WD-COUNT
004748         END-IF
004749     ELSE
004750         IF WS-CT-DAY-TYPE (WS-CAL-SUB) = "W"
004751             ADD 1               TO WS-WD-COUNT
004752         END-IF
004753     END-IF.
004754 8320-NEXT.
004755     ADD 1                       TO WS-CAL-SUB.
004756 8320-EXIT.
004757     EXIT.
004758*----------------------------------------------------------------
004759* 9000-TERMINATE - PRINT THE REASON SUMMARY AND THE RUN TOTALS,
004760* SET THE RETURN CODE (RC=4 WHEN A WRITE-OFF CARD MATCHED
004761* NOTHING), PRINT THE RUN DATE AND THE RETURN CODE AS THE LAST
004762* TWO LINES, AND CLOSE THE FILES.
004763*----------------------------------------------------------------
004765 9000-TERMINATE.
004770     MOVE 1                      TO WS-REASON-TABLE-SUB.
004780     PERFORM 9100-PRINT-ONE-REASON THRU 9100-EXIT
004790             UNTIL WS-REASON-TABLE-SUB > WS-REASON-TABLE-COUNT.
005020     IF WS-CARDS-UNMATCHED > ZERO
005030         MOVE 4                  TO RETURN-CODE
005040     END-IF.
005041     MOVE WS-RUN-DATE            TO WS-RNL-DATE.
005042     MOVE WS-RUN-DATE-LINE       TO RPT-PRINT-LINE.
005043     WRITE RPT-PRINT-LINE.
005044     MOVE RETURN-CODE            TO WS-RCL-CODE.
005045     MOVE WS-RETURN-CODE-LINE    TO RPT-PRINT-LINE.
005046     WRITE RPT-PRINT-LINE.
005050     CLOSE REJECT-FILE.
005060     CLOSE WRITEOFF-FILE.
005070     CLOSE OUTSTANDING-FILE.
