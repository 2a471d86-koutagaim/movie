000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     CALMNT01.
000120 AUTHOR.                         D. OKAMURA.
000130 INSTALLATION.                   SHOP FLOOR SYSTEMS.
000140 DATE-WRITTEN.                   2026-10-05.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-05 DKO  ORIGINAL VERSION - THE SHOP CALENDAR MAINTENANCE
000200*                 RUN. APPLIES OPERATIONS' ADD, CHANGE AND DELETE
000210*                 CARDS (CLXREC01) AGAINST THE CALREC01 SHOP
000220*                 CALENDAR AND WRITES THE UPDATED CALENDAR TO THE
000230*                 NEW-CALENDAR DATASET, SORTED BACK OVER THE LIVE
000240*                 ONE BY THE NEXT JOB STEP THE WAY PRTMNT01 HANDS
000250*                 OVER THE PART MASTER. A CARD MAY NAME A RUN OF
000260*                 DATES (FROM/THRU) AND IS WORKED ONE DATE AT A
000270*                 TIME. EVERY CARD IS VALIDATED - A BAD ACTION,
000280*                 DATE, DAY TYPE OR SHIFT FLAG, AN ADD FOR A DATE
000290*                 ALREADY ON FILE, A CHANGE OR DELETE FOR A DATE
000300*                 THAT IS NOT - AND EVERY CHANGE PRINTS A BEFORE
000310*                 AND AFTER LINE ON THE CHANGE REPORT, SO NO DAY
000320*                 CAN CHANGE STATUS WITHOUT SHOWING ON A REPORT.
000330*                 THE RUN PROVES DAYS WRITTEN = DAYS READ + DAYS
000340*                 ADDED - DAYS DELETED BEFORE THE NEW CALENDAR IS
000350*                 ALLOWED TO REPLACE THE LIVE ONE.
000360*----------------------------------------------------------------
000370 ENVIRONMENT                     DIVISION.
000380 CONFIGURATION                   SECTION.
000390 SOURCE-COMPUTER.                IBM-370.
000400 OBJECT-COMPUTER.                IBM-370.
000410 INPUT-OUTPUT                    SECTION.
000420 FILE-CONTROL.
000430     SELECT CALENDAR-FILE       ASSIGN TO CALFILE
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000460     SELECT TRANSACTION-FILE    ASSIGN TO CLXFILE
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-TRAN-FILE-STATUS.
000490     SELECT NEWCAL-FILE         ASSIGN TO NEWFILE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-NEWCAL-FILE-STATUS.
000520     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-REPORT-FILE-STATUS.
000550 DATA                            DIVISION.
000560 FILE                            SECTION.
000570 FD  CALENDAR-FILE.
000580     COPY CALREC01.
000590 FD  TRANSACTION-FILE.
000600     COPY CLXREC01.
000610 FD  NEWCAL-FILE.
000620 01  NEW-CALENDAR-RECORD         PIC X(80).
000630 FD  REPORT-FILE.
000640 01  RPT-PRINT-LINE              PIC X(80).
000650 WORKING-STORAGE                 SECTION.
000660   01 WORK-CONSTANTS.
000670     03 WK-TRAN-TABLE-MAX        PIC 9(05)    VALUE 02000.
000680     03 WK-RANGE-MAX             PIC 9(03)    VALUE 366.
000690   01 WORK-SWITCHES.
000700     03 WS-MASTER-EOF-SW         PIC X(01) VALUE "N".
000710        88 MASTER-EOF                 VALUE "Y".
000720     03 WS-TRAN-EOF-SW           PIC X(01) VALUE "N".
000730        88 TRAN-EOF                   VALUE "Y".
000740     03 WS-TRAN-FOUND-SW         PIC X(01) VALUE "N".
000750        88 TRAN-FOUND                 VALUE "Y".
000760        88 TRAN-NOT-FOUND             VALUE "N".
000770     03 WS-DUP-CARD-SW           PIC X(01) VALUE "N".
000780        88 DUPLICATE-CARD             VALUE "Y".
000790     03 WS-DATE-VALID-SW         PIC X(01) VALUE "N".
000800        88 DATE-VALID                 VALUE "Y".
000810        88 DATE-NOT-VALID             VALUE "N".
000820*----------------------------------------------------------------
000830* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN IN 1000-INITIALIZE
000840* SO A BAD ALLOCATION IS CAUGHT AND ABENDS THE JOB CLEANLY
000850* INSTEAD OF SURFACING AS AN UNHANDLED I/O CONDITION LATER.
000860*----------------------------------------------------------------
000870   01 WS-CALENDAR-FILE-STATUS   PIC X(02) VALUE "00".
000880   01 WS-TRAN-FILE-STATUS       PIC X(02) VALUE "00".
000890   01 WS-NEWCAL-FILE-STATUS     PIC X(02) VALUE "00".
000900   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
000910   01 WORK-COUNTERS.
000920     03 WS-DAYS-READ             PIC 9(07) COMP VALUE ZERO.
000930     03 WS-DAYS-UNCHANGED        PIC 9(07) COMP VALUE ZERO.
000940     03 WS-DAYS-CHANGED          PIC 9(07) COMP VALUE ZERO.
000950     03 WS-DAYS-DELETED          PIC 9(07) COMP VALUE ZERO.
000960     03 WS-DAYS-ADDED            PIC 9(07) COMP VALUE ZERO.
000970     03 WS-DAYS-WRITTEN          PIC 9(07) COMP VALUE ZERO.
000980     03 WS-CARDS-READ            PIC 9(07) COMP VALUE ZERO.
000990     03 WS-CARDS-IN-ERROR        PIC 9(07) COMP VALUE ZERO.
001000     03 WS-RECONCILE-TOTAL       PIC 9(07) COMP VALUE ZERO.
001010   01 WS-RUN-DATE               PIC 9(08)      VALUE ZERO.
001020   01 WS-CARD-ERROR-NOTE        PIC X(27)      VALUE SPACES.
001030*----------------------------------------------------------------
001040* CALENDAR RECORD AS IT STOOD BEFORE A CHANGE CARD WAS APPLIED -
001050* 2300-APPLY-CHANGE PUTS IT BACK WHEN THE MERGED RECORD LEAVES A
001060* WORKING DAY WITH NO SHIFT WORKING.
001070*----------------------------------------------------------------
001080   01 WS-SAVED-CALENDAR         PIC X(80)      VALUE SPACES.
001090*----------------------------------------------------------------
001100* CARD DATE RANGE - THE FROM AND THRU DATES OF THE CARD BEING
001110* LOADED, AND THE DATE 1160-TABLE-ONE-DATE IS ADDING TO THE
001120* TRANSACTION TABLE AS THE RANGE IS WALKED.
001130*----------------------------------------------------------------
001140   01 WS-CARD-FROM-DATE         PIC 9(08)      VALUE ZERO.
001150   01 WS-CARD-THRU-DATE         PIC 9(08)      VALUE ZERO.
001160   01 WS-CARD-FROM-NUMBER       PIC S9(08) COMP-3 VALUE ZERO.
001170   01 WS-CARD-DAY-COUNT         PIC S9(08) COMP-3 VALUE ZERO.
001180   01 WS-EXPAND-DATE            PIC 9(08)      VALUE ZERO.
001190   01 WS-EXPAND-DATE-R REDEFINES WS-EXPAND-DATE.
001200     03 WS-EX-YEAR              PIC 9(04).
001210     03 WS-EX-MONTH             PIC 9(02).
001220     03 WS-EX-DAY               PIC 9(02).
001230*----------------------------------------------------------------
001240* TRANSACTION TABLE - ONE ENTRY PER DATE NAMED BY A GOOD CARD
001250* (A FROM/THRU CARD TABLES ONE ENTRY FOR EACH DATE IN ITS RANGE),
001260* LOADED ONCE IN 1100-LOAD-TRANSACTIONS AND MATCHED AGAINST EACH
001270* CALENDAR RECORD ON THE DATE. WS-TT-USED-FLAG IS "N" UNTIL THE
001280* ENTRY IS APPLIED ("Y") OR FOUND BAD ("E") SO 3000-PROCESS-
001290* UNUSED-CARDS CAN TELL AN ADD STILL WAITING FROM A CHANGE THAT
001300* MATCHED NOTHING.
001310*----------------------------------------------------------------
001320   01 WS-TRAN-COUNT             PIC 9(05) COMP      VALUE ZERO.
001330   01 WS-TRAN-SUB               PIC 9(05) COMP      VALUE ZERO.
001340   01 WS-DUP-SUB                PIC 9(05) COMP      VALUE ZERO.
001350   01 WS-TRAN-TABLE.
001360     03 WS-TT-ENTRY             OCCURS 2000 TIMES.
001370       05 WS-TT-ACTION-CODE     PIC X(01).
001380       05 WS-TT-DATE            PIC 9(08).
001390       05 WS-TT-DAY-TYPE        PIC X(01).
001400       05 WS-TT-SHIFT-FLAGS.
001410         07 WS-TT-SHIFT-FLAG    PIC X(01) OCCURS 3 TIMES.
001420       05 WS-TT-DESCRIPTION     PIC X(30).
001430       05 WS-TT-USED-FLAG       PIC X(01).
001440   01 WS-SHIFT-SUB              PIC 9(01)           VALUE ZERO.
001450   01 WS-SHIFTS-WORKING         PIC 9(01)           VALUE ZERO.
001460*----------------------------------------------------------------
001470* DAY-NUMBER CONVERSION FIELDS - 8100-COMPUTE-DAY-NUMBER TURNS
001480* THE YYYYMMDD DATE IN WS-DN-DATE INTO A SERIAL DAY COUNT IN
001490* WS-DN-NUMBER. THE SAME FIELDS FEED 8120-VALIDATE-DATE, AND THE
001500* SERIAL DAY COUNT MODULO 7 GIVES THE DAY OF THE WEEK (REMAINDER
001510* 0 IS A SATURDAY) FOR THE REPORT.
001520*----------------------------------------------------------------
001530   01 WS-DN-DATE                PIC 9(08)           VALUE ZERO.
001540   01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
001550     03 WS-DN-YEAR              PIC 9(04).
001560     03 WS-DN-MONTH             PIC 9(02).
001570     03 WS-DN-DAY               PIC 9(02).
001580   01 WS-DN-NUMBER              PIC S9(08) COMP-3   VALUE ZERO.
001590   01 WS-DN-Q4                  PIC 9(04) COMP      VALUE ZERO.
001600   01 WS-DN-R4                  PIC 9(04) COMP      VALUE ZERO.
001610   01 WS-DN-Q100                PIC 9(04) COMP      VALUE ZERO.
001620   01 WS-DN-R100                PIC 9(04) COMP      VALUE ZERO.
001630   01 WS-DN-Q400                PIC 9(04) COMP      VALUE ZERO.
001640   01 WS-DN-R400                PIC 9(04) COMP      VALUE ZERO.
001650   01 WS-DN-LAST-DAY            PIC 9(02)           VALUE ZERO.
001660   01 WS-MONTH-OFFSETS.
001670     03 FILLER                  PIC X(36) VALUE
001680         "000031059090120151181212243273304334".
001690   01 WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSETS.
001700     03 WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
001710   01 WS-MONTH-LENGTHS.
001720     03 FILLER                  PIC X(24) VALUE
001730         "312831303130313130313031".
001740   01 WS-MONTH-LENGTH-R REDEFINES WS-MONTH-LENGTHS.
001750     03 WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
001760   01 WS-WD-WEEKS               PIC S9(08) COMP-3   VALUE ZERO.
001770   01 WS-WD-WEEKDAY             PIC 9(01)           VALUE ZERO.
001780   01 WS-WEEKDAY-NAMES.
001790     03 FILLER                  PIC X(21) VALUE
001800         "SATSUNMONTUEWEDTHUFRI".
001810   01 WS-WEEKDAY-NAME-R REDEFINES WS-WEEKDAY-NAMES.
001820     03 WS-WEEKDAY-NAME         PIC X(03) OCCURS 7 TIMES.
001830*----------------------------------------------------------------
001840* REPORT PRINT LINES.
001850*----------------------------------------------------------------
001860   01 WS-HEADING-LINE-1         PIC X(80) VALUE
001870       "CALMNT01 - SHOP CALENDAR MAINTENANCE RUN".
001880   01 WS-HEADING-LINE-2.
001890     03 FILLER                   PIC X(32) VALUE
001900         "DATE      DAY ACTION    T  SHF  ".
001910     03 FILLER                   PIC X(48) VALUE
001920         "DESCRIPTION          NOTE".
001930   01 WS-DETAIL-LINE.
001940     03 WS-DL-DATE               PIC X(08).
001950     03 FILLER                   PIC X(02) VALUE SPACES.
001960     03 WS-DL-WEEKDAY            PIC X(03).
001970     03 FILLER                   PIC X(01) VALUE SPACES.
001980     03 WS-DL-ACTION             PIC X(09).
001990     03 FILLER                   PIC X(01) VALUE SPACES.
002000     03 WS-DL-DAY-TYPE           PIC X(01).
002010     03 FILLER                   PIC X(02) VALUE SPACES.
002020     03 WS-DL-SHIFT-FLAGS        PIC X(03).
002030     03 FILLER                   PIC X(02) VALUE SPACES.
002040     03 WS-DL-DESCRIPTION        PIC X(20).
002050     03 FILLER                   PIC X(01) VALUE SPACES.
002060     03 WS-DL-NOTE               PIC X(27).
002070   01 WS-READ-LINE.
002080     03 FILLER                   PIC X(20) VALUE
002090         "DAYS READ          :".
002100     03 WS-RDL-COUNT             PIC ZZZZZZ9.
002110     03 FILLER                   PIC X(53) VALUE SPACES.
002120   01 WS-UNCHANGED-LINE.
002130     03 FILLER                   PIC X(20) VALUE
002140         "DAYS UNCHANGED     :".
002150     03 WS-UNL-COUNT             PIC ZZZZZZ9.
002160     03 FILLER                   PIC X(53) VALUE SPACES.
002170   01 WS-CHANGED-LINE.
002180     03 FILLER                   PIC X(20) VALUE
002190         "DAYS CHANGED       :".
002200     03 WS-CHL-COUNT             PIC ZZZZZZ9.
002210     03 FILLER                   PIC X(53) VALUE SPACES.
002220   01 WS-DELETED-LINE.
002230     03 FILLER                   PIC X(20) VALUE
002240         "DAYS DELETED       :".
002250     03 WS-DLL-COUNT             PIC ZZZZZZ9.
002260     03 FILLER                   PIC X(53) VALUE SPACES.
002270   01 WS-ADDED-LINE.
002280     03 FILLER                   PIC X(20) VALUE
002290         "DAYS ADDED         :".
002300     03 WS-ADL-COUNT             PIC ZZZZZZ9.
002310     03 FILLER                   PIC X(53) VALUE SPACES.
002320   01 WS-WRITTEN-LINE.
002330     03 FILLER                   PIC X(20) VALUE
002340         "DAYS WRITTEN       :".
002350     03 WS-WRL-COUNT             PIC ZZZZZZ9.
002360     03 FILLER                   PIC X(53) VALUE SPACES.
002370   01 WS-CARDS-LINE.
002380     03 FILLER                   PIC X(20) VALUE
002390         "CARDS READ         :".
002400     03 WS-CRL-COUNT             PIC ZZZZZZ9.
002410     03 FILLER                   PIC X(53) VALUE SPACES.
002420   01 WS-ERROR-LINE.
002430     03 FILLER                   PIC X(20) VALUE
002440         "DATES IN ERROR     :".
002450     03 WS-ERL-COUNT             PIC ZZZZZZ9.
002460     03 FILLER                   PIC X(53) VALUE SPACES.
002470   01 WS-BALANCED-LINE          PIC X(80) VALUE
002480       "WRITTEN EQUALS READ + ADDED - DELETED - NO DAY DROPPED".
002490   01 WS-MISMATCH-LINE          PIC X(80) VALUE
002500      "** WRITTEN NOT EQUAL TO READ + ADDED - DELETED - DO NOT REP
002510-      "LACE **".
002520 PROCEDURE                       DIVISION.
002530 0000-MAINLINE                   SECTION.
002540 0000-MAIN-PARA.
002550     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002560     PERFORM 2000-PROCESS-CALENDAR THRU 2000-EXIT
002570             UNTIL MASTER-EOF.
002580     PERFORM 3000-PROCESS-UNUSED-CARDS THRU 3000-EXIT.
002590     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002600     STOP RUN.
002610*----------------------------------------------------------------
002620* 1000-INITIALIZE - LOAD THE TRANSACTION CARDS, OPEN THE CALENDAR,
002630* NEW-CALENDAR AND REPORT FILES, WRITE THE REPORT HEADINGS AND
002640* PRIME THE CALENDAR READ.
002650*----------------------------------------------------------------
002660 1000-INITIALIZE.
002670     ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
002680     OPEN OUTPUT REPORT-FILE.
002690     IF WS-REPORT-FILE-STATUS NOT = "00"
002700         DISPLAY "CALMNT01 - REPORT-FILE OPEN FAILED, STATUS="
002710             WS-REPORT-FILE-STATUS
002720         MOVE 16             TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750     MOVE WS-HEADING-LINE-1      TO RPT-PRINT-LINE.
002760     WRITE RPT-PRINT-LINE.
002770     MOVE WS-HEADING-LINE-2      TO RPT-PRINT-LINE.
002780     WRITE RPT-PRINT-LINE.
002790     PERFORM 1100-LOAD-TRANSACTIONS THRU 1100-EXIT.
002800     OPEN INPUT CALENDAR-FILE.
002810     IF WS-CALENDAR-FILE-STATUS NOT = "00"
002820         DISPLAY "CALMNT01 - CALENDAR OPEN FAILED, STATUS="
002830             WS-CALENDAR-FILE-STATUS
002840         MOVE 16             TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     OPEN OUTPUT NEWCAL-FILE.
002880     IF WS-NEWCAL-FILE-STATUS NOT = "00"
002890         DISPLAY "CALMNT01 - NEW-CALENDAR OPEN FAILED, STATUS="
002900             WS-NEWCAL-FILE-STATUS
002910         MOVE 16             TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     PERFORM 2100-READ-CALENDAR-FILE THRU 2100-EXIT.
002950 1000-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* 1100-LOAD-TRANSACTIONS - LOAD THE MAINTENANCE CARDS INTO THE
002990* IN-STORAGE TABLE, ONE ENTRY PER DATE. A CARD WITH A BAD ACTION
003000* CODE, A BAD OR BACKWARD DATE RANGE, A BAD DAY TYPE OR SHIFT
003010* FLAG IS REPORTED HERE AND NEVER APPLIED. THE JOB ABENDS IF THE
003020* FILE FAILS TO OPEN OR THE CARDS NAME MORE DATES THAN THE TABLE
003030* WAS SIZED FOR.
003040*----------------------------------------------------------------
003050 1100-LOAD-TRANSACTIONS.
003060     OPEN INPUT TRANSACTION-FILE.
003070     IF WS-TRAN-FILE-STATUS NOT = "00"
003080         DISPLAY "CALMNT01 - TRANSACTION OPEN FAILED, STATUS="
003090             WS-TRAN-FILE-STATUS
003100         MOVE 16             TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     PERFORM 1150-LOAD-ONE-TRANSACTION THRU 1150-EXIT
003140             UNTIL TRAN-EOF.
003150     CLOSE TRANSACTION-FILE.
003160 1100-EXIT.
003170     EXIT.
003180 1150-LOAD-ONE-TRANSACTION.
003190     READ TRANSACTION-FILE
003200         AT END
003210             SET TRAN-EOF        TO TRUE
003220             GO TO 1150-EXIT
003230     END-READ.
003240     ADD 1                       TO WS-CARDS-READ.
003250     IF NOT CLX-ACTION-ADD
003260        AND NOT CLX-ACTION-CHANGE
003270        AND NOT CLX-ACTION-DELETE
003280         MOVE "BAD ACTION CODE ON CARD" TO WS-CARD-ERROR-NOTE
003290         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
003300         GO TO 1150-EXIT
003310     END-IF.
003320     IF CLX-FROM-DATE NOT NUMERIC
003330         MOVE "FROM DATE NOT VALID"  TO WS-CARD-ERROR-NOTE
003340         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
003350         GO TO 1150-EXIT
003360     END-IF.
003370     MOVE CLX-FROM-DATE          TO WS-CARD-FROM-DATE
003380                                    WS-DN-DATE.
003390     PERFORM 8120-VALIDATE-DATE  THRU 8120-EXIT.
003400     IF DATE-NOT-VALID
003410         MOVE "FROM DATE NOT VALID"  TO WS-CARD-ERROR-NOTE
003420         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
003430         GO TO 1150-EXIT
003440     END-IF.
003450     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
003460     MOVE WS-DN-NUMBER           TO WS-CARD-FROM-NUMBER.
003470*----------------------------------------------------------------
003480* A BLANK THRU DATE MEANS THE FROM DATE ONLY. OTHERWISE IT MUST
003490* BE A REAL DATE NO EARLIER THAN THE FROM DATE, AND ONE CARD MAY
003500* NOT SPAN MORE THAN A YEAR - A MISKEYED CENTURY WOULD OTHERWISE
003510* FILL THE TABLE WITH SHUTDOWN DAYS.
003520*----------------------------------------------------------------
003530     IF CLX-THRU-DATE = SPACES
003540         MOVE WS-CARD-FROM-DATE  TO WS-CARD-THRU-DATE
003550     ELSE
003560         IF CLX-THRU-DATE NOT NUMERIC
003570             MOVE "THRU DATE NOT VALID" TO WS-CARD-ERROR-NOTE
003580             PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
003590             GO TO 1150-EXIT
003600         END-IF
003610         MOVE CLX-THRU-DATE      TO WS-CARD-THRU-DATE
003620                                    WS-DN-DATE
003630         PERFORM 8120-VALIDATE-DATE THRU 8120-EXIT
003640         IF DATE-NOT-VALID
003650            OR WS-CARD-THRU-DATE < WS-CARD-FROM-DATE
003660             MOVE "THRU DATE NOT VALID" TO WS-CARD-ERROR-NOTE
003670             PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
003680             GO TO 1150-EXIT
003690         END-IF
003700         PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT
003710         COMPUTE WS-CARD-DAY-COUNT =
003720             WS-DN-NUMBER - WS-CARD-FROM-NUMBER + 1
003730         IF WS-CARD-DAY-COUNT > WK-RANGE-MAX
003740             MOVE "DATE RANGE OVER 366 DAYS" TO WS-CARD-ERROR-NOTE
003750             PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
003760             GO TO 1150-EXIT
003770         END-IF
003780     END-IF.
003790     IF CLX-DAY-TYPE NOT = SPACE
003800        AND CLX-DAY-TYPE NOT = "W"
003810        AND CLX-DAY-TYPE NOT = "H"
003820        AND CLX-DAY-TYPE NOT = "S"
003830        AND CLX-DAY-TYPE NOT = "N"
003840         MOVE "DAY TYPE NOT W, H, S OR N" TO WS-CARD-ERROR-NOTE
003850         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
003860         GO TO 1150-EXIT
003870     END-IF.
003880     IF CLX-ACTION-ADD
003890        AND CLX-DAY-TYPE = SPACE
003900         MOVE "ADD WITHOUT A DAY TYPE" TO WS-CARD-ERROR-NOTE
003910         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
003920         GO TO 1150-EXIT
003930     END-IF.
003940     IF (CLX-SHIFT-1-FLAG NOT = SPACE AND NOT = "Y" AND NOT = "N")
003950        OR (CLX-SHIFT-2-FLAG NOT = SPACE AND NOT = "Y"
003960                                         AND NOT = "N")
003970        OR (CLX-SHIFT-3-FLAG NOT = SPACE AND NOT = "Y"
003980                                         AND NOT = "N")
003990         MOVE "SHIFT FLAG NOT Y OR N" TO WS-CARD-ERROR-NOTE
004000         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
004010         GO TO 1150-EXIT
004020     END-IF.
004030*----------------------------------------------------------------
004040* A CLOSED DAY WITH A SHIFT WORKING, OR A WORKING DAY WHOSE
004050* FLAGS ARE KEYED WITH NO SHIFT WORKING, CONTRADICTS ITSELF.
004060*----------------------------------------------------------------
004070     IF CLX-DAY-TYPE NOT = SPACE
004080        AND CLX-DAY-TYPE NOT = "W"
004090        AND (CLX-SHIFT-1-FLAG = "Y" OR CLX-SHIFT-2-FLAG = "Y"
004100             OR CLX-SHIFT-3-FLAG = "Y")
004110         MOVE "SHIFT WORKING ON A CLOSED DAY"
004120                                 TO WS-CARD-ERROR-NOTE
004130         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
004140         GO TO 1150-EXIT
004150     END-IF.
004160     IF CLX-DAY-TYPE = "W"
004170        AND CLX-SHIFT-FLAGS NOT = SPACES
004180        AND CLX-SHIFT-1-FLAG NOT = "Y"
004190        AND CLX-SHIFT-2-FLAG NOT = "Y"
004200        AND CLX-SHIFT-3-FLAG NOT = "Y"
004210         MOVE "WORKING DAY WITH NO SHIFT" TO WS-CARD-ERROR-NOTE
004220         PERFORM 2900-WRITE-CARD-ERROR THRU 2900-EXIT
004230         GO TO 1150-EXIT
004240     END-IF.
004250     MOVE WS-CARD-FROM-DATE      TO WS-EXPAND-DATE.
004260     PERFORM 1160-TABLE-ONE-DATE THRU 1160-EXIT
004270             UNTIL WS-EXPAND-DATE > WS-CARD-THRU-DATE.
004280 1150-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* 1160-TABLE-ONE-DATE - ADD ONE TRANSACTION-TABLE ENTRY FOR THE
004320* CURRENT CARD AT WS-EXPAND-DATE, THEN STEP TO THE NEXT DATE.
004330*----------------------------------------------------------------
004340 1160-TABLE-ONE-DATE.
004350     IF WS-TRAN-COUNT NOT < WK-TRAN-TABLE-MAX
004360         DISPLAY "CALMNT01 - TRANSACTION TABLE OVERFLOW"
004370         MOVE 16             TO RETURN-CODE
004380         STOP RUN
004390     END-IF.
004400     ADD 1                       TO WS-TRAN-COUNT.
004410     MOVE WS-TRAN-COUNT          TO WS-TRAN-SUB.
004420     MOVE CLX-ACTION-CODE
004430         TO WS-TT-ACTION-CODE (WS-TRAN-SUB).
004440     MOVE WS-EXPAND-DATE
004450         TO WS-TT-DATE (WS-TRAN-SUB).
004460     MOVE CLX-DAY-TYPE
004470         TO WS-TT-DAY-TYPE (WS-TRAN-SUB).
004480     MOVE CLX-SHIFT-FLAGS
004490         TO WS-TT-SHIFT-FLAGS (WS-TRAN-SUB).
004500     MOVE CLX-DESCRIPTION
004510         TO WS-TT-DESCRIPTION (WS-TRAN-SUB).
004520     MOVE "N"
004530         TO WS-TT-USED-FLAG (WS-TRAN-SUB).
004540     PERFORM 8150-NEXT-DATE      THRU 8150-EXIT.
004550 1160-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580* 2000-PROCESS-CALENDAR - MATCH THE CURRENT CALENDAR RECORD
004590* AGAINST THE TRANSACTION TABLE, APPLY A MATCHING CHANGE OR
004600* DELETE (AN ADD FOR A DATE ALREADY ON FILE IS AN ERROR), WRITE
004610* THE RECORD TO THE NEW CALENDAR UNLESS IT WAS DELETED, AND READ
004620* THE NEXT ONE. A DELETE IS THE ONLY WAY A DAY LEAVES THE FILE,
004630* AND IT ALWAYS PRINTS.
004640*----------------------------------------------------------------
004650 2000-PROCESS-CALENDAR.
004660     ADD 1                       TO WS-DAYS-READ.
004670     PERFORM 2200-FIND-TRANSACTION THRU 2200-EXIT.
004680     IF TRAN-FOUND
004690         EVALUATE WS-TT-ACTION-CODE (WS-TRAN-SUB)
004700             WHEN "A"
004710                 MOVE "E" TO WS-TT-USED-FLAG (WS-TRAN-SUB)
004720                 ADD 1           TO WS-CARDS-IN-ERROR
004730                 PERFORM 2700-WRITE-CALENDAR-LINE THRU 2700-EXIT
004740                 MOVE "ERROR"    TO WS-DL-ACTION
004750                 MOVE "ADD - DATE ALREADY ON FILE"
004760                                 TO WS-DL-NOTE
004770                 PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
004780                 ADD 1           TO WS-DAYS-UNCHANGED
004790             WHEN "C"
004800                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
004810             WHEN "D"
004820                 PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
004830                 GO TO 2000-NEXT
004840         END-EVALUATE
004850     ELSE
004860         ADD 1                   TO WS-DAYS-UNCHANGED
004870     END-IF.
004880     WRITE NEW-CALENDAR-RECORD FROM CAL-RECORD.
004890     ADD 1                       TO WS-DAYS-WRITTEN.
004900 2000-NEXT.
004910     PERFORM 2100-READ-CALENDAR-FILE THRU 2100-EXIT.
004920 2000-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950* 2100-READ-CALENDAR-FILE - READ ONE CALENDAR RECORD, SETTING THE
004960* END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
004970*----------------------------------------------------------------
004980 2100-READ-CALENDAR-FILE.
004990     READ CALENDAR-FILE
005000         AT END
005010             SET MASTER-EOF      TO TRUE
005020     END-READ.
005030 2100-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------
005060* 2200-FIND-TRANSACTION - SCAN THE TRANSACTION TABLE FOR THE
005070* FIRST UNUSED ENTRY MATCHING THE CURRENT CALENDAR RECORD'S DATE.
005080*----------------------------------------------------------------
005090 2200-FIND-TRANSACTION.
005100     SET TRAN-NOT-FOUND          TO TRUE.
005110     MOVE 1                      TO WS-TRAN-SUB.
005120     PERFORM 2250-SCAN-ONE-CARD THRU 2250-EXIT
005130             UNTIL TRAN-FOUND
005140                OR WS-TRAN-SUB > WS-TRAN-COUNT.
005150 2200-EXIT.
005160     EXIT.
005170 2250-SCAN-ONE-CARD.
005180     IF WS-TT-DATE (WS-TRAN-SUB) = CAL-DATE
005190        AND WS-TT-USED-FLAG (WS-TRAN-SUB) = "N"
005200         SET TRAN-FOUND          TO TRUE
005210     ELSE
005220         ADD 1                   TO WS-TRAN-SUB
005230     END-IF.
005240 2250-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270* 2300-APPLY-CHANGE - PRINT THE CALENDAR RECORD AS IT STANDS,
005280* THEN APPLY THE NON-BLANK FIELDS OF THE CHANGE (A BLANK FIELD
005290* KEEPS THE VALUE ON FILE) AND PRINT THE RESULT. A DAY THAT IS
005300* NO LONGER WORKING HAS ALL ITS SHIFTS CLEARED; A DAY CHANGED TO
005310* WORKING WITH NO SHIFT FLAGS KEYED WORKS ALL THREE. A MERGED
005320* WORKING DAY WITH NO SHIFT WORKING ERRORS THE CARD AND LEAVES
005330* THE RECORD EXACTLY AS IT WAS.
005340*----------------------------------------------------------------
005350 2300-APPLY-CHANGE.
005360     MOVE CAL-RECORD             TO WS-SAVED-CALENDAR.
005370     PERFORM 2700-WRITE-CALENDAR-LINE THRU 2700-EXIT.
005380     MOVE "BEFORE"               TO WS-DL-ACTION.
005390     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
005400     IF WS-TT-DAY-TYPE (WS-TRAN-SUB) NOT = SPACE
005410         MOVE WS-TT-DAY-TYPE (WS-TRAN-SUB)
005420                                 TO CAL-DAY-TYPE
005430     END-IF.
005440     MOVE 1                      TO WS-SHIFT-SUB.
005450     PERFORM 2350-APPLY-ONE-SHIFT-FLAG THRU 2350-EXIT
005460             UNTIL WS-SHIFT-SUB > 3.
005470     IF WS-TT-DESCRIPTION (WS-TRAN-SUB) NOT = SPACES
005480         MOVE WS-TT-DESCRIPTION (WS-TRAN-SUB)
005490                                 TO CAL-DESCRIPTION
005500     END-IF.
005510     IF NOT CAL-WORKING-DAY
005520         MOVE "NNN"              TO CAL-SHIFT-FLAGS
005530     ELSE
005540         IF CAL-SHIFT-FLAGS = "NNN"
005550            AND WS-TT-SHIFT-FLAGS (WS-TRAN-SUB) = SPACES
005560             MOVE "YYY"          TO CAL-SHIFT-FLAGS
005570         END-IF
005580     END-IF.
005590     IF CAL-WORKING-DAY
005600        AND CAL-SHIFT-1-FLAG NOT = "Y"
005610        AND CAL-SHIFT-2-FLAG NOT = "Y"
005620        AND CAL-SHIFT-3-FLAG NOT = "Y"
005630         MOVE WS-SAVED-CALENDAR  TO CAL-RECORD
005640         MOVE "E" TO WS-TT-USED-FLAG (WS-TRAN-SUB)
005650         ADD 1                   TO WS-CARDS-IN-ERROR
005660         ADD 1                   TO WS-DAYS-UNCHANGED
005670         PERFORM 2700-WRITE-CALENDAR-LINE THRU 2700-EXIT
005680         MOVE "ERROR"            TO WS-DL-ACTION
005690         MOVE "WORKING DAY WITH NO SHIFT" TO WS-DL-NOTE
005700         PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
005710         GO TO 2300-EXIT
005720     END-IF.
005730     MOVE WS-RUN-DATE            TO CAL-CHANGED-DATE.
005740     MOVE "Y"                    TO WS-TT-USED-FLAG (WS-TRAN-SUB).
005750     ADD 1                       TO WS-DAYS-CHANGED.
005760     PERFORM 2700-WRITE-CALENDAR-LINE THRU 2700-EXIT.
005770     MOVE "AFTER"                TO WS-DL-ACTION.
005780     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
005790 2300-EXIT.
005800     EXIT.
005810 2350-APPLY-ONE-SHIFT-FLAG.
005820     IF WS-TT-SHIFT-FLAG (WS-TRAN-SUB, WS-SHIFT-SUB) NOT = SPACE
005830         MOVE WS-TT-SHIFT-FLAG (WS-TRAN-SUB, WS-SHIFT-SUB)
005840                     TO CAL-SHIFT-FLAG (WS-SHIFT-SUB)
005850     END-IF.
005860     ADD 1                       TO WS-SHIFT-SUB.
005870 2350-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* 2400-APPLY-DELETE - PRINT THE CALENDAR RECORD AS IT STANDS AND
005910* LEAVE IT OFF THE NEW CALENDAR. THE DATE FALLS BACK TO THE
005920* STANDARD SHOP WEEK - WORKING ON ALL THREE SHIFTS IF IT IS A
005930* WEEKDAY, CLOSED IF IT IS A SATURDAY OR SUNDAY.
005940*----------------------------------------------------------------
005950 2400-APPLY-DELETE.
005960     PERFORM 2700-WRITE-CALENDAR-LINE THRU 2700-EXIT.
005970     MOVE "DELETED"              TO WS-DL-ACTION.
005980     MOVE "NOW FOLLOWS STANDARD WEEK" TO WS-DL-NOTE.
005990     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
006000     MOVE "Y"                    TO WS-TT-USED-FLAG (WS-TRAN-SUB).
006010     ADD 1                       TO WS-DAYS-DELETED.
006020 2400-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050* 3000-PROCESS-UNUSED-CARDS - AFTER THE WHOLE CALENDAR HAS PASSED,
006060* WORK THE ENTRIES THAT MATCHED NOTHING: AN ADD WRITES ITS NEW
006070* DAY, A SECOND ENTRY FOR A DATE ALREADY WORKED THIS RUN IS A
006080* DUPLICATE, AND A CHANGE OR DELETE FOR A DATE NOT ON FILE IS AN
006090* ERROR.
006100*----------------------------------------------------------------
006110 3000-PROCESS-UNUSED-CARDS.
006120     MOVE 1                      TO WS-TRAN-SUB.
006130     PERFORM 3100-WORK-ONE-CARD THRU 3100-EXIT
006140             UNTIL WS-TRAN-SUB > WS-TRAN-COUNT.
006150 3000-EXIT.
006160     EXIT.
006170 3100-WORK-ONE-CARD.
006180     IF WS-TT-USED-FLAG (WS-TRAN-SUB) NOT = "N"
006190         GO TO 3100-NEXT
006200     END-IF.
006210     PERFORM 3200-CHECK-DUPLICATE-CARD THRU 3200-EXIT.
006220     IF DUPLICATE-CARD
006230         MOVE "E" TO WS-TT-USED-FLAG (WS-TRAN-SUB)
006240         ADD 1                   TO WS-CARDS-IN-ERROR
006250         PERFORM 2750-WRITE-CARD-LINE THRU 2750-EXIT
006260         MOVE "ERROR"            TO WS-DL-ACTION
006270         MOVE "DUPLICATE CARD FOR DATE" TO WS-DL-NOTE
006280         PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
006290         GO TO 3100-NEXT
006300     END-IF.
006310     IF WS-TT-ACTION-CODE (WS-TRAN-SUB) = "A"
006320         PERFORM 3300-ADD-NEW-DAY THRU 3300-EXIT
006330     ELSE
006340         MOVE "E" TO WS-TT-USED-FLAG (WS-TRAN-SUB)
006350         ADD 1                   TO WS-CARDS-IN-ERROR
006360         PERFORM 2750-WRITE-CARD-LINE THRU 2750-EXIT
006370         MOVE "ERROR"            TO WS-DL-ACTION
006380         MOVE "DATE NOT ON CALENDAR" TO WS-DL-NOTE
006390         PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
006400     END-IF.
006410 3100-NEXT.
006420     ADD 1                       TO WS-TRAN-SUB.
006430 3100-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------
006460* 3200-CHECK-DUPLICATE-CARD - SEE WHETHER AN EARLIER ENTRY FOR
006470* THE SAME DATE WAS ALREADY WORKED THIS RUN (APPLIED OR ERRORED).
006480* ONE ACTION PER DATE PER RUN - OVERLAPPING RANGES ON TWO CARDS
006490* ARE A KEYING MISTAKE, NOT A SEQUENCE OF UPDATES.
006500*----------------------------------------------------------------
006510 3200-CHECK-DUPLICATE-CARD.
006520     MOVE "N"                    TO WS-DUP-CARD-SW.
006530     MOVE 1                      TO WS-DUP-SUB.
006540     PERFORM 3250-CHECK-ONE-DUPLICATE THRU 3250-EXIT
006550             UNTIL DUPLICATE-CARD
006560                OR WS-DUP-SUB > WS-TRAN-COUNT.
006570 3200-EXIT.
006580     EXIT.
006590 3250-CHECK-ONE-DUPLICATE.
006600     IF WS-DUP-SUB NOT = WS-TRAN-SUB
006610        AND WS-TT-DATE (WS-DUP-SUB)
006620            = WS-TT-DATE (WS-TRAN-SUB)
006630        AND WS-TT-USED-FLAG (WS-DUP-SUB) NOT = "N"
006640         SET DUPLICATE-CARD      TO TRUE
006650     ELSE
006660         ADD 1                   TO WS-DUP-SUB
006670     END-IF.
006680 3250-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710* 3300-ADD-NEW-DAY - BUILD THE NEW CALENDAR RECORD FROM THE ADD
006720* ENTRY, WRITE IT TO THE NEW CALENDAR AND PRINT IT. A WORKING DAY
006730* ADDED WITH NO SHIFT FLAGS WORKS ALL THREE SHIFTS, AND A BLANK
006740* FLAG NEXT TO A KEYED ONE MEANS THAT SHIFT IS OFF; ANY OTHER DAY
006750* TYPE HAS EVERY SHIFT OFF. THE COPY-BACK STEP SORTS THE NEW
006760* CALENDAR INTO DATE ORDER, SO ADDS MAY SAFELY LAND AT THE END OF
006770* THE FILE HERE.
006780*----------------------------------------------------------------
006790 3300-ADD-NEW-DAY.
006800     MOVE SPACES                 TO CAL-RECORD.
006810     MOVE WS-TT-DATE (WS-TRAN-SUB)
006820                                 TO CAL-DATE.
006830     MOVE WS-TT-DAY-TYPE (WS-TRAN-SUB)
006840                                 TO CAL-DAY-TYPE.
006850     MOVE "NNN"                  TO CAL-SHIFT-FLAGS.
006860     IF CAL-WORKING-DAY
006870         IF WS-TT-SHIFT-FLAGS (WS-TRAN-SUB) = SPACES
006880             MOVE "YYY"          TO CAL-SHIFT-FLAGS
006890         ELSE
006900             MOVE 1              TO WS-SHIFT-SUB
006910             PERFORM 2350-APPLY-ONE-SHIFT-FLAG THRU 2350-EXIT
006920                     UNTIL WS-SHIFT-SUB > 3
006930         END-IF
006940     END-IF.
006950     MOVE WS-TT-DESCRIPTION (WS-TRAN-SUB)
006960                                 TO CAL-DESCRIPTION.
006970     MOVE WS-RUN-DATE            TO CAL-CHANGED-DATE.
006980     WRITE NEW-CALENDAR-RECORD FROM CAL-RECORD.
006990     ADD 1                       TO WS-DAYS-WRITTEN.
007000     ADD 1                       TO WS-DAYS-ADDED.
007010     MOVE "Y"                    TO WS-TT-USED-FLAG (WS-TRAN-SUB).
007020     PERFORM 2700-WRITE-CALENDAR-LINE THRU 2700-EXIT.
007030     MOVE "ADDED"                TO WS-DL-ACTION.
007040     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
007050 3300-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080* 2700-WRITE-CALENDAR-LINE - FILL THE DETAIL LINE FROM THE
007090* CALENDAR RECORD CURRENTLY IN THE FD AREA, WITH ITS DAY OF THE
007100* WEEK. THE CALLER SETS THE ACTION AND NOTE AFTERWARDS.
007110*----------------------------------------------------------------
007120 2700-WRITE-CALENDAR-LINE.
007130     MOVE SPACES                 TO WS-DETAIL-LINE.
007140     MOVE CAL-DATE-X             TO WS-DL-DATE.
007150     MOVE CAL-DAY-TYPE           TO WS-DL-DAY-TYPE.
007160     MOVE CAL-SHIFT-FLAGS        TO WS-DL-SHIFT-FLAGS.
007170     MOVE CAL-DESCRIPTION        TO WS-DL-DESCRIPTION.
007180     IF CAL-DATE-X NUMERIC
007190         MOVE CAL-DATE           TO WS-DN-DATE
007200         PERFORM 8160-FIND-WEEKDAY THRU 8160-EXIT
007210     END-IF.
007220 2700-EXIT.
007230     EXIT.
007240*----------------------------------------------------------------
007250* 2750-WRITE-CARD-LINE - FILL THE DETAIL LINE FROM THE CURRENT
007260* TRANSACTION-TABLE ENTRY, FOR ENTRIES THAT NEVER TOUCHED A
007270* CALENDAR RECORD.
007280*----------------------------------------------------------------
007290 2750-WRITE-CARD-LINE.
007300     MOVE SPACES                 TO WS-DETAIL-LINE.
007310     MOVE WS-TT-DATE (WS-TRAN-SUB)
007320                                 TO WS-DL-DATE
007330                                    WS-DN-DATE.
007340     MOVE WS-TT-DAY-TYPE (WS-TRAN-SUB)
007350                                 TO WS-DL-DAY-TYPE.
007360     MOVE WS-TT-SHIFT-FLAGS (WS-TRAN-SUB)
007370                                 TO WS-DL-SHIFT-FLAGS.
007380     MOVE WS-TT-DESCRIPTION (WS-TRAN-SUB)
007390                                 TO WS-DL-DESCRIPTION.
007400     PERFORM 8160-FIND-WEEKDAY   THRU 8160-EXIT.
007410 2750-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440* 2800-WRITE-DETAIL-LINE - WRITE THE DETAIL LINE THE CALLER HAS
007450* BUILT.
007460*----------------------------------------------------------------
007470 2800-WRITE-DETAIL-LINE.
007480     MOVE WS-DETAIL-LINE         TO RPT-PRINT-LINE.
007490     WRITE RPT-PRINT-LINE.
007500 2800-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------
007530* 2900-WRITE-CARD-ERROR - REPORT A CARD REJECTED AT LOAD TIME,
007540* WITH THE REASON THE CALLER LEFT IN WS-CARD-ERROR-NOTE. THE CARD
007550* IS NEVER TABLED AND NEVER APPLIED; IT COUNTS AS ONE ERROR
007560* HOWEVER MANY DATES IT NAMED.
007570*----------------------------------------------------------------
007580 2900-WRITE-CARD-ERROR.
007590     ADD 1                       TO WS-CARDS-IN-ERROR.
007600     MOVE SPACES                 TO WS-DETAIL-LINE.
007610     MOVE CLX-FROM-DATE          TO WS-DL-DATE.
007620     MOVE CLX-DAY-TYPE           TO WS-DL-DAY-TYPE.
007630     MOVE CLX-SHIFT-FLAGS        TO WS-DL-SHIFT-FLAGS.
007640     MOVE CLX-DESCRIPTION        TO WS-DL-DESCRIPTION.
007650     MOVE "ERROR"                TO WS-DL-ACTION.
007660     MOVE WS-CARD-ERROR-NOTE     TO WS-DL-NOTE.
007670     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
007680 2900-EXIT.
007690     EXIT.
007700*----------------------------------------------------------------
007710* 8100-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DN-DATE
007720* INTO A SERIAL DAY COUNT IN WS-DN-NUMBER. 365 DAYS A YEAR PLUS
007730* THE GREGORIAN LEAP RULE (EVERY 4TH YEAR, NOT EVERY 100TH,
007740* EVERY 400TH), THE MONTH OFFSET, AND THE DAY; ONE DAY COMES
007750* BACK OFF FOR JANUARY AND FEBRUARY OF A LEAP YEAR BECAUSE THE
007760* YEAR'S OWN FEBRUARY 29TH HAS NOT HAPPENED YET. A DATE WITH A
007770* MONTH OUTSIDE 1-12 RETURNS ZERO.
007780*----------------------------------------------------------------
007790 8100-COMPUTE-DAY-NUMBER.
007800     MOVE ZERO                   TO WS-DN-NUMBER.
007810     IF WS-DN-MONTH < 01 OR WS-DN-MONTH > 12
007820         GO TO 8100-EXIT
007830     END-IF.
007840     DIVIDE WS-DN-YEAR BY 4
007850             GIVING WS-DN-Q4 REMAINDER WS-DN-R4.
007860     DIVIDE WS-DN-YEAR BY 100
007870             GIVING WS-DN-Q100 REMAINDER WS-DN-R100.
007880     DIVIDE WS-DN-YEAR BY 400
007890             GIVING WS-DN-Q400 REMAINDER WS-DN-R400.
007900     COMPUTE WS-DN-NUMBER =
007910         (WS-DN-YEAR * 365)
007920         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
007930         + WS-MONTH-OFFSET (WS-DN-MONTH)
007940         + WS-DN-DAY.
007950     IF WS-DN-MONTH < 03
007960        AND WS-DN-R4 = ZERO
007970        AND (WS-DN-R100 NOT = ZERO OR WS-DN-R400 = ZERO)
007980         SUBTRACT 1              FROM WS-DN-NUMBER
007990     END-IF.
008000 8100-EXIT.
008010     EXIT.
008020*----------------------------------------------------------------
008030* 8120-VALIDATE-DATE - SET DATE-VALID WHEN WS-DN-DATE IS A REAL
008040* CALENDAR DATE: A NON-ZERO YEAR, A MONTH 1-12, AND A DAY NO
008050* LATER THAN THE MONTH'S LAST (29 IN FEBRUARY OF A LEAP YEAR).
008060*----------------------------------------------------------------
008070 8120-VALIDATE-DATE.
008080     SET DATE-NOT-VALID          TO TRUE.
008090     IF WS-DN-YEAR = ZERO
008100        OR WS-DN-MONTH < 01 OR WS-DN-MONTH > 12
008110        OR WS-DN-DAY < 01
008120         GO TO 8120-EXIT
008130     END-IF.
008140     MOVE WS-MONTH-LENGTH (WS-DN-MONTH) TO WS-DN-LAST-DAY.
008150     IF WS-DN-MONTH = 02
008160         DIVIDE WS-DN-YEAR BY 4
008170                 GIVING WS-DN-Q4 REMAINDER WS-DN-R4
008180         DIVIDE WS-DN-YEAR BY 100
008190                 GIVING WS-DN-Q100 REMAINDER WS-DN-R100
008200         DIVIDE WS-DN-YEAR BY 400
008210                 GIVING WS-DN-Q400 REMAINDER WS-DN-R400
008220         IF WS-DN-R4 = ZERO
008230            AND (WS-DN-R100 NOT = ZERO OR WS-DN-R400 = ZERO)
008240             MOVE 29             TO WS-DN-LAST-DAY
008250         END-IF
008260     END-IF.
008270     IF WS-DN-DAY > WS-DN-LAST-DAY
008280         GO TO 8120-EXIT
008290     END-IF.
008300     SET DATE-VALID              TO TRUE.
008310 8120-EXIT.
008320     EXIT.
008330*----------------------------------------------------------------
008340* 8150-NEXT-DATE - STEP WS-EXPAND-DATE FORWARD ONE DAY, ROLLING
008350* THE MONTH AND YEAR OVER AS NEEDED.
008360*----------------------------------------------------------------
008370 8150-NEXT-DATE.
008380     ADD 1                       TO WS-EX-DAY.
008390     MOVE WS-EXPAND-DATE         TO WS-DN-DATE.
008400     PERFORM 8120-VALIDATE-DATE  THRU 8120-EXIT.
008410     IF DATE-VALID
008420         GO TO 8150-EXIT
008430     END-IF.
008440     MOVE 01                     TO WS-EX-DAY.
008450     ADD 1                       TO WS-EX-MONTH.
008460     IF WS-EX-MONTH > 12
008470         MOVE 01                 TO WS-EX-MONTH
008480         ADD 1                   TO WS-EX-YEAR
008490     END-IF.
008500 8150-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008530* 8160-FIND-WEEKDAY - PUT THE DAY-OF-WEEK NAME OF THE DATE IN
008540* WS-DN-DATE ON THE DETAIL LINE. THE SERIAL DAY COUNT MODULO 7
008550* IS 0 ON A SATURDAY, SO REMAINDER + 1 INDEXES THE NAME TABLE.
008560*----------------------------------------------------------------
008570 8160-FIND-WEEKDAY.
008580     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
008590     IF WS-DN-NUMBER = ZERO
008600         GO TO 8160-EXIT
008610     END-IF.
008620     DIVIDE WS-DN-NUMBER BY 7
008630             GIVING WS-WD-WEEKS REMAINDER WS-WD-WEEKDAY.
008640     MOVE WS-WEEKDAY-NAME (WS-WD-WEEKDAY + 1) TO WS-DL-WEEKDAY.
008650 8160-EXIT.
008660     EXIT.
008670*----------------------------------------------------------------
008680* 9000-TERMINATE - PRINT THE RUN TOTALS AND THE RECONCILIATION
008690* (RC=8 WHEN WRITTEN DOES NOT EQUAL READ + ADDED - DELETED - THE
008700* NEW CALENDAR MUST NOT REPLACE THE LIVE ONE IN THAT CASE; RC=4
008710* WHEN ANY CARD OR DATE WAS IN ERROR), AND CLOSE THE FILES.
008720*----------------------------------------------------------------
008730 9000-TERMINATE.
008740     MOVE WS-DAYS-READ           TO WS-RDL-COUNT.
008750     MOVE WS-READ-LINE           TO RPT-PRINT-LINE.
008760     WRITE RPT-PRINT-LINE.
008770     MOVE WS-DAYS-UNCHANGED      TO WS-UNL-COUNT.
008780     MOVE WS-UNCHANGED-LINE      TO RPT-PRINT-LINE.
008790     WRITE RPT-PRINT-LINE.
008800     MOVE WS-DAYS-CHANGED        TO WS-CHL-COUNT.
008810     MOVE WS-CHANGED-LINE        TO RPT-PRINT-LINE.
008820     WRITE RPT-PRINT-LINE.
008830     MOVE WS-DAYS-DELETED        TO WS-DLL-COUNT.
008840     MOVE WS-DELETED-LINE        TO RPT-PRINT-LINE.
008850     WRITE RPT-PRINT-LINE.
008860     MOVE WS-DAYS-ADDED          TO WS-ADL-COUNT.
008870     MOVE WS-ADDED-LINE          TO RPT-PRINT-LINE.
008880     WRITE RPT-PRINT-LINE.
008890     MOVE WS-DAYS-WRITTEN        TO WS-WRL-COUNT.
008900     MOVE WS-WRITTEN-LINE        TO RPT-PRINT-LINE.
008910     WRITE RPT-PRINT-LINE.
008920     MOVE WS-CARDS-READ          TO WS-CRL-COUNT.
008930     MOVE WS-CARDS-LINE          TO RPT-PRINT-LINE.
008940     WRITE RPT-PRINT-LINE.
008950     MOVE WS-CARDS-IN-ERROR      TO WS-ERL-COUNT.
008960     MOVE WS-ERROR-LINE          TO RPT-PRINT-LINE.
008970     WRITE RPT-PRINT-LINE.
008980     ADD WS-DAYS-READ TO WS-DAYS-ADDED
008990             GIVING WS-RECONCILE-TOTAL.
009000     SUBTRACT WS-DAYS-DELETED    FROM WS-RECONCILE-TOTAL.
009010     MOVE ZERO                   TO RETURN-CODE.
009020     IF WS-RECONCILE-TOTAL = WS-DAYS-WRITTEN
009030         MOVE WS-BALANCED-LINE   TO RPT-PRINT-LINE
009040         WRITE RPT-PRINT-LINE
009050         IF WS-CARDS-IN-ERROR > ZERO
009060             MOVE 4              TO RETURN-CODE
009070         END-IF
009080     ELSE
009090         MOVE WS-MISMATCH-LINE   TO RPT-PRINT-LINE
009100         WRITE RPT-PRINT-LINE
009110         MOVE 8                  TO RETURN-CODE
009120     END-IF.
009130     CLOSE CALENDAR-FILE.
009140     CLOSE NEWCAL-FILE.
009150     CLOSE REPORT-FILE.
009160 9000-EXIT.
009170     EXIT.
