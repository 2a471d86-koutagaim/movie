000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     EXCDIG01.
000120 AUTHOR.                         D. OKAMURA.
000130 INSTALLATION.                   SHOP FLOOR SYSTEMS.
000140 DATE-WRITTEN.                   2026-10-12.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-12 DKO  ORIGINAL VERSION - MORNING OPERATIONS EXCEPTION
000200*                 DIGEST, RUN AS THE LAST STEP OF THE NIGHT
000210*                 (COMPS14). READS WHAT THE NIGHTLY STREAM LEFT
000220*                 BEHIND - THE CYCLE-CONTROL FILE AND THE
000230*                 COMPUTE_SAMPLE02 REPORT (COMPS02), THE CUTCNF01
000240*                 RECONCILIATION REPORT (COMPS07), THE REJTRK01
000250*                 AGING REPORT (COMPS08) AND THE AUDLOAD1 RELOAD
000260*                 REPORT (COMPS05) - AND PRINTS ONE DIGEST: EACH
000270*                 JOB'S RUN DATE, RETURN CODE AND STATUS, AND
000280*                 UNDER IT EVERY CONDITION OUTSIDE THE LIMITS ON
000290*                 THE PARAMETER CARD (DIGREC01). AN INPUT THAT IS
000300*                 MISSING, EMPTY, FROM AN EARLIER NIGHT, OR ENDS
000310*                 WITHOUT ITS TOTALS IS AN EXCEPTION IN ITS OWN
000320*                 RIGHT - A JOB THAT NEVER RAN MUST NOT LOOK
000330*                 CLEAN. EVERY EXCEPTION IS ALSO WRITTEN TO THE
000340*                 EXCEPTION FILE (EXCREC01) WITH A COUNTS TRAILER
000350*                 FOR THE SCHEDULER'S ALERTING.
000360*----------------------------------------------------------------
000370 ENVIRONMENT                     DIVISION.
000380 CONFIGURATION                   SECTION.
000390 SOURCE-COMPUTER.                IBM-370.
000400 OBJECT-COMPUTER.                IBM-370.
000410 INPUT-OUTPUT                    SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL CYCLE-FILE  ASSIGN TO CYCFILE
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CYCLE-FILE-STATUS.
000460     SELECT OPTIONAL NIGHTLY-REPORT-FILE ASSIGN TO NITRPT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-NIGHTLY-FILE-STATUS.
000490     SELECT OPTIONAL CONFIRM-REPORT-FILE ASSIGN TO CNFRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-CONFIRM-FILE-STATUS.
000520     SELECT OPTIONAL REJECT-REPORT-FILE ASSIGN TO REJRPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-REJECT-FILE-STATUS.
000550     SELECT OPTIONAL RELOAD-REPORT-FILE ASSIGN TO LODRPT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-RELOAD-FILE-STATUS.
000580     SELECT OPTIONAL PARM-FILE   ASSIGN TO PARMFILE
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PARM-FILE-STATUS.
000610     SELECT EXCEPTION-FILE      ASSIGN TO EXCFILE
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
000640     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-FILE-STATUS.
000670 DATA                            DIVISION.
000680 FILE                            SECTION.
000690 FD  CYCLE-FILE.
000700     COPY CYCREC01.
000710 FD  NIGHTLY-REPORT-FILE.
000720 01  NIT-PRINT-LINE              PIC X(80).
000730 FD  CONFIRM-REPORT-FILE.
000740 01  CNF-PRINT-LINE              PIC X(80).
000750 FD  REJECT-REPORT-FILE.
000760 01  REJ-PRINT-LINE              PIC X(80).
000770 FD  RELOAD-REPORT-FILE.
000780 01  LOD-PRINT-LINE              PIC X(80).
000790 FD  PARM-FILE.
000800     COPY DIGREC01.
000810 FD  EXCEPTION-FILE.
000820     COPY EXCREC01.
000830 FD  REPORT-FILE.
000840 01  RPT-PRINT-LINE              PIC X(80).
000850 WORKING-STORAGE                 SECTION.
000860   01 WORK-CONSTANTS.
000870     03 WK-BLOCK-TABLE-MAX       PIC 9(03)    VALUE 040.
000880     03 WK-DEFAULT-STALE-DAYS    PIC 9(02)    VALUE 01.
000890     03 WK-DEFAULT-RETURN-CODE   PIC 9(02)    VALUE 04.
000900     03 WK-DEFAULT-REJECTS       PIC 9(05)    VALUE 00025.
000910     03 WK-DEFAULT-UNPRICED      PIC 9(05)    VALUE ZERO.
000920     03 WK-DEFAULT-DUPLICATES    PIC 9(05)    VALUE ZERO.
000930     03 WK-DEFAULT-OPEN-DAYS     PIC 9(03)    VALUE 005.
000940     03 WK-DEFAULT-NEVER-SENT    PIC 9(05)    VALUE ZERO.
000950     03 WK-DEFAULT-REJECT-DAYS   PIC 9(03)    VALUE 010.
000960     03 WK-DEFAULT-OUTSTANDING   PIC 9(05)    VALUE 00100.
000970     03 WK-DEFAULT-LOAD-DUPS     PIC 9(05)    VALUE ZERO.
000980   01 WORK-SWITCHES.
000990     03 WS-INPUT-EOF-SW          PIC X(01) VALUE "N".
001000        88 INPUT-EOF                  VALUE "Y".
001010     03 WS-TOTALS-FOUND-SW       PIC X(01) VALUE "N".
001020        88 TOTALS-FOUND               VALUE "Y".
001030     03 WS-RC-FOUND-SW           PIC X(01) VALUE "N".
001040        88 RC-FOUND                   VALUE "Y".
001050     03 WS-OPEN-SECTION-SW       PIC X(01) VALUE "N".
001060        88 IN-OPEN-SECTION            VALUE "Y".
001070     03 WS-EDIT-VALID-SW         PIC X(01) VALUE "N".
001080        88 EDIT-VALID                 VALUE "Y".
001090        88 EDIT-NOT-VALID             VALUE "N".
001100     03 WS-INPUT-USABLE-SW       PIC X(01) VALUE "N".
001110        88 INPUT-USABLE               VALUE "Y".
001120        88 INPUT-NOT-USABLE           VALUE "N".
001130*----------------------------------------------------------------
001140* FILE STATUS FIELDS. THE INPUTS ARE OPTIONAL - ONE THAT WILL NOT
001150* OPEN IS REPORTED AS MISSING, NOT ABENDED ON. ONLY THE DIGEST'S
001160* OWN OUTPUTS FAILING TO OPEN ENDS THE RUN.
001170*----------------------------------------------------------------
001180   01 WS-CYCLE-FILE-STATUS      PIC X(02) VALUE "00".
001190   01 WS-NIGHTLY-FILE-STATUS    PIC X(02) VALUE "00".
001200   01 WS-CONFIRM-FILE-STATUS    PIC X(02) VALUE "00".
001210   01 WS-REJECT-FILE-STATUS     PIC X(02) VALUE "00".
001220   01 WS-RELOAD-FILE-STATUS     PIC X(02) VALUE "00".
001230   01 WS-PARM-FILE-STATUS       PIC X(02) VALUE "00".
001240   01 WS-EXCEPTION-FILE-STATUS  PIC X(02) VALUE "00".
001250   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
001260   01 WORK-COUNTERS.
001270     03 WS-ERROR-COUNT           PIC 9(05) COMP VALUE ZERO.
001280     03 WS-WARNING-COUNT         PIC 9(05) COMP VALUE ZERO.
001290     03 WS-LINES-READ            PIC 9(07) COMP VALUE ZERO.
001300*----------------------------------------------------------------
001310* RUN DATE AND TIME OF THE DIGEST ITSELF - EVERY INPUT'S RUN DATE
001320* IS AGED AGAINST WS-RUN-DAY-NUMBER.
001330*----------------------------------------------------------------
001340   01 WS-RUN-DATE               PIC 9(08)           VALUE ZERO.
001350   01 WS-RUN-TIME               PIC 9(08)           VALUE ZERO.
001360   01 WS-RUN-DAY-NUMBER         PIC S9(08) COMP-3   VALUE ZERO.
001370*----------------------------------------------------------------
001380* LIMITS IN FORCE - THE PARAMETER CARD WITH DEFAULTS APPLIED.
001390*----------------------------------------------------------------
001400   01 WS-LIMITS.
001410     03 WS-STALE-DAYS            PIC 9(07)           VALUE ZERO.
001420     03 WS-MAX-RETURN-CODE       PIC 9(07)           VALUE ZERO.
001430     03 WS-MAX-REJECTS           PIC 9(07)           VALUE ZERO.
001440     03 WS-MAX-UNPRICED          PIC 9(07)           VALUE ZERO.
001450     03 WS-MAX-DUPLICATES        PIC 9(07)           VALUE ZERO.
001460     03 WS-MAX-OPEN-DAYS         PIC 9(07)           VALUE ZERO.
001470     03 WS-MAX-NEVER-SENT        PIC 9(07)           VALUE ZERO.
001480     03 WS-MAX-REJECT-DAYS       PIC 9(07)           VALUE ZERO.
001490     03 WS-MAX-OUTSTANDING       PIC 9(07)           VALUE ZERO.
001500     03 WS-MAX-LOAD-DUPS         PIC 9(07)           VALUE ZERO.
001510   01 WS-PARM-FIELD-NAME        PIC X(12)           VALUE SPACES.
001520   01 WS-PARM-DEFAULT           PIC 9(07)           VALUE ZERO.
001530   01 WS-PARM-VALUE             PIC 9(07)           VALUE ZERO.
001540*----------------------------------------------------------------
001550* NUMBER DE-EDITING - A COUNT PRINTED ZZZZZZ9 (OR A DIGIT FIELD
001560* OFF THE PARAMETER CARD) IS PLACED RIGHT-JUSTIFIED IN
001570* WS-EDIT-FIELD; 8200-EDIT-NUMBER ZERO-FILLS THE LEADING BLANKS
001580* AND RETURNS THE VALUE IN WS-EDIT-VALUE.
001590*----------------------------------------------------------------
001600   01 WS-EDIT-FIELD             PIC X(07)           VALUE SPACES.
001610   01 WS-EDIT-FIELD-9 REDEFINES WS-EDIT-FIELD
001620                                PIC 9(07).
001630   01 WS-EDIT-VALUE             PIC 9(07)           VALUE ZERO.
001640*----------------------------------------------------------------
001650* ONE INPUT REPORT LINE AND THE VIEWS OF IT THE DIGEST READS: A
001660* TOTAL LINE (20-CHARACTER LABEL, COUNT IN COLUMNS 21-27, OR A
001670* RUN DATE IN COLUMNS 21-28), THE COMPUTE_SAMPLE02 PAGE HEADING
001680* (RUN DATE IN COLUMNS 63-70), A CUTCNF01 OPEN-CUT AGING LINE
001690* (WORKING DAYS OPEN IN COLUMNS 36-40) AND A REJTRK01 REASON
001700* SUMMARY LINE (OLDEST IN COLUMNS 42-46).
001710*----------------------------------------------------------------
001720   01 WS-IN-LINE                PIC X(80)           VALUE SPACES.
001730   01 WS-IN-TOTAL-VIEW REDEFINES WS-IN-LINE.
001740     03 WS-IN-LABEL             PIC X(20).
001750     03 WS-IN-COUNT             PIC X(07).
001760     03 FILLER                  PIC X(53).
001770   01 WS-IN-DATE-VIEW REDEFINES WS-IN-LINE.
001780     03 FILLER                  PIC X(20).
001790     03 WS-IN-DATE              PIC X(08).
001800     03 FILLER                  PIC X(52).
001810   01 WS-IN-HEADING-VIEW REDEFINES WS-IN-LINE.
001820     03 WS-IN-TITLE             PIC X(19).
001830     03 FILLER                  PIC X(43).
001840     03 WS-IN-HEADING-DATE      PIC X(08).
001850     03 FILLER                  PIC X(10).
001860   01 WS-IN-OPEN-VIEW REDEFINES WS-IN-LINE.
001870     03 FILLER                  PIC X(35).
001880     03 WS-IN-DAYS-OPEN         PIC X(05).
001890     03 FILLER                  PIC X(40).
001900   01 WS-IN-REASON-VIEW REDEFINES WS-IN-LINE.
001910     03 WS-IN-REASON-TITLE      PIC X(07).
001920     03 WS-IN-REASON-CODE       PIC X(04).
001930     03 FILLER                  PIC X(30).
001940     03 WS-IN-REASON-OLDEST     PIC X(05).
001950     03 FILLER                  PIC X(34).
001960*----------------------------------------------------------------
001970* FIGURES PICKED UP FROM THE INPUT BEING CHECKED.
001980*----------------------------------------------------------------
001990   01 WS-FOUND-RUN-DATE         PIC X(08)           VALUE SPACES.
002000   01 WS-FOUND-RETURN-CODE      PIC 9(07)           VALUE ZERO.
002010   01 WS-FOUND-REJECTS          PIC 9(07)           VALUE ZERO.
002020   01 WS-FOUND-UNPRICED         PIC 9(07)           VALUE ZERO.
002030   01 WS-FOUND-DUPLICATES       PIC 9(07)           VALUE ZERO.
002040   01 WS-FOUND-CONTROL-MISMATCH PIC 9(07)           VALUE ZERO.
002050   01 WS-FOUND-NIGHT-MISSED     PIC 9(07)           VALUE ZERO.
002060   01 WS-FOUND-OLDEST-OPEN      PIC 9(07)           VALUE ZERO.
002080   01 WS-FOUND-NEVER-SENT       PIC 9(07)           VALUE ZERO.
002090   01 WS-FOUND-OUTSTANDING      PIC 9(07)           VALUE ZERO.
002100   01 WS-FOUND-AUDIT-READ       PIC 9(07)           VALUE ZERO.
002110   01 WS-FOUND-LOADED           PIC 9(07)           VALUE ZERO.
002120   01 WS-FOUND-LOAD-DUPS        PIC 9(07)           VALUE ZERO.
002130   01 WS-FOUND-TRAILERS         PIC 9(07)           VALUE ZERO.
002140   01 WS-LOAD-ACCOUNTED         PIC 9(07)           VALUE ZERO.
002150   01 WS-DAYS-OLD               PIC S9(08) COMP-3   VALUE ZERO.
002160   01 WS-LAST-CYCLE-RECORD      PIC X(80)           VALUE SPACES.
002170*----------------------------------------------------------------
002180* EXCEPTION BEING RAISED - FILLED IN BY THE CHECK AND PASSED TO
002190* 7000-RAISE-EXCEPTION. WS-NEW-NUMBERS-SW IS "Y" WHEN THE VALUE
002200* AND LIMIT MEAN SOMETHING AND SHOULD PRINT.
002210*----------------------------------------------------------------
002220   01 WS-NEW-EXCEPTION.
002230     03 WS-NEW-SEVERITY         PIC X(01).
002240     03 WS-NEW-CODE             PIC X(04).
002250     03 WS-NEW-TEXT             PIC X(36).
002260     03 WS-NEW-VALUE            PIC 9(07).
002270     03 WS-NEW-LIMIT            PIC 9(07).
002280     03 WS-NEW-NUMBERS-SW       PIC X(01).
002290   01 WS-SHIFT-MISMATCH-TEXT.
002300     03 FILLER                  PIC X(06) VALUE "SHIFT ".
002310     03 WS-SMT-SHIFT            PIC X(01).
002320     03 FILLER                  PIC X(29) VALUE
002330         " CONTROL TOTALS DO NOT MATCH".
002340   01 WS-REASON-AGE-TEXT.
002350     03 FILLER                  PIC X(07) VALUE "REASON ".
002360     03 WS-RAT-REASON-CODE      PIC X(04).
002370     03 FILLER                  PIC X(25) VALUE
002380         " OLDEST, WORKING DAYS".
002390   01 WS-PARM-FIELD-TEXT.
002400     03 FILLER                  PIC X(24) VALUE
002410         "PARM NOT NUMERIC, DFLT: ".
002420     03 WS-PFT-FIELD-NAME       PIC X(12).
002430*----------------------------------------------------------------
002440* CURRENT JOB BLOCK - ONE PER INPUT. ITS EXCEPTIONS ARE HELD
002450* HERE UNTIL THE INPUT HAS BEEN READ, SO THE STATUS LINE CAN
002460* PRINT ABOVE THEM. ONE OVER THE TABLE SIZE IS STILL WRITTEN TO
002470* THE EXCEPTION FILE AND COUNTED, AND NOTED UNDER THE BLOCK.
002480*----------------------------------------------------------------
002490   01 WS-BLOCK.
002500     03 WS-BLK-JOB-NAME         PIC X(08).
002510     03 WS-BLK-INPUT-NAME       PIC X(18).
002520     03 WS-BLK-RUN-DATE         PIC X(08).
002530     03 WS-BLK-RETURN-CODE      PIC X(02).
002540     03 WS-BLK-ERRORS           PIC 9(05) COMP.
002550     03 WS-BLK-WARNINGS         PIC 9(05) COMP.
002560     03 WS-BLK-OVERFLOW         PIC 9(05) COMP.
002570   01 WS-BLK-RC-EDIT            PIC Z9              VALUE ZERO.
002580   01 WS-BLOCK-COUNT            PIC 9(03) COMP      VALUE ZERO.
002590   01 WS-BLOCK-SUB              PIC 9(03) COMP      VALUE ZERO.
002600   01 WS-BLOCK-TABLE.
002610     03 WS-BX-ENTRY             OCCURS 40 TIMES.
002620       05 WS-BX-SEVERITY        PIC X(01).
002630       05 WS-BX-CODE            PIC X(04).
002640       05 WS-BX-TEXT            PIC X(36).
002650       05 WS-BX-VALUE           PIC 9(07).
002660       05 WS-BX-LIMIT           PIC 9(07).
002670       05 WS-BX-NUMBERS-SW      PIC X(01).
002680*----------------------------------------------------------------
002690* DAY-NUMBER CONVERSION FIELDS - 8100-COMPUTE-DAY-NUMBER TURNS
002700* THE YYYYMMDD DATE IN WS-DN-DATE INTO A SERIAL DAY COUNT IN
002710* WS-DN-NUMBER.
002720*----------------------------------------------------------------
002730   01 WS-DN-DATE                PIC 9(08)           VALUE ZERO.
002740   01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
002750     03 WS-DN-YEAR              PIC 9(04).
002760     03 WS-DN-MONTH             PIC 9(02).
002770     03 WS-DN-DAY               PIC 9(02).
002780   01 WS-DN-NUMBER              PIC S9(08) COMP-3   VALUE ZERO.
002790   01 WS-DN-Q4                  PIC 9(04) COMP      VALUE ZERO.
002800   01 WS-DN-R4                  PIC 9(04) COMP      VALUE ZERO.
002810   01 WS-DN-Q100                PIC 9(04) COMP      VALUE ZERO.
002820   01 WS-DN-R100                PIC 9(04) COMP      VALUE ZERO.
002830   01 WS-DN-Q400                PIC 9(04) COMP      VALUE ZERO.
002840   01 WS-DN-R400                PIC 9(04) COMP      VALUE ZERO.
002850   01 WS-MONTH-OFFSETS.
002860     03 FILLER                  PIC X(36) VALUE
002870         "000031059090120151181212243273304334".
002880   01 WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSETS.
002890     03 WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
002900*----------------------------------------------------------------
002910* REPORT PRINT LINES.
002920*----------------------------------------------------------------
002930   01 WS-HEADING-LINE-1.
002940     03 FILLER                   PIC X(46) VALUE
002950         "EXCDIG01 - MORNING OPERATIONS EXCEPTION DIGEST".
002960     03 FILLER                   PIC X(05) VALUE " RUN ".
002970     03 WS-HL-RUN-DATE           PIC 9(08).
002980     03 FILLER                   PIC X(01) VALUE SPACES.
002990     03 WS-HL-RUN-TIME           PIC 9(04).
003000     03 FILLER                   PIC X(16) VALUE SPACES.
003010   01 WS-HEADING-LINE-2         PIC X(80) VALUE
003020       "JOB       INPUT               RUN DATE  RC  STATUS".
003030   01 WS-STATUS-LINE.
003040     03 WS-SL-JOB-NAME           PIC X(08).
003050     03 FILLER                   PIC X(02) VALUE SPACES.
003060     03 WS-SL-INPUT-NAME         PIC X(18).
003070     03 FILLER                   PIC X(02) VALUE SPACES.
003080     03 WS-SL-RUN-DATE           PIC X(08).
003090     03 FILLER                   PIC X(02) VALUE SPACES.
003100     03 WS-SL-RETURN-CODE        PIC X(02).
003110     03 FILLER                   PIC X(02) VALUE SPACES.
003120     03 WS-SL-STATUS             PIC X(10).
003130     03 FILLER                   PIC X(26) VALUE SPACES.
003140   01 WS-EXCEPTION-LINE.
003150     03 FILLER                   PIC X(04) VALUE SPACES.
003160     03 WS-XL-FLAG               PIC X(02).
003170     03 FILLER                   PIC X(01) VALUE SPACES.
003180     03 WS-XL-CODE               PIC X(04).
003190     03 FILLER                   PIC X(01) VALUE SPACES.
003200     03 WS-XL-TEXT               PIC X(36).
003210     03 WS-XL-NUMBERS.
003220       05 WS-XL-VALUE            PIC ZZZZZZ9.
003230       05 FILLER                 PIC X(07) VALUE " LIMIT ".
003240       05 WS-XL-LIMIT            PIC ZZZZZZ9.
003250     03 WS-XL-NUMBERS-X REDEFINES WS-XL-NUMBERS
003260                                 PIC X(21).
003270     03 FILLER                   PIC X(11) VALUE SPACES.
003280   01 WS-OVERFLOW-LINE.
003290     03 FILLER                   PIC X(07) VALUE SPACES.
003300     03 WS-OFL-COUNT             PIC ZZZZ9.
003310     03 FILLER                   PIC X(68) VALUE
003320         " MORE - SEE THE EXCEPTION FILE".
003330   01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
003340   01 WS-ERROR-LINE.
003350     03 FILLER                   PIC X(20) VALUE
003360         "ERRORS             :".
003370     03 WS-ERL-COUNT             PIC ZZZZZZ9.
003380     03 FILLER                   PIC X(53) VALUE SPACES.
003390   01 WS-WARNING-LINE.
003400     03 FILLER                   PIC X(20) VALUE
003410         "WARNINGS           :".
003420     03 WS-WNL-COUNT             PIC ZZZZZZ9.
003430     03 FILLER                   PIC X(53) VALUE SPACES.
003440   01 WS-CLEAN-LINE             PIC X(80) VALUE
003450       "NIGHT IS CLEAN - NO EXCEPTIONS".
003460   01 WS-NOT-CLEAN-LINE         PIC X(80) VALUE
003470       "** THE NIGHT HAS EXCEPTIONS - WORK THE ERRORS FIRST **".
003480 PROCEDURE                       DIVISION.
003490 0000-MAINLINE                   SECTION.
003500 0000-MAIN-PARA.
003510     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
003520     PERFORM 2000-CHECK-CYCLE-FILE THRU 2000-EXIT.
003530     PERFORM 3000-CHECK-NIGHTLY-REPORT THRU 3000-EXIT.
003540     PERFORM 4000-CHECK-CONFIRM-REPORT THRU 4000-EXIT.
003550     PERFORM 5000-CHECK-REJECT-REPORT THRU 5000-EXIT.
003560     PERFORM 6000-CHECK-RELOAD-REPORT THRU 6000-EXIT.
003570     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
003580     STOP RUN.
003590*----------------------------------------------------------------
003600* 1000-INITIALIZE - OPEN THE EXCEPTION FILE AND THE DIGEST, PRINT
003610* THE HEADINGS, AND READ THE PARAMETER CARD.
003620*----------------------------------------------------------------
003630 1000-INITIALIZE.
003640     ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
003650     ACCEPT WS-RUN-TIME          FROM TIME.
003660     MOVE WS-RUN-DATE            TO WS-DN-DATE.
003670     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
003680     MOVE WS-DN-NUMBER           TO WS-RUN-DAY-NUMBER.
003690     OPEN OUTPUT EXCEPTION-FILE.
003700     IF WS-EXCEPTION-FILE-STATUS NOT = "00"
003710         DISPLAY "EXCDIG01 - EXCEPTION-FILE OPEN FAILED, STATUS="
003720             WS-EXCEPTION-FILE-STATUS
003730         MOVE 16             TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760     OPEN OUTPUT REPORT-FILE.
003770     IF WS-REPORT-FILE-STATUS NOT = "00"
003780         DISPLAY "EXCDIG01 - REPORT-FILE OPEN FAILED, STATUS="
003790             WS-REPORT-FILE-STATUS
003800         MOVE 16             TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     MOVE WS-RUN-DATE            TO WS-HL-RUN-DATE.
003840     MOVE WS-RUN-TIME (1:4)      TO WS-HL-RUN-TIME.
003850     MOVE WS-HEADING-LINE-1      TO RPT-PRINT-LINE.
003860     WRITE RPT-PRINT-LINE.
003870     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
003880     WRITE RPT-PRINT-LINE.
003890     MOVE WS-HEADING-LINE-2      TO RPT-PRINT-LINE.
003900     WRITE RPT-PRINT-LINE.
003910     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT.
003920 1000-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------
003950* 1100-READ-PARAMETER-CARD - READ THE LIMITS. UNLIKE OTHER
003960* PROGRAMS' CARDS A MISSING OR BAD ONE DOES NOT STOP THE RUN -
003970* THE DIGEST IS HOW THE MORNING FINDS OUT ANYTHING WENT WRONG, SO
003980* IT RUNS ON THE DEFAULTS AND REPORTS THE CARD AS AN EXCEPTION.
003990*----------------------------------------------------------------
004000 1100-READ-PARAMETER-CARD.
004010     PERFORM 7400-START-BLOCK    THRU 7400-EXIT.
004020     MOVE "EXCDIG01"             TO WS-BLK-JOB-NAME.
004030     MOVE "PARAMETER CARD"       TO WS-BLK-INPUT-NAME.
004040     MOVE SPACES                 TO DIG-PARM-RECORD.
004050     OPEN INPUT PARM-FILE.
004060     IF WS-PARM-FILE-STATUS = "00"
004070         READ PARM-FILE
004080             AT END
004090                 MOVE SPACES     TO DIG-PARM-RECORD
004100                 MOVE "10"       TO WS-PARM-FILE-STATUS
004110         END-READ
004120         CLOSE PARM-FILE
004130     END-IF.
004140     IF WS-PARM-FILE-STATUS NOT = "00"
004150         MOVE "W"                TO WS-NEW-SEVERITY
004160         MOVE "PARM"             TO WS-NEW-CODE
004170         MOVE "NO PARAMETER CARD - DEFAULTS USED"
004180                                 TO WS-NEW-TEXT
004190         MOVE "N"                TO WS-NEW-NUMBERS-SW
004200         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
004210     END-IF.
004220     MOVE "STALE DAYS"           TO WS-PARM-FIELD-NAME.
004230     MOVE WK-DEFAULT-STALE-DAYS  TO WS-PARM-DEFAULT.
004240     MOVE SPACES                 TO WS-EDIT-FIELD.
004250     MOVE DIG-STALE-DAYS-X       TO WS-EDIT-FIELD (6:2).
004260     PERFORM 1150-TAKE-PARM-FIELD THRU 1150-EXIT.
004270     MOVE WS-PARM-VALUE          TO WS-STALE-DAYS.
004280     MOVE "RETURN CODE"          TO WS-PARM-FIELD-NAME.
004290     MOVE WK-DEFAULT-RETURN-CODE TO WS-PARM-DEFAULT.
004300     MOVE SPACES                 TO WS-EDIT-FIELD.
004310     MOVE DIG-MAX-RETURN-CODE-X  TO WS-EDIT-FIELD (6:2).
004320     PERFORM 1150-TAKE-PARM-FIELD THRU 1150-EXIT.
004330     MOVE WS-PARM-VALUE          TO WS-MAX-RETURN-CODE.
004340     MOVE "REJECTS"              TO WS-PARM-FIELD-NAME.
004350     MOVE WK-DEFAULT-REJECTS     TO WS-PARM-DEFAULT.
004360     MOVE SPACES                 TO WS-EDIT-FIELD.
004370     MOVE DIG-MAX-REJECTS-X      TO WS-EDIT-FIELD (3:5).
004380     PERFORM 1150-TAKE-PARM-FIELD THRU 1150-EXIT.
004390     MOVE WS-PARM-VALUE          TO WS-MAX-REJECTS.
004400     MOVE "UNPRICED"             TO WS-PARM-FIELD-NAME.
004410     MOVE WK-DEFAULT-UNPRICED    TO WS-PARM-DEFAULT.
004420     MOVE SPACES                 TO WS-EDIT-FIELD.
004430     MOVE DIG-MAX-UNPRICED-X     TO WS-EDIT-FIELD (3:5).
004440     PERFORM 1150-TAKE-PARM-FIELD THRU 1150-EXIT.
004450     MOVE WS-PARM-VALUE          TO WS-MAX-UNPRICED.
004460     MOVE "DUPLICATES"           TO WS-PARM-FIELD-NAME.
004470     MOVE WK-DEFAULT-DUPLICATES  TO WS-PARM-DEFAULT.
004480     MOVE SPACES                 TO WS-EDIT-FIELD.
004490     MOVE DIG-MAX-DUPLICATES-X   TO WS-EDIT-FIELD (3:5).
004500     PERFORM 1150-TAKE-PARM-FIELD THRU 1150-EXIT.
004510     MOVE WS-PARM-VALUE          TO WS-MAX-DUPLICATES.
004520     MOVE "OPEN DAYS"            TO WS-PARM-FIELD-NAME.
004530     MOVE WK-DEFAULT-OPEN-DAYS   TO WS-PARM-DEFAULT.
004540     MOVE SPACES                 TO WS-EDIT-FIELD.
004550     MOVE DIG-MAX-OPEN-DAYS-X    TO WS-EDIT-FIELD (5:3).
004560     PERFORM 1150-TAKE-PARM-FIELD THRU 1150-EXIT.
004570     MOVE WS-PARM-VALUE          TO WS-MAX-OPEN-DAYS.
004580     MOVE "NEVER SENT"           TO WS-PARM-FIELD-NAME.
004590     MOVE WK-DEFAULT-NEVER-SENT  TO WS-PARM-DEFAULT.
004600     MOVE SPACES                 TO WS-EDIT-FIELD.
004610     MOVE DIG-MAX-NEVER-SENT-X   TO WS-EDIT-FIELD (3:5).
004620     PERFORM 1150-TAKE-PARM-FIELD THRU 1150-EXIT.
004630     MOVE WS-PARM-VALUE          TO WS-MAX-NEVER-SENT.
004640     MOVE "REJECT DAYS"          TO WS-PARM-FIELD-NAME.
004650     MOVE WK-DEFAULT-REJECT-DAYS TO WS-PARM-DEFAULT.
004660     MOVE SPACES                 TO WS-EDIT-FIELD.
004670     MOVE DIG-MAX-REJECT-DAYS-X  TO WS-EDIT-FIELD (5:3).
004680     PERFORM 1150-TAKE-PARM-FIELD THRU 1150-EXIT.
004690     MOVE WS-PARM-VALUE          TO WS-MAX-REJECT-DAYS.
004700     MOVE "OUTSTANDING"          TO WS-PARM-FIELD-NAME.
004710     MOVE WK-DEFAULT-OUTSTANDING TO WS-PARM-DEFAULT.
004720     MOVE SPACES                 TO WS-EDIT-FIELD.
004730     MOVE DIG-MAX-OUTSTANDING-X  TO WS-EDIT-FIELD (3:5).
004740     PERFORM 1150-TAKE-PARM-FIELD THRU 1150-EXIT.
004750     MOVE WS-PARM-VALUE          TO WS-MAX-OUTSTANDING.
004760     MOVE "LOAD DUPS"            TO WS-PARM-FIELD-NAME.
004770     MOVE WK-DEFAULT-LOAD-DUPS   TO WS-PARM-DEFAULT.
004780     MOVE SPACES                 TO WS-EDIT-FIELD.
004790     MOVE DIG-MAX-LOAD-DUPS-X    TO WS-EDIT-FIELD (3:5).
004800     PERFORM 1150-TAKE-PARM-FIELD THRU 1150-EXIT.
004810     MOVE WS-PARM-VALUE          TO WS-MAX-LOAD-DUPS.
004820     PERFORM 7500-PRINT-BLOCK    THRU 7500-EXIT.
004830 1100-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860* 1150-TAKE-PARM-FIELD - A BLANK FIELD TAKES WS-PARM-DEFAULT; A
004870* FIELD THAT IS NOT A NUMBER TAKES IT TOO AND IS REPORTED.
004880*----------------------------------------------------------------
004890 1150-TAKE-PARM-FIELD.
004900     IF WS-EDIT-FIELD = SPACES
004910         MOVE WS-PARM-DEFAULT    TO WS-PARM-VALUE
004920         GO TO 1150-EXIT
004930     END-IF.
004940     PERFORM 8200-EDIT-NUMBER    THRU 8200-EXIT.
004950     IF EDIT-VALID
004960         MOVE WS-EDIT-VALUE      TO WS-PARM-VALUE
004970         GO TO 1150-EXIT
004980     END-IF.
004990     MOVE WS-PARM-DEFAULT        TO WS-PARM-VALUE.
005000     MOVE WS-PARM-FIELD-NAME     TO WS-PFT-FIELD-NAME.
005010     MOVE "W"                    TO WS-NEW-SEVERITY.
005020     MOVE "PARM"                 TO WS-NEW-CODE.
005030     MOVE WS-PARM-FIELD-TEXT     TO WS-NEW-TEXT.
005040     MOVE "N"                    TO WS-NEW-NUMBERS-SW.
005050     PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT.
005060 1150-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------
005090* 2000-CHECK-CYCLE-FILE - THE LAST RECORD ON THE CYCLE-CONTROL
005100* FILE IS THE LAST NIGHTLY RUN THAT COMPLETED. IT MUST EXIST, BE
005110* FROM TONIGHT, AND HAVE ENDED WITHIN THE RETURN-CODE LIMIT. A
005120* RUN THAT ABENDED OR WAS REFUSED WRITES NO RECORD, SO IT SHOWS
005130* HERE AS A STALE CYCLE.
005140*----------------------------------------------------------------
005150 2000-CHECK-CYCLE-FILE.
005160     PERFORM 7400-START-BLOCK    THRU 7400-EXIT.
005170     MOVE "COMPS02"              TO WS-BLK-JOB-NAME.
005180     MOVE "CYCLE RECORD"         TO WS-BLK-INPUT-NAME.
005190     MOVE SPACES                 TO WS-LAST-CYCLE-RECORD.
005200     OPEN INPUT CYCLE-FILE.
005210     IF WS-CYCLE-FILE-STATUS NOT = "00"
005220         PERFORM 7200-RAISE-MISSING THRU 7200-EXIT
005230         GO TO 2000-PRINT
005240     END-IF.
005250     PERFORM 2100-READ-ONE-CYCLE-RECORD THRU 2100-EXIT
005260             UNTIL INPUT-EOF.
005270     CLOSE CYCLE-FILE.
005280     IF WS-LINES-READ = ZERO
005290         PERFORM 7200-RAISE-MISSING THRU 7200-EXIT
005300         GO TO 2000-PRINT
005310     END-IF.
005320     MOVE WS-LAST-CYCLE-RECORD   TO CYC-RECORD.
005330     MOVE CYC-RUN-END-DATE       TO WS-FOUND-RUN-DATE.
005340     PERFORM 7100-CHECK-RUN-DATE THRU 7100-EXIT.
005350     IF CYC-RETURN-CODE NOT NUMERIC
005360         GO TO 2000-PRINT
005370     END-IF.
005380     MOVE CYC-RETURN-CODE        TO WS-FOUND-RETURN-CODE.
005390     PERFORM 7300-CHECK-RETURN-CODE THRU 7300-EXIT.
005400 2000-PRINT.
005410     PERFORM 7500-PRINT-BLOCK    THRU 7500-EXIT.
005420 2000-EXIT.
005430     EXIT.
005440 2100-READ-ONE-CYCLE-RECORD.
005450     READ CYCLE-FILE
005460         AT END
005470             SET INPUT-EOF       TO TRUE
005480             GO TO 2100-EXIT
005490     END-READ.
005500     ADD 1                       TO WS-LINES-READ.
005510     MOVE CYC-RECORD             TO WS-LAST-CYCLE-RECORD.
005520 2100-EXIT.
005530     EXIT.
005540*----------------------------------------------------------------
005550* 3000-CHECK-NIGHTLY-REPORT - THE COMPUTE_SAMPLE02 REPORT. THE
005560* RUN DATE COMES FROM THE PAGE HEADING; THE REJECT, DUPLICATE
005570* AND UNPRICED COUNTS FROM THE RUN TOTALS; A CONTROL-TOTAL OR
005580* SHIFT CONTROL-TOTAL MISMATCH IS ALWAYS AN ERROR, A MISSED
005590* WORKING NIGHT A WARNING. THE NIGHTLY RUN'S RETURN CODE IS
005600* CHECKED ON THE CYCLE RECORD, NOT HERE.
005610*----------------------------------------------------------------
005620 3000-CHECK-NIGHTLY-REPORT.
005630     PERFORM 7400-START-BLOCK    THRU 7400-EXIT.
005640     MOVE "COMPS02"              TO WS-BLK-JOB-NAME.
005650     MOVE "RUN REPORT"           TO WS-BLK-INPUT-NAME.
005660     OPEN INPUT NIGHTLY-REPORT-FILE.
005670     IF WS-NIGHTLY-FILE-STATUS NOT = "00"
005680         PERFORM 7200-RAISE-MISSING THRU 7200-EXIT
005690         GO TO 3000-PRINT
005700     END-IF.
005710     PERFORM 3100-READ-ONE-NIGHTLY-LINE THRU 3100-EXIT
005720             UNTIL INPUT-EOF.
005730     CLOSE NIGHTLY-REPORT-FILE.
005740     IF WS-LINES-READ = ZERO
005750         PERFORM 7200-RAISE-MISSING THRU 7200-EXIT
005760         GO TO 3000-PRINT
005770     END-IF.
005780     PERFORM 7100-CHECK-RUN-DATE THRU 7100-EXIT.
005790     IF NOT TOTALS-FOUND
005800         PERFORM 7250-RAISE-INCOMPLETE THRU 7250-EXIT
005810         GO TO 3000-PRINT
005820     END-IF.
005830     IF WS-FOUND-CONTROL-MISMATCH > ZERO
005840         MOVE "E"                TO WS-NEW-SEVERITY
005850         MOVE "CTOT"             TO WS-NEW-CODE
005860         MOVE "CONTROL TOTALS DO NOT MATCH EXTRACT"
005870                                 TO WS-NEW-TEXT
005880         MOVE "N"                TO WS-NEW-NUMBERS-SW
005890         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
005900     END-IF.
005910     IF WS-FOUND-NIGHT-MISSED > ZERO
005920         MOVE "W"                TO WS-NEW-SEVERITY
005930         MOVE "NGAP"             TO WS-NEW-CODE
005940         MOVE "A WORKING NIGHT WAS MISSED"
005950                                 TO WS-NEW-TEXT
005960         MOVE "N"                TO WS-NEW-NUMBERS-SW
005970         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
005980     END-IF.
005990     IF WS-FOUND-REJECTS > WS-MAX-REJECTS
006000         MOVE "W"                TO WS-NEW-SEVERITY
006010         MOVE "REJS"             TO WS-NEW-CODE
006020         MOVE "RECORDS REJECTED" TO WS-NEW-TEXT
006030         MOVE WS-FOUND-REJECTS   TO WS-NEW-VALUE
006040         MOVE WS-MAX-REJECTS     TO WS-NEW-LIMIT
006050         MOVE "Y"                TO WS-NEW-NUMBERS-SW
006060         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
006070     END-IF.
006080     IF WS-FOUND-UNPRICED > WS-MAX-UNPRICED
006090         MOVE "W"                TO WS-NEW-SEVERITY
006100         MOVE "UNPR"             TO WS-NEW-CODE
006110         MOVE "UNPRICED RESULTS" TO WS-NEW-TEXT
006120         MOVE WS-FOUND-UNPRICED  TO WS-NEW-VALUE
006130         MOVE WS-MAX-UNPRICED    TO WS-NEW-LIMIT
006140         MOVE "Y"                TO WS-NEW-NUMBERS-SW
006150         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
006160     END-IF.
006170     IF WS-FOUND-DUPLICATES > WS-MAX-DUPLICATES
006180         MOVE "W"                TO WS-NEW-SEVERITY
006190         MOVE "DUPS"             TO WS-NEW-CODE
006200         MOVE "DUPLICATES REJECTED" TO WS-NEW-TEXT
006210         MOVE WS-FOUND-DUPLICATES TO WS-NEW-VALUE
006220         MOVE WS-MAX-DUPLICATES  TO WS-NEW-LIMIT
006230         MOVE "Y"                TO WS-NEW-NUMBERS-SW
006240         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
006250     END-IF.
006260 3000-PRINT.
006270     PERFORM 7500-PRINT-BLOCK    THRU 7500-EXIT.
006280 3000-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------
006310* 3100-READ-ONE-NIGHTLY-LINE - PICK UP THE FIGURES THE DIGEST
006320* NEEDS FROM ONE COMPUTE_SAMPLE02 REPORT LINE. A RESTARTED RUN
006330* APPENDS TO THE SAME REPORT, SO THE LAST HEADING WINS. EACH
006340* SHIFT WHOSE CONTROL TOTALS DO NOT MATCH IS RAISED AS IT IS
006350* READ.
006360*----------------------------------------------------------------
006370 3100-READ-ONE-NIGHTLY-LINE.
006380     READ NIGHTLY-REPORT-FILE
006390         AT END
006400             SET INPUT-EOF       TO TRUE
006410             GO TO 3100-EXIT
006420     END-READ.
006430     ADD 1                       TO WS-LINES-READ.
006440     MOVE NIT-PRINT-LINE         TO WS-IN-LINE.
006450     IF WS-IN-TITLE = "COMPUTE_SAMPLE02 - "
006460         MOVE WS-IN-HEADING-DATE TO WS-FOUND-RUN-DATE
006470         GO TO 3100-EXIT
006480     END-IF.
006490     IF WS-IN-LABEL = "RECORDS PROCESSED  :"
006500         SET TOTALS-FOUND        TO TRUE
006510         GO TO 3100-EXIT
006520     END-IF.
006530     IF WS-IN-LABEL = "RECORDS REJECTED   :"
006540         PERFORM 7600-EDIT-COUNT THRU 7600-EXIT
006550         MOVE WS-EDIT-VALUE      TO WS-FOUND-REJECTS
006560         GO TO 3100-EXIT
006570     END-IF.
006580     IF WS-IN-LABEL = "DUPLICATES REJECTED:"
006590         PERFORM 7600-EDIT-COUNT THRU 7600-EXIT
006600         MOVE WS-EDIT-VALUE      TO WS-FOUND-DUPLICATES
006610         GO TO 3100-EXIT
006620     END-IF.
006630     IF WS-IN-LABEL = "UNPRICED RESULTS   :"
006640         PERFORM 7600-EDIT-COUNT THRU 7600-EXIT
006650         MOVE WS-EDIT-VALUE      TO WS-FOUND-UNPRICED
006660         GO TO 3100-EXIT
006670     END-IF.
006680     IF WS-IN-LINE (1:31) = "** CONTROL TOTALS DO NOT MATCH "
006690         ADD 1                   TO WS-FOUND-CONTROL-MISMATCH
006700         GO TO 3100-EXIT
006710     END-IF.
006720     IF WS-IN-LINE (1:35) = "** WORKING NIGHT MISSED - LAST DONE"
006730         ADD 1                   TO WS-FOUND-NIGHT-MISSED
006740         GO TO 3100-EXIT
006750     END-IF.
006760     IF WS-IN-LINE (1:9) = "** SHIFT "
006770         MOVE WS-IN-LINE (10:1)  TO WS-SMT-SHIFT
006780         MOVE "E"                TO WS-NEW-SEVERITY
006790         MOVE "CTOT"             TO WS-NEW-CODE
006800         MOVE WS-SHIFT-MISMATCH-TEXT TO WS-NEW-TEXT
006810         MOVE "N"                TO WS-NEW-NUMBERS-SW
006820         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
006830     END-IF.
006840 3100-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------
006870* 4000-CHECK-CONFIRM-REPORT - THE CUTCNF01 RECONCILIATION REPORT:
006880* RUN DATE AND RETURN CODE FROM ITS LAST TWO LINES, THE OLDEST
006890* OPEN CUT FROM THE AGING LINES, THE CONFIRMED-BUT-NEVER-SENT
006900* COUNT, AND THE EXTRACT TRAILER MESSAGES.
006910*----------------------------------------------------------------
006920 4000-CHECK-CONFIRM-REPORT.
006930     PERFORM 7400-START-BLOCK    THRU 7400-EXIT.
006940     MOVE "COMPS07"              TO WS-BLK-JOB-NAME.
006950     MOVE "CUTCNF01 REPORT"      TO WS-BLK-INPUT-NAME.
006960     OPEN INPUT CONFIRM-REPORT-FILE.
006970     IF WS-CONFIRM-FILE-STATUS NOT = "00"
006980         PERFORM 7200-RAISE-MISSING THRU 7200-EXIT
006990         GO TO 4000-PRINT
007000     END-IF.
007010     PERFORM 4100-READ-ONE-CONFIRM-LINE THRU 4100-EXIT
007020             UNTIL INPUT-EOF.
007030     CLOSE CONFIRM-REPORT-FILE.
007040     IF WS-LINES-READ = ZERO
007050         PERFORM 7200-RAISE-MISSING THRU 7200-EXIT
007060         GO TO 4000-PRINT
007070     END-IF.
007080     PERFORM 7100-CHECK-RUN-DATE THRU 7100-EXIT.
007090     IF NOT RC-FOUND
007100         PERFORM 7250-RAISE-INCOMPLETE THRU 7250-EXIT
007110         GO TO 4000-PRINT
007120     END-IF.
007130     PERFORM 7300-CHECK-RETURN-CODE THRU 7300-EXIT.
007140     IF WS-FOUND-OLDEST-OPEN > WS-MAX-OPEN-DAYS
007150         MOVE "W"                TO WS-NEW-SEVERITY
007160         MOVE "OPNA"             TO WS-NEW-CODE
007170         MOVE "OLDEST OPEN CUT, WORKING DAYS"
007180                                 TO WS-NEW-TEXT
007190         MOVE WS-FOUND-OLDEST-OPEN TO WS-NEW-VALUE
007200         MOVE WS-MAX-OPEN-DAYS   TO WS-NEW-LIMIT
007210         MOVE "Y"                TO WS-NEW-NUMBERS-SW
007220         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
007310     END-IF.
007320     IF WS-FOUND-NEVER-SENT > WS-MAX-NEVER-SENT
007330         MOVE "W"                TO WS-NEW-SEVERITY
007340         MOVE "NSNT"             TO WS-NEW-CODE
007350         MOVE "CONFIRMED WORK NEVER EXTRACTED"
007360                                 TO WS-NEW-TEXT
007370         MOVE WS-FOUND-NEVER-SENT TO WS-NEW-VALUE
007380         MOVE WS-MAX-NEVER-SENT  TO WS-NEW-LIMIT
007390         MOVE "Y"                TO WS-NEW-NUMBERS-SW
007400         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
007410     END-IF.
007420 4000-PRINT.
007430     PERFORM 7500-PRINT-BLOCK    THRU 7500-EXIT.
007440 4000-EXIT.
007450     EXIT.
007460*----------------------------------------------------------------
007470* 4100-READ-ONE-CONFIRM-LINE - THE AGING LINES RUN FROM THE
007480* "OPEN CUTS CARRIED FORWARD" HEADING TO THE FIRST TOTAL LINE.
007490* AN EXTRACT TRAILER MESSAGE IS RAISED AS IT IS READ.
007500*----------------------------------------------------------------
007510 4100-READ-ONE-CONFIRM-LINE.
007520     READ CONFIRM-REPORT-FILE
007530         AT END
007540             SET INPUT-EOF       TO TRUE
007550             GO TO 4100-EXIT
007560     END-READ.
007570     ADD 1                       TO WS-LINES-READ.
007580     MOVE CNF-PRINT-LINE         TO WS-IN-LINE.
007590     IF WS-IN-LINE (1:25) = "OPEN CUTS CARRIED FORWARD"
007600         SET IN-OPEN-SECTION     TO TRUE
007610         GO TO 4100-EXIT
007620     END-IF.
007630     IF WS-IN-LABEL = "EXTRACT DETAILS    :"
007640         MOVE "N"                TO WS-OPEN-SECTION-SW
007650         GO TO 4100-EXIT
007660     END-IF.
007670     IF IN-OPEN-SECTION
007680         MOVE SPACES             TO WS-EDIT-FIELD
007690         MOVE WS-IN-DAYS-OPEN    TO WS-EDIT-FIELD (3:5)
007700         PERFORM 8200-EDIT-NUMBER THRU 8200-EXIT
007710         IF EDIT-VALID
007720            AND WS-EDIT-VALUE > WS-FOUND-OLDEST-OPEN
007730             MOVE WS-EDIT-VALUE  TO WS-FOUND-OLDEST-OPEN
007740         END-IF
007790         GO TO 4100-EXIT
007800     END-IF.
007810     IF WS-IN-LABEL = "NEVER EXTRACTED    :"
007820         PERFORM 7600-EDIT-COUNT THRU 7600-EXIT
007830         MOVE WS-EDIT-VALUE      TO WS-FOUND-NEVER-SENT
007840         GO TO 4100-EXIT
007850     END-IF.
007860     IF WS-IN-LINE (1:11) = "** EXTRACT "
007870         MOVE "E"                TO WS-NEW-SEVERITY
007880         MOVE "XTRL"             TO WS-NEW-CODE
007890         MOVE WS-IN-LINE (4:36)  TO WS-NEW-TEXT
007900         MOVE "N"                TO WS-NEW-NUMBERS-SW
007910         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
007920         GO TO 4100-EXIT
007930     END-IF.
007940     PERFORM 7700-CHECK-RUN-END-LINE THRU 7700-EXIT.
007950 4100-EXIT.
007960     EXIT.
007970*----------------------------------------------------------------
007980* 5000-CHECK-REJECT-REPORT - THE REJTRK01 AGING REPORT: RUN DATE
007990* AND RETURN CODE, THE OLDEST REJECT UNDER EACH REASON CODE,
008000* AND THE TOTAL STILL OUTSTANDING.
008010*----------------------------------------------------------------
008020 5000-CHECK-REJECT-REPORT.
008030     PERFORM 7400-START-BLOCK    THRU 7400-EXIT.
008040     MOVE "COMPS08"              TO WS-BLK-JOB-NAME.
008050     MOVE "REJTRK01 REPORT"      TO WS-BLK-INPUT-NAME.
008060     OPEN INPUT REJECT-REPORT-FILE.
008070     IF WS-REJECT-FILE-STATUS NOT = "00"
008080         PERFORM 7200-RAISE-MISSING THRU 7200-EXIT
008090         GO TO 5000-PRINT
008100     END-IF.
008110     PERFORM 5100-READ-ONE-REJECT-LINE THRU 5100-EXIT
008120             UNTIL INPUT-EOF.
008130     CLOSE REJECT-REPORT-FILE.
008140     IF WS-LINES-READ = ZERO
008150         PERFORM 7200-RAISE-MISSING THRU 7200-EXIT
008160         GO TO 5000-PRINT
008170     END-IF.
008180     PERFORM 7100-CHECK-RUN-DATE THRU 7100-EXIT.
008190     IF NOT RC-FOUND
008200         PERFORM 7250-RAISE-INCOMPLETE THRU 7250-EXIT
008210         GO TO 5000-PRINT
008220     END-IF.
008230     PERFORM 7300-CHECK-RETURN-CODE THRU 7300-EXIT.
008240     IF WS-FOUND-OUTSTANDING > WS-MAX-OUTSTANDING
008250         MOVE "W"                TO WS-NEW-SEVERITY
008260         MOVE "ROUT"             TO WS-NEW-CODE
008270         MOVE "REJECTS OUTSTANDING" TO WS-NEW-TEXT
008280         MOVE WS-FOUND-OUTSTANDING TO WS-NEW-VALUE
008290         MOVE WS-MAX-OUTSTANDING TO WS-NEW-LIMIT
008300         MOVE "Y"                TO WS-NEW-NUMBERS-SW
008310         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
008320     END-IF.
008330 5000-PRINT.
008340     PERFORM 7500-PRINT-BLOCK    THRU 7500-EXIT.
008350 5000-EXIT.
008360     EXIT.
008370*----------------------------------------------------------------
008380* 5100-READ-ONE-REJECT-LINE - A REASON SUMMARY LINE OLDER THAN
008390* THE LIMIT IS RAISED AS IT IS READ, ONE PER REASON CODE.
008400*----------------------------------------------------------------
008410 5100-READ-ONE-REJECT-LINE.
008420     READ REJECT-REPORT-FILE
008430         AT END
008440             SET INPUT-EOF       TO TRUE
008450             GO TO 5100-EXIT
008460     END-READ.
008470     ADD 1                       TO WS-LINES-READ.
008480     MOVE REJ-PRINT-LINE         TO WS-IN-LINE.
008490     IF WS-IN-REASON-TITLE = "REASON "
008500         MOVE SPACES             TO WS-EDIT-FIELD
008510         MOVE WS-IN-REASON-OLDEST TO WS-EDIT-FIELD (3:5)
008520         PERFORM 8200-EDIT-NUMBER THRU 8200-EXIT
008530         IF EDIT-VALID
008540            AND WS-EDIT-VALUE > WS-MAX-REJECT-DAYS
008550             MOVE WS-IN-REASON-CODE TO WS-RAT-REASON-CODE
008560             MOVE "W"            TO WS-NEW-SEVERITY
008570             MOVE "RAGE"         TO WS-NEW-CODE
008580             MOVE WS-REASON-AGE-TEXT TO WS-NEW-TEXT
008590             MOVE WS-EDIT-VALUE  TO WS-NEW-VALUE
008600             MOVE WS-MAX-REJECT-DAYS TO WS-NEW-LIMIT
008610             MOVE "Y"            TO WS-NEW-NUMBERS-SW
008620             PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
008630         END-IF
008640         GO TO 5100-EXIT
008650     END-IF.
008660     IF WS-IN-LABEL = "TOTAL OUTSTANDING  :"
008670         PERFORM 7600-EDIT-COUNT THRU 7600-EXIT
008680         MOVE WS-EDIT-VALUE      TO WS-FOUND-OUTSTANDING
008690         GO TO 5100-EXIT
008700     END-IF.
008710     PERFORM 7700-CHECK-RUN-END-LINE THRU 7700-EXIT.
008720 5100-EXIT.
008730     EXIT.
008740*----------------------------------------------------------------
008750* 6000-CHECK-RELOAD-REPORT - THE AUDLOAD1 RELOAD REPORT: RUN DATE
008760* AND RETURN CODE, DUPLICATE KEYS AGAINST THE LIMIT, AND THE
008770* BALANCE READ = LOADED + DUPLICATES + TRAILERS PROVED AGAIN.
008780*----------------------------------------------------------------
008790 6000-CHECK-RELOAD-REPORT.
008800     PERFORM 7400-START-BLOCK    THRU 7400-EXIT.
008810     MOVE "COMPS05"              TO WS-BLK-JOB-NAME.
008820     MOVE "AUDLOAD1 REPORT"      TO WS-BLK-INPUT-NAME.
008830     OPEN INPUT RELOAD-REPORT-FILE.
008840     IF WS-RELOAD-FILE-STATUS NOT = "00"
008850         PERFORM 7200-RAISE-MISSING THRU 7200-EXIT
008860         GO TO 6000-PRINT
008870     END-IF.
008880     PERFORM 6100-READ-ONE-RELOAD-LINE THRU 6100-EXIT
008890             UNTIL INPUT-EOF.
008900     CLOSE RELOAD-REPORT-FILE.
008910     IF WS-LINES-READ = ZERO
008920         PERFORM 7200-RAISE-MISSING THRU 7200-EXIT
008930         GO TO 6000-PRINT
008940     END-IF.
008950     PERFORM 7100-CHECK-RUN-DATE THRU 7100-EXIT.
008960     IF NOT RC-FOUND
008970         PERFORM 7250-RAISE-INCOMPLETE THRU 7250-EXIT
008980         GO TO 6000-PRINT
008990     END-IF.
009000     PERFORM 7300-CHECK-RETURN-CODE THRU 7300-EXIT.
009010     COMPUTE WS-LOAD-ACCOUNTED = WS-FOUND-LOADED
009020         + WS-FOUND-LOAD-DUPS + WS-FOUND-TRAILERS.
009030     IF WS-LOAD-ACCOUNTED NOT = WS-FOUND-AUDIT-READ
009040         MOVE "E"                TO WS-NEW-SEVERITY
009050         MOVE "LBAL"             TO WS-NEW-CODE
009060         MOVE "READ NOT = LOADED+DUPS+TRAILERS"
009070                                 TO WS-NEW-TEXT
009080         MOVE WS-FOUND-AUDIT-READ TO WS-NEW-VALUE
009090         MOVE WS-LOAD-ACCOUNTED  TO WS-NEW-LIMIT
009100         MOVE "Y"                TO WS-NEW-NUMBERS-SW
009110         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
009120     END-IF.
009130     IF WS-FOUND-LOAD-DUPS > WS-MAX-LOAD-DUPS
009140         MOVE "W"                TO WS-NEW-SEVERITY
009150         MOVE "LDUP"             TO WS-NEW-CODE
009160         MOVE "DUPLICATE KEYS SKIPPED" TO WS-NEW-TEXT
009170         MOVE WS-FOUND-LOAD-DUPS TO WS-NEW-VALUE
009180         MOVE WS-MAX-LOAD-DUPS   TO WS-NEW-LIMIT
009190         MOVE "Y"                TO WS-NEW-NUMBERS-SW
009200         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
009210     END-IF.
009220 6000-PRINT.
009230     PERFORM 7500-PRINT-BLOCK    THRU 7500-EXIT.
009240 6000-EXIT.
009250     EXIT.
009260 6100-READ-ONE-RELOAD-LINE.
009270     READ RELOAD-REPORT-FILE
009280         AT END
009290             SET INPUT-EOF       TO TRUE
009300             GO TO 6100-EXIT
009310     END-READ.
009320     ADD 1                       TO WS-LINES-READ.
009330     MOVE LOD-PRINT-LINE         TO WS-IN-LINE.
009340     IF WS-IN-LABEL = "AUDIT RECORDS READ :"
009350         PERFORM 7600-EDIT-COUNT THRU 7600-EXIT
009360         MOVE WS-EDIT-VALUE      TO WS-FOUND-AUDIT-READ
009370         GO TO 6100-EXIT
009380     END-IF.
009390     IF WS-IN-LABEL = "RECORDS LOADED     :"
009400         PERFORM 7600-EDIT-COUNT THRU 7600-EXIT
009410         MOVE WS-EDIT-VALUE      TO WS-FOUND-LOADED
009420         GO TO 6100-EXIT
009430     END-IF.
009440     IF WS-IN-LABEL = "DUPLICATE KEYS     :"
009450         PERFORM 7600-EDIT-COUNT THRU 7600-EXIT
009460         MOVE WS-EDIT-VALUE      TO WS-FOUND-LOAD-DUPS
009470         GO TO 6100-EXIT
009480     END-IF.
009490     IF WS-IN-LABEL = "RUN TRAILERS       :"
009500         PERFORM 7600-EDIT-COUNT THRU 7600-EXIT
009510         MOVE WS-EDIT-VALUE      TO WS-FOUND-TRAILERS
009520         GO TO 6100-EXIT
009530     END-IF.
009540     PERFORM 7700-CHECK-RUN-END-LINE THRU 7700-EXIT.
009550 6100-EXIT.
009560     EXIT.
009570*----------------------------------------------------------------
009580* 7000-RAISE-EXCEPTION - WRITE THE EXCEPTION IN WS-NEW-EXCEPTION
009590* TO THE EXCEPTION FILE, COUNT IT, AND HOLD IT UNDER THE CURRENT
009600* BLOCK FOR PRINTING.
009610*----------------------------------------------------------------
009620 7000-RAISE-EXCEPTION.
009630     IF WS-NEW-NUMBERS-SW NOT = "Y"
009640         MOVE ZERO               TO WS-NEW-VALUE
009650         MOVE ZERO               TO WS-NEW-LIMIT
009660     END-IF.
009670     MOVE SPACES                 TO EXC-RECORD.
009680     MOVE "D"                    TO EXC-RECORD-TYPE.
009690     MOVE WS-RUN-DATE            TO EXC-RUN-DATE.
009700     MOVE WS-RUN-TIME            TO EXC-RUN-TIME.
009710     MOVE WS-BLK-JOB-NAME        TO EXC-JOB-NAME.
009720     MOVE WS-NEW-SEVERITY        TO EXC-SEVERITY.
009730     MOVE WS-NEW-CODE            TO EXC-CODE.
009740     MOVE WS-NEW-VALUE           TO EXC-VALUE.
009750     MOVE WS-NEW-LIMIT           TO EXC-LIMIT.
009760     MOVE WS-NEW-TEXT            TO EXC-TEXT.
009770     WRITE EXC-RECORD.
009780     IF WS-NEW-SEVERITY = "E"
009790         ADD 1                   TO WS-ERROR-COUNT
009800         ADD 1                   TO WS-BLK-ERRORS
009810     ELSE
009820         ADD 1                   TO WS-WARNING-COUNT
009830         ADD 1                   TO WS-BLK-WARNINGS
009840     END-IF.
009850     IF WS-BLOCK-COUNT NOT < WK-BLOCK-TABLE-MAX
009860         ADD 1                   TO WS-BLK-OVERFLOW
009870         GO TO 7000-EXIT
009880     END-IF.
009890     ADD 1                       TO WS-BLOCK-COUNT.
009900     MOVE WS-BLOCK-COUNT         TO WS-BLOCK-SUB.
009910     MOVE WS-NEW-SEVERITY  TO WS-BX-SEVERITY (WS-BLOCK-SUB).
009920     MOVE WS-NEW-CODE      TO WS-BX-CODE (WS-BLOCK-SUB).
009930     MOVE WS-NEW-TEXT      TO WS-BX-TEXT (WS-BLOCK-SUB).
009940     MOVE WS-NEW-VALUE     TO WS-BX-VALUE (WS-BLOCK-SUB).
009950     MOVE WS-NEW-LIMIT     TO WS-BX-LIMIT (WS-BLOCK-SUB).
009960     MOVE WS-NEW-NUMBERS-SW
009970                           TO WS-BX-NUMBERS-SW (WS-BLOCK-SUB).
009980 7000-EXIT.
009990     EXIT.
010000*----------------------------------------------------------------
010010* 7100-CHECK-RUN-DATE - AGE WS-FOUND-RUN-DATE AGAINST THE
010020* DIGEST'S OWN RUN DATE. A DATE THAT IS NOT A DATE, OR IS MORE
010030* THAN THE STALE-DAYS LIMIT OLD, MEANS THE JOB DID NOT RUN
010040* TONIGHT - WHAT IS ON THE INPUT IS AN EARLIER NIGHT'S.
010050*----------------------------------------------------------------
010060 7100-CHECK-RUN-DATE.
010070     MOVE WS-FOUND-RUN-DATE      TO WS-BLK-RUN-DATE.
010080     MOVE ZERO                   TO WS-DN-NUMBER.
010090     IF WS-FOUND-RUN-DATE NUMERIC
010100         MOVE WS-FOUND-RUN-DATE  TO WS-DN-DATE
010110         PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT
010120     END-IF.
010130     IF WS-DN-NUMBER = ZERO
010140         MOVE "E"                TO WS-NEW-SEVERITY
010150         MOVE "STAL"             TO WS-NEW-CODE
010160         MOVE "NO RUN DATE - CANNOT TELL THE NIGHT"
010170                                 TO WS-NEW-TEXT
010180         MOVE "N"                TO WS-NEW-NUMBERS-SW
010190         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
010200         GO TO 7100-EXIT
010210     END-IF.
010220     COMPUTE WS-DAYS-OLD = WS-RUN-DAY-NUMBER - WS-DN-NUMBER.
010230     IF WS-DAYS-OLD > WS-STALE-DAYS
010240         MOVE "E"                TO WS-NEW-SEVERITY
010250         MOVE "STAL"             TO WS-NEW-CODE
010260         MOVE "NOT FROM TONIGHT'S RUN, DAYS OLD"
010270                                 TO WS-NEW-TEXT
010280         MOVE WS-DAYS-OLD        TO WS-NEW-VALUE
010290         MOVE WS-STALE-DAYS      TO WS-NEW-LIMIT
010300         MOVE "Y"                TO WS-NEW-NUMBERS-SW
010310         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
010320     END-IF.
010330 7100-EXIT.
010340     EXIT.
010350*----------------------------------------------------------------
010360* 7200-RAISE-MISSING - THE INPUT WOULD NOT OPEN OR WAS EMPTY.
010370*----------------------------------------------------------------
010380 7200-RAISE-MISSING.
010390     MOVE "E"                    TO WS-NEW-SEVERITY.
010400     MOVE "MISS"                 TO WS-NEW-CODE.
010410     MOVE "INPUT MISSING OR EMPTY - NOT RUN?"
010420                                 TO WS-NEW-TEXT.
010430     MOVE "N"                    TO WS-NEW-NUMBERS-SW.
010440     PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT.
010450     MOVE "MISSING"              TO WS-BLK-RUN-DATE.
010460 7200-EXIT.
010470     EXIT.
010480*----------------------------------------------------------------
010490* 7250-RAISE-INCOMPLETE - THE REPORT STOPS SHORT OF ITS TOTALS OR
010500* RETURN CODE: THE JOB ABENDED OR STOPPED ON AN ERROR PART WAY,
010510* SO NOTHING ELSE ON IT CAN BE TRUSTED.
010520*----------------------------------------------------------------
010530 7250-RAISE-INCOMPLETE.
010540     MOVE "E"                    TO WS-NEW-SEVERITY.
010550     MOVE "INCP"                 TO WS-NEW-CODE.
010560     MOVE "REPORT INCOMPLETE - JOB ENDED EARLY"
010570                                 TO WS-NEW-TEXT.
010580     MOVE "N"                    TO WS-NEW-NUMBERS-SW.
010590     PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT.
010600 7250-EXIT.
010610     EXIT.
010620*----------------------------------------------------------------
010630* 7300-CHECK-RETURN-CODE - SHOW THE RETURN CODE ON THE STATUS
010640* LINE AND RAISE IT WHEN IT IS OVER THE LIMIT.
010650*----------------------------------------------------------------
010660 7300-CHECK-RETURN-CODE.
010670     MOVE WS-FOUND-RETURN-CODE   TO WS-BLK-RC-EDIT.
010680     MOVE WS-BLK-RC-EDIT         TO WS-BLK-RETURN-CODE.
010690     IF WS-FOUND-RETURN-CODE > WS-MAX-RETURN-CODE
010700         MOVE "E"                TO WS-NEW-SEVERITY
010710         MOVE "RTCD"             TO WS-NEW-CODE
010720         MOVE "RETURN CODE OVER THE LIMIT"
010730                                 TO WS-NEW-TEXT
010740         MOVE WS-FOUND-RETURN-CODE TO WS-NEW-VALUE
010750         MOVE WS-MAX-RETURN-CODE TO WS-NEW-LIMIT
010760         MOVE "Y"                TO WS-NEW-NUMBERS-SW
010770         PERFORM 7000-RAISE-EXCEPTION THRU 7000-EXIT
010780     END-IF.
010790 7300-EXIT.
010800     EXIT.
010810*----------------------------------------------------------------
010820* 7400-START-BLOCK - CLEAR THE BLOCK AND THE FIGURES FOR THE NEXT
010830* INPUT.
010840*----------------------------------------------------------------
010850 7400-START-BLOCK.
010860     MOVE SPACES                 TO WS-BLK-JOB-NAME.
010870     MOVE SPACES                 TO WS-BLK-INPUT-NAME.
010880     MOVE SPACES                 TO WS-BLK-RUN-DATE.
010890     MOVE SPACES                 TO WS-BLK-RETURN-CODE.
010900     MOVE ZERO                   TO WS-BLK-ERRORS.
010910     MOVE ZERO                   TO WS-BLK-WARNINGS.
010920     MOVE ZERO                   TO WS-BLK-OVERFLOW.
010930     MOVE ZERO                   TO WS-BLOCK-COUNT.
010940     MOVE "N"                    TO WS-INPUT-EOF-SW.
010950     MOVE "N"                    TO WS-TOTALS-FOUND-SW.
010960     MOVE "N"                    TO WS-RC-FOUND-SW.
010970     MOVE "N"                    TO WS-OPEN-SECTION-SW.
010980     MOVE ZERO                   TO WS-LINES-READ.
010990     MOVE SPACES                 TO WS-FOUND-RUN-DATE.
011000     MOVE ZERO                   TO WS-FOUND-RETURN-CODE.
011010     MOVE ZERO                   TO WS-FOUND-REJECTS.
011020     MOVE ZERO                   TO WS-FOUND-UNPRICED.
011030     MOVE ZERO                   TO WS-FOUND-DUPLICATES.
011040     MOVE ZERO                   TO WS-FOUND-CONTROL-MISMATCH.
011050     MOVE ZERO                   TO WS-FOUND-NIGHT-MISSED.
011060     MOVE ZERO                   TO WS-FOUND-OLDEST-OPEN.
011080     MOVE ZERO                   TO WS-FOUND-NEVER-SENT.
011090     MOVE ZERO                   TO WS-FOUND-OUTSTANDING.
011100     MOVE ZERO                   TO WS-FOUND-AUDIT-READ.
011110     MOVE ZERO                   TO WS-FOUND-LOADED.
011120     MOVE ZERO                   TO WS-FOUND-LOAD-DUPS.
011130     MOVE ZERO                   TO WS-FOUND-TRAILERS.
011140 7400-EXIT.
011150     EXIT.
011160*----------------------------------------------------------------
011170* 7500-PRINT-BLOCK - PRINT THE STATUS LINE FOR THE INPUT JUST
011180* CHECKED AND ITS EXCEPTIONS UNDER IT, ERRORS MARKED "**" AND
011190* WARNINGS " *".
011200*----------------------------------------------------------------
011210 7500-PRINT-BLOCK.
011220     MOVE WS-BLK-JOB-NAME        TO WS-SL-JOB-NAME.
011230     MOVE WS-BLK-INPUT-NAME      TO WS-SL-INPUT-NAME.
011240     MOVE WS-BLK-RUN-DATE        TO WS-SL-RUN-DATE.
011250     MOVE WS-BLK-RETURN-CODE     TO WS-SL-RETURN-CODE.
011260     MOVE "OK"                   TO WS-SL-STATUS.
011270     IF WS-BLK-WARNINGS > ZERO
011280         MOVE "WARNING"          TO WS-SL-STATUS
011290     END-IF.
011300     IF WS-BLK-ERRORS > ZERO
011310         MOVE "ERROR"            TO WS-SL-STATUS
011320     END-IF.
011330     MOVE WS-STATUS-LINE         TO RPT-PRINT-LINE.
011340     WRITE RPT-PRINT-LINE.
011350     MOVE 1                      TO WS-BLOCK-SUB.
011360     PERFORM 7550-PRINT-ONE-EXCEPTION THRU 7550-EXIT
011370             UNTIL WS-BLOCK-SUB > WS-BLOCK-COUNT.
011380     IF WS-BLK-OVERFLOW > ZERO
011390         MOVE WS-BLK-OVERFLOW    TO WS-OFL-COUNT
011400         MOVE WS-OVERFLOW-LINE   TO RPT-PRINT-LINE
011410         WRITE RPT-PRINT-LINE
011420     END-IF.
011430 7500-EXIT.
011440     EXIT.
011450 7550-PRINT-ONE-EXCEPTION.
011460     IF WS-BX-SEVERITY (WS-BLOCK-SUB) = "E"
011470         MOVE "**"               TO WS-XL-FLAG
011480     ELSE
011490         MOVE " *"               TO WS-XL-FLAG
011500     END-IF.
011510     MOVE WS-BX-CODE (WS-BLOCK-SUB) TO WS-XL-CODE.
011520     MOVE WS-BX-TEXT (WS-BLOCK-SUB) TO WS-XL-TEXT.
011530     IF WS-BX-NUMBERS-SW (WS-BLOCK-SUB) = "Y"
011540         MOVE WS-BX-VALUE (WS-BLOCK-SUB) TO WS-XL-VALUE
011550         MOVE " LIMIT "          TO WS-XL-NUMBERS-X (8:7)
011560         MOVE WS-BX-LIMIT (WS-BLOCK-SUB) TO WS-XL-LIMIT
011570     ELSE
011580         MOVE SPACES             TO WS-XL-NUMBERS-X
011590     END-IF.
011600     MOVE WS-EXCEPTION-LINE      TO RPT-PRINT-LINE.
011610     WRITE RPT-PRINT-LINE.
011620     ADD 1                       TO WS-BLOCK-SUB.
011630 7550-EXIT.
011640     EXIT.
011650*----------------------------------------------------------------
011660* 7600-EDIT-COUNT - DE-EDIT THE COUNT ON A TOTAL LINE.
011670*----------------------------------------------------------------
011680 7600-EDIT-COUNT.
011690     MOVE WS-IN-COUNT            TO WS-EDIT-FIELD.
011700     PERFORM 8200-EDIT-NUMBER    THRU 8200-EXIT.
011710 7600-EXIT.
011720     EXIT.
011730*----------------------------------------------------------------
011740* 7700-CHECK-RUN-END-LINE - CUTCNF01, REJTRK01 AND AUDLOAD1 END
011750* THEIR REPORTS WITH A RUN DATE LINE AND A RETURN CODE LINE. A
011760* REPORT WITHOUT THE RETURN CODE LINE DID NOT FINISH.
011770*----------------------------------------------------------------
011780 7700-CHECK-RUN-END-LINE.
011790     IF WS-IN-LABEL = "RUN DATE           :"
011800         MOVE WS-IN-DATE         TO WS-FOUND-RUN-DATE
011810         GO TO 7700-EXIT
011820     END-IF.
011830     IF WS-IN-LABEL = "RETURN CODE        :"
011840         PERFORM 7600-EDIT-COUNT THRU 7600-EXIT
011850         MOVE WS-EDIT-VALUE      TO WS-FOUND-RETURN-CODE
011860         SET RC-FOUND            TO TRUE
011870     END-IF.
011880 7700-EXIT.
011890     EXIT.
011900*----------------------------------------------------------------
011910* 8100-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DN-DATE
011920* INTO A SERIAL DAY COUNT IN WS-DN-NUMBER. 365 DAYS A YEAR PLUS
011930* THE GREGORIAN LEAP RULE (EVERY 4TH YEAR, NOT EVERY 100TH,
011940* EVERY 400TH), THE MONTH OFFSET, AND THE DAY; ONE DAY COMES
011950* BACK OFF FOR JANUARY AND FEBRUARY OF A LEAP YEAR BECAUSE THE
011960* YEAR'S OWN FEBRUARY 29TH HAS NOT HAPPENED YET. A DATE WITH A
011970* MONTH OUTSIDE 1-12 RETURNS ZERO.
011980*----------------------------------------------------------------
011990 8100-COMPUTE-DAY-NUMBER.
012000     MOVE ZERO                   TO WS-DN-NUMBER.
012010     IF WS-DN-MONTH < 01 OR WS-DN-MONTH > 12
012020         GO TO 8100-EXIT
012030     END-IF.
012040     DIVIDE WS-DN-YEAR BY 4
012050             GIVING WS-DN-Q4 REMAINDER WS-DN-R4.
012060     DIVIDE WS-DN-YEAR BY 100
012070             GIVING WS-DN-Q100 REMAINDER WS-DN-R100.
012080     DIVIDE WS-DN-YEAR BY 400
012090             GIVING WS-DN-Q400 REMAINDER WS-DN-R400.
012100     COMPUTE WS-DN-NUMBER =
012110         (WS-DN-YEAR * 365)
012120         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
012130         + WS-MONTH-OFFSET (WS-DN-MONTH)
012140         + WS-DN-DAY.
012150     IF WS-DN-MONTH < 03
012160        AND WS-DN-R4 = ZERO
012170        AND (WS-DN-R100 NOT = ZERO OR WS-DN-R400 = ZERO)
012180         SUBTRACT 1              FROM WS-DN-NUMBER
012190     END-IF.
012200 8100-EXIT.
012210     EXIT.
012220*----------------------------------------------------------------
012230* 8200-EDIT-NUMBER - ZERO-FILL THE LEADING BLANKS OF
012240* WS-EDIT-FIELD AND, IF WHAT IS LEFT IS ALL DIGITS, RETURN IT IN
012250* WS-EDIT-VALUE.
012260*----------------------------------------------------------------
012270 8200-EDIT-NUMBER.
012280     SET EDIT-NOT-VALID          TO TRUE.
012290     MOVE ZERO                   TO WS-EDIT-VALUE.
012300     INSPECT WS-EDIT-FIELD REPLACING LEADING SPACES BY ZEROS.
012310     IF WS-EDIT-FIELD-9 NUMERIC
012320         MOVE WS-EDIT-FIELD-9    TO WS-EDIT-VALUE
012330         SET EDIT-VALID          TO TRUE
012340     END-IF.
012350 8200-EXIT.
012360     EXIT.
012370*----------------------------------------------------------------
012380* 9000-TERMINATE - PRINT THE ERROR AND WARNING COUNTS AND THE
012390* VERDICT, WRITE THE EXCEPTION FILE TRAILER, SET THE RETURN CODE
012400* (RC=8 WHEN THERE ARE ERRORS, RC=4 WHEN ONLY WARNINGS) AND
012410* CLOSE THE FILES.
012420*----------------------------------------------------------------
012430 9000-TERMINATE.
012440     MOVE WS-BLANK-LINE          TO RPT-PRINT-LINE.
012450     WRITE RPT-PRINT-LINE.
012460     MOVE WS-ERROR-COUNT         TO WS-ERL-COUNT.
012470     MOVE WS-ERROR-LINE          TO RPT-PRINT-LINE.
012480     WRITE RPT-PRINT-LINE.
012490     MOVE WS-WARNING-COUNT       TO WS-WNL-COUNT.
012500     MOVE WS-WARNING-LINE        TO RPT-PRINT-LINE.
012510     WRITE RPT-PRINT-LINE.
012520     IF WS-ERROR-COUNT = ZERO
012530        AND WS-WARNING-COUNT = ZERO
012540         MOVE WS-CLEAN-LINE      TO RPT-PRINT-LINE
012550     ELSE
012560         MOVE WS-NOT-CLEAN-LINE  TO RPT-PRINT-LINE
012570     END-IF.
012580     WRITE RPT-PRINT-LINE.
012590     MOVE SPACES                 TO EXC-TRAILER-RECORD.
012600     MOVE "T"                    TO EXC-TRL-RECORD-TYPE.
012610     MOVE WS-RUN-DATE            TO EXC-TRL-RUN-DATE.
012620     MOVE WS-RUN-TIME            TO EXC-TRL-RUN-TIME.
012630     MOVE WS-ERROR-COUNT         TO EXC-TRL-ERROR-COUNT.
012640     MOVE WS-WARNING-COUNT       TO EXC-TRL-WARNING-COUNT.
012650     WRITE EXC-TRAILER-RECORD.
012660     MOVE ZERO                   TO RETURN-CODE.
012670     IF WS-WARNING-COUNT > ZERO
012680         MOVE 4                  TO RETURN-CODE
012690     END-IF.
012700     IF WS-ERROR-COUNT > ZERO
012710         MOVE 8                  TO RETURN-CODE
012720     END-IF.
012730     CLOSE EXCEPTION-FILE.
012740     CLOSE REPORT-FILE.
012750 9000-EXIT.
012760     EXIT.
