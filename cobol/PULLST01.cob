000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     PULLST01.
000120 AUTHOR.                         D. OKAMURA.
000130 INSTALLATION.                   SHOP FLOOR SYSTEMS.
000140 DATE-WRITTEN.                   2026-10-05.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-05 DKO  ORIGINAL VERSION - THE PRE-SHIFT RACK PULL
000200*                 LIST. RUNS AHEAD OF THE NIGHTLY COMPS02
000210*                 AGAINST THE SAME SORTED CUT LIST AND PLANS
000220*                 EVERY STOCK-LENGTH ("S") CUT THE WAY
000230*                 COMPUTE_SAMPLE02 WILL CUT IT - SAME KERF,
000240*                 SCRAP AND BAR-INCREMENT ARITHMETIC OFF THE
000250*                 SHOP CARD, SAME BEST-FIT MATCH AGAINST THE
000260*                 REMNANT RACK, SAME FIRST-FIT BAR NESTING WHEN
000270*                 THE CARD CARRIES A STOCKED BAR LENGTH - AND
000280*                 PRINTS, BY SHIFT AND MATERIAL, THE REMNANTS
000290*                 TO PULL, THE FULL BARS TO PULL BY LENGTH AND
000300*                 THE TOTAL LINEAR STOCK, SO THE FLOOR STAGES
000310*                 THE RACK BEFORE THE SHIFT INSTEAD OF AFTER
000320*                 THE REPORT PRINTS. FULL-BAR DEMAND IS THEN
000330*                 HELD AGAINST THE STORES ON-HAND FIGURE
000340*                 (STKREC01) AND EVERY MATERIAL THAT COMES UP
000350*                 SHORT IS WRITTEN TO THE REQUISITION EXTRACT
000360*                 (REQREC01) FOR PURCHASING. RECORDS THE
000370*                 NIGHTLY VALIDATION WOULD REJECT (BAD RADIUS,
000380*                 UNIT, MODE OR SHIFT, UNKNOWN OR OBSOLETE
000390*                 PART, RADIUS OUTSIDE THE PART'S LIMITS) AND
000400*                 REPEATS OF A PART/DATE ALREADY SEEN IN THE
000410*                 FILE ARE LEFT OUT AND COUNTED, SO NOTHING IS
000420*                 PULLED OR REQUISITIONED FOR A CUT THAT WILL
000430*                 NEVER RUN.
000432* 2026-10-12 DKO  A CUT WITH A MISSING OR INVALID WORK ORDER (THE
000434*                 NIGHTLY RUN'S NEW R012) IS LEFT OUT WITH THE
000436*                 OTHER VALIDATION FAILURES.
000440*----------------------------------------------------------------
000450 ENVIRONMENT                     DIVISION.
000460 CONFIGURATION                   SECTION.
000470 SOURCE-COMPUTER.                IBM-370.
000480 OBJECT-COMPUTER.                IBM-370.
000490 INPUT-OUTPUT                    SECTION.
000500 FILE-CONTROL.
000510     SELECT RADIUS-FILE          ASSIGN TO RADFILE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RADIUS-FILE-STATUS.
000540     SELECT PART-MASTER-FILE    ASSIGN TO PRTFILE
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS PRT-PART-NUMBER
000580         FILE STATUS IS WS-PART-FILE-STATUS.
000590     SELECT SHOP-PARM-FILE      ASSIGN TO SHPFILE
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-SHOP-FILE-STATUS.
000620     SELECT REMNANT-FILE        ASSIGN TO RMNFILE
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-REMNANT-FILE-STATUS.
000650     SELECT STORES-FILE         ASSIGN TO STKFILE
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-STORES-FILE-STATUS.
000680     SELECT REQUISITION-FILE    ASSIGN TO REQFILE
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-REQN-FILE-STATUS.
000710     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-FILE-STATUS.
000740 DATA                            DIVISION.
000750 FILE                            SECTION.
000760 FD  RADIUS-FILE.
000770     COPY RADREC01.
000780 FD  PART-MASTER-FILE.
000790     COPY PRTREC01.
000800 FD  SHOP-PARM-FILE.
000810     COPY SHPREC01.
000820 FD  REMNANT-FILE.
000830     COPY RMNREC01.
000840 FD  STORES-FILE.
000850     COPY STKREC01.
000860 FD  REQUISITION-FILE.
000870     COPY REQREC01.
000880 FD  REPORT-FILE.
000890 01  RPT-PRINT-LINE              PIC X(80).
000900 WORKING-STORAGE                 SECTION.
000910*----------------------------------------------------------------
000920* STOCK-LENGTH ARITHMETIC - THE SAME FIELDS, PICTURES AND PI
000930* CONSTANT AS COMPUTE_SAMPLE02, SO THE PLANNED LENGTHS AGREE
000940* WITH WHAT THE NIGHTLY RUN WILL CUT TO THE HUNDREDTH.
000950*----------------------------------------------------------------
000960   01 WORK-AREA.
000970     03 WORK-NUM                 PIC 9(3) VALUE 2.
000980     03 WORK-PI                  PIC 9(3)V9(9) VALUE 3.141592654.
000990     03 WORK-RADIUS              PIC 9(05)V99.
001000     03 WORK-SUM                 PIC 9(07)V99.
001010     03 WORK-STOCK-LENGTH        PIC 9(07)V99.
001020     03 WORK-STOCK-BARS          PIC 9(05).
001030     03 WORK-STOCK-REM           PIC 9(03)V99.
001040     03 WORK-BAR-LENGTH          PIC 9(07)V99.
001050   01 WORK-CONSTANTS.
001060     03 WK-MAX-RADIUS            PIC 9(05)V99 VALUE 00999.99.
001070     03 WK-REMNANT-TABLE-MAX     PIC 9(05)    VALUE 02000.
001080     03 WK-BAR-TABLE-MAX         PIC 9(05)    VALUE 02000.
001090     03 WK-PULL-TABLE-MAX        PIC 9(05)    VALUE 03000.
001100     03 WK-MATERIAL-TABLE-MAX    PIC 9(05)    VALUE 00500.
001110     03 WK-DATE-KEY-TABLE-MAX    PIC 9(05)    VALUE 00200.
001120   01 WORK-SWITCHES.
001130     03 WS-RADIUS-EOF-SW         PIC X(01) VALUE "N".
001140        88 RADIUS-EOF                 VALUE "Y".
001150     03 WS-REMNANT-EOF-SW        PIC X(01) VALUE "N".
001160        88 REMNANT-FILE-EOF           VALUE "Y".
001170     03 WS-STORES-EOF-SW         PIC X(01) VALUE "N".
001180        88 STORES-FILE-EOF            VALUE "Y".
001190     03 WS-CUT-VALID-SW          PIC X(01) VALUE "N".
001200        88 CUT-IS-VALID               VALUE "Y".
001210        88 CUT-IS-INVALID             VALUE "N".
001220     03 WS-PART-FOUND-SW         PIC X(01) VALUE "N".
001230        88 PART-IS-FOUND              VALUE "Y".
001240        88 PART-NOT-FOUND             VALUE "N".
001250     03 WS-PART-LIMITS-SW        PIC X(01) VALUE "N".
001260        88 PART-LIMITS-PRESENT        VALUE "Y".
001270     03 WS-DUPLICATE-SW          PIC X(01) VALUE "N".
001280        88 KEY-IS-DUPLICATE           VALUE "Y".
001290        88 KEY-NOT-DUPLICATE          VALUE "N".
001300     03 WS-REMNANT-MATCH-SW      PIC X(01) VALUE "N".
001310        88 REMNANT-MATCHED            VALUE "Y".
001320        88 REMNANT-NOT-MATCHED        VALUE "N".
001330     03 WS-NESTING-SW            PIC X(01) VALUE "N".
001340        88 NESTING-ACTIVE             VALUE "Y".
001350        88 NESTING-INACTIVE           VALUE "N".
001360     03 WS-BAR-FOUND-SW          PIC X(01) VALUE "N".
001370        88 BAR-IS-FOUND               VALUE "Y".
001380        88 BAR-NOT-FOUND              VALUE "N".
001390     03 WS-CUT-NESTED-SW         PIC X(01) VALUE "N".
001400        88 CUT-IS-NESTED              VALUE "Y".
001410        88 CUT-NOT-NESTED             VALUE "N".
001420     03 WS-ENTRY-FOUND-SW        PIC X(01) VALUE "N".
001430        88 ENTRY-FOUND                VALUE "Y".
001440        88 ENTRY-NOT-FOUND            VALUE "N".
001450*----------------------------------------------------------------
001460* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN SO A BAD
001470* ALLOCATION IS CAUGHT AND ABENDS THE JOB CLEANLY.
001480*----------------------------------------------------------------
001490   01 WS-RADIUS-FILE-STATUS     PIC X(02) VALUE "00".
001500   01 WS-PART-FILE-STATUS       PIC X(02) VALUE "00".
001510   01 WS-SHOP-FILE-STATUS       PIC X(02) VALUE "00".
001520   01 WS-REMNANT-FILE-STATUS    PIC X(02) VALUE "00".
001530   01 WS-STORES-FILE-STATUS     PIC X(02) VALUE "00".
001540   01 WS-REQN-FILE-STATUS       PIC X(02) VALUE "00".
001550   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
001560   01 WORK-COUNTERS.
001570     03 WS-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
001580     03 WS-LEFT-OUT-COUNT        PIC 9(07) COMP VALUE ZERO.
001590     03 WS-DUPLICATE-COUNT       PIC 9(07) COMP VALUE ZERO.
001600     03 WS-NON-STOCK-COUNT       PIC 9(07) COMP VALUE ZERO.
001610     03 WS-STOCK-CUT-COUNT       PIC 9(07) COMP VALUE ZERO.
001620     03 WS-REMNANT-PULL-COUNT    PIC 9(07) COMP VALUE ZERO.
001630     03 WS-BAR-PULL-COUNT        PIC 9(07) COMP VALUE ZERO.
001640     03 WS-NO-STORES-COUNT       PIC 9(07) COMP VALUE ZERO.
001650     03 WS-REQUISITION-COUNT     PIC 9(07) COMP VALUE ZERO.
001660   01 WS-REQN-SHORT-SUM         PIC S9(11)V99 COMP-3 VALUE ZERO.
001670   01 WS-RUN-DATE               PIC 9(08)           VALUE ZERO.
001680*----------------------------------------------------------------
001690* SHOP PARAMETER CARD VALUES (SHPREC01).
001700*----------------------------------------------------------------
001710   01 WS-KERF-WIDTH             PIC 9(03)V99        VALUE ZERO.
001720   01 WS-WASTE-PCT              PIC 9(03)V99        VALUE ZERO.
001730   01 WS-BAR-INCREMENT          PIC 9(03)V99        VALUE ZERO.
001740   01 WS-STOCK-BAR-LENGTH       PIC 9(05)V99        VALUE ZERO.
001750*----------------------------------------------------------------
001760* PART-MASTER VALUES FOR THE CURRENT CUT-LIST RECORD.
001770*----------------------------------------------------------------
001780   01 WS-PART-MATERIAL-CODE     PIC X(04)           VALUE SPACES.
001790   01 WS-PART-STATUS-CODE       PIC X(01)           VALUE SPACES.
001800      88 WS-PART-OBSOLETE                 VALUE "O".
001810   01 WS-PART-MIN-RADIUS        PIC 9(05)V99        VALUE ZERO.
001820   01 WS-PART-MAX-RADIUS        PIC 9(05)V99        VALUE ZERO.
001830*----------------------------------------------------------------
001840* PART/DATE KEYS SEEN SO FAR FOR THE CURRENT PART NUMBER. THE
001850* CUT LIST IS SORTED BY PART NUMBER, SO THE TABLE IS CLEARED AT
001860* EACH NEW PART AND ONLY HAS TO HOLD ONE PART'S DATES. A REPEAT
001870* IS LEFT OUT THE WAY THE NIGHTLY RUN REJECTS IT (R009).
001880*----------------------------------------------------------------
001890   01 WS-DK-PART-NUMBER         PIC X(10)           VALUE SPACES.
001900   01 WS-DK-COUNT               PIC 9(05) COMP      VALUE ZERO.
001910   01 WS-DK-SUB                 PIC 9(05) COMP      VALUE ZERO.
001920   01 WS-DATE-KEY-TABLE.
001930     03 WS-DK-PART-DATE         PIC 9(08) OCCURS 200 TIMES.
001940*----------------------------------------------------------------
001950* SHIFT DIGIT - THE SHIFT CODE BEING PRINTED, AS A NUMBER FOR
001960* THE SHIFT LOOP AND AS A CHARACTER FOR THE TABLE COMPARE.
001970*----------------------------------------------------------------
001980   01 WS-SHIFT-DIGIT            PIC 9(01)           VALUE ZERO.
001990   01 WS-SHIFT-DIGIT-X REDEFINES
002000      WS-SHIFT-DIGIT            PIC X(01).
002010*----------------------------------------------------------------
002020* REMNANT RACK TABLE - LOADED FROM RMNFILE AND MATCHED BEST-FIT
002030* EXACTLY AS COMPUTE_SAMPLE02 MATCHES IT. AN OFFCUT PLANNED FOR
002040* ONE CUT IS MARKED USED SO A LATER CUT CANNOT CLAIM IT TOO.
002050*----------------------------------------------------------------
002060   01 WS-REMNANT-COUNT          PIC 9(05) COMP      VALUE ZERO.
002070   01 WS-REMNANT-SUB            PIC 9(05) COMP      VALUE ZERO.
002080   01 WS-REMNANT-BEST-SUB       PIC 9(05) COMP      VALUE ZERO.
002090   01 WS-REMNANT-BEST-LEN       PIC 9(05)V99        VALUE ZERO.
002100   01 WS-REMNANT-TABLE.
002110     03 WS-RM-ENTRY             OCCURS 2000 TIMES.
002120       05 WS-RM-MATERIAL-CODE   PIC X(04).
002130       05 WS-RM-LENGTH          PIC 9(05)V99.
002140       05 WS-RM-SOURCE-PART     PIC X(10).
002150       05 WS-RM-USED-FLAG       PIC X(01).
002160*----------------------------------------------------------------
002170* NESTING BAR TABLE - ONE ENTRY PER BAR THE NIGHT WILL BREAK,
002180* FILLED FIRST-FIT IN CUT-LIST ORDER THE SAME WAY COMPUTE_
002190* SAMPLE02 FILLS ITS OWN. A BAR BELONGS TO THE PULL LIST OF THE
002200* SHIFT WHOSE CUT OPENS IT.
002210*----------------------------------------------------------------
002220   01 WS-BAR-COUNT              PIC 9(05) COMP      VALUE ZERO.
002230   01 WS-BAR-SUB                PIC 9(05) COMP      VALUE ZERO.
002240   01 WS-BAR-ROOM               PIC 9(07)V99        VALUE ZERO.
002250   01 WS-PULL-BAR-LENGTH        PIC 9(07)V99        VALUE ZERO.
002260   01 WS-BAR-TABLE.
002270     03 WS-BT-ENTRY             OCCURS 2000 TIMES.
002280       05 WS-BT-MATERIAL-CODE   PIC X(04).
002290       05 WS-BT-LENGTH          PIC 9(07)V99.
002300       05 WS-BT-USED            PIC 9(07)V99.
002310       05 WS-BT-CUT-COUNT       PIC 9(03) COMP.
002320*----------------------------------------------------------------
002330* PULL TABLE - ONE ENTRY PER REMNANT TO PULL ("R") AND ONE PER
002340* DISTINCT FULL-BAR LENGTH TO PULL ("B"), BY SHIFT AND
002350* MATERIAL, IN FIRST-SEEN ORDER. THE PRINT FLAG MARKS ENTRIES
002360* ALREADY PRINTED UNDER THEIR SHIFT/MATERIAL BLOCK.
002370*----------------------------------------------------------------
002380   01 WS-PULL-COUNT             PIC 9(05) COMP      VALUE ZERO.
002390   01 WS-PULL-SUB               PIC 9(05) COMP      VALUE ZERO.
002400   01 WS-PULL-SUB-2             PIC 9(05) COMP      VALUE ZERO.
002410   01 WS-PULL-TABLE.
002420     03 WS-PL-ENTRY             OCCURS 3000 TIMES.
002430       05 WS-PL-SHIFT-CODE      PIC X(01).
002440       05 WS-PL-MATERIAL-CODE   PIC X(04).
002450       05 WS-PL-PULL-TYPE       PIC X(01).
002460       05 WS-PL-LENGTH          PIC 9(07)V99.
002470       05 WS-PL-COUNT           PIC 9(05) COMP.
002480       05 WS-PL-SOURCE-PART     PIC X(10).
002490       05 WS-PL-PRINT-FLAG      PIC X(01).
002500*----------------------------------------------------------------
002510* MATERIAL TABLE - ONE ENTRY PER MATERIAL ON THE STORES FILE OR
002520* IN TONIGHT'S STOCK DEMAND, CARRYING THE REMNANT AND FULL-BAR
002530* LINEAR DEMAND AND THE STORES ON-HAND FIGURE.
002540*----------------------------------------------------------------
002550   01 WS-MATERIAL-KEY           PIC X(04)           VALUE SPACES.
002560   01 WS-MATERIAL-COUNT         PIC 9(05) COMP      VALUE ZERO.
002570   01 WS-MATERIAL-SUB           PIC 9(05) COMP      VALUE ZERO.
002580   01 WS-MATERIAL-TABLE.
002590     03 WS-MT-ENTRY             OCCURS 500 TIMES.
002600       05 WS-MT-MATERIAL-CODE   PIC X(04).
002610       05 WS-MT-DEMAND-FLAG     PIC X(01).
002620       05 WS-MT-STORES-FLAG     PIC X(01).
002630       05 WS-MT-REMNANT-LENGTH  PIC S9(09)V99 COMP-3.
002640       05 WS-MT-BAR-COUNT       PIC 9(05) COMP.
002650       05 WS-MT-BAR-LENGTH      PIC S9(09)V99 COMP-3.
002660       05 WS-MT-ON-HAND-LENGTH  PIC S9(09)V99 COMP-3.
002670*----------------------------------------------------------------
002680* PRINT-TIME WORK FIELDS.
002690*----------------------------------------------------------------
002700   01 WS-PRINT-MATERIAL         PIC X(04)           VALUE SPACES.
002710   01 WS-PRINT-TYPE             PIC X(01)           VALUE SPACES.
002720   01 WS-SHIFT-BLOCK-COUNT      PIC 9(05) COMP      VALUE ZERO.
002730   01 WS-LINEAR-TOTAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
002740   01 WS-SHORT-LENGTH           PIC S9(09)V99 COMP-3 VALUE ZERO.
002750   01 WS-ORDER-BARS             PIC 9(05)           VALUE ZERO.
002760   01 WS-ORDER-REM              PIC 9(05)V99        VALUE ZERO.
002770*----------------------------------------------------------------
002780* REPORT PRINT LINES.
002790*----------------------------------------------------------------
002800   01 WS-HEADING-LINE-1         PIC X(80) VALUE
002810       "PULLST01 - PRE-SHIFT RACK PULL LIST AND BAR REQUISITION".
002820   01 WS-RUN-DATE-LINE.
002830     03 FILLER                   PIC X(10) VALUE "RUN DATE: ".
002840     03 WS-RNL-RUN-DATE          PIC 9(08).
002850     03 FILLER                   PIC X(23) VALUE
002860         "   STOCKED BAR LENGTH: ".
002870     03 WS-RNL-BAR-LENGTH        PIC ZZZZ9.99.
002880     03 FILLER                   PIC X(31) VALUE SPACES.
002890   01 WS-SHIFT-HEADING-LINE.
002900     03 FILLER                   PIC X(06) VALUE "SHIFT ".
002910     03 WS-SHL-SHIFT-CODE        PIC X(01).
002920     03 FILLER                   PIC X(12) VALUE
002930         "   MATERIAL ".
002940     03 WS-SHL-MATERIAL-CODE     PIC X(04).
002950     03 FILLER                   PIC X(57) VALUE SPACES.
002960   01 WS-NO-PULL-LINE.
002970     03 FILLER                   PIC X(06) VALUE "SHIFT ".
002980     03 WS-NPL-SHIFT-CODE        PIC X(01).
002990     03 FILLER                   PIC X(73) VALUE
003000         "   NO STOCK CUTS TONIGHT".
003010   01 WS-PULL-HEADING-LINE      PIC X(80) VALUE
003020       "    PULL              LENGTH    QTY  FROM PART".
003030   01 WS-PULL-LINE.
003040     03 FILLER                   PIC X(04) VALUE SPACES.
003050     03 WS-PLL-PULL-TYPE         PIC X(12).
003060     03 FILLER                   PIC X(02) VALUE SPACES.
003070     03 WS-PLL-LENGTH            PIC ZZZZZZ9.99.
003080     03 FILLER                   PIC X(02) VALUE SPACES.
003090     03 WS-PLL-QUANTITY          PIC ZZZZ9.
003100     03 FILLER                   PIC X(02) VALUE SPACES.
003110     03 WS-PLL-SOURCE-PART       PIC X(10).
003120     03 FILLER                   PIC X(33) VALUE SPACES.
003130   01 WS-LINEAR-LINE.
003140     03 FILLER                   PIC X(04) VALUE SPACES.
003150     03 FILLER                   PIC X(12) VALUE
003160         "LINEAR STOCK".
003170     03 FILLER                   PIC X(02) VALUE SPACES.
003180     03 WS-LNL-LENGTH            PIC ZZZZZZ9.99.
003190     03 FILLER                   PIC X(52) VALUE SPACES.
003200   01 WS-DEMAND-TITLE-LINE      PIC X(80) VALUE
003210       "STORES DEMAND BY MATERIAL (FULL BARS AGAINST ON HAND)".
003220   01 WS-DEMAND-HEADING-LINE.
003230     03 FILLER                   PIC X(35) VALUE
003240         "MATL    REMNANTS   BARS  BAR DEMAND".
003250     03 FILLER                   PIC X(45) VALUE
003260         "     ON HAND    SHORTAGE  ACTION".
003270   01 WS-DEMAND-LINE.
003280     03 WS-DML-MATERIAL-CODE     PIC X(04).
003290     03 FILLER                   PIC X(02) VALUE SPACES.
003300     03 WS-DML-REMNANT-LENGTH    PIC ZZZZZZ9.99.
003310     03 FILLER                   PIC X(02) VALUE SPACES.
003320     03 WS-DML-BAR-COUNT         PIC ZZZZ9.
003330     03 FILLER                   PIC X(02) VALUE SPACES.
003340     03 WS-DML-BAR-LENGTH        PIC ZZZZZZ9.99.
003350     03 FILLER                   PIC X(02) VALUE SPACES.
003360     03 WS-DML-ON-HAND-LENGTH    PIC ZZZZZZ9.99.
003370     03 FILLER                   PIC X(02) VALUE SPACES.
003380     03 WS-DML-SHORT-LENGTH      PIC ZZZZZZ9.99.
003390     03 FILLER                   PIC X(02) VALUE SPACES.
003400     03 WS-DML-ACTION            PIC X(17).
003410     03 FILLER                   PIC X(02) VALUE SPACES.
003420   01 WS-READ-LINE.
003430     03 FILLER                   PIC X(20) VALUE
003440         "RADIUS RECORDS READ:".
003450     03 WS-RDL-COUNT             PIC ZZZZZZ9.
003460     03 FILLER                   PIC X(53) VALUE SPACES.
003470   01 WS-LEFT-OUT-LINE.
003480     03 FILLER                   PIC X(20) VALUE
003490         "LEFT OUT - INVALID :".
003500     03 WS-LOL-COUNT             PIC ZZZZZZ9.
003510     03 FILLER                   PIC X(53) VALUE SPACES.
003520   01 WS-DUPLICATE-LINE.
003530     03 FILLER                   PIC X(20) VALUE
003540         "LEFT OUT - REPEATS :".
003550     03 WS-DPL-COUNT             PIC ZZZZZZ9.
003560     03 FILLER                   PIC X(53) VALUE SPACES.
003570   01 WS-NON-STOCK-LINE.
003580     03 FILLER                   PIC X(20) VALUE
003590         "NON-STOCK RECORDS  :".
003600     03 WS-NSL-COUNT             PIC ZZZZZZ9.
003610     03 FILLER                   PIC X(53) VALUE SPACES.
003620   01 WS-STOCK-CUT-LINE.
003630     03 FILLER                   PIC X(20) VALUE
003640         "STOCK CUTS PLANNED :".
003650     03 WS-SCL-COUNT             PIC ZZZZZZ9.
003660     03 FILLER                   PIC X(53) VALUE SPACES.
003670   01 WS-REMNANT-PULL-LINE.
003680     03 FILLER                   PIC X(20) VALUE
003690         "REMNANTS TO PULL   :".
003700     03 WS-RPL-COUNT             PIC ZZZZZZ9.
003710     03 FILLER                   PIC X(53) VALUE SPACES.
003720   01 WS-BAR-PULL-LINE.
003730     03 FILLER                   PIC X(20) VALUE
003740         "FULL BARS TO PULL  :".
003750     03 WS-BPL-COUNT             PIC ZZZZZZ9.
003760     03 FILLER                   PIC X(53) VALUE SPACES.
003770   01 WS-NO-STORES-LINE.
003780     03 FILLER                   PIC X(20) VALUE
003790         "NO STORES RECORD   :".
003800     03 WS-NOL-COUNT             PIC ZZZZZZ9.
003810     03 FILLER                   PIC X(53) VALUE SPACES.
003820   01 WS-REQUISITION-LINE.
003830     03 FILLER                   PIC X(20) VALUE
003840         "REQUISITIONS       :".
003850     03 WS-RQL-COUNT             PIC ZZZZZZ9.
003860     03 FILLER                   PIC X(53) VALUE SPACES.
003870 PROCEDURE                       DIVISION.
003880 0000-MAINLINE                   SECTION.
003890 0000-MAIN-PARA.
003900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
003910     PERFORM 2000-PLAN-ONE-RECORD THRU 2000-EXIT
003920             UNTIL RADIUS-EOF.
003930     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
003940     STOP RUN.
003950*----------------------------------------------------------------
003960* 1000-INITIALIZE - READ THE SHOP CARD, LOAD THE REMNANT RACK
003970* AND THE STORES ON-HAND FIGURES, OPEN THE CUT LIST, PART
003980* MASTER, REQUISITION AND REPORT FILES, WRITE THE HEADINGS AND
003990* PRIME THE CUT-LIST READ.
004000*----------------------------------------------------------------
004010 1000-INITIALIZE.
004020     ACCEPT WS-RUN-DATE              FROM DATE YYYYMMDD.
004030     PERFORM 1100-READ-SHOP-PARAMETERS THRU 1100-EXIT.
004040     PERFORM 1120-LOAD-REMNANTS  THRU 1120-EXIT.
004050     PERFORM 1140-LOAD-STORES-ON-HAND THRU 1140-EXIT.
004060     OPEN INPUT RADIUS-FILE.
004070     IF WS-RADIUS-FILE-STATUS NOT = "00"
004080         DISPLAY "PULLST01 - RADIUS-FILE OPEN FAILED, STATUS="
004090             WS-RADIUS-FILE-STATUS
004100         MOVE 16             TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     OPEN INPUT PART-MASTER-FILE.
004140     IF WS-PART-FILE-STATUS NOT = "00"
004150         DISPLAY "PULLST01 - PART-MASTER OPEN FAILED, STATUS="
004160             WS-PART-FILE-STATUS
004170         MOVE 16             TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     OPEN OUTPUT REQUISITION-FILE.
004210     IF WS-REQN-FILE-STATUS NOT = "00"
004220         DISPLAY "PULLST01 - REQUISITION OPEN FAILED, STATUS="
004230             WS-REQN-FILE-STATUS
004240         MOVE 16             TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     OPEN OUTPUT REPORT-FILE.
004280     IF WS-REPORT-FILE-STATUS NOT = "00"
004290         DISPLAY "PULLST01 - REPORT-FILE OPEN FAILED, STATUS="
004300             WS-REPORT-FILE-STATUS
004310         MOVE 16             TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340     MOVE WS-HEADING-LINE-1      TO RPT-PRINT-LINE.
004350     WRITE RPT-PRINT-LINE.
004360     MOVE WS-RUN-DATE            TO WS-RNL-RUN-DATE.
004370     MOVE WS-STOCK-BAR-LENGTH    TO WS-RNL-BAR-LENGTH.
004380     MOVE WS-RUN-DATE-LINE       TO RPT-PRINT-LINE.
004390     WRITE RPT-PRINT-LINE.
004400     PERFORM 2100-READ-RADIUS-FILE THRU 2100-EXIT.
004410 1000-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* 1100-READ-SHOP-PARAMETERS - READ THE KERF, SCRAP ALLOWANCE,
004450* BAR INCREMENT AND OPTIONAL STOCKED BAR LENGTH, VALIDATED THE
004460* SAME WAY COMPUTE_SAMPLE02 VALIDATES THEM - A PULL LIST BUILT
004470* ON A CARD THE NIGHTLY RUN WOULD REFUSE IS WORTHLESS.
004480*----------------------------------------------------------------
004490 1100-READ-SHOP-PARAMETERS.
004500     OPEN INPUT SHOP-PARM-FILE.
004510     IF WS-SHOP-FILE-STATUS NOT = "00"
004520         DISPLAY "PULLST01 - SHOP-PARM OPEN FAILED, STATUS="
004530             WS-SHOP-FILE-STATUS
004540         MOVE 16             TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     READ SHOP-PARM-FILE
004580         AT END
004590             DISPLAY "PULLST01 - SHOP-PARM CARD MISSING"
004600             MOVE 16             TO RETURN-CODE
004610             STOP RUN
004620     END-READ.
004630     IF SHP-KERF-WIDTH-X NOT NUMERIC
004640        OR SHP-WASTE-PCT-X NOT NUMERIC
004650        OR SHP-BAR-INCREMENT-X NOT NUMERIC
004660        OR SHP-BAR-INCREMENT = ZERO
004670         DISPLAY "PULLST01 - SHOP-PARM CARD INVALID"
004680         MOVE 16             TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     MOVE SHP-KERF-WIDTH         TO WS-KERF-WIDTH.
004720     MOVE SHP-WASTE-PCT          TO WS-WASTE-PCT.
004730     MOVE SHP-BAR-INCREMENT      TO WS-BAR-INCREMENT.
004740     IF SHP-STOCK-BAR-LENGTH-X NOT = SPACES
004750         IF SHP-STOCK-BAR-LENGTH-X NOT NUMERIC
004760             DISPLAY "PULLST01 - SHOP-PARM CARD INVALID"
004770             MOVE 16             TO RETURN-CODE
004780             STOP RUN
004790         END-IF
004800         MOVE SHP-STOCK-BAR-LENGTH TO WS-STOCK-BAR-LENGTH
004810     END-IF.
004820     IF WS-STOCK-BAR-LENGTH > ZERO
004830         SET NESTING-ACTIVE      TO TRUE
004840     ELSE
004850         SET NESTING-INACTIVE    TO TRUE
004860     END-IF.
004870     CLOSE SHOP-PARM-FILE.
004880 1100-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910* 1120-LOAD-REMNANTS - LOAD THE REMNANT RACK AS IT STANDS BEFORE
004920* THE NIGHT'S RUN. A RECORD WITH A NON-NUMERIC LENGTH IS SKIPPED
004930* AND REPORTED ON THE CONSOLE, AS THE NIGHTLY RUN SKIPS IT; A
004940* RACK TOO BIG FOR THE TABLE ABENDS, AS IT DOES THERE.
004950*----------------------------------------------------------------
004960 1120-LOAD-REMNANTS.
004970     OPEN INPUT REMNANT-FILE.
004980     IF WS-REMNANT-FILE-STATUS NOT = "00"
004990         DISPLAY "PULLST01 - REMNANT-FILE OPEN FAILED, STATUS="
005000             WS-REMNANT-FILE-STATUS
005010         MOVE 16             TO RETURN-CODE
005020         STOP RUN
005030     END-IF.
005040     PERFORM 1125-LOAD-ONE-REMNANT THRU 1125-EXIT
005050             UNTIL REMNANT-FILE-EOF.
005060     CLOSE REMNANT-FILE.
005070 1120-EXIT.
005080     EXIT.
005090 1125-LOAD-ONE-REMNANT.
005100     READ REMNANT-FILE
005110         AT END
005120             SET REMNANT-FILE-EOF TO TRUE
005130             GO TO 1125-EXIT
005140     END-READ.
005150     IF RMN-LENGTH-X NOT NUMERIC
005160         DISPLAY "PULLST01 - BAD REMNANT RECORD SKIPPED, "
005170             "MATERIAL=" RMN-MATERIAL-CODE
005180         GO TO 1125-EXIT
005190     END-IF.
005200     IF WS-REMNANT-COUNT NOT < WK-REMNANT-TABLE-MAX
005210         DISPLAY "PULLST01 - REMNANT TABLE OVERFLOW"
005220         MOVE 16             TO RETURN-CODE
005230         STOP RUN
005240     END-IF.
005250     ADD 1                       TO WS-REMNANT-COUNT.
005260     MOVE WS-REMNANT-COUNT       TO WS-REMNANT-SUB.
005270     MOVE RMN-MATERIAL-CODE
005280         TO WS-RM-MATERIAL-CODE (WS-REMNANT-SUB).
005290     MOVE RMN-LENGTH
005300         TO WS-RM-LENGTH (WS-REMNANT-SUB).
005310     MOVE RMN-SOURCE-PART
005320         TO WS-RM-SOURCE-PART (WS-REMNANT-SUB).
005330     MOVE "N"
005340         TO WS-RM-USED-FLAG (WS-REMNANT-SUB).
005350 1125-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380* 1140-LOAD-STORES-ON-HAND - LOAD THE STORES ON-HAND FIGURE FOR
005390* EACH MATERIAL INTO THE MATERIAL TABLE. A MATERIAL STORES
005400* CARRIES IN MORE THAN ONE RECORD (MORE THAN ONE LOCATION) IS
005410* SUMMED. A RECORD WITH A NON-NUMERIC LENGTH IS SKIPPED AND
005420* REPORTED ON THE CONSOLE - THAT MATERIAL THEN COUNTS AS HAVING
005430* NOTHING ON HAND, WHICH ERRS TOWARD REQUISITIONING.
005440*----------------------------------------------------------------
005450 1140-LOAD-STORES-ON-HAND.
005460     OPEN INPUT STORES-FILE.
005470     IF WS-STORES-FILE-STATUS NOT = "00"
005480         DISPLAY "PULLST01 - STORES-FILE OPEN FAILED, STATUS="
005490             WS-STORES-FILE-STATUS
005500         MOVE 16             TO RETURN-CODE
005510         STOP RUN
005520     END-IF.
005530     PERFORM 1145-LOAD-ONE-STORES THRU 1145-EXIT
005540             UNTIL STORES-FILE-EOF.
005550     CLOSE STORES-FILE.
005560 1140-EXIT.
005570     EXIT.
005580 1145-LOAD-ONE-STORES.
005590     READ STORES-FILE
005600         AT END
005610             SET STORES-FILE-EOF TO TRUE
005620             GO TO 1145-EXIT
005630     END-READ.
005640     IF STK-ON-HAND-LENGTH-X NOT NUMERIC
005650         DISPLAY "PULLST01 - BAD STORES RECORD SKIPPED, "
005660             "MATERIAL=" STK-MATERIAL-CODE
005670         GO TO 1145-EXIT
005680     END-IF.
005690     MOVE STK-MATERIAL-CODE      TO WS-MATERIAL-KEY.
005700     PERFORM 2300-FIND-MATERIAL-ENTRY THRU 2300-EXIT.
005710     MOVE "Y"         TO WS-MT-STORES-FLAG (WS-MATERIAL-SUB).
005720     ADD STK-ON-HAND-LENGTH
005730                TO WS-MT-ON-HAND-LENGTH (WS-MATERIAL-SUB).
005740 1145-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------
005770* 2000-PLAN-ONE-RECORD - LEAVE OUT A RECORD THE NIGHTLY RUN
005780* WOULD REJECT OR DUPLICATE, PASS OVER A RECORD THAT IS NOT A
005790* STOCK-LENGTH CUT, PLAN THE REST, AND READ THE NEXT RECORD.
005800*----------------------------------------------------------------
005810 2000-PLAN-ONE-RECORD.
005820     ADD 1                       TO WS-RECORDS-READ.
005830     PERFORM 2200-VALIDATE-RADIUS-RECORD THRU 2200-EXIT.
005840     IF CUT-IS-INVALID
005850         ADD 1                   TO WS-LEFT-OUT-COUNT
005860         GO TO 2000-NEXT
005870     END-IF.
005880     PERFORM 2260-CHECK-DUPLICATE-KEY THRU 2260-EXIT.
005890     IF KEY-IS-DUPLICATE
005900         ADD 1                   TO WS-DUPLICATE-COUNT
005910         GO TO 2000-NEXT
005920     END-IF.
005930     IF NOT RAD-MODE-STOCK
005940         ADD 1                   TO WS-NON-STOCK-COUNT
005950         GO TO 2000-NEXT
005960     END-IF.
005970     ADD 1                       TO WS-STOCK-CUT-COUNT.
005980     PERFORM 2400-PLAN-STOCK-CUT THRU 2400-EXIT.
005990 2000-NEXT.
006000     PERFORM 2100-READ-RADIUS-FILE THRU 2100-EXIT.
006010 2000-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040* 2100-READ-RADIUS-FILE - READ ONE CUT-LIST RECORD, SETTING THE
006050* END-OF-FILE SWITCH WHEN THE LIST IS EXHAUSTED.
006060*----------------------------------------------------------------
006070 2100-READ-RADIUS-FILE.
006080     READ RADIUS-FILE
006090         AT END
006100             SET RADIUS-EOF      TO TRUE
006110     END-READ.
006120 2100-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150* 2200-VALIDATE-RADIUS-RECORD - APPLY THE NIGHTLY RUN'S RECORD
006160* CHECKS (R001 THROUGH R007, R010 THROUGH R012) IN THE SAME ORDER.
006170* ONLY PASS OR FAIL MATTERS HERE - THE REASON IS THE NIGHTLY
006180* RUN'S TO REPORT.
006190*----------------------------------------------------------------
006200 2200-VALIDATE-RADIUS-RECORD.
006210     SET CUT-IS-INVALID          TO TRUE.
006220     IF RAD-RADIUS-X NOT NUMERIC
006230         GO TO 2200-EXIT
006240     END-IF.
006250     IF RAD-RADIUS = ZERO
006260        OR RAD-RADIUS > WK-MAX-RADIUS
006270         GO TO 2200-EXIT
006280     END-IF.
006290     IF NOT RAD-UOM-INCHES
006300        AND NOT RAD-UOM-MILLIMETERS
006310        AND NOT RAD-UOM-CENTIMETERS
006320         GO TO 2200-EXIT
006330     END-IF.
006340     IF NOT RAD-MODE-CIRCUMFERENCE
006350        AND NOT RAD-MODE-AREA
006360        AND NOT RAD-MODE-BOTH
006370        AND NOT RAD-MODE-STOCK
006380         GO TO 2200-EXIT
006390     END-IF.
006400     IF NOT RAD-SHIFT-1
006410        AND NOT RAD-SHIFT-2
006420        AND NOT RAD-SHIFT-3
006430         GO TO 2200-EXIT
006440     END-IF.
006442     IF RAD-WO-NUMBER-X NOT NUMERIC
006444        OR RAD-WO-NUMBER-X = ZEROS
006446        OR RAD-WO-LINE-X NOT NUMERIC
006448        OR RAD-WO-LINE-X = ZEROS
006449         GO TO 2200-EXIT
006452     END-IF.
006455     PERFORM 2250-LOOK-UP-PART-MASTER THRU 2250-EXIT.
006460     IF PART-NOT-FOUND
006470        OR WS-PART-OBSOLETE
006480         GO TO 2200-EXIT
006490     END-IF.
006500     IF PART-LIMITS-PRESENT
006510        AND (RAD-RADIUS < WS-PART-MIN-RADIUS
006520             OR RAD-RADIUS > WS-PART-MAX-RADIUS)
006530         GO TO 2200-EXIT
006540     END-IF.
006550     SET CUT-IS-VALID            TO TRUE.
006560 2200-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590* 2250-LOOK-UP-PART-MASTER - READ THE KEYED PART MASTER BY THE
006600* CURRENT PART NUMBER FOR ITS MATERIAL, STATUS AND RADIUS
006610* LIMITS. A MISSING LIMIT DEFAULTS OPEN, AS IN THE NIGHTLY RUN.
006620* A READ STATUS OTHER THAN FOUND OR NOT-FOUND ("23") IS A
006630* BROKEN FILE AND ABENDS THE RUN.
006640*----------------------------------------------------------------
006650 2250-LOOK-UP-PART-MASTER.
006660     SET PART-NOT-FOUND          TO TRUE.
006670     MOVE SPACES                 TO WS-PART-MATERIAL-CODE
006680                                    WS-PART-STATUS-CODE.
006690     MOVE "N"                    TO WS-PART-LIMITS-SW.
006700     MOVE ZERO                   TO WS-PART-MIN-RADIUS
006710                                    WS-PART-MAX-RADIUS.
006720     MOVE RAD-PART-NUMBER        TO PRT-PART-NUMBER.
006730     READ PART-MASTER-FILE
006740         INVALID KEY
006750             CONTINUE
006760         NOT INVALID KEY
006770             SET PART-IS-FOUND   TO TRUE
006780             MOVE PRT-MATERIAL-CODE TO WS-PART-MATERIAL-CODE
006790             MOVE PRT-STATUS-CODE TO WS-PART-STATUS-CODE
006800             IF PRT-MIN-RADIUS-X NUMERIC
006810                OR PRT-MAX-RADIUS-X NUMERIC
006820                 SET PART-LIMITS-PRESENT TO TRUE
006830                 IF PRT-MIN-RADIUS-X NUMERIC
006840                     MOVE PRT-MIN-RADIUS TO WS-PART-MIN-RADIUS
006850                 ELSE
006860                     MOVE ZERO        TO WS-PART-MIN-RADIUS
006870                 END-IF
006880                 IF PRT-MAX-RADIUS-X NUMERIC
006890                     MOVE PRT-MAX-RADIUS TO WS-PART-MAX-RADIUS
006900                 ELSE
006910                     MOVE WK-MAX-RADIUS TO WS-PART-MAX-RADIUS
006920                 END-IF
006930             END-IF
006940     END-READ.
006950     IF WS-PART-FILE-STATUS NOT = "00"
006960        AND WS-PART-FILE-STATUS NOT = "23"
006970         DISPLAY "PULLST01 - PART-MASTER READ FAILED, STATUS="
006980             WS-PART-FILE-STATUS
006990         MOVE 16             TO RETURN-CODE
007000         STOP RUN
007010     END-IF.
007020 2250-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------
007050* 2260-CHECK-DUPLICATE-KEY - FLAG A PART/DATE ALREADY SEEN IN
007060* THE FILE (THE FIRST OCCURRENCE IS THE ONE THE NIGHTLY RUN
007070* CUTS) AND REMEMBER THE KEY OTHERWISE. A PART WITH MORE DATES
007080* THAN THE TABLE HOLDS STOPS BEING CHECKED PAST THE LIMIT - THE
007090* PULL LIST THEN ERRS TOWARD PULLING TOO MUCH, NOT TOO LITTLE.
007100*----------------------------------------------------------------
007110 2260-CHECK-DUPLICATE-KEY.
007120     SET KEY-NOT-DUPLICATE       TO TRUE.
007130     IF RAD-PART-NUMBER NOT = WS-DK-PART-NUMBER
007140         MOVE RAD-PART-NUMBER    TO WS-DK-PART-NUMBER
007150         MOVE ZERO               TO WS-DK-COUNT
007160     END-IF.
007170     MOVE 1                      TO WS-DK-SUB.
007180     PERFORM 2265-SCAN-DATE-KEYS THRU 2265-EXIT
007190             UNTIL KEY-IS-DUPLICATE
007200                OR WS-DK-SUB > WS-DK-COUNT.
007210     IF KEY-NOT-DUPLICATE
007220        AND WS-DK-COUNT < WK-DATE-KEY-TABLE-MAX
007230         ADD 1                   TO WS-DK-COUNT
007240         MOVE RAD-PART-DATE  TO WS-DK-PART-DATE (WS-DK-COUNT)
007250     END-IF.
007260 2260-EXIT.
007270     EXIT.
007280 2265-SCAN-DATE-KEYS.
007290     IF WS-DK-PART-DATE (WS-DK-SUB) = RAD-PART-DATE
007300         SET KEY-IS-DUPLICATE    TO TRUE
007310     ELSE
007320         ADD 1                   TO WS-DK-SUB
007330     END-IF.
007340 2265-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------
007370* 2300-FIND-MATERIAL-ENTRY - FIND (OR ADD) THE MATERIAL TABLE
007380* ENTRY FOR WS-MATERIAL-KEY, LEAVING ITS SUBSCRIPT IN
007390* WS-MATERIAL-SUB.
007400*----------------------------------------------------------------
007410 2300-FIND-MATERIAL-ENTRY.
007420     SET ENTRY-NOT-FOUND         TO TRUE.
007430     MOVE 1                      TO WS-MATERIAL-SUB.
007440     PERFORM 2305-SCAN-MATERIAL-TABLE THRU 2305-EXIT
007450             UNTIL ENTRY-FOUND
007460                OR WS-MATERIAL-SUB > WS-MATERIAL-COUNT.
007470     IF ENTRY-NOT-FOUND
007480         IF WS-MATERIAL-COUNT NOT < WK-MATERIAL-TABLE-MAX
007490             DISPLAY "PULLST01 - MATERIAL TABLE OVERFLOW"
007500             MOVE 16             TO RETURN-CODE
007510             STOP RUN
007520         END-IF
007530         ADD 1                   TO WS-MATERIAL-COUNT
007540         MOVE WS-MATERIAL-COUNT  TO WS-MATERIAL-SUB
007550         MOVE WS-MATERIAL-KEY
007560             TO WS-MT-MATERIAL-CODE (WS-MATERIAL-SUB)
007570         MOVE "N" TO WS-MT-DEMAND-FLAG (WS-MATERIAL-SUB)
007580         MOVE "N" TO WS-MT-STORES-FLAG (WS-MATERIAL-SUB)
007590         MOVE ZERO TO WS-MT-REMNANT-LENGTH (WS-MATERIAL-SUB)
007600         MOVE ZERO TO WS-MT-BAR-COUNT (WS-MATERIAL-SUB)
007610         MOVE ZERO TO WS-MT-BAR-LENGTH (WS-MATERIAL-SUB)
007620         MOVE ZERO TO WS-MT-ON-HAND-LENGTH (WS-MATERIAL-SUB)
007630     END-IF.
007640 2300-EXIT.
007650     EXIT.
007660 2305-SCAN-MATERIAL-TABLE.
007670     IF WS-MT-MATERIAL-CODE (WS-MATERIAL-SUB) = WS-MATERIAL-KEY
007680         SET ENTRY-FOUND         TO TRUE
007690     ELSE
007700         ADD 1                   TO WS-MATERIAL-SUB
007710     END-IF.
007720 2305-EXIT.
007730     EXIT.
007740*----------------------------------------------------------------
007750* 2400-PLAN-STOCK-CUT - WORK OUT THE STOCK LENGTH FOR THE
007760* CURRENT CUT EXACTLY AS 2475-COMPUTE-STOCK-LENGTH IN
007770* COMPUTE_SAMPLE02 DOES (ROUNDED, THE NIGHTLY DEFAULT), THEN
007780* DECIDE WHERE IT COMES FROM: A BEST-FIT REMNANT OFF THE RACK,
007790* A BAR ALREADY BROKEN FOR THIS MATERIAL (NESTING), OR A FRESH
007800* BAR - THE STOCKED LENGTH WHEN NESTING, OTHERWISE THE CUT
007810* ROUNDED UP TO THE BAR INCREMENT.
007820*----------------------------------------------------------------
007830 2400-PLAN-STOCK-CUT.
007840     MOVE RAD-RADIUS             TO WORK-RADIUS.
007850     COMPUTE WORK-SUM ROUNDED =
007860         (WORK-NUM * WORK-RADIUS) * WORK-PI.
007870     COMPUTE WORK-STOCK-LENGTH ROUNDED =
007880         WORK-SUM + WS-KERF-WIDTH
007890         + (WORK-SUM * WS-WASTE-PCT / 100).
007900     DIVIDE WORK-STOCK-LENGTH BY WS-BAR-INCREMENT
007910             GIVING WORK-STOCK-BARS
007920             REMAINDER WORK-STOCK-REM.
007930     IF WORK-STOCK-REM NOT = ZERO
007940         ADD 1                   TO WORK-STOCK-BARS
007950     END-IF.
007960     COMPUTE WORK-BAR-LENGTH =
007970         WORK-STOCK-BARS * WS-BAR-INCREMENT.
007980     MOVE WS-PART-MATERIAL-CODE  TO WS-MATERIAL-KEY.
007990     PERFORM 2300-FIND-MATERIAL-ENTRY THRU 2300-EXIT.
008000     MOVE "Y"         TO WS-MT-DEMAND-FLAG (WS-MATERIAL-SUB).
008010     PERFORM 2480-MATCH-REMNANT  THRU 2480-EXIT.
008020     IF REMNANT-MATCHED
008030         MOVE "U" TO WS-RM-USED-FLAG (WS-REMNANT-BEST-SUB)
008040         PERFORM 2550-ADD-REMNANT-PULL THRU 2550-EXIT
008050         GO TO 2400-EXIT
008060     END-IF.
008070     MOVE ZERO                   TO WS-PULL-BAR-LENGTH.
008080     SET CUT-NOT-NESTED          TO TRUE.
008090     IF NESTING-ACTIVE
008100         PERFORM 2482-NEST-STOCK-CUT THRU 2482-EXIT
008110     END-IF.
008120     IF CUT-NOT-NESTED
008130         MOVE WORK-BAR-LENGTH    TO WS-PULL-BAR-LENGTH
008140     END-IF.
008150     IF WS-PULL-BAR-LENGTH > ZERO
008160         PERFORM 2500-ADD-BAR-PULL THRU 2500-EXIT
008170     END-IF.
008180 2400-EXIT.
008190     EXIT.
008200*----------------------------------------------------------------
008210* 2480-MATCH-REMNANT - BEST-FIT SCAN OF THE REMNANT RACK FOR THE
008220* CURRENT MATERIAL AND THE LENGTH IN WORK-STOCK-LENGTH: THE
008230* SHORTEST UNUSED OFFCUT THAT STILL COVERS THE CUT WINS.
008240*----------------------------------------------------------------
008250 2480-MATCH-REMNANT.
008260     SET REMNANT-NOT-MATCHED     TO TRUE.
008270     MOVE ZERO                   TO WS-REMNANT-BEST-SUB
008280                                    WS-REMNANT-BEST-LEN.
008290     MOVE 1                      TO WS-REMNANT-SUB.
008300     PERFORM 2485-SCAN-REMNANT-TABLE THRU 2485-EXIT
008310             UNTIL WS-REMNANT-SUB > WS-REMNANT-COUNT.
008320 2480-EXIT.
008330     EXIT.
008340 2485-SCAN-REMNANT-TABLE.
008350     IF WS-RM-MATERIAL-CODE (WS-REMNANT-SUB)
008360            = WS-PART-MATERIAL-CODE
008370        AND WS-RM-USED-FLAG (WS-REMNANT-SUB) = "N"
008380        AND WS-RM-LENGTH (WS-REMNANT-SUB)
008390            NOT < WORK-STOCK-LENGTH
008400        AND (REMNANT-NOT-MATCHED
008410             OR WS-RM-LENGTH (WS-REMNANT-SUB)
008420                < WS-REMNANT-BEST-LEN)
008430         SET REMNANT-MATCHED     TO TRUE
008440         MOVE WS-REMNANT-SUB     TO WS-REMNANT-BEST-SUB
008450         MOVE WS-RM-LENGTH (WS-REMNANT-SUB)
008460                                 TO WS-REMNANT-BEST-LEN
008470     END-IF.
008480     ADD 1                       TO WS-REMNANT-SUB.
008490 2485-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------
008520* 2482-NEST-STOCK-CUT - PLACE THE CUT FIRST-FIT ON A BAR ALREADY
008530* PLANNED FOR THE SAME MATERIAL, OR OPEN A FRESH BAR (ONE
008540* STOCKED LENGTH, OR THE CUT ROUNDED UP TO THE INCREMENT WHEN
008550* IT IS LONGER THAN THAT) AND LEAVE THAT BAR'S LENGTH IN
008560* WS-PULL-BAR-LENGTH. WHEN THE BAR TABLE IS FULL, NESTING GOES
008570* OFF FOR THE REST OF THE LIST AND THE CUT IS LEFT UN-NESTED,
008580* AS IN THE NIGHTLY RUN.
008590*----------------------------------------------------------------
008600 2482-NEST-STOCK-CUT.
008610     SET BAR-NOT-FOUND           TO TRUE.
008620     MOVE 1                      TO WS-BAR-SUB.
008630     PERFORM 2484-SCAN-BAR-TABLE THRU 2484-EXIT
008640             UNTIL BAR-IS-FOUND
008650                OR WS-BAR-SUB > WS-BAR-COUNT.
008660     IF BAR-NOT-FOUND
008670        AND WS-BAR-COUNT NOT < WK-BAR-TABLE-MAX
008680         DISPLAY "PULLST01 - BAR NESTING TABLE FULL, NESTING "
008690             "OFF FOR THE REST OF THE LIST"
008700         SET NESTING-INACTIVE    TO TRUE
008710         GO TO 2482-EXIT
008720     END-IF.
008730     IF BAR-NOT-FOUND
008740         ADD 1                   TO WS-BAR-COUNT
008750         MOVE WS-BAR-COUNT       TO WS-BAR-SUB
008760         MOVE WS-PART-MATERIAL-CODE
008770                             TO WS-BT-MATERIAL-CODE (WS-BAR-SUB)
008780         IF WORK-STOCK-LENGTH > WS-STOCK-BAR-LENGTH
008790             MOVE WORK-BAR-LENGTH TO WS-BT-LENGTH (WS-BAR-SUB)
008800         ELSE
008810             MOVE WS-STOCK-BAR-LENGTH
008820                                 TO WS-BT-LENGTH (WS-BAR-SUB)
008830         END-IF
008840         MOVE ZERO               TO WS-BT-USED (WS-BAR-SUB)
008850                                    WS-BT-CUT-COUNT (WS-BAR-SUB)
008860         MOVE WS-BT-LENGTH (WS-BAR-SUB) TO WS-PULL-BAR-LENGTH
008870     END-IF.
008880     ADD WORK-STOCK-LENGTH       TO WS-BT-USED (WS-BAR-SUB).
008890     ADD 1                       TO WS-BT-CUT-COUNT (WS-BAR-SUB).
008900     SET CUT-IS-NESTED           TO TRUE.
008910 2482-EXIT.
008920     EXIT.
008930 2484-SCAN-BAR-TABLE.
008940     IF WS-BT-MATERIAL-CODE (WS-BAR-SUB) = WS-PART-MATERIAL-CODE
008950        AND WS-BT-CUT-COUNT (WS-BAR-SUB) < 999
008960         COMPUTE WS-BAR-ROOM =
008970             WS-BT-LENGTH (WS-BAR-SUB) - WS-BT-USED (WS-BAR-SUB)
008980         IF WS-BAR-ROOM NOT < WORK-STOCK-LENGTH
008990             SET BAR-IS-FOUND    TO TRUE
009000             GO TO 2484-EXIT
009010         END-IF
009020     END-IF.
009030     ADD 1                       TO WS-BAR-SUB.
009040 2484-EXIT.
009050     EXIT.
009060*----------------------------------------------------------------
009070* 2500-ADD-BAR-PULL - COUNT ONE FRESH BAR OF WS-PULL-BAR-LENGTH
009080* AGAINST THE CURRENT SHIFT AND MATERIAL. BARS OF THE SAME
009090* LENGTH SHARE ONE PULL-TABLE ENTRY AND PRINT AS A QUANTITY.
009100*----------------------------------------------------------------
009110 2500-ADD-BAR-PULL.
009120     SET ENTRY-NOT-FOUND         TO TRUE.
009130     MOVE 1                      TO WS-PULL-SUB.
009140     PERFORM 2505-SCAN-BAR-PULLS THRU 2505-EXIT
009150             UNTIL ENTRY-FOUND
009160                OR WS-PULL-SUB > WS-PULL-COUNT.
009170     IF ENTRY-NOT-FOUND
009180         PERFORM 2560-ADD-PULL-ENTRY THRU 2560-EXIT
009190         MOVE "B"     TO WS-PL-PULL-TYPE (WS-PULL-SUB)
009200         MOVE WS-PULL-BAR-LENGTH
009210                      TO WS-PL-LENGTH (WS-PULL-SUB)
009220     END-IF.
009230     ADD 1                    TO WS-PL-COUNT (WS-PULL-SUB).
009240     ADD 1                       TO WS-BAR-PULL-COUNT.
009250     ADD 1            TO WS-MT-BAR-COUNT (WS-MATERIAL-SUB).
009260     ADD WS-PULL-BAR-LENGTH
009270                      TO WS-MT-BAR-LENGTH (WS-MATERIAL-SUB).
009280 2500-EXIT.
009290     EXIT.
009300 2505-SCAN-BAR-PULLS.
009310     IF WS-PL-SHIFT-CODE (WS-PULL-SUB) = RAD-SHIFT-CODE
009320        AND WS-PL-MATERIAL-CODE (WS-PULL-SUB)
009330            = WS-PART-MATERIAL-CODE
009340        AND WS-PL-PULL-TYPE (WS-PULL-SUB) = "B"
009350        AND WS-PL-LENGTH (WS-PULL-SUB) = WS-PULL-BAR-LENGTH
009360         SET ENTRY-FOUND         TO TRUE
009370     ELSE
009380         ADD 1                   TO WS-PULL-SUB
009390     END-IF.
009400 2505-EXIT.
009410     EXIT.
009420*----------------------------------------------------------------
009430* 2550-ADD-REMNANT-PULL - LIST THE MATCHED REMNANT (ITS OWN
009440* LENGTH AND THE PART THAT LEFT IT, SO THE FLOOR CAN FIND IT ON
009450* THE RACK) AGAINST THE CURRENT SHIFT AND MATERIAL.
009460*----------------------------------------------------------------
009470 2550-ADD-REMNANT-PULL.
009480     PERFORM 2560-ADD-PULL-ENTRY THRU 2560-EXIT.
009490     MOVE "R"                 TO WS-PL-PULL-TYPE (WS-PULL-SUB).
009500     MOVE WS-RM-LENGTH (WS-REMNANT-BEST-SUB)
009510                              TO WS-PL-LENGTH (WS-PULL-SUB).
009520     MOVE WS-RM-SOURCE-PART (WS-REMNANT-BEST-SUB)
009530                              TO WS-PL-SOURCE-PART (WS-PULL-SUB).
009540     MOVE 1                   TO WS-PL-COUNT (WS-PULL-SUB).
009550     ADD 1                       TO WS-REMNANT-PULL-COUNT.
009560     ADD WS-RM-LENGTH (WS-REMNANT-BEST-SUB)
009570                    TO WS-MT-REMNANT-LENGTH (WS-MATERIAL-SUB).
009580 2550-EXIT.
009590     EXIT.
009600*----------------------------------------------------------------
009610* 2560-ADD-PULL-ENTRY - OPEN A NEW PULL-TABLE ENTRY FOR THE
009620* CURRENT SHIFT AND MATERIAL, LEAVING ITS SUBSCRIPT IN
009630* WS-PULL-SUB. THE JOB ABENDS WHEN THE TABLE IS FULL - A PULL
009640* LIST THAT QUIETLY STOPS PART WAY IS WORSE THAN NONE.
009650*----------------------------------------------------------------
009660 2560-ADD-PULL-ENTRY.
009670     IF WS-PULL-COUNT NOT < WK-PULL-TABLE-MAX
009680         DISPLAY "PULLST01 - PULL TABLE OVERFLOW"
009690         MOVE 16             TO RETURN-CODE
009700         STOP RUN
009710     END-IF.
009720     ADD 1                       TO WS-PULL-COUNT.
009730     MOVE WS-PULL-COUNT          TO WS-PULL-SUB.
009740     MOVE RAD-SHIFT-CODE      TO WS-PL-SHIFT-CODE (WS-PULL-SUB).
009750     MOVE WS-PART-MATERIAL-CODE
009760                           TO WS-PL-MATERIAL-CODE (WS-PULL-SUB).
009770     MOVE ZERO                TO WS-PL-LENGTH (WS-PULL-SUB)
009780                                 WS-PL-COUNT (WS-PULL-SUB).
009790     MOVE SPACES              TO WS-PL-SOURCE-PART (WS-PULL-SUB).
009800     MOVE "N"                 TO WS-PL-PRINT-FLAG (WS-PULL-SUB).
009810 2560-EXIT.
009820     EXIT.
009830*----------------------------------------------------------------
009840* 9000-TERMINATE - PRINT THE PULL LIST BY SHIFT AND MATERIAL,
009850* THE STORES DEMAND BY MATERIAL (WRITING A REQUISITION FOR EACH
009860* MATERIAL THAT COMES UP SHORT), THE REQUISITION TRAILER AND THE
009870* RUN TOTALS, SET THE RETURN CODE (RC=4 WHEN ANY REQUISITION WAS
009880* WRITTEN - STORES AND PURCHASING HAVE WORK BEFORE THE SHIFT),
009890* AND CLOSE THE FILES.
009900*----------------------------------------------------------------
009910 9000-TERMINATE.
009920     MOVE 1                      TO WS-SHIFT-DIGIT.
009930     PERFORM 9100-PRINT-ONE-SHIFT THRU 9100-EXIT
009940             UNTIL WS-SHIFT-DIGIT > 3.
009950     MOVE SPACES                 TO RPT-PRINT-LINE.
009960     WRITE RPT-PRINT-LINE.
009970     MOVE WS-DEMAND-TITLE-LINE   TO RPT-PRINT-LINE.
009980     WRITE RPT-PRINT-LINE.
009990     MOVE WS-DEMAND-HEADING-LINE TO RPT-PRINT-LINE.
010000     WRITE RPT-PRINT-LINE.
010010     MOVE 1                      TO WS-MATERIAL-SUB.
010020     PERFORM 9200-PRINT-ONE-MATERIAL THRU 9200-EXIT
010030             UNTIL WS-MATERIAL-SUB > WS-MATERIAL-COUNT.
010040     MOVE SPACES                 TO REQ-TRAILER-RECORD.
010050     MOVE "T"                    TO REQ-TRL-RECORD-TYPE.
010060     MOVE WS-REQUISITION-COUNT   TO REQ-TRL-RECORD-COUNT.
010070     MOVE WS-REQN-SHORT-SUM      TO REQ-TRL-SHORT-SUM.
010080     WRITE REQ-TRAILER-RECORD.
010090     MOVE SPACES                 TO RPT-PRINT-LINE.
010100     WRITE RPT-PRINT-LINE.
010110     MOVE WS-RECORDS-READ        TO WS-RDL-COUNT.
010120     MOVE WS-READ-LINE           TO RPT-PRINT-LINE.
010130     WRITE RPT-PRINT-LINE.
010140     MOVE WS-LEFT-OUT-COUNT      TO WS-LOL-COUNT.
010150     MOVE WS-LEFT-OUT-LINE       TO RPT-PRINT-LINE.
010160     WRITE RPT-PRINT-LINE.
010170     MOVE WS-DUPLICATE-COUNT     TO WS-DPL-COUNT.
010180     MOVE WS-DUPLICATE-LINE      TO RPT-PRINT-LINE.
010190     WRITE RPT-PRINT-LINE.
010200     MOVE WS-NON-STOCK-COUNT     TO WS-NSL-COUNT.
010210     MOVE WS-NON-STOCK-LINE      TO RPT-PRINT-LINE.
010220     WRITE RPT-PRINT-LINE.
010230     MOVE WS-STOCK-CUT-COUNT     TO WS-SCL-COUNT.
010240     MOVE WS-STOCK-CUT-LINE      TO RPT-PRINT-LINE.
010250     WRITE RPT-PRINT-LINE.
010260     MOVE WS-REMNANT-PULL-COUNT  TO WS-RPL-COUNT.
010270     MOVE WS-REMNANT-PULL-LINE   TO RPT-PRINT-LINE.
010280     WRITE RPT-PRINT-LINE.
010290     MOVE WS-BAR-PULL-COUNT      TO WS-BPL-COUNT.
010300     MOVE WS-BAR-PULL-LINE       TO RPT-PRINT-LINE.
010310     WRITE RPT-PRINT-LINE.
010320     MOVE WS-NO-STORES-COUNT     TO WS-NOL-COUNT.
010330     MOVE WS-NO-STORES-LINE      TO RPT-PRINT-LINE.
010340     WRITE RPT-PRINT-LINE.
010350     MOVE WS-REQUISITION-COUNT   TO WS-RQL-COUNT.
010360     MOVE WS-REQUISITION-LINE    TO RPT-PRINT-LINE.
010370     WRITE RPT-PRINT-LINE.
010380     MOVE ZERO                   TO RETURN-CODE.
010390     IF WS-REQUISITION-COUNT > ZERO
010400         MOVE 4                  TO RETURN-CODE
010410     END-IF.
010420     CLOSE RADIUS-FILE.
010430     CLOSE PART-MASTER-FILE.
010440     CLOSE REQUISITION-FILE.
010450     CLOSE REPORT-FILE.
010460 9000-EXIT.
010470     EXIT.
010480*----------------------------------------------------------------
010490* 9100-PRINT-ONE-SHIFT - PRINT ONE BLOCK PER MATERIAL THE SHIFT
010500* DRAWS STOCK FOR, IN FIRST-SEEN ORDER, OR A SINGLE LINE WHEN
010510* THE SHIFT HAS NO STOCK CUTS TONIGHT.
010520*----------------------------------------------------------------
010530 9100-PRINT-ONE-SHIFT.
010540     MOVE ZERO                   TO WS-SHIFT-BLOCK-COUNT.
010550     MOVE SPACES                 TO RPT-PRINT-LINE.
010560     WRITE RPT-PRINT-LINE.
010570     MOVE 1                      TO WS-PULL-SUB.
010580     PERFORM 9110-FIND-NEXT-BLOCK THRU 9110-EXIT
010590             UNTIL WS-PULL-SUB > WS-PULL-COUNT.
010600     IF WS-SHIFT-BLOCK-COUNT = ZERO
010610         MOVE WS-SHIFT-DIGIT-X   TO WS-NPL-SHIFT-CODE
010620         MOVE WS-NO-PULL-LINE    TO RPT-PRINT-LINE
010630         WRITE RPT-PRINT-LINE
010640     END-IF.
010650     ADD 1                       TO WS-SHIFT-DIGIT.
010660 9100-EXIT.
010670     EXIT.
010680 9110-FIND-NEXT-BLOCK.
010690     IF WS-PL-SHIFT-CODE (WS-PULL-SUB) = WS-SHIFT-DIGIT-X
010700        AND WS-PL-PRINT-FLAG (WS-PULL-SUB) = "N"
010710         MOVE WS-PL-MATERIAL-CODE (WS-PULL-SUB)
010720                                 TO WS-PRINT-MATERIAL
010730         PERFORM 9120-PRINT-ONE-BLOCK THRU 9120-EXIT
010740     END-IF.
010750     ADD 1                       TO WS-PULL-SUB.
010760 9110-EXIT.
010770     EXIT.
010780*----------------------------------------------------------------
010790* 9120-PRINT-ONE-BLOCK - PRINT THE CURRENT SHIFT'S PULLS FOR
010800* WS-PRINT-MATERIAL: THE REMNANTS FIRST, THEN THE FULL BARS BY
010810* LENGTH, THEN THE BLOCK'S TOTAL LINEAR STOCK.
010820*----------------------------------------------------------------
010830 9120-PRINT-ONE-BLOCK.
010840     ADD 1                       TO WS-SHIFT-BLOCK-COUNT.
010850     MOVE ZERO                   TO WS-LINEAR-TOTAL.
010860     MOVE WS-SHIFT-DIGIT-X       TO WS-SHL-SHIFT-CODE.
010870     MOVE WS-PRINT-MATERIAL      TO WS-SHL-MATERIAL-CODE.
010880     MOVE WS-SHIFT-HEADING-LINE  TO RPT-PRINT-LINE.
010890     WRITE RPT-PRINT-LINE.
010900     MOVE WS-PULL-HEADING-LINE   TO RPT-PRINT-LINE.
010910     WRITE RPT-PRINT-LINE.
010920     MOVE "R"                    TO WS-PRINT-TYPE.
010930     MOVE WS-PULL-SUB            TO WS-PULL-SUB-2.
010940     PERFORM 9130-PRINT-ONE-PULL THRU 9130-EXIT
010950             UNTIL WS-PULL-SUB-2 > WS-PULL-COUNT.
010960     MOVE "B"                    TO WS-PRINT-TYPE.
010970     MOVE WS-PULL-SUB            TO WS-PULL-SUB-2.
010980     PERFORM 9130-PRINT-ONE-PULL THRU 9130-EXIT
010990             UNTIL WS-PULL-SUB-2 > WS-PULL-COUNT.
011000     MOVE WS-LINEAR-TOTAL        TO WS-LNL-LENGTH.
011010     MOVE WS-LINEAR-LINE         TO RPT-PRINT-LINE.
011020     WRITE RPT-PRINT-LINE.
011030 9120-EXIT.
011040     EXIT.
011050 9130-PRINT-ONE-PULL.
011060     IF WS-PL-SHIFT-CODE (WS-PULL-SUB-2) NOT = WS-SHIFT-DIGIT-X
011070        OR WS-PL-MATERIAL-CODE (WS-PULL-SUB-2)
011080           NOT = WS-PRINT-MATERIAL
011090        OR WS-PL-PULL-TYPE (WS-PULL-SUB-2) NOT = WS-PRINT-TYPE
011100         GO TO 9130-NEXT
011110     END-IF.
011120     IF WS-PRINT-TYPE = "R"
011130         MOVE "REMNANT"          TO WS-PLL-PULL-TYPE
011140     ELSE
011150         MOVE "FULL BAR"         TO WS-PLL-PULL-TYPE
011160     END-IF.
011170     MOVE WS-PL-LENGTH (WS-PULL-SUB-2)   TO WS-PLL-LENGTH.
011180     MOVE WS-PL-COUNT (WS-PULL-SUB-2)    TO WS-PLL-QUANTITY.
011190     MOVE WS-PL-SOURCE-PART (WS-PULL-SUB-2)
011200                                 TO WS-PLL-SOURCE-PART.
011210     MOVE WS-PULL-LINE           TO RPT-PRINT-LINE.
011220     WRITE RPT-PRINT-LINE.
011230     COMPUTE WS-LINEAR-TOTAL = WS-LINEAR-TOTAL
011240         + (WS-PL-LENGTH (WS-PULL-SUB-2)
011250            * WS-PL-COUNT (WS-PULL-SUB-2)).
011260     MOVE "Y"            TO WS-PL-PRINT-FLAG (WS-PULL-SUB-2).
011270 9130-NEXT.
011280     ADD 1                       TO WS-PULL-SUB-2.
011290 9130-EXIT.
011300     EXIT.
011310*----------------------------------------------------------------
011320* 9200-PRINT-ONE-MATERIAL - PRINT ONE MATERIAL'S DEMAND AGAINST
011330* STORES AND, WHEN ITS FULL-BAR DEMAND IS MORE THAN STORES HAS
011340* ON HAND, WRITE ITS REQUISITION. A MATERIAL WITH NO DEMAND
011350* TONIGHT IS NOT PRINTED. A MATERIAL WITH DEMAND BUT NO STORES
011360* RECORD COUNTS AS NOTHING ON HAND AND IS FLAGGED ON THE LINE.
011370*----------------------------------------------------------------
011380 9200-PRINT-ONE-MATERIAL.
011390     IF WS-MT-DEMAND-FLAG (WS-MATERIAL-SUB) NOT = "Y"
011400         GO TO 9200-NEXT
011410     END-IF.
011420     MOVE SPACES                 TO WS-DML-ACTION.
011430     IF WS-MT-STORES-FLAG (WS-MATERIAL-SUB) NOT = "Y"
011440         ADD 1                   TO WS-NO-STORES-COUNT
011450         MOVE "NO STORES RECORD" TO WS-DML-ACTION
011460     END-IF.
011470     MOVE ZERO                   TO WS-SHORT-LENGTH.
011480     IF WS-MT-BAR-LENGTH (WS-MATERIAL-SUB)
011490        > WS-MT-ON-HAND-LENGTH (WS-MATERIAL-SUB)
011500         COMPUTE WS-SHORT-LENGTH =
011510             WS-MT-BAR-LENGTH (WS-MATERIAL-SUB)
011520             - WS-MT-ON-HAND-LENGTH (WS-MATERIAL-SUB)
011530         PERFORM 9250-WRITE-REQUISITION THRU 9250-EXIT
011540         MOVE "REQUISITIONED"    TO WS-DML-ACTION
011550     END-IF.
011560     MOVE WS-MT-MATERIAL-CODE (WS-MATERIAL-SUB)
011570                                 TO WS-DML-MATERIAL-CODE.
011580     MOVE WS-MT-REMNANT-LENGTH (WS-MATERIAL-SUB)
011590                                 TO WS-DML-REMNANT-LENGTH.
011600     MOVE WS-MT-BAR-COUNT (WS-MATERIAL-SUB)
011610                                 TO WS-DML-BAR-COUNT.
011620     MOVE WS-MT-BAR-LENGTH (WS-MATERIAL-SUB)
011630                                 TO WS-DML-BAR-LENGTH.
011640     MOVE WS-MT-ON-HAND-LENGTH (WS-MATERIAL-SUB)
011650                                 TO WS-DML-ON-HAND-LENGTH.
011660     MOVE WS-SHORT-LENGTH        TO WS-DML-SHORT-LENGTH.
011670     MOVE WS-DEMAND-LINE         TO RPT-PRINT-LINE.
011680     WRITE RPT-PRINT-LINE.
011690 9200-NEXT.
011700     ADD 1                       TO WS-MATERIAL-SUB.
011710 9200-EXIT.
011720     EXIT.
011730*----------------------------------------------------------------
011740* 9250-WRITE-REQUISITION - WRITE THE CURRENT MATERIAL'S
011750* REQUISITION FOR THE SHORTFALL IN WS-SHORT-LENGTH. WITH A
011760* STOCKED BAR LENGTH ON THE SHOP CARD THE SHORTFALL IS ALSO
011770* ROUNDED UP TO WHOLE STOCKED BARS; WITHOUT ONE THE BAR COUNT
011780* IS LEFT ZERO AND PURCHASING ORDERS BY LENGTH.
011790*----------------------------------------------------------------
011800 9250-WRITE-REQUISITION.
011810     MOVE ZERO                   TO WS-ORDER-BARS.
011820     IF WS-STOCK-BAR-LENGTH > ZERO
011830         DIVIDE WS-SHORT-LENGTH BY WS-STOCK-BAR-LENGTH
011840                 GIVING WS-ORDER-BARS
011850                 REMAINDER WS-ORDER-REM
011860         IF WS-ORDER-REM NOT = ZERO
011870             ADD 1               TO WS-ORDER-BARS
011880         END-IF
011890     END-IF.
011900     MOVE SPACES                 TO REQ-RECORD.
011910     SET REQ-TYPE-DETAIL         TO TRUE.
011920     MOVE WS-MT-MATERIAL-CODE (WS-MATERIAL-SUB)
011930                                 TO REQ-MATERIAL-CODE.
011940     MOVE WS-RUN-DATE            TO REQ-NEED-DATE.
011950     MOVE WS-MT-BAR-LENGTH (WS-MATERIAL-SUB)
011960                                 TO REQ-DEMAND-LENGTH.
011970     MOVE WS-MT-ON-HAND-LENGTH (WS-MATERIAL-SUB)
011980                                 TO REQ-ON-HAND-LENGTH.
011990     MOVE WS-SHORT-LENGTH        TO REQ-SHORT-LENGTH.
012000     MOVE WS-STOCK-BAR-LENGTH    TO REQ-BAR-LENGTH.
012010     MOVE WS-ORDER-BARS          TO REQ-BAR-COUNT.
012020     WRITE REQ-RECORD.
012030     IF WS-REQN-FILE-STATUS NOT = "00"
012040         DISPLAY "PULLST01 - REQUISITION WRITE FAILED, STATUS="
012050             WS-REQN-FILE-STATUS
012060         MOVE 16             TO RETURN-CODE
012070         STOP RUN
012080     END-IF.
012090     ADD 1                       TO WS-REQUISITION-COUNT.
012100     ADD WS-SHORT-LENGTH         TO WS-REQN-SHORT-SUM.
012110 9250-EXIT.
012120     EXIT.
