000790*                 LAYOUT RECORD TO A RESULTS EXTRACT (XTRFILE)
000800*                 FOR THE SAW SCHEDULER, WITH A TRAILER CONTROL
000810*                 RECORD (COUNT AND RESULT SUM) SO THE SCHEDULER
000811*                 JOB CAN RECONCILE THE EXTRACT THE SAME WAY THIS
000812*                 RUN RECONCILES CTLFILE - THE SCHEDULING GROUP
000813*                 STOPS RE-KEYING RESULTS OFF THE PRINTED REPORT.
000814* 2026-08-22 DKO  ADDED A REPROCESS MODE (PARM-REPROCESS-OPTION)
000815*                 FOR THE COMPS02R REWORK CYCLE - CORRECTED
000816*                 REJECTS PREPARED BY REJFIX01 GO BACK THROUGH
000817*                 THE SAME VALIDATION AND CALCULATIONS, THE AUDIT
000818*                 RECORDS ARE TAGGED AS REPROCESSED, AND THE RUN
000819*                 LOADS THE PART/DATE KEYS ALREADY ON THE AUDIT
000820*                 LOG SO THE SAME PART/DATE CANNOT BE COMPUTED
000821*                 TWICE (REJECT REASON R008).
000822* 2026-08-22 DKO  THE DONE-KEY TABLE IS NOW LOADED ON EVERY RUN,
000823*                 NOT JUST A REPROCESS RUN, SO AN EXTRACT THAT
000824*                 DOUBLE-SENDS THE SAME PART/DATE HAS ITS FIRST
000825*                 OCCURRENCE PROCESSED AND EVERY REPEAT ROUTED TO
000826*                 THE REJECT FILE (R009). THE DUPLICATE COUNT IS
000827*                 PRINTED WITH THE RUN TOTALS AND CARRIED ON THE
000828*                 CHECKPOINT SO A RESTARTED RUN REPORTS THE FULL
000829*                 NIGHT'S FIGURE.
000830* 2026-08-22 DKO  ADDED THE STOCK-LENGTH CALC MODE ("S" ON THE
000831*                 RADIUS RECORD) - THE CUT CIRCUMFERENCE PLUS
000832*                 THE SAW KERF AND THE SCRAP ALLOWANCE READ FROM
000833*                 THE SHOP PARAMETER CARD (SHPFILE), ROUNDED UP
000834*                 TO THE NEXT STOCKED BAR INCREMENT, SO THE
000835*                 FLOOR PULLS THE RIGHT BAR OFF THE RACK WITHOUT
000836*                 A SUPERVISOR DOING THE ALLOWANCE ARITHMETIC BY
000837*                 HAND. STOCK RESULTS PRINT AS CALC TYPE "STCK"
000838*                 AND ROLL INTO THEIR OWN GRAND TOTAL.
000839* 2026-08-22 DKO  PER-SHIFT PROCESSING FOR THE THREE-SHIFT
000840*                 PLANT - EACH RADIUS RECORD NOW CARRIES ITS
000841*                 SHIFT CODE AND EACH SHIFT'S EXTRACT SENDS ITS
000842*                 OWN CONTROL RECORD (CTL-SHIFT-CODE). THE RUN
000843*                 READS ALL SHIFTS IN ONE PASS, RECONCILES EACH
000844*                 SHIFT'S COUNT AND RADIUS SUM SEPARATELY (A
000845*                 BLANK-SHIFT CONTROL RECORD STILL RECONCILES
000846*                 PLANT-WIDE), PRINTS SHIFT SUBTOTALS AHEAD OF
000847*                 THE GRAND TOTALS, AND REJECTS A SHIFT CODE
000848*                 THAT IS NOT 1, 2 OR 3 (R010) - SO A SHORT
000849*                 EXTRACT POINTS AT THE SHIFT THAT SENT IT
000850*                 INSTEAD OF ONE PLANT-WIDE RC=8.
000851* 2026-08-22 DKO  EVERY COMPUTATION IS NOW PRICED FROM THE
000852*                 MATERIAL RATE FILE PURCHASING MAINTAINS
000853*                 (RATFILE, KEYED BY THE PART MASTER'S MATERIAL
000854*                 CODE): CIRCUMFERENCE AND STOCK LENGTH AT THE
000855*                 COST-PER-UNIT-LENGTH RATE, AREA AT THE COST-
000856*                 PER-UNIT-AREA RATE. THE COST PRINTS ON THE
000857*                 DETAIL LINE AND ROLLS INTO PER-SHIFT AND
000858*                 GRAND COST TOTALS SO THE REPORT FEEDS THE
000859*                 MATERIAL BUDGET DIRECTLY. A MATERIAL WITH NO
000860*                 RATE PRICES AT ZERO AND IS COUNTED AS
000861*                 UNPRICED ON THE TOTALS.
000862* 2026-08-22 DKO  THE REPORT IS NOW PAGINATED AND SEQUENCED:
000863*                 THE JCL SORTS THE EXTRACTS INTO PART-NUMBER
000864*                 ORDER AHEAD OF THIS STEP, EVERY PAGE GETS A
000865*                 HEADING WITH THE RUN ID, RUN DATE AND PAGE
000866*                 NUMBER, A FIXED NUMBER OF BODY LINES PRINT
000867*                 PER PAGE, AND A CONTROL BREAK ON THE FIRST
000868*                 FOUR CHARACTERS OF THE PART NUMBER (THE
000869*                 PRODUCT FAMILY) PRINTS A SUBTOTAL LINE PER
000870*                 FAMILY - SO EACH AREA OF THE FLOOR TEARS OFF
000871*                 ITS OWN SECTION AND A LOST PAGE IS OBVIOUS.
000872*                 PAGE AND FAMILY STATE RIDE THE CHECKPOINT SO
000873*                 A RESTARTED RUN CONTINUES THE PAGE NUMBERING
000874*                 AND BREAKS INSTEAD OF STARTING OVER.
000875* 2026-09-02 DKO  THE PART MASTER IS NOW READ DIRECTLY BY PART
000876*                 NUMBER FROM THE KEYED COPY (PRTVSAM, REBUILT
000877*                 BY PRTLOAD1 ON COMPS06 WHENEVER THE MASTER IS
000878*                 MAINTAINED), THE WAY AUDINQ01 READS AUDVSAM.
000879*                 THE IN-STORAGE PART TABLE AND ITS COMPILED-IN
000880*                 2000-ENTRY CEILING ARE GONE - THE RUN NO
000881*                 LONGER ABENDS "PART-MASTER TABLE OVERFLOW"
000882*                 WHEN ENGINEERING OUTGROWS A CONSTANT, AND
000883*                 STARTUP NO LONGER RE-READS THE WHOLE MASTER
000884*                 EVERY NIGHT.
000885* 2026-09-02 DKO  MATERIAL RATES ARE NOW EFFECTIVE-DATED - A
000886*                 MATERIAL MAY CARRY ONE RATFILE RECORD PER
000887*                 PRICE CHANGE AND 2280-LOOK-UP-MATERIAL-RATE
000888*                 PICKS THE RATE IN EFFECT FOR THE RECORD'S
000889*                 PART DATE, SO PURCHASING LOADS CHANGES IN
000890*                 ADVANCE AND A COMPS02R REPROCESS COSTS LAST
000891*                 WEEK'S WORK AT LAST WEEK'S RATE. THE RATE
000892*                 TABLE GREW (200 TO 500 ENTRIES) TO HOLD THE
000893*                 DATED HISTORY.
000894* 2026-09-02 DKO  EACH RADIUS IS NOW CHECKED AGAINST THE PART'S
000895*                 OWN CUTTABLE MIN/MAX FROM THE PART MASTER
000896*                 (R011) AS WELL AS THE SHOP-WIDE CEILING, SO A
000897*                 RADIUS THAT IS LEGAL FOR THE SAW BUT WRONG
000898*                 FOR THE PART NO LONGER BURNS A BAR. A PART
000899*                 WITH SPACES IN THE LIMIT FIELDS (WRITTEN
000900*                 BEFORE THEY EXISTED) GETS NO PER-PART CHECK.
000901* 2026-09-02 DKO  OFFCUT/REMNANT TRACKING FOR STOCK-LENGTH
000902*                 CUTS - THE DIFFERENCE BETWEEN THE BAR PULLED
000903*                 AND THE LENGTH CUT IS NOW WRITTEN TO THE
000904*                 REMNANT FILE (RMNREC01) INSTEAD OF GOING TO
000905*                 THE SCRAP BIN, AND EACH STOCK CUT FIRST
000906*                 CHECKS THE ON-HAND RACK BY MATERIAL AND
000907*                 LENGTH (BEST FIT) SO THE FLOOR IS TOLD TO
000908*                 PULL AN OFFCUT (CALC TYPE "REMN") INSTEAD OF
000909*                 BREAKING A FRESH BAR. REMNANTS USED, LENGTH
000910*                 SAVED AND OFFCUTS WRITTEN PRINT WITH THE RUN
000911*                 TOTALS AND RIDE THE CHECKPOINT (250 TO 264 -
000912*                 REALLOCATE). ON A RESTART RUN THE MATCHING IS
000913*                 BYPASSED - THE ABORTED RUN'S PULLS CANNOT BE
000914*                 RECONSTRUCTED, SO THE RACK IS ONLY EVER LEFT
000915*                 OVERSTATED, NEVER PROMISED TO TWO CUTS.
000916* 2026-09-02 DKO  BUSINESS-DATE CYCLE CONTROL - THE RUN NOW
000917*                 READS THE CYCLE-CONTROL FILE (CYCREC01) AT
000918*                 INITIALIZE AND REFUSES A CYCLE DATE ALREADY
000919*                 STAMPED COMPLETED (RC=12, ITS OWN CODE SO THE
000920*                 SCHEDULER CAN TELL "ALREADY RAN" FROM BAD
000921*                 DATA), WARNS WHEN THE PRIOR CALENDAR NIGHT
000922*                 WAS NEVER COMPLETED, AND APPENDS A COMPLETION
000923*                 RECORD (BUSINESS DATE, START/END TIMESTAMPS,
000924*                 FINAL RETURN CODE) AT TERMINATE - A RUN
000925*                 HISTORY WITHOUT DIGGING THROUGH JOB LOGS. THE
000926*                 BUSINESS DATE COMES FROM PARM-CYCLE-DATE AND
000927*                 DEFAULTS TO THE RUN DATE; REPROCESS RUNS
000928*                 NEVER TOUCH THE CYCLE FILE.
000929* 2026-09-02 DKO  EVERY AUDIT RECORD NOW CARRIES THE MATERIAL
000930*                 CODE, THE SHIFT CODE AND THE COMPUTED COST -
000931*                 WS-CALC-COST USED TO PRINT ON THE DETAIL LINE
000932*                 AND BE THROWN AWAY, SO THE MONTH-END FEED TO
000933*                 ACCOUNTING (MATCOST1, COMPS10) HAD NOTHING TO
000934*                 ROLL UP. AUDIT RECORD GROWS FROM 91 TO 96 -
000935*                 REALLOCATE THE AUDIT LOG DATASETS (SEE
000936*                 AUDREC01).
000937* 2026-10-05 DKO  BAR NESTING FOR STOCK-LENGTH CUTS - WHEN THE
000938*                 SHOP CARD CARRIES A STOCKED BAR LENGTH, A
000939*                 STOCK CUT THE REMNANT RACK CANNOT COVER IS
000940*                 PACKED FIRST-FIT ONTO A BAR ALREADY BROKEN FOR
000941*                 THE SAME MATERIAL TONIGHT (EACH CUT TAKING ITS
000942*                 LENGTH PLUS ALLOWANCES, KERF INCLUDED), AND
000943*                 ONLY OPENS A FRESH BAR WHEN NONE HAS ROOM. THE
000944*                 RESULT OF A NESTED CUT IS THE LENGTH IT TAKES
000945*                 OFF THE BAR, NOT A WHOLE ROUNDED BAR. THE BAR
000946*                 NUMBER AND CUT SEQUENCE RIDE THE XTRFILE
000947*                 DETAIL, A BAR-BY-BAR CUT PLAN BY MATERIAL
000948*                 PRINTS AFTER THE TOTALS, AND ONLY EACH BAR'S
000949*                 TRUE LEFTOVER GOES TO THE REMNANT FILE. A CUT
000951*                 LONGER THAN A STOCKED BAR STILL ROUNDS UP TO
000952*                 ITS OWN BAR. BLANK BAR LENGTH ON THE CARD, A
000953*                 RESTART RUN (THE ABORTED RUN'S BARS CANNOT BE
000954*                 RECONSTRUCTED) OR A FULL BAR TABLE FALLS BACK
000955*                 TO THE OLD ONE-BAR-PER-CUT ROUNDING.
000956* 2026-10-05 DKO  TAMPER-EVIDENT AUDIT LOG - EVERY AUDIT RECORD
000957*                 NOW CARRIES ITS SEQUENCE NUMBER WITHIN THE RUN
000958*                 AND A CHECK VALUE CHAINED FROM THE RECORD
000959*                 BEFORE IT (8200-CHAIN-RECORD), AND THE RUN ENDS
000961*                 WITH A TRAILER RECORD CARRYING ITS RECORD COUNT
000962*                 AND FINAL CHECK VALUE, SO AUDVFY01 CAN PROVE NO
000963*                 RECORD WAS REMOVED, REPEATED OR ALTERED. AT
000964*                 START THE RUN LOOKS AT THE LAST RECORD ON THE
000965*                 LOG; IF AN EARLIER RUN ENDED WITHOUT ITS
000966*                 TRAILER (AN ABEND, RESTARTED OR NOT) A RESTART
000967*                 TRAILER IS WRITTEN TO CLOSE IT OFF AS IT STANDS.
000968*                 AUDIT RECORD GROWS FROM 96 TO 128 - REALLOCATE
000969*                 THE AUDIT LOG DATASETS (SEE AUDREC01).
000971* 2026-10-05 DKO  SHOP CALENDAR (CALFILE, CALREC01) - A CYCLE
000972*                 DATE THAT IS NOT A SHOP WORKING DAY IS REFUSED
000973*                 WITH RC=12 UNLESS THE PARM CARD CARRIES THE
000974*                 CALENDAR OVERRIDE, AND THE PRIOR-CYCLE WARNING
000975*                 NOW FIRES ONLY WHEN A SCHEDULED WORKING NIGHT
000976*                 WAS MISSED, NOT FOR WEEKENDS OR HOLIDAYS.
000977* 2026-10-12 DKO  WHAT-IF SIMULATION (COMPS15) - A SIMFILE CARD
000978*                 (SIMREC01) TURNS THE RUN INTO A SIMULATION:
000979*                 ONE BUSINESS DATE'S CUT LIST, OR A PART-DATE
000981*                 RANGE REBUILT FROM THE AUDIT LOG, IS PRICED
000982*                 TWICE - UNDER THE CURRENT SHPFILE/RATFILE AND
000984*                 UNDER THE PROPOSED SHPALT/RATALT - AND A SIDE-
000985*                 BY-SIDE REPORT OF STOCK LENGTH, BARS, REMNANTS
000986*                 AND COST BY MATERIAL AND SHIFT IS PRINTED,
000987*                 MARKED SIMULATION ON EVERY PAGE. A SIMULATION
000988*                 NEVER OPENS THE AUDIT LOG FOR OUTPUT, XTRFILE,
000989*                 THE REMNANT FILES, CHKFILE OR CYCFILE; THE
000991*                 REMNANT RACK IS NOT MATCHED (TONIGHT'S RACK IS
000992*                 NOT THE ONE THAT WAS ON HAND). NO SIMFILE DD
000993*                 IS A NORMAL RUN, AS BEFORE. THE RADREC01,
000994*                 SHPREC01 AND RATREC01 LAYOUTS MOVE TO WORKING-
000995*                 STORAGE (READ ... INTO) SO ONE LAYOUT SERVES
000996*                 BOTH THE CURRENT AND PROPOSED FILES AND A CUT
000997*                 RECORD CAN BE REBUILT FROM THE AUDIT LOG.
000998* 2026-10-12 DKO  WORK-ORDER LINKAGE - THE EXTRACT NOW CARRIES THE
000999*                 WORK-ORDER NUMBER AND LINE OF EACH CUT. A
001001*                 MISSING, NON-NUMERIC OR ZERO ORDER OR LINE IS
001002*                 REJECTED R012; A GOOD ONE RIDES THROUGH TO THE
001003*                 AUDIT LOG AND THE XTRFILE EXTRACT, AND ANY
001004*                 REJECT CARRIES IT AS RECEIVED.
001005* 2026-10-14 DKO  THE XTRFILE EXTRACT NOW CARRIES THE SHIFT CODE
001006*                 OF EACH CUT FOR THE OPEN-CUTS INQUIRY.
001007* 2026-10-15 DKO  RECUTS - CUTCNF01 NOW WRITES A RECUT RECORD
001008*                 (RAD-RECUT-FLAG "Y") FOR EVERY CUT SCRAPPED AT
001009*                 THE SAW, WITH ITS OWN CONTROL RECORD (SHIFT
001011*                 CODE "R"), TO RIDE IN WITH THE NEXT NIGHTLY OR
001012*                 REWORK EXTRACT. A RECUT IS A LEGITIMATE REPEAT:
001013*                 IT PASSES THE ALREADY-COMPUTED (R008) AND
001014*                 DUPLICATE (R009) GUARDS - ONLY A SECOND RECUT
001015*                 OF THE SAME PART/DATE IN ONE FILE IS R009. IT
001016*                 IS RECONCILED AGAINST THE "R" CONTROL RECORD
001017*                 ONLY, NEVER THE SHIFT OR PLANT-WIDE ONES, AND
001018*                 ITS AUDIT RECORD IS TAGGED AS A RECUT. EVERY
001019*                 AUDIT RECORD NOW ALSO CARRIES THE UNIT OF
001021*                 MEASURE AND CALC MODE SO A SCRAPPED CUT CAN BE
001022*                 REBUILT FROM IT.
001023* 2026-10-15 DKO  RESTART KEEPS BAR NESTING - EVERY CHECKPOINT
001024*                 NOW SAVES THE OPEN BARS AND THE CUTS NESTED ON
001025*                 THEM AFTER THE SNAPSHOT (CHKREC01), AND A
001026*                 RESTART RELOADS THEM AND CARRIES ON NESTING, SO
001027*                 THE ABORTED RUN'S BARS STILL GET THEIR LEFTOVER
001028*                 WRITTEN TO RMNNEW AND APPEAR ON THE CUT PLAN.
001029*                 THE CHECKPOINT ALSO CARRIES THE AUDIT SEQUENCE
001031*                 AND CHECK VALUE. AN UNFINISHED RUN ON THE AUDIT
001032*                 LOG IS NOW CLOSED WITH A RESTART TRAILER ONLY BY
001033*                 A RESTART, AND ONLY WHEN THE LOG STILL HOLDS THE
001034*                 CHECKPOINTED RECORD WITH THE CHECKPOINTED CHECK
001035*                 VALUE. OTHERWISE THE RUN IS LEFT OPEN FOR
001036*                 AUDVFY01 TO FAIL AND THE RUN ENDS RC 4.
001037* 2026-10-15 DKO  OPERATOR CLOSE - AN UNFINISHED RUN NO RESTART
001038*                 CAN CLOSE (RERUN FROM THE TOP INSTEAD, OR ITS
001039*                 LOG NO LONGER AGREES WITH THE CHECKPOINT) IS
001041*                 CLOSED WITH AN OPERATOR TRAILER ("O") WHEN THE
001042*                 PARM CARD ASKS FOR IT AND NAMES THAT RUN'S DATE
001043*                 AND TIME. THE TRAILER SEALS THE RUN AT ITS LAST
001044*                 RECORD ON THE LOG; AUDVFY01 STILL PROVES EVERY
001045*                 RECORD BEFORE IT AND REPORTS THE RUN AS CLOSED
001046*                 BY OPERATOR (RC 4) SO IT IS LOOKED AT.
001047* 2026-10-15 DKO  A REJECTED RECUT KEEPS ITS RECUT FLAG ON REJFILE
001048*                 SO REWORK TAKES IT AS A RECUT, NOT AS R008.
001049*----------------------------------------------------------------
000983 ENVIRONMENT                     DIVISION.
000950 CONFIGURATION                   SECTION.
001252     SELECT OPTIONAL CYCLE-FILE ASSIGN TO CYCFILE
001253         ORGANIZATION IS SEQUENTIAL
001254         FILE STATUS IS WS-CYCLE-FILE-STATUS.
001255     SELECT CALENDAR-FILE       ASSIGN TO CALFILE
001256         ORGANIZATION IS SEQUENTIAL
001257         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
001258     SELECT OPTIONAL SIMULATION-FILE ASSIGN TO SIMFILE
001259         ORGANIZATION IS SEQUENTIAL
001261         FILE STATUS IS WS-SIMULATION-FILE-STATUS.
001262     SELECT SHOP-ALT-FILE       ASSIGN TO SHPALT
001263         ORGANIZATION IS SEQUENTIAL
001264         FILE STATUS IS WS-SHOP-ALT-STATUS.
001265     SELECT RATE-ALT-FILE       ASSIGN TO RATALT
001266         ORGANIZATION IS SEQUENTIAL
001267         FILE STATUS IS WS-RATE-ALT-STATUS.
001240 DATA                            DIVISION.
001250 FILE                            SECTION.
001260 FD  RADIUS-FILE.
001268 01  RAD-INPUT-RECORD            PIC X(100).
001280 FD  REJECT-FILE.
001290     COPY REJREC01.
001300 FD  REPORT-FILE.
001420 FD  EXTRACT-FILE.
001430     COPY XTRREC01.
001432 FD  SHOP-PARM-FILE.
001433 01  SHP-INPUT-RECORD            PIC X(80).
001436 FD  RATE-FILE.
001437 01  RAT-INPUT-RECORD            PIC X(80).
001440 FD  REMNANT-FILE.
001442 01  RMN-INPUT-RECORD            PIC X(80).
001444 FD  REMNANT-OUT-FILE.
001446 01  RMN-OUT-RECORD              PIC X(80).
001448 FD  CYCLE-FILE.
001450     COPY CYCREC01.
001451 FD  CALENDAR-FILE.
001452     COPY CALREC01.
001453 FD  SIMULATION-FILE.
001454     COPY SIMREC01.
001455 FD  SHOP-ALT-FILE.
001456 01  SHP-ALT-RECORD              PIC X(80).
001457 FD  RATE-ALT-FILE.
001458 01  RAT-ALT-RECORD              PIC X(80).
001440 WORKING-STORAGE                 SECTION.
001450   01 WORK-AREA.
001460     03 WORK-NUM                 PIC 9(3) VALUE 2.
001547     03 WK-LINES-PER-PAGE        PIC 9(03)    VALUE 050.
001548     03 WK-REMNANT-TABLE-MAX     PIC 9(05)    VALUE 02000.
001550     03 WK-DONE-TABLE-MAX        PIC 9(05)    VALUE 10000.
001551     03 WK-BAR-TABLE-MAX         PIC 9(05)    VALUE 02000.
001552     03 WK-NEST-CUT-TABLE-MAX    PIC 9(05)    VALUE 05000.
001553     03 WK-CHAIN-MODULUS         PIC 9(09)    VALUE 999999937.
001554     03 WK-CHAIN-BYTES           PIC 9(03)    VALUE 119.
001555     03 WK-CAL-TABLE-MAX         PIC 9(05)    VALUE 03700.
001556     03 WK-SIM-MATERIAL-MAX      PIC 9(05)    VALUE 00200.
001557     03 WK-SIM-TITLE             PIC X(48)    VALUE
001558         "COMPUTE_SAMPLE02 - SIMULATION - NOT PRODUCTION".
001560   01 WORK-SWITCHES.
001570     03 WS-END-OF-FILE-SW        PIC X(01) VALUE "N".
001580        88 END-OF-FILE                VALUE "Y".
001664        88 CONTROL-EOF                VALUE "Y".
001670     03 WS-CONTROL-MISMATCH-SW   PIC X(01) VALUE "N".
001680       88 CONTROL-TOTALS-MISMATCH    VALUE "Y".
001689     03 WS-RECUT-CONTROL-SW      PIC X(01) VALUE "N".
001698        88 RECUT-CONTROL-FOUND        VALUE "Y".
001710     03 WS-PART-FOUND-SW         PIC X(01) VALUE "N".
001720        88 PART-IS-FOUND              VALUE "Y".
001730        88 PART-NOT-FOUND             VALUE "N".
001823        88 REMNANT-NOT-MATCHED        VALUE "N".
001824     03 WS-REMNANT-BYPASS-SW     PIC X(01) VALUE "N".
001825        88 REMNANT-MATCH-BYPASSED     VALUE "Y".
001826     03 WS-NESTING-SW            PIC X(01) VALUE "N".
001827        88 NESTING-ACTIVE             VALUE "Y".
001828        88 NESTING-INACTIVE           VALUE "N".
001829     03 WS-BAR-FOUND-SW          PIC X(01) VALUE "N".
001831        88 BAR-IS-FOUND               VALUE "Y".
001832        88 BAR-NOT-FOUND              VALUE "N".
001833     03 WS-CUT-PLAN-SW           PIC X(01) VALUE "N".
001834        88 CUT-PLAN-PRINTING          VALUE "Y".
001835     03 WS-LAST-AUDIT-EOF-SW     PIC X(01) VALUE "N".
001836        88 LAST-AUDIT-EOF             VALUE "Y".
001837     03 WS-ABORTED-RUN-SW        PIC X(01) VALUE "N".
001838        88 ABORTED-RUN-FOUND          VALUE "Y".
001839     03 WS-SIMULATION-SW         PIC X(01) VALUE "N".
001841        88 SIMULATION-RUN             VALUE "Y".
001842     03 WS-SIM-PASS-SW           PIC X(01) VALUE SPACE.
001843        88 SIMULATION-CURRENT-PASS    VALUE "C".
001844        88 SIMULATION-PROPOSED-PASS   VALUE "P".
001845     03 WS-SIM-SOURCE-SW         PIC X(01) VALUE "C".
001846        88 SIMULATION-FROM-CUT-LIST   VALUE "C".
001847        88 SIMULATION-FROM-AUDIT      VALUE "A".
001848     03 WS-SIM-ALT-SHOP-SW       PIC X(01) VALUE "N".
001849        88 SIMULATION-ALT-SHOP        VALUE "Y".
001851     03 WS-SIM-ALT-RATES-SW      PIC X(01) VALUE "N".
001852        88 SIMULATION-ALT-RATES       VALUE "Y".
001853     03 WS-SIM-SELECT-SW         PIC X(01) VALUE "N".
001854        88 SIM-RECORD-SELECTED        VALUE "Y".
001855        88 SIM-RECORD-NOT-SELECTED    VALUE "N".
001856     03 WS-SIM-MATERIAL-SW       PIC X(01) VALUE "N".
001857        88 SIM-MATERIAL-FOUND         VALUE "Y".
001858        88 SIM-MATERIAL-NOT-FOUND     VALUE "N".
001859     03 WS-SHOP-CARD-SW          PIC X(01) VALUE "Y".
001861        88 SHOP-CARD-VALID            VALUE "Y".
001862        88 SHOP-CARD-INVALID          VALUE "N".
001863     03 WS-CHECKPOINT-EOF-SW     PIC X(01) VALUE "N".
001864        88 CHECKPOINT-EOF             VALUE "Y".
001865     03 WS-CKPT-AUDIT-SW         PIC X(01) VALUE "N".
001866        88 CKPT-AUDIT-FOUND           VALUE "Y".
001867     03 WS-RUN-LEFT-OPEN-SW      PIC X(01) VALUE "N".
001868        88 ABORTED-RUN-LEFT-OPEN      VALUE "Y".
001820*----------------------------------------------------------------
001830* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN IN 1000-INITIALIZE
001840* SO A FAILED ALLOCATION (FOR EXAMPLE A RESTART AGAINST A
001938   01 WS-REMNANT-FILE-STATUS    PIC X(02) VALUE "00".
001939   01 WS-REMNANT-OUT-STATUS     PIC X(02) VALUE "00".
001940   01 WS-CYCLE-FILE-STATUS      PIC X(02) VALUE "00".
001941   01 WS-CALENDAR-FILE-STATUS   PIC X(02) VALUE "00".
001942   01 WS-SIMULATION-FILE-STATUS PIC X(02) VALUE "00".
001943   01 WS-SHOP-ALT-STATUS        PIC X(02) VALUE "00".
001944   01 WS-RATE-ALT-STATUS        PIC X(02) VALUE "00".
001940   01 WS-PART-FILE-STATUS       PIC X(02) VALUE "00".
001950   01 WORK-COUNTERS.
001960     03 WS-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
001990     03 WS-SKIP-COUNT           PIC 9(07) COMP VALUE ZERO.
002000     03 WS-SKIP-LOOP-COUNT      PIC 9(07) COMP VALUE ZERO.
002005     03 WS-DUPLICATE-COUNT      PIC 9(07) COMP VALUE ZERO.
002006     03 WS-RECUT-RECORDS-READ   PIC 9(07) COMP VALUE ZERO.
002007     03 WS-PLANT-RECORDS-READ   PIC 9(07) COMP VALUE ZERO.
002010     03 WS-CKPT-REMAINDER       PIC 9(05) COMP VALUE ZERO.
002020     03 WS-CKPT-QUOTIENT        PIC 9(05) COMP VALUE ZERO.
002030   01 WS-GRAND-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
002070       05 WS-SC-RECORD-COUNT    PIC 9(07)          VALUE ZERO.
002071       05 WS-SC-RADIUS-SUM      PIC S9(9)V99 COMP-3 VALUE ZERO.
002050   01 WS-RADIUS-SUM             PIC S9(9)V99 COMP-3 VALUE ZERO.
002072   01 WS-RECUT-RADIUS-SUM       PIC S9(9)V99 COMP-3 VALUE ZERO.
002073   01 WS-CALC-RESULT            PIC 9(09)V99        VALUE ZERO.
002074   01 WS-EXTRACT-COUNT          PIC 9(07) COMP      VALUE ZERO.
002080   01 WS-EXTRACT-RESULT-SUM     PIC S9(11)V99 COMP-3 VALUE ZERO.
002090*----------------------------------------------------------------
002100* CONTROL-TOTAL AND RUN-IDENTIFICATION FIELDS.
002110*----------------------------------------------------------------
002120  01 WS-CTL-RECORD-COUNT       PIC 9(07)            VALUE ZERO.
002130  01 WS-CTL-RADIUS-SUM         PIC S9(9)V99 COMP-3  VALUE ZERO.
002133  01 WS-RCC-RECORD-COUNT       PIC 9(07)            VALUE ZERO.
002136  01 WS-RCC-RADIUS-SUM         PIC S9(9)V99 COMP-3  VALUE ZERO.
002140  01 WS-RUN-ID                 PIC X(08)            VALUE SPACES.
002150  01 WS-RUN-DATE               PIC 9(08)            VALUE ZERO.
002160  01 WS-RUN-TIME               PIC 9(08)            VALUE ZERO.
002162*----------------------------------------------------------------
002163* THE CUT-LIST RECORD BEING PROCESSED. THE RADREC01 LAYOUT LIVES
002164* HERE, NOT UNDER THE FD, BECAUSE A SIMULATION FROM THE AUDIT
002165* LOG BUILDS THE RECORD FROM AN AUDIT RECORD INSTEAD OF READING
002166* IT FROM RADFILE.
002167*----------------------------------------------------------------
002168     COPY RADREC01.
002169*----------------------------------------------------------------
002170* SHOP CUTTING ALLOWANCES - READ ONCE FROM THE SHPFILE PARAMETER
002171* CARD BY 1110-READ-SHOP-PARAMETERS AND APPLIED BY THE STOCK-
002172* LENGTH CALC (2475-COMPUTE-STOCK-LENGTH). A SIMULATION READS
002173* THE PROPOSED CARD (SHPALT) OVER THEM FOR ITS SECOND PASS. THE
002174* SHPREC01 LAYOUT LIVES HERE BECAUSE IT DESCRIBES BOTH CARDS.
002175*----------------------------------------------------------------
002176     COPY SHPREC01.
002177  01 WS-KERF-WIDTH             PIC 9(03)V99         VALUE ZERO.
002178  01 WS-WASTE-PCT              PIC 9(03)V99         VALUE ZERO.
002179  01 WS-BAR-INCREMENT          PIC 9(03)V99         VALUE ZERO.
002180  01 WS-STOCK-BAR-LENGTH       PIC 9(05)V99         VALUE ZERO.
002181*----------------------------------------------------------------
002182* PART-MASTER LOOKUP FIELDS - 2250-LOOK-UP-PART-MASTER READS THE
002190* KEYED PART MASTER DIRECTLY BY PART NUMBER FOR EVERY CUT-LIST
002200* RECORD. THE FIELDS OF THE RECORD FOUND FOR THE CURRENT RECORD
002210* ARE HELD IN WS-PART-DESCRIPTION / -MATERIAL-CODE / -STATUS-CODE.
002346  01 WS-PART-MIN-RADIUS        PIC 9(05)V99        VALUE ZERO.
002348  01 WS-PART-MAX-RADIUS        PIC 9(05)V99        VALUE ZERO.
002341*----------------------------------------------------------------
002343* MATERIAL RATE TABLE - LOADED ONCE BY 1140-LOAD-RATE-TABLE AND
002345* SEARCHED BY 2280-LOOK-UP-MATERIAL-RATE FOR THE MATERIAL CODE
002347* THE PART-MASTER LOOKUP LEFT IN WS-PART-MATERIAL-CODE. A
002349* MATERIAL MAY CARRY ONE ENTRY PER PRICE CHANGE; THE LOOKUP
002350* PICKS THE ENTRY WITH THE LATEST EFFECTIVE DATE THAT IS NOT
002351* AFTER THE RECORD'S PART DATE. THE RATES FOUND FOR THE CURRENT
002352* RECORD ARE HELD IN WS-LENGTH-RATE AND WS-AREA-RATE (ZERO,
002353* WITH RATE-NOT-FOUND SET, WHEN PURCHASING HAS NO RECORD IN
002354* EFFECT FOR THE MATERIAL ON THAT DATE). A SIMULATION RELOADS THE
002355* TABLE FROM THE PROPOSED RATE FILE (RATALT) FOR ITS SECOND PASS;
002356* THE RATREC01 LAYOUT LIVES HERE BECAUSE IT DESCRIBES BOTH.
002357*----------------------------------------------------------------
002358     COPY RATREC01.
002359  01 WS-RATE-TABLE-COUNT       PIC 9(05) COMP      VALUE ZERO.
002360  01 WS-RATE-TABLE-SUB         PIC 9(05) COMP      VALUE ZERO.
002361  01 WS-RATE-BEST-DATE         PIC 9(08)           VALUE ZERO.
002362  01 WS-RATE-TABLE.
002363    03 WS-RT-ENTRY             OCCURS 500 TIMES.
002364      05 WS-RT-MATERIAL-CODE   PIC X(04).
002365      05 WS-RT-EFFECTIVE-DATE  PIC 9(08).
002366      05 WS-RT-LENGTH-RATE     PIC 9(04)V9(04).
002367      05 WS-RT-AREA-RATE       PIC 9(04)V9(04).
002368  01 WS-LENGTH-RATE            PIC 9(04)V9(04)     VALUE ZERO.
002369  01 WS-AREA-RATE              PIC 9(04)V9(04)     VALUE ZERO.
002370  01 WS-CALC-COST              PIC 9(09)V99        VALUE ZERO.
002371  01 WS-COST-GRAND-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
002372  01 WS-UNPRICED-COUNT         PIC 9(07) COMP      VALUE ZERO.
002373*----------------------------------------------------------------
002374* REMNANT RACK TABLE - THE ON-HAND OFFCUTS, LOADED ONCE BY
002375* 1120-LOAD-REMNANTS AND BEST-FIT MATCHED BY 2480-MATCH-REMNANT
002376* FOR EVERY STOCK-LENGTH CUT. AN ENTRY A CUT PULLS IS FLAGGED
002377* "U" AND NOT CARRIED FORWARD; EVERYTHING STILL "N" AT END OF
002378* RUN IS WRITTEN BACK TO THE REMNANT FILE BY 9085-WRITE-
002379* REMNANT-CARRY ALONG WITH THE OFFCUTS THIS RUN CREATED. THE
002380* RMNREC01 LAYOUT LIVES HERE, NOT UNDER THE FDS, BECAUSE THE
002381* SAME LAYOUT DESCRIBES BOTH REMNANT FILES.
002382*----------------------------------------------------------------
002383     COPY RMNREC01.
002384  01 WS-REMNANT-COUNT          PIC 9(05) COMP      VALUE ZERO.
002385  01 WS-REMNANT-SUB            PIC 9(05) COMP      VALUE ZERO.
002386  01 WS-REMNANT-BEST-SUB       PIC 9(05) COMP      VALUE ZERO.
002387  01 WS-REMNANT-BEST-LEN       PIC 9(05)V99        VALUE ZERO.
002388  01 WS-REMNANT-TABLE.
002389    03 WS-RM-ENTRY             OCCURS 2000 TIMES.
002390      05 WS-RM-MATERIAL-CODE   PIC X(04).
002391      05 WS-RM-LENGTH          PIC 9(05)V99.
002392      05 WS-RM-SOURCE-PART     PIC X(10).
002393      05 WS-RM-PART-DATE       PIC 9(08).
002394      05 WS-RM-USED-FLAG       PIC X(01).
002395  01 WS-REMNANT-USED-COUNT     PIC 9(07) COMP      VALUE ZERO.
002396  01 WS-REMNANT-SAVED-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
002397  01 WS-REMNANT-WRITTEN-COUNT  PIC 9(07) COMP      VALUE ZERO.
002398*----------------------------------------------------------------
002399* BAR NESTING TABLES - ONE BAR ENTRY PER FRESH BAR BROKEN
002400* TONIGHT (ITS SUBSCRIPT IS THE BAR NUMBER ON XTRFILE AND THE
002401* CUT PLAN) AND ONE CUT ENTRY PER STOCK CUT NESTED ONTO A BAR,
002402* IN THE ORDER THE CUTS WERE PLACED. 2482-NEST-STOCK-CUT FILLS
002403* THEM; 9020-WRITE-BAR-LEFTOVERS AND 9030-WRITE-CUT-PLAN READ
002404* THEM AT TERMINATE. WS-BT-USED CARRIES EVERY NESTED CUT'S
002405* LENGTH WITH ITS ALLOWANCES, SO LENGTH LESS USED IS THE TRUE
002406* LEFTOVER. WS-BT-PLAN-FLAG MARKS A BAR ALREADY PRINTED WHILE
002407* THE PLAN GROUPS THE BARS BY MATERIAL. WS-BT-OPEN-SHIFT IS THE
002408* SHIFT OF THE CUT THAT BROKE THE BAR, WHICH A SIMULATION CHARGES
002409* THE BAR AND ITS LEFTOVER TO. BOTH TABLES ARE SAVED WITH EVERY
002410* CHECKPOINT (2760-SAVE-NESTING-TABLES) AND RELOADED BY A RESTART.
002411*----------------------------------------------------------------
002412  01 WS-BAR-COUNT              PIC 9(05) COMP      VALUE ZERO.
002413  01 WS-BAR-SUB                PIC 9(05) COMP      VALUE ZERO.
002414  01 WS-BAR-SUB-2              PIC 9(05) COMP      VALUE ZERO.
002415  01 WS-BAR-ROOM               PIC 9(07)V99        VALUE ZERO.
002416  01 WS-BAR-LEFTOVER           PIC 9(07)V99        VALUE ZERO.
002417  01 WS-BAR-LEFTOVER-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
002418  01 WS-BAR-TABLE.
002419    03 WS-BT-ENTRY             OCCURS 2000 TIMES.
002420      05 WS-BT-MATERIAL-CODE   PIC X(04).
002421      05 WS-BT-LENGTH          PIC 9(07)V99.
002422      05 WS-BT-USED            PIC 9(07)V99.
002423      05 WS-BT-CUT-COUNT       PIC 9(03) COMP.
002424      05 WS-BT-LAST-PART       PIC X(10).
002425      05 WS-BT-LAST-DATE       PIC 9(08).
002426      05 WS-BT-PLAN-FLAG       PIC X(01).
002427      05 WS-BT-OPEN-SHIFT      PIC 9(01).
002428  01 WS-NEST-CUT-COUNT         PIC 9(05) COMP      VALUE ZERO.
002429  01 WS-NEST-CUT-SUB           PIC 9(05) COMP      VALUE ZERO.
002430  01 WS-NEST-BAR-NUMBER        PIC 9(05)           VALUE ZERO.
002431  01 WS-NEST-SEQUENCE          PIC 9(03)           VALUE ZERO.
002432  01 WS-PLAN-MATERIAL          PIC X(04)           VALUE SPACES.
002433  01 WS-NEST-CUT-TABLE.
002434    03 WS-NC-ENTRY             OCCURS 5000 TIMES.
002435      05 WS-NC-BAR-NUMBER      PIC 9(05) COMP.
002436      05 WS-NC-SEQUENCE        PIC 9(03).
002437      05 WS-NC-PART-NUMBER     PIC X(10).
002438      05 WS-NC-PART-DATE       PIC 9(08).
002439      05 WS-NC-LENGTH          PIC 9(07)V99.
002440*----------------------------------------------------------------
002441* CYCLE-CONTROL STATE - THE BUSINESS DATE THIS RUN IS
002442* PROCESSING, THE LATEST COMPLETED CYCLE FOUND ON THE CONTROL
002443* FILE BY 1190-CHECK-CYCLE-CONTROL, AND THE SWITCHES THAT
002444* REFUSE A REPEATED CYCLE OR FLAG A SKIPPED NIGHT. THE DAY-
002445* NUMBER FIELDS TURN A YYYYMMDD DATE INTO A SERIAL DAY COUNT
002446* (8100-COMPUTE-DAY-NUMBER) SO A MISSED WORKING NIGHT IS A
002447* SHOP CALENDAR TEST, NOT A SUBTRACTION OF DATE LITERALS.
002448*----------------------------------------------------------------
002449  01 WS-CYCLE-DATE             PIC 9(08)           VALUE ZERO.
002450  01 WS-LAST-DONE-DATE         PIC 9(08)           VALUE ZERO.
002451  01 WS-CYCLE-EOF-SW           PIC X(01)           VALUE "N".
002452     88 CYCLE-EOF                        VALUE "Y".
002453  01 WS-CYCLE-DONE-SW          PIC X(01)           VALUE "N".
002454     88 CYCLE-ALREADY-DONE               VALUE "Y".
002455  01 WS-CYCLE-GAP-SW           PIC X(01)           VALUE "N".
002456     88 CYCLE-GAP-FOUND                  VALUE "Y".
002457  01 WS-CALENDAR-EOF-SW        PIC X(01)           VALUE "N".
002458     88 CALENDAR-EOF                     VALUE "Y".
002459  01 WS-END-DATE               PIC 9(08)           VALUE ZERO.
002460  01 WS-END-TIME               PIC 9(08)           VALUE ZERO.
002461  01 WS-CYCLE-DAY-NUMBER       PIC S9(08) COMP-3   VALUE ZERO.
002462  01 WS-DN-DATE                PIC 9(08)           VALUE ZERO.
002463  01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
002464    03 WS-DN-YEAR              PIC 9(04).
002465    03 WS-DN-MONTH             PIC 9(02).
002466    03 WS-DN-DAY               PIC 9(02).
002467  01 WS-DN-NUMBER              PIC S9(08) COMP-3   VALUE ZERO.
002468  01 WS-DN-Q4                  PIC 9(04) COMP      VALUE ZERO.
002469  01 WS-DN-R4                  PIC 9(04) COMP      VALUE ZERO.
002470  01 WS-DN-Q100                PIC 9(04) COMP      VALUE ZERO.
002471  01 WS-DN-R100                PIC 9(04) COMP      VALUE ZERO.
002472  01 WS-DN-Q400                PIC 9(04) COMP      VALUE ZERO.
002473  01 WS-DN-R400                PIC 9(04) COMP      VALUE ZERO.
002474  01 WS-MONTH-OFFSETS.
002475    03 FILLER                  PIC X(36) VALUE
002476        "000031059090120151181212243273304334".
002477  01 WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSETS.
002478    03 WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
002479*----------------------------------------------------------------
002480* SHOP CALENDAR - THE EXCEPTION DAYS FROM CALFILE (CALREC01) AS
002481* DAY NUMBERS, LOADED BY 1196-LOAD-SHOP-CALENDAR. A DAY NOT IN
002482* THE TABLE FOLLOWS THE STANDARD WEEK (MONDAY TO FRIDAY WORK).
002483* 8300-COUNT-WORKING-DAYS COUNTS THE WORKING DAYS AFTER
002484* WS-WD-FROM-NUMBER UP TO AND INCLUDING WS-WD-TO-NUMBER.
002485*----------------------------------------------------------------
002486  01 WS-CAL-TABLE-COUNT        PIC 9(05) COMP      VALUE ZERO.
002487  01 WS-CAL-SUB                PIC 9(05) COMP      VALUE ZERO.
002488  01 WS-CAL-TABLE.
002489    03 WS-CT-ENTRY             OCCURS 3700 TIMES.
002490      05 WS-CT-DAY-NUMBER      PIC S9(08) COMP-3.
002491      05 WS-CT-DAY-TYPE        PIC X(01).
002492  01 WS-WD-FROM-NUMBER         PIC S9(08) COMP-3   VALUE ZERO.
002493  01 WS-WD-TO-NUMBER           PIC S9(08) COMP-3   VALUE ZERO.
002494  01 WS-WD-DAY-NUMBER          PIC S9(08) COMP-3   VALUE ZERO.
002495  01 WS-WD-SPAN                PIC S9(08) COMP-3   VALUE ZERO.
002496  01 WS-WD-WEEKS               PIC S9(08) COMP-3   VALUE ZERO.
002497  01 WS-WD-ODD-DAYS            PIC 9(01)           VALUE ZERO.
002498  01 WS-WD-COUNT               PIC S9(07) COMP-3   VALUE ZERO.
002499  01 WS-WD-WEEKDAY             PIC 9(01)           VALUE ZERO.
002500     88 WD-STANDARD-WORKDAY              VALUE 2 THRU 6.
002501*----------------------------------------------------------------
002502* AUDIT CHAIN STATE - WS-AUDIT-SEQUENCE COUNTS THE AUDIT RECORDS
002503* THIS RUN HAS WRITTEN AND WS-CHAIN-VALUE IS THE CHECK VALUE OF
002504* THE LAST ONE (ZERO BEFORE THE FIRST). 8200-CHAIN-RECORD FOLDS
002505* THE RECORD'S BYTES INTO WS-CHAIN-VALUE ONE AT A TIME THROUGH
002506* WS-CHAIN-BYTE-WORK, WHOSE LOW-VALUE HIGH BYTE TURNS THE
002507* CHARACTER MOVED INTO ITS LOW BYTE INTO A HALFWORD BINARY
002508* NUMBER. WS-LAST-AUDIT-RECORD HOLDS THE LAST RECORD FOUND ON
002509* THE LOG AT START, AND WS-AUDIT-TRAILER-FIELDS THE RUN THAT A
002510* TRAILER IS ABOUT TO CLOSE. THE WS-CKPT- FIELDS ARE THE RUN,
002511* SEQUENCE AND CHECK VALUE THE CHECKPOINT SAYS THE AUDIT LOG HAD
002512* REACHED, AND WS-CKPT-LOG-CHAIN THE CHECK VALUE ACTUALLY FOUND
002513* ON THE LOG AT THAT SEQUENCE.
002514*----------------------------------------------------------------
002515  01 WS-AUDIT-SEQUENCE         PIC 9(07) COMP      VALUE ZERO.
002516  01 WS-CHAIN-VALUE            PIC 9(09) COMP      VALUE ZERO.
002517  01 WS-CHAIN-WORK             PIC 9(12) COMP      VALUE ZERO.
002518  01 WS-CHAIN-QUOTIENT         PIC 9(05) COMP      VALUE ZERO.
002519  01 WS-CHAIN-SUB              PIC 9(03) COMP      VALUE ZERO.
002520  01 WS-CHAIN-RECORD.
002521    03 WS-CHAIN-BYTE           PIC X(01) OCCURS 128 TIMES.
002522  01 WS-CHAIN-BYTE-WORK.
002523    03 FILLER                  PIC X(01)      VALUE LOW-VALUE.
002524    03 WS-CBW-LOW              PIC X(01)      VALUE LOW-VALUE.
002525  01 WS-CHAIN-BYTE-VALUE REDEFINES
002526     WS-CHAIN-BYTE-WORK        PIC 9(04) COMP.
002527  01 WS-LAST-AUDIT-RECORD      PIC X(128)          VALUE SPACES.
002528  01 WS-AUDIT-TRAILER-FIELDS.
002529    03 WS-ATF-TYPE             PIC X(01)           VALUE SPACES.
002530    03 WS-ATF-RUN-ID           PIC X(08)           VALUE SPACES.
002531    03 WS-ATF-RUN-DATE         PIC 9(08)           VALUE ZERO.
002532    03 WS-ATF-RUN-TIME         PIC 9(08)           VALUE ZERO.
002533    03 WS-ATF-COUNT            PIC 9(07)           VALUE ZERO.
002534    03 WS-ATF-CHAIN            PIC 9(09)           VALUE ZERO.
002535    03 WS-ATF-REPROCESS-FLAG   PIC X(01)           VALUE SPACES.
002536  01 WS-CKPT-RUN-DATE          PIC 9(08)           VALUE ZERO.
002537  01 WS-CKPT-RUN-TIME          PIC 9(08)           VALUE ZERO.
002538  01 WS-CKPT-AUDIT-SEQUENCE    PIC 9(07) COMP      VALUE ZERO.
002539  01 WS-CKPT-CHAIN-VALUE       PIC 9(09) COMP      VALUE ZERO.
002540  01 WS-CKPT-LOG-CHAIN         PIC 9(09) COMP      VALUE ZERO.
002541  01 WS-UNCLOSED-REASON        PIC X(40)           VALUE SPACES.
002542*----------------------------------------------------------------
002543* PAGINATION AND PRODUCT-FAMILY CONTROL-BREAK STATE. THE FAMILY
002544* IS THE FIRST FOUR CHARACTERS OF THE PART NUMBER; THE BREAK
002545* ASSUMES THE JCL SORTED THE EXTRACTS INTO PART-NUMBER ORDER
002546* AHEAD OF THIS STEP. WS-PREV-FAMILY HOLDS LOW-VALUES UNTIL THE
002547* FIRST DETAIL LINE PRINTS.
002548*----------------------------------------------------------------
002549  01 WS-PAGE-NUMBER            PIC 9(05) COMP      VALUE ZERO.
002550  01 WS-LINE-COUNT             PIC 9(03) COMP      VALUE ZERO.
002551  01 WS-PRINT-WORK             PIC X(80)           VALUE SPACES.
002552  01 WS-PREV-FAMILY            PIC X(04)  VALUE LOW-VALUES.
002553  01 WS-FAMILY-SPLIT.
002554    03 WS-FS-PREFIX            PIC X(04).
002555    03 FILLER                  PIC X(06).
002556  01 WS-FAM-COUNT              PIC 9(07) COMP      VALUE ZERO.
002557  01 WS-FAM-RESULT-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
002558  01 WS-FAM-COST-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
002559*----------------------------------------------------------------
002560* PROCESSED PART/DATE KEY TABLE - GUARDS AGAINST COMPUTING THE
002561* SAME PART/DATE TWICE. ON A REPROCESS RUN IT IS PRELOADED FROM
002562* THE AUDIT LOG (SOURCE "A") BY 1155-LOAD-AUDIT-KEYS; ON EVERY
002563* RUN THE KEY OF EACH RECORD READ IS ADDED (SOURCE "F") SO AN
002564* EXTRACT THAT CARRIES THE SAME PART/DATE TWICE HAS ITS REPEATS
002565* CAUGHT (R009) - THE SOURCE BYTE OF THE ENTRY THAT MATCHED IS
002566* WHAT SEPARATES "ALREADY ON THE AUDIT LOG" (R008) FROM
002567* "DUPLICATE WITHIN THIS FILE" (R009). A RECUT RECORD PASSES
002568* BOTH AND MARKS ITS KEY SOURCE "R", SO ONLY A SECOND RECUT OF
002569* THE SAME PART/DATE IN THE FILE IS CAUGHT.
002570*----------------------------------------------------------------
002571  01 WS-DONE-TABLE-COUNT       PIC 9(05) COMP      VALUE ZERO.
002572  01 WS-DONE-TABLE-SUB         PIC 9(05) COMP      VALUE ZERO.
002573  01 WS-DONE-KEY-PART          PIC X(10)           VALUE SPACES.
002574  01 WS-DONE-KEY-DATE          PIC 9(08)           VALUE ZERO.
002575  01 WS-DONE-KEY-SOURCE        PIC X(01)           VALUE SPACES.
002576  01 WS-DONE-KEY-TABLE.
002577    03 WS-DK-ENTRY             OCCURS 10000 TIMES.
002578      05 WS-DK-PART-NUMBER     PIC X(10).
002579      05 WS-DK-PART-DATE       PIC 9(08).
002580      05 WS-DK-SOURCE          PIC X(01).
002581*----------------------------------------------------------------
002582* WHAT-IF SIMULATION STATE - THE SIMFILE CARD AS KEPT AFTER ITS
002583* FILE IS CLOSED, AND THE FIGURES OF BOTH PASSES. COLUMN 1 OF
002584* EVERY FIGURE GROUP IS THE CURRENT PASS, COLUMN 2 THE PROPOSED
002585* PASS (WS-SIM-COLUMN). 2910-POST-SIM-FIGURES ADDS THE WS-SIM-ADD
002586* FIGURES OF ONE CUT (OR ONE BAR) TO ITS MATERIAL'S ROW, ITS
002587* SHIFT'S ROW AND THE TOTAL ROW. THE THREE FIGURE GROUPS AND
002588* WS-SIM-PRINT-FIGURES SHARE ONE LAYOUT SO A ROW CAN BE MOVED
002589* WHOLE TO THE PRINT AREA. WS-SIM-SHOP-VALUES KEEPS THE
002590* ALLOWANCES EACH PASS RAN UNDER FOR THE REPORT HEADER.
002591*----------------------------------------------------------------
002592  01 WS-SIM-FROM-DATE          PIC 9(08)           VALUE ZERO.
002593  01 WS-SIM-TO-DATE            PIC 9(08)           VALUE ZERO.
002594  01 WS-SIM-DESCRIPTION        PIC X(40)           VALUE SPACES.
002595  01 WS-SIM-LAST-RUN-DATE      PIC 9(08)           VALUE ZERO.
002596  01 WS-SIM-LAST-RUN-TIME      PIC 9(08)           VALUE ZERO.
002597  01 WS-SIM-COLUMN             PIC 9(02) COMP      VALUE ZERO.
002598  01 WS-SIM-SHIFT-SUB          PIC 9(02) COMP      VALUE ZERO.
002599  01 WS-SIM-MATERIAL           PIC X(04)           VALUE SPACES.
002600  01 WS-SIM-MATERIAL-COUNT     PIC 9(05) COMP      VALUE ZERO.
002601  01 WS-SIM-MATERIAL-SUB       PIC 9(05) COMP      VALUE ZERO.
002602  01 WS-SIM-SKIP-COUNT         PIC 9(07) COMP      VALUE ZERO.
002603  01 WS-SIM-CHANGE             PIC S9(11)V99 COMP-3 VALUE ZERO.
002604  01 WS-SIM-AMOUNT-1           PIC S9(11)V99 COMP-3 VALUE ZERO.
002605  01 WS-SIM-AMOUNT-2           PIC S9(11)V99 COMP-3 VALUE ZERO.
002606  01 WS-SIM-COUNT-1            PIC 9(07) COMP      VALUE ZERO.
002607  01 WS-SIM-COUNT-2            PIC 9(07) COMP      VALUE ZERO.
002608  01 WS-SIM-ADD.
002609    03 WS-SIM-ADD-STOCK        PIC S9(9)V99 COMP-3 VALUE ZERO.
002610    03 WS-SIM-ADD-BARS         PIC 9(07) COMP      VALUE ZERO.
002611    03 WS-SIM-ADD-REMNANTS     PIC 9(07) COMP      VALUE ZERO.
002612    03 WS-SIM-ADD-REMNANT-LEN  PIC S9(9)V99 COMP-3 VALUE ZERO.
002613    03 WS-SIM-ADD-COST         PIC S9(11)V99 COMP-3 VALUE ZERO.
002614  01 WS-SIM-MATERIAL-TABLE.
002615    03 WS-SMT-ENTRY            OCCURS 200 TIMES.
002616      05 WS-SMT-MATERIAL-CODE  PIC X(04)           VALUE SPACES.
002617      05 WS-SMT-FIGURES.
002618        07 WS-SMT-COLUMN       OCCURS 2 TIMES.
002619          09 WS-SMT-STOCK      PIC S9(9)V99 COMP-3 VALUE ZERO.
002620          09 WS-SMT-BARS       PIC 9(07) COMP      VALUE ZERO.
002621          09 WS-SMT-REMNANTS   PIC 9(07) COMP      VALUE ZERO.
002622          09 WS-SMT-REMNANT-LEN
002623                               PIC S9(9)V99 COMP-3 VALUE ZERO.
002624          09 WS-SMT-COST       PIC S9(11)V99 COMP-3 VALUE ZERO.
002625  01 WS-SIM-SHIFT-TABLE.
002626    03 WS-SST-ENTRY            OCCURS 3 TIMES.
002627      05 WS-SST-FIGURES.
002628        07 WS-SST-COLUMN       OCCURS 2 TIMES.
002629          09 WS-SST-STOCK      PIC S9(9)V99 COMP-3 VALUE ZERO.
002630          09 WS-SST-BARS       PIC 9(07) COMP      VALUE ZERO.
002631          09 WS-SST-REMNANTS   PIC 9(07) COMP      VALUE ZERO.
002632          09 WS-SST-REMNANT-LEN
002633                               PIC S9(9)V99 COMP-3 VALUE ZERO.
002634          09 WS-SST-COST       PIC S9(11)V99 COMP-3 VALUE ZERO.
002635  01 WS-SIM-TOTALS.
002636    03 WS-SGT-FIGURES.
002637      05 WS-SGT-COLUMN         OCCURS 2 TIMES.
002638        07 WS-SGT-STOCK        PIC S9(9)V99 COMP-3 VALUE ZERO.
002639        07 WS-SGT-BARS         PIC 9(07) COMP      VALUE ZERO.
002640        07 WS-SGT-REMNANTS     PIC 9(07) COMP      VALUE ZERO.
002641        07 WS-SGT-REMNANT-LEN  PIC S9(9)V99 COMP-3 VALUE ZERO.
002642        07 WS-SGT-COST         PIC S9(11)V99 COMP-3 VALUE ZERO.
002643  01 WS-SIM-PRINT-FIGURES.
002644    03 WS-SPF-COLUMN           OCCURS 2 TIMES.
002645      05 WS-SPF-STOCK          PIC S9(9)V99 COMP-3.
002646      05 WS-SPF-BARS           PIC 9(07) COMP.
002647      05 WS-SPF-REMNANTS       PIC 9(07) COMP.
002648      05 WS-SPF-REMNANT-LEN    PIC S9(9)V99 COMP-3.
002649      05 WS-SPF-COST           PIC S9(11)V99 COMP-3.
002650  01 WS-SIM-COUNTS.
002651    03 WS-SCN-COLUMN           OCCURS 2 TIMES.
002652      05 WS-SCN-PROCESSED      PIC 9(07) COMP      VALUE ZERO.
002653      05 WS-SCN-REJECTED       PIC 9(07) COMP      VALUE ZERO.
002654      05 WS-SCN-SKIPPED        PIC 9(07) COMP      VALUE ZERO.
002655      05 WS-SCN-UNPRICED       PIC 9(07) COMP      VALUE ZERO.
002656  01 WS-SIM-SHOP-VALUES.
002657    03 WS-SSV-COLUMN           OCCURS 2 TIMES.
002658      05 WS-SSV-KERF-WIDTH     PIC 9(03)V99        VALUE ZERO.
002659      05 WS-SSV-WASTE-PCT      PIC 9(03)V99        VALUE ZERO.
002660      05 WS-SSV-BAR-INCREMENT  PIC 9(03)V99        VALUE ZERO.
002661      05 WS-SSV-BAR-LENGTH     PIC 9(05)V99        VALUE ZERO.
002662*----------------------------------------------------------------
002663* REPORT PRINT LINES.
002664*----------------------------------------------------------------
002665   01 WS-PAGE-HEADING-1.
002666     03 WS-PH-TITLE              PIC X(48) VALUE
002667         "COMPUTE_SAMPLE02 - CUT-LIST CIRCUMFERENCE REPORT".
002668     03 FILLER                   PIC X(05) VALUE " RUN ".
002669     03 WS-PH-RUN-ID             PIC X(08).
002670     03 FILLER                   PIC X(01) VALUE SPACES.
002671     03 WS-PH-RUN-DATE           PIC 9(08).
002672     03 FILLER                   PIC X(05) VALUE " PAGE".
002673     03 WS-PH-PAGE               PIC ZZZ9.
002674     03 FILLER                   PIC X(01) VALUE SPACES.
002675   01 WS-HEADING-LINE-2.
002676     03 FILLER                   PIC X(12) VALUE "PART NUMBER".
002677     03 FILLER                   PIC X(08) VALUE "  RADIUS".
002678     03 FILLER                   PIC X(01) VALUE SPACES.
002679     03 FILLER                   PIC X(03) VALUE "UOM".
002680     03 FILLER                   PIC X(05) VALUE "CALC".
002681     03 FILLER                   PIC X(12) VALUE "      RESULT".
002682     03 FILLER                   PIC X(11) VALUE "       COST".
002683     03 FILLER                   PIC X(01) VALUE SPACES.
002684     03 FILLER                   PIC X(27) VALUE "DESCRIPTION".
002685   01 WS-DETAIL-LINE.
002686     03 WS-DL-PART-NUMBER        PIC X(10).
002687     03 FILLER                   PIC X(02) VALUE SPACES.
002688     03 WS-DL-RADIUS             PIC ZZZZ9.99.
002690     03 FILLER                   PIC X(01) VALUE SPACES.
002700     03 WS-DL-UOM                PIC X(02).
002710     03 FILLER                   PIC X(01) VALUE SPACES.
002876         "DUPLICATES REJECTED:".
002878     03 WS-DUL-COUNT             PIC ZZZZZZ9.
002879     03 FILLER                   PIC X(53) VALUE SPACES.
002880   01 WS-RECUT-COUNT-LINE.
002881     03 FILLER                   PIC X(20) VALUE
002882         "RECUTS READ        :".
002883     03 WS-RCT-COUNT             PIC ZZZZZZ9.
002884     03 FILLER                   PIC X(53) VALUE SPACES.
002885   01 WS-TOTAL-LINE.
002890     03 FILLER                   PIC X(20) VALUE
002900         "GRAND TOTAL SUM    :".
002910     03 WS-TL-SUM                PIC ZZZZZZZZ9.99.
002920     03 FILLER                   PIC X(48) VALUE SPACES.
002930   01 WS-AREA-TOTAL-LINE.
002940     03 FILLER                   PIC X(20) VALUE
002941         "GRAND TOTAL AREA   :".
002942     03 WS-ATL-SUM               PIC ZZZZZZZZ9.99.
002943     03 FILLER                   PIC X(48) VALUE SPACES.
002944   01 WS-STOCK-TOTAL-LINE.
002945     03 FILLER                   PIC X(20) VALUE
002946         "GRAND TOTAL STOCK  :".
002947     03 WS-STL-SUM               PIC ZZZZZZZZ9.99.
002948     03 FILLER                   PIC X(48) VALUE SPACES.
002949   01 WS-COST-TOTAL-LINE.
002950     03 FILLER                   PIC X(20) VALUE
002951         "GRAND TOTAL COST   :".
002952     03 WS-CGT-SUM               PIC ZZZZZZZZZZ9.99.
002953     03 FILLER                   PIC X(46) VALUE SPACES.
002954   01 WS-UNPRICED-LINE.
002955     03 FILLER                   PIC X(20) VALUE
002956         "UNPRICED RESULTS   :".
002957     03 WS-UPL-COUNT             PIC ZZZZZZ9.
002958     03 FILLER                   PIC X(53) VALUE SPACES.
002959   01 WS-REMNANT-USED-LINE.
002960     03 FILLER                   PIC X(20) VALUE
002961         "REMNANTS USED      :".
002962     03 WS-RUL-COUNT             PIC ZZZZZZ9.
002963     03 FILLER                   PIC X(53) VALUE SPACES.
002964   01 WS-REMNANT-SAVED-LINE.
002965     03 FILLER                   PIC X(20) VALUE
002966         "REMNANT LEN SAVED  :".
002967     03 WS-RSL-SUM               PIC ZZZZZZZZ9.99.
002968     03 FILLER                   PIC X(48) VALUE SPACES.
002969   01 WS-OFFCUT-LINE.
002970     03 FILLER                   PIC X(20) VALUE
002971         "OFFCUTS WRITTEN    :".
002972     03 WS-OFL-COUNT             PIC ZZZZZZ9.
002973     03 FILLER                   PIC X(53) VALUE SPACES.
002974   01 WS-PLAN-HEADING-2        PIC X(80) VALUE
002975       "STOCK BAR CUT PLAN - BY MATERIAL, CUTS IN SAW ORDER".
002976   01 WS-PLAN-BAR-LINE.
002977     03 FILLER                   PIC X(04) VALUE "BAR ".
002978     03 WS-PBL-BAR               PIC 9(05).
002979     03 FILLER                   PIC X(11) VALUE "  MATERIAL ".
002998     03 WS-PBL-MATERIAL          PIC X(04).
002999     03 FILLER                   PIC X(13) VALUE "  BAR LENGTH ".
003001     03 WS-PBL-LENGTH            PIC ZZZZZZ9.99.
003002     03 FILLER                   PIC X(33) VALUE SPACES.
003003   01 WS-PLAN-CUT-LINE.
003004     03 FILLER                   PIC X(08) VALUE "    SEQ ".
003005     03 WS-PCL-SEQUENCE          PIC ZZ9.
003006     03 FILLER                   PIC X(07) VALUE "  PART ".
003007     03 WS-PCL-PART-NUMBER       PIC X(10).
003008     03 FILLER                   PIC X(07) VALUE "  DATE ".
003009     03 WS-PCL-PART-DATE         PIC 9(08).
003011     03 FILLER                   PIC X(13) VALUE "  CUT LENGTH ".
003012     03 WS-PCL-LENGTH            PIC ZZZZZZ9.99.
003013     03 FILLER                   PIC X(14) VALUE SPACES.
003014   01 WS-PLAN-LEFTOVER-LINE.
003015     03 FILLER                   PIC X(13) VALUE "    LEFTOVER ".
003016     03 WS-PLL-LENGTH            PIC ZZZZZZ9.99.
003017     03 FILLER                   PIC X(57) VALUE SPACES.
003018   01 WS-BARS-PULLED-LINE.
003019     03 FILLER                   PIC X(20) VALUE
003021         "STOCK BARS PULLED  :".
003022     03 WS-BPL-COUNT             PIC ZZZZZZ9.
003023     03 FILLER                   PIC X(53) VALUE SPACES.
003024   01 WS-BAR-LEFTOVER-LINE.
003025     03 FILLER                   PIC X(20) VALUE
003026         "BAR LEFTOVER TOTAL :".
003027     03 WS-BLL-SUM               PIC ZZZZZZZZ9.99.
003028     03 FILLER                   PIC X(48) VALUE SPACES.
003029   01 WS-CYCLE-GAP-LINE.
003031     03 FILLER                   PIC X(35) VALUE
003032         "** WORKING NIGHT MISSED - LAST DONE".
003033     03 FILLER                   PIC X(01) VALUE SPACES.
003034     03 WS-CGL-DATE              PIC 9(08).
003041     03 FILLER                   PIC X(03) VALUE " **".
003042     03 FILLER                   PIC X(33) VALUE SPACES.
002981   01 WS-SHIFT-COUNT-LINE.
002982     03 FILLER                   PIC X(06) VALUE "SHIFT ".
002983     03 WS-SHC-SHIFT             PIC 9(01).
003110     03 FILLER                   PIC X(01) VALUE SPACES.
003120     03 WS-CML-ACT-SUM           PIC ZZZZZZZZ9.99.
003130     03 FILLER                   PIC X(40) VALUE SPACES.
003131   01 WS-RECUT-MISMATCH-LINE    PIC X(80) VALUE
003132       "** CONTROL TOTALS DO NOT MATCH RECUT EXTRACT **".
003133*----------------------------------------------------------------
003134* SIMULATION REPORT LINES - THE SECOND HEADING LINE OF EVERY
003135* SIMULATION PAGE CARRIES THE SIMULATION MARK AND THE COLUMN
003136* HEADINGS; THE FIRST CARRIES WK-SIM-TITLE.
003137*----------------------------------------------------------------
003138   01 WS-SIM-HEADING-2.
003139     03 FILLER                   PIC X(20) VALUE
003140         "*** SIMULATION ***".
003141     03 FILLER                   PIC X(01) VALUE SPACES.
003142     03 FILLER                   PIC X(14) VALUE
003143         "       CURRENT".
003144     03 FILLER                   PIC X(02) VALUE SPACES.
003145     03 FILLER                   PIC X(14) VALUE
003146         "      PROPOSED".
003147     03 FILLER                   PIC X(02) VALUE SPACES.
003148     03 FILLER                   PIC X(15) VALUE
003149         "         CHANGE".
003150     03 FILLER                   PIC X(12) VALUE SPACES.
003151   01 WS-SIM-AMOUNT-LINE.
003152     03 WS-SAL-LABEL             PIC X(20).
003153     03 FILLER                   PIC X(01) VALUE SPACES.
003154     03 WS-SAL-CURRENT           PIC ZZZZZZZZZZ9.99.
003155     03 FILLER                   PIC X(02) VALUE SPACES.
003156     03 WS-SAL-PROPOSED          PIC ZZZZZZZZZZ9.99.
003157     03 FILLER                   PIC X(02) VALUE SPACES.
003158     03 WS-SAL-CHANGE            PIC -----------9.99.
003159     03 FILLER                   PIC X(12) VALUE SPACES.
003160   01 WS-SIM-COUNT-LINE.
003161     03 WS-SCL-LABEL             PIC X(20).
003162     03 FILLER                   PIC X(01) VALUE SPACES.
003163     03 WS-SCL-CURRENT           PIC ZZZZZZZZZZZZZ9.
003164     03 FILLER                   PIC X(02) VALUE SPACES.
003165     03 WS-SCL-PROPOSED          PIC ZZZZZZZZZZZZZ9.
003166     03 FILLER                   PIC X(02) VALUE SPACES.
003167     03 WS-SCL-CHANGE            PIC --------------9.
003168     03 FILLER                   PIC X(12) VALUE SPACES.
003169   01 WS-SIM-TEXT-LINE.
003170     03 WS-STX-LABEL             PIC X(20).
003171     03 FILLER                   PIC X(01) VALUE SPACES.
003172     03 WS-STX-TEXT              PIC X(59).
003173   01 WS-SIM-SOURCE-LINE.
003174     03 FILLER                   PIC X(20) VALUE
003175         "SOURCE             :".
003176     03 FILLER                   PIC X(01) VALUE SPACES.
003177     03 WS-SSL-SOURCE            PIC X(24).
003178     03 FILLER                   PIC X(01) VALUE SPACES.
003179     03 WS-SSL-FROM-DATE         PIC 9(08).
003180     03 WS-SSL-TO                PIC X(04).
003181     03 WS-SSL-TO-DATE           PIC X(08).
003182     03 FILLER                   PIC X(14) VALUE SPACES.
003183   01 WS-SIM-ROW-CAPTION.
003184     03 WS-SRC-LABEL             PIC X(09).
003185     03 WS-SRC-KEY               PIC X(04).
003186     03 FILLER                   PIC X(67) VALUE SPACES.
003187 PROCEDURE                       DIVISION.
003188 0000-MAINLINE                   SECTION.
003189 0000-MAIN-PARA.
003190     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
003191     PERFORM 2000-PROCESS-FILE   THRU 2000-EXIT
003192             UNTIL END-OF-FILE.
003193     IF SIMULATION-RUN
003194         PERFORM 3000-RUN-PROPOSED-PASS THRU 3000-EXIT
003195         PERFORM 9500-TERMINATE-SIMULATION THRU 9500-EXIT
003196     ELSE
003197         PERFORM 9000-TERMINATE  THRU 9000-EXIT
003198     END-IF.
003210     STOP RUN.
003220*----------------------------------------------------------------
003230* 1000-INITIALIZE - READ THE JOB PARAMETERS AND THE CONTROL
003260* CHECKPOINT, THEN PRIME THE READ. AUDIT-FILE IS ALWAYS OPENED
003270* EXTEND (NEVER OUTPUT) SO A CLEAN NIGHTLY RUN NEVER TRUNCATES
003280* PRIOR NIGHTS' AUDIT RECORDS - ONLY REJECT-FILE, REPORT-FILE AND
003283* EXTRACT-FILE RESET PER RUN. A SIMULATION (SIMFILE CARD) LEAVES
003286* AFTER THE RUN ID IS SET, THROUGH 1350-START-SIMULATION - IT
003289* LOADS NO REMNANT RACK AND TOUCHES NO CYCLE, CONTROL, AUDIT-
003292* LOG, CHECKPOINT, EXTRACT OR REMNANT FILE.
003300*----------------------------------------------------------------
003310 1000-INITIALIZE.
003320     PERFORM 1100-READ-JOB-PARAMETERS THRU 1100-EXIT.
003322     PERFORM 1300-READ-SIMULATION-CARD THRU 1300-EXIT.
003325     PERFORM 1110-READ-SHOP-PARAMETERS THRU 1110-EXIT.
003326     IF SIMULATION-RUN
003327         SET REMNANT-MATCH-BYPASSED TO TRUE
003328     ELSE
003329         PERFORM 1120-LOAD-REMNANTS THRU 1120-EXIT
003330     END-IF.
003331     PERFORM 1130-OPEN-PART-MASTER THRU 1130-EXIT.
003335     PERFORM 1140-LOAD-RATE-TABLE THRU 1140-EXIT.
003340     ACCEPT WS-RUN-DATE              FROM DATE YYYYMMDD.
003350     ACCEPT WS-RUN-TIME               FROM TIME.
003380     ELSE
003390         MOVE PARM-RUN-ID            TO WS-RUN-ID
003400     END-IF.
003401     IF SIMULATION-RUN
003402         PERFORM 1350-START-SIMULATION THRU 1350-EXIT
003403         GO TO 1000-EXIT
003404     END-IF.
003405     PERFORM 1190-CHECK-CYCLE-CONTROL THRU 1190-EXIT.
003410     OPEN INPUT RADIUS-FILE.
003420     PERFORM 1105-VERIFY-RADIUS-FILE-STATUS THRU 1105-EXIT.
003440     IF REPROCESS-RUN
003450         PERFORM 1155-LOAD-AUDIT-KEYS THRU 1155-EXIT
003460     END-IF.
003461     IF PARM-RESTART-YES
003462         PERFORM 1160-READ-CHECKPOINT-RECORD THRU 1160-EXIT
003463     END-IF.
003464     PERFORM 1157-FIND-LAST-AUDIT-RECORD THRU 1157-EXIT.
003470     OPEN EXTEND AUDIT-FILE.
003480     IF PARM-RESTART-YES
003500         OPEN EXTEND REJECT-FILE
003510         OPEN EXTEND REPORT-FILE
003520         OPEN EXTEND EXTRACT-FILE
003580         PERFORM 1200-WRITE-REPORT-HEADINGS THRU 1200-EXIT
003590     END-IF.
003600     PERFORM 1180-VERIFY-FILE-STATUS THRU 1180-EXIT.
003602     IF ABORTED-RUN-FOUND
003604         PERFORM 1159-CLOSE-ABORTED-RUN THRU 1159-EXIT
003606     END-IF.
003610     IF NOT END-OF-FILE
003620         PERFORM 2100-READ-RADIUS-FILE THRU 2100-EXIT
003630     END-IF.
004216* PROCESSING (PARM-CYCLE-DATE, DEFAULTING TO THE RUN DATE),
004218* READ THE CYCLE-CONTROL HISTORY, REFUSE A CYCLE ALREADY
004220* STAMPED COMPLETED (RC=12 - ITS OWN CODE, SO THE SCHEDULER
004221* TELLS "ALREADY RAN" FROM DATA TROUBLE), REFUSE A CYCLE DATE
004222* THAT IS NOT A SHOP WORKING DAY (ALSO RC=12) UNLESS THE PARM
004223* CARD OVERRIDES IT, AND FLAG A MISSED SCHEDULED WORKING NIGHT
004224* ON THE CONSOLE AND THE REPORT TOTALS. REPROCESS RUNS SKIP ALL
004225* OF THIS - THE REWORK CYCLE IS NOT A BUSINESS CYCLE.
004230*----------------------------------------------------------------
004232 1190-CHECK-CYCLE-CONTROL.
004234     IF REPROCESS-RUN
004238     END-IF.
004240     IF PARM-CYCLE-DATE = SPACES
004242         MOVE WS-RUN-DATE        TO WS-CYCLE-DATE
004243     ELSE
004244         IF PARM-CYCLE-DATE NUMERIC
004245             MOVE PARM-CYCLE-DATE TO WS-CYCLE-DATE
004246         ELSE
004247             DISPLAY "COMPS02 - BAD CYCLE DATE ON PARM CARD"
004248             MOVE 16             TO RETURN-CODE
004249             STOP RUN
004250         END-IF
004251     END-IF.
004252*----------------------------------------------------------------
004253* THE CYCLE DATE MUST BE A SHOP WORKING DAY ON THE SHOP CALENDAR
004254* (CALREC01). A CYCLE FOR A WEEKEND, HOLIDAY OR SHUTDOWN IS
004255* REFUSED WITH RC=12 UNLESS THE PARM CARD CARRIES THE CALENDAR
004256* OVERRIDE, FOR THE NIGHT OPERATIONS RUNS ONE ON PURPOSE.
004257*----------------------------------------------------------------
004258     PERFORM 1196-LOAD-SHOP-CALENDAR THRU 1196-EXIT.
004259     MOVE WS-CYCLE-DATE          TO WS-DN-DATE.
004260     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
004261     IF WS-DN-NUMBER = ZERO
004262         DISPLAY "COMPS02 - BAD CYCLE DATE ON PARM CARD"
004263         MOVE 16                 TO RETURN-CODE
004264         STOP RUN
004265     END-IF.
004266     MOVE WS-DN-NUMBER           TO WS-CYCLE-DAY-NUMBER.
004267     COMPUTE WS-WD-FROM-NUMBER = WS-CYCLE-DAY-NUMBER - 1.
004268     MOVE WS-CYCLE-DAY-NUMBER    TO WS-WD-TO-NUMBER.
004269     PERFORM 8300-COUNT-WORKING-DAYS THRU 8300-EXIT.
004270     IF WS-WD-COUNT = ZERO
004271         IF PARM-CALENDAR-OVERRIDE-YES
004272             DISPLAY "COMPS02 - CYCLE " WS-CYCLE-DATE
004273                 " IS NOT A SHOP WORKING DAY - RUN BY OVERRIDE"
004274         ELSE
004275             DISPLAY "COMPS02 - CYCLE " WS-CYCLE-DATE
004276                 " IS NOT A SHOP WORKING DAY - RUN REFUSED"
004277             MOVE 12             TO RETURN-CODE
004278             STOP RUN
004279         END-IF
004280     END-IF.
004281     OPEN INPUT CYCLE-FILE.
004282*----------------------------------------------------------------
004283* "05" IS THE OPTIONAL FILE ABSENT - LEGITIMATE BEFORE THE
004284* FIRST CYCLE EVER STAMPS; ANYTHING ELSE WOULD SILENTLY SKIP
004285* THE DOUBLE-RELEASE GUARD, SO IT ABENDS LIKE EVERY OTHER OPEN.
004286*----------------------------------------------------------------
004287     IF WS-CYCLE-FILE-STATUS NOT = "00"
004288        AND WS-CYCLE-FILE-STATUS NOT = "05"
004289         DISPLAY "COMPS02 - CYCLE-FILE OPEN FAILED, STATUS="
004290             WS-CYCLE-FILE-STATUS
004291         MOVE 16             TO RETURN-CODE
004292         STOP RUN
004293     END-IF.
004294     PERFORM 1195-READ-ONE-CYCLE THRU 1195-EXIT
004295             UNTIL CYCLE-EOF.
004296     CLOSE CYCLE-FILE.
004297     IF CYCLE-ALREADY-DONE
004298         DISPLAY "COMPS02 - CYCLE " WS-CYCLE-DATE
004299             " ALREADY COMPLETED - RUN REFUSED"
004300         MOVE 12             TO RETURN-CODE
004301         STOP RUN
004302     END-IF.
004303*----------------------------------------------------------------
004304* A GAP IS A SCHEDULED WORKING NIGHT BETWEEN THE LAST COMPLETED
004305* CYCLE AND THIS ONE THAT NEVER RAN - WEEKENDS, HOLIDAYS AND
004306* SHUTDOWNS ON THE SHOP CALENDAR ARE NOT MISSED NIGHTS.
004307*----------------------------------------------------------------
004308     IF WS-LAST-DONE-DATE > ZERO
004309         MOVE WS-LAST-DONE-DATE  TO WS-DN-DATE
004310         PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT
004311         MOVE WS-DN-NUMBER       TO WS-WD-FROM-NUMBER
004312         COMPUTE WS-WD-TO-NUMBER = WS-CYCLE-DAY-NUMBER - 1
004313         PERFORM 8300-COUNT-WORKING-DAYS THRU 8300-EXIT
004314         IF WS-WD-COUNT > ZERO
004315             SET CYCLE-GAP-FOUND TO TRUE
004316             DISPLAY "COMPS02 - WORKING NIGHT MISSED, LAST "
004317                 "COMPLETED " WS-LAST-DONE-DATE
004318         END-IF
004319     END-IF.
004320 1190-EXIT.
004321     EXIT.
004322 1195-READ-ONE-CYCLE.
004323     READ CYCLE-FILE
004324         AT END
004325             SET CYCLE-EOF       TO TRUE
004326             GO TO 1195-EXIT
004327     END-READ.
004328     IF CYC-STATUS-COMPLETED
004329         IF CYC-BUSINESS-DATE = WS-CYCLE-DATE
004330             SET CYCLE-ALREADY-DONE TO TRUE
004331         END-IF
004332         IF CYC-BUSINESS-DATE > WS-LAST-DONE-DATE
004333             MOVE CYC-BUSINESS-DATE TO WS-LAST-DONE-DATE
004334         END-IF
004335     END-IF.
004336 1195-EXIT.
004337     EXIT.
004338*----------------------------------------------------------------
004339* 1196-LOAD-SHOP-CALENDAR - LOAD THE SHOP CALENDAR (CALREC01, ONE
004340* RECORD PER DATE THAT DEPARTS FROM THE STANDARD SHOP WEEK) INTO
004341* THE DAY-NUMBER TABLE 8300-COUNT-WORKING-DAYS WORKS FROM. AN
004342* EMPTY CALENDAR IS THE STANDARD WEEK EVERY WEEK. THE JOB ABENDS
004343* IF THE FILE FAILS TO OPEN OR OUTGROWS THE TABLE - A CYCLE
004344* CHECKED AGAINST HALF A CALENDAR COULD BE WRONGLY REFUSED.
004345*----------------------------------------------------------------
004346 1196-LOAD-SHOP-CALENDAR.
004347     OPEN INPUT CALENDAR-FILE.
004348     IF WS-CALENDAR-FILE-STATUS NOT = "00"
004349         DISPLAY "COMPS02 - CALENDAR OPEN FAILED, STATUS="
004350             WS-CALENDAR-FILE-STATUS
004351         MOVE 16             TO RETURN-CODE
004352         STOP RUN
004353     END-IF.
004354     PERFORM 1197-LOAD-ONE-CALENDAR-DAY THRU 1197-EXIT
004355             UNTIL CALENDAR-EOF.
004356     CLOSE CALENDAR-FILE.
004357 1196-EXIT.
004358     EXIT.
004359 1197-LOAD-ONE-CALENDAR-DAY.
004360     READ CALENDAR-FILE
004361         AT END
004362             SET CALENDAR-EOF    TO TRUE
004363             GO TO 1197-EXIT
004364     END-READ.
004365     IF CAL-DATE-X NOT NUMERIC
004366         GO TO 1197-EXIT
004367     END-IF.
004368     MOVE CAL-DATE               TO WS-DN-DATE.
004369     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
004370     IF WS-DN-NUMBER = ZERO
004371         GO TO 1197-EXIT
004372     END-IF.
004373     IF WS-CAL-TABLE-COUNT NOT < WK-CAL-TABLE-MAX
004374         DISPLAY "COMPS02 - CALENDAR TABLE OVERFLOW"
004375         MOVE 16             TO RETURN-CODE
004376         STOP RUN
004377     END-IF.
004378     ADD 1                       TO WS-CAL-TABLE-COUNT.
004379     MOVE WS-CAL-TABLE-COUNT     TO WS-CAL-SUB.
004380     MOVE WS-DN-NUMBER
004381         TO WS-CT-DAY-NUMBER (WS-CAL-SUB).
004382     MOVE CAL-DAY-TYPE
004383         TO WS-CT-DAY-TYPE (WS-CAL-SUB).
004384 1197-EXIT.
004385     EXIT.
004386*----------------------------------------------------------------
004387* 1100-READ-JOB-PARAMETERS - READ THE ONE-RECORD JOB CONTROL
004388* CARD FOR THE ROUNDED-VS-TRUNCATED OPTION, THE RESTART OPTION
004389* AND THE RUN ID. IF THE CARD IS MISSING OR BLANK, THE JOB
004390* DEFAULTS TO ROUNDED RESULTS WITH NO RESTART.
004391*----------------------------------------------------------------
004392 1100-READ-JOB-PARAMETERS.
004393     OPEN INPUT PARM-FILE.
004394     READ PARM-FILE
004395         AT END
004396             MOVE "R"           TO PARM-ROUND-OPTION
004397             MOVE "N"           TO PARM-RESTART-OPTION
004398             MOVE SPACES        TO PARM-RUN-ID
004399             MOVE "N"           TO PARM-REPROCESS-OPTION
004400             MOVE SPACES        TO PARM-CYCLE-DATE
004401             MOVE "N"           TO PARM-CALENDAR-OVERRIDE
004402             MOVE "N"           TO PARM-CLOSE-OPTION
004403     END-READ.
004404     CLOSE PARM-FILE.
004405     IF PARM-ROUND-TRUNCATE
004406         SET WS-TRUNCATE-RESULTS TO TRUE
004407     ELSE
004408         SET WS-ROUND-RESULTS   TO TRUE
004409     END-IF.
004410     IF PARM-REPROCESS-YES
004411         SET REPROCESS-RUN      TO TRUE
004412     ELSE
004413         SET NIGHTLY-RUN        TO TRUE
004414     END-IF.
004415 1100-EXIT.
004416     EXIT.
004417*----------------------------------------------------------------
004418* 1110-READ-SHOP-PARAMETERS - READ THE ONE-RECORD SHOP CUTTING-
004419* ALLOWANCE CARD (KERF WIDTH, WASTE PERCENTAGE, STOCKED BAR
004420* INCREMENT) USED BY THE STOCK-LENGTH CALC. UNLIKE THE JOB PARM
004421* CARD THERE ARE NO SAFE DEFAULTS TO FALL BACK ON - A MISSING OR
004422* UNREADABLE CARD WOULD HAVE EVERY STOCK-LENGTH RESULT COMPUTED
004423* WITH ZERO ALLOWANCES, SO THE JOB ABENDS INSTEAD. A ZERO BAR
004424* INCREMENT WOULD ALSO BLOW THE ROUND-UP DIVIDE, SO IT IS
004425* CHECKED HERE WITH THE REST OF THE CARD.
004426*----------------------------------------------------------------
004427 1110-READ-SHOP-PARAMETERS.
004428     OPEN INPUT SHOP-PARM-FILE.
004429     IF WS-SHOP-FILE-STATUS NOT = "00"
004430         DISPLAY "COMPS02 - SHOP-PARM OPEN FAILED, STATUS="
004431             WS-SHOP-FILE-STATUS
004432         MOVE 16             TO RETURN-CODE
004433         STOP RUN
004434     END-IF.
004435     READ SHOP-PARM-FILE INTO SHP-RECORD
004436         AT END
004437             DISPLAY "COMPS02 - SHOP-PARM CARD MISSING"
004438             MOVE 16             TO RETURN-CODE
004439             STOP RUN
004440     END-READ.
004441     PERFORM 1115-EDIT-SHOP-PARAMETERS THRU 1115-EXIT.
004442     IF SHOP-CARD-INVALID
004443         DISPLAY "COMPS02 - SHOP-PARM CARD INVALID"
004444         MOVE 16             TO RETURN-CODE
004445         STOP RUN
004446     END-IF.
004447     CLOSE SHOP-PARM-FILE.
004448 1110-EXIT.
004449     EXIT.
004450*----------------------------------------------------------------
004451* 1112-READ-PROPOSED-SHOP-CARD - A SIMULATION'S SECOND PASS: READ
004452* THE PROPOSED ALLOWANCE CARD FROM SHPALT OVER THE CURRENT ONES.
004453* IT IS HELD TO THE SAME EDITS AS THE PRODUCTION CARD - A WHAT-
004454* IF BUILT ON A CARD THE NIGHTLY RUN WOULD REFUSE PROVES NOTHING.
004455*----------------------------------------------------------------
004456 1112-READ-PROPOSED-SHOP-CARD.
004457     OPEN INPUT SHOP-ALT-FILE.
004458     IF WS-SHOP-ALT-STATUS NOT = "00"
004459         DISPLAY "COMPS02 - SHOP-ALT OPEN FAILED, STATUS="
004460             WS-SHOP-ALT-STATUS
004461         MOVE 16             TO RETURN-CODE
004462         STOP RUN
004463     END-IF.
004464     READ SHOP-ALT-FILE INTO SHP-RECORD
004465         AT END
004466             DISPLAY "COMPS02 - SHOP-ALT CARD MISSING"
004467             MOVE 16             TO RETURN-CODE
004468             STOP RUN
004469     END-READ.
004470     PERFORM 1115-EDIT-SHOP-PARAMETERS THRU 1115-EXIT.
004471     IF SHOP-CARD-INVALID
004472         DISPLAY "COMPS02 - SHOP-ALT CARD INVALID"
004473         MOVE 16             TO RETURN-CODE
004474         STOP RUN
004475     END-IF.
004476     CLOSE SHOP-ALT-FILE.
004477 1112-EXIT.
004478     EXIT.
004479*----------------------------------------------------------------
004480* 1115-EDIT-SHOP-PARAMETERS - EDIT THE SHOP CARD IN SHP-RECORD
004481* AND, WHEN IT IS GOOD, MAKE ITS ALLOWANCES THE ONES THE STOCK-
004482* LENGTH CALC USES. A ZERO BAR INCREMENT WOULD BLOW THE ROUND-UP
004483* DIVIDE, SO IT IS AN ERROR LIKE A NON-NUMERIC FIELD. THE CALLER
004484* DECIDES WHAT A BAD CARD MEANS.
004485*----------------------------------------------------------------
004486 1115-EDIT-SHOP-PARAMETERS.
004487     SET SHOP-CARD-VALID         TO TRUE.
004488     IF SHP-KERF-WIDTH-X NOT NUMERIC
004489        OR SHP-WASTE-PCT-X NOT NUMERIC
004490        OR SHP-BAR-INCREMENT-X NOT NUMERIC
004491        OR SHP-BAR-INCREMENT = ZERO
004492         SET SHOP-CARD-INVALID   TO TRUE
004493         GO TO 1115-EXIT
004494     END-IF.
004495*----------------------------------------------------------------
004496* THE STOCKED BAR LENGTH IS OPTIONAL - BLANK OR ZERO LEAVES
004497* BAR NESTING OFF AND EVERY STOCK CUT ROUNDS UP TO ITS OWN BAR.
004498* A BAR LENGTH KEYED WITH GARBAGE IS TREATED THE SAME AS THE
004499* REST OF A BAD CARD.
004500*----------------------------------------------------------------
004501     IF SHP-STOCK-BAR-LENGTH-X NOT = SPACES
004502        AND SHP-STOCK-BAR-LENGTH-X NOT NUMERIC
004503         SET SHOP-CARD-INVALID   TO TRUE
004504         GO TO 1115-EXIT
004505     END-IF.
004506     MOVE SHP-KERF-WIDTH         TO WS-KERF-WIDTH.
004507     MOVE SHP-WASTE-PCT          TO WS-WASTE-PCT.
004508     MOVE SHP-BAR-INCREMENT      TO WS-BAR-INCREMENT.
004509     MOVE ZERO                   TO WS-STOCK-BAR-LENGTH.
004510     IF SHP-STOCK-BAR-LENGTH-X NOT = SPACES
004511         MOVE SHP-STOCK-BAR-LENGTH TO WS-STOCK-BAR-LENGTH
004512     END-IF.
004513     IF WS-STOCK-BAR-LENGTH > ZERO
004514         SET NESTING-ACTIVE      TO TRUE
004515     ELSE
004516         SET NESTING-INACTIVE    TO TRUE
004517     END-IF.
004518 1115-EXIT.
004519     EXIT.
004520*----------------------------------------------------------------
004521* 1120-LOAD-REMNANTS - LOAD THE ON-HAND OFFCUT RACK INTO THE
004522* REMNANT TABLE MATCHED BY THE STOCK-LENGTH CALC. THE JOB
004523* ABENDS IF THE FILE FAILS TO OPEN OR HOLDS MORE OFFCUTS THAN
004524* THE TABLE WAS SIZED FOR - MATCHING AGAINST A PARTIAL RACK
004525* WOULD BREAK FRESH BARS THE RACK COULD HAVE COVERED AND THEN
004526* DROP THE UNLOADED OFFCUTS AT CARRY-FORWARD. A RECORD WITH A
004527* NON-NUMERIC LENGTH IS SKIPPED AND REPORTED ON THE CONSOLE SO
004528* ONE BAD KEYING DOES NOT STOP THE NIGHT.
004531*----------------------------------------------------------------
004532 1120-LOAD-REMNANTS.
004533     OPEN INPUT REMNANT-FILE.
004534     IF WS-REMNANT-FILE-STATUS NOT = "00"
004536         DISPLAY "COMPS02 - REMNANT-FILE OPEN FAILED, STATUS="
004537             WS-REMNANT-FILE-STATUS
004538         MOVE 16             TO RETURN-CODE
004539         STOP RUN
004541     END-IF.
004542     PERFORM 1125-LOAD-ONE-REMNANT THRU 1125-EXIT
004543             UNTIL REMNANT-FILE-EOF.
004544     CLOSE REMNANT-FILE.
004546 1120-EXIT.
004547     EXIT.
004548 1125-LOAD-ONE-REMNANT.
004549     READ REMNANT-FILE INTO RMN-RECORD
004551         AT END
004552             SET REMNANT-FILE-EOF TO TRUE
004553             GO TO 1125-EXIT
004554     END-READ.
004555     IF RMN-LENGTH-X NOT NUMERIC
004556         DISPLAY "COMPS02 - BAD REMNANT RECORD SKIPPED, "
004557             "MATERIAL=" RMN-MATERIAL-CODE
004558         GO TO 1125-EXIT
004559     END-IF.
004561     IF WS-REMNANT-COUNT NOT < WK-REMNANT-TABLE-MAX
004562         DISPLAY "COMPS02 - REMNANT TABLE OVERFLOW"
004563         MOVE 16             TO RETURN-CODE
004564         STOP RUN
004565     END-IF.
004566     ADD 1                       TO WS-REMNANT-COUNT.
004567     MOVE WS-REMNANT-COUNT       TO WS-REMNANT-SUB.
004568     MOVE RMN-MATERIAL-CODE
004569         TO WS-RM-MATERIAL-CODE (WS-REMNANT-SUB).
004571     MOVE RMN-LENGTH
004572         TO WS-RM-LENGTH (WS-REMNANT-SUB).
004573     MOVE RMN-SOURCE-PART
004574         TO WS-RM-SOURCE-PART (WS-REMNANT-SUB).
004575     MOVE RMN-PART-DATE
004576         TO WS-RM-PART-DATE (WS-REMNANT-SUB).
004577     MOVE "N"
004578         TO WS-RM-USED-FLAG (WS-REMNANT-SUB).
004579 1125-EXIT.
004581     EXIT.
004529*----------------------------------------------------------------
004530* 1130-OPEN-PART-MASTER - OPEN THE KEYED PART MASTER READ BY
004942 1140-EXIT.
004943     EXIT.
004944 1145-LOAD-ONE-RATE.
004945     READ RATE-FILE INTO RAT-RECORD
004946         AT END
004947             SET RATE-FILE-EOF   TO TRUE
004948         NOT AT END
004958             PERFORM 1147-TAKE-ONE-RATE THRU 1147-EXIT
004979     END-READ.
004969 1145-EXIT.
004970     EXIT.
004971*----------------------------------------------------------------
004972* 1147-TAKE-ONE-RATE - EDIT THE RATE RECORD IN RAT-RECORD AND ADD
004973* IT TO THE RATE TABLE. SHARED BY THE CURRENT AND PROPOSED RATE
004974* FILES.
004975*----------------------------------------------------------------
004976 1147-TAKE-ONE-RATE.
004977     IF RAT-LENGTH-RATE-X NOT NUMERIC
004978        OR RAT-AREA-RATE-X NOT NUMERIC
004981        OR (RAT-EFFECTIVE-DATE-X NOT = SPACES
004982            AND RAT-EFFECTIVE-DATE-X NOT NUMERIC)
004983         DISPLAY "COMPS02 - BAD RATE RECORD SKIPPED, "
004984             "MATERIAL=" RAT-MATERIAL-CODE
004985     ELSE
004986         IF WS-RATE-TABLE-COUNT NOT < WK-RATE-TABLE-MAX
004987             DISPLAY "COMPS02 - RATE TABLE OVERFLOW"
004988             MOVE 16             TO RETURN-CODE
004989             STOP RUN
004991         END-IF
004992         ADD 1                   TO WS-RATE-TABLE-COUNT
004993         MOVE WS-RATE-TABLE-COUNT TO WS-RATE-TABLE-SUB
004994         MOVE RAT-MATERIAL-CODE
004995             TO WS-RT-MATERIAL-CODE (WS-RATE-TABLE-SUB)
004996         IF RAT-EFFECTIVE-DATE-X NUMERIC
004997             MOVE RAT-EFFECTIVE-DATE
004998                 TO WS-RT-EFFECTIVE-DATE
004999                    (WS-RATE-TABLE-SUB)
005001         ELSE
005002             MOVE ZERO
005003                 TO WS-RT-EFFECTIVE-DATE
005004                    (WS-RATE-TABLE-SUB)
005006         END-IF
005008         MOVE RAT-LENGTH-RATE
005009             TO WS-RT-LENGTH-RATE (WS-RATE-TABLE-SUB)
005010         MOVE RAT-AREA-RATE
005011             TO WS-RT-AREA-RATE (WS-RATE-TABLE-SUB)
005012     END-IF.
005013 1147-EXIT.
005014     EXIT.
005015*----------------------------------------------------------------
005016* 1142-LOAD-PROPOSED-RATES - A SIMULATION'S SECOND PASS: EMPTY THE
005017* RATE TABLE AND RELOAD IT FROM PURCHASING'S PROPOSED RATE FILE
005018* (RATALT), WITH THE SAME EDITS AS THE PRODUCTION LOAD. THE
005019* PROPOSED FILE IS A WHOLE RATE FILE, NOT JUST THE CHANGES.
005020*----------------------------------------------------------------
005021 1142-LOAD-PROPOSED-RATES.
005022     OPEN INPUT RATE-ALT-FILE.
005023     IF WS-RATE-ALT-STATUS NOT = "00"
005024         DISPLAY "COMPS02 - RATE-ALT OPEN FAILED, STATUS="
005025             WS-RATE-ALT-STATUS
005026         MOVE 16             TO RETURN-CODE
005027         STOP RUN
005028     END-IF.
005029     MOVE ZERO                   TO WS-RATE-TABLE-COUNT.
005030     MOVE "N"                    TO WS-RATE-EOF-SW.
005031     PERFORM 1148-LOAD-ONE-PROPOSED-RATE THRU 1148-EXIT
005032             UNTIL RATE-FILE-EOF.
005033     CLOSE RATE-ALT-FILE.
005034 1142-EXIT.
005035     EXIT.
005036 1148-LOAD-ONE-PROPOSED-RATE.
005037     READ RATE-ALT-FILE INTO RAT-RECORD
005038         AT END
005039             SET RATE-FILE-EOF   TO TRUE
005040         NOT AT END
005041             PERFORM 1147-TAKE-ONE-RATE THRU 1147-EXIT
005042     END-READ.
005043 1148-EXIT.
005044     EXIT.
005045*----------------------------------------------------------------
005046* 1150-READ-CONTROL-RECORDS - READ EVERY CONTROL RECORD THE
004950* UPSTREAM EXTRACTS SENT. A RECORD CARRYING SHIFT CODE 1, 2 OR
004955* 3 IS THAT SHIFT'S OWN COUNT AND RADIUS SUM; A BLANK SHIFT
004960* CODE IS A PLANT-WIDE RECORD COVERING THE WHOLE FILE, AS
004961* BEFORE; SHIFT CODE "R" IS THE RECUT EXTRACT'S RECORD AND
004962* COVERS THE RECUT RECORDS ONLY (CUTCNF01 WRITES ONE A NIGHT,
004963* SO SEVERAL ARE ADDED TOGETHER IF THE EXTRACT BUILT UP). ALL
004964* ARE RECONCILED AGAINST WHAT THIS RUN ACTUALLY READS AT
004965* 9050-CHECK-CONTROL-TOTALS.
004980*----------------------------------------------------------------
004990 1150-READ-CONTROL-RECORDS.
005000     OPEN INPUT CONTROL-FILE.
005007             UNTIL CONTROL-EOF.
005090     CLOSE CONTROL-FILE.
005100 1150-EXIT.
005101     EXIT.
005102 1152-READ-ONE-CONTROL.
005103     READ CONTROL-FILE
005104         AT END
005105             SET CONTROL-EOF         TO TRUE
005106         NOT AT END
005107             EVALUATE CTL-SHIFT-CODE
005108                 WHEN "1"
005109                 WHEN "2"
005110                 WHEN "3"
005111                     MOVE CTL-SHIFT-CODE TO WS-SHIFT-DIGIT-X
005112                     MOVE WS-SHIFT-DIGIT TO WS-SHIFT-SUB
005113                     MOVE "Y"
005114                         TO WS-SC-FOUND-SW (WS-SHIFT-SUB)
005115                     MOVE CTL-RECORD-COUNT
005116                         TO WS-SC-RECORD-COUNT (WS-SHIFT-SUB)
005117                     MOVE CTL-RADIUS-SUM
005118                         TO WS-SC-RADIUS-SUM (WS-SHIFT-SUB)
005119                 WHEN SPACE
005121                     SET CONTROL-RECORD-FOUND TO TRUE
005122                     MOVE CTL-RECORD-COUNT
005123                         TO WS-CTL-RECORD-COUNT
005124                     MOVE CTL-RADIUS-SUM
005125                         TO WS-CTL-RADIUS-SUM
005126                 WHEN "R"
005127                     SET RECUT-CONTROL-FOUND TO TRUE
005128                     ADD CTL-RECORD-COUNT
005129                         TO WS-RCC-RECORD-COUNT
005131                     ADD CTL-RADIUS-SUM
005132                         TO WS-RCC-RADIUS-SUM
005133                 WHEN OTHER
005134                     DISPLAY "COMPS02 - CONTROL RECORD WITH BAD"
005135                         " SHIFT CODE IGNORED"
005136             END-EVALUATE
005137     END-READ.
005138 1152-EXIT.
005140     EXIT.
005120*----------------------------------------------------------------
005130* 1155-LOAD-AUDIT-KEYS - ON A REPROCESS RUN, READ THE AUDIT LOG
005460 1156-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005481* 1157-FIND-LAST-AUDIT-RECORD - READ THE AUDIT LOG THROUGH TO ITS
005482* LAST RECORD. A DETAIL RECORD THERE MEANS THE RUN THAT WROTE IT
005483* NEVER REACHED 9000-TERMINATE TO WRITE ITS TRAILER (IT ABENDED,
005484* WHETHER OR NOT THIS IS ITS RESTART) - 1159-CLOSE-ABORTED-RUN
005485* DEALS WITH IT ONCE THE LOG IS OPEN EXTEND. ON A RESTART THE
005486* CHECKPOINT HAS ALREADY BEEN READ, AND THE CHECK VALUE OF THE
005487* RECORD AT THE CHECKPOINTED SEQUENCE IS KEPT ON THE WAY PAST.
005488* THE FILE IS CLOSED AND REOPENED EXTEND BY 1000-INITIALIZE.
005489*----------------------------------------------------------------
005490 1157-FIND-LAST-AUDIT-RECORD.
005491     OPEN INPUT AUDIT-FILE.
005492     IF WS-AUDIT-FILE-STATUS NOT = "00"
005493         DISPLAY "COMPS02 - AUDIT-FILE OPEN FAILED, STATUS="
005494             WS-AUDIT-FILE-STATUS
005495         MOVE 16             TO RETURN-CODE
005496         STOP RUN
005497     END-IF.
005498     PERFORM 1158-READ-ONE-AUDIT-RECORD THRU 1158-EXIT
005499             UNTIL LAST-AUDIT-EOF.
005500     CLOSE AUDIT-FILE.
005501     MOVE WS-LAST-AUDIT-RECORD   TO AUD-RECORD.
005502     IF AUD-DETAIL-RECORD
005503         SET ABORTED-RUN-FOUND   TO TRUE
005504     END-IF.
005505 1157-EXIT.
005506     EXIT.
005507 1158-READ-ONE-AUDIT-RECORD.
005508     READ AUDIT-FILE
005509         AT END
005510             SET LAST-AUDIT-EOF  TO TRUE
005511             GO TO 1158-EXIT
005512     END-READ.
005513     MOVE AUD-RECORD             TO WS-LAST-AUDIT-RECORD.
005514     IF PARM-RESTART-YES
005515        AND AUD-DETAIL-RECORD
005516        AND AUD-RUN-DATE = WS-CKPT-RUN-DATE
005517        AND AUD-RUN-TIME = WS-CKPT-RUN-TIME
005518        AND AUD-RUN-SEQUENCE-X NUMERIC
005519        AND AUD-CHAIN-VALUE-X NUMERIC
005520         IF AUD-RUN-SEQUENCE = WS-CKPT-AUDIT-SEQUENCE
005521             SET CKPT-AUDIT-FOUND TO TRUE
005522             MOVE AUD-CHAIN-VALUE TO WS-CKPT-LOG-CHAIN
005523         END-IF
005524     END-IF.
005525 1158-EXIT.
005526     EXIT.
005527*----------------------------------------------------------------
005528* 1159-CLOSE-ABORTED-RUN - CLOSE THE RUN 1157-FIND-LAST-AUDIT-
005529* RECORD FOUND UNFINISHED WITH A RESTART TRAILER (TYPE "A"), BUT
005530* ONLY ON A RESTART AND ONLY WHEN THE LOG AGREES WITH THE
005531* CHECKPOINT: THE SAME RUN, NOT ENDING SHORT OF THE CHECKPOINTED
005532* SEQUENCE, AND THE CHECKPOINTED CHECK VALUE AT THAT SEQUENCE.
005533* THE TRAILER CARRIES THE CHECKPOINTED COUNT AND CHECK VALUE.
005534* RECORDS THE ABORTED RUN LOGGED AFTER ITS LAST CHECKPOINT ARE
005535* CHAINED FROM THE PROVEN ONE AND ARE REDONE BY THIS RESTART, SO
005536* THE TRAILER IS CARRIED FORWARD TO COUNT THEM TOO. A RUN NO
005537* RESTART CAN CLOSE IS CLOSED BY 1159-OPERATOR-CLOSE WHEN THE
005538* PARM CARD NAMES IT; ANY OTHER IS LEFT OPEN FOR AUDVFY01 TO
005539* FAIL, THE REASON GOES TO THE CONSOLE AND THE RUN ENDS RC 4
005540* (9070).
005541*----------------------------------------------------------------
005542 1159-CLOSE-ABORTED-RUN.
005543     MOVE WS-LAST-AUDIT-RECORD   TO AUD-RECORD.
005544     MOVE "A"                    TO WS-ATF-TYPE.
005545     MOVE AUD-RUN-ID             TO WS-ATF-RUN-ID.
005546     MOVE AUD-RUN-DATE           TO WS-ATF-RUN-DATE.
005547     MOVE AUD-RUN-TIME           TO WS-ATF-RUN-TIME.
005548     MOVE AUD-REPROCESS-FLAG     TO WS-ATF-REPROCESS-FLAG.
005549     IF NOT PARM-RESTART-YES
005550         MOVE "THIS RUN IS NOT A RESTART" TO WS-UNCLOSED-REASON
005551         GO TO 1159-OPERATOR-CLOSE
005552     END-IF.
005553     IF AUD-RUN-DATE NOT = WS-CKPT-RUN-DATE
005554        OR AUD-RUN-TIME NOT = WS-CKPT-RUN-TIME
005555        OR AUD-RUN-SEQUENCE-X NOT NUMERIC
005556        OR AUD-CHAIN-VALUE-X NOT NUMERIC
005557         MOVE "NOT THE CHECKPOINTED RUN" TO WS-UNCLOSED-REASON
005558         GO TO 1159-OPERATOR-CLOSE
005559     END-IF.
005560     IF AUD-RUN-SEQUENCE < WS-CKPT-AUDIT-SEQUENCE
005561         MOVE "LOG ENDS SHORT OF THE CHECKPOINT"
005562                                 TO WS-UNCLOSED-REASON
005563         GO TO 1159-OPERATOR-CLOSE
005564     END-IF.
005565     IF WS-CKPT-AUDIT-SEQUENCE > ZERO
005566        AND (NOT CKPT-AUDIT-FOUND
005567         OR  WS-CKPT-LOG-CHAIN NOT = WS-CKPT-CHAIN-VALUE)
005568         MOVE "CHECK VALUE DISAGREES WITH THE CHECKPOINT"
005569                                 TO WS-UNCLOSED-REASON
005570         GO TO 1159-OPERATOR-CLOSE
005571     END-IF.
005572     MOVE WS-CKPT-AUDIT-SEQUENCE TO WS-ATF-COUNT.
005573     MOVE WS-CKPT-CHAIN-VALUE    TO WS-ATF-CHAIN.
005574     IF AUD-RUN-SEQUENCE > WS-CKPT-AUDIT-SEQUENCE
005575         DISPLAY "COMPS02 - AUDIT RECORDS AFTER " WS-ATF-COUNT
005576             " THRU " AUD-RUN-SEQUENCE
005577             " ARE REDONE BY THIS RESTART"
005578         MOVE AUD-RUN-SEQUENCE   TO WS-ATF-COUNT
005579         MOVE AUD-CHAIN-VALUE    TO WS-ATF-CHAIN
005580     END-IF.
005581     PERFORM 2660-WRITE-AUDIT-TRAILER THRU 2660-EXIT.
005582     DISPLAY "COMPS02 - UNFINISHED RUN " WS-ATF-RUN-ID " "
005583         WS-ATF-RUN-DATE " " WS-ATF-RUN-TIME
005584         " CLOSED ON THE AUDIT LOG".
005585     GO TO 1159-EXIT.
005586 1159-OPERATOR-CLOSE.
005587     IF NOT PARM-CLOSE-YES
005588         GO TO 1159-LEAVE-OPEN
005589     END-IF.
005590     IF PARM-CLOSE-RUN-DATE NOT = AUD-RUN-DATE
005591        OR PARM-CLOSE-RUN-TIME NOT = AUD-RUN-TIME
005592         DISPLAY "COMPS02 - CLOSE CARD NAMES RUN "
005593             PARM-CLOSE-RUN-DATE " " PARM-CLOSE-RUN-TIME
005594             " - NOT THIS ONE"
005595         GO TO 1159-LEAVE-OPEN
005596     END-IF.
005597     IF AUD-RUN-SEQUENCE-X NOT NUMERIC
005598        OR AUD-CHAIN-VALUE-X NOT NUMERIC
005599         MOVE "LAST RECORD SEQUENCE/CHECK NOT NUMERIC"
005600                                 TO WS-UNCLOSED-REASON
005601         GO TO 1159-LEAVE-OPEN
005602     END-IF.
005603     MOVE "O"                    TO WS-ATF-TYPE.
005604     MOVE AUD-RUN-SEQUENCE       TO WS-ATF-COUNT.
005605     MOVE AUD-CHAIN-VALUE        TO WS-ATF-CHAIN.
005606     PERFORM 2660-WRITE-AUDIT-TRAILER THRU 2660-EXIT.
005607     DISPLAY "COMPS02 - UNFINISHED RUN " WS-ATF-RUN-ID " "
005608         WS-ATF-RUN-DATE " " WS-ATF-RUN-TIME
005609         " CLOSED BY OPERATOR AT RECORD " WS-ATF-COUNT.
005610     DISPLAY "COMPS02 - NOT CLOSED BY RESTART: "
005611         WS-UNCLOSED-REASON.
005612     GO TO 1159-EXIT.
005613 1159-LEAVE-OPEN.
005614     SET ABORTED-RUN-LEFT-OPEN   TO TRUE.
005615     DISPLAY "COMPS02 - UNFINISHED RUN " WS-ATF-RUN-ID " "
005616         WS-ATF-RUN-DATE " " WS-ATF-RUN-TIME
005617         " LEFT OPEN ON THE AUDIT LOG".
005618     DISPLAY "COMPS02 - " WS-UNCLOSED-REASON.
005619 1159-EXIT.
005620     EXIT.
005621*----------------------------------------------------------------
005622* 1160-READ-CHECKPOINT-RECORD - READ THE CHECKPOINT LEFT BY A
005623* PRIOR RUN OF THIS JOB AND RESTORE ITS COUNTERS AND TOTALS SO
005624* THIS RUN CAN PICK UP WHERE THAT ONE LEFT OFF, THEN RELOAD THE
005625* NESTING TABLES FROM THE BAR AND CUT RECORDS BEHIND IT. THE
005626* AUDIT RUN, SEQUENCE AND CHECK VALUE ARE KEPT APART FOR
005627* 1159-CLOSE-ABORTED-RUN - THIS RUN STARTS ITS OWN AUDIT CHAIN.
005628*----------------------------------------------------------------
005629 1160-READ-CHECKPOINT-RECORD.
005630     OPEN INPUT CHECKPOINT-FILE.
005631     READ CHECKPOINT-FILE
005632         AT END
005633             CONTINUE
005634         NOT AT END
005635             MOVE CHK-RECORDS-READ      TO WS-SKIP-COUNT
005636             MOVE CHK-RECORDS-READ      TO WS-RECORDS-READ
005637             MOVE CHK-RECORDS-PROCESSED TO WS-PROCESSED-COUNT
005638             MOVE CHK-RECORDS-REJECTED  TO WS-REJECT-COUNT
005639             MOVE CHK-GRAND-TOTAL       TO WS-GRAND-TOTAL
005640             MOVE CHK-AREA-GRAND-TOTAL  TO WS-AREA-GRAND-TOTAL
005650             MOVE CHK-RADIUS-SUM        TO WS-RADIUS-SUM
005660             MOVE CHK-EXTRACT-COUNT     TO WS-EXTRACT-COUNT
005670             MOVE CHK-EXTRACT-RESULT-SUM
005671                                        TO WS-EXTRACT-RESULT-SUM
005672             MOVE CHK-DUPLICATE-COUNT   TO WS-DUPLICATE-COUNT
005673             MOVE CHK-STOCK-GRAND-TOTAL TO WS-STOCK-GRAND-TOTAL
005674             MOVE CHK-COST-GRAND-TOTAL  TO WS-COST-GRAND-TOTAL
005675             MOVE CHK-UNPRICED-COUNT    TO WS-UNPRICED-COUNT
005676             MOVE CHK-PAGE-NUMBER       TO WS-PAGE-NUMBER
005677             MOVE CHK-LINE-COUNT        TO WS-LINE-COUNT
005678             MOVE CHK-PREV-FAMILY       TO WS-PREV-FAMILY
005679             MOVE CHK-FAM-COUNT         TO WS-FAM-COUNT
005680             MOVE CHK-FAM-RESULT-TOTAL  TO WS-FAM-RESULT-TOTAL
005681             MOVE CHK-FAM-COST-TOTAL    TO WS-FAM-COST-TOTAL
005682             MOVE CHK-REMNANT-USED-COUNT
005683                                        TO WS-REMNANT-USED-COUNT
005684             MOVE CHK-REMNANT-SAVED-TOTAL
005685                                        TO WS-REMNANT-SAVED-TOTAL
005686             MOVE CHK-REMNANT-WRITTEN
005687                                      TO WS-REMNANT-WRITTEN-COUNT
005688             MOVE CHK-RECUT-RECORDS-READ
005689                                      TO WS-RECUT-RECORDS-READ
005690             MOVE CHK-RECUT-RADIUS-SUM  TO WS-RECUT-RADIUS-SUM
005691             MOVE CHK-RUN-DATE          TO WS-CKPT-RUN-DATE
005692             MOVE CHK-RUN-TIME          TO WS-CKPT-RUN-TIME
005693             MOVE CHK-AUDIT-SEQUENCE
005694                                      TO WS-CKPT-AUDIT-SEQUENCE
005696             MOVE CHK-CHAIN-VALUE       TO WS-CKPT-CHAIN-VALUE
005700             PERFORM 1165-RESTORE-SHIFT-TOTALS THRU 1165-EXIT
005701             PERFORM 1167-RESTORE-ONE-NEST-ENTRY THRU 1167-EXIT
005702                     UNTIL CHECKPOINT-EOF
005695     END-READ.
005700     CLOSE CHECKPOINT-FILE.
005710 1160-EXIT.
005750 1166-EXIT.
005751     EXIT.
005730*----------------------------------------------------------------
005752* 1167-RESTORE-ONE-NEST-ENTRY - PUT ONE CHECKPOINTED BAR OR
005753* NESTED CUT BACK IN ITS TABLE, IN THE ORDER 2760 SAVED THEM, SO
005754* THE BAR NUMBERS ON THE CUTS STILL POINT AT THEIR BARS.
005755*----------------------------------------------------------------
005756 1167-RESTORE-ONE-NEST-ENTRY.
005757     READ CHECKPOINT-FILE
005758         AT END
005759             SET CHECKPOINT-EOF  TO TRUE
005760             GO TO 1167-EXIT
005761     END-READ.
005762     IF CHK-NEST-BAR
005763        AND WS-BAR-COUNT < WK-BAR-TABLE-MAX
005764         ADD 1                   TO WS-BAR-COUNT
005765         MOVE WS-BAR-COUNT       TO WS-BAR-SUB
005766         MOVE CHK-NB-MATERIAL-CODE
005767                             TO WS-BT-MATERIAL-CODE (WS-BAR-SUB)
005768         MOVE CHK-NB-LENGTH      TO WS-BT-LENGTH (WS-BAR-SUB)
005769         MOVE CHK-NB-USED        TO WS-BT-USED (WS-BAR-SUB)
005770         MOVE CHK-NB-CUT-COUNT   TO WS-BT-CUT-COUNT (WS-BAR-SUB)
005771         MOVE CHK-NB-LAST-PART   TO WS-BT-LAST-PART (WS-BAR-SUB)
005772         MOVE CHK-NB-LAST-DATE   TO WS-BT-LAST-DATE (WS-BAR-SUB)
005773         MOVE "N"                TO WS-BT-PLAN-FLAG (WS-BAR-SUB)
005774         MOVE CHK-NB-OPEN-SHIFT  TO WS-BT-OPEN-SHIFT (WS-BAR-SUB)
005775     END-IF.
005776     IF CHK-NEST-CUT
005777        AND WS-NEST-CUT-COUNT < WK-NEST-CUT-TABLE-MAX
005778         ADD 1                   TO WS-NEST-CUT-COUNT
005779         MOVE WS-NEST-CUT-COUNT  TO WS-NEST-CUT-SUB
005780         MOVE CHK-NC-BAR-NUMBER
005781             TO WS-NC-BAR-NUMBER (WS-NEST-CUT-SUB)
005782         MOVE CHK-NC-SEQUENCE
005783             TO WS-NC-SEQUENCE (WS-NEST-CUT-SUB)
005784         MOVE CHK-NC-PART-NUMBER
005785             TO WS-NC-PART-NUMBER (WS-NEST-CUT-SUB)
005786         MOVE CHK-NC-PART-DATE
005787             TO WS-NC-PART-DATE (WS-NEST-CUT-SUB)
005788         MOVE CHK-NC-LENGTH
005789             TO WS-NC-LENGTH (WS-NEST-CUT-SUB)
005790     END-IF.
005791 1167-EXIT.
005792     EXIT.
005793*----------------------------------------------------------------
005794* 1170-SKIP-PROCESSED-RECORDS - ON A RESTART, READ PAST THE
005795* RECORDS THE CHECKPOINT SAYS ALREADY MADE IT INTO THE REPORT SO
005796* THIS RUN DOES NOT REPROCESS THEM. EACH SKIPPED RECORD'S PART/
005797* DATE KEY STILL GOES INTO THE DONE-KEY TABLE SO A DUPLICATE
005798* STRADDLING THE RESTART POINT IS CAUGHT THE SAME AS ON AN
005799* UNINTERRUPTED RUN.
005800*----------------------------------------------------------------
005801 1170-SKIP-PROCESSED-RECORDS.
005802     MOVE ZERO                   TO WS-SKIP-LOOP-COUNT.
005803     PERFORM 1175-SKIP-ONE-RECORD THRU 1175-EXIT
005810             UNTIL WS-SKIP-LOOP-COUNT NOT < WS-SKIP-COUNT
005820                OR END-OF-FILE.
005830 1170-EXIT.
005840     EXIT.
005850 1175-SKIP-ONE-RECORD.
005859     READ RADIUS-FILE INTO RAD-RECORD
005870         AT END
005880             SET END-OF-FILE     TO TRUE
005881     END-READ.
005882     IF NOT END-OF-FILE
005883         ADD 1                   TO WS-SKIP-LOOP-COUNT
005884         MOVE RAD-PART-NUMBER    TO WS-DONE-KEY-PART
005885         MOVE RAD-PART-DATE      TO WS-DONE-KEY-DATE
005886         MOVE "F"                TO WS-DONE-KEY-SOURCE
005887         IF RAD-RECUT
005888             MOVE "R"            TO WS-DONE-KEY-SOURCE
005889         END-IF
005890         PERFORM 2270-ADD-DONE-KEY THRU 2270-EXIT
005891     END-IF.
005892 1175-EXIT.
005893     EXIT.
005894*----------------------------------------------------------------
005895* 1200-WRITE-REPORT-HEADINGS - START A NEW REPORT PAGE: BUMP THE
005896* PAGE NUMBER, WRITE THE PAGE HEADING (RUN ID, RUN DATE, PAGE)
005897* AND THE COLUMN HEADINGS, AND RESET THE BODY LINE COUNT.
005898* CALLED AT RUN START AND BY 2580-WRITE-REPORT-LINE WHENEVER A
005899* PAGE FILLS. PAGES OF THE CUT PLAN CARRY THE PLAN'S OWN
005900* SECOND HEADING LINE INSTEAD OF THE DETAIL COLUMN HEADINGS, AND
005901* EVERY PAGE OF A SIMULATION CARRIES THE SIMULATION TITLE AND
005902* MARK (WK-SIM-TITLE, WS-SIM-HEADING-2).
005903*----------------------------------------------------------------
005904 1200-WRITE-REPORT-HEADINGS.
005905     ADD 1                       TO WS-PAGE-NUMBER.
005906     MOVE WS-RUN-ID              TO WS-PH-RUN-ID.
005907     MOVE WS-RUN-DATE            TO WS-PH-RUN-DATE.
005908     MOVE WS-PAGE-NUMBER         TO WS-PH-PAGE.
005909     MOVE WS-PAGE-HEADING-1      TO RPT-PRINT-LINE.
005910     WRITE RPT-PRINT-LINE.
005911     IF CUT-PLAN-PRINTING
005912         MOVE WS-PLAN-HEADING-2  TO RPT-PRINT-LINE
005913     ELSE
005914         IF SIMULATION-RUN
005915             MOVE WS-SIM-HEADING-2 TO RPT-PRINT-LINE
005916         ELSE
005917             MOVE WS-HEADING-LINE-2 TO RPT-PRINT-LINE
005918         END-IF
005919     END-IF.
005920     WRITE RPT-PRINT-LINE.
005921     MOVE ZERO                   TO WS-LINE-COUNT.
005922 1200-EXIT.
005923     EXIT.
005924*----------------------------------------------------------------
005925* 1300-READ-SIMULATION-CARD - NO SIMFILE DD AT ALL (STATUS 05 ON
005926* THE OPTIONAL FILE) IS A NORMAL RUN. A SIMFILE THAT IS THERE
005927* MUST HOLD A GOOD SIMULATION CARD - AN EMPTY OR MIS-KEYED CARD
005928* ABENDS RATHER THAN LET A JOB MEANT AS A WHAT-IF RUN AS
005929* PRODUCTION. THE CARD IS KEPT IN WORKING-STORAGE; ITS FILE IS
005930* CLOSED HERE.
005931*----------------------------------------------------------------
005932 1300-READ-SIMULATION-CARD.
005933     OPEN INPUT SIMULATION-FILE.
005934     IF WS-SIMULATION-FILE-STATUS = "05"
005935         CLOSE SIMULATION-FILE
005936         GO TO 1300-EXIT
005937     END-IF.
005938     IF WS-SIMULATION-FILE-STATUS NOT = "00"
005939         DISPLAY "COMPS02 - SIMULATION OPEN FAILED, STATUS="
005940             WS-SIMULATION-FILE-STATUS
005941         MOVE 16             TO RETURN-CODE
005942         STOP RUN
005943     END-IF.
005944     READ SIMULATION-FILE
005945         AT END
005946             DISPLAY "COMPS02 - SIMULATION CARD MISSING"
005947             MOVE 16             TO RETURN-CODE
005948             STOP RUN
005949     END-READ.
005950     IF NOT SIM-RUN-SIMULATE
005951        OR NOT (SIM-SOURCE-CUT-LIST OR SIM-SOURCE-AUDIT-LOG)
005952        OR SIM-FROM-DATE-X NOT NUMERIC
005953        OR SIM-FROM-DATE = ZERO
005954        OR (SIM-TO-DATE-X NOT = SPACES
005955            AND SIM-TO-DATE-X NOT NUMERIC)
005956         DISPLAY "COMPS02 - SIMULATION CARD INVALID"
005957         MOVE 16             TO RETURN-CODE
005958         STOP RUN
005959     END-IF.
005960     SET SIMULATION-RUN          TO TRUE.
005961     IF SIM-SOURCE-AUDIT-LOG
005962         SET SIMULATION-FROM-AUDIT TO TRUE
005963     ELSE
005964         SET SIMULATION-FROM-CUT-LIST TO TRUE
005965     END-IF.
005966     MOVE SIM-FROM-DATE          TO WS-SIM-FROM-DATE.
005967     IF SIM-TO-DATE-X = SPACES
005968         MOVE SIM-FROM-DATE      TO WS-SIM-TO-DATE
005969     ELSE
005970         MOVE SIM-TO-DATE        TO WS-SIM-TO-DATE
005971     END-IF.
005972     IF WS-SIM-TO-DATE < WS-SIM-FROM-DATE
005973         DISPLAY "COMPS02 - SIMULATION CARD INVALID"
005974         MOVE 16             TO RETURN-CODE
005975         STOP RUN
005976     END-IF.
005977     IF SIM-ALT-SHOP-YES
005978         SET SIMULATION-ALT-SHOP TO TRUE
005979     END-IF.
005980     IF SIM-ALT-RATES-YES
005981         SET SIMULATION-ALT-RATES TO TRUE
005982     END-IF.
005983     MOVE SIM-DESCRIPTION        TO WS-SIM-DESCRIPTION.
005984     CLOSE SIMULATION-FILE.
005985     DISPLAY "COMPS02 - SIMULATION RUN - NO PRODUCTION FILE IS "
005986         "WRITTEN".
005987 1300-EXIT.
005988     EXIT.
005989*----------------------------------------------------------------
005990* 1350-START-SIMULATION - SET UP THE CURRENT PASS: KEEP THE
005991* ALLOWANCES IT RUNS UNDER, OPEN THE REPORT (SIMULATION TITLE)
005992* AND THE REJECT LIST, OPEN THE INPUT AND PRIME THE READ. ONLY
005993* REPORT-FILE AND REJECT-FILE ARE EVER OPENED FOR OUTPUT - THE
005994* COMPS15 JCL POINTS BOTH AT SYSOUT.
005995*----------------------------------------------------------------
005996 1350-START-SIMULATION.
005997     SET SIMULATION-CURRENT-PASS TO TRUE.
005998     MOVE 1                      TO WS-SIM-COLUMN.
005999     PERFORM 3100-KEEP-SHOP-VALUES THRU 3100-EXIT.
006000     MOVE WK-SIM-TITLE           TO WS-PH-TITLE.
006001     OPEN OUTPUT REJECT-FILE.
006002     IF WS-REJECT-FILE-STATUS NOT = "00"
006003         DISPLAY "COMPS02 - REJECT-FILE OPEN FAILED, STATUS="
006004             WS-REJECT-FILE-STATUS
006005         MOVE 16             TO RETURN-CODE
006006         STOP RUN
006007     END-IF.
006008     OPEN OUTPUT REPORT-FILE.
006009     IF WS-REPORT-FILE-STATUS NOT = "00"
006010         DISPLAY "COMPS02 - REPORT-FILE OPEN FAILED, STATUS="
006011             WS-REPORT-FILE-STATUS
006012         MOVE 16             TO RETURN-CODE
006013         STOP RUN
006014     END-IF.
006015     PERFORM 1360-OPEN-SIMULATION-INPUT THRU 1360-EXIT.
006016 1350-EXIT.
006017     EXIT.
006018*----------------------------------------------------------------
006019* 1360-OPEN-SIMULATION-INPUT - OPEN THE CUT LIST OR THE AUDIT LOG
006020* (INPUT ONLY) FOR ONE PASS AND PRIME THE READ.
006021*----------------------------------------------------------------
006022 1360-OPEN-SIMULATION-INPUT.
006023     MOVE ZERO                   TO WS-SIM-LAST-RUN-DATE
006024                                    WS-SIM-LAST-RUN-TIME.
006025     IF SIMULATION-FROM-AUDIT
006026         OPEN INPUT AUDIT-FILE
006027         IF WS-AUDIT-FILE-STATUS NOT = "00"
006028             DISPLAY "COMPS02 - AUDIT-FILE OPEN FAILED, STATUS="
006029                 WS-AUDIT-FILE-STATUS
006030             MOVE 16             TO RETURN-CODE
006031             STOP RUN
006032         END-IF
006033     ELSE
006034         OPEN INPUT RADIUS-FILE
006035         PERFORM 1105-VERIFY-RADIUS-FILE-STATUS THRU 1105-EXIT
006036     END-IF.
006037     PERFORM 2100-READ-RADIUS-FILE THRU 2100-EXIT.
006038 1360-EXIT.
006039     EXIT.
006040*----------------------------------------------------------------
006041* 2580-WRITE-REPORT-LINE - WRITE ONE BODY LINE FROM
006042* WS-PRINT-WORK, STARTING A FRESH PAGE FIRST WHEN THE CURRENT
006043* ONE IS FULL. EVERY BODY LINE OF THE REPORT - DETAIL, FAMILY
006044* SUBTOTAL, SHIFT SUBTOTAL, TOTALS, MISMATCH - GOES THROUGH
006045* HERE SO THE PAGE COUNT IS HONEST.
006046*----------------------------------------------------------------
006047 2580-WRITE-REPORT-LINE.
006048     IF WS-LINE-COUNT NOT < WK-LINES-PER-PAGE
006049         PERFORM 1200-WRITE-REPORT-HEADINGS THRU 1200-EXIT
006051     END-IF.
006052     MOVE WS-PRINT-WORK          TO RPT-PRINT-LINE.
006053     WRITE RPT-PRINT-LINE.
006080* FILE, ADD ITS PART/DATE KEY TO THE DONE-KEY TABLE (PROCESSED
006085* OR REJECTED - A REPEAT OF EITHER IS STILL A DOUBLE-SENT
006090* RECORD), WRITE A CHECKPOINT EVERY WK-CHECKPOINT-INTERVAL
006092* RECORDS, AND READ THE NEXT ONE. A SIMULATION WRITES NO
006094* CHECKPOINT, AND A RECORD REBUILT FROM THE AUDIT LOG WAS
006096* VALIDATED WHEN IT WAS FIRST COMPUTED (SEE 2110).
006100*----------------------------------------------------------------
006110 2000-PROCESS-FILE.
006120     ADD 1                       TO WS-RECORDS-READ.
006121     IF SIMULATION-FROM-AUDIT
006122         SET RADIUS-IS-VALID     TO TRUE
006123         PERFORM 2350-PERFORM-CALCULATIONS THRU 2350-EXIT
006124         PERFORM 2100-READ-RADIUS-FILE THRU 2100-EXIT
006125         GO TO 2000-EXIT
006126     END-IF.
006130     PERFORM 2200-VALIDATE-RADIUS-RECORD THRU 2200-EXIT.
006140     IF RADIUS-IS-VALID
006150         PERFORM 2350-PERFORM-CALCULATIONS THRU 2350-EXIT
006182     MOVE RAD-PART-NUMBER        TO WS-DONE-KEY-PART.
006184     MOVE RAD-PART-DATE          TO WS-DONE-KEY-DATE.
006186     MOVE "F"                    TO WS-DONE-KEY-SOURCE.
006187     IF RAD-RECUT
006188         MOVE "R"                TO WS-DONE-KEY-SOURCE
006189     END-IF.
006190     PERFORM 2270-ADD-DONE-KEY THRU 2270-EXIT.
006191     IF SIMULATION-RUN
006192         PERFORM 2100-READ-RADIUS-FILE THRU 2100-EXIT
006193         GO TO 2000-EXIT
006194     END-IF.
006195     DIVIDE WS-RECORDS-READ BY WK-CHECKPOINT-INTERVAL
006200             GIVING WS-CKPT-QUOTIENT
006210             REMAINDER WS-CKPT-REMAINDER.
006220     IF WS-CKPT-REMAINDER = ZERO
006270     EXIT.
006280*----------------------------------------------------------------
006290* 2100-READ-RADIUS-FILE - READ ONE TRANSACTION RECORD, SETTING
006296* THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED. A SIMULATION
006302* FROM THE AUDIT LOG TAKES ITS NEXT RECORD FROM THERE INSTEAD.
006310*----------------------------------------------------------------
006320 2100-READ-RADIUS-FILE.
006323     IF SIMULATION-FROM-AUDIT
006326         PERFORM 2110-READ-AUDIT-FOR-SIMULATION THRU 2110-EXIT
006329         GO TO 2100-EXIT
006332     END-IF.
006335     READ RADIUS-FILE INTO RAD-RECORD
006340         AT END
006350             SET END-OF-FILE     TO TRUE
006360     END-READ.
006370 2100-EXIT.
006371     EXIT.
006372*----------------------------------------------------------------
006373* 2110-READ-AUDIT-FOR-SIMULATION - REBUILD THE NEXT CUT-LIST
006374* RECORD FROM THE AUDIT LOG: THE NEXT DETAIL WHOSE PART DATE IS
006375* IN THE CARD'S RANGE. THE UNIT OF MEASURE AND CALC MODE ARE THE
006376* ONES THE LOG RECORDED; A MODE "B" CUT IS REBUILT FROM ITS CIRC
006377* RECORD AND ITS AREA RECORD PASSED OVER. FOR A RECORD WRITTEN
006378* BEFORE THE LOG CARRIED THEM THE UNIT STAYS BLANK (NO
006379* CALCULATION USES IT) AND THE CALC TYPE GIVES THE MODE BACK
006380* (CIRC "C", AREA "A", STCK AND REMN "S" - A MODE "B" CUT COMES
006381* BACK AS ITS TWO HALVES). THE MATERIAL IS THE ONE THE LOG
006382* RECORDED, OR THE PART MASTER'S FOR A RECORD WRITTEN BEFORE THE
006383* LOG CARRIED IT. THE WORK PASSED VALIDATION WHEN IT WAS
006384* COMPUTED, SO IT IS NOT VALIDATED AGAIN; A DETAIL THAT CANNOT BE
006385* REBUILT (UNKNOWN CALC TYPE OR SHIFT, PART NO LONGER ON THE
006386* MASTER) IS COUNTED AS SKIPPED. WHEN THE RUN THAT WROTE THE
006387* RECORDS CHANGES, THE BARS THE LAST RUN BROKE ARE CLOSED OFF
006388* (3200) - EACH NIGHT NESTED ONLY ITS OWN CUTS.
006389*----------------------------------------------------------------
006390 2110-READ-AUDIT-FOR-SIMULATION.
006391     SET SIM-RECORD-NOT-SELECTED TO TRUE.
006392     PERFORM 2115-SELECT-ONE-AUDIT-RECORD THRU 2115-EXIT
006393             UNTIL SIM-RECORD-SELECTED
006394                OR END-OF-FILE.
006395 2110-EXIT.
006396     EXIT.
006397 2115-SELECT-ONE-AUDIT-RECORD.
006398     READ AUDIT-FILE
006399         AT END
006400             SET END-OF-FILE     TO TRUE
006401             GO TO 2115-EXIT
006402     END-READ.
006403     IF AUD-TRAILER-RECORD
006404        OR AUD-PART-DATE-X NOT NUMERIC
006405         GO TO 2115-EXIT
006406     END-IF.
006407     IF AUD-PART-DATE < WS-SIM-FROM-DATE
006408        OR AUD-PART-DATE > WS-SIM-TO-DATE
006409         GO TO 2115-EXIT
006410     END-IF.
006411     MOVE SPACES                 TO RAD-RECORD.
006412     MOVE AUD-PART-NUMBER        TO RAD-PART-NUMBER.
006413     MOVE AUD-PART-DATE          TO RAD-PART-DATE.
006414     MOVE AUD-INPUT-RADIUS       TO RAD-RADIUS.
006415     MOVE AUD-SHIFT-CODE         TO RAD-SHIFT-CODE.
006416     MOVE AUD-WO-NUMBER-X        TO RAD-WO-NUMBER-X.
006417     MOVE AUD-WO-LINE-X          TO RAD-WO-LINE-X.
006418     EVALUATE AUD-CALC-TYPE
006419         WHEN "CIRC"
006420             SET RAD-MODE-CIRCUMFERENCE TO TRUE
006421         WHEN "AREA"
006422             SET RAD-MODE-AREA   TO TRUE
006423         WHEN "STCK"
006424         WHEN "REMN"
006425             SET RAD-MODE-STOCK  TO TRUE
006426         WHEN OTHER
006427             ADD 1               TO WS-SIM-SKIP-COUNT
006428             GO TO 2115-EXIT
006429     END-EVALUATE.
006430     IF AUD-CALC-MODE NOT = SPACE
006431         IF AUD-CALC-MODE = "B"
006432            AND AUD-CALC-TYPE = "AREA"
006433             GO TO 2115-EXIT
006434         END-IF
006435         MOVE AUD-CALC-MODE      TO RAD-CALC-MODE
006436     END-IF.
006437     IF AUD-UOM-CODE NOT = SPACES
006438         MOVE AUD-UOM-CODE       TO RAD-UOM-CODE
006439     END-IF.
006440     IF NOT (RAD-SHIFT-1 OR RAD-SHIFT-2 OR RAD-SHIFT-3)
006441         ADD 1                   TO WS-SIM-SKIP-COUNT
006442         GO TO 2115-EXIT
006443     END-IF.
006444     IF AUD-MATERIAL-CODE NOT = SPACES
006445         MOVE AUD-MATERIAL-CODE  TO WS-PART-MATERIAL-CODE
006446     ELSE
006447         PERFORM 2250-LOOK-UP-PART-MASTER THRU 2250-EXIT
006448         IF PART-NOT-FOUND
006449             ADD 1               TO WS-SIM-SKIP-COUNT
006450             GO TO 2115-EXIT
006451         END-IF
006452     END-IF.
006453     MOVE RAD-SHIFT-CODE         TO WS-SHIFT-DIGIT-X.
006454     MOVE WS-SHIFT-DIGIT         TO WS-SHIFT-SUB.
006455     IF AUD-RUN-DATE NOT = WS-SIM-LAST-RUN-DATE
006456        OR AUD-RUN-TIME NOT = WS-SIM-LAST-RUN-TIME
006457         PERFORM 3200-CLOSE-SIMULATED-BARS THRU 3200-EXIT
006458         MOVE AUD-RUN-DATE       TO WS-SIM-LAST-RUN-DATE
006459         MOVE AUD-RUN-TIME       TO WS-SIM-LAST-RUN-TIME
006460     END-IF.
006461     SET SIM-RECORD-SELECTED     TO TRUE.
006462 2115-EXIT.
006463     EXIT.
006464*----------------------------------------------------------------
006465* 2200-VALIDATE-RADIUS-RECORD - REJECT A RADIUS THAT IS NOT
006466* NUMERIC, IS ZERO, OR IS OUTSIDE THE SHOP'S CUTTING RANGE, AND
006467* A PART NUMBER THAT IS NOT ON THE PART MASTER OR IS MARKED
006468* OBSOLETE THERE, RATHER THAN LETTING THE RECORD REACH THE
006469* COMPUTE, AND A PART/DATE THE DONE-KEY TABLE SAYS WAS ALREADY
006470* SEEN - ON THE AUDIT LOG (R008) OR EARLIER IN THIS SAME FILE
006471* (R009, A DOUBLE-SENT EXTRACT RECORD), AND A SHIFT CODE THAT
006472* IS NOT 1, 2 OR 3 (R010), AND A RADIUS OUTSIDE THE PART'S OWN
006473* CUTTABLE MIN/MAX ON THE PART MASTER (R011), AND A WORK-ORDER
006474* NUMBER OR LINE THAT IS MISSING, NOT NUMERIC OR ZERO (R012) -
006475* CHECKED AHEAD OF THE PART MASTER, SINCE A CUT THAT CANNOT BE
006476* TIED TO AN ORDER IS NEVER SENT TO THE SAW. A RADIUS THAT IS AT
006477* LEAST NUMERIC IS ADDED TO WS-RADIUS-SUM SO THE CONTROL TOTAL
006478* RECONCILIATION REFLECTS EVERYTHING THE EXTRACT ACTUALLY SENT -
006479* AND, WHEN THE SHIFT CODE IS GOOD, TO THAT SHIFT'S OWN READ
006480* COUNT AND RADIUS SUM FOR THE PER-SHIFT RECONCILIATION. A
006481* RECUT RECORD IS COUNTED AND SUMMED FOR THE RECUT CONTROL
006482* RECORD INSTEAD, AND IS A LEGITIMATE REPEAT OF A PART/DATE
006483* ALREADY ON THE AUDIT LOG OR EARLIER IN THE FILE - ONLY AN
006484* EARLIER RECUT OF THE SAME PART/DATE (SOURCE "R") REJECTS IT.
006485*----------------------------------------------------------------
006490 2200-VALIDATE-RADIUS-RECORD.
006500     SET RADIUS-IS-VALID         TO TRUE.
006502     MOVE ZERO                   TO WS-SHIFT-SUB.
006503     IF RAD-RECUT
006504         ADD 1                   TO WS-RECUT-RECORDS-READ
006505     END-IF.
006506     IF RAD-SHIFT-1 OR RAD-SHIFT-2 OR RAD-SHIFT-3
006507         MOVE RAD-SHIFT-CODE     TO WS-SHIFT-DIGIT-X
006508         MOVE WS-SHIFT-DIGIT     TO WS-SHIFT-SUB
006509         IF NOT RAD-RECUT
006510             ADD 1               TO WS-ST-RECORDS-READ
006511                                    (WS-SHIFT-SUB)
006512         END-IF
006513     END-IF.
006514     IF RAD-RADIUS-X NOT NUMERIC
006520         SET RADIUS-IS-INVALID   TO TRUE
006530         SET REJ-REASON-NON-NUMERIC TO TRUE
006540         MOVE "RADIUS FIELD IS NOT NUMERIC" TO REJ-REASON-TEXT
006550     ELSE
006552       IF RAD-RECUT
006554           ADD RAD-RADIUS        TO WS-RECUT-RADIUS-SUM
006556       ELSE
006558           ADD RAD-RADIUS        TO WS-RADIUS-SUM
006560           IF WS-SHIFT-SUB > ZERO
006562               ADD RAD-RADIUS    TO WS-ST-RADIUS-SUM
006566                                    (WS-SHIFT-SUB)
006567           END-IF
006568       END-IF
006570       IF RAD-RADIUS = ZERO
006580           SET RADIUS-IS-INVALID TO TRUE
006764           SET RADIUS-IS-INVALID TO TRUE
006766           SET REJ-REASON-BAD-SHIFT TO TRUE
006768           MOVE "INVALID SHIFT CODE" TO REJ-REASON-TEXT
006769       ELSE IF RAD-WO-NUMBER-X NOT NUMERIC
006770               OR RAD-WO-NUMBER-X = ZEROS
006771               OR RAD-WO-LINE-X NOT NUMERIC
006772               OR RAD-WO-LINE-X = ZEROS
006773           SET RADIUS-IS-INVALID TO TRUE
006774           SET REJ-REASON-BAD-WORK-ORDER TO TRUE
006775           MOVE "WORK ORDER MISSING OR INVALID" TO REJ-REASON-TEXT
006776       ELSE
006780           PERFORM 2250-LOOK-UP-PART-MASTER THRU 2250-EXIT
006790           IF PART-NOT-FOUND
006800               SET RADIUS-IS-INVALID TO TRUE
006868                   TO REJ-REASON-TEXT
006870           ELSE
006880               PERFORM 2260-CHECK-DONE-KEY THRU 2260-EXIT
006881               IF DONE-KEY-FOUND
006882                  AND RAD-RECUT
006883                  AND WS-DK-SOURCE (WS-DONE-TABLE-SUB) NOT = "R"
006884                   MOVE "R" TO WS-DK-SOURCE (WS-DONE-TABLE-SUB)
006885                   SET DONE-KEY-NOT-FOUND TO TRUE
006886               END-IF
006890               IF DONE-KEY-FOUND
006900                   SET RADIUS-IS-INVALID TO TRUE
006905                   IF WS-DK-SOURCE (WS-DONE-TABLE-SUB) = "A"
008000*----------------------------------------------------------------
008010 2350-PERFORM-CALCULATIONS.
008012     PERFORM 2280-LOOK-UP-MATERIAL-RATE THRU 2280-EXIT.
008014     MOVE ZERO                   TO WS-NEST-BAR-NUMBER
008016                                    WS-NEST-SEQUENCE.
008020     EVALUATE TRUE
008030         WHEN RAD-MODE-CIRCUMFERENCE
008040             PERFORM 2400-COMPUTE-CIRCUMFERENCE THRU 2400-EXIT
008200*----------------------------------------------------------------
008210* 2400-COMPUTE-CIRCUMFERENCE - COMPUTE THE CIRCUMFERENCE FOR THE
008220* CURRENT RADIUS RECORD, LOG IT TO THE AUDIT FILE, AND WRITE IT
008229* TO THE REPORT - OR, ON A SIMULATION, ONLY ACCUMULATE IT (2900).
008240*----------------------------------------------------------------
008250 2400-COMPUTE-CIRCUMFERENCE.
008260     MOVE RAD-RADIUS             TO WORK-RADIUS.
008365     PERFORM 2690-ROLL-UP-COST THRU 2690-EXIT.
008366     MOVE "CIRC"                 TO WS-DL-CALC-TYPE.
008370     MOVE WS-CALC-RESULT         TO WS-DL-RESULT.
008371     IF SIMULATION-RUN
008372         PERFORM 2900-ACCUMULATE-SIMULATION THRU 2900-EXIT
008373         GO TO 2400-EXIT
008374     END-IF.
008380     PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT.
008390     PERFORM 2670-WRITE-EXTRACT-RECORD THRU 2670-EXIT.
008400     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
008430*----------------------------------------------------------------
008440* 2450-COMPUTE-AREA - COMPUTE THE CIRCULAR AREA FOR THE CURRENT
008450* RADIUS RECORD, LOG IT TO THE AUDIT FILE, AND WRITE IT TO THE
008459* REPORT - OR, ON A SIMULATION, ONLY ACCUMULATE IT (2900).
008470*----------------------------------------------------------------
008480 2450-COMPUTE-AREA.
008490     MOVE RAD-RADIUS             TO WORK-RADIUS.
008500     IF WS-TRUNCATE-RESULTS
008501         COMPUTE WORK-AREA-RESULT =
008502             WORK-PI * WORK-RADIUS * WORK-RADIUS
008503     ELSE
008504         COMPUTE WORK-AREA-RESULT ROUNDED =
008505             WORK-PI * WORK-RADIUS * WORK-RADIUS
008506     END-IF.
008507     MOVE WORK-AREA-RESULT       TO WS-CALC-RESULT.
008508     ADD WORK-AREA-RESULT        TO WS-AREA-GRAND-TOTAL.
008509     ADD WORK-AREA-RESULT        TO WS-ST-AREA-TOTAL
008510                                    (WS-SHIFT-SUB).
008511     IF RATE-IS-FOUND
008512         COMPUTE WS-CALC-COST ROUNDED =
008513             WORK-AREA-RESULT * WS-AREA-RATE
008514     ELSE
008515         MOVE ZERO               TO WS-CALC-COST
008516         ADD 1                   TO WS-UNPRICED-COUNT
008517     END-IF.
008518     PERFORM 2690-ROLL-UP-COST THRU 2690-EXIT.
008519     MOVE "AREA"                 TO WS-DL-CALC-TYPE.
008520     MOVE WS-CALC-RESULT         TO WS-DL-RESULT.
008521     IF SIMULATION-RUN
008522         PERFORM 2900-ACCUMULATE-SIMULATION THRU 2900-EXIT
008523         GO TO 2450-EXIT
008524     END-IF.
008525     PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT.
008526     PERFORM 2670-WRITE-EXTRACT-RECORD THRU 2670-EXIT.
008527     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
008528 2450-EXIT.
008529     EXIT.
008530*----------------------------------------------------------------
008531* 2475-COMPUTE-STOCK-LENGTH - COMPUTE THE STOCK LENGTH THE FLOOR
008532* ACTUALLY PULLS FROM THE RACK FOR THE CURRENT RADIUS RECORD:
008533* THE CUT CIRCUMFERENCE PLUS THE SAW KERF AND THE WASTE
008534* PERCENTAGE FROM THE SHOP PARAMETER CARD. THE ON-HAND OFFCUT
008535* RACK IS CHECKED FIRST - A BEST-FIT REMNANT OF THE SAME
008536* MATERIAL PRINTS AS CALC TYPE "REMN" WITH THE REMNANT'S OWN
008537* LENGTH AS THE RESULT, AND THE FRESH BAR IT SAVED ROLLS INTO
008538* THE REMNANT-SAVINGS TOTAL. OTHERWISE THE LENGTH ROUNDS UP TO
008539* THE NEXT STOCKED BAR INCREMENT AS BEFORE ("STCK") AND THE
008540* ROUNDING DIFFERENCE IS WRITTEN TO THE REMNANT FILE INSTEAD
008541* OF GOING TO THE SCRAP BIN. WITH BAR NESTING ON, A "STCK" CUT
008542* IS INSTEAD PLACED ON A SHARED BAR BY 2482-NEST-STOCK-CUT AND
008543* ITS RESULT IS THE LENGTH IT TAKES OFF THAT BAR - THE BAR'S
008544* LEFTOVER GOES TO THE REMNANT FILE ONCE, AT TERMINATE. A
008545* SIMULATION ONLY ACCUMULATES THE RESULT (2900).
008546*----------------------------------------------------------------
008547 2475-COMPUTE-STOCK-LENGTH.
008548     MOVE RAD-RADIUS             TO WORK-RADIUS.
008549     IF WS-TRUNCATE-RESULTS
008550         COMPUTE WORK-SUM =
008551             (WORK-NUM * WORK-RADIUS) * WORK-PI
008552     ELSE
008553         COMPUTE WORK-SUM ROUNDED =
008554             (WORK-NUM * WORK-RADIUS) * WORK-PI
008555     END-IF.
008556     COMPUTE WORK-STOCK-LENGTH ROUNDED =
008557         WORK-SUM + WS-KERF-WIDTH
008558         + (WORK-SUM * WS-WASTE-PCT / 100).
008559     DIVIDE WORK-STOCK-LENGTH BY WS-BAR-INCREMENT
008560             GIVING WORK-STOCK-BARS
008561             REMAINDER WORK-STOCK-REM.
008562     IF WORK-STOCK-REM NOT = ZERO
008563         ADD 1                   TO WORK-STOCK-BARS
008564     END-IF.
008565     COMPUTE WORK-BAR-LENGTH =
008566         WORK-STOCK-BARS * WS-BAR-INCREMENT.
008567     PERFORM 2480-MATCH-REMNANT THRU 2480-EXIT.
008568     IF REMNANT-MATCHED
008569         MOVE "U" TO WS-RM-USED-FLAG (WS-REMNANT-BEST-SUB)
008570         ADD 1                   TO WS-REMNANT-USED-COUNT
008571         ADD WORK-BAR-LENGTH     TO WS-REMNANT-SAVED-TOTAL
008572         MOVE WS-RM-LENGTH (WS-REMNANT-BEST-SUB)
008573                                 TO WORK-STOCK-LENGTH
008574         MOVE "REMN"             TO WS-DL-CALC-TYPE
008575     ELSE
008576         IF NESTING-ACTIVE
008577             PERFORM 2482-NEST-STOCK-CUT THRU 2482-EXIT
008578         END-IF
008579         IF WS-NEST-BAR-NUMBER = ZERO
008580             COMPUTE WORK-OFFCUT-LENGTH =
008581                 WORK-BAR-LENGTH - WORK-STOCK-LENGTH
008582             MOVE WORK-BAR-LENGTH TO WORK-STOCK-LENGTH
008583             IF WORK-OFFCUT-LENGTH > ZERO
008584                 PERFORM 2490-WRITE-OFFCUT-RECORD THRU 2490-EXIT
008585             END-IF
008586         END-IF
008587         MOVE "STCK"             TO WS-DL-CALC-TYPE
008588     END-IF.
008589     MOVE WORK-STOCK-LENGTH      TO WS-CALC-RESULT.
008590     ADD WORK-STOCK-LENGTH       TO WS-STOCK-GRAND-TOTAL.
008591     ADD WORK-STOCK-LENGTH       TO WS-ST-STOCK-TOTAL
008592                                    (WS-SHIFT-SUB).
008593     IF RATE-IS-FOUND
008594         COMPUTE WS-CALC-COST ROUNDED =
008595             WORK-STOCK-LENGTH * WS-LENGTH-RATE
008596     ELSE
008597         MOVE ZERO               TO WS-CALC-COST
008598         ADD 1                   TO WS-UNPRICED-COUNT
008599     END-IF.
008600     PERFORM 2690-ROLL-UP-COST THRU 2690-EXIT.
008601     MOVE WS-CALC-RESULT         TO WS-DL-RESULT.
008602     IF SIMULATION-RUN
008603         PERFORM 2900-ACCUMULATE-SIMULATION THRU 2900-EXIT
008604         GO TO 2475-EXIT
008605     END-IF.
008606     PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT.
008607     PERFORM 2670-WRITE-EXTRACT-RECORD THRU 2670-EXIT.
008608     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
008609 2475-EXIT.
008610     EXIT.
008611*----------------------------------------------------------------
008612* 2480-MATCH-REMNANT - BEST-FIT SCAN OF THE REMNANT RACK FOR
008613* THE CURRENT MATERIAL AND THE REQUIRED LENGTH HELD IN
008614* WORK-STOCK-LENGTH: THE SHORTEST UNUSED OFFCUT THAT STILL
008615* COVERS THE CUT WINS, SO A LONG REMNANT IS NOT BURNED ON A
008616* SHORT CUT. BYPASSED ON A RESTART RUN - SEE THE MODIFICATION
008617* HISTORY.
008618*----------------------------------------------------------------
008619 2480-MATCH-REMNANT.
008620     SET REMNANT-NOT-MATCHED     TO TRUE.
008621     MOVE ZERO                   TO WS-REMNANT-BEST-SUB
008622                                    WS-REMNANT-BEST-LEN.
008623     IF REMNANT-MATCH-BYPASSED
008624         GO TO 2480-EXIT
008625     END-IF.
008626     MOVE 1                      TO WS-REMNANT-SUB.
008627     PERFORM 2485-SCAN-REMNANT-TABLE THRU 2485-EXIT
008628             UNTIL WS-REMNANT-SUB > WS-REMNANT-COUNT.
008629 2480-EXIT.
008630     EXIT.
008631 2485-SCAN-REMNANT-TABLE.
008632     IF WS-RM-MATERIAL-CODE (WS-REMNANT-SUB)
008633            = WS-PART-MATERIAL-CODE
008634        AND WS-RM-USED-FLAG (WS-REMNANT-SUB) = "N"
008635        AND WS-RM-LENGTH (WS-REMNANT-SUB)
008636            NOT < WORK-STOCK-LENGTH
008637        AND (REMNANT-NOT-MATCHED
008638             OR WS-RM-LENGTH (WS-REMNANT-SUB)
008639                < WS-REMNANT-BEST-LEN)
008640         SET REMNANT-MATCHED     TO TRUE
008641         MOVE WS-REMNANT-SUB     TO WS-REMNANT-BEST-SUB
008642         MOVE WS-RM-LENGTH (WS-REMNANT-SUB)
008643                                 TO WS-REMNANT-BEST-LEN
008644     END-IF.
008645     ADD 1                       TO WS-REMNANT-SUB.
008646 2485-EXIT.
008647     EXIT.
008648*----------------------------------------------------------------
008649* 2482-NEST-STOCK-CUT - PLACE THE CURRENT STOCK CUT (LENGTH WITH
008650* ALLOWANCES IN WORK-STOCK-LENGTH) FIRST-FIT ON A BAR ALREADY
008651* BROKEN TONIGHT FOR THE SAME MATERIAL, OR OPEN A FRESH BAR WHEN
008652* NONE HAS ROOM. A FRESH BAR IS ONE STOCKED LENGTH, OR - FOR A
008653* CUT LONGER THAN THAT - THE CUT ROUNDED UP TO THE BAR
008654* INCREMENT. THE BAR NUMBER AND THE CUT'S SEQUENCE ON THE BAR
008655* ARE LEFT IN WS-NEST-BAR-NUMBER / WS-NEST-SEQUENCE FOR THE
008656* EXTRACT. WHEN EITHER NESTING TABLE IS FULL, NESTING IS
008657* SWITCHED OFF FOR THE REST OF THE RUN AND THE CUT (BAR NUMBER
008658* STILL ZERO) ROUNDS UP TO ITS OWN BAR AS BEFORE.
008659*----------------------------------------------------------------
008660 2482-NEST-STOCK-CUT.
008661     SET BAR-NOT-FOUND           TO TRUE.
008662     MOVE 1                      TO WS-BAR-SUB.
008663     PERFORM 2484-SCAN-BAR-TABLE THRU 2484-EXIT
008664             UNTIL BAR-IS-FOUND
008665                OR WS-BAR-SUB > WS-BAR-COUNT.
008666     IF WS-NEST-CUT-COUNT NOT < WK-NEST-CUT-TABLE-MAX
008667        OR (BAR-NOT-FOUND
008668            AND WS-BAR-COUNT NOT < WK-BAR-TABLE-MAX)
008669         DISPLAY "COMPS02 - BAR NESTING TABLE FULL, NESTING "
008670             "OFF FOR THE REST OF THE RUN"
008671         SET NESTING-INACTIVE    TO TRUE
008672         GO TO 2482-EXIT
008673     END-IF.
008674     IF BAR-NOT-FOUND
008675         ADD 1                   TO WS-BAR-COUNT
008676         MOVE WS-BAR-COUNT       TO WS-BAR-SUB
008677         MOVE WS-PART-MATERIAL-CODE
008678                             TO WS-BT-MATERIAL-CODE (WS-BAR-SUB)
008679         IF WORK-STOCK-LENGTH > WS-STOCK-BAR-LENGTH
008680             MOVE WORK-BAR-LENGTH TO WS-BT-LENGTH (WS-BAR-SUB)
008681         ELSE
008682             MOVE WS-STOCK-BAR-LENGTH
008683                                 TO WS-BT-LENGTH (WS-BAR-SUB)
008684         END-IF
008685         MOVE ZERO               TO WS-BT-USED (WS-BAR-SUB)
008686                                    WS-BT-CUT-COUNT (WS-BAR-SUB)
008687         MOVE "N"                TO WS-BT-PLAN-FLAG (WS-BAR-SUB)
008688         MOVE WS-SHIFT-SUB       TO WS-BT-OPEN-SHIFT (WS-BAR-SUB)
008689     END-IF.
008690     ADD WORK-STOCK-LENGTH       TO WS-BT-USED (WS-BAR-SUB).
008691     ADD 1                       TO WS-BT-CUT-COUNT (WS-BAR-SUB).
008692     MOVE RAD-PART-NUMBER        TO WS-BT-LAST-PART (WS-BAR-SUB).
008693     MOVE RAD-PART-DATE          TO WS-BT-LAST-DATE (WS-BAR-SUB).
008694     MOVE WS-BAR-SUB             TO WS-NEST-BAR-NUMBER.
008695     MOVE WS-BT-CUT-COUNT (WS-BAR-SUB) TO WS-NEST-SEQUENCE.
008696     ADD 1                       TO WS-NEST-CUT-COUNT.
008697     MOVE WS-NEST-CUT-COUNT      TO WS-NEST-CUT-SUB.
008711     MOVE WS-BAR-SUB
008712         TO WS-NC-BAR-NUMBER (WS-NEST-CUT-SUB).
008713     MOVE WS-NEST-SEQUENCE
008714         TO WS-NC-SEQUENCE (WS-NEST-CUT-SUB).
008715     MOVE RAD-PART-NUMBER
008716         TO WS-NC-PART-NUMBER (WS-NEST-CUT-SUB).
008717     MOVE RAD-PART-DATE
008718         TO WS-NC-PART-DATE (WS-NEST-CUT-SUB).
008719     MOVE WORK-STOCK-LENGTH
008721         TO WS-NC-LENGTH (WS-NEST-CUT-SUB).
008722 2482-EXIT.
008723     EXIT.
008724 2484-SCAN-BAR-TABLE.
008725     IF WS-BT-MATERIAL-CODE (WS-BAR-SUB) = WS-PART-MATERIAL-CODE
008726        AND WS-BT-CUT-COUNT (WS-BAR-SUB) < 999
008727         COMPUTE WS-BAR-ROOM =
008728             WS-BT-LENGTH (WS-BAR-SUB) - WS-BT-USED (WS-BAR-SUB)
008729         IF WS-BAR-ROOM NOT < WORK-STOCK-LENGTH
008731             SET BAR-IS-FOUND    TO TRUE
008732             GO TO 2484-EXIT
008733         END-IF
008734     END-IF.
008735     ADD 1                       TO WS-BAR-SUB.
008736 2484-EXIT.
008737     EXIT.
008738*----------------------------------------------------------------
008739* 2490-WRITE-OFFCUT-RECORD - WRITE THE ROUNDING DIFFERENCE OF A
008741* FRESH-BAR STOCK PULL TO THE REMNANT FILE, TAGGED WITH THE
008742* PART AND DATE WHOSE CUT CREATED IT. NOTHING IS WRITTEN ON A
008743* SIMULATION - 2900 COUNTS THE OFFCUT INSTEAD.
008744*----------------------------------------------------------------
008745 2490-WRITE-OFFCUT-RECORD.
008746     IF SIMULATION-RUN
008747         GO TO 2490-EXIT
008748     END-IF.
008749     MOVE SPACES                 TO RMN-RECORD.
008751     MOVE WS-PART-MATERIAL-CODE  TO RMN-MATERIAL-CODE.
008752     MOVE WORK-OFFCUT-LENGTH     TO RMN-LENGTH.
008753     MOVE RAD-PART-NUMBER        TO RMN-SOURCE-PART.
008754     MOVE RAD-PART-DATE          TO RMN-PART-DATE.
008755     WRITE RMN-OUT-RECORD FROM RMN-RECORD.
008756     ADD 1                       TO WS-REMNANT-WRITTEN-COUNT.
008757 2490-EXIT.
008770     EXIT.
008698*----------------------------------------------------------------
008699* 2600-WRITE-DETAIL-LINE - WRITE ONE REPORT DETAIL LINE FOR THE
008800* 2650-WRITE-AUDIT-RECORD - APPEND ONE AUDIT RECORD FOR THE
008810* COMPUTATION JUST PERFORMED, CARRYING THE RUN ID, THE INPUT
008820* RADIUS, THE CONSTANTS USED, AND THE RESULT SO IT CAN BE CHECKED
008824* LATER IF A CUT LENGTH IS EVER QUESTIONED. EACH RECORD TAKES
008828* THE NEXT RUN SEQUENCE NUMBER AND IS CHAINED ONTO THE CHECK
008832* VALUE OF THE RECORD BEFORE IT.
008840*----------------------------------------------------------------
008850 2650-WRITE-AUDIT-RECORD.
008854     MOVE SPACES                 TO AUD-RECORD.
008860     MOVE WS-RUN-ID              TO AUD-RUN-ID.
008870     MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
008880     MOVE WS-RUN-TIME            TO AUD-RUN-TIME.
009002     MOVE WS-PART-MATERIAL-CODE  TO AUD-MATERIAL-CODE.
009004     MOVE RAD-SHIFT-CODE         TO AUD-SHIFT-CODE.
009006     MOVE WS-CALC-COST           TO AUD-CALC-COST.
009007     MOVE RAD-WO-NUMBER          TO AUD-WO-NUMBER.
009008     MOVE RAD-WO-LINE            TO AUD-WO-LINE.
009009     MOVE RAD-UOM-CODE           TO AUD-UOM-CODE.
009010     MOVE RAD-CALC-MODE          TO AUD-CALC-MODE.
009011     IF RAD-RECUT
009012         SET AUD-RECUT           TO TRUE
009013     END-IF.
009014     SET AUD-DETAIL-RECORD       TO TRUE.
009015     ADD 1                       TO WS-AUDIT-SEQUENCE.
009016     MOVE WS-AUDIT-SEQUENCE      TO AUD-RUN-SEQUENCE.
009017     PERFORM 8200-CHAIN-RECORD   THRU 8200-EXIT.
009018     MOVE WS-CHAIN-VALUE         TO AUD-CHAIN-VALUE.
009019     WRITE AUD-RECORD.
009020 2650-EXIT.
009021     EXIT.
009022*----------------------------------------------------------------
009023* 2660-WRITE-AUDIT-TRAILER - APPEND THE TRAILER RECORD THAT CLOSES
009024* A RUN ON THE AUDIT LOG, FROM WS-AUDIT-TRAILER-FIELDS: THE RUN'S
009025* ID, DATE AND TIME, ITS RECORD COUNT IN AUD-RUN-SEQUENCE AND ITS
009026* FINAL CHECK VALUE. CALLED BY 9000-TERMINATE FOR THIS RUN ("T")
009027* AND BY 1159-CLOSE-ABORTED-RUN FOR AN UNFINISHED ONE ("A").
009028*----------------------------------------------------------------
009029 2660-WRITE-AUDIT-TRAILER.
009030     MOVE SPACES                 TO AUD-RECORD.
009031     MOVE WS-ATF-RUN-ID          TO AUD-RUN-ID.
009032     MOVE WS-ATF-RUN-DATE        TO AUD-RUN-DATE.
009033     MOVE WS-ATF-RUN-TIME        TO AUD-RUN-TIME.
009034     MOVE ZERO                   TO AUD-INPUT-RADIUS.
009035     MOVE ZERO                   TO AUD-WORK-NUM.
009036     MOVE ZERO                   TO AUD-WORK-PI.
009037     MOVE "TRLR"                 TO AUD-CALC-TYPE.
009038     MOVE ZERO                   TO AUD-RESULT.
009039     MOVE WS-ATF-REPROCESS-FLAG  TO AUD-REPROCESS-FLAG.
009040     MOVE ZERO                   TO AUD-CALC-COST.
009041     MOVE WS-ATF-TYPE            TO AUD-RECORD-TYPE.
009042     MOVE WS-ATF-COUNT           TO AUD-RUN-SEQUENCE.
009043     MOVE WS-ATF-CHAIN           TO AUD-CHAIN-VALUE.
009044     WRITE AUD-RECORD.
009045 2660-EXIT.
009046     EXIT.
009047*----------------------------------------------------------------
009050* 2670-WRITE-EXTRACT-RECORD - WRITE ONE RESULTS-EXTRACT DETAIL
009060* RECORD FOR THE COMPUTATION JUST PERFORMED AND ROLL IT INTO THE
009070* EXTRACT COUNT AND RESULT SUM CARRIED ON THE XTRFILE TRAILER.
009150     MOVE RAD-UOM-CODE           TO XTR-UOM-CODE.
009160     MOVE WS-DL-CALC-TYPE        TO XTR-CALC-TYPE.
009170     MOVE WS-CALC-RESULT         TO XTR-RESULT.
009171     MOVE WS-NEST-BAR-NUMBER     TO XTR-BAR-NUMBER.
009172     MOVE WS-NEST-SEQUENCE       TO XTR-BAR-SEQUENCE.
009173     MOVE RAD-WO-NUMBER          TO XTR-WO-NUMBER.
009174     MOVE RAD-WO-LINE            TO XTR-WO-LINE.
009175     MOVE RAD-SHIFT-CODE         TO XTR-SHIFT-CODE.
009180     WRITE XTR-RECORD.
009190     ADD 1                       TO WS-EXTRACT-COUNT.
009200     ADD WS-CALC-RESULT          TO WS-EXTRACT-RESULT-SUM.
009230*----------------------------------------------------------------
009240* 2700-WRITE-CHECKPOINT-RECORD - SNAPSHOT THE CURRENT COUNTERS
009250* AND TOTALS TO THE CHECKPOINT FILE SO AN OPERATOR CAN RESTART
009256* THE JOB FROM HERE INSTEAD OF FROM RECORD ONE. THE SNAPSHOT IS
009262* FOLLOWED BY THE NESTING TABLES (2760-SAVE-NESTING-TABLES).
009270*----------------------------------------------------------------
009280 2700-WRITE-CHECKPOINT-RECORD.
009290     MOVE RAD-PART-NUMBER        TO CHK-LAST-PART-NUMBER.
009360     MOVE WS-RUN-DATE            TO CHK-RUN-DATE.
009370     MOVE WS-RUN-TIME            TO CHK-RUN-TIME.
009380     MOVE WS-EXTRACT-COUNT       TO CHK-EXTRACT-COUNT.
009381     MOVE WS-EXTRACT-RESULT-SUM  TO CHK-EXTRACT-RESULT-SUM.
009382     MOVE WS-DUPLICATE-COUNT     TO CHK-DUPLICATE-COUNT.
009383     MOVE WS-STOCK-GRAND-TOTAL   TO CHK-STOCK-GRAND-TOTAL.
009384     MOVE WS-COST-GRAND-TOTAL    TO CHK-COST-GRAND-TOTAL.
009385     MOVE WS-UNPRICED-COUNT      TO CHK-UNPRICED-COUNT.
009386     MOVE WS-PAGE-NUMBER         TO CHK-PAGE-NUMBER.
009387     MOVE WS-LINE-COUNT          TO CHK-LINE-COUNT.
009388     MOVE WS-PREV-FAMILY         TO CHK-PREV-FAMILY.
009389     MOVE WS-FAM-COUNT           TO CHK-FAM-COUNT.
009390     MOVE WS-FAM-RESULT-TOTAL    TO CHK-FAM-RESULT-TOTAL.
009391     MOVE WS-FAM-COST-TOTAL      TO CHK-FAM-COST-TOTAL.
009392     MOVE WS-REMNANT-USED-COUNT  TO CHK-REMNANT-USED-COUNT.
009393     MOVE WS-REMNANT-SAVED-TOTAL TO CHK-REMNANT-SAVED-TOTAL.
009394     MOVE WS-REMNANT-WRITTEN-COUNT TO CHK-REMNANT-WRITTEN.
009395     MOVE WS-RECUT-RECORDS-READ  TO CHK-RECUT-RECORDS-READ.
009396     MOVE WS-RECUT-RADIUS-SUM    TO CHK-RECUT-RADIUS-SUM.
009397     MOVE WS-AUDIT-SEQUENCE      TO CHK-AUDIT-SEQUENCE.
009398     MOVE WS-CHAIN-VALUE         TO CHK-CHAIN-VALUE.
009406     PERFORM 2750-SAVE-SHIFT-TOTALS THRU 2750-EXIT.
009404     OPEN OUTPUT CHECKPOINT-FILE.
009410     WRITE CHK-RECORD.
009414     PERFORM 2760-SAVE-NESTING-TABLES THRU 2760-EXIT.
009420     CLOSE CHECKPOINT-FILE.
009430 2700-EXIT.
009440     EXIT.
009470 2755-EXIT.
009471     EXIT.
009450*----------------------------------------------------------------
009472* 2760-SAVE-NESTING-TABLES - WRITE ONE CHECKPOINT RECORD PER BAR
009473* BROKEN SO FAR ("B"), IN BAR-NUMBER ORDER, THEN ONE PER CUT
009474* NESTED ONTO THEM ("C"), IN THE ORDER THEY WERE PLACED.
009475*----------------------------------------------------------------
009476 2760-SAVE-NESTING-TABLES.
009477     MOVE 1                      TO WS-BAR-SUB.
009478     PERFORM 2765-SAVE-ONE-BAR   THRU 2765-EXIT
009479             UNTIL WS-BAR-SUB > WS-BAR-COUNT.
009480     MOVE 1                      TO WS-NEST-CUT-SUB.
009481     PERFORM 2770-SAVE-ONE-CUT   THRU 2770-EXIT
009482             UNTIL WS-NEST-CUT-SUB > WS-NEST-CUT-COUNT.
009483 2760-EXIT.
009484     EXIT.
009485 2765-SAVE-ONE-BAR.
009486     MOVE SPACES                 TO CHK-NEST-RECORD.
009487     MOVE "B"                    TO CHK-NEST-TYPE.
009488     MOVE WS-BT-MATERIAL-CODE (WS-BAR-SUB)
009489                                 TO CHK-NB-MATERIAL-CODE.
009490     MOVE WS-BT-LENGTH (WS-BAR-SUB) TO CHK-NB-LENGTH.
009491     MOVE WS-BT-USED (WS-BAR-SUB) TO CHK-NB-USED.
009492     MOVE WS-BT-CUT-COUNT (WS-BAR-SUB) TO CHK-NB-CUT-COUNT.
009493     MOVE WS-BT-LAST-PART (WS-BAR-SUB) TO CHK-NB-LAST-PART.
009494     MOVE WS-BT-LAST-DATE (WS-BAR-SUB) TO CHK-NB-LAST-DATE.
009495     MOVE WS-BT-OPEN-SHIFT (WS-BAR-SUB) TO CHK-NB-OPEN-SHIFT.
009496     WRITE CHK-NEST-RECORD.
009497     ADD 1                       TO WS-BAR-SUB.
009498 2765-EXIT.
009499     EXIT.
009500 2770-SAVE-ONE-CUT.
009501     MOVE SPACES                 TO CHK-NEST-RECORD.
009502     MOVE "C"                    TO CHK-NEST-TYPE.
009503     MOVE WS-NC-BAR-NUMBER (WS-NEST-CUT-SUB) TO CHK-NC-BAR-NUMBER.
009504     MOVE WS-NC-SEQUENCE (WS-NEST-CUT-SUB) TO CHK-NC-SEQUENCE.
009505     MOVE WS-NC-PART-NUMBER (WS-NEST-CUT-SUB)
009506                                 TO CHK-NC-PART-NUMBER.
009507     MOVE WS-NC-PART-DATE (WS-NEST-CUT-SUB) TO CHK-NC-PART-DATE.
009508     MOVE WS-NC-LENGTH (WS-NEST-CUT-SUB) TO CHK-NC-LENGTH.
009509     WRITE CHK-NEST-RECORD.
009510     ADD 1                       TO WS-NEST-CUT-SUB.
009511 2770-EXIT.
009512     EXIT.
009513*----------------------------------------------------------------
009514* 2800-WRITE-REJECT-RECORD - WRITE THE CURRENT RADIUS RECORD TO
009515* THE REJECT FILE WITH THE REASON SET BY THE VALIDATION STEP.
009516* A SIMULATION LISTS ITS REJECTS ONCE, ON THE CURRENT PASS - THE
009517* PROPOSED PASS READS THE SAME RECORDS AND ONLY COUNTS THEM.
009518*----------------------------------------------------------------
009519 2800-WRITE-REJECT-RECORD.
009520     MOVE RAD-PART-NUMBER        TO REJ-PART-NUMBER.
009521     MOVE RAD-PART-DATE          TO REJ-PART-DATE.
009522     MOVE RAD-RADIUS-X           TO REJ-RADIUS-TEXT.
009530     MOVE RAD-UOM-CODE           TO REJ-UOM-CODE.
009540     MOVE RAD-CALC-MODE          TO REJ-CALC-MODE.
009545     MOVE RAD-SHIFT-CODE         TO REJ-SHIFT-CODE.
009547     MOVE RAD-WO-NUMBER-X        TO REJ-WO-NUMBER.
009549     MOVE RAD-WO-LINE-X          TO REJ-WO-LINE.
009550     MOVE RAD-RECUT-FLAG         TO REJ-RECUT-FLAG.
009551     IF NOT SIMULATION-PROPOSED-PASS
009553         WRITE REJ-RECORD
009555     END-IF.
009560     ADD 1                       TO WS-REJECT-COUNT.
009561     IF WS-SHIFT-SUB > ZERO
009563         ADD 1                   TO WS-ST-REJECTED
009564         ADD 1                   TO WS-DUPLICATE-COUNT
009566     END-IF.
009570 2800-EXIT.
009571     EXIT.
009572*----------------------------------------------------------------
009573* 2900-ACCUMULATE-SIMULATION - ADD ONE SIMULATED RESULT TO THE
009574* CURRENT PASS'S FIGURES IN PLACE OF THE AUDIT, EXTRACT AND
009575* DETAIL-LINE WRITES. EVERY RESULT CARRIES ITS COST. A STOCK CUT
009576* ALSO CARRIES ITS STOCK LENGTH, AND ONE THAT ROUNDED UP TO ITS
009577* OWN BAR COUNTS THAT BAR AND ITS OFFCUT AS A REMNANT. A NESTED
009578* CUT'S BAR IS COUNTED ONCE, WITH ITS LEFTOVER, WHEN THE BARS
009579* ARE CLOSED OFF (3200).
009580*----------------------------------------------------------------
009581 2900-ACCUMULATE-SIMULATION.
009582     MOVE ZERO                   TO WS-SIM-ADD-STOCK
009583                                    WS-SIM-ADD-BARS
009584                                    WS-SIM-ADD-REMNANTS
009585                                    WS-SIM-ADD-REMNANT-LEN.
009586     MOVE WS-CALC-COST           TO WS-SIM-ADD-COST.
009587     IF WS-DL-CALC-TYPE = "STCK"
009588         MOVE WORK-STOCK-LENGTH  TO WS-SIM-ADD-STOCK
009589         IF WS-NEST-BAR-NUMBER = ZERO
009590             MOVE 1              TO WS-SIM-ADD-BARS
009591             IF WORK-OFFCUT-LENGTH > ZERO
009592                 MOVE 1          TO WS-SIM-ADD-REMNANTS
009593                 MOVE WORK-OFFCUT-LENGTH
009594                                 TO WS-SIM-ADD-REMNANT-LEN
009595             END-IF
009596         END-IF
009597     END-IF.
009598     MOVE WS-PART-MATERIAL-CODE  TO WS-SIM-MATERIAL.
009599     MOVE WS-SHIFT-SUB           TO WS-SIM-SHIFT-SUB.
009600     PERFORM 2910-POST-SIM-FIGURES THRU 2910-EXIT.
009601 2900-EXIT.
009602     EXIT.
009603*----------------------------------------------------------------
009604* 2910-POST-SIM-FIGURES - ADD THE WS-SIM-ADD FIGURES TO COLUMN
009605* WS-SIM-COLUMN OF THE ROW FOR WS-SIM-MATERIAL (ADDED TO THE
009606* TABLE THE FIRST TIME THE MATERIAL IS SEEN), THE ROW FOR
009607* WS-SIM-SHIFT-SUB AND THE TOTAL ROW.
009608*----------------------------------------------------------------
009609 2910-POST-SIM-FIGURES.
009610     SET SIM-MATERIAL-NOT-FOUND  TO TRUE.
009611     MOVE 1                      TO WS-SIM-MATERIAL-SUB.
009612     PERFORM 2915-SCAN-SIM-MATERIALS THRU 2915-EXIT
009613             UNTIL SIM-MATERIAL-FOUND
009614                OR WS-SIM-MATERIAL-SUB > WS-SIM-MATERIAL-COUNT.
009615     IF SIM-MATERIAL-NOT-FOUND
009616         IF WS-SIM-MATERIAL-COUNT NOT < WK-SIM-MATERIAL-MAX
009617             DISPLAY "COMPS02 - SIMULATION MATERIAL TABLE "
009618                 "OVERFLOW"
009619             MOVE 16             TO RETURN-CODE
009620             STOP RUN
009621         END-IF
009622         ADD 1                   TO WS-SIM-MATERIAL-COUNT
009623         MOVE WS-SIM-MATERIAL-COUNT TO WS-SIM-MATERIAL-SUB
009624         MOVE WS-SIM-MATERIAL
009625             TO WS-SMT-MATERIAL-CODE (WS-SIM-MATERIAL-SUB)
009626     END-IF.
009627     ADD WS-SIM-ADD-STOCK
009628         TO WS-SMT-STOCK (WS-SIM-MATERIAL-SUB, WS-SIM-COLUMN)
009629            WS-SST-STOCK (WS-SIM-SHIFT-SUB, WS-SIM-COLUMN)
009630            WS-SGT-STOCK (WS-SIM-COLUMN).
009631     ADD WS-SIM-ADD-BARS
009632         TO WS-SMT-BARS (WS-SIM-MATERIAL-SUB, WS-SIM-COLUMN)
009633            WS-SST-BARS (WS-SIM-SHIFT-SUB, WS-SIM-COLUMN)
009634            WS-SGT-BARS (WS-SIM-COLUMN).
009635     ADD WS-SIM-ADD-REMNANTS
009636         TO WS-SMT-REMNANTS (WS-SIM-MATERIAL-SUB, WS-SIM-COLUMN)
009637            WS-SST-REMNANTS (WS-SIM-SHIFT-SUB, WS-SIM-COLUMN)
009638            WS-SGT-REMNANTS (WS-SIM-COLUMN).
009639     ADD WS-SIM-ADD-REMNANT-LEN
009640         TO WS-SMT-REMNANT-LEN (WS-SIM-MATERIAL-SUB,
009641                                WS-SIM-COLUMN)
009642            WS-SST-REMNANT-LEN (WS-SIM-SHIFT-SUB, WS-SIM-COLUMN)
009643            WS-SGT-REMNANT-LEN (WS-SIM-COLUMN).
009644     ADD WS-SIM-ADD-COST
009645         TO WS-SMT-COST (WS-SIM-MATERIAL-SUB, WS-SIM-COLUMN)
009646            WS-SST-COST (WS-SIM-SHIFT-SUB, WS-SIM-COLUMN)
009647            WS-SGT-COST (WS-SIM-COLUMN).
009648 2910-EXIT.
009649     EXIT.
009650 2915-SCAN-SIM-MATERIALS.
009651     IF WS-SMT-MATERIAL-CODE (WS-SIM-MATERIAL-SUB)
009652            = WS-SIM-MATERIAL
009653         SET SIM-MATERIAL-FOUND  TO TRUE
009654         GO TO 2915-EXIT
009655     END-IF.
009656     ADD 1                       TO WS-SIM-MATERIAL-SUB.
009657 2915-EXIT.
009658     EXIT.
009659*----------------------------------------------------------------
009660* 3000-RUN-PROPOSED-PASS - CLOSE THE CURRENT PASS, PUT THE
009661* PROPOSED SHOP CARD AND RATE FILE IN PLACE, EMPTY EVERYTHING A
009662* PASS BUILDS UP (BARS, NESTED CUTS, DONE KEYS, COUNTS), AND RUN
009663* THE SAME INPUT AGAIN. A CARD OR RATE FILE NOT PROPOSED STAYS AS
009664* IT WAS - NESTING IS SWITCHED BACK ON FROM THE BAR LENGTH IN
009665* CASE A FULL TABLE TURNED IT OFF IN THE CURRENT PASS.
009666*----------------------------------------------------------------
009667 3000-RUN-PROPOSED-PASS.
009668     PERFORM 3050-CLOSE-SIMULATION-PASS THRU 3050-EXIT.
009669     SET SIMULATION-PROPOSED-PASS TO TRUE.
009670     MOVE 2                      TO WS-SIM-COLUMN.
009671     IF SIMULATION-ALT-SHOP
009672         PERFORM 1112-READ-PROPOSED-SHOP-CARD THRU 1112-EXIT
009673     ELSE
009674         IF WS-STOCK-BAR-LENGTH > ZERO
009675             SET NESTING-ACTIVE  TO TRUE
009676         END-IF
009677     END-IF.
009678     PERFORM 3100-KEEP-SHOP-VALUES THRU 3100-EXIT.
009679     IF SIMULATION-ALT-RATES
009680         PERFORM 1142-LOAD-PROPOSED-RATES THRU 1142-EXIT
009681     END-IF.
009682     MOVE ZERO                   TO WS-BAR-COUNT
009683                                    WS-NEST-CUT-COUNT
009684                                    WS-DONE-TABLE-COUNT
009685                                    WS-RECORDS-READ
009686                                    WS-PROCESSED-COUNT
009687                                    WS-REJECT-COUNT
009688                                    WS-UNPRICED-COUNT
009689                                    WS-SIM-SKIP-COUNT.
009690     MOVE "N"                    TO WS-END-OF-FILE-SW.
009691     PERFORM 1360-OPEN-SIMULATION-INPUT THRU 1360-EXIT.
009692     PERFORM 2000-PROCESS-FILE   THRU 2000-EXIT
009693             UNTIL END-OF-FILE.
009694     PERFORM 3050-CLOSE-SIMULATION-PASS THRU 3050-EXIT.
009695 3000-EXIT.
009696     EXIT.
009697*----------------------------------------------------------------
009698* 3050-CLOSE-SIMULATION-PASS - AT THE END OF A PASS: CLOSE ITS
009699* INPUT, CLOSE OFF THE BARS STILL OPEN, AND KEEP ITS COUNTS.
009700*----------------------------------------------------------------
009701 3050-CLOSE-SIMULATION-PASS.
009702     IF SIMULATION-FROM-AUDIT
009703         CLOSE AUDIT-FILE
009704     ELSE
009705         CLOSE RADIUS-FILE
009706     END-IF.
009707     PERFORM 3200-CLOSE-SIMULATED-BARS THRU 3200-EXIT.
009708     MOVE WS-PROCESSED-COUNT
009709                             TO WS-SCN-PROCESSED (WS-SIM-COLUMN).
009710     MOVE WS-REJECT-COUNT
009711                             TO WS-SCN-REJECTED (WS-SIM-COLUMN).
009712     MOVE WS-SIM-SKIP-COUNT
009713                             TO WS-SCN-SKIPPED (WS-SIM-COLUMN).
009714     MOVE WS-UNPRICED-COUNT
009715                             TO WS-SCN-UNPRICED (WS-SIM-COLUMN).
009716 3050-EXIT.
009717     EXIT.
009718*----------------------------------------------------------------
009719* 3100-KEEP-SHOP-VALUES - KEEP THE ALLOWANCES THE PASS RUNS UNDER
009720* FOR THE HEAD OF THE SIMULATION REPORT.
009721*----------------------------------------------------------------
009722 3100-KEEP-SHOP-VALUES.
009723     MOVE WS-KERF-WIDTH
009724         TO WS-SSV-KERF-WIDTH (WS-SIM-COLUMN).
009725     MOVE WS-WASTE-PCT
009726         TO WS-SSV-WASTE-PCT (WS-SIM-COLUMN).
009727     MOVE WS-BAR-INCREMENT
009728         TO WS-SSV-BAR-INCREMENT (WS-SIM-COLUMN).
009729     MOVE WS-STOCK-BAR-LENGTH
009730         TO WS-SSV-BAR-LENGTH (WS-SIM-COLUMN).
009731 3100-EXIT.
009732     EXIT.
009733*----------------------------------------------------------------
009734* 3200-CLOSE-SIMULATED-BARS - COUNT EVERY BAR THE NESTING BROKE
009735* SINCE THE TABLE WAS LAST EMPTIED, WITH ITS TRUE LEFTOVER AS A
009736* REMNANT, AGAINST ITS MATERIAL AND THE SHIFT THAT BROKE IT - THE
009737* SAME LEFTOVERS 9020-WRITE-BAR-LEFTOVERS WRITES ON A NIGHTLY
009738* RUN - THEN EMPTY THE NESTING TABLES.
009739*----------------------------------------------------------------
009740 3200-CLOSE-SIMULATED-BARS.
009741     MOVE 1                      TO WS-BAR-SUB.
009742     PERFORM 3210-CLOSE-ONE-BAR THRU 3210-EXIT
009743             UNTIL WS-BAR-SUB > WS-BAR-COUNT.
009744     MOVE ZERO                   TO WS-BAR-COUNT
009745                                    WS-NEST-CUT-COUNT.
009746 3200-EXIT.
009747     EXIT.
009748 3210-CLOSE-ONE-BAR.
009749     MOVE ZERO                   TO WS-SIM-ADD-STOCK
009750                                    WS-SIM-ADD-REMNANTS
009751                                    WS-SIM-ADD-REMNANT-LEN
009752                                    WS-SIM-ADD-COST.
009753     MOVE 1                      TO WS-SIM-ADD-BARS.
009754     COMPUTE WS-BAR-LEFTOVER =
009755         WS-BT-LENGTH (WS-BAR-SUB) - WS-BT-USED (WS-BAR-SUB).
009756     IF WS-BAR-LEFTOVER > ZERO
009757         MOVE 1                  TO WS-SIM-ADD-REMNANTS
009758         MOVE WS-BAR-LEFTOVER    TO WS-SIM-ADD-REMNANT-LEN
009759     END-IF.
009760     MOVE WS-BT-MATERIAL-CODE (WS-BAR-SUB) TO WS-SIM-MATERIAL.
009761     MOVE WS-BT-OPEN-SHIFT (WS-BAR-SUB) TO WS-SIM-SHIFT-SUB.
009762     PERFORM 2910-POST-SIM-FIGURES THRU 2910-EXIT.
009763     ADD 1                       TO WS-BAR-SUB.
009764 3210-EXIT.
009765     EXIT.
009766*----------------------------------------------------------------
009767* 8100-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DN-DATE
009768* INTO A SERIAL DAY COUNT IN WS-DN-NUMBER. 365 DAYS A YEAR PLUS
009769* THE GREGORIAN LEAP RULE (EVERY 4TH YEAR, NOT EVERY 100TH,
009770* EVERY 400TH), THE MONTH OFFSET, AND THE DAY; ONE DAY COMES
009771* BACK OFF FOR JANUARY AND FEBRUARY OF A LEAP YEAR BECAUSE THE
009772* YEAR'S OWN FEBRUARY 29TH HAS NOT HAPPENED YET. A DATE WITH A
009773* MONTH OUTSIDE 1-12 RETURNS ZERO.
009774*----------------------------------------------------------------
009775 8100-COMPUTE-DAY-NUMBER.
009776     MOVE ZERO                   TO WS-DN-NUMBER.
009777     IF WS-DN-MONTH < 01 OR WS-DN-MONTH > 12
009778         GO TO 8100-EXIT
009779     END-IF.
009780     DIVIDE WS-DN-YEAR BY 4
009781             GIVING WS-DN-Q4 REMAINDER WS-DN-R4.
009782     DIVIDE WS-DN-YEAR BY 100
009783             GIVING WS-DN-Q100 REMAINDER WS-DN-R100.
009784     DIVIDE WS-DN-YEAR BY 400
009785             GIVING WS-DN-Q400 REMAINDER WS-DN-R400.
009790     COMPUTE WS-DN-NUMBER =
009800         (WS-DN-YEAR * 365)
009810         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
009890 8100-EXIT.
009900     EXIT.
009910*----------------------------------------------------------------
009911* 8200-CHAIN-RECORD - FOLD THE FIRST WK-CHAIN-BYTES BYTES OF THE
009912* AUDIT RECORD (EVERYTHING BUT THE CHECK VALUE ITSELF) INTO THE
009913* RUNNING CHECK VALUE, ONE BYTE AT A TIME:
009914*     WS-CHAIN-VALUE = (WS-CHAIN-VALUE * 256 + BYTE)
009915*                      MOD WK-CHAIN-MODULUS
009916* THE SAME ARITHMETIC RUNS IN AUDVFY01 - CHANGE BOTH OR NEITHER.
009917*----------------------------------------------------------------
009918 8200-CHAIN-RECORD.
009919     MOVE AUD-RECORD             TO WS-CHAIN-RECORD.
009920     MOVE 1                      TO WS-CHAIN-SUB.
009921     PERFORM 8210-CHAIN-ONE-BYTE THRU 8210-EXIT
009922             UNTIL WS-CHAIN-SUB > WK-CHAIN-BYTES.
009923 8200-EXIT.
009924     EXIT.
009925 8210-CHAIN-ONE-BYTE.
009926     MOVE WS-CHAIN-BYTE (WS-CHAIN-SUB) TO WS-CBW-LOW.
009927     COMPUTE WS-CHAIN-WORK =
009928         WS-CHAIN-VALUE * 256 + WS-CHAIN-BYTE-VALUE.
009929     DIVIDE WS-CHAIN-WORK BY WK-CHAIN-MODULUS
009930             GIVING WS-CHAIN-QUOTIENT REMAINDER WS-CHAIN-VALUE.
009931     ADD 1                       TO WS-CHAIN-SUB.
009932 8210-EXIT.
009933     EXIT.
009934*----------------------------------------------------------------
009935* 8300-COUNT-WORKING-DAYS - COUNT THE SHOP WORKING DAYS AFTER DAY
009936* NUMBER WS-WD-FROM-NUMBER UP TO AND INCLUDING WS-WD-TO-NUMBER,
009937* INTO WS-WD-COUNT. THE STANDARD SHOP WEEK (MONDAY TO FRIDAY
009938* WORKING) IS COUNTED FIRST - FIVE DAYS FOR EVERY WHOLE WEEK,
009939* THEN THE ODD DAYS ONE AT A TIME - AND THE SHOP CALENDAR TABLE
009940* THEN CORRECTS IT: A HOLIDAY OR SHUTDOWN ON A WEEKDAY TAKES ONE
009941* OFF, A WEEKEND DAY WORKED PUTS ONE BACK. A SERIAL DAY NUMBER
009942* MODULO 7 IS 0 ON A SATURDAY AND 1 ON A SUNDAY.
009943*----------------------------------------------------------------
009944 8300-COUNT-WORKING-DAYS.
009945     MOVE ZERO                   TO WS-WD-COUNT.
009946     IF WS-WD-TO-NUMBER NOT > WS-WD-FROM-NUMBER
009947         GO TO 8300-EXIT
009948     END-IF.
009949     COMPUTE WS-WD-SPAN = WS-WD-TO-NUMBER - WS-WD-FROM-NUMBER.
009950     DIVIDE WS-WD-SPAN BY 7
009951             GIVING WS-WD-WEEKS REMAINDER WS-WD-ODD-DAYS.
009952     COMPUTE WS-WD-COUNT = WS-WD-WEEKS * 5.
009953     COMPUTE WS-WD-DAY-NUMBER =
009954         WS-WD-TO-NUMBER - WS-WD-ODD-DAYS + 1.
009955     PERFORM 8310-COUNT-ONE-ODD-DAY THRU 8310-EXIT
009956             UNTIL WS-WD-DAY-NUMBER > WS-WD-TO-NUMBER.
009957     MOVE 1                      TO WS-CAL-SUB.
009958     PERFORM 8320-APPLY-ONE-CALENDAR-DAY THRU 8320-EXIT
009959             UNTIL WS-CAL-SUB > WS-CAL-TABLE-COUNT.
009960 8300-EXIT.
009961     EXIT.
009962 8310-COUNT-ONE-ODD-DAY.
009963     DIVIDE WS-WD-DAY-NUMBER BY 7
009964             GIVING WS-WD-WEEKS REMAINDER WS-WD-WEEKDAY.
009965     IF WD-STANDARD-WORKDAY
009966         ADD 1                   TO WS-WD-COUNT
009967     END-IF.
009968     ADD 1                       TO WS-WD-DAY-NUMBER.
009969 8310-EXIT.
009970     EXIT.
009971 8320-APPLY-ONE-CALENDAR-DAY.
009972     IF WS-CT-DAY-NUMBER (WS-CAL-SUB) NOT > WS-WD-FROM-NUMBER
009973        OR WS-CT-DAY-NUMBER (WS-CAL-SUB) > WS-WD-TO-NUMBER
009974         GO TO 8320-NEXT
009975     END-IF.
009976     DIVIDE WS-CT-DAY-NUMBER (WS-CAL-SUB) BY 7
009977             GIVING WS-WD-WEEKS REMAINDER WS-WD-WEEKDAY.
009978     IF WD-STANDARD-WORKDAY
009979         IF WS-CT-DAY-TYPE (WS-CAL-SUB) NOT = "W"
009980             SUBTRACT 1          FROM WS-WD-COUNT
009981         END-IF
009982     ELSE
009983         IF WS-CT-DAY-TYPE (WS-CAL-SUB) = "W"
009984             ADD 1               TO WS-WD-COUNT
009985         END-IF
009986     END-IF.
009987 8320-NEXT.
009988     ADD 1                       TO WS-CAL-SUB.
009989 8320-EXIT.
009990     EXIT.
009991*----------------------------------------------------------------
009992* 9000-TERMINATE - WRITE THE REPORT TOTALS, RECONCILE CONTROL
009993* TOTALS AGAINST THE UPSTREAM EXTRACT, SET THE JOB RETURN CODE,
009994* CLOSE THE RUN ON THE AUDIT LOG WITH ITS TRAILER, AND CLOSE ALL
009995* FILES BEFORE ENDING THE RUN.
009996*----------------------------------------------------------------
009997 9000-TERMINATE.
009998     PERFORM 9020-WRITE-BAR-LEFTOVERS THRU 9020-EXIT.
009999     PERFORM 9100-WRITE-REPORT-TOTALS THRU 9100-EXIT.
010000     PERFORM 9080-WRITE-EXTRACT-TRAILER THRU 9080-EXIT.
010001     PERFORM 9085-WRITE-REMNANT-CARRY THRU 9085-EXIT.
010002     PERFORM 9050-CHECK-CONTROL-TOTALS THRU 9050-EXIT.
010003     PERFORM 9030-WRITE-CUT-PLAN THRU 9030-EXIT.
010010     PERFORM 9070-SET-RETURN-CODE THRU 9070-EXIT.
010020     PERFORM 9090-STAMP-CYCLE-RECORD THRU 9090-EXIT.
010021     MOVE "T"                    TO WS-ATF-TYPE.
010022     MOVE WS-RUN-ID              TO WS-ATF-RUN-ID.
010023     MOVE WS-RUN-DATE            TO WS-ATF-RUN-DATE.
010024     MOVE WS-RUN-TIME            TO WS-ATF-RUN-TIME.
010025     MOVE WS-AUDIT-SEQUENCE      TO WS-ATF-COUNT.
010026     MOVE WS-CHAIN-VALUE         TO WS-ATF-CHAIN.
010027     IF REPROCESS-RUN
010028         MOVE "R"                TO WS-ATF-REPROCESS-FLAG
010029     ELSE
010030         MOVE SPACE              TO WS-ATF-REPROCESS-FLAG
010031     END-IF.
010032     PERFORM 2660-WRITE-AUDIT-TRAILER THRU 2660-EXIT.
010033     CLOSE RADIUS-FILE.
010040     CLOSE REJECT-FILE.
010050     CLOSE REPORT-FILE.
010060     CLOSE EXTRACT-FILE.
010100 9000-EXIT.
010110     EXIT.
010120*----------------------------------------------------------------
010121* 9020-WRITE-BAR-LEFTOVERS - WRITE THE TRUE LEFTOVER OF EVERY BAR
010122* BROKEN FOR NESTED CUTS (BAR LENGTH LESS EVERY CUT TAKEN OFF
010123* IT) TO THE REMNANT FILE, TAGGED WITH THE LAST PART CUT FROM
010124* THE BAR, AHEAD OF THE CARRIED-FORWARD RACK. RUNS BEFORE THE
010125* TOTALS SO THE OFFCUTS-WRITTEN LINE COUNTS THEM.
010126*----------------------------------------------------------------
010127 9020-WRITE-BAR-LEFTOVERS.
010128     MOVE 1                      TO WS-BAR-SUB.
010129     PERFORM 9025-WRITE-ONE-LEFTOVER THRU 9025-EXIT
010130             UNTIL WS-BAR-SUB > WS-BAR-COUNT.
010131 9020-EXIT.
010132     EXIT.
010133 9025-WRITE-ONE-LEFTOVER.
010134     COMPUTE WS-BAR-LEFTOVER =
010135         WS-BT-LENGTH (WS-BAR-SUB) - WS-BT-USED (WS-BAR-SUB).
010136     ADD WS-BAR-LEFTOVER         TO WS-BAR-LEFTOVER-TOTAL.
010137     IF WS-BAR-LEFTOVER > ZERO
010138         MOVE SPACES             TO RMN-RECORD
010139         MOVE WS-BT-MATERIAL-CODE (WS-BAR-SUB)
010140                                 TO RMN-MATERIAL-CODE
010141         MOVE WS-BAR-LEFTOVER    TO RMN-LENGTH
010142         MOVE WS-BT-LAST-PART (WS-BAR-SUB)
010143                                 TO RMN-SOURCE-PART
010144         MOVE WS-BT-LAST-DATE (WS-BAR-SUB)
010145                                 TO RMN-PART-DATE
010146         WRITE RMN-OUT-RECORD FROM RMN-RECORD
010147         ADD 1                   TO WS-REMNANT-WRITTEN-COUNT
010148     END-IF.
010149     ADD 1                       TO WS-BAR-SUB.
010150 9025-EXIT.
010151     EXIT.
010152*----------------------------------------------------------------
010153* 9030-WRITE-CUT-PLAN - PRINT THE BAR-BY-BAR CUT PLAN ON ITS OWN
010154* PAGES AFTER THE TOTALS: THE BARS OF EACH MATERIAL TOGETHER (IN
010155* THE ORDER THE MATERIAL FIRST BROKE A BAR), EACH BAR'S CUTS IN
010156* THE ORDER THEY WERE PLACED ON IT, AND ITS LEFTOVER, THEN THE
010157* BAR COUNT AND LEFTOVER TOTAL. NOTHING PRINTS WHEN NO CUT WAS
010158* NESTED.
010159*----------------------------------------------------------------
010160 9030-WRITE-CUT-PLAN.
010161     IF WS-BAR-COUNT = ZERO
010162         GO TO 9030-EXIT
010163     END-IF.
010164     SET CUT-PLAN-PRINTING       TO TRUE.
010165     PERFORM 1200-WRITE-REPORT-HEADINGS THRU 1200-EXIT.
010166     MOVE 1                      TO WS-BAR-SUB.
010167     PERFORM 9032-PLAN-ONE-MATERIAL THRU 9032-EXIT
010168             UNTIL WS-BAR-SUB > WS-BAR-COUNT.
010169     MOVE WS-BAR-COUNT           TO WS-BPL-COUNT.
010170     MOVE WS-BARS-PULLED-LINE    TO WS-PRINT-WORK.
010171     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
010172     MOVE WS-BAR-LEFTOVER-TOTAL  TO WS-BLL-SUM.
010173     MOVE WS-BAR-LEFTOVER-LINE   TO WS-PRINT-WORK.
010174     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
010175 9030-EXIT.
010176     EXIT.
010177 9032-PLAN-ONE-MATERIAL.
010178     IF WS-BT-PLAN-FLAG (WS-BAR-SUB) = "Y"
010179         GO TO 9032-NEXT
010180     END-IF.
010181     MOVE WS-BT-MATERIAL-CODE (WS-BAR-SUB) TO WS-PLAN-MATERIAL.
010182     MOVE WS-BAR-SUB             TO WS-BAR-SUB-2.
010183     PERFORM 9034-PLAN-ONE-BAR THRU 9034-EXIT
010184             UNTIL WS-BAR-SUB-2 > WS-BAR-COUNT.
010185 9032-NEXT.
010186     ADD 1                       TO WS-BAR-SUB.
010187 9032-EXIT.
010188     EXIT.
010189 9034-PLAN-ONE-BAR.
010190     IF WS-BT-MATERIAL-CODE (WS-BAR-SUB-2) NOT = WS-PLAN-MATERIAL
010191        OR WS-BT-PLAN-FLAG (WS-BAR-SUB-2) = "Y"
010192         GO TO 9034-NEXT
010193     END-IF.
010194     MOVE "Y"                TO WS-BT-PLAN-FLAG (WS-BAR-SUB-2).
010195     MOVE WS-BAR-SUB-2           TO WS-PBL-BAR.
010196     MOVE WS-PLAN-MATERIAL       TO WS-PBL-MATERIAL.
010197     MOVE WS-BT-LENGTH (WS-BAR-SUB-2) TO WS-PBL-LENGTH.
010198     MOVE WS-PLAN-BAR-LINE       TO WS-PRINT-WORK.
010199     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
010200     MOVE 1                      TO WS-NEST-CUT-SUB.
010201     PERFORM 9036-PLAN-ONE-CUT THRU 9036-EXIT
010202             UNTIL WS-NEST-CUT-SUB > WS-NEST-CUT-COUNT.
010203     COMPUTE WS-BAR-LEFTOVER =
010204         WS-BT-LENGTH (WS-BAR-SUB-2) - WS-BT-USED (WS-BAR-SUB-2).
010205     MOVE WS-BAR-LEFTOVER        TO WS-PLL-LENGTH.
010206     MOVE WS-PLAN-LEFTOVER-LINE  TO WS-PRINT-WORK.
010207     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
010208 9034-NEXT.
010209     ADD 1                       TO WS-BAR-SUB-2.
010210 9034-EXIT.
010211     EXIT.
010212 9036-PLAN-ONE-CUT.
010213     IF WS-NC-BAR-NUMBER (WS-NEST-CUT-SUB) = WS-BAR-SUB-2
010214         MOVE WS-NC-SEQUENCE (WS-NEST-CUT-SUB)
010215                                 TO WS-PCL-SEQUENCE
010216         MOVE WS-NC-PART-NUMBER (WS-NEST-CUT-SUB)
010217                                 TO WS-PCL-PART-NUMBER
010218         MOVE WS-NC-PART-DATE (WS-NEST-CUT-SUB)
010219                                 TO WS-PCL-PART-DATE
010220         MOVE WS-NC-LENGTH (WS-NEST-CUT-SUB)
010221                                 TO WS-PCL-LENGTH
010222         MOVE WS-PLAN-CUT-LINE   TO WS-PRINT-WORK
010223         PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT
010224     END-IF.
010225     ADD 1                       TO WS-NEST-CUT-SUB.
010226 9036-EXIT.
010227     EXIT.
010228*----------------------------------------------------------------
010229* 9100-WRITE-REPORT-TOTALS - WRITE THE PER-SHIFT SUBTOTALS FOR
010230* EVERY SHIFT THAT SENT WORK, THEN THE RECORD COUNT, REJECT
010231* COUNT, DUPLICATE COUNT, RECUT COUNT AND GRAND TOTAL TRAILER
010232* LINES.
010233*----------------------------------------------------------------
010234 9100-WRITE-REPORT-TOTALS.
010235     IF WS-PREV-FAMILY NOT = LOW-VALUES
010236         PERFORM 2620-WRITE-FAMILY-SUBTOTAL THRU 2620-EXIT
010237     END-IF.
010238     MOVE 1                      TO WS-SHIFT-SUB.
010239     PERFORM 9110-WRITE-SHIFT-SUBTOTALS THRU 9110-EXIT
010240             UNTIL WS-SHIFT-SUB > 3.
010241     MOVE WS-PROCESSED-COUNT     TO WS-CL-COUNT.
010250     MOVE WS-COUNT-LINE          TO WS-PRINT-WORK.
010260     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
010270     MOVE WS-REJECT-COUNT        TO WS-RL-REJECTS.
010290     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
010300     MOVE WS-DUPLICATE-COUNT     TO WS-DUL-COUNT.
010310     MOVE WS-DUPLICATE-LINE      TO WS-PRINT-WORK.
010312     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
010314     MOVE WS-RECUT-RECORDS-READ  TO WS-RCT-COUNT.
010316     MOVE WS-RECUT-COUNT-LINE    TO WS-PRINT-WORK.
010320     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
010330     MOVE WS-GRAND-TOTAL         TO WS-TL-SUM.
010340     MOVE WS-TOTAL-LINE          TO WS-PRINT-WORK.
010650* 9110-WRITE-SHIFT-SUBTOTALS - WRITE ONE SHIFT'S SUBTOTAL BLOCK
010660* (PROCESSED, REJECTED, AND THE THREE RESULT TOTALS). A SHIFT
010670* THAT SENT NO RECORDS AT ALL PRINTS NOTHING - BEFORE THE PLANT
010674* IS FULLY ON THREE SHIFTS THAT IS NORMAL, NOT AN ERROR. A
010678* SHIFT THAT ONLY HAD RECUTS (WHICH ITS READ COUNT LEAVES OUT)
010682* STILL PRINTS.
010690*----------------------------------------------------------------
010700 9110-WRITE-SHIFT-SUBTOTALS.
010710     IF WS-ST-RECORDS-READ (WS-SHIFT-SUB) = ZERO
010713        AND WS-ST-PROCESSED (WS-SHIFT-SUB) = ZERO
010716        AND WS-ST-REJECTED (WS-SHIFT-SUB) = ZERO
010720         GO TO 9110-NEXT
010730     END-IF.
010740     MOVE WS-SHIFT-SUB           TO WS-SHC-SHIFT
011080* THEN EACH SHIFT'S OWN RECORD - AND FLAG A MISMATCH RATHER
011090* THAN LETTING A SHORT OR TRUNCATED FILE FINISH QUIETLY. THE
011100* SHIFT CHECKS ARE WHAT POINT AT THE SHIFT THAT SENT THE SHORT
011104* EXTRACT INSTEAD OF ONE PLANT-WIDE MISMATCH. RECUT RECORDS ARE
011108* LEFT OUT OF THE PLANT-WIDE AND SHIFT FIGURES AND RECONCILED
011112* AGAINST THE RECUT CONTROL RECORD ON THEIR OWN.
011120*----------------------------------------------------------------
011130 9050-CHECK-CONTROL-TOTALS.
011133     SUBTRACT WS-RECUT-RECORDS-READ FROM WS-RECORDS-READ
011136         GIVING WS-PLANT-RECORDS-READ.
011140     IF CONTROL-RECORD-FOUND
011149         IF WS-CTL-RECORD-COUNT NOT = WS-PLANT-RECORDS-READ
011160            OR WS-CTL-RADIUS-SUM NOT = WS-RADIUS-SUM
011170             SET CONTROL-TOTALS-MISMATCH TO TRUE
011180             PERFORM 9060-WRITE-CONTROL-MISMATCH-LINES
011220     MOVE 1                      TO WS-SHIFT-SUB.
011230     PERFORM 9055-CHECK-ONE-SHIFT THRU 9055-EXIT
011240             UNTIL WS-SHIFT-SUB > 3.
011241     IF RECUT-CONTROL-FOUND
011242         IF WS-RCC-RECORD-COUNT NOT = WS-RECUT-RECORDS-READ
011243            OR WS-RCC-RADIUS-SUM NOT = WS-RECUT-RADIUS-SUM
011244             SET CONTROL-TOTALS-MISMATCH TO TRUE
011245             PERFORM 9065-WRITE-RECUT-MISMATCH-LINES
011246                     THRU 9065-EXIT
011247         END-IF
011248     END-IF.
011250 9050-EXIT.
011260     EXIT.
011270*----------------------------------------------------------------
011680     MOVE WS-CTL-RADIUS-SUM      TO WS-CML-EXP-SUM.
011690     MOVE WS-CONTROL-MISMATCH-LINE-2 TO WS-PRINT-WORK.
011700     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
011709     MOVE WS-PLANT-RECORDS-READ  TO WS-CML-ACT-COUNT.
011720     MOVE WS-RADIUS-SUM          TO WS-CML-ACT-SUM.
011730     MOVE WS-CONTROL-MISMATCH-LINE-3 TO WS-PRINT-WORK.
011740     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
011750 9060-EXIT.
011751     EXIT.
011752*----------------------------------------------------------------
011753* 9065-WRITE-RECUT-MISMATCH-LINES - THE SAME FOR THE RECUT
011754* CONTROL RECORD AGAINST THE RECUT RECORDS THIS RUN READ.
011755*----------------------------------------------------------------
011756 9065-WRITE-RECUT-MISMATCH-LINES.
011757     MOVE WS-RECUT-MISMATCH-LINE TO WS-PRINT-WORK.
011758     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
011759     MOVE WS-RCC-RECORD-COUNT    TO WS-CML-EXP-COUNT.
011760     MOVE WS-RCC-RADIUS-SUM      TO WS-CML-EXP-SUM.
011761     MOVE WS-CONTROL-MISMATCH-LINE-2 TO WS-PRINT-WORK.
011762     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
011763     MOVE WS-RECUT-RECORDS-READ  TO WS-CML-ACT-COUNT.
011764     MOVE WS-RECUT-RADIUS-SUM    TO WS-CML-ACT-SUM.
011765     MOVE WS-CONTROL-MISMATCH-LINE-3 TO WS-PRINT-WORK.
011766     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
011767 9065-EXIT.
011768     EXIT.
011770*----------------------------------------------------------------
011780* 9080-WRITE-EXTRACT-TRAILER - WRITE THE RESULTS-EXTRACT TRAILER
011790* CONTROL RECORD (DETAIL COUNT AND RESULT SUM) SO THE SCHEDULER
012500     EXIT.
012510*----------------------------------------------------------------
012520* 9070-SET-RETURN-CODE - SET THE JOB RETURN CODE SO THE SCHEDULER
012527* CAN TELL A CLEAN RUN FROM ONE WITH REJECTS, AN UNFINISHED RUN
012534* LEFT OPEN ON THE AUDIT LOG OR A CONTROL-TOTAL MISMATCH WITHOUT
012541* HAVING TO READ THE REPORT.
012550*----------------------------------------------------------------
012560 9070-SET-RETURN-CODE.
012570     MOVE ZERO                   TO RETURN-CODE.
012580     IF WS-REJECT-COUNT > ZERO
012582         MOVE 4                  TO RETURN-CODE
012584     END-IF.
012586     IF ABORTED-RUN-LEFT-OPEN
012590         MOVE 4                  TO RETURN-CODE
012600     END-IF.
012610     IF CONTROL-TOTALS-MISMATCH
012630     END-IF.
012640 9070-EXIT.
012650     EXIT.
012651*----------------------------------------------------------------
012652* 9500-TERMINATE-SIMULATION - PRINT THE SIDE-BY-SIDE REPORT OF
012653* THE TWO PASSES (THE CARD AND ALLOWANCES, THE COUNTS, THEN EACH
012654* MATERIAL, EACH SHIFT AND THE TOTAL), SET THE RETURN CODE AND
012655* CLOSE WHAT THE SIMULATION OPENED. NO TRAILER, CYCLE STAMP,
012656* CARRY-FORWARD OR CONTROL-TOTAL CHECK - NONE OF THAT BELONGS TO
012657* A WHAT-IF. RC=4 WHEN THE CURRENT PASS REJECTED OR SKIPPED
012658* WORK, SO THE FIGURES DO NOT COVER EVERYTHING ON THE INPUT.
012659*----------------------------------------------------------------
012660 9500-TERMINATE-SIMULATION.
012661     PERFORM 1200-WRITE-REPORT-HEADINGS THRU 1200-EXIT.
012662     PERFORM 9510-WRITE-SIMULATION-HEADER THRU 9510-EXIT.
012663     MOVE SPACES                 TO WS-PRINT-WORK.
012664     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012665     MOVE "BY MATERIAL"          TO WS-PRINT-WORK.
012666     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012667     MOVE 1                      TO WS-SIM-MATERIAL-SUB.
012668     PERFORM 9520-PRINT-ONE-MATERIAL THRU 9520-EXIT
012669             UNTIL WS-SIM-MATERIAL-SUB > WS-SIM-MATERIAL-COUNT.
012670     MOVE SPACES                 TO WS-PRINT-WORK.
012671     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012672     MOVE "BY SHIFT"             TO WS-PRINT-WORK.
012673     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012674     MOVE 1                      TO WS-SIM-SHIFT-SUB.
012675     PERFORM 9530-PRINT-ONE-SHIFT THRU 9530-EXIT
012676             UNTIL WS-SIM-SHIFT-SUB > 3.
012677     MOVE SPACES                 TO WS-PRINT-WORK.
012678     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012679     MOVE "TOTAL"                TO WS-SRC-LABEL.
012680     MOVE SPACES                 TO WS-SRC-KEY.
012681     MOVE WS-SIM-ROW-CAPTION     TO WS-PRINT-WORK.
012682     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012683     MOVE WS-SGT-FIGURES         TO WS-SIM-PRINT-FIGURES.
012684     PERFORM 9550-PRINT-FIGURE-BLOCK THRU 9550-EXIT.
012685     MOVE ZERO                   TO RETURN-CODE.
012686     IF WS-SCN-REJECTED (1) > ZERO
012687        OR WS-SCN-SKIPPED (1) > ZERO
012688         MOVE 4                  TO RETURN-CODE
012689     END-IF.
012690     CLOSE REJECT-FILE.
012691     CLOSE REPORT-FILE.
012692     CLOSE PART-MASTER-FILE.
012693 9500-EXIT.
012694     EXIT.
012695*----------------------------------------------------------------
012696* 9510-WRITE-SIMULATION-HEADER - WHAT WAS SIMULATED: THE CARD'S
012697* DESCRIPTION AND SOURCE, WHICH FILES WERE PROPOSED, THE
012698* ALLOWANCES EACH PASS RAN UNDER AND THE RECORD COUNTS.
012699*----------------------------------------------------------------
012700 9510-WRITE-SIMULATION-HEADER.
012701     MOVE "PROPOSAL           :" TO WS-STX-LABEL.
012702     MOVE WS-SIM-DESCRIPTION     TO WS-STX-TEXT.
012703     MOVE WS-SIM-TEXT-LINE       TO WS-PRINT-WORK.
012704     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012705     MOVE WS-SIM-FROM-DATE       TO WS-SSL-FROM-DATE.
012706     IF SIMULATION-FROM-AUDIT
012707         MOVE "AUDIT LOG - PART DATES" TO WS-SSL-SOURCE
012708         MOVE " TO "             TO WS-SSL-TO
012709         MOVE WS-SIM-TO-DATE     TO WS-SSL-TO-DATE
012710     ELSE
012711         MOVE "CUT LIST - BUSINESS DATE" TO WS-SSL-SOURCE
012712         MOVE SPACES             TO WS-SSL-TO
012713                                    WS-SSL-TO-DATE
012714     END-IF.
012715     MOVE WS-SIM-SOURCE-LINE     TO WS-PRINT-WORK.
012716     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012717     MOVE "SHOP CARD          :" TO WS-STX-LABEL.
012718     IF SIMULATION-ALT-SHOP
012719         MOVE "PROPOSED CARD FROM SHPALT" TO WS-STX-TEXT
012720     ELSE
012721         MOVE "NO CHANGE PROPOSED - SHPFILE FOR BOTH"
012722                                 TO WS-STX-TEXT
012723     END-IF.
012724     MOVE WS-SIM-TEXT-LINE       TO WS-PRINT-WORK.
012725     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012726     MOVE "MATERIAL RATES     :" TO WS-STX-LABEL.
012727     IF SIMULATION-ALT-RATES
012728         MOVE "PROPOSED RATES FROM RATALT" TO WS-STX-TEXT
012729     ELSE
012730         MOVE "NO CHANGE PROPOSED - RATFILE FOR BOTH"
012731                                 TO WS-STX-TEXT
012732     END-IF.
012733     MOVE WS-SIM-TEXT-LINE       TO WS-PRINT-WORK.
012734     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012735     MOVE "REMNANT RACK       :" TO WS-STX-LABEL.
012736     MOVE "NOT MATCHED - EVERY STOCK CUT IS CUT FROM BAR STOCK"
012737                                 TO WS-STX-TEXT.
012738     MOVE WS-SIM-TEXT-LINE       TO WS-PRINT-WORK.
012739     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012740     MOVE SPACES                 TO WS-PRINT-WORK.
012741     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012742     MOVE "KERF WIDTH         :" TO WS-SAL-LABEL.
012743     MOVE WS-SSV-KERF-WIDTH (1)  TO WS-SIM-AMOUNT-1.
012744     MOVE WS-SSV-KERF-WIDTH (2)  TO WS-SIM-AMOUNT-2.
012745     PERFORM 9560-PRINT-AMOUNT-LINE THRU 9560-EXIT.
012746     MOVE "WASTE PERCENT      :" TO WS-SAL-LABEL.
012747     MOVE WS-SSV-WASTE-PCT (1)   TO WS-SIM-AMOUNT-1.
012748     MOVE WS-SSV-WASTE-PCT (2)   TO WS-SIM-AMOUNT-2.
012749     PERFORM 9560-PRINT-AMOUNT-LINE THRU 9560-EXIT.
012750     MOVE "BAR INCREMENT      :" TO WS-SAL-LABEL.
012751     MOVE WS-SSV-BAR-INCREMENT (1) TO WS-SIM-AMOUNT-1.
012752     MOVE WS-SSV-BAR-INCREMENT (2) TO WS-SIM-AMOUNT-2.
012753     PERFORM 9560-PRINT-AMOUNT-LINE THRU 9560-EXIT.
012754     MOVE "STOCKED BAR LENGTH :" TO WS-SAL-LABEL.
012755     MOVE WS-SSV-BAR-LENGTH (1)  TO WS-SIM-AMOUNT-1.
012756     MOVE WS-SSV-BAR-LENGTH (2)  TO WS-SIM-AMOUNT-2.
012757     PERFORM 9560-PRINT-AMOUNT-LINE THRU 9560-EXIT.
012758     MOVE "RECORDS PROCESSED  :" TO WS-SCL-LABEL.
012759     MOVE WS-SCN-PROCESSED (1)   TO WS-SIM-COUNT-1.
012760     MOVE WS-SCN-PROCESSED (2)   TO WS-SIM-COUNT-2.
012761     PERFORM 9570-PRINT-COUNT-LINE THRU 9570-EXIT.
012762     MOVE "RECORDS REJECTED   :" TO WS-SCL-LABEL.
012763     MOVE WS-SCN-REJECTED (1)    TO WS-SIM-COUNT-1.
012764     MOVE WS-SCN-REJECTED (2)    TO WS-SIM-COUNT-2.
012765     PERFORM 9570-PRINT-COUNT-LINE THRU 9570-EXIT.
012766     IF SIMULATION-FROM-AUDIT
012767         MOVE "AUDIT RECS SKIPPED :" TO WS-SCL-LABEL
012768         MOVE WS-SCN-SKIPPED (1) TO WS-SIM-COUNT-1
012769         MOVE WS-SCN-SKIPPED (2) TO WS-SIM-COUNT-2
012770         PERFORM 9570-PRINT-COUNT-LINE THRU 9570-EXIT
012771     END-IF.
012772     MOVE "UNPRICED RESULTS   :" TO WS-SCL-LABEL.
012773     MOVE WS-SCN-UNPRICED (1)    TO WS-SIM-COUNT-1.
012774     MOVE WS-SCN-UNPRICED (2)    TO WS-SIM-COUNT-2.
012775     PERFORM 9570-PRINT-COUNT-LINE THRU 9570-EXIT.
012776 9510-EXIT.
012777     EXIT.
012778 9520-PRINT-ONE-MATERIAL.
012779     MOVE SPACES                 TO WS-PRINT-WORK.
012780     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012781     MOVE "MATERIAL "            TO WS-SRC-LABEL.
012782     MOVE WS-SMT-MATERIAL-CODE (WS-SIM-MATERIAL-SUB)
012783                                 TO WS-SRC-KEY.
012784     MOVE WS-SIM-ROW-CAPTION     TO WS-PRINT-WORK.
012785     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012786     MOVE WS-SMT-FIGURES (WS-SIM-MATERIAL-SUB)
012787                                 TO WS-SIM-PRINT-FIGURES.
012788     PERFORM 9550-PRINT-FIGURE-BLOCK THRU 9550-EXIT.
012789     ADD 1                       TO WS-SIM-MATERIAL-SUB.
012790 9520-EXIT.
012791     EXIT.
012792 9530-PRINT-ONE-SHIFT.
012793     MOVE SPACES                 TO WS-PRINT-WORK.
012794     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012795     MOVE "SHIFT "               TO WS-SRC-LABEL.
012796     MOVE WS-SIM-SHIFT-SUB       TO WS-SHIFT-DIGIT.
012797     MOVE WS-SHIFT-DIGIT-X       TO WS-SRC-KEY.
012798     MOVE WS-SIM-ROW-CAPTION     TO WS-PRINT-WORK.
012799     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012800     MOVE WS-SST-FIGURES (WS-SIM-SHIFT-SUB)
012801                                 TO WS-SIM-PRINT-FIGURES.
012802     PERFORM 9550-PRINT-FIGURE-BLOCK THRU 9550-EXIT.
012803     ADD 1                       TO WS-SIM-SHIFT-SUB.
012804 9530-EXIT.
012805     EXIT.
012806*----------------------------------------------------------------
012807* 9550-PRINT-FIGURE-BLOCK - THE FIVE COMPARISON LINES FOR THE ROW
012808* MOVED TO WS-SIM-PRINT-FIGURES.
012809*----------------------------------------------------------------
012810 9550-PRINT-FIGURE-BLOCK.
012811     MOVE "  STOCK LENGTH     :" TO WS-SAL-LABEL.
012812     MOVE WS-SPF-STOCK (1)       TO WS-SIM-AMOUNT-1.
012813     MOVE WS-SPF-STOCK (2)       TO WS-SIM-AMOUNT-2.
012814     PERFORM 9560-PRINT-AMOUNT-LINE THRU 9560-EXIT.
012815     MOVE "  BARS CONSUMED    :" TO WS-SCL-LABEL.
012816     MOVE WS-SPF-BARS (1)        TO WS-SIM-COUNT-1.
012817     MOVE WS-SPF-BARS (2)        TO WS-SIM-COUNT-2.
012818     PERFORM 9570-PRINT-COUNT-LINE THRU 9570-EXIT.
012819     MOVE "  REMNANTS MADE    :" TO WS-SCL-LABEL.
012820     MOVE WS-SPF-REMNANTS (1)    TO WS-SIM-COUNT-1.
012821     MOVE WS-SPF-REMNANTS (2)    TO WS-SIM-COUNT-2.
012822     PERFORM 9570-PRINT-COUNT-LINE THRU 9570-EXIT.
012823     MOVE "  REMNANT LENGTH   :" TO WS-SAL-LABEL.
012824     MOVE WS-SPF-REMNANT-LEN (1) TO WS-SIM-AMOUNT-1.
012825     MOVE WS-SPF-REMNANT-LEN (2) TO WS-SIM-AMOUNT-2.
012826     PERFORM 9560-PRINT-AMOUNT-LINE THRU 9560-EXIT.
012827     MOVE "  COST             :" TO WS-SAL-LABEL.
012828     MOVE WS-SPF-COST (1)        TO WS-SIM-AMOUNT-1.
012829     MOVE WS-SPF-COST (2)        TO WS-SIM-AMOUNT-2.
012830     PERFORM 9560-PRINT-AMOUNT-LINE THRU 9560-EXIT.
012831 9550-EXIT.
012832     EXIT.
012833 9560-PRINT-AMOUNT-LINE.
012834     COMPUTE WS-SIM-CHANGE = WS-SIM-AMOUNT-2 - WS-SIM-AMOUNT-1.
012835     MOVE WS-SIM-AMOUNT-1        TO WS-SAL-CURRENT.
012836     MOVE WS-SIM-AMOUNT-2        TO WS-SAL-PROPOSED.
012837     MOVE WS-SIM-CHANGE          TO WS-SAL-CHANGE.
012838     MOVE WS-SIM-AMOUNT-LINE     TO WS-PRINT-WORK.
012839     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012840 9560-EXIT.
012841     EXIT.
012842 9570-PRINT-COUNT-LINE.
012843     COMPUTE WS-SIM-CHANGE = WS-SIM-COUNT-2 - WS-SIM-COUNT-1.
012844     MOVE WS-SIM-COUNT-1         TO WS-SCL-CURRENT.
012845     MOVE WS-SIM-COUNT-2         TO WS-SCL-PROPOSED.
012846     MOVE WS-SIM-CHANGE          TO WS-SCL-CHANGE.
012847     MOVE WS-SIM-COUNT-LINE      TO WS-PRINT-WORK.
012848     PERFORM 2580-WRITE-REPORT-LINE THRU 2580-EXIT.
012849 9570-EXIT.
012850     EXIT.
