000330*                 WAY COMPUTE_SAMPLE02 RECONCILES CTLFILE - A
000340*                 SHORT EXTRACT FLAGS RC=8 INSTEAD OF QUIETLY
000350*                 UNDERSTATING THE OPEN LIST.
000352* 2026-10-05 DKO  DAYS OPEN IS NOW COUNTED IN SHOP WORKING DAYS
000354*                 FROM THE SHOP CALENDAR (CALREC01, MAINTAINED BY
000356*                 CALMNT01) INSTEAD OF CALENDAR DAYS, SO WEEKENDS,
000358*                 HOLIDAYS AND SHUTDOWNS NO LONGER AGE A CUT.
000359* 2026-10-12 DKO  THE REPORT NOW ENDS WITH THE RUN DATE AND THE
000360*                 RETURN CODE, SO THE MORNING EXCEPTION DIGEST
000361*                 (EXCDIG01) CAN TELL TONIGHT'S REPORT FROM A
000362*                 STALE ONE AND A CLEAN END FROM AN ABEND.
000363* 2026-10-12 DKO  THE OPEN-CUTS LIST NOW CARRIES THE WORK-ORDER
000364*                 NUMBER AND LINE FROM THE EXTRACT, AND THE AGING
000365*                 LINE PRINTS THEM AFTER THE DAYS OPEN. ENTRIES
000366*                 CARRIED FORWARD FROM BEFORE HOLD SPACES.
000367* 2026-10-14 DKO  THE OPEN-CUTS LIST NOW ALSO CARRIES THE SHIFT,
000368*                 CALC TYPE AND RESULT OF THE FIRST EXTRACT DETAIL
000369*                 FOR EACH CUT AND THE WORKING DAYS OPEN AS OF
000370*                 TONIGHT, FOR THE KEYED COPY THE OPEN-CUTS
000371*                 INQUIRY (OPNINQ01) BROWSES. CONFIRMATIONS A
000372*                 SUPERVISOR KEYED ON THAT SCREEN ARRIVE BEHIND
000373*                 THE SCHEDULER FEED WITH SOURCE "M"; THEY CLEAR
000374*                 THEIR ENTRY THE SAME WAY, ARE FOLLOWED ON THE
000375*                 REPORT BY A LINE NAMING THE USER AND REASON, AND
000376*                 ARE COUNTED ON THEIR OWN TOTAL LINE SO IT SHOWS
000377*                 HOW OFTEN THE FEED IS BEING BYPASSED.
000378* 2026-10-15 DKO  RECUT ON SCRAP - A CANCELLATION NOW CARRIES A
000379*                 REASON (CNF-CANCEL-REASON). ONE GIVEN AS
000380*                 SCRAPPED AT THE SAW IS REBUILT AS A RECUT
000381*                 RADREC01 RECORD FROM ITS LAST AUDIT RECORD
000382*                 (RADIUS, UNIT OF MEASURE, CALC MODE, SHIFT AND
000383*                 WORK ORDER) AND ADDED TO THE RECUT EXTRACT
000384*                 (RCTFILE), WITH A SHIFT "R" CONTROL RECORD ON
000385*                 RCCFILE, FOR THE NEXT NIGHTLY OR REWORK RUN OF
000386*                 COMPUTE_SAMPLE02 TO PICK UP. A CUT ALREADY
000387*                 RECUT WK-RECUT-LIMIT TIMES, OR ONE WITH NO
000388*                 USABLE AUDIT RECORD, IS NOT RECUT BUT LISTED
000389*                 FOR REVIEW AND SETS RC=4.
000390* 2026-10-15 DKO  THE RECUT LIMIT IS READ FROM A PARAMETER CARD
000391*                 (CCPREC01 ON PARMFILE), BLANK DEFAULTING TO 02.
000392*                 AN AUDIT-KEY TABLE OVERFLOW NOW ABENDS THE RUN
000393*                 WITH RC=16 - THE KEYS ALSO REBUILD RECUTS, SO A
000394*                 PARTIAL TABLE WOULD HOLD GOOD SCRAPS FOR REVIEW.
000395*----------------------------------------------------------------
000396 ENVIRONMENT                     DIVISION.
000397 CONFIGURATION                   SECTION.
000398 SOURCE-COMPUTER.                IBM-370.
000400 OBJECT-COMPUTER.                IBM-370.
000410 INPUT-OUTPUT                    SECTION.
000420 FILE-CONTROL.
000580     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-FILE-STATUS.
000602     SELECT CALENDAR-FILE       ASSIGN TO CALFILE
000604         ORGANIZATION IS SEQUENTIAL
000606         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000607     SELECT RECUT-FILE          ASSIGN TO RCTFILE
000608         ORGANIZATION IS SEQUENTIAL
000609         FILE STATUS IS WS-RECUT-FILE-STATUS.
000610     SELECT RECUT-CONTROL-FILE  ASSIGN TO RCCFILE
000611         ORGANIZATION IS SEQUENTIAL
000612         FILE STATUS IS WS-RECUT-CONTROL-STATUS.
000613     SELECT PARM-FILE           ASSIGN TO PARMFILE
000614                                 ORGANIZATION IS SEQUENTIAL.
000615 DATA                            DIVISION.
000620 FILE                            SECTION.
000630 FD  EXTRACT-FILE.
000640     COPY XTRREC01.
000700 01  NEW-OPEN-RECORD             PIC X(80).
000710 FD  AUDIT-FILE.
000720     COPY AUDREC01.
000721 FD  CALENDAR-FILE.
000722     COPY CALREC01.
000723 FD  RECUT-FILE.
000724     COPY RADREC01.
000725 FD  RECUT-CONTROL-FILE.
000726     COPY CTLREC01.
000727 FD  PARM-FILE.
000729     COPY CCPREC01.
000730 FD  REPORT-FILE.
000740 01  RPT-PRINT-LINE              PIC X(80).
000750 WORKING-STORAGE                 SECTION.
000760   01 WORK-CONSTANTS.
000770     03 WK-OPEN-TABLE-MAX        PIC 9(05)    VALUE 10000.
000780     03 WK-AUDKEY-TABLE-MAX      PIC 9(05)    VALUE 10000.
000785     03 WK-CAL-TABLE-MAX         PIC 9(05)    VALUE 03700.
000787     03 WK-DEFAULT-RECUT-LIMIT   PIC 9(02)    VALUE 02.
000790   01 WORK-SWITCHES.
000800     03 WS-EXTRACT-EOF-SW        PIC X(01) VALUE "N".
000810        88 EXTRACT-EOF                VALUE "Y".
000950        88 TRAILER-FOUND              VALUE "Y".
000960     03 WS-TRAILER-MISMATCH-SW   PIC X(01) VALUE "N".
000970        88 TRAILER-MISMATCH           VALUE "Y".
000973     03 WS-CALENDAR-EOF-SW       PIC X(01) VALUE "N".
000976        88 CALENDAR-EOF               VALUE "Y".
000977     03 WS-RECUT-AUDIT-SW        PIC X(01) VALUE "N".
000978        88 RECUT-AUDIT-FOUND          VALUE "Y".
000979        88 RECUT-AUDIT-NOT-FOUND      VALUE "N".
000980*----------------------------------------------------------------
000990* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN SO A BAD
001000* ALLOCATION IS CAUGHT AND ABENDS THE JOB CLEANLY INSTEAD OF
001060   01 WS-NEWOPEN-FILE-STATUS    PIC X(02) VALUE "00".
001070   01 WS-AUDIT-FILE-STATUS      PIC X(02) VALUE "00".
001080   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
001085   01 WS-CALENDAR-FILE-STATUS   PIC X(02) VALUE "00".
001086   01 WS-RECUT-FILE-STATUS      PIC X(02) VALUE "00".
001087   01 WS-RECUT-CONTROL-STATUS   PIC X(02) VALUE "00".
001090   01 WORK-COUNTERS.
001100     03 WS-DETAILS-READ          PIC 9(07) COMP VALUE ZERO.
001110     03 WS-OPEN-CARRIED          PIC 9(07) COMP VALUE ZERO.
001150     03 WS-NOT-ON-OPEN-COUNT     PIC 9(07) COMP VALUE ZERO.
001160     03 WS-NEVER-SENT-COUNT      PIC 9(07) COMP VALUE ZERO.
001170     03 WS-BAD-STATUS-COUNT      PIC 9(07) COMP VALUE ZERO.
001175     03 WS-MANUAL-COUNT          PIC 9(07) COMP VALUE ZERO.
001180     03 WS-OPEN-REMAINING        PIC 9(07) COMP VALUE ZERO.
001182     03 WS-RECUT-COUNT           PIC 9(07) COMP VALUE ZERO.
001184     03 WS-SCRAP-REVIEW-COUNT    PIC 9(07) COMP VALUE ZERO.
001186     03 WS-PRIOR-RECUTS          PIC 9(07) COMP VALUE ZERO.
001190   01 WS-TRAILER-COUNT          PIC 9(07)      VALUE ZERO.
001191   01 WS-RECUT-RADIUS-SUM       PIC 9(09)V99   VALUE ZERO.
001192   01 WS-RECUT-LIMIT            PIC 9(02)      VALUE ZERO.
001193*----------------------------------------------------------------
001194* OPEN-CUTS RECORD - THE OPNREC01 LAYOUT LIVES HERE, NOT UNDER
001196* THE FDS, BECAUSE THE SAME LAYOUT DESCRIBES THE CARRIED-IN AND
001198* CARRIED-FORWARD FILES AND THE CARRIED-IN FILE IS CLOSED LONG
001340       05 WS-OT-PART-DATE       PIC 9(08).
001350       05 WS-OT-EXTRACT-DATE    PIC 9(08).
001360       05 WS-OT-CLEARED-FLAG    PIC X(01).
001362       05 WS-OT-WO-NUMBER       PIC X(06).
001364       05 WS-OT-WO-LINE         PIC X(03).
001365       05 WS-OT-SHIFT-CODE      PIC X(01).
001366       05 WS-OT-CALC-TYPE       PIC X(04).
001367       05 WS-OT-RESULT          PIC 9(09)V99.
001370*----------------------------------------------------------------
001380* AUDIT-KEY TABLE - EVERY PART/DATE EVER COMPUTED ON THE LIVE
001390* AUDIT LOG, LOADED THE WAY COMPUTE_SAMPLE02 LOADS ITS DONE-KEY
001400* TABLE. A CONFIRMATION THAT MATCHES NO OPEN ENTRY BUT IS ON
001410* THE LOG WAS SENT AND ALREADY CLEARED (OR CONFIRMED TWICE);
001420* ONE ON NEITHER WAS NEVER SENT AT ALL. EACH ENTRY ALSO KEEPS
001422* WHAT 2400-WRITE-RECUT NEEDS TO REBUILD A SCRAPPED CUT FROM
001424* ITS AUDIT RECORD, AND WHETHER THAT RECORD WAS ITSELF A RECUT.
001430*----------------------------------------------------------------
001440   01 WS-AUDKEY-COUNT           PIC 9(05) COMP      VALUE ZERO.
001450   01 WS-AUDKEY-SUB             PIC 9(05) COMP      VALUE ZERO.
001455   01 WS-RECUT-AUDIT-SUB        PIC 9(05) COMP      VALUE ZERO.
001460   01 WS-AUDKEY-TABLE.
001470     03 WS-AK-ENTRY             OCCURS 10000 TIMES.
001480       05 WS-AK-PART-NUMBER     PIC X(10).
001490       05 WS-AK-PART-DATE       PIC 9(08).
001491       05 WS-AK-RADIUS          PIC 9(05)V99.
001492       05 WS-AK-UOM-CODE        PIC X(02).
001493       05 WS-AK-CALC-MODE       PIC X(01).
001494       05 WS-AK-CALC-TYPE       PIC X(04).
001495       05 WS-AK-SHIFT-CODE      PIC X(01).
001496       05 WS-AK-WO-NUMBER       PIC X(06).
001497       05 WS-AK-WO-LINE         PIC X(03).
001498       05 WS-AK-RECUT-FLAG      PIC X(01).
001500*----------------------------------------------------------------
001510* DAY-NUMBER CONVERSION FIELDS - 8100-COMPUTE-DAY-NUMBER TURNS
001520* THE YYYYMMDD DATE IN WS-DN-DATE INTO A SERIAL DAY COUNT IN
001530* WS-DN-NUMBER SO DAYS-OPEN IS A REAL DAY DIFFERENCE, NOT A
001540* SUBTRACTION OF DATE LITERALS.
001550*----------------------------------------------------------------
001560   01 WS-DN-DATE                PIC 9(08)           VALUE ZERO.
001570   01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
001700         "000031059090120151181212243273304334".
001710   01 WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSETS.
001720     03 WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
001721*----------------------------------------------------------------
001722* SHOP CALENDAR TABLE - THE DAY NUMBER AND DAY TYPE OF EVERY DATE
001723* ON THE SHOP CALENDAR, LOADED ONCE IN 1400-LOAD-SHOP-CALENDAR.
001724* 8300-COUNT-WORKING-DAYS COUNTS THE STANDARD WEEK FROM THE DAY
001725* NUMBERS ALONE AND CORRECTS IT FROM THIS TABLE, SO DAYS OPEN IS
001726* IN SHOP WORKING DAYS - A CUT EXTRACTED FRIDAY AND STILL OPEN
001727* MONDAY IS ONE DAY OPEN, NOT THREE.
001728*----------------------------------------------------------------
001729   01 WS-CAL-TABLE-COUNT        PIC 9(05) COMP      VALUE ZERO.
001730   01 WS-CAL-SUB                PIC 9(05) COMP      VALUE ZERO.
001731   01 WS-CAL-TABLE.
001732     03 WS-CT-ENTRY             OCCURS 3700 TIMES.
001733       05 WS-CT-DAY-NUMBER      PIC S9(08) COMP-3.
001734       05 WS-CT-DAY-TYPE        PIC X(01).
001735   01 WS-WD-FROM-NUMBER         PIC S9(08) COMP-3   VALUE ZERO.
001736   01 WS-WD-TO-NUMBER           PIC S9(08) COMP-3   VALUE ZERO.
001737   01 WS-WD-DAY-NUMBER          PIC S9(08) COMP-3   VALUE ZERO.
001738   01 WS-WD-SPAN                PIC S9(08) COMP-3   VALUE ZERO.
001739   01 WS-WD-WEEKS               PIC S9(08) COMP-3   VALUE ZERO.
001740   01 WS-WD-ODD-DAYS            PIC 9(01)           VALUE ZERO.
001741   01 WS-WD-COUNT               PIC S9(07) COMP-3   VALUE ZERO.
001742   01 WS-WD-WEEKDAY             PIC 9(01)           VALUE ZERO.
001743      88 WD-STANDARD-WORKDAY         VALUE 2 THRU 6.
001744*----------------------------------------------------------------
001745* REPORT PRINT LINES.
001750*----------------------------------------------------------------
001760   01 WS-HEADING-LINE-1         PIC X(80) VALUE
001770       "CUTCNF01 - CUT COMPLETION RECONCILIATION".
001850     03 WS-DL-DISPOSITION        PIC X(34).
001860     03 FILLER                   PIC X(22) VALUE SPACES.
001870   01 WS-OPEN-HEADING-LINE      PIC X(80) VALUE
001880       "OPEN CUTS CARRIED FORWARD (PART, PART DATE, EXTRACTED, WOR
001890-      "KING DAYS OPEN, W/O):".
001900   01 WS-OPEN-LINE.
001910     03 WS-OL-PART-NUMBER        PIC X(10).
001920     03 FILLER                   PIC X(03) VALUE SPACES.
001950     03 WS-OL-EXTRACT-DATE       PIC 9(08).
001960     03 FILLER                   PIC X(03) VALUE SPACES.
001970     03 WS-OL-DAYS-OPEN          PIC ZZZZ9.
001972     03 FILLER                   PIC X(03) VALUE SPACES.
001973     03 WS-OL-WO-NUMBER          PIC X(06).
001974     03 WS-OL-WO-DASH            PIC X(01) VALUE SPACES.
001975     03 WS-OL-WO-LINE            PIC X(03).
001976     03 FILLER                   PIC X(27) VALUE SPACES.
001977   01 WS-MANUAL-LINE.
001978     03 FILLER                   PIC X(24) VALUE SPACES.
001979     03 FILLER                   PIC X(14) VALUE
001980         "MANUAL - USER ".
001981     03 WS-ML-USER-ID            PIC X(08).
001982     03 FILLER                   PIC X(03) VALUE " - ".
001983     03 WS-ML-REASON             PIC X(30).
001984     03 FILLER                   PIC X(01) VALUE SPACES.
001985   01 WS-REVIEW-LINE.
001986     03 FILLER                   PIC X(24) VALUE SPACES.
001987     03 FILLER                   PIC X(09) VALUE
001988         "SCRAPPED ".
001989     03 WS-RVL-TIMES             PIC ZZ9.
001990     03 FILLER                   PIC X(14) VALUE
001991         " TIMES, LIMIT ".
001992     03 WS-RVL-LIMIT             PIC Z9.
001993     03 FILLER                   PIC X(07) VALUE
001994         " - W/O ".
001995     03 WS-RVL-WO-NUMBER         PIC X(06).
001996     03 WS-RVL-WO-DASH           PIC X(01) VALUE SPACES.
001997     03 WS-RVL-WO-LINE           PIC X(03).
001998     03 FILLER                   PIC X(11) VALUE SPACES.
001999   01 WS-DETAILS-LINE.
002000     03 FILLER                   PIC X(20) VALUE
002010         "EXTRACT DETAILS    :".
002020     03 WS-XDL-COUNT             PIC ZZZZZZ9.
002360         "BAD STATUS CODES   :".
002370     03 WS-BSL-COUNT             PIC ZZZZZZ9.
002380     03 FILLER                   PIC X(53) VALUE SPACES.
002382   01 WS-MANUAL-COUNT-LINE.
002384     03 FILLER                   PIC X(20) VALUE
002386         "MANUAL CONFIRMS    :".
002387     03 WS-MCL-COUNT             PIC ZZZZZZ9.
002388     03 FILLER                   PIC X(53) VALUE SPACES.
002389   01 WS-RECUT-COUNT-LINE.
002390     03 FILLER                   PIC X(20) VALUE
002391         "RECUTS WRITTEN     :".
002392     03 WS-RWL-COUNT             PIC ZZZZZZ9.
002393     03 FILLER                   PIC X(53) VALUE SPACES.
002394   01 WS-SCRAP-REVIEW-LINE.
002395     03 FILLER                   PIC X(20) VALUE
002396         "SCRAP REVIEW       :".
002397     03 WS-SRL-COUNT             PIC ZZZZZZ9.
002398     03 FILLER                   PIC X(53) VALUE SPACES.
002399   01 WS-REMAINING-LINE.
002400     03 FILLER                   PIC X(20) VALUE
002410         "OPEN CUTS REMAINING:".
002420     03 WS-RML-COUNT             PIC ZZZZZZ9.
002450       "** EXTRACT TRAILER COUNT DOES NOT MATCH DETAILS READ **".
002460   01 WS-NO-TRAILER-LINE        PIC X(80) VALUE
002470       "** EXTRACT CARRIED NO TRAILER CONTROL RECORD **".
002471   01 WS-RUN-DATE-LINE.
002472     03 FILLER                   PIC X(20) VALUE
002473         "RUN DATE           :".
002474     03 WS-RNL-DATE              PIC 9(08).
002475     03 FILLER                   PIC X(52) VALUE SPACES.
002476   01 WS-RETURN-CODE-LINE.
002477     03 FILLER                   PIC X(20) VALUE
002478         "RETURN CODE        :".
002479     03 WS-RCL-CODE              PIC ZZZZZZ9.
002480     03 FILLER                   PIC X(53) VALUE SPACES.
002485 PROCEDURE                       DIVISION.
002490 0000-MAINLINE                   SECTION.
002500 0000-MAIN-PARA.
002510     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002540     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002550     STOP RUN.
002560*----------------------------------------------------------------
002570* 1000-INITIALIZE - OPEN THE REPORT, READ THE PARAMETER CARD,
002577* LOAD THE CARRIED OPEN-CUTS LIST, ROLL TONIGHT'S EXTRACT
002580* DETAILS IN, LOAD THE AUDIT PART/DATE KEYS AND THE SHOP
002584* CALENDAR, OPEN THE RECUT EXTRACT AND ITS CONTROL FILE FOR
002591* EXTEND (THEY BUILD UP UNTIL A COMPUTE_SAMPLE02 RUN TAKES
002592* THEM), AND PRIME THE CONFIRMATION READ.
002600*----------------------------------------------------------------
002610 1000-INITIALIZE.
002620     ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
002740     WRITE RPT-PRINT-LINE.
002750     MOVE WS-HEADING-LINE-2      TO RPT-PRINT-LINE.
002760     WRITE RPT-PRINT-LINE.
002765     PERFORM 1500-READ-PARAMETER-CARD THRU 1500-EXIT.
002770     PERFORM 1100-LOAD-OPEN-CUTS THRU 1100-EXIT.
002780     PERFORM 1200-LOAD-EXTRACT-DETAILS THRU 1200-EXIT.
002790     PERFORM 1300-LOAD-AUDIT-KEYS THRU 1300-EXIT.
002795     PERFORM 1400-LOAD-SHOP-CALENDAR THRU 1400-EXIT.
002800     OPEN INPUT CONFIRM-FILE.
002810     IF WS-CONFIRM-FILE-STATUS NOT = "00"
002820         DISPLAY "CUTCNF01 - CONFIRM-FILE OPEN FAILED, STATUS="
002910         MOVE 16             TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002931     OPEN EXTEND RECUT-FILE.
002932     IF WS-RECUT-FILE-STATUS NOT = "00"
002933         DISPLAY "CUTCNF01 - RECUT-FILE OPEN FAILED, STATUS="
002934             WS-RECUT-FILE-STATUS
002935         MOVE 16             TO RETURN-CODE
002936         STOP RUN
002937     END-IF.
002938     OPEN EXTEND RECUT-CONTROL-FILE.
002939     IF WS-RECUT-CONTROL-STATUS NOT = "00"
002940         DISPLAY "CUTCNF01 - RECUT-CONTROL OPEN FAILED, STATUS="
002941             WS-RECUT-CONTROL-STATUS
002942         MOVE 16             TO RETURN-CODE
002943         STOP RUN
002944     END-IF.
002945     PERFORM 2100-READ-CONFIRM-FILE THRU 2100-EXIT.
002950 1000-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
003340         TO WS-OT-PART-DATE (WS-OPEN-SUB).
003350     MOVE OPN-EXTRACT-DATE
003360         TO WS-OT-EXTRACT-DATE (WS-OPEN-SUB).
003362     MOVE OPN-WO-NUMBER-X
003364         TO WS-OT-WO-NUMBER (WS-OPEN-SUB).
003366     MOVE OPN-WO-LINE-X
003367         TO WS-OT-WO-LINE (WS-OPEN-SUB).
003368     MOVE OPN-SHIFT-CODE
003369         TO WS-OT-SHIFT-CODE (WS-OPEN-SUB).
003370     MOVE OPN-CALC-TYPE
003371         TO WS-OT-CALC-TYPE (WS-OPEN-SUB).
003372     IF OPN-RESULT-X NUMERIC
003373         MOVE OPN-RESULT
003374             TO WS-OT-RESULT (WS-OPEN-SUB)
003375     ELSE
003376         MOVE ZERO
003377             TO WS-OT-RESULT (WS-OPEN-SUB)
003378     END-IF.
003379     MOVE "N"
003380         TO WS-OT-CLEARED-FLAG (WS-OPEN-SUB).
003390 1150-EXIT.
003400     EXIT.
003940         TO WS-OT-EXTRACT-DATE (WS-OPEN-SUB).
003950     MOVE "N"
003960         TO WS-OT-CLEARED-FLAG (WS-OPEN-SUB).
003962     MOVE XTR-WO-NUMBER-X
003964         TO WS-OT-WO-NUMBER (WS-OPEN-SUB).
003966     MOVE XTR-WO-LINE-X
003968         TO WS-OT-WO-LINE (WS-OPEN-SUB).
003969     MOVE XTR-SHIFT-CODE
003970         TO WS-OT-SHIFT-CODE (WS-OPEN-SUB).
003971     MOVE XTR-CALC-TYPE
003972         TO WS-OT-CALC-TYPE (WS-OPEN-SUB).
003973     MOVE XTR-RESULT
003974         TO WS-OT-RESULT (WS-OPEN-SUB).
003975 1250-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000* 1300-LOAD-AUDIT-KEYS - LOAD THE PART/DATE KEY OF EVERY
004010* COMPUTATION ON THE LIVE AUDIT LOG, AS COMPUTE_SAMPLE02 DOES
004020* FOR ITS REPROCESS GUARD. RECORDS WRITTEN BEFORE THE PART DATE
004030* WAS CARRIED (SPACES) ARE SKIPPED. THE TABLE SEPARATES THE
004040* TWO KINDS OF UNMATCHED CONFIRMATION AND CARRIES WHAT 2400
004050* NEEDS TO REBUILD A RECUT, SO A PARTIAL TABLE WOULD HOLD GOOD
004060* SCRAPS FOR REVIEW - AN OVERFLOW ABENDS THE RUN, AS 1150 DOES.
004070*----------------------------------------------------------------
004080 1300-LOAD-AUDIT-KEYS.
004090     OPEN INPUT AUDIT-FILE.
004280         GO TO 1350-EXIT
004290     END-IF.
004300     IF WS-AUDKEY-COUNT NOT < WK-AUDKEY-TABLE-MAX
004310         DISPLAY "CUTCNF01 - AUDIT KEY TABLE OVERFLOW"
004320         MOVE 16             TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     ADD 1                       TO WS-AUDKEY-COUNT.
004360     MOVE WS-AUDKEY-COUNT        TO WS-AUDKEY-SUB.
004380         TO WS-AK-PART-NUMBER (WS-AUDKEY-SUB).
004390     MOVE AUD-PART-DATE
004400         TO WS-AK-PART-DATE (WS-AUDKEY-SUB).
004401     MOVE AUD-INPUT-RADIUS
004402         TO WS-AK-RADIUS (WS-AUDKEY-SUB).
004403     MOVE AUD-UOM-CODE
004404         TO WS-AK-UOM-CODE (WS-AUDKEY-SUB).
004405     MOVE AUD-CALC-MODE
004406         TO WS-AK-CALC-MODE (WS-AUDKEY-SUB).
004407     MOVE AUD-CALC-TYPE
004408         TO WS-AK-CALC-TYPE (WS-AUDKEY-SUB).
004409     MOVE AUD-SHIFT-CODE
004410         TO WS-AK-SHIFT-CODE (WS-AUDKEY-SUB).
004411     MOVE AUD-WO-NUMBER-X
004412         TO WS-AK-WO-NUMBER (WS-AUDKEY-SUB).
004413     MOVE AUD-WO-LINE-X
004414         TO WS-AK-WO-LINE (WS-AUDKEY-SUB).
004415     MOVE AUD-RECUT-FLAG
004416         TO WS-AK-RECUT-FLAG (WS-AUDKEY-SUB).
004417 1350-EXIT.
004420     EXIT.
004421*----------------------------------------------------------------
004422* 1400-LOAD-SHOP-CALENDAR - LOAD THE SHOP CALENDAR (CALREC01, ONE
004423* RECORD PER DATE THAT DEPARTS FROM THE STANDARD SHOP WEEK) INTO
004424* THE DAY-NUMBER TABLE 8300-COUNT-WORKING-DAYS WORKS FROM. AN
004425* EMPTY CALENDAR IS THE STANDARD WEEK EVERY WEEK. THE JOB ABENDS
004426* IF THE FILE FAILS TO OPEN OR OUTGROWS THE TABLE - AGING
004427* COUNTED AGAINST HALF A CALENDAR WOULD BE WRONG WITHOUT SHOWING
004428* IT.
004429*----------------------------------------------------------------
004430 1400-LOAD-SHOP-CALENDAR.
004431     OPEN INPUT CALENDAR-FILE.
004432     IF WS-CALENDAR-FILE-STATUS NOT = "00"
004433         DISPLAY "CUTCNF01 - CALENDAR OPEN FAILED, STATUS="
004434             WS-CALENDAR-FILE-STATUS
004435         MOVE 16             TO RETURN-CODE
004436         STOP RUN
004437     END-IF.
004438     PERFORM 1450-LOAD-ONE-CALENDAR-DAY THRU 1450-EXIT
004439             UNTIL CALENDAR-EOF.
004440     CLOSE CALENDAR-FILE.
004441 1400-EXIT.
004442     EXIT.
004443 1450-LOAD-ONE-CALENDAR-DAY.
004444     READ CALENDAR-FILE
004445         AT END
004446             SET CALENDAR-EOF    TO TRUE
004447             GO TO 1450-EXIT
004448     END-READ.
004449     IF CAL-DATE-X NOT NUMERIC
004450         GO TO 1450-EXIT
004451     END-IF.
004452     MOVE CAL-DATE               TO WS-DN-DATE.
004453     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
004454     IF WS-DN-NUMBER = ZERO
004455         GO TO 1450-EXIT
004456     END-IF.
004457     IF WS-CAL-TABLE-COUNT NOT < WK-CAL-TABLE-MAX
004458         DISPLAY "CUTCNF01 - CALENDAR TABLE OVERFLOW"
004459         MOVE 16             TO RETURN-CODE
004460         STOP RUN
004461     END-IF.
004462     ADD 1                       TO WS-CAL-TABLE-COUNT.
004463     MOVE WS-CAL-TABLE-COUNT     TO WS-CAL-SUB.
004464     MOVE WS-DN-NUMBER
004465         TO WS-CT-DAY-NUMBER (WS-CAL-SUB).
004466     MOVE CAL-DAY-TYPE
004467         TO WS-CT-DAY-TYPE (WS-CAL-SUB).
004468 1450-EXIT.
004469     EXIT.
004470*----------------------------------------------------------------
004471* 1500-READ-PARAMETER-CARD - READ THE RECUT LIMIT (CCPREC01): HOW
004472* MANY TIMES ONE PART/DATE MAY BE RECUT BEFORE A FURTHER SCRAP IS
004473* HELD FOR REVIEW. A MISSING CARD OR A BLANK FIELD TAKES
004474* WK-DEFAULT-RECUT-LIMIT; A FIELD THAT IS NOT NUMERIC ABENDS THE
004475* RUN RATHER THAN GUESS.
004476*----------------------------------------------------------------
004477 1500-READ-PARAMETER-CARD.
004478     OPEN INPUT PARM-FILE.
004479     READ PARM-FILE
004480         AT END
004481             MOVE SPACES         TO CCP-PARM-RECORD
004482     END-READ.
004483     CLOSE PARM-FILE.
004484     IF CCP-RECUT-LIMIT-X = SPACES
004485         MOVE WK-DEFAULT-RECUT-LIMIT TO WS-RECUT-LIMIT
004486         GO TO 1500-EXIT
004487     END-IF.
004488     IF CCP-RECUT-LIMIT-X NOT NUMERIC
004489         GO TO 1500-BAD-CARD
004490     END-IF.
004491     MOVE CCP-RECUT-LIMIT        TO WS-RECUT-LIMIT.
004492     GO TO 1500-EXIT.
004493 1500-BAD-CARD.
004494     DISPLAY "CUTCNF01 - PARAMETER CARD BAD".
004495     MOVE 16                     TO RETURN-CODE.
004496     STOP RUN.
004497 1500-EXIT.
004498     EXIT.
004499*----------------------------------------------------------------
004500* 2000-PROCESS-CONFIRMATION - MATCH THE CURRENT CONFIRMATION
004501* AGAINST THE OPEN TABLE, CLEAR AND REPORT IT, AND READ THE
004502* NEXT ONE. A CONFIRMATION MATCHING NO OPEN ENTRY IS CHECKED
004503* AGAINST THE AUDIT KEYS TO NAME WHICH KIND OF MISMATCH IT IS.
004504* A CONFIRMATION KEYED BY A SUPERVISOR (SOURCE "M") IS MATCHED
004505* THE SAME WAY, SAYS SO IN ITS DISPOSITION, AND IS FOLLOWED BY
004506* A LINE NAMING WHO KEYED IT AND WHY. A CANCELLATION GIVEN AS
004507* SCRAPPED AT THE SAW IS STILL COUNTED CANCELLED, AND IS ALSO
004508* SENT TO 2400-WRITE-RECUT TO BE RECUT OR LISTED FOR REVIEW.
004509*----------------------------------------------------------------
004510 2000-PROCESS-CONFIRMATION.
004511     ADD 1                       TO WS-CONFIRMS-READ.
004512     IF CNF-SOURCE-MANUAL
004513         ADD 1                   TO WS-MANUAL-COUNT
004514     END-IF.
004515     MOVE CNF-PART-NUMBER        TO WS-SEARCH-PART-NUMBER.
004516     MOVE CNF-PART-DATE          TO WS-SEARCH-PART-DATE.
004517     MOVE SPACES                 TO WS-DETAIL-LINE.
004520     MOVE CNF-PART-NUMBER        TO WS-DL-PART-NUMBER.
004530     MOVE CNF-PART-DATE          TO WS-DL-PART-DATE.
004540     IF NOT CNF-STATUS-CUT
004650         IF CNF-STATUS-CUT
004660             ADD 1               TO WS-CONFIRMED-COUNT
004670             MOVE "CONFIRMED CUT" TO WS-DL-DISPOSITION
004672             IF CNF-SOURCE-MANUAL
004674                 MOVE "CONFIRMED CUT - MANUAL"
004676                                 TO WS-DL-DISPOSITION
004678             END-IF
004680         ELSE
004690             ADD 1               TO WS-CANCELLED-COUNT
004700             MOVE "CANCELLED BY SCHEDULER"
004710                                 TO WS-DL-DISPOSITION
004712             IF CNF-SOURCE-MANUAL
004714                 MOVE "CANCELLED BY SUPERVISOR - MANUAL"
004715                                 TO WS-DL-DISPOSITION
004716             END-IF
004717             IF CNF-CANCEL-SCRAPPED
004718                 PERFORM 2400-WRITE-RECUT THRU 2400-EXIT
004719             END-IF
004720         END-IF
004730         PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
004731         IF CNF-STATUS-CANCELLED
004732            AND CNF-CANCEL-SCRAPPED
004733            AND WS-PRIOR-RECUTS NOT < WS-RECUT-LIMIT
004734            AND RECUT-AUDIT-FOUND
004735             MOVE WS-REVIEW-LINE TO RPT-PRINT-LINE
004736             WRITE RPT-PRINT-LINE
004737         END-IF
004740     ELSE
004750         PERFORM 2300-FIND-AUDIT-KEY THRU 2300-EXIT
004760         IF AUDKEY-FOUND
004850         PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
004860     END-IF.
004870 2000-NEXT.
004872     IF CNF-SOURCE-MANUAL
004874         MOVE CNF-USER-ID        TO WS-ML-USER-ID
004876         MOVE CNF-MANUAL-REASON  TO WS-ML-REASON
004877         MOVE WS-MANUAL-LINE     TO RPT-PRINT-LINE
004878         WRITE RPT-PRINT-LINE
004879     END-IF.
004880     PERFORM 2100-READ-CONFIRM-FILE THRU 2100-EXIT.
004890 2000-EXIT.
004900     EXIT.
005430     END-IF.
005440 2350-EXIT.
005450     EXIT.
005451*----------------------------------------------------------------
005452* 2400-WRITE-RECUT - A CUT SCRAPPED AT THE SAW. FIND ITS LAST
005453* AUDIT RECORD AND COUNT THE RECUTS ALREADY MADE FOR THE SAME
005454* PART/DATE. UNDER WS-RECUT-LIMIT, REBUILD THE CUT FROM THE
005455* AUDIT RECORD AS A RECUT RADREC01 RECORD ON THE RECUT EXTRACT;
005456* AT THE LIMIT, OR WITH NO AUDIT RECORD THAT CARRIES THE UNIT
005457* OF MEASURE AND CALC MODE (ONE WRITTEN BEFORE THEY WERE KEPT),
005458* LIST IT FOR REVIEW INSTEAD - A PART THAT KEEPS SCRAPPING NEEDS
005459* SOMEONE TO LOOK AT IT, NOT ANOTHER BAR.
005460*----------------------------------------------------------------
005461 2400-WRITE-RECUT.
005462     SET RECUT-AUDIT-NOT-FOUND   TO TRUE.
005463     MOVE ZERO                   TO WS-PRIOR-RECUTS.
005464     MOVE ZERO                   TO WS-RECUT-AUDIT-SUB.
005465     MOVE 1                      TO WS-AUDKEY-SUB.
005466     PERFORM 2450-SCAN-ONE-RECUT-KEY THRU 2450-EXIT
005467             UNTIL WS-AUDKEY-SUB > WS-AUDKEY-COUNT.
005468     IF RECUT-AUDIT-NOT-FOUND
005469         ADD 1                   TO WS-SCRAP-REVIEW-COUNT
005470         MOVE "** SCRAPPED - NO AUDIT, REVIEW **"
005471                                 TO WS-DL-DISPOSITION
005472         GO TO 2400-EXIT
005473     END-IF.
005474     MOVE WS-RECUT-AUDIT-SUB     TO WS-AUDKEY-SUB.
005475     IF WS-PRIOR-RECUTS NOT < WS-RECUT-LIMIT
005476         ADD 1                   TO WS-SCRAP-REVIEW-COUNT
005477         MOVE "** SCRAPPED - HELD FOR REVIEW **"
005478                                 TO WS-DL-DISPOSITION
005479         ADD 1 WS-PRIOR-RECUTS   GIVING WS-RVL-TIMES
005480         MOVE WS-RECUT-LIMIT     TO WS-RVL-LIMIT
005481         MOVE WS-AK-WO-NUMBER (WS-AUDKEY-SUB)
005482                                 TO WS-RVL-WO-NUMBER
005483         MOVE WS-AK-WO-LINE (WS-AUDKEY-SUB)
005484                                 TO WS-RVL-WO-LINE
005485         IF WS-RVL-WO-NUMBER = SPACES
005486             MOVE SPACE          TO WS-RVL-WO-DASH
005487         ELSE
005488             MOVE "-"            TO WS-RVL-WO-DASH
005489         END-IF
005490         GO TO 2400-EXIT
005491     END-IF.
005492     MOVE SPACES                 TO RAD-RECORD.
005493     MOVE CNF-PART-NUMBER        TO RAD-PART-NUMBER.
005494     MOVE CNF-PART-DATE          TO RAD-PART-DATE.
005495     MOVE WS-AK-RADIUS (WS-AUDKEY-SUB)
005496                                 TO RAD-RADIUS.
005497     MOVE WS-AK-UOM-CODE (WS-AUDKEY-SUB)
005498                                 TO RAD-UOM-CODE.
005499     MOVE WS-AK-CALC-MODE (WS-AUDKEY-SUB)
005500                                 TO RAD-CALC-MODE.
005501     MOVE WS-AK-SHIFT-CODE (WS-AUDKEY-SUB)
005502                                 TO RAD-SHIFT-CODE.
005503     MOVE WS-AK-WO-NUMBER (WS-AUDKEY-SUB)
005504                                 TO RAD-WO-NUMBER-X.
005505     MOVE WS-AK-WO-LINE (WS-AUDKEY-SUB)
005506                                 TO RAD-WO-LINE-X.
005507     SET RAD-RECUT               TO TRUE.
005508     WRITE RAD-RECORD.
005509     ADD 1                       TO WS-RECUT-COUNT.
005510     ADD RAD-RADIUS              TO WS-RECUT-RADIUS-SUM.
005511     MOVE "CANCELLED - SCRAPPED, RECUT SENT"
005512                                 TO WS-DL-DISPOSITION.
005513 2400-EXIT.
005514     EXIT.
005515*----------------------------------------------------------------
005516* 2450-SCAN-ONE-RECUT-KEY - CHECK ONE AUDIT-KEY ENTRY AGAINST THE
005517* SCRAPPED PART/DATE. THE LAST MATCH THAT CARRIES A UNIT OF
005518* MEASURE AND CALC MODE IS KEPT IN WS-RECUT-AUDIT-SUB, AND EVERY
005519* MATCH THAT WAS ITSELF A RECUT IS COUNTED - BUT ONLY ONCE PER
005520* CUT, SO THE AREA RECORD OF A MODE "B" CUT, WHICH FOLLOWS ITS
005521* CIRC RECORD, IS NOT COUNTED AGAIN.
005523*----------------------------------------------------------------
005524 2450-SCAN-ONE-RECUT-KEY.
005525     IF WS-AK-PART-NUMBER (WS-AUDKEY-SUB)
005526            NOT = WS-SEARCH-PART-NUMBER
005527        OR WS-AK-PART-DATE (WS-AUDKEY-SUB)
005528            NOT = WS-SEARCH-PART-DATE
005529         GO TO 2450-NEXT
005530     END-IF.
005531     IF WS-AK-RECUT-FLAG (WS-AUDKEY-SUB) = "Y"
005532        AND NOT (WS-AK-CALC-MODE (WS-AUDKEY-SUB) = "B"
005533                 AND WS-AK-CALC-TYPE (WS-AUDKEY-SUB) = "AREA")
005534         ADD 1                   TO WS-PRIOR-RECUTS
005535     END-IF.
005536     IF WS-AK-UOM-CODE (WS-AUDKEY-SUB) NOT = SPACES
005537        AND WS-AK-CALC-MODE (WS-AUDKEY-SUB) NOT = SPACES
005538         SET RECUT-AUDIT-FOUND   TO TRUE
005539         MOVE WS-AUDKEY-SUB      TO WS-RECUT-AUDIT-SUB
005540     END-IF.
005541 2450-NEXT.
005542     ADD 1                       TO WS-AUDKEY-SUB.
005543 2450-EXIT.
005544     EXIT.
005545*----------------------------------------------------------------
005546* 2800-WRITE-DETAIL-LINE - WRITE THE DETAIL LINE THE CALLER HAS
005547* BUILT.
005548*----------------------------------------------------------------
005549 2800-WRITE-DETAIL-LINE.
005550     MOVE WS-DETAIL-LINE         TO RPT-PRINT-LINE.
005551     WRITE RPT-PRINT-LINE.
005552 2800-EXIT.
005553     EXIT.
005554*----------------------------------------------------------------
005560* 8100-COMPUTE-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DN-DATE
005570* INTO A SERIAL DAY COUNT IN WS-DN-NUMBER. 365 DAYS A YEAR PLUS
005580* THE GREGORIAN LEAP RULE (EVERY 4TH YEAR, NOT EVERY 100TH,
005840     END-IF.
005850 8100-EXIT.
005860     EXIT.
005861*----------------------------------------------------------------
005862* 8300-COUNT-WORKING-DAYS - COUNT THE SHOP WORKING DAYS AFTER DAY
005863* NUMBER WS-WD-FROM-NUMBER UP TO AND INCLUDING WS-WD-TO-NUMBER,
005864* INTO WS-WD-COUNT. THE STANDARD SHOP WEEK (MONDAY TO FRIDAY
005865* WORKING) IS COUNTED FIRST - FIVE DAYS FOR EVERY WHOLE WEEK,
005866* THEN THE ODD DAYS ONE AT A TIME - AND THE SHOP CALENDAR TABLE
005867* THEN CORRECTS IT: A HOLIDAY OR SHUTDOWN ON A WEEKDAY TAKES ONE
005868* OFF, A WEEKEND DAY WORKED PUTS ONE BACK. A SERIAL DAY NUMBER
005869* MODULO 7 IS 0 ON A SATURDAY AND 1 ON A SUNDAY.
005870*----------------------------------------------------------------
005871 8300-COUNT-WORKING-DAYS.
005872     MOVE ZERO                   TO WS-WD-COUNT.
005873     IF WS-WD-TO-NUMBER NOT > WS-WD-FROM-NUMBER
005874         GO TO 8300-EXIT
005875     END-IF.
005876     COMPUTE WS-WD-SPAN = WS-WD-TO-NUMBER - WS-WD-FROM-NUMBER.
005877     DIVIDE WS-WD-SPAN BY 7
005878             GIVING WS-WD-WEEKS REMAINDER WS-WD-ODD-DAYS.
005879     COMPUTE WS-WD-COUNT = WS-WD-WEEKS * 5.
005880     COMPUTE WS-WD-DAY-NUMBER =
005881         WS-WD-TO-NUMBER - WS-WD-ODD-DAYS + 1.
005882     PERFORM 8310-COUNT-ONE-ODD-DAY THRU 8310-EXIT
005883             UNTIL WS-WD-DAY-NUMBER > WS-WD-TO-NUMBER.
005884     MOVE 1                      TO WS-CAL-SUB.
005885     PERFORM 8320-APPLY-ONE-CALENDAR-DAY THRU 8320-EXIT
005886             UNTIL WS-CAL-SUB > WS-CAL-TABLE-COUNT.
005887 8300-EXIT.
005888     EXIT.
005889 8310-COUNT-ONE-ODD-DAY.
005890     DIVIDE WS-WD-DAY-NUMBER BY 7
005891             GIVING WS-WD-WEEKS REMAINDER WS-WD-WEEKDAY.
005892     IF WD-STANDARD-WORKDAY
005893         ADD 1                   TO WS-WD-COUNT
005894     END-IF.
005895     ADD 1                       TO WS-WD-DAY-NUMBER.
005896 8310-EXIT.
005897     EXIT.
005898 8320-APPLY-ONE-CALENDAR-DAY.
005899     IF WS-CT-DAY-NUMBER (WS-CAL-SUB) NOT > WS-WD-FROM-NUMBER
005900        OR WS-CT-DAY-NUMBER (WS-CAL-SUB) > WS-WD-TO-NUMBER
005901         GO TO 8320-NEXT
005902     END-IF.
005903     DIVIDE WS-CT-DAY-NUMBER (WS-CAL-SUB) BY 7
005904             GIVING WS-WD-WEEKS REMAINDER WS-WD-WEEKDAY.
005905     IF WD-STANDARD-WORKDAY
005906         IF WS-CT-DAY-TYPE (WS-CAL-SUB) NOT = "W"
005907             SUBTRACT 1          FROM WS-WD-COUNT
005908         END-IF
005909     ELSE
005910         IF WS-CT-DAY-TYPE (WS-CAL-SUB) = "W"
005911             ADD 1               TO WS-WD-COUNT
005912         END-IF
005913     END-IF.
005914 8320-NEXT.
005915     ADD 1                       TO WS-CAL-SUB.
005916 8320-EXIT.
005917     EXIT.
005918*----------------------------------------------------------------
005919* 9000-TERMINATE - WRITE THE UNCLEARED OPEN ENTRIES FORWARD WITH
005920* THEIR AGING LINES, PRINT THE RUN TOTALS AND THE TRAILER
005921* RECONCILIATION, SET THE RETURN CODE, PRINT THE RUN DATE AND THE
005922* RETURN CODE AS THE LAST TWO LINES, ADD TONIGHT'S RECUT CONTROL
005923* RECORD (WRITTEN EVEN WHEN NOTHING WAS RECUT, SO EVERY RUN
005924* LEAVES ITS MARK), AND CLOSE THE FILES.
005925*----------------------------------------------------------------
005926 9000-TERMINATE.
005930     MOVE WS-OPEN-HEADING-LINE   TO RPT-PRINT-LINE.
005940     WRITE RPT-PRINT-LINE.
005950     MOVE 1                      TO WS-OPEN-SUB.
006190     MOVE WS-BAD-STATUS-COUNT    TO WS-BSL-COUNT.
006200     MOVE WS-BADSTATUS-LINE      TO RPT-PRINT-LINE.
006210     WRITE RPT-PRINT-LINE.
006211     MOVE WS-MANUAL-COUNT        TO WS-MCL-COUNT.
006212     MOVE WS-MANUAL-COUNT-LINE   TO RPT-PRINT-LINE.
006213     WRITE RPT-PRINT-LINE.
006214     MOVE WS-RECUT-COUNT         TO WS-RWL-COUNT.
006215     MOVE WS-RECUT-COUNT-LINE    TO RPT-PRINT-LINE.
006216     WRITE RPT-PRINT-LINE.
006217     MOVE WS-SCRAP-REVIEW-COUNT  TO WS-SRL-COUNT.
006218     MOVE WS-SCRAP-REVIEW-LINE   TO RPT-PRINT-LINE.
006219     WRITE RPT-PRINT-LINE.
006220     MOVE WS-OPEN-REMAINING      TO WS-RML-COUNT.
006230     MOVE WS-REMAINING-LINE      TO RPT-PRINT-LINE.
006240     WRITE RPT-PRINT-LINE.
006380        OR WS-NOT-ON-OPEN-COUNT > ZERO
006390        OR WS-NEVER-SENT-COUNT > ZERO
006400        OR WS-BAD-STATUS-COUNT > ZERO
006405        OR WS-SCRAP-REVIEW-COUNT > ZERO
006410         MOVE 4                  TO RETURN-CODE
006420     END-IF.
006430     IF TRAILER-MISMATCH
006440         MOVE 8                  TO RETURN-CODE
006450     END-IF.
006451     MOVE WS-RUN-DATE            TO WS-RNL-DATE.
006452     MOVE WS-RUN-DATE-LINE       TO RPT-PRINT-LINE.
006453     WRITE RPT-PRINT-LINE.
006454     MOVE RETURN-CODE            TO WS-RCL-CODE.
006455     MOVE WS-RETURN-CODE-LINE    TO RPT-PRINT-LINE.
006456     WRITE RPT-PRINT-LINE.
006457     MOVE SPACES                 TO CTL-RECORD.
006458     MOVE WS-RECUT-COUNT         TO CTL-RECORD-COUNT.
006459     MOVE WS-RECUT-RADIUS-SUM    TO CTL-RADIUS-SUM.
006460     SET CTL-RECUT-CONTROL       TO TRUE.
006461     WRITE CTL-RECORD.
006462     CLOSE CONFIRM-FILE.
006465     CLOSE RECUT-FILE.
006466     CLOSE RECUT-CONTROL-FILE.
006470     CLOSE NEWOPEN-FILE.
006480     CLOSE REPORT-FILE.
006490 9000-EXIT.
006510*----------------------------------------------------------------
006520* 9100-WRITE-ONE-OPEN-CUT - WRITE ONE UNCLEARED OPEN ENTRY TO
006530* THE CARRIED-FORWARD FILE AND ITS AGING LINE TO THE REPORT.
006540* CLEARED ENTRIES ARE SIMPLY NOT CARRIED. THE FORWARD RECORD
006542* CARRIES TONIGHT'S WORKING DAYS OPEN FOR THE ONLINE INQUIRY.
006550*----------------------------------------------------------------
006560 9100-WRITE-ONE-OPEN-CUT.
006570     IF WS-OT-CLEARED-FLAG (WS-OPEN-SUB) NOT = "N"
006650                                 TO OPN-PART-DATE.
006660     MOVE WS-OT-EXTRACT-DATE (WS-OPEN-SUB)
006670                                 TO OPN-EXTRACT-DATE.
006672     MOVE WS-OT-WO-NUMBER (WS-OPEN-SUB)
006674                                 TO OPN-WO-NUMBER-X.
006676     MOVE WS-OT-WO-LINE (WS-OPEN-SUB)
006678                                 TO OPN-WO-LINE-X.
006679     MOVE WS-OT-SHIFT-CODE (WS-OPEN-SUB)
006680                                 TO OPN-SHIFT-CODE.
006681     MOVE WS-OT-CALC-TYPE (WS-OPEN-SUB)
006682                                 TO OPN-CALC-TYPE.
006683     MOVE WS-OT-RESULT (WS-OPEN-SUB)
006684                                 TO OPN-RESULT.
006690     MOVE WS-OT-EXTRACT-DATE (WS-OPEN-SUB)
006700                                 TO WS-DN-DATE.
006710     PERFORM 8100-COMPUTE-DAY-NUMBER THRU 8100-EXIT.
006720     IF WS-DN-NUMBER = ZERO
006730         MOVE ZERO               TO WS-DAYS-OPEN
006740     ELSE
006746         MOVE WS-DN-NUMBER       TO WS-WD-FROM-NUMBER
006752         MOVE WS-RUN-DAY-NUMBER  TO WS-WD-TO-NUMBER
006758         PERFORM 8300-COUNT-WORKING-DAYS THRU 8300-EXIT
006764         MOVE WS-WD-COUNT        TO WS-DAYS-OPEN
006770     END-IF.
006772     MOVE WS-DAYS-OPEN           TO OPN-DAYS-OPEN.
006774     WRITE NEW-OPEN-RECORD FROM OPN-RECORD.
006780     MOVE WS-OT-PART-NUMBER (WS-OPEN-SUB)
006790                                 TO WS-OL-PART-NUMBER.
006800     MOVE WS-OT-PART-DATE (WS-OPEN-SUB)
006820     MOVE WS-OT-EXTRACT-DATE (WS-OPEN-SUB)
006830                                 TO WS-OL-EXTRACT-DATE.
006840     MOVE WS-DAYS-OPEN           TO WS-OL-DAYS-OPEN.
006841     MOVE WS-OT-WO-NUMBER (WS-OPEN-SUB)
006842                                 TO WS-OL-WO-NUMBER.
006843     MOVE WS-OT-WO-LINE (WS-OPEN-SUB)
006844                                 TO WS-OL-WO-LINE.
006845     IF WS-OL-WO-NUMBER = SPACES
006846         MOVE SPACE              TO WS-OL-WO-DASH
006847     ELSE
006848         MOVE "-"                TO WS-OL-WO-DASH
006849     END-IF.
006850     MOVE WS-OPEN-LINE           TO RPT-PRINT-LINE.
006860     WRITE RPT-PRINT-LINE.
006870 9100-NEXT.
