000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     OPNLOAD1.
000120 AUTHOR.                         D. OKAMURA.
000130 INSTALLATION.                   SHOP FLOOR SYSTEMS.
000140 DATE-WRITTEN.                   2026-10-14.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-14 DKO  ORIGINAL VERSION - RELOADS THE OPEN-CUTS LIST
000200*                 CUTCNF01 CARRIES FORWARD INTO THE KEYED INQUIRY
000210*                 FILE (OPNVREC1 LAYOUT, KEYED ON PART/PART DATE)
000220*                 FOR THE OPNINQ01 CICS INQUIRY SCREEN, THE SAME
000230*                 WAY AUDLOAD1 RELOADS THE AUDIT LOG. THE CLUSTER
000240*                 IS DELETED AND REDEFINED BY THE JCL BEFORE THIS
000250*                 STEP, SO THE LOAD IS ALWAYS A FULL REBUILD AND
000260*                 YESTERDAY'S MANUAL MARKS GO WITH IT - A MARKED
000270*                 CUT HAS BEEN CLEARED BY CUTCNF01 BY THEN. A
000280*                 RECORD WHOSE KEY IS ALREADY ON THE CLUSTER IS
000290*                 COUNTED AND SKIPPED, AND THE READ/LOADED/
000300*                 DUPLICATE COUNTS ARE PRINTED SO THE LOAD CAN BE
000310*                 PROVED COMPLETE.
000320*----------------------------------------------------------------
000330 ENVIRONMENT                     DIVISION.
000340 CONFIGURATION                   SECTION.
000350 SOURCE-COMPUTER.                IBM-370.
000360 OBJECT-COMPUTER.                IBM-370.
000370 INPUT-OUTPUT                    SECTION.
000380 FILE-CONTROL.
000390     SELECT OPEN-CUTS-FILE      ASSIGN TO OPNFILE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-OPEN-CUTS-STATUS.
000420     SELECT OPEN-VSAM-FILE      ASSIGN TO OPNVSAM
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS OPNV-KEY
000460         FILE STATUS IS WS-VSAM-FILE-STATUS.
000470     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-FILE-STATUS.
000500 DATA                            DIVISION.
000510 FILE                            SECTION.
000520 FD  OPEN-CUTS-FILE.
000530     COPY OPNREC01.
000540 FD  OPEN-VSAM-FILE.
000550     COPY OPNVREC1.
000560 FD  REPORT-FILE.
000570 01  RPT-PRINT-LINE              PIC X(80).
000580 WORKING-STORAGE                 SECTION.
000590   01 WORK-SWITCHES.
000600     03 WS-OPEN-CUTS-EOF-SW      PIC X(01) VALUE "N".
000610        88 OPEN-CUTS-EOF              VALUE "Y".
000620*----------------------------------------------------------------
000630* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN IN 1000-INITIALIZE
000640* SO A BAD ALLOCATION IS CAUGHT AND ABENDS THE JOB CLEANLY. THE
000650* VSAM STATUS IS ALSO CHECKED AFTER EVERY WRITE - ON THIS
000660* SEQUENTIAL-ACCESS LOAD A DUPLICATE OF THE PRIOR KEY COMES
000670* BACK AS A SEQUENCE ERROR ("21"); "22" IS KEPT ALONGSIDE IT
000680* AS IN AUDLOAD1. EITHER WAY THE RECORD IS COUNTED AND SKIPPED,
000690* NOT FATAL.
000700*----------------------------------------------------------------
000710   01 WS-OPEN-CUTS-STATUS       PIC X(02) VALUE "00".
000720   01 WS-VSAM-FILE-STATUS       PIC X(02) VALUE "00".
000730   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
000740   01 WORK-COUNTERS.
000750     03 WS-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
000760     03 WS-RECORDS-LOADED        PIC 9(07) COMP VALUE ZERO.
000770     03 WS-DUPLICATE-KEYS        PIC 9(07) COMP VALUE ZERO.
000780   01 WS-RUN-DATE               PIC 9(08)      VALUE ZERO.
000790*----------------------------------------------------------------
000800* REPORT PRINT LINES.
000810*----------------------------------------------------------------
000820   01 WS-HEADING-LINE-1         PIC X(80) VALUE
000830       "OPNLOAD1 - OPEN-CUTS INQUIRY FILE RELOAD".
000840   01 WS-READ-LINE.
000850     03 FILLER                   PIC X(20) VALUE
000860         "OPEN CUTS READ     :".
000870     03 WS-RDL-COUNT             PIC ZZZZZZ9.
000880     03 FILLER                   PIC X(53) VALUE SPACES.
000890   01 WS-LOADED-LINE.
000900     03 FILLER                   PIC X(20) VALUE
000910         "RECORDS LOADED     :".
000920     03 WS-LDL-COUNT             PIC ZZZZZZ9.
000930     03 FILLER                   PIC X(53) VALUE SPACES.
000940   01 WS-DUPLICATE-LINE.
000950     03 FILLER                   PIC X(20) VALUE
000960         "DUPLICATE KEYS     :".
000970     03 WS-DUL-COUNT             PIC ZZZZZZ9.
000980     03 FILLER                   PIC X(53) VALUE SPACES.
000990   01 WS-BALANCE-LINE            PIC X(80) VALUE
001000       "LOAD BALANCED - READ = LOADED + DUPLICATES".
001010   01 WS-RUN-DATE-LINE.
001020     03 FILLER                   PIC X(20) VALUE
001030         "RUN DATE           :".
001040     03 WS-RNL-DATE              PIC 9(08).
001050     03 FILLER                   PIC X(52) VALUE SPACES.
001060   01 WS-RETURN-CODE-LINE.
001070     03 FILLER                   PIC X(20) VALUE
001080         "RETURN CODE        :".
001090     03 WS-RCL-CODE              PIC ZZZZZZ9.
001100     03 FILLER                   PIC X(53) VALUE SPACES.
001110 PROCEDURE                       DIVISION.
001120 0000-MAINLINE                   SECTION.
001130 0000-MAIN-PARA.
001140     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001150     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
001160             UNTIL OPEN-CUTS-EOF.
001170     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001180     STOP RUN.
001190*----------------------------------------------------------------
001200* 1000-INITIALIZE - OPEN THE FILES, WRITE THE REPORT HEADING AND
001210* PRIME THE OPEN-CUTS READ.
001220*----------------------------------------------------------------
001230 1000-INITIALIZE.
001240     ACCEPT WS-RUN-DATE          FROM DATE YYYYMMDD.
001250     OPEN INPUT OPEN-CUTS-FILE.
001260     IF WS-OPEN-CUTS-STATUS NOT = "00"
001270         DISPLAY "OPNLOAD1 - OPEN-CUTS OPEN FAILED, STATUS="
001280             WS-OPEN-CUTS-STATUS
001290         MOVE 16             TO RETURN-CODE
001300         STOP RUN
001310     END-IF.
001320     OPEN OUTPUT OPEN-VSAM-FILE.
001330     IF WS-VSAM-FILE-STATUS NOT = "00"
001340         DISPLAY "OPNLOAD1 - OPNVSAM OPEN FAILED, STATUS="
001350             WS-VSAM-FILE-STATUS
001360         MOVE 16             TO RETURN-CODE
001370         STOP RUN
001380     END-IF.
001390     OPEN OUTPUT REPORT-FILE.
001400     IF WS-REPORT-FILE-STATUS NOT = "00"
001410         DISPLAY "OPNLOAD1 - REPORT-FILE OPEN FAILED, STATUS="
001420             WS-REPORT-FILE-STATUS
001430         MOVE 16             TO RETURN-CODE
001440         STOP RUN
001450     END-IF.
001460     MOVE WS-HEADING-LINE-1      TO RPT-PRINT-LINE.
001470     WRITE RPT-PRINT-LINE.
001480     PERFORM 2100-READ-OPEN-CUTS THRU 2100-EXIT.
001490 1000-EXIT.
001500     EXIT.
001510*----------------------------------------------------------------
001520* 2000-LOAD-ONE-RECORD - BUILD THE KEYED RECORD FROM THE CURRENT
001530* OPEN CUT, WRITE IT, AND READ THE NEXT ONE. THE KSDS WANTS
001540* ASCENDING KEYS, SO THE JCL SORTS THE LIST INTO KEY ORDER AHEAD
001550* OF THIS STEP. A RESULT OR DAYS-OPEN FIELD WRITTEN BEFORE THE
001560* LIST CARRIED IT (SPACES) LOADS AS ZERO, AND THE MARK FIELDS
001570* ALWAYS LOAD BLANK.
001580*----------------------------------------------------------------
001590 2000-LOAD-ONE-RECORD.
001600     ADD 1                       TO WS-RECORDS-READ.
001610     MOVE SPACES                 TO OPNV-RECORD.
001620     MOVE OPN-PART-NUMBER        TO OPNV-PART-NUMBER.
001630     MOVE OPN-PART-DATE          TO OPNV-PART-DATE.
001640     MOVE OPN-EXTRACT-DATE       TO OPNV-EXTRACT-DATE.
001650     IF OPN-DAYS-OPEN-X NUMERIC
001660         MOVE OPN-DAYS-OPEN      TO OPNV-DAYS-OPEN
001670     ELSE
001680         MOVE ZERO               TO OPNV-DAYS-OPEN
001690     END-IF.
001700     MOVE OPN-SHIFT-CODE         TO OPNV-SHIFT-CODE.
001710     MOVE OPN-CALC-TYPE          TO OPNV-CALC-TYPE.
001720     IF OPN-RESULT-X NUMERIC
001730         MOVE OPN-RESULT         TO OPNV-RESULT
001740     ELSE
001750         MOVE ZERO               TO OPNV-RESULT
001760     END-IF.
001770     MOVE OPN-WO-NUMBER-X        TO OPNV-WO-NUMBER.
001780     MOVE OPN-WO-LINE-X          TO OPNV-WO-LINE.
001790     MOVE ZERO                   TO OPNV-MARK-DATE.
001800     WRITE OPNV-RECORD.
001810     EVALUATE WS-VSAM-FILE-STATUS
001820         WHEN "00"
001830             ADD 1               TO WS-RECORDS-LOADED
001840         WHEN "21"
001850         WHEN "22"
001860             ADD 1               TO WS-DUPLICATE-KEYS
001870         WHEN OTHER
001880             DISPLAY "OPNLOAD1 - OPNVSAM WRITE FAILED, STATUS="
001890                 WS-VSAM-FILE-STATUS
001900             MOVE 16             TO RETURN-CODE
001910             STOP RUN
001920     END-EVALUATE.
001930     PERFORM 2100-READ-OPEN-CUTS THRU 2100-EXIT.
001940 2000-EXIT.
001950     EXIT.
001960*----------------------------------------------------------------
001970* 2100-READ-OPEN-CUTS - READ ONE OPEN CUT, SETTING THE END-OF-
001980* FILE SWITCH WHEN THE LIST IS EXHAUSTED.
001990*----------------------------------------------------------------
002000 2100-READ-OPEN-CUTS.
002010     READ OPEN-CUTS-FILE
002020         AT END
002030             SET OPEN-CUTS-EOF   TO TRUE
002040     END-READ.
002050 2100-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080* 9000-TERMINATE - PRINT THE RECONCILIATION COUNTS, SET THE
002090* RETURN CODE (RC=4 WHEN DUPLICATE KEYS WERE SKIPPED - CUTCNF01
002100* NEVER CARRIES THE SAME CUT TWICE, SO A DUPLICATE MEANS THE
002110* LIST WAS DAMAGED), PRINT THE RUN DATE AND THE RETURN CODE AS
002120* THE LAST TWO LINES, AND CLOSE THE FILES.
002130*----------------------------------------------------------------
002140 9000-TERMINATE.
002150     MOVE WS-RECORDS-READ        TO WS-RDL-COUNT.
002160     MOVE WS-READ-LINE           TO RPT-PRINT-LINE.
002170     WRITE RPT-PRINT-LINE.
002180     MOVE WS-RECORDS-LOADED      TO WS-LDL-COUNT.
002190     MOVE WS-LOADED-LINE         TO RPT-PRINT-LINE.
002200     WRITE RPT-PRINT-LINE.
002210     MOVE WS-DUPLICATE-KEYS      TO WS-DUL-COUNT.
002220     MOVE WS-DUPLICATE-LINE      TO RPT-PRINT-LINE.
002230     WRITE RPT-PRINT-LINE.
002240     MOVE WS-BALANCE-LINE        TO RPT-PRINT-LINE.
002250     WRITE RPT-PRINT-LINE.
002260     MOVE ZERO                   TO RETURN-CODE.
002270     IF WS-DUPLICATE-KEYS > ZERO
002280         MOVE 4                  TO RETURN-CODE
002290     END-IF.
002300     MOVE WS-RUN-DATE            TO WS-RNL-DATE.
002310     MOVE WS-RUN-DATE-LINE       TO RPT-PRINT-LINE.
002320     WRITE RPT-PRINT-LINE.
002330     MOVE RETURN-CODE            TO WS-RCL-CODE.
002340     MOVE WS-RETURN-CODE-LINE    TO RPT-PRINT-LINE.
002350     WRITE RPT-PRINT-LINE.
002360     CLOSE OPEN-CUTS-FILE.
002370     CLOSE OPEN-VSAM-FILE.
002380     CLOSE REPORT-FILE.
002390 9000-EXIT.
002400     EXIT.
