000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     AUDVFY01.
000120 AUTHOR.                         D. OKAMURA.
000130 INSTALLATION.                   SHOP FLOOR SYSTEMS.
000140 DATE-WRITTEN.                   2026-10-05.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-05 DKO  ORIGINAL VERSION - AUDIT LOG CHAIN
000200*                 VERIFICATION. WALKS THE LOG (THE LIVE LOG, OR
000210*                 ANY CONCATENATION OF LIVE LOG AND ARCHIVE
000220*                 GENERATIONS) RUN BY RUN, RE-DERIVES EACH
000230*                 RECORD'S RUN SEQUENCE AND CHECK VALUE THE WAY
000240*                 COMPUTE_SAMPLE02 BUILT THEM, AND PROVES EACH
000250*                 RUN AGAINST THE COUNT AND FINAL CHECK VALUE ON
000260*                 ITS TRAILER. A RECORD ALTERED, REMOVED, ADDED
000270*                 OR MOVED AFTER THE RUN WROTE IT BREAKS THE
000280*                 CHAIN; THE FIRST FAILING RECORD OF EACH BAD
000290*                 RUN IS PRINTED. COMPS03 WILL NOT ARCHIVE A LOG
000300*                 THAT FAILS; COMPS09 PRINTS THE RESULT FOR THE
000310*                 GENERATIONS IT RETRIEVES FROM.
000311* 2026-10-15 DKO  A RUN CLOSED BY A RESTART TRAILER NOW SETS RC 4
000314*                 EVEN WHEN IT VERIFIES - ITS RECORDS WRITTEN
000316*                 AFTER THE LAST CHECKPOINT WERE REDONE BY THE
000318*                 RESTART, SO THE RUN WANTS A LOOK BEFORE ARCHIVE.
000319* 2026-10-15 DKO  AN OPERATOR TRAILER ("O") - AN ABENDED RUN
000320*                 CLOSED FROM THE COMPUTE_SAMPLE02 PARM CARD
000321*                 BECAUSE NO RESTART COULD CLOSE IT - PROVES LIKE
000322*                 ANY OTHER TRAILER, IS COUNTED AS CLOSED BY
000323*                 OPERATOR AND ALSO SETS RC 4, SO THE LOG CAN BE
000324*                 ARCHIVED AFTER A LOOK INSTEAD OF FAILING EVERY
000325*                 NIGHT.
000326*----------------------------------------------------------------
000330 ENVIRONMENT                     DIVISION.
000340 CONFIGURATION                   SECTION.
000350 SOURCE-COMPUTER.                IBM-370.
000360 OBJECT-COMPUTER.                IBM-370.
000370 INPUT-OUTPUT                    SECTION.
000380 FILE-CONTROL.
000390     SELECT AUDIT-FILE          ASSIGN TO AUDFILE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000420     SELECT REPORT-FILE         ASSIGN TO RPTFILE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-REPORT-FILE-STATUS.
000450 DATA                            DIVISION.
000460 FILE                            SECTION.
000470 FD  AUDIT-FILE.
000480     COPY AUDREC01.
000490 FD  REPORT-FILE.
000500 01  RPT-PRINT-LINE              PIC X(80).
000510 WORKING-STORAGE                 SECTION.
000520   01 WORK-CONSTANTS.
000530     03 WK-CHAIN-MODULUS         PIC 9(09)    VALUE 999999937.
000540     03 WK-CHAIN-BYTES           PIC 9(03)    VALUE 119.
000550   01 WORK-SWITCHES.
000560     03 WS-AUDIT-EOF-SW          PIC X(01) VALUE "N".
000570        88 AUDIT-EOF                  VALUE "Y".
000580     03 WS-RUN-OPEN-SW           PIC X(01) VALUE "N".
000590        88 RUN-IS-OPEN                VALUE "Y".
000600        88 RUN-IS-CLOSED              VALUE "N".
000610     03 WS-RUN-FAILED-SW         PIC X(01) VALUE "N".
000620        88 RUN-FAILED                 VALUE "Y".
000630        88 RUN-NOT-FAILED             VALUE "N".
000640     03 WS-SEQUENCE-OK-SW        PIC X(01) VALUE "Y".
000650        88 SEQUENCE-OK                VALUE "Y".
000660        88 SEQUENCE-BROKEN            VALUE "N".
000670*----------------------------------------------------------------
000680* FILE STATUS FIELDS - CHECKED AFTER EACH OPEN IN 1000-INITIALIZE
000690* SO A BAD ALLOCATION IS CAUGHT AND ABENDS THE JOB CLEANLY
000700* INSTEAD OF SURFACING AS AN UNHANDLED I/O CONDITION LATER.
000710*----------------------------------------------------------------
000720   01 WS-AUDIT-FILE-STATUS      PIC X(02) VALUE "00".
000730   01 WS-REPORT-FILE-STATUS     PIC X(02) VALUE "00".
000740   01 WORK-COUNTERS.
000750     03 WS-RECORDS-READ          PIC 9(07) COMP VALUE ZERO.
000760     03 WS-RUNS-VERIFIED         PIC 9(07) COMP VALUE ZERO.
000770     03 WS-RUNS-FAILED           PIC 9(07) COMP VALUE ZERO.
000780     03 WS-RESTART-TRAILERS      PIC 9(07) COMP VALUE ZERO.
000784     03 WS-OPERATOR-TRAILERS     PIC 9(07) COMP VALUE ZERO.
000790     03 WS-UNCHAINED-RECORDS     PIC 9(07) COMP VALUE ZERO.
000800*----------------------------------------------------------------
000810* THE RUN BEING VERIFIED - ITS KEY, THE DETAIL RECORDS SEEN SO
000820* FAR, THE SEQUENCE NUMBER THE NEXT DETAIL MUST CARRY, AND THE
000830* CHECK VALUE RE-DERIVED THROUGH THE LAST DETAIL. THE FIRST
000840* FAILURE IN THE RUN IS HELD FOR THE REPORT; LATER ONES ARE
000850* USUALLY ITS ECHO AND ARE NOT PRINTED.
000860*----------------------------------------------------------------
000870   01 WS-CURRENT-RUN.
000880     03 WS-CR-RUN-ID             PIC X(08)      VALUE SPACES.
000890     03 WS-CR-RUN-DATE           PIC 9(08)      VALUE ZERO.
000900     03 WS-CR-RUN-TIME           PIC 9(08)      VALUE ZERO.
000910   01 WS-CR-RECORD-COUNT        PIC 9(07) COMP VALUE ZERO.
000920   01 WS-CR-EXPECTED-SEQUENCE   PIC 9(07) COMP VALUE ZERO.
000930   01 WS-CR-LAST-SEQUENCE       PIC 9(07)      VALUE ZERO.
000940   01 WS-CR-LAST-PART           PIC X(10)      VALUE SPACES.
000950   01 WS-CR-TRAILER-TYPE        PIC X(01)      VALUE SPACE.
000960      88 WS-CR-RESTART-TRAILER       VALUE "A".
000964      88 WS-CR-OPERATOR-TRAILER      VALUE "O".
000970   01 WS-FAILURE-FIELDS.
000980     03 WS-FAIL-SEQUENCE         PIC 9(07)      VALUE ZERO.
000990     03 WS-FAIL-PART             PIC X(10)      VALUE SPACES.
001000     03 WS-FAIL-REASON           PIC X(27)      VALUE SPACES.
001010   01 WS-NOTE-FIELDS.
001020     03 WS-NOTE-SEQUENCE         PIC 9(07)      VALUE ZERO.
001030     03 WS-NOTE-PART             PIC X(10)      VALUE SPACES.
001040     03 WS-NOTE-REASON           PIC X(27)      VALUE SPACES.
001050*----------------------------------------------------------------
001060* CHECK-VALUE WORK AREAS - THE SAME FOLD COMPUTE_SAMPLE02 USES
001070* IN ITS 8200-CHAIN-RECORD. WS-CHAIN-BYTE-WORK'S LOW-VALUE HIGH
001080* BYTE TURNS EACH RECORD BYTE INTO A HALFWORD BINARY 0-255.
001090*----------------------------------------------------------------
001100   01 WS-CHAIN-VALUE            PIC 9(09) COMP VALUE ZERO.
001110   01 WS-CHAIN-WORK             PIC 9(12) COMP VALUE ZERO.
001120   01 WS-CHAIN-QUOTIENT         PIC 9(05) COMP VALUE ZERO.
001130   01 WS-CHAIN-SUB              PIC 9(03) COMP VALUE ZERO.
001140   01 WS-CHAIN-RECORD.
001150     03 WS-CHAIN-BYTE           PIC X(01) OCCURS 128 TIMES.
001160   01 WS-CHAIN-BYTE-WORK.
001170     03 FILLER                  PIC X(01)      VALUE LOW-VALUE.
001180     03 WS-CBW-LOW              PIC X(01)      VALUE LOW-VALUE.
001190   01 WS-CHAIN-BYTE-VALUE REDEFINES
001200      WS-CHAIN-BYTE-WORK        PIC 9(04) COMP.
001210*----------------------------------------------------------------
001220* REPORT PRINT LINES.
001230*----------------------------------------------------------------
001240   01 WS-HEADING-LINE-1         PIC X(80) VALUE
001250       "AUDVFY01 - AUDIT LOG CHAIN VERIFICATION".
001260   01 WS-HEADING-LINE-2.
001270     03 FILLER                   PIC X(27) VALUE
001280         "RUN ID   RUN DATE RUN TIME ".
001290     03 FILLER                   PIC X(20) VALUE
001300         "RECORDS CHECK VALUE ".
001310     03 FILLER                   PIC X(33) VALUE
001320         "STATUS".
001330   01 WS-RUN-LINE.
001340     03 WS-RL-RUN-ID             PIC X(08).
001350     03 FILLER                   PIC X(01) VALUE SPACE.
001360     03 WS-RL-RUN-DATE           PIC 9(08).
001370     03 FILLER                   PIC X(01) VALUE SPACE.
001380     03 WS-RL-RUN-TIME           PIC 9(08).
001390     03 FILLER                   PIC X(01) VALUE SPACE.
001400     03 WS-RL-RECORDS            PIC ZZZZZZ9.
001410     03 FILLER                   PIC X(01) VALUE SPACE.
001420     03 WS-RL-CHAIN              PIC 9(09).
001430     03 FILLER                   PIC X(03) VALUE SPACES.
001440     03 WS-RL-STATUS             PIC X(33).
001450   01 WS-FAIL-LINE.
001460     03 FILLER                   PIC X(29) VALUE
001470         "    FIRST FAILING RECORD SEQ ".
001480     03 WS-FL-SEQUENCE           PIC 9(07).
001490     03 FILLER                   PIC X(06) VALUE " PART ".
001500     03 WS-FL-PART               PIC X(10).
001510     03 FILLER                   PIC X(01) VALUE SPACE.
001520     03 WS-FL-REASON             PIC X(27).
001530   01 WS-READ-LINE.
001540     03 FILLER                   PIC X(20) VALUE
001550         "RECORDS READ       :".
001560     03 WS-RDL-COUNT             PIC ZZZZZZ9.
001570     03 FILLER                   PIC X(53) VALUE SPACES.
001580   01 WS-VERIFIED-LINE.
001590     03 FILLER                   PIC X(20) VALUE
001600         "RUNS VERIFIED      :".
001610     03 WS-VFL-COUNT             PIC ZZZZZZ9.
001620     03 FILLER                   PIC X(53) VALUE SPACES.
001630   01 WS-RESTART-LINE.
001640     03 FILLER                   PIC X(20) VALUE
001650         " CLOSED BY RESTART :".
001660     03 WS-RSL-COUNT             PIC ZZZZZZ9.
001661     03 FILLER                   PIC X(53) VALUE SPACES.
001662   01 WS-OPERATOR-LINE.
001663     03 FILLER                   PIC X(20) VALUE
001664         " CLOSED BY OPERATOR:".
001665     03 WS-OPL-COUNT             PIC ZZZZZZ9.
001670     03 FILLER                   PIC X(53) VALUE SPACES.
001680   01 WS-FAILED-LINE.
001690     03 FILLER                   PIC X(20) VALUE
001700         "RUNS FAILED        :".
001710     03 WS-FDL-COUNT             PIC ZZZZZZ9.
001720     03 FILLER                   PIC X(53) VALUE SPACES.
001730   01 WS-UNCHAINED-LINE.
001740     03 FILLER                   PIC X(20) VALUE
001750         "UNCHAINED RECORDS  :".
001760     03 WS-UCL-COUNT             PIC ZZZZZZ9.
001770     03 FILLER                   PIC X(53) VALUE SPACES.
001780   01 WS-CLEAN-LINE             PIC X(80) VALUE
001790       "EVERY CHAINED RUN VERIFIED - NONE ALTERED OR DROPPED".
001800   01 WS-DIRTY-LINE             PIC X(80) VALUE
001810       "** ONE OR MORE RUNS FAILED VERIFICATION - SEE ABOVE **".
001820 PROCEDURE                       DIVISION.
001830 0000-MAINLINE                   SECTION.
001840 0000-MAIN-PARA.
001850     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001860     PERFORM 2000-VERIFY-ONE-RECORD THRU 2000-EXIT
001870             UNTIL AUDIT-EOF.
001880     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
001890     STOP RUN.
001900*----------------------------------------------------------------
001910* 1000-INITIALIZE - OPEN THE LOG AND THE REPORT, WRITE THE
001920* HEADINGS AND PRIME THE AUDIT READ.
001930*----------------------------------------------------------------
001940 1000-INITIALIZE.
001950     OPEN INPUT AUDIT-FILE.
001960     IF WS-AUDIT-FILE-STATUS NOT = "00"
001970         DISPLAY "AUDVFY01 - AUDIT-FILE OPEN FAILED, STATUS="
001980             WS-AUDIT-FILE-STATUS
001990         MOVE 16             TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     OPEN OUTPUT REPORT-FILE.
002030     IF WS-REPORT-FILE-STATUS NOT = "00"
002040         DISPLAY "AUDVFY01 - REPORT-FILE OPEN FAILED, STATUS="
002050             WS-REPORT-FILE-STATUS
002060         MOVE 16             TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     MOVE WS-HEADING-LINE-1      TO RPT-PRINT-LINE.
002100     WRITE RPT-PRINT-LINE.
002110     MOVE WS-HEADING-LINE-2      TO RPT-PRINT-LINE.
002120     WRITE RPT-PRINT-LINE.
002130     PERFORM 2900-READ-AUDIT-FILE THRU 2900-EXIT.
002140 1000-EXIT.
002150     EXIT.
002160*----------------------------------------------------------------
002170* 2000-VERIFY-ONE-RECORD - ROUTE THE CURRENT RECORD BY ITS TYPE,
002180* THEN READ THE NEXT ONE. RECORDS WRITTEN BEFORE THE LOG WAS
002190* CHAINED CARRY A SPACE TYPE; THEY CANNOT BE PROVED AND ARE ONLY
002200* COUNTED, BUT ONE TURNING UP INSIDE A CHAINED RUN ENDS THAT RUN
002210* WITHOUT ITS TRAILER.
002220*----------------------------------------------------------------
002230 2000-VERIFY-ONE-RECORD.
002240     ADD 1                       TO WS-RECORDS-READ.
002250     EVALUATE TRUE
002260         WHEN AUD-UNCHAINED-RECORD
002270             ADD 1               TO WS-UNCHAINED-RECORDS
002280             IF RUN-IS-OPEN
002290                 PERFORM 2800-CLOSE-WITHOUT-TRAILER
002300                         THRU 2800-EXIT
002310             END-IF
002320         WHEN AUD-DETAIL-RECORD
002330             PERFORM 2100-CHECK-DETAIL-RECORD THRU 2100-EXIT
002340         WHEN AUD-TRAILER-RECORD
002350             PERFORM 2300-CHECK-TRAILER-RECORD THRU 2300-EXIT
002360         WHEN OTHER
002370             PERFORM 2400-CHECK-UNKNOWN-RECORD THRU 2400-EXIT
002380     END-EVALUATE.
002390     PERFORM 2900-READ-AUDIT-FILE THRU 2900-EXIT.
002400 2000-EXIT.
002410     EXIT.
002420*----------------------------------------------------------------
002430* 2100-CHECK-DETAIL-RECORD - A DETAIL FOR A NEW RUN KEY CLOSES
002440* THE RUN BEFORE IT (WHICH SHOULD HAVE ENDED ON ITS TRAILER) AND
002450* STARTS A NEW ONE. THE RECORD MUST CARRY THE NEXT SEQUENCE
002460* NUMBER, AND ITS CHECK VALUE MUST EQUAL THE FOLD OF ITS OWN
002470* BYTES ONTO THE CHECK VALUE OF THE DETAIL BEFORE IT. AFTER A
002480* FAILURE THE CHAIN PICKS UP FROM THIS RECORD'S OWN VALUES SO
002490* THE REST OF THE RUN IS STILL READ THROUGH TO ITS TRAILER.
002500*----------------------------------------------------------------
002510 2100-CHECK-DETAIL-RECORD.
002520     IF RUN-IS-OPEN
002530        AND (AUD-RUN-ID   NOT = WS-CR-RUN-ID
002540         OR  AUD-RUN-DATE NOT = WS-CR-RUN-DATE
002550         OR  AUD-RUN-TIME NOT = WS-CR-RUN-TIME)
002560         PERFORM 2800-CLOSE-WITHOUT-TRAILER THRU 2800-EXIT
002570     END-IF.
002580     IF RUN-IS-CLOSED
002590         PERFORM 2200-START-RUN  THRU 2200-EXIT
002600     END-IF.
002610     ADD 1                       TO WS-CR-RECORD-COUNT.
002620     MOVE AUD-PART-NUMBER        TO WS-CR-LAST-PART.
002630     MOVE AUD-PART-NUMBER        TO WS-NOTE-PART.
002640     IF AUD-RUN-SEQUENCE-X NOT NUMERIC
002650        OR AUD-CHAIN-VALUE-X NOT NUMERIC
002660         MOVE ZERO               TO WS-NOTE-SEQUENCE
002670         MOVE "SEQUENCE/CHECK NOT NUMERIC" TO WS-NOTE-REASON
002680         PERFORM 2700-NOTE-FAILURE THRU 2700-EXIT
002690         GO TO 2100-EXIT
002700     END-IF.
002710     MOVE AUD-RUN-SEQUENCE       TO WS-CR-LAST-SEQUENCE.
002720     MOVE AUD-RUN-SEQUENCE       TO WS-NOTE-SEQUENCE.
002730     SET SEQUENCE-OK             TO TRUE.
002740     IF AUD-RUN-SEQUENCE > WS-CR-EXPECTED-SEQUENCE
002750         SET SEQUENCE-BROKEN     TO TRUE
002760         MOVE "RECORD(S) MISSING BEFORE" TO WS-NOTE-REASON
002770         PERFORM 2700-NOTE-FAILURE THRU 2700-EXIT
002780     END-IF.
002790     IF AUD-RUN-SEQUENCE < WS-CR-EXPECTED-SEQUENCE
002800         SET SEQUENCE-BROKEN     TO TRUE
002810         MOVE "REPEATED OR OUT OF ORDER" TO WS-NOTE-REASON
002820         PERFORM 2700-NOTE-FAILURE THRU 2700-EXIT
002830     END-IF.
002840     IF SEQUENCE-OK
002850         PERFORM 8200-CHAIN-RECORD THRU 8200-EXIT
002860         IF WS-CHAIN-VALUE NOT = AUD-CHAIN-VALUE
002870             MOVE "CHECK VALUE DOES NOT MATCH"
002880                                 TO WS-NOTE-REASON
002890             PERFORM 2700-NOTE-FAILURE THRU 2700-EXIT
002900         END-IF
002910     END-IF.
002920     MOVE AUD-CHAIN-VALUE        TO WS-CHAIN-VALUE.
002930     COMPUTE WS-CR-EXPECTED-SEQUENCE = AUD-RUN-SEQUENCE + 1.
002940 2100-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------
002970* 2200-START-RUN - TAKE THE CURRENT RECORD'S KEY AS THE RUN TO
002980* VERIFY. A RUN'S FIRST DETAIL IS SEQUENCE 1, CHAINED FROM ZERO.
002990*----------------------------------------------------------------
003000 2200-START-RUN.
003010     SET RUN-IS-OPEN             TO TRUE.
003020     SET RUN-NOT-FAILED          TO TRUE.
003030     MOVE AUD-RUN-ID             TO WS-CR-RUN-ID.
003040     MOVE AUD-RUN-DATE           TO WS-CR-RUN-DATE.
003050     MOVE AUD-RUN-TIME           TO WS-CR-RUN-TIME.
003060     MOVE ZERO                   TO WS-CR-RECORD-COUNT.
003070     MOVE 1                      TO WS-CR-EXPECTED-SEQUENCE.
003080     MOVE ZERO                   TO WS-CR-LAST-SEQUENCE.
003090     MOVE SPACES                 TO WS-CR-LAST-PART.
003100     MOVE SPACE                  TO WS-CR-TRAILER-TYPE.
003110     MOVE ZERO                   TO WS-CHAIN-VALUE.
003120     MOVE ZERO                   TO WS-FAIL-SEQUENCE.
003130     MOVE SPACES                 TO WS-FAIL-PART.
003140     MOVE SPACES                 TO WS-FAIL-REASON.
003150 2200-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180* 2300-CHECK-TRAILER-RECORD - THE TRAILER CLOSES ITS RUN. ITS
003190* COUNT MUST EQUAL THE DETAILS READ FOR THE RUN AND ITS CHECK
003200* VALUE THE LAST ONE RE-DERIVED. A TRAILER WITH NO DETAILS
003210* AHEAD OF IT IS A RUN THAT LOGGED NOTHING, AND MUST SAY SO
003220* (COUNT AND CHECK VALUE ZERO) - OTHERWISE ITS DETAILS ARE GONE.
003230* A RESTART TRAILER ("A") IS ONE COMPUTE_SAMPLE02 WROTE FOR A
003234* RUN THAT ABENDED BEFORE CLOSING ITSELF, AN OPERATOR TRAILER
003238* ("O") ONE IT WROTE FOR SUCH A RUN WHEN THE PARM CARD NAMED IT;
003242* BOTH PROVE THE SAME WAY.
003250*----------------------------------------------------------------
003260 2300-CHECK-TRAILER-RECORD.
003270     IF RUN-IS-OPEN
003280        AND (AUD-RUN-ID   NOT = WS-CR-RUN-ID
003290         OR  AUD-RUN-DATE NOT = WS-CR-RUN-DATE
003300         OR  AUD-RUN-TIME NOT = WS-CR-RUN-TIME)
003310         PERFORM 2800-CLOSE-WITHOUT-TRAILER THRU 2800-EXIT
003320     END-IF.
003330     IF RUN-IS-CLOSED
003340         PERFORM 2200-START-RUN  THRU 2200-EXIT
003350     END-IF.
003360     MOVE AUD-RECORD-TYPE        TO WS-CR-TRAILER-TYPE.
003370     MOVE "*TRAILER*"            TO WS-NOTE-PART.
003380     IF AUD-RUN-SEQUENCE-X NOT NUMERIC
003390        OR AUD-CHAIN-VALUE-X NOT NUMERIC
003400         MOVE ZERO               TO WS-NOTE-SEQUENCE
003410         MOVE "TRAILER NOT NUMERIC" TO WS-NOTE-REASON
003420         PERFORM 2700-NOTE-FAILURE THRU 2700-EXIT
003430         GO TO 2300-CLOSE
003440     END-IF.
003450     MOVE AUD-RUN-SEQUENCE       TO WS-NOTE-SEQUENCE.
003460     IF AUD-RUN-SEQUENCE NOT = WS-CR-RECORD-COUNT
003470         IF WS-CR-RECORD-COUNT = ZERO
003480             MOVE "TRAILER BUT NO RECORDS" TO WS-NOTE-REASON
003490         ELSE
003500             MOVE "TRAILER COUNT MISMATCH" TO WS-NOTE-REASON
003510         END-IF
003520         PERFORM 2700-NOTE-FAILURE THRU 2700-EXIT
003530         GO TO 2300-CLOSE
003540     END-IF.
003550     IF AUD-CHAIN-VALUE NOT = WS-CHAIN-VALUE
003560         MOVE "TRAILER CHECK MISMATCH" TO WS-NOTE-REASON
003570         PERFORM 2700-NOTE-FAILURE THRU 2700-EXIT
003580     END-IF.
003590 2300-CLOSE.
003600     PERFORM 2850-CLOSE-RUN      THRU 2850-EXIT.
003610 2300-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640* 2400-CHECK-UNKNOWN-RECORD - A RECORD TYPE COMPUTE_SAMPLE02
003650* NEVER WRITES. IT FAILS THE RUN IT SITS IN (OR, BETWEEN RUNS,
003660* A RUN OF ITS OWN KEY) AND COUNTS AS A DETAIL OF THAT RUN.
003670*----------------------------------------------------------------
003680 2400-CHECK-UNKNOWN-RECORD.
003690     IF RUN-IS-OPEN
003700        AND (AUD-RUN-ID   NOT = WS-CR-RUN-ID
003710         OR  AUD-RUN-DATE NOT = WS-CR-RUN-DATE
003720         OR  AUD-RUN-TIME NOT = WS-CR-RUN-TIME)
003730         PERFORM 2800-CLOSE-WITHOUT-TRAILER THRU 2800-EXIT
003740     END-IF.
003750     IF RUN-IS-CLOSED
003760         PERFORM 2200-START-RUN  THRU 2200-EXIT
003770     END-IF.
003780     ADD 1                       TO WS-CR-RECORD-COUNT.
003790     MOVE AUD-PART-NUMBER        TO WS-CR-LAST-PART.
003800     MOVE AUD-PART-NUMBER        TO WS-NOTE-PART.
003810     MOVE ZERO                   TO WS-NOTE-SEQUENCE.
003820     IF AUD-RUN-SEQUENCE-X NUMERIC
003830         MOVE AUD-RUN-SEQUENCE   TO WS-NOTE-SEQUENCE
003840     END-IF.
003850     MOVE "RECORD TYPE NOT VALID" TO WS-NOTE-REASON.
003860     PERFORM 2700-NOTE-FAILURE   THRU 2700-EXIT.
003870 2400-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900* 2700-NOTE-FAILURE - FAIL THE RUN, KEEPING THE FIRST FAILURE
003910* (WS-NOTE-*) FOR THE REPORT.
003920*----------------------------------------------------------------
003930 2700-NOTE-FAILURE.
003940     IF RUN-NOT-FAILED
003950         SET RUN-FAILED          TO TRUE
003960         MOVE WS-NOTE-FIELDS     TO WS-FAILURE-FIELDS
003970     END-IF.
003980 2700-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010* 2800-CLOSE-WITHOUT-TRAILER - THE RUN ENDED (NEW KEY, LEGACY
004020* RECORD OR END OF FILE) WITHOUT ITS TRAILER. EITHER THE TAIL OF
004030* THE RUN WAS REMOVED, OR THE RUN WAS CUT SHORT AND NO LATER
004040* COMPUTE_SAMPLE02 RUN HAS YET CLOSED IT. THE LAST DETAIL READ
004050* IS REPORTED AS THE FAILING RECORD.
004060*----------------------------------------------------------------
004070 2800-CLOSE-WITHOUT-TRAILER.
004080     MOVE WS-CR-LAST-SEQUENCE    TO WS-NOTE-SEQUENCE.
004090     MOVE WS-CR-LAST-PART        TO WS-NOTE-PART.
004100     MOVE "NO TRAILER - RUN NOT CLOSED" TO WS-NOTE-REASON.
004110     PERFORM 2700-NOTE-FAILURE   THRU 2700-EXIT.
004120     PERFORM 2850-CLOSE-RUN      THRU 2850-EXIT.
004130 2800-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* 2850-CLOSE-RUN - PRINT THE RUN'S RESULT LINE (AND, FOR A RUN
004170* THAT FAILED, ITS FIRST FAILING RECORD) AND COUNT IT.
004180*----------------------------------------------------------------
004190 2850-CLOSE-RUN.
004200     MOVE WS-CR-RUN-ID           TO WS-RL-RUN-ID.
004210     MOVE WS-CR-RUN-DATE         TO WS-RL-RUN-DATE.
004220     MOVE WS-CR-RUN-TIME         TO WS-RL-RUN-TIME.
004230     MOVE WS-CR-RECORD-COUNT     TO WS-RL-RECORDS.
004240     MOVE WS-CHAIN-VALUE         TO WS-RL-CHAIN.
004250     IF RUN-FAILED
004260         MOVE "** FAILED **"     TO WS-RL-STATUS
004270         ADD 1                   TO WS-RUNS-FAILED
004280     ELSE
004290         IF WS-CR-RESTART-TRAILER
004300             MOVE "VERIFIED - CLOSED BY RESTART"
004310                                 TO WS-RL-STATUS
004320             ADD 1               TO WS-RESTART-TRAILERS
004330         ELSE
004332             IF WS-CR-OPERATOR-TRAILER
004334                 MOVE "VERIFIED - CLOSED BY OPERATOR"
004336                                 TO WS-RL-STATUS
004338                 ADD 1           TO WS-OPERATOR-TRAILERS
004340             ELSE
004342                 MOVE "VERIFIED" TO WS-RL-STATUS
004344             END-IF
004350         END-IF
004360         ADD 1                   TO WS-RUNS-VERIFIED
004370     END-IF.
004380     MOVE WS-RUN-LINE            TO RPT-PRINT-LINE.
004390     WRITE RPT-PRINT-LINE.
004400     IF RUN-FAILED
004410         MOVE WS-FAIL-SEQUENCE   TO WS-FL-SEQUENCE
004420         MOVE WS-FAIL-PART       TO WS-FL-PART
004430         MOVE WS-FAIL-REASON     TO WS-FL-REASON
004440         MOVE WS-FAIL-LINE       TO RPT-PRINT-LINE
004450         WRITE RPT-PRINT-LINE
004460     END-IF.
004470     SET RUN-IS-CLOSED           TO TRUE.
004480 2850-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510* 2900-READ-AUDIT-FILE - READ ONE AUDIT RECORD, SETTING THE
004520* END-OF-FILE SWITCH WHEN THE LOG IS EXHAUSTED.
004530*----------------------------------------------------------------
004540 2900-READ-AUDIT-FILE.
004550     READ AUDIT-FILE
004560         AT END
004570             SET AUDIT-EOF       TO TRUE
004580     END-READ.
004590 2900-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620* 8200-CHAIN-RECORD - FOLD THE FIRST WK-CHAIN-BYTES BYTES OF THE
004630* AUDIT RECORD INTO THE CHECK VALUE, A BYTE AT A TIME:
004640*     WS-CHAIN-VALUE = (WS-CHAIN-VALUE * 256 + BYTE)
004650*                      MOD WK-CHAIN-MODULUS
004660* THIS MUST STAY THE SAME AS COMPUTE_SAMPLE02'S 8200.
004670*----------------------------------------------------------------
004680 8200-CHAIN-RECORD.
004690     MOVE AUD-RECORD             TO WS-CHAIN-RECORD.
004700     MOVE 1                      TO WS-CHAIN-SUB.
004710     PERFORM 8210-CHAIN-ONE-BYTE THRU 8210-EXIT
004720             UNTIL WS-CHAIN-SUB > WK-CHAIN-BYTES.
004730 8200-EXIT.
004740     EXIT.
004750 8210-CHAIN-ONE-BYTE.
004760     MOVE WS-CHAIN-BYTE (WS-CHAIN-SUB) TO WS-CBW-LOW.
004770     COMPUTE WS-CHAIN-WORK =
004780         WS-CHAIN-VALUE * 256 + WS-CHAIN-BYTE-VALUE.
004790     DIVIDE WS-CHAIN-WORK BY WK-CHAIN-MODULUS
004800             GIVING WS-CHAIN-QUOTIENT REMAINDER WS-CHAIN-VALUE.
004810     ADD 1                       TO WS-CHAIN-SUB.
004820 8210-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850* 9000-TERMINATE - CLOSE A RUN STILL OPEN AT END OF FILE, PRINT
004860* THE TOTALS AND SET THE RETURN CODE: RC=8 WHEN ANY RUN FAILED,
004870* RC=4 WHEN THE ONLY DOUBT IS RECORDS WRITTEN BEFORE THE LOG WAS
004876* CHAINED OR A RUN CLOSED BY A RESTART OR OPERATOR TRAILER,
004882* ELSE RC=0.
004890*----------------------------------------------------------------
004900 9000-TERMINATE.
004910     IF RUN-IS-OPEN
004920         PERFORM 2800-CLOSE-WITHOUT-TRAILER THRU 2800-EXIT
004930     END-IF.
004940     MOVE WS-RECORDS-READ        TO WS-RDL-COUNT.
004950     MOVE WS-READ-LINE           TO RPT-PRINT-LINE.
004960     WRITE RPT-PRINT-LINE.
004970     MOVE WS-RUNS-VERIFIED       TO WS-VFL-COUNT.
004980     MOVE WS-VERIFIED-LINE       TO RPT-PRINT-LINE.
004990     WRITE RPT-PRINT-LINE.
005000     MOVE WS-RESTART-TRAILERS    TO WS-RSL-COUNT.
005010     MOVE WS-RESTART-LINE        TO RPT-PRINT-LINE.
005012     WRITE RPT-PRINT-LINE.
005014     MOVE WS-OPERATOR-TRAILERS   TO WS-OPL-COUNT.
005016     MOVE WS-OPERATOR-LINE       TO RPT-PRINT-LINE.
005020     WRITE RPT-PRINT-LINE.
005030     MOVE WS-RUNS-FAILED         TO WS-FDL-COUNT.
005040     MOVE WS-FAILED-LINE         TO RPT-PRINT-LINE.
005050     WRITE RPT-PRINT-LINE.
005060     MOVE WS-UNCHAINED-RECORDS   TO WS-UCL-COUNT.
005070     MOVE WS-UNCHAINED-LINE      TO RPT-PRINT-LINE.
005080     WRITE RPT-PRINT-LINE.
005090     MOVE ZERO                   TO RETURN-CODE.
005100     IF WS-RUNS-FAILED > ZERO
005110         MOVE WS-DIRTY-LINE      TO RPT-PRINT-LINE
005120         WRITE RPT-PRINT-LINE
005130         MOVE 8                  TO RETURN-CODE
005140     ELSE
005150         MOVE WS-CLEAN-LINE      TO RPT-PRINT-LINE
005160         WRITE RPT-PRINT-LINE
005170         IF WS-UNCHAINED-RECORDS > ZERO
005180             MOVE 4              TO RETURN-CODE
005190         END-IF
005192         IF WS-RESTART-TRAILERS > ZERO
005194             MOVE 4              TO RETURN-CODE
005196         END-IF
005197         IF WS-OPERATOR-TRAILERS > ZERO
005198             MOVE 4              TO RETURN-CODE
005199         END-IF
005200     END-IF.
005210     CLOSE AUDIT-FILE.
005220     CLOSE REPORT-FILE.
005230 9000-EXIT.
005240     EXIT.
