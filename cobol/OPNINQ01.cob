000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     OPNINQ01.
000120 AUTHOR.                         D. OKAMURA.
000130 INSTALLATION.                   SHOP FLOOR SYSTEMS.
000140 DATE-WRITTEN.                   2026-10-14.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-14 DKO  ORIGINAL VERSION - CICS INQUIRY (TRANSID ROPN)
000200*                 OVER THE KEYED OPEN-CUTS FILE OPNVSAM. THE
000210*                 OPEN-CUTS LIST CUTCNF01 CARRIES FORWARD WAS
000220*                 ONLY EVER SEEN ON THE NIGHTLY PRINTOUT, SO A
000230*                 CUT THE SAW SCHEDULER FEED MISSED (FEED DOWN,
000240*                 MANUAL SAW) AGED ON THE LIST UNTIL SOMEONE
000250*                 NOTICED. A FLOOR SUPERVISOR BROWSES THE LIST BY
000260*                 PART NUMBER, PRODUCT FAMILY (FIRST FOUR OF THE
000270*                 PART), SHIFT AND/OR MINIMUM WORKING DAYS OPEN -
000280*                 TEN ROWS A SCREEN WITH THE XTR CALC TYPE AND
000290*                 RESULT, PF8 FOR MORE - AND PF5 MARKS A CUT
000300*                 MANUALLY CUT OR CANCELLED WITH A REASON. THE
000310*                 MARK GOES TO THE CNFQ EXTRAPARTITION QUEUE AS A
000320*                 CNFREC01 CONFIRMATION FLAGGED MANUAL, WITH THE
000330*                 SIGNED-ON USER ID, AND CUTCNF01 PROCESSES IT
000340*                 THE NEXT NIGHT ALONGSIDE THE SCHEDULER FEED.
000350*                 THE OPNVSAM ENTRY IS MARKED SO THE SAME CUT
000360*                 CANNOT BE QUEUED TWICE. PSEUDO-CONVERSATIONAL
000370*                 THROUGHOUT, AS AUDINQ01. OPNVSAM IS RELOADED
000380*                 NIGHTLY FROM THE OPEN-CUTS LIST BY OPNLOAD1.
000382* 2026-10-15 DKO  PF5 NOW CHECKS THE REWRITE THAT MARKS THE CUT.
000384*                 WHEN IT FAILS THE CONFIRMATION IS ALREADY ON
000386*                 THE QUEUE, SO THE SUPERVISOR IS TOLD NOT TO MARK
000388*                 THE CUT AGAIN AND THE MARK FIELDS ARE KEPT.
000390*----------------------------------------------------------------
000400 ENVIRONMENT                     DIVISION.
000410 CONFIGURATION                   SECTION.
000420 SOURCE-COMPUTER.                IBM-370.
000430 OBJECT-COMPUTER.                IBM-370.
000440 DATA                            DIVISION.
000450 WORKING-STORAGE                 SECTION.
000460   01 WORK-CONSTANTS.
000470     03 WK-TRANSID               PIC X(04) VALUE "ROPN".
000480     03 WK-MAPSET                PIC X(07) VALUE "OPNINQ1".
000490     03 WK-MAP                   PIC X(07) VALUE "OPNMAP1".
000500     03 WK-FILE                  PIC X(07) VALUE "OPNVSAM".
000510     03 WK-CNF-QUEUE             PIC X(04) VALUE "CNFQ".
000520     03 WK-CNF-LENGTH            PIC S9(04) COMP VALUE 80.
000530     03 WK-SCREEN-ROWS           PIC 9(02) VALUE 10.
000540   01 WORK-SWITCHES.
000550     03 WS-BROWSE-DONE-SW        PIC X(01) VALUE "N".
000560        88 BROWSE-DONE               VALUE "Y".
000570     03 WS-MORE-ROWS-SW          PIC X(01) VALUE "N".
000580        88 MORE-ROWS-WAITING         VALUE "Y".
000590     03 WS-EDIT-OK-SW            PIC X(01) VALUE "Y".
000600        88 EDITS-PASSED              VALUE "Y".
000610        88 EDITS-FAILED              VALUE "N".
000620   01 WS-RESP                   PIC S9(08) COMP VALUE ZERO.
000630   01 WS-ROW-SUB                PIC 9(02)  COMP VALUE ZERO.
000640   01 WS-ROWS-FILLED            PIC 9(02)  COMP VALUE ZERO.
000650   01 WS-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.
000660   01 WS-USER-ID                PIC X(08)  VALUE SPACES.
000670*----------------------------------------------------------------
000680* KEYED OPEN-CUTS RECORD - READNEXT/READ UPDATE TARGET AND
000690* BROWSE RIDFLD (THE OPNV-KEY GROUP INSIDE IT).
000700*----------------------------------------------------------------
000710     COPY OPNVREC1.
000720*----------------------------------------------------------------
000730* CONFIRMATION RECORD AS QUEUED FOR CUTCNF01.
000740*----------------------------------------------------------------
000750     COPY CNFREC01.
000760*----------------------------------------------------------------
000770* SYMBOLIC MAP FOR MAPSET OPNINQ1.
000780*----------------------------------------------------------------
000790     COPY OPNINQM1.
000800*----------------------------------------------------------------
000810* COMMAREA CARRIED ACROSS THE PSEUDO-CONVERSATION - THE SEARCH
000820* ARGUMENTS AS LAST VALIDATED, THE KEY THE CURRENT SCREEN
000830* STARTED FROM (SO A MARK CAN REDISPLAY THE SAME PAGE) AND THE
000840* KEY OF THE LAST ROW SHOWN (SO PF8 PICKS THE BROWSE BACK UP).
000850*----------------------------------------------------------------
000860   01 OIQ-COMMAREA.
000870     03 OIQ-PART-NUMBER          PIC X(10).
000880     03 OIQ-FAMILY               PIC X(04).
000890     03 OIQ-SHIFT-CODE           PIC X(01).
000900     03 OIQ-MIN-DAYS             PIC 9(03).
000910     03 OIQ-FIRST-KEY            PIC X(18).
000920     03 OIQ-LAST-KEY             PIC X(18).
000930*----------------------------------------------------------------
000940* MARK RESULT MESSAGE - WHEN SET, IT REPLACES THE BROWSE
000950* MESSAGE ON THE REDISPLAYED SCREEN.
000960*----------------------------------------------------------------
000970   01 OIQ-MARK-MESSAGE          PIC X(78)       VALUE SPACES.
000980   01 OIQ-MARKED-MESSAGE.
000990     03 FILLER                   PIC X(24) VALUE
001000         "CUT ALREADY MARKED - BY ".
001010     03 OIQ-MM-USER-ID           PIC X(08).
001020     03 FILLER                   PIC X(04) VALUE " ON ".
001030     03 OIQ-MM-DATE              PIC 9(08).
001040     03 FILLER                   PIC X(34) VALUE SPACES.
001042   01 OIQ-NOT-SAVED-MESSAGE.
001044     03 FILLER                   PIC X(40) VALUE
001045         "CONFIRMATION QUEUED BUT MARK NOT SAVED -".
001046     03 FILLER                   PIC X(38) VALUE
001047         " DO NOT MARK AGAIN".
001050*----------------------------------------------------------------
001060* ECHO SAVE AREA - THE OUTPUT MAP REDEFINES THE INPUT MAP, SO
001070* CLEARING OPNMAP1O FOR THE REDISPLAY WIPES WHAT THE OPERATOR
001080* KEYED. THE MARK FIELDS ARE PARKED HERE AS SOON AS THEY ARE
001090* RECEIVED AND PUT BACK BY 8000-SEND-SCREEN, SO A FAILED MARK
001100* NEVER COSTS THE SUPERVISOR THEIR REASON TEXT. A SUCCESSFUL
001110* MARK CLEARS THEM.
001120*----------------------------------------------------------------
001130   01 OIQ-ECHO-FIELDS           VALUE SPACES.
001140     03 OIQ-ECHO-PART            PIC X(10).
001150     03 OIQ-ECHO-DATE            PIC X(08).
001160     03 OIQ-ECHO-ACTION          PIC X(01).
001170     03 OIQ-ECHO-REASON          PIC X(30).
001180*----------------------------------------------------------------
001190* CURRENT DATE AND TIME FOR THE QUEUED CONFIRMATION - THE CUT
001200* TIME GOES OUT IN THE SCHEDULER'S HHMMSSHH FORM.
001210*----------------------------------------------------------------
001220   01 OIQ-TODAY                 PIC X(08)       VALUE SPACES.
001230   01 OIQ-TODAY-N REDEFINES
001240      OIQ-TODAY                 PIC 9(08).
001250   01 OIQ-CUT-TIME.
001260     03 OIQ-CUT-HHMMSS           PIC X(06) VALUE SPACES.
001270     03 FILLER                   PIC X(02) VALUE "00".
001280   01 OIQ-CUT-TIME-N REDEFINES
001290      OIQ-CUT-TIME              PIC 9(08).
001300*----------------------------------------------------------------
001310* SCREEN DETAIL ROW - BUILT HERE AND MOVED TO THE MAP'S DTL
001320* TABLE ENTRY. COLUMNS LINE UP UNDER THE HEADING LITERALS IN
001330* THE MAPSET.
001340*----------------------------------------------------------------
001350   01 OIQ-DETAIL-LINE.
001360     03 OIQ-DL-PART-NUMBER       PIC X(10).
001370     03 FILLER                   PIC X(01) VALUE SPACES.
001380     03 OIQ-DL-PART-DATE         PIC 9(08).
001390     03 FILLER                   PIC X(01) VALUE SPACES.
001400     03 OIQ-DL-EXTRACT-DATE      PIC 9(08).
001410     03 FILLER                   PIC X(01) VALUE SPACES.
001420     03 OIQ-DL-DAYS-OPEN         PIC ZZZZ9.
001430     03 FILLER                   PIC X(01) VALUE SPACES.
001440     03 OIQ-DL-SHIFT-CODE        PIC X(01).
001450     03 FILLER                   PIC X(01) VALUE SPACES.
001460     03 OIQ-DL-CALC-TYPE         PIC X(04).
001470     03 FILLER                   PIC X(01) VALUE SPACES.
001480     03 OIQ-DL-RESULT            PIC ZZZZZZZZ9.99.
001490     03 FILLER                   PIC X(01) VALUE SPACES.
001500     03 OIQ-DL-WO-NUMBER         PIC X(06).
001510     03 FILLER                   PIC X(01) VALUE "-".
001520     03 OIQ-DL-WO-LINE           PIC X(03).
001530     03 FILLER                   PIC X(01) VALUE SPACES.
001540     03 OIQ-DL-MARK              PIC X(12).
001550*----------------------------------------------------------------
001560* CICS ATTENTION IDENTIFIERS.
001570*----------------------------------------------------------------
001580     COPY DFHAID.
001590 LINKAGE                         SECTION.
001600   01 DFHCOMMAREA               PIC X(54).
001610 PROCEDURE                       DIVISION.
001620 0000-MAINLINE                   SECTION.
001630 0000-MAIN-PARA.
001640     IF EIBCALEN = ZERO
001650         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
001660     ELSE
001670         MOVE DFHCOMMAREA        TO OIQ-COMMAREA
001680         EVALUATE EIBAID
001690             WHEN DFHCLEAR
001700             WHEN DFHPF3
001710                 PERFORM 9000-EXIT-TRANSACTION THRU 9000-EXIT
001720             WHEN DFHPF8
001730                 PERFORM 3000-CONTINUE-BROWSE THRU 3000-EXIT
001740             WHEN DFHPF5
001750                 PERFORM 6000-MARK-CUT THRU 6000-EXIT
001760             WHEN OTHER
001770                 PERFORM 2000-NEW-SEARCH THRU 2000-EXIT
001780         END-EVALUATE
001790     END-IF.
001800     EXEC CICS RETURN
001810         TRANSID(WK-TRANSID)
001820         COMMAREA(OIQ-COMMAREA)
001830     END-EXEC.
001840*----------------------------------------------------------------
001850* 1000-FIRST-TIME - FRESH SCREEN: EMPTY MAP, CURSOR IN THE PART
001860* FIELD, SEARCH STATE CLEARED (A BLANK SEARCH IS THE WHOLE
001870* LIST, SO THE FIRST-KEY STARTS AT LOW-VALUES).
001880*----------------------------------------------------------------
001890 1000-FIRST-TIME.
001900     MOVE LOW-VALUES             TO OPNMAP1O.
001910     MOVE SPACES                 TO OIQ-PART-NUMBER
001920                                    OIQ-FAMILY
001930                                    OIQ-SHIFT-CODE
001940                                    OIQ-LAST-KEY.
001950     MOVE ZERO                   TO OIQ-MIN-DAYS.
001960     MOVE LOW-VALUES             TO OIQ-FIRST-KEY.
001970     MOVE "KEY A SEARCH (BLANK = WHOLE LIST) AND PRESS ENTER"
001980                                 TO MSGO.
001990     EXEC CICS SEND
002000         MAP(WK-MAP)
002010         MAPSET(WK-MAPSET)
002020         FROM(OPNMAP1O)
002030         ERASE
002040     END-EXEC.
002050 1000-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080* 2000-NEW-SEARCH - RECEIVE THE SEARCH ARGUMENTS, VALIDATE THEM,
002090* AND RUN THE BROWSE FROM THE TOP OF THE REQUESTED RANGE. A PART
002100* NUMBER BROWSES THAT PART ONLY; OTHERWISE A FAMILY BROWSES THE
002110* PARTS BEGINNING WITH IT; OTHERWISE THE WHOLE LIST IS READ.
002120* SHIFT AND MINIMUM DAYS OPEN FILTER THE ROWS READ - ON THEIR
002130* OWN THEY READ THE WHOLE FILE, WHICH IS ONLY AS LONG AS THE
002140* OPEN-CUTS LIST.
002150*----------------------------------------------------------------
002160 2000-NEW-SEARCH.
002170     EXEC CICS RECEIVE
002180         MAP(WK-MAP)
002190         MAPSET(WK-MAPSET)
002200         INTO(OPNMAP1I)
002210         RESP(WS-RESP)
002220     END-EXEC.
002230     IF WS-RESP = DFHRESP(MAPFAIL)
002240         MOVE LOW-VALUES         TO OPNMAP1I
002250     END-IF.
002260     PERFORM 2100-CLEAN-INPUT-FIELDS THRU 2100-EXIT.
002270     IF MINDAYI NOT = SPACES
002280        AND MINDAYI NOT NUMERIC
002290         MOVE LOW-VALUES         TO OPNMAP1O
002300         MOVE "MIN DAYS OPEN MUST BE NUMERIC" TO MSGO
002310         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
002320         GO TO 2000-EXIT
002330     END-IF.
002340     MOVE PARTNOI                TO OIQ-PART-NUMBER.
002350     MOVE FAMILYI                TO OIQ-FAMILY.
002360     MOVE SHIFTI                 TO OIQ-SHIFT-CODE.
002370     IF MINDAYI = SPACES
002380         MOVE ZERO               TO OIQ-MIN-DAYS
002390     ELSE
002400         MOVE MINDAYI            TO OIQ-MIN-DAYS
002410     END-IF.
002420     MOVE LOW-VALUES             TO OPNV-KEY.
002430     IF OIQ-PART-NUMBER NOT = SPACES
002440         MOVE OIQ-PART-NUMBER    TO OPNV-PART-NUMBER
002450         MOVE ZERO               TO OPNV-PART-DATE
002460     ELSE
002470         IF OIQ-FAMILY NOT = SPACES
002480             MOVE OIQ-FAMILY     TO OPNV-PART-NUMBER (1:4)
002490         END-IF
002500     END-IF.
002510     MOVE OPNV-KEY               TO OIQ-FIRST-KEY.
002520     MOVE SPACES                 TO OIQ-LAST-KEY.
002530     PERFORM 4000-BROWSE-AND-FILL THRU 4000-EXIT.
002540 2000-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------
002570* 2100-CLEAN-INPUT-FIELDS - BMS RETURNS LOW-VALUES FOR FIELDS
002580* THE OPERATOR NEVER TOUCHED; FOLD THEM TO SPACES SO "BLANK"
002590* IS ONE TEST EVERYWHERE.
002600*----------------------------------------------------------------
002610 2100-CLEAN-INPUT-FIELDS.
002620     IF PARTNOI = LOW-VALUES
002630         MOVE SPACES             TO PARTNOI
002640     END-IF.
002650     IF FAMILYI = LOW-VALUES
002660         MOVE SPACES             TO FAMILYI
002670     END-IF.
002680     IF SHIFTI = LOW-VALUES
002690         MOVE SPACES             TO SHIFTI
002700     END-IF.
002710     IF MINDAYI = LOW-VALUES
002720         MOVE SPACES             TO MINDAYI
002730     END-IF.
002740     IF MPARTI = LOW-VALUES
002750         MOVE SPACES             TO MPARTI
002760     END-IF.
002770     IF MDATEI = LOW-VALUES
002780         MOVE SPACES             TO MDATEI
002790     END-IF.
002800     IF MACTI = LOW-VALUES
002810         MOVE SPACES             TO MACTI
002820     END-IF.
002830     IF MRSNI = LOW-VALUES
002840         MOVE SPACES             TO MRSNI
002850     END-IF.
002860 2100-EXIT.
002870     EXIT.
002880*----------------------------------------------------------------
002890* 3000-CONTINUE-BROWSE - PF8: PICK THE BROWSE BACK UP JUST PAST
002900* THE LAST ROW ALREADY SHOWN. WITH NO SAVED KEY (PF8 BEFORE ANY
002910* SEARCH) IT IS TREATED AS A NEW SEARCH INSTEAD.
002920*----------------------------------------------------------------
002930 3000-CONTINUE-BROWSE.
002940     IF OIQ-LAST-KEY = SPACES OR OIQ-LAST-KEY = LOW-VALUES
002950         PERFORM 2000-NEW-SEARCH THRU 2000-EXIT
002960         GO TO 3000-EXIT
002970     END-IF.
002980     MOVE OIQ-LAST-KEY           TO OPNV-KEY
002990                                    OIQ-FIRST-KEY.
003000     PERFORM 4000-BROWSE-AND-FILL THRU 4000-EXIT.
003010 3000-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040* 4000-BROWSE-AND-FILL - START THE BROWSE AT THE KEY ALREADY IN
003050* OPNV-KEY, FILL UP TO WK-SCREEN-ROWS DETAIL ROWS, REMEMBER THE
003060* LAST KEY SHOWN FOR PF8, AND SEND THE SCREEN. A ROW EQUAL TO
003070* THE SAVED PF8 KEY IS SKIPPED SO PAGING DOES NOT REPEAT THE
003080* LAST LINE OF THE PRIOR SCREEN. A MARK RESULT MESSAGE, WHEN
003090* ONE IS SET, REPLACES THE BROWSE MESSAGE.
003100*----------------------------------------------------------------
003110 4000-BROWSE-AND-FILL.
003120     MOVE "N"                    TO WS-BROWSE-DONE-SW
003130                                    WS-MORE-ROWS-SW.
003140     MOVE ZERO                   TO WS-ROWS-FILLED.
003150     MOVE LOW-VALUES             TO OPNMAP1O.
003160     EXEC CICS STARTBR
003170         FILE(WK-FILE)
003180         RIDFLD(OPNV-KEY)
003190         GTEQ
003200         RESP(WS-RESP)
003210     END-EXEC.
003220     IF WS-RESP NOT = DFHRESP(NORMAL)
003230         MOVE "NO OPEN CUTS MATCH THE SEARCH" TO MSGO
003240         PERFORM 4100-SET-MARK-MESSAGE THRU 4100-EXIT
003250         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
003260         GO TO 4000-EXIT
003270     END-IF.
003280     PERFORM 5000-READ-NEXT-ROW THRU 5000-EXIT
003290             UNTIL BROWSE-DONE.
003300     EXEC CICS ENDBR
003310         FILE(WK-FILE)
003320         RESP(WS-RESP)
003330     END-EXEC.
003340     IF WS-ROWS-FILLED = ZERO
003350         MOVE "NO OPEN CUTS MATCH THE SEARCH" TO MSGO
003360     ELSE
003370         IF MORE-ROWS-WAITING
003380             MOVE "MORE - PRESS PF8" TO MSGO
003390         ELSE
003400             MOVE "END OF OPEN-CUTS LIST" TO MSGO
003410         END-IF
003420     END-IF.
003430     PERFORM 4100-SET-MARK-MESSAGE THRU 4100-EXIT.
003440     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
003450 4000-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* 4100-SET-MARK-MESSAGE - AFTER A PF5, THE MARK RESULT IS WHAT
003490* THE SUPERVISOR NEEDS TO SEE, NOT THE BROWSE STATUS.
003500*----------------------------------------------------------------
003510 4100-SET-MARK-MESSAGE.
003520     IF OIQ-MARK-MESSAGE NOT = SPACES
003530         MOVE OIQ-MARK-MESSAGE   TO MSGO
003540     END-IF.
003550 4100-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* 5000-READ-NEXT-ROW - READ THE NEXT KEYED OPEN CUT AND ADD IT
003590* TO THE SCREEN IF IT PASSES THE SHIFT AND DAYS-OPEN FILTERS.
003600* THE BROWSE ENDS AT END OF FILE, WHEN THE PART NUMBER CHANGES
003610* (PART SEARCH), WHEN THE PART LEAVES THE FAMILY (FAMILY
003620* SEARCH), OR WHEN THE SCREEN IS FULL (THE FULL SCREEN LEAVES
003630* THE MORE-ROWS SWITCH SET FOR THE PF8 MESSAGE).
003640*----------------------------------------------------------------
003650 5000-READ-NEXT-ROW.
003660     EXEC CICS READNEXT
003670         FILE(WK-FILE)
003680         INTO(OPNV-RECORD)
003690         RIDFLD(OPNV-KEY)
003700         RESP(WS-RESP)
003710     END-EXEC.
003720     IF WS-RESP NOT = DFHRESP(NORMAL)
003730         SET BROWSE-DONE         TO TRUE
003740         GO TO 5000-EXIT
003750     END-IF.
003760     IF OIQ-PART-NUMBER NOT = SPACES
003770        AND OPNV-PART-NUMBER NOT = OIQ-PART-NUMBER
003780         SET BROWSE-DONE         TO TRUE
003790         GO TO 5000-EXIT
003800     END-IF.
003810     IF OIQ-PART-NUMBER = SPACES
003820        AND OIQ-FAMILY NOT = SPACES
003830        AND OPNV-PART-NUMBER (1:4) NOT = OIQ-FAMILY
003840         SET BROWSE-DONE         TO TRUE
003850         GO TO 5000-EXIT
003860     END-IF.
003870     IF OPNV-KEY = OIQ-LAST-KEY
003880         GO TO 5000-EXIT
003890     END-IF.
003900     IF OIQ-SHIFT-CODE NOT = SPACES
003910        AND OPNV-SHIFT-CODE NOT = OIQ-SHIFT-CODE
003920         GO TO 5000-EXIT
003930     END-IF.
003940     IF OPNV-DAYS-OPEN < OIQ-MIN-DAYS
003950         GO TO 5000-EXIT
003960     END-IF.
003970     IF WS-ROWS-FILLED NOT < WK-SCREEN-ROWS
003980         SET MORE-ROWS-WAITING   TO TRUE
003990         SET BROWSE-DONE         TO TRUE
004000         GO TO 5000-EXIT
004010     END-IF.
004020     ADD 1                       TO WS-ROWS-FILLED.
004030     MOVE WS-ROWS-FILLED         TO WS-ROW-SUB.
004040     MOVE OPNV-PART-NUMBER       TO OIQ-DL-PART-NUMBER.
004050     MOVE OPNV-PART-DATE         TO OIQ-DL-PART-DATE.
004060     MOVE OPNV-EXTRACT-DATE      TO OIQ-DL-EXTRACT-DATE.
004070     MOVE OPNV-DAYS-OPEN         TO OIQ-DL-DAYS-OPEN.
004080     MOVE OPNV-SHIFT-CODE        TO OIQ-DL-SHIFT-CODE.
004090     MOVE OPNV-CALC-TYPE         TO OIQ-DL-CALC-TYPE.
004100     MOVE OPNV-RESULT            TO OIQ-DL-RESULT.
004110     MOVE OPNV-WO-NUMBER         TO OIQ-DL-WO-NUMBER.
004120     MOVE OPNV-WO-LINE           TO OIQ-DL-WO-LINE.
004130     EVALUATE TRUE
004140         WHEN OPNV-MARKED-CUT
004150             MOVE "MANUAL CUT"   TO OIQ-DL-MARK
004160         WHEN OPNV-MARKED-CANCELLED
004170             MOVE "MANUAL CANCL" TO OIQ-DL-MARK
004180         WHEN OTHER
004190             MOVE SPACES         TO OIQ-DL-MARK
004200     END-EVALUATE.
004210     MOVE OIQ-DETAIL-LINE        TO OPNM-DTL-TEXT (WS-ROW-SUB).
004220     MOVE OPNV-KEY               TO OIQ-LAST-KEY.
004230 5000-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------
004260* 6000-MARK-CUT - PF5: RECEIVE THE MARK FIELDS, EDIT THEM, READ
004270* THE OPEN CUT FOR UPDATE, QUEUE A MANUAL CNFREC01 CONFIRMATION
004280* FOR CUTCNF01 AND MARK THE ENTRY SO IT CANNOT BE QUEUED AGAIN.
004290* WHATEVER THE OUTCOME, THE SAME PAGE IS REDISPLAYED WITH THE
004300* RESULT IN THE MESSAGE LINE. A REWRITE THAT FAILS AFTER THE
004303* CONFIRMATION WAS QUEUED LEAVES THE ENTRY UNMARKED WITH A
004306* CONFIRMATION ALREADY ON ITS WAY, SO THE MESSAGE SAYS NOT TO
004309* MARK IT AGAIN AND THE MARK FIELDS STAY ON THE SCREEN.
004310*----------------------------------------------------------------
004320 6000-MARK-CUT.
004330     EXEC CICS RECEIVE
004340         MAP(WK-MAP)
004350         MAPSET(WK-MAPSET)
004360         INTO(OPNMAP1I)
004370         RESP(WS-RESP)
004380     END-EXEC.
004390     IF WS-RESP = DFHRESP(MAPFAIL)
004400         MOVE LOW-VALUES         TO OPNMAP1I
004410     END-IF.
004420     PERFORM 2100-CLEAN-INPUT-FIELDS THRU 2100-EXIT.
004430     MOVE MPARTI                 TO OIQ-ECHO-PART.
004440     MOVE MDATEI                 TO OIQ-ECHO-DATE.
004450     MOVE MACTI                  TO OIQ-ECHO-ACTION.
004460     MOVE MRSNI                  TO OIQ-ECHO-REASON.
004470     PERFORM 6100-EDIT-MARK THRU 6100-EXIT.
004480     IF EDITS-FAILED
004490         PERFORM 6900-REDISPLAY-PAGE THRU 6900-EXIT
004500         GO TO 6000-EXIT
004510     END-IF.
004520     MOVE OIQ-ECHO-PART          TO OPNV-PART-NUMBER.
004530     MOVE OIQ-ECHO-DATE          TO OPNV-PART-DATE.
004540     EXEC CICS READ
004550         FILE(WK-FILE)
004560         INTO(OPNV-RECORD)
004570         RIDFLD(OPNV-KEY)
004580         UPDATE
004590         RESP(WS-RESP)
004600     END-EXEC.
004610     IF WS-RESP = DFHRESP(NOTFND)
004620         MOVE "CUT NOT ON THE OPEN-CUTS LIST"
004630                                 TO OIQ-MARK-MESSAGE
004640         PERFORM 6900-REDISPLAY-PAGE THRU 6900-EXIT
004650         GO TO 6000-EXIT
004660     END-IF.
004670     IF WS-RESP NOT = DFHRESP(NORMAL)
004680         MOVE "OPEN-CUTS FILE NOT AVAILABLE - TRY AGAIN LATER"
004690                                 TO OIQ-MARK-MESSAGE
004700         PERFORM 6900-REDISPLAY-PAGE THRU 6900-EXIT
004710         GO TO 6000-EXIT
004720     END-IF.
004730     IF NOT OPNV-NOT-MARKED
004740         EXEC CICS UNLOCK
004750             FILE(WK-FILE)
004760         END-EXEC
004770         MOVE OPNV-MARK-USER-ID  TO OIQ-MM-USER-ID
004780         MOVE OPNV-MARK-DATE     TO OIQ-MM-DATE
004790         MOVE OIQ-MARKED-MESSAGE TO OIQ-MARK-MESSAGE
004800         PERFORM 6900-REDISPLAY-PAGE THRU 6900-EXIT
004810         GO TO 6000-EXIT
004820     END-IF.
004830     PERFORM 6200-QUEUE-CONFIRMATION THRU 6200-EXIT.
004840     IF WS-RESP NOT = DFHRESP(NORMAL)
004850         EXEC CICS UNLOCK
004860             FILE(WK-FILE)
004870         END-EXEC
004880         MOVE "CONFIRMATION QUEUE NOT AVAILABLE - CUT NOT MARKED"
004890                                 TO OIQ-MARK-MESSAGE
004900         PERFORM 6900-REDISPLAY-PAGE THRU 6900-EXIT
004910         GO TO 6000-EXIT
004920     END-IF.
004930     MOVE OIQ-ECHO-ACTION        TO OPNV-MARK-STATUS.
004940     MOVE WS-USER-ID             TO OPNV-MARK-USER-ID.
004950     MOVE OIQ-TODAY-N            TO OPNV-MARK-DATE.
004960     EXEC CICS REWRITE
004970         FILE(WK-FILE)
004980         FROM(OPNV-RECORD)
004990         RESP(WS-RESP)
005000     END-EXEC.
005002     IF WS-RESP NOT = DFHRESP(NORMAL)
005004         MOVE OIQ-NOT-SAVED-MESSAGE TO OIQ-MARK-MESSAGE
005008         PERFORM 6900-REDISPLAY-PAGE THRU 6900-EXIT
005009         GO TO 6000-EXIT
005012     END-IF.
005015     MOVE SPACES                 TO OIQ-ECHO-FIELDS.
005020     MOVE "CUT MARKED - QUEUED FOR CUTCNF01" TO OIQ-MARK-MESSAGE.
005030     PERFORM 6900-REDISPLAY-PAGE THRU 6900-EXIT.
005040 6000-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070* 6100-EDIT-MARK - THE CUT IS NAMED BY ITS PART AND PART DATE
005080* (BOTH SHOWN ON THE DETAIL ROW), THE ACTION IS C OR X AS ON
005090* THE SCHEDULER FEED, AND A REASON IS REQUIRED - THE CUTCNF01
005100* REPORT SHOWS IT AGAINST THE MANUAL CONFIRMATION.
005110*----------------------------------------------------------------
005120 6100-EDIT-MARK.
005130     SET EDITS-PASSED            TO TRUE.
005140     IF OIQ-ECHO-PART = SPACES
005150         MOVE "MARK PART IS REQUIRED" TO OIQ-MARK-MESSAGE
005160         SET EDITS-FAILED        TO TRUE
005170         GO TO 6100-EXIT
005180     END-IF.
005190     IF OIQ-ECHO-DATE NOT NUMERIC
005200         MOVE "MARK DATE MUST BE THE 8-DIGIT PART DATE"
005210                                 TO OIQ-MARK-MESSAGE
005220         SET EDITS-FAILED        TO TRUE
005230         GO TO 6100-EXIT
005240     END-IF.
005250     IF OIQ-ECHO-ACTION NOT = "C"
005260        AND OIQ-ECHO-ACTION NOT = "X"
005270         MOVE "ACTION MUST BE C (CUT) OR X (CANCEL)"
005280                                 TO OIQ-MARK-MESSAGE
005290         SET EDITS-FAILED        TO TRUE
005300         GO TO 6100-EXIT
005310     END-IF.
005320     IF OIQ-ECHO-REASON = SPACES
005330         MOVE "A REASON IS REQUIRED TO MARK A CUT"
005340                                 TO OIQ-MARK-MESSAGE
005350         SET EDITS-FAILED        TO TRUE
005360         GO TO 6100-EXIT
005370     END-IF.
005380 6100-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410* 6200-QUEUE-CONFIRMATION - BUILD THE MANUAL CONFIRMATION IN THE
005420* CNFREC01 LAYOUT AND WRITE IT TO THE CNFQ EXTRAPARTITION QUEUE.
005430* THE CUT DATE AND TIME ARE WHEN THE SUPERVISOR MARKED IT - THE
005440* ONLY TIME KNOWN FOR A CUT THE FEED NEVER SAW. WS-RESP CARRIES
005450* THE VERDICT.
005460*----------------------------------------------------------------
005470 6200-QUEUE-CONFIRMATION.
005480     EXEC CICS ASSIGN
005490         USERID(WS-USER-ID)
005500     END-EXEC.
005510     EXEC CICS ASKTIME
005520         ABSTIME(WS-ABSTIME)
005530     END-EXEC.
005540     EXEC CICS FORMATTIME
005550         ABSTIME(WS-ABSTIME)
005560         YYYYMMDD(OIQ-TODAY)
005570         TIME(OIQ-CUT-HHMMSS)
005580     END-EXEC.
005590     MOVE SPACES                 TO CNF-RECORD.
005600     MOVE OPNV-PART-NUMBER       TO CNF-PART-NUMBER.
005610     MOVE OPNV-PART-DATE         TO CNF-PART-DATE.
005620     MOVE OIQ-ECHO-ACTION        TO CNF-STATUS-CODE.
005630     MOVE OIQ-TODAY-N            TO CNF-CUT-DATE.
005640     MOVE OIQ-CUT-TIME-N         TO CNF-CUT-TIME.
005650     SET CNF-SOURCE-MANUAL       TO TRUE.
005660     MOVE OIQ-ECHO-REASON        TO CNF-MANUAL-REASON.
005670     MOVE WS-USER-ID             TO CNF-USER-ID.
005680     EXEC CICS WRITEQ TD
005690         QUEUE(WK-CNF-QUEUE)
005700         FROM(CNF-RECORD)
005710         LENGTH(WK-CNF-LENGTH)
005720         RESP(WS-RESP)
005730     END-EXEC.
005740 6200-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------
005770* 6900-REDISPLAY-PAGE - BROWSE AGAIN FROM THE KEY THE CURRENT
005780* SCREEN STARTED AT, SO THE SUPERVISOR SEES THE SAME PAGE WITH
005790* THE MARK (OR THE REASON IT WAS REFUSED).
005800*----------------------------------------------------------------
005810 6900-REDISPLAY-PAGE.
005820     MOVE OIQ-FIRST-KEY          TO OPNV-KEY.
005830     MOVE SPACES                 TO OIQ-LAST-KEY.
005840     PERFORM 4000-BROWSE-AND-FILL THRU 4000-EXIT.
005850 6900-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880* 8000-SEND-SCREEN - SEND THE MAP WITH THE SEARCH ARGUMENTS
005890* ECHOED BACK SO THE OPERATOR SEES WHAT WAS ACTUALLY SEARCHED,
005900* AND THE MARK FIELDS AS PARKED IN THE ECHO SAVE AREA.
005910*----------------------------------------------------------------
005920 8000-SEND-SCREEN.
005930     MOVE OIQ-PART-NUMBER        TO PARTNOO.
005940     MOVE OIQ-FAMILY             TO FAMILYO.
005950     MOVE OIQ-SHIFT-CODE         TO SHIFTO.
005960     MOVE OIQ-MIN-DAYS           TO MINDAYO.
005970     MOVE OIQ-ECHO-PART          TO MPARTO.
005980     MOVE OIQ-ECHO-DATE          TO MDATEO.
005990     MOVE OIQ-ECHO-ACTION        TO MACTO.
006000     MOVE OIQ-ECHO-REASON        TO MRSNO.
006010     EXEC CICS SEND
006020         MAP(WK-MAP)
006030         MAPSET(WK-MAPSET)
006040         FROM(OPNMAP1O)
006050         ERASE
006060     END-EXEC.
006070 8000-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 9000-EXIT-TRANSACTION - CLEAR/PF3: BLANK THE SCREEN AND END
006110* THE PSEUDO-CONVERSATION WITHOUT A TRANSID.
006120*----------------------------------------------------------------
006130 9000-EXIT-TRANSACTION.
006140     EXEC CICS SEND CONTROL
006150         ERASE
006160         FREEKB
006170     END-EXEC.
006180     EXEC CICS RETURN
006190     END-EXEC.
006200 9000-EXIT.
006210     EXIT.
