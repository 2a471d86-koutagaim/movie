000370*                 LIKE AUDINQ01: EVERY SEND RETURNS WITH
000380*                 TRANSID RCOR AND THE FETCHED KEY IN THE
000390*                 COMMAREA.
000392* 2026-10-12 DKO  THE REJECT'S WORK-ORDER NUMBER AND LINE ARE
000394*                 SHOWN UNDER THE REJECT, CAN BE CORRECTED LIKE
000396*                 THE OTHER FIELDS, AND GET COMPUTE_SAMPLE02'S
000398*                 R012 EDIT (NUMERIC AND NOT ZERO).
000400*----------------------------------------------------------------
000410 ENVIRONMENT                     DIVISION.
000420 CONFIGURATION                   SECTION.
000880* WILL SEE AFTER REJFIX01 REBUILDS IT. THE EDITS RUN AGAINST
000890* THESE, NOT AGAINST THE RAW SCREEN FIELDS.
000900*----------------------------------------------------------------
000901   01 CEN-EDIT-MESSAGE          PIC X(78)       VALUE SPACES.
000902*----------------------------------------------------------------
000903* ECHO SAVE AREA - THE OUTPUT MAP REDEFINES THE INPUT MAP, SO
000904* CLEARING CORMAP1O FOR THE RESEND WIPES WHAT THE OPERATOR
000905* KEYED. 3400-SEND-EDIT-MESSAGE PARKS THE CLEANED INPUT FIELDS
000906* HERE FIRST AND PUTS THEM BACK IN THE -O FIELDS, SO A FAILED
000907* EDIT NEVER COSTS THE OPERATOR THE REST OF THEIR CORRECTIONS.
000908*----------------------------------------------------------------
000909   01 CEN-ECHO-FIELDS.
000910     03 CEN-ECHO-PART            PIC X(10).
000911     03 CEN-ECHO-DATE            PIC X(08).
000912     03 CEN-ECHO-RADIUS          PIC X(07).
000913     03 CEN-ECHO-UOM             PIC X(02).
000914     03 CEN-ECHO-MODE            PIC X(01).
000915     03 CEN-ECHO-SHIFT           PIC X(01).
000916     03 CEN-ECHO-WO-NUMBER       PIC X(06).
000917     03 CEN-ECHO-WO-LINE         PIC X(03).
000918   01 CEN-EFFECTIVE-FIELDS.
000920     03 CEN-EFF-PART             PIC X(10).
000930     03 CEN-EFF-DATE             PIC X(08).
000940     03 CEN-EFF-RADIUS           PIC X(07).
000970     03 CEN-EFF-UOM              PIC X(02).
000980     03 CEN-EFF-MODE             PIC X(01).
000990     03 CEN-EFF-SHIFT            PIC X(01).
000991     03 CEN-EFF-WO-NUMBER        PIC X(06).
000992     03 CEN-EFF-WO-LINE          PIC X(03).
000993*----------------------------------------------------------------
000994* PER-PART LIMITS AS RESOLVED FOR THE EDIT - A MISSING END
000995* DEFAULTS OPEN (MIN ZERO, MAX THE SHOP-WIDE CEILING).
000996*----------------------------------------------------------------
001150     03 FILLER                   PIC X(08) VALUE " SHIFT: ".
001160     03 CEN-RL-SHIFT             PIC X(01).
001170     03 FILLER                   PIC X(03) VALUE SPACES.
001172   01 CEN-WORK-ORDER-LINE.
001174     03 FILLER                   PIC X(12) VALUE "WORK ORDER: ".
001176     03 CEN-WL-WO-NUMBER         PIC X(06).
001177     03 FILLER                   PIC X(08) VALUE "  LINE: ".
001178     03 CEN-WL-WO-LINE           PIC X(03).
001179     03 FILLER                   PIC X(11) VALUE SPACES.
001180*----------------------------------------------------------------
001190* CICS ATTENTION IDENTIFIERS.
001200*----------------------------------------------------------------
002850     IF NSHIFTI = LOW-VALUES
002860         MOVE SPACES             TO NSHIFTI
002870     END-IF.
002872     IF NWOI = LOW-VALUES
002874         MOVE SPACES             TO NWOI
002876     END-IF.
002877     IF NWOLNI = LOW-VALUES
002878         MOVE SPACES             TO NWOLNI
002879     END-IF.
002880 3100-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
003230     ELSE
003240         MOVE NSHIFTI            TO CEN-EFF-SHIFT
003250     END-IF.
003252     IF NWOI = SPACES
003253         MOVE ORJ-WO-NUMBER      TO CEN-EFF-WO-NUMBER
003254     ELSE
003255         MOVE NWOI               TO CEN-EFF-WO-NUMBER
003256     END-IF.
003257     IF NWOLNI = SPACES
003258         MOVE ORJ-WO-LINE        TO CEN-EFF-WO-LINE
003259     ELSE
003261         MOVE NWOLNI             TO CEN-EFF-WO-LINE
003263     END-IF.
003265 3200-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------
003290* 3300-EDIT-CORRECTION - THE SAME EDITS COMPUTE_SAMPLE02
003700         PERFORM 3400-SEND-EDIT-MESSAGE THRU 3400-EXIT
003710         GO TO 3300-EXIT
003720     END-IF.
003721     IF CEN-EFF-WO-NUMBER NOT NUMERIC
003722        OR CEN-EFF-WO-NUMBER = ZEROS
003723        OR CEN-EFF-WO-LINE NOT NUMERIC
003724        OR CEN-EFF-WO-LINE = ZEROS
003725         MOVE "WORK ORDER MISSING OR INVALID"
003726             TO CEN-EDIT-MESSAGE
003727         PERFORM 3400-SEND-EDIT-MESSAGE THRU 3400-EXIT
003728         GO TO 3300-EXIT
003729     END-IF.
003730     MOVE CEN-EFF-PART           TO PRT-PART-NUMBER.
003740     EXEC CICS READ
003750         FILE(WK-PART-FILE)
004068     MOVE NUOMI                  TO CEN-ECHO-UOM.
004070     MOVE NMODEI                 TO CEN-ECHO-MODE.
004072     MOVE NSHIFTI                TO CEN-ECHO-SHIFT.
004074     MOVE NWOI                   TO CEN-ECHO-WO-NUMBER.
004076     MOVE NWOLNI                 TO CEN-ECHO-WO-LINE.
004080     MOVE LOW-VALUES             TO CORMAP1O.
004090     MOVE CEN-EDIT-MESSAGE       TO MSGO.
004092     MOVE CEN-ECHO-PART          TO NPARTO.
004095     MOVE CEN-ECHO-UOM           TO NUOMO.
004096     MOVE CEN-ECHO-MODE          TO NMODEO.
004097     MOVE CEN-ECHO-SHIFT         TO NSHIFTO.
004098     MOVE CEN-ECHO-WO-NUMBER     TO NWOO.
004099     MOVE CEN-ECHO-WO-LINE       TO NWOLNO.
004100     PERFORM 7000-BUILD-REJECT-LINE THRU 7000-EXIT.
004110     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
004120 3400-EXIT.
004280     MOVE NUOMI                  TO COR-NEW-UOM-CODE.
004290     MOVE NMODEI                 TO COR-NEW-CALC-MODE.
004300     MOVE NSHIFTI                TO COR-NEW-SHIFT-CODE.
004302     MOVE NWOI                   TO COR-NEW-WO-NUMBER.
004304     MOVE NWOLNI                 TO COR-NEW-WO-LINE.
004310     EXEC CICS WRITEQ TD
004320         QUEUE(WK-CORR-QUEUE)
004330         FROM(COR-RECORD)
004470     MOVE ORJ-CALC-MODE          TO CEN-RL-MODE.
004480     MOVE ORJ-SHIFT-CODE         TO CEN-RL-SHIFT.
004490     MOVE CEN-REJECT-LINE        TO REJINFO.
004492     MOVE ORJ-WO-NUMBER          TO CEN-WL-WO-NUMBER.
004494     MOVE ORJ-WO-LINE            TO CEN-WL-WO-LINE.
004496     MOVE CEN-WORK-ORDER-LINE    TO WOINFO.
004500 7000-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
