000100*----------------------------------------------------------------
000200* OPNVREC1 - KEYED OPEN-CUTS INQUIRY RECORD (VSAM KSDS).
000300*----------------------------------------------------------------
000400* 2026-10-14 DKO  ORIGINAL VERSION - THE OPEN-CUTS LIST RE-KEYED
000500*                 FOR THE ONLINE INQUIRY: PROD.RADIUS.OPENCUTS IS
000600*                 ONLY EVER SEEN ON THE NIGHTLY CUTCNF01 PRINTOUT,
000700*                 SO OPNLOAD1 RELOADS IT INTO A KSDS KEYED ON
000800*                 PART NUMBER / PART DATE AFTER EVERY COMPS07 RUN
000900*                 AND OPNINQ01 BROWSES IT FROM THE CICS SCREEN.
001000*                 THE SHIFT, CALC TYPE, RESULT AND WORKING DAYS
001100*                 OPEN ARE AS CUTCNF01 LAST WROTE THEM. THE MARK
001200*                 FIELDS START BLANK AND ARE SET BY OPNINQ01 WHEN
001300*                 A SUPERVISOR CONFIRMS THE CUT BY HAND, SO THE
001400*                 SAME CUT CANNOT BE QUEUED TWICE BEFORE THE NEXT
001500*                 NIGHT'S CUTCNF01 RUN CLEARS IT FROM THE LIST.
001600*----------------------------------------------------------------
001700 01  OPNV-RECORD.
001800     05 OPNV-KEY.
001900        10 OPNV-PART-NUMBER      PIC X(10).
002000        10 OPNV-PART-DATE        PIC 9(08).
002100     05 OPNV-EXTRACT-DATE        PIC 9(08).
002200     05 OPNV-DAYS-OPEN           PIC 9(05).
002300     05 OPNV-SHIFT-CODE          PIC X(01).
002400     05 OPNV-CALC-TYPE           PIC X(04).
002500     05 OPNV-RESULT              PIC 9(09)V99.
002600     05 OPNV-WO-NUMBER           PIC X(06).
002700     05 OPNV-WO-LINE             PIC X(03).
002800     05 OPNV-MARK-STATUS         PIC X(01).
002900        88 OPNV-NOT-MARKED            VALUE SPACE.
003000        88 OPNV-MARKED-CUT            VALUE "C".
003100        88 OPNV-MARKED-CANCELLED      VALUE "X".
003200     05 OPNV-MARK-USER-ID        PIC X(08).
003300     05 OPNV-MARK-DATE           PIC 9(08).
003400     05 FILLER                   PIC X(27).
