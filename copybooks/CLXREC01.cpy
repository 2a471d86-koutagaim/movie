000100*----------------------------------------------------------------
000200* CLXREC01 - SHOP CALENDAR MAINTENANCE TRANSACTION CARD.
000300*----------------------------------------------------------------
000400* 2026-10-05 DKO  ORIGINAL VERSION - ONE CARD PER ADD, CHANGE OR
000500*                 DELETE AGAINST THE CALREC01 SHOP CALENDAR,
000600*                 APPLIED BY CALMNT01 (COMPS12) SO THE CALENDAR IS
000700*                 NEVER EDITED BY HAND. THE THRU DATE MAKES ONE
000800*                 CARD COVER A RUN OF DAYS (A TWO-WEEK SHUTDOWN
000900*                 IS ONE CARD); BLANK MEANS THE FROM DATE ONLY.
001000*                 ON A CHANGE CARD A BLANK FIELD KEEPS THE VALUE
001100*                 ALREADY ON THE CALENDAR, AS ON A PTXREC01 CARD.
001200*                 ON AN ADD THE DAY TYPE IS REQUIRED AND BLANK
001300*                 SHIFT FLAGS ON A WORKING DAY MEAN ALL THREE
001400*                 SHIFTS WORK. A DELETE TAKES THE DATE OFF THE
001500*                 CALENDAR, SO IT FALLS BACK TO THE STANDARD WEEK.
001600*----------------------------------------------------------------
001700 01  CLX-RECORD.
001800     05 CLX-ACTION-CODE          PIC X(01).
001900        88 CLX-ACTION-ADD             VALUE "A".
002000        88 CLX-ACTION-CHANGE          VALUE "C".
002100        88 CLX-ACTION-DELETE          VALUE "D".
002200     05 CLX-FROM-DATE            PIC X(08).
002300     05 CLX-THRU-DATE            PIC X(08).
002400     05 CLX-DAY-TYPE             PIC X(01).
002500     05 CLX-SHIFT-FLAGS.
002600        10 CLX-SHIFT-1-FLAG      PIC X(01).
002700        10 CLX-SHIFT-2-FLAG      PIC X(01).
002800        10 CLX-SHIFT-3-FLAG      PIC X(01).
002900     05 CLX-DESCRIPTION          PIC X(30).
003000     05 FILLER                   PIC X(29).
