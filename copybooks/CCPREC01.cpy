000100*----------------------------------------------------------------
000200* CCPREC01 - CUTCNF01 CUT-CONFIRMATION RECONCILIATION PARAMETER
000300*            CARD.
000400*----------------------------------------------------------------
000500* 2026-10-15 DKO  ORIGINAL VERSION - CARRIES HOW MANY TIMES ONE
000600*                 PART/DATE MAY BE RECUT AFTER A SCRAP AT THE SAW
000700*                 BEFORE THE NEXT SCRAP IS HELD FOR REVIEW
000800*                 INSTEAD (BLANK DEFAULTS TO 02, ZERO HOLDS
000900*                 EVERY SCRAP FOR REVIEW).
001000*----------------------------------------------------------------
001100 01  CCP-PARM-RECORD.
001200     05 CCP-RECUT-LIMIT          PIC 9(02).
001300     05 CCP-RECUT-LIMIT-X REDEFINES
001400        CCP-RECUT-LIMIT          PIC X(02).
001500     05 FILLER                   PIC X(78).
