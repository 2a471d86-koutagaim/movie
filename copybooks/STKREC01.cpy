000100*----------------------------------------------------------------
000200* STKREC01 - STORES ON-HAND BAR STOCK RECORD.
000300*----------------------------------------------------------------
000400* 2026-10-05 DKO  ORIGINAL VERSION - ONE RECORD PER MATERIAL
000500*                 CODE FROM THE STORES INVENTORY EXTRACT: THE
000600*                 TOTAL LINEAR LENGTH OF FULL BAR STOCK ON HAND
000700*                 IN STORES (NOT THE REMNANT RACK ON THE FLOOR)
000800*                 AND THE DATE STORES TOOK THE FIGURE. READ BY
000900*                 PULLST01 TO DECIDE WHICH MATERIALS THE NEXT
001000*                 NIGHT'S CUT LIST WILL RUN SHORT OF. THE LENGTH
001100*                 IS IN THE SAME UNIT OF MEASURE AS THE SHOP
001200*                 PARAMETER CARD ALLOWANCES.
001300*----------------------------------------------------------------
001400 01  STK-RECORD.
001500     05 STK-MATERIAL-CODE        PIC X(04).
001600     05 STK-ON-HAND-LENGTH       PIC 9(07)V99.
001700     05 STK-ON-HAND-LENGTH-X REDEFINES
001800        STK-ON-HAND-LENGTH       PIC X(09).
001900     05 STK-AS-OF-DATE           PIC 9(08).
002000     05 FILLER                   PIC X(59).
