001000*                 SAME UNIT OF MEASURE AS THE RADIUS RECORDS THE
001100*                 RUN PROCESSES, EXCEPT THE WASTE ALLOWANCE,
001200*                 WHICH IS A PERCENTAGE OF THE CUT LENGTH.
001210* 2026-10-05 DKO  ADDED THE STOCKED BAR LENGTH (CARVED OUT OF
001220*                 THE FILLER) - THE FULL LENGTH OF ONE BAR AS
001230*                 IT COMES OFF THE RACK. WHEN PRESENT, THE
001240*                 NIGHT'S STOCK-LENGTH CUTS ARE NESTED SEVERAL
001250*                 TO A BAR BY MATERIAL INSTEAD OF ONE BAR PER
001260*                 CUT. BLANK OR ZERO LEAVES THE OLD ONE-BAR-PER-
001270*                 CUT ROUNDING IN PLACE.
001300*----------------------------------------------------------------
001400 01  SHP-RECORD.
001500     05 SHP-KERF-WIDTH           PIC 9(03)V99.
002100     05 SHP-BAR-INCREMENT        PIC 9(03)V99.
002200     05 SHP-BAR-INCREMENT-X REDEFINES
002300        SHP-BAR-INCREMENT        PIC X(05).
002310     05 SHP-STOCK-BAR-LENGTH     PIC 9(05)V99.
002320     05 SHP-STOCK-BAR-LENGTH-X REDEFINES
002330        SHP-STOCK-BAR-LENGTH     PIC X(07).
002400     05 FILLER                   PIC X(58).
