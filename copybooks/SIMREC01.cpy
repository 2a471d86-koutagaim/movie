000100*----------------------------------------------------------------
000200* SIMREC01 - COMPUTE_SAMPLE02 WHAT-IF SIMULATION CARD.
000300*----------------------------------------------------------------
000400* 2026-10-12 DKO  ORIGINAL VERSION - PRESENT ONLY ON A WHAT-IF
000500*                 RUN (COMPS15). THE RUN RE-PRICES PAST WORK
000600*                 TWICE - ONCE UNDER THE CURRENT SHOP CARD AND
000700*                 RATE FILE, ONCE UNDER THE PROPOSED ONES - AND
000800*                 PRINTS THE TWO SIDE BY SIDE. IT WRITES NOTHING
000900*                 THE NIGHTLY RUN OWNS.
001000*                   RUN TYPE     - "S" (ANYTHING ELSE IS REFUSED)
001100*                   SOURCE       - "C" RE-RUN ONE BUSINESS DATE'S
001200*                                  CUT LIST (RADFILE), "A" REBUILD
001300*                                  THE WORK FROM THE AUDIT LOG
001400*                                  (AUDFILE). BLANK IS "C".
001500*                   FROM DATE    - "C": THE BUSINESS DATE RE-RUN,
001600*                                  FOR THE HEADINGS. "A": FIRST
001700*                                  PART DATE TAKEN.
001800*                   TO DATE      - "A": LAST PART DATE TAKEN.
001900*                                  BLANK IS THE FROM DATE.
002000*                   ALT SHOP     - "Y" THE PROPOSED ALLOWANCES
002100*                                  ARE ON SHPALT; OTHERWISE THE
002200*                                  CURRENT SHPFILE CARD IS USED
002300*                                  FOR BOTH COLUMNS.
002400*                   ALT RATES    - "Y" THE PROPOSED PRICES ARE
002500*                                  ON RATALT; OTHERWISE RATFILE
002600*                                  PRICES BOTH COLUMNS.
002700*                   DESCRIPTION  - FREE TEXT FOR THE HEADINGS
002800*                                  (THE CHANGE BEING PROPOSED).
002900*----------------------------------------------------------------
003000 01  SIM-RECORD.
003100     05 SIM-RUN-TYPE             PIC X(01).
003200        88 SIM-RUN-SIMULATE           VALUE "S".
003300     05 SIM-SOURCE               PIC X(01).
003400        88 SIM-SOURCE-CUT-LIST        VALUES "C" SPACE.
003500        88 SIM-SOURCE-AUDIT-LOG       VALUE "A".
003600     05 SIM-FROM-DATE            PIC 9(08).
003700     05 SIM-FROM-DATE-X REDEFINES
003800        SIM-FROM-DATE            PIC X(08).
003900     05 SIM-TO-DATE              PIC 9(08).
004000     05 SIM-TO-DATE-X REDEFINES
004100        SIM-TO-DATE              PIC X(08).
004200     05 SIM-ALT-SHOP             PIC X(01).
004300        88 SIM-ALT-SHOP-YES           VALUE "Y".
004400     05 SIM-ALT-RATES            PIC X(01).
004500        88 SIM-ALT-RATES-YES          VALUE "Y".
004600     05 SIM-DESCRIPTION          PIC X(40).
004700     05 FILLER                   PIC X(20).
