000917*                 RESTARTED RUN REPORTS THE FULL NIGHT'S
000918*                 FIGURES. RECORD LENGTH GROWS FROM 250 TO 264
000919*                 - REALLOCATE THE CHECKPOINT DATASETS.
000921* 2026-10-15 DKO  ADDED THE RECUT RECORDS READ AND THEIR RADIUS
000922*                 SUM (CARVED OUT OF THE TRAILING FILLER - RECORD
000923*                 LENGTH UNCHANGED) SO A RESTARTED RUN STILL
000924*                 RECONCILES THE RECUT CONTROL RECORD.
000925* 2026-10-15 DKO  ADDED THE AUDIT RUN SEQUENCE AND CHECK VALUE AT
000926*                 THE CHECKPOINT, SO A RESTART CAN PROVE THE
000927*                 ABORTED RUN'S AUDIT RECORDS BEFORE IT CLOSES
000928*                 THE RUN. RECORD LENGTH GROWS FROM 264 TO 273 -
000929*                 REALLOCATE THE CHECKPOINT DATASETS. THE
000930*                 CHECKPOINT IS ALSO NO LONGER ONE RECORD: THE
000931*                 CHK-RECORD SNAPSHOT IS FOLLOWED BY ONE
000932*                 CHK-NEST-RECORD PER BAR BROKEN FOR NESTED CUTS
000933*                 ("B") AND ONE PER CUT NESTED ONTO THEM ("C"), SO
000934*                 A RESTART CARRIES ON NESTING AND WRITES THE
000935*                 LEFTOVERS OF THE ABORTED RUN'S BARS.
000990*----------------------------------------------------------------
001000 01  CHK-RECORD.
001100     05 CHK-LAST-PART-NUMBER     PIC X(10).
001200     05 CHK-RECORDS-READ         PIC 9(07) COMP-3.
002002     05 CHK-REMNANT-USED-COUNT   PIC 9(07) COMP-3.
002004     05 CHK-REMNANT-SAVED-TOTAL  PIC S9(9)V99 COMP-3.
002006     05 CHK-REMNANT-WRITTEN      PIC 9(07) COMP-3.
002008     05 CHK-RECUT-RECORDS-READ   PIC 9(05) COMP-3.
002009     05 CHK-RECUT-RADIUS-SUM     PIC S9(9)V99 COMP-3.
002010     05 CHK-AUDIT-SEQUENCE       PIC 9(07) COMP-3.
002011     05 CHK-CHAIN-VALUE          PIC 9(09) COMP-3.
002100 01  CHK-NEST-RECORD.
002200     05 CHK-NEST-TYPE            PIC X(01).
002300        88 CHK-NEST-BAR               VALUE "B".
002400        88 CHK-NEST-CUT               VALUE "C".
002500     05 CHK-NEST-BAR-ENTRY.
002600        10 CHK-NB-MATERIAL-CODE  PIC X(04).
002700        10 CHK-NB-LENGTH         PIC 9(07)V99.
002800        10 CHK-NB-USED           PIC 9(07)V99.
002900        10 CHK-NB-CUT-COUNT      PIC 9(03).
003000        10 CHK-NB-LAST-PART      PIC X(10).
003100        10 CHK-NB-LAST-DATE      PIC 9(08).
003200        10 CHK-NB-OPEN-SHIFT     PIC 9(01).
003300     05 CHK-NEST-CUT-ENTRY REDEFINES CHK-NEST-BAR-ENTRY.
003400        10 CHK-NC-BAR-NUMBER     PIC 9(05).
003500        10 CHK-NC-SEQUENCE       PIC 9(03).
003600        10 CHK-NC-PART-NUMBER    PIC X(10).
003700        10 CHK-NC-PART-DATE      PIC 9(08).
003800        10 CHK-NC-LENGTH         PIC 9(07)V99.
003900        10 FILLER                PIC X(09).
004000     05 FILLER                   PIC X(228).
