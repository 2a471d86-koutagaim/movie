001100*                 EXTRACT AND THE OPEN-CUTS LIST SO WORK WE SENT
001200*                 THAT NEVER RAN, AND CONFIRMATIONS FOR WORK WE
001300*                 NEVER SENT, BOTH SURFACE ON A REPORT.
001310* 2026-10-14 DKO  ADDED THE SOURCE, REASON AND USER ID (CARVED OUT
001320*                 OF THE FILLER - RECORD LENGTH UNCHANGED). A
001330*                 FLOOR SUPERVISOR CAN NOW CONFIRM A CUT BY HAND
001340*                 FROM THE OPEN-CUTS INQUIRY (OPNINQ01) WHEN THE
001350*                 SCHEDULER FEED MISSED IT; THOSE RECORDS ARRIVE
001360*                 ON THE CNFQ QUEUE WITH SOURCE "M", THE REASON
001370*                 KEYED AND THE SIGNED-ON USER ID, AND CUTCNF01
001380*                 READS THEM BEHIND THE SCHEDULER FEED. THE
001390*                 SCHEDULER'S OWN RECORDS LEAVE ALL THREE BLANK.
001391* 2026-10-15 DKO  ADDED THE CANCEL REASON (CARVED OUT OF THE
001392*                 FILLER - RECORD LENGTH UNCHANGED). A CANCELLED
001393*                 CONFIRMATION FROM THE SCHEDULER NOW SAYS WHY:
001394*                 "S" THE PIECE WAS SCRAPPED AT THE SAW, "O" THE
001395*                 ORDER WAS CANCELLED, "D" A DUPLICATE OF A CUT
001396*                 ALREADY MADE. CUTCNF01 TURNS EVERY SCRAPPED
001397*                 CANCELLATION INTO A RECUT (SEE RADREC01). A
001398*                 BLANK REASON (OLDER RECORDS, AND MANUAL
001399*                 CANCELLATIONS) IS TREATED AS NOT SCRAPPED.
001400*----------------------------------------------------------------
001500 01  CNF-RECORD.
001600     05 CNF-PART-NUMBER          PIC X(10).
002200        88 CNF-STATUS-CANCELLED       VALUE "X".
002300     05 CNF-CUT-DATE             PIC 9(08).
002400     05 CNF-CUT-TIME             PIC 9(08).
002410     05 CNF-SOURCE               PIC X(01).
002420        88 CNF-SOURCE-SCHEDULER       VALUE SPACE.
002430        88 CNF-SOURCE-MANUAL          VALUE "M".
002440     05 CNF-MANUAL-REASON        PIC X(30).
002450     05 CNF-USER-ID              PIC X(08).
002460     05 CNF-CANCEL-REASON        PIC X(01).
002470        88 CNF-CANCEL-NOT-GIVEN       VALUE SPACE.
002480        88 CNF-CANCEL-SCRAPPED        VALUE "S".
002490        88 CNF-CANCEL-ORDER           VALUE "O".
002492        88 CNF-CANCEL-DUPLICATE       VALUE "D".
002500     05 FILLER                   PIC X(05).
