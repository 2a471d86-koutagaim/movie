001000*                 (RECORD COUNT AND RESULT SUM) SO THE SCHEDULER
001100*                 JOB CAN RECONCILE THE EXTRACT THE SAME WAY
001200*                 COMPUTE_SAMPLE02 RECONCILES CTLFILE.
001210* 2026-10-05 DKO  ADDED THE BAR NUMBER AND CUT SEQUENCE (CARVED
001220*                 OUT OF THE FILLER - RECORD LENGTH UNCHANGED)
001230*                 FOR A STOCK-LENGTH CUT NESTED ONTO A SHARED
001240*                 BAR, SO THE SAW CUTS EACH BAR IN THE ORDER THE
001250*                 PRINTED CUT PLAN SHOWS. ZERO ON EVERY OTHER
001260*                 DETAIL (CIRC, AREA, REMN, OR A STOCK CUT NOT
001270*                 NESTED).
001280* 2026-10-12 DKO  ADDED THE WORK-ORDER NUMBER AND LINE (CARVED OUT
001290*                 OF THE FILLER - RECORD LENGTH UNCHANGED) SO THE
001291*                 SCHEDULER AND THE OPEN-CUTS LIST KNOW WHICH
001292*                 ASSEMBLY ORDER EACH CUT FEEDS.
001293* 2026-10-14 DKO  ADDED THE SHIFT CODE (CARVED OUT OF THE FILLER -
001294*                 RECORD LENGTH UNCHANGED) SO THE OPEN-CUTS LIST
001295*                 AND ITS ONLINE INQUIRY CAN BE WORKED BY SHIFT.
001300*----------------------------------------------------------------
001400 01  XTR-RECORD.
001500     05 XTR-RECORD-TYPE          PIC X(01).
002100     05 XTR-UOM-CODE             PIC X(02).
002200     05 XTR-CALC-TYPE            PIC X(04).
002300     05 XTR-RESULT               PIC 9(09)V99.
002310     05 XTR-BAR-NUMBER           PIC 9(05).
002320     05 XTR-BAR-SEQUENCE         PIC 9(03).
002330     05 XTR-WO-NUMBER            PIC 9(06).
002340     05 XTR-WO-NUMBER-X REDEFINES
002350        XTR-WO-NUMBER            PIC X(06).
002360     05 XTR-WO-LINE              PIC 9(03).
002370     05 XTR-WO-LINE-X REDEFINES
002380        XTR-WO-LINE              PIC X(03).
002390     05 XTR-SHIFT-CODE           PIC X(01).
002400     05 FILLER                   PIC X(19).
002500 01  XTR-TRAILER-RECORD.
002600     05 XTR-TRL-RECORD-TYPE      PIC X(01).
002700     05 XTR-TRL-RECORD-COUNT     PIC 9(07).
