000803*                 PRODUCES ITS OWN EXTRACT AND CONTROL TOTALS,
000804*                 AND THE NIGHTLY RUN RECONCILES AND SUBTOTALS
000805*                 THEM BY SHIFT.
000806* 2026-10-12 DKO  ADDED THE WORK-ORDER NUMBER AND LINE (CARVED OUT
000807*                 OF THE FILLER) SO EVERY CUT CAN BE TIED TO THE
000808*                 ASSEMBLY ORDER IT FEEDS. BOTH ARE REQUIRED -
000809*                 A MISSING OR NON-NUMERIC ORDER OR LINE, OR A
000810*                 ZERO ONE, IS REJECTED R012.
000811* 2026-10-15 DKO  ADDED RAD-RECUT-FLAG (CARVED OUT OF THE FILLER).
000812*                 CUTCNF01 WRITES A RECUT RECORD, FLAGGED "Y", FOR
000813*                 EVERY CUT THE SCHEDULER CANCELS AS SCRAPPED AT
000814*                 THE SAW, REBUILT FROM THE CUT'S AUDIT RECORD.
000815*                 COMPUTE_SAMPLE02 LETS A RECUT THROUGH THE
000816*                 ALREADY-COMPUTED (R008) AND DUPLICATE (R009)
000817*                 GUARDS AND TAGS ITS AUDIT RECORD. THE UPSTREAM
000818*                 EXTRACTS LEAVE IT BLANK.
000828*----------------------------------------------------------------
000900 01  RAD-RECORD.
001000     05 RAD-PART-NUMBER          PIC X(10).
001100     05 RAD-PART-DATE            PIC 9(08).
001670        88 RAD-SHIFT-1                 VALUE "1".
001680        88 RAD-SHIFT-2                 VALUE "2".
001690        88 RAD-SHIFT-3                 VALUE "3".
001692     05 RAD-WO-NUMBER            PIC 9(06).
001694     05 RAD-WO-NUMBER-X REDEFINES
001696        RAD-WO-NUMBER            PIC X(06).
001697     05 RAD-WO-LINE              PIC 9(03).
001698     05 RAD-WO-LINE-X REDEFINES
001699        RAD-WO-LINE              PIC X(03).
001709     05 RAD-RECUT-FLAG           PIC X(01).
001719        88 RAD-RECUT                  VALUE "Y".
001729     05 FILLER                   PIC X(61).
