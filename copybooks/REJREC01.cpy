000909*                 MASTER) FOR THE PER-PART LIMIT CHECK IN
000910*                 COMPUTE_SAMPLE02, SO THE DATA GROUP SEES
000911*                 EXACTLY WHICH PART'S TOLERANCE WAS BLOWN.
000913* 2026-10-12 DKO  ADDED THE WORK-ORDER NUMBER AND LINE AS RECEIVED
000914*                 (TEXT, CARVED OUT OF THE FILLER) AND REASON
000915*                 CODE R012 (WORK ORDER OR LINE MISSING, NOT
000916*                 NUMERIC OR ZERO).
000917* 2026-10-15 DKO  ADDED REJ-RECUT-FLAG (ONE BYTE CARVED OUT OF THE
000918*                 FILLER - RECORD LENGTH UNCHANGED), SET FROM
000919*                 RAD-RECUT-FLAG, SO A RECUT THAT FAILS AN EDIT
000920*                 STAYS A RECUT THROUGH REJTRK01 AND REJFIX01 AND
000921*                 IS NOT REWORKED AS AN ORDINARY CUT. REJECTS
000922*                 WRITTEN BEFORE THE CHANGE CARRY A SPACE.
000926*----------------------------------------------------------------
001000 01  REJ-RECORD.
001100     05 REJ-PART-NUMBER          PIC X(10).
001200     05 REJ-PART-DATE            PIC 9(08).
001940        88 REJ-REASON-DUPLICATE       VALUE "R009".
001950        88 REJ-REASON-BAD-SHIFT       VALUE "R010".
001960        88 REJ-REASON-RADIUS-LIMITS   VALUE "R011".
001970        88 REJ-REASON-BAD-WORK-ORDER  VALUE "R012".
002000     05 REJ-REASON-TEXT          PIC X(30).
002010     05 REJ-UOM-CODE             PIC X(02).
002020     05 REJ-CALC-MODE            PIC X(01).
002030     05 REJ-SHIFT-CODE           PIC X(01).
002040     05 REJ-WO-NUMBER            PIC X(06).
002050     05 REJ-WO-LINE              PIC X(03).
002060     05 REJ-RECUT-FLAG           PIC X(01).
002070        88 REJ-RECUT                  VALUE "Y".
002100     05 FILLER                   PIC X(06).
