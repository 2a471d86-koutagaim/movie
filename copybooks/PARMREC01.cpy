000810*                 THE RUN DATE, WHICH IS RIGHT EVERY NIGHT THE
000812*                 JOB RUNS ON SCHEDULE; KEY IT EXPLICITLY WHEN
000814*                 CATCHING UP A MISSED NIGHT AFTER MIDNIGHT.
000815* 2026-10-05 DKO  ADDED PARM-CALENDAR-OVERRIDE - "Y" LETS A CYCLE
000816*                 DATE THAT IS NOT A WORKING DAY ON THE SHOP
000817*                 CALENDAR RUN INSTEAD OF BEING REFUSED.
000818* 2026-10-15 DKO  ADDED PARM-CLOSE-OPTION AND THE RUN DATE/TIME
000819*                 IT NAMES - "Y" LETS THE OPERATOR CLOSE AN
000820*                 ABENDED RUN THAT WILL NEVER BE RESTARTED (OR
000821*                 WHOSE LOG NO LONGER AGREES WITH ITS
000822*                 CHECKPOINT) WITH AN OPERATOR TRAILER, SO THE
000823*                 LOG CAN BE ARCHIVED AGAIN. ONLY THE UNFINISHED
000824*                 RUN WITH THAT EXACT RUN DATE AND TIME IS
000825*                 CLOSED. BLANK THE OPTION AGAIN AFTERWARDS.
000826*----------------------------------------------------------------
000900 01  PARM-RECORD.
001000     05 PARM-ROUND-OPTION        PIC X(01).
001100        88 PARM-ROUND-YES             VALUE "R".
001260        88 PARM-REPROCESS-YES        VALUE "Y".
001270        88 PARM-REPROCESS-NO         VALUE "N".
001280     05 PARM-CYCLE-DATE          PIC X(08).
001285     05 PARM-CALENDAR-OVERRIDE   PIC X(01).
001286        88 PARM-CALENDAR-OVERRIDE-YES VALUE "Y".
001287     05 PARM-CLOSE-OPTION        PIC X(01).
001288        88 PARM-CLOSE-YES            VALUE "Y".
001289     05 PARM-CLOSE-RUN-DATE      PIC X(08).
001290     05 PARM-CLOSE-RUN-TIME      PIC X(08).
001300     05 FILLER                   PIC X(43).
