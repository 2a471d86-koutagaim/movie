000286*                 - AT CUTOVER THE EXISTING LOG, NEW-LOG AND
000287*                 ARCHIVE GENERATIONS MUST BE COPIED AND
000288*                 BLANK-PADDED TO LRECL=96 (SEE AUDREC01).
000289* 2026-10-05 DKO  RECORD AREAS WIDENED FROM 96 TO 128 FOR THE RUN
000290*                 SEQUENCE, CHECK VALUE AND RUN TRAILER ADDED TO
000291*                 AUDREC01. A RUN'S DETAILS AND TRAILER SHARE ITS
000292*                 RUN DATE, SO THE CUT-OFF NEVER SPLITS A RUN AND
000293*                 BOTH SIDES STILL VERIFY (AUDVFY01, COMPS03
000294*                 STEP005). TRAILERS ARE COUNTED AS RECORDS.
000295*----------------------------------------------------------------
000300 ENVIRONMENT                     DIVISION.
000310 CONFIGURATION                   SECTION.
000320 SOURCE-COMPUTER.                IBM-370.
000500 DATA                            DIVISION.
000510 FILE                            SECTION.
000520 FD  AUDIT-FILE.
000530 01  AUD-INPUT-RECORD            PIC X(128).
000540 FD  ARCHIVE-FILE.
000550 01  ARC-OUTPUT-RECORD           PIC X(128).
000560 FD  NEWLOG-FILE.
000570 01  NEW-OUTPUT-RECORD           PIC X(128).
000580 FD  PARM-FILE.
000590     COPY ARCREC01.
000600 FD  REPORT-FILE.
