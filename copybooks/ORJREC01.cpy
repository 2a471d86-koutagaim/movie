001400*                 ORJ-FIRST-DATE IS THE DATE THE REJECT FIRST
001500*                 REACHED THE MASTER - THE AGING IS MEASURED
001600*                 FROM IT.
001610* 2026-10-12 DKO  ADDED THE WORK-ORDER NUMBER AND LINE OF THE
001620*                 REJECTED CUT (TEXT, AS ON THE REJECT) IN PLACE
001630*                 OF THE FILLER - RECORD LENGTH UNCHANGED - SO
001640*                 THE ORDER-STATUS REPORT CAN SHOW WHICH ORDERS
001650*                 ARE HELD UP BY A REJECT. ENTRIES ROLLED IN
001660*                 BEFORE THE CHANGE CARRY SPACES.
001661* 2026-10-15 DKO  ADDED ORJ-RECUT-FLAG, CARRIED FROM REJ-RECUT-FLAG
001662*                 BY REJTRK01, SO A RECUT HELD ON THE MASTER IS
001663*                 STILL REWORKED AS A RECUT BY REJFIX01 AND
001664*                 RELEASED AS ONE BY ENGIMP01. THERE WAS NO
001665*                 FILLER LEFT, SO THE RECORD GROWS FROM 80 TO
001666*                 100 BYTES, WITH TRAILING FILLER FOR FIELDS
001667*                 STILL TO COME. AT CUTOVER THE CLUSTER MUST BE
001668*                 UNLOADED, REDEFINED WITH RECORDSIZE(100 100)
001669*                 AND RELOADED BLANK-PADDED (SORT OPTION COPY,
001670*                 OUTREC=(1,80,100:X)) - SEE COMPS08. ENTRIES
001671*                 ROLLED IN BEFORE THE CHANGE CARRY A SPACE.
001700*----------------------------------------------------------------
001800 01  ORJ-RECORD.
001900     05 ORJ-KEY.
002600     05 ORJ-CALC-MODE            PIC X(01).
002700     05 ORJ-SHIFT-CODE           PIC X(01).
002800     05 ORJ-FIRST-DATE           PIC 9(08).
002900     05 ORJ-WO-NUMBER            PIC X(06).
003000     05 ORJ-WO-LINE              PIC X(03).
003100     05 ORJ-RECUT-FLAG           PIC X(01).
003200        88 ORJ-RECUT                  VALUE "Y".
003300     05 FILLER                   PIC X(19).
