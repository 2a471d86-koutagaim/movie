001100*                 DAYS-OPEN FIGURE ON THE REPORT IS MEASURED
001200*                 FROM THAT DATE, SO AGING UNCONFIRMED WORK IS
001300*                 VISIBLE DAY OVER DAY.
001310* 2026-10-12 DKO  ADDED THE WORK-ORDER NUMBER AND LINE (CARVED OUT
001320*                 OF THE FILLER - RECORD LENGTH UNCHANGED), TAKEN
001330*                 FROM THE EXTRACT. ENTRIES CARRIED FORWARD FROM
001340*                 BEFORE THE CHANGE HOLD SPACES.
001350* 2026-10-14 DKO  ADDED THE SHIFT CODE, CALC TYPE AND RESULT OF
001360*                 THE FIRST EXTRACT DETAIL FOR THE CUT, AND THE
001370*                 WORKING DAYS OPEN AS OF THE NIGHT THE RECORD
001380*                 WAS WRITTEN (CARVED OUT OF THE FILLER - RECORD
001390*                 LENGTH UNCHANGED), FOR THE KEYED COPY THE
001392*                 OPEN-CUTS INQUIRY (OPNINQ01) BROWSES. ENTRIES
001394*                 CARRIED FORWARD FROM BEFORE THE CHANGE HOLD
001396*                 SPACES UNTIL CUTCNF01 NEXT WRITES THEM.
001400*----------------------------------------------------------------
001500 01  OPN-RECORD.
001600     05 OPN-PART-NUMBER          PIC X(10).
001700     05 OPN-PART-DATE            PIC 9(08).
001800     05 OPN-EXTRACT-DATE         PIC 9(08).
001810     05 OPN-WO-NUMBER            PIC 9(06).
001820     05 OPN-WO-NUMBER-X REDEFINES
001830        OPN-WO-NUMBER            PIC X(06).
001840     05 OPN-WO-LINE              PIC 9(03).
001850     05 OPN-WO-LINE-X REDEFINES
001860        OPN-WO-LINE              PIC X(03).
001862     05 OPN-SHIFT-CODE           PIC X(01).
001864     05 OPN-CALC-TYPE            PIC X(04).
001866     05 OPN-RESULT               PIC 9(09)V99.
001868     05 OPN-RESULT-X REDEFINES
001870        OPN-RESULT               PIC X(11).
001872     05 OPN-DAYS-OPEN            PIC 9(05).
001874     05 OPN-DAYS-OPEN-X REDEFINES
001876        OPN-DAYS-OPEN            PIC X(05).
001900     05 FILLER                   PIC X(24).
