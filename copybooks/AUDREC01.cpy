000899*                 LEAVES 91-BYTE RECORDS THAT FAIL EVERY READ
000900*                 THROUGH THIS LAYOUT. RECORDS WRITTEN BEFORE
000901*                 THE CHANGE CARRY SPACES IN THE NEW FIELDS.
000903* 2026-10-05 DKO  TAMPER-EVIDENT CHAINING. EVERY RECORD A RUN
000904*                 WRITES NOW CARRIES A RECORD TYPE, ITS
000905*                 SEQUENCE NUMBER WITHIN THE RUN (1, 2, 3 ...)
000906*                 AND A CHECK VALUE CHAINED FROM THE RECORD
000907*                 BEFORE IT, AND EVERY RUN ENDS WITH A TRAILER
000908*                 RECORD (TYPE "T") CARRYING THE RUN'S RECORD
000909*                 COUNT IN AUD-RUN-SEQUENCE AND ITS FINAL CHECK
000910*                 VALUE IN AUD-CHAIN-VALUE. A RESTART RUN CLOSES
000911*                 OFF THE ABORTED RUN IT RESUMES WITH A TRAILER
000912*                 OF TYPE "A". THE TRAILER CARRIES THE RUN ID,
000913*                 RUN DATE AND RUN TIME OF ITS RUN, SPACES IN
000914*                 THE PART NUMBER AND PART DATE, CALC TYPE
000915*                 "TRLR" AND ZERO AMOUNTS - EVERY PROGRAM THAT
000916*                 READS THE LOG FOR COMPUTATIONS MUST SKIP IT.
000917*                 THE CHECK VALUE STARTS AT ZERO FOR EACH RUN;
000918*                 FOR EACH RECORD, EACH OF ITS FIRST 119 BYTES
000919*                 (EVERYTHING BUT THE CHECK VALUE ITSELF) IS
000920*                 FOLDED IN AS  V = (V * 256 + BYTE) MOD
000921*                 999999937, WHERE BYTE IS THE CHARACTER'S CODE
000922*                 POINT (COMPUTE_SAMPLE02 8200-CHAIN-RECORD AND
000923*                 AUDVFY01 8200-CHAIN-RECORD MUST STAY IN STEP).
000924*                 ANY RECORD REMOVED, REPEATED OR ALTERED BREAKS
000925*                 THE SEQUENCE OR THE CHAIN, AND AUDVFY01 NAMES
000926*                 THE RUN AND ITS FIRST FAILING RECORD. RECORD
000927*                 LENGTH GROWS FROM 96 TO 128, WITH TRAILING
000928*                 FILLER AHEAD OF THE CHECK VALUE FOR FIELDS
000929*                 STILL TO COME. AT CUTOVER THE EXISTING LOG,
000930*                 NEW-LOG AND EVERY ARCHIVE GENERATION MUST BE
000931*                 COPIED AND BLANK-PADDED TO LRECL=128 (SORT
000932*                 OPTION COPY, OUTREC=(1,96,128:X)). RECORDS
000933*                 WRITTEN BEFORE THE CHANGE CARRY A SPACE RECORD
000934*                 TYPE AND ARE REPORTED AS UNCHAINED, NOT AS
000935*                 FAILURES.
000937* 2026-10-12 DKO  ADDED THE WORK-ORDER NUMBER AND LINE OF THE CUT
000938*                 (CARVED OUT OF THE RESERVED FILLER - RECORD
000939*                 LENGTH UNCHANGED, AND STILL INSIDE THE 119
000940*                 CHAINED BYTES). RECORDS WRITTEN BEFORE THE
000941*                 CHANGE CARRY SPACES IN BOTH FIELDS.
000942* 2026-10-15 DKO  ADDED THE UNIT OF MEASURE AND CALC MODE OF THE
000943*                 CUT-LIST RECORD AND A RECUT FLAG (CARVED OUT OF
000944*                 THE RESERVED FILLER - RECORD LENGTH UNCHANGED,
000945*                 STILL INSIDE THE 119 CHAINED BYTES). THE UNIT
000946*                 AND MODE LET CUTCNF01 REBUILD A SCRAPPED CUT AS
000947*                 A RECUT RECORD; THE FLAG ("Y") MARKS THE
000948*                 COMPUTATIONS THAT WERE RECUTS SO SCRAP CAN BE
000949*                 REPORTED BY PART AND SHIFT (AUDSUMM1). A MODE
000950*                 "B" CUT CARRIES "B" ON BOTH ITS CIRC AND AREA
000951*                 RECORDS. RECORDS WRITTEN BEFORE THE CHANGE
000952*                 CARRY SPACES IN ALL THREE FIELDS.
000953* 2026-10-15 DKO  ADDED TRAILER TYPE "O" - AN OPERATOR CLOSE,
000954*                 WRITTEN BY COMPUTE_SAMPLE02 WHEN ITS PARM CARD
000955*                 NAMES AN ABENDED RUN THAT NO RESTART CAN
000956*                 CLOSE. IT CARRIES THE COUNT AND CHECK VALUE OF
000957*                 THE RUN'S LAST RECORD ON THE LOG AND PROVES
000958*                 LIKE ANY OTHER TRAILER.
000962*----------------------------------------------------------------
001000 01  AUD-RECORD.
001100     05 AUD-RUN-ID               PIC X(08).
001200     05 AUD-RUN-DATE             PIC 9(08).
001980     05 AUD-CALC-COST            PIC 9(09)V99.
001990     05 AUD-CALC-COST-X REDEFINES
001992        AUD-CALC-COST            PIC X(11).
002000     05 AUD-RECORD-TYPE          PIC X(01).
002010        88 AUD-UNCHAINED-RECORD       VALUE SPACE.
002020        88 AUD-DETAIL-RECORD          VALUE "D".
002030        88 AUD-TRAILER-RECORD         VALUES "T" "A" "O".
002040        88 AUD-RESTART-TRAILER        VALUE "A".
002045        88 AUD-OPERATOR-TRAILER       VALUE "O".
002050     05 AUD-RUN-SEQUENCE         PIC 9(07).
002060     05 AUD-RUN-SEQUENCE-X REDEFINES
002070        AUD-RUN-SEQUENCE         PIC X(07).
002072     05 AUD-WO-NUMBER            PIC 9(06).
002074     05 AUD-WO-NUMBER-X REDEFINES
002076        AUD-WO-NUMBER            PIC X(06).
002077     05 AUD-WO-LINE              PIC 9(03).
002078     05 AUD-WO-LINE-X REDEFINES
002079        AUD-WO-LINE              PIC X(03).
002080     05 AUD-UOM-CODE             PIC X(02).
002081     05 AUD-CALC-MODE            PIC X(01).
002082     05 AUD-RECUT-FLAG           PIC X(01).
002083        88 AUD-RECUT                  VALUE "Y".
002084     05 FILLER                   PIC X(02).
002090     05 AUD-CHAIN-VALUE          PIC 9(09).
002100     05 AUD-CHAIN-VALUE-X REDEFINES
002110        AUD-CHAIN-VALUE          PIC X(09).
