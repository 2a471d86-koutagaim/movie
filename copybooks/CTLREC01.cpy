000830*                 OWN CONTROL RECORD CARRYING ITS SHIFT CODE;
000840*                 A BLANK SHIFT CODE STILL MEANS A PLANT-WIDE
000850*                 RECORD COVERING THE WHOLE FILE, AS BEFORE.
000860* 2026-10-15 DKO  SHIFT CODE "R" MARKS THE CONTROL RECORD CUTCNF01
000870*                 WRITES BESIDE ITS RECUT EXTRACT. IT COVERS THE
000880*                 RECUT RECORDS (RAD-RECUT-FLAG "Y") ONLY, AND
000890*                 THE SHIFT AND PLANT-WIDE RECORDS NEVER COUNT
000895*                 THEM, SO THE RECUTS CAN RIDE ALONG WITH ANY
000897*                 EXTRACT WITHOUT UPSETTING ITS OWN TOTALS.
000900*----------------------------------------------------------------
001000 01  CTL-RECORD.
001100     05 CTL-RECORD-COUNT         PIC 9(07).
001200     05 CTL-RADIUS-SUM           PIC 9(09)V99.
001210     05 CTL-SHIFT-CODE           PIC X(01).
001220        88 CTL-RECUT-CONTROL          VALUE "R".
001300     05 FILLER                   PIC X(63).
