000100*----------------------------------------------------------------
000200* ECHREC01 - PART-MASTER ENGINEERING-CHANGE RECORD.
000300*----------------------------------------------------------------
000400* 2026-10-05 DKO  ORIGINAL VERSION - ONE RECORD PER PART WHOSE
000500*                 MATERIAL CODE, STATUS OR CUTTABLE-RADIUS
000600*                 LIMITS PRTMNT01 ACTUALLY CHANGED (A CARD THAT
000700*                 ONLY TOUCHED THE DESCRIPTION, OR WAS IN ERROR,
000800*                 WRITES NOTHING), CARRYING THE VALUES BEFORE
000900*                 AND AFTER. THE STEP010 SORT REPLACES THE LIVE
001000*                 MASTER, SO THIS IS THE ONLY RECORD OF WHAT
001100*                 STOOD BEFORE - ENGIMP01 READS IT TO SCAN THE
001200*                 OPEN CUTS AND OUTSTANDING REJECTS FOR WORK THE
001300*                 CHANGE AFFECTS. LIMITS ARE CARRIED AS ON THE
001400*                 MASTER: SPACES MEAN NO LIMIT AT THAT END.
001500*----------------------------------------------------------------
001600 01  ECH-RECORD.
001700     05 ECH-PART-NUMBER          PIC X(10).
001800     05 ECH-ACTION-CODE          PIC X(01).
001900        88 ECH-ACTION-CHANGE          VALUE "C".
002000        88 ECH-ACTION-OBSOLETE        VALUE "O".
002100     05 ECH-OLD-MATERIAL-CODE    PIC X(04).
002200     05 ECH-NEW-MATERIAL-CODE    PIC X(04).
002300     05 ECH-OLD-STATUS-CODE      PIC X(01).
002400     05 ECH-NEW-STATUS-CODE      PIC X(01).
002500        88 ECH-NEW-STATUS-OBSOLETE    VALUE "O".
002600     05 ECH-OLD-MIN-RADIUS-X     PIC X(07).
002700     05 ECH-OLD-MAX-RADIUS-X     PIC X(07).
002800     05 ECH-NEW-MIN-RADIUS       PIC 9(05)V99.
002900     05 ECH-NEW-MIN-RADIUS-X REDEFINES
003000        ECH-NEW-MIN-RADIUS       PIC X(07).
003100     05 ECH-NEW-MAX-RADIUS       PIC 9(05)V99.
003200     05 ECH-NEW-MAX-RADIUS-X REDEFINES
003300        ECH-NEW-MAX-RADIUS       PIC X(07).
003400     05 ECH-MATERIAL-CHANGED     PIC X(01).
003410        88 ECH-MATERIAL-WAS-CHANGED   VALUE "Y".
003500     05 ECH-STATUS-CHANGED       PIC X(01).
003510        88 ECH-STATUS-WAS-CHANGED     VALUE "Y".
003600     05 ECH-LIMITS-CHANGED       PIC X(01).
003610        88 ECH-LIMITS-WERE-CHANGED    VALUE "Y".
003700     05 FILLER                   PIC X(28).
