000100*----------------------------------------------------------------
000200* DIGREC01 - EXCDIG01 MORNING EXCEPTION DIGEST PARAMETER CARD.
000300*----------------------------------------------------------------
000400* 2026-10-12 DKO  ORIGINAL VERSION - THE TOLERANCES THE MORNING
000500*                 DIGEST HOLDS THE NIGHT'S OUTPUTS TO. EACH
000600*                 COUNT IS AN EXCEPTION WHEN IT IS OVER THE
000700*                 LIMIT ON THE CARD. A BLANK FIELD TAKES THE
000800*                 DEFAULT SHOWN; A FIELD THAT IS NOT NUMERIC
000900*                 ALSO TAKES THE DEFAULT AND IS ITSELF REPORTED.
001000*                   STALE DAYS     - DAYS AN INPUT'S RUN DATE
001100*                                    MAY TRAIL THE DIGEST'S (1)
001200*                   RETURN CODE    - HIGHEST RC ACCEPTED (4)
001300*                   REJECTS        - NIGHTLY REJECTS (25)
001400*                   UNPRICED       - UNPRICED RESULTS (0)
001500*                   DUPLICATES     - DUPLICATES REJECTED (0)
001600*                   OPEN DAYS      - WORKING DAYS A CUT MAY
001700*                                    STAY OPEN (5)
001800*                   NEVER SENT     - CONFIRMED WORK NEVER
001900*                                    EXTRACTED (0)
002000*                   REJECT DAYS    - WORKING DAYS A REJECT MAY
002100*                                    STAY OUTSTANDING (10)
002200*                   OUTSTANDING    - OUTSTANDING REJECTS (100)
002300*                   LOAD DUPS      - AUDIT RELOAD DUPLICATE
002400*                                    KEYS (0)
002500*----------------------------------------------------------------
002600 01  DIG-PARM-RECORD.
002700     05 DIG-STALE-DAYS           PIC 9(02).
002800     05 DIG-STALE-DAYS-X REDEFINES
002900        DIG-STALE-DAYS           PIC X(02).
003000     05 DIG-MAX-RETURN-CODE      PIC 9(02).
003100     05 DIG-MAX-RETURN-CODE-X REDEFINES
003200        DIG-MAX-RETURN-CODE      PIC X(02).
003300     05 DIG-MAX-REJECTS          PIC 9(05).
003400     05 DIG-MAX-REJECTS-X REDEFINES
003500        DIG-MAX-REJECTS          PIC X(05).
003600     05 DIG-MAX-UNPRICED         PIC 9(05).
003700     05 DIG-MAX-UNPRICED-X REDEFINES
003800        DIG-MAX-UNPRICED         PIC X(05).
003900     05 DIG-MAX-DUPLICATES       PIC 9(05).
004000     05 DIG-MAX-DUPLICATES-X REDEFINES
004100        DIG-MAX-DUPLICATES       PIC X(05).
004200     05 DIG-MAX-OPEN-DAYS        PIC 9(03).
004300     05 DIG-MAX-OPEN-DAYS-X REDEFINES
004400        DIG-MAX-OPEN-DAYS        PIC X(03).
004500     05 DIG-MAX-NEVER-SENT       PIC 9(05).
004600     05 DIG-MAX-NEVER-SENT-X REDEFINES
004700        DIG-MAX-NEVER-SENT       PIC X(05).
004800     05 DIG-MAX-REJECT-DAYS      PIC 9(03).
004900     05 DIG-MAX-REJECT-DAYS-X REDEFINES
005000        DIG-MAX-REJECT-DAYS      PIC X(03).
005100     05 DIG-MAX-OUTSTANDING      PIC 9(05).
005200     05 DIG-MAX-OUTSTANDING-X REDEFINES
005300        DIG-MAX-OUTSTANDING      PIC X(05).
005400     05 DIG-MAX-LOAD-DUPS        PIC 9(05).
005500     05 DIG-MAX-LOAD-DUPS-X REDEFINES
005600        DIG-MAX-LOAD-DUPS        PIC X(05).
005700     05 FILLER                   PIC X(40).
