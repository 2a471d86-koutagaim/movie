000100*----------------------------------------------------------------
000200* EXCREC01 - MORNING EXCEPTION DIGEST EXCEPTION RECORD.
000300*----------------------------------------------------------------
000400* 2026-10-12 DKO  ORIGINAL VERSION - ONE DETAIL RECORD PER
000500*                 EXCEPTION EXCDIG01 FINDS IN THE NIGHT'S
000600*                 OUTPUTS, AND ALWAYS ONE TRAILER WITH THE ERROR
000700*                 AND WARNING COUNTS (BOTH ZERO ON A CLEAN
000800*                 NIGHT), FOR THE SCHEDULER'S ALERTING TO PICK
000900*                 UP. A FILE WITH NO TRAILER MEANS THE DIGEST
001000*                 ITSELF DID NOT FINISH. SEVERITY "E" IS A JOB
001100*                 THAT FAILED, DID NOT RUN OR CANNOT BE TRUSTED;
001200*                 "W" IS A COUNT OVER ITS LIMIT. CODES:
001300*                   MISS - INPUT MISSING OR EMPTY
001400*                   STAL - INPUT NOT FROM TONIGHT'S RUN
001500*                   INCP - REPORT ENDS WITHOUT ITS TOTALS
001600*                   RTCD - RETURN CODE OVER THE LIMIT
001700*                   CTOT - CONTROL TOTALS OUT OF BALANCE
001800*                   XTRL - RESULTS EXTRACT TRAILER PROBLEM
001900*                   LBAL - AUDIT RELOAD OUT OF BALANCE
002000*                   NGAP - A WORKING NIGHT WAS MISSED
002100*                   REJS - REJECTS OVER THE LIMIT
002200*                   UNPR - UNPRICED RESULTS OVER THE LIMIT
002300*                   DUPS - DUPLICATES OVER THE LIMIT
002400*                   OPNA - OPEN CUTS OLDER THAN THE LIMIT
002500*                   NSNT - CONFIRMED WORK NEVER EXTRACTED
002600*                   RAGE - REJECTS OLDER THAN THE LIMIT
002700*                   ROUT - OUTSTANDING REJECTS OVER THE LIMIT
002800*                   LDUP - RELOAD DUPLICATE KEYS OVER THE LIMIT
002900*                   PARM - DIGEST PARAMETER CARD PROBLEM
003000*----------------------------------------------------------------
003100 01  EXC-RECORD.
003200     05 EXC-RECORD-TYPE          PIC X(01).
003300        88 EXC-TYPE-DETAIL            VALUE "D".
003400        88 EXC-TYPE-TRAILER           VALUE "T".
003500     05 EXC-RUN-DATE             PIC 9(08).
003600     05 EXC-RUN-TIME             PIC 9(08).
003700     05 EXC-JOB-NAME             PIC X(08).
003800     05 EXC-SEVERITY             PIC X(01).
003900        88 EXC-SEVERITY-ERROR         VALUE "E".
004000        88 EXC-SEVERITY-WARNING       VALUE "W".
004100     05 EXC-CODE                 PIC X(04).
004200     05 EXC-VALUE                PIC 9(07).
004300     05 EXC-LIMIT                PIC 9(07).
004400     05 EXC-TEXT                 PIC X(36).
004500 01  EXC-TRAILER-RECORD.
004600     05 EXC-TRL-RECORD-TYPE      PIC X(01).
004700     05 EXC-TRL-RUN-DATE         PIC 9(08).
004800     05 EXC-TRL-RUN-TIME         PIC 9(08).
004900     05 EXC-TRL-ERROR-COUNT      PIC 9(05).
005000     05 EXC-TRL-WARNING-COUNT    PIC 9(05).
005100     05 FILLER                   PIC X(53).
