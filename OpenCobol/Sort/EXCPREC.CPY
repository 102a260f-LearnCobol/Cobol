001560*     FDTE  DATE IS IN THE FUTURE.                               *
001570*     HDAY  DATE IS A HOLIDAY OR NOT ON THE BUSINESS CALENDAR.   *
001580*     PCLS  DATE FALLS IN A CLOSED ACCOUNTING PERIOD.            *
001581*     UNID  ID IS NOT ON THE ID REFERENCE FILE (ACCTREF).        *
001582*     CLSD  ID IS CLOSED ON THE REFERENCE FILE.                  *
001583*     BLKD  ID IS BLOCKED ON THE REFERENCE FILE.                 *
001584*     LMTX  POSITION PASSES THE ID'S LIMIT (REFERENCE FILE).     *
001600*     CTLT  CONTROL CARD TOTAL DID NOT RECONCILE (BATCH LEVEL).  *
001700*     RCNT  CONTROL CARD RECORD COUNT MISMATCH (BATCH LEVEL).    *
001800*     TCNT  BATCH TRAILER RECORD COUNT MISMATCH (BATCH LEVEL).   *
002896*                   CHARACTERS) NO LONGER FIT IN 80.  EXCPFILE    *
002897*                   AND THE CARRY-FORWARD FILE BOTH CARRY THE     *
002898*                   WIDER RECORD.                                 *
002899*  15/10/2026 DLM   ADDED THE ID REFERENCE REASONS (UNID, CLSD,   *
002900*                   BLKD, LMTX) FROM THE NEW ACCTREF CHECKS.      *
002950******************************************************************
003000     05  EX-REASON              PIC X(04).
003100     05  FILLER                 PIC X(01).
003200     05  EX-DETAIL-REC.
