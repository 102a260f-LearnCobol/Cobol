000100******************************************************************
000200* COPYBOOK.    RTNREC                                             *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE RETURN FILE SENT BACK TO EACH ORIGIN      *
000700* (DATASET RTN FOLLOWED BY THE ORIGIN CODE, E.G. RTNEAST),        *
000800* WRITTEN BY RTNGEN AT THE END OF EVERY SORT RUN.  THIS IS THE    *
000900* LAYOUT THE REGIONS LOAD - CHANGE IT ONLY WITH THEM.  FIXED      *
001000* 120-BYTE LINES, EVERY FIELD AT A FIXED POSITION WITH A BLANK    *
001100* BETWEEN FIELDS, AMOUNTS SIGNED (LEADING SIGN) WITH TWO IMPLIED  *
001200* DECIMALS AND IN THE BASE CURRENCY UNLESS SAID OTHERWISE.        *
001300*                                                                 *
001400* EVERY RECORD:                                                   *
001500*     POS   1      RECORD TYPE - S BATCH STATUS, D EXCEPTION      *
001600*                  DETAIL, T TRAILER.                             *
001700*     POS   3-6    ORIGIN.                                        *
001800*     POS   8-15   BATCH ID (SPACES ON THE TRAILER).              *
001900*     POS  17-24   RUN DATE, CCYYMMDD.                            *
002000*                                                                 *
002100* S - ONE PER BATCH THE ORIGIN SENT THAT THE SORT RAN, EACH       *
002200* FOLLOWED BY ITS D RECORDS:                                      *
002300*     POS  26      STATUS - A ACCEPTED, F FAILED A CONTROL        *
002400*                  CHECK, P PARTIALLY ACCEPTED.                   *
002500*     POS  28-31   THE CONTROL CHECK FAILED (CTLT, RCNT, TCNT),   *
002600*                  SPACES UNLESS STATUS F.                        *
002700*     POS  33-37   RECORDS RECEIVED.                              *
002800*     POS  39-50   AMOUNT RECEIVED.                               *
002900*     POS  52-56   RECORDS ACCEPTED.                              *
003000*     POS  58-69   AMOUNT ACCEPTED.                               *
003100*     POS  71-75   EXCEPTIONS (D RECORDS) FOR THE BATCH.          *
003200*                                                                 *
003300* D - ONE PER EXCEPTION THE SORT RAISED ON THE BATCH:             *
003400*     POS  26-29   REASON CODE (SEE EXCPREC).                     *
003500*     POS  31-40   ID AS SENT.                                    *
003600*     POS  42-49   AMOUNT.                                        *
003700*     POS  51-58   DATE AS SENT.                                  *
003800*     POS  60-62   CURRENCY AS SENT.                              *
003900*     POS  64-71   AMOUNT AS SENT, IN THAT CURRENCY.              *
004000*     POS  73-112  REASON TEXT.                                   *
004100* A BATCH-LEVEL REASON (CTLT, RCNT, TCNT) CARRIES NO RECORD - ITS *
004200* ID, DATE AND CURRENCY ARE SPACES AND ITS AMOUNTS ZERO.          *
004300*                                                                 *
004400* T - ONE, LAST, WITH THE CONTROL TOTALS FOR THE FILE:            *
004500*     POS  26-30   BATCHES (S RECORDS).                           *
004600*     POS  32-36   BATCHES ACCEPTED.                              *
004700*     POS  38-42   BATCHES FAILED.                                *
004800*     POS  44-48   BATCHES PARTIALLY ACCEPTED.                    *
004900*     POS  50-56   RECORDS RECEIVED.                              *
005000*     POS  58-71   AMOUNT RECEIVED.                               *
005100*     POS  73-79   RECORDS ACCEPTED.                              *
005200*     POS  81-94   AMOUNT ACCEPTED.                               *
005300*     POS  96-102  EXCEPTION DETAILS (D RECORDS).                 *
005400*     POS 104-110  RECORDS ON THE FILE, THE TRAILER INCLUDED.     *
005500*                                                                 *
005600* COPY DIRECTLY UNDER AN 01-LEVEL RECORD.                         *
005700*-----------------------------------------------------------------*
005800* MODIFICATION HISTORY                                            *
005900*  DATE       INIT  DESCRIPTION                                   *
006000*  15/10/2026 DLM   ORIGINAL COPYBOOK.                            *
006100******************************************************************
006200     05  RN-REC-TYPE            PIC X(01).
006300         88  RN-STATUS-REC          VALUE "S".
006400         88  RN-DETAIL-REC          VALUE "D".
006500         88  RN-TRAILER-REC         VALUE "T".
006600     05  FILLER                 PIC X(01).
006700     05  RN-ORIGIN              PIC X(04).
006800     05  FILLER                 PIC X(01).
006900     05  RN-BATCH-ID            PIC X(08).
007000     05  FILLER                 PIC X(01).
007100     05  RN-RUN-DATE            PIC 9(08).
007200     05  FILLER                 PIC X(01).
007300     05  RN-BODY                PIC X(95).
007400*    S - BATCH STATUS.
007500     05  RN-STATUS-BODY REDEFINES RN-BODY.
007600         10  RN-STATUS          PIC X(01).
007700             88  RN-ACCEPTED        VALUE "A".
007800             88  RN-FAILED          VALUE "F".
007900             88  RN-PARTIAL         VALUE "P".
008000         10  FILLER             PIC X(01).
008100         10  RN-FAIL-CHECK      PIC X(04).
008200         10  FILLER             PIC X(01).
008300         10  RN-RECV-COUNT      PIC 9(05).
008400         10  FILLER             PIC X(01).
008500         10  RN-RECV-AMOUNT     PIC S9(09)V99
008600                                SIGN IS LEADING SEPARATE.
008700         10  FILLER             PIC X(01).
008800         10  RN-ACC-COUNT       PIC 9(05).
008900         10  FILLER             PIC X(01).
009000         10  RN-ACC-AMOUNT      PIC S9(09)V99
009100                                SIGN IS LEADING SEPARATE.
009200         10  FILLER             PIC X(01).
009300         10  RN-EXCP-COUNT      PIC 9(05).
009400         10  FILLER             PIC X(45).
009500*    D - EXCEPTION DETAIL.
009600     05  RN-DETAIL-BODY REDEFINES RN-BODY.
009700         10  RN-REASON          PIC X(04).
009800         10  FILLER             PIC X(01).
009900         10  RN-ID              PIC X(10).
010000         10  FILLER             PIC X(01).
010100         10  RN-AMOUNT          PIC S9(05)V99
010200                                SIGN IS LEADING SEPARATE.
010300         10  FILLER             PIC X(01).
010400         10  RN-DATE            PIC X(08).
010500         10  FILLER             PIC X(01).
010600         10  RN-CURRENCY        PIC X(03).
010700         10  FILLER             PIC X(01).
010800         10  RN-ORIG-AMOUNT     PIC S9(05)V99
010900                                SIGN IS LEADING SEPARATE.
011000         10  FILLER             PIC X(01).
011100         10  RN-TEXT            PIC X(40).
011200         10  FILLER             PIC X(08).
011300*    T - TRAILER.
011400     05  RN-TRAILER-BODY REDEFINES RN-BODY.
011500         10  RN-BATCH-COUNT     PIC 9(05).
011600         10  FILLER             PIC X(01).
011700         10  RN-ACC-BATCHES     PIC 9(05).
011800         10  FILLER             PIC X(01).
011900         10  RN-FAIL-BATCHES    PIC 9(05).
012000         10  FILLER             PIC X(01).
012100         10  RN-PART-BATCHES    PIC 9(05).
012200         10  FILLER             PIC X(01).
012300         10  RN-TOT-RECV-COUNT  PIC 9(07).
012400         10  FILLER             PIC X(01).
012500         10  RN-TOT-RECV-AMOUNT PIC S9(11)V99
012600                                SIGN IS LEADING SEPARATE.
012700         10  FILLER             PIC X(01).
012800         10  RN-TOT-ACC-COUNT   PIC 9(07).
012900         10  FILLER             PIC X(01).
013000         10  RN-TOT-ACC-AMOUNT  PIC S9(11)V99
013100                                SIGN IS LEADING SEPARATE.
013200         10  FILLER             PIC X(01).
013300         10  RN-DETAIL-COUNT    PIC 9(07).
013400         10  FILLER             PIC X(01).
013500         10  RN-RECORD-COUNT    PIC 9(07).
013600         10  FILLER             PIC X(10).
