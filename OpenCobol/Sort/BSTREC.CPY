000100******************************************************************
000200* COPYBOOK.    BSTREC                                             *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE BATCH STATUS FILE (BATCHSTS).  BUBBLE-    *
000700* SORT WRITES ONE RECORD FOR EVERY LOGICAL BATCH IT SORTS, AS     *
000800* THE BATCH CLOSES, AND RE-CREATES THE FILE EVERY RUN.  RTNGEN    *
000900* READS IT, WITH THE NIGHT'S EXCEPTIONS, TO BUILD THE RETURN      *
001000* FILE FOR EACH ORIGIN (SEE RTNREC).  A BATCH THE RECEIPT         *
001100* REGISTER HELD OUT OF THE SORT HAS NO RECORD.                    *
001200*                                                                 *
001300* RECEIVED IS EVERY DETAIL RECORD LOADED FOR THE BATCH, ACROSS    *
001400* ALL ITS TABLE LOADS; ACCEPTED IS WHAT THE SORT WROTE TO         *
001500* OUTFILE FOR IT.  AMOUNTS ARE IN THE BASE CURRENCY AS CONVERTED  *
001600* AT LOAD TIME - A RECORD WITH NO USABLE RATE COUNTS AT ITS       *
001700* AS-SENT AMOUNT.  IN NETTING MODE THE ACCEPTED COUNT IS OF       *
001800* NETTED RECORDS, SO IT MAY FALL SHORT OF RECEIVED WITHOUT ANY    *
001900* RECORD HAVING BEEN REFUSED.                                     *
002000*                                                                 *
002100* BST-CTL-CHECK NAMES THE FIRST CONTROL CHECK THE BATCH FAILED -  *
002200* CTLT, RCNT OR TCNT, AS ON EXCPFILE - AND IS SPACES WHEN IT      *
002300* PASSED THEM ALL.                                                *
002400*                                                                 *
002500* COPY DIRECTLY UNDER AN 01-LEVEL RECORD; USE REPLACING, AS       *
002600* WITH SRTREC, IF THE BST- NAMES WOULD COLLIDE.                   *
002700*-----------------------------------------------------------------*
002800* MODIFICATION HISTORY                                            *
002900*  DATE       INIT  DESCRIPTION                                   *
003000*  15/10/2026 DLM   ORIGINAL COPYBOOK.                            *
003100******************************************************************
003200     05  BST-RUN-DATE           PIC 9(08).
003300     05  BST-BATCH-ID           PIC X(08).
003400     05  BST-ORIGIN             PIC X(04).
003500     05  BST-RECV-COUNT         PIC 9(05).
003600     05  BST-RECV-AMOUNT        PIC S9(09)V99
003700                                SIGN IS LEADING SEPARATE.
003800     05  BST-ACC-COUNT          PIC 9(05).
003900     05  BST-ACC-AMOUNT         PIC S9(09)V99
004000                                SIGN IS LEADING SEPARATE.
004100     05  BST-CTL-CHECK          PIC X(04).
004200     05  FILLER                 PIC X(22).
