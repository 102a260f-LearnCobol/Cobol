000100******************************************************************
000200* COPYBOOK.    HOLDREC                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE HIGH-VALUE HOLD FILE (HOLDFILE, INDEXED   *
000700* ON HD-HOLD-NUM).  MSTRUPDT PUTS A TRANSACTION HERE INSTEAD OF   *
000800* APPLYING IT WHEN IT BREAKS A RELEASE LIMIT (HOLDLIM) - ITS      *
000900* AMOUNT, OR THE SIZE OF THE CHANGE IT WOULD MAKE TO A POSITION   *
001000* ALREADY ON THE MASTER.  THE MORNING HOLD LISTING (HOLDRPT)      *
001100* SHOWS EACH ITEM WITH THE POSITION BEFORE AND AFTER, AND A       *
001200* SUPERVISOR RELEASES OR CANCELS IT AT HOLDMNT.                   *
001300*                                                                 *
001400* STATUS CODES:                                                   *
001500*     H   HELD - WAITING ON A SUPERVISOR; NOT ON THE MASTER.      *
001600*     R   RELEASED - APPLIES IN THE NEXT MSTRUPDT RUN.            *
001700*     C   CANCELLED - NEVER APPLIES.                              *
001800*     A   APPLIED - A RELEASED ITEM MSTRUPDT HAS SINCE APPLIED,   *
001900*         ON HD-APPLIED-DATE.                                     *
002000*                                                                 *
002100* REASON CODES:                                                   *
002200*     TXNL  THE TRANSACTION AMOUNT IS OVER THE LIMIT.             *
002300*     CHGL  THE CHANGE TO THE EXISTING POSITION IS OVER THE       *
002400*           LIMIT.                                                *
002500*                                                                 *
002600* ALL AMOUNTS ARE BASE CURRENCY, AS ON THE MASTER.                *
002700*                                                                 *
002800* COPY DIRECTLY UNDER AN 01-LEVEL RECORD; USE REPLACING, AS       *
002900* WITH SRTREC, IF THE HD- NAMES WOULD COLLIDE.                    *
003000*-----------------------------------------------------------------*
003100* MODIFICATION HISTORY                                            *
003200*  DATE       INIT  DESCRIPTION                                   *
003300*  15/10/2026 DLM   ORIGINAL COPYBOOK.                            *
003400******************************************************************
003500     05  HD-HOLD-NUM            PIC 9(06).
003600     05  HD-STATUS              PIC X(01).
003700         88  HD-HELD                VALUE "H".
003800         88  HD-RELEASED            VALUE "R".
003900         88  HD-CANCELLED           VALUE "C".
004000         88  HD-APPLIED             VALUE "A".
004100     05  HD-HELD-DATE           PIC 9(08).
004200     05  HD-HELD-TIME           PIC 9(06).
004300*    THE TRANSACTION AS IT CAME IN ON TRANFILE - THE SRTREC
004400*    FIELDS AND THE ACTION CODE, IN THAT ORDER, SO THE GROUP
004500*    MOVES STRAIGHT BACK INTO A TRANSACTION RECORD.  THE AMOUNT
004600*    AS SENT IS SPACES FROM A TRANFILE IN THE OLDER LAYOUT.
004700     05  HD-TRANSACTION.
004800         10  HD-AMOUNT          PIC S9(05)V99
004900                                SIGN IS LEADING SEPARATE.
005000         10  HD-ID              PIC X(10).
005100         10  HD-DATE            PIC 9(08).
005200         10  HD-CURRENCY        PIC X(03).
005300         10  HD-ORIG-AMOUNT-X   PIC X(08).
005400         10  HD-BATCH-ID        PIC X(08).
005500         10  HD-ORIGIN          PIC X(04).
005600         10  HD-ACTION          PIC X(01).
005700             88  HD-DELETE          VALUE "D".
005800*    THE POSITION WHEN THE ITEM WAS HELD, AND WHAT IT WOULD HAVE
005900*    BECOME - ZERO BEFORE FOR A NEW ID, ZERO AFTER FOR A DELETE.
006000     05  HD-ON-MASTER-SWITCH    PIC X(01).
006100         88  HD-ON-MASTER           VALUE "Y".
006200         88  HD-NEW-POSITION        VALUE "N".
006300     05  HD-BEFORE-AMOUNT       PIC S9(05)V99
006400                                SIGN IS LEADING SEPARATE.
006500     05  HD-AFTER-AMOUNT        PIC S9(05)V99
006600                                SIGN IS LEADING SEPARATE.
006700     05  HD-CHANGE              PIC S9(06)V99
006800                                SIGN IS LEADING SEPARATE.
006900*    WHY IT WAS HELD - THE REASON, AND THE LIMIT IT BROKE.
007000     05  HD-REASON              PIC X(04).
007100         88  HD-OVER-TXN-LIMIT      VALUE "TXNL".
007200         88  HD-OVER-CHG-LIMIT      VALUE "CHGL".
007300     05  HD-LIMIT-TYPE          PIC X(01).
007400         88  HD-ORIGIN-LIMIT        VALUE "O".
007500         88  HD-CURRENCY-LIMIT      VALUE "C".
007600     05  HD-LIMIT-CODE          PIC X(04).
007700     05  HD-LIMIT-AMOUNT        PIC 9(07)V99.
007800*    WHO RELEASED OR CANCELLED IT, WHEN, AND WHY.
007900     05  HD-OPERATOR            PIC X(08).
008000     05  HD-ACTION-DATE         PIC 9(08).
008100     05  HD-ACTION-TIME         PIC 9(06).
008200     05  HD-NOTE                PIC X(30).
008300     05  HD-APPLIED-DATE        PIC 9(08).
008400     05  FILLER                 PIC X(10).
