000100******************************************************************
000200* COPYBOOK.    APPRREC                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE DUAL-CONTROL APPROVAL QUEUE (APPRQUE,     *
000700* INDEXED ON AQ-REQ-NUM).  A MANUAL CHANGE KEYED AT ONE OF THE    *
000800* CONSOLES - AN ADJUSTMENT IN MSTRINQ, A FIX RUN THROUGH EXCPFIX, *
000900* A NEW CONTROL CARD IN CTLMAINT, A BACKOUT IN MSTBKOUT - IS NOT  *
001000* APPLIED WHERE IT IS KEYED.  IT IS QUEUED HERE (BY APPRSVC) AS A *
001100* PENDING REQUEST CARRYING ITS MAKER, AND WAITS FOR A SECOND,     *
001200* DIFFERENT OPERATOR TO APPROVE OR REJECT IT AT APPRMNT.          *
001300*                                                                 *
001400* STATUS CODES:                                                   *
001500*     P   PENDING - KEYED, NOT YET LOOKED AT.                     *
001600*     A   APPROVED - RELEASED TO THE PROGRAM THAT APPLIES IT ON   *
001700*         ITS NEXT RUN (A FIX TO EXCPFIX, A BACKOUT TO MSTBKOUT). *
001800*     D   DONE - APPROVED AND APPLIED.  AN ADJUSTMENT OR A        *
001900*         CONTROL CARD IS APPLIED BY APPRMNT THE MOMENT IT IS     *
002000*         APPROVED AND GOES STRAIGHT TO D.                        *
002100*     R   REJECTED - NEVER APPLIED; AQ-NOTE SAYS WHY.             *
002200*                                                                 *
002300* THE CHECKED AND APPLIED DATES AND TIMES ARE ZERO UNTIL THAT     *
002400* STEP HAS HAPPENED.  AQ-DETAIL CARRIES THE CHANGE ITSELF, LAID   *
002500* OUT BY REQUEST TYPE.                                            *
002600*                                                                 *
002700* COPY DIRECTLY UNDER AN 01-LEVEL RECORD; USE REPLACING, AS       *
002800* WITH SRTREC, IF THE AQ- NAMES WOULD COLLIDE.                    *
002900*-----------------------------------------------------------------*
003000* MODIFICATION HISTORY                                            *
003100*  DATE       INIT  DESCRIPTION                                   *
003200*  15/10/2026 DLM   ORIGINAL COPYBOOK.                            *
003300******************************************************************
003400     05  AQ-REQ-NUM             PIC 9(06).
003500     05  AQ-TYPE                PIC X(03).
003600         88  AQ-TYPE-ADJ            VALUE "ADJ".
003700         88  AQ-TYPE-FIX            VALUE "FIX".
003800         88  AQ-TYPE-CTL            VALUE "CTL".
003900         88  AQ-TYPE-BKO            VALUE "BKO".
004000     05  AQ-STATUS              PIC X(01).
004100         88  AQ-PENDING             VALUE "P".
004200         88  AQ-APPROVED            VALUE "A".
004300         88  AQ-DONE                VALUE "D".
004400         88  AQ-REJECTED            VALUE "R".
004500*    WHO KEYED THE CHANGE, AND WHEN.
004600     05  AQ-MAKER               PIC X(08).
004700     05  AQ-MADE-DATE           PIC 9(08).
004800     05  AQ-MADE-TIME           PIC 9(06).
004900*    WHO APPROVED OR REJECTED IT, AND WHEN.
005000     05  AQ-CHECKER             PIC X(08).
005100     05  AQ-CHECKED-DATE        PIC 9(08).
005200     05  AQ-CHECKED-TIME        PIC 9(06).
005300*    WHEN THE APPROVED CHANGE WAS ACTUALLY APPLIED.
005400     05  AQ-APPLIED-DATE        PIC 9(08).
005500     05  AQ-APPLIED-TIME        PIC 9(06).
005600*    THE CHECKER'S REASON FOR A REJECTION.
005700     05  AQ-NOTE                PIC X(30).
005800     05  AQ-DETAIL              PIC X(60).
005900*    ADJ - A MANUAL ADJUSTMENT OF ONE MASTER POSITION.  THE AMOUNT
006000*    THE MAKER SAW IS KEPT SO THE APPROVAL CAN REFUSE A POSITION
006100*    THAT HAS MOVED SINCE.  A BLANK NEW AMOUNT AS SENT KEEPS THE
006200*    ONE ON THE MASTER.
006300     05  AQ-ADJ-DETAIL REDEFINES AQ-DETAIL.
006400         10  AQ-ADJ-ID          PIC X(10).
006500         10  AQ-ADJ-BEFORE-AMOUNT
006600                                PIC S9(05)V99
006700                                SIGN IS LEADING SEPARATE.
006800         10  AQ-ADJ-NEW-AMOUNT  PIC S9(05)V99
006900                                SIGN IS LEADING SEPARATE.
007000         10  AQ-ADJ-NEW-ORIG-X  PIC X(08).
007100         10  AQ-ADJ-NEW-ORIG-AMOUNT REDEFINES AQ-ADJ-NEW-ORIG-X
007200                                PIC S9(05)V99
007300                                SIGN IS LEADING SEPARATE.
007400         10  AQ-ADJ-REASON      PIC X(04).
007500         10  AQ-ADJ-OPERATOR    PIC X(03).
007600         10  FILLER             PIC X(19).
007700*    FIX - ONE EXCEPTION REPAIR, IN THE FIXFILE LAYOUT (SEE
007800*    EXCPFIX).
007900     05  AQ-FIX-DETAIL REDEFINES AQ-DETAIL.
008000         10  AQ-FIX-ID          PIC X(10).
008100         10  AQ-FIX-NEW-AMOUNT-X
008200                                PIC X(08).
008300         10  AQ-FIX-NEW-ID      PIC X(10).
008400         10  AQ-FIX-NEW-DATE    PIC X(08).
008500         10  FILLER             PIC X(24).
008600*    CTL - A REPLACEMENT SORT CONTROL CARD, AS CTLMAINT EDITS IT.
008700*    THE SET NAME IS FILLED IN WHEN THE CARD WAS PULLED FROM THE
008800*    LIBRARY.
008900     05  AQ-CTL-DETAIL REDEFINES AQ-DETAIL.
009000         10  AQ-CTL-DIRECTION   PIC X(01).
009100         10  AQ-CTL-TOTAL-X     PIC X(11).
009200         10  AQ-CTL-COUNT-X     PIC X(05).
009300         10  AQ-CTL-FULL-SORT   PIC X(01).
009400         10  AQ-CTL-NETTING     PIC X(01).
009500         10  AQ-CTL-SET-NAME    PIC X(08).
009600         10  FILLER             PIC X(33).
009700*    BKO - A BACKOUT OF ONE APPLY DATE, AND OPTIONALLY ONE BATCH.
009800     05  AQ-BKO-DETAIL REDEFINES AQ-DETAIL.
009900         10  AQ-BKO-DATE        PIC 9(08).
010000         10  AQ-BKO-BATCH-ID    PIC X(08).
010100         10  FILLER             PIC X(44).
010200     05  FILLER                 PIC X(10).
