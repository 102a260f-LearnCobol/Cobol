000100******************************************************************
000200* COPYBOOK.    RCPIREC                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE ARRIVAL ITEMS FILE (RCPTITM, INDEXED ON   *
000700* RI-ITEM-NUM).  RCPTCHK RAISES ONE ITEM FOR EVERY LATE, MISSING  *
000800* OR RE-SENT FILE IT FINDS AGAINST THE EXPECTED-ARRIVALS SCHEDULE *
000900* (EXPSCHED); THE NIGHTLY STREAM STAYS STOPPED WHILE ANY ITEM IS  *
001000* OPEN.  OPERATIONS CLOSE EACH ONE AT RCPTMNT BY ACCEPTING OR     *
001100* RELEASING IT.                                                   *
001200*                                                                 *
001300* ITEM TYPES:                                                     *
001400*     L   LATE - THE BATCH ARRIVED AFTER ITS EXPECTED-BY TIME.    *
001500*     M   MISSING - A SCHEDULED ORIGIN OR BATCH HAD NOT ARRIVED   *
001600*         BY ITS EXPECTED-BY TIME.                                *
001700*     U   RE-SENT - THE BATCH ID WAS ALREADY RUN ON AN EARLIER    *
001800*         NIGHT (RI-PRIOR-DATE).                                  *
001900*                                                                 *
002000* STATUS CODES:                                                   *
002100*     O   OPEN - WAITING ON OPERATIONS; THE STREAM IS STOPPED.    *
002200*     A   ACCEPTED - A LATE OR RE-SENT BATCH RUNS; THE NIGHT      *
002300*         RUNS WITHOUT A MISSING ONE.                             *
002400*     X   RELEASED - A LATE OR RE-SENT BATCH IS LEFT OUT; A       *
002500*         MISSING ONE IS NO LONGER EXPECTED TONIGHT.              *
002600*     C   CLEARED - A MISSING FILE THAT HAS SINCE ARRIVED.  ITS   *
002700*         LATE ARRIVAL IS RAISED AS AN ITEM OF ITS OWN.           *
002800*                                                                 *
002900* COPY DIRECTLY UNDER AN 01-LEVEL RECORD; USE REPLACING, AS       *
003000* WITH SRTREC, IF THE RI- NAMES WOULD COLLIDE.                    *
003100*-----------------------------------------------------------------*
003200* MODIFICATION HISTORY                                            *
003300*  DATE       INIT  DESCRIPTION                                   *
003400*  15/10/2026 DLM   ORIGINAL COPYBOOK.                            *
003500******************************************************************
003600     05  RI-ITEM-NUM            PIC 9(06).
003700     05  RI-BUS-DATE            PIC 9(08).
003800     05  RI-TYPE                PIC X(01).
003900         88  RI-LATE                VALUE "L".
004000         88  RI-MISSING             VALUE "M".
004100         88  RI-RESENT              VALUE "U".
004200     05  RI-STATUS              PIC X(01).
004300         88  RI-OPEN                VALUE "O".
004400         88  RI-ACCEPTED            VALUE "A".
004500         88  RI-RELEASED            VALUE "X".
004600         88  RI-CLEARED             VALUE "C".
004700     05  RI-ORIGIN              PIC X(04).
004800*    SPACES ON A MISSING ITEM WHOSE SCHEDULE ENTRY TAKES ANY
004900*    BATCH FROM THE ORIGIN.
005000     05  RI-BATCH-ID            PIC X(08).
005100*    THE SCHEDULED EXPECTED-BY TIME, HHMM, ZERO IF NONE.
005200     05  RI-EXPECTED-BY         PIC 9(04).
005300*    WHEN THE BATCH WAS RECEIVED - ZERO ON A MISSING ITEM.
005400     05  RI-RECV-DATE           PIC 9(08).
005500     05  RI-RECV-TIME           PIC 9(06).
005600*    THE BUSINESS DATE A RE-SENT BATCH WAS FIRST RUN.
005700     05  RI-PRIOR-DATE          PIC 9(08).
005800     05  RI-RAISED-DATE         PIC 9(08).
005900     05  RI-RAISED-TIME         PIC 9(06).
006000*    WHO ACCEPTED OR RELEASED IT, WHEN, AND WHY.
006100     05  RI-OPERATOR            PIC X(08).
006200     05  RI-ACTION-DATE         PIC 9(08).
006300     05  RI-ACTION-TIME         PIC 9(06).
006400     05  RI-NOTE                PIC X(30).
006500     05  FILLER                 PIC X(10).
