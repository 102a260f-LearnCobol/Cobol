000100******************************************************************
000200* COPYBOOK.    RCPTREC                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE INBOUND RECEIPT REGISTER (RCPTREG,        *
000700* INDEXED ON RR-BATCH-ID).  RCPTCHK LOGS EVERY BATCH IT FINDS ON  *
000800* THE NIGHT'S INPUTS - A HEADER ON INFILE, OR A BATCH ON ONE OF   *
000900* THE REGIONAL MERGE LEGS MRGIN1-4 - ONE RECORD PER BATCH ID,     *
001000* KEPT FROM NIGHT TO NIGHT SO A BATCH SENT AGAIN ON A LATER NIGHT *
001100* IS RECOGNISED.  BUBBLE-SORT AND SRTMERGE READ IT TO LEAVE OUT A *
001200* BATCH THAT IS BEING HELD.                                       *
001300*                                                                 *
001400* STATUS CODES:                                                   *
001500*     R   RECEIVED - ON TIME (OR NOT ON THE SCHEDULE) AND CLEAR   *
001600*         TO RUN.                                                 *
001700*     L   LATE - ARRIVED AFTER ITS EXPECTED-BY TIME; HELD UNTIL   *
001800*         OPERATIONS ACCEPT OR RELEASE IT AT RCPTMNT.             *
001900*     U   RE-SENT - A BATCH ID ALREADY RUN ON AN EARLIER NIGHT;   *
002000*         HELD THE SAME WAY.                                      *
002100*     A   ACCEPTED AT RCPTMNT - CLEAR TO RUN.                     *
002200*     X   RELEASED AT RCPTMNT - LEFT OUT OF THE NIGHT.            *
002300*                                                                 *
002400* ONLY R AND A LET A BATCH INTO THE SORT OR THE MERGE.            *
002500* RR-PROCESSED-DATE IS THE BUSINESS DATE THE BATCH WAS LAST       *
002600* CLEARED TO RUN, ZERO WHILE IT NEVER HAS BEEN; IT IS WHAT MAKES  *
002700* A LATER RECEIPT OF THE SAME ID A RE-SEND.                       *
002800*                                                                 *
002900* COPY DIRECTLY UNDER AN 01-LEVEL RECORD; USE REPLACING, AS       *
003000* WITH SRTREC, IF THE RR- NAMES WOULD COLLIDE.                    *
003100*-----------------------------------------------------------------*
003200* MODIFICATION HISTORY                                            *
003300*  DATE       INIT  DESCRIPTION                                   *
003400*  15/10/2026 DLM   ORIGINAL COPYBOOK.                            *
003500******************************************************************
003600     05  RR-BATCH-ID            PIC X(08).
003700     05  RR-ORIGIN              PIC X(04).
003800*    THE BUSINESS DATE OF THE LATEST RECEIPT, AND WHEN THAT
003900*    RECEIPT WAS FIRST SEEN.
004000     05  RR-BUS-DATE            PIC 9(08).
004100     05  RR-RECV-DATE           PIC 9(08).
004200     05  RR-RECV-TIME           PIC 9(06).
004300*    WHERE IT CAME IN - INFILE, OR MRGIN1 TO MRGIN4.
004400     05  RR-SOURCE              PIC X(06).
004500     05  RR-STATUS              PIC X(01).
004600         88  RR-RECEIVED            VALUE "R".
004700         88  RR-LATE                VALUE "L".
004800         88  RR-RESENT              VALUE "U".
004900         88  RR-ACCEPTED            VALUE "A".
005000         88  RR-RELEASED            VALUE "X".
005100         88  RR-CLEAR-TO-RUN        VALUE "R" "A".
005200     05  RR-PROCESSED-DATE      PIC 9(08).
005300*    THE ARRIVAL ITEM RAISED FOR THE LATEST RECEIPT, ZERO IF NONE.
005400     05  RR-ITEM-NUM            PIC 9(06).
005500     05  FILLER                 PIC X(25).
