000100******************************************************************
000200* COPYBOOK.    CALREC                                             *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE BUSINESS CALENDAR (CALFILE), SHARED BY    *
000700* ITS READERS (BUBBLE-SORT'S DATE EDITS AND THE AGED POSITION     *
000800* REPORT, AGERPT) SO A LAYOUT CHANGE CANNOT LEAVE ONE READER OUT  *
000900* OF STEP WITH ANOTHER.                                           *
001000*                                                                 *
001100* RECORD TYPES:                                                   *
001200*     D   ONE KNOWN DATE AND WHETHER IT IS A BUSINESS DAY ("B")   *
001300*         OR NOT ("H" HOLIDAY, "W" WEEKEND).                      *
001400*     P   THE PERIOD CONTROL - THE OPEN ACCOUNTING PERIOD,        *
001500*         YYYYMM.  EVERY EARLIER PERIOD IS CLOSED TO NEW          *
001600*         ACTIVITY.                                               *
001700*                                                                 *
001800* THE BUSINESS DATE OF A RUN IS THE LATEST "B" DATE ON FILE       *
001900* THAT IS NOT AFTER THE SYSTEM DATE.                              *
002000*                                                                 *
002100* COPY DIRECTLY UNDER AN 01-LEVEL RECORD; USE REPLACING, AS       *
002200* WITH SRTREC, IF THE CAL- NAMES WOULD COLLIDE.                   *
002300*-----------------------------------------------------------------*
002400* MODIFICATION HISTORY                                            *
002500*  DATE       INIT  DESCRIPTION                                   *
002600*  15/10/2026 DLM   ORIGINAL COPYBOOK - LAYOUT LIFTED FROM THE    *
002700*                   COPY HAND-KEPT IN BUBBLE-SORT.                *
002800******************************************************************
002900     05  CAL-REC-TYPE           PIC X(01).
003000         88  CAL-DATE-REC           VALUE "D".
003100         88  CAL-PERIOD-REC         VALUE "P".
003200     05  CAL-DAY-DATA.
003300         10  CAL-DATE           PIC 9(08).
003400*        "B" BUSINESS DAY; ANYTHING ELSE ("H" HOLIDAY, "W"
003500*        WEEKEND) IS A DAY NO DETAIL RECORD MAY CARRY.
003600         10  CAL-DAY-STATUS     PIC X(01).
003700             88  CAL-BUSINESS-DAY   VALUE "B".
003800         10  FILLER             PIC X(70).
003900     05  CAL-PERIOD-DATA REDEFINES CAL-DAY-DATA.
004000         10  CAL-OPEN-PERIOD    PIC 9(06).
004100         10  FILLER             PIC X(73).
