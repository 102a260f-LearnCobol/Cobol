000100******************************************************************
000200* COPYBOOK.    ACCTREC                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* ID REFERENCE RECORD (ACCTREF, INDEXED ON AR-ID).  ONE RECORD    *
000700* PER ID THE SUITE IS ALLOWED TO CARRY - ITS NAME, THE ORIGIN     *
000800* THAT OWNS IT, WHETHER IT IS OPEN TO ACTIVITY, WHEN IT WAS       *
000900* OPENED AND THE LARGEST POSITION IT MAY HOLD.  MAINTAINED AT     *
001000* THE CONSOLE BY ACCTMNT; READ BY BUBBLE-SORT'S VALIDATION PASS   *
001100* AND BY THE PRINTS AND THE INQUIRY DESK FOR THE NAME.            *
001200*                                                                 *
001300* STATUS CODES:                                                   *
001400*     O   OPEN - ACTIVITY ACCEPTED.                               *
001500*     B   BLOCKED - ACTIVITY REFUSED UNTIL THE BLOCK IS LIFTED.   *
001600*     C   CLOSED - ACTIVITY REFUSED FOR GOOD.                     *
001700*                                                                 *
001800* THE POSITION LIMIT IS A MAGNITUDE - A DEBIT OR A CREDIT         *
001900* POSITION LARGER THAN IT IS A BREACH.  ZERO MEANS NO LIMIT.      *
002000*                                                                 *
002100* COPY UNDER AN 01 LEVEL WITH REPLACING, AS WITH SRTREC, WHEN     *
002200* THE FIELD NAMES WOULD OTHERWISE COLLIDE.                        *
002300*-----------------------------------------------------------------*
002400* MODIFICATION HISTORY                                            *
002500*  DATE       INIT  DESCRIPTION                                   *
002600*  15/10/2026 DLM   ORIGINAL COPYBOOK.                            *
002700******************************************************************
002800     05  AR-ID                  PIC X(10).
002900     05  FILLER                 PIC X(01).
003000     05  AR-NAME                PIC X(30).
003100     05  FILLER                 PIC X(01).
003200     05  AR-ORIGIN              PIC X(04).
003300     05  FILLER                 PIC X(01).
003400     05  AR-STATUS              PIC X(01).
003500         88  AR-STATUS-OPEN         VALUE "O".
003600         88  AR-STATUS-BLOCKED      VALUE "B".
003700         88  AR-STATUS-CLOSED       VALUE "C".
003800     05  FILLER                 PIC X(01).
003900     05  AR-OPEN-DATE           PIC 9(08).
004000     05  FILLER                 PIC X(01).
004100     05  AR-POSITION-LIMIT      PIC 9(07)V99.
004200     05  FILLER                 PIC X(13).
