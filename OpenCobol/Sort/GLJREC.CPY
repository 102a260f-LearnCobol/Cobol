000100******************************************************************
000200* COPYBOOK.    GLJREC                                             *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE BALANCED GENERAL LEDGER JOURNAL (GLJRNL)  *
000700* AND FOR ANY FILE OF ENTRIES WAITING TO GO ONTO IT, SHARED BY    *
000800* THE WRITER (GLPOST), THE SUSPENSE CLEARING DESK (SUSPMNT) AND   *
000900* THE SUSPENSE LEDGER REPORT (SUSPRPT) SO A LAYOUT CHANGE CANNOT  *
001000* LEAVE ONE OF THEM OUT OF STEP WITH ANOTHER.                     *
001100*                                                                 *
001200* THE AMOUNT IS ALWAYS POSITIVE - THE DEBIT/CREDIT BYTE CARRIES   *
001300* THE DIRECTION.                                                  *
001400*                                                                 *
001500* COPY DIRECTLY UNDER AN 01-LEVEL RECORD; USE REPLACING, AS       *
001600* WITH SRTREC, IF THE JRN- NAMES WOULD COLLIDE.                   *
001700*-----------------------------------------------------------------*
001800* MODIFICATION HISTORY                                            *
001900*  DATE       INIT  DESCRIPTION                                   *
002000*  15/10/2026 DLM   ORIGINAL COPYBOOK - LAYOUT LIFTED FROM THE    *
002100*                   COPY HAND-KEPT IN GLPOST.                     *
002200******************************************************************
002300     05  JRN-DATE               PIC 9(08).
002400     05  FILLER                 PIC X(01).
002500     05  JRN-ACCOUNT            PIC X(08).
002600     05  FILLER                 PIC X(01).
002700     05  JRN-DC                 PIC X(01).
002800         88  JRN-DEBIT              VALUE "D".
002900         88  JRN-CREDIT             VALUE "C".
003000     05  FILLER                 PIC X(01).
003100     05  JRN-AMOUNT             PIC 9(09)V99.
003200     05  FILLER                 PIC X(01).
003300     05  JRN-ORIGIN             PIC X(04).
003400     05  FILLER                 PIC X(01).
003500     05  JRN-DESC               PIC X(20).
003600     05  FILLER                 PIC X(23).
