000100******************************************************************
000200* COPYBOOK.    SIGNREC                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* THE SIGN-ON AREA PASSED TO THE SIGN-ON SERVICE (SIGNSVC).  THE  *
000700* CALLER FILLS IN ITS PROGRAM NAME; THE SERVICE RUNS THE SIGN-ON  *
000800* DIALOG AGAINST THE OPERATOR FILE AND HANDS BACK THE OPERATOR'S  *
000900* USER ID, INITIALS AND ROLE, AND WHETHER THE SIGN-ON STOOD.      *
001000*                                                                 *
001100* ROLES:                                                          *
001200*     M   MAKER - MAY KEY A CHANGE FOR APPROVAL.                  *
001300*     C   CHECKER - MAY APPROVE OR REJECT ANOTHER OPERATOR'S      *
001400*         CHANGE.                                                 *
001500*     B   BOTH - MAY DO EITHER, BUT NEVER CHECK A CHANGE THEY     *
001600*         KEYED THEMSELVES.                                       *
001700*                                                                 *
001800* COPY DIRECTLY UNDER AN 01-LEVEL ITEM, IN THE CALLER'S WORKING-  *
001900* STORAGE AND IN THE SERVICE'S LINKAGE SECTION.                   *
002000*-----------------------------------------------------------------*
002100* MODIFICATION HISTORY                                            *
002200*  DATE       INIT  DESCRIPTION                                   *
002300*  15/10/2026 DLM   ORIGINAL COPYBOOK.                            *
002400******************************************************************
002500     05  SGN-PROGRAM            PIC X(08).
002600     05  SGN-USER-ID            PIC X(08).
002700     05  SGN-INITIALS           PIC X(03).
002800     05  SGN-ROLE               PIC X(01).
002900         88  SGN-MAY-MAKE           VALUE "M" "B".
003000         88  SGN-MAY-CHECK          VALUE "C" "B".
003100     05  SGN-RESULT             PIC X(01).
003200         88  SGN-SIGNED-ON          VALUE "Y".
003300         88  SGN-REFUSED            VALUE "N".
