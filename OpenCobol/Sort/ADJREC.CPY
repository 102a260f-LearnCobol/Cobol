000100******************************************************************
000200* COPYBOOK.    ADJREC                                             *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE MANUAL ADJUSTMENT AUDIT (ADJAUDIT) - ONE  *
000700* RECORD PER ADJUSTMENT APPLIED TO THE KEYED MASTER, SO EVERY     *
000800* MANUAL TOUCH OF A POSITION IS ACCOUNTED FOR.                    *
000900*                                                                 *
001000* ADJ-DATE AND ADJ-TIME ARE WHEN THE ADJUSTMENT WAS APPLIED - THE *
001100* MOMENT IT WAS APPROVED.  THE MAKER (WHO KEYED IT AT MSTRINQ)    *
001200* AND THE CHECKER (WHO APPROVED IT AT APPRMNT) ARE BOTH RECORDED, *
001300* WITH THE DATE AND TIME IT WAS KEYED AND ITS APPROVAL QUEUE      *
001400* REQUEST NUMBER (SEE APPRREC).  ADJ-OPERATOR IS THE MAKER'S      *
001500* INITIALS.                                                       *
001600*                                                                 *
001700* COPY DIRECTLY UNDER AN 01-LEVEL RECORD.                         *
001800*-----------------------------------------------------------------*
001900* MODIFICATION HISTORY                                            *
002000*  DATE       INIT  DESCRIPTION                                   *
002100*  15/10/2026 DLM   ORIGINAL COPYBOOK - LAYOUT LIFTED FROM        *
002200*                   MSTRINQ, WITH THE MAKER, CHECKER, KEYED DATE  *
002300*                   AND TIME AND REQUEST NUMBER ADDED.  THE       *
002400*                   RECORD GROWS FROM 80 TO 100 BYTES; OLDER      *
002500*                   RECORDS READ WITH SPACES IN THE NEW FIELDS.   *
002600******************************************************************
002700     05  ADJ-DATE               PIC 9(08).
002800     05  FILLER                 PIC X(01).
002900     05  ADJ-TIME               PIC 9(06).
003000     05  FILLER                 PIC X(01).
003100     05  ADJ-ID                 PIC X(10).
003200     05  FILLER                 PIC X(01).
003300     05  ADJ-BEFORE-AMOUNT      PIC S9(05)V99
003400                                SIGN IS LEADING SEPARATE.
003500     05  FILLER                 PIC X(01).
003600     05  ADJ-AFTER-AMOUNT       PIC S9(05)V99
003700                                SIGN IS LEADING SEPARATE.
003800     05  FILLER                 PIC X(01).
003900     05  ADJ-REASON             PIC X(04).
004000     05  FILLER                 PIC X(01).
004100     05  ADJ-OPERATOR           PIC X(03).
004200     05  FILLER                 PIC X(01).
004300     05  ADJ-MAKER              PIC X(08).
004400     05  FILLER                 PIC X(01).
004500     05  ADJ-CHECKER            PIC X(08).
004600     05  FILLER                 PIC X(01).
004700     05  ADJ-MADE-DATE          PIC 9(08).
004800     05  FILLER                 PIC X(01).
004900     05  ADJ-MADE-TIME          PIC 9(06).
005000     05  FILLER                 PIC X(01).
005100     05  ADJ-REQ-NUM            PIC 9(06).
005200     05  FILLER                 PIC X(06).
