001000* THE COUNT AND SIGNED AMOUNT OF THE ADDS AND UPDATES APPLIED     *
001100* (A DELETE CARRIES NO TRANSACTION AMOUNT, SO DELETES ARE         *
001110* COUNTED SEPARATELY), AND THE NET CHANGE THE WHOLE BATCH MADE    *
001120* TO THE MASTER'S POSITIONS.  ALONGSIDE THEM, THE TRANSACTIONS    *
001130* HELD OVER A RELEASE LIMIT INSTEAD OF APPLIED, AND THE EARLIER   *
001140* HOLDS RELEASED AND APPLIED THIS RUN (THEIR CHANGE IS IN THE     *
001150* NET CHANGE).                                                    *
001200*                                                                 *
001300* COPY DIRECTLY UNDER AN 01-LEVEL RECORD; USE REPLACING, AS       *
001400* WITH SRTREC, IF THE MT- NAMES WOULD COLLIDE.                    *
001910*  02/09/2026 DLM   MT-APPLIED-COUNT NOW COUNTS ONLY THE ADDS     *
001920*                   AND UPDATES THE APPLIED AMOUNT SUMS OVER;     *
001930*                   DELETES HAVE THEIR OWN MT-DELETE-COUNT.       *
001940*  15/10/2026 DLM   HELD AND RELEASED COUNTS AND AMOUNTS ADDED    *
001950*                   (SEE HOLDREC).  THE RECORD GROWS FROM 80 TO   *
001960*                   100 BYTES; THE FILE IS REWRITTEN EVERY RUN,   *
001970*                   SO THERE IS NOTHING TO CONVERT.               *
002000******************************************************************
002100     05  MT-RUN-DATE            PIC 9(08).
002200     05  FILLER                 PIC X(01).
002900                                SIGN IS LEADING SEPARATE.
002910     05  FILLER                 PIC X(01).
002920     05  MT-DELETE-COUNT        PIC 9(05).
003000     05  FILLER                 PIC X(01).
003100     05  MT-HELD-COUNT          PIC 9(05).
003200     05  FILLER                 PIC X(01).
003300     05  MT-HELD-AMOUNT         PIC S9(09)V99
003400                                SIGN IS LEADING SEPARATE.
003500     05  FILLER                 PIC X(01).
003600     05  MT-RELEASED-COUNT      PIC 9(05).
003700     05  FILLER                 PIC X(01).
003800     05  MT-RELEASED-AMOUNT     PIC S9(09)V99
003900                                SIGN IS LEADING SEPARATE.
004000     05  FILLER                 PIC X(16).
