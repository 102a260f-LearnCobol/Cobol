000100******************************************************************
000200* COPYBOOK.    MSTREC                                             *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE KEYED MASTER (MSTFILE, INDEXED ON         *
000700* MST-ID), SHARED BY ITS WRITERS (MSTRUPDT, MSTRINQ, MSTBKOUT,    *
000800* THE PERIOD-END REVALUATION FXREVAL) AND ITS READERS (AGERPT)    *
000900* SO A LAYOUT CHANGE CANNOT LEAVE ONE PROGRAM OUT OF STEP WITH    *
001000* ANOTHER.                                                        *
001100*                                                                 *
001200* MST-AMOUNT IS ALWAYS THE BASE-CURRENCY POSITION.  A FOREIGN     *
001300* POSITION ALSO CARRIES ITS CURRENCY AND ITS AMOUNT AS SENT       *
001400* (MST-ORIG-AMOUNT, IN THAT CURRENCY), SO IT CAN BE RESTATED AT   *
001500* A LATER RATE.  FOR A BASE-CURRENCY POSITION THE TWO AMOUNTS     *
001600* ARE THE SAME.  MST-ORIG-AMOUNT-X IS SPACES WHEN THE AMOUNT AS   *
001700* SENT IS NOT KNOWN - A POSITION CARRIED OVER FROM BEFORE THE     *
001800* FIELD EXISTED.                                                  *
001900*                                                                 *
002000* COPY DIRECTLY UNDER AN 01-LEVEL RECORD; USE REPLACING, AS       *
002100* WITH SRTREC, IF THE MST- NAMES WOULD COLLIDE.                   *
002200*-----------------------------------------------------------------*
002300* MODIFICATION HISTORY                                            *
002400*  DATE       INIT  DESCRIPTION                                   *
002500*  15/10/2026 DLM   ORIGINAL COPYBOOK - LAYOUT LIFTED FROM THE    *
002600*                   COPIES HAND-KEPT IN MSTRUPDT, MSTRINQ,        *
002700*                   MSTBKOUT AND AGERPT, WITH MST-ORIG-AMOUNT     *
002800*                   ADDED.  THE RECORD GROWS FROM 40 TO 48        *
002900*                   BYTES, SO AN EXISTING MASTER IS UNLOADED AND  *
003000*                   RELOADED ONCE INTO THE NEW LAYOUT WITH THE    *
003100*                   NEW FIELD LEFT AT SPACES.                     *
003200******************************************************************
003300     05  MST-ID                 PIC X(10).
003400     05  MST-AMOUNT             PIC S9(05)V99
003500                                SIGN IS LEADING SEPARATE.
003600     05  MST-DATE               PIC 9(08).
003700     05  MST-LAST-MAINT-DATE    PIC 9(08).
003800*    CURRENCY THE POSITION WAS LAST FED IN - THE AMOUNT ITSELF
003900*    IS ALWAYS BASE CURRENCY.
004000     05  MST-CURRENCY           PIC X(03).
004100*    THE AMOUNT AS SENT, IN MST-CURRENCY - SIGN CHARACTER THEN
004200*    SEVEN DIGITS, CENTS IMPLIED, AS SR-ORIG-AMOUNT.
004300     05  MST-ORIG-AMOUNT        PIC S9(05)V99
004400                                SIGN IS LEADING SEPARATE.
004500     05  MST-ORIG-AMOUNT-X REDEFINES MST-ORIG-AMOUNT
004600                                PIC X(08).
004700     05  FILLER                 PIC X(03).
