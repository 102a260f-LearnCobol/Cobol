000100******************************************************************
000200* COPYBOOK.    SUSPREC                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* SUSPENSE LEDGER RECORD (SUSPLDG, 100 BYTES, INDEXED ON SL-KEY). *
000700* ONE OPEN ITEM PER POSTING DATE AND BATCH ORIGIN CODE THAT       *
000800* GLPOST HAS SENT THROUGH THE SUSPENSE ACCOUNT - THE ORIGIN'S     *
000900* SUBTOTAL FOR THE DAY, WHOSE SUM OVER THE DAY IS THE DAY'S       *
001000* SUSPENSE OFFSET ON THE JOURNAL.  CLEARED AT THE CONSOLE BY      *
001100* SUSPMNT; AGED AND PROVED EVERY NIGHT BY SUSPRPT.                *
001200*                                                                 *
001300* AMOUNTS ARE SIGNED THE WAY THE SUSPENSE ACCOUNT SEES THEM -     *
001400* POSITIVE FOR A CREDIT TO SUSPENSE, NEGATIVE FOR A DEBIT.  THE   *
001500* ITEM'S OPEN BALANCE IS THE POSTED AMOUNT LESS THE CLEARED       *
001600* AMOUNT; AN ITEM WITH NOTHING LEFT OPEN IS MARKED CLEARED, AND   *
001700* A LATER POSTING FOR THE SAME DATE AND ORIGIN OPENS IT AGAIN.    *
001710*                                                                 *
001720* THE LAST POSTING RUN'S DATE AND AMOUNT ARE KEPT SO A RE-RUN OF  *
001730* GLPOST ON THE SAME NIGHT REPLACES WHAT THE EARLIER RUN POSTED   *
001740* INSTEAD OF ADDING IT A SECOND TIME.                             *
001800*                                                                 *
001900* STATUS CODES:                                                   *
002000*     O   OPEN - SOME OF THE ITEM IS STILL IN SUSPENSE.           *
002100*     C   CLEARED - THE WHOLE ITEM HAS BEEN CLEARED OUT.          *
002200*                                                                 *
002300* COPY UNDER AN 01 LEVEL WITH REPLACING, AS WITH SRTREC, WHEN     *
002400* THE FIELD NAMES WOULD OTHERWISE COLLIDE.                        *
002500*-----------------------------------------------------------------*
002600* MODIFICATION HISTORY                                            *
002700*  DATE       INIT  DESCRIPTION                                   *
002800*  15/10/2026 DLM   ORIGINAL COPYBOOK.                            *
002900******************************************************************
003000     05  SL-KEY.
003100         10  SL-DATE            PIC 9(08).
003200         10  SL-ORIGIN          PIC X(04).
003300     05  FILLER                 PIC X(01).
003400     05  SL-STATUS              PIC X(01).
003500         88  SL-STATUS-OPEN         VALUE "O".
003600         88  SL-STATUS-CLEARED      VALUE "C".
003700     05  FILLER                 PIC X(01).
003800     05  SL-POSTED-AMOUNT       PIC S9(09)V99
003900                                SIGN IS LEADING SEPARATE.
004000     05  FILLER                 PIC X(01).
004100     05  SL-CLEARED-AMOUNT      PIC S9(09)V99
004200                                SIGN IS LEADING SEPARATE.
004300     05  FILLER                 PIC X(01).
004400     05  SL-FIRST-POST-DATE     PIC 9(08).
004500     05  FILLER                 PIC X(01).
004510     05  SL-LAST-POST-DATE      PIC 9(08).
004520     05  FILLER                 PIC X(01).
004530     05  SL-LAST-POST-AMOUNT    PIC S9(09)V99
004540                                SIGN IS LEADING SEPARATE.
004550     05  FILLER                 PIC X(01).
004600     05  SL-LAST-CLEAR-DATE     PIC 9(08).
004700     05  FILLER                 PIC X(01).
004800     05  SL-LAST-CLEAR-OPER     PIC X(03).
004900     05  FILLER                 PIC X(16).
