001600*     B   BACKOUT - A REVERSAL APPLIED BY MSTBKOUT; THE AFTER     *
001700*         FIELDS SHOW WHAT THE POSITION WAS RESTORED TO.          *
001800*     J   MANUAL ADJUSTMENT KEYED AT THE INQUIRY CONSOLE; THE     *
001900*         REASON CODE IS FILLED IN.  APPLIED BY APPRMNT WHEN A    *
001905*         SECOND OPERATOR APPROVES IT.                            *
001910*     R   PERIOD-END REVALUATION BY FXREVAL - THE AMOUNT RESTATED *
001920*         AT THE PERIOD-END RATE; THE BATCH ID IS "FX" AND THE    *
001930*         PERIOD (YYYYMM) AND THE REASON CODE IS "FXRV".          *
002000*                                                                 *
002100* COPY UNDER AN 01 LEVEL WITH REPLACING, AS WITH SRTREC, WHEN     *
002200* THE FIELD NAMES WOULD OTHERWISE COLLIDE.                        *
002620*                   CODE AS IT STOOD BEFORE THE ACTION - SO A     *
002630*                   BACKOUT RESTORES THE CURRENCY ALONG WITH      *
002640*                   THE AMOUNT AND DATE.                          *
002650*  15/10/2026 DLM   ADDED THE BEFORE AND AFTER ORIGINAL-CURRENCY  *
002660*                   AMOUNTS (SEE MST-ORIG-AMOUNT IN MSTREC) AND   *
002670*                   THE "R" REVALUATION ACTION.  THE RECORD GROWS *
002680*                   FROM 80 TO 100 BYTES; OLDER IMAGES READ WITH  *
002690*                   SPACES IN THE NEW FIELDS, TAKEN AS NOT KNOWN. *
002691*  15/10/2026 DLM   ADDED THE MAKER AND CHECKER OF A DUAL-CONTROL *
002692*                   CHANGE AND WHEN IT WAS KEYED.  THE RECORD     *
002693*                   GROWS FROM 100 TO 130 BYTES; OLDER IMAGES     *
002694*                   READ WITH SPACES IN THE NEW FIELDS.           *
002695*  15/10/2026 DLM   ADDED MH-AFTER-CURRENCY, THE CURRENCY AS THE  *
002696*                   ACTION LEFT IT, OUT OF THE SPARE BYTES SO THE *
002697*                   AS-OF REBUILD (MSTASOF) CAN RESTORE IT.  THE  *
002698*                   RECORD STAYS 130 BYTES; OLDER IMAGES READ     *
002699*                   WITH SPACES, TAKEN AS NOT KNOWN.              *
002700******************************************************************
002800     05  MH-ACTION              PIC X(01).
002900     05  FILLER                 PIC X(01).
004500     05  MH-REASON              PIC X(04).
004510     05  MH-CURRENCY            PIC X(03).
004600     05  FILLER                 PIC X(02).
004700*    THE AMOUNT AS SENT, IN MH-CURRENCY, BEFORE AND AFTER THE
004800*    ACTION - THE -X VIEWS ARE SPACES WHEN IT IS NOT KNOWN.
004900     05  MH-BEFORE-ORIG-AMOUNT  PIC S9(05)V99
005000                                SIGN IS LEADING SEPARATE.
005100     05  MH-BEFORE-ORIG-X REDEFINES MH-BEFORE-ORIG-AMOUNT
005200                                PIC X(08).
005300     05  MH-AFTER-ORIG-AMOUNT   PIC S9(05)V99
005400                                SIGN IS LEADING SEPARATE.
005500     05  MH-AFTER-ORIG-X REDEFINES MH-AFTER-ORIG-AMOUNT
005600                                PIC X(08).
005700*    FOR A CHANGE MADE UNDER DUAL CONTROL (A "J" ADJUSTMENT OR
005710*    A "B" BACKOUT) - WHO KEYED IT AND WHEN, AND WHO APPROVED
005720*    IT.  THE APPLY DATE AND TIME ABOVE ARE WHEN IT TOOK EFFECT.
005730*    SPACES ON THE IMAGES THE NIGHTLY BATCH WRITES.
005740     05  MH-MAKER               PIC X(08).
005750     05  MH-CHECKER             PIC X(08).
005760     05  MH-MADE-DATE           PIC 9(08).
005770     05  MH-MADE-TIME           PIC 9(06).
005790*    THE POSITION'S CURRENCY AS THE ACTION LEFT IT - SPACES
005800*    WHEN THE ACTION TOOK THE ID OFF THE MASTER.
005810     05  MH-AFTER-CURRENCY      PIC X(03).
005820     05  FILLER                 PIC X(01).
