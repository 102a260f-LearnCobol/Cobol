002100*                                                                 *
002200* COMMANDS (KEYED AT THE PROMPT):                                 *
002300*     SHOW          DISPLAY THE CURRENT CARD.                     *
002400*     EDIT          KEY A NEW CARD FIELD BY FIELD AND QUEUE IT    *
002450*                   FOR APPROVAL.                                 *
002500*     SAVE NAME     FILE THE CURRENT CARD IN THE LIBRARY.         *
002600*     GET NAME      PULL A NAMED SET AND QUEUE IT FOR APPROVAL AS *
002650*                   THE NEW CARD.                                 *
002700*     LIST          LIST THE LIBRARY.                             *
002800*     QUIT          END THE SESSION.                              *
002900*                                                                 *
003700*     COUNT      UP TO FIVE DIGITS.  BLANK MEANS ZERO - THE       *
003800*                RECORD COUNT CHECK STAYS DISARMED.               *
003900*     THREE BAD TRIES ON A FIELD ABANDONS THE EDIT UNCHANGED.     *
003910*                                                                 *
003920* THE SESSION OPENS WITH A SIGN-ON (SIGNSVC), AND ONLY AN         *
003930* OPERATOR WHO MAY KEY CHANGES MAY EDIT OR GET.  A NEW CARD IS    *
003940* NOT WRITTEN HERE: IT GOES ON THE APPROVAL QUEUE (APPRQUE) AND   *
003950* REPLACES THE CARD ON FILE WHEN A SECOND OPERATOR APPROVES IT    *
003960* AT APPRMNT.                                                     *
004000*-----------------------------------------------------------------*
004100* MODIFICATION HISTORY                                            *
004200*  DATE       INIT  DESCRIPTION                                   *
004392*  02/09/2026 DLM   THE NETTING BYTE IS CARRIED, SHOWN, EDITED    *
004393*                   AND FILED THE SAME WAY AS THE FULL-SORT       *
004394*                   BYTE.                                         *
004395*  15/10/2026 DLM   SIGN-ON AT SESSION START.  EDIT AND GET NOW   *
004396*                   QUEUE THE NEW CARD FOR A SECOND OPERATOR TO   *
004397*                   APPROVE AT APPRMNT, WHICH WRITES IT; THE      *
004398*                   CARD ON FILE IS NO LONGER WRITTEN HERE.       *
004400******************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. CTLMAINT.
009300     05  FILLER                 PIC X(48).
009400
009500 WORKING-STORAGE SECTION.
009505******************************************************************
009510*    THE SIGNED-ON OPERATOR                                       *
009515******************************************************************
009520 01  SGN-AREA.
009525     COPY SIGNREC.
009530
009535******************************************************************
009540*    A NEW CARD AS IT GOES ON THE APPROVAL QUEUE, WHETHER IT GOT  *
009545*    THERE, AND THE LIBRARY SET IT CAME FROM (SPACES FOR EDIT)    *
009550******************************************************************
009555 01  APR-REQUEST.
009560     COPY APPRREC.
009565
009570 01  APR-RESULT                 PIC X(01) VALUE "N".
009575         88  APR-QUEUED             VALUE "Y".
009580         88  APR-NOT-QUEUED         VALUE "N".
009585
009590 01  WS-QUEUE-SET-NAME          PIC X(08) VALUE SPACES.
009595
009600******************************************************************
009700*    THE CARD AS HELD IN THE SESSION - EDITED HERE, AND QUEUED    *
009710*    FOR APPROVAL (APPRSVC) ONLY WHEN THE FIELDS ALL PASS.  IT IS *
009720*    NOT WRITTEN HERE - APPRMNT WRITES IT TO CTLFILE ONCE A       *
009800*    SECOND OPERATOR HAS APPROVED IT.                             *
009900******************************************************************
010000 01  WS-CARD-DIRECTION          PIC X(01) VALUE "A".
010100 01  WS-CARD-TOTAL-X            PIC X(11) VALUE "+0000000000".
018300
018400 1000-INITIALIZE.
018500******************************************************************
018550*    SIGN ON, THEN PICK UP THE CURRENT CARD, IF THERE IS ONE,     *
018600*    AND SHOW IT - THE OPERATOR ALWAYS SEES WHAT THE NEXT RUN     *
018650*    WOULD USE BEFORE DECIDING TO CHANGE IT.  A FAILED SIGN-ON    *
018700*    ENDS THE SESSION BEFORE IT STARTS.                           *
018900******************************************************************
018910     MOVE "CTLMAINT" TO SGN-PROGRAM.
018920     CALL "SIGNSVC" USING SGN-AREA.
018930     IF SGN-REFUSED
018940         SET WS-SESSION-DONE TO TRUE
018950         GO TO 1000-INITIALIZE-EXIT
018960     END-IF.
019000     OPEN INPUT CONTROL-FILE.
019100     IF WS-CONTROL-FILE-OK
019200         READ CONTROL-FILE
025600 3000-EDIT-CARD.
025700******************************************************************
025800*    KEY A NEW CARD FIELD BY FIELD.  EACH FIELD IS EDITED AS IT   *
025900*    IS KEYED AND RE-PROMPTED ON AN ERROR; THREE BAD TRIES ON     *
026000*    ANY FIELD ABANDONS THE WHOLE EDIT.  ONLY A FULLY CLEAN SET   *
026100*    OF FIELDS GOES ON THE APPROVAL QUEUE - THE SESSION CARD AND  *
026200*    THE CARD ON FILE ARE UNTOUCHED UNTIL IT IS APPROVED.         *
026300******************************************************************
026310     IF NOT SGN-MAY-MAKE
026320         DISPLAY "CTLMAINT - " SGN-USER-ID " MAY NOT CHANGE THE "
026330             "CARD"
026340         GO TO 3000-EDIT-CARD-EXIT
026350     END-IF.
026400     SET WS-EDIT-IN-PROGRESS TO TRUE.
026410     MOVE WS-CARD-DIRECTION TO WS-EDIT-DIRECTION.
026420     MOVE WS-CARD-TOTAL-X TO WS-EDIT-TOTAL-X.
027150         PERFORM 3370-EDIT-NETTING THRU 3370-EDIT-NETTING-EXIT
027160     END-IF.
027200     IF WS-EDIT-IN-PROGRESS
027300         MOVE SPACES TO WS-QUEUE-SET-NAME
027400         PERFORM 3500-QUEUE-CARD THRU 3500-QUEUE-CARD-EXIT
027500     ELSE
027600         DISPLAY "CTLMAINT - EDIT ABANDONED, CARD UNCHANGED"
027700     END-IF.
038300 3400-COUNT-TRY-EXIT.
038400     EXIT.
038500
038550 3500-QUEUE-CARD.
038600******************************************************************
038650*    PUT THE EDITED FIELDS ON THE APPROVAL QUEUE AS THE NEW CARD. *
038700*    APPRMNT WRITES THEM TO CTLFILE WHEN THEY ARE APPROVED.       *
038750******************************************************************
038800     MOVE SPACES TO APR-REQUEST.
038850     SET AQ-TYPE-CTL TO TRUE.
038900     MOVE SGN-USER-ID TO AQ-MAKER.
038950     MOVE WS-EDIT-DIRECTION TO AQ-CTL-DIRECTION.
039000     MOVE WS-EDIT-TOTAL-X TO AQ-CTL-TOTAL-X.
039050     MOVE WS-EDIT-COUNT-X TO AQ-CTL-COUNT-X.
039100     MOVE WS-EDIT-FULL-SORT TO AQ-CTL-FULL-SORT.
039150     MOVE WS-EDIT-NETTING TO AQ-CTL-NETTING.
039200     MOVE WS-QUEUE-SET-NAME TO AQ-CTL-SET-NAME.
039250     CALL "APPRSVC" USING APR-REQUEST APR-RESULT.
039300     IF APR-NOT-QUEUED
039350         DISPLAY "CTLMAINT - NEW CARD NOT QUEUED, CARD UNCHANGED"
039400         GO TO 3500-QUEUE-CARD-EXIT
039450     END-IF.
039500     DISPLAY "CTLMAINT - NEW CARD QUEUED AS REQUEST " AQ-REQ-NUM.
039550     DISPLAY "CTLMAINT - IT IS WRITTEN WHEN A SECOND OPERATOR "
039600         "APPROVES IT AT APPRMNT".
039650 3500-QUEUE-CARD-EXIT.
039700     EXIT.
040000
040100 4000-SAVE-SET.
040200******************************************************************
042800
042900 5000-GET-SET.
043000******************************************************************
043050*    PULL A NAMED SET FROM THE LIBRARY AND QUEUE IT FOR           *
043100*    APPROVAL AS THE NEW CARD, SO THE RUN AFTER THE APPROVAL      *
043150*    USES IT.                                                     *
043300******************************************************************
043310     IF NOT SGN-MAY-MAKE
043320         DISPLAY "CTLMAINT - " SGN-USER-ID " MAY NOT CHANGE THE "
043330             "CARD"
043340         GO TO 5000-GET-SET-EXIT
043350     END-IF.
043400     IF WS-COMMAND-NAME = SPACES
043500         DISPLAY "CTLMAINT - GET NEEDS A SET NAME"
043600         GO TO 5000-GET-SET-EXIT
044100         DISPLAY "CTLMAINT - NO SET NAMED " WS-COMMAND-NAME
044200         GO TO 5000-GET-SET-EXIT
044300     END-IF.
044400     MOVE WT-DIRECTION(W-FOUND-IDX) TO WS-EDIT-DIRECTION.
044500     MOVE WT-TOTAL-X(W-FOUND-IDX) TO WS-EDIT-TOTAL-X.
044600     MOVE WT-COUNT-X(W-FOUND-IDX) TO WS-EDIT-COUNT-X.
044610*    A SET FILED BEFORE THE FULL-SORT BYTE EXISTED COMES BACK
044620*    BLANK - THAT READS AS THE CHUNK BEHAVIOR, N.
044630     IF WT-FULL-SORT(W-FOUND-IDX) = "Y"
044640         MOVE "Y" TO WS-EDIT-FULL-SORT
044650     ELSE
044660         MOVE "N" TO WS-EDIT-FULL-SORT
044670     END-IF.
044680     IF WT-NETTING(W-FOUND-IDX) = "Y"
044690         MOVE "Y" TO WS-EDIT-NETTING
044700     ELSE
044710         MOVE "N" TO WS-EDIT-NETTING
044720     END-IF.
044750     MOVE WS-COMMAND-NAME TO WS-QUEUE-SET-NAME.
044800     PERFORM 3500-QUEUE-CARD THRU 3500-QUEUE-CARD-EXIT.
044900 5000-GET-SET-EXIT.
045000     EXIT.
045100
