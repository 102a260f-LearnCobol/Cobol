000100******************************************************************
000200* PROGRAM-ID.  SUSPMNT                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* SUSPENSE CLEARING DESK.  GLPOST RAISES AN OPEN ITEM ON THE      *
000900* SUSPENSE LEDGER (SUSPLDG, SEE SUSPREC) FOR EVERY DATE AND       *
001000* ORIGIN IT SENDS THROUGH THE SUSPENSE ACCOUNT.  ACCOUNTING       *
001100* WORKS OUT WHERE EACH AMOUNT BELONGS AND KEYS THE CLEARING       *
001200* HERE, IN THE SAME CONSOLE-DIALOG STYLE AS CTLMAINT AND          *
001300* ACCTMNT.  A CLEARING:                                           *
001400*                                                                 *
001500*     - TAKES THE AMOUNT OFF THE ITEM'S OPEN BALANCE (THE WHOLE   *
001600*       BALANCE OR PART OF IT) AND MARKS THE ITEM CLEARED WHEN    *
001700*       NOTHING IS LEFT OPEN,                                     *
001800*     - WRITES THE REVERSING JOURNAL PAIR - ONE ENTRY BACK OUT    *
001900*       OF THE SUSPENSE ACCOUNT AND ONE INTO THE ACCOUNT THE      *
002000*       AMOUNT REALLY BELONGS TO - ONTO THE PENDING CLEARING      *
002100*       FILE (SUSPREV, GLJRNL LAYOUT, SEE GLJREC).  THE NEXT      *
002200*       GLPOST RUN FOLDS THE PAIR ONTO THE JOURNAL.               *
002300*                                                                 *
002400* COMMANDS (KEYED AT THE PROMPT):                                 *
002500*     LIST             LIST EVERY OPEN ITEM IN DATE ORDER.        *
002600*     SHOW DATE ORIG   DISPLAY ONE ITEM.                          *
002700*     CLR DATE ORIG    KEY A CLEARING AGAINST ONE ITEM.           *
002800*     QUIT             END THE SESSION.                           *
002900*                                                                 *
003000* FIELD ENTRY RULES ON CLR:                                       *
003100*     AMOUNT     ELEVEN DIGITS, CENTS IN THE LAST TWO, E.G.       *
003200*                00000012345 FOR 123.45 - ALWAYS KEYED POSITIVE,  *
003300*                THE DIRECTION COMES FROM THE ITEM.  BLANK        *
003400*                CLEARS THE WHOLE OPEN BALANCE.  MAY NOT BE MORE  *
003500*                THAN THE OPEN BALANCE.                           *
003600*     ACCOUNT    THE GL ACCOUNT THE AMOUNT BELONGS TO, UP TO      *
003700*                EIGHT CHARACTERS.  BLANK TAKES THE ACCOUNT THE   *
003800*                MAP (ACCTMAP) GIVES THE ITEM'S ORIGIN, WHEN IT   *
003900*                GIVES ONE.                                       *
004000*     OPERATOR   THE CLEARING OPERATOR'S INITIALS, UP TO THREE    *
004100*                CHARACTERS.  REQUIRED.                           *
004200*     THREE BAD TRIES ON A FIELD ABANDONS THE CLEARING AND        *
004300*     LEAVES THE LEDGER UNTOUCHED.                                *
004400*-----------------------------------------------------------------*
004500* MODIFICATION HISTORY                                            *
004600*  DATE       INIT  DESCRIPTION                                   *
004700*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
004800******************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. SUSPMNT.
005100 AUTHOR. D.MAINT.
005200 INSTALLATION. DATA PROCESSING.
005300 DATE-WRITTEN. 15/10/2026.
005400 DATE-COMPILED.
005500
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900*-----------------------------------------------------------------*
006000* THE SUSPENSE LEDGER.  DYNAMIC ACCESS SO LIST READS IT IN KEY    *
006100* ORDER AND THE OTHER COMMANDS READ AND REWRITE BY KEY.           *
006200*-----------------------------------------------------------------*
006300     SELECT LEDGER-FILE ASSIGN TO "SUSPLDG"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS SL-KEY
006700         FILE STATUS IS WS-LEDGER-FILE-STATUS.
006800
006900*-----------------------------------------------------------------*
007000* THE ORIGIN-TO-ACCOUNT MAP - THE SUSPENSE ACCOUNT AND EACH       *
007100* ORIGIN'S DEFAULT ACCOUNT.                                       *
007200*-----------------------------------------------------------------*
007300     SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-ACCTMAP-FILE-STATUS.
007600
007700*-----------------------------------------------------------------*
007800* CLEARING ENTRIES WAITING FOR THE NEXT GLPOST RUN.               *
007900*-----------------------------------------------------------------*
008000     SELECT CLEARING-FILE ASSIGN TO "SUSPREV"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-CLEARING-FILE-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  LEDGER-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  SL-RECORD.
008900     COPY SUSPREC.
009000
009100 FD  ACCTMAP-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400 01  MAP-RECORD.
009500     COPY MAPREC.
009600
009700 FD  CLEARING-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000 01  JRN-RECORD.
010100     COPY GLJREC.
010200
010300 WORKING-STORAGE SECTION.
010400******************************************************************
010500*    OPERATOR INPUT - THE COMMAND LINE SPLIT INTO A VERB AND UP   *
010600*    TO TWO OPERANDS, AND THE FIELD BEING KEYED.                  *
010700******************************************************************
010800 01  WS-COMMAND-LINE            PIC X(80) VALUE SPACES.
010900 01  WS-COMMAND-VERB            PIC X(08) VALUE SPACES.
011000 01  WS-COMMAND-OP1             PIC X(10) VALUE SPACES.
011100 01  WS-COMMAND-OP2             PIC X(10) VALUE SPACES.
011200 01  WS-FIELD-INPUT             PIC X(30) VALUE SPACES.
011300
011400******************************************************************
011500*    THE ITEM KEY AS KEYED ON THE COMMAND LINE                    *
011600******************************************************************
011700 01  WS-KEY-DATE-X              PIC X(08) VALUE SPACES.
011800 01  WS-KEY-DATE REDEFINES WS-KEY-DATE-X
011900                                PIC 9(08).
012000 01  WS-KEY-ORIGIN              PIC X(04) VALUE SPACES.
012100
012200******************************************************************
012300*    STAGING AREA FOR A CLEARING IN PROGRESS - FIELDS ARE KEYED   *
012400*    HERE AND APPLIED ONLY WHEN EVERY FIELD HAS PASSED, AS IN     *
012500*    CTLMAINT.                                                    *
012600******************************************************************
012700 01  WS-EDIT-AMOUNT             PIC 9(09)V99 VALUE ZERO.
012800 01  WS-EDIT-ACCOUNT            PIC X(08) VALUE SPACES.
012900 01  WS-EDIT-OPERATOR           PIC X(03) VALUE SPACES.
013000 01  WS-DEFAULT-ACCOUNT         PIC X(08) VALUE SPACES.
013100
013200******************************************************************
013300*    WORK FIELD FOR VALIDATING A KEYED AMOUNT                     *
013400******************************************************************
013500 01  WS-AMOUNT-WORK-X           PIC X(11) VALUE SPACES.
013600 01  WS-AMOUNT-WORK REDEFINES WS-AMOUNT-WORK-X
013700                                PIC 9(09)V99.
013800
013900******************************************************************
014000*    THE ITEM'S OPEN BALANCE - SIGNED, AND AS A MAGNITUDE FOR     *
014100*    THE LIMIT ON A CLEARING - AND THE SIGNED AMOUNT CLEARED      *
014200******************************************************************
014300 01  W-OPEN-BALANCE             PIC S9(09)V99 COMP VALUE ZERO.
014400 01  W-OPEN-MAGNITUDE           PIC 9(09)V99 COMP VALUE ZERO.
014500 01  W-CLEAR-SIGNED             PIC S9(09)V99 COMP VALUE ZERO.
014600
014700******************************************************************
014800*    RETRY CONTROL FOR KEYED FIELDS, AS IN CTLMAINT               *
014900******************************************************************
015000 01  W-TRY-COUNT PIC S9(04) COMP VALUE ZERO.
015100     78  W-MAX-TRIES VALUE 3.
015200
015300 01  WS-FIELD-OK-SWITCH         PIC X(01) VALUE "N".
015400         88  WS-FIELD-OK            VALUE "Y".
015500         88  WS-FIELD-NOT-OK        VALUE "N".
015600
015700 01  WS-EDIT-SWITCH             PIC X(01) VALUE "N".
015800         88  WS-EDIT-ABANDONED      VALUE "Y".
015900         88  WS-EDIT-IN-PROGRESS    VALUE "N".
016000
016100******************************************************************
016200*    THE ACCOUNT MAP LOADED INTO A TABLE, AS IN GLPOST, AND THE   *
016300*    SUSPENSE ACCOUNT USED WHEN THE MAP DOES NOT SUPPLY ONE       *
016400******************************************************************
016500     78  W-MAX-MAPS VALUE 100.
016600     78  W-SUSPENSE-ORIGIN VALUE "SUSP".
016700 01  WS-SUSPENSE-ACCOUNT        PIC X(08) VALUE "99999999".
016800 01  W-MAP-COUNT PIC S9(04) COMP VALUE ZERO.
016900 01  W-MAP-TABLE.
017000     05  W-MAP-ENTRY OCCURS 1 TO W-MAX-MAPS TIMES
017100             DEPENDING ON W-MAP-COUNT.
017200         10  WM-ORIGIN          PIC X(04).
017300         10  WM-ACCOUNT         PIC X(08).
017400 01  W-M PIC S9(04) COMP VALUE 1.
017500 01  W-FOUND-IDX PIC S9(04) COMP VALUE ZERO.
017600
017700******************************************************************
017800*    SESSION CONTROL, TODAY'S DATE, AND THE EDITED AMOUNTS FOR    *
017900*    THE CONSOLE DISPLAYS                                         *
018000******************************************************************
018100 01  WS-SESSION-SWITCH          PIC X(01) VALUE "N".
018200         88  WS-SESSION-DONE        VALUE "Y".
018300         88  WS-SESSION-ACTIVE      VALUE "N".
018400
018500 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
018600 01  WS-DISP-POSTED             PIC +(9)9.99.
018700 01  WS-DISP-CLEARED            PIC +(9)9.99.
018800 01  WS-DISP-OPEN               PIC +(9)9.99.
018900 01  W-LISTED-COUNT             PIC S9(04) COMP VALUE ZERO.
019000 01  WS-DISP-COUNT              PIC 9(05) VALUE ZERO.
019100
019200******************************************************************
019300*    FILE STATUS FOR THE SUSPENSE LEDGER.  23 ON A READ MEANS     *
019400*    THERE IS NO ITEM FOR THE DATE AND ORIGIN.                    *
019500******************************************************************
019600 01  WS-LEDGER-FILE-STATUS      PIC X(02) VALUE SPACES.
019700         88  WS-LEDGER-FILE-OK          VALUE "00".
019800         88  WS-LEDGER-KEY-NOT-FOUND    VALUE "23".
019900         88  WS-LEDGER-FILE-AT-END      VALUE "10".
020000
020100******************************************************************
020200*    FILE STATUS FOR THE ACCOUNT MAP AND THE CLEARING FILE        *
020300******************************************************************
020400 01  WS-ACCTMAP-FILE-STATUS     PIC X(02) VALUE SPACES.
020500         88  WS-ACCTMAP-FILE-OK     VALUE "00".
020600         88  WS-ACCTMAP-FILE-AT-END VALUE "10".
020700 01  WS-CLEARING-FILE-STATUS    PIC X(02) VALUE SPACES.
020800         88  WS-CLEARING-FILE-OK    VALUE "00".
020900
021000 PROCEDURE DIVISION.
021100 0000-MAINLINE SECTION.
021200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021300     IF WS-SESSION-ACTIVE
021400         PERFORM 2000-COMMAND-CYCLE THRU 2000-COMMAND-CYCLE-EXIT
021500             UNTIL WS-SESSION-DONE
021600         CLOSE LEDGER-FILE
021700     END-IF.
021800     DISPLAY "SUSPMNT - SESSION ENDED".
021900     GOBACK.
022000
022100 1000-INITIALIZE.
022200******************************************************************
022300*    LOAD THE ACCOUNT MAP AND OPEN THE LEDGER FOR UPDATE.  THE    *
022400*    LEDGER IS GLPOST'S TO CREATE - WITHOUT ONE THERE IS NOTHING  *
022500*    TO CLEAR.                                                    *
022600******************************************************************
022700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
022800     OPEN INPUT ACCTMAP-FILE.
022900     IF WS-ACCTMAP-FILE-OK
023000         PERFORM 1100-LOAD-ONE-MAP THRU 1100-LOAD-ONE-MAP-EXIT
023100             UNTIL WS-ACCTMAP-FILE-AT-END
023200                 OR W-MAP-COUNT >= W-MAX-MAPS
023300         CLOSE ACCTMAP-FILE
023400     ELSE
023500         DISPLAY "SUSPMNT - NO ACCOUNT MAP PRESENT, EVERY "
023600             "CLEARING NEEDS ITS ACCOUNT KEYED"
023700     END-IF.
023800     OPEN I-O LEDGER-FILE.
023900     IF NOT WS-LEDGER-FILE-OK
024000         DISPLAY "SUSPMNT - SUSPENSE LEDGER OPEN FAILED, STATUS "
024100             WS-LEDGER-FILE-STATUS
024200         MOVE 12 TO RETURN-CODE
024300         SET WS-SESSION-DONE TO TRUE
024400     END-IF.
024500 1000-INITIALIZE-EXIT.
024600     EXIT.
024700
024800 1100-LOAD-ONE-MAP.
024900******************************************************************
025000*    ONE MAP LINE - THE RESERVED SUSPENSE ORIGIN SETS THE         *
025100*    SUSPENSE ACCOUNT, ANYTHING ELSE GOES IN THE LOOKUP TABLE.    *
025200******************************************************************
025300     READ ACCTMAP-FILE
025400     AT END
025500         SET WS-ACCTMAP-FILE-AT-END TO TRUE
025600     NOT AT END
025700         IF AM-ORIGIN = W-SUSPENSE-ORIGIN
025800             MOVE AM-ACCOUNT TO WS-SUSPENSE-ACCOUNT
025900         ELSE
026000             IF AM-ORIGIN NOT = SPACES
026100                 ADD 1 TO W-MAP-COUNT
026200                 MOVE AM-ORIGIN TO WM-ORIGIN(W-MAP-COUNT)
026300                 MOVE AM-ACCOUNT TO WM-ACCOUNT(W-MAP-COUNT)
026400             END-IF
026500         END-IF
026600     END-READ.
026700 1100-LOAD-ONE-MAP-EXIT.
026800     EXIT.
026900
027000 2000-COMMAND-CYCLE.
027100******************************************************************
027200*    ONE PROMPT - READ A COMMAND LINE, SPLIT OFF THE VERB AND     *
027300*    UP TO TWO OPERANDS, AND DISPATCH.  AN UNREADABLE OR EMPTY    *
027400*    LINE ENDS THE SESSION, AS IN CTLMAINT.                       *
027500******************************************************************
027600     DISPLAY "SUSPMNT COMMAND (LIST/SHOW/CLR/QUIT):".
027700     MOVE SPACES TO WS-COMMAND-LINE.
027800     ACCEPT WS-COMMAND-LINE.
027900     MOVE SPACES TO WS-COMMAND-VERB.
028000     MOVE SPACES TO WS-COMMAND-OP1.
028100     MOVE SPACES TO WS-COMMAND-OP2.
028200     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
028300         INTO WS-COMMAND-VERB WS-COMMAND-OP1 WS-COMMAND-OP2.
028400     EVALUATE WS-COMMAND-VERB
028500         WHEN "LIST"
028600             PERFORM 7000-LIST-OPEN THRU 7000-LIST-OPEN-EXIT
028700         WHEN "SHOW"
028800             PERFORM 3000-SHOW-ITEM THRU 3000-SHOW-ITEM-EXIT
028900         WHEN "CLR"
029000             PERFORM 4000-CLEAR-ITEM THRU 4000-CLEAR-ITEM-EXIT
029100         WHEN "QUIT"
029200             SET WS-SESSION-DONE TO TRUE
029300         WHEN SPACES
029400             SET WS-SESSION-DONE TO TRUE
029500         WHEN OTHER
029600             DISPLAY "SUSPMNT - UNKNOWN COMMAND: "
029700                 WS-COMMAND-VERB
029800     END-EVALUATE.
029900 2000-COMMAND-CYCLE-EXIT.
030000     EXIT.
030100
030200 2100-EDIT-ITEM-KEY.
030300******************************************************************
030400*    THE TWO OPERANDS MUST BE AN EIGHT-DIGIT DATE AND AN ORIGIN   *
030500*    OF AT MOST FOUR CHARACTERS.  A KEY THAT DOES NOT PASS        *
030600*    COMES BACK AS SPACES.                                        *
030700******************************************************************
030800     MOVE WS-COMMAND-OP1(1:8) TO WS-KEY-DATE-X.
030900     MOVE WS-COMMAND-OP2(1:4) TO WS-KEY-ORIGIN.
031000     IF WS-KEY-DATE-X IS NOT NUMERIC
031100         OR WS-COMMAND-OP1(9:2) NOT = SPACES
031200         OR WS-KEY-ORIGIN = SPACES
031300         OR WS-COMMAND-OP2(5:6) NOT = SPACES
031400         DISPLAY "SUSPMNT - " WS-COMMAND-VERB
031500             " NEEDS A DATE (YYYYMMDD) AND AN ORIGIN"
031600         MOVE SPACES TO WS-KEY-DATE-X
031700     END-IF.
031800 2100-EDIT-ITEM-KEY-EXIT.
031900     EXIT.
032000
032100 2200-SHOW-RECORD.
032200******************************************************************
032300*    SHOW THE LEDGER ITEM IN THE RECORD AREA.                     *
032400******************************************************************
032500     COMPUTE W-OPEN-BALANCE =
032600         SL-POSTED-AMOUNT - SL-CLEARED-AMOUNT.
032700     MOVE SL-POSTED-AMOUNT TO WS-DISP-POSTED.
032800     MOVE SL-CLEARED-AMOUNT TO WS-DISP-CLEARED.
032900     MOVE W-OPEN-BALANCE TO WS-DISP-OPEN.
033000     DISPLAY "ITEM . . . . . . . " SL-DATE " " SL-ORIGIN.
033100     DISPLAY "  STATUS . . . . . " SL-STATUS.
033200     DISPLAY "  POSTED . . . . . " WS-DISP-POSTED.
033300     DISPLAY "  CLEARED  . . . . " WS-DISP-CLEARED.
033400     DISPLAY "  OPEN BALANCE . . " WS-DISP-OPEN.
033500     DISPLAY "  FIRST POSTED . . " SL-FIRST-POST-DATE.
033600     DISPLAY "  LAST CLEARED . . " SL-LAST-CLEAR-DATE " BY "
033700         SL-LAST-CLEAR-OPER.
033800 2200-SHOW-RECORD-EXIT.
033900     EXIT.
034000
034100 3000-SHOW-ITEM.
034200     PERFORM 2100-EDIT-ITEM-KEY THRU 2100-EDIT-ITEM-KEY-EXIT.
034300     IF WS-KEY-DATE-X = SPACES
034400         GO TO 3000-SHOW-ITEM-EXIT
034500     END-IF.
034600     MOVE WS-KEY-DATE TO SL-DATE.
034700     MOVE WS-KEY-ORIGIN TO SL-ORIGIN.
034800     READ LEDGER-FILE
034900     INVALID KEY
035000         DISPLAY "SUSPMNT - NO ITEM FOR " WS-KEY-DATE-X " "
035100             WS-KEY-ORIGIN
035200     NOT INVALID KEY
035300         PERFORM 2200-SHOW-RECORD THRU 2200-SHOW-RECORD-EXIT
035400     END-READ.
035500 3000-SHOW-ITEM-EXIT.
035600     EXIT.
035700
035800 4000-CLEAR-ITEM.
035900******************************************************************
036000*    KEY A CLEARING AGAINST AN OPEN ITEM.  THE ITEM IS RE-READ    *
036100*    BEFORE IT IS REWRITTEN SO THE CLEARING LANDS ON THE CURRENT  *
036200*    IMAGE, AND THE CLEARING FILE IS OPENED FIRST SO A FILE THAT  *
036300*    WILL NOT TAKE THE JOURNAL PAIR LEAVES THE LEDGER UNTOUCHED.  *
036400******************************************************************
036500     PERFORM 2100-EDIT-ITEM-KEY THRU 2100-EDIT-ITEM-KEY-EXIT.
036600     IF WS-KEY-DATE-X = SPACES
036700         GO TO 4000-CLEAR-ITEM-EXIT
036800     END-IF.
036900     MOVE WS-KEY-DATE TO SL-DATE.
037000     MOVE WS-KEY-ORIGIN TO SL-ORIGIN.
037100     READ LEDGER-FILE
037200     INVALID KEY
037300         DISPLAY "SUSPMNT - NO ITEM FOR " WS-KEY-DATE-X " "
037400             WS-KEY-ORIGIN
037500         GO TO 4000-CLEAR-ITEM-EXIT
037600     END-READ.
037700     PERFORM 2200-SHOW-RECORD THRU 2200-SHOW-RECORD-EXIT.
037800     IF W-OPEN-BALANCE = ZERO
037900         DISPLAY "SUSPMNT - ITEM HAS NOTHING OPEN TO CLEAR"
038000         GO TO 4000-CLEAR-ITEM-EXIT
038100     END-IF.
038200     IF W-OPEN-BALANCE < ZERO
038300         COMPUTE W-OPEN-MAGNITUDE = ZERO - W-OPEN-BALANCE
038400     ELSE
038500         MOVE W-OPEN-BALANCE TO W-OPEN-MAGNITUDE
038600     END-IF.
038700     PERFORM 4100-FIND-DEFAULT-ACCOUNT THRU
038800         4100-FIND-DEFAULT-ACCOUNT-EXIT.
038900     SET WS-EDIT-IN-PROGRESS TO TRUE.
039000     PERFORM 4200-EDIT-AMOUNT THRU 4200-EDIT-AMOUNT-EXIT.
039100     IF WS-EDIT-IN-PROGRESS
039200         PERFORM 4300-EDIT-ACCOUNT THRU 4300-EDIT-ACCOUNT-EXIT
039300     END-IF.
039400     IF WS-EDIT-IN-PROGRESS
039500         PERFORM 4400-EDIT-OPERATOR THRU 4400-EDIT-OPERATOR-EXIT
039600     END-IF.
039700     IF WS-EDIT-ABANDONED
039800         DISPLAY "SUSPMNT - CLEARING ABANDONED, LEDGER UNCHANGED"
039900         GO TO 4000-CLEAR-ITEM-EXIT
040000     END-IF.
040100     OPEN EXTEND CLEARING-FILE.
040200     IF NOT WS-CLEARING-FILE-OK
040300         OPEN OUTPUT CLEARING-FILE
040400     END-IF.
040500     IF NOT WS-CLEARING-FILE-OK
040600         DISPLAY "SUSPMNT - CLEARING FILE OPEN FAILED, STATUS "
040700             WS-CLEARING-FILE-STATUS ", LEDGER UNCHANGED"
040800         GO TO 4000-CLEAR-ITEM-EXIT
040900     END-IF.
041000     MOVE WS-KEY-DATE TO SL-DATE.
041100     MOVE WS-KEY-ORIGIN TO SL-ORIGIN.
041200     READ LEDGER-FILE
041300     INVALID KEY
041400         DISPLAY "SUSPMNT - ITEM NO LONGER ON FILE"
041500         CLOSE CLEARING-FILE
041600         GO TO 4000-CLEAR-ITEM-EXIT
041700     END-READ.
041710     COMPUTE W-OPEN-BALANCE =
041720         SL-POSTED-AMOUNT - SL-CLEARED-AMOUNT.
041730     IF (W-OPEN-BALANCE NOT > ZERO
041740             AND ZERO - W-OPEN-BALANCE < WS-EDIT-AMOUNT)
041750         OR (W-OPEN-BALANCE > ZERO
041760             AND W-OPEN-BALANCE < WS-EDIT-AMOUNT)
041770         DISPLAY "SUSPMNT - ITEM CHANGED WHILE KEYING, "
041780             "LEDGER UNCHANGED"
041790         CLOSE CLEARING-FILE
041791         GO TO 4000-CLEAR-ITEM-EXIT
041792     END-IF.
041800     IF W-OPEN-BALANCE < ZERO
041900         COMPUTE W-CLEAR-SIGNED = ZERO - WS-EDIT-AMOUNT
042000     ELSE
042100         MOVE WS-EDIT-AMOUNT TO W-CLEAR-SIGNED
042200     END-IF.
042300     ADD W-CLEAR-SIGNED TO SL-CLEARED-AMOUNT.
042400     IF SL-CLEARED-AMOUNT = SL-POSTED-AMOUNT
042500         SET SL-STATUS-CLEARED TO TRUE
042600     END-IF.
042700     MOVE WS-TODAY-DATE TO SL-LAST-CLEAR-DATE.
042800     MOVE WS-EDIT-OPERATOR TO SL-LAST-CLEAR-OPER.
042900     REWRITE SL-RECORD
043000     INVALID KEY
043100         DISPLAY "SUSPMNT - REWRITE FAILED, LEDGER UNCHANGED"
043200         CLOSE CLEARING-FILE
043300         GO TO 4000-CLEAR-ITEM-EXIT
043400     END-REWRITE.
043500     PERFORM 4500-WRITE-CLEARING-PAIR THRU
043600         4500-WRITE-CLEARING-PAIR-EXIT.
043700     CLOSE CLEARING-FILE.
043800     DISPLAY "SUSPMNT - ITEM " SL-DATE " " SL-ORIGIN
043900         " CLEARED TO " WS-EDIT-ACCOUNT.
044000     PERFORM 2200-SHOW-RECORD THRU 2200-SHOW-RECORD-EXIT.
044100 4000-CLEAR-ITEM-EXIT.
044200     EXIT.
044300
044400 4100-FIND-DEFAULT-ACCOUNT.
044500     MOVE SPACES TO WS-DEFAULT-ACCOUNT.
044600     MOVE ZERO TO W-FOUND-IDX.
044700     PERFORM 4110-MATCH-ACCOUNT THRU 4110-MATCH-ACCOUNT-EXIT
044800         VARYING W-M FROM 1 BY 1
044900         UNTIL W-M > W-MAP-COUNT OR W-FOUND-IDX > ZERO.
045000     IF W-FOUND-IDX > ZERO
045100         MOVE WM-ACCOUNT(W-FOUND-IDX) TO WS-DEFAULT-ACCOUNT
045200     END-IF.
045300 4100-FIND-DEFAULT-ACCOUNT-EXIT.
045400     EXIT.
045500
045600 4110-MATCH-ACCOUNT.
045700     IF WM-ORIGIN(W-M) = SL-ORIGIN
045800         MOVE W-M TO W-FOUND-IDX
045900     END-IF.
046000 4110-MATCH-ACCOUNT-EXIT.
046100     EXIT.
046200
046300 4200-EDIT-AMOUNT.
046400     MOVE ZERO TO W-TRY-COUNT.
046500     SET WS-FIELD-NOT-OK TO TRUE.
046600     PERFORM 4210-TRY-AMOUNT THRU 4210-TRY-AMOUNT-EXIT
046700         UNTIL WS-FIELD-OK OR WS-EDIT-ABANDONED.
046800 4200-EDIT-AMOUNT-EXIT.
046900     EXIT.
047000
047100 4210-TRY-AMOUNT.
047200******************************************************************
047300*    A WELL-FORMED AMOUNT IS ELEVEN DIGITS, CENTS IN THE LAST     *
047400*    TWO, ABOVE ZERO AND NOT MORE THAN THE OPEN BALANCE.          *
047500******************************************************************
047600     MOVE W-OPEN-MAGNITUDE TO WS-DISP-OPEN.
047700     DISPLAY "AMOUNT (99999999999, BLANK = ALL " WS-DISP-OPEN
047800         "):".
047900     MOVE SPACES TO WS-FIELD-INPUT.
048000     ACCEPT WS-FIELD-INPUT.
048100     IF WS-FIELD-INPUT = SPACES
048200         MOVE W-OPEN-MAGNITUDE TO WS-EDIT-AMOUNT
048300         SET WS-FIELD-OK TO TRUE
048400         GO TO 4210-TRY-AMOUNT-EXIT
048500     END-IF.
048600     MOVE WS-FIELD-INPUT(1:11) TO WS-AMOUNT-WORK-X.
048700     IF WS-AMOUNT-WORK IS NOT NUMERIC
048800         OR WS-FIELD-INPUT(12:19) NOT = SPACES
048900         DISPLAY "SUSPMNT - AMOUNT MUST BE ELEVEN DIGITS, E.G. "
049000             "00000012345 FOR 123.45"
049100         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
049200         GO TO 4210-TRY-AMOUNT-EXIT
049300     END-IF.
049400     IF WS-AMOUNT-WORK = ZERO
049500         OR WS-AMOUNT-WORK > W-OPEN-MAGNITUDE
049600         DISPLAY "SUSPMNT - AMOUNT MUST BE ABOVE ZERO AND NOT "
049700             "MORE THAN THE OPEN BALANCE"
049800         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
049900         GO TO 4210-TRY-AMOUNT-EXIT
050000     END-IF.
050100     MOVE WS-AMOUNT-WORK TO WS-EDIT-AMOUNT.
050200     SET WS-FIELD-OK TO TRUE.
050300 4210-TRY-AMOUNT-EXIT.
050400     EXIT.
050500
050600 4300-EDIT-ACCOUNT.
050700     MOVE ZERO TO W-TRY-COUNT.
050800     SET WS-FIELD-NOT-OK TO TRUE.
050900     PERFORM 4310-TRY-ACCOUNT THRU 4310-TRY-ACCOUNT-EXIT
051000         UNTIL WS-FIELD-OK OR WS-EDIT-ABANDONED.
051100 4300-EDIT-ACCOUNT-EXIT.
051200     EXIT.
051300
051400 4310-TRY-ACCOUNT.
051500******************************************************************
051600*    THE ACCOUNT THE AMOUNT BELONGS TO.  THE SUSPENSE ACCOUNT     *
051700*    ITSELF IS REFUSED - CLEARING INTO SUSPENSE CLEARS NOTHING.   *
051800******************************************************************
051900     IF WS-DEFAULT-ACCOUNT = SPACES
052000         DISPLAY "ACCOUNT (REQUIRED, UP TO EIGHT CHARACTERS):"
052100     ELSE
052200         DISPLAY "ACCOUNT (BLANK = " WS-DEFAULT-ACCOUNT "):"
052300     END-IF.
052400     MOVE SPACES TO WS-FIELD-INPUT.
052500     ACCEPT WS-FIELD-INPUT.
052600     IF WS-FIELD-INPUT = SPACES
052700         IF WS-DEFAULT-ACCOUNT = SPACES
052800             DISPLAY "SUSPMNT - AN ACCOUNT IS REQUIRED"
052900             PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
053000         ELSE
053100             MOVE WS-DEFAULT-ACCOUNT TO WS-EDIT-ACCOUNT
053200             SET WS-FIELD-OK TO TRUE
053300         END-IF
053400         GO TO 4310-TRY-ACCOUNT-EXIT
053500     END-IF.
053600     IF WS-FIELD-INPUT(9:22) NOT = SPACES
053700         DISPLAY "SUSPMNT - ACCOUNT IS AT MOST EIGHT CHARACTERS"
053800         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
053900         GO TO 4310-TRY-ACCOUNT-EXIT
054000     END-IF.
054100     IF WS-FIELD-INPUT(1:8) = WS-SUSPENSE-ACCOUNT
054200         DISPLAY "SUSPMNT - CANNOT CLEAR INTO THE SUSPENSE "
054300             "ACCOUNT"
054400         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
054500         GO TO 4310-TRY-ACCOUNT-EXIT
054600     END-IF.
054700     MOVE WS-FIELD-INPUT(1:8) TO WS-EDIT-ACCOUNT.
054800     SET WS-FIELD-OK TO TRUE.
054900 4310-TRY-ACCOUNT-EXIT.
055000     EXIT.
055100
055200 4400-EDIT-OPERATOR.
055300     MOVE ZERO TO W-TRY-COUNT.
055400     SET WS-FIELD-NOT-OK TO TRUE.
055500     PERFORM 4410-TRY-OPERATOR THRU 4410-TRY-OPERATOR-EXIT
055600         UNTIL WS-FIELD-OK OR WS-EDIT-ABANDONED.
055700 4400-EDIT-OPERATOR-EXIT.
055800     EXIT.
055900
056000 4410-TRY-OPERATOR.
056100     DISPLAY "OPERATOR (REQUIRED, UP TO THREE CHARACTERS):".
056200     MOVE SPACES TO WS-FIELD-INPUT.
056300     ACCEPT WS-FIELD-INPUT.
056400     IF WS-FIELD-INPUT = SPACES
056500         OR WS-FIELD-INPUT(4:27) NOT = SPACES
056600         DISPLAY "SUSPMNT - OPERATOR MUST BE ONE TO THREE "
056700             "CHARACTERS"
056800         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
056900     ELSE
057000         MOVE WS-FIELD-INPUT(1:3) TO WS-EDIT-OPERATOR
057100         SET WS-FIELD-OK TO TRUE
057200     END-IF.
057300 4410-TRY-OPERATOR-EXIT.
057400     EXIT.
057500
057600 4500-WRITE-CLEARING-PAIR.
057700******************************************************************
057800*    THE REVERSING PAIR.  AN ITEM CREDITED TO SUSPENSE IS         *
057900*    CLEARED BY DEBITING SUSPENSE AND CREDITING THE ACCOUNT THE   *
058000*    AMOUNT BELONGS TO; AN ITEM DEBITED TO SUSPENSE THE OTHER     *
058100*    WAY ROUND.  BOTH CARRY THE ITEM'S ORIGIN AND TODAY'S DATE.   *
058200******************************************************************
058300     MOVE SPACES TO JRN-RECORD.
058400     MOVE WS-TODAY-DATE TO JRN-DATE.
058500     MOVE WS-SUSPENSE-ACCOUNT TO JRN-ACCOUNT.
058600     MOVE WS-EDIT-AMOUNT TO JRN-AMOUNT.
058700     MOVE SL-ORIGIN TO JRN-ORIGIN.
058800     MOVE "SUSPENSE CLEARING" TO JRN-DESC.
058900     IF W-CLEAR-SIGNED > ZERO
059000         SET JRN-DEBIT TO TRUE
059100     ELSE
059200         SET JRN-CREDIT TO TRUE
059300     END-IF.
059400     WRITE JRN-RECORD.
059500     MOVE SPACES TO JRN-RECORD.
059600     MOVE WS-TODAY-DATE TO JRN-DATE.
059700     MOVE WS-EDIT-ACCOUNT TO JRN-ACCOUNT.
059800     MOVE WS-EDIT-AMOUNT TO JRN-AMOUNT.
059900     MOVE SL-ORIGIN TO JRN-ORIGIN.
060000     MOVE "CLEARED FROM SUSP" TO JRN-DESC.
060100     IF W-CLEAR-SIGNED > ZERO
060200         SET JRN-CREDIT TO TRUE
060300     ELSE
060400         SET JRN-DEBIT TO TRUE
060500     END-IF.
060600     WRITE JRN-RECORD.
060700 4500-WRITE-CLEARING-PAIR-EXIT.
060800     EXIT.
060900
061000 7000-LIST-OPEN.
061100******************************************************************
061200*    LIST EVERY OPEN ITEM IN KEY (DATE, THEN ORIGIN) ORDER.       *
061300******************************************************************
061400     MOVE ZERO TO W-LISTED-COUNT.
061500     MOVE LOW-VALUES TO SL-KEY.
061600     START LEDGER-FILE KEY NOT < SL-KEY
061700     INVALID KEY
061800         DISPLAY "SUSPMNT - SUSPENSE LEDGER IS EMPTY"
061900         GO TO 7000-LIST-OPEN-EXIT
062000     END-START.
062100     DISPLAY "DATE     ORIG        POSTED       CLEARED"
062150         "          OPEN".
062200     PERFORM 7100-LIST-ONE-ITEM THRU 7100-LIST-ONE-ITEM-EXIT
062300         UNTIL WS-LEDGER-FILE-AT-END.
062400     MOVE W-LISTED-COUNT TO WS-DISP-COUNT.
062500     DISPLAY "SUSPMNT - OPEN ITEMS LISTED: " WS-DISP-COUNT.
062600 7000-LIST-OPEN-EXIT.
062700     EXIT.
062800
062900 7100-LIST-ONE-ITEM.
063000     READ LEDGER-FILE NEXT RECORD
063100     AT END
063200         SET WS-LEDGER-FILE-AT-END TO TRUE
063300     NOT AT END
063400         IF SL-STATUS-OPEN
063500             COMPUTE W-OPEN-BALANCE =
063600                 SL-POSTED-AMOUNT - SL-CLEARED-AMOUNT
063700             MOVE SL-POSTED-AMOUNT TO WS-DISP-POSTED
063800             MOVE SL-CLEARED-AMOUNT TO WS-DISP-CLEARED
063900             MOVE W-OPEN-BALANCE TO WS-DISP-OPEN
064000             DISPLAY SL-DATE " " SL-ORIGIN " " WS-DISP-POSTED
064100                 " " WS-DISP-CLEARED " " WS-DISP-OPEN
064200             ADD 1 TO W-LISTED-COUNT
064300         END-IF
064400     END-READ.
064500 7100-LIST-ONE-ITEM-EXIT.
064600     EXIT.
064700
064800 8000-COUNT-TRY.
064900     ADD 1 TO W-TRY-COUNT.
065000     IF W-TRY-COUNT >= W-MAX-TRIES
065100         SET WS-EDIT-ABANDONED TO TRUE
065200     END-IF.
065300 8000-COUNT-TRY-EXIT.
065400     EXIT.
