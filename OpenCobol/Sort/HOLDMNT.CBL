000100******************************************************************
000200* PROGRAM-ID.  HOLDMNT                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* HIGH-VALUE HOLD CONSOLE.  MSTRUPDT HOLDS A TRANSACTION THAT     *
000900* BREAKS A RELEASE LIMIT (HOLDFILE, SEE HOLDREC) INSTEAD OF       *
001000* APPLYING IT TO THE MASTER, AND THE MORNING HOLD LISTING         *
001100* (HOLDRPT) SHOWS EACH ONE.  A SUPERVISOR WORKS THE ITEMS HERE,   *
001200* IN THE SAME CONSOLE-DIALOG STYLE AS APPRMNT.                    *
001300*                                                                 *
001400* THE SESSION OPENS WITH A SIGN-ON (SIGNSVC); ONLY A CHECKER (OR  *
001500* AN OPERATOR WITH BOTH ROLES) GETS IN.  EACH DECISION CARRIES    *
001600* THE OPERATOR, THE TIME AND A REQUIRED NOTE.                     *
001700*                                                                 *
001800*     RELEASE THE ITEM APPLIES TO THE MASTER IN THE NEXT MSTRUPDT *
001900*             RUN, AHEAD OF THAT NIGHT'S BATCH, WITH ITS HISTORY  *
002000*             IMAGE LIKE ANY OTHER TRANSACTION.                   *
002100*     CANCEL  THE ITEM NEVER APPLIES.                             *
002200*                                                                 *
002300* COMMANDS (KEYED AT THE PROMPT):                                 *
002400*     LIST          LIST EVERY ITEM STILL HELD.                   *
002500*     SHOW NUM      DISPLAY ONE ITEM IN FULL.                     *
002600*     REL NUM       RELEASE A HELD ITEM (CONFIRMED WITH Y).       *
002700*     CAN NUM       CANCEL A HELD ITEM (CONFIRMED WITH Y).        *
002800*     QUIT          END THE SESSION.                              *
002900*                                                                 *
003000* HOLD NUMBERS MAY BE KEYED WITHOUT THEIR LEADING ZEROS.          *
003100*-----------------------------------------------------------------*
003200* MODIFICATION HISTORY                                            *
003300*  DATE       INIT  DESCRIPTION                                   *
003400*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. HOLDMNT.
003800 AUTHOR. D.MAINT.
003900 INSTALLATION. DATA PROCESSING.
004000 DATE-WRITTEN. 15/10/2026.
004100 DATE-COMPILED.
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600*-----------------------------------------------------------------*
004700* THE HOLD FILE.  DYNAMIC ACCESS SO LIST READS IT IN KEY ORDER    *
004800* AND THE OTHER COMMANDS READ AND REWRITE BY NUMBER.              *
004900*-----------------------------------------------------------------*
005000     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS HD-HOLD-NUM
005400         FILE STATUS IS WS-HOLD-FILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  HOLD-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  HD-RECORD.
006100     COPY HOLDREC.
006200
006300 WORKING-STORAGE SECTION.
006400******************************************************************
006500*    THE SIGNED-ON OPERATOR                                       *
006600******************************************************************
006700 01  SGN-AREA.
006800     COPY SIGNREC.
006900
007000******************************************************************
007100*    OPERATOR INPUT - THE COMMAND LINE SPLIT INTO A VERB AND ITS  *
007200*    OPERAND, AND THE FIELD BEING KEYED.                          *
007300******************************************************************
007400 01  WS-COMMAND-LINE            PIC X(80) VALUE SPACES.
007500 01  WS-COMMAND-VERB            PIC X(08) VALUE SPACES.
007600 01  WS-COMMAND-OP1             PIC X(10) VALUE SPACES.
007700 01  WS-FIELD-INPUT             PIC X(30) VALUE SPACES.
007800
007900******************************************************************
008000*    THE HOLD NUMBER AS KEYED - RIGHT-JUSTIFIED WITH LEADING      *
008100*    ZEROS BEFORE IT IS EDITED, AS APPRMNT DOES THE REQUEST.      *
008200******************************************************************
008300 01  WS-HOLD-NUM-X              PIC X(06) VALUE SPACES.
008400 01  WS-HOLD-NUM REDEFINES WS-HOLD-NUM-X
008500                                PIC 9(06).
008600 01  WS-HOLD-SHIFT-X            PIC X(06) VALUE SPACES.
008700
008800 01  WS-ITEM-SWITCH             PIC X(01) VALUE "N".
008900         88  WS-ITEM-FOUND          VALUE "Y".
009000         88  WS-ITEM-MISSING        VALUE "N".
009100
009200******************************************************************
009300*    THE DECISION IN HAND - R FOR RELEASE, C FOR CANCEL, AS THE   *
009400*    HOLD STATUS CODES HAVE IT - AND ITS NAME FOR THE CONSOLE.    *
009500******************************************************************
009600 01  WS-DECISION                PIC X(01) VALUE SPACE.
009700         88  WS-DECISION-RELEASE    VALUE "R".
009800         88  WS-DECISION-CANCEL     VALUE "C".
009900 01  WS-DECISION-NAME           PIC X(08) VALUE SPACES.
010000
010100******************************************************************
010200*    RETRY CONTROL FOR THE NOTE, AS IN APPRMNT                    *
010300******************************************************************
010400 01  W-TRY-COUNT PIC S9(04) COMP VALUE ZERO.
010500     78  W-MAX-TRIES VALUE 3.
010600
010700 01  WS-FIELD-OK-SWITCH         PIC X(01) VALUE "N".
010800         88  WS-FIELD-OK            VALUE "Y".
010900         88  WS-FIELD-NOT-OK        VALUE "N".
011000
011100 01  WS-ENTRY-SWITCH            PIC X(01) VALUE "N".
011200         88  WS-ENTRY-ABANDONED     VALUE "Y".
011300         88  WS-ENTRY-IN-PROGRESS   VALUE "N".
011400
011500 01  WS-DECISION-NOTE           PIC X(30) VALUE SPACES.
011600
011700******************************************************************
011800*    SESSION CONTROL AND COUNTS                                   *
011900******************************************************************
012000 01  WS-SESSION-SWITCH          PIC X(01) VALUE "N".
012100         88  WS-SESSION-DONE        VALUE "Y".
012200         88  WS-SESSION-ACTIVE      VALUE "N".
012300
012400 01  W-LISTED-COUNT PIC S9(04) COMP VALUE ZERO.
012500
012600******************************************************************
012700*    DATE AND TIME STAMPED ONTO THE DECISION                      *
012800******************************************************************
012900 01  WS-NOW-DATE                PIC 9(08) VALUE ZERO.
013000 01  WS-NOW-TIME                PIC 9(06) VALUE ZERO.
013100
013200******************************************************************
013300*    EDITED AMOUNTS FOR THE CONSOLE                               *
013400******************************************************************
013500 01  WS-STATUS-NAME             PIC X(09) VALUE SPACES.
013600 01  WS-DISP-AMOUNT             PIC +++++9.99.
013700 01  WS-DISP-BEFORE             PIC +++++9.99.
013800 01  WS-DISP-AFTER              PIC +++++9.99.
013900 01  WS-DISP-CHANGE             PIC ++++++9.99.
014000 01  WS-DISP-LIMIT              PIC ZZZZZZ9.99.
014100
014200******************************************************************
014300*    FILE STATUS FOR THE HOLD FILE                                *
014400******************************************************************
014500 01  WS-HOLD-FILE-STATUS        PIC X(02) VALUE SPACES.
014600         88  WS-HOLD-FILE-OK            VALUE "00".
014700         88  WS-HOLD-FILE-AT-END        VALUE "10".
014800         88  WS-HOLD-FILE-NOT-FOUND     VALUE "35".
014900
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE SECTION.
015200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
015300     IF WS-SESSION-ACTIVE
015400         PERFORM 2000-COMMAND-CYCLE THRU 2000-COMMAND-CYCLE-EXIT
015500             UNTIL WS-SESSION-DONE
015600         CLOSE HOLD-FILE
015700     END-IF.
015800     DISPLAY "HOLDMNT - SESSION ENDED".
015900     GOBACK.
016000
016100 1000-INITIALIZE.
016200******************************************************************
016300*    SIGN ON, OPEN THE HOLD FILE, AND SHOW WHAT IS HELD.  A       *
016400*    FAILED SIGN-ON, AN OPERATOR WHO IS NOT A CHECKER, OR NOTHING *
016500*    EVER HELD ENDS THE SESSION BEFORE IT STARTS.                 *
016600******************************************************************
016700     MOVE "HOLDMNT" TO SGN-PROGRAM.
016800     CALL "SIGNSVC" USING SGN-AREA.
016900     IF SGN-REFUSED
017000         SET WS-SESSION-DONE TO TRUE
017100         GO TO 1000-INITIALIZE-EXIT
017200     END-IF.
017300     IF NOT SGN-MAY-CHECK
017400         DISPLAY "HOLDMNT - " SGN-USER-ID " MAY NOT RELEASE OR "
017500             "CANCEL HELD ITEMS"
017600         SET WS-SESSION-DONE TO TRUE
017700         GO TO 1000-INITIALIZE-EXIT
017800     END-IF.
017900     OPEN I-O HOLD-FILE.
018000     IF WS-HOLD-FILE-NOT-FOUND
018100         DISPLAY "HOLDMNT - NOTHING HAS BEEN HELD"
018200         SET WS-SESSION-DONE TO TRUE
018300         GO TO 1000-INITIALIZE-EXIT
018400     END-IF.
018500     IF NOT WS-HOLD-FILE-OK
018600         DISPLAY "HOLDMNT - HOLD FILE OPEN FAILED, STATUS "
018700             WS-HOLD-FILE-STATUS
018800         SET WS-SESSION-DONE TO TRUE
018900         GO TO 1000-INITIALIZE-EXIT
019000     END-IF.
019100     PERFORM 3000-LIST-HELD THRU 3000-LIST-HELD-EXIT.
019200 1000-INITIALIZE-EXIT.
019300     EXIT.
019400
019500 2000-COMMAND-CYCLE.
019600******************************************************************
019700*    ONE PROMPT - READ A COMMAND LINE, SPLIT OFF THE VERB AND     *
019800*    THE HOLD NUMBER, AND DISPATCH.  AN UNREADABLE OR EMPTY LINE  *
019900*    ENDS THE SESSION, AS IN APPRMNT.                             *
020000******************************************************************
020100     DISPLAY "HOLDMNT COMMAND (LIST/SHOW/REL/CAN/QUIT):".
020200     MOVE SPACES TO WS-COMMAND-LINE.
020300     ACCEPT WS-COMMAND-LINE.
020400     MOVE SPACES TO WS-COMMAND-VERB.
020500     MOVE SPACES TO WS-COMMAND-OP1.
020600     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
020700         INTO WS-COMMAND-VERB WS-COMMAND-OP1.
020800     EVALUATE WS-COMMAND-VERB
020900         WHEN "LIST"
021000             PERFORM 3000-LIST-HELD THRU 3000-LIST-HELD-EXIT
021100         WHEN "SHOW"
021200             PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT
021300             IF WS-ITEM-FOUND
021400                 PERFORM 2300-SHOW-ITEM THRU 2300-SHOW-ITEM-EXIT
021500             END-IF
021600         WHEN "REL"
021700             SET WS-DECISION-RELEASE TO TRUE
021800             MOVE "RELEASE" TO WS-DECISION-NAME
021900             PERFORM 4000-DECIDE-ITEM THRU 4000-DECIDE-ITEM-EXIT
022000         WHEN "CAN"
022100             SET WS-DECISION-CANCEL TO TRUE
022200             MOVE "CANCEL" TO WS-DECISION-NAME
022300             PERFORM 4000-DECIDE-ITEM THRU 4000-DECIDE-ITEM-EXIT
022400         WHEN "QUIT"
022500             SET WS-SESSION-DONE TO TRUE
022600         WHEN SPACES
022700             SET WS-SESSION-DONE TO TRUE
022800         WHEN OTHER
022900             DISPLAY "HOLDMNT - UNKNOWN COMMAND: "
023000                 WS-COMMAND-VERB
023100     END-EVALUATE.
023200 2000-COMMAND-CYCLE-EXIT.
023300     EXIT.
023400
023500 2100-READ-ITEM.
023600******************************************************************
023700*    EDIT THE HOLD NUMBER OFF THE COMMAND LINE AND READ THAT      *
023800*    ITEM.                                                        *
023900******************************************************************
024000     SET WS-ITEM-MISSING TO TRUE.
024100     IF WS-COMMAND-OP1 = SPACES
024200         DISPLAY "HOLDMNT - " WS-COMMAND-VERB
024300             " NEEDS A HOLD NUMBER"
024400         GO TO 2100-READ-ITEM-EXIT
024500     END-IF.
024600     MOVE WS-COMMAND-OP1(1:6) TO WS-HOLD-NUM-X.
024700     INSPECT WS-HOLD-NUM-X REPLACING LEADING SPACE BY ZERO.
024800     PERFORM 2200-JUSTIFY-HOLD-NUM THRU 2200-JUSTIFY-HOLD-NUM-EXIT
024900         UNTIL WS-HOLD-NUM-X(6:1) NOT = SPACE.
025000     IF WS-HOLD-NUM IS NOT NUMERIC
025100         OR WS-COMMAND-OP1(7:4) NOT = SPACES
025200         DISPLAY "HOLDMNT - HOLD NUMBER MUST BE UP TO SIX DIGITS"
025300         GO TO 2100-READ-ITEM-EXIT
025400     END-IF.
025500     MOVE WS-HOLD-NUM TO HD-HOLD-NUM.
025600     READ HOLD-FILE
025700     INVALID KEY
025800         DISPLAY "HOLDMNT - NO HELD ITEM " WS-HOLD-NUM " ON FILE"
025900     NOT INVALID KEY
026000         SET WS-ITEM-FOUND TO TRUE
026100     END-READ.
026200 2100-READ-ITEM-EXIT.
026300     EXIT.
026400
026500 2200-JUSTIFY-HOLD-NUM.
026600     MOVE WS-HOLD-NUM-X TO WS-HOLD-SHIFT-X.
026700     MOVE "0" TO WS-HOLD-NUM-X(1:1).
026800     MOVE WS-HOLD-SHIFT-X(1:5) TO WS-HOLD-NUM-X(2:5).
026900 2200-JUSTIFY-HOLD-NUM-EXIT.
027000     EXIT.
027100
027200 2300-SHOW-ITEM.
027300******************************************************************
027400*    SHOW THE ITEM JUST READ - THE TRANSACTION, THE POSITION      *
027500*    BEFORE AND AFTER, THE LIMIT IT BROKE, AND HOW IT WAS         *
027600*    SETTLED IF IT HAS BEEN.                                      *
027700******************************************************************
027800     PERFORM 3200-NAME-STATUS THRU 3200-NAME-STATUS-EXIT.
027900     DISPLAY "HOLD . . . . . . . " HD-HOLD-NUM "  "
028000         WS-STATUS-NAME.
028100     IF HD-DELETE
028200         DISPLAY "  ID . . . . . . . " HD-ID "  DELETE"
028300     ELSE
028400         MOVE HD-AMOUNT TO WS-DISP-AMOUNT
028500         DISPLAY "  ID . . . . . . . " HD-ID "  AMOUNT "
028600             WS-DISP-AMOUNT
028700     END-IF.
028800     DISPLAY "  ORIGIN . . . . . " HD-ORIGIN "  CURRENCY "
028900         HD-CURRENCY.
029000     DISPLAY "  BATCH  . . . . . " HD-BATCH-ID "  DATE " HD-DATE.
029100     MOVE HD-BEFORE-AMOUNT TO WS-DISP-BEFORE.
029200     MOVE HD-AFTER-AMOUNT TO WS-DISP-AFTER.
029300     MOVE HD-CHANGE TO WS-DISP-CHANGE.
029400     IF HD-NEW-POSITION
029500         DISPLAY "  POSITION . . . . NEW ID, AFTER " WS-DISP-AFTER
029600     ELSE
029700         DISPLAY "  POSITION . . . . BEFORE " WS-DISP-BEFORE
029800             "  AFTER " WS-DISP-AFTER
029900     END-IF.
030000     DISPLAY "  CHANGE . . . . . " WS-DISP-CHANGE.
030100     MOVE HD-LIMIT-AMOUNT TO WS-DISP-LIMIT.
030200     IF HD-OVER-TXN-LIMIT
030300         DISPLAY "  HELD FOR . . . . AMOUNT OVER " WS-DISP-LIMIT
030400             " (" HD-LIMIT-TYPE " " HD-LIMIT-CODE ")"
030500     ELSE
030600         DISPLAY "  HELD FOR . . . . CHANGE OVER " WS-DISP-LIMIT
030700             " (" HD-LIMIT-TYPE " " HD-LIMIT-CODE ")"
030800     END-IF.
030900     DISPLAY "  HELD . . . . . . " HD-HELD-DATE " AT "
031000         HD-HELD-TIME.
031100     IF HD-OPERATOR NOT = SPACES
031200         DISPLAY "  SETTLED BY . . . " HD-OPERATOR " ON "
031300             HD-ACTION-DATE " AT " HD-ACTION-TIME
031400     END-IF.
031500     IF HD-NOTE NOT = SPACES
031600         DISPLAY "  NOTE . . . . . . " HD-NOTE
031700     END-IF.
031800     IF HD-APPLIED
031900         DISPLAY "  APPLIED ON . . . " HD-APPLIED-DATE
032000     END-IF.
032100 2300-SHOW-ITEM-EXIT.
032200     EXIT.
032300
032400 3000-LIST-HELD.
032500******************************************************************
032600*    ONE PASS OF THE HOLD FILE IN NUMBER ORDER, LISTING EVERY     *
032700*    ITEM STILL HELD.                                             *
032800******************************************************************
032900     MOVE ZERO TO W-LISTED-COUNT.
033000     MOVE ZERO TO HD-HOLD-NUM.
033100     MOVE "00" TO WS-HOLD-FILE-STATUS.
033200     START HOLD-FILE KEY NOT < HD-HOLD-NUM
033300     INVALID KEY
033400         SET WS-HOLD-FILE-AT-END TO TRUE
033500     END-START.
033600     IF NOT WS-HOLD-FILE-AT-END
033700         DISPLAY "HOLD   ID         ORIG CCY     AFTER "
033800             "    CHANGE WHY"
033900         PERFORM 3100-LIST-ONE-ITEM THRU 3100-LIST-ONE-ITEM-EXIT
034000             UNTIL WS-HOLD-FILE-AT-END
034100     END-IF.
034200     IF W-LISTED-COUNT = ZERO
034300         DISPLAY "HOLDMNT - NO ITEMS HELD"
034400     END-IF.
034500 3000-LIST-HELD-EXIT.
034600     EXIT.
034700
034800 3100-LIST-ONE-ITEM.
034900     READ HOLD-FILE NEXT RECORD
035000     AT END
035100         SET WS-HOLD-FILE-AT-END TO TRUE
035200         GO TO 3100-LIST-ONE-ITEM-EXIT
035300     END-READ.
035400     IF HD-HELD
035500         MOVE HD-AFTER-AMOUNT TO WS-DISP-AMOUNT
035600         MOVE HD-CHANGE TO WS-DISP-CHANGE
035700         DISPLAY HD-HOLD-NUM " " HD-ID " " HD-ORIGIN " "
035800             HD-CURRENCY " " WS-DISP-AMOUNT " " WS-DISP-CHANGE " "
035900             HD-REASON
036000         ADD 1 TO W-LISTED-COUNT
036100     END-IF.
036200 3100-LIST-ONE-ITEM-EXIT.
036300     EXIT.
036400
036500 3200-NAME-STATUS.
036600     EVALUATE TRUE
036700         WHEN HD-HELD
036800             MOVE "HELD" TO WS-STATUS-NAME
036900         WHEN HD-RELEASED
037000             MOVE "RELEASED" TO WS-STATUS-NAME
037100         WHEN HD-CANCELLED
037200             MOVE "CANCELLED" TO WS-STATUS-NAME
037300         WHEN HD-APPLIED
037400             MOVE "APPLIED" TO WS-STATUS-NAME
037500         WHEN OTHER
037600             MOVE HD-STATUS TO WS-STATUS-NAME
037700     END-EVALUATE.
037800 3200-NAME-STATUS-EXIT.
037900     EXIT.
038000
038100 4000-DECIDE-ITEM.
038200******************************************************************
038300*    RELEASE OR CANCEL ONE HELD ITEM.  THE SUPERVISOR SEES THE    *
038400*    ITEM IN FULL, GIVES A NOTE (THREE BLANK TRIES ABANDONS), AND *
038500*    CONFIRMS.  A RELEASED ITEM WAITS FOR THE NEXT MSTRUPDT RUN.  *
038600******************************************************************
038700     PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT.
038800     IF WS-ITEM-MISSING
038900         GO TO 4000-DECIDE-ITEM-EXIT
039000     END-IF.
039100     IF NOT HD-HELD
039200         PERFORM 3200-NAME-STATUS THRU 3200-NAME-STATUS-EXIT
039300         DISPLAY "HOLDMNT - ITEM " HD-HOLD-NUM
039400             " IS NOT HELD, IT IS " WS-STATUS-NAME
039500         GO TO 4000-DECIDE-ITEM-EXIT
039600     END-IF.
039700     PERFORM 2300-SHOW-ITEM THRU 2300-SHOW-ITEM-EXIT.
039800     SET WS-ENTRY-IN-PROGRESS TO TRUE.
039900     MOVE ZERO TO W-TRY-COUNT.
040000     SET WS-FIELD-NOT-OK TO TRUE.
040100     PERFORM 4100-TRY-NOTE THRU 4100-TRY-NOTE-EXIT
040200         UNTIL WS-FIELD-OK OR WS-ENTRY-ABANDONED.
040300     IF WS-ENTRY-ABANDONED
040400         DISPLAY "HOLDMNT - " WS-DECISION-NAME " ABANDONED, ITEM "
040500             "STILL HELD"
040600         GO TO 4000-DECIDE-ITEM-EXIT
040700     END-IF.
040800     DISPLAY WS-DECISION-NAME " ITEM " HD-HOLD-NUM
040900         " (Y TO CONFIRM):".
041000     MOVE SPACES TO WS-FIELD-INPUT.
041100     ACCEPT WS-FIELD-INPUT.
041200     IF WS-FIELD-INPUT(1:1) NOT = "Y"
041300         DISPLAY "HOLDMNT - NOT CONFIRMED, ITEM STILL HELD"
041400         GO TO 4000-DECIDE-ITEM-EXIT
041500     END-IF.
041600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE.
041700     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
041800     MOVE WS-DECISION TO HD-STATUS.
041900     MOVE SGN-USER-ID TO HD-OPERATOR.
042000     MOVE WS-NOW-DATE TO HD-ACTION-DATE.
042100     MOVE WS-NOW-TIME TO HD-ACTION-TIME.
042200     MOVE WS-DECISION-NOTE TO HD-NOTE.
042300     REWRITE HD-RECORD
042400     INVALID KEY
042500         DISPLAY "HOLDMNT - ITEM " HD-HOLD-NUM
042600             " COULD NOT BE MARKED, STATUS " WS-HOLD-FILE-STATUS
042700         GO TO 4000-DECIDE-ITEM-EXIT
042800     END-REWRITE.
042900     IF HD-RELEASED
043000         DISPLAY "HOLDMNT - ITEM " HD-HOLD-NUM
043100             " RELEASED, APPLIES IN THE NEXT MASTER UPDATE"
043200     ELSE
043300         DISPLAY "HOLDMNT - ITEM " HD-HOLD-NUM
043400             " CANCELLED, ID " HD-ID " LEFT AS IT STANDS"
043500     END-IF.
043600 4000-DECIDE-ITEM-EXIT.
043700     EXIT.
043800
043900 4100-TRY-NOTE.
044000     DISPLAY "NOTE FOR THE " WS-DECISION-NAME
044100         " (REQUIRED, UP TO 30 CHARACTERS):".
044200     MOVE SPACES TO WS-FIELD-INPUT.
044300     ACCEPT WS-FIELD-INPUT.
044400     IF WS-FIELD-INPUT = SPACES
044500         DISPLAY "HOLDMNT - A NOTE IS REQUIRED"
044600         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
044700     ELSE
044800         MOVE WS-FIELD-INPUT TO WS-DECISION-NOTE
044900         SET WS-FIELD-OK TO TRUE
045000     END-IF.
045100 4100-TRY-NOTE-EXIT.
045200     EXIT.
045300
045400 8000-COUNT-TRY.
045500     ADD 1 TO W-TRY-COUNT.
045600     IF W-TRY-COUNT >= W-MAX-TRIES
045700         SET WS-ENTRY-ABANDONED TO TRUE
045800     END-IF.
045900 8000-COUNT-TRY-EXIT.
046000     EXIT.
