000100******************************************************************
000200* PROGRAM-ID.  RCPTMNT                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* ARRIVAL ITEMS CONSOLE.  RCPTCHK RAISES AN ARRIVAL ITEM (RCPTITM,*
000900* SEE RCPIREC) FOR EVERY LATE, MISSING OR RE-SENT FILE AND STOPS  *
001000* THE NIGHTLY STREAM WHILE ANY IS OPEN.  OPERATIONS WORK THE      *
001100* ITEMS HERE, IN THE SAME CONSOLE-DIALOG STYLE AS APPRMNT, THEN   *
001200* RERUN THE STREAM.                                               *
001300*                                                                 *
001400* THE SESSION OPENS WITH A SIGN-ON (SIGNSVC); ONLY A CHECKER (OR  *
001500* AN OPERATOR WITH BOTH ROLES) GETS IN.  EACH DECISION CARRIES    *
001600* THE OPERATOR, THE TIME AND A REQUIRED NOTE.                     *
001700*                                                                 *
001800*     ACCEPT  A LATE OR RE-SENT BATCH IS CLEARED TO RUN - THE     *
001900*             RECEIPT REGISTER (RCPTREG, SEE RCPTREC) MARKS IT    *
002000*             ACCEPTED AND RUN ON THE ITEM'S BUSINESS DATE.  FOR  *
002100*             A MISSING FILE, THE NIGHT RUNS WITHOUT IT.          *
002200*     RELEASE A LATE OR RE-SENT BATCH IS LEFT OUT OF THE SORT     *
002300*             AND THE MERGE - THE REGISTER MARKS IT RELEASED.  A  *
002400*             RE-SENT BATCH KEEPS THE DATE IT FIRST RAN, SO IT IS *
002500*             CAUGHT AGAIN IF IT COMES BACK.  A MISSING FILE IS   *
002600*             NO LONGER EXPECTED TONIGHT.                         *
002700*                                                                 *
002800* COMMANDS (KEYED AT THE PROMPT):                                 *
002900*     LIST          LIST EVERY OPEN ITEM.                         *
003000*     SHOW NUM      DISPLAY ONE ITEM IN FULL.                     *
003100*     ACC NUM       ACCEPT AN OPEN ITEM (CONFIRMED WITH Y).       *
003200*     REL NUM       RELEASE AN OPEN ITEM (CONFIRMED WITH Y).      *
003300*     QUIT          END THE SESSION.                              *
003400*                                                                 *
003500* ITEM NUMBERS MAY BE KEYED WITHOUT THEIR LEADING ZEROS.          *
003600*-----------------------------------------------------------------*
003700* MODIFICATION HISTORY                                            *
003800*  DATE       INIT  DESCRIPTION                                   *
003900*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. RCPTMNT.
004300 AUTHOR. D.MAINT.
004400 INSTALLATION. DATA PROCESSING.
004500 DATE-WRITTEN. 15/10/2026.
004600 DATE-COMPILED.
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100*-----------------------------------------------------------------*
005200* THE ARRIVAL ITEMS.  DYNAMIC ACCESS SO LIST READS THEM IN KEY    *
005300* ORDER AND THE OTHER COMMANDS READ AND REWRITE BY NUMBER.        *
005400*-----------------------------------------------------------------*
005500     SELECT ITEM-FILE ASSIGN TO "RCPTITM"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS RI-ITEM-NUM
005900         FILE STATUS IS WS-ITEM-FILE-STATUS.
006000
006100*-----------------------------------------------------------------*
006200* THE RECEIPT REGISTER - REWRITTEN WHEN A LATE OR RE-SENT BATCH   *
006300* IS ACCEPTED OR RELEASED.                                        *
006400*-----------------------------------------------------------------*
006500     SELECT REGISTER-FILE ASSIGN TO "RCPTREG"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS RR-BATCH-ID
006900         FILE STATUS IS WS-REGISTER-FILE-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  ITEM-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  RI-RECORD.
007600     COPY RCPIREC.
007700
007800 FD  REGISTER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  RR-RECORD.
008100     COPY RCPTREC.
008200
008300 WORKING-STORAGE SECTION.
008400******************************************************************
008500*    THE SIGNED-ON OPERATOR                                       *
008600******************************************************************
008700 01  SGN-AREA.
008800     COPY SIGNREC.
008900
009000******************************************************************
009100*    OPERATOR INPUT - THE COMMAND LINE SPLIT INTO A VERB AND ITS  *
009200*    OPERAND, AND THE FIELD BEING KEYED.                          *
009300******************************************************************
009400 01  WS-COMMAND-LINE            PIC X(80) VALUE SPACES.
009500 01  WS-COMMAND-VERB            PIC X(08) VALUE SPACES.
009600 01  WS-COMMAND-OP1             PIC X(10) VALUE SPACES.
009700 01  WS-FIELD-INPUT             PIC X(30) VALUE SPACES.
009800
009900******************************************************************
010000*    THE ITEM NUMBER AS KEYED - RIGHT-JUSTIFIED WITH LEADING      *
010100*    ZEROS BEFORE IT IS EDITED, AS APPRMNT DOES THE REQUEST.      *
010200******************************************************************
010300 01  WS-ITEM-NUM-X              PIC X(06) VALUE SPACES.
010400 01  WS-ITEM-NUM REDEFINES WS-ITEM-NUM-X
010500                                PIC 9(06).
010600 01  WS-ITEM-SHIFT-X            PIC X(06) VALUE SPACES.
010700
010800 01  WS-ITEM-SWITCH             PIC X(01) VALUE "N".
010900         88  WS-ITEM-FOUND          VALUE "Y".
011000         88  WS-ITEM-MISSING        VALUE "N".
011100
011200******************************************************************
011300*    THE DECISION IN HAND - A FOR ACCEPT, X FOR RELEASE, AS THE   *
011400*    ITEM AND REGISTER STATUS CODES HAVE IT - AND ITS NAME FOR    *
011500*    THE CONSOLE.                                                 *
011600******************************************************************
011700 01  WS-DECISION                PIC X(01) VALUE SPACE.
011800         88  WS-DECISION-ACCEPT     VALUE "A".
011900         88  WS-DECISION-RELEASE    VALUE "X".
012000 01  WS-DECISION-NAME           PIC X(08) VALUE SPACES.
012100
012200******************************************************************
012300*    SET BY THE REGISTER UPDATE - THE ITEM IS ONLY CLOSED WHEN    *
012400*    THE REGISTER TOOK THE DECISION.                              *
012500******************************************************************
012600 01  WS-APPLY-SWITCH            PIC X(01) VALUE "N".
012700         88  WS-APPLY-DONE          VALUE "Y".
012800         88  WS-APPLY-FAILED        VALUE "N".
012900
013000******************************************************************
013100*    RETRY CONTROL FOR THE NOTE, AS IN APPRMNT                    *
013200******************************************************************
013300 01  W-TRY-COUNT PIC S9(04) COMP VALUE ZERO.
013400     78  W-MAX-TRIES VALUE 3.
013500
013600 01  WS-FIELD-OK-SWITCH         PIC X(01) VALUE "N".
013700         88  WS-FIELD-OK            VALUE "Y".
013800         88  WS-FIELD-NOT-OK        VALUE "N".
013900
014000 01  WS-ENTRY-SWITCH            PIC X(01) VALUE "N".
014100         88  WS-ENTRY-ABANDONED     VALUE "Y".
014200         88  WS-ENTRY-IN-PROGRESS   VALUE "N".
014300
014400 01  WS-DECISION-NOTE           PIC X(30) VALUE SPACES.
014500
014600******************************************************************
014700*    SESSION CONTROL AND COUNTS                                   *
014800******************************************************************
014900 01  WS-SESSION-SWITCH          PIC X(01) VALUE "N".
015000         88  WS-SESSION-DONE        VALUE "Y".
015100         88  WS-SESSION-ACTIVE      VALUE "N".
015200
015300 01  W-LISTED-COUNT PIC S9(04) COMP VALUE ZERO.
015400
015500******************************************************************
015600*    DATE AND TIME STAMPED ONTO THE DECISION                      *
015700******************************************************************
015800 01  WS-NOW-DATE                PIC 9(08) VALUE ZERO.
015900 01  WS-NOW-TIME                PIC 9(06) VALUE ZERO.
016000
016100******************************************************************
016200*    THE ONE-LINE SUMMARY OF AN ITEM FOR LIST                     *
016300******************************************************************
016400 01  WS-TYPE-NAME               PIC X(08) VALUE SPACES.
016500 01  WS-SUMMARY                 PIC X(40) VALUE SPACES.
016600
016700******************************************************************
016800*    FILE STATUS FOR THE ITEMS FILE AND THE REGISTER              *
016900******************************************************************
017000 01  WS-ITEM-FILE-STATUS        PIC X(02) VALUE SPACES.
017100         88  WS-ITEM-FILE-OK            VALUE "00".
017200         88  WS-ITEM-FILE-AT-END        VALUE "10".
017300         88  WS-ITEM-FILE-NOT-FOUND     VALUE "35".
017400 01  WS-REGISTER-FILE-STATUS    PIC X(02) VALUE SPACES.
017500         88  WS-REGISTER-FILE-OK        VALUE "00".
017600
017700 PROCEDURE DIVISION.
017800 0000-MAINLINE SECTION.
017900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
018000     IF WS-SESSION-ACTIVE
018100         PERFORM 2000-COMMAND-CYCLE THRU 2000-COMMAND-CYCLE-EXIT
018200             UNTIL WS-SESSION-DONE
018300         CLOSE ITEM-FILE
018400         CLOSE REGISTER-FILE
018500     END-IF.
018600     DISPLAY "RCPTMNT - SESSION ENDED".
018700     GOBACK.
018800
018900 1000-INITIALIZE.
019000******************************************************************
019100*    SIGN ON, OPEN THE ITEMS FILE AND THE REGISTER, AND SHOW      *
019200*    WHAT IS OPEN.  A FAILED SIGN-ON, AN OPERATOR WHO IS NOT A    *
019300*    CHECKER, OR NO ITEMS ON FILE ENDS THE SESSION BEFORE IT      *
019400*    STARTS.                                                      *
019500******************************************************************
019600     MOVE "RCPTMNT" TO SGN-PROGRAM.
019700     CALL "SIGNSVC" USING SGN-AREA.
019800     IF SGN-REFUSED
019900         SET WS-SESSION-DONE TO TRUE
020000         GO TO 1000-INITIALIZE-EXIT
020100     END-IF.
020200     IF NOT SGN-MAY-CHECK
020300         DISPLAY "RCPTMNT - " SGN-USER-ID " MAY NOT ACCEPT OR "
020400             "RELEASE ARRIVALS"
020500         SET WS-SESSION-DONE TO TRUE
020600         GO TO 1000-INITIALIZE-EXIT
020700     END-IF.
020800     OPEN I-O ITEM-FILE.
020900     IF WS-ITEM-FILE-NOT-FOUND
021000         DISPLAY "RCPTMNT - NO ARRIVAL ITEMS HAVE BEEN RAISED"
021100         SET WS-SESSION-DONE TO TRUE
021200         GO TO 1000-INITIALIZE-EXIT
021300     END-IF.
021400     IF NOT WS-ITEM-FILE-OK
021500         DISPLAY "RCPTMNT - ARRIVAL ITEMS OPEN FAILED, STATUS "
021600             WS-ITEM-FILE-STATUS
021700         SET WS-SESSION-DONE TO TRUE
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF.
022000     OPEN I-O REGISTER-FILE.
022100     IF NOT WS-REGISTER-FILE-OK
022200         DISPLAY "RCPTMNT - RECEIPT REGISTER OPEN FAILED, STATUS "
022300             WS-REGISTER-FILE-STATUS
022400         CLOSE ITEM-FILE
022500         SET WS-SESSION-DONE TO TRUE
022600         GO TO 1000-INITIALIZE-EXIT
022700     END-IF.
022800     PERFORM 3000-LIST-OPEN THRU 3000-LIST-OPEN-EXIT.
022900 1000-INITIALIZE-EXIT.
023000     EXIT.
023100
023200 2000-COMMAND-CYCLE.
023300******************************************************************
023400*    ONE PROMPT - READ A COMMAND LINE, SPLIT OFF THE VERB AND     *
023500*    THE ITEM NUMBER, AND DISPATCH.  AN UNREADABLE OR EMPTY LINE  *
023600*    ENDS THE SESSION, AS IN APPRMNT.                             *
023700******************************************************************
023800     DISPLAY "RCPTMNT COMMAND (LIST/SHOW/ACC/REL/QUIT):".
023900     MOVE SPACES TO WS-COMMAND-LINE.
024000     ACCEPT WS-COMMAND-LINE.
024100     MOVE SPACES TO WS-COMMAND-VERB.
024200     MOVE SPACES TO WS-COMMAND-OP1.
024300     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
024400         INTO WS-COMMAND-VERB WS-COMMAND-OP1.
024500     EVALUATE WS-COMMAND-VERB
024600         WHEN "LIST"
024700             PERFORM 3000-LIST-OPEN THRU 3000-LIST-OPEN-EXIT
024800         WHEN "SHOW"
024900             PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT
025000             IF WS-ITEM-FOUND
025100                 PERFORM 2300-SHOW-ITEM THRU 2300-SHOW-ITEM-EXIT
025200             END-IF
025300         WHEN "ACC"
025400             SET WS-DECISION-ACCEPT TO TRUE
025500             MOVE "ACCEPT" TO WS-DECISION-NAME
025600             PERFORM 4000-DECIDE-ITEM THRU 4000-DECIDE-ITEM-EXIT
025700         WHEN "REL"
025800             SET WS-DECISION-RELEASE TO TRUE
025900             MOVE "RELEASE" TO WS-DECISION-NAME
026000             PERFORM 4000-DECIDE-ITEM THRU 4000-DECIDE-ITEM-EXIT
026100         WHEN "QUIT"
026200             SET WS-SESSION-DONE TO TRUE
026300         WHEN SPACES
026400             SET WS-SESSION-DONE TO TRUE
026500         WHEN OTHER
026600             DISPLAY "RCPTMNT - UNKNOWN COMMAND: "
026700                 WS-COMMAND-VERB
026800     END-EVALUATE.
026900 2000-COMMAND-CYCLE-EXIT.
027000     EXIT.
027100
027200 2100-READ-ITEM.
027300******************************************************************
027400*    EDIT THE ITEM NUMBER OFF THE COMMAND LINE AND READ THAT      *
027500*    ITEM.                                                        *
027600******************************************************************
027700     SET WS-ITEM-MISSING TO TRUE.
027800     IF WS-COMMAND-OP1 = SPACES
027900         DISPLAY "RCPTMNT - " WS-COMMAND-VERB
028000             " NEEDS AN ITEM NUMBER"
028100         GO TO 2100-READ-ITEM-EXIT
028200     END-IF.
028300     MOVE WS-COMMAND-OP1(1:6) TO WS-ITEM-NUM-X.
028400     INSPECT WS-ITEM-NUM-X REPLACING LEADING SPACE BY ZERO.
028500     PERFORM 2200-JUSTIFY-ITEM-NUM THRU 2200-JUSTIFY-ITEM-NUM-EXIT
028600         UNTIL WS-ITEM-NUM-X(6:1) NOT = SPACE.
028700     IF WS-ITEM-NUM IS NOT NUMERIC
028800         OR WS-COMMAND-OP1(7:4) NOT = SPACES
028900         DISPLAY "RCPTMNT - ITEM NUMBER MUST BE UP TO SIX DIGITS"
029000         GO TO 2100-READ-ITEM-EXIT
029100     END-IF.
029200     MOVE WS-ITEM-NUM TO RI-ITEM-NUM.
029300     READ ITEM-FILE
029400     INVALID KEY
029500         DISPLAY "RCPTMNT - NO ITEM " WS-ITEM-NUM " ON FILE"
029600     NOT INVALID KEY
029700         SET WS-ITEM-FOUND TO TRUE
029800     END-READ.
029900 2100-READ-ITEM-EXIT.
030000     EXIT.
030100
030200 2200-JUSTIFY-ITEM-NUM.
030300     MOVE WS-ITEM-NUM-X TO WS-ITEM-SHIFT-X.
030400     MOVE "0" TO WS-ITEM-NUM-X(1:1).
030500     MOVE WS-ITEM-SHIFT-X(1:5) TO WS-ITEM-NUM-X(2:5).
030600 2200-JUSTIFY-ITEM-NUM-EXIT.
030700     EXIT.
030800
030900 2300-SHOW-ITEM.
031000******************************************************************
031100*    SHOW THE ITEM JUST READ - WHAT WAS RAISED AND WHEN, AND HOW  *
031200*    IT WAS SETTLED IF IT HAS BEEN.                               *
031300******************************************************************
031400     PERFORM 3200-BUILD-SUMMARY THRU 3200-BUILD-SUMMARY-EXIT.
031500     DISPLAY "ITEM . . . . . . . " RI-ITEM-NUM "  " WS-TYPE-NAME
031600         "  STATUS " RI-STATUS.
031700     DISPLAY "  BUSINESS DATE  . " RI-BUS-DATE.
031800     DISPLAY "  ORIGIN . . . . . " RI-ORIGIN.
031900     IF RI-BATCH-ID = SPACES
032000         DISPLAY "  BATCH  . . . . . ANY"
032100     ELSE
032200         DISPLAY "  BATCH  . . . . . " RI-BATCH-ID
032300     END-IF.
032400     IF RI-EXPECTED-BY > ZERO
032500         DISPLAY "  EXPECTED BY  . . " RI-EXPECTED-BY
032600     END-IF.
032700     IF RI-RECV-DATE > ZERO
032800         DISPLAY "  RECEIVED . . . . " RI-RECV-DATE " AT "
032900             RI-RECV-TIME
033000     END-IF.
033100     IF RI-RESENT
033200         DISPLAY "  FIRST RUN ON . . " RI-PRIOR-DATE
033300     END-IF.
033400     DISPLAY "  RAISED . . . . . " RI-RAISED-DATE " AT "
033500         RI-RAISED-TIME.
033600     IF RI-OPERATOR NOT = SPACES
033700         DISPLAY "  SETTLED BY . . . " RI-OPERATOR " ON "
033800             RI-ACTION-DATE " AT " RI-ACTION-TIME
033900     END-IF.
034000     IF RI-NOTE NOT = SPACES
034100         DISPLAY "  NOTE . . . . . . " RI-NOTE
034200     END-IF.
034300 2300-SHOW-ITEM-EXIT.
034400     EXIT.
034500
034600 3000-LIST-OPEN.
034700******************************************************************
034800*    ONE PASS OF THE ITEMS FILE IN NUMBER ORDER, LISTING EVERY    *
034900*    ITEM STILL OPEN.                                             *
035000******************************************************************
035100     MOVE ZERO TO W-LISTED-COUNT.
035200     MOVE ZERO TO RI-ITEM-NUM.
035300     MOVE "00" TO WS-ITEM-FILE-STATUS.
035400     START ITEM-FILE KEY NOT < RI-ITEM-NUM
035500     INVALID KEY
035600         SET WS-ITEM-FILE-AT-END TO TRUE
035700     END-START.
035800     IF NOT WS-ITEM-FILE-AT-END
035900         DISPLAY "ITEM   TYPE     BUS DATE ORIG BATCH    DETAIL"
036000         PERFORM 3100-LIST-ONE-ITEM THRU 3100-LIST-ONE-ITEM-EXIT
036100             UNTIL WS-ITEM-FILE-AT-END
036200     END-IF.
036300     IF W-LISTED-COUNT = ZERO
036400         DISPLAY "RCPTMNT - NO ARRIVAL ITEMS OPEN"
036500     END-IF.
036600 3000-LIST-OPEN-EXIT.
036700     EXIT.
036800
036900 3100-LIST-ONE-ITEM.
037000     READ ITEM-FILE NEXT RECORD
037100     AT END
037200         SET WS-ITEM-FILE-AT-END TO TRUE
037300         GO TO 3100-LIST-ONE-ITEM-EXIT
037400     END-READ.
037500     IF RI-OPEN
037600         PERFORM 3200-BUILD-SUMMARY THRU 3200-BUILD-SUMMARY-EXIT
037700         DISPLAY RI-ITEM-NUM " " WS-TYPE-NAME " " RI-BUS-DATE " "
037800             RI-ORIGIN " " RI-BATCH-ID " " WS-SUMMARY
037900         ADD 1 TO W-LISTED-COUNT
038000     END-IF.
038100 3100-LIST-ONE-ITEM-EXIT.
038200     EXIT.
038300
038400 3200-BUILD-SUMMARY.
038500******************************************************************
038600*    THE ITEM TYPE BY NAME, AND ONE LINE SAYING WHAT HAPPENED.    *
038700******************************************************************
038800     MOVE SPACES TO WS-SUMMARY.
038900     EVALUATE TRUE
039000         WHEN RI-LATE
039100             MOVE "LATE" TO WS-TYPE-NAME
039200             STRING "RECEIVED " RI-RECV-DATE " " RI-RECV-TIME
039300                 ", DUE " RI-EXPECTED-BY DELIMITED BY SIZE
039400                 INTO WS-SUMMARY
039500         WHEN RI-MISSING
039600             MOVE "MISSING" TO WS-TYPE-NAME
039700             IF RI-EXPECTED-BY > ZERO
039800                 STRING "NOT RECEIVED, DUE BY " RI-EXPECTED-BY
039900                     DELIMITED BY SIZE INTO WS-SUMMARY
040000             ELSE
040100                 MOVE "NOT RECEIVED" TO WS-SUMMARY
040200             END-IF
040300         WHEN RI-RESENT
040400             MOVE "RE-SENT" TO WS-TYPE-NAME
040500             STRING "ALREADY RUN ON BUSINESS DATE " RI-PRIOR-DATE
040600                 DELIMITED BY SIZE INTO WS-SUMMARY
040700         WHEN OTHER
040800             MOVE RI-TYPE TO WS-TYPE-NAME
040900             MOVE "UNKNOWN ITEM TYPE" TO WS-SUMMARY
041000     END-EVALUATE.
041100 3200-BUILD-SUMMARY-EXIT.
041200     EXIT.
041300
041400 4000-DECIDE-ITEM.
041500******************************************************************
041600*    ACCEPT OR RELEASE ONE OPEN ITEM.  THE OPERATOR SEES THE ITEM *
041700*    IN FULL, GIVES A NOTE (THREE BLANK TRIES ABANDONS), AND      *
041800*    CONFIRMS.  A LATE OR RE-SENT BATCH IS SETTLED ON THE         *
041900*    REGISTER FIRST; THE ITEM IS ONLY CLOSED WHEN THAT WENT       *
042000*    THROUGH.                                                     *
042100******************************************************************
042200     PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT.
042300     IF WS-ITEM-MISSING
042400         GO TO 4000-DECIDE-ITEM-EXIT
042500     END-IF.
042600     IF NOT RI-OPEN
042700         DISPLAY "RCPTMNT - ITEM " RI-ITEM-NUM
042800             " IS NOT OPEN, STATUS " RI-STATUS
042900         GO TO 4000-DECIDE-ITEM-EXIT
043000     END-IF.
043100     PERFORM 2300-SHOW-ITEM THRU 2300-SHOW-ITEM-EXIT.
043200     SET WS-ENTRY-IN-PROGRESS TO TRUE.
043300     MOVE ZERO TO W-TRY-COUNT.
043400     SET WS-FIELD-NOT-OK TO TRUE.
043500     PERFORM 4100-TRY-NOTE THRU 4100-TRY-NOTE-EXIT
043600         UNTIL WS-FIELD-OK OR WS-ENTRY-ABANDONED.
043700     IF WS-ENTRY-ABANDONED
043800         DISPLAY "RCPTMNT - " WS-DECISION-NAME " ABANDONED, ITEM "
043900             "STILL OPEN"
044000         GO TO 4000-DECIDE-ITEM-EXIT
044100     END-IF.
044200     DISPLAY WS-DECISION-NAME " ITEM " RI-ITEM-NUM
044300         " (Y TO CONFIRM):".
044400     MOVE SPACES TO WS-FIELD-INPUT.
044500     ACCEPT WS-FIELD-INPUT.
044600     IF WS-FIELD-INPUT(1:1) NOT = "Y"
044700         DISPLAY "RCPTMNT - NOT CONFIRMED, ITEM STILL OPEN"
044800         GO TO 4000-DECIDE-ITEM-EXIT
044900     END-IF.
045000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE.
045100     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
045200     SET WS-APPLY-DONE TO TRUE.
045300     IF RI-LATE OR RI-RESENT
045400         PERFORM 4200-SETTLE-REGISTER THRU
045500             4200-SETTLE-REGISTER-EXIT
045600     END-IF.
045700     IF WS-APPLY-FAILED
045800         DISPLAY "RCPTMNT - ITEM " RI-ITEM-NUM " STILL OPEN"
045900         GO TO 4000-DECIDE-ITEM-EXIT
046000     END-IF.
046100     MOVE WS-DECISION TO RI-STATUS.
046200     MOVE SGN-USER-ID TO RI-OPERATOR.
046300     MOVE WS-NOW-DATE TO RI-ACTION-DATE.
046400     MOVE WS-NOW-TIME TO RI-ACTION-TIME.
046500     MOVE WS-DECISION-NOTE TO RI-NOTE.
046600     REWRITE RI-RECORD
046700     INVALID KEY
046800         DISPLAY "RCPTMNT - ITEM " RI-ITEM-NUM
046900             " COULD NOT BE MARKED, STATUS " WS-ITEM-FILE-STATUS
047000         GO TO 4000-DECIDE-ITEM-EXIT
047100     END-REWRITE.
047200     EVALUATE TRUE
047300         WHEN RI-MISSING AND RI-ACCEPTED
047400             DISPLAY "RCPTMNT - ITEM " RI-ITEM-NUM
047500                 " ACCEPTED, THE NIGHT RUNS WITHOUT " RI-ORIGIN
047600         WHEN RI-MISSING
047700             DISPLAY "RCPTMNT - ITEM " RI-ITEM-NUM
047800                 " RELEASED, " RI-ORIGIN " NO LONGER EXPECTED"
047900         WHEN RI-ACCEPTED
048000             DISPLAY "RCPTMNT - ITEM " RI-ITEM-NUM
048100                 " ACCEPTED, BATCH " RI-BATCH-ID " RUNS"
048200         WHEN OTHER
048300             DISPLAY "RCPTMNT - ITEM " RI-ITEM-NUM
048400                 " RELEASED, BATCH " RI-BATCH-ID " LEFT OUT"
048500     END-EVALUATE.
048600 4000-DECIDE-ITEM-EXIT.
048700     EXIT.
048800
048900 4100-TRY-NOTE.
049000     DISPLAY "NOTE FOR THE " WS-DECISION-NAME
049100         " (REQUIRED, UP TO 30 CHARACTERS):".
049200     MOVE SPACES TO WS-FIELD-INPUT.
049300     ACCEPT WS-FIELD-INPUT.
049400     IF WS-FIELD-INPUT = SPACES
049500         DISPLAY "RCPTMNT - A NOTE IS REQUIRED"
049600         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
049700     ELSE
049800         MOVE WS-FIELD-INPUT TO WS-DECISION-NOTE
049900         SET WS-FIELD-OK TO TRUE
050000     END-IF.
050100 4100-TRY-NOTE-EXIT.
050200     EXIT.
050300
050400 4200-SETTLE-REGISTER.
050500******************************************************************
050600*    CARRY THE DECISION ONTO THE BATCH'S REGISTER RECORD.  AN     *
050700*    ACCEPTED BATCH RUNS ON THE ITEM'S BUSINESS DATE; A RELEASED  *
050800*    ONE KEEPS WHATEVER PROCESSED DATE IT HAD.  A REGISTER RECORD *
050900*    THAT HAS MOVED ON TO A LATER RECEIPT IS LEFT ALONE - THE     *
051000*    ITEM IS SETTLED ON ITS OWN.                                  *
051100******************************************************************
051200     SET WS-APPLY-FAILED TO TRUE.
051300     MOVE RI-BATCH-ID TO RR-BATCH-ID.
051400     READ REGISTER-FILE
051500     INVALID KEY
051600         DISPLAY "RCPTMNT - BATCH " RI-BATCH-ID
051700             " IS NOT ON THE RECEIPT REGISTER"
051800         GO TO 4200-SETTLE-REGISTER-EXIT
051900     END-READ.
052000     IF RR-ITEM-NUM NOT = RI-ITEM-NUM
052100         DISPLAY "RCPTMNT - BATCH " RI-BATCH-ID
052200             " HAS BEEN RECEIVED AGAIN SINCE, REGISTER LEFT "
052300             "AS IT STANDS"
052400         SET WS-APPLY-DONE TO TRUE
052500         GO TO 4200-SETTLE-REGISTER-EXIT
052600     END-IF.
052700     IF WS-DECISION-ACCEPT
052800         SET RR-ACCEPTED TO TRUE
052900         MOVE RI-BUS-DATE TO RR-PROCESSED-DATE
053000     ELSE
053100         SET RR-RELEASED TO TRUE
053200     END-IF.
053300     REWRITE RR-RECORD
053400     INVALID KEY
053500         DISPLAY "RCPTMNT - BATCH " RI-BATCH-ID
053600             " COULD NOT BE MARKED, STATUS "
053700             WS-REGISTER-FILE-STATUS
053800         GO TO 4200-SETTLE-REGISTER-EXIT
053900     END-REWRITE.
054000     SET WS-APPLY-DONE TO TRUE.
054100 4200-SETTLE-REGISTER-EXIT.
054200     EXIT.
054300
054400 8000-COUNT-TRY.
054500     ADD 1 TO W-TRY-COUNT.
054600     IF W-TRY-COUNT >= W-MAX-TRIES
054700         SET WS-ENTRY-ABANDONED TO TRUE
054800     END-IF.
054900 8000-COUNT-TRY-EXIT.
055000     EXIT.
