000100******************************************************************
000200* PROGRAM-ID.  ACCTMNT                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* OPERATOR MAINTENANCE FOR THE ID REFERENCE FILE (ACCTREF, SEE    *
000900* ACCTREC), IN THE SAME CONSOLE-DIALOG STYLE AS CTLMAINT AND      *
001000* MSTRINQ.  THE SORT'S VALIDATION PASS NOW REFUSES ACTIVITY FOR   *
001100* AN ID THAT IS NOT ON THIS FILE, OR IS BLOCKED OR CLOSED, OR     *
001200* WHOSE POSITION WOULD PASS ITS LIMIT - SO THE FILE HAS TO BE     *
001300* KEPT CURRENT FROM HERE BEFORE A NEW ID'S FIRST ACTIVITY COMES.  *
001400*                                                                 *
001500* COMMANDS (KEYED AT THE PROMPT):                                 *
001600*     SHOW ID       DISPLAY ONE ID'S REFERENCE RECORD.            *
001700*     ADD ID        KEY A NEW ID FIELD BY FIELD AND FILE IT.      *
001800*     CHG ID        RE-KEY AN ID'S NAME, ORIGIN, OPENING DATE     *
001900*                   AND LIMIT (BLANK KEEPS EACH CURRENT VALUE).   *
002000*     STAT ID S     SET AN ID'S STATUS - O OPEN, B BLOCKED,       *
002100*                   C CLOSED.                                     *
002200*     LIST          LIST THE WHOLE FILE IN ID ORDER.              *
002300*     QUIT          END THE SESSION.                              *
002400*                                                                 *
002500* FIELD ENTRY RULES ON ADD AND CHG:                               *
002600*     NAME       UP TO 30 CHARACTERS, REQUIRED ON ADD.            *
002700*     ORIGIN     FOUR CHARACTERS - THE BATCH HEADER ORIGIN CODE   *
002800*                THAT OWNS THE ID.  REQUIRED ON ADD.              *
002900*     OPENED     YYYYMMDD.  BLANK ON ADD MEANS TODAY.             *
003000*     LIMIT      NINE DIGITS, CENTS IN THE LAST TWO, E.G.         *
003100*                000500000 FOR 5000.00.  BLANK ON ADD MEANS ZERO  *
003200*                - NO LIMIT.                                      *
003300*     A NEW ID IS ALWAYS FILED OPEN.  THREE BAD TRIES ON A FIELD  *
003400*     ABANDONS THE ADD OR CHANGE AND LEAVES THE FILE UNTOUCHED.   *
003500*-----------------------------------------------------------------*
003600* MODIFICATION HISTORY                                            *
003700*  DATE       INIT  DESCRIPTION                                   *
003800*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. ACCTMNT.
004200 AUTHOR. D.MAINT.
004300 INSTALLATION. DATA PROCESSING.
004400 DATE-WRITTEN. 15/10/2026.
004500 DATE-COMPILED.
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000*-----------------------------------------------------------------*
005100* THE ID REFERENCE FILE.  DYNAMIC ACCESS SO LIST READS IT IN KEY  *
005200* ORDER AND THE OTHER COMMANDS READ AND WRITE RANDOMLY BY ID.     *
005300* CREATED EMPTY ON THE FIRST SESSION IF IT DOES NOT EXIST YET.    *
005400*-----------------------------------------------------------------*
005500     SELECT REFERENCE-FILE ASSIGN TO "ACCTREF"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS AR-ID
005900         FILE STATUS IS WS-REFERENCE-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  REFERENCE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  AR-RECORD.
006600     COPY ACCTREC.
006700
006800 WORKING-STORAGE SECTION.
006900******************************************************************
007000*    OPERATOR INPUT - THE COMMAND LINE SPLIT INTO A VERB AND UP   *
007100*    TO TWO OPERANDS, AND THE FIELD BEING KEYED.                  *
007200******************************************************************
007300 01  WS-COMMAND-LINE            PIC X(80) VALUE SPACES.
007400 01  WS-COMMAND-VERB            PIC X(08) VALUE SPACES.
007500 01  WS-COMMAND-OP1             PIC X(10) VALUE SPACES.
007600 01  WS-COMMAND-OP2             PIC X(10) VALUE SPACES.
007700 01  WS-FIELD-INPUT             PIC X(30) VALUE SPACES.
007800
007900******************************************************************
008000*    STAGING AREA FOR AN ADD OR CHANGE IN PROGRESS - FIELDS ARE   *
008100*    KEYED HERE AND MOVED TO THE RECORD ONLY WHEN EVERY FIELD     *
008200*    HAS PASSED, AS IN CTLMAINT.                                  *
008300******************************************************************
008400 01  WS-EDIT-NAME               PIC X(30) VALUE SPACES.
008500 01  WS-EDIT-ORIGIN             PIC X(04) VALUE SPACES.
008600 01  WS-EDIT-OPEN-DATE          PIC 9(08) VALUE ZERO.
008700 01  WS-EDIT-LIMIT              PIC 9(07)V99 VALUE ZERO.
008800
008900******************************************************************
009000*    WORK FIELDS FOR VALIDATING A KEYED DATE AND LIMIT            *
009100******************************************************************
009200 01  WS-DATE-WORK-X             PIC X(08) VALUE SPACES.
009300 01  WS-DATE-WORK REDEFINES WS-DATE-WORK-X.
009400     05  WS-DATE-WORK-YEAR      PIC 9(04).
009500     05  WS-DATE-WORK-MONTH     PIC 9(02).
009600     05  WS-DATE-WORK-DAY       PIC 9(02).
009700 01  WS-LIMIT-WORK-X            PIC X(09) VALUE SPACES.
009800 01  WS-LIMIT-WORK REDEFINES WS-LIMIT-WORK-X
009900                                PIC 9(07)V99.
010000
010100******************************************************************
010200*    RETRY CONTROL FOR KEYED FIELDS, AS IN CTLMAINT.  THE MODE    *
010300*    SWITCH SAYS WHETHER A BLANK FIELD KEEPS THE CURRENT VALUE    *
010400*    (CHG) OR TAKES THE ADD DEFAULT.                              *
010500******************************************************************
010600 01  W-TRY-COUNT PIC S9(04) COMP VALUE ZERO.
010700     78  W-MAX-TRIES VALUE 3.
010800
010900 01  WS-FIELD-OK-SWITCH         PIC X(01) VALUE "N".
011000         88  WS-FIELD-OK            VALUE "Y".
011100         88  WS-FIELD-NOT-OK        VALUE "N".
011200
011300 01  WS-EDIT-SWITCH             PIC X(01) VALUE "N".
011400         88  WS-EDIT-ABANDONED      VALUE "Y".
011500         88  WS-EDIT-IN-PROGRESS    VALUE "N".
011600
011700 01  WS-EDIT-MODE-SWITCH        PIC X(01) VALUE "A".
011800         88  WS-ADDING-ID           VALUE "A".
011900         88  WS-CHANGING-ID         VALUE "C".
012000
012100******************************************************************
012200*    SESSION CONTROL, THE DATE A NEW ID DEFAULTS TO, AND THE      *
012300*    EDITED LIMIT FOR THE CONSOLE DISPLAYS                        *
012400******************************************************************
012500 01  WS-SESSION-SWITCH          PIC X(01) VALUE "N".
012600         88  WS-SESSION-DONE        VALUE "Y".
012700         88  WS-SESSION-ACTIVE      VALUE "N".
012800
012900 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
013000 01  WS-DISP-LIMIT              PIC Z(06)9.99.
013100 01  W-LISTED-COUNT             PIC S9(04) COMP VALUE ZERO.
013200 01  WS-DISP-COUNT              PIC 9(05) VALUE ZERO.
013300
013400******************************************************************
013500*    FILE STATUS FOR THE REFERENCE FILE.  23 ON A READ MEANS THE  *
013600*    ID IS NOT ON FILE; 35 AT OPEN TIME MEANS NO FILE EXISTS YET  *
013700*    AND ONE MUST BE CREATED.                                     *
013800******************************************************************
013900 01  WS-REFERENCE-FILE-STATUS   PIC X(02) VALUE SPACES.
014000         88  WS-REFERENCE-FILE-OK        VALUE "00".
014100         88  WS-REFERENCE-KEY-NOT-FOUND  VALUE "23".
014200         88  WS-REFERENCE-FILE-NOT-FOUND VALUE "35".
014300         88  WS-REFERENCE-FILE-AT-END    VALUE "10".
014400
014500 PROCEDURE DIVISION.
014600 0000-MAINLINE SECTION.
014700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014800     IF WS-SESSION-ACTIVE
014900         PERFORM 2000-COMMAND-CYCLE THRU 2000-COMMAND-CYCLE-EXIT
015000             UNTIL WS-SESSION-DONE
015100         CLOSE REFERENCE-FILE
015200     END-IF.
015300     DISPLAY "ACCTMNT - SESSION ENDED".
015400     GOBACK.
015500
015600 1000-INITIALIZE.
015700******************************************************************
015800*    OPEN THE REFERENCE FILE FOR UPDATE.  A MISSING FILE IS THE   *
015900*    FIRST-SESSION CASE - IT IS CREATED EMPTY AND REOPENED, THE   *
016000*    SAME WAY MSTRUPDT CREATES THE MASTER.                        *
016100******************************************************************
016200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
016300     OPEN I-O REFERENCE-FILE.
016400     IF WS-REFERENCE-FILE-NOT-FOUND
016500         DISPLAY "ACCTMNT - CREATING NEW REFERENCE FILE"
016600         OPEN OUTPUT REFERENCE-FILE
016700         CLOSE REFERENCE-FILE
016800         OPEN I-O REFERENCE-FILE
016900     END-IF.
017000     IF NOT WS-REFERENCE-FILE-OK
017100         DISPLAY "ACCTMNT - REFERENCE FILE OPEN FAILED, STATUS "
017200             WS-REFERENCE-FILE-STATUS
017300         MOVE 12 TO RETURN-CODE
017400         SET WS-SESSION-DONE TO TRUE
017500     END-IF.
017600 1000-INITIALIZE-EXIT.
017700     EXIT.
017800
017900 2000-COMMAND-CYCLE.
018000******************************************************************
018100*    ONE PROMPT - READ A COMMAND LINE, SPLIT OFF THE VERB AND     *
018200*    UP TO TWO OPERANDS, AND DISPATCH.  AN UNREADABLE OR EMPTY    *
018300*    LINE ENDS THE SESSION, AS IN CTLMAINT.                       *
018400******************************************************************
018500     DISPLAY "ACCTMNT COMMAND (SHOW/ADD/CHG/STAT/LIST/QUIT):".
018600     MOVE SPACES TO WS-COMMAND-LINE.
018700     ACCEPT WS-COMMAND-LINE.
018800     MOVE SPACES TO WS-COMMAND-VERB.
018900     MOVE SPACES TO WS-COMMAND-OP1.
019000     MOVE SPACES TO WS-COMMAND-OP2.
019100     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
019200         INTO WS-COMMAND-VERB WS-COMMAND-OP1 WS-COMMAND-OP2.
019300     EVALUATE WS-COMMAND-VERB
019400         WHEN "SHOW"
019500             PERFORM 3000-SHOW-ID THRU 3000-SHOW-ID-EXIT
019600         WHEN "ADD"
019700             PERFORM 4000-ADD-ID THRU 4000-ADD-ID-EXIT
019800         WHEN "CHG"
019900             PERFORM 5000-CHANGE-ID THRU 5000-CHANGE-ID-EXIT
020000         WHEN "STAT"
020100             PERFORM 6000-SET-STATUS THRU 6000-SET-STATUS-EXIT
020200         WHEN "LIST"
020300             PERFORM 7000-LIST-FILE THRU 7000-LIST-FILE-EXIT
020400         WHEN "QUIT"
020500             SET WS-SESSION-DONE TO TRUE
020600         WHEN SPACES
020700             SET WS-SESSION-DONE TO TRUE
020800         WHEN OTHER
020900             DISPLAY "ACCTMNT - UNKNOWN COMMAND: "
021000                 WS-COMMAND-VERB
021100     END-EVALUATE.
021200 2000-COMMAND-CYCLE-EXIT.
021300     EXIT.
021400
021500 2100-SHOW-RECORD.
021600******************************************************************
021700*    SHOW THE REFERENCE RECORD IN THE RECORD AREA.                *
021800******************************************************************
021900     MOVE AR-POSITION-LIMIT TO WS-DISP-LIMIT.
022000     DISPLAY "ID . . . . . . . . " AR-ID.
022100     DISPLAY "  NAME . . . . . . " AR-NAME.
022200     DISPLAY "  OWNING ORIGIN  . " AR-ORIGIN.
022300     DISPLAY "  STATUS . . . . . " AR-STATUS.
022400     DISPLAY "  OPENED . . . . . " AR-OPEN-DATE.
022500     DISPLAY "  POSITION LIMIT . " WS-DISP-LIMIT.
022600 2100-SHOW-RECORD-EXIT.
022700     EXIT.
022800
022900 3000-SHOW-ID.
023000     IF WS-COMMAND-OP1 = SPACES
023100         DISPLAY "ACCTMNT - SHOW NEEDS AN ID"
023200         GO TO 3000-SHOW-ID-EXIT
023300     END-IF.
023400     MOVE WS-COMMAND-OP1 TO AR-ID.
023500     READ REFERENCE-FILE
023600     INVALID KEY
023700         DISPLAY "ACCTMNT - ID NOT ON FILE: " WS-COMMAND-OP1
023800     NOT INVALID KEY
023900         PERFORM 2100-SHOW-RECORD THRU 2100-SHOW-RECORD-EXIT
024000     END-READ.
024100 3000-SHOW-ID-EXIT.
024200     EXIT.
024300
024400 4000-ADD-ID.
024500******************************************************************
024600*    FILE A NEW ID.  AN ID ALREADY ON FILE IS REFUSED - CHG IS    *
024700*    THE WAY TO ALTER ONE.  THE NEW RECORD IS ALWAYS OPEN.        *
024800******************************************************************
024900     IF WS-COMMAND-OP1 = SPACES
025000         DISPLAY "ACCTMNT - ADD NEEDS AN ID"
025100         GO TO 4000-ADD-ID-EXIT
025200     END-IF.
025300     MOVE WS-COMMAND-OP1 TO AR-ID.
025400     READ REFERENCE-FILE
025500     INVALID KEY
025600         CONTINUE
025700     NOT INVALID KEY
025800         DISPLAY "ACCTMNT - ID ALREADY ON FILE: " WS-COMMAND-OP1
025900         GO TO 4000-ADD-ID-EXIT
026000     END-READ.
026100     SET WS-ADDING-ID TO TRUE.
026200     MOVE SPACES TO WS-EDIT-NAME.
026300     MOVE SPACES TO WS-EDIT-ORIGIN.
026400     MOVE WS-TODAY-DATE TO WS-EDIT-OPEN-DATE.
026500     MOVE ZERO TO WS-EDIT-LIMIT.
026600     PERFORM 4100-EDIT-FIELDS THRU 4100-EDIT-FIELDS-EXIT.
026700     IF WS-EDIT-ABANDONED
026800         DISPLAY "ACCTMNT - ADD ABANDONED, FILE UNCHANGED"
026900         GO TO 4000-ADD-ID-EXIT
027000     END-IF.
027100     MOVE SPACES TO AR-RECORD.
027200     MOVE WS-COMMAND-OP1 TO AR-ID.
027300     MOVE WS-EDIT-NAME TO AR-NAME.
027400     MOVE WS-EDIT-ORIGIN TO AR-ORIGIN.
027500     SET AR-STATUS-OPEN TO TRUE.
027600     MOVE WS-EDIT-OPEN-DATE TO AR-OPEN-DATE.
027700     MOVE WS-EDIT-LIMIT TO AR-POSITION-LIMIT.
027800     WRITE AR-RECORD
027900     INVALID KEY
028000         DISPLAY "ACCTMNT - WRITE FAILED, STATUS "
028100             WS-REFERENCE-FILE-STATUS
028200         GO TO 4000-ADD-ID-EXIT
028300     END-WRITE.
028400     DISPLAY "ACCTMNT - ID " AR-ID " ADDED".
028500     PERFORM 2100-SHOW-RECORD THRU 2100-SHOW-RECORD-EXIT.
028600 4000-ADD-ID-EXIT.
028700     EXIT.
028800
028900 4100-EDIT-FIELDS.
029000******************************************************************
029100*    KEY THE FIELDS IN TURN, STOPPING AT THE FIRST ONE THAT       *
029200*    RUNS OUT OF TRIES.  SHARED BY ADD AND CHG.                   *
029300******************************************************************
029400     SET WS-EDIT-IN-PROGRESS TO TRUE.
029500     PERFORM 4200-EDIT-NAME THRU 4200-EDIT-NAME-EXIT.
029600     IF WS-EDIT-IN-PROGRESS
029700         PERFORM 4300-EDIT-ORIGIN THRU 4300-EDIT-ORIGIN-EXIT
029800     END-IF.
029900     IF WS-EDIT-IN-PROGRESS
030000         PERFORM 4400-EDIT-OPEN-DATE THRU 4400-EDIT-OPEN-DATE-EXIT
030100     END-IF.
030200     IF WS-EDIT-IN-PROGRESS
030300         PERFORM 4500-EDIT-LIMIT THRU 4500-EDIT-LIMIT-EXIT
030400     END-IF.
030500 4100-EDIT-FIELDS-EXIT.
030600     EXIT.
030700
030800 4200-EDIT-NAME.
030900     MOVE ZERO TO W-TRY-COUNT.
031000     SET WS-FIELD-NOT-OK TO TRUE.
031100     PERFORM 4210-TRY-NAME THRU 4210-TRY-NAME-EXIT
031200         UNTIL WS-FIELD-OK OR WS-EDIT-ABANDONED.
031300 4200-EDIT-NAME-EXIT.
031400     EXIT.
031500
031600 4210-TRY-NAME.
031700     IF WS-ADDING-ID
031800         DISPLAY "NAME (REQUIRED, UP TO 30 CHARACTERS):"
031900     ELSE
032000         DISPLAY "NAME (BLANK = KEEP " WS-EDIT-NAME "):"
032100     END-IF.
032200     MOVE SPACES TO WS-FIELD-INPUT.
032300     ACCEPT WS-FIELD-INPUT.
032400     IF WS-FIELD-INPUT = SPACES
032500         IF WS-ADDING-ID
032600             DISPLAY "ACCTMNT - A NAME IS REQUIRED"
032700             PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
032800         ELSE
032900             SET WS-FIELD-OK TO TRUE
033000         END-IF
033100     ELSE
033200         MOVE WS-FIELD-INPUT TO WS-EDIT-NAME
033300         SET WS-FIELD-OK TO TRUE
033400     END-IF.
033500 4210-TRY-NAME-EXIT.
033600     EXIT.
033700
033800 4300-EDIT-ORIGIN.
033900     MOVE ZERO TO W-TRY-COUNT.
034000     SET WS-FIELD-NOT-OK TO TRUE.
034100     PERFORM 4310-TRY-ORIGIN THRU 4310-TRY-ORIGIN-EXIT
034200         UNTIL WS-FIELD-OK OR WS-EDIT-ABANDONED.
034300 4300-EDIT-ORIGIN-EXIT.
034400     EXIT.
034500
034600 4310-TRY-ORIGIN.
034700     IF WS-ADDING-ID
034800         DISPLAY "OWNING ORIGIN (REQUIRED, FOUR CHARACTERS):"
034900     ELSE
035000         DISPLAY "OWNING ORIGIN (BLANK = KEEP " WS-EDIT-ORIGIN
035100             "):"
035200     END-IF.
035300     MOVE SPACES TO WS-FIELD-INPUT.
035400     ACCEPT WS-FIELD-INPUT.
035500     IF WS-FIELD-INPUT = SPACES
035600         IF WS-ADDING-ID
035700             DISPLAY "ACCTMNT - AN OWNING ORIGIN IS REQUIRED"
035800             PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
035900         ELSE
036000             SET WS-FIELD-OK TO TRUE
036100         END-IF
036200         GO TO 4310-TRY-ORIGIN-EXIT
036300     END-IF.
036400     IF WS-FIELD-INPUT(5:26) NOT = SPACES
036500         DISPLAY "ACCTMNT - ORIGIN IS AT MOST FOUR CHARACTERS"
036600         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
036700     ELSE
036800         MOVE WS-FIELD-INPUT(1:4) TO WS-EDIT-ORIGIN
036900         SET WS-FIELD-OK TO TRUE
037000     END-IF.
037100 4310-TRY-ORIGIN-EXIT.
037200     EXIT.
037300
037400 4400-EDIT-OPEN-DATE.
037500     MOVE ZERO TO W-TRY-COUNT.
037600     SET WS-FIELD-NOT-OK TO TRUE.
037700     PERFORM 4410-TRY-OPEN-DATE THRU 4410-TRY-OPEN-DATE-EXIT
037800         UNTIL WS-FIELD-OK OR WS-EDIT-ABANDONED.
037900 4400-EDIT-OPEN-DATE-EXIT.
038000     EXIT.
038100
038200 4410-TRY-OPEN-DATE.
038300     DISPLAY "OPENED (YYYYMMDD, BLANK = " WS-EDIT-OPEN-DATE "):".
038400     MOVE SPACES TO WS-FIELD-INPUT.
038500     ACCEPT WS-FIELD-INPUT.
038600     IF WS-FIELD-INPUT = SPACES
038700         SET WS-FIELD-OK TO TRUE
038800         GO TO 4410-TRY-OPEN-DATE-EXIT
038900     END-IF.
039000     MOVE WS-FIELD-INPUT(1:8) TO WS-DATE-WORK-X.
039100     IF WS-DATE-WORK-X IS NOT NUMERIC
039200         OR WS-FIELD-INPUT(9:22) NOT = SPACES
039300         DISPLAY "ACCTMNT - OPENED MUST BE EIGHT DIGITS, YYYYMMDD"
039400         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
039500         GO TO 4410-TRY-OPEN-DATE-EXIT
039600     END-IF.
039700     IF WS-DATE-WORK-MONTH < 1 OR WS-DATE-WORK-MONTH > 12
039800         OR WS-DATE-WORK-DAY < 1 OR WS-DATE-WORK-DAY > 31
039900         DISPLAY "ACCTMNT - OPENED IS NOT A REAL DATE"
040000         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
040100         GO TO 4410-TRY-OPEN-DATE-EXIT
040200     END-IF.
040300     IF WS-DATE-WORK-X > WS-TODAY-DATE
040400         DISPLAY "ACCTMNT - OPENED CANNOT BE IN THE FUTURE"
040500         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
040600         GO TO 4410-TRY-OPEN-DATE-EXIT
040700     END-IF.
040800     MOVE WS-DATE-WORK-X TO WS-EDIT-OPEN-DATE.
040900     SET WS-FIELD-OK TO TRUE.
041000 4410-TRY-OPEN-DATE-EXIT.
041100     EXIT.
041200
041300 4500-EDIT-LIMIT.
041400     MOVE ZERO TO W-TRY-COUNT.
041500     SET WS-FIELD-NOT-OK TO TRUE.
041600     PERFORM 4510-TRY-LIMIT THRU 4510-TRY-LIMIT-EXIT
041700         UNTIL WS-FIELD-OK OR WS-EDIT-ABANDONED.
041800 4500-EDIT-LIMIT-EXIT.
041900     EXIT.
042000
042100 4510-TRY-LIMIT.
042200******************************************************************
042300*    A WELL-FORMED LIMIT IS NINE DIGITS, CENTS IN THE LAST TWO.   *
042400*    ZERO IS ALLOWED AND MEANS THE ID CARRIES NO LIMIT.           *
042500******************************************************************
042600     MOVE WS-EDIT-LIMIT TO WS-DISP-LIMIT.
042700     DISPLAY "POSITION LIMIT (999999999, BLANK = " WS-DISP-LIMIT
042800         "):".
042900     MOVE SPACES TO WS-FIELD-INPUT.
043000     ACCEPT WS-FIELD-INPUT.
043100     IF WS-FIELD-INPUT = SPACES
043200         SET WS-FIELD-OK TO TRUE
043300         GO TO 4510-TRY-LIMIT-EXIT
043400     END-IF.
043500     MOVE WS-FIELD-INPUT(1:9) TO WS-LIMIT-WORK-X.
043600     IF WS-LIMIT-WORK IS NUMERIC
043700         AND WS-FIELD-INPUT(10:21) = SPACES
043800         MOVE WS-LIMIT-WORK TO WS-EDIT-LIMIT
043900         SET WS-FIELD-OK TO TRUE
044000     ELSE
044100         DISPLAY "ACCTMNT - LIMIT MUST BE NINE DIGITS, E.G. "
044200             "000500000 FOR 5000.00"
044300         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
044400     END-IF.
044500 4510-TRY-LIMIT-EXIT.
044600     EXIT.
044700
044800 5000-CHANGE-ID.
044900******************************************************************
045000*    RE-KEY AN EXISTING ID.  EVERY FIELD OFFERS ITS CURRENT       *
045100*    VALUE AS THE BLANK DEFAULT; THE STATUS IS LEFT TO STAT.      *
045200*    THE RECORD IS RE-READ BEFORE THE REWRITE SO THE CHANGE       *
045300*    LANDS ON THE CURRENT IMAGE.                                  *
045400******************************************************************
045500     IF WS-COMMAND-OP1 = SPACES
045600         DISPLAY "ACCTMNT - CHG NEEDS AN ID"
045700         GO TO 5000-CHANGE-ID-EXIT
045800     END-IF.
045900     MOVE WS-COMMAND-OP1 TO AR-ID.
046000     READ REFERENCE-FILE
046100     INVALID KEY
046200         DISPLAY "ACCTMNT - ID NOT ON FILE: " WS-COMMAND-OP1
046300         GO TO 5000-CHANGE-ID-EXIT
046400     END-READ.
046500     PERFORM 2100-SHOW-RECORD THRU 2100-SHOW-RECORD-EXIT.
046600     SET WS-CHANGING-ID TO TRUE.
046700     MOVE AR-NAME TO WS-EDIT-NAME.
046800     MOVE AR-ORIGIN TO WS-EDIT-ORIGIN.
046900     MOVE AR-OPEN-DATE TO WS-EDIT-OPEN-DATE.
047000     MOVE AR-POSITION-LIMIT TO WS-EDIT-LIMIT.
047100     PERFORM 4100-EDIT-FIELDS THRU 4100-EDIT-FIELDS-EXIT.
047200     IF WS-EDIT-ABANDONED
047300         DISPLAY "ACCTMNT - CHANGE ABANDONED, FILE UNCHANGED"
047400         GO TO 5000-CHANGE-ID-EXIT
047500     END-IF.
047600     MOVE WS-COMMAND-OP1 TO AR-ID.
047700     READ REFERENCE-FILE
047800     INVALID KEY
047900         DISPLAY "ACCTMNT - ID NO LONGER ON FILE: "
048000             WS-COMMAND-OP1
048100         GO TO 5000-CHANGE-ID-EXIT
048200     END-READ.
048300     MOVE WS-EDIT-NAME TO AR-NAME.
048400     MOVE WS-EDIT-ORIGIN TO AR-ORIGIN.
048500     MOVE WS-EDIT-OPEN-DATE TO AR-OPEN-DATE.
048600     MOVE WS-EDIT-LIMIT TO AR-POSITION-LIMIT.
048700     REWRITE AR-RECORD
048800     INVALID KEY
048900         DISPLAY "ACCTMNT - REWRITE FAILED, FILE UNCHANGED"
049000         GO TO 5000-CHANGE-ID-EXIT
049100     END-REWRITE.
049200     DISPLAY "ACCTMNT - ID " AR-ID " CHANGED".
049300     PERFORM 2100-SHOW-RECORD THRU 2100-SHOW-RECORD-EXIT.
049400 5000-CHANGE-ID-EXIT.
049500     EXIT.
049600
049700 6000-SET-STATUS.
049800******************************************************************
049900*    OPEN, BLOCK OR CLOSE AN ID.  THE NEXT SORT RUN REFUSES       *
050000*    ACTIVITY FOR A BLOCKED OR CLOSED ID (BLKD/CLSD EXCEPTIONS).  *
050100******************************************************************
050200     IF WS-COMMAND-OP1 = SPACES OR WS-COMMAND-OP2 = SPACES
050300         DISPLAY "ACCTMNT - STAT NEEDS AN ID AND A STATUS"
050400         GO TO 6000-SET-STATUS-EXIT
050500     END-IF.
050600     IF WS-COMMAND-OP2 NOT = "O" AND WS-COMMAND-OP2 NOT = "B"
050700         AND WS-COMMAND-OP2 NOT = "C"
050800         DISPLAY "ACCTMNT - STATUS MUST BE O, B OR C"
050900         GO TO 6000-SET-STATUS-EXIT
051000     END-IF.
051100     MOVE WS-COMMAND-OP1 TO AR-ID.
051200     READ REFERENCE-FILE
051300     INVALID KEY
051400         DISPLAY "ACCTMNT - ID NOT ON FILE: " WS-COMMAND-OP1
051500         GO TO 6000-SET-STATUS-EXIT
051600     END-READ.
051700     MOVE WS-COMMAND-OP2(1:1) TO AR-STATUS.
051800     REWRITE AR-RECORD
051900     INVALID KEY
052000         DISPLAY "ACCTMNT - REWRITE FAILED, FILE UNCHANGED"
052100         GO TO 6000-SET-STATUS-EXIT
052200     END-REWRITE.
052300     DISPLAY "ACCTMNT - ID " AR-ID " STATUS NOW " AR-STATUS.
052400 6000-SET-STATUS-EXIT.
052500     EXIT.
052600
052700 7000-LIST-FILE.
052800******************************************************************
052900*    LIST EVERY ID ON FILE IN KEY ORDER.                          *
053000******************************************************************
053100     MOVE ZERO TO W-LISTED-COUNT.
053200     MOVE LOW-VALUES TO AR-ID.
053300     START REFERENCE-FILE KEY NOT < AR-ID
053400     INVALID KEY
053500         DISPLAY "ACCTMNT - REFERENCE FILE IS EMPTY"
053600         GO TO 7000-LIST-FILE-EXIT
053700     END-START.
053800     DISPLAY "ID         S ORIG OPENED      LIMIT      NAME".
053900     PERFORM 7100-LIST-ONE-ID THRU 7100-LIST-ONE-ID-EXIT
054000         UNTIL WS-REFERENCE-FILE-AT-END.
054100     MOVE W-LISTED-COUNT TO WS-DISP-COUNT.
054200     DISPLAY "ACCTMNT - IDS LISTED: " WS-DISP-COUNT.
054300 7000-LIST-FILE-EXIT.
054400     EXIT.
054500
054600 7100-LIST-ONE-ID.
054700     READ REFERENCE-FILE NEXT RECORD
054800     AT END
054900         SET WS-REFERENCE-FILE-AT-END TO TRUE
055000     NOT AT END
055100         MOVE AR-POSITION-LIMIT TO WS-DISP-LIMIT
055200         DISPLAY AR-ID " " AR-STATUS " " AR-ORIGIN " "
055300             AR-OPEN-DATE " " WS-DISP-LIMIT " " AR-NAME
055400         ADD 1 TO W-LISTED-COUNT
055500     END-READ.
055600 7100-LIST-ONE-ID-EXIT.
055700     EXIT.
055800
055900 8000-COUNT-TRY.
056000     ADD 1 TO W-TRY-COUNT.
056100     IF W-TRY-COUNT >= W-MAX-TRIES
056200         SET WS-EDIT-ABANDONED TO TRUE
056300     END-IF.
056400 8000-COUNT-TRY-EXIT.
056500     EXIT.
