000100******************************************************************
000200* PROGRAM-ID.  APPRMNT                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* DUAL-CONTROL APPROVAL CONSOLE.  A MANUAL CHANGE KEYED AT ONE OF *
000900* THE CONSOLES (AN ADJUSTMENT IN MSTRINQ, A FIX RUN THROUGH       *
001000* EXCPFIX, A NEW CONTROL CARD IN CTLMAINT, A BACKOUT IN MSTBKOUT) *
001100* NO LONGER TAKES EFFECT WHERE IT IS KEYED - IT WAITS ON THE      *
001200* APPROVAL QUEUE (APPRQUE, SEE APPRREC) UNTIL A SECOND OPERATOR   *
001300* REVIEWS IT HERE, IN THE SAME CONSOLE-DIALOG STYLE AS CTLMAINT.  *
001400*                                                                 *
001500* THE SESSION OPENS WITH A SIGN-ON (SIGNSVC); ONLY A CHECKER (OR  *
001600* AN OPERATOR WITH BOTH ROLES) GETS IN, AND NOBODY MAY APPROVE OR *
001700* REJECT A CHANGE THEY KEYED THEMSELVES.  ON APPROVAL:            *
001800*                                                                 *
001900*     - AN ADJUSTMENT IS APPLIED AT ONCE - THE MASTER IS          *
002000*       REWRITTEN, THE AUDIT RECORD (ADJAUDIT, SEE ADJREC) AND    *
002100*       THE "J" IMAGE ON THE HISTORY (MSTHIST) GO OUT CARRYING    *
002200*       BOTH THE MAKER AND THE CHECKER.  A POSITION THAT HAS      *
002300*       MOVED SINCE THE ADJUSTMENT WAS KEYED IS REFUSED - IT IS   *
002400*       REJECTED AND REKEYED AGAINST THE NEW FIGURE.              *
002500*     - A CONTROL CARD IS WRITTEN TO CTLFILE AT ONCE.             *
002600*     - A FIX OR A BACKOUT IS RELEASED - EXCPFIX AND MSTBKOUT     *
002700*       APPLY APPROVED REQUESTS ON THEIR NEXT RUN.                *
002800*                                                                 *
002900* COMMANDS (KEYED AT THE PROMPT):                                 *
003000*     LIST          LIST EVERY REQUEST STILL PENDING OR WAITING   *
003100*                   TO BE APPLIED.                                *
003200*     SHOW NUM      DISPLAY ONE REQUEST IN FULL.                  *
003300*     APPR NUM      APPROVE A PENDING REQUEST (CONFIRMED WITH Y). *
003400*     REJ NUM       REJECT A PENDING REQUEST - A REASON IS        *
003500*                   REQUIRED.                                     *
003600*     QUIT          END THE SESSION.                              *
003700*                                                                 *
003800* REQUEST NUMBERS MAY BE KEYED WITHOUT THEIR LEADING ZEROS.       *
003900*-----------------------------------------------------------------*
004000* MODIFICATION HISTORY                                            *
004100*  DATE       INIT  DESCRIPTION                                   *
004200*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
004210*  15/10/2026 DLM   THE "J" IMAGE CARRIES THE CURRENCY AFTER THE  *
004220*                   ADJUSTMENT (MH-AFTER-CURRENCY) AS WELL.       *
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. APPRMNT.
004600 AUTHOR. D.MAINT.
004700 INSTALLATION. DATA PROCESSING.
004800 DATE-WRITTEN. 15/10/2026.
004900 DATE-COMPILED.
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400*-----------------------------------------------------------------*
005500* THE APPROVAL QUEUE.  DYNAMIC ACCESS SO LIST READS IT IN KEY     *
005600* ORDER AND THE OTHER COMMANDS READ AND REWRITE BY NUMBER.        *
005700*-----------------------------------------------------------------*
005800     SELECT QUEUE-FILE ASSIGN TO "APPRQUE"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS AQ-REQ-NUM
006200         FILE STATUS IS WS-QUEUE-FILE-STATUS.
006300
006400*-----------------------------------------------------------------*
006500* THE KEYED MASTER - REWRITTEN WHEN AN ADJUSTMENT IS APPROVED.    *
006600*-----------------------------------------------------------------*
006700     SELECT MASTER-FILE ASSIGN TO "MSTFILE"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS MST-ID
007100         FILE STATUS IS WS-MASTER-FILE-STATUS.
007200
007300*-----------------------------------------------------------------*
007400* THE ADJUSTMENT AUDIT - ONE RECORD APPENDED PER ADJUSTMENT       *
007500* APPLIED.                                                        *
007600*-----------------------------------------------------------------*
007700     SELECT AUDIT-FILE ASSIGN TO "ADJAUDIT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-AUDIT-FILE-STATUS.
008000
008100*-----------------------------------------------------------------*
008200* THE MASTER HISTORY - THE ADJUSTMENT'S BEFORE/AFTER IMAGE IS     *
008300* APPENDED HERE IN THE SHARED MSTHREC LAYOUT.                     *
008400*-----------------------------------------------------------------*
008500     SELECT HISTORY-FILE ASSIGN TO "MSTHIST"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-HISTORY-FILE-STATUS.
008800
008900*-----------------------------------------------------------------*
009000* THE SORT CONTROL CARD - SAME LAYOUT AS IN CTLMAINT, BUBBLE-SORT *
009100* AND SRTMERGE.                                                   *
009200*-----------------------------------------------------------------*
009300     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-CONTROL-FILE-STATUS.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  QUEUE-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  AQ-RECORD.
010200     COPY APPRREC.
010300
010400 FD  MASTER-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  MST-RECORD.
010700     COPY MSTREC.
010800
010900 FD  AUDIT-FILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORDING MODE IS F.
011200 01  ADJ-RECORD.
011300     COPY ADJREC.
011400
011500 FD  HISTORY-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORDING MODE IS F.
011800 01  HIST-RECORD.
011900     COPY MSTHREC.
012000
012100 FD  CONTROL-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORDING MODE IS F.
012400 01  CTL-RECORD.
012500     05  CTL-DIRECTION          PIC X(01).
012600     05  CTL-CONTROL-TOTAL      PIC S9(08)V99
012700                                SIGN IS LEADING SEPARATE.
012800     05  CTL-EXPECTED-COUNT     PIC 9(05).
012900     05  CTL-FULL-SORT          PIC X(01).
013000     05  CTL-NETTING            PIC X(01).
013100     05  FILLER                 PIC X(61).
013200
013300 WORKING-STORAGE SECTION.
013400******************************************************************
013500*    THE SIGNED-ON CHECKER                                        *
013600******************************************************************
013700 01  SGN-AREA.
013800     COPY SIGNREC.
013900
014000******************************************************************
014100*    OPERATOR INPUT - THE COMMAND LINE SPLIT INTO A VERB AND ITS  *
014200*    OPERAND, AND THE FIELD BEING KEYED.                          *
014300******************************************************************
014400 01  WS-COMMAND-LINE            PIC X(80) VALUE SPACES.
014500 01  WS-COMMAND-VERB            PIC X(08) VALUE SPACES.
014600 01  WS-COMMAND-OP1             PIC X(10) VALUE SPACES.
014700 01  WS-FIELD-INPUT             PIC X(30) VALUE SPACES.
014800
014900******************************************************************
015000*    THE REQUEST NUMBER AS KEYED - RIGHT-JUSTIFIED WITH LEADING   *
015100*    ZEROS BEFORE IT IS EDITED, AS CTLMAINT DOES THE COUNT.       *
015200******************************************************************
015300 01  WS-REQ-NUM-X               PIC X(06) VALUE SPACES.
015400 01  WS-REQ-NUM REDEFINES WS-REQ-NUM-X
015500                                PIC 9(06).
015600 01  WS-REQ-SHIFT-X             PIC X(06) VALUE SPACES.
015700
015800 01  WS-REQUEST-SWITCH          PIC X(01) VALUE "N".
015900         88  WS-REQUEST-FOUND       VALUE "Y".
016000         88  WS-REQUEST-MISSING     VALUE "N".
016100
016200******************************************************************
016300*    SET BY THE APPLY PARAGRAPHS - AN APPROVAL ONLY GOES ON THE   *
016400*    QUEUE WHEN THE CHANGE ITSELF WENT THROUGH.                   *
016500******************************************************************
016600 01  WS-APPLY-SWITCH            PIC X(01) VALUE "N".
016700         88  WS-APPLY-DONE          VALUE "Y".
016800         88  WS-APPLY-FAILED        VALUE "N".
016900
017000******************************************************************
017100*    WORK FIELDS FOR THE CONTROL CARD CARRIED ON A REQUEST        *
017200******************************************************************
017300 01  WS-TOTAL-WORK-X            PIC X(11) VALUE SPACES.
017400 01  WS-TOTAL-WORK REDEFINES WS-TOTAL-WORK-X
017500                                PIC S9(08)V99
017600                                SIGN IS LEADING SEPARATE.
017700 01  WS-COUNT-WORK-X            PIC X(05) VALUE SPACES.
017800 01  WS-COUNT-WORK REDEFINES WS-COUNT-WORK-X
017900                                PIC 9(05).
018000
018100******************************************************************
018200*    THE BASE CURRENCY, AS IN MSTRINQ - A BASE POSITION'S AMOUNT  *
018300*    AS SENT FOLLOWS ITS NEW AMOUNT.                              *
018400******************************************************************
018500     78  W-BASE-CURRENCY VALUE "USD".
018600
018700******************************************************************
018800*    RETRY CONTROL FOR THE REJECTION REASON, AS IN CTLMAINT       *
018900******************************************************************
019000 01  W-TRY-COUNT PIC S9(04) COMP VALUE ZERO.
019100     78  W-MAX-TRIES VALUE 3.
019200
019300 01  WS-FIELD-OK-SWITCH         PIC X(01) VALUE "N".
019400         88  WS-FIELD-OK            VALUE "Y".
019500         88  WS-FIELD-NOT-OK        VALUE "N".
019600
019700 01  WS-ENTRY-SWITCH            PIC X(01) VALUE "N".
019800         88  WS-ENTRY-ABANDONED     VALUE "Y".
019900         88  WS-ENTRY-IN-PROGRESS   VALUE "N".
020000
020100 01  WS-REJECT-NOTE             PIC X(30) VALUE SPACES.
020200
020300******************************************************************
020400*    SESSION CONTROL AND COUNTS                                   *
020500******************************************************************
020600 01  WS-SESSION-SWITCH          PIC X(01) VALUE "N".
020700         88  WS-SESSION-DONE        VALUE "Y".
020800         88  WS-SESSION-ACTIVE      VALUE "N".
020900
021000 01  W-LISTED-COUNT PIC S9(04) COMP VALUE ZERO.
021100
021200******************************************************************
021300*    DATE AND TIME STAMPED ONTO THE APPROVAL AND WHAT IT APPLIES  *
021400******************************************************************
021500 01  WS-NOW-DATE                PIC 9(08) VALUE ZERO.
021600 01  WS-NOW-TIME                PIC 9(06) VALUE ZERO.
021700
021800******************************************************************
021900*    THE ONE-LINE SUMMARY OF A REQUEST FOR LIST, AND EDITED       *
022000*    AMOUNTS FOR THE CONSOLE DISPLAYS                             *
022100******************************************************************
022200 01  WS-SUMMARY                 PIC X(44) VALUE SPACES.
022300 01  WS-DISP-AMOUNT             PIC +++++9.99.
022400
022500******************************************************************
022600*    FILE STATUS FOR THE APPROVAL QUEUE                           *
022700******************************************************************
022800 01  WS-QUEUE-FILE-STATUS       PIC X(02) VALUE SPACES.
022900         88  WS-QUEUE-FILE-OK          VALUE "00".
023000         88  WS-QUEUE-FILE-AT-END      VALUE "10".
023100         88  WS-QUEUE-FILE-NOT-FOUND   VALUE "35".
023200
023300******************************************************************
023400*    FILE STATUS FOR THE KEYED MASTER                             *
023500******************************************************************
023600 01  WS-MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
023700         88  WS-MASTER-FILE-OK          VALUE "00".
023800
023900******************************************************************
024000*    FILE STATUS FOR THE ADJUSTMENT AUDIT, THE MASTER HISTORY     *
024100*    AND THE CONTROL CARD                                         *
024200******************************************************************
024300 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
024400         88  WS-AUDIT-FILE-OK   VALUE "00".
024500 01  WS-HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.
024600         88  WS-HISTORY-FILE-OK VALUE "00".
024700 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
024800         88  WS-CONTROL-FILE-OK VALUE "00".
024900
025000 PROCEDURE DIVISION.
025100 0000-MAINLINE SECTION.
025200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
025300     IF WS-SESSION-ACTIVE
025400         PERFORM 2000-COMMAND-CYCLE THRU 2000-COMMAND-CYCLE-EXIT
025500             UNTIL WS-SESSION-DONE
025600         CLOSE QUEUE-FILE
025700     END-IF.
025800     DISPLAY "APPRMNT - SESSION ENDED".
025900     GOBACK.
026000
026100 1000-INITIALIZE.
026200******************************************************************
026300*    SIGN ON, OPEN THE QUEUE, AND SHOW WHAT IS WAITING.  A        *
026400*    FAILED SIGN-ON, AN OPERATOR WHO IS NOT A CHECKER, OR NO      *
026500*    QUEUE ON FILE ENDS THE SESSION BEFORE IT STARTS.             *
026600******************************************************************
026700     MOVE "APPRMNT" TO SGN-PROGRAM.
026800     CALL "SIGNSVC" USING SGN-AREA.
026900     IF SGN-REFUSED
027000         SET WS-SESSION-DONE TO TRUE
027100         GO TO 1000-INITIALIZE-EXIT
027200     END-IF.
027300     IF NOT SGN-MAY-CHECK
027400         DISPLAY "APPRMNT - " SGN-USER-ID " MAY NOT APPROVE "
027500             "CHANGES"
027600         SET WS-SESSION-DONE TO TRUE
027700         GO TO 1000-INITIALIZE-EXIT
027800     END-IF.
027900     OPEN I-O QUEUE-FILE.
028000     IF WS-QUEUE-FILE-NOT-FOUND
028100         DISPLAY "APPRMNT - NOTHING HAS BEEN QUEUED FOR APPROVAL"
028200         SET WS-SESSION-DONE TO TRUE
028300         GO TO 1000-INITIALIZE-EXIT
028400     END-IF.
028500     IF NOT WS-QUEUE-FILE-OK
028600         DISPLAY "APPRMNT - APPROVAL QUEUE OPEN FAILED, STATUS "
028700             WS-QUEUE-FILE-STATUS
028800         SET WS-SESSION-DONE TO TRUE
028900         GO TO 1000-INITIALIZE-EXIT
029000     END-IF.
029100     PERFORM 3000-LIST-OUTSTANDING THRU
029200         3000-LIST-OUTSTANDING-EXIT.
029300 1000-INITIALIZE-EXIT.
029400     EXIT.
029500
029600 2000-COMMAND-CYCLE.
029700******************************************************************
029800*    ONE PROMPT - READ A COMMAND LINE, SPLIT OFF THE VERB AND     *
029900*    THE REQUEST NUMBER, AND DISPATCH.  AN UNREADABLE OR EMPTY    *
030000*    LINE ENDS THE SESSION, AS IN CTLMAINT.                       *
030100******************************************************************
030200     DISPLAY "APPRMNT COMMAND (LIST/SHOW/APPR/REJ/QUIT):".
030300     MOVE SPACES TO WS-COMMAND-LINE.
030400     ACCEPT WS-COMMAND-LINE.
030500     MOVE SPACES TO WS-COMMAND-VERB.
030600     MOVE SPACES TO WS-COMMAND-OP1.
030700     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
030800         INTO WS-COMMAND-VERB WS-COMMAND-OP1.
030900     EVALUATE WS-COMMAND-VERB
031000         WHEN "LIST"
031100             PERFORM 3000-LIST-OUTSTANDING THRU
031200                 3000-LIST-OUTSTANDING-EXIT
031300         WHEN "SHOW"
031400             PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT
031500             IF WS-REQUEST-FOUND
031600                 PERFORM 2300-SHOW-REQUEST THRU
031700                     2300-SHOW-REQUEST-EXIT
031800             END-IF
031900         WHEN "APPR"
032000             PERFORM 4000-APPROVE-REQUEST THRU
032100                 4000-APPROVE-REQUEST-EXIT
032200         WHEN "REJ"
032300             PERFORM 5000-REJECT-REQUEST THRU
032400                 5000-REJECT-REQUEST-EXIT
032500         WHEN "QUIT"
032600             SET WS-SESSION-DONE TO TRUE
032700         WHEN SPACES
032800             SET WS-SESSION-DONE TO TRUE
032900         WHEN OTHER
033000             DISPLAY "APPRMNT - UNKNOWN COMMAND: "
033100                 WS-COMMAND-VERB
033200     END-EVALUATE.
033300 2000-COMMAND-CYCLE-EXIT.
033400     EXIT.
033500
033600 2100-READ-REQUEST.
033700******************************************************************
033800*    EDIT THE REQUEST NUMBER OFF THE COMMAND LINE AND READ THAT   *
033900*    REQUEST.                                                     *
034000******************************************************************
034100     SET WS-REQUEST-MISSING TO TRUE.
034200     IF WS-COMMAND-OP1 = SPACES
034300         DISPLAY "APPRMNT - " WS-COMMAND-VERB
034400             " NEEDS A REQUEST NUMBER"
034500         GO TO 2100-READ-REQUEST-EXIT
034600     END-IF.
034700     MOVE WS-COMMAND-OP1(1:6) TO WS-REQ-NUM-X.
034800     INSPECT WS-REQ-NUM-X REPLACING LEADING SPACE BY ZERO.
034900     PERFORM 2200-JUSTIFY-REQ-NUM THRU 2200-JUSTIFY-REQ-NUM-EXIT
035000         UNTIL WS-REQ-NUM-X(6:1) NOT = SPACE.
035100     IF WS-REQ-NUM IS NOT NUMERIC
035200         OR WS-COMMAND-OP1(7:4) NOT = SPACES
035300         DISPLAY "APPRMNT - REQUEST NUMBER MUST BE UP TO SIX "
035400             "DIGITS"
035500         GO TO 2100-READ-REQUEST-EXIT
035600     END-IF.
035700     MOVE WS-REQ-NUM TO AQ-REQ-NUM.
035800     READ QUEUE-FILE
035900     INVALID KEY
036000         DISPLAY "APPRMNT - NO REQUEST " WS-REQ-NUM
036100             " ON THE QUEUE"
036200     NOT INVALID KEY
036300         SET WS-REQUEST-FOUND TO TRUE
036400     END-READ.
036500 2100-READ-REQUEST-EXIT.
036600     EXIT.
036700
036800 2200-JUSTIFY-REQ-NUM.
036900     MOVE WS-REQ-NUM-X TO WS-REQ-SHIFT-X.
037000     MOVE "0" TO WS-REQ-NUM-X(1:1).
037100     MOVE WS-REQ-SHIFT-X(1:5) TO WS-REQ-NUM-X(2:5).
037200 2200-JUSTIFY-REQ-NUM-EXIT.
037300     EXIT.
037400
037500 2300-SHOW-REQUEST.
037600******************************************************************
037700*    SHOW THE REQUEST JUST READ - WHO KEYED IT AND WHEN, WHERE    *
037800*    IT STANDS, AND THE CHANGE ITSELF.                            *
037900******************************************************************
038000     DISPLAY "REQUEST  . . . . . " AQ-REQ-NUM "  TYPE " AQ-TYPE
038100         "  STATUS " AQ-STATUS.
038200     DISPLAY "  KEYED BY . . . . " AQ-MAKER " ON " AQ-MADE-DATE
038300         " AT " AQ-MADE-TIME.
038400     IF AQ-CHECKER NOT = SPACES
038500         DISPLAY "  CHECKED BY . . . " AQ-CHECKER " ON "
038600             AQ-CHECKED-DATE " AT " AQ-CHECKED-TIME
038700     END-IF.
038800     IF AQ-APPLIED-DATE NOT = ZERO
038900         DISPLAY "  APPLIED  . . . . " AQ-APPLIED-DATE " AT "
039000             AQ-APPLIED-TIME
039100     END-IF.
039200     IF AQ-NOTE NOT = SPACES
039300         DISPLAY "  NOTE . . . . . . " AQ-NOTE
039400     END-IF.
039500     EVALUATE TRUE
039600         WHEN AQ-TYPE-ADJ
039700             DISPLAY "  ADJUST ID  . . . " AQ-ADJ-ID
039800             MOVE AQ-ADJ-BEFORE-AMOUNT TO WS-DISP-AMOUNT
039900             DISPLAY "  AMOUNT WHEN KEYED" WS-DISP-AMOUNT
040000             MOVE AQ-ADJ-NEW-AMOUNT TO WS-DISP-AMOUNT
040100             DISPLAY "  NEW AMOUNT . . . " WS-DISP-AMOUNT
040200             IF AQ-ADJ-NEW-ORIG-X = SPACES
040300                 DISPLAY "  NEW AS SENT  . . UNCHANGED"
040400             ELSE
040500                 MOVE AQ-ADJ-NEW-ORIG-AMOUNT TO WS-DISP-AMOUNT
040600                 DISPLAY "  NEW AS SENT  . . " WS-DISP-AMOUNT
040700             END-IF
040800             DISPLAY "  REASON . . . . . " AQ-ADJ-REASON
040900         WHEN AQ-TYPE-FIX
041000             DISPLAY "  FIX FOR ID . . . " AQ-FIX-ID
041100             DISPLAY "  NEW AMOUNT . . . " AQ-FIX-NEW-AMOUNT-X
041200             DISPLAY "  NEW ID . . . . . " AQ-FIX-NEW-ID
041300             DISPLAY "  NEW DATE . . . . " AQ-FIX-NEW-DATE
041400         WHEN AQ-TYPE-CTL
041500             DISPLAY "  DIRECTION  . . . " AQ-CTL-DIRECTION
041600             DISPLAY "  CONTROL TOTAL  . " AQ-CTL-TOTAL-X
041700             DISPLAY "  EXPECTED COUNT . " AQ-CTL-COUNT-X
041800             DISPLAY "  FULL SORT  . . . " AQ-CTL-FULL-SORT
041900             DISPLAY "  NETTING  . . . . " AQ-CTL-NETTING
042000             IF AQ-CTL-SET-NAME NOT = SPACES
042100                 DISPLAY "  FROM LIBRARY SET " AQ-CTL-SET-NAME
042200             END-IF
042300         WHEN AQ-TYPE-BKO
042400             DISPLAY "  BACK OUT DAY . . " AQ-BKO-DATE
042500             IF AQ-BKO-BATCH-ID = SPACES
042600                 DISPLAY "  BATCH  . . . . . (WHOLE DAY)"
042700             ELSE
042800                 DISPLAY "  BATCH  . . . . . " AQ-BKO-BATCH-ID
042900             END-IF
043000     END-EVALUATE.
043100 2300-SHOW-REQUEST-EXIT.
043200     EXIT.
043300
043400 3000-LIST-OUTSTANDING.
043500******************************************************************
043600*    ONE PASS OF THE QUEUE IN REQUEST ORDER, LISTING EVERY        *
043700*    REQUEST STILL PENDING OR APPROVED BUT NOT YET APPLIED.       *
043800******************************************************************
043900     MOVE ZERO TO W-LISTED-COUNT.
044000     MOVE ZERO TO AQ-REQ-NUM.
044100     START QUEUE-FILE KEY NOT < AQ-REQ-NUM
044200     INVALID KEY
044300         SET WS-QUEUE-FILE-AT-END TO TRUE
044400     END-START.
044500     IF NOT WS-QUEUE-FILE-AT-END
044600         DISPLAY "REQ    TYP S MAKER    KEYED    CHANGE"
044700         PERFORM 3100-LIST-ONE-REQUEST THRU
044800             3100-LIST-ONE-REQUEST-EXIT
044900             UNTIL WS-QUEUE-FILE-AT-END
045000     END-IF.
045100     IF W-LISTED-COUNT = ZERO
045200         DISPLAY "APPRMNT - NOTHING WAITING FOR APPROVAL"
045300     END-IF.
045400 3000-LIST-OUTSTANDING-EXIT.
045500     EXIT.
045600
045700 3100-LIST-ONE-REQUEST.
045800     READ QUEUE-FILE NEXT RECORD
045900     AT END
046000         SET WS-QUEUE-FILE-AT-END TO TRUE
046100         GO TO 3100-LIST-ONE-REQUEST-EXIT
046200     END-READ.
046300     IF AQ-PENDING OR AQ-APPROVED
046400         PERFORM 3200-BUILD-SUMMARY THRU 3200-BUILD-SUMMARY-EXIT
046500         DISPLAY AQ-REQ-NUM " " AQ-TYPE " " AQ-STATUS " "
046600             AQ-MAKER " " AQ-MADE-DATE " " WS-SUMMARY
046700         ADD 1 TO W-LISTED-COUNT
046800     END-IF.
046900 3100-LIST-ONE-REQUEST-EXIT.
047000     EXIT.
047100
047200 3200-BUILD-SUMMARY.
047300******************************************************************
047400*    ONE LINE SAYING WHAT THE REQUEST WOULD CHANGE.               *
047500******************************************************************
047600     MOVE SPACES TO WS-SUMMARY.
047700     EVALUATE TRUE
047800         WHEN AQ-TYPE-ADJ
047900             MOVE AQ-ADJ-NEW-AMOUNT TO WS-DISP-AMOUNT
048000             STRING "ID " AQ-ADJ-ID " TO " WS-DISP-AMOUNT " "
048100                 AQ-ADJ-REASON DELIMITED BY SIZE INTO WS-SUMMARY
048200         WHEN AQ-TYPE-FIX
048300             STRING "FIX ID " AQ-FIX-ID " " AQ-FIX-NEW-AMOUNT-X
048400                 " " AQ-FIX-NEW-ID DELIMITED BY SIZE
048500                 INTO WS-SUMMARY
048600         WHEN AQ-TYPE-CTL
048700             STRING "CARD " AQ-CTL-DIRECTION " " AQ-CTL-TOTAL-X
048800                 " " AQ-CTL-COUNT-X " " AQ-CTL-FULL-SORT
048900                 AQ-CTL-NETTING " " AQ-CTL-SET-NAME
049000                 DELIMITED BY SIZE INTO WS-SUMMARY
049100         WHEN AQ-TYPE-BKO
049200             IF AQ-BKO-BATCH-ID = SPACES
049300                 STRING "BACKOUT DAY " AQ-BKO-DATE " WHOLE DAY"
049400                     DELIMITED BY SIZE INTO WS-SUMMARY
049500             ELSE
049600                 STRING "BACKOUT DAY " AQ-BKO-DATE " BATCH "
049700                     AQ-BKO-BATCH-ID DELIMITED BY SIZE
049800                     INTO WS-SUMMARY
049900             END-IF
050000         WHEN OTHER
050100             MOVE "UNKNOWN REQUEST TYPE" TO WS-SUMMARY
050200     END-EVALUATE.
050300 3200-BUILD-SUMMARY-EXIT.
050400     EXIT.
050500
050600 4000-APPROVE-REQUEST.
050700******************************************************************
050800*    APPROVE ONE PENDING REQUEST.  THE CHECKER MUST NOT BE THE    *
050900*    MAKER, AND CONFIRMS AFTER SEEING THE CHANGE IN FULL.  AN     *
051000*    ADJUSTMENT OR A CONTROL CARD IS APPLIED HERE AND NOW; A FIX  *
051100*    OR A BACKOUT IS RELEASED TO THE PROGRAM THAT APPLIES IT.     *
051200*    THE REQUEST IS ONLY MARKED APPROVED WHEN THAT WENT THROUGH.  *
051300******************************************************************
051400     PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT.
051500     IF WS-REQUEST-MISSING
051600         GO TO 4000-APPROVE-REQUEST-EXIT
051700     END-IF.
051800     IF NOT AQ-PENDING
051900         DISPLAY "APPRMNT - REQUEST " AQ-REQ-NUM
052000             " IS NOT PENDING, STATUS " AQ-STATUS
052100         GO TO 4000-APPROVE-REQUEST-EXIT
052200     END-IF.
052300     IF AQ-MAKER = SGN-USER-ID
052400         DISPLAY "APPRMNT - REQUEST " AQ-REQ-NUM " WAS KEYED BY "
052500             SGN-USER-ID " - A DIFFERENT OPERATOR MUST CHECK IT"
052600         GO TO 4000-APPROVE-REQUEST-EXIT
052700     END-IF.
052800     PERFORM 2300-SHOW-REQUEST THRU 2300-SHOW-REQUEST-EXIT.
052900     DISPLAY "APPROVE REQUEST " AQ-REQ-NUM " (Y TO CONFIRM):".
053000     MOVE SPACES TO WS-FIELD-INPUT.
053100     ACCEPT WS-FIELD-INPUT.
053200     IF WS-FIELD-INPUT(1:1) NOT = "Y"
053300         DISPLAY "APPRMNT - NOT APPROVED, REQUEST STILL PENDING"
053400         GO TO 4000-APPROVE-REQUEST-EXIT
053500     END-IF.
053600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE.
053700     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
053800     MOVE SGN-USER-ID TO AQ-CHECKER.
053900     MOVE WS-NOW-DATE TO AQ-CHECKED-DATE.
054000     MOVE WS-NOW-TIME TO AQ-CHECKED-TIME.
054100     SET WS-APPLY-DONE TO TRUE.
054200     EVALUATE TRUE
054300         WHEN AQ-TYPE-ADJ
054400             PERFORM 4100-APPLY-ADJUSTMENT THRU
054500                 4100-APPLY-ADJUSTMENT-EXIT
054600         WHEN AQ-TYPE-CTL
054700             PERFORM 4200-APPLY-CONTROL-CARD THRU
054800                 4200-APPLY-CONTROL-CARD-EXIT
054900         WHEN AQ-TYPE-FIX
055000             CONTINUE
055100         WHEN AQ-TYPE-BKO
055200             CONTINUE
055300         WHEN OTHER
055400             DISPLAY "APPRMNT - UNKNOWN REQUEST TYPE " AQ-TYPE
055500             SET WS-APPLY-FAILED TO TRUE
055600     END-EVALUATE.
055700     IF WS-APPLY-FAILED
055800         DISPLAY "APPRMNT - REQUEST " AQ-REQ-NUM
055900             " NOT APPLIED, STILL PENDING"
056000         GO TO 4000-APPROVE-REQUEST-EXIT
056100     END-IF.
056200     IF AQ-TYPE-ADJ OR AQ-TYPE-CTL
056300         SET AQ-DONE TO TRUE
056400         MOVE WS-NOW-DATE TO AQ-APPLIED-DATE
056500         MOVE WS-NOW-TIME TO AQ-APPLIED-TIME
056600     ELSE
056700         SET AQ-APPROVED TO TRUE
056800     END-IF.
056900     REWRITE AQ-RECORD
057000     INVALID KEY
057100         DISPLAY "APPRMNT - REQUEST " AQ-REQ-NUM
057200             " COULD NOT BE MARKED, STATUS " WS-QUEUE-FILE-STATUS
057300         GO TO 4000-APPROVE-REQUEST-EXIT
057400     END-REWRITE.
057500     EVALUATE TRUE
057600         WHEN AQ-TYPE-FIX
057700             DISPLAY "APPRMNT - REQUEST " AQ-REQ-NUM
057800                 " APPROVED, THE NEXT EXCPFIX RUN APPLIES IT"
057900         WHEN AQ-TYPE-BKO
058000             DISPLAY "APPRMNT - REQUEST " AQ-REQ-NUM
058100                 " APPROVED, MSTBKOUT APPLIES IT WHEN RUN"
058200         WHEN OTHER
058300             DISPLAY "APPRMNT - REQUEST " AQ-REQ-NUM
058400                 " APPROVED AND APPLIED"
058500     END-EVALUATE.
058600 4000-APPROVE-REQUEST-EXIT.
058700     EXIT.
058800
058900 4100-APPLY-ADJUSTMENT.
059000******************************************************************
059100*    APPLY AN APPROVED ADJUSTMENT.  THE POSITION MUST STILL BE    *
059200*    WHAT THE MAKER SAW WHEN THE ADJUSTMENT WAS KEYED - A NIGHT'S *
059300*    BATCH OR ANOTHER ADJUSTMENT SINCE MEANS THE FIGURE WAS KEYED *
059400*    AGAINST A POSITION THAT NO LONGER EXISTS.  THE MASTER IS     *
059500*    REWRITTEN, THEN THE AUDIT RECORD AND THE "J" IMAGE GO OUT    *
059600*    WITH THE MAKER AND THE CHECKER ON BOTH.                      *
059700******************************************************************
059800     SET WS-APPLY-FAILED TO TRUE.
059900     OPEN I-O MASTER-FILE.
060000     IF NOT WS-MASTER-FILE-OK
060100         DISPLAY "APPRMNT - MASTER OPEN FAILED, STATUS "
060200             WS-MASTER-FILE-STATUS
060300         GO TO 4100-APPLY-ADJUSTMENT-EXIT
060400     END-IF.
060500     MOVE AQ-ADJ-ID TO MST-ID.
060600     READ MASTER-FILE
060700     INVALID KEY
060800         DISPLAY "APPRMNT - ID NO LONGER ON MASTER: " AQ-ADJ-ID
060900         CLOSE MASTER-FILE
061000         GO TO 4100-APPLY-ADJUSTMENT-EXIT
061100     END-READ.
061200     IF MST-AMOUNT NOT = AQ-ADJ-BEFORE-AMOUNT
061300         MOVE MST-AMOUNT TO WS-DISP-AMOUNT
061400         DISPLAY "APPRMNT - ID " AQ-ADJ-ID " HAS MOVED TO "
061500             WS-DISP-AMOUNT " SINCE THE ADJUSTMENT WAS KEYED"
061600         DISPLAY "APPRMNT - REJECT IT AND HAVE IT REKEYED"
061700         CLOSE MASTER-FILE
061800         GO TO 4100-APPLY-ADJUSTMENT-EXIT
061900     END-IF.
062000     MOVE SPACES TO HIST-RECORD.
062100     MOVE "J" TO MH-ACTION.
062200     MOVE MST-ID TO MH-ID.
062300     MOVE WS-NOW-DATE TO MH-APPLY-DATE.
062400     MOVE WS-NOW-TIME TO MH-APPLY-TIME.
062500     MOVE MST-AMOUNT TO MH-BEFORE-AMOUNT.
062600     MOVE MST-DATE TO MH-BEFORE-DATE.
062700     MOVE AQ-ADJ-NEW-AMOUNT TO MH-AFTER-AMOUNT.
062800     MOVE MST-DATE TO MH-AFTER-DATE.
062900     MOVE SPACES TO MH-BATCH-ID.
063000     MOVE AQ-ADJ-REASON TO MH-REASON.
063100     MOVE MST-CURRENCY TO MH-CURRENCY.
063150     MOVE MST-CURRENCY TO MH-AFTER-CURRENCY.
063200     MOVE MST-ORIG-AMOUNT-X TO MH-BEFORE-ORIG-X.
063300     MOVE AQ-MAKER TO MH-MAKER.
063400     MOVE AQ-CHECKER TO MH-CHECKER.
063500     MOVE AQ-MADE-DATE TO MH-MADE-DATE.
063600     MOVE AQ-MADE-TIME TO MH-MADE-TIME.
063700
063800     MOVE SPACES TO ADJ-RECORD.
063900     MOVE WS-NOW-DATE TO ADJ-DATE.
064000     MOVE WS-NOW-TIME TO ADJ-TIME.
064100     MOVE MST-ID TO ADJ-ID.
064200     MOVE MST-AMOUNT TO ADJ-BEFORE-AMOUNT.
064300     MOVE AQ-ADJ-NEW-AMOUNT TO ADJ-AFTER-AMOUNT.
064400     MOVE AQ-ADJ-REASON TO ADJ-REASON.
064500     MOVE AQ-ADJ-OPERATOR TO ADJ-OPERATOR.
064600     MOVE AQ-MAKER TO ADJ-MAKER.
064700     MOVE AQ-CHECKER TO ADJ-CHECKER.
064800     MOVE AQ-MADE-DATE TO ADJ-MADE-DATE.
064900     MOVE AQ-MADE-TIME TO ADJ-MADE-TIME.
065000     MOVE AQ-REQ-NUM TO ADJ-REQ-NUM.
065100
065200     MOVE AQ-ADJ-NEW-AMOUNT TO MST-AMOUNT.
065300     MOVE WS-NOW-DATE TO MST-LAST-MAINT-DATE.
065400     IF MST-CURRENCY = SPACES OR MST-CURRENCY = W-BASE-CURRENCY
065500         MOVE AQ-ADJ-NEW-AMOUNT TO MST-ORIG-AMOUNT
065600     ELSE
065700         IF AQ-ADJ-NEW-ORIG-X NOT = SPACES
065800             MOVE AQ-ADJ-NEW-ORIG-AMOUNT TO MST-ORIG-AMOUNT
065900         END-IF
066000     END-IF.
066100     MOVE MST-ORIG-AMOUNT-X TO MH-AFTER-ORIG-X.
066200     REWRITE MST-RECORD
066300     INVALID KEY
066400         DISPLAY "APPRMNT - REWRITE FAILED, MASTER UNCHANGED"
066500         CLOSE MASTER-FILE
066600         GO TO 4100-APPLY-ADJUSTMENT-EXIT
066700     END-REWRITE.
066800     CLOSE MASTER-FILE.
066900
067000     OPEN EXTEND AUDIT-FILE.
067100     IF NOT WS-AUDIT-FILE-OK
067200         OPEN OUTPUT AUDIT-FILE
067300     END-IF.
067400     WRITE ADJ-RECORD.
067500     CLOSE AUDIT-FILE.
067600
067700     OPEN EXTEND HISTORY-FILE.
067800     IF NOT WS-HISTORY-FILE-OK
067900         OPEN OUTPUT HISTORY-FILE
068000     END-IF.
068100     WRITE HIST-RECORD.
068200     CLOSE HISTORY-FILE.
068300
068400     SET WS-APPLY-DONE TO TRUE.
068500     MOVE AQ-ADJ-NEW-AMOUNT TO WS-DISP-AMOUNT.
068600     DISPLAY "APPRMNT - ID " AQ-ADJ-ID " ADJUSTED TO "
068700         WS-DISP-AMOUNT ", REASON " AQ-ADJ-REASON.
068800 4100-APPLY-ADJUSTMENT-EXIT.
068900     EXIT.
069000
069100 4200-APPLY-CONTROL-CARD.
069200******************************************************************
069300*    REPLACE THE CONTROL CARD WITH THE ONE ON THE REQUEST.  THE   *
069400*    FIELDS WERE EDITED WHEN CTLMAINT KEYED THEM; A CARD THAT NO  *
069500*    LONGER EDITS IS NOT WRITTEN.                                 *
069600******************************************************************
069700     SET WS-APPLY-FAILED TO TRUE.
069800     MOVE AQ-CTL-TOTAL-X TO WS-TOTAL-WORK-X.
069900     MOVE AQ-CTL-COUNT-X TO WS-COUNT-WORK-X.
070000     IF WS-TOTAL-WORK IS NOT NUMERIC
070100         OR WS-COUNT-WORK IS NOT NUMERIC
070200         OR (AQ-CTL-DIRECTION NOT = "A"
070300             AND AQ-CTL-DIRECTION NOT = "D")
070400         DISPLAY "APPRMNT - THE CARD ON REQUEST " AQ-REQ-NUM
070500             " DOES NOT EDIT, NOT WRITTEN"
070600         GO TO 4200-APPLY-CONTROL-CARD-EXIT
070700     END-IF.
070800     OPEN OUTPUT CONTROL-FILE.
070900     IF NOT WS-CONTROL-FILE-OK
071000         DISPLAY "APPRMNT - CONTROL CARD OPEN FAILED, STATUS "
071100             WS-CONTROL-FILE-STATUS
071200         GO TO 4200-APPLY-CONTROL-CARD-EXIT
071300     END-IF.
071400     MOVE SPACES TO CTL-RECORD.
071500     MOVE AQ-CTL-DIRECTION TO CTL-DIRECTION.
071600     MOVE WS-TOTAL-WORK TO CTL-CONTROL-TOTAL.
071700     MOVE WS-COUNT-WORK TO CTL-EXPECTED-COUNT.
071800     MOVE AQ-CTL-FULL-SORT TO CTL-FULL-SORT.
071900     MOVE AQ-CTL-NETTING TO CTL-NETTING.
072000     WRITE CTL-RECORD.
072100     CLOSE CONTROL-FILE.
072200     SET WS-APPLY-DONE TO TRUE.
072300     DISPLAY "APPRMNT - CONTROL CARD WRITTEN".
072400 4200-APPLY-CONTROL-CARD-EXIT.
072500     EXIT.
072600
072700 5000-REJECT-REQUEST.
072800******************************************************************
072900*    REJECT ONE PENDING REQUEST.  AS WITH AN APPROVAL THE CHECKER *
073000*    MUST NOT BE THE MAKER.  THE REASON IS REQUIRED AND GOES ON   *
073100*    THE REQUEST FOR THE END-OF-DAY REPORT; THREE BLANK TRIES     *
073200*    ABANDONS THE REJECTION AND LEAVES THE REQUEST PENDING.       *
073300******************************************************************
073400     PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT.
073500     IF WS-REQUEST-MISSING
073600         GO TO 5000-REJECT-REQUEST-EXIT
073700     END-IF.
073800     IF NOT AQ-PENDING
073900         DISPLAY "APPRMNT - REQUEST " AQ-REQ-NUM
074000             " IS NOT PENDING, STATUS " AQ-STATUS
074100         GO TO 5000-REJECT-REQUEST-EXIT
074200     END-IF.
074300     IF AQ-MAKER = SGN-USER-ID
074400         DISPLAY "APPRMNT - REQUEST " AQ-REQ-NUM " WAS KEYED BY "
074500             SGN-USER-ID " - A DIFFERENT OPERATOR MUST CHECK IT"
074600         GO TO 5000-REJECT-REQUEST-EXIT
074700     END-IF.
074800     PERFORM 2300-SHOW-REQUEST THRU 2300-SHOW-REQUEST-EXIT.
074900     SET WS-ENTRY-IN-PROGRESS TO TRUE.
075000     MOVE ZERO TO W-TRY-COUNT.
075100     SET WS-FIELD-NOT-OK TO TRUE.
075200     PERFORM 5100-TRY-REJECT-NOTE THRU 5100-TRY-REJECT-NOTE-EXIT
075300         UNTIL WS-FIELD-OK OR WS-ENTRY-ABANDONED.
075400     IF WS-ENTRY-ABANDONED
075500         DISPLAY "APPRMNT - REJECTION ABANDONED, REQUEST STILL "
075600             "PENDING"
075700         GO TO 5000-REJECT-REQUEST-EXIT
075800     END-IF.
075900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE.
076000     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
076100     MOVE SGN-USER-ID TO AQ-CHECKER.
076200     MOVE WS-NOW-DATE TO AQ-CHECKED-DATE.
076300     MOVE WS-NOW-TIME TO AQ-CHECKED-TIME.
076400     MOVE WS-REJECT-NOTE TO AQ-NOTE.
076500     SET AQ-REJECTED TO TRUE.
076600     REWRITE AQ-RECORD
076700     INVALID KEY
076800         DISPLAY "APPRMNT - REQUEST " AQ-REQ-NUM
076900             " COULD NOT BE MARKED, STATUS " WS-QUEUE-FILE-STATUS
077000         GO TO 5000-REJECT-REQUEST-EXIT
077100     END-REWRITE.
077200     DISPLAY "APPRMNT - REQUEST " AQ-REQ-NUM " REJECTED".
077300 5000-REJECT-REQUEST-EXIT.
077400     EXIT.
077500
077600 5100-TRY-REJECT-NOTE.
077700     DISPLAY "REASON FOR REJECTING (REQUIRED, UP TO 30 "
077800         "CHARACTERS):".
077900     MOVE SPACES TO WS-FIELD-INPUT.
078000     ACCEPT WS-FIELD-INPUT.
078100     IF WS-FIELD-INPUT = SPACES
078200         DISPLAY "APPRMNT - A REASON IS REQUIRED"
078300         PERFORM 8000-COUNT-TRY THRU 8000-COUNT-TRY-EXIT
078400     ELSE
078500         MOVE WS-FIELD-INPUT TO WS-REJECT-NOTE
078600         SET WS-FIELD-OK TO TRUE
078700     END-IF.
078800 5100-TRY-REJECT-NOTE-EXIT.
078900     EXIT.
079000
079100 8000-COUNT-TRY.
079200     ADD 1 TO W-TRY-COUNT.
079300     IF W-TRY-COUNT >= W-MAX-TRIES
079400         SET WS-ENTRY-ABANDONED TO TRUE
079500     END-IF.
079600 8000-COUNT-TRY-EXIT.
079700     EXIT.
