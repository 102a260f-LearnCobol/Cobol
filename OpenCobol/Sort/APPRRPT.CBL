000100******************************************************************
000200* PROGRAM-ID.  APPRRPT                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* END-OF-DAY APPROVAL QUEUE REPORT, RUN IN THE NIGHTLY STREAM     *
000900* AFTER RECONBAL.  LISTS FROM THE APPROVAL QUEUE (APPRQUE, SEE    *
001000* APPRREC):                                                       *
001100*                                                                 *
001200*     - EVERY CHANGE STILL PENDING A SECOND OPERATOR'S APPROVAL,  *
001300*     - EVERY FIX OR BACKOUT APPROVED BUT NOT YET APPLIED BY      *
001400*       EXCPFIX OR MSTBKOUT, AND                                  *
001500*     - EVERY CHANGE REJECTED SINCE THE LAST REPORT, WITH THE     *
001600*       CHECKER'S REASON.                                         *
001700*                                                                 *
001800* "SINCE THE LAST REPORT" IS KEPT ON A ONE-RECORD CONTROL FILE    *
001900* (APPRCTL) HOLDING THE DATE AND TIME OF THE LAST RUN.  A SECOND  *
002000* RUN ON THE SAME DATE REPORTS FROM THE SAME CUT-OFF AS THE FIRST *
002100* (AS SUSPRPT DOES WITH ITS RUNNING TOTAL), SO A RERUN NEVER      *
002200* LOSES THE DAY'S REJECTIONS.  WITH NO CONTROL FILE (THE FIRST    *
002300* RUN) EVERY REJECTION ON THE QUEUE IS REPORTED.                  *
002400*                                                                 *
002500* NO QUEUE YET IS AN EMPTY REPORT.  A REPORT THAT WILL NOT OPEN,  *
002600* OR A QUEUE THAT EXISTS BUT WILL NOT OPEN, ENDS THE RUN WITH     *
002700* RETURN CODE 12.                                                 *
002800*-----------------------------------------------------------------*
002900* MODIFICATION HISTORY                                            *
003000*  DATE       INIT  DESCRIPTION                                   *
003100*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. APPRRPT.
003500 AUTHOR. D.MAINT.
003600 INSTALLATION. DATA PROCESSING.
003700 DATE-WRITTEN. 15/10/2026.
003800 DATE-COMPILED.
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300*-----------------------------------------------------------------*
004400* THE APPROVAL QUEUE - READ IN REQUEST ORDER, ONCE PER SECTION.   *
004500*-----------------------------------------------------------------*
004600     SELECT QUEUE-FILE ASSIGN TO "APPRQUE"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS AQ-REQ-NUM
005000         FILE STATUS IS WS-QUEUE-FILE-STATUS.
005100
005200*-----------------------------------------------------------------*
005300* THE LAST REPORT'S DATE AND TIME - READ, THEN REWRITTEN.         *
005400*-----------------------------------------------------------------*
005500     SELECT CONTROL-FILE ASSIGN TO "APPRCTL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CONTROL-FILE-STATUS.
005800
005900*-----------------------------------------------------------------*
006000* THE PRINTED APPROVAL QUEUE REPORT.                              *
006100*-----------------------------------------------------------------*
006200     SELECT REPORT-FILE ASSIGN TO "APPRRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-REPORT-FILE-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  QUEUE-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  AQ-RECORD.
007100     COPY APPRREC.
007200
007300 FD  CONTROL-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600 01  AC-RECORD.
007700     05  AC-LAST-RUN-DATE       PIC 9(08).
007800     05  AC-LAST-RUN-TIME       PIC 9(06).
007900     05  FILLER                 PIC X(01).
008000     05  AC-PRIOR-CUTOFF-DATE   PIC 9(08).
008100     05  AC-PRIOR-CUTOFF-TIME   PIC 9(06).
008200     05  FILLER                 PIC X(51).
008300
008400 FD  REPORT-FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700 01  RPT-LINE                       PIC X(80).
008800
008900 WORKING-STORAGE SECTION.
009000******************************************************************
009100*    THE THREE SECTIONS OF THE REPORT, TAKEN ONE QUEUE PASS EACH, *
009200*    AND THE REQUESTS COUNTED IN EACH.                            *
009300******************************************************************
009400     78  W-MAX-SECTIONS VALUE 3.
009500 01  W-SECTION-TITLES-INIT.
009600     05  FILLER                 PIC X(40)
009700         VALUE "PENDING APPROVAL".
009800     05  FILLER                 PIC X(40)
009900         VALUE "APPROVED, WAITING TO BE APPLIED".
010000     05  FILLER                 PIC X(40)
010100         VALUE "REJECTED SINCE THE LAST REPORT".
010200 01  W-SECTION-TITLE-TABLE REDEFINES W-SECTION-TITLES-INIT.
010300     05  W-SECTION-TITLE OCCURS 3 TIMES PIC X(40).
010400
010500 01  W-SECTION-TABLE.
010600     05  WS-SECTION-COUNT OCCURS 3 TIMES PIC S9(07) COMP.
010700
010800 01  W-S PIC S9(04) COMP VALUE 1.
010900
011000 01  WS-TAKE-SWITCH             PIC X(01) VALUE "N".
011100         88  WS-TAKE-REQUEST        VALUE "Y".
011200         88  WS-SKIP-REQUEST        VALUE "N".
011300
011400******************************************************************
011500*    THE CUT-OFF FOR REJECTIONS AND THE STAMP OF THE ONE IN HAND, *
011600*    EACH A DATE THEN A TIME SO THEY COMPARE IN ORDER.            *
011700******************************************************************
011800 01  WS-CUTOFF-STAMP.
011900     05  WS-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
012000     05  WS-CUTOFF-TIME         PIC 9(06) VALUE ZERO.
012100 01  WS-CHECKED-STAMP.
012200     05  WS-CHECKED-DATE        PIC 9(08) VALUE ZERO.
012300     05  WS-CHECKED-TIME        PIC 9(06) VALUE ZERO.
012400
012500 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
012600 01  WS-NOW-TIME                PIC 9(06) VALUE ZERO.
012700
012800******************************************************************
012900*    FILE STATUS FOR THE APPROVAL QUEUE.  35 MEANS NOTHING HAS    *
013000*    BEEN QUEUED YET - AN EMPTY QUEUE, NOT AN ERROR.              *
013100******************************************************************
013200 01  WS-QUEUE-FILE-STATUS       PIC X(02) VALUE SPACES.
013300         88  WS-QUEUE-FILE-OK          VALUE "00".
013400         88  WS-QUEUE-FILE-AT-END      VALUE "10".
013500         88  WS-QUEUE-FILE-NOT-FOUND   VALUE "35".
013600
013700 01  WS-QUEUE-SWITCH            PIC X(01) VALUE "N".
013800         88  WS-QUEUE-PRESENT       VALUE "Y".
013900         88  WS-QUEUE-ABSENT        VALUE "N".
014000
014100******************************************************************
014200*    FILE STATUS FOR THE CONTROL RECORD AND THE REPORT            *
014300******************************************************************
014400 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
014500         88  WS-CONTROL-FILE-OK     VALUE "00".
014600 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
014700         88  WS-REPORT-FILE-OK  VALUE "00".
014800
014900******************************************************************
015000*    PAGE CONTROL FOR THE PRINT REPORT                            *
015100******************************************************************
015200     78  W-LINES-PER-PAGE VALUE 50.
015300 01  WS-PAGE-NUM                PIC 9(04) VALUE ZERO.
015400 01  WS-LINE-COUNT              PIC 9(04) VALUE ZERO.
015500 01  WS-HDR-PAGE                PIC ZZZ9.
015600 01  WS-HELD-LINE               PIC X(80) VALUE SPACES.
015700
015800******************************************************************
015900*    EDITED FIELDS FOR THE REPORT LINES.  THE DATE IS THE DAY THE *
016000*    CHANGE WAS KEYED FOR A PENDING ONE, AND THE DAY IT WAS       *
016100*    CHECKED OTHERWISE.                                           *
016200******************************************************************
016300 01  WS-ITEM-LINE.
016400     05  WS-IL-REQ-NUM          PIC 9(06).
016500     05  FILLER                 PIC X(01) VALUE SPACE.
016600     05  WS-IL-TYPE             PIC X(03).
016700     05  FILLER                 PIC X(01) VALUE SPACE.
016800     05  WS-IL-MAKER            PIC X(08).
016900     05  FILLER                 PIC X(01) VALUE SPACE.
017000     05  WS-IL-DATE             PIC 9(08).
017100     05  FILLER                 PIC X(01) VALUE SPACE.
017200     05  WS-IL-CHECKER          PIC X(08).
017300     05  FILLER                 PIC X(01) VALUE SPACE.
017400     05  WS-IL-SUMMARY          PIC X(40).
017500     05  FILLER                 PIC X(02) VALUE SPACES.
017600
017700 01  WS-DISP-AMOUNT             PIC +++++9.99.
017800 01  WS-DISP-COUNT              PIC ZZZZZZ9.
017900
018000 PROCEDURE DIVISION.
018100 0000-MAINLINE SECTION.
018200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
018300     IF WS-QUEUE-ABSENT AND NOT WS-QUEUE-FILE-NOT-FOUND
018400         MOVE 12 TO RETURN-CODE
018500         GOBACK
018600     END-IF.
018700     OPEN OUTPUT REPORT-FILE.
018800     IF NOT WS-REPORT-FILE-OK
018900         DISPLAY "APPRRPT - REPORT OPEN FAILED, STATUS "
019000             WS-REPORT-FILE-STATUS
019100         IF WS-QUEUE-PRESENT
019200             CLOSE QUEUE-FILE
019300         END-IF
019400         MOVE 12 TO RETURN-CODE
019500         GOBACK
019600     END-IF.
019700     PERFORM 2000-FIND-CUTOFF THRU 2000-FIND-CUTOFF-EXIT.
019800     MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT.
019900     PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT.
020000     PERFORM 3000-LIST-SECTION THRU 3000-LIST-SECTION-EXIT
020100         VARYING W-S FROM 1 BY 1 UNTIL W-S > W-MAX-SECTIONS.
020200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
020300     GOBACK.
020400
020500 1000-INITIALIZE.
020600******************************************************************
020700*    STAMP THE RUN AND OPEN THE QUEUE.  NO QUEUE YET IS AN EMPTY  *
020800*    QUEUE; A QUEUE THAT EXISTS BUT WILL NOT OPEN ENDS THE RUN.   *
020900******************************************************************
021000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
021100     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
021200     INITIALIZE W-SECTION-TABLE.
021300     OPEN INPUT QUEUE-FILE.
021400     IF WS-QUEUE-FILE-OK
021500         SET WS-QUEUE-PRESENT TO TRUE
021600     ELSE
021700         SET WS-QUEUE-ABSENT TO TRUE
021800         IF WS-QUEUE-FILE-NOT-FOUND
021900             DISPLAY "APPRRPT - NO APPROVAL QUEUE YET, "
022000                 "REPORTING AN EMPTY QUEUE"
022100         ELSE
022200             DISPLAY "APPRRPT - APPROVAL QUEUE OPEN FAILED, "
022300                 "STATUS " WS-QUEUE-FILE-STATUS
022400         END-IF
022500     END-IF.
022600 1000-INITIALIZE-EXIT.
022700     EXIT.
022800
022900 2000-FIND-CUTOFF.
023000******************************************************************
023100*    REJECTIONS ARE REPORTED FROM THE LAST RUN'S DATE AND TIME.   *
023200*    A RUN ALREADY MADE TODAY IS REPLACED, NOT ADDED TO - ITS OWN *
023300*    CUT-OFF IS USED AGAIN.  THE CONTROL RECORD IS THEN REWRITTEN *
023400*    FOR THIS RUN.                                                *
023500******************************************************************
023600     MOVE ZERO TO WS-CUTOFF-DATE.
023700     MOVE ZERO TO WS-CUTOFF-TIME.
023800     OPEN INPUT CONTROL-FILE.
023900     IF WS-CONTROL-FILE-OK
024000         READ CONTROL-FILE
024100         AT END
024200             DISPLAY "APPRRPT - CONTROL FILE EMPTY, REPORTING "
024300                 "EVERY REJECTION"
024400         NOT AT END
024500             IF AC-LAST-RUN-DATE = WS-TODAY-DATE
024600                 MOVE AC-PRIOR-CUTOFF-DATE TO WS-CUTOFF-DATE
024700                 MOVE AC-PRIOR-CUTOFF-TIME TO WS-CUTOFF-TIME
024800             ELSE
024900                 MOVE AC-LAST-RUN-DATE TO WS-CUTOFF-DATE
025000                 MOVE AC-LAST-RUN-TIME TO WS-CUTOFF-TIME
025100             END-IF
025200         END-READ
025300         CLOSE CONTROL-FILE
025400     ELSE
025500         DISPLAY "APPRRPT - NO CONTROL FILE, REPORTING EVERY "
025600             "REJECTION"
025700     END-IF.
025800     OPEN OUTPUT CONTROL-FILE.
025900     MOVE SPACES TO AC-RECORD.
026000     MOVE WS-TODAY-DATE TO AC-LAST-RUN-DATE.
026100     MOVE WS-NOW-TIME TO AC-LAST-RUN-TIME.
026200     MOVE WS-CUTOFF-DATE TO AC-PRIOR-CUTOFF-DATE.
026300     MOVE WS-CUTOFF-TIME TO AC-PRIOR-CUTOFF-TIME.
026400     WRITE AC-RECORD.
026500     CLOSE CONTROL-FILE.
026600 2000-FIND-CUTOFF-EXIT.
026700     EXIT.
026800
026900 3000-LIST-SECTION.
027000******************************************************************
027100*    ONE SECTION OF THE REPORT - ITS TITLE, ONE PASS OF THE QUEUE *
027200*    IN REQUEST ORDER LISTING THE REQUESTS THAT BELONG IN IT, AND *
027300*    ITS COUNT.                                                   *
027400******************************************************************
027500     MOVE SPACES TO RPT-LINE.
027600     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
027700     MOVE W-SECTION-TITLE(W-S) TO RPT-LINE.
027800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
027900     IF WS-QUEUE-PRESENT
028000         MOVE ZERO TO AQ-REQ-NUM
028100         MOVE "00" TO WS-QUEUE-FILE-STATUS
028200         START QUEUE-FILE KEY NOT < AQ-REQ-NUM
028300         INVALID KEY
028400             SET WS-QUEUE-FILE-AT-END TO TRUE
028500         END-START
028600         PERFORM 3100-LIST-ONE-REQUEST THRU
028700             3100-LIST-ONE-REQUEST-EXIT
028800             UNTIL WS-QUEUE-FILE-AT-END
028900     END-IF.
029000     MOVE WS-SECTION-COUNT(W-S) TO WS-DISP-COUNT.
029100     MOVE SPACES TO RPT-LINE.
029200     IF WS-SECTION-COUNT(W-S) = ZERO
029300         MOVE "  NONE" TO RPT-LINE
029400     ELSE
029500         STRING "  REQUESTS " WS-DISP-COUNT
029600             DELIMITED BY SIZE INTO RPT-LINE
029700     END-IF.
029800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
029900 3000-LIST-SECTION-EXIT.
030000     EXIT.
030100
030200 3100-LIST-ONE-REQUEST.
030300     READ QUEUE-FILE NEXT RECORD
030400     AT END
030500         SET WS-QUEUE-FILE-AT-END TO TRUE
030600         GO TO 3100-LIST-ONE-REQUEST-EXIT
030700     END-READ.
030800     SET WS-SKIP-REQUEST TO TRUE.
030900     EVALUATE W-S
031000         WHEN 1
031100             IF AQ-PENDING
031200                 SET WS-TAKE-REQUEST TO TRUE
031300             END-IF
031400         WHEN 2
031500             IF AQ-APPROVED
031600                 SET WS-TAKE-REQUEST TO TRUE
031700             END-IF
031800         WHEN 3
031900             MOVE AQ-CHECKED-DATE TO WS-CHECKED-DATE
032000             MOVE AQ-CHECKED-TIME TO WS-CHECKED-TIME
032100             IF AQ-REJECTED AND WS-CHECKED-STAMP > WS-CUTOFF-STAMP
032200                 SET WS-TAKE-REQUEST TO TRUE
032300             END-IF
032400     END-EVALUATE.
032500     IF WS-SKIP-REQUEST
032600         GO TO 3100-LIST-ONE-REQUEST-EXIT
032700     END-IF.
032800     ADD 1 TO WS-SECTION-COUNT(W-S).
032900     MOVE AQ-REQ-NUM TO WS-IL-REQ-NUM.
033000     MOVE AQ-TYPE TO WS-IL-TYPE.
033100     MOVE AQ-MAKER TO WS-IL-MAKER.
033200     IF AQ-PENDING
033300         MOVE AQ-MADE-DATE TO WS-IL-DATE
033400     ELSE
033500         MOVE AQ-CHECKED-DATE TO WS-IL-DATE
033600     END-IF.
033700     MOVE AQ-CHECKER TO WS-IL-CHECKER.
033800     PERFORM 3200-BUILD-SUMMARY THRU 3200-BUILD-SUMMARY-EXIT.
033900     MOVE WS-ITEM-LINE TO RPT-LINE.
034000     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
034100     IF AQ-REJECTED
034200         MOVE SPACES TO RPT-LINE
034300         STRING "       REASON: " AQ-NOTE
034400             DELIMITED BY SIZE INTO RPT-LINE
034500         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
034600     END-IF.
034700 3100-LIST-ONE-REQUEST-EXIT.
034800     EXIT.
034900
035000 3200-BUILD-SUMMARY.
035100******************************************************************
035200*    ONE LINE SAYING WHAT THE REQUEST CHANGES, AS APPRMNT LISTS   *
035300*    IT.                                                          *
035400******************************************************************
035500     MOVE SPACES TO WS-IL-SUMMARY.
035600     EVALUATE TRUE
035700         WHEN AQ-TYPE-ADJ
035800             MOVE AQ-ADJ-NEW-AMOUNT TO WS-DISP-AMOUNT
035900             STRING "ID " AQ-ADJ-ID " TO " WS-DISP-AMOUNT " "
036000                 AQ-ADJ-REASON DELIMITED BY SIZE
036100                 INTO WS-IL-SUMMARY
036200         WHEN AQ-TYPE-FIX
036300             STRING "FIX ID " AQ-FIX-ID " " AQ-FIX-NEW-AMOUNT-X
036400                 " " AQ-FIX-NEW-ID DELIMITED BY SIZE
036500                 INTO WS-IL-SUMMARY
036600         WHEN AQ-TYPE-CTL
036700             STRING "CARD " AQ-CTL-DIRECTION " " AQ-CTL-TOTAL-X
036800                 " " AQ-CTL-COUNT-X " " AQ-CTL-FULL-SORT
036900                 AQ-CTL-NETTING " " AQ-CTL-SET-NAME
037000                 DELIMITED BY SIZE INTO WS-IL-SUMMARY
037100         WHEN AQ-TYPE-BKO
037200             IF AQ-BKO-BATCH-ID = SPACES
037300                 STRING "BACKOUT DAY " AQ-BKO-DATE " WHOLE DAY"
037400                     DELIMITED BY SIZE INTO WS-IL-SUMMARY
037500             ELSE
037600                 STRING "BACKOUT DAY " AQ-BKO-DATE " BATCH "
037700                     AQ-BKO-BATCH-ID DELIMITED BY SIZE
037800                     INTO WS-IL-SUMMARY
037900             END-IF
038000         WHEN OTHER
038100             MOVE "UNKNOWN REQUEST TYPE" TO WS-IL-SUMMARY
038200     END-EVALUATE.
038300 3200-BUILD-SUMMARY-EXIT.
038400     EXIT.
038500
038600 7100-PRINT-HEADERS.
038700     ADD 1 TO WS-PAGE-NUM.
038800     MOVE WS-PAGE-NUM TO WS-HDR-PAGE.
038900     MOVE SPACES TO RPT-LINE.
039000     STRING "APPROVAL QUEUE - END OF DAY " WS-TODAY-DATE
039100         DELIMITED BY SIZE INTO RPT-LINE.
039200     WRITE RPT-LINE AFTER ADVANCING PAGE.
039300     MOVE SPACES TO RPT-LINE.
039400     STRING "PAGE " WS-HDR-PAGE DELIMITED BY SIZE INTO RPT-LINE.
039500     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
039600     MOVE SPACES TO RPT-LINE.
039700     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
039800     MOVE SPACES TO RPT-LINE.
039900     MOVE "REQ" TO RPT-LINE(1:3).
040000     MOVE "TYP" TO RPT-LINE(8:3).
040100     MOVE "MAKER" TO RPT-LINE(12:5).
040200     MOVE "DATE" TO RPT-LINE(21:4).
040300     MOVE "CHECKER" TO RPT-LINE(30:7).
040400     MOVE "CHANGE" TO RPT-LINE(39:6).
040500     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
040600     MOVE ZERO TO WS-LINE-COUNT.
040700 7100-PRINT-HEADERS-EXIT.
040800     EXIT.
040900
041000 7200-PRINT-LINE.
041100******************************************************************
041200*    WRITE THE LINE IN RPT-LINE, STARTING A NEW PAGE FIRST WHEN   *
041300*    THIS ONE IS FULL.  THE HEADERS USE RPT-LINE, SO THE LINE IS  *
041400*    HELD ASIDE WHILE THEY PRINT.                                 *
041500******************************************************************
041600     IF WS-LINE-COUNT >= W-LINES-PER-PAGE
041700         MOVE RPT-LINE TO WS-HELD-LINE
041800         PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT
041900         MOVE WS-HELD-LINE TO RPT-LINE
042000     END-IF.
042100     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
042200     ADD 1 TO WS-LINE-COUNT.
042300 7200-PRINT-LINE-EXIT.
042400     EXIT.
042500
042600 9000-TERMINATE.
042700     IF WS-QUEUE-PRESENT
042800         CLOSE QUEUE-FILE
042900     END-IF.
043000     CLOSE REPORT-FILE.
043100     MOVE WS-SECTION-COUNT(1) TO WS-DISP-COUNT.
043200     DISPLAY "APPRRPT - PENDING APPROVAL:      " WS-DISP-COUNT.
043300     MOVE WS-SECTION-COUNT(2) TO WS-DISP-COUNT.
043400     DISPLAY "APPRRPT - WAITING TO BE APPLIED: " WS-DISP-COUNT.
043500     MOVE WS-SECTION-COUNT(3) TO WS-DISP-COUNT.
043600     DISPLAY "APPRRPT - REJECTED SINCE LAST:   " WS-DISP-COUNT.
043700 9000-TERMINATE-EXIT.
043800     EXIT.
