000100******************************************************************
000200* PROGRAM-ID.  HOLDRPT                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* MORNING HOLD LISTING, RUN IN THE NIGHTLY STREAM AFTER THE       *
000900* APPROVAL QUEUE REPORT.  LISTS FROM THE HOLD FILE (HOLDFILE, SEE *
001000* HOLDREC):                                                       *
001100*                                                                 *
001200*     - EVERY TRANSACTION MSTRUPDT IS HOLDING OVER A RELEASE      *
001300*       LIMIT, WITH THE POSITION BEFORE AND AFTER, THE CHANGE,    *
001400*       AND THE LIMIT IT BROKE - FOR A SUPERVISOR TO RELEASE OR   *
001500*       CANCEL AT HOLDMNT,                                        *
001600*     - EVERY ITEM RELEASED BUT NOT YET APPLIED, AND              *
001700*     - EVERY ITEM APPLIED OR CANCELLED SINCE THE LAST REPORT.    *
001800*                                                                 *
001900* EACH SECTION ENDS WITH ITS ITEM COUNT AND THE TOTAL OF ITS      *
002000* TRANSACTION AMOUNTS (A DELETE CARRIES NONE).                    *
002100*                                                                 *
002200* "SINCE THE LAST REPORT" IS KEPT ON A ONE-RECORD CONTROL FILE    *
002300* (HOLDCTL) HOLDING THE DATE AND TIME OF THE LAST RUN, THE SAME   *
002400* WAY APPRRPT KEEPS ITS CUT-OFF - A SECOND RUN ON THE SAME DATE   *
002500* REPORTS FROM THE SAME CUT-OFF AS THE FIRST.  WITH NO CONTROL    *
002600* FILE (THE FIRST RUN) EVERY SETTLED ITEM IS REPORTED.  AN ITEM   *
002700* APPLIED BY MSTRUPDT COUNTS FROM THE START OF ITS APPLIED DATE.  *
002800*                                                                 *
002900* NO HOLD FILE YET IS AN EMPTY REPORT.  A REPORT THAT WILL NOT    *
003000* OPEN, OR A HOLD FILE THAT EXISTS BUT WILL NOT OPEN, ENDS THE    *
003100* RUN WITH RETURN CODE 12.                                        *
003200*-----------------------------------------------------------------*
003300* MODIFICATION HISTORY                                            *
003400*  DATE       INIT  DESCRIPTION                                   *
003500*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. HOLDRPT.
003900 AUTHOR. D.MAINT.
004000 INSTALLATION. DATA PROCESSING.
004100 DATE-WRITTEN. 15/10/2026.
004200 DATE-COMPILED.
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700*-----------------------------------------------------------------*
004800* THE HOLD FILE - READ IN HOLD NUMBER ORDER, ONCE PER SECTION.    *
004900*-----------------------------------------------------------------*
005000     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS HD-HOLD-NUM
005400         FILE STATUS IS WS-HOLD-FILE-STATUS.
005500
005600*-----------------------------------------------------------------*
005700* THE LAST REPORT'S DATE AND TIME - READ, THEN REWRITTEN.         *
005800*-----------------------------------------------------------------*
005900     SELECT CONTROL-FILE ASSIGN TO "HOLDCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CONTROL-FILE-STATUS.
006200
006300*-----------------------------------------------------------------*
006400* THE PRINTED HOLD LISTING.                                       *
006500*-----------------------------------------------------------------*
006600     SELECT REPORT-FILE ASSIGN TO "HOLDRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-REPORT-FILE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  HOLD-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  HD-RECORD.
007500     COPY HOLDREC.
007600
007700 FD  CONTROL-FILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 01  HC-RECORD.
008100     05  HC-LAST-RUN-DATE       PIC 9(08).
008200     05  HC-LAST-RUN-TIME       PIC 9(06).
008300     05  FILLER                 PIC X(01).
008400     05  HC-PRIOR-CUTOFF-DATE   PIC 9(08).
008500     05  HC-PRIOR-CUTOFF-TIME   PIC 9(06).
008600     05  FILLER                 PIC X(51).
008700
008800 FD  REPORT-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORDING MODE IS F.
009100 01  RPT-LINE                       PIC X(80).
009200
009300 WORKING-STORAGE SECTION.
009400******************************************************************
009500*    THE THREE SECTIONS OF THE LISTING, TAKEN ONE PASS OF THE     *
009600*    HOLD FILE EACH, AND THE ITEMS COUNTED AND TOTALLED IN EACH.  *
009700******************************************************************
009800     78  W-MAX-SECTIONS VALUE 3.
009900 01  W-SECTION-TITLES-INIT.
010000     05  FILLER                 PIC X(40)
010100         VALUE "HELD, WAITING FOR A SUPERVISOR".
010200     05  FILLER                 PIC X(40)
010300         VALUE "RELEASED, APPLIES IN THE NEXT UPDATE".
010400     05  FILLER                 PIC X(40)
010500         VALUE "APPLIED OR CANCELLED SINCE LAST REPORT".
010600 01  W-SECTION-TITLE-TABLE REDEFINES W-SECTION-TITLES-INIT.
010700     05  W-SECTION-TITLE OCCURS 3 TIMES PIC X(40).
010800
010900 01  W-SECTION-TABLE.
011000     05  W-SECTION-ENTRY OCCURS 3 TIMES.
011100         10  WS-SECTION-COUNT   PIC S9(07) COMP.
011200         10  WS-SECTION-AMOUNT  PIC S9(09)V99 COMP.
011300
011400 01  W-S PIC S9(04) COMP VALUE 1.
011500
011600 01  WS-TAKE-SWITCH             PIC X(01) VALUE "N".
011700         88  WS-TAKE-ITEM           VALUE "Y".
011800         88  WS-SKIP-ITEM           VALUE "N".
011900
012000******************************************************************
012100*    THE CUT-OFF FOR SETTLED ITEMS AND THE STAMP OF THE ONE IN    *
012200*    HAND, EACH A DATE THEN A TIME SO THEY COMPARE IN ORDER.      *
012300******************************************************************
012400 01  WS-CUTOFF-STAMP.
012500     05  WS-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
012600     05  WS-CUTOFF-TIME         PIC 9(06) VALUE ZERO.
012700 01  WS-SETTLED-STAMP.
012800     05  WS-SETTLED-DATE        PIC 9(08) VALUE ZERO.
012900     05  WS-SETTLED-TIME        PIC 9(06) VALUE ZERO.
013000
013100 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
013200 01  WS-NOW-TIME                PIC 9(06) VALUE ZERO.
013300
013400******************************************************************
013500*    FILE STATUS FOR THE HOLD FILE.  35 MEANS NOTHING HAS BEEN    *
013600*    HELD YET - AN EMPTY LISTING, NOT AN ERROR.                   *
013700******************************************************************
013800 01  WS-HOLD-FILE-STATUS        PIC X(02) VALUE SPACES.
013900         88  WS-HOLD-FILE-OK           VALUE "00".
014000         88  WS-HOLD-FILE-AT-END       VALUE "10".
014100         88  WS-HOLD-FILE-NOT-FOUND    VALUE "35".
014200
014300 01  WS-HOLD-SWITCH             PIC X(01) VALUE "N".
014400         88  WS-HOLD-PRESENT        VALUE "Y".
014500         88  WS-HOLD-ABSENT         VALUE "N".
014600
014700******************************************************************
014800*    FILE STATUS FOR THE CONTROL RECORD AND THE REPORT            *
014900******************************************************************
015000 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
015100         88  WS-CONTROL-FILE-OK     VALUE "00".
015200 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
015300         88  WS-REPORT-FILE-OK  VALUE "00".
015400
015500******************************************************************
015600*    PAGE CONTROL FOR THE PRINT REPORT                            *
015700******************************************************************
015800     78  W-LINES-PER-PAGE VALUE 50.
015900 01  WS-PAGE-NUM                PIC 9(04) VALUE ZERO.
016000 01  WS-LINE-COUNT              PIC 9(04) VALUE ZERO.
016100 01  WS-HDR-PAGE                PIC ZZZ9.
016200 01  WS-HELD-LINE               PIC X(80) VALUE SPACES.
016300
016400******************************************************************
016500*    EDITED FIELDS FOR THE REPORT LINES.  A NEW ID HAS NO BEFORE  *
016600*    POSITION AND A DELETE NO AFTER; BOTH PRINT AS ZERO.          *
016700******************************************************************
016800 01  WS-ITEM-LINE.
016900     05  WS-IL-HOLD-NUM         PIC 9(06).
017000     05  FILLER                 PIC X(01) VALUE SPACE.
017100     05  WS-IL-ID               PIC X(10).
017200     05  FILLER                 PIC X(01) VALUE SPACE.
017300     05  WS-IL-ORIGIN           PIC X(04).
017400     05  FILLER                 PIC X(01) VALUE SPACE.
017500     05  WS-IL-CURRENCY         PIC X(03).
017600     05  FILLER                 PIC X(01) VALUE SPACE.
017700     05  WS-IL-BEFORE           PIC +++++9.99.
017800     05  FILLER                 PIC X(01) VALUE SPACE.
017900     05  WS-IL-AFTER            PIC +++++9.99.
018000     05  FILLER                 PIC X(01) VALUE SPACE.
018100     05  WS-IL-CHANGE           PIC ++++++9.99.
018200     05  FILLER                 PIC X(01) VALUE SPACE.
018300     05  WS-IL-REASON           PIC X(04).
018400     05  FILLER                 PIC X(01) VALUE SPACE.
018500     05  WS-IL-LIMIT            PIC ZZZZZZ9.99.
018600     05  FILLER                 PIC X(07) VALUE SPACES.
018700
018800 01  WS-DISP-AMOUNT             PIC +(9)9.99.
018900 01  WS-DISP-COUNT              PIC ZZZZZZ9.
019000
019100 PROCEDURE DIVISION.
019200 0000-MAINLINE SECTION.
019300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019400     IF WS-HOLD-ABSENT AND NOT WS-HOLD-FILE-NOT-FOUND
019500         MOVE 12 TO RETURN-CODE
019600         GOBACK
019700     END-IF.
019800     OPEN OUTPUT REPORT-FILE.
019900     IF NOT WS-REPORT-FILE-OK
020000         DISPLAY "HOLDRPT - REPORT OPEN FAILED, STATUS "
020100             WS-REPORT-FILE-STATUS
020200         IF WS-HOLD-PRESENT
020300             CLOSE HOLD-FILE
020400         END-IF
020500         MOVE 12 TO RETURN-CODE
020600         GOBACK
020700     END-IF.
020800     PERFORM 2000-FIND-CUTOFF THRU 2000-FIND-CUTOFF-EXIT.
020900     MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT.
021000     PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT.
021100     PERFORM 3000-LIST-SECTION THRU 3000-LIST-SECTION-EXIT
021200         VARYING W-S FROM 1 BY 1 UNTIL W-S > W-MAX-SECTIONS.
021300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
021400     GOBACK.
021500
021600 1000-INITIALIZE.
021700******************************************************************
021800*    STAMP THE RUN AND OPEN THE HOLD FILE.  NO HOLD FILE YET IS   *
021900*    AN EMPTY ONE; A HOLD FILE THAT EXISTS BUT WILL NOT OPEN ENDS *
022000*    THE RUN.                                                     *
022100******************************************************************
022200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
022300     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
022400     INITIALIZE W-SECTION-TABLE.
022500     OPEN INPUT HOLD-FILE.
022600     IF WS-HOLD-FILE-OK
022700         SET WS-HOLD-PRESENT TO TRUE
022800     ELSE
022900         SET WS-HOLD-ABSENT TO TRUE
023000         IF WS-HOLD-FILE-NOT-FOUND
023100             DISPLAY "HOLDRPT - NO HOLD FILE YET, "
023200                 "REPORTING NOTHING HELD"
023300         ELSE
023400             DISPLAY "HOLDRPT - HOLD FILE OPEN FAILED, "
023500                 "STATUS " WS-HOLD-FILE-STATUS
023600         END-IF
023700     END-IF.
023800 1000-INITIALIZE-EXIT.
023900     EXIT.
024000
024100 2000-FIND-CUTOFF.
024200******************************************************************
024300*    SETTLED ITEMS ARE REPORTED FROM THE LAST RUN'S DATE AND      *
024400*    TIME.  A RUN ALREADY MADE TODAY IS REPLACED, NOT ADDED TO -  *
024500*    ITS OWN CUT-OFF IS USED AGAIN.  THE CONTROL RECORD IS THEN   *
024600*    REWRITTEN FOR THIS RUN.                                      *
024700******************************************************************
024800     MOVE ZERO TO WS-CUTOFF-DATE.
024900     MOVE ZERO TO WS-CUTOFF-TIME.
025000     OPEN INPUT CONTROL-FILE.
025100     IF WS-CONTROL-FILE-OK
025200         READ CONTROL-FILE
025300         AT END
025400             DISPLAY "HOLDRPT - CONTROL FILE EMPTY, REPORTING "
025500                 "EVERY SETTLED ITEM"
025600         NOT AT END
025700             IF HC-LAST-RUN-DATE = WS-TODAY-DATE
025800                 MOVE HC-PRIOR-CUTOFF-DATE TO WS-CUTOFF-DATE
025900                 MOVE HC-PRIOR-CUTOFF-TIME TO WS-CUTOFF-TIME
026000             ELSE
026100                 MOVE HC-LAST-RUN-DATE TO WS-CUTOFF-DATE
026200                 MOVE HC-LAST-RUN-TIME TO WS-CUTOFF-TIME
026300             END-IF
026400         END-READ
026500         CLOSE CONTROL-FILE
026600     ELSE
026700         DISPLAY "HOLDRPT - NO CONTROL FILE, REPORTING EVERY "
026800             "SETTLED ITEM"
026900     END-IF.
027000     OPEN OUTPUT CONTROL-FILE.
027100     MOVE SPACES TO HC-RECORD.
027200     MOVE WS-TODAY-DATE TO HC-LAST-RUN-DATE.
027300     MOVE WS-NOW-TIME TO HC-LAST-RUN-TIME.
027400     MOVE WS-CUTOFF-DATE TO HC-PRIOR-CUTOFF-DATE.
027500     MOVE WS-CUTOFF-TIME TO HC-PRIOR-CUTOFF-TIME.
027600     WRITE HC-RECORD.
027700     CLOSE CONTROL-FILE.
027800 2000-FIND-CUTOFF-EXIT.
027900     EXIT.
028000
028100 3000-LIST-SECTION.
028200******************************************************************
028300*    ONE SECTION OF THE LISTING - ITS TITLE, ONE PASS OF THE HOLD *
028400*    FILE IN NUMBER ORDER LISTING THE ITEMS THAT BELONG IN IT,    *
028500*    AND ITS COUNT AND TOTAL.                                     *
028600******************************************************************
028700     MOVE SPACES TO RPT-LINE.
028800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
028900     MOVE W-SECTION-TITLE(W-S) TO RPT-LINE.
029000     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
029100     IF WS-HOLD-PRESENT
029200         MOVE ZERO TO HD-HOLD-NUM
029300         MOVE "00" TO WS-HOLD-FILE-STATUS
029400         START HOLD-FILE KEY NOT < HD-HOLD-NUM
029500         INVALID KEY
029600             SET WS-HOLD-FILE-AT-END TO TRUE
029700         END-START
029800         PERFORM 3100-LIST-ONE-ITEM THRU
029900             3100-LIST-ONE-ITEM-EXIT
030000             UNTIL WS-HOLD-FILE-AT-END
030100     END-IF.
030200     MOVE WS-SECTION-COUNT(W-S) TO WS-DISP-COUNT.
030300     MOVE WS-SECTION-AMOUNT(W-S) TO WS-DISP-AMOUNT.
030400     MOVE SPACES TO RPT-LINE.
030500     IF WS-SECTION-COUNT(W-S) = ZERO
030600         MOVE "  NONE" TO RPT-LINE
030700     ELSE
030800         STRING "  ITEMS " WS-DISP-COUNT "   AMOUNT "
030900             WS-DISP-AMOUNT DELIMITED BY SIZE INTO RPT-LINE
031000     END-IF.
031100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
031200 3000-LIST-SECTION-EXIT.
031300     EXIT.
031400
031500 3100-LIST-ONE-ITEM.
031600     READ HOLD-FILE NEXT RECORD
031700     AT END
031800         SET WS-HOLD-FILE-AT-END TO TRUE
031900         GO TO 3100-LIST-ONE-ITEM-EXIT
032000     END-READ.
032100     SET WS-SKIP-ITEM TO TRUE.
032200     EVALUATE W-S
032300         WHEN 1
032400             IF HD-HELD
032500                 SET WS-TAKE-ITEM TO TRUE
032600             END-IF
032700         WHEN 2
032800             IF HD-RELEASED
032900                 SET WS-TAKE-ITEM TO TRUE
033000             END-IF
033100         WHEN 3
033200             PERFORM 3200-TEST-SETTLED THRU 3200-TEST-SETTLED-EXIT
033300     END-EVALUATE.
033400     IF WS-SKIP-ITEM
033500         GO TO 3100-LIST-ONE-ITEM-EXIT
033600     END-IF.
033700     ADD 1 TO WS-SECTION-COUNT(W-S).
033800     IF NOT HD-DELETE
033900         ADD HD-AMOUNT TO WS-SECTION-AMOUNT(W-S)
034000     END-IF.
034100     MOVE HD-HOLD-NUM TO WS-IL-HOLD-NUM.
034200     MOVE HD-ID TO WS-IL-ID.
034300     MOVE HD-ORIGIN TO WS-IL-ORIGIN.
034400     MOVE HD-CURRENCY TO WS-IL-CURRENCY.
034500     MOVE HD-BEFORE-AMOUNT TO WS-IL-BEFORE.
034600     MOVE HD-AFTER-AMOUNT TO WS-IL-AFTER.
034700     MOVE HD-CHANGE TO WS-IL-CHANGE.
034800     MOVE HD-REASON TO WS-IL-REASON.
034900     MOVE HD-LIMIT-AMOUNT TO WS-IL-LIMIT.
035000     MOVE WS-ITEM-LINE TO RPT-LINE.
035100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
035200     PERFORM 3300-PRINT-DETAIL THRU 3300-PRINT-DETAIL-EXIT.
035300 3100-LIST-ONE-ITEM-EXIT.
035400     EXIT.
035500
035600 3200-TEST-SETTLED.
035700******************************************************************
035800*    A CANCELLED ITEM IS TAKEN WHEN IT WAS CANCELLED AFTER THE    *
035900*    CUT-OFF; AN APPLIED ONE WHEN IT WAS APPLIED ON OR AFTER THE  *
036000*    CUT-OFF DATE - MSTRUPDT STAMPS ONLY THE DATE.                *
036100******************************************************************
036200     EVALUATE TRUE
036300         WHEN HD-CANCELLED
036400             MOVE HD-ACTION-DATE TO WS-SETTLED-DATE
036500             MOVE HD-ACTION-TIME TO WS-SETTLED-TIME
036600             IF WS-SETTLED-STAMP > WS-CUTOFF-STAMP
036700                 SET WS-TAKE-ITEM TO TRUE
036800             END-IF
036900         WHEN HD-APPLIED
037000             IF HD-APPLIED-DATE NOT < WS-CUTOFF-DATE
037100                 SET WS-TAKE-ITEM TO TRUE
037200             END-IF
037300     END-EVALUATE.
037400 3200-TEST-SETTLED-EXIT.
037500     EXIT.
037600
037700 3300-PRINT-DETAIL.
037800******************************************************************
037900*    A SECOND LINE UNDER THE ITEM - WHERE IT CAME FROM AND WHEN   *
038000*    IT WAS HELD, AND WHO SETTLED IT ONCE SOMEONE HAS.            *
038100******************************************************************
038200     MOVE SPACES TO RPT-LINE.
038300     EVALUATE TRUE
038400         WHEN HD-HELD
038500             STRING "       BATCH " HD-BATCH-ID " HELD "
038600                 HD-HELD-DATE " LIMIT " HD-LIMIT-TYPE " "
038700                 HD-LIMIT-CODE
038800                 DELIMITED BY SIZE INTO RPT-LINE
038900         WHEN HD-APPLIED
039000             STRING "       BATCH " HD-BATCH-ID " RELEASED BY "
039100                 HD-OPERATOR " APPLIED " HD-APPLIED-DATE
039200                 DELIMITED BY SIZE INTO RPT-LINE
039300         WHEN OTHER
039400             STRING "       BATCH " HD-BATCH-ID " "
039500                 HD-OPERATOR " " HD-ACTION-DATE " " HD-NOTE
039600                 DELIMITED BY SIZE INTO RPT-LINE
039700     END-EVALUATE.
039800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
039900 3300-PRINT-DETAIL-EXIT.
040000     EXIT.
040100
040200 7100-PRINT-HEADERS.
040300     ADD 1 TO WS-PAGE-NUM.
040400     MOVE WS-PAGE-NUM TO WS-HDR-PAGE.
040500     MOVE SPACES TO RPT-LINE.
040600     STRING "HIGH-VALUE HOLDS - MORNING LISTING " WS-TODAY-DATE
040700         DELIMITED BY SIZE INTO RPT-LINE.
040800     WRITE RPT-LINE AFTER ADVANCING PAGE.
040900     MOVE SPACES TO RPT-LINE.
041000     STRING "PAGE " WS-HDR-PAGE DELIMITED BY SIZE INTO RPT-LINE.
041100     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
041200     MOVE SPACES TO RPT-LINE.
041300     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
041400     MOVE SPACES TO RPT-LINE.
041500     MOVE "HOLD" TO RPT-LINE(1:4).
041600     MOVE "ID" TO RPT-LINE(8:2).
041700     MOVE "ORIG" TO RPT-LINE(19:4).
041800     MOVE "CCY" TO RPT-LINE(24:3).
041900     MOVE "BEFORE" TO RPT-LINE(31:6).
042000     MOVE "AFTER" TO RPT-LINE(42:5).
042100     MOVE "CHANGE" TO RPT-LINE(52:6).
042200     MOVE "WHY" TO RPT-LINE(59:3).
042300     MOVE "LIMIT" TO RPT-LINE(69:5).
042400     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
042500     MOVE ZERO TO WS-LINE-COUNT.
042600 7100-PRINT-HEADERS-EXIT.
042700     EXIT.
042800
042900 7200-PRINT-LINE.
043000******************************************************************
043100*    WRITE THE LINE IN RPT-LINE, STARTING A NEW PAGE FIRST WHEN   *
043200*    THIS ONE IS FULL.  THE HEADERS USE RPT-LINE, SO THE LINE IS  *
043300*    HELD ASIDE WHILE THEY PRINT.                                 *
043400******************************************************************
043500     IF WS-LINE-COUNT >= W-LINES-PER-PAGE
043600         MOVE RPT-LINE TO WS-HELD-LINE
043700         PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT
043800         MOVE WS-HELD-LINE TO RPT-LINE
043900     END-IF.
044000     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
044100     ADD 1 TO WS-LINE-COUNT.
044200 7200-PRINT-LINE-EXIT.
044300     EXIT.
044400
044500 9000-TERMINATE.
044600     IF WS-HOLD-PRESENT
044700         CLOSE HOLD-FILE
044800     END-IF.
044900     CLOSE REPORT-FILE.
045000     MOVE WS-SECTION-COUNT(1) TO WS-DISP-COUNT.
045100     DISPLAY "HOLDRPT - HELD:                  " WS-DISP-COUNT.
045200     MOVE WS-SECTION-COUNT(2) TO WS-DISP-COUNT.
045300     DISPLAY "HOLDRPT - RELEASED, NOT APPLIED: " WS-DISP-COUNT.
045400     MOVE WS-SECTION-COUNT(3) TO WS-DISP-COUNT.
045500     DISPLAY "HOLDRPT - SETTLED SINCE LAST:    " WS-DISP-COUNT.
045600 9000-TERMINATE-EXIT.
045700     EXIT.
