000100******************************************************************
000200* PROGRAM-ID.  RUNRPT                                             *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* BATCH WINDOW REPORT, RUN IN THE NIGHTLY STREAM STRAIGHT AFTER   *
000900* THE RCPTCHK ARRIVAL CHECK - ONCE TONIGHT'S INPUT IS KNOWN, BUT  *
001000* BEFORE THE SORT STARTS - AND RUNNABLE ON ITS OWN AT ANY TIME.   *
001100* FROM THE RUN-HISTORY FILE RUNCTL KEEPS (RUNHIST, SEE RUNHREC)   *
001200* IT REPORTS THE LATEST NIGHT ON THE FILE:                        *
001300*                                                                 *
001400*     - EVERY STEP'S ELAPSED TIME AND RECORDS AGAINST ITS 30-DAY  *
001500*       AVERAGE, WITH THE DIFFERENCE AS A PERCENTAGE,             *
001600*     - THE SLOWEST STEPS OF THE NIGHT, RANKED, AND               *
001700*     - A FORECAST OF WHEN THE NIGHT WILL FINISH, AGAINST THE     *
001800*       WINDOW END ON THE WINDOW CARD (RUNWIN), WITH A WARNING    *
001900*       WHEN THE FINISH FALLS PAST IT.                            *
002000*                                                                 *
002100* THE 30-DAY AVERAGE IS TAKEN OVER THE CLEAN RUNS (RETURN CODE    *
002200* ZERO) OF THE THIRTY NIGHTS BEFORE THE ONE REPORTED.  A STEP     *
002300* THAT HAS NOT RUN IN THAT TIME, OR TONIGHT, IS LEFT OFF - SO A   *
002400* STEP TAKEN OUT OF THE STREAM DROPS OFF THE REPORT BY ITSELF.    *
002500*                                                                 *
002600* A STEP THAT HAS NOT YET RUN CLEAN TONIGHT IS PROJECTED: ITS     *
002700* AVERAGE ELAPSED TIME SCALED BY TONIGHT'S VOLUME - THE RECORDS   *
002800* COUNTED SO FAR TONIGHT AGAINST THE AVERAGE OF THE SAME STEPS.   *
002900* IN THE STREAM THAT IS THE ARRIVING INFILE AS RCPTCHK COUNTED    *
003000* IT.  A STEP THAT COUNTS NO RECORDS IS PROJECTED AT ITS AVERAGE. *
003100* THE FORECAST FINISH IS THE PROJECTED STEPS ADDED TO THE TIME OF *
003200* THE REPORT (OR TO THE LAST STEP'S END, IF THAT IS LATER); WITH  *
003300* EVERY STEP RUN CLEAN IT IS THE LAST STEP'S ACTUAL END.          *
003400*                                                                 *
003500* THE WINDOW END IS THE FIRST TIME OF DAY ON THE CARD AFTER THE   *
003600* NIGHT'S FIRST STEP STARTED, SO A WINDOW CLOSING AFTER MIDNIGHT  *
003700* IS TAKEN ON THE NEXT DAY.  WINDOW CARD LAYOUT (RUNWIN):         *
003800*     POS  1-4    WINDOW END, HHMM.                               *
003900*                                                                 *
004000* A FORECAST PAST THE WINDOW END IS A WARNING, NOT A FAILURE -    *
004100* THE RUN STILL ENDS WITH RETURN CODE ZERO, SO THE NIGHT GOES ON. *
004200* NO WINDOW CARD MEANS NOTHING TO CHECK AGAINST; NO HISTORY FILE  *
004300* YET IS AN EMPTY REPORT.  A REPORT THAT WILL NOT OPEN, OR A      *
004400* HISTORY FILE THAT EXISTS BUT WILL NOT OPEN, ENDS THE RUN WITH   *
004500* RETURN CODE 12.                                                 *
004600*-----------------------------------------------------------------*
004700* MODIFICATION HISTORY                                            *
004800*  DATE       INIT  DESCRIPTION                                   *
004900*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
005000******************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID. RUNRPT.
005300 AUTHOR. D.MAINT.
005400 INSTALLATION. DATA PROCESSING.
005500 DATE-WRITTEN. 15/10/2026.
005600 DATE-COMPILED.
005700
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100*-----------------------------------------------------------------*
006200* THE RUN-HISTORY FILE - READ TWICE, ONCE FOR THE LATEST NIGHT    *
006300* ON IT AND ONCE FOR THE STEPS.                                   *
006400*-----------------------------------------------------------------*
006500     SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-HISTORY-FILE-STATUS.
006800
006900*-----------------------------------------------------------------*
007000* THE WINDOW CARD - THE TIME OF DAY THE NIGHT MUST BE DONE BY.    *
007100*-----------------------------------------------------------------*
007200     SELECT WINDOW-FILE ASSIGN TO "RUNWIN"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-WINDOW-FILE-STATUS.
007500
007600*-----------------------------------------------------------------*
007700* THE PRINTED BATCH WINDOW REPORT.                                *
007800*-----------------------------------------------------------------*
007900     SELECT REPORT-FILE ASSIGN TO "RUNRPT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-REPORT-FILE-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  HISTORY-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORDING MODE IS F.
008800 01  RH-RECORD.
008900     COPY RUNHREC.
009000
009100 FD  WINDOW-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400 01  RW-RECORD.
009500     05  RW-WINDOW-END.
009600         10  RW-END-HH          PIC 9(02).
009700         10  RW-END-MM          PIC 9(02).
009800     05  FILLER                 PIC X(76).
009900
010000 FD  REPORT-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORDING MODE IS F.
010300 01  RPT-LINE                       PIC X(80).
010400
010500 WORKING-STORAGE SECTION.
010600******************************************************************
010700*    ONE ENTRY PER STEP SEEN IN THE LAST THIRTY NIGHTS OR TONIGHT,*
010800*    FOUND BY NAME - THE STEP NUMBERS MOVE WHEN A STEP IS ADDED   *
010900*    TO THE STREAM.  THE NUMBER KEPT IS THE LATEST, AND ORDERS    *
011000*    THE REPORT.  THE TIME IS TONIGHT'S ACTUAL ELAPSED FOR A STEP *
011100*    RUN CLEAN, ELSE ITS PROJECTION.                              *
011200******************************************************************
011300     78  W-MAX-STEPS VALUE 30.
011400     78  W-MAX-RANKED VALUE 5.
011500     78  W-AVERAGE-NIGHTS VALUE 30.
011600 01  W-STEP-COUNT PIC S9(04) COMP VALUE ZERO.
011700 01  W-STEP-TABLE.
011800     05  W-STEP-ENTRY OCCURS 30 TIMES.
011900         10  WS-ST-NAME         PIC X(12).
012000         10  WS-ST-NUM          PIC 9(02).
012100         10  WS-ST-NIGHTS       PIC S9(04) COMP.
012200         10  WS-ST-SUM-ELAPSED  PIC S9(09) COMP.
012300         10  WS-ST-SUM-RECORDS  PIC S9(11) COMP.
012400         10  WS-ST-AVG-ELAPSED  PIC S9(09) COMP.
012500         10  WS-ST-AVG-RECORDS  PIC S9(09) COMP.
012600         10  WS-ST-TONIGHT-SW   PIC X(01).
012700             88  WS-ST-RAN-TONIGHT  VALUE "Y".
012800             88  WS-ST-NOT-RUN      VALUE "N".
012900         10  WS-ST-ELAPSED      PIC S9(09) COMP.
013000         10  WS-ST-RECORDS      PIC S9(09) COMP.
013100         10  WS-ST-RC           PIC 9(03).
013200         10  WS-ST-TIME         PIC S9(09) COMP.
013300         10  WS-ST-VOLUME       PIC S9(09) COMP.
013400         10  WS-ST-BASIS        PIC X(01).
013500             88  WS-ST-ACTUAL       VALUE "A".
013600             88  WS-ST-PROJECTED    VALUE "P".
013700
013800******************************************************************
013900*    HOLDING AREA USED WHEN SWAPPING TWO STEP ENTRIES             *
014000******************************************************************
014100 01  W-SWAP-STEP-ENTRY.
014200     05  SWS-NAME               PIC X(12).
014300     05  SWS-NUM                PIC 9(02).
014400     05  SWS-NIGHTS             PIC S9(04) COMP.
014500     05  SWS-SUM-ELAPSED        PIC S9(09) COMP.
014600     05  SWS-SUM-RECORDS        PIC S9(11) COMP.
014700     05  SWS-AVG-ELAPSED        PIC S9(09) COMP.
014800     05  SWS-AVG-RECORDS        PIC S9(09) COMP.
014900     05  SWS-TONIGHT-SW         PIC X(01).
015000     05  SWS-ELAPSED            PIC S9(09) COMP.
015100     05  SWS-RECORDS            PIC S9(09) COMP.
015200     05  SWS-RC                 PIC 9(03).
015300     05  SWS-TIME               PIC S9(09) COMP.
015400     05  SWS-VOLUME             PIC S9(09) COMP.
015500     05  SWS-BASIS              PIC X(01).
015600
015700 01  WS-STEP-FOUND-SWITCH       PIC X(01) VALUE "N".
015800         88  WS-STEP-FOUND          VALUE "Y".
015900         88  WS-STEP-NOT-FOUND      VALUE "N".
016000
016100 01  WS-STEP-OVERFLOW-SWITCH    PIC X(01) VALUE "N".
016200         88  WS-STEP-TABLE-OVERFLOWED VALUE "Y".
016300         88  WS-STEP-TABLE-FIT      VALUE "N".
016400
016500******************************************************************
016600*    SUBSCRIPTS AND THE SWAP SWITCH FOR THE TABLE SORTS           *
016700******************************************************************
016800 01  W-S PIC S9(04) COMP VALUE 1.
016900 01  W-K PIC S9(04) COMP VALUE 1.
017000 01  W-LIMIT PIC S9(04) COMP VALUE ZERO.
017100
017200 01  WS-SWAP-SWITCH PIC X(01) VALUE "N".
017300         88  WS-SWAP-OCCURRED    VALUE "Y".
017400         88  WS-NO-SWAP-OCCURRED VALUE "N".
017500
017600 01  WS-SORT-ORDER-SWITCH       PIC X(01) VALUE "N".
017700         88  WS-SORT-BY-NUMBER      VALUE "N".
017800         88  WS-SORT-BY-TIME        VALUE "T".
017900
018000******************************************************************
018100*    THE NIGHT REPORTED - THE LATEST RUN DATE ON THE HISTORY FILE *
018200*    - AND THE FIRST NIGHT THE AVERAGES REACH BACK TO, AS DAY     *
018300*    NUMBERS.                                                     *
018400******************************************************************
018500 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
018600 01  WS-NIGHT-DATE              PIC 9(08) VALUE ZERO.
018700 01  W-NIGHT-DAY-NUM            PIC S9(09) COMP VALUE ZERO.
018800 01  W-FROM-DAY-NUM             PIC S9(09) COMP VALUE ZERO.
018900 01  W-REC-DAY-NUM              PIC S9(09) COMP VALUE ZERO.
019000
019100******************************************************************
019200*    TONIGHT SO FAR - THE FIRST START AND LAST END ON THE FILE    *
019300*    FOR THE NIGHT, AND THE TIME OF THIS REPORT, EACH A DATE THEN *
019400*    A TIME SO THEY COMPARE IN ORDER.                             *
019500******************************************************************
019600 01  WS-FIRST-START-STAMP.
019700     05  WS-FIRST-START-DATE    PIC 9(08) VALUE ZERO.
019800     05  WS-FIRST-START-TIME    PIC 9(06) VALUE ZERO.
019900 01  WS-LAST-END-STAMP.
020000     05  WS-LAST-END-DATE       PIC 9(08) VALUE ZERO.
020100     05  WS-LAST-END-TIME       PIC 9(06) VALUE ZERO.
020200 01  WS-NOW-STAMP.
020300     05  WS-NOW-DATE            PIC 9(08) VALUE ZERO.
020400     05  WS-NOW-TIME            PIC 9(06) VALUE ZERO.
020500
020600******************************************************************
020700*    THE FORECAST - TONIGHT'S VOLUME AGAINST THE AVERAGE, THE     *
020800*    STEPS STILL TO RUN, AND EVERY POINT IN TIME AS SECONDS FROM  *
020900*    THE START OF THE CALENDAR, SO A NIGHT CROSSING MIDNIGHT      *
021000*    ADDS UP.                                                     *
021100******************************************************************
021200 01  W-TONIGHT-VOLUME           PIC S9(11) COMP VALUE ZERO.
021300 01  W-AVERAGE-VOLUME           PIC S9(11) COMP VALUE ZERO.
021400 01  W-VOLUME-PCT               PIC S9(07) COMP VALUE 100.
021500 01  W-RUN-COUNT                PIC S9(04) COMP VALUE ZERO.
021600 01  W-TO-RUN-COUNT             PIC S9(04) COMP VALUE ZERO.
021700 01  W-TO-RUN-SECONDS           PIC S9(09) COMP VALUE ZERO.
021800 01  W-NIGHT-SECONDS            PIC S9(09) COMP VALUE ZERO.
021900 01  W-AVERAGE-SECONDS          PIC S9(09) COMP VALUE ZERO.
022000 01  W-NOW-ABS                  PIC S9(13) COMP VALUE ZERO.
022100 01  W-START-ABS                PIC S9(13) COMP VALUE ZERO.
022200 01  W-LAST-END-ABS             PIC S9(13) COMP VALUE ZERO.
022300 01  W-FINISH-ABS               PIC S9(13) COMP VALUE ZERO.
022400 01  W-WINDOW-ABS               PIC S9(13) COMP VALUE ZERO.
022500 01  W-OVER-MINUTES             PIC S9(09) COMP VALUE ZERO.
022600
022700 01  WS-WINDOW-SWITCH           PIC X(01) VALUE "N".
022800         88  WS-WINDOW-GIVEN        VALUE "Y".
022900         88  WS-WINDOW-NOT-GIVEN    VALUE "N".
023000
023100 01  WS-OVERRUN-SWITCH          PIC X(01) VALUE "N".
023200         88  WS-OVERRUN-FORECAST    VALUE "Y".
023300         88  WS-WITHIN-WINDOW       VALUE "N".
023400
023500******************************************************************
023600*    DATE AND TIME ARITHMETIC - A STAMP TURNED INTO SECONDS FROM  *
023700*    THE START OF THE CALENDAR, AND BACK AGAIN FOR PRINTING.      *
023800******************************************************************
023900 01  WS-CALC-STAMP.
024000     05  WS-CALC-DATE           PIC 9(08) VALUE ZERO.
024100     05  WS-CALC-HH             PIC 9(02) VALUE ZERO.
024200     05  WS-CALC-MM             PIC 9(02) VALUE ZERO.
024300     05  WS-CALC-SS             PIC 9(02) VALUE ZERO.
024400 01  W-CALC-ABS                 PIC S9(13) COMP VALUE ZERO.
024500 01  W-CALC-DAY-NUM             PIC S9(09) COMP VALUE ZERO.
024600 01  W-CALC-SECONDS             PIC S9(09) COMP VALUE ZERO.
024700 01  W-CALC-MINUTES             PIC S9(09) COMP VALUE ZERO.
024800 01  W-CALC-HOURS               PIC S9(09) COMP VALUE ZERO.
024900
025000******************************************************************
025100*    FILE STATUS FOR THE HISTORY FILE.  35 MEANS NO NIGHT HAS     *
025200*    BEEN TIMED YET - AN EMPTY REPORT, NOT AN ERROR.              *
025300******************************************************************
025400 01  WS-HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.
025500         88  WS-HISTORY-FILE-OK        VALUE "00".
025600         88  WS-HISTORY-FILE-AT-END    VALUE "10".
025700         88  WS-HISTORY-FILE-NOT-FOUND VALUE "35".
025800
025900 01  WS-HISTORY-SWITCH          PIC X(01) VALUE "N".
026000         88  WS-HISTORY-PRESENT     VALUE "Y".
026100         88  WS-HISTORY-ABSENT      VALUE "N".
026200
026300******************************************************************
026400*    FILE STATUS FOR THE WINDOW CARD AND THE REPORT               *
026500******************************************************************
026600 01  WS-WINDOW-FILE-STATUS      PIC X(02) VALUE SPACES.
026700         88  WS-WINDOW-FILE-OK      VALUE "00".
026800 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
026900         88  WS-REPORT-FILE-OK  VALUE "00".
027000
027100******************************************************************
027200*    PAGE CONTROL FOR THE PRINT REPORT                            *
027300******************************************************************
027400     78  W-LINES-PER-PAGE VALUE 50.
027500 01  WS-PAGE-NUM                PIC 9(04) VALUE ZERO.
027600 01  WS-LINE-COUNT              PIC 9(04) VALUE ZERO.
027700 01  WS-HDR-PAGE                PIC ZZZ9.
027800 01  WS-HELD-LINE               PIC X(80) VALUE SPACES.
027900
028000******************************************************************
028100*    EDITED FIELDS FOR THE REPORT LINES.  ELAPSED TIMES PRINT AS  *
028200*    HH:MM:SS, POINTS IN TIME AS CCYYMMDD HH:MM.                  *
028300******************************************************************
028400 01  WS-STEP-LINE.
028500     05  WS-SL-NUM              PIC Z9.
028600     05  FILLER                 PIC X(01) VALUE SPACE.
028700     05  WS-SL-NAME             PIC X(12).
028800     05  FILLER                 PIC X(01) VALUE SPACE.
028900     05  WS-SL-RECORDS          PIC ZZZZZZ9.
029000     05  FILLER                 PIC X(01) VALUE SPACE.
029100     05  WS-SL-TIME             PIC X(08).
029200     05  FILLER                 PIC X(01) VALUE SPACE.
029300     05  WS-SL-AVG-RECORDS      PIC ZZZZZZ9.
029400     05  FILLER                 PIC X(01) VALUE SPACE.
029500     05  WS-SL-AVG-TIME         PIC X(08).
029600     05  FILLER                 PIC X(01) VALUE SPACE.
029700     05  WS-SL-VARIANCE         PIC ++++9.
029800     05  WS-SL-PCT-SIGN         PIC X(01).
029900     05  FILLER                 PIC X(03) VALUE SPACES.
030000     05  WS-SL-NIGHTS           PIC Z9.
030100     05  FILLER                 PIC X(01) VALUE SPACE.
030200     05  WS-SL-NOTE             PIC X(17).
030300     05  FILLER                 PIC X(01) VALUE SPACE.
030400
030500 01  WS-RANK-LINE.
030600     05  FILLER                 PIC X(02) VALUE SPACES.
030700     05  WS-RL-RANK             PIC Z9.
030800     05  FILLER                 PIC X(02) VALUE SPACES.
030900     05  WS-RL-NAME             PIC X(12).
031000     05  FILLER                 PIC X(01) VALUE SPACE.
031100     05  WS-RL-TIME             PIC X(08).
031200     05  FILLER                 PIC X(01) VALUE SPACE.
031300     05  WS-RL-BASIS            PIC X(09).
031400     05  FILLER                 PIC X(01) VALUE SPACE.
031500     05  WS-RL-SHARE            PIC ZZ9.
031600     05  FILLER                 PIC X(12)
031700         VALUE "% OF NIGHT, ".
031800     05  WS-RL-AVG-TIME         PIC X(08).
031900     05  FILLER                 PIC X(12)
032000         VALUE " ON AVERAGE ".
032100     05  FILLER                 PIC X(07) VALUE SPACES.
032200
032300 01  W-FMT-SECONDS              PIC S9(09) COMP VALUE ZERO.
032400 01  WS-FMT-HMS.
032500     05  WS-FMT-HH              PIC 9(02).
032600     05  FILLER                 PIC X(01) VALUE ":".
032700     05  WS-FMT-MM              PIC 9(02).
032800     05  FILLER                 PIC X(01) VALUE ":".
032900     05  WS-FMT-SS              PIC 9(02).
033000 01  WS-FMT-POINT.
033100     05  WS-FMT-DATE            PIC 9(08).
033200     05  FILLER                 PIC X(01) VALUE SPACE.
033300     05  WS-FMT-PT-HH           PIC 9(02).
033400     05  FILLER                 PIC X(01) VALUE ":".
033500     05  WS-FMT-PT-MM           PIC 9(02).
033600
033700 01  W-VARIANCE                 PIC S9(09) COMP VALUE ZERO.
033800 01  W-SHARE                    PIC S9(09) COMP VALUE ZERO.
033900 01  WS-DISP-COUNT              PIC ZZZZZZ9.
034000 01  WS-DISP-PCT                PIC ZZZZZZ9.
034100
034200 PROCEDURE DIVISION.
034300 0000-MAINLINE SECTION.
034400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
034500     IF WS-HISTORY-ABSENT AND NOT WS-HISTORY-FILE-NOT-FOUND
034600         MOVE 12 TO RETURN-CODE
034700         GOBACK
034800     END-IF.
034900     OPEN OUTPUT REPORT-FILE.
035000     IF NOT WS-REPORT-FILE-OK
035100         DISPLAY "RUNRPT - REPORT OPEN FAILED, STATUS "
035200             WS-REPORT-FILE-STATUS
035300         IF WS-HISTORY-PRESENT
035400             CLOSE HISTORY-FILE
035500         END-IF
035600         MOVE 12 TO RETURN-CODE
035700         GOBACK
035800     END-IF.
035900     IF WS-HISTORY-PRESENT
036000         PERFORM 2000-LOAD-HISTORY THRU 2000-LOAD-HISTORY-EXIT
036100     END-IF.
036200     PERFORM 3000-PROJECT-NIGHT THRU 3000-PROJECT-NIGHT-EXIT.
036300     MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT.
036400     PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT.
036500     PERFORM 4000-LIST-STEPS THRU 4000-LIST-STEPS-EXIT.
036600     PERFORM 5000-RANK-SLOWEST THRU 5000-RANK-SLOWEST-EXIT.
036700     PERFORM 6000-FORECAST-FINISH THRU 6000-FORECAST-FINISH-EXIT.
036800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
036900     MOVE ZERO TO RETURN-CODE.
037000     GOBACK.
037100
037200 1000-INITIALIZE.
037300******************************************************************
037400*    STAMP THE RUN, READ THE WINDOW CARD AND OPEN THE HISTORY     *
037500*    FILE.  NO HISTORY FILE YET IS AN EMPTY ONE; A HISTORY FILE   *
037600*    THAT EXISTS BUT WILL NOT OPEN ENDS THE RUN.                  *
037700******************************************************************
037800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
037900     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
038000     MOVE WS-TODAY-DATE TO WS-NIGHT-DATE.
038100     INITIALIZE W-STEP-TABLE.
038200     PERFORM 1100-READ-WINDOW-CARD THRU
038300         1100-READ-WINDOW-CARD-EXIT.
038400     OPEN INPUT HISTORY-FILE.
038500     IF WS-HISTORY-FILE-OK
038600         SET WS-HISTORY-PRESENT TO TRUE
038700     ELSE
038800         SET WS-HISTORY-ABSENT TO TRUE
038900         IF WS-HISTORY-FILE-NOT-FOUND
039000             DISPLAY "RUNRPT - NO RUN HISTORY YET, "
039100                 "REPORTING NOTHING TIMED"
039200         ELSE
039300             DISPLAY "RUNRPT - RUN HISTORY OPEN FAILED, "
039400                 "STATUS " WS-HISTORY-FILE-STATUS
039500         END-IF
039600     END-IF.
039700 1000-INITIALIZE-EXIT.
039800     EXIT.
039900
040000 1100-READ-WINDOW-CARD.
040100******************************************************************
040200*    THE WINDOW END, HHMM.  NO CARD, OR ONE THAT IS NOT A TIME OF *
040300*    DAY, LEAVES THE FORECAST WITH NOTHING TO CHECK AGAINST.      *
040400******************************************************************
040500     SET WS-WINDOW-NOT-GIVEN TO TRUE.
040600     OPEN INPUT WINDOW-FILE.
040700     IF NOT WS-WINDOW-FILE-OK
040800         DISPLAY "RUNRPT - NO WINDOW CARD, WINDOW END NOT CHECKED"
040900         GO TO 1100-READ-WINDOW-CARD-EXIT
041000     END-IF.
041100     READ WINDOW-FILE
041200     AT END
041300         DISPLAY "RUNRPT - WINDOW CARD EMPTY, WINDOW END NOT "
041400             "CHECKED"
041500     NOT AT END
041600         IF RW-WINDOW-END IS NUMERIC
041700             AND RW-END-HH < 24 AND RW-END-MM < 60
041800             SET WS-WINDOW-GIVEN TO TRUE
041900         ELSE
042000             DISPLAY "RUNRPT - WINDOW END " RW-WINDOW-END
042100                 " IS NOT A TIME OF DAY, NOT CHECKED"
042200         END-IF
042300     END-READ.
042400     CLOSE WINDOW-FILE.
042500 1100-READ-WINDOW-CARD-EXIT.
042600     EXIT.
042700
042800 2000-LOAD-HISTORY.
042900******************************************************************
043000*    TWO PASSES OF THE HISTORY FILE - THE FIRST FINDS THE LATEST  *
043100*    NIGHT ON IT, THE NIGHT REPORTED; THE SECOND TAKES TONIGHT'S  *
043200*    RECORDS AND THE CLEAN RUNS OF THE THIRTY NIGHTS BEFORE.      *
043300******************************************************************
043400     MOVE ZERO TO WS-NIGHT-DATE.
043500     PERFORM 2100-FIND-LATEST-NIGHT THRU
043600         2100-FIND-LATEST-NIGHT-EXIT
043700         UNTIL WS-HISTORY-FILE-AT-END.
043800     CLOSE HISTORY-FILE.
043900     IF WS-NIGHT-DATE = ZERO
044000         DISPLAY "RUNRPT - RUN HISTORY EMPTY, REPORTING NOTHING "
044100             "TIMED"
044200         MOVE WS-TODAY-DATE TO WS-NIGHT-DATE
044300         GO TO 2000-LOAD-HISTORY-EXIT
044400     END-IF.
044500     COMPUTE W-NIGHT-DAY-NUM =
044600         FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE).
044700     COMPUTE W-FROM-DAY-NUM = W-NIGHT-DAY-NUM - W-AVERAGE-NIGHTS.
044800     MOVE ALL "9" TO WS-FIRST-START-STAMP.
044900     MOVE ZERO TO WS-LAST-END-STAMP.
045000     OPEN INPUT HISTORY-FILE.
045100     PERFORM 2200-TAKE-ONE-RECORD THRU 2200-TAKE-ONE-RECORD-EXIT
045200         UNTIL WS-HISTORY-FILE-AT-END.
045300     CLOSE HISTORY-FILE.
045400 2000-LOAD-HISTORY-EXIT.
045500     EXIT.
045600
045700 2100-FIND-LATEST-NIGHT.
045800     READ HISTORY-FILE
045900     AT END
046000         SET WS-HISTORY-FILE-AT-END TO TRUE
046100     NOT AT END
046200         IF RH-RUN-DATE IS NUMERIC
046300             AND RH-RUN-DATE > WS-NIGHT-DATE
046400             MOVE RH-RUN-DATE TO WS-NIGHT-DATE
046500         END-IF
046600     END-READ.
046700 2100-FIND-LATEST-NIGHT-EXIT.
046800     EXIT.
046900
047000 2200-TAKE-ONE-RECORD.
047100******************************************************************
047200*    ONE STEP RUN.  TONIGHT'S LATEST RECORD FOR A STEP STANDS FOR *
047300*    IT - A STEP RERUN ON A RESUMED NIGHT IS TAKEN AT ITS LAST    *
047400*    TRY.  AN EARLIER NIGHT COUNTS TOWARD THE AVERAGE ONLY WHEN   *
047500*    IT IS ONE OF THE THIRTY AND THE STEP ENDED CLEAN.            *
047600******************************************************************
047700     READ HISTORY-FILE
047800     AT END
047900         SET WS-HISTORY-FILE-AT-END TO TRUE
048000         GO TO 2200-TAKE-ONE-RECORD-EXIT
048100     END-READ.
048200     IF RH-RUN-DATE IS NOT NUMERIC
048300         OR RH-ELAPSED IS NOT NUMERIC
048400         OR RH-RECORDS IS NOT NUMERIC
048500         GO TO 2200-TAKE-ONE-RECORD-EXIT
048600     END-IF.
048700     IF RH-RUN-DATE NOT = WS-NIGHT-DATE
048800         COMPUTE W-REC-DAY-NUM =
048900             FUNCTION INTEGER-OF-DATE(RH-RUN-DATE)
049000         IF W-REC-DAY-NUM < W-FROM-DAY-NUM
049100             OR RH-RETURN-CODE NOT = ZERO
049200             GO TO 2200-TAKE-ONE-RECORD-EXIT
049300         END-IF
049400     END-IF.
049500     PERFORM 2300-FIND-STEP-ENTRY THRU 2300-FIND-STEP-ENTRY-EXIT.
049600     IF WS-STEP-NOT-FOUND
049700         GO TO 2200-TAKE-ONE-RECORD-EXIT
049800     END-IF.
049900     MOVE RH-STEP-NUM TO WS-ST-NUM(W-S).
050000     IF RH-RUN-DATE = WS-NIGHT-DATE
050100         SET WS-ST-RAN-TONIGHT(W-S) TO TRUE
050200         MOVE RH-ELAPSED TO WS-ST-ELAPSED(W-S)
050300         MOVE RH-RECORDS TO WS-ST-RECORDS(W-S)
050400         MOVE RH-RETURN-CODE TO WS-ST-RC(W-S)
050500         IF RH-START-STAMP < WS-FIRST-START-STAMP
050600             MOVE RH-START-STAMP TO WS-FIRST-START-STAMP
050700         END-IF
050800         IF RH-END-STAMP > WS-LAST-END-STAMP
050900             MOVE RH-END-STAMP TO WS-LAST-END-STAMP
051000         END-IF
051100     ELSE
051200         ADD 1 TO WS-ST-NIGHTS(W-S)
051300         ADD RH-ELAPSED TO WS-ST-SUM-ELAPSED(W-S)
051400         ADD RH-RECORDS TO WS-ST-SUM-RECORDS(W-S)
051500     END-IF.
051600 2200-TAKE-ONE-RECORD-EXIT.
051700     EXIT.
051800
051900 2300-FIND-STEP-ENTRY.
052000******************************************************************
052100*    FIND THE STEP'S ENTRY BY NAME, CREATING IT THE FIRST TIME    *
052200*    THE STEP IS SEEN.  A FULL TABLE LEAVES THE STEP OFF THE      *
052300*    REPORT, NAMED ONCE.                                          *
052400******************************************************************
052500     SET WS-STEP-NOT-FOUND TO TRUE.
052600     PERFORM 2310-MATCH-STEP-ENTRY THRU 2310-MATCH-STEP-ENTRY-EXIT
052700         VARYING W-S FROM 1 BY 1
052800         UNTIL W-S > W-STEP-COUNT OR WS-STEP-FOUND.
052900     IF WS-STEP-FOUND
053000         GO TO 2300-FIND-STEP-ENTRY-EXIT
053100     END-IF.
053200     IF W-STEP-COUNT >= W-MAX-STEPS
053300         IF WS-STEP-TABLE-FIT
053400             DISPLAY "RUNRPT - STEP TABLE FULL AT " W-MAX-STEPS
053500                 " STEPS, " RH-STEP-NAME " AND LATER STEPS LEFT "
053600                 "OFF THE REPORT"
053700         END-IF
053800         SET WS-STEP-TABLE-OVERFLOWED TO TRUE
053900         GO TO 2300-FIND-STEP-ENTRY-EXIT
054000     END-IF.
054100     ADD 1 TO W-STEP-COUNT.
054200     MOVE W-STEP-COUNT TO W-S.
054300     MOVE RH-STEP-NAME TO WS-ST-NAME(W-S).
054400     SET WS-ST-NOT-RUN(W-S) TO TRUE.
054500     SET WS-STEP-FOUND TO TRUE.
054600 2300-FIND-STEP-ENTRY-EXIT.
054700     EXIT.
054800
054900 2310-MATCH-STEP-ENTRY.
055000******************************************************************
055100*    WHEN THE ENTRY IS FOUND, W-S IS BACKED UP ONE SO IT STILL    *
055200*    POINTS AT THE ENTRY AFTER THE PERFORM VARYING ADDS ITS       *
055300*    FINAL INCREMENT.                                             *
055400******************************************************************
055500     IF WS-ST-NAME(W-S) = RH-STEP-NAME
055600         SET WS-STEP-FOUND TO TRUE
055700         SUBTRACT 1 FROM W-S
055800     END-IF.
055900 2310-MATCH-STEP-ENTRY-EXIT.
056000     EXIT.
056100
056200 3000-PROJECT-NIGHT.
056300******************************************************************
056400*    WORK OUT EVERY STEP'S AVERAGES, TONIGHT'S VOLUME AGAINST THE *
056500*    AVERAGE OF THE STEPS THAT HAVE COUNTED IT SO FAR, AND FROM   *
056600*    THAT THE TIME OF EVERY STEP STILL TO RUN.                    *
056700******************************************************************
056800     PERFORM 3100-AVERAGE-ONE-STEP THRU 3100-AVERAGE-ONE-STEP-EXIT
056900         VARYING W-S FROM 1 BY 1 UNTIL W-S > W-STEP-COUNT.
057000     IF W-AVERAGE-VOLUME > ZERO
057100         COMPUTE W-VOLUME-PCT ROUNDED =
057200             W-TONIGHT-VOLUME * 100 / W-AVERAGE-VOLUME
057300     END-IF.
057400     PERFORM 3200-PROJECT-ONE-STEP THRU 3200-PROJECT-ONE-STEP-EXIT
057500         VARYING W-S FROM 1 BY 1 UNTIL W-S > W-STEP-COUNT.
057600 3000-PROJECT-NIGHT-EXIT.
057700     EXIT.
057800
057900 3100-AVERAGE-ONE-STEP.
058000******************************************************************
058100*    THE STEP'S AVERAGE ELAPSED TIME AND RECORDS OVER ITS CLEAN   *
058200*    RUNS.  A STEP RUN CLEAN TONIGHT THAT COUNTS RECORDS ADDS TO  *
058300*    TONIGHT'S VOLUME AND, AT ITS AVERAGE, TO THE VOLUME IT IS    *
058400*    SET AGAINST.                                                 *
058500******************************************************************
058600     IF WS-ST-NIGHTS(W-S) > ZERO
058700         COMPUTE WS-ST-AVG-ELAPSED(W-S) ROUNDED =
058800             WS-ST-SUM-ELAPSED(W-S) / WS-ST-NIGHTS(W-S)
058900         COMPUTE WS-ST-AVG-RECORDS(W-S) ROUNDED =
059000             WS-ST-SUM-RECORDS(W-S) / WS-ST-NIGHTS(W-S)
059100     END-IF.
059200     IF WS-ST-RAN-TONIGHT(W-S) AND WS-ST-RC(W-S) = ZERO
059300         AND WS-ST-AVG-RECORDS(W-S) > ZERO
059400         ADD WS-ST-RECORDS(W-S) TO W-TONIGHT-VOLUME
059500         ADD WS-ST-AVG-RECORDS(W-S) TO W-AVERAGE-VOLUME
059600     END-IF.
059700 3100-AVERAGE-ONE-STEP-EXIT.
059800     EXIT.
059900
060000 3200-PROJECT-ONE-STEP.
060100******************************************************************
060200*    A STEP RUN CLEAN TONIGHT TAKES ITS ACTUAL TIME.  ANY OTHER   *
060300*    IS STILL TO RUN (OR RUN AGAIN) AND IS PROJECTED - ITS        *
060400*    AVERAGE SCALED BY TONIGHT'S VOLUME WHEN IT COUNTS RECORDS,   *
060500*    ITS PLAIN AVERAGE WHEN IT DOES NOT, NOTHING WITH NO HISTORY. *
060600******************************************************************
060700     IF WS-ST-RAN-TONIGHT(W-S) AND WS-ST-RC(W-S) = ZERO
060800         SET WS-ST-ACTUAL(W-S) TO TRUE
060900         MOVE WS-ST-ELAPSED(W-S) TO WS-ST-TIME(W-S)
061000         MOVE WS-ST-RECORDS(W-S) TO WS-ST-VOLUME(W-S)
061100         ADD 1 TO W-RUN-COUNT
061200     ELSE
061300         SET WS-ST-PROJECTED(W-S) TO TRUE
061400         IF WS-ST-AVG-RECORDS(W-S) > ZERO
061500             COMPUTE WS-ST-TIME(W-S) ROUNDED =
061600                 WS-ST-AVG-ELAPSED(W-S) * W-VOLUME-PCT / 100
061700             COMPUTE WS-ST-VOLUME(W-S) ROUNDED =
061800                 WS-ST-AVG-RECORDS(W-S) * W-VOLUME-PCT / 100
061900         ELSE
062000             MOVE WS-ST-AVG-ELAPSED(W-S) TO WS-ST-TIME(W-S)
062100             MOVE ZERO TO WS-ST-VOLUME(W-S)
062200         END-IF
062300         ADD 1 TO W-TO-RUN-COUNT
062400         ADD WS-ST-TIME(W-S) TO W-TO-RUN-SECONDS
062500     END-IF.
062600     ADD WS-ST-TIME(W-S) TO W-NIGHT-SECONDS.
062700     ADD WS-ST-AVG-ELAPSED(W-S) TO W-AVERAGE-SECONDS.
062800 3200-PROJECT-ONE-STEP-EXIT.
062900     EXIT.
063000
063100 4000-LIST-STEPS.
063200******************************************************************
063300*    EVERY STEP IN STREAM ORDER - TONIGHT'S RECORDS AND TIME,     *
063400*    ACTUAL OR PROJECTED, AGAINST ITS 30-DAY AVERAGE - THEN THE   *
063500*    NIGHT'S TOTAL AGAINST THE SUM OF THE AVERAGES.               *
063600******************************************************************
063700     SET WS-SORT-BY-NUMBER TO TRUE.
063800     PERFORM 8000-SORT-STEP-TABLE THRU 8000-SORT-STEP-TABLE-EXIT.
063900     MOVE SPACES TO RPT-LINE.
064000     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
064100     MOVE "ELAPSED TIME AGAINST THE 30-DAY AVERAGE" TO RPT-LINE.
064200     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
064300     IF W-STEP-COUNT = ZERO
064400         MOVE "  NO STEPS TIMED" TO RPT-LINE
064500         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
064600         GO TO 4000-LIST-STEPS-EXIT
064700     END-IF.
064800     PERFORM 4100-LIST-ONE-STEP THRU 4100-LIST-ONE-STEP-EXIT
064900         VARYING W-S FROM 1 BY 1 UNTIL W-S > W-STEP-COUNT.
065000     MOVE SPACES TO WS-STEP-LINE.
065100     MOVE "NIGHT" TO WS-SL-NAME.
065200     MOVE W-NIGHT-SECONDS TO W-FMT-SECONDS.
065300     PERFORM 7300-FORMAT-ELAPSED THRU 7300-FORMAT-ELAPSED-EXIT.
065400     MOVE WS-FMT-HMS TO WS-SL-TIME.
065500     MOVE W-AVERAGE-SECONDS TO W-FMT-SECONDS.
065600     PERFORM 7300-FORMAT-ELAPSED THRU 7300-FORMAT-ELAPSED-EXIT.
065700     MOVE WS-FMT-HMS TO WS-SL-AVG-TIME.
065800     IF W-AVERAGE-SECONDS > ZERO
065900         COMPUTE W-VARIANCE ROUNDED =
066000             (W-NIGHT-SECONDS - W-AVERAGE-SECONDS) * 100
066100             / W-AVERAGE-SECONDS
066200         PERFORM 4200-EDIT-VARIANCE THRU 4200-EDIT-VARIANCE-EXIT
066300     END-IF.
066400     IF W-TO-RUN-COUNT > ZERO
066500         MOVE "WITH PROJECTIONS" TO WS-SL-NOTE
066600     END-IF.
066700     MOVE WS-STEP-LINE TO RPT-LINE.
066800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
066900 4000-LIST-STEPS-EXIT.
067000     EXIT.
067100
067200 4100-LIST-ONE-STEP.
067300     MOVE SPACES TO WS-STEP-LINE.
067400     MOVE WS-ST-NUM(W-S) TO WS-SL-NUM.
067500     MOVE WS-ST-NAME(W-S) TO WS-SL-NAME.
067600     MOVE WS-ST-VOLUME(W-S) TO WS-SL-RECORDS.
067700     MOVE WS-ST-TIME(W-S) TO W-FMT-SECONDS.
067800     PERFORM 7300-FORMAT-ELAPSED THRU 7300-FORMAT-ELAPSED-EXIT.
067900     MOVE WS-FMT-HMS TO WS-SL-TIME.
068000     MOVE WS-ST-AVG-RECORDS(W-S) TO WS-SL-AVG-RECORDS.
068100     MOVE WS-ST-AVG-ELAPSED(W-S) TO W-FMT-SECONDS.
068200     PERFORM 7300-FORMAT-ELAPSED THRU 7300-FORMAT-ELAPSED-EXIT.
068300     MOVE WS-FMT-HMS TO WS-SL-AVG-TIME.
068400     MOVE WS-ST-NIGHTS(W-S) TO WS-SL-NIGHTS.
068500     IF WS-ST-AVG-ELAPSED(W-S) > ZERO
068600         COMPUTE W-VARIANCE ROUNDED =
068700             (WS-ST-TIME(W-S) - WS-ST-AVG-ELAPSED(W-S)) * 100
068800             / WS-ST-AVG-ELAPSED(W-S)
068900         PERFORM 4200-EDIT-VARIANCE THRU 4200-EDIT-VARIANCE-EXIT
069000     END-IF.
069100     EVALUATE TRUE
069200         WHEN WS-ST-NIGHTS(W-S) = ZERO AND WS-ST-PROJECTED(W-S)
069300             MOVE "NO HISTORY" TO WS-SL-NOTE
069400         WHEN WS-ST-RAN-TONIGHT(W-S) AND WS-ST-PROJECTED(W-S)
069500             STRING "PROJECTED, RC " WS-ST-RC(W-S)
069600                 DELIMITED BY SIZE INTO WS-SL-NOTE
069700         WHEN WS-ST-PROJECTED(W-S)
069800             MOVE "PROJECTED" TO WS-SL-NOTE
069900     END-EVALUATE.
070000     MOVE WS-STEP-LINE TO RPT-LINE.
070100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
070200 4100-LIST-ONE-STEP-EXIT.
070300     EXIT.
070400
070500 4200-EDIT-VARIANCE.
070600     IF W-VARIANCE > 9999
070700         MOVE 9999 TO W-VARIANCE
070800     END-IF.
070900     MOVE W-VARIANCE TO WS-SL-VARIANCE.
071000     MOVE "%" TO WS-SL-PCT-SIGN.
071100 4200-EDIT-VARIANCE-EXIT.
071200     EXIT.
071300
071400 5000-RANK-SLOWEST.
071500******************************************************************
071600*    THE SLOWEST STEPS OF THE NIGHT, LONGEST FIRST, ON TONIGHT'S  *
071700*    TIMES - ACTUAL OR PROJECTED - WITH EACH ONE'S SHARE OF THE   *
071800*    NIGHT.  A STEP THAT TAKES NO MEASURABLE TIME IS NOT RANKED.  *
071900******************************************************************
072000     SET WS-SORT-BY-TIME TO TRUE.
072100     PERFORM 8000-SORT-STEP-TABLE THRU 8000-SORT-STEP-TABLE-EXIT.
072200     MOVE SPACES TO RPT-LINE.
072300     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
072400     MOVE "SLOWEST STEPS OF THE NIGHT" TO RPT-LINE.
072500     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
072600     IF W-STEP-COUNT = ZERO OR W-NIGHT-SECONDS = ZERO
072700         MOVE "  NONE" TO RPT-LINE
072800         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
072900         GO TO 5000-RANK-SLOWEST-EXIT
073000     END-IF.
073100     PERFORM 5100-RANK-ONE-STEP THRU 5100-RANK-ONE-STEP-EXIT
073200         VARYING W-S FROM 1 BY 1
073300         UNTIL W-S > W-STEP-COUNT OR W-S > W-MAX-RANKED.
073400 5000-RANK-SLOWEST-EXIT.
073500     EXIT.
073600
073700 5100-RANK-ONE-STEP.
073800     IF WS-ST-TIME(W-S) = ZERO
073900         GO TO 5100-RANK-ONE-STEP-EXIT
074000     END-IF.
074100     MOVE W-S TO WS-RL-RANK.
074200     MOVE WS-ST-NAME(W-S) TO WS-RL-NAME.
074300     MOVE WS-ST-TIME(W-S) TO W-FMT-SECONDS.
074400     PERFORM 7300-FORMAT-ELAPSED THRU 7300-FORMAT-ELAPSED-EXIT.
074500     MOVE WS-FMT-HMS TO WS-RL-TIME.
074600     IF WS-ST-ACTUAL(W-S)
074700         MOVE "ACTUAL" TO WS-RL-BASIS
074800     ELSE
074900         MOVE "PROJECTED" TO WS-RL-BASIS
075000     END-IF.
075100     COMPUTE W-SHARE ROUNDED =
075200         WS-ST-TIME(W-S) * 100 / W-NIGHT-SECONDS.
075300     MOVE W-SHARE TO WS-RL-SHARE.
075400     MOVE WS-ST-AVG-ELAPSED(W-S) TO W-FMT-SECONDS.
075500     PERFORM 7300-FORMAT-ELAPSED THRU 7300-FORMAT-ELAPSED-EXIT.
075600     MOVE WS-FMT-HMS TO WS-RL-AVG-TIME.
075700     MOVE WS-RANK-LINE TO RPT-LINE.
075800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
075900 5100-RANK-ONE-STEP-EXIT.
076000     EXIT.
076100
076200 6000-FORECAST-FINISH.
076300******************************************************************
076400*    WHEN THE NIGHT WILL FINISH.  WITH STEPS STILL TO RUN, THEIR  *
076500*    PROJECTED TIME IS ADDED TO NOW OR TO THE LAST STEP'S END,    *
076600*    WHICHEVER IS LATER; WITH NONE, THE LAST STEP'S END IS THE    *
076700*    FINISH.  THE FINISH IS THEN SET AGAINST THE WINDOW END.      *
076800******************************************************************
076900     MOVE SPACES TO RPT-LINE.
077000     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
077100     MOVE "BATCH WINDOW FORECAST" TO RPT-LINE.
077200     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
077300     MOVE WS-NOW-STAMP TO WS-CALC-STAMP.
077400     PERFORM 7500-STAMP-TO-SECONDS THRU
077500         7500-STAMP-TO-SECONDS-EXIT.
077600     MOVE W-CALC-ABS TO W-NOW-ABS.
077700     IF W-RUN-COUNT = ZERO AND WS-LAST-END-STAMP = ZERO
077800         MOVE W-NOW-ABS TO W-START-ABS
077900         MOVE W-NOW-ABS TO W-LAST-END-ABS
078000     ELSE
078100         MOVE WS-FIRST-START-STAMP TO WS-CALC-STAMP
078200         PERFORM 7500-STAMP-TO-SECONDS THRU
078300             7500-STAMP-TO-SECONDS-EXIT
078400         MOVE W-CALC-ABS TO W-START-ABS
078500         MOVE WS-LAST-END-STAMP TO WS-CALC-STAMP
078600         PERFORM 7500-STAMP-TO-SECONDS THRU
078700             7500-STAMP-TO-SECONDS-EXIT
078800         MOVE W-CALC-ABS TO W-LAST-END-ABS
078900     END-IF.
079000     IF W-TO-RUN-COUNT = ZERO
079100         MOVE W-LAST-END-ABS TO W-FINISH-ABS
079200     ELSE
079300         IF W-NOW-ABS > W-LAST-END-ABS
079400             COMPUTE W-FINISH-ABS = W-NOW-ABS + W-TO-RUN-SECONDS
079500         ELSE
079600             COMPUTE W-FINISH-ABS =
079700                 W-LAST-END-ABS + W-TO-RUN-SECONDS
079800         END-IF
079900     END-IF.
080000     MOVE W-START-ABS TO W-CALC-ABS.
080100     PERFORM 7400-FORMAT-POINT THRU 7400-FORMAT-POINT-EXIT.
080200     MOVE SPACES TO RPT-LINE.
080300     STRING "  NIGHT STARTED            " WS-FMT-POINT
080400         DELIMITED BY SIZE INTO RPT-LINE.
080500     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
080600     MOVE W-RUN-COUNT TO WS-DISP-COUNT.
080700     MOVE SPACES TO RPT-LINE.
080800     STRING "  STEPS RUN CLEAN          " WS-DISP-COUNT
080900         DELIMITED BY SIZE INTO RPT-LINE.
081000     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
081100     MOVE W-TO-RUN-COUNT TO WS-DISP-COUNT.
081200     MOVE W-TO-RUN-SECONDS TO W-FMT-SECONDS.
081300     PERFORM 7300-FORMAT-ELAPSED THRU 7300-FORMAT-ELAPSED-EXIT.
081400     MOVE SPACES TO RPT-LINE.
081500     STRING "  STEPS STILL TO RUN       " WS-DISP-COUNT
081600         "   PROJECTED " WS-FMT-HMS
081700         DELIMITED BY SIZE INTO RPT-LINE.
081800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
081900     MOVE W-VOLUME-PCT TO WS-DISP-PCT.
082000     MOVE SPACES TO RPT-LINE.
082100     IF W-AVERAGE-VOLUME > ZERO
082200         STRING "  TONIGHT'S VOLUME         " WS-DISP-PCT
082300             "%  OF THE 30-DAY AVERAGE"
082400             DELIMITED BY SIZE INTO RPT-LINE
082500     ELSE
082600         STRING "  TONIGHT'S VOLUME         NOT COUNTED YET, "
082700             "TAKEN AT THE AVERAGE"
082800             DELIMITED BY SIZE INTO RPT-LINE
082900     END-IF.
083000     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
083100     MOVE W-FINISH-ABS TO W-CALC-ABS.
083200     PERFORM 7400-FORMAT-POINT THRU 7400-FORMAT-POINT-EXIT.
083300     MOVE SPACES TO RPT-LINE.
083400     IF W-TO-RUN-COUNT = ZERO
083500         STRING "  FINISHED                 " WS-FMT-POINT
083600             DELIMITED BY SIZE INTO RPT-LINE
083700     ELSE
083800         STRING "  PROJECTED FINISH         " WS-FMT-POINT
083900             DELIMITED BY SIZE INTO RPT-LINE
084000     END-IF.
084100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
084200     IF WS-WINDOW-NOT-GIVEN
084300         MOVE "  WINDOW END               NOT GIVEN, NOT CHECKED"
084400             TO RPT-LINE
084500         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
084600         GO TO 6000-FORECAST-FINISH-EXIT
084700     END-IF.
084800     PERFORM 6100-CHECK-WINDOW THRU 6100-CHECK-WINDOW-EXIT.
084900 6000-FORECAST-FINISH-EXIT.
085000     EXIT.
085100
085200 6100-CHECK-WINDOW.
085300******************************************************************
085400*    THE WINDOW END IS THE CARD'S TIME OF DAY ON THE DAY THE      *
085500*    NIGHT STARTED, OR THE NEXT DAY WHEN THAT TIME HAD ALREADY    *
085600*    GONE BY.  A FINISH PAST IT IS WARNED OF ON THE REPORT AND    *
085700*    THE CONSOLE, IN WHOLE MINUTES OVER.                          *
085800******************************************************************
085900     MOVE W-START-ABS TO W-CALC-ABS.
086000     PERFORM 7400-FORMAT-POINT THRU 7400-FORMAT-POINT-EXIT.
086100     MOVE WS-FMT-DATE TO WS-CALC-DATE.
086200     MOVE RW-END-HH TO WS-CALC-HH.
086300     MOVE RW-END-MM TO WS-CALC-MM.
086400     MOVE ZERO TO WS-CALC-SS.
086500     PERFORM 7500-STAMP-TO-SECONDS THRU
086600         7500-STAMP-TO-SECONDS-EXIT.
086700     MOVE W-CALC-ABS TO W-WINDOW-ABS.
086800     IF W-WINDOW-ABS NOT > W-START-ABS
086900         ADD 86400 TO W-WINDOW-ABS
087000     END-IF.
087100     MOVE W-WINDOW-ABS TO W-CALC-ABS.
087200     PERFORM 7400-FORMAT-POINT THRU 7400-FORMAT-POINT-EXIT.
087300     MOVE SPACES TO RPT-LINE.
087400     STRING "  WINDOW END               " WS-FMT-POINT
087500         DELIMITED BY SIZE INTO RPT-LINE.
087600     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
087700     MOVE SPACES TO RPT-LINE.
087800     IF W-FINISH-ABS > W-WINDOW-ABS
087900         SET WS-OVERRUN-FORECAST TO TRUE
088000         COMPUTE W-OVER-MINUTES =
088100             (W-FINISH-ABS - W-WINDOW-ABS + 59) / 60
088200         MOVE W-OVER-MINUTES TO WS-DISP-COUNT
088300         STRING "  *** WARNING - " WS-DISP-COUNT
088400             " MINUTES PAST THE WINDOW END ***"
088500             DELIMITED BY SIZE INTO RPT-LINE
088600     ELSE
088700         SET WS-WITHIN-WINDOW TO TRUE
088800         COMPUTE W-OVER-MINUTES =
088900             (W-WINDOW-ABS - W-FINISH-ABS) / 60
089000         MOVE W-OVER-MINUTES TO WS-DISP-COUNT
089100         STRING "  WITHIN THE WINDOW, " WS-DISP-COUNT
089200             " MINUTES TO SPARE"
089300             DELIMITED BY SIZE INTO RPT-LINE
089400     END-IF.
089500     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
089600 6100-CHECK-WINDOW-EXIT.
089700     EXIT.
089800
089900 7100-PRINT-HEADERS.
090000     ADD 1 TO WS-PAGE-NUM.
090100     MOVE WS-PAGE-NUM TO WS-HDR-PAGE.
090200     MOVE SPACES TO RPT-LINE.
090300     STRING "BATCH WINDOW - STEP TIMES FOR THE NIGHT OF "
090400         WS-NIGHT-DATE DELIMITED BY SIZE INTO RPT-LINE.
090500     WRITE RPT-LINE AFTER ADVANCING PAGE.
090600     MOVE SPACES TO RPT-LINE.
090700     STRING "PAGE " WS-HDR-PAGE "   RUN " WS-NOW-DATE " "
090800         WS-NOW-TIME DELIMITED BY SIZE INTO RPT-LINE.
090900     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
091000     MOVE SPACES TO RPT-LINE.
091100     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
091200     MOVE SPACES TO RPT-LINE.
091300     MOVE "NO" TO RPT-LINE(1:2).
091400     MOVE "STEP" TO RPT-LINE(4:4).
091500     MOVE "RECORDS" TO RPT-LINE(17:7).
091600     MOVE "ELAPSED" TO RPT-LINE(25:7).
091700     MOVE "AVG RECS" TO RPT-LINE(33:8).
091800     MOVE "AVG TIME" TO RPT-LINE(42:8).
091900     MOVE "VS AVG" TO RPT-LINE(51:6).
092000     MOVE "RUNS" TO RPT-LINE(58:4).
092100     MOVE "NOTE" TO RPT-LINE(63:4).
092200     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
092300     MOVE ZERO TO WS-LINE-COUNT.
092400 7100-PRINT-HEADERS-EXIT.
092500     EXIT.
092600
092700 7200-PRINT-LINE.
092800******************************************************************
092900*    WRITE THE LINE IN RPT-LINE, STARTING A NEW PAGE FIRST WHEN   *
093000*    THIS ONE IS FULL.  THE HEADERS USE RPT-LINE, SO THE LINE IS  *
093100*    HELD ASIDE WHILE THEY PRINT.                                 *
093200******************************************************************
093300     IF WS-LINE-COUNT >= W-LINES-PER-PAGE
093400         MOVE RPT-LINE TO WS-HELD-LINE
093500         PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT
093600         MOVE WS-HELD-LINE TO RPT-LINE
093700     END-IF.
093800     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
093900     ADD 1 TO WS-LINE-COUNT.
094000 7200-PRINT-LINE-EXIT.
094100     EXIT.
094200
094300 7300-FORMAT-ELAPSED.
094400******************************************************************
094500*    SECONDS IN W-FMT-SECONDS AS HH:MM:SS IN WS-FMT-HMS.          *
094600******************************************************************
094700     DIVIDE W-FMT-SECONDS BY 60 GIVING W-CALC-MINUTES
094800         REMAINDER W-CALC-SECONDS.
094900     DIVIDE W-CALC-MINUTES BY 60 GIVING W-CALC-HOURS
095000         REMAINDER W-CALC-MINUTES.
095100     MOVE W-CALC-HOURS TO WS-FMT-HH.
095200     MOVE W-CALC-MINUTES TO WS-FMT-MM.
095300     MOVE W-CALC-SECONDS TO WS-FMT-SS.
095400 7300-FORMAT-ELAPSED-EXIT.
095500     EXIT.
095600
095700 7400-FORMAT-POINT.
095800******************************************************************
095900*    A POINT IN TIME IN W-CALC-ABS AS CCYYMMDD HH:MM IN           *
096000*    WS-FMT-POINT.                                                *
096100******************************************************************
096200     DIVIDE W-CALC-ABS BY 86400 GIVING W-CALC-DAY-NUM
096300         REMAINDER W-CALC-SECONDS.
096400     COMPUTE WS-FMT-DATE =
096500         FUNCTION DATE-OF-INTEGER(W-CALC-DAY-NUM).
096600     DIVIDE W-CALC-SECONDS BY 3600 GIVING W-CALC-HOURS
096700         REMAINDER W-CALC-SECONDS.
096800     DIVIDE W-CALC-SECONDS BY 60 GIVING W-CALC-MINUTES.
096900     MOVE W-CALC-HOURS TO WS-FMT-PT-HH.
097000     MOVE W-CALC-MINUTES TO WS-FMT-PT-MM.
097100 7400-FORMAT-POINT-EXIT.
097200     EXIT.
097300
097400 7500-STAMP-TO-SECONDS.
097500******************************************************************
097600*    THE DATE AND TIME IN WS-CALC-STAMP AS SECONDS FROM THE START *
097700*    OF THE CALENDAR IN W-CALC-ABS.                               *
097800******************************************************************
097900     COMPUTE W-CALC-ABS =
098000         FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 86400
098100         + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS.
098200 7500-STAMP-TO-SECONDS-EXIT.
098300     EXIT.
098400
098500 8000-SORT-STEP-TABLE.
098600******************************************************************
098700*    PUT THE STEP TABLE INTO STREAM ORDER, OR LONGEST TIME FIRST, *
098800*    WITH THE SAME EARLY-EXIT BUBBLE PASS THE SORT SUITE USES     *
098900*    ELSEWHERE.                                                   *
099000******************************************************************
099100     MOVE W-STEP-COUNT TO W-LIMIT.
099200     SET WS-SWAP-OCCURRED TO TRUE.
099300     PERFORM 8100-STEP-SORT-PASS THRU 8100-STEP-SORT-PASS-EXIT
099400         UNTIL WS-NO-SWAP-OCCURRED OR W-LIMIT < 2.
099500 8000-SORT-STEP-TABLE-EXIT.
099600     EXIT.
099700
099800 8100-STEP-SORT-PASS.
099900     SET WS-NO-SWAP-OCCURRED TO TRUE.
100000     PERFORM 8110-STEP-COMPARE THRU 8110-STEP-COMPARE-EXIT
100100         VARYING W-K FROM 1 BY 1 UNTIL W-K > W-LIMIT - 1.
100200     SUBTRACT 1 FROM W-LIMIT.
100300 8100-STEP-SORT-PASS-EXIT.
100400     EXIT.
100500
100600 8110-STEP-COMPARE.
100700     IF WS-SORT-BY-NUMBER
100800         IF WS-ST-NUM(W-K) > WS-ST-NUM(W-K + 1)
100900             PERFORM 8120-STEP-SWAP THRU 8120-STEP-SWAP-EXIT
101000         END-IF
101100     ELSE
101200         IF WS-ST-TIME(W-K) < WS-ST-TIME(W-K + 1)
101300             PERFORM 8120-STEP-SWAP THRU 8120-STEP-SWAP-EXIT
101400         END-IF
101500     END-IF.
101600 8110-STEP-COMPARE-EXIT.
101700     EXIT.
101800
101900 8120-STEP-SWAP.
102000     MOVE W-STEP-ENTRY(W-K) TO W-SWAP-STEP-ENTRY.
102100     MOVE W-STEP-ENTRY(W-K + 1) TO W-STEP-ENTRY(W-K).
102200     MOVE W-SWAP-STEP-ENTRY TO W-STEP-ENTRY(W-K + 1).
102300     SET WS-SWAP-OCCURRED TO TRUE.
102400 8120-STEP-SWAP-EXIT.
102500     EXIT.
102600
102700 9000-TERMINATE.
102800     CLOSE REPORT-FILE.
102900     MOVE W-RUN-COUNT TO WS-DISP-COUNT.
103000     DISPLAY "RUNRPT - NIGHT " WS-NIGHT-DATE ", STEPS RUN CLEAN: "
103100         WS-DISP-COUNT.
103200     MOVE W-TO-RUN-COUNT TO WS-DISP-COUNT.
103300     DISPLAY "RUNRPT - STEPS STILL TO RUN:        " WS-DISP-COUNT.
103400     MOVE W-FINISH-ABS TO W-CALC-ABS.
103500     PERFORM 7400-FORMAT-POINT THRU 7400-FORMAT-POINT-EXIT.
103600     DISPLAY "RUNRPT - FINISH FORECAST:           " WS-FMT-POINT.
103700     IF WS-OVERRUN-FORECAST
103800         MOVE W-OVER-MINUTES TO WS-DISP-COUNT
103900         DISPLAY "RUNRPT - WARNING - NIGHT PROJECTS TO FINISH "
104000             WS-DISP-COUNT " MINUTES PAST THE WINDOW END"
104100     END-IF.
104200 9000-TERMINATE-EXIT.
104300     EXIT.
