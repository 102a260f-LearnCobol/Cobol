000100******************************************************************
000200* PROGRAM-ID.  RCPTCHK                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* INBOUND RECEIPT CHECK, RUN AHEAD OF THE SORT AS THE FIRST STEP  *
000900* OF THE NIGHTLY STREAM.  SRTMERGE QUIETLY LEAVES OUT A REGIONAL  *
001000* LEG THAT IS NOT THERE, SO A REGION THAT FAILS TO SEND USED TO   *
001100* GO UNNOTICED, AND NOTHING STOPPED A BATCH ALREADY RUN ON AN     *
001200* EARLIER NIGHT FROM BEING SENT AND APPLIED AGAIN.                *
001300*                                                                 *
001400* EVERY BATCH ON THE NIGHT'S INPUTS - EACH HEADER ON INFILE, AND  *
001500* EACH BATCH ID ON THE REGIONAL LEGS MRGIN1-4 - IS LOGGED ON THE  *
001600* RECEIPT REGISTER (RCPTREG, SEE RCPTREC) WITH ITS ORIGIN AND THE *
001700* TIME IT WAS FIRST SEEN, AND CHECKED AGAINST THE SCHEDULE OF     *
001800* EXPECTED ARRIVALS (EXPSCHED) FOR THE BUSINESS DATE:             *
001900*                                                                 *
002000*     - A BATCH ID ALREADY RUN ON AN EARLIER BUSINESS DATE IS A   *
002100*       RE-SEND.  IT IS HELD OUT OF THE SORT AND THE MERGE.       *
002200*     - A BATCH SEEN AFTER ITS EXPECTED-BY TIME IS LATE, AND IS   *
002300*       HELD THE SAME WAY.                                        *
002400*     - A SCHEDULED ORIGIN OR BATCH NOT SEEN BY ITS EXPECTED-BY   *
002500*       TIME IS MISSING.                                          *
002600*                                                                 *
002700* EACH OF THESE RAISES AN ARRIVAL ITEM (RCPTITM, SEE RCPIREC) AND *
002800* IS FLAGGED ON THE ARRIVAL REPORT (RCPTRPT).  WHILE ANY ITEM IS  *
002900* OPEN THE PROGRAM ENDS WITH RETURN CODE 8, WHICH STOPS THE       *
003000* STREAM; OPERATIONS ACCEPT OR RELEASE EACH ITEM AT RCPTMNT AND   *
003100* RERUN THE STREAM.  A BATCH NOT ON THE SCHEDULE IS LOGGED AND    *
003200* REPORTED BUT RUNS AS NORMAL.                                    *
003300*                                                                 *
003400* RECEIPT TIMES ARE THE TIME THIS PROGRAM FIRST SAW THE BATCH, SO *
003500* THE EVENING SCHEDULE MAY RUN IT ON ITS OWN AHEAD OF THE STREAM  *
003600* TO STAMP ARRIVALS AS THEY LAND; A BATCH ALREADY LOGGED FOR THE  *
003700* BUSINESS DATE IS LEFT AS IT WAS.  A SCHEDULE ENTRY WITH NO      *
003800* EXPECTED-BY TIME IS NEVER LATE, BUT IS MISSING THE MOMENT THE   *
003900* CHECK RUNS WITHOUT IT.                                          *
004000*                                                                 *
004100* THE BUSINESS DATE IS THE LATEST BUSINESS DAY ON THE CALENDAR    *
004200* (CALFILE, SEE CALREC) THAT IS NOT AFTER THE SYSTEM DATE, OR THE *
004300* SYSTEM DATE WHEN THERE IS NONE.  WITH NO SCHEDULE ON FILE THE   *
004400* LATE AND MISSING CHECKS ARE DISARMED; THE RE-SEND CHECK STILL   *
004500* RUNS.                                                           *
004600*                                                                 *
004700* SCHEDULE LAYOUT (EXPSCHED, ONE ENTRY PER EXPECTED ARRIVAL, UP   *
004800* TO 50):                                                         *
004900*     POS  1-4    ORIGIN.                                         *
005000*     POS  6-13   BATCH ID - SPACES TAKE ANY ONE BATCH FROM THE   *
005100*                 ORIGIN.                                         *
005200*     POS 15-18   EXPECTED-BY TIME, HHMM - SPACES OR ZERO FOR     *
005300*                 NONE.                                           *
005400*     POS 20-49   DESCRIPTION FOR THE REPORT.                     *
005500*                                                                 *
005600* RETURN CODES: 0 ALL ARRIVALS IN ORDER; 8 ARRIVAL ITEMS OPEN;    *
005700* 12 THE REGISTER, THE ITEMS FILE OR THE REPORT COULD NOT BE      *
005800* OPENED OR WRITTEN.                                              *
005900*-----------------------------------------------------------------*
006000* MODIFICATION HISTORY                                            *
006100*  DATE       INIT  DESCRIPTION                                   *
006200*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
006300******************************************************************
006400 IDENTIFICATION DIVISION.
006500 PROGRAM-ID. RCPTCHK.
006600 AUTHOR. D.MAINT.
006700 INSTALLATION. DATA PROCESSING.
006800 DATE-WRITTEN. 15/10/2026.
006900 DATE-COMPILED.
007000
007100 ENVIRONMENT DIVISION.
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400*-----------------------------------------------------------------*
007500* THE NIGHT'S SORT INPUT - ONLY ITS BATCH HEADERS ARE READ HERE.  *
007600*-----------------------------------------------------------------*
007700     SELECT INPUT-FILE ASSIGN TO "INFILE"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-INPUT-FILE-STATUS.
008000
008100*-----------------------------------------------------------------*
008200* THE REGIONAL LEGS SRTMERGE CONSOLIDATES.  ANY THAT ARE NOT      *
008300* PRESENT (FILE STATUS 35 AT OPEN TIME) SIMPLY HAVE NOTHING TO    *
008400* LOG - IT IS THE SCHEDULE THAT SAYS WHETHER THEY WERE EXPECTED.  *
008500*-----------------------------------------------------------------*
008600     SELECT MERGE-IN1 ASSIGN TO "MRGIN1"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-LEG-FILE-STATUS.
008900     SELECT MERGE-IN2 ASSIGN TO "MRGIN2"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-LEG-FILE-STATUS.
009200     SELECT MERGE-IN3 ASSIGN TO "MRGIN3"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-LEG-FILE-STATUS.
009500     SELECT MERGE-IN4 ASSIGN TO "MRGIN4"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-LEG-FILE-STATUS.
009800
009900*-----------------------------------------------------------------*
010000* THE SCHEDULE OF EXPECTED ARRIVALS - LAYOUT ABOVE.               *
010100*-----------------------------------------------------------------*
010200     SELECT SCHEDULE-FILE ASSIGN TO "EXPSCHED"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
010500
010600*-----------------------------------------------------------------*
010700* THE BUSINESS CALENDAR - SETS THE BUSINESS DATE OF THE RUN.      *
010800*-----------------------------------------------------------------*
010900     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
011200
011300*-----------------------------------------------------------------*
011400* THE RECEIPT REGISTER, ONE RECORD PER BATCH ID, READ AND         *
011500* WRITTEN BY BATCH ID.                                            *
011600*-----------------------------------------------------------------*
011700     SELECT REGISTER-FILE ASSIGN TO "RCPTREG"
011800         ORGANIZATION IS INDEXED
011900         ACCESS MODE IS RANDOM
012000         RECORD KEY IS RR-BATCH-ID
012100         FILE STATUS IS WS-REGISTER-FILE-STATUS.
012200
012300*-----------------------------------------------------------------*
012400* THE ARRIVAL ITEMS.  DYNAMIC ACCESS SO THE ITEMS CAN BE READ IN  *
012500* NUMBER ORDER FOR THE REPORT AND BY NUMBER WHEN ONE IS CLEARED.  *
012600*-----------------------------------------------------------------*
012700     SELECT ITEM-FILE ASSIGN TO "RCPTITM"
012800         ORGANIZATION IS INDEXED
012900         ACCESS MODE IS DYNAMIC
013000         RECORD KEY IS RI-ITEM-NUM
013100         FILE STATUS IS WS-ITEM-FILE-STATUS.
013200
013300*-----------------------------------------------------------------*
013400* THE PRINTED ARRIVAL REPORT.                                     *
013500*-----------------------------------------------------------------*
013600     SELECT REPORT-FILE ASSIGN TO "RCPTRPT"
013700         ORGANIZATION IS LINE SEQUENTIAL
013800         FILE STATUS IS WS-REPORT-FILE-STATUS.
013900
014000 DATA DIVISION.
014100 FILE SECTION.
014200 FD  INPUT-FILE
014300     LABEL RECORDS ARE STANDARD
014400     RECORDING MODE IS F.
014500 01  IN-RECORD.
014600     COPY SRTREC.
014700*-----------------------------------------------------------------*
014800* THE BATCH HEADER VIEW OF AN INPUT RECORD, AS BUBBLE-SORT READS  *
014900* IT.                                                             *
015000*-----------------------------------------------------------------*
015100 01  IN-HEADER-RECORD.
015200     05  IN-HDR-TYPE            PIC X(01).
015300         88  IN-HEADER-REC          VALUE "H".
015400     05  IN-HDR-BATCH-ID        PIC X(08).
015500     05  IN-HDR-ORIGIN          PIC X(04).
015600     05  FILLER                 PIC X(18).
015700
015800 FD  MERGE-IN1
015900     LABEL RECORDS ARE STANDARD
016000     RECORDING MODE IS F.
016100 01  IN1-RECORD                 PIC X(49).
016200
016300 FD  MERGE-IN2
016400     LABEL RECORDS ARE STANDARD
016500     RECORDING MODE IS F.
016600 01  IN2-RECORD                 PIC X(49).
016700
016800 FD  MERGE-IN3
016900     LABEL RECORDS ARE STANDARD
017000     RECORDING MODE IS F.
017100 01  IN3-RECORD                 PIC X(49).
017200
017300 FD  MERGE-IN4
017400     LABEL RECORDS ARE STANDARD
017500     RECORDING MODE IS F.
017600 01  IN4-RECORD                 PIC X(49).
017700
017800 FD  SCHEDULE-FILE
017900     LABEL RECORDS ARE STANDARD
018000     RECORDING MODE IS F.
018100 01  ES-RECORD.
018200     05  ES-ORIGIN              PIC X(04).
018300     05  FILLER                 PIC X(01).
018400     05  ES-BATCH-ID            PIC X(08).
018500     05  FILLER                 PIC X(01).
018600     05  ES-EXPECTED-BY-X       PIC X(04).
018700     05  ES-EXPECTED-BY REDEFINES ES-EXPECTED-BY-X
018800                                PIC 9(04).
018900     05  FILLER                 PIC X(01).
019000     05  ES-DESCRIPTION         PIC X(30).
019100     05  FILLER                 PIC X(31).
019200
019300 FD  CALENDAR-FILE
019400     LABEL RECORDS ARE STANDARD
019500     RECORDING MODE IS F.
019600 01  CAL-RECORD.
019700     COPY CALREC.
019800
019900 FD  REGISTER-FILE
020000     LABEL RECORDS ARE STANDARD.
020100 01  RR-RECORD.
020200     COPY RCPTREC.
020300
020400 FD  ITEM-FILE
020500     LABEL RECORDS ARE STANDARD.
020600 01  RI-RECORD.
020700     COPY RCPIREC.
020800
020900 FD  REPORT-FILE
021000     LABEL RECORDS ARE STANDARD
021100     RECORDING MODE IS F.
021200 01  RPT-LINE                       PIC X(80).
021300
021400 WORKING-STORAGE SECTION.
021500******************************************************************
021600*    THE SCHEDULE FOR THE NIGHT.  AN ENTRY IS MET WHEN A BATCH    *
021700*    FROM ITS ORIGIN (AND WITH ITS BATCH ID, WHEN IT NAMES ONE)   *
021800*    HAS BEEN SEEN; ITS MISSING ITEM, IF ONE HAS BEEN RAISED FOR  *
021900*    THE BUSINESS DATE, IS CARRIED WITH IT.                       *
022000******************************************************************
022100     78  W-MAX-SCHED VALUE 50.
022200 01  W-SCHED-TABLE.
022300     05  W-SCHED-ENTRY OCCURS 50 TIMES.
022400         10  WE-ORIGIN          PIC X(04).
022500         10  WE-BATCH-ID        PIC X(08).
022600         10  WE-EXPECTED-BY     PIC 9(04).
022700         10  WE-DESCRIPTION     PIC X(30).
022800         10  WE-MET-SWITCH      PIC X(01).
022900             88  WE-MET             VALUE "Y".
023000             88  WE-NOT-MET         VALUE "N".
023100         10  WE-ITEM-NUM        PIC 9(06).
023200         10  WE-ITEM-STATUS     PIC X(01).
023300 01  W-SCHED-COUNT PIC S9(04) COMP VALUE ZERO.
023400
023500******************************************************************
023600*    THE BATCHES SEEN TONIGHT, IN THE ORDER THEY WERE FOUND, FOR  *
023700*    THE REPORT - EACH AS THE REGISTER NOW HOLDS IT, AND THE      *
023800*    SCHEDULE ENTRY IT MET (ZERO WHEN IT WAS NOT SCHEDULED).      *
023900******************************************************************
024000     78  W-MAX-RECEIPTS VALUE 200.
024100 01  W-RECEIPT-TABLE.
024200     05  W-RECEIPT-ENTRY OCCURS 200 TIMES.
024300         10  WR-BATCH-ID        PIC X(08).
024400         10  WR-ORIGIN          PIC X(04).
024500         10  WR-SOURCE          PIC X(06).
024600         10  WR-RECV-DATE       PIC 9(08).
024700         10  WR-RECV-TIME       PIC 9(06).
024800         10  WR-STATUS          PIC X(01).
024900         10  WR-ITEM-NUM        PIC 9(06).
025000         10  WR-SCHED-NUM       PIC S9(04) COMP.
025100 01  W-RECEIPT-COUNT PIC S9(04) COMP VALUE ZERO.
025200
025300******************************************************************
025400*    THE BATCH IN HAND - FROM AN INFILE HEADER OR A LEG RECORD -  *
025500*    AND WHERE IT CAME FROM.                                      *
025600******************************************************************
025700 01  WS-IN-BATCH-ID             PIC X(08) VALUE SPACES.
025800 01  WS-IN-ORIGIN               PIC X(04) VALUE SPACES.
025900 01  WS-IN-SOURCE               PIC X(06) VALUE SPACES.
026000 01  WS-LAST-LEG-BATCH-ID       PIC X(08) VALUE SPACES.
026100
026200******************************************************************
026300*    ONE REGIONAL LEG RECORD, READ INTO THE SRTREC LAYOUT.        *
026400******************************************************************
026500 01  LG-RECORD.
026600     COPY SRTREC REPLACING LEADING ==SR-== BY ==LG-==.
026700
026800******************************************************************
026900*    SUBSCRIPTS                                                   *
027000******************************************************************
027100 01  W-E PIC S9(04) COMP VALUE ZERO.
027200 01  W-R PIC S9(04) COMP VALUE ZERO.
027300 01  W-F PIC S9(04) COMP VALUE ZERO.
027400     78  W-MAX-LEGS VALUE 4.
027500
027600 01  WS-FOUND-SWITCH            PIC X(01) VALUE "N".
027700         88  WS-ENTRY-FOUND         VALUE "Y".
027800         88  WS-ENTRY-NOT-FOUND     VALUE "N".
027900
028000******************************************************************
028100*    THE BUSINESS DATE, AND NOW.  A BATCH IS LATE WHEN IT IS      *
028200*    FIRST SEEN AFTER THE BUSINESS DATE, OR ON IT AFTER ITS       *
028300*    EXPECTED-BY TIME.                                            *
028400******************************************************************
028500 01  WS-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
028600 01  WS-NOW-DATE                PIC 9(08) VALUE ZERO.
028700 01  WS-NOW-TIME                PIC 9(06) VALUE ZERO.
028800 01  WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
028900     05  WS-NOW-HHMM            PIC 9(04).
029000     05  FILLER                 PIC 9(02).
029100
029200 01  WS-LATE-SWITCH             PIC X(01) VALUE "N".
029300         88  WS-ARRIVAL-LATE        VALUE "Y".
029400         88  WS-ARRIVAL-ON-TIME     VALUE "N".
029500 01  WS-DUE-SWITCH              PIC X(01) VALUE "N".
029600         88  WS-ENTRY-DUE           VALUE "Y".
029700         88  WS-ENTRY-NOT-DUE       VALUE "N".
029800
029900******************************************************************
030000*    THE HIGHEST ITEM NUMBER ON FILE - THE NEXT ITEM TAKES ONE    *
030100*    MORE.                                                        *
030200******************************************************************
030300 01  W-LAST-ITEM-NUM PIC 9(06) VALUE ZERO.
030400
030500******************************************************************
030600*    WHETHER THE SCHEDULE IS ON FILE, AND WHETHER THE REGISTER    *
030700*    OR THE ITEMS FILE HAS FAILED MID-RUN.                        *
030800******************************************************************
030900 01  WS-SCHEDULE-SWITCH         PIC X(01) VALUE "N".
031000         88  WS-SCHEDULE-PRESENT    VALUE "Y".
031100         88  WS-SCHEDULE-ABSENT     VALUE "N".
031200 01  WS-TROUBLE-SWITCH          PIC X(01) VALUE "N".
031300         88  WS-FILE-TROUBLE        VALUE "Y".
031400         88  WS-NO-FILE-TROUBLE     VALUE "N".
031500
031600******************************************************************
031700*    COUNTS FOR THE REPORT AND THE CONSOLE                        *
031800******************************************************************
031900 01  W-ON-TIME-COUNT PIC S9(04) COMP VALUE ZERO.
032000 01  W-UNSCHEDULED-COUNT PIC S9(04) COMP VALUE ZERO.
032100 01  W-LATE-COUNT PIC S9(04) COMP VALUE ZERO.
032200 01  W-RESENT-COUNT PIC S9(04) COMP VALUE ZERO.
032300 01  W-MISSING-COUNT PIC S9(04) COMP VALUE ZERO.
032400 01  W-OPEN-COUNT PIC S9(04) COMP VALUE ZERO.
032500 01  W-TABLE-FULL-COUNT PIC S9(04) COMP VALUE ZERO.
032600
032700******************************************************************
032800*    FILE STATUS FOR THE INPUTS.  35 ON ANY OF THEM MEANS THAT    *
032900*    FILE IS NOT HERE TONIGHT.                                    *
033000******************************************************************
033100 01  WS-INPUT-FILE-STATUS       PIC X(02) VALUE SPACES.
033200         88  WS-INPUT-FILE-OK       VALUE "00".
033300         88  WS-INPUT-FILE-AT-END   VALUE "10".
033400 01  WS-LEG-FILE-STATUS         PIC X(02) VALUE SPACES.
033500         88  WS-LEG-FILE-OK         VALUE "00".
033600         88  WS-LEG-FILE-AT-END     VALUE "10".
033700         88  WS-LEG-FILE-NOT-FOUND  VALUE "35".
033800 01  WS-SCHEDULE-FILE-STATUS    PIC X(02) VALUE SPACES.
033900         88  WS-SCHEDULE-FILE-OK    VALUE "00".
034000         88  WS-SCHEDULE-FILE-AT-END VALUE "10".
034100 01  WS-CALENDAR-FILE-STATUS    PIC X(02) VALUE SPACES.
034200         88  WS-CALENDAR-FILE-OK    VALUE "00".
034300         88  WS-CALENDAR-FILE-AT-END VALUE "10".
034400
034500******************************************************************
034600*    FILE STATUS FOR THE REGISTER AND THE ITEMS FILE.  35 MEANS   *
034700*    THE FILE HAS NOT BEEN STARTED YET - IT IS CREATED EMPTY.     *
034800******************************************************************
034900 01  WS-REGISTER-FILE-STATUS    PIC X(02) VALUE SPACES.
035000         88  WS-REGISTER-FILE-OK        VALUE "00".
035100         88  WS-REGISTER-FILE-NOT-FOUND VALUE "35".
035200 01  WS-ITEM-FILE-STATUS        PIC X(02) VALUE SPACES.
035300         88  WS-ITEM-FILE-OK            VALUE "00".
035400         88  WS-ITEM-FILE-AT-END        VALUE "10".
035500         88  WS-ITEM-FILE-NOT-FOUND     VALUE "35".
035600 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
035700         88  WS-REPORT-FILE-OK      VALUE "00".
035800
035900******************************************************************
036000*    PAGE CONTROL FOR THE PRINT REPORT                            *
036100******************************************************************
036200     78  W-LINES-PER-PAGE VALUE 50.
036300 01  WS-PAGE-NUM                PIC 9(04) VALUE ZERO.
036400 01  WS-LINE-COUNT              PIC 9(04) VALUE ZERO.
036500 01  WS-HDR-PAGE                PIC ZZZ9.
036600 01  WS-HELD-LINE               PIC X(80) VALUE SPACES.
036700 01  WS-TITLE-LINE              PIC X(80) VALUE SPACES.
036800
036900******************************************************************
037000*    THE REPORT LINES - ONE PER BATCH RECEIVED, ONE PER SCHEDULE  *
037100*    ENTRY, AND ONE PER OPEN ARRIVAL ITEM.                        *
037200******************************************************************
037300 01  WS-RECEIPT-LINE.
037400     05  WS-RL-BATCH-ID         PIC X(08).
037500     05  FILLER                 PIC X(01) VALUE SPACE.
037600     05  WS-RL-ORIGIN           PIC X(04).
037700     05  FILLER                 PIC X(01) VALUE SPACE.
037800     05  WS-RL-SOURCE           PIC X(06).
037900     05  FILLER                 PIC X(01) VALUE SPACE.
038000     05  WS-RL-RECV-DATE        PIC 9(08).
038100     05  FILLER                 PIC X(01) VALUE SPACE.
038200     05  WS-RL-RECV-TIME        PIC 9(06).
038300     05  FILLER                 PIC X(01) VALUE SPACE.
038400     05  WS-RL-EXPECTED-BY      PIC X(04).
038500     05  FILLER                 PIC X(01) VALUE SPACE.
038600     05  WS-RL-ARRIVAL          PIC X(20).
038700     05  FILLER                 PIC X(01) VALUE SPACE.
038800     05  WS-RL-DISPOSITION      PIC X(17).
038900
039000 01  WS-SCHED-LINE.
039100     05  WS-SL-ORIGIN           PIC X(04).
039200     05  FILLER                 PIC X(01) VALUE SPACE.
039300     05  WS-SL-BATCH-ID         PIC X(08).
039400     05  FILLER                 PIC X(01) VALUE SPACE.
039500     05  WS-SL-EXPECTED-BY      PIC X(04).
039600     05  FILLER                 PIC X(01) VALUE SPACE.
039700     05  WS-SL-DESCRIPTION      PIC X(30).
039800     05  FILLER                 PIC X(01) VALUE SPACE.
039900     05  WS-SL-STATE            PIC X(30).
040000
040100 01  WS-ITEM-LINE.
040200     05  WS-IL-ITEM-NUM         PIC 9(06).
040300     05  FILLER                 PIC X(01) VALUE SPACE.
040400     05  WS-IL-TYPE             PIC X(08).
040500     05  FILLER                 PIC X(01) VALUE SPACE.
040600     05  WS-IL-BUS-DATE         PIC 9(08).
040700     05  FILLER                 PIC X(01) VALUE SPACE.
040800     05  WS-IL-ORIGIN           PIC X(04).
040900     05  FILLER                 PIC X(01) VALUE SPACE.
041000     05  WS-IL-BATCH-ID         PIC X(08).
041100     05  FILLER                 PIC X(01) VALUE SPACE.
041200     05  WS-IL-DETAIL           PIC X(41).
041300
041400 01  WS-DISP-COUNT              PIC ZZZ9.
041500 01  WS-DISP-ITEM-NUM           PIC 9(06).
041600
041700 PROCEDURE DIVISION.
041800 0000-MAINLINE SECTION.
041900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
042000     IF WS-FILE-TROUBLE
042100         MOVE 12 TO RETURN-CODE
042200         GOBACK
042300     END-IF.
042400     PERFORM 2000-LOG-INFILE THRU 2000-LOG-INFILE-EXIT.
042500     PERFORM 3000-LOG-ONE-LEG THRU 3000-LOG-ONE-LEG-EXIT
042600         VARYING W-F FROM 1 BY 1 UNTIL W-F > W-MAX-LEGS.
042700     IF WS-SCHEDULE-PRESENT
042800         PERFORM 4000-CHECK-ONE-ENTRY THRU
042900             4000-CHECK-ONE-ENTRY-EXIT
043000             VARYING W-E FROM 1 BY 1 UNTIL W-E > W-SCHED-COUNT
043100     END-IF.
043200     PERFORM 5000-PRINT-REPORT THRU 5000-PRINT-REPORT-EXIT.
043300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
043400     EVALUATE TRUE
043500         WHEN WS-FILE-TROUBLE
043600             MOVE 12 TO RETURN-CODE
043700         WHEN W-OPEN-COUNT > ZERO
043800             MOVE 8 TO RETURN-CODE
043900         WHEN OTHER
044000             MOVE ZERO TO RETURN-CODE
044100     END-EVALUATE.
044200     GOBACK.
044300
044400 1000-INITIALIZE.
044500******************************************************************
044600*    STAMP THE RUN, SETTLE THE BUSINESS DATE, LOAD THE SCHEDULE,  *
044700*    AND OPEN THE REGISTER, THE ITEMS FILE AND THE REPORT.  A     *
044800*    REGISTER OR ITEMS FILE THAT IS NOT THERE YET IS STARTED      *
044900*    EMPTY; ONE THAT WILL NOT OPEN ENDS THE RUN.                  *
045000******************************************************************
045100     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE.
045200     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
045300     PERFORM 1100-FIND-BUSINESS-DATE THRU
045400         1100-FIND-BUSINESS-DATE-EXIT.
045500     PERFORM 1200-LOAD-SCHEDULE THRU 1200-LOAD-SCHEDULE-EXIT.
045600
045700     OPEN I-O REGISTER-FILE.
045800     IF WS-REGISTER-FILE-NOT-FOUND
045900         OPEN OUTPUT REGISTER-FILE
046000         CLOSE REGISTER-FILE
046100         OPEN I-O REGISTER-FILE
046200     END-IF.
046300     IF NOT WS-REGISTER-FILE-OK
046400         DISPLAY "RCPTCHK - RECEIPT REGISTER OPEN FAILED, STATUS "
046500             WS-REGISTER-FILE-STATUS
046600         SET WS-FILE-TROUBLE TO TRUE
046700         GO TO 1000-INITIALIZE-EXIT
046800     END-IF.
046900
047000     OPEN I-O ITEM-FILE.
047100     IF WS-ITEM-FILE-NOT-FOUND
047200         OPEN OUTPUT ITEM-FILE
047300         CLOSE ITEM-FILE
047400         OPEN I-O ITEM-FILE
047500     END-IF.
047600     IF NOT WS-ITEM-FILE-OK
047700         DISPLAY "RCPTCHK - ARRIVAL ITEMS OPEN FAILED, STATUS "
047800             WS-ITEM-FILE-STATUS
047900         CLOSE REGISTER-FILE
048000         SET WS-FILE-TROUBLE TO TRUE
048100         GO TO 1000-INITIALIZE-EXIT
048200     END-IF.
048300     PERFORM 1300-SCAN-ITEMS THRU 1300-SCAN-ITEMS-EXIT.
048400
048500     OPEN OUTPUT REPORT-FILE.
048600     IF NOT WS-REPORT-FILE-OK
048700         DISPLAY "RCPTCHK - REPORT OPEN FAILED, STATUS "
048800             WS-REPORT-FILE-STATUS
048900         CLOSE REGISTER-FILE
049000         CLOSE ITEM-FILE
049100         SET WS-FILE-TROUBLE TO TRUE
049200         GO TO 1000-INITIALIZE-EXIT
049300     END-IF.
049400     MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT.
049500 1000-INITIALIZE-EXIT.
049600     EXIT.
049700
049800 1100-FIND-BUSINESS-DATE.
049900******************************************************************
050000*    THE LATEST BUSINESS DAY ON THE CALENDAR THAT IS NOT AFTER    *
050100*    TODAY, AS AGERPT TAKES IT.  FAILING THAT, THE SYSTEM DATE    *
050200*    STANDS IN.                                                   *
050300******************************************************************
050400     MOVE ZERO TO WS-BUSINESS-DATE.
050500     OPEN INPUT CALENDAR-FILE.
050600     IF WS-CALENDAR-FILE-OK
050700         PERFORM 1110-SCAN-ONE-CAL THRU 1110-SCAN-ONE-CAL-EXIT
050800             UNTIL WS-CALENDAR-FILE-AT-END
050900         CLOSE CALENDAR-FILE
051000     END-IF.
051100     IF WS-BUSINESS-DATE = ZERO
051200         DISPLAY "RCPTCHK - NO BUSINESS DAY ON CALFILE UP TO "
051300             WS-NOW-DATE ", USING THE SYSTEM DATE"
051400         MOVE WS-NOW-DATE TO WS-BUSINESS-DATE
051500     END-IF.
051600     DISPLAY "RCPTCHK - CHECKING ARRIVALS FOR BUSINESS DATE "
051700         WS-BUSINESS-DATE.
051800 1100-FIND-BUSINESS-DATE-EXIT.
051900     EXIT.
052000
052100 1110-SCAN-ONE-CAL.
052200     READ CALENDAR-FILE
052300     AT END
052400         SET WS-CALENDAR-FILE-AT-END TO TRUE
052500     NOT AT END
052600         IF CAL-DATE-REC AND CAL-DATE IS NUMERIC
052700             AND CAL-BUSINESS-DAY
052800             AND CAL-DATE NOT > WS-NOW-DATE
052900             AND CAL-DATE > WS-BUSINESS-DATE
053000             MOVE CAL-DATE TO WS-BUSINESS-DATE
053100         END-IF
053200     END-READ.
053300 1110-SCAN-ONE-CAL-EXIT.
053400     EXIT.
053500
053600 1200-LOAD-SCHEDULE.
053700******************************************************************
053800*    LOAD THE SCHEDULE OF EXPECTED ARRIVALS.  BLANK LINES ARE     *
053900*    SKIPPED, AN EXPECTED-BY TIME THAT IS NOT A TIME COUNTS AS    *
054000*    NONE, AND ENTRIES PAST THE FIFTIETH ARE LEFT OFF WITH A      *
054100*    WARNING.                                                     *
054200******************************************************************
054300     MOVE ZERO TO W-SCHED-COUNT.
054400     OPEN INPUT SCHEDULE-FILE.
054500     IF NOT WS-SCHEDULE-FILE-OK
054600         SET WS-SCHEDULE-ABSENT TO TRUE
054700         DISPLAY "RCPTCHK - NO EXPECTED-ARRIVALS SCHEDULE, LATE "
054800             "AND MISSING CHECKS DISARMED"
054900         GO TO 1200-LOAD-SCHEDULE-EXIT
055000     END-IF.
055100     SET WS-SCHEDULE-PRESENT TO TRUE.
055200     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-LOAD-ONE-ENTRY-EXIT
055300         UNTIL WS-SCHEDULE-FILE-AT-END.
055400     CLOSE SCHEDULE-FILE.
055500     MOVE W-SCHED-COUNT TO WS-DISP-COUNT.
055600     DISPLAY "RCPTCHK - ARRIVALS EXPECTED: " WS-DISP-COUNT.
055700 1200-LOAD-SCHEDULE-EXIT.
055800     EXIT.
055900
056000 1210-LOAD-ONE-ENTRY.
056100     READ SCHEDULE-FILE
056200     AT END
056300         SET WS-SCHEDULE-FILE-AT-END TO TRUE
056400         GO TO 1210-LOAD-ONE-ENTRY-EXIT
056500     END-READ.
056600     IF ES-ORIGIN = SPACES
056700         GO TO 1210-LOAD-ONE-ENTRY-EXIT
056800     END-IF.
056900     IF W-SCHED-COUNT >= W-MAX-SCHED
057000         DISPLAY "RCPTCHK - SCHEDULE FULL, ENTRY LEFT OFF: "
057100             ES-ORIGIN " " ES-BATCH-ID
057200         GO TO 1210-LOAD-ONE-ENTRY-EXIT
057300     END-IF.
057400     ADD 1 TO W-SCHED-COUNT.
057500     MOVE ES-ORIGIN TO WE-ORIGIN(W-SCHED-COUNT).
057600     MOVE ES-BATCH-ID TO WE-BATCH-ID(W-SCHED-COUNT).
057700     MOVE ES-DESCRIPTION TO WE-DESCRIPTION(W-SCHED-COUNT).
057800     IF ES-EXPECTED-BY IS NUMERIC
057900         AND ES-EXPECTED-BY-X(1:2) < "24"
058000         AND ES-EXPECTED-BY-X(3:2) < "60"
058100         MOVE ES-EXPECTED-BY TO WE-EXPECTED-BY(W-SCHED-COUNT)
058200     ELSE
058300         MOVE ZERO TO WE-EXPECTED-BY(W-SCHED-COUNT)
058400     END-IF.
058500     SET WE-NOT-MET(W-SCHED-COUNT) TO TRUE.
058600     MOVE ZERO TO WE-ITEM-NUM(W-SCHED-COUNT).
058700     MOVE SPACE TO WE-ITEM-STATUS(W-SCHED-COUNT).
058800 1210-LOAD-ONE-ENTRY-EXIT.
058900     EXIT.
059000
059100 1300-SCAN-ITEMS.
059200******************************************************************
059300*    ONE PASS OF THE ITEMS FILE - FOR THE HIGHEST ITEM NUMBER,    *
059400*    AND TO PUT BACK ON EACH SCHEDULE ENTRY THE MISSING ITEM AN   *
059500*    EARLIER RUN FOR THE SAME BUSINESS DATE RAISED, SO A RERUN    *
059600*    DOES NOT RAISE IT TWICE.                                     *
059700******************************************************************
059800     MOVE ZERO TO W-LAST-ITEM-NUM.
059900     MOVE ZERO TO RI-ITEM-NUM.
060000     START ITEM-FILE KEY NOT < RI-ITEM-NUM
060100     INVALID KEY
060200         SET WS-ITEM-FILE-AT-END TO TRUE
060300     END-START.
060400     PERFORM 1310-SCAN-ONE-ITEM THRU 1310-SCAN-ONE-ITEM-EXIT
060500         UNTIL WS-ITEM-FILE-AT-END.
060600 1300-SCAN-ITEMS-EXIT.
060700     EXIT.
060800
060900 1310-SCAN-ONE-ITEM.
061000     READ ITEM-FILE NEXT RECORD
061100     AT END
061200         SET WS-ITEM-FILE-AT-END TO TRUE
061300         GO TO 1310-SCAN-ONE-ITEM-EXIT
061400     END-READ.
061500     MOVE RI-ITEM-NUM TO W-LAST-ITEM-NUM.
061600     IF RI-MISSING AND RI-BUS-DATE = WS-BUSINESS-DATE
061700         PERFORM 1320-MATCH-MISSING-ITEM THRU
061800             1320-MATCH-MISSING-ITEM-EXIT
061900             VARYING W-E FROM 1 BY 1 UNTIL W-E > W-SCHED-COUNT
062000     END-IF.
062100 1310-SCAN-ONE-ITEM-EXIT.
062200     EXIT.
062300
062400 1320-MATCH-MISSING-ITEM.
062500     IF WE-ORIGIN(W-E) = RI-ORIGIN
062600         AND WE-BATCH-ID(W-E) = RI-BATCH-ID
062700         MOVE RI-ITEM-NUM TO WE-ITEM-NUM(W-E)
062800         MOVE RI-STATUS TO WE-ITEM-STATUS(W-E)
062900     END-IF.
063000 1320-MATCH-MISSING-ITEM-EXIT.
063100     EXIT.
063200
063300 2000-LOG-INFILE.
063400******************************************************************
063500*    LOG EVERY BATCH HEADER ON THE SORT INPUT.  NO INPUT TONIGHT, *
063600*    OR AN INPUT WITH NO HEADERS, LOGS NOTHING.                   *
063700******************************************************************
063800     OPEN INPUT INPUT-FILE.
063900     IF NOT WS-INPUT-FILE-OK
064000         DISPLAY "RCPTCHK - NO INFILE TONIGHT"
064100         GO TO 2000-LOG-INFILE-EXIT
064200     END-IF.
064300     MOVE "INFILE" TO WS-IN-SOURCE.
064400     PERFORM 2100-READ-ONE-INPUT THRU 2100-READ-ONE-INPUT-EXIT
064500         UNTIL WS-INPUT-FILE-AT-END.
064600     CLOSE INPUT-FILE.
064700 2000-LOG-INFILE-EXIT.
064800     EXIT.
064900
065000 2100-READ-ONE-INPUT.
065100     READ INPUT-FILE
065200     AT END
065300         SET WS-INPUT-FILE-AT-END TO TRUE
065400         GO TO 2100-READ-ONE-INPUT-EXIT
065500     END-READ.
065600     IF IN-HEADER-REC
065700         MOVE IN-HDR-BATCH-ID TO WS-IN-BATCH-ID
065800         MOVE IN-HDR-ORIGIN TO WS-IN-ORIGIN
065900         PERFORM 2200-LOG-ONE-BATCH THRU 2200-LOG-ONE-BATCH-EXIT
066000     END-IF.
066100 2100-READ-ONE-INPUT-EXIT.
066200     EXIT.
066300
066400 2200-LOG-ONE-BATCH.
066500******************************************************************
066600*    LOG THE BATCH IN WS-IN-BATCH-ID.  A BATCH ALREADY SEEN THIS  *
066700*    RUN IS PASSED OVER.  ON THE REGISTER:                        *
066800*      - A NEW BATCH ID IS LOGGED AS RECEIVED, OR AS LATE.        *
066900*      - ONE ALREADY LOGGED FOR THIS BUSINESS DATE (BY AN EARLIER *
067000*        RUN TONIGHT) IS LEFT AS IT STANDS.                       *
067100*      - ONE LOGGED ON AN EARLIER DATE AND CLEARED TO RUN THEN IS *
067200*        A RE-SEND.                                               *
067300*      - ONE LOGGED ON AN EARLIER DATE BUT NEVER CLEARED TO RUN   *
067400*        (RELEASED, OR STILL HELD) IS TAKEN AS A NEW RECEIPT.     *
067500******************************************************************
067600     IF WS-IN-BATCH-ID = SPACES
067700         GO TO 2200-LOG-ONE-BATCH-EXIT
067800     END-IF.
067900     SET WS-ENTRY-NOT-FOUND TO TRUE.
068000     PERFORM 2210-FIND-RECEIPT THRU 2210-FIND-RECEIPT-EXIT
068100         VARYING W-R FROM 1 BY 1
068200         UNTIL W-R > W-RECEIPT-COUNT OR WS-ENTRY-FOUND.
068300     IF WS-ENTRY-FOUND
068400         GO TO 2200-LOG-ONE-BATCH-EXIT
068500     END-IF.
068600     PERFORM 2300-MATCH-SCHEDULE THRU 2300-MATCH-SCHEDULE-EXIT.
068700     MOVE WS-IN-BATCH-ID TO RR-BATCH-ID.
068800     READ REGISTER-FILE
068900     INVALID KEY
069000         PERFORM 2400-NEW-RECEIPT THRU 2400-NEW-RECEIPT-EXIT
069100         WRITE RR-RECORD
069200         INVALID KEY
069300             DISPLAY "RCPTCHK - BATCH " RR-BATCH-ID
069400                 " COULD NOT BE LOGGED, STATUS "
069500                 WS-REGISTER-FILE-STATUS
069600             SET WS-FILE-TROUBLE TO TRUE
069700         END-WRITE
069800         GO TO 2200-LOG-ONE-BATCH-CLEAR
069900     END-READ.
070000     IF RR-BUS-DATE NOT < WS-BUSINESS-DATE
070100         GO TO 2200-LOG-ONE-BATCH-CLEAR
070200     END-IF.
070300     IF RR-PROCESSED-DATE > ZERO
070400         PERFORM 2500-RESENT-RECEIPT THRU 2500-RESENT-RECEIPT-EXIT
070500     ELSE
070600         PERFORM 2400-NEW-RECEIPT THRU 2400-NEW-RECEIPT-EXIT
070700     END-IF.
070800     REWRITE RR-RECORD
070900     INVALID KEY
071000         DISPLAY "RCPTCHK - BATCH " RR-BATCH-ID
071100             " COULD NOT BE LOGGED, STATUS "
071200             WS-REGISTER-FILE-STATUS
071300         SET WS-FILE-TROUBLE TO TRUE
071400     END-REWRITE.
071500 2200-LOG-ONE-BATCH-CLEAR.
071600     IF W-E > ZERO
071700         IF WE-ITEM-NUM(W-E) > ZERO AND WE-ITEM-STATUS(W-E) = "O"
071800             PERFORM 2700-CLEAR-MISSING THRU
071900                 2700-CLEAR-MISSING-EXIT
072000         END-IF
072100     END-IF.
072200     IF W-RECEIPT-COUNT >= W-MAX-RECEIPTS
072300         ADD 1 TO W-TABLE-FULL-COUNT
072400         GO TO 2200-LOG-ONE-BATCH-EXIT
072500     END-IF.
072600     ADD 1 TO W-RECEIPT-COUNT.
072700     MOVE RR-BATCH-ID TO WR-BATCH-ID(W-RECEIPT-COUNT).
072800     MOVE RR-ORIGIN TO WR-ORIGIN(W-RECEIPT-COUNT).
072900     MOVE RR-SOURCE TO WR-SOURCE(W-RECEIPT-COUNT).
073000     MOVE RR-RECV-DATE TO WR-RECV-DATE(W-RECEIPT-COUNT).
073100     MOVE RR-RECV-TIME TO WR-RECV-TIME(W-RECEIPT-COUNT).
073200     MOVE RR-STATUS TO WR-STATUS(W-RECEIPT-COUNT).
073300     MOVE RR-ITEM-NUM TO WR-ITEM-NUM(W-RECEIPT-COUNT).
073400     MOVE W-E TO WR-SCHED-NUM(W-RECEIPT-COUNT).
073500 2200-LOG-ONE-BATCH-EXIT.
073600     EXIT.
073700
073800 2210-FIND-RECEIPT.
073900     IF WR-BATCH-ID(W-R) = WS-IN-BATCH-ID
074000         SET WS-ENTRY-FOUND TO TRUE
074100     END-IF.
074200 2210-FIND-RECEIPT-EXIT.
074300     EXIT.
074400
074500 2300-MATCH-SCHEDULE.
074600******************************************************************
074700*    THE SCHEDULE ENTRY THE BATCH MEETS, LEFT IN W-E (ZERO WHEN   *
074800*    IT IS NOT SCHEDULED) - AN ENTRY NAMING THE BATCH ITSELF      *
074900*    FIRST, OTHERWISE AN ANY-BATCH ENTRY FOR ITS ORIGIN.  THE     *
075000*    ENTRY IS MARKED MET.                                         *
075100******************************************************************
075200     SET WS-ENTRY-NOT-FOUND TO TRUE.
075300     PERFORM 2310-MATCH-NAMED-ENTRY THRU
075400         2310-MATCH-NAMED-ENTRY-EXIT
075500         VARYING W-E FROM 1 BY 1
075600         UNTIL W-E > W-SCHED-COUNT OR WS-ENTRY-FOUND.
075700     IF WS-ENTRY-NOT-FOUND
075800         PERFORM 2320-MATCH-ANY-ENTRY THRU
075900             2320-MATCH-ANY-ENTRY-EXIT
076000             VARYING W-E FROM 1 BY 1
076100             UNTIL W-E > W-SCHED-COUNT OR WS-ENTRY-FOUND
076200     END-IF.
076300     IF WS-ENTRY-FOUND
076400         SUBTRACT 1 FROM W-E
076500         SET WE-MET(W-E) TO TRUE
076600     ELSE
076700         MOVE ZERO TO W-E
076800     END-IF.
076900 2300-MATCH-SCHEDULE-EXIT.
077000     EXIT.
077100
077200 2310-MATCH-NAMED-ENTRY.
077300     IF WE-ORIGIN(W-E) = WS-IN-ORIGIN
077400         AND WE-BATCH-ID(W-E) = WS-IN-BATCH-ID
077500         SET WS-ENTRY-FOUND TO TRUE
077600     END-IF.
077700 2310-MATCH-NAMED-ENTRY-EXIT.
077800     EXIT.
077900
078000 2320-MATCH-ANY-ENTRY.
078100     IF WE-ORIGIN(W-E) = WS-IN-ORIGIN
078200         AND WE-BATCH-ID(W-E) = SPACES
078300         SET WS-ENTRY-FOUND TO TRUE
078400     END-IF.
078500 2320-MATCH-ANY-ENTRY-EXIT.
078600     EXIT.
078700
078800 2400-NEW-RECEIPT.
078900******************************************************************
079000*    FILL IN THE REGISTER RECORD FOR A FIRST RECEIPT OF THE BATCH *
079100*    ON THIS BUSINESS DATE.  A LATE ONE IS HELD ON A NEW ITEM;    *
079200*    ANY OTHER IS CLEAR TO RUN, AND THIS BUSINESS DATE IS THE ONE *
079300*    IT RUNS ON.                                                  *
079400******************************************************************
079500     MOVE SPACES TO RR-RECORD.
079600     MOVE WS-IN-BATCH-ID TO RR-BATCH-ID.
079700     MOVE WS-IN-ORIGIN TO RR-ORIGIN.
079800     MOVE WS-BUSINESS-DATE TO RR-BUS-DATE.
079900     MOVE WS-NOW-DATE TO RR-RECV-DATE.
080000     MOVE WS-NOW-TIME TO RR-RECV-TIME.
080100     MOVE WS-IN-SOURCE TO RR-SOURCE.
080200     MOVE ZERO TO RR-PROCESSED-DATE.
080300     MOVE ZERO TO RR-ITEM-NUM.
080400     SET WS-ARRIVAL-ON-TIME TO TRUE.
080500     IF W-E > ZERO
080600         IF WE-EXPECTED-BY(W-E) > ZERO
080700             IF WS-NOW-DATE > WS-BUSINESS-DATE
080800                 OR WS-NOW-HHMM > WE-EXPECTED-BY(W-E)
080900                 SET WS-ARRIVAL-LATE TO TRUE
081000             END-IF
081100         END-IF
081200     END-IF.
081300     IF WS-ARRIVAL-LATE
081400         SET RR-LATE TO TRUE
081500         MOVE SPACES TO RI-RECORD
081600         INITIALIZE RI-RECORD
081700         SET RI-LATE TO TRUE
081800         MOVE WE-EXPECTED-BY(W-E) TO RI-EXPECTED-BY
081900         MOVE WS-NOW-DATE TO RI-RECV-DATE
082000         MOVE WS-NOW-TIME TO RI-RECV-TIME
082100         PERFORM 2600-RAISE-ITEM THRU 2600-RAISE-ITEM-EXIT
082200         MOVE RI-ITEM-NUM TO RR-ITEM-NUM
082300     ELSE
082400         SET RR-RECEIVED TO TRUE
082500         MOVE WS-BUSINESS-DATE TO RR-PROCESSED-DATE
082600     END-IF.
082700 2400-NEW-RECEIPT-EXIT.
082800     EXIT.
082900
083000 2500-RESENT-RECEIPT.
083100******************************************************************
083200*    THE BATCH ID WAS CLEARED TO RUN ON AN EARLIER BUSINESS DATE. *
083300*    HOLD IT ON A NEW ITEM.  THE PROCESSED DATE STAYS AS IT WAS,  *
083400*    SO A RELEASE LEAVES IT STILL CAUGHT IF IT COMES AGAIN.       *
083500******************************************************************
083600     MOVE SPACES TO RI-RECORD.
083700     INITIALIZE RI-RECORD.
083800     SET RI-RESENT TO TRUE.
083900     MOVE RR-PROCESSED-DATE TO RI-PRIOR-DATE.
084000     MOVE WS-NOW-DATE TO RI-RECV-DATE.
084100     MOVE WS-NOW-TIME TO RI-RECV-TIME.
084200     IF W-E > ZERO
084300         MOVE WE-EXPECTED-BY(W-E) TO RI-EXPECTED-BY
084400     END-IF.
084500     MOVE WS-IN-ORIGIN TO RR-ORIGIN.
084600     MOVE WS-BUSINESS-DATE TO RR-BUS-DATE.
084700     MOVE WS-NOW-DATE TO RR-RECV-DATE.
084800     MOVE WS-NOW-TIME TO RR-RECV-TIME.
084900     MOVE WS-IN-SOURCE TO RR-SOURCE.
085000     SET RR-RESENT TO TRUE.
085100     PERFORM 2600-RAISE-ITEM THRU 2600-RAISE-ITEM-EXIT.
085200     MOVE RI-ITEM-NUM TO RR-ITEM-NUM.
085300 2500-RESENT-RECEIPT-EXIT.
085400     EXIT.
085500
085600 2600-RAISE-ITEM.
085700******************************************************************
085800*    WRITE THE ITEM SET UP IN RI-RECORD (TYPE, EXPECTED-BY,       *
085900*    RECEIVED AND PRIOR DATES ALREADY IN PLACE) UNDER THE NEXT    *
086000*    ITEM NUMBER, OPEN, FOR THE BATCH IN HAND.                    *
086100******************************************************************
086200     ADD 1 TO W-LAST-ITEM-NUM.
086300     MOVE W-LAST-ITEM-NUM TO RI-ITEM-NUM.
086400     MOVE WS-BUSINESS-DATE TO RI-BUS-DATE.
086500     SET RI-OPEN TO TRUE.
086600     MOVE WS-IN-ORIGIN TO RI-ORIGIN.
086700     MOVE WS-IN-BATCH-ID TO RI-BATCH-ID.
086800     MOVE WS-NOW-DATE TO RI-RAISED-DATE.
086900     MOVE WS-NOW-TIME TO RI-RAISED-TIME.
087000     WRITE RI-RECORD
087100     INVALID KEY
087200         DISPLAY "RCPTCHK - ITEM " RI-ITEM-NUM
087300             " COULD NOT BE WRITTEN, STATUS " WS-ITEM-FILE-STATUS
087400         SET WS-FILE-TROUBLE TO TRUE
087500     END-WRITE.
087600 2600-RAISE-ITEM-EXIT.
087700     EXIT.
087800
087900 2700-CLEAR-MISSING.
088000******************************************************************
088100*    THE FILE A MISSING ITEM WAS RAISED FOR HAS NOW ARRIVED.  THE *
088200*    ITEM IS CLEARED - THE ARRIVAL ITSELF HAS JUST BEEN JUDGED    *
088300*    LATE OR NOT ON ITS OWN.                                      *
088400******************************************************************
088500     MOVE WE-ITEM-NUM(W-E) TO RI-ITEM-NUM.
088600     READ ITEM-FILE
088700     INVALID KEY
088800         GO TO 2700-CLEAR-MISSING-EXIT
088900     END-READ.
089000     IF RI-OPEN
089100         SET RI-CLEARED TO TRUE
089200         MOVE WS-NOW-DATE TO RI-ACTION-DATE
089300         MOVE WS-NOW-TIME TO RI-ACTION-TIME
089400         MOVE "ARRIVED AFTER BEING RAISED" TO RI-NOTE
089500         REWRITE RI-RECORD
089600         INVALID KEY
089700             DISPLAY "RCPTCHK - ITEM " RI-ITEM-NUM
089800                 " COULD NOT BE CLEARED, STATUS "
089900                 WS-ITEM-FILE-STATUS
090000             SET WS-FILE-TROUBLE TO TRUE
090100             GO TO 2700-CLEAR-MISSING-EXIT
090200         END-REWRITE
090300     END-IF.
090400     MOVE RI-STATUS TO WE-ITEM-STATUS(W-E).
090500 2700-CLEAR-MISSING-EXIT.
090600     EXIT.
090700
090800 3000-LOG-ONE-LEG.
090900******************************************************************
091000*    LOG EVERY BATCH ON ONE REGIONAL LEG.  THE LEG IS SORTED BY   *
091100*    AMOUNT, SO ITS BATCHES COME INTERLEAVED; A RECORD FROM THE   *
091200*    SAME BATCH AS THE ONE BEFORE IS PASSED OVER AT ONCE, AND ANY *
091300*    OTHER IS LOGGED (WHICH PASSES OVER A BATCH ALREADY SEEN).    *
091400******************************************************************
091500     EVALUATE W-F
091600         WHEN 1
091700             OPEN INPUT MERGE-IN1
091800             MOVE "MRGIN1" TO WS-IN-SOURCE
091900         WHEN 2
092000             OPEN INPUT MERGE-IN2
092100             MOVE "MRGIN2" TO WS-IN-SOURCE
092200         WHEN 3
092300             OPEN INPUT MERGE-IN3
092400             MOVE "MRGIN3" TO WS-IN-SOURCE
092500         WHEN 4
092600             OPEN INPUT MERGE-IN4
092700             MOVE "MRGIN4" TO WS-IN-SOURCE
092800     END-EVALUATE.
092900     IF NOT WS-LEG-FILE-OK
093000         GO TO 3000-LOG-ONE-LEG-EXIT
093100     END-IF.
093200     MOVE SPACES TO WS-LAST-LEG-BATCH-ID.
093300     PERFORM 3100-READ-ONE-LEG-RECORD THRU
093400         3100-READ-ONE-LEG-RECORD-EXIT
093500         UNTIL WS-LEG-FILE-AT-END.
093600     EVALUATE W-F
093700         WHEN 1
093800             CLOSE MERGE-IN1
093900         WHEN 2
094000             CLOSE MERGE-IN2
094100         WHEN 3
094200             CLOSE MERGE-IN3
094300         WHEN 4
094400             CLOSE MERGE-IN4
094500     END-EVALUATE.
094600 3000-LOG-ONE-LEG-EXIT.
094700     EXIT.
094800
094900 3100-READ-ONE-LEG-RECORD.
095000     EVALUATE W-F
095100         WHEN 1
095200             READ MERGE-IN1 INTO LG-RECORD
095300             AT END
095400                 SET WS-LEG-FILE-AT-END TO TRUE
095500             END-READ
095600         WHEN 2
095700             READ MERGE-IN2 INTO LG-RECORD
095800             AT END
095900                 SET WS-LEG-FILE-AT-END TO TRUE
096000             END-READ
096100         WHEN 3
096200             READ MERGE-IN3 INTO LG-RECORD
096300             AT END
096400                 SET WS-LEG-FILE-AT-END TO TRUE
096500             END-READ
096600         WHEN 4
096700             READ MERGE-IN4 INTO LG-RECORD
096800             AT END
096900                 SET WS-LEG-FILE-AT-END TO TRUE
097000             END-READ
097100     END-EVALUATE.
097200     IF WS-LEG-FILE-AT-END
097300         GO TO 3100-READ-ONE-LEG-RECORD-EXIT
097400     END-IF.
097500     IF LG-BATCH-ID = WS-LAST-LEG-BATCH-ID
097600         GO TO 3100-READ-ONE-LEG-RECORD-EXIT
097700     END-IF.
097800     MOVE LG-BATCH-ID TO WS-LAST-LEG-BATCH-ID.
097900     MOVE LG-BATCH-ID TO WS-IN-BATCH-ID.
098000     MOVE LG-ORIGIN TO WS-IN-ORIGIN.
098100     PERFORM 2200-LOG-ONE-BATCH THRU 2200-LOG-ONE-BATCH-EXIT.
098200 3100-READ-ONE-LEG-RECORD-EXIT.
098300     EXIT.
098400
098500 4000-CHECK-ONE-ENTRY.
098600******************************************************************
098700*    A SCHEDULE ENTRY NOTHING HAS MET IS MISSING ONCE ITS         *
098800*    EXPECTED-BY TIME HAS PASSED (AT ONCE, WHEN IT HAS NONE).     *
098900*    IT IS RAISED AS AN ITEM THE FIRST TIME ONLY.                 *
099000******************************************************************
099100     IF WE-MET(W-E)
099200         GO TO 4000-CHECK-ONE-ENTRY-EXIT
099300     END-IF.
099400     PERFORM 4100-JUDGE-DUE THRU 4100-JUDGE-DUE-EXIT.
099500     IF WS-ENTRY-NOT-DUE
099600         GO TO 4000-CHECK-ONE-ENTRY-EXIT
099700     END-IF.
099800     IF WE-ITEM-NUM(W-E) > ZERO
099900         GO TO 4000-CHECK-ONE-ENTRY-EXIT
100000     END-IF.
100100     MOVE SPACES TO RI-RECORD.
100200     INITIALIZE RI-RECORD.
100300     SET RI-MISSING TO TRUE.
100400     MOVE WE-EXPECTED-BY(W-E) TO RI-EXPECTED-BY.
100500     MOVE WE-ORIGIN(W-E) TO WS-IN-ORIGIN.
100600     MOVE WE-BATCH-ID(W-E) TO WS-IN-BATCH-ID.
100700     PERFORM 2600-RAISE-ITEM THRU 2600-RAISE-ITEM-EXIT.
100800     MOVE RI-ITEM-NUM TO WE-ITEM-NUM(W-E).
100900     MOVE RI-STATUS TO WE-ITEM-STATUS(W-E).
101000 4000-CHECK-ONE-ENTRY-EXIT.
101100     EXIT.
101200
101300 4100-JUDGE-DUE.
101400     SET WS-ENTRY-DUE TO TRUE.
101500     IF WE-EXPECTED-BY(W-E) > ZERO
101600         AND WS-NOW-DATE NOT > WS-BUSINESS-DATE
101700         AND WS-NOW-HHMM NOT > WE-EXPECTED-BY(W-E)
101800         SET WS-ENTRY-NOT-DUE TO TRUE
101900     END-IF.
102000 4100-JUDGE-DUE-EXIT.
102100     EXIT.
102200
102300 5000-PRINT-REPORT.
102400******************************************************************
102500*    THE ARRIVAL REPORT - THE BATCHES RECEIVED, THE SCHEDULE AND  *
102600*    HOW EACH ENTRY STANDS, AND EVERY ARRIVAL ITEM STILL OPEN     *
102700*    (WHATEVER ITS BUSINESS DATE), WHICH IS WHAT HOLDS THE        *
102800*    STREAM.                                                      *
102900******************************************************************
103000     PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT.
103100     MOVE "BATCHES RECEIVED" TO WS-TITLE-LINE.
103200     PERFORM 7300-PRINT-TITLE THRU 7300-PRINT-TITLE-EXIT.
103300     MOVE SPACES TO RPT-LINE.
103400     MOVE "BATCH" TO RPT-LINE(1:5).
103500     MOVE "ORIG" TO RPT-LINE(10:4).
103600     MOVE "SOURCE" TO RPT-LINE(15:6).
103700     MOVE "RECEIVED" TO RPT-LINE(22:8).
103800     MOVE "DUE" TO RPT-LINE(38:3).
103900     MOVE "ARRIVAL" TO RPT-LINE(43:7).
104000     MOVE "DISPOSITION" TO RPT-LINE(64:11).
104100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
104200     PERFORM 5100-PRINT-ONE-RECEIPT THRU
104300         5100-PRINT-ONE-RECEIPT-EXIT
104400         VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RECEIPT-COUNT.
104500     IF W-RECEIPT-COUNT = ZERO
104600         MOVE "  NONE" TO RPT-LINE
104700         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
104800     END-IF.
104900     IF W-TABLE-FULL-COUNT > ZERO
105000         MOVE W-TABLE-FULL-COUNT TO WS-DISP-COUNT
105100         MOVE SPACES TO RPT-LINE
105200         STRING "  AND " WS-DISP-COUNT
105300             " MORE, LOGGED BUT NOT LISTED"
105400             DELIMITED BY SIZE INTO RPT-LINE
105500         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
105600     END-IF.
105700
105800     MOVE "EXPECTED ARRIVALS" TO WS-TITLE-LINE.
105900     PERFORM 7300-PRINT-TITLE THRU 7300-PRINT-TITLE-EXIT.
106000     IF WS-SCHEDULE-ABSENT
106100         MOVE "  NO SCHEDULE ON FILE" TO RPT-LINE
106200         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
106300     ELSE
106400         MOVE SPACES TO RPT-LINE
106500         MOVE "ORIG" TO RPT-LINE(1:4)
106600         MOVE "BATCH" TO RPT-LINE(6:5)
106700         MOVE "DUE" TO RPT-LINE(15:3)
106800         MOVE "DESCRIPTION" TO RPT-LINE(20:11)
106900         MOVE "STATE" TO RPT-LINE(51:5)
107000         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
107100         PERFORM 5200-PRINT-ONE-ENTRY THRU
107200             5200-PRINT-ONE-ENTRY-EXIT
107300             VARYING W-E FROM 1 BY 1 UNTIL W-E > W-SCHED-COUNT
107400     END-IF.
107500
107600     MOVE "ARRIVAL ITEMS OPEN - THE STREAM WAITS ON THESE"
107700         TO WS-TITLE-LINE.
107800     PERFORM 7300-PRINT-TITLE THRU 7300-PRINT-TITLE-EXIT.
107900     MOVE SPACES TO RPT-LINE.
108000     MOVE "ITEM" TO RPT-LINE(1:4).
108100     MOVE "TYPE" TO RPT-LINE(8:4).
108200     MOVE "BUS DATE" TO RPT-LINE(17:8).
108300     MOVE "ORIG" TO RPT-LINE(26:4).
108400     MOVE "BATCH" TO RPT-LINE(31:5).
108500     MOVE "DETAIL" TO RPT-LINE(40:6).
108600     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
108700     MOVE ZERO TO W-OPEN-COUNT.
108800     MOVE ZERO TO RI-ITEM-NUM.
108900     MOVE "00" TO WS-ITEM-FILE-STATUS.
109000     START ITEM-FILE KEY NOT < RI-ITEM-NUM
109100     INVALID KEY
109200         SET WS-ITEM-FILE-AT-END TO TRUE
109300     END-START.
109400     PERFORM 5300-PRINT-ONE-ITEM THRU 5300-PRINT-ONE-ITEM-EXIT
109500         UNTIL WS-ITEM-FILE-AT-END.
109600     IF W-OPEN-COUNT = ZERO
109700         MOVE "  NONE" TO RPT-LINE
109800         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
109900     END-IF.
110000
110100     MOVE SPACES TO RPT-LINE.
110200     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
110300     MOVE W-ON-TIME-COUNT TO WS-DISP-COUNT.
110400     STRING "ON TIME      " WS-DISP-COUNT DELIMITED BY SIZE
110500         INTO RPT-LINE.
110600     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
110700     MOVE SPACES TO RPT-LINE.
110800     MOVE W-UNSCHEDULED-COUNT TO WS-DISP-COUNT.
110900     STRING "UNSCHEDULED  " WS-DISP-COUNT DELIMITED BY SIZE
111000         INTO RPT-LINE.
111100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
111200     MOVE SPACES TO RPT-LINE.
111300     MOVE W-LATE-COUNT TO WS-DISP-COUNT.
111400     STRING "LATE         " WS-DISP-COUNT DELIMITED BY SIZE
111500         INTO RPT-LINE.
111600     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
111700     MOVE SPACES TO RPT-LINE.
111800     MOVE W-RESENT-COUNT TO WS-DISP-COUNT.
111900     STRING "RE-SENT      " WS-DISP-COUNT DELIMITED BY SIZE
112000         INTO RPT-LINE.
112100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
112200     MOVE SPACES TO RPT-LINE.
112300     MOVE W-MISSING-COUNT TO WS-DISP-COUNT.
112400     STRING "MISSING      " WS-DISP-COUNT DELIMITED BY SIZE
112500         INTO RPT-LINE.
112600     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
112700     MOVE SPACES TO RPT-LINE.
112800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
112900     IF W-OPEN-COUNT = ZERO
113000         MOVE "ALL ARRIVALS IN ORDER - THE STREAM MAY RUN"
113100             TO RPT-LINE
113200     ELSE
113300         MOVE W-OPEN-COUNT TO WS-DISP-COUNT
113400         STRING "STREAM HELD - " WS-DISP-COUNT
113500             " ITEMS TO ACCEPT OR RELEASE AT RCPTMNT"
113600             DELIMITED BY SIZE INTO RPT-LINE
113700     END-IF.
113800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
113900 5000-PRINT-REPORT-EXIT.
114000     EXIT.
114100
114200 5100-PRINT-ONE-RECEIPT.
114300******************************************************************
114400*    ONE BATCH RECEIVED.  A HELD, ACCEPTED OR RELEASED BATCH      *
114500*    TAKES ITS ARRIVAL (LATE OR RE-SENT) FROM ITS ITEM.           *
114600******************************************************************
114700     MOVE WR-BATCH-ID(W-R) TO WS-RL-BATCH-ID.
114800     MOVE WR-ORIGIN(W-R) TO WS-RL-ORIGIN.
114900     MOVE WR-SOURCE(W-R) TO WS-RL-SOURCE.
115000     MOVE WR-RECV-DATE(W-R) TO WS-RL-RECV-DATE.
115100     MOVE WR-RECV-TIME(W-R) TO WS-RL-RECV-TIME.
115200     MOVE SPACES TO WS-RL-EXPECTED-BY.
115300     MOVE SPACES TO WS-RL-ARRIVAL.
115400     IF WR-SCHED-NUM(W-R) > ZERO
115500         MOVE WR-SCHED-NUM(W-R) TO W-E
115600         IF WE-EXPECTED-BY(W-E) > ZERO
115700             MOVE WE-EXPECTED-BY(W-E) TO WS-RL-EXPECTED-BY
115800         END-IF
115900     END-IF.
116000     SET WS-ENTRY-NOT-FOUND TO TRUE.
116100     IF WR-ITEM-NUM(W-R) > ZERO
116200         MOVE WR-ITEM-NUM(W-R) TO RI-ITEM-NUM
116300         READ ITEM-FILE
116400         INVALID KEY
116500             CONTINUE
116600         NOT INVALID KEY
116700             SET WS-ENTRY-FOUND TO TRUE
116800         END-READ
116900     END-IF.
117000     EVALUATE TRUE
117100         WHEN WS-ENTRY-FOUND AND RI-LATE
117200             ADD 1 TO W-LATE-COUNT
117300             MOVE WR-ITEM-NUM(W-R) TO WS-DISP-ITEM-NUM
117400             STRING "LATE, ITEM " WS-DISP-ITEM-NUM
117500                 DELIMITED BY SIZE INTO WS-RL-ARRIVAL
117600         WHEN WS-ENTRY-FOUND AND RI-RESENT
117700             ADD 1 TO W-RESENT-COUNT
117800             MOVE WR-ITEM-NUM(W-R) TO WS-DISP-ITEM-NUM
117900             STRING "RE-SENT, ITEM " WS-DISP-ITEM-NUM
118000                 DELIMITED BY SIZE INTO WS-RL-ARRIVAL
118100         WHEN WR-SCHED-NUM(W-R) > ZERO
118200             ADD 1 TO W-ON-TIME-COUNT
118300             MOVE "ON TIME" TO WS-RL-ARRIVAL
118400         WHEN OTHER
118500             ADD 1 TO W-UNSCHEDULED-COUNT
118600             MOVE "UNSCHEDULED" TO WS-RL-ARRIVAL
118700     END-EVALUATE.
118800     EVALUATE WR-STATUS(W-R)
118900         WHEN "R"
119000             MOVE "CLEAR TO RUN" TO WS-RL-DISPOSITION
119100         WHEN "A"
119200             MOVE "ACCEPTED" TO WS-RL-DISPOSITION
119300         WHEN "X"
119400             MOVE "RELEASED" TO WS-RL-DISPOSITION
119500         WHEN OTHER
119600             MOVE "HELD" TO WS-RL-DISPOSITION
119700     END-EVALUATE.
119800     MOVE WS-RECEIPT-LINE TO RPT-LINE.
119900     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
120000 5100-PRINT-ONE-RECEIPT-EXIT.
120100     EXIT.
120200
120300 5200-PRINT-ONE-ENTRY.
120400******************************************************************
120500*    ONE SCHEDULE ENTRY AND WHERE IT STANDS.                      *
120600******************************************************************
120700     MOVE WE-ORIGIN(W-E) TO WS-SL-ORIGIN.
120800     IF WE-BATCH-ID(W-E) = SPACES
120900         MOVE "(ANY)" TO WS-SL-BATCH-ID
121000     ELSE
121100         MOVE WE-BATCH-ID(W-E) TO WS-SL-BATCH-ID
121200     END-IF.
121300     IF WE-EXPECTED-BY(W-E) > ZERO
121400         MOVE WE-EXPECTED-BY(W-E) TO WS-SL-EXPECTED-BY
121500     ELSE
121600         MOVE SPACES TO WS-SL-EXPECTED-BY
121700     END-IF.
121800     MOVE WE-DESCRIPTION(W-E) TO WS-SL-DESCRIPTION.
121900     MOVE SPACES TO WS-SL-STATE.
122000     MOVE WE-ITEM-NUM(W-E) TO WS-DISP-ITEM-NUM.
122100     EVALUATE TRUE
122200         WHEN WE-MET(W-E)
122300             MOVE "ARRIVED" TO WS-SL-STATE
122400         WHEN WE-ITEM-NUM(W-E) = ZERO
122500             MOVE "NOT YET DUE" TO WS-SL-STATE
122600         WHEN WE-ITEM-STATUS(W-E) = "A"
122700             ADD 1 TO W-MISSING-COUNT
122800             STRING "MISSING, ITEM " WS-DISP-ITEM-NUM " ACCEPTED"
122900                 DELIMITED BY SIZE INTO WS-SL-STATE
123000         WHEN WE-ITEM-STATUS(W-E) = "X"
123100             ADD 1 TO W-MISSING-COUNT
123200             STRING "MISSING, ITEM " WS-DISP-ITEM-NUM " RELEASED"
123300                 DELIMITED BY SIZE INTO WS-SL-STATE
123400         WHEN OTHER
123500             ADD 1 TO W-MISSING-COUNT
123600             STRING "MISSING, ITEM " WS-DISP-ITEM-NUM " OPEN"
123700                 DELIMITED BY SIZE INTO WS-SL-STATE
123800     END-EVALUATE.
123900     MOVE WS-SCHED-LINE TO RPT-LINE.
124000     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
124100 5200-PRINT-ONE-ENTRY-EXIT.
124200     EXIT.
124300
124400 5300-PRINT-ONE-ITEM.
124500     READ ITEM-FILE NEXT RECORD
124600     AT END
124700         SET WS-ITEM-FILE-AT-END TO TRUE
124800         GO TO 5300-PRINT-ONE-ITEM-EXIT
124900     END-READ.
125000     IF NOT RI-OPEN
125100         GO TO 5300-PRINT-ONE-ITEM-EXIT
125200     END-IF.
125300     ADD 1 TO W-OPEN-COUNT.
125400     MOVE RI-ITEM-NUM TO WS-IL-ITEM-NUM.
125500     MOVE RI-BUS-DATE TO WS-IL-BUS-DATE.
125600     MOVE RI-ORIGIN TO WS-IL-ORIGIN.
125700     MOVE RI-BATCH-ID TO WS-IL-BATCH-ID.
125800     MOVE SPACES TO WS-IL-DETAIL.
125900     EVALUATE TRUE
126000         WHEN RI-LATE
126100             MOVE "LATE" TO WS-IL-TYPE
126200             STRING "RECEIVED " RI-RECV-DATE " " RI-RECV-TIME
126300                 ", DUE " RI-EXPECTED-BY DELIMITED BY SIZE
126400                 INTO WS-IL-DETAIL
126500         WHEN RI-MISSING
126600             MOVE "MISSING" TO WS-IL-TYPE
126700             IF RI-EXPECTED-BY > ZERO
126800                 STRING "NOT RECEIVED, DUE BY " RI-EXPECTED-BY
126900                     DELIMITED BY SIZE INTO WS-IL-DETAIL
127000             ELSE
127100                 MOVE "NOT RECEIVED" TO WS-IL-DETAIL
127200             END-IF
127300         WHEN RI-RESENT
127400             MOVE "RE-SENT" TO WS-IL-TYPE
127500             STRING "ALREADY RUN ON BUSINESS DATE " RI-PRIOR-DATE
127600                 DELIMITED BY SIZE INTO WS-IL-DETAIL
127700         WHEN OTHER
127800             MOVE RI-TYPE TO WS-IL-TYPE
127900     END-EVALUATE.
128000     MOVE WS-ITEM-LINE TO RPT-LINE.
128100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
128200 5300-PRINT-ONE-ITEM-EXIT.
128300     EXIT.
128400
128500 7100-PRINT-HEADERS.
128600     ADD 1 TO WS-PAGE-NUM.
128700     MOVE WS-PAGE-NUM TO WS-HDR-PAGE.
128800     MOVE SPACES TO RPT-LINE.
128900     STRING "INBOUND ARRIVALS - BUSINESS DATE " WS-BUSINESS-DATE
129000         "  RUN " WS-NOW-DATE " " WS-NOW-TIME
129100         DELIMITED BY SIZE INTO RPT-LINE.
129200     WRITE RPT-LINE AFTER ADVANCING PAGE.
129300     MOVE SPACES TO RPT-LINE.
129400     STRING "PAGE " WS-HDR-PAGE DELIMITED BY SIZE INTO RPT-LINE.
129500     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
129600     MOVE ZERO TO WS-LINE-COUNT.
129700 7100-PRINT-HEADERS-EXIT.
129800     EXIT.
129900
130000 7200-PRINT-LINE.
130100******************************************************************
130200*    WRITE THE LINE IN RPT-LINE, STARTING A NEW PAGE FIRST WHEN   *
130300*    THIS ONE IS FULL.  THE HEADERS USE RPT-LINE, SO THE LINE IS  *
130400*    HELD ASIDE WHILE THEY PRINT.                                 *
130500******************************************************************
130600     IF WS-LINE-COUNT >= W-LINES-PER-PAGE
130700         MOVE RPT-LINE TO WS-HELD-LINE
130800         PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT
130900         MOVE WS-HELD-LINE TO RPT-LINE
131000     END-IF.
131100     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
131200     ADD 1 TO WS-LINE-COUNT.
131300 7200-PRINT-LINE-EXIT.
131400     EXIT.
131500
131600 7300-PRINT-TITLE.
131700******************************************************************
131800*    A BLANK LINE, THEN THE SECTION TITLE LEFT IN WS-TITLE-LINE.  *
131900******************************************************************
132000     MOVE SPACES TO RPT-LINE.
132100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
132200     MOVE WS-TITLE-LINE TO RPT-LINE.
132300     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
132400 7300-PRINT-TITLE-EXIT.
132500     EXIT.
132600
132700 9000-TERMINATE.
132800     CLOSE REGISTER-FILE.
132900     CLOSE ITEM-FILE.
133000     CLOSE REPORT-FILE.
133100     MOVE W-RECEIPT-COUNT TO WS-DISP-COUNT.
133200     DISPLAY "RCPTCHK - BATCHES RECEIVED:   " WS-DISP-COUNT.
133300     MOVE W-LATE-COUNT TO WS-DISP-COUNT.
133400     DISPLAY "RCPTCHK - LATE:               " WS-DISP-COUNT.
133500     MOVE W-RESENT-COUNT TO WS-DISP-COUNT.
133600     DISPLAY "RCPTCHK - RE-SENT:            " WS-DISP-COUNT.
133700     MOVE W-MISSING-COUNT TO WS-DISP-COUNT.
133800     DISPLAY "RCPTCHK - MISSING:            " WS-DISP-COUNT.
133900     MOVE W-OPEN-COUNT TO WS-DISP-COUNT.
134000     DISPLAY "RCPTCHK - ARRIVAL ITEMS OPEN: " WS-DISP-COUNT.
134100     IF W-OPEN-COUNT > ZERO
134200         DISPLAY "RCPTCHK - STREAM HELD UNTIL EACH ITEM IS "
134300             "ACCEPTED OR RELEASED AT RCPTMNT"
134400     END-IF.
134500 9000-TERMINATE-EXIT.
134600     EXIT.
