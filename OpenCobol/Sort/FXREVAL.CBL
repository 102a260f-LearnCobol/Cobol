000100******************************************************************
000200* PROGRAM-ID.  FXREVAL                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* PERIOD-END REVALUATION OF FOREIGN-CURRENCY POSITIONS.  BUBBLE-  *
000900* SORT CONVERTS A FOREIGN RECORD TO BASE CURRENCY AT THE RATE FOR *
001000* ITS OWN DATE, SO WITHOUT THIS RUN A POSITION STAYS ON THE       *
001100* MASTER AT WHATEVER RATE APPLIED WHEN IT LAST CAME IN.  AFTER    *
001200* EACH ACCOUNTING PERIOD CLOSES THIS PROGRAM RESTATES EVERY       *
001300* FOREIGN POSITION ON MSTFILE AT THE PERIOD-END RATE AND BOOKS    *
001400* THE DIFFERENCE AS AN UNREALISED FX GAIN OR LOSS.                *
001500*                                                                 *
001600* THE PERIOD.  CALFILE'S PERIOD CONTROL ("P" RECORD, SEE CALREC)  *
001700* NAMES THE OPEN PERIOD; THE PERIOD REVALUED IS THE ONE BEFORE    *
001800* IT, THE LATEST CLOSED PERIOD, AND ITS PERIOD-END DATE IS THE    *
001900* LAST DAY OF THAT MONTH.  THE LAST PERIOD REVALUED IS KEPT ON A  *
002000* ONE-RECORD CONTROL FILE (FXCTL), SO THE STEP CAN RUN EVERY      *
002100* NIGHT AND ONLY DOES WORK THE FIRST NIGHT AFTER A PERIOD CLOSES. *
002200* WITH NO PERIOD CONTROL ON CALFILE THERE IS NOTHING TO DO.       *
002300*                                                                 *
002400* THE RATE.  THE LATEST RATE ON RATEFILE (SEE RATEREC) FOR THE    *
002500* POSITION'S CURRENCY DATED ON OR BEFORE THE PERIOD END.          *
002600*                                                                 *
002700* THE RESTATEMENT.  A POSITION IS FOREIGN WHEN ITS CURRENCY IS    *
002800* NEITHER BLANK NOR THE BASE CURRENCY.  ITS NEW BASE AMOUNT IS    *
002900* ITS AMOUNT AS SENT (MST-ORIG-AMOUNT) TIMES THE RATE.  WHERE     *
003000* THAT DIFFERS FROM MST-AMOUNT THE MASTER IS REWRITTEN AND AN "R" *
003100* IMAGE GOES TO MSTHIST (BATCH ID "FX" AND THE PERIOD, REASON     *
003200* "FXRV"), SO MSTSTMT SHOWS IT AND MSTBKOUT CAN BACK IT OUT LIKE  *
003300* ANY OTHER BATCH.  A POSITION WITH NO RATE, OR WHOSE NEW AMOUNT  *
003400* WILL NOT FIT, IS LEFT AS IT IS AND LISTED AS AN EXCEPTION.  A   *
003500* POSITION WHOSE AMOUNT AS SENT IS NOT KNOWN (CARRIED OVER FROM   *
003600* BEFORE THE MASTER HELD IT) CANNOT BE RESTATED AT ALL UNTIL A    *
003700* FEED OR AN ADJUSTMENT SUPPLIES IT - IT IS LISTED, BUT IS NOT AN *
003800* EXCEPTION.                                                      *
003900*                                                                 *
004000* THE JOURNAL.  EACH DIFFERENCE IS A BALANCED PAIR OF ENTRIES IN  *
004100* THE GLJRNL LAYOUT (SEE GLJREC), DATED THE PERIOD END, BETWEEN   *
004200* THE REVALUATION ADJUSTMENT ACCOUNT (ACCTMAP ORIGIN "FXRV")      *
004300* AND THE UNREALISED GAIN/LOSS ACCOUNT (ORIGIN "FXGL") - A GAIN   *
004400* DEBITS THE ADJUSTMENT ACCOUNT AND CREDITS GAIN/LOSS, A LOSS THE *
004500* REVERSE.  THE ORIGIN ON EACH ENTRY IS THE CURRENCY.  GLJRNL IS  *
004600* WRITTEN AFRESH BY EVERY GLPOST RUN, SO THE PAIRS ARE APPENDED   *
004700* TO THE PENDING FILE FXJRNL, WHICH THE NEXT GLPOST RUN FOLDS     *
004800* ONTO THE JOURNAL.  BOTH ACCOUNTS MUST BE MAPPED, DIFFERENT, AND *
004900* NOT THE SUSPENSE ACCOUNT, OR THE RUN STOPS BEFORE THE MASTER IS *
005000* TOUCHED.                                                        *
005100*                                                                 *
005200* A RERUN.  THE CONTROL FILE IS ONLY MARKED WHEN EVERY FOREIGN    *
005300* POSITION THAT COULD BE RESTATED WAS.  AN INTERRUPTED RUN, OR    *
005400* ONE WITH EXCEPTIONS, IS SIMPLY RUN AGAIN ONCE THE CAUSE IS PUT  *
005500* RIGHT - A POSITION ALREADY RESTATED SHOWS NO DIFFERENCE THE     *
005600* SECOND TIME AND BOOKS NOTHING, SO NO ENTRY IS EVER MADE TWICE.  *
005700*                                                                 *
005800* CONTROL FILE LAYOUT (FXCTL, ONE RECORD):                        *
005900*     POS  1-6    LAST PERIOD REVALUED, YYYYMM.                   *
006000*     POS  8-15   DATE THAT PERIOD WAS REVALUED.                  *
006100*                                                                 *
006200* RETURN CODES: 12 THE MASTER, HISTORY OR PENDING JOURNAL WOULD   *
006300* NOT OPEN, 8 THE ACCOUNTS ARE NOT MAPPED OR THE PERIOD CONTROL   *
006400* IS NOT A VALID PERIOD, 4 THE RUN COMPLETED WITH EXCEPTIONS.     *
006500*-----------------------------------------------------------------*
006600* MODIFICATION HISTORY                                            *
006700*  DATE       INIT  DESCRIPTION                                   *
006800*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
006810*  15/10/2026 DLM   THE "R" IMAGE CARRIES THE CURRENCY AFTER THE  *
006820*                   RESTATEMENT (MH-AFTER-CURRENCY) AS WELL.      *
006900******************************************************************
007000 IDENTIFICATION DIVISION.
007100 PROGRAM-ID. FXREVAL.
007200 AUTHOR. D.MAINT.
007300 INSTALLATION. DATA PROCESSING.
007400 DATE-WRITTEN. 15/10/2026.
007500 DATE-COMPILED.
007600
007700 ENVIRONMENT DIVISION.
007800 INPUT-OUTPUT SECTION.
007900 FILE-CONTROL.
008000*-----------------------------------------------------------------*
008100* THE KEYED MASTER - READ FROM THE TOP, RESTATED IN PLACE.        *
008200*-----------------------------------------------------------------*
008300     SELECT MASTER-FILE ASSIGN TO "MSTFILE"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS MST-ID
008700         FILE STATUS IS WS-MASTER-FILE-STATUS.
008800
008900*-----------------------------------------------------------------*
009000* BEFORE/AFTER HISTORY - ONE "R" IMAGE PER POSITION RESTATED.     *
009100*-----------------------------------------------------------------*
009200     SELECT HISTORY-FILE ASSIGN TO "MSTHIST"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-HISTORY-FILE-STATUS.
009500
009600*-----------------------------------------------------------------*
009700* THE CURRENCY RATES.                                             *
009800*-----------------------------------------------------------------*
009900     SELECT RATE-FILE ASSIGN TO "RATEFILE"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-RATE-FILE-STATUS.
010200
010300*-----------------------------------------------------------------*
010400* THE ORIGIN-TO-ACCOUNT MAP - FOR THE TWO FX ACCOUNTS.            *
010500*-----------------------------------------------------------------*
010600     SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-ACCTMAP-FILE-STATUS.
010900
011000*-----------------------------------------------------------------*
011100* THE BUSINESS CALENDAR - FOR THE PERIOD CONTROL.                 *
011200*-----------------------------------------------------------------*
011300     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
011600
011700*-----------------------------------------------------------------*
011800* THE LAST PERIOD REVALUED - READ, THEN REWRITTEN.                *
011900*-----------------------------------------------------------------*
012000     SELECT CONTROL-FILE ASSIGN TO "FXCTL"
012100         ORGANIZATION IS LINE SEQUENTIAL
012200         FILE STATUS IS WS-CONTROL-FILE-STATUS.
012300
012400*-----------------------------------------------------------------*
012500* REVALUATION ENTRIES WAITING FOR THE NEXT GLPOST RUN.            *
012600*-----------------------------------------------------------------*
012700     SELECT JOURNAL-FILE ASSIGN TO "FXJRNL"
012800         ORGANIZATION IS LINE SEQUENTIAL
012900         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
013000
013100*-----------------------------------------------------------------*
013200* THE PRINTED REVALUATION REPORT.                                 *
013300*-----------------------------------------------------------------*
013400     SELECT REPORT-FILE ASSIGN TO "FXRPT"
013500         ORGANIZATION IS LINE SEQUENTIAL
013600         FILE STATUS IS WS-REPORT-FILE-STATUS.
013700
013800 DATA DIVISION.
013900 FILE SECTION.
014000 FD  MASTER-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  MST-RECORD.
014300     COPY MSTREC.
014400
014500 FD  HISTORY-FILE
014600     LABEL RECORDS ARE STANDARD
014700     RECORDING MODE IS F.
014800 01  HIST-RECORD.
014900     COPY MSTHREC.
015000
015100 FD  RATE-FILE
015200     LABEL RECORDS ARE STANDARD
015300     RECORDING MODE IS F.
015400 01  RATE-RECORD.
015500     COPY RATEREC.
015600
015700 FD  ACCTMAP-FILE
015800     LABEL RECORDS ARE STANDARD
015900     RECORDING MODE IS F.
016000 01  MAP-RECORD.
016100     COPY MAPREC.
016200
016300 FD  CALENDAR-FILE
016400     LABEL RECORDS ARE STANDARD
016500     RECORDING MODE IS F.
016600 01  CAL-RECORD.
016700     COPY CALREC.
016800
016900 FD  CONTROL-FILE
017000     LABEL RECORDS ARE STANDARD
017100     RECORDING MODE IS F.
017200 01  FC-RECORD.
017300     05  FC-LAST-PERIOD         PIC 9(06).
017400     05  FILLER                 PIC X(01).
017500     05  FC-RUN-DATE            PIC 9(08).
017600     05  FILLER                 PIC X(65).
017700
017800 FD  JOURNAL-FILE
017900     LABEL RECORDS ARE STANDARD
018000     RECORDING MODE IS F.
018100 01  JRN-RECORD.
018200     COPY GLJREC.
018300
018400 FD  REPORT-FILE
018500     LABEL RECORDS ARE STANDARD
018600     RECORDING MODE IS F.
018700 01  RPT-LINE                       PIC X(80).
018800
018900 WORKING-STORAGE SECTION.
019000******************************************************************
019100*    BASE CURRENCY OF THE SUITE, AS IN BUBBLE-SORT, AND THE RATE  *
019200*    TABLE LOADED FROM RATEFILE - ONLY RATES DATED ON OR BEFORE   *
019300*    THE PERIOD END ARE KEPT.                                     *
019400******************************************************************
019500     78  W-BASE-CURRENCY VALUE "USD".
019600     78  W-MAX-RATES VALUE 200.
019700 01  W-RATE-COUNT PIC S9(04) COMP VALUE ZERO.
019800
019900 01  W-RATE-TABLE.
020000     05  W-RATE-ENTRY OCCURS 1 TO W-MAX-RATES TIMES
020100             DEPENDING ON W-RATE-COUNT.
020200         10  WR-CURRENCY        PIC X(03).
020300         10  WR-DATE            PIC 9(08).
020400         10  WR-RATE            PIC 9(03)V9(06).
020500
020600 01  W-R PIC S9(04) COMP VALUE 1.
020700 01  W-RATE-FOUND-IDX PIC S9(04) COMP VALUE ZERO.
020800
020900******************************************************************
021000*    ONE SUMMARY LINE PER CURRENCY MET ON THE MASTER - THE RATE   *
021100*    USED AND THE POSITIONS, OLD AND NEW VALUES AND GAIN/LOSS     *
021200*    TOTALLED UNDER IT, AND THE EXCEPTIONS IT HAD.                *
021300******************************************************************
021400     78  W-MAX-CURRENCIES VALUE 50.
021500 01  W-CCY-COUNT PIC S9(04) COMP VALUE ZERO.
021600
021700 01  W-CCY-TABLE.
021800     05  W-CCY-ENTRY OCCURS 1 TO W-MAX-CURRENCIES TIMES
021900             DEPENDING ON W-CCY-COUNT.
022000         10  WC-CURRENCY        PIC X(03).
022100         10  WC-RATE            PIC 9(03)V9(06).
022200         10  WC-COUNT           PIC S9(07) COMP.
022300         10  WC-EXCEPTIONS      PIC S9(07) COMP.
022400         10  WC-OLD-VALUE       PIC S9(09)V99 COMP.
022500         10  WC-NEW-VALUE       PIC S9(09)V99 COMP.
022600         10  WC-GAIN            PIC S9(09)V99 COMP.
022700
022800 01  W-C PIC S9(04) COMP VALUE 1.
022900 01  W-CCY-FOUND-IDX PIC S9(04) COMP VALUE ZERO.
023000
023100******************************************************************
023200*    THE POSITION IN HAND - ITS OLD AND NEW BASE AMOUNTS AND THE  *
023300*    DIFFERENCE - AND THE RUN TOTALS                              *
023400******************************************************************
023500 01  W-OLD-AMOUNT               PIC S9(05)V99 VALUE ZERO.
023600 01  W-NEW-AMOUNT               PIC S9(05)V99 VALUE ZERO.
023700 01  W-DIFFERENCE               PIC S9(09)V99 COMP VALUE ZERO.
023800
023900 01  W-READ-COUNT               PIC S9(07) COMP VALUE ZERO.
024000 01  W-FOREIGN-COUNT            PIC S9(07) COMP VALUE ZERO.
024100 01  W-REVALUED-COUNT           PIC S9(07) COMP VALUE ZERO.
024200 01  W-RESTATED-COUNT           PIC S9(07) COMP VALUE ZERO.
024300 01  W-EXCEPTION-COUNT          PIC S9(07) COMP VALUE ZERO.
024400 01  W-NOT-KNOWN-COUNT          PIC S9(07) COMP VALUE ZERO.
024500 01  W-ENTRY-COUNT              PIC S9(07) COMP VALUE ZERO.
024600 01  W-TOTAL-OLD                PIC S9(09)V99 COMP VALUE ZERO.
024700 01  W-TOTAL-NEW                PIC S9(09)V99 COMP VALUE ZERO.
024800 01  W-TOTAL-GAIN               PIC S9(09)V99 COMP VALUE ZERO.
024900
025000 01  WS-EXCEPTION-TEXT          PIC X(40) VALUE SPACES.
025100
025200******************************************************************
025300*    WHETHER THE RUN GOES AHEAD - SKIPPED WHEN THERE IS NO PERIOD *
025400*    TO REVALUE OR IT IS ALREADY DONE, STOPPED WHEN A FILE OR THE *
025500*    ACCOUNT MAP WILL NOT LET IT START.                           *
025600******************************************************************
025700 01  WS-RUN-SWITCH              PIC X(01) VALUE "G".
025800         88  WS-RUN-GOES-AHEAD      VALUE "G".
025900         88  WS-RUN-SKIPPED         VALUE "S".
026000         88  WS-RUN-STOPPED         VALUE "X".
026100 01  W-STOP-RC                  PIC S9(04) COMP VALUE ZERO.
026200
026300******************************************************************
026400*    THE TWO FX ACCOUNTS AND THE SUSPENSE ACCOUNT THEY MUST NOT   *
026500*    BE, AS IN GLPOST                                             *
026600******************************************************************
026700     78  W-REVAL-ORIGIN VALUE "FXRV".
026800     78  W-GAIN-LOSS-ORIGIN VALUE "FXGL".
026900     78  W-SUSPENSE-ORIGIN VALUE "SUSP".
027000 01  WS-REVAL-ACCOUNT           PIC X(08) VALUE SPACES.
027100 01  WS-GAIN-LOSS-ACCOUNT       PIC X(08) VALUE SPACES.
027200 01  WS-SUSPENSE-ACCOUNT        PIC X(08) VALUE "99999999".
027300
027400******************************************************************
027500*    THE DATES - TODAY, THE RUN TIME, THE OPEN PERIOD FROM THE    *
027600*    CALENDAR, THE PERIOD REVALUED AND ITS PERIOD-END DATE        *
027700******************************************************************
027800 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
027900 01  WS-RUN-TIME                PIC 9(06) VALUE ZERO.
028000
028100 01  WS-OPEN-PERIOD             PIC 9(06) VALUE ZERO.
028200 01  WS-OPEN-PERIOD-PARTS REDEFINES WS-OPEN-PERIOD.
028300     05  WS-OPEN-YEAR           PIC 9(04).
028400     05  WS-OPEN-MONTH          PIC 9(02).
028500
028600 01  WS-REVAL-PERIOD            PIC 9(06) VALUE ZERO.
028700 01  WS-REVAL-PERIOD-PARTS REDEFINES WS-REVAL-PERIOD.
028800     05  WS-REVAL-YEAR          PIC 9(04).
028900     05  WS-REVAL-MONTH         PIC 9(02).
029000
029100 01  WS-FIRST-OF-OPEN           PIC 9(08) VALUE ZERO.
029200 01  WS-PERIOD-END-DATE         PIC 9(08) VALUE ZERO.
029300 01  W-DAY-NUM                  PIC S9(09) COMP VALUE ZERO.
029400
029500 01  WS-PERIOD-SWITCH           PIC X(01) VALUE "N".
029600         88  WS-PERIOD-FOUND        VALUE "Y".
029700         88  WS-PERIOD-NOT-FOUND    VALUE "N".
029800
029900 01  WS-BATCH-ID.
030000     05  FILLER                 PIC X(02) VALUE "FX".
030100     05  WS-BATCH-PERIOD        PIC 9(06) VALUE ZERO.
030200
030300******************************************************************
030400*    FILE STATUS FOR EVERY FILE                                   *
030500******************************************************************
030600 01  WS-MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
030700         88  WS-MASTER-FILE-OK      VALUE "00".
030800         88  WS-MASTER-FILE-AT-END  VALUE "10".
030900 01  WS-HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.
031000         88  WS-HISTORY-FILE-OK     VALUE "00".
031100 01  WS-RATE-FILE-STATUS        PIC X(02) VALUE SPACES.
031200         88  WS-RATE-FILE-OK        VALUE "00".
031300         88  WS-RATE-FILE-AT-END    VALUE "10".
031400 01  WS-ACCTMAP-FILE-STATUS     PIC X(02) VALUE SPACES.
031500         88  WS-ACCTMAP-FILE-OK     VALUE "00".
031600         88  WS-ACCTMAP-FILE-AT-END VALUE "10".
031700 01  WS-CALENDAR-FILE-STATUS    PIC X(02) VALUE SPACES.
031800         88  WS-CALENDAR-FILE-OK    VALUE "00".
031900         88  WS-CALENDAR-FILE-AT-END VALUE "10".
032000 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
032100         88  WS-CONTROL-FILE-OK     VALUE "00".
032200 01  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE SPACES.
032300         88  WS-JOURNAL-FILE-OK     VALUE "00".
032400 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
032500         88  WS-REPORT-FILE-OK      VALUE "00".
032600
032700******************************************************************
032800*    PAGE CONTROL FOR THE PRINT REPORT                            *
032900******************************************************************
033000     78  W-LINES-PER-PAGE VALUE 50.
033100 01  WS-PAGE-NUM                PIC 9(04) VALUE ZERO.
033200 01  WS-LINE-COUNT              PIC 9(04) VALUE ZERO.
033300 01  WS-HDR-PAGE                PIC ZZZ9.
033400 01  WS-HELD-LINE               PIC X(80) VALUE SPACES.
033500
033600******************************************************************
033700*    EDITED FIELDS FOR THE REPORT LINES                           *
033800******************************************************************
033900 01  WS-DETAIL-LINE.
034000     05  WS-DL-ID               PIC X(10).
034100     05  FILLER                 PIC X(01) VALUE SPACE.
034200     05  WS-DL-CURRENCY         PIC X(03).
034300     05  FILLER                 PIC X(01) VALUE SPACE.
034400     05  WS-DL-ORIG             PIC +(5)9.99.
034500     05  FILLER                 PIC X(01) VALUE SPACE.
034600     05  WS-DL-RATE             PIC ZZ9.999999.
034700     05  FILLER                 PIC X(01) VALUE SPACE.
034800     05  WS-DL-OLD              PIC +(5)9.99.
034900     05  FILLER                 PIC X(01) VALUE SPACE.
035000     05  WS-DL-NEW              PIC +(5)9.99.
035100     05  FILLER                 PIC X(01) VALUE SPACE.
035200     05  WS-DL-GAIN             PIC +(7)9.99.
035300     05  FILLER                 PIC X(09) VALUE SPACES.
035400
035500 01  WS-EXCEPTION-LINE.
035600     05  WS-EL-ID               PIC X(10).
035700     05  FILLER                 PIC X(01) VALUE SPACE.
035800     05  WS-EL-CURRENCY         PIC X(03).
035900     05  FILLER                 PIC X(01) VALUE SPACE.
036000     05  WS-EL-FLAG             PIC X(04) VALUE "*** ".
036100     05  WS-EL-TEXT             PIC X(40).
036200     05  FILLER                 PIC X(21) VALUE SPACES.
036300
036400 01  WS-SUMMARY-LINE.
036500     05  WS-SL-CURRENCY         PIC X(05).
036600     05  FILLER                 PIC X(01) VALUE SPACE.
036700     05  WS-SL-COUNT            PIC ZZZZZ9.
036800     05  FILLER                 PIC X(01) VALUE SPACE.
036900     05  WS-SL-RATE             PIC ZZ9.999999.
037000     05  FILLER                 PIC X(01) VALUE SPACE.
037100     05  WS-SL-OLD              PIC +(9)9.99.
037200     05  FILLER                 PIC X(01) VALUE SPACE.
037300     05  WS-SL-NEW              PIC +(9)9.99.
037400     05  FILLER                 PIC X(01) VALUE SPACE.
037500     05  WS-SL-GAIN             PIC +(9)9.99.
037600     05  FILLER                 PIC X(01) VALUE SPACE.
037700     05  WS-SL-EXCEPTIONS       PIC ZZZZ9.
037800     05  FILLER                 PIC X(08) VALUE SPACES.
037900
038000 01  WS-DISP-COUNT              PIC ZZZZZZ9.
038100 01  WS-DISP-AMOUNT             PIC +(9)9.99.
038200
038300 PROCEDURE DIVISION.
038400 0000-MAINLINE SECTION.
038500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
038600     IF WS-RUN-SKIPPED
038700         GOBACK
038800     END-IF.
038900     IF WS-RUN-STOPPED
039000         MOVE W-STOP-RC TO RETURN-CODE
039100         GOBACK
039200     END-IF.
039300     OPEN OUTPUT REPORT-FILE.
039400     MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT.
039500     PERFORM 2000-REVALUE-MASTER THRU 2000-REVALUE-MASTER-EXIT.
039600     PERFORM 5000-PRINT-SUMMARY THRU 5000-PRINT-SUMMARY-EXIT.
039700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
039800     IF W-EXCEPTION-COUNT > ZERO
039900         MOVE 4 TO RETURN-CODE
040000     END-IF.
040100     GOBACK.
040200
040300 1000-INITIALIZE.
040400******************************************************************
040500*    WORK OUT THE PERIOD TO REVALUE AND WHETHER IT IS STILL TO    *
040600*    DO, THEN LOAD THE ACCOUNTS AND RATES AND OPEN THE FILES THE  *
040700*    PASS WRITES TO.  ANYTHING MISSING STOPS THE RUN HERE, BEFORE *
040800*    THE MASTER IS TOUCHED.                                       *
040900******************************************************************
041000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
041100     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
041200     PERFORM 1100-FIND-PERIOD THRU 1100-FIND-PERIOD-EXIT.
041300     IF NOT WS-RUN-GOES-AHEAD
041400         GO TO 1000-INITIALIZE-EXIT
041500     END-IF.
041600     PERFORM 1200-CHECK-CONTROL THRU 1200-CHECK-CONTROL-EXIT.
041700     IF NOT WS-RUN-GOES-AHEAD
041800         GO TO 1000-INITIALIZE-EXIT
041900     END-IF.
042000     PERFORM 1300-LOAD-ACCOUNTS THRU 1300-LOAD-ACCOUNTS-EXIT.
042100     IF NOT WS-RUN-GOES-AHEAD
042200         GO TO 1000-INITIALIZE-EXIT
042300     END-IF.
042400     PERFORM 1400-LOAD-RATES THRU 1400-LOAD-RATES-EXIT.
042500     PERFORM 1500-OPEN-FILES THRU 1500-OPEN-FILES-EXIT.
042600 1000-INITIALIZE-EXIT.
042700     EXIT.
042800
042900 1100-FIND-PERIOD.
043000******************************************************************
043100*    THE OPEN PERIOD FROM CALFILE'S PERIOD CONTROL.  THE PERIOD   *
043200*    REVALUED IS THE MONTH BEFORE IT, ENDING THE DAY BEFORE THE   *
043300*    FIRST OF THE OPEN PERIOD.                                    *
043400******************************************************************
043500     SET WS-PERIOD-NOT-FOUND TO TRUE.
043600     OPEN INPUT CALENDAR-FILE.
043700     IF WS-CALENDAR-FILE-OK
043800         PERFORM 1110-SCAN-ONE-CAL THRU 1110-SCAN-ONE-CAL-EXIT
043900             UNTIL WS-CALENDAR-FILE-AT-END
044000         CLOSE CALENDAR-FILE
044100     END-IF.
044200     IF WS-PERIOD-NOT-FOUND
044300         DISPLAY "FXREVAL - NO PERIOD CONTROL ON CALFILE, "
044400             "NOTHING TO REVALUE"
044500         SET WS-RUN-SKIPPED TO TRUE
044600         GO TO 1100-FIND-PERIOD-EXIT
044700     END-IF.
044800     IF WS-OPEN-MONTH < 1 OR WS-OPEN-MONTH > 12
044900         OR WS-OPEN-YEAR < 1601
045000         DISPLAY "FXREVAL - PERIOD CONTROL " WS-OPEN-PERIOD
045100             " IS NOT A VALID PERIOD"
045200         MOVE 8 TO W-STOP-RC
045300         SET WS-RUN-STOPPED TO TRUE
045400         GO TO 1100-FIND-PERIOD-EXIT
045500     END-IF.
045600     IF WS-OPEN-MONTH = 1
045700         COMPUTE WS-REVAL-YEAR = WS-OPEN-YEAR - 1
045800         MOVE 12 TO WS-REVAL-MONTH
045900     ELSE
046000         MOVE WS-OPEN-YEAR TO WS-REVAL-YEAR
046100         COMPUTE WS-REVAL-MONTH = WS-OPEN-MONTH - 1
046200     END-IF.
046300     COMPUTE WS-FIRST-OF-OPEN = WS-OPEN-PERIOD * 100 + 1.
046400     COMPUTE W-DAY-NUM =
046500         FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-OPEN) - 1.
046600     COMPUTE WS-PERIOD-END-DATE =
046700         FUNCTION DATE-OF-INTEGER(W-DAY-NUM).
046800     MOVE WS-REVAL-PERIOD TO WS-BATCH-PERIOD.
046900 1100-FIND-PERIOD-EXIT.
047000     EXIT.
047100
047200 1110-SCAN-ONE-CAL.
047300     READ CALENDAR-FILE
047400     AT END
047500         SET WS-CALENDAR-FILE-AT-END TO TRUE
047600     NOT AT END
047700         IF CAL-PERIOD-REC AND CAL-OPEN-PERIOD IS NUMERIC
047800             MOVE CAL-OPEN-PERIOD TO WS-OPEN-PERIOD
047900             SET WS-PERIOD-FOUND TO TRUE
048000         END-IF
048100     END-READ.
048200 1110-SCAN-ONE-CAL-EXIT.
048300     EXIT.
048400
048500 1200-CHECK-CONTROL.
048600******************************************************************
048700*    A PERIOD ALREADY ON THE CONTROL FILE IS DONE - THE RUN ENDS  *
048800*    QUIETLY.  NO CONTROL FILE MEANS NOTHING HAS BEEN REVALUED.   *
048900******************************************************************
049000     OPEN INPUT CONTROL-FILE.
049100     IF NOT WS-CONTROL-FILE-OK
049200         GO TO 1200-CHECK-CONTROL-EXIT
049300     END-IF.
049400     READ CONTROL-FILE
049500     AT END
049600         MOVE ZERO TO FC-LAST-PERIOD
049700     END-READ.
049800     CLOSE CONTROL-FILE.
049900     IF FC-LAST-PERIOD IS NUMERIC
050000         AND FC-LAST-PERIOD = WS-REVAL-PERIOD
050100         DISPLAY "FXREVAL - PERIOD " WS-REVAL-PERIOD
050200             " ALREADY REVALUED ON " FC-RUN-DATE
050300         SET WS-RUN-SKIPPED TO TRUE
050400     END-IF.
050500 1200-CHECK-CONTROL-EXIT.
050600     EXIT.
050700
050800 1300-LOAD-ACCOUNTS.
050900******************************************************************
051000*    THE REVALUATION ADJUSTMENT AND GAIN/LOSS ACCOUNTS FROM THE   *
051100*    MAP.  BOTH MUST BE THERE, DIFFERENT FROM EACH OTHER AND FROM *
051200*    THE SUSPENSE ACCOUNT, OR NO ENTRY COULD BE BOOKED.           *
051300******************************************************************
051400     OPEN INPUT ACCTMAP-FILE.
051500     IF WS-ACCTMAP-FILE-OK
051600         PERFORM 1310-SCAN-ONE-MAP THRU 1310-SCAN-ONE-MAP-EXIT
051700             UNTIL WS-ACCTMAP-FILE-AT-END
051800         CLOSE ACCTMAP-FILE
051900     END-IF.
052000     IF WS-REVAL-ACCOUNT = SPACES OR WS-GAIN-LOSS-ACCOUNT = SPACES
052100         DISPLAY "FXREVAL - ORIGINS " W-REVAL-ORIGIN " AND "
052200             W-GAIN-LOSS-ORIGIN " MUST BOTH BE MAPPED ON ACCTMAP"
052300         MOVE 8 TO W-STOP-RC
052400         SET WS-RUN-STOPPED TO TRUE
052500         GO TO 1300-LOAD-ACCOUNTS-EXIT
052600     END-IF.
052700     IF WS-REVAL-ACCOUNT = WS-GAIN-LOSS-ACCOUNT
052800         OR WS-REVAL-ACCOUNT = WS-SUSPENSE-ACCOUNT
052900         OR WS-GAIN-LOSS-ACCOUNT = WS-SUSPENSE-ACCOUNT
053000         DISPLAY "FXREVAL - FX ACCOUNTS " WS-REVAL-ACCOUNT " AND "
053100             WS-GAIN-LOSS-ACCOUNT " MUST DIFFER FROM EACH OTHER "
053200             "AND FROM SUSPENSE"
053300         MOVE 8 TO W-STOP-RC
053400         SET WS-RUN-STOPPED TO TRUE
053500     END-IF.
053600 1300-LOAD-ACCOUNTS-EXIT.
053700     EXIT.
053800
053900 1310-SCAN-ONE-MAP.
054000     READ ACCTMAP-FILE
054100     AT END
054200         SET WS-ACCTMAP-FILE-AT-END TO TRUE
054300     NOT AT END
054400         EVALUATE AM-ORIGIN
054500             WHEN W-REVAL-ORIGIN
054600                 MOVE AM-ACCOUNT TO WS-REVAL-ACCOUNT
054700             WHEN W-GAIN-LOSS-ORIGIN
054800                 MOVE AM-ACCOUNT TO WS-GAIN-LOSS-ACCOUNT
054900             WHEN W-SUSPENSE-ORIGIN
055000                 MOVE AM-ACCOUNT TO WS-SUSPENSE-ACCOUNT
055100         END-EVALUATE
055200     END-READ.
055300 1310-SCAN-ONE-MAP-EXIT.
055400     EXIT.
055500
055600 1400-LOAD-RATES.
055700******************************************************************
055800*    EVERY RATE DATED ON OR BEFORE THE PERIOD END.  NO RATE FILE  *
055900*    LEAVES THE TABLE EMPTY AND EVERY FOREIGN POSITION BECOMES AN *
056000*    EXCEPTION.                                                   *
056100******************************************************************
056200     OPEN INPUT RATE-FILE.
056300     IF WS-RATE-FILE-OK
056400         PERFORM 1410-LOAD-ONE-RATE THRU 1410-LOAD-ONE-RATE-EXIT
056500             UNTIL WS-RATE-FILE-AT-END
056600                 OR W-RATE-COUNT >= W-MAX-RATES
056700         CLOSE RATE-FILE
056800     ELSE
056900         DISPLAY "FXREVAL - NO RATE FILE, STATUS "
057000             WS-RATE-FILE-STATUS
057100     END-IF.
057200 1400-LOAD-RATES-EXIT.
057300     EXIT.
057400
057500 1410-LOAD-ONE-RATE.
057600     READ RATE-FILE
057700     AT END
057800         SET WS-RATE-FILE-AT-END TO TRUE
057900     NOT AT END
058000         IF RT-DATE IS NUMERIC AND RT-RATE IS NUMERIC
058100             AND RT-CURRENCY NOT = SPACES
058200             IF RT-DATE NOT > WS-PERIOD-END-DATE
058300                 ADD 1 TO W-RATE-COUNT
058400                 MOVE RT-CURRENCY TO WR-CURRENCY(W-RATE-COUNT)
058500                 MOVE RT-DATE TO WR-DATE(W-RATE-COUNT)
058600                 MOVE RT-RATE TO WR-RATE(W-RATE-COUNT)
058700             END-IF
058800         ELSE
058900             DISPLAY "FXREVAL - MALFORMED RATE SKIPPED: "
059000                 RATE-RECORD
059100         END-IF
059200     END-READ.
059300 1410-LOAD-ONE-RATE-EXIT.
059400     EXIT.
059500
059600 1500-OPEN-FILES.
059700******************************************************************
059800*    THE PENDING JOURNAL AND THE HISTORY ARE ADDED TO, AND MADE   *
059900*    WHEN THEY ARE NOT THERE YET; THEN THE MASTER.  ANY OF THEM   *
060000*    FAILING STOPS THE RUN.                                       *
060100******************************************************************
060200     OPEN EXTEND JOURNAL-FILE.
060300     IF NOT WS-JOURNAL-FILE-OK
060400         OPEN OUTPUT JOURNAL-FILE
060500     END-IF.
060600     IF NOT WS-JOURNAL-FILE-OK
060700         DISPLAY "FXREVAL - PENDING JOURNAL OPEN FAILED, STATUS "
060800             WS-JOURNAL-FILE-STATUS
060900         MOVE 12 TO W-STOP-RC
061000         SET WS-RUN-STOPPED TO TRUE
061100         GO TO 1500-OPEN-FILES-EXIT
061200     END-IF.
061300     OPEN EXTEND HISTORY-FILE.
061400     IF NOT WS-HISTORY-FILE-OK
061500         OPEN OUTPUT HISTORY-FILE
061600     END-IF.
061700     IF NOT WS-HISTORY-FILE-OK
061800         DISPLAY "FXREVAL - HISTORY OPEN FAILED, STATUS "
061900             WS-HISTORY-FILE-STATUS
062000         CLOSE JOURNAL-FILE
062100         MOVE 12 TO W-STOP-RC
062200         SET WS-RUN-STOPPED TO TRUE
062300         GO TO 1500-OPEN-FILES-EXIT
062400     END-IF.
062500     OPEN I-O MASTER-FILE.
062600     IF NOT WS-MASTER-FILE-OK
062700         DISPLAY "FXREVAL - MASTER OPEN FAILED, STATUS "
062800             WS-MASTER-FILE-STATUS
062900         CLOSE JOURNAL-FILE
063000         CLOSE HISTORY-FILE
063100         MOVE 12 TO W-STOP-RC
063200         SET WS-RUN-STOPPED TO TRUE
063300     END-IF.
063400 1500-OPEN-FILES-EXIT.
063500     EXIT.
063600
063700 2000-REVALUE-MASTER.
063800******************************************************************
063900*    ONE PASS OF THE MASTER IN KEY ORDER.                         *
064000******************************************************************
064100     PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT.
064200     MOVE LOW-VALUES TO MST-ID.
064300     START MASTER-FILE KEY NOT < MST-ID
064400     INVALID KEY
064500         SET WS-MASTER-FILE-AT-END TO TRUE
064600     END-START.
064700     PERFORM 2100-REVALUE-ONE-POSITION THRU
064800         2100-REVALUE-ONE-POSITION-EXIT
064900         UNTIL WS-MASTER-FILE-AT-END.
065000 2000-REVALUE-MASTER-EXIT.
065100     EXIT.
065200
065300 2100-REVALUE-ONE-POSITION.
065400******************************************************************
065500*    A BASE-CURRENCY POSITION IS PASSED BY.  A FOREIGN ONE IS     *
065600*    RESTATED AT THE PERIOD-END RATE, OR LISTED AS AN EXCEPTION   *
065700*    WHEN IT CANNOT BE.                                           *
065800******************************************************************
065900     READ MASTER-FILE NEXT RECORD
066000     AT END
066100         SET WS-MASTER-FILE-AT-END TO TRUE
066200         GO TO 2100-REVALUE-ONE-POSITION-EXIT
066300     END-READ.
066400     ADD 1 TO W-READ-COUNT.
066500     IF MST-CURRENCY = SPACES OR MST-CURRENCY = W-BASE-CURRENCY
066600         GO TO 2100-REVALUE-ONE-POSITION-EXIT
066700     END-IF.
066800     ADD 1 TO W-FOREIGN-COUNT.
066900     PERFORM 2200-FIND-CURRENCY THRU 2200-FIND-CURRENCY-EXIT.
067000     IF MST-ORIG-AMOUNT-X = SPACES
067100         OR MST-ORIG-AMOUNT IS NOT NUMERIC
067200         ADD 1 TO W-NOT-KNOWN-COUNT
067300         MOVE "AMOUNT AS SENT NOT KNOWN - NOT REVALUED"
067400             TO WS-EXCEPTION-TEXT
067500         PERFORM 2510-PRINT-EXCEPTION THRU
067600             2510-PRINT-EXCEPTION-EXIT
067700         GO TO 2100-REVALUE-ONE-POSITION-EXIT
067800     END-IF.
067900     PERFORM 2300-FIND-RATE THRU 2300-FIND-RATE-EXIT.
068000     IF W-RATE-FOUND-IDX = ZERO
068100         MOVE "NO RATE BY PERIOD END - NOT REVALUED"
068200             TO WS-EXCEPTION-TEXT
068300         PERFORM 2500-LIST-EXCEPTION THRU 2500-LIST-EXCEPTION-EXIT
068400         GO TO 2100-REVALUE-ONE-POSITION-EXIT
068500     END-IF.
068600     MOVE MST-AMOUNT TO W-OLD-AMOUNT.
068700     COMPUTE W-NEW-AMOUNT ROUNDED =
068800         MST-ORIG-AMOUNT * WR-RATE(W-RATE-FOUND-IDX)
068900         ON SIZE ERROR
069000             MOVE "RESTATED AMOUNT OVERFLOWS - NOT REVALUED"
069100                 TO WS-EXCEPTION-TEXT
069200             PERFORM 2500-LIST-EXCEPTION THRU
069300                 2500-LIST-EXCEPTION-EXIT
069400             GO TO 2100-REVALUE-ONE-POSITION-EXIT
069500     END-COMPUTE.
069600     COMPUTE W-DIFFERENCE = W-NEW-AMOUNT - W-OLD-AMOUNT.
069700     IF W-DIFFERENCE NOT = ZERO
069800         MOVE W-NEW-AMOUNT TO MST-AMOUNT
069900         MOVE WS-TODAY-DATE TO MST-LAST-MAINT-DATE
070000         REWRITE MST-RECORD
070100         INVALID KEY
070200             MOVE "MASTER REWRITE FAILED - NOT REVALUED"
070300                 TO WS-EXCEPTION-TEXT
070400             PERFORM 2500-LIST-EXCEPTION THRU
070500                 2500-LIST-EXCEPTION-EXIT
070600             GO TO 2100-REVALUE-ONE-POSITION-EXIT
070700         END-REWRITE
070800         PERFORM 3000-WRITE-HISTORY-IMAGE THRU
070900             3000-WRITE-HISTORY-IMAGE-EXIT
071000         PERFORM 4000-WRITE-JOURNAL-PAIR THRU
071100             4000-WRITE-JOURNAL-PAIR-EXIT
071200         ADD 1 TO W-RESTATED-COUNT
071300     END-IF.
071400     ADD 1 TO W-REVALUED-COUNT.
071500     ADD W-OLD-AMOUNT TO W-TOTAL-OLD.
071600     ADD W-NEW-AMOUNT TO W-TOTAL-NEW.
071700     ADD W-DIFFERENCE TO W-TOTAL-GAIN.
071800     IF W-CCY-FOUND-IDX > ZERO
071900         MOVE WR-RATE(W-RATE-FOUND-IDX)
072000             TO WC-RATE(W-CCY-FOUND-IDX)
072100         ADD 1 TO WC-COUNT(W-CCY-FOUND-IDX)
072200         ADD W-OLD-AMOUNT TO WC-OLD-VALUE(W-CCY-FOUND-IDX)
072300         ADD W-NEW-AMOUNT TO WC-NEW-VALUE(W-CCY-FOUND-IDX)
072400         ADD W-DIFFERENCE TO WC-GAIN(W-CCY-FOUND-IDX)
072500     END-IF.
072600     MOVE MST-ID TO WS-DL-ID.
072700     MOVE MST-CURRENCY TO WS-DL-CURRENCY.
072800     MOVE MST-ORIG-AMOUNT TO WS-DL-ORIG.
072900     MOVE WR-RATE(W-RATE-FOUND-IDX) TO WS-DL-RATE.
073000     MOVE W-OLD-AMOUNT TO WS-DL-OLD.
073100     MOVE W-NEW-AMOUNT TO WS-DL-NEW.
073200     MOVE W-DIFFERENCE TO WS-DL-GAIN.
073300     MOVE WS-DETAIL-LINE TO RPT-LINE.
073400     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
073500 2100-REVALUE-ONE-POSITION-EXIT.
073600     EXIT.
073700
073800 2200-FIND-CURRENCY.
073900******************************************************************
074000*    THE POSITION'S CURRENCY IN THE SUMMARY TABLE, ADDED ON FIRST *
074100*    SIGHT.  A FULL TABLE LEAVES IT OUT OF THE SUMMARY ONLY - THE *
074200*    GRAND TOTALS STILL CARRY IT.                                 *
074300******************************************************************
074400     MOVE ZERO TO W-CCY-FOUND-IDX.
074500     PERFORM 2210-MATCH-CURRENCY THRU 2210-MATCH-CURRENCY-EXIT
074600         VARYING W-C FROM 1 BY 1
074700         UNTIL W-C > W-CCY-COUNT OR W-CCY-FOUND-IDX > ZERO.
074800     IF W-CCY-FOUND-IDX > ZERO
074900         GO TO 2200-FIND-CURRENCY-EXIT
075000     END-IF.
075100     IF W-CCY-COUNT >= W-MAX-CURRENCIES
075200         DISPLAY "FXREVAL - CURRENCY TABLE FULL, " MST-CURRENCY
075300             " LEFT OUT OF THE SUMMARY"
075400         GO TO 2200-FIND-CURRENCY-EXIT
075500     END-IF.
075600     ADD 1 TO W-CCY-COUNT.
075700     MOVE W-CCY-COUNT TO W-CCY-FOUND-IDX.
075800     MOVE MST-CURRENCY TO WC-CURRENCY(W-CCY-FOUND-IDX).
075900     MOVE ZERO TO WC-RATE(W-CCY-FOUND-IDX).
076000     MOVE ZERO TO WC-COUNT(W-CCY-FOUND-IDX).
076100     MOVE ZERO TO WC-EXCEPTIONS(W-CCY-FOUND-IDX).
076200     MOVE ZERO TO WC-OLD-VALUE(W-CCY-FOUND-IDX).
076300     MOVE ZERO TO WC-NEW-VALUE(W-CCY-FOUND-IDX).
076400     MOVE ZERO TO WC-GAIN(W-CCY-FOUND-IDX).
076500 2200-FIND-CURRENCY-EXIT.
076600     EXIT.
076700
076800 2210-MATCH-CURRENCY.
076900     IF WC-CURRENCY(W-C) = MST-CURRENCY
077000         MOVE W-C TO W-CCY-FOUND-IDX
077100     END-IF.
077200 2210-MATCH-CURRENCY-EXIT.
077300     EXIT.
077400
077500 2300-FIND-RATE.
077600******************************************************************
077700*    LATEST RATE FOR THE POSITION'S CURRENCY, AS IN BUBBLE-SORT - *
077800*    THE TABLE ONLY HOLDS RATES UP TO THE PERIOD END.  ZERO MEANS *
077900*    NO RATE QUALIFIES.                                           *
078000******************************************************************
078100     MOVE ZERO TO W-RATE-FOUND-IDX.
078200     PERFORM 2310-MATCH-RATE THRU 2310-MATCH-RATE-EXIT
078300         VARYING W-R FROM 1 BY 1 UNTIL W-R > W-RATE-COUNT.
078400 2300-FIND-RATE-EXIT.
078500     EXIT.
078600
078700 2310-MATCH-RATE.
078800     IF WR-CURRENCY(W-R) = MST-CURRENCY
078900         IF W-RATE-FOUND-IDX = ZERO
079000             OR WR-DATE(W-R) > WR-DATE(W-RATE-FOUND-IDX)
079100             MOVE W-R TO W-RATE-FOUND-IDX
079200         END-IF
079300     END-IF.
079400 2310-MATCH-RATE-EXIT.
079500     EXIT.
079600
079700 2500-LIST-EXCEPTION.
079800******************************************************************
079900*    A FOREIGN POSITION LEFT AS IT WAS - LISTED IN ITS PLACE ON   *
080000*    THE REPORT AND COUNTED AGAINST ITS CURRENCY.                 *
080100******************************************************************
080200     ADD 1 TO W-EXCEPTION-COUNT.
080300     IF W-CCY-FOUND-IDX > ZERO
080400         ADD 1 TO WC-EXCEPTIONS(W-CCY-FOUND-IDX)
080500     END-IF.
080600     DISPLAY "FXREVAL - " MST-ID " " MST-CURRENCY " "
080700         WS-EXCEPTION-TEXT.
080800     PERFORM 2510-PRINT-EXCEPTION THRU 2510-PRINT-EXCEPTION-EXIT.
080900 2500-LIST-EXCEPTION-EXIT.
081000     EXIT.
081100
081200 2510-PRINT-EXCEPTION.
081300     MOVE MST-ID TO WS-EL-ID.
081400     MOVE MST-CURRENCY TO WS-EL-CURRENCY.
081500     MOVE WS-EXCEPTION-TEXT TO WS-EL-TEXT.
081600     MOVE WS-EXCEPTION-LINE TO RPT-LINE.
081700     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
081800 2510-PRINT-EXCEPTION-EXIT.
081900     EXIT.
082000
082100 3000-WRITE-HISTORY-IMAGE.
082200******************************************************************
082300*    THE "R" IMAGE - THE AMOUNT BEFORE AND AFTER RESTATEMENT.     *
082400*    THE DATE, THE CURRENCY AND THE AMOUNT AS SENT ARE THE SAME   *
082500*    ON BOTH SIDES.                                               *
082600******************************************************************
082700     MOVE SPACES TO HIST-RECORD.
082800     MOVE "R" TO MH-ACTION.
082900     MOVE MST-ID TO MH-ID.
083000     MOVE WS-TODAY-DATE TO MH-APPLY-DATE.
083100     MOVE WS-RUN-TIME TO MH-APPLY-TIME.
083200     MOVE W-OLD-AMOUNT TO MH-BEFORE-AMOUNT.
083300     MOVE MST-DATE TO MH-BEFORE-DATE.
083400     MOVE W-NEW-AMOUNT TO MH-AFTER-AMOUNT.
083500     MOVE MST-DATE TO MH-AFTER-DATE.
083600     MOVE WS-BATCH-ID TO MH-BATCH-ID.
083700     MOVE W-REVAL-ORIGIN TO MH-REASON.
083800     MOVE MST-CURRENCY TO MH-CURRENCY.
083850     MOVE MST-CURRENCY TO MH-AFTER-CURRENCY.
083900     MOVE MST-ORIG-AMOUNT-X TO MH-BEFORE-ORIG-X.
084000     MOVE MST-ORIG-AMOUNT-X TO MH-AFTER-ORIG-X.
084100     WRITE HIST-RECORD.
084200 3000-WRITE-HISTORY-IMAGE-EXIT.
084300     EXIT.
084400
084500 4000-WRITE-JOURNAL-PAIR.
084600******************************************************************
084700*    A GAIN DEBITS THE ADJUSTMENT ACCOUNT AND CREDITS GAIN/LOSS;  *
084800*    A LOSS THE REVERSE.  BOTH LEGS CARRY THE SIZE OF THE         *
084900*    DIFFERENCE, THE PERIOD-END DATE AND THE CURRENCY.            *
085000******************************************************************
085100     MOVE SPACES TO JRN-RECORD.
085200     MOVE WS-PERIOD-END-DATE TO JRN-DATE.
085300     MOVE MST-CURRENCY TO JRN-ORIGIN.
085400     STRING "FX REVAL " MST-ID DELIMITED BY SIZE INTO JRN-DESC.
085500     IF W-DIFFERENCE > ZERO
085600         MOVE W-DIFFERENCE TO JRN-AMOUNT
085700         MOVE WS-REVAL-ACCOUNT TO JRN-ACCOUNT
085800     ELSE
085900         COMPUTE JRN-AMOUNT = ZERO - W-DIFFERENCE
086000         MOVE WS-GAIN-LOSS-ACCOUNT TO JRN-ACCOUNT
086100     END-IF.
086200     SET JRN-DEBIT TO TRUE.
086300     WRITE JRN-RECORD.
086400     IF W-DIFFERENCE > ZERO
086500         MOVE WS-GAIN-LOSS-ACCOUNT TO JRN-ACCOUNT
086600     ELSE
086700         MOVE WS-REVAL-ACCOUNT TO JRN-ACCOUNT
086800     END-IF.
086900     SET JRN-CREDIT TO TRUE.
087000     WRITE JRN-RECORD.
087100     ADD 2 TO W-ENTRY-COUNT.
087200 4000-WRITE-JOURNAL-PAIR-EXIT.
087300     EXIT.
087400
087500 5000-PRINT-SUMMARY.
087600******************************************************************
087700*    THE CURRENCY SUMMARY - POSITIONS, RATE, OLD AND NEW VALUE    *
087800*    AND GAIN/LOSS PER CURRENCY - AND THE GRAND TOTAL.            *
087900******************************************************************
088000     MOVE SPACES TO RPT-LINE.
088100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
088200     MOVE "REVALUATION BY CURRENCY" TO RPT-LINE.
088300     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
088400     MOVE SPACES TO RPT-LINE.
088500     MOVE "CCY" TO RPT-LINE(1:3).
088600     MOVE "COUNT" TO RPT-LINE(8:5).
088700     MOVE "RATE" TO RPT-LINE(20:4).
088800     MOVE "OLD VALUE" TO RPT-LINE(29:9).
088900     MOVE "NEW VALUE" TO RPT-LINE(43:9).
089000     MOVE "GAIN/LOSS" TO RPT-LINE(57:9).
089100     MOVE "EXCP" TO RPT-LINE(68:4).
089200     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
089300     PERFORM 5100-PRINT-ONE-CURRENCY THRU
089400         5100-PRINT-ONE-CURRENCY-EXIT
089500         VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CCY-COUNT.
089600     MOVE "TOTAL" TO WS-SL-CURRENCY.
089700     MOVE W-REVALUED-COUNT TO WS-SL-COUNT.
089800     MOVE ZERO TO WS-SL-RATE.
089900     MOVE W-TOTAL-OLD TO WS-SL-OLD.
090000     MOVE W-TOTAL-NEW TO WS-SL-NEW.
090100     MOVE W-TOTAL-GAIN TO WS-SL-GAIN.
090200     MOVE W-EXCEPTION-COUNT TO WS-SL-EXCEPTIONS.
090300     MOVE WS-SUMMARY-LINE TO RPT-LINE.
090400     MOVE SPACES TO RPT-LINE(14:10).
090500     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
090600 5000-PRINT-SUMMARY-EXIT.
090700     EXIT.
090800
090900 5100-PRINT-ONE-CURRENCY.
091000     MOVE WC-CURRENCY(W-C) TO WS-SL-CURRENCY.
091100     MOVE WC-COUNT(W-C) TO WS-SL-COUNT.
091200     MOVE WC-RATE(W-C) TO WS-SL-RATE.
091300     MOVE WC-OLD-VALUE(W-C) TO WS-SL-OLD.
091400     MOVE WC-NEW-VALUE(W-C) TO WS-SL-NEW.
091500     MOVE WC-GAIN(W-C) TO WS-SL-GAIN.
091600     MOVE WC-EXCEPTIONS(W-C) TO WS-SL-EXCEPTIONS.
091700     MOVE WS-SUMMARY-LINE TO RPT-LINE.
091800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
091900 5100-PRINT-ONE-CURRENCY-EXIT.
092000     EXIT.
092100
092200 7100-PRINT-HEADERS.
092300     ADD 1 TO WS-PAGE-NUM.
092400     MOVE WS-PAGE-NUM TO WS-HDR-PAGE.
092500     MOVE SPACES TO RPT-LINE.
092600     STRING "FX REVALUATION - PERIOD " WS-REVAL-PERIOD
092700         " - RATES AS AT " WS-PERIOD-END-DATE
092800         DELIMITED BY SIZE INTO RPT-LINE.
092900     WRITE RPT-LINE AFTER ADVANCING PAGE.
093000     MOVE SPACES TO RPT-LINE.
093100     STRING "PAGE " WS-HDR-PAGE DELIMITED BY SIZE INTO RPT-LINE.
093200     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
093300     MOVE SPACES TO RPT-LINE.
093400     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
093500     MOVE SPACES TO RPT-LINE.
093600     MOVE "ID" TO RPT-LINE(1:2).
093700     MOVE "CCY" TO RPT-LINE(12:3).
093800     MOVE "AS SENT" TO RPT-LINE(19:7).
093900     MOVE "RATE" TO RPT-LINE(33:4).
094000     MOVE "OLD" TO RPT-LINE(45:3).
094100     MOVE "NEW" TO RPT-LINE(56:3).
094200     MOVE "GAIN/LOSS" TO RPT-LINE(63:9).
094300     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
094400     MOVE ZERO TO WS-LINE-COUNT.
094500 7100-PRINT-HEADERS-EXIT.
094600     EXIT.
094700
094800 7200-PRINT-LINE.
094900******************************************************************
095000*    WRITE THE LINE IN RPT-LINE, STARTING A NEW PAGE FIRST WHEN   *
095100*    THIS ONE IS FULL.  THE HEADERS USE RPT-LINE, SO THE LINE IS  *
095200*    HELD ASIDE WHILE THEY PRINT.                                 *
095300******************************************************************
095400     IF WS-LINE-COUNT >= W-LINES-PER-PAGE
095500         MOVE RPT-LINE TO WS-HELD-LINE
095600         PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT
095700         MOVE WS-HELD-LINE TO RPT-LINE
095800     END-IF.
095900     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
096000     ADD 1 TO WS-LINE-COUNT.
096100 7200-PRINT-LINE-EXIT.
096200     EXIT.
096300
096400 9000-TERMINATE.
096500******************************************************************
096600*    CLOSE UP, AND MARK THE PERIOD DONE ONLY WHEN EVERY FOREIGN   *
096700*    POSITION WAS RESTATED - OTHERWISE THE NEXT RUN TRIES AGAIN.  *
096800******************************************************************
096900     CLOSE MASTER-FILE.
097000     CLOSE HISTORY-FILE.
097100     CLOSE JOURNAL-FILE.
097200     CLOSE REPORT-FILE.
097300     IF W-EXCEPTION-COUNT = ZERO
097400         OPEN OUTPUT CONTROL-FILE
097500         MOVE SPACES TO FC-RECORD
097600         MOVE WS-REVAL-PERIOD TO FC-LAST-PERIOD
097700         MOVE WS-TODAY-DATE TO FC-RUN-DATE
097800         WRITE FC-RECORD
097900         CLOSE CONTROL-FILE
098000     END-IF.
098100     MOVE W-READ-COUNT TO WS-DISP-COUNT.
098200     DISPLAY "FXREVAL - POSITIONS READ:        " WS-DISP-COUNT.
098300     MOVE W-FOREIGN-COUNT TO WS-DISP-COUNT.
098400     DISPLAY "FXREVAL - FOREIGN POSITIONS:     " WS-DISP-COUNT.
098500     MOVE W-RESTATED-COUNT TO WS-DISP-COUNT.
098600     DISPLAY "FXREVAL - POSITIONS RESTATED:    " WS-DISP-COUNT.
098700     MOVE W-EXCEPTION-COUNT TO WS-DISP-COUNT.
098800     DISPLAY "FXREVAL - EXCEPTIONS:            " WS-DISP-COUNT.
098900     MOVE W-NOT-KNOWN-COUNT TO WS-DISP-COUNT.
099000     DISPLAY "FXREVAL - AS-SENT NOT KNOWN:     " WS-DISP-COUNT.
099100     MOVE W-ENTRY-COUNT TO WS-DISP-COUNT.
099200     DISPLAY "FXREVAL - JOURNAL ENTRIES:       " WS-DISP-COUNT.
099300     MOVE W-TOTAL-GAIN TO WS-DISP-AMOUNT.
099400     DISPLAY "FXREVAL - NET GAIN/LOSS:         " WS-DISP-AMOUNT.
099500     IF W-EXCEPTION-COUNT = ZERO
099600         DISPLAY "FXREVAL - PERIOD " WS-REVAL-PERIOD " REVALUED"
099700     ELSE
099800         DISPLAY "FXREVAL - PERIOD " WS-REVAL-PERIOD
099900             " NOT MARKED DONE - RERUN ONCE THE EXCEPTIONS "
100000             "ARE CLEARED"
100100     END-IF.
100200 9000-TERMINATE-EXIT.
100300     EXIT.
