000100******************************************************************
000200* PROGRAM-ID.  SUSPRPT                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* NIGHTLY SUSPENSE LEDGER REPORT, RUN AFTER GLPOST.  LISTS EVERY  *
000900* OPEN ITEM ON THE SUSPENSE LEDGER (SUSPLDG, SEE SUSPREC) WITH    *
001000* ITS AGE IN DAYS FROM ITS POSTING DATE TO THE BUSINESS DATE,     *
001100* SUMS THE OPEN ITEMS INTO THE SAME FIVE AGE BUCKETS AGERPT       *
001200* USES (0-30, 31-60, 61-90, 91-180, OVER 180), AND PROVES THE     *
001300* LEDGER AGAINST THE JOURNAL.                                     *
001400*                                                                 *
001500* THE PROOF.  GLJRNL IS WRITTEN AFRESH EVERY NIGHT, SO THIS       *
001600* PROGRAM KEEPS THE RUNNING TOTAL OF EVERY SUSPENSE POSTING THE   *
001700* JOURNAL HAS CARRIED ON A ONE-RECORD CONTROL FILE (SUSPCTL).     *
001800* EACH NIGHT THE SUSPENSE-ACCOUNT ENTRIES ON GLJRNL - THE DAY     *
001900* OFFSETS AND THE FOLDED CLEARINGS, A CREDIT COUNTING PLUS AND A  *
002000* DEBIT MINUS - ARE ADDED TO IT.  THE LEDGER'S OPEN BALANCE (ALL  *
002100* ITEMS, POSTED LESS CLEARED) MUST THEN EQUAL THAT RUNNING TOTAL  *
002200* PLUS ANY CLEARING KEYED AT SUSPMNT THAT IS STILL WAITING ON     *
002300* THE PENDING FILE (SUSPREV) FOR THE NEXT GLPOST RUN.  A LEDGER   *
002400* THAT DOES NOT PROVE ENDS THE RUN WITH RETURN CODE 8.            *
002500*                                                                 *
002600* A SECOND RUN ON THE SAME DATE STARTS AGAIN FROM THE TOTAL       *
002700* BROUGHT FORWARD INTO THE FIRST, SO TONIGHT'S JOURNAL IS NEVER   *
002800* COUNTED TWICE.  WITH NO CONTROL FILE (THE FIRST RUN) THE        *
002900* TOTAL BROUGHT FORWARD IS ZERO.                                  *
003000*                                                                 *
003100* THE SUSPENSE ACCOUNT COMES FROM THE MAP (ACCTMAP, SEE MAPREC)   *
003200* AS IN GLPOST.  THE BUSINESS DATE IS THE LATEST BUSINESS DAY ON  *
003300* CALFILE NOT AFTER THE SYSTEM DATE, AS IN AGERPT; WITH NONE THE  *
003400* SYSTEM DATE IS USED AND THE RUN ENDS WITH RETURN CODE 4.        *
003500*                                                                 *
003600* RUNNING TOTAL CONTROL LAYOUT (SUSPCTL, ONE RECORD):             *
003700*     POS  1-8    DATE OF THE LAST RUN.                           *
003800*     POS 10-21   TOTAL BROUGHT FORWARD INTO THAT RUN - SIGN      *
003900*                 CHARACTER THEN ELEVEN DIGITS, CENTS IMPLIED.    *
004000*     POS 23-34   RUNNING TOTAL AFTER THAT RUN - AS ABOVE.        *
004100*     POS 36-47   SUSPENSE POSTINGS ON THAT RUN'S JOURNAL - AS    *
004200*                 ABOVE.                                          *
004300*                                                                 *
004400* RETURN CODES: 12 THE LEDGER WOULD NOT OPEN, 8 THE LEDGER DOES   *
004500* NOT PROVE, 4 THE REPORT IS COMPLETE BUT THE BUSINESS DATE WAS   *
004600* DEFAULTED OR A JOURNAL LINE COULD NOT BE READ.                  *
004700*-----------------------------------------------------------------*
004800* MODIFICATION HISTORY                                            *
004900*  DATE       INIT  DESCRIPTION                                   *
005000*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
005100******************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. SUSPRPT.
005400 AUTHOR. D.MAINT.
005500 INSTALLATION. DATA PROCESSING.
005600 DATE-WRITTEN. 15/10/2026.
005700 DATE-COMPILED.
005800
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200*-----------------------------------------------------------------*
006300* THE SUSPENSE LEDGER - READ ONCE, IN KEY ORDER, FROM THE TOP.    *
006400*-----------------------------------------------------------------*
006500     SELECT LEDGER-FILE ASSIGN TO "SUSPLDG"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS SL-KEY
006900         FILE STATUS IS WS-LEDGER-FILE-STATUS.
007000
007100*-----------------------------------------------------------------*
007200* THE ORIGIN-TO-ACCOUNT MAP - FOR THE SUSPENSE ACCOUNT.           *
007300*-----------------------------------------------------------------*
007400     SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-ACCTMAP-FILE-STATUS.
007700
007800*-----------------------------------------------------------------*
007900* TONIGHT'S JOURNAL FROM GLPOST.                                  *
008000*-----------------------------------------------------------------*
008100     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
008400
008500*-----------------------------------------------------------------*
008600* CLEARINGS KEYED AT SUSPMNT NOT YET FOLDED ONTO THE JOURNAL.     *
008700*-----------------------------------------------------------------*
008800     SELECT CLEARING-FILE ASSIGN TO "SUSPREV"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-CLEARING-FILE-STATUS.
009100
009200*-----------------------------------------------------------------*
009300* THE RUNNING TOTAL OF SUSPENSE POSTINGS - READ, THEN REWRITTEN.  *
009400*-----------------------------------------------------------------*
009500     SELECT CONTROL-FILE ASSIGN TO "SUSPCTL"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-CONTROL-FILE-STATUS.
009800
009900*-----------------------------------------------------------------*
010000* THE BUSINESS CALENDAR - SETS THE DATE THE ITEMS AGE TO.         *
010100*-----------------------------------------------------------------*
010200     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
010500
010600*-----------------------------------------------------------------*
010700* THE PRINTED SUSPENSE LEDGER REPORT.                             *
010800*-----------------------------------------------------------------*
010900     SELECT REPORT-FILE ASSIGN TO "SUSPRPT"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS WS-REPORT-FILE-STATUS.
011200
011300 DATA DIVISION.
011400 FILE SECTION.
011500 FD  LEDGER-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  SL-RECORD.
011800     COPY SUSPREC.
011900
012000 FD  ACCTMAP-FILE
012100     LABEL RECORDS ARE STANDARD
012200     RECORDING MODE IS F.
012300 01  MAP-RECORD.
012400     COPY MAPREC.
012500
012600 FD  JOURNAL-FILE
012700     LABEL RECORDS ARE STANDARD
012800     RECORDING MODE IS F.
012900 01  JRN-RECORD.
013000     COPY GLJREC.
013100
013200 FD  CLEARING-FILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORDING MODE IS F.
013500 01  REV-RECORD.
013600     COPY GLJREC REPLACING LEADING ==JRN-== BY ==REV-==.
013700
013800 FD  CONTROL-FILE
013900     LABEL RECORDS ARE STANDARD
014000     RECORDING MODE IS F.
014100 01  SC-RECORD.
014200     05  SC-LAST-RUN-DATE       PIC 9(08).
014300     05  FILLER                 PIC X(01).
014400     05  SC-PRIOR-TOTAL         PIC S9(09)V99
014500                                SIGN IS LEADING SEPARATE.
014600     05  FILLER                 PIC X(01).
014700     05  SC-RUNNING-TOTAL       PIC S9(09)V99
014800                                SIGN IS LEADING SEPARATE.
014900     05  FILLER                 PIC X(01).
015000     05  SC-JOURNAL-TOTAL       PIC S9(09)V99
015100                                SIGN IS LEADING SEPARATE.
015200     05  FILLER                 PIC X(33).
015300
015400 FD  CALENDAR-FILE
015500     LABEL RECORDS ARE STANDARD
015600     RECORDING MODE IS F.
015700 01  CAL-RECORD.
015800     COPY CALREC.
015900
016000 FD  REPORT-FILE
016100     LABEL RECORDS ARE STANDARD
016200     RECORDING MODE IS F.
016300 01  RPT-LINE                       PIC X(80).
016400
016500 WORKING-STORAGE SECTION.
016600******************************************************************
016700*    THE FIVE AGE BUCKETS AND THEIR PRINTED LABELS, AS IN AGERPT, *
016800*    AND THE OPEN ITEMS COUNTED AND TOTALLED IN EACH.             *
016900******************************************************************
017000     78  W-MAX-BUCKETS VALUE 5.
017100 01  W-BUCKET-LABELS-INIT.
017200     05  FILLER                 PIC X(08) VALUE "0-30".
017300     05  FILLER                 PIC X(08) VALUE "31-60".
017400     05  FILLER                 PIC X(08) VALUE "61-90".
017500     05  FILLER                 PIC X(08) VALUE "91-180".
017600     05  FILLER                 PIC X(08) VALUE "OVER 180".
017700 01  W-BUCKET-LABEL-TABLE REDEFINES W-BUCKET-LABELS-INIT.
017800     05  W-BUCKET-LABEL OCCURS 5 TIMES PIC X(08).
017900
018000 01  W-AGE-TABLE.
018100     05  WG-BUCKET OCCURS 5 TIMES.
018200         10  WG-COUNT           PIC S9(07) COMP.
018300         10  WG-AMOUNT          PIC S9(09)V99 COMP.
018400
018500******************************************************************
018600*    THE PROOF - THE LEDGER'S OPEN BALANCE AGAINST THE RUNNING    *
018700*    TOTAL OF SUSPENSE POSTINGS AND THE CLEARINGS IN TRANSIT.     *
018800******************************************************************
018900 01  W-LEDGER-BALANCE           PIC S9(09)V99 COMP VALUE ZERO.
019000 01  W-OPEN-ITEM-COUNT          PIC S9(07) COMP VALUE ZERO.
019100 01  W-OPEN-ITEM-AMOUNT         PIC S9(09)V99 COMP VALUE ZERO.
019200 01  W-BROUGHT-FORWARD          PIC S9(09)V99 COMP VALUE ZERO.
019300 01  W-JOURNAL-SUSPENSE         PIC S9(09)V99 COMP VALUE ZERO.
019400 01  W-RUNNING-TOTAL            PIC S9(09)V99 COMP VALUE ZERO.
019500 01  W-IN-TRANSIT               PIC S9(09)V99 COMP VALUE ZERO.
019600 01  W-PROOF-DIFFERENCE         PIC S9(09)V99 COMP VALUE ZERO.
019700 01  W-ITEM-OPEN                PIC S9(09)V99 COMP VALUE ZERO.
019800 01  W-BAD-JOURNAL-COUNT        PIC S9(05) COMP VALUE ZERO.
019900
020000 01  WS-PROOF-SWITCH            PIC X(01) VALUE "N".
020100         88  WS-LEDGER-BREAK        VALUE "Y".
020200         88  WS-LEDGER-PROVES       VALUE "N".
020300
020400******************************************************************
020500*    THE SUSPENSE ACCOUNT, AS IN GLPOST                           *
020600******************************************************************
020700     78  W-SUSPENSE-ORIGIN VALUE "SUSP".
020800 01  WS-SUSPENSE-ACCOUNT        PIC X(08) VALUE "99999999".
020900
021000******************************************************************
021100*    THE DATES - TODAY, THE BUSINESS DATE AGED TO, AND THE DAY    *
021200*    NUMBERS THE AGE IS WORKED OUT FROM.                          *
021300******************************************************************
021400 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
021500 01  WS-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
021600 01  W-BUS-DAY-NUM              PIC S9(09) COMP VALUE ZERO.
021700 01  W-ITEM-DAY-NUM             PIC S9(09) COMP VALUE ZERO.
021800 01  W-AGE-DAYS                 PIC S9(09) COMP VALUE ZERO.
021900
022000 01  WS-BUS-DATE-SWITCH         PIC X(01) VALUE "N".
022100         88  WS-BUS-DATE-FROM-CAL   VALUE "Y".
022200         88  WS-BUS-DATE-DEFAULTED  VALUE "N".
022300
022400******************************************************************
022500*    SUBSCRIPT FOR THE BUCKETS                                    *
022600******************************************************************
022700 01  W-B PIC S9(04) COMP VALUE 1.
022800
022900******************************************************************
023000*    FILE STATUS FOR THE SUSPENSE LEDGER.  35 MEANS GLPOST HAS    *
023100*    NOT RAISED AN ITEM YET - AN EMPTY LEDGER, NOT AN ERROR.      *
023200******************************************************************
023300 01  WS-LEDGER-FILE-STATUS      PIC X(02) VALUE SPACES.
023400         88  WS-LEDGER-FILE-OK          VALUE "00".
023500         88  WS-LEDGER-FILE-AT-END      VALUE "10".
023600         88  WS-LEDGER-FILE-NOT-FOUND   VALUE "35".
023700
023800 01  WS-LEDGER-SWITCH           PIC X(01) VALUE "N".
023900         88  WS-LEDGER-PRESENT      VALUE "Y".
024000         88  WS-LEDGER-ABSENT       VALUE "N".
024100
024200******************************************************************
024300*    FILE STATUS FOR THE MAP, THE JOURNAL, THE PENDING CLEARINGS, *
024400*    THE CONTROL RECORD, THE CALENDAR AND THE REPORT              *
024500******************************************************************
024600 01  WS-ACCTMAP-FILE-STATUS     PIC X(02) VALUE SPACES.
024700         88  WS-ACCTMAP-FILE-OK     VALUE "00".
024800         88  WS-ACCTMAP-FILE-AT-END VALUE "10".
024900 01  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE SPACES.
025000         88  WS-JOURNAL-FILE-OK     VALUE "00".
025100         88  WS-JOURNAL-FILE-AT-END VALUE "10".
025200 01  WS-CLEARING-FILE-STATUS    PIC X(02) VALUE SPACES.
025300         88  WS-CLEARING-FILE-OK     VALUE "00".
025400         88  WS-CLEARING-FILE-AT-END VALUE "10".
025500 01  WS-CONTROL-FILE-STATUS     PIC X(02) VALUE SPACES.
025600         88  WS-CONTROL-FILE-OK     VALUE "00".
025700 01  WS-CALENDAR-FILE-STATUS    PIC X(02) VALUE SPACES.
025800         88  WS-CALENDAR-FILE-OK    VALUE "00".
025900         88  WS-CALENDAR-FILE-AT-END VALUE "10".
026000 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
026100         88  WS-REPORT-FILE-OK  VALUE "00".
026200
026300******************************************************************
026400*    PAGE CONTROL FOR THE PRINT REPORT                            *
026500******************************************************************
026600     78  W-LINES-PER-PAGE VALUE 50.
026700 01  WS-PAGE-NUM                PIC 9(04) VALUE ZERO.
026800 01  WS-LINE-COUNT              PIC 9(04) VALUE ZERO.
026900 01  WS-HDR-PAGE                PIC ZZZ9.
027000 01  WS-HELD-LINE               PIC X(80) VALUE SPACES.
027100
027200******************************************************************
027300*    EDITED FIELDS FOR THE REPORT LINES                           *
027400******************************************************************
027500 01  WS-ITEM-LINE.
027600     05  WS-IL-DATE             PIC 9(08).
027700     05  FILLER                 PIC X(01) VALUE SPACE.
027800     05  WS-IL-ORIGIN           PIC X(04).
027900     05  FILLER                 PIC X(01) VALUE SPACE.
028000     05  WS-IL-AGE              PIC ZZZZ9.
028100     05  FILLER                 PIC X(01) VALUE SPACE.
028200     05  WS-IL-POSTED           PIC +(9)9.99.
028300     05  FILLER                 PIC X(01) VALUE SPACE.
028400     05  WS-IL-CLEARED          PIC +(9)9.99.
028500     05  FILLER                 PIC X(01) VALUE SPACE.
028600     05  WS-IL-OPEN             PIC +(9)9.99.
028700     05  FILLER                 PIC X(01) VALUE SPACE.
028800     05  WS-IL-BUCKET           PIC X(08).
028900     05  FILLER                 PIC X(10) VALUE SPACES.
029000
029100 01  WS-PROOF-LINE.
029200     05  WS-PL-LABEL            PIC X(40).
029300     05  FILLER                 PIC X(01) VALUE SPACE.
029400     05  WS-PL-AMOUNT           PIC +(9)9.99.
029500     05  FILLER                 PIC X(26) VALUE SPACES.
029600
029700 01  WS-DISP-COUNT              PIC ZZZZZZ9.
029800 01  WS-DISP-AMOUNT             PIC +(9)9.99.
029900
030000 PROCEDURE DIVISION.
030100 0000-MAINLINE SECTION.
030200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
030300     IF WS-LEDGER-ABSENT AND NOT WS-LEDGER-FILE-NOT-FOUND
030400         MOVE 12 TO RETURN-CODE
030500         GOBACK
030600     END-IF.
030700     PERFORM 2000-SUM-JOURNAL THRU 2000-SUM-JOURNAL-EXIT.
030800     PERFORM 2200-SUM-IN-TRANSIT THRU 2200-SUM-IN-TRANSIT-EXIT.
030900     PERFORM 3000-ROLL-RUNNING-TOTAL THRU
031000         3000-ROLL-RUNNING-TOTAL-EXIT.
031100     OPEN OUTPUT REPORT-FILE.
031200     MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT.
031300     PERFORM 4000-LIST-LEDGER THRU 4000-LIST-LEDGER-EXIT.
031400     PERFORM 5000-PRINT-AGE-SUMMARY THRU
031500         5000-PRINT-AGE-SUMMARY-EXIT.
031600     PERFORM 6000-PROVE-LEDGER THRU 6000-PROVE-LEDGER-EXIT.
031700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
031800     IF WS-LEDGER-BREAK
031900         MOVE 8 TO RETURN-CODE
032000     ELSE
032100         IF WS-BUS-DATE-DEFAULTED OR W-BAD-JOURNAL-COUNT > ZERO
032200             MOVE 4 TO RETURN-CODE
032300         END-IF
032400     END-IF.
032500     GOBACK.
032600
032700 1000-INITIALIZE.
032800******************************************************************
032900*    FIX THE BUSINESS DATE, LOAD THE SUSPENSE ACCOUNT, AND OPEN   *
033000*    THE LEDGER.  NO LEDGER YET IS AN EMPTY LEDGER; A LEDGER      *
033100*    THAT EXISTS BUT WILL NOT OPEN ENDS THE RUN.                  *
033200******************************************************************
033250     INITIALIZE W-AGE-TABLE.
033300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
033400     PERFORM 1100-FIND-BUSINESS-DATE THRU
033500         1100-FIND-BUSINESS-DATE-EXIT.
033600     OPEN INPUT ACCTMAP-FILE.
033700     IF WS-ACCTMAP-FILE-OK
033800         PERFORM 1200-SCAN-ONE-MAP THRU 1200-SCAN-ONE-MAP-EXIT
033900             UNTIL WS-ACCTMAP-FILE-AT-END
034000         CLOSE ACCTMAP-FILE
034100     END-IF.
034200     OPEN INPUT LEDGER-FILE.
034300     IF WS-LEDGER-FILE-OK
034400         SET WS-LEDGER-PRESENT TO TRUE
034500     ELSE
034600         SET WS-LEDGER-ABSENT TO TRUE
034700         IF WS-LEDGER-FILE-NOT-FOUND
034800             DISPLAY "SUSPRPT - NO SUSPENSE LEDGER YET, "
034900                 "REPORTING AN EMPTY LEDGER"
035000         ELSE
035100             DISPLAY "SUSPRPT - SUSPENSE LEDGER OPEN FAILED, "
035200                 "STATUS " WS-LEDGER-FILE-STATUS
035300         END-IF
035400     END-IF.
035500 1000-INITIALIZE-EXIT.
035600     EXIT.
035700
035800 1100-FIND-BUSINESS-DATE.
035900******************************************************************
036000*    THE LATEST BUSINESS DAY ON THE CALENDAR THAT IS NOT AFTER    *
036100*    TODAY, AS IN AGERPT.  FAILING THAT, THE SYSTEM DATE STANDS   *
036200*    IN AND THE RUN IS FLAGGED.                                   *
036300******************************************************************
036400     MOVE ZERO TO WS-BUSINESS-DATE.
036500     OPEN INPUT CALENDAR-FILE.
036600     IF WS-CALENDAR-FILE-OK
036700         PERFORM 1110-SCAN-ONE-CAL THRU 1110-SCAN-ONE-CAL-EXIT
036800             UNTIL WS-CALENDAR-FILE-AT-END
036900         CLOSE CALENDAR-FILE
037000     END-IF.
037100     IF WS-BUSINESS-DATE = ZERO
037200         DISPLAY "SUSPRPT - NO BUSINESS DAY ON CALFILE UP TO "
037300             WS-TODAY-DATE ", AGEING TO THE SYSTEM DATE"
037400         MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
037500         SET WS-BUS-DATE-DEFAULTED TO TRUE
037600     ELSE
037700         SET WS-BUS-DATE-FROM-CAL TO TRUE
037800     END-IF.
037900     COMPUTE W-BUS-DAY-NUM =
038000         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
038100 1100-FIND-BUSINESS-DATE-EXIT.
038200     EXIT.
038300
038400 1110-SCAN-ONE-CAL.
038500     READ CALENDAR-FILE
038600     AT END
038700         SET WS-CALENDAR-FILE-AT-END TO TRUE
038800     NOT AT END
038900         IF CAL-DATE-REC AND CAL-DATE IS NUMERIC
039000             AND CAL-BUSINESS-DAY
039100             AND CAL-DATE NOT > WS-TODAY-DATE
039200             AND CAL-DATE > WS-BUSINESS-DATE
039300             MOVE CAL-DATE TO WS-BUSINESS-DATE
039400         END-IF
039500     END-READ.
039600 1110-SCAN-ONE-CAL-EXIT.
039700     EXIT.
039800
039900 1200-SCAN-ONE-MAP.
040000     READ ACCTMAP-FILE
040100     AT END
040200         SET WS-ACCTMAP-FILE-AT-END TO TRUE
040300     NOT AT END
040400         IF AM-ORIGIN = W-SUSPENSE-ORIGIN
040500             MOVE AM-ACCOUNT TO WS-SUSPENSE-ACCOUNT
040600         END-IF
040700     END-READ.
040800 1200-SCAN-ONE-MAP-EXIT.
040900     EXIT.
041000
041100 2000-SUM-JOURNAL.
041200******************************************************************
041300*    TOTAL TONIGHT'S SUSPENSE POSTINGS - EVERY JOURNAL LINE TO    *
041400*    THE SUSPENSE ACCOUNT, CREDITS PLUS AND DEBITS MINUS.  NO     *
041500*    JOURNAL MEANS NOTHING WAS POSTED.                            *
041600******************************************************************
041700     MOVE ZERO TO W-JOURNAL-SUSPENSE.
041800     OPEN INPUT JOURNAL-FILE.
041900     IF NOT WS-JOURNAL-FILE-OK
042000         DISPLAY "SUSPRPT - NO JOURNAL PRESENT"
042100         GO TO 2000-SUM-JOURNAL-EXIT
042200     END-IF.
042300     PERFORM 2100-SUM-ONE-JOURNAL THRU 2100-SUM-ONE-JOURNAL-EXIT
042400         UNTIL WS-JOURNAL-FILE-AT-END.
042500     CLOSE JOURNAL-FILE.
042600 2000-SUM-JOURNAL-EXIT.
042700     EXIT.
042800
042900 2100-SUM-ONE-JOURNAL.
043000     READ JOURNAL-FILE
043100     AT END
043200         SET WS-JOURNAL-FILE-AT-END TO TRUE
043300         GO TO 2100-SUM-ONE-JOURNAL-EXIT
043400     END-READ.
043500     IF JRN-ACCOUNT NOT = WS-SUSPENSE-ACCOUNT
043600         GO TO 2100-SUM-ONE-JOURNAL-EXIT
043700     END-IF.
043800     IF JRN-AMOUNT IS NOT NUMERIC
043900         OR (NOT JRN-DEBIT AND NOT JRN-CREDIT)
044000         DISPLAY "SUSPRPT - UNREADABLE SUSPENSE LINE ON THE "
044100             "JOURNAL, DATE " JRN-DATE
044200         ADD 1 TO W-BAD-JOURNAL-COUNT
044300         GO TO 2100-SUM-ONE-JOURNAL-EXIT
044400     END-IF.
044500     IF JRN-CREDIT
044600         ADD JRN-AMOUNT TO W-JOURNAL-SUSPENSE
044700     ELSE
044800         SUBTRACT JRN-AMOUNT FROM W-JOURNAL-SUSPENSE
044900     END-IF.
045000 2100-SUM-ONE-JOURNAL-EXIT.
045100     EXIT.
045200
045300 2200-SUM-IN-TRANSIT.
045400******************************************************************
045500*    THE SUSPENSE SIDE OF EVERY CLEARING STILL WAITING FOR THE    *
045600*    NEXT GLPOST RUN - ALREADY OFF THE LEDGER, NOT YET ON THE     *
045700*    JOURNAL.  SIGNED THE SAME WAY AS THE JOURNAL TOTAL.          *
045800******************************************************************
045900     MOVE ZERO TO W-IN-TRANSIT.
046000     OPEN INPUT CLEARING-FILE.
046100     IF NOT WS-CLEARING-FILE-OK
046200         GO TO 2200-SUM-IN-TRANSIT-EXIT
046300     END-IF.
046400     PERFORM 2300-SUM-ONE-CLEARING THRU 2300-SUM-ONE-CLEARING-EXIT
046500         UNTIL WS-CLEARING-FILE-AT-END.
046600     CLOSE CLEARING-FILE.
046700 2200-SUM-IN-TRANSIT-EXIT.
046800     EXIT.
046900
047000 2300-SUM-ONE-CLEARING.
047100     READ CLEARING-FILE
047200     AT END
047300         SET WS-CLEARING-FILE-AT-END TO TRUE
047400         GO TO 2300-SUM-ONE-CLEARING-EXIT
047500     END-READ.
047600     IF REV-ACCOUNT NOT = WS-SUSPENSE-ACCOUNT
047700         OR REV-AMOUNT IS NOT NUMERIC
047800         GO TO 2300-SUM-ONE-CLEARING-EXIT
047900     END-IF.
048000     IF REV-CREDIT
048100         ADD REV-AMOUNT TO W-IN-TRANSIT
048200     ELSE
048300         SUBTRACT REV-AMOUNT FROM W-IN-TRANSIT
048400     END-IF.
048500 2300-SUM-ONE-CLEARING-EXIT.
048600     EXIT.
048700
048800 3000-ROLL-RUNNING-TOTAL.
048900******************************************************************
049000*    BRING THE RUNNING TOTAL FORWARD AND ADD TONIGHT'S JOURNAL.   *
049100*    A RUN ALREADY MADE TODAY IS REPLACED, NOT ADDED TO - ITS     *
049200*    OWN BROUGHT-FORWARD TOTAL IS THE STARTING POINT AGAIN.       *
049300******************************************************************
049400     MOVE ZERO TO W-BROUGHT-FORWARD.
049500     OPEN INPUT CONTROL-FILE.
049600     IF WS-CONTROL-FILE-OK
049700         READ CONTROL-FILE
049800         AT END
049900             DISPLAY "SUSPRPT - CONTROL FILE EMPTY, RUNNING "
050000                 "TOTAL STARTS AT ZERO"
050100         NOT AT END
050200             IF SC-LAST-RUN-DATE = WS-TODAY-DATE
050300                 MOVE SC-PRIOR-TOTAL TO W-BROUGHT-FORWARD
050400             ELSE
050500                 MOVE SC-RUNNING-TOTAL TO W-BROUGHT-FORWARD
050600             END-IF
050700         END-READ
050800         CLOSE CONTROL-FILE
050900     ELSE
051000         DISPLAY "SUSPRPT - NO CONTROL FILE, RUNNING TOTAL "
051100             "STARTS AT ZERO"
051200     END-IF.
051300     COMPUTE W-RUNNING-TOTAL =
051400         W-BROUGHT-FORWARD + W-JOURNAL-SUSPENSE.
051500     OPEN OUTPUT CONTROL-FILE.
051600     MOVE SPACES TO SC-RECORD.
051700     MOVE WS-TODAY-DATE TO SC-LAST-RUN-DATE.
051800     MOVE W-BROUGHT-FORWARD TO SC-PRIOR-TOTAL.
051900     MOVE W-RUNNING-TOTAL TO SC-RUNNING-TOTAL.
052000     MOVE W-JOURNAL-SUSPENSE TO SC-JOURNAL-TOTAL.
052100     WRITE SC-RECORD.
052200     CLOSE CONTROL-FILE.
052300 3000-ROLL-RUNNING-TOTAL-EXIT.
052400     EXIT.
052500
052600 4000-LIST-LEDGER.
052700******************************************************************
052800*    ONE PASS OF THE LEDGER IN KEY (DATE, THEN ORIGIN) ORDER.     *
052900*    EVERY ITEM COUNTS TOWARD THE LEDGER BALANCE; THE OPEN ONES   *
053000*    ARE LISTED AND AGED.                                         *
053100******************************************************************
053200     PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT.
053300     IF WS-LEDGER-ABSENT
053400         GO TO 4000-LIST-LEDGER-EXIT
053500     END-IF.
053600     MOVE LOW-VALUES TO SL-KEY.
053700     START LEDGER-FILE KEY NOT < SL-KEY
053800     INVALID KEY
053900         SET WS-LEDGER-FILE-AT-END TO TRUE
054000     END-START.
054100     PERFORM 4100-LIST-ONE-ITEM THRU 4100-LIST-ONE-ITEM-EXIT
054200         UNTIL WS-LEDGER-FILE-AT-END.
054300     CLOSE LEDGER-FILE.
054400 4000-LIST-LEDGER-EXIT.
054500     EXIT.
054600
054700 4100-LIST-ONE-ITEM.
054800     READ LEDGER-FILE NEXT RECORD
054900     AT END
055000         SET WS-LEDGER-FILE-AT-END TO TRUE
055100         GO TO 4100-LIST-ONE-ITEM-EXIT
055200     END-READ.
055300     COMPUTE W-ITEM-OPEN = SL-POSTED-AMOUNT - SL-CLEARED-AMOUNT.
055400     ADD W-ITEM-OPEN TO W-LEDGER-BALANCE.
055500     IF W-ITEM-OPEN = ZERO
055600         GO TO 4100-LIST-ONE-ITEM-EXIT
055700     END-IF.
055800     PERFORM 4200-COMPUTE-AGE THRU 4200-COMPUTE-AGE-EXIT.
055900     EVALUATE TRUE
056000         WHEN W-AGE-DAYS NOT > 30
056100             MOVE 1 TO W-B
056200         WHEN W-AGE-DAYS NOT > 60
056300             MOVE 2 TO W-B
056400         WHEN W-AGE-DAYS NOT > 90
056500             MOVE 3 TO W-B
056600         WHEN W-AGE-DAYS NOT > 180
056700             MOVE 4 TO W-B
056800         WHEN OTHER
056900             MOVE 5 TO W-B
057000     END-EVALUATE.
057100     ADD 1 TO WG-COUNT(W-B).
057200     ADD W-ITEM-OPEN TO WG-AMOUNT(W-B).
057300     ADD 1 TO W-OPEN-ITEM-COUNT.
057400     ADD W-ITEM-OPEN TO W-OPEN-ITEM-AMOUNT.
057500     MOVE SL-DATE TO WS-IL-DATE.
057600     MOVE SL-ORIGIN TO WS-IL-ORIGIN.
057700     MOVE W-AGE-DAYS TO WS-IL-AGE.
057800     MOVE SL-POSTED-AMOUNT TO WS-IL-POSTED.
057900     MOVE SL-CLEARED-AMOUNT TO WS-IL-CLEARED.
058000     MOVE W-ITEM-OPEN TO WS-IL-OPEN.
058100     MOVE W-BUCKET-LABEL(W-B) TO WS-IL-BUCKET.
058200     MOVE WS-ITEM-LINE TO RPT-LINE.
058300     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
058400 4100-LIST-ONE-ITEM-EXIT.
058500     EXIT.
058600
058700 4200-COMPUTE-AGE.
058800******************************************************************
058900*    DAYS FROM THE ITEM'S POSTING DATE TO THE BUSINESS DATE.  A   *
059000*    DATE THE DAY COUNT CANNOT TAKE IS AGED AS OVER 180; A DATE   *
059100*    AFTER THE BUSINESS DATE AGES AS ZERO.                        *
059200******************************************************************
059300     MOVE ZERO TO W-ITEM-DAY-NUM.
059400     IF SL-DATE IS NUMERIC AND SL-DATE NOT < 16010101
059500         COMPUTE W-ITEM-DAY-NUM =
059600             FUNCTION INTEGER-OF-DATE(SL-DATE)
059700     END-IF.
059800     IF W-ITEM-DAY-NUM = ZERO
059900         MOVE 99999 TO W-AGE-DAYS
060000         GO TO 4200-COMPUTE-AGE-EXIT
060100     END-IF.
060200     COMPUTE W-AGE-DAYS = W-BUS-DAY-NUM - W-ITEM-DAY-NUM.
060300     IF W-AGE-DAYS < ZERO
060400         MOVE ZERO TO W-AGE-DAYS
060500     END-IF.
060600 4200-COMPUTE-AGE-EXIT.
060700     EXIT.
060800
060900 5000-PRINT-AGE-SUMMARY.
061000******************************************************************
061100*    THE OPEN ITEMS BY AGE BUCKET, AND THEIR TOTAL.               *
061200******************************************************************
061300     MOVE SPACES TO RPT-LINE.
061400     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
061500     MOVE "OPEN ITEMS BY AGE (DAYS)      COUNT          AMOUNT"
061600         TO RPT-LINE.
061700     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
061800     PERFORM 5100-PRINT-ONE-BUCKET THRU 5100-PRINT-ONE-BUCKET-EXIT
061900         VARYING W-B FROM 1 BY 1 UNTIL W-B > W-MAX-BUCKETS.
062000     MOVE W-OPEN-ITEM-COUNT TO WS-DISP-COUNT.
062100     MOVE W-OPEN-ITEM-AMOUNT TO WS-DISP-AMOUNT.
062200     MOVE SPACES TO RPT-LINE.
062300     STRING "  TOTAL                    " WS-DISP-COUNT " "
062400         WS-DISP-AMOUNT DELIMITED BY SIZE INTO RPT-LINE.
062500     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
062600 5000-PRINT-AGE-SUMMARY-EXIT.
062700     EXIT.
062800
062900 5100-PRINT-ONE-BUCKET.
063000     MOVE WG-COUNT(W-B) TO WS-DISP-COUNT.
063100     MOVE WG-AMOUNT(W-B) TO WS-DISP-AMOUNT.
063200     MOVE SPACES TO RPT-LINE.
063300     STRING "  " W-BUCKET-LABEL(W-B) "                 "
063400         WS-DISP-COUNT " " WS-DISP-AMOUNT
063500         DELIMITED BY SIZE INTO RPT-LINE.
063600     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
063700 5100-PRINT-ONE-BUCKET-EXIT.
063800     EXIT.
063900
064000 6000-PROVE-LEDGER.
064100******************************************************************
064200*    THE LEDGER BALANCE MUST EQUAL THE RUNNING TOTAL OF SUSPENSE  *
064300*    POSTINGS PLUS THE CLEARINGS STILL IN TRANSIT.                *
064400******************************************************************
064500     COMPUTE W-PROOF-DIFFERENCE =
064600         W-LEDGER-BALANCE - W-RUNNING-TOTAL - W-IN-TRANSIT.
064700     IF W-PROOF-DIFFERENCE NOT = ZERO
064800         SET WS-LEDGER-BREAK TO TRUE
064900     END-IF.
065000     MOVE SPACES TO RPT-LINE.
065100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
065200     MOVE "LEDGER PROOF" TO RPT-LINE.
065300     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
065400     MOVE "  SUSPENSE POSTINGS BROUGHT FORWARD" TO WS-PL-LABEL.
065500     MOVE W-BROUGHT-FORWARD TO WS-PL-AMOUNT.
065600     PERFORM 6100-PRINT-PROOF THRU 6100-PRINT-PROOF-EXIT.
065700     MOVE "  SUSPENSE POSTINGS ON TONIGHT'S JOURNAL"
065800         TO WS-PL-LABEL.
065900     MOVE W-JOURNAL-SUSPENSE TO WS-PL-AMOUNT.
066000     PERFORM 6100-PRINT-PROOF THRU 6100-PRINT-PROOF-EXIT.
066100     MOVE "  RUNNING TOTAL OF SUSPENSE POSTINGS" TO WS-PL-LABEL.
066200     MOVE W-RUNNING-TOTAL TO WS-PL-AMOUNT.
066300     PERFORM 6100-PRINT-PROOF THRU 6100-PRINT-PROOF-EXIT.
066400     MOVE "  CLEARINGS NOT YET ON THE JOURNAL" TO WS-PL-LABEL.
066500     MOVE W-IN-TRANSIT TO WS-PL-AMOUNT.
066600     PERFORM 6100-PRINT-PROOF THRU 6100-PRINT-PROOF-EXIT.
066700     MOVE "  LEDGER OPEN BALANCE" TO WS-PL-LABEL.
066800     MOVE W-LEDGER-BALANCE TO WS-PL-AMOUNT.
066900     PERFORM 6100-PRINT-PROOF THRU 6100-PRINT-PROOF-EXIT.
067000     MOVE "  DIFFERENCE" TO WS-PL-LABEL.
067100     MOVE W-PROOF-DIFFERENCE TO WS-PL-AMOUNT.
067200     PERFORM 6100-PRINT-PROOF THRU 6100-PRINT-PROOF-EXIT.
067300     IF WS-LEDGER-BREAK
067400         MOVE "  *** LEDGER DOES NOT PROVE TO THE JOURNAL ***"
067500             TO RPT-LINE
067600     ELSE
067700         MOVE "  LEDGER PROVES TO THE JOURNAL" TO RPT-LINE
067800     END-IF.
067900     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
068000 6000-PROVE-LEDGER-EXIT.
068100     EXIT.
068200
068300 6100-PRINT-PROOF.
068400     MOVE WS-PROOF-LINE TO RPT-LINE.
068500     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
068600 6100-PRINT-PROOF-EXIT.
068700     EXIT.
068800
068900 7100-PRINT-HEADERS.
069000     ADD 1 TO WS-PAGE-NUM.
069100     MOVE WS-PAGE-NUM TO WS-HDR-PAGE.
069200     MOVE SPACES TO RPT-LINE.
069300     STRING "SUSPENSE LEDGER - OPEN ITEMS - BUSINESS DATE "
069400         WS-BUSINESS-DATE DELIMITED BY SIZE INTO RPT-LINE.
069500     WRITE RPT-LINE AFTER ADVANCING PAGE.
069600     MOVE SPACES TO RPT-LINE.
069700     STRING "PAGE " WS-HDR-PAGE DELIMITED BY SIZE INTO RPT-LINE.
069800     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
069900     MOVE SPACES TO RPT-LINE.
070000     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
070100     MOVE SPACES TO RPT-LINE.
070200     MOVE "DATE" TO RPT-LINE(1:4).
070300     MOVE "ORIG" TO RPT-LINE(10:4).
070400     MOVE "AGE" TO RPT-LINE(17:3).
070500     MOVE "POSTED" TO RPT-LINE(28:6).
070600     MOVE "CLEARED" TO RPT-LINE(41:7).
070700     MOVE "OPEN" TO RPT-LINE(58:4).
070800     MOVE "BUCKET" TO RPT-LINE(63:6).
070900     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
071000     MOVE ZERO TO WS-LINE-COUNT.
071100 7100-PRINT-HEADERS-EXIT.
071200     EXIT.
071300
071400 7200-PRINT-LINE.
071500******************************************************************
071600*    WRITE THE LINE IN RPT-LINE, STARTING A NEW PAGE FIRST WHEN   *
071700*    THIS ONE IS FULL.  THE HEADERS USE RPT-LINE, SO THE LINE IS  *
071800*    HELD ASIDE WHILE THEY PRINT.                                 *
071900******************************************************************
072000     IF WS-LINE-COUNT >= W-LINES-PER-PAGE
072100         MOVE RPT-LINE TO WS-HELD-LINE
072200         PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT
072300         MOVE WS-HELD-LINE TO RPT-LINE
072400     END-IF.
072500     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
072600     ADD 1 TO WS-LINE-COUNT.
072700 7200-PRINT-LINE-EXIT.
072800     EXIT.
072900
073000 9000-TERMINATE.
073100     CLOSE REPORT-FILE.
073200     MOVE W-OPEN-ITEM-COUNT TO WS-DISP-COUNT.
073300     DISPLAY "SUSPRPT - OPEN ITEMS:            " WS-DISP-COUNT.
073400     MOVE W-LEDGER-BALANCE TO WS-DISP-AMOUNT.
073500     DISPLAY "SUSPRPT - LEDGER OPEN BALANCE:   " WS-DISP-AMOUNT.
073600     MOVE W-RUNNING-TOTAL TO WS-DISP-AMOUNT.
073700     DISPLAY "SUSPRPT - RUNNING SUSPENSE TOTAL:" WS-DISP-AMOUNT.
073800     IF WS-LEDGER-BREAK
073900         DISPLAY "SUSPRPT - LEDGER DOES NOT PROVE TO THE JOURNAL"
074000     ELSE
074100         DISPLAY "SUSPRPT - LEDGER PROVES TO THE JOURNAL"
074200     END-IF.
074300 9000-TERMINATE-EXIT.
074400     EXIT.
