000100******************************************************************
000200* PROGRAM-ID.  AGERPT                                             *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* AGED POSITION REPORT OFF THE KEYED MASTER (MSTFILE).  EVERY     *
000900* POSITION ON THE MASTER IS AGED FROM ITS MST-DATE TO THE         *
001000* BUSINESS DATE AND DROPPED INTO ONE OF FIVE BUCKETS:             *
001100*     1   0-30 DAYS (CURRENT)    4   91-180 DAYS                  *
001200*     2   31-60 DAYS             5   OVER 180 DAYS                *
001300*     3   61-90 DAYS                                              *
001400* A POSITION DATED AFTER THE BUSINESS DATE IS CURRENT; ONE WITH   *
001500* NO USABLE DATE IS AGED AS OVER 180 AND NAMED ON THE CONSOLE.    *
001600*                                                                 *
001700* DEBITS (POSITIONS OF ZERO AND ABOVE) AND CREDITS (BELOW ZERO)   *
001800* ARE COUNTED AND TOTALLED SEPARATELY IN EVERY BUCKET.  THE       *
001900* PRINTED REPORT (AGERPT) SHOWS THE BUCKETS FOR THE WHOLE         *
002000* MASTER, THEN THE SAME BUCKETS FOR EACH CURRENCY, AND ENDS       *
002100* WITH A PROOF THAT THE BUCKETS - AND THE CURRENCY BLOCKS -       *
002200* ADD BACK TO THE COUNT AND AMOUNT READ OFF THE MASTER.  THE      *
002300* AMOUNTS ARE MST-AMOUNT AS THE MASTER CARRIES IT, ALREADY IN     *
002400* THE BASE CURRENCY; THE CURRENCY BLOCKS GROUP BY MST-CURRENCY.   *
002500*                                                                 *
002600* THE BUSINESS DATE IS THE LATEST BUSINESS DAY ON THE CALENDAR    *
002700* (CALFILE, SEE CALREC) THAT IS NOT AFTER THE SYSTEM DATE.  WITH  *
002800* NO CALFILE, OR NO BUSINESS DAY ON IT UP TO TODAY, THE SYSTEM    *
002900* DATE IS USED AND THE RUN ENDS WITH RETURN CODE 4.               *
003000*                                                                 *
003100* BUCKET EXTRACT LAYOUT (AGEEXT, ONE RECORD PER LINE):            *
003200*     POS  1      RECORD TYPE - "B" BUCKET FOR THE WHOLE MASTER,  *
003300*                 "C" BUCKET FOR ONE CURRENCY, "T" GRAND TOTAL.   *
003400*     POS  3-10   BUSINESS DATE AGED TO.                          *
003500*     POS 12-14   CURRENCY ("C" RECORDS ONLY, ELSE SPACES).       *
003600*     POS 16      BUCKET NUMBER 1-5 (ZERO ON THE "T" RECORD).     *
003700*     POS 18-25   BUCKET LABEL ("TOTAL" ON THE "T" RECORD).       *
003800*     POS 27-33   DEBIT COUNT.                                    *
003900*     POS 35-46   DEBIT AMOUNT - SIGN CHARACTER THEN ELEVEN       *
004000*                 DIGITS, CENTS IMPLIED IN THE LAST TWO.          *
004100*     POS 48-54   CREDIT COUNT.                                   *
004200*     POS 56-67   CREDIT AMOUNT - AS THE DEBIT AMOUNT.            *
004300*                                                                 *
004400* RETURN CODES: 12 NO MASTER TO AGE, 8 THE AGED TOTALS DO NOT     *
004500* TIE TO THE MASTER, 4 THE REPORT IS COMPLETE BUT SOMETHING       *
004600* NEEDS A LOOK (DEFAULTED BUSINESS DATE, UNDATED POSITIONS, OR    *
004700* MORE CURRENCIES THAN THE CURRENCY TABLE HOLDS).                 *
004800*-----------------------------------------------------------------*
004900* MODIFICATION HISTORY                                            *
005000*  DATE       INIT  DESCRIPTION                                   *
005100*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
005110*  15/10/2026 DLM   THE MASTER LAYOUT NOW COMES FROM THE SHARED   *
005120*                   MSTREC COPYBOOK.                              *
005200******************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID. AGERPT.
005500 AUTHOR. D.MAINT.
005600 INSTALLATION. DATA PROCESSING.
005700 DATE-WRITTEN. 15/10/2026.
005800 DATE-COMPILED.
005900
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300*-----------------------------------------------------------------*
006400* THE KEYED MASTER - READ ONCE, IN KEY ORDER, FROM THE TOP.       *
006500*-----------------------------------------------------------------*
006600     SELECT MASTER-FILE ASSIGN TO "MSTFILE"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS MST-ID
007000         FILE STATUS IS WS-MASTER-FILE-STATUS.
007100
007200*-----------------------------------------------------------------*
007300* THE BUSINESS CALENDAR - SETS THE DATE THE POSITIONS AGE TO.     *
007400*-----------------------------------------------------------------*
007500     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
007800
007900*-----------------------------------------------------------------*
008000* THE PRINTED AGED POSITION REPORT.                               *
008100*-----------------------------------------------------------------*
008200     SELECT REPORT-FILE ASSIGN TO "AGERPT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-REPORT-FILE-STATUS.
008500
008600*-----------------------------------------------------------------*
008700* THE BUCKET TOTALS EXTRACT FOR THE MONTH-END PACK.               *
008800*-----------------------------------------------------------------*
008900     SELECT EXTRACT-FILE ASSIGN TO "AGEEXT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  MASTER-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  MST-RECORD.
009800     COPY MSTREC.
010500
010600 FD  CALENDAR-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORDING MODE IS F.
010900 01  CAL-RECORD.
011000     COPY CALREC.
011100
011200 FD  REPORT-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORDING MODE IS F.
011500 01  RPT-LINE                       PIC X(80).
011600
011700 FD  EXTRACT-FILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORDING MODE IS F.
012000 01  AX-RECORD.
012100     05  AX-REC-TYPE            PIC X(01).
012200     05  FILLER                 PIC X(01).
012300     05  AX-BUSINESS-DATE       PIC 9(08).
012400     05  FILLER                 PIC X(01).
012500     05  AX-CURRENCY            PIC X(03).
012600     05  FILLER                 PIC X(01).
012700     05  AX-BUCKET              PIC 9(01).
012800     05  FILLER                 PIC X(01).
012900     05  AX-BUCKET-LABEL        PIC X(08).
013000     05  FILLER                 PIC X(01).
013100     05  AX-DR-COUNT            PIC 9(07).
013200     05  FILLER                 PIC X(01).
013300     05  AX-DR-AMOUNT           PIC S9(09)V99
013400                                SIGN IS LEADING SEPARATE.
013500     05  FILLER                 PIC X(01).
013600     05  AX-CR-COUNT            PIC 9(07).
013700     05  FILLER                 PIC X(01).
013800     05  AX-CR-AMOUNT           PIC S9(09)V99
013900                                SIGN IS LEADING SEPARATE.
014000     05  FILLER                 PIC X(13).
014100
014200 WORKING-STORAGE SECTION.
014300******************************************************************
014400*    THE FIVE AGE BUCKETS AND THEIR PRINTED LABELS, IN BUCKET     *
014500*    ORDER.                                                       *
014600******************************************************************
014700     78  W-MAX-BUCKETS VALUE 5.
014800 01  W-BUCKET-LABELS-INIT.
014900     05  FILLER                 PIC X(08) VALUE "0-30".
015000     05  FILLER                 PIC X(08) VALUE "31-60".
015100     05  FILLER                 PIC X(08) VALUE "61-90".
015200     05  FILLER                 PIC X(08) VALUE "91-180".
015300     05  FILLER                 PIC X(08) VALUE "OVER 180".
015400 01  W-BUCKET-LABEL-TABLE REDEFINES W-BUCKET-LABELS-INIT.
015500     05  W-BUCKET-LABEL OCCURS 5 TIMES PIC X(08).
015600
015700******************************************************************
015800*    THE BUCKETS FOR THE WHOLE MASTER - DEBIT AND CREDIT COUNT    *
015900*    AND AMOUNT IN EACH.                                          *
016000******************************************************************
016100 01  W-AGE-TABLE.
016200     05  WG-BUCKET OCCURS 5 TIMES.
016300         10  WG-DR-COUNT        PIC S9(07) COMP.
016400         10  WG-DR-AMOUNT       PIC S9(09)V99 COMP.
016500         10  WG-CR-COUNT        PIC S9(07) COMP.
016600         10  WG-CR-AMOUNT       PIC S9(09)V99 COMP.
016700
016800******************************************************************
016900*    THE SAME BUCKETS KEPT PER CURRENCY, ONE ENTRY PER CURRENCY   *
017000*    SEEN ON THE MASTER.  A CURRENCY BEYOND THE CEILING STILL     *
017100*    COUNTS IN THE WHOLE-MASTER BUCKETS, BUT HAS NO BLOCK OF ITS  *
017200*    OWN AND THE RUN IS FLAGGED.                                  *
017300******************************************************************
017400     78  W-MAX-CCYS VALUE 50.
017500 01  W-CCY-COUNT PIC S9(04) COMP VALUE ZERO.
017600 01  W-CCY-TABLE.
017700     05  W-CCY-ENTRY OCCURS 1 TO W-MAX-CCYS TIMES
017800             DEPENDING ON W-CCY-COUNT.
017900         10  WC-CURRENCY        PIC X(03).
018000         10  WC-BUCKETS.
018100             15  WC-BUCKET OCCURS 5 TIMES.
018200                 20  WC-DR-COUNT    PIC S9(07) COMP.
018300                 20  WC-DR-AMOUNT   PIC S9(09)V99 COMP.
018400                 20  WC-CR-COUNT    PIC S9(07) COMP.
018500                 20  WC-CR-AMOUNT   PIC S9(09)V99 COMP.
018600
018700******************************************************************
018800*    HOLDING AREA USED WHEN SWAPPING TWO CURRENCY ENTRIES         *
018900******************************************************************
019000 01  W-SWAP-CCY-ENTRY.
019100     05  SWC-CURRENCY           PIC X(03).
019200     05  SWC-BUCKETS.
019300         10  SWC-BUCKET OCCURS 5 TIMES.
019400             15  SWC-DR-COUNT   PIC S9(07) COMP.
019500             15  SWC-DR-AMOUNT  PIC S9(09)V99 COMP.
019600             15  SWC-CR-COUNT   PIC S9(07) COMP.
019700             15  SWC-CR-AMOUNT  PIC S9(09)V99 COMP.
019800
019900 01  WS-CCY-FOUND-SWITCH        PIC X(01) VALUE "N".
020000         88  WS-CCY-FOUND           VALUE "Y".
020100         88  WS-CCY-NOT-FOUND       VALUE "N".
020200
020300 01  WS-CCY-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
020400         88  WS-CCY-TABLE-OVERFLOWED VALUE "Y".
020500         88  WS-CCY-TABLE-FIT       VALUE "N".
020600
020700******************************************************************
020800*    ONE SET OF BUCKETS BEING PRINTED OR EXTRACTED - THE WHOLE    *
020900*    MASTER'S OR ONE CURRENCY'S, MOVED IN WHOLE - AND ITS TOTALS. *
021000******************************************************************
021100 01  W-PRINT-BUCKETS.
021200     05  WP-BUCKET OCCURS 5 TIMES.
021300         10  WP-DR-COUNT        PIC S9(07) COMP.
021400         10  WP-DR-AMOUNT       PIC S9(09)V99 COMP.
021500         10  WP-CR-COUNT        PIC S9(07) COMP.
021600         10  WP-CR-AMOUNT       PIC S9(09)V99 COMP.
021700
021800 01  W-SET-DR-COUNT             PIC S9(07) COMP VALUE ZERO.
021900 01  W-SET-DR-AMOUNT            PIC S9(09)V99 COMP VALUE ZERO.
022000 01  W-SET-CR-COUNT             PIC S9(07) COMP VALUE ZERO.
022100 01  W-SET-CR-AMOUNT            PIC S9(09)V99 COMP VALUE ZERO.
022200 01  W-SET-NET-AMOUNT           PIC S9(09)V99 COMP VALUE ZERO.
022300
022400******************************************************************
022500*    THE PROOF - WHAT WAS READ OFF THE MASTER AGAINST WHAT THE    *
022600*    BUCKETS AND THE CURRENCY BLOCKS ADD BACK TO.                 *
022700******************************************************************
022800 01  W-MST-READ-COUNT           PIC S9(07) COMP VALUE ZERO.
022900 01  W-MST-READ-AMOUNT          PIC S9(09)V99 COMP VALUE ZERO.
023000 01  W-BKT-SUM-COUNT            PIC S9(07) COMP VALUE ZERO.
023100 01  W-BKT-SUM-AMOUNT           PIC S9(09)V99 COMP VALUE ZERO.
023200 01  W-CCY-SUM-COUNT            PIC S9(07) COMP VALUE ZERO.
023300 01  W-CCY-SUM-AMOUNT           PIC S9(09)V99 COMP VALUE ZERO.
023400
023500 01  WS-PROOF-SWITCH            PIC X(01) VALUE "N".
023600         88  WS-TOTALS-BREAK        VALUE "Y".
023700         88  WS-TOTALS-TIE          VALUE "N".
023800
023900******************************************************************
024000*    THE DATES - TODAY, THE BUSINESS DATE AGED TO, AND THE DAY    *
024100*    NUMBERS THE AGE IS WORKED OUT FROM.                          *
024200******************************************************************
024300 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
024400 01  WS-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
024500 01  W-BUS-DAY-NUM              PIC S9(09) COMP VALUE ZERO.
024600 01  W-POS-DAY-NUM              PIC S9(09) COMP VALUE ZERO.
024700 01  W-AGE-DAYS                 PIC S9(09) COMP VALUE ZERO.
024800
024900 01  WS-BUS-DATE-SWITCH         PIC X(01) VALUE "N".
025000         88  WS-BUS-DATE-FROM-CAL   VALUE "Y".
025100         88  WS-BUS-DATE-DEFAULTED  VALUE "N".
025200
025300 01  W-UNDATED-COUNT            PIC S9(07) COMP VALUE ZERO.
025400
025500******************************************************************
025600*    SUBSCRIPTS AND THE SWAP SWITCH FOR THE CURRENCY SORT         *
025700******************************************************************
025800 01  W-B PIC S9(04) COMP VALUE 1.
025900 01  W-C PIC S9(04) COMP VALUE 1.
026000 01  W-K PIC S9(04) COMP VALUE 1.
026100 01  W-LIMIT PIC S9(04) COMP VALUE ZERO.
026200
026300 01  WS-SWAP-SWITCH PIC X(01) VALUE "N".
026400         88  WS-SWAP-OCCURRED    VALUE "Y".
026500         88  WS-NO-SWAP-OCCURRED VALUE "N".
026600
026700******************************************************************
026800*    FILE STATUS FOR THE KEYED MASTER                             *
026900******************************************************************
027000 01  WS-MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
027100         88  WS-MASTER-FILE-OK          VALUE "00".
027200         88  WS-MASTER-FILE-AT-END      VALUE "10".
027300
027400 01  WS-MASTER-SWITCH           PIC X(01) VALUE "N".
027500         88  WS-MASTER-PRESENT      VALUE "Y".
027600         88  WS-MASTER-ABSENT       VALUE "N".
027700
027800******************************************************************
027900*    FILE STATUS FOR THE BUSINESS CALENDAR                        *
028000******************************************************************
028100 01  WS-CALENDAR-FILE-STATUS    PIC X(02) VALUE SPACES.
028200         88  WS-CALENDAR-FILE-OK    VALUE "00".
028300         88  WS-CALENDAR-FILE-AT-END VALUE "10".
028400
028500******************************************************************
028600*    FILE STATUS FOR THE REPORT AND THE EXTRACT                   *
028700******************************************************************
028800 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
028900         88  WS-REPORT-FILE-OK  VALUE "00".
029000 01  WS-EXTRACT-FILE-STATUS     PIC X(02) VALUE SPACES.
029100         88  WS-EXTRACT-FILE-OK VALUE "00".
029200
029300******************************************************************
029400*    PAGE CONTROL FOR THE PRINT REPORT                            *
029500******************************************************************
029600     78  W-LINES-PER-PAGE VALUE 50.
029700 01  WS-PAGE-NUM                PIC 9(04) VALUE ZERO.
029800 01  WS-LINE-COUNT              PIC 9(04) VALUE ZERO.
029900 01  WS-HDR-PAGE                PIC ZZZ9.
030000
030100******************************************************************
030200*    EDITED FIELDS FOR THE REPORT LINES                           *
030300******************************************************************
030400 01  WS-BKT-LINE.
030500     05  WS-BL-LABEL            PIC X(10).
030600     05  FILLER                 PIC X(01) VALUE SPACE.
030700     05  WS-BL-DR-COUNT         PIC ZZZZZZ9.
030800     05  FILLER                 PIC X(01) VALUE SPACE.
030900     05  WS-BL-DR-AMOUNT        PIC +(9)9.99.
031000     05  FILLER                 PIC X(01) VALUE SPACE.
031100     05  WS-BL-CR-COUNT         PIC ZZZZZZ9.
031200     05  FILLER                 PIC X(01) VALUE SPACE.
031300     05  WS-BL-CR-AMOUNT        PIC +(9)9.99.
031400     05  FILLER                 PIC X(01) VALUE SPACE.
031500     05  WS-BL-NET-AMOUNT       PIC +(9)9.99.
031600     05  FILLER                 PIC X(12) VALUE SPACES.
031700
031800 01  WS-DISP-COUNT              PIC ZZZZZZ9.
031900 01  WS-DISP-AMOUNT             PIC +(9)9.99.
031910 01  WS-HELD-LINE               PIC X(80) VALUE SPACES.
031920
031930******************************************************************
031940*    THE EXTRACT RECORD TYPE AND CURRENCY HELD ACROSS A CLEAR     *
031950******************************************************************
031960 01  WS-EXT-REC-TYPE            PIC X(01) VALUE SPACE.
031970 01  WS-EXT-CURRENCY            PIC X(03) VALUE SPACES.
032000
032100 PROCEDURE DIVISION.
032200 0000-MAINLINE SECTION.
032300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
032400     IF WS-MASTER-ABSENT
032500         MOVE 12 TO RETURN-CODE
032600         GOBACK
032700     END-IF.
032800     PERFORM 2000-AGE-ONE-POSITION THRU
032900         2000-AGE-ONE-POSITION-EXIT
033000         UNTIL WS-MASTER-FILE-AT-END.
033100     CLOSE MASTER-FILE.
033200     PERFORM 3000-SORT-CCY-TABLE THRU 3000-SORT-CCY-TABLE-EXIT.
033300     PERFORM 4000-PROVE-TOTALS THRU 4000-PROVE-TOTALS-EXIT.
033400     PERFORM 5000-PRINT-REPORT THRU 5000-PRINT-REPORT-EXIT.
033500     PERFORM 6000-WRITE-EXTRACT THRU 6000-WRITE-EXTRACT-EXIT.
033600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
033700     IF WS-TOTALS-BREAK
033800         MOVE 8 TO RETURN-CODE
033900     ELSE
034000         IF WS-BUS-DATE-DEFAULTED OR WS-CCY-TABLE-OVERFLOWED
034100             OR W-UNDATED-COUNT > ZERO
034200             MOVE 4 TO RETURN-CODE
034300         END-IF
034400     END-IF.
034500     GOBACK.
034600
034700 1000-INITIALIZE.
034800******************************************************************
034900*    FIX THE BUSINESS DATE, THEN OPEN THE MASTER AT ITS FIRST     *
035000*    KEY AND THE TWO OUTPUTS.  NO MASTER MEANS NOTHING TO AGE.    *
035100******************************************************************
035150     INITIALIZE W-AGE-TABLE.
035200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
035300     PERFORM 1100-FIND-BUSINESS-DATE THRU
035400         1100-FIND-BUSINESS-DATE-EXIT.
035500     OPEN INPUT MASTER-FILE.
035600     IF NOT WS-MASTER-FILE-OK
035700         DISPLAY "AGERPT - MASTER OPEN FAILED, STATUS "
035800             WS-MASTER-FILE-STATUS
035900         SET WS-MASTER-ABSENT TO TRUE
036000         GO TO 1000-INITIALIZE-EXIT
036100     END-IF.
036200     SET WS-MASTER-PRESENT TO TRUE.
036300     MOVE LOW-VALUES TO MST-ID.
036400     START MASTER-FILE KEY NOT < MST-ID
036500     INVALID KEY
036600         SET WS-MASTER-FILE-AT-END TO TRUE
036700     END-START.
036800     OPEN OUTPUT REPORT-FILE.
036900     OPEN OUTPUT EXTRACT-FILE.
037000     MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT.
037100 1000-INITIALIZE-EXIT.
037200     EXIT.
037300
037400 1100-FIND-BUSINESS-DATE.
037500******************************************************************
037600*    THE LATEST BUSINESS DAY ON THE CALENDAR THAT IS NOT AFTER    *
037700*    TODAY.  THE CALENDAR NEED NOT BE IN DATE ORDER.  FAILING     *
037800*    THAT, THE SYSTEM DATE STANDS IN AND THE RUN IS FLAGGED.      *
037900******************************************************************
038000     MOVE ZERO TO WS-BUSINESS-DATE.
038100     OPEN INPUT CALENDAR-FILE.
038200     IF WS-CALENDAR-FILE-OK
038300         PERFORM 1110-SCAN-ONE-CAL THRU 1110-SCAN-ONE-CAL-EXIT
038400             UNTIL WS-CALENDAR-FILE-AT-END
038500         CLOSE CALENDAR-FILE
038600     END-IF.
038700     IF WS-BUSINESS-DATE = ZERO
038800         DISPLAY "AGERPT - NO BUSINESS DAY ON CALFILE UP TO "
038900             WS-TODAY-DATE ", AGEING TO THE SYSTEM DATE"
039000         MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
039100         SET WS-BUS-DATE-DEFAULTED TO TRUE
039200     ELSE
039300         SET WS-BUS-DATE-FROM-CAL TO TRUE
039400     END-IF.
039500     COMPUTE W-BUS-DAY-NUM =
039600         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
039700     DISPLAY "AGERPT - AGEING TO BUSINESS DATE " WS-BUSINESS-DATE.
039800 1100-FIND-BUSINESS-DATE-EXIT.
039900     EXIT.
040000
040100 1110-SCAN-ONE-CAL.
040200     READ CALENDAR-FILE
040300     AT END
040400         SET WS-CALENDAR-FILE-AT-END TO TRUE
040500     NOT AT END
040600         IF CAL-DATE-REC AND CAL-DATE IS NUMERIC
040700             AND CAL-BUSINESS-DAY
040800             AND CAL-DATE NOT > WS-TODAY-DATE
040900             AND CAL-DATE > WS-BUSINESS-DATE
041000             MOVE CAL-DATE TO WS-BUSINESS-DATE
041100         END-IF
041200     END-READ.
041300 1110-SCAN-ONE-CAL-EXIT.
041400     EXIT.
041500
041600 2000-AGE-ONE-POSITION.
041700******************************************************************
041800*    ONE MASTER POSITION - COUNTED TOWARD THE PROOF, AGED, AND    *
041900*    ROLLED INTO ITS BUCKET FOR THE WHOLE MASTER AND FOR ITS      *
042000*    CURRENCY.                                                    *
042100******************************************************************
042200     READ MASTER-FILE NEXT RECORD
042300     AT END
042400         SET WS-MASTER-FILE-AT-END TO TRUE
042500         GO TO 2000-AGE-ONE-POSITION-EXIT
042600     END-READ.
042700     ADD 1 TO W-MST-READ-COUNT.
042800     ADD MST-AMOUNT TO W-MST-READ-AMOUNT.
042900     PERFORM 2100-COMPUTE-AGE THRU 2100-COMPUTE-AGE-EXIT.
043000     EVALUATE TRUE
043100         WHEN W-AGE-DAYS NOT > 30
043200             MOVE 1 TO W-B
043300         WHEN W-AGE-DAYS NOT > 60
043400             MOVE 2 TO W-B
043500         WHEN W-AGE-DAYS NOT > 90
043600             MOVE 3 TO W-B
043700         WHEN W-AGE-DAYS NOT > 180
043800             MOVE 4 TO W-B
043900         WHEN OTHER
044000             MOVE 5 TO W-B
044100     END-EVALUATE.
044200     IF MST-AMOUNT < ZERO
044300         ADD 1 TO WG-CR-COUNT(W-B)
044400         ADD MST-AMOUNT TO WG-CR-AMOUNT(W-B)
044500     ELSE
044600         ADD 1 TO WG-DR-COUNT(W-B)
044700         ADD MST-AMOUNT TO WG-DR-AMOUNT(W-B)
044800     END-IF.
044900     PERFORM 2200-ROLL-INTO-CURRENCY THRU
045000         2200-ROLL-INTO-CURRENCY-EXIT.
045100 2000-AGE-ONE-POSITION-EXIT.
045200     EXIT.
045300
045400 2100-COMPUTE-AGE.
045500******************************************************************
045600*    DAYS FROM MST-DATE TO THE BUSINESS DATE.  A DATE THE DAY     *
045700*    COUNT CANNOT TAKE COMES BACK AS DAY ZERO AND IS AGED AS      *
045800*    OVER 180; A DATE AFTER THE BUSINESS DATE AGES AS ZERO.       *
045900******************************************************************
046000     MOVE ZERO TO W-POS-DAY-NUM.
046100     IF MST-DATE IS NUMERIC AND MST-DATE NOT < 16010101
046200         COMPUTE W-POS-DAY-NUM =
046300             FUNCTION INTEGER-OF-DATE(MST-DATE)
046400     END-IF.
046500     IF W-POS-DAY-NUM = ZERO
046600         DISPLAY "AGERPT - NO USABLE DATE, AGED AS OVER 180: "
046700             MST-ID
046800         ADD 1 TO W-UNDATED-COUNT
046900         MOVE 99999 TO W-AGE-DAYS
047000         GO TO 2100-COMPUTE-AGE-EXIT
047100     END-IF.
047200     COMPUTE W-AGE-DAYS = W-BUS-DAY-NUM - W-POS-DAY-NUM.
047300     IF W-AGE-DAYS < ZERO
047400         MOVE ZERO TO W-AGE-DAYS
047500     END-IF.
047600 2100-COMPUTE-AGE-EXIT.
047700     EXIT.
047800
047900 2200-ROLL-INTO-CURRENCY.
048000******************************************************************
048100*    ADD THE POSITION IN HAND INTO ITS CURRENCY'S BUCKET,         *
048200*    CREATING THE CURRENCY ENTRY THE FIRST TIME IT IS SEEN.       *
048300******************************************************************
048400     SET WS-CCY-NOT-FOUND TO TRUE.
048500     PERFORM 2210-FIND-CCY-ENTRY THRU 2210-FIND-CCY-ENTRY-EXIT
048600         VARYING W-C FROM 1 BY 1
048700         UNTIL W-C > W-CCY-COUNT OR WS-CCY-FOUND.
048800     IF WS-CCY-NOT-FOUND
048900         IF W-CCY-COUNT >= W-MAX-CCYS
049000             IF WS-CCY-TABLE-FIT
049100                 DISPLAY "AGERPT - CURRENCY TABLE FULL AT "
049200                     W-MAX-CCYS " CURRENCIES, LATER CURRENCIES "
049300                     "HAVE NO BLOCK OF THEIR OWN"
049400             END-IF
049500             SET WS-CCY-TABLE-OVERFLOWED TO TRUE
049600             GO TO 2200-ROLL-INTO-CURRENCY-EXIT
049700         END-IF
049800         ADD 1 TO W-CCY-COUNT
049900         MOVE W-CCY-COUNT TO W-C
050000         MOVE MST-CURRENCY TO WC-CURRENCY(W-C)
050100         PERFORM 2220-CLEAR-CCY-BUCKET THRU
050200             2220-CLEAR-CCY-BUCKET-EXIT
050300             VARYING W-K FROM 1 BY 1 UNTIL W-K > W-MAX-BUCKETS
050400     END-IF.
050500     IF MST-AMOUNT < ZERO
050600         ADD 1 TO WC-CR-COUNT(W-C, W-B)
050700         ADD MST-AMOUNT TO WC-CR-AMOUNT(W-C, W-B)
050800     ELSE
050900         ADD 1 TO WC-DR-COUNT(W-C, W-B)
051000         ADD MST-AMOUNT TO WC-DR-AMOUNT(W-C, W-B)
051100     END-IF.
051200 2200-ROLL-INTO-CURRENCY-EXIT.
051300     EXIT.
051400
051500 2210-FIND-CCY-ENTRY.
051600******************************************************************
051700*    WHEN THE ENTRY IS FOUND, W-C IS BACKED UP ONE SO IT STILL    *
051800*    POINTS AT THE ENTRY AFTER THE PERFORM VARYING ADDS ITS       *
051900*    FINAL INCREMENT.                                             *
052000******************************************************************
052100     IF WC-CURRENCY(W-C) = MST-CURRENCY
052200         SET WS-CCY-FOUND TO TRUE
052300         SUBTRACT 1 FROM W-C
052400     END-IF.
052500 2210-FIND-CCY-ENTRY-EXIT.
052600     EXIT.
052700
052800 2220-CLEAR-CCY-BUCKET.
052900     MOVE ZERO TO WC-DR-COUNT(W-C, W-K).
053000     MOVE ZERO TO WC-DR-AMOUNT(W-C, W-K).
053100     MOVE ZERO TO WC-CR-COUNT(W-C, W-K).
053200     MOVE ZERO TO WC-CR-AMOUNT(W-C, W-K).
053300 2220-CLEAR-CCY-BUCKET-EXIT.
053400     EXIT.
053500
053600 3000-SORT-CCY-TABLE.
053700******************************************************************
053800*    PUT THE CURRENCY BLOCKS INTO CURRENCY ORDER WITH THE SAME    *
053900*    EARLY-EXIT BUBBLE PASS THE SORT SUITE USES ELSEWHERE.        *
054000******************************************************************
054100     MOVE W-CCY-COUNT TO W-LIMIT.
054200     SET WS-SWAP-OCCURRED TO TRUE.
054300     PERFORM 3100-CCY-SORT-PASS THRU 3100-CCY-SORT-PASS-EXIT
054400         UNTIL WS-NO-SWAP-OCCURRED OR W-LIMIT < 2.
054500 3000-SORT-CCY-TABLE-EXIT.
054600     EXIT.
054700
054800 3100-CCY-SORT-PASS.
054900     SET WS-NO-SWAP-OCCURRED TO TRUE.
055000     PERFORM 3110-CCY-COMPARE THRU 3110-CCY-COMPARE-EXIT
055100         VARYING W-K FROM 1 BY 1 UNTIL W-K > W-LIMIT - 1.
055200     SUBTRACT 1 FROM W-LIMIT.
055300 3100-CCY-SORT-PASS-EXIT.
055400     EXIT.
055500
055600 3110-CCY-COMPARE.
055700     IF WC-CURRENCY(W-K) > WC-CURRENCY(W-K + 1)
055800         MOVE W-CCY-ENTRY(W-K) TO W-SWAP-CCY-ENTRY
055900         MOVE W-CCY-ENTRY(W-K + 1) TO W-CCY-ENTRY(W-K)
056000         MOVE W-SWAP-CCY-ENTRY TO W-CCY-ENTRY(W-K + 1)
056100         SET WS-SWAP-OCCURRED TO TRUE
056200     END-IF.
056300 3110-CCY-COMPARE-EXIT.
056400     EXIT.
056500
056600 4000-PROVE-TOTALS.
056700******************************************************************
056800*    THE BUCKETS MUST ADD BACK TO THE COUNT AND AMOUNT READ OFF   *
056900*    THE MASTER, AND SO MUST THE CURRENCY BLOCKS - UNLESS THE     *
057000*    CURRENCY TABLE OVERFLOWED, WHEN THE BLOCKS ARE KNOWN SHORT   *
057100*    AND ONLY THE BUCKETS ARE PROVED.                             *
057200******************************************************************
057300     MOVE W-AGE-TABLE TO W-PRINT-BUCKETS.
057400     PERFORM 7000-SUM-PRINT-SET THRU 7000-SUM-PRINT-SET-EXIT.
057500     COMPUTE W-BKT-SUM-COUNT = W-SET-DR-COUNT + W-SET-CR-COUNT.
057600     MOVE W-SET-NET-AMOUNT TO W-BKT-SUM-AMOUNT.
057700     IF W-BKT-SUM-COUNT NOT = W-MST-READ-COUNT
057800         OR W-BKT-SUM-AMOUNT NOT = W-MST-READ-AMOUNT
057900         SET WS-TOTALS-BREAK TO TRUE
058000     END-IF.
058100     PERFORM 4100-SUM-ONE-CCY THRU 4100-SUM-ONE-CCY-EXIT
058200         VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CCY-COUNT.
058300     IF WS-CCY-TABLE-FIT
058400         IF W-CCY-SUM-COUNT NOT = W-MST-READ-COUNT
058500             OR W-CCY-SUM-AMOUNT NOT = W-MST-READ-AMOUNT
058600             SET WS-TOTALS-BREAK TO TRUE
058700         END-IF
058800     END-IF.
058900 4000-PROVE-TOTALS-EXIT.
059000     EXIT.
059100
059200 4100-SUM-ONE-CCY.
059300     MOVE WC-BUCKETS(W-C) TO W-PRINT-BUCKETS.
059400     PERFORM 7000-SUM-PRINT-SET THRU 7000-SUM-PRINT-SET-EXIT.
059500     ADD W-SET-DR-COUNT TO W-CCY-SUM-COUNT.
059600     ADD W-SET-CR-COUNT TO W-CCY-SUM-COUNT.
059700     ADD W-SET-NET-AMOUNT TO W-CCY-SUM-AMOUNT.
059800 4100-SUM-ONE-CCY-EXIT.
059900     EXIT.
060000
060100 5000-PRINT-REPORT.
060200******************************************************************
060300*    THE WHOLE-MASTER BUCKETS, ONE BLOCK PER CURRENCY, THEN THE   *
060400*    PROOF AGAINST THE MASTER.                                    *
060500******************************************************************
060600     MOVE SPACES TO RPT-LINE.
060700     MOVE "ALL CURRENCIES" TO RPT-LINE.
060800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
060900     MOVE W-AGE-TABLE TO W-PRINT-BUCKETS.
061000     PERFORM 5200-PRINT-BUCKET-SET THRU
061100         5200-PRINT-BUCKET-SET-EXIT.
061200     PERFORM 5100-PRINT-ONE-CCY THRU 5100-PRINT-ONE-CCY-EXIT
061300         VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CCY-COUNT.
061400     PERFORM 5300-PRINT-PROOF THRU 5300-PRINT-PROOF-EXIT.
061500 5000-PRINT-REPORT-EXIT.
061600     EXIT.
061700
061800 5100-PRINT-ONE-CCY.
061900******************************************************************
062000*    A CURRENCY'S BLOCK STARTS A NEW PAGE WHEN IT WOULD NOT FIT   *
062100*    ON THIS ONE - THE HEADING, FIVE BUCKETS, TOTAL AND SPACER.   *
062200******************************************************************
062300     IF WS-LINE-COUNT + 8 > W-LINES-PER-PAGE
062400         MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT
062500     END-IF.
062600     MOVE SPACES TO RPT-LINE.
062700     STRING "CURRENCY " WC-CURRENCY(W-C)
062800         DELIMITED BY SIZE INTO RPT-LINE.
062900     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
063000     MOVE WC-BUCKETS(W-C) TO W-PRINT-BUCKETS.
063100     PERFORM 5200-PRINT-BUCKET-SET THRU
063200         5200-PRINT-BUCKET-SET-EXIT.
063300 5100-PRINT-ONE-CCY-EXIT.
063400     EXIT.
063500
063600 5200-PRINT-BUCKET-SET.
063700******************************************************************
063800*    THE FIVE BUCKET LINES OF W-PRINT-BUCKETS, A TOTAL LINE       *
063900*    UNDER THEM, AND A SPACER.                                    *
064000******************************************************************
064100     PERFORM 5210-PRINT-ONE-BUCKET THRU 5210-PRINT-ONE-BUCKET-EXIT
064200         VARYING W-B FROM 1 BY 1 UNTIL W-B > W-MAX-BUCKETS.
064300     PERFORM 7000-SUM-PRINT-SET THRU 7000-SUM-PRINT-SET-EXIT.
064400     MOVE SPACES TO WS-BKT-LINE.
064500     MOVE "TOTAL" TO WS-BL-LABEL.
064600     MOVE W-SET-DR-COUNT TO WS-BL-DR-COUNT.
064700     MOVE W-SET-DR-AMOUNT TO WS-BL-DR-AMOUNT.
064800     MOVE W-SET-CR-COUNT TO WS-BL-CR-COUNT.
064900     MOVE W-SET-CR-AMOUNT TO WS-BL-CR-AMOUNT.
065000     MOVE W-SET-NET-AMOUNT TO WS-BL-NET-AMOUNT.
065100     MOVE WS-BKT-LINE TO RPT-LINE.
065200     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
065300     MOVE SPACES TO RPT-LINE.
065400     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
065500 5200-PRINT-BUCKET-SET-EXIT.
065600     EXIT.
065700
065800 5210-PRINT-ONE-BUCKET.
065900     MOVE SPACES TO WS-BKT-LINE.
066000     MOVE W-BUCKET-LABEL(W-B) TO WS-BL-LABEL.
066100     MOVE WP-DR-COUNT(W-B) TO WS-BL-DR-COUNT.
066200     MOVE WP-DR-AMOUNT(W-B) TO WS-BL-DR-AMOUNT.
066300     MOVE WP-CR-COUNT(W-B) TO WS-BL-CR-COUNT.
066400     MOVE WP-CR-AMOUNT(W-B) TO WS-BL-CR-AMOUNT.
066500     COMPUTE WS-BL-NET-AMOUNT =
066600         WP-DR-AMOUNT(W-B) + WP-CR-AMOUNT(W-B).
066700     MOVE WS-BKT-LINE TO RPT-LINE.
066800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
066900 5210-PRINT-ONE-BUCKET-EXIT.
067000     EXIT.
067100
067200 5300-PRINT-PROOF.
067300******************************************************************
067400*    THE GRAND TOTAL TIED BACK TO THE MASTER, AND ANYTHING THE    *
067500*    READER NEEDS TO KNOW ABOUT HOW FAR TO TRUST THE PAGE.        *
067600******************************************************************
067700     MOVE SPACES TO RPT-LINE.
067800     MOVE W-MST-READ-COUNT TO WS-DISP-COUNT.
067900     MOVE W-MST-READ-AMOUNT TO WS-DISP-AMOUNT.
068000     STRING "POSITIONS READ OFF THE MASTER . . " WS-DISP-COUNT
068100         "  " WS-DISP-AMOUNT DELIMITED BY SIZE INTO RPT-LINE.
068200     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
068300     MOVE SPACES TO RPT-LINE.
068400     MOVE W-BKT-SUM-COUNT TO WS-DISP-COUNT.
068500     MOVE W-BKT-SUM-AMOUNT TO WS-DISP-AMOUNT.
068600     STRING "POSITIONS IN THE AGE BUCKETS . . . " WS-DISP-COUNT
068700         "  " WS-DISP-AMOUNT DELIMITED BY SIZE INTO RPT-LINE.
068800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
068900     MOVE SPACES TO RPT-LINE.
069000     MOVE W-CCY-SUM-COUNT TO WS-DISP-COUNT.
069100     MOVE W-CCY-SUM-AMOUNT TO WS-DISP-AMOUNT.
069200     STRING "POSITIONS IN THE CURRENCY BLOCKS  " WS-DISP-COUNT
069300         "  " WS-DISP-AMOUNT DELIMITED BY SIZE INTO RPT-LINE.
069400     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
069500     IF W-UNDATED-COUNT > ZERO
069600         MOVE SPACES TO RPT-LINE
069700         MOVE W-UNDATED-COUNT TO WS-DISP-COUNT
069800         STRING "POSITIONS WITH NO USABLE DATE . . " WS-DISP-COUNT
069900             "  (AGED AS OVER 180)"
069950             DELIMITED BY SIZE INTO RPT-LINE
070000         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
070100     END-IF.
070200     IF WS-CCY-TABLE-OVERFLOWED
070300         MOVE SPACES TO RPT-LINE
070400         MOVE "MORE CURRENCIES THAN THE TABLE - BLOCKS ARE SHORT"
070500             TO RPT-LINE
070600         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
070700     END-IF.
070800     IF WS-BUS-DATE-DEFAULTED
070900         MOVE SPACES TO RPT-LINE
071000         MOVE "NO BUSINESS DAY ON CALFILE - AGED TO SYSTEM DATE"
071100             TO RPT-LINE
071200         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
071300     END-IF.
071400     MOVE SPACES TO RPT-LINE.
071500     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
071600     MOVE SPACES TO RPT-LINE.
071700     IF WS-TOTALS-BREAK
071800         MOVE "*** AGED TOTALS DO NOT TIE TO THE MASTER ***"
071900             TO RPT-LINE
072000     ELSE
072100         MOVE "AGED TOTALS TIE TO THE MASTER" TO RPT-LINE
072200     END-IF.
072300     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
072400 5300-PRINT-PROOF-EXIT.
072500     EXIT.
072600
072700 6000-WRITE-EXTRACT.
072800******************************************************************
072900*    ONE "B" RECORD PER BUCKET FOR THE WHOLE MASTER, ONE "C"      *
073000*    RECORD PER BUCKET FOR EACH CURRENCY, THEN THE "T" GRAND      *
073100*    TOTAL.                                                       *
073200******************************************************************
073300     MOVE W-AGE-TABLE TO W-PRINT-BUCKETS.
073400     MOVE SPACES TO AX-CURRENCY.
073500     MOVE "B" TO AX-REC-TYPE.
073600     PERFORM 6100-WRITE-BUCKET-SET THRU
073650         6100-WRITE-BUCKET-SET-EXIT.
073700     PERFORM 6200-WRITE-ONE-CCY THRU 6200-WRITE-ONE-CCY-EXIT
073800         VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CCY-COUNT.
073900     MOVE W-AGE-TABLE TO W-PRINT-BUCKETS.
074000     PERFORM 7000-SUM-PRINT-SET THRU 7000-SUM-PRINT-SET-EXIT.
074100     MOVE SPACES TO AX-RECORD.
074200     MOVE "T" TO AX-REC-TYPE.
074300     MOVE WS-BUSINESS-DATE TO AX-BUSINESS-DATE.
074400     MOVE ZERO TO AX-BUCKET.
074500     MOVE "TOTAL" TO AX-BUCKET-LABEL.
074600     MOVE W-SET-DR-COUNT TO AX-DR-COUNT.
074700     MOVE W-SET-DR-AMOUNT TO AX-DR-AMOUNT.
074800     MOVE W-SET-CR-COUNT TO AX-CR-COUNT.
074900     MOVE W-SET-CR-AMOUNT TO AX-CR-AMOUNT.
075000     WRITE AX-RECORD.
075100 6000-WRITE-EXTRACT-EXIT.
075200     EXIT.
075300
075400 6100-WRITE-BUCKET-SET.
075500     PERFORM 6110-WRITE-ONE-BUCKET THRU 6110-WRITE-ONE-BUCKET-EXIT
075600         VARYING W-B FROM 1 BY 1 UNTIL W-B > W-MAX-BUCKETS.
075700 6100-WRITE-BUCKET-SET-EXIT.
075800     EXIT.
075900
076000 6110-WRITE-ONE-BUCKET.
076100******************************************************************
076200*    THE RECORD TYPE AND CURRENCY ARE SET BY THE CALLER AND       *
076300*    CARRIED ACROSS THE CLEAR.                                    *
076400******************************************************************
076500     MOVE AX-REC-TYPE TO WS-EXT-REC-TYPE.
076600     MOVE AX-CURRENCY TO WS-EXT-CURRENCY.
076700     MOVE SPACES TO AX-RECORD.
076800     MOVE WS-EXT-REC-TYPE TO AX-REC-TYPE.
076900     MOVE WS-EXT-CURRENCY TO AX-CURRENCY.
077000     MOVE WS-BUSINESS-DATE TO AX-BUSINESS-DATE.
077100     MOVE W-B TO AX-BUCKET.
077200     MOVE W-BUCKET-LABEL(W-B) TO AX-BUCKET-LABEL.
077300     MOVE WP-DR-COUNT(W-B) TO AX-DR-COUNT.
077400     MOVE WP-DR-AMOUNT(W-B) TO AX-DR-AMOUNT.
077500     MOVE WP-CR-COUNT(W-B) TO AX-CR-COUNT.
077600     MOVE WP-CR-AMOUNT(W-B) TO AX-CR-AMOUNT.
077700     WRITE AX-RECORD.
077800 6110-WRITE-ONE-BUCKET-EXIT.
077900     EXIT.
078000
078100 6200-WRITE-ONE-CCY.
078200     MOVE WC-BUCKETS(W-C) TO W-PRINT-BUCKETS.
078300     MOVE "C" TO AX-REC-TYPE.
078400     MOVE WC-CURRENCY(W-C) TO AX-CURRENCY.
078500     PERFORM 6100-WRITE-BUCKET-SET THRU
078550         6100-WRITE-BUCKET-SET-EXIT.
078600 6200-WRITE-ONE-CCY-EXIT.
078700     EXIT.
078800
078900 7000-SUM-PRINT-SET.
079000******************************************************************
079100*    TOTAL THE FIVE BUCKETS OF W-PRINT-BUCKETS INTO THE W-SET-    *
079200*    FIELDS.                                                      *
079300******************************************************************
079400     MOVE ZERO TO W-SET-DR-COUNT.
079500     MOVE ZERO TO W-SET-DR-AMOUNT.
079600     MOVE ZERO TO W-SET-CR-COUNT.
079700     MOVE ZERO TO W-SET-CR-AMOUNT.
079800     PERFORM 7010-SUM-ONE-BUCKET THRU 7010-SUM-ONE-BUCKET-EXIT
079900         VARYING W-K FROM 1 BY 1 UNTIL W-K > W-MAX-BUCKETS.
080000     COMPUTE W-SET-NET-AMOUNT = W-SET-DR-AMOUNT + W-SET-CR-AMOUNT.
080100 7000-SUM-PRINT-SET-EXIT.
080200     EXIT.
080300
080400 7010-SUM-ONE-BUCKET.
080500     ADD WP-DR-COUNT(W-K) TO W-SET-DR-COUNT.
080600     ADD WP-DR-AMOUNT(W-K) TO W-SET-DR-AMOUNT.
080700     ADD WP-CR-COUNT(W-K) TO W-SET-CR-COUNT.
080800     ADD WP-CR-AMOUNT(W-K) TO W-SET-CR-AMOUNT.
080900 7010-SUM-ONE-BUCKET-EXIT.
081000     EXIT.
081100
081200 7100-PRINT-HEADERS.
081300     ADD 1 TO WS-PAGE-NUM.
081400     MOVE WS-PAGE-NUM TO WS-HDR-PAGE.
081500     MOVE SPACES TO RPT-LINE.
081600     STRING "AGED POSITION REPORT - BUSINESS DATE "
081700         WS-BUSINESS-DATE DELIMITED BY SIZE INTO RPT-LINE.
081800     WRITE RPT-LINE AFTER ADVANCING PAGE.
081900     MOVE SPACES TO RPT-LINE.
082000     STRING "PAGE " WS-HDR-PAGE DELIMITED BY SIZE INTO RPT-LINE.
082100     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
082200     MOVE SPACES TO RPT-LINE.
082300     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
082400     MOVE SPACES TO RPT-LINE.
082500     MOVE "AGE (DAYS)" TO RPT-LINE(1:10).
082600     MOVE "DR CNT" TO RPT-LINE(13:6).
082700     MOVE "DEBIT AMOUNT" TO RPT-LINE(21:12).
082800     MOVE "CR CNT" TO RPT-LINE(35:6).
082900     MOVE "CREDIT AMOUNT" TO RPT-LINE(42:13).
083000     MOVE "NET" TO RPT-LINE(66:3).
083100     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
083200     MOVE ZERO TO WS-LINE-COUNT.
083300 7100-PRINT-HEADERS-EXIT.
083400     EXIT.
083500
083600 7200-PRINT-LINE.
083700******************************************************************
083800*    WRITE THE LINE IN RPT-LINE, STARTING A NEW PAGE FIRST WHEN   *
083900*    THIS ONE IS FULL.  THE HEADERS USE RPT-LINE, SO THE LINE IS  *
084000*    HELD ASIDE WHILE THEY PRINT.                                 *
084100******************************************************************
084200     IF WS-LINE-COUNT >= W-LINES-PER-PAGE
084300         MOVE RPT-LINE TO WS-HELD-LINE
084400         PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT
084500         MOVE WS-HELD-LINE TO RPT-LINE
084600     END-IF.
084700     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
084800     ADD 1 TO WS-LINE-COUNT.
084900 7200-PRINT-LINE-EXIT.
085000     EXIT.
085100
085200 9000-TERMINATE.
085300     CLOSE REPORT-FILE.
085400     CLOSE EXTRACT-FILE.
085500     MOVE W-MST-READ-COUNT TO WS-DISP-COUNT.
085600     DISPLAY "AGERPT - POSITIONS AGED: " WS-DISP-COUNT.
085700     IF WS-TOTALS-BREAK
085800         DISPLAY "AGERPT - AGED TOTALS DO NOT TIE TO THE MASTER"
085900     ELSE
086000         DISPLAY "AGERPT - AGED TOTALS TIE TO THE MASTER"
086100     END-IF.
086200 9000-TERMINATE-EXIT.
086300     EXIT.
