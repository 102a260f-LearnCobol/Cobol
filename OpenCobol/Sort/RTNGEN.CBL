000100******************************************************************
000200* PROGRAM-ID.  RTNGEN                                             *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* RETURN FILES BACK TO THE SENDING REGIONS.  CALLED BY BUBBLE-SORT*
000900* AT THE END OF EVERY RUN AGAINST A REAL EXTRACT - WHATEVER THE   *
001000* RUN'S RETURN CODE, SO A NIGHT STOPPED ON ITS EXCEPTIONS STILL   *
001100* SENDS THEM BACK - AND RUNNABLE ON ITS OWN TO RE-CREATE THE FILES*
001200* FROM THE LAST SORT'S OUTPUTS.  IT BUILDS ONE RETURN FILE PER    *
001300* ORIGIN (LAYOUT IN RTNREC) FROM:                                 *
001400*                                                                 *
001500*     - THE BATCH STATUS FILE (BATCHSTS, SEE BSTREC) - ONE RECORD *
001600*       PER BATCH THE SORT RAN, WITH ITS RECEIVED AND ACCEPTED    *
001700*       COUNTS AND AMOUNTS AND ANY CONTROL CHECK IT FAILED, AND   *
001800*     - THE EXCEPTION FILE (EXCPFILE, SEE EXCPREC).               *
001900*                                                                 *
002000* EACH BATCH GETS A STATUS RECORD, FOLLOWED BY ONE DETAIL RECORD  *
002100* PER EXCEPTION RAISED ON IT, AND THE FILE ENDS WITH A TRAILER OF *
002200* CONTROL TOTALS.  A BATCH IS:                                    *
002300*                                                                 *
002400*     F  FAILED - IT FAILED A CTLT, RCNT OR TCNT CONTROL CHECK.   *
002500*     P  PARTIALLY ACCEPTED - ANY RECORD-LEVEL EXCEPTION WAS      *
002600*        RAISED ON IT.                                            *
002700*     A  ACCEPTED - NEITHER.                                      *
002800*                                                                 *
002900* AN EXCEPTION BELONGS TO A BATCH BY ITS ORIGIN AND BATCH ID.  THE*
003000* EXCEPTION FILE ALSO HOLDS THE CARRIED-FORWARD EXCEPTIONS OF     *
003100* EARLIER NIGHTS; THOSE BELONG TO BATCHES NOT RUN TONIGHT (THE    *
003200* RECEIPT REGISTER HOLDS A RE-SENT BATCH ID), SO A REGION IS NEVER*
003300* SENT THE SAME REJECTION TWICE.                                  *
003400*                                                                 *
003500* THE RETURN FILE IS DECLARED ONCE, AS RTNFILE, AND POINTED AT    *
003600* EACH ORIGIN'S OWN DATASET - RTN FOLLOWED BY THE ORIGIN CODE,    *
003700* E.G. RTNEAST - BY SETTING ITS ASSIGNMENT (DD_RTNFILE) JUST      *
003800* BEFORE IT IS OPENED.  EVERY RUN REPLACES EACH ORIGIN'S FILE.    *
003900*                                                                 *
004000* A BATCH WITH NO ORIGIN (AN EXTRACT WITH NO HEADERS) HAS NO      *
004100* REGION TO GO BACK TO AND IS SKIPPED.  NO BATCH STATUS FILE      *
004200* MEANS THE SORT RAN NO REAL EXTRACT - NOTHING IS WRITTEN.  MORE  *
004300* BATCHES THAN THE TABLE HOLDS ENDS THE RUN WITH RETURN CODE 4    *
004400* (THE REST ARE LEFT OUT AND NAMED); AN INPUT OR RETURN FILE THAT *
004500* WILL NOT OPEN, WITH RETURN CODE 12.                             *
004600*-----------------------------------------------------------------*
004700* MODIFICATION HISTORY                                            *
004800*  DATE       INIT  DESCRIPTION                                   *
004900*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
005000******************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID. RTNGEN.
005300 AUTHOR. D.MAINT.
005400 INSTALLATION. DATA PROCESSING.
005500 DATE-WRITTEN. 15/10/2026.
005600 DATE-COMPILED.
005700
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100*-----------------------------------------------------------------*
006200* THE SORT'S BATCH STATUS FILE - LOADED ONCE INTO THE BATCH TABLE.*
006300*-----------------------------------------------------------------*
006400     SELECT STATUS-FILE ASSIGN TO "BATCHSTS"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-STATUS-FILE-STATUS.
006700
006800*-----------------------------------------------------------------*
006900* THE SORT'S EXCEPTION FILE - READ ONCE TO COUNT EACH BATCH'S     *
007000* EXCEPTIONS, THEN ONCE MORE FOR EACH BATCH THAT HAS ANY.         *
007100*-----------------------------------------------------------------*
007200     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
007500
007600*-----------------------------------------------------------------*
007700* THE RETURN FILE - ONE ORIGIN'S DATASET AT A TIME.               *
007800*-----------------------------------------------------------------*
007900     SELECT RETURN-FILE ASSIGN TO "RTNFILE"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-RETURN-FILE-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  STATUS-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORDING MODE IS F.
008800 01  BST-RECORD.
008900     COPY BSTREC.
009000
009100 FD  EXCEPTION-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400 01  EXCP-RECORD.
009500     COPY EXCPREC.
009600
009700 FD  RETURN-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000 01  RN-RECORD.
010100     COPY RTNREC.
010200
010300 WORKING-STORAGE SECTION.
010400******************************************************************
010500*    THE NIGHT'S BATCHES, IN THE ORDER THE SORT RAN THEM, WITH    *
010600*    THE EXCEPTIONS COUNTED AGAINST EACH - ALL OF THEM, AND THE   *
010700*    RECORD-LEVEL ONES THAT MAKE A BATCH PARTIAL.                 *
010800******************************************************************
010900     78  W-MAX-BATCHES VALUE 500.
011000 01  W-BATCH-COUNT PIC S9(04) COMP VALUE ZERO.
011100 01  W-BATCH-TABLE.
011200     05  W-BATCH-ENTRY OCCURS 500 TIMES.
011300         10  WB-BATCH-ID        PIC X(08).
011400         10  WB-ORIGIN          PIC X(04).
011500         10  WB-RECV-COUNT      PIC S9(05) COMP.
011600         10  WB-RECV-AMOUNT     PIC S9(09)V99 COMP.
011700         10  WB-ACC-COUNT       PIC S9(05) COMP.
011800         10  WB-ACC-AMOUNT      PIC S9(09)V99 COMP.
011900         10  WB-CTL-CHECK       PIC X(04).
012000         10  WB-EXCP-COUNT      PIC S9(05) COMP.
012100         10  WB-REC-EXCP-COUNT  PIC S9(05) COMP.
012200
012300******************************************************************
012400*    THE ORIGINS FOUND ON THE BATCH STATUS FILE, IN THE ORDER     *
012500*    FIRST SEEN - ONE RETURN FILE EACH.  THERE CAN BE NO MORE     *
012600*    ORIGINS THAN BATCHES.                                        *
012700******************************************************************
012800 01  W-ORIGIN-COUNT PIC S9(04) COMP VALUE ZERO.
012900 01  W-ORIGIN-TABLE.
013000     05  WO-ORIGIN OCCURS 500 TIMES PIC X(04).
013100
013200******************************************************************
013300*    ONE RETURN FILE'S CONTROL TOTALS, FOR ITS TRAILER.           *
013400******************************************************************
013500 01  W-ORIGIN-TOTALS.
013600     05  WT-BATCHES             PIC S9(05) COMP.
013700     05  WT-ACC-BATCHES         PIC S9(05) COMP.
013800     05  WT-FAIL-BATCHES        PIC S9(05) COMP.
013900     05  WT-PART-BATCHES        PIC S9(05) COMP.
014000     05  WT-RECV-COUNT          PIC S9(07) COMP.
014100     05  WT-RECV-AMOUNT         PIC S9(11)V99 COMP.
014200     05  WT-ACC-COUNT           PIC S9(07) COMP.
014300     05  WT-ACC-AMOUNT          PIC S9(11)V99 COMP.
014400     05  WT-DETAILS             PIC S9(07) COMP.
014500     05  WT-RECORDS             PIC S9(07) COMP.
014600
014700******************************************************************
014800*    SUBSCRIPTS, THE RUN DATE, AND THE DATASET NAME OF THE        *
014900*    ORIGIN IN HAND.                                              *
015000******************************************************************
015100 01  W-B PIC S9(04) COMP VALUE 1.
015200 01  W-O PIC S9(04) COMP VALUE 1.
015300 01  W-FOUND-IDX PIC S9(04) COMP VALUE ZERO.
015400
015500 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
015600 01  WS-RETURN-DSN              PIC X(08) VALUE SPACES.
015700
015800 01  WS-REASON                  PIC X(04) VALUE SPACES.
015900         88  WS-BATCH-LEVEL-REASON  VALUE "CTLT" "RCNT" "TCNT".
016000
016100******************************************************************
016200*    RUN COUNTS - FILES WRITTEN, BATCHES WITH NO ORIGIN, AND      *
016300*    BATCHES THE TABLE COULD NOT HOLD.                            *
016400******************************************************************
016500 01  W-FILE-COUNT               PIC S9(04) COMP VALUE ZERO.
016600 01  W-NO-ORIGIN-COUNT          PIC S9(05) COMP VALUE ZERO.
016700 01  W-OVERFLOW-COUNT           PIC S9(05) COMP VALUE ZERO.
016800 01  WS-DISP-COUNT              PIC ZZZZ9.
016900 01  WS-DISP-DETAILS            PIC ZZZZZZ9.
017000
017100 01  WS-RUN-SWITCH              PIC X(01) VALUE "N".
017200         88  WS-RUN-FAILED          VALUE "Y".
017300         88  WS-RUN-OK              VALUE "N".
017400
017500******************************************************************
017600*    FILE STATUS FOR THE INPUTS AND THE RETURN FILE.  NO BATCH    *
017700*    STATUS FILE (35) MEANS NOTHING TO RETURN, NOT AN ERROR.      *
017800******************************************************************
017900 01  WS-STATUS-FILE-STATUS      PIC X(02) VALUE SPACES.
018000         88  WS-STATUS-FILE-OK         VALUE "00".
018100         88  WS-STATUS-FILE-AT-END     VALUE "10".
018200         88  WS-STATUS-FILE-NOT-FOUND  VALUE "35".
018300 01  WS-EXCEPTION-FILE-STATUS   PIC X(02) VALUE SPACES.
018400         88  WS-EXCEPTION-FILE-OK      VALUE "00".
018500         88  WS-EXCEPTION-FILE-AT-END  VALUE "10".
018600 01  WS-RETURN-FILE-STATUS      PIC X(02) VALUE SPACES.
018700         88  WS-RETURN-FILE-OK         VALUE "00".
018800
018900 PROCEDURE DIVISION.
019000 0000-MAINLINE SECTION.
019100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019200     IF W-BATCH-COUNT > ZERO AND WS-RUN-OK
019300         PERFORM 2000-COUNT-EXCEPTIONS THRU
019400             2000-COUNT-EXCEPTIONS-EXIT
019500     END-IF.
019600     PERFORM 3000-WRITE-ONE-ORIGIN THRU 3000-WRITE-ONE-ORIGIN-EXIT
019700         VARYING W-O FROM 1 BY 1
019800         UNTIL W-O > W-ORIGIN-COUNT OR WS-RUN-FAILED.
019900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
020000     IF WS-RUN-FAILED
020100         MOVE 12 TO RETURN-CODE
020200     ELSE
020300         IF W-OVERFLOW-COUNT > ZERO
020400             MOVE 4 TO RETURN-CODE
020500         ELSE
020600             MOVE ZERO TO RETURN-CODE
020700         END-IF
020800     END-IF.
020900     GOBACK.
021000
021100 1000-INITIALIZE.
021200******************************************************************
021300*    LOAD THE NIGHT'S BATCHES AND NOTE EACH NEW ORIGIN.  THE RUN  *
021400*    DATE IS THE SORT'S, OFF THE FIRST STATUS RECORD.             *
021500******************************************************************
021600     MOVE ZERO TO W-BATCH-COUNT.
021700     MOVE ZERO TO W-ORIGIN-COUNT.
021800     OPEN INPUT STATUS-FILE.
021900     IF NOT WS-STATUS-FILE-OK
022000         IF WS-STATUS-FILE-NOT-FOUND
022100             DISPLAY "RTNGEN - NO BATCH STATUS FILE, NO RETURN "
022200                 "FILES WRITTEN"
022300         ELSE
022400             DISPLAY "RTNGEN - BATCH STATUS FILE OPEN FAILED, "
022500                 "STATUS " WS-STATUS-FILE-STATUS
022600             SET WS-RUN-FAILED TO TRUE
022700         END-IF
022800         GO TO 1000-INITIALIZE-EXIT
022900     END-IF.
023000     PERFORM 1100-LOAD-ONE-BATCH THRU 1100-LOAD-ONE-BATCH-EXIT
023100         UNTIL WS-STATUS-FILE-AT-END.
023200     CLOSE STATUS-FILE.
023300 1000-INITIALIZE-EXIT.
023400     EXIT.
023500
023600 1100-LOAD-ONE-BATCH.
023700     READ STATUS-FILE
023800     AT END
023900         SET WS-STATUS-FILE-AT-END TO TRUE
024000         GO TO 1100-LOAD-ONE-BATCH-EXIT
024100     END-READ.
024200     IF BST-ORIGIN = SPACES
024300         ADD 1 TO W-NO-ORIGIN-COUNT
024400         DISPLAY "RTNGEN - BATCH " BST-BATCH-ID
024500             " HAS NO ORIGIN, NOT RETURNED"
024600         GO TO 1100-LOAD-ONE-BATCH-EXIT
024700     END-IF.
024800     IF W-BATCH-COUNT >= W-MAX-BATCHES
024900         ADD 1 TO W-OVERFLOW-COUNT
025000         DISPLAY "RTNGEN - BATCH TABLE FULL, BATCH " BST-BATCH-ID
025100             " ORIGIN " BST-ORIGIN " NOT RETURNED"
025200         GO TO 1100-LOAD-ONE-BATCH-EXIT
025300     END-IF.
025400     IF W-BATCH-COUNT = ZERO
025500         MOVE BST-RUN-DATE TO WS-RUN-DATE
025600     END-IF.
025700     ADD 1 TO W-BATCH-COUNT.
025800     MOVE BST-BATCH-ID TO WB-BATCH-ID(W-BATCH-COUNT).
025900     MOVE BST-ORIGIN TO WB-ORIGIN(W-BATCH-COUNT).
026000     MOVE BST-RECV-COUNT TO WB-RECV-COUNT(W-BATCH-COUNT).
026100     MOVE BST-RECV-AMOUNT TO WB-RECV-AMOUNT(W-BATCH-COUNT).
026200     MOVE BST-ACC-COUNT TO WB-ACC-COUNT(W-BATCH-COUNT).
026300     MOVE BST-ACC-AMOUNT TO WB-ACC-AMOUNT(W-BATCH-COUNT).
026400     MOVE BST-CTL-CHECK TO WB-CTL-CHECK(W-BATCH-COUNT).
026500     MOVE ZERO TO WB-EXCP-COUNT(W-BATCH-COUNT).
026600     MOVE ZERO TO WB-REC-EXCP-COUNT(W-BATCH-COUNT).
026700     PERFORM 1200-NOTE-ORIGIN THRU 1200-NOTE-ORIGIN-EXIT.
026800 1100-LOAD-ONE-BATCH-EXIT.
026900     EXIT.
027000
027100 1200-NOTE-ORIGIN.
027200******************************************************************
027300*    ADD THE BATCH'S ORIGIN TO THE ORIGIN TABLE UNLESS AN         *
027400*    EARLIER BATCH ALREADY PUT IT THERE.                          *
027500******************************************************************
027600     MOVE ZERO TO W-FOUND-IDX.
027700     PERFORM 1210-MATCH-ORIGIN THRU 1210-MATCH-ORIGIN-EXIT
027800         VARYING W-O FROM 1 BY 1
027900         UNTIL W-O > W-ORIGIN-COUNT OR W-FOUND-IDX > ZERO.
028000     IF W-FOUND-IDX = ZERO
028100         ADD 1 TO W-ORIGIN-COUNT
028200         MOVE BST-ORIGIN TO WO-ORIGIN(W-ORIGIN-COUNT)
028300     END-IF.
028400 1200-NOTE-ORIGIN-EXIT.
028500     EXIT.
028600
028700 1210-MATCH-ORIGIN.
028800     IF WO-ORIGIN(W-O) = BST-ORIGIN
028900         MOVE W-O TO W-FOUND-IDX
029000     END-IF.
029100 1210-MATCH-ORIGIN-EXIT.
029200     EXIT.
029300
029400 2000-COUNT-EXCEPTIONS.
029500******************************************************************
029600*    ONE PASS OF THE EXCEPTION FILE, COUNTING EACH EXCEPTION      *
029700*    AGAINST THE BATCH IT BELONGS TO.  ONE THAT MATCHES NO BATCH  *
029800*    OF TONIGHT'S (CARRIED FORWARD, OR FROM A BATCH WITH NO       *
029900*    ORIGIN) IS PASSED OVER.                                      *
030000******************************************************************
030100     OPEN INPUT EXCEPTION-FILE.
030200     IF NOT WS-EXCEPTION-FILE-OK
030300         DISPLAY "RTNGEN - EXCEPTION FILE OPEN FAILED, STATUS "
030400             WS-EXCEPTION-FILE-STATUS
030500         SET WS-RUN-FAILED TO TRUE
030600         GO TO 2000-COUNT-EXCEPTIONS-EXIT
030700     END-IF.
030800     PERFORM 2100-COUNT-ONE-EXCEPTION THRU
030900         2100-COUNT-ONE-EXCEPTION-EXIT
031000         UNTIL WS-EXCEPTION-FILE-AT-END.
031100     CLOSE EXCEPTION-FILE.
031200 2000-COUNT-EXCEPTIONS-EXIT.
031300     EXIT.
031400
031500 2100-COUNT-ONE-EXCEPTION.
031600     READ EXCEPTION-FILE
031700     AT END
031800         SET WS-EXCEPTION-FILE-AT-END TO TRUE
031900         GO TO 2100-COUNT-ONE-EXCEPTION-EXIT
032000     END-READ.
032100     PERFORM 2200-FIND-BATCH THRU 2200-FIND-BATCH-EXIT.
032200     IF W-FOUND-IDX = ZERO
032300         GO TO 2100-COUNT-ONE-EXCEPTION-EXIT
032400     END-IF.
032500     ADD 1 TO WB-EXCP-COUNT(W-FOUND-IDX).
032600     MOVE EX-REASON TO WS-REASON.
032700     IF NOT WS-BATCH-LEVEL-REASON
032800         ADD 1 TO WB-REC-EXCP-COUNT(W-FOUND-IDX)
032900     END-IF.
033000 2100-COUNT-ONE-EXCEPTION-EXIT.
033100     EXIT.
033200
033300 2200-FIND-BATCH.
033400******************************************************************
033500*    THE BATCH TABLE SLOT FOR THE EXCEPTION IN HAND, BY ORIGIN    *
033600*    AND BATCH ID.  ZERO MEANS IT IS NOT ONE OF TONIGHT'S.        *
033700******************************************************************
033800     MOVE ZERO TO W-FOUND-IDX.
033900     PERFORM 2210-MATCH-BATCH THRU 2210-MATCH-BATCH-EXIT
034000         VARYING W-B FROM 1 BY 1
034100         UNTIL W-B > W-BATCH-COUNT OR W-FOUND-IDX > ZERO.
034200 2200-FIND-BATCH-EXIT.
034300     EXIT.
034400
034500 2210-MATCH-BATCH.
034600     IF WB-ORIGIN(W-B) = EX-ORIGIN
034700         AND WB-BATCH-ID(W-B) = EX-BATCH-ID
034800         MOVE W-B TO W-FOUND-IDX
034900     END-IF.
035000 2210-MATCH-BATCH-EXIT.
035100     EXIT.
035200
035300 3000-WRITE-ONE-ORIGIN.
035400******************************************************************
035500*    ONE ORIGIN'S RETURN FILE - POINT RTNFILE AT THE ORIGIN'S     *
035600*    DATASET, WRITE A STATUS RECORD AND THE DETAILS FOR EACH OF   *
035700*    ITS BATCHES IN RUN ORDER, THEN THE TRAILER.                  *
035800******************************************************************
035900     INITIALIZE W-ORIGIN-TOTALS.
036000     MOVE SPACES TO WS-RETURN-DSN.
036100     STRING "RTN" WO-ORIGIN(W-O) DELIMITED BY SPACE
036200         INTO WS-RETURN-DSN.
036300     DISPLAY "DD_RTNFILE" UPON ENVIRONMENT-NAME.
036400     DISPLAY WS-RETURN-DSN UPON ENVIRONMENT-VALUE.
036500     OPEN OUTPUT RETURN-FILE.
036600     IF NOT WS-RETURN-FILE-OK
036700         DISPLAY "RTNGEN - RETURN FILE " WS-RETURN-DSN
036800             " OPEN FAILED, STATUS " WS-RETURN-FILE-STATUS
036900         SET WS-RUN-FAILED TO TRUE
037000         GO TO 3000-WRITE-ONE-ORIGIN-EXIT
037100     END-IF.
037200     PERFORM 3100-WRITE-ONE-BATCH THRU 3100-WRITE-ONE-BATCH-EXIT
037300         VARYING W-B FROM 1 BY 1
037400         UNTIL W-B > W-BATCH-COUNT OR WS-RUN-FAILED.
037500     PERFORM 3400-WRITE-TRAILER THRU 3400-WRITE-TRAILER-EXIT.
037600     CLOSE RETURN-FILE.
037700     ADD 1 TO W-FILE-COUNT.
037800     MOVE WT-BATCHES TO WS-DISP-COUNT.
037900     MOVE WT-DETAILS TO WS-DISP-DETAILS.
038000     DISPLAY "RTNGEN - " WS-RETURN-DSN " BATCHES " WS-DISP-COUNT
038100         " EXCEPTIONS " WS-DISP-DETAILS.
038200 3000-WRITE-ONE-ORIGIN-EXIT.
038300     EXIT.
038400
038500 3100-WRITE-ONE-BATCH.
038600******************************************************************
038700*    THE STATUS RECORD FOR ONE BATCH OF THE ORIGIN IN HAND - A    *
038800*    FAILED CONTROL CHECK OUTRANKS A RECORD-LEVEL EXCEPTION -     *
038900*    FOLLOWED BY ITS EXCEPTION DETAILS.                           *
039000******************************************************************
039100     IF WB-ORIGIN(W-B) NOT = WO-ORIGIN(W-O)
039200         GO TO 3100-WRITE-ONE-BATCH-EXIT
039300     END-IF.
039400     MOVE SPACES TO RN-RECORD.
039500     SET RN-STATUS-REC TO TRUE.
039600     MOVE WB-ORIGIN(W-B) TO RN-ORIGIN.
039700     MOVE WB-BATCH-ID(W-B) TO RN-BATCH-ID.
039800     MOVE WS-RUN-DATE TO RN-RUN-DATE.
039900     EVALUATE TRUE
040000         WHEN WB-CTL-CHECK(W-B) NOT = SPACES
040100             SET RN-FAILED TO TRUE
040200             MOVE WB-CTL-CHECK(W-B) TO RN-FAIL-CHECK
040300             ADD 1 TO WT-FAIL-BATCHES
040400         WHEN WB-REC-EXCP-COUNT(W-B) > ZERO
040500             SET RN-PARTIAL TO TRUE
040600             ADD 1 TO WT-PART-BATCHES
040700         WHEN OTHER
040800             SET RN-ACCEPTED TO TRUE
040900             ADD 1 TO WT-ACC-BATCHES
041000     END-EVALUATE.
041100     MOVE WB-RECV-COUNT(W-B) TO RN-RECV-COUNT.
041200     MOVE WB-RECV-AMOUNT(W-B) TO RN-RECV-AMOUNT.
041300     MOVE WB-ACC-COUNT(W-B) TO RN-ACC-COUNT.
041400     MOVE WB-ACC-AMOUNT(W-B) TO RN-ACC-AMOUNT.
041500     MOVE WB-EXCP-COUNT(W-B) TO RN-EXCP-COUNT.
041600     WRITE RN-RECORD.
041700     ADD 1 TO WT-RECORDS.
041800     ADD 1 TO WT-BATCHES.
041900     ADD WB-RECV-COUNT(W-B) TO WT-RECV-COUNT.
042000     ADD WB-RECV-AMOUNT(W-B) TO WT-RECV-AMOUNT.
042100     ADD WB-ACC-COUNT(W-B) TO WT-ACC-COUNT.
042200     ADD WB-ACC-AMOUNT(W-B) TO WT-ACC-AMOUNT.
042300     IF WB-EXCP-COUNT(W-B) > ZERO
042400         PERFORM 3200-WRITE-BATCH-DETAILS THRU
042500             3200-WRITE-BATCH-DETAILS-EXIT
042600     END-IF.
042700 3100-WRITE-ONE-BATCH-EXIT.
042800     EXIT.
042900
043000 3200-WRITE-BATCH-DETAILS.
043100******************************************************************
043200*    ONE PASS OF THE EXCEPTION FILE FOR THE BATCH IN HAND, IN     *
043300*    THE ORDER THE SORT RAISED THEM.                              *
043400******************************************************************
043500     OPEN INPUT EXCEPTION-FILE.
043600     IF NOT WS-EXCEPTION-FILE-OK
043700         DISPLAY "RTNGEN - EXCEPTION FILE OPEN FAILED, STATUS "
043800             WS-EXCEPTION-FILE-STATUS
043900         SET WS-RUN-FAILED TO TRUE
044000         GO TO 3200-WRITE-BATCH-DETAILS-EXIT
044100     END-IF.
044200     PERFORM 3300-WRITE-ONE-DETAIL THRU 3300-WRITE-ONE-DETAIL-EXIT
044300         UNTIL WS-EXCEPTION-FILE-AT-END.
044400     CLOSE EXCEPTION-FILE.
044500 3200-WRITE-BATCH-DETAILS-EXIT.
044600     EXIT.
044700
044800 3300-WRITE-ONE-DETAIL.
044900******************************************************************
045000*    EVERY EXCEPTION FOR THE BATCH GOES BACK AS A "D" RECORD.  A  *
045100*    BATCH-LEVEL EXCEPTION CARRIES NO RECORD AS SENT, SO ITS ID,  *
045200*    DATE AND CURRENCY GO BACK BLANK AND ITS AMOUNTS AS ZERO.     *
045300******************************************************************
045400     READ EXCEPTION-FILE
045500     AT END
045600         SET WS-EXCEPTION-FILE-AT-END TO TRUE
045700         GO TO 3300-WRITE-ONE-DETAIL-EXIT
045800     END-READ.
045900     IF EX-ORIGIN NOT = WB-ORIGIN(W-B)
046000         OR EX-BATCH-ID NOT = WB-BATCH-ID(W-B)
046100         GO TO 3300-WRITE-ONE-DETAIL-EXIT
046200     END-IF.
046300     MOVE SPACES TO RN-RECORD.
046400     SET RN-DETAIL-REC TO TRUE.
046500     MOVE WB-ORIGIN(W-B) TO RN-ORIGIN.
046600     MOVE WB-BATCH-ID(W-B) TO RN-BATCH-ID.
046700     MOVE WS-RUN-DATE TO RN-RUN-DATE.
046800     MOVE EX-REASON TO RN-REASON.
046900     MOVE EX-ID TO RN-ID.
047000     MOVE EX-DATE TO RN-DATE.
047100     MOVE EX-CURRENCY TO RN-CURRENCY.
047200     MOVE EX-TEXT TO RN-TEXT.
047300     IF EX-AMOUNT IS NUMERIC
047400         MOVE EX-AMOUNT TO RN-AMOUNT
047500     ELSE
047600         MOVE ZERO TO RN-AMOUNT
047700     END-IF.
047800     IF EX-ORIG-AMOUNT IS NUMERIC
047900         MOVE EX-ORIG-AMOUNT TO RN-ORIG-AMOUNT
048000     ELSE
048100         MOVE ZERO TO RN-ORIG-AMOUNT
048200     END-IF.
048300     WRITE RN-RECORD.
048400     ADD 1 TO WT-RECORDS.
048500     ADD 1 TO WT-DETAILS.
048600 3300-WRITE-ONE-DETAIL-EXIT.
048700     EXIT.
048800
048900 3400-WRITE-TRAILER.
049000******************************************************************
049100*    THE TRAILER'S RECORD COUNT INCLUDES THE TRAILER ITSELF, SO   *
049200*    A REGION CAN PROVE IT LOADED THE WHOLE FILE.                 *
049300******************************************************************
049400     ADD 1 TO WT-RECORDS.
049500     MOVE SPACES TO RN-RECORD.
049600     SET RN-TRAILER-REC TO TRUE.
049700     MOVE WO-ORIGIN(W-O) TO RN-ORIGIN.
049800     MOVE WS-RUN-DATE TO RN-RUN-DATE.
049900     MOVE WT-BATCHES TO RN-BATCH-COUNT.
050000     MOVE WT-ACC-BATCHES TO RN-ACC-BATCHES.
050100     MOVE WT-FAIL-BATCHES TO RN-FAIL-BATCHES.
050200     MOVE WT-PART-BATCHES TO RN-PART-BATCHES.
050300     MOVE WT-RECV-COUNT TO RN-TOT-RECV-COUNT.
050400     MOVE WT-RECV-AMOUNT TO RN-TOT-RECV-AMOUNT.
050500     MOVE WT-ACC-COUNT TO RN-TOT-ACC-COUNT.
050600     MOVE WT-ACC-AMOUNT TO RN-TOT-ACC-AMOUNT.
050700     MOVE WT-DETAILS TO RN-DETAIL-COUNT.
050800     MOVE WT-RECORDS TO RN-RECORD-COUNT.
050900     WRITE RN-RECORD.
051000 3400-WRITE-TRAILER-EXIT.
051100     EXIT.
051200
051300 9000-TERMINATE.
051400     MOVE W-FILE-COUNT TO WS-DISP-COUNT.
051500     DISPLAY "RTNGEN - RETURN FILES WRITTEN:      " WS-DISP-COUNT.
051600     IF W-NO-ORIGIN-COUNT > ZERO
051700         MOVE W-NO-ORIGIN-COUNT TO WS-DISP-COUNT
051800         DISPLAY "RTNGEN - BATCHES WITH NO ORIGIN:    "
051900             WS-DISP-COUNT
052000     END-IF.
052100     IF W-OVERFLOW-COUNT > ZERO
052200         MOVE W-OVERFLOW-COUNT TO WS-DISP-COUNT
052300         DISPLAY "RTNGEN - BATCHES OVER THE TABLE:    "
052400             WS-DISP-COUNT
052500     END-IF.
052600 9000-TERMINATE-EXIT.
052700     EXIT.
