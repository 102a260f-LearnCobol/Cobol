001100* INSTEAD OF A REBUILD FROM SAVED EXTRACTS:                       *
001200*                                                                 *
001300*     AN ADD IS REVERSED BY DELETING THE ID,                      *
001400*     AN UPDATE, A CONSOLE ADJUSTMENT OR A PERIOD-END             *
001500*         REVALUATION BY REWRITING THE BEFORE IMAGE,              *
001600*     A DELETE BY WRITING THE BEFORE IMAGE BACK.                  *
001700*                                                                 *
001800* THE DAY'S IMAGES ARE APPLIED LAST-FIRST, SO AN ID TOUCHED       *
003200* THE MASTER (THE ID SINCE DELETED, SAY) IS REJECTED, COUNTED,    *
003300* AND SIGNALLED WITH RETURN CODE 4.                               *
003310*                                                                 *
003320* THE IMAGES CARRY THE BEFORE CURRENCY AND AMOUNT AS SENT, SO A  *
003330* REVERSAL PUTS THEM BACK ALONG WITH THE AMOUNT AND DATE.         *
003335*                                                                 *
003340* DUAL CONTROL.  THE RUN OPENS WITH A SIGN-ON (SIGNSVC) AND ONLY  *
003345* REVERSES A DAY (AND BATCH) A SECOND OPERATOR HAS APPROVED ON    *
003350* THE APPROVAL QUEUE (APPRQUE).  THE FIRST RUN FOR A DAY QUEUES   *
003355* THE BACKOUT UNDER THE SIGNED-ON OPERATOR AND STOPS; A RUN WHILE *
003360* IT AWAITS APPROVAL STOPS TOO - BOTH WITH RETURN CODE 4.  ONCE   *
003365* APPROVED AT APPRMNT THE NEXT RUN REVERSES, STAMPS THE MAKER AND *
003370* CHECKER ON EVERY "B" IMAGE, AND MARKS THE REQUEST APPLIED.  A   *
003375* REFUSED SIGN-ON ENDS THE RUN WITH RETURN CODE 8.                *
003400*-----------------------------------------------------------------*
003500* MODIFICATION HISTORY                                            *
003600*  DATE       INIT  DESCRIPTION                                   *
003720*                   A NORMAL DAY RUNS 2,000-PLUS IMAGES AND THE   *
003730*                   OLD 500 CEILING REFUSED THE VERY DAYS THE     *
003740*                   TOOL WAS BUILT TO REVERSE.                    *
003750*  15/10/2026 DLM   THE MASTER LAYOUT NOW COMES FROM THE SHARED   *
003760*                   MSTREC COPYBOOK.  THE AMOUNT AS SENT IS       *
003770*                   RESTORED WITH THE REST OF THE BEFORE IMAGE,   *
003780*                   AND A PERIOD-END REVALUATION ("R") REVERSES   *
003790*                   LIKE AN UPDATE.                               *
003792*  15/10/2026 DLM   A BACKOUT MUST BE QUEUED AND APPROVED BY A    *
003794*                   SECOND OPERATOR BEFORE IT RUNS.  THE "B"      *
003796*                   IMAGES CARRY THE MAKER AND CHECKER.           *
003797*  15/10/2026 DLM   THE "B" IMAGE CARRIES THE CURRENCY RESTORED   *
003798*                   (MH-AFTER-CURRENCY) - SPACES WHEN THE         *
003799*                   REVERSAL TOOK AN ADDED ID OFF AGAIN.          *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. MSTBKOUT.
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS MST-ID
007200         FILE STATUS IS WS-MASTER-FILE-STATUS.
007205
007210*-----------------------------------------------------------------*
007215* THE APPROVAL QUEUE - SEARCHED FOR THIS BACKOUT'S REQUEST, WHICH *
007220* IS QUEUED HERE THE FIRST TIME AND MARKED APPLIED WHEN DONE.     *
007225*-----------------------------------------------------------------*
007230     SELECT QUEUE-FILE ASSIGN TO "APPRQUE"
007235         ORGANIZATION IS INDEXED
007240         ACCESS MODE IS DYNAMIC
007245         RECORD KEY IS QUE-REQ-NUM
007250         FILE STATUS IS WS-QUEUE-FILE-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
009100 FD  MASTER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  MST-RECORD.
009400     COPY MSTREC.
009500
009600 FD  QUEUE-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  QUE-RECORD.
009900     COPY APPRREC REPLACING LEADING ==AQ-== BY ==QUE-==.
010100
010200 WORKING-STORAGE SECTION.
010300******************************************************************
012400         10  WI-AFTER-DATE      PIC 9(08).
012500         10  WI-BATCH-ID        PIC X(08).
012510         10  WI-CURRENCY        PIC X(03).
012520         10  WI-BEFORE-ORIG-X   PIC X(08).
012530         10  WI-AFTER-ORIG-X    PIC X(08).
012600
012700******************************************************************
012800*    THE PARAMETERS AS EDITED                                     *
014100 01  WS-REFUSED-SWITCH          PIC X(01) VALUE "N".
014200         88  WS-RUN-REFUSED         VALUE "Y".
014300         88  WS-RUN-ACCEPTED        VALUE "N".
014302
014304******************************************************************
014306*    WHERE THIS BACKOUT STANDS ON THE APPROVAL QUEUE, AND THE     *
014308*    APPROVED REQUEST'S MAKER AND CHECKER FOR THE "B" IMAGES      *
014310******************************************************************
014312 01  WS-APPROVAL-SWITCH         PIC X(01) VALUE "N".
014314         88  WS-BKO-APPROVED        VALUE "A".
014316         88  WS-BKO-AWAITING        VALUE "P".
014318         88  WS-BKO-NOT-QUEUED      VALUE "N".
014320
014322 01  WS-BKO-REQ-NUM             PIC 9(06) VALUE ZERO.
014324 01  WS-BKO-MAKER               PIC X(08) VALUE SPACES.
014326 01  WS-BKO-CHECKER             PIC X(08) VALUE SPACES.
014328 01  WS-BKO-MADE-DATE           PIC 9(08) VALUE ZERO.
014330 01  WS-BKO-MADE-TIME           PIC 9(06) VALUE ZERO.
014332
014334******************************************************************
014336*    THE SIGNED-ON OPERATOR, AND THE BACKOUT AS IT GOES ON THE    *
014338*    APPROVAL QUEUE                                               *
014340******************************************************************
014342 01  SGN-AREA.
014344     COPY SIGNREC.
014346
014348 01  APR-REQUEST.
014350     COPY APPRREC.
014352
014354 01  APR-RESULT                 PIC X(01) VALUE "N".
014356         88  APR-QUEUED             VALUE "Y".
014358         88  APR-NOT-QUEUED         VALUE "N".
014400
014500******************************************************************
014600*    DATE AND TIME STAMPED ONTO THE REVERSAL IMAGES               *
018000         88  WS-MASTER-FILE-OK          VALUE "00".
018100         88  WS-MASTER-KEY-NOT-FOUND    VALUE "23".
018200         88  WS-MASTER-FILE-NOT-FOUND   VALUE "35".
018210
018220******************************************************************
018230*    FILE STATUS FOR THE APPROVAL QUEUE.  35 MEANS NOTHING HAS    *
018240*    BEEN QUEUED YET.                                             *
018250******************************************************************
018260 01  WS-QUEUE-FILE-STATUS       PIC X(02) VALUE SPACES.
018270         88  WS-QUEUE-FILE-OK          VALUE "00".
018280         88  WS-QUEUE-FILE-AT-END      VALUE "10".
018290         88  WS-QUEUE-FILE-NOT-FOUND   VALUE "35".
018300
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE SECTION.
018600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
018700     IF WS-PARM-GOOD AND WS-RUN-ACCEPTED AND WS-BKO-APPROVED
018800         PERFORM 3000-REVERSE-ONE-IMAGE THRU
018900             3000-REVERSE-ONE-IMAGE-EXIT
019000             VARYING W-I FROM W-SEL-COUNT BY -1 UNTIL W-I < 1
019010         PERFORM 5000-MARK-BACKOUT-APPLIED THRU
019020             5000-MARK-BACKOUT-APPLIED-EXIT
019100     END-IF.
019200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
019300     IF WS-PARM-BAD OR WS-RUN-REFUSED
019400         MOVE 8 TO RETURN-CODE
019500     ELSE
019600         IF W-REJECT-COUNT > ZERO OR NOT WS-BKO-APPROVED
019700             MOVE 4 TO RETURN-CODE
019800         END-IF
019900     END-IF.
020100
020200 1000-INITIALIZE.
020300******************************************************************
020400*    READ THE PARAMETER CARD, SIGN ON AND CHECK THE BACKOUT IS    *
020500*    APPROVED, PULL THE DAY'S IMAGES OFF THE HISTORY INTO THE     *
020600*    TABLE, AND OPEN THE MASTER AND THE HISTORY (EXTEND) FOR THE  *
020650*    REVERSALS.                                                   *
020700******************************************************************
020800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
020900     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
022600             "CARD, RUN REFUSED"
022700         GO TO 1000-INITIALIZE-EXIT
022800     END-IF.
022805     MOVE "MSTBKOUT" TO SGN-PROGRAM.
022810     CALL "SIGNSVC" USING SGN-AREA.
022815     IF SGN-REFUSED
022820         SET WS-RUN-REFUSED TO TRUE
022825         GO TO 1000-INITIALIZE-EXIT
022830     END-IF.
022835     PERFORM 1100-CHECK-APPROVAL THRU 1100-CHECK-APPROVAL-EXIT.
022840     IF NOT WS-BKO-APPROVED
022845         GO TO 1000-INITIALIZE-EXIT
022850     END-IF.
022900     DISPLAY "MSTBKOUT - REVERSING DAY " WS-BKO-DATE.
023000     OPEN INPUT HISTORY-FILE.
023100     IF WS-HISTORY-FILE-OK
025600     OPEN EXTEND HISTORY-FILE.
025700 1000-INITIALIZE-EXIT.
025800     EXIT.
025801
025802 1100-CHECK-APPROVAL.
025803******************************************************************
025804*    LOOK FOR THIS DAY AND BATCH ON THE APPROVAL QUEUE.  AN       *
025805*    APPROVED REQUEST LETS THE BACKOUT RUN; A PENDING ONE HOLDS   *
025806*    IT; NONE AT ALL QUEUES IT UNDER THE SIGNED-ON OPERATOR.      *
025807******************************************************************
025808     OPEN INPUT QUEUE-FILE.
025809     IF WS-QUEUE-FILE-OK
025810         MOVE ZERO TO QUE-REQ-NUM
025811         START QUEUE-FILE KEY NOT < QUE-REQ-NUM
025812         INVALID KEY
025813             SET WS-QUEUE-FILE-AT-END TO TRUE
025814         END-START
025815         PERFORM 1200-MATCH-ONE-REQUEST THRU
025816             1200-MATCH-ONE-REQUEST-EXIT
025817             UNTIL WS-QUEUE-FILE-AT-END
025818         CLOSE QUEUE-FILE
025819     ELSE
025820         IF NOT WS-QUEUE-FILE-NOT-FOUND
025821             DISPLAY "MSTBKOUT - APPROVAL QUEUE OPEN FAILED, "
025822                 "STATUS " WS-QUEUE-FILE-STATUS ", RUN REFUSED"
025823             SET WS-RUN-REFUSED TO TRUE
025824             GO TO 1100-CHECK-APPROVAL-EXIT
025825         END-IF
025826     END-IF.
025827     IF WS-BKO-APPROVED
025828         DISPLAY "MSTBKOUT - REQUEST " WS-BKO-REQ-NUM
025829             " APPROVED BY " WS-BKO-CHECKER
025830         GO TO 1100-CHECK-APPROVAL-EXIT
025831     END-IF.
025832     IF WS-BKO-AWAITING
025833         DISPLAY "MSTBKOUT - BACKOUT OF " WS-BKO-DATE
025834             " IS AWAITING APPROVAL AS REQUEST " WS-BKO-REQ-NUM
025835         GO TO 1100-CHECK-APPROVAL-EXIT
025836     END-IF.
025837     IF NOT SGN-MAY-MAKE
025838         DISPLAY "MSTBKOUT - " SGN-USER-ID " MAY NOT REQUEST "
025839             "A BACKOUT, RUN REFUSED"
025840         SET WS-RUN-REFUSED TO TRUE
025841         GO TO 1100-CHECK-APPROVAL-EXIT
025842     END-IF.
025843     MOVE SPACES TO APR-REQUEST.
025844     SET AQ-TYPE-BKO TO TRUE.
025845     MOVE SGN-USER-ID TO AQ-MAKER.
025846     MOVE WS-BKO-DATE TO AQ-BKO-DATE.
025847     MOVE WS-BKO-BATCH-ID TO AQ-BKO-BATCH-ID.
025848     CALL "APPRSVC" USING APR-REQUEST APR-RESULT.
025849     IF APR-QUEUED
025850         SET WS-BKO-AWAITING TO TRUE
025851         DISPLAY "MSTBKOUT - BACKOUT OF " WS-BKO-DATE
025852             " QUEUED FOR APPROVAL AS REQUEST " AQ-REQ-NUM
025853     ELSE
025854         DISPLAY "MSTBKOUT - BACKOUT COULD NOT BE QUEUED, "
025855             "RUN REFUSED"
025856         SET WS-RUN-REFUSED TO TRUE
025857     END-IF.
025858 1100-CHECK-APPROVAL-EXIT.
025859     EXIT.
025860
025861 1200-MATCH-ONE-REQUEST.
025862     READ QUEUE-FILE NEXT RECORD
025863     AT END
025864         SET WS-QUEUE-FILE-AT-END TO TRUE
025865         GO TO 1200-MATCH-ONE-REQUEST-EXIT
025866     END-READ.
025867     IF NOT QUE-TYPE-BKO
025868         OR QUE-BKO-DATE NOT = WS-BKO-DATE
025869         OR QUE-BKO-BATCH-ID NOT = WS-BKO-BATCH-ID
025870         GO TO 1200-MATCH-ONE-REQUEST-EXIT
025871     END-IF.
025872     IF QUE-APPROVED
025873         SET WS-BKO-APPROVED TO TRUE
025874         MOVE QUE-REQ-NUM TO WS-BKO-REQ-NUM
025875         MOVE QUE-MAKER TO WS-BKO-MAKER
025876         MOVE QUE-CHECKER TO WS-BKO-CHECKER
025877         MOVE QUE-MADE-DATE TO WS-BKO-MADE-DATE
025878         MOVE QUE-MADE-TIME TO WS-BKO-MADE-TIME
025879         SET WS-QUEUE-FILE-AT-END TO TRUE
025880         GO TO 1200-MATCH-ONE-REQUEST-EXIT
025881     END-IF.
025882     IF QUE-PENDING
025883         SET WS-BKO-AWAITING TO TRUE
025884         MOVE QUE-REQ-NUM TO WS-BKO-REQ-NUM
025885     END-IF.
025886 1200-MATCH-ONE-REQUEST-EXIT.
025887     EXIT.
025900
026000 2000-SELECT-ONE-IMAGE.
026100******************************************************************
029000                     TO WI-AFTER-DATE(W-SEL-COUNT)
029100                 MOVE MH-BATCH-ID TO WI-BATCH-ID(W-SEL-COUNT)
029110                 MOVE MH-CURRENCY TO WI-CURRENCY(W-SEL-COUNT)
029120                 MOVE MH-BEFORE-ORIG-X
029130                     TO WI-BEFORE-ORIG-X(W-SEL-COUNT)
029140                 MOVE MH-AFTER-ORIG-X
029150                     TO WI-AFTER-ORIG-X(W-SEL-COUNT)
029200             END-IF
029300         END-IF
029400     END-READ.
031100         WHEN "J"
031200             PERFORM 3200-REVERSE-UPDATE THRU
031300                 3200-REVERSE-UPDATE-EXIT
031310         WHEN "R"
031320             PERFORM 3200-REVERSE-UPDATE THRU
031330                 3200-REVERSE-UPDATE-EXIT
031400         WHEN "D"
031500             PERFORM 3300-REVERSE-DELETE THRU
031600                 3300-REVERSE-DELETE-EXIT
034800         MOVE WI-BEFORE-AMOUNT(W-I) TO MST-AMOUNT
034900         MOVE WI-BEFORE-DATE(W-I) TO MST-DATE
034910         MOVE WI-CURRENCY(W-I) TO MST-CURRENCY
034960         MOVE WI-BEFORE-ORIG-X(W-I) TO MST-ORIG-AMOUNT-X
035000         MOVE WS-TODAY-DATE TO MST-LAST-MAINT-DATE
035100         REWRITE MST-RECORD
035200         INVALID KEY
036800     MOVE WI-BEFORE-AMOUNT(W-I) TO MST-AMOUNT.
036900     MOVE WI-BEFORE-DATE(W-I) TO MST-DATE.
036910     MOVE WI-CURRENCY(W-I) TO MST-CURRENCY.
036960     MOVE WI-BEFORE-ORIG-X(W-I) TO MST-ORIG-AMOUNT-X.
037000     MOVE WS-TODAY-DATE TO MST-LAST-MAINT-DATE.
037100     WRITE MST-RECORD
037200     INVALID KEY
039900     MOVE WI-BATCH-ID(W-I) TO MH-BATCH-ID.
040000     MOVE SPACES TO MH-REASON.
040010     MOVE WI-CURRENCY(W-I) TO MH-CURRENCY.
040012     IF WI-ACTION(W-I) NOT = "A"
040014         MOVE WI-CURRENCY(W-I) TO MH-AFTER-CURRENCY
040016     END-IF.
040020     MOVE WI-AFTER-ORIG-X(W-I) TO MH-BEFORE-ORIG-X.
040030     MOVE WI-BEFORE-ORIG-X(W-I) TO MH-AFTER-ORIG-X.
040040     MOVE WS-BKO-MAKER TO MH-MAKER.
040050     MOVE WS-BKO-CHECKER TO MH-CHECKER.
040060     MOVE WS-BKO-MADE-DATE TO MH-MADE-DATE.
040070     MOVE WS-BKO-MADE-TIME TO MH-MADE-TIME.
040100     WRITE HIST-RECORD.
040200 4000-WRITE-REVERSAL-IMAGE-EXIT.
040300     EXIT.
040302
040304 5000-MARK-BACKOUT-APPLIED.
040306******************************************************************
040308*    THE APPROVED REQUEST IS MARKED APPLIED SO THE SAME BACKOUT   *
040310*    CANNOT BE RUN TWICE ON ONE APPROVAL.                         *
040312******************************************************************
040314     OPEN I-O QUEUE-FILE.
040316     IF NOT WS-QUEUE-FILE-OK
040318         DISPLAY "MSTBKOUT - APPROVAL QUEUE OPEN FAILED, STATUS "
040320             WS-QUEUE-FILE-STATUS ", REQUEST " WS-BKO-REQ-NUM
040322             " NOT MARKED APPLIED"
040324         GO TO 5000-MARK-BACKOUT-APPLIED-EXIT
040326     END-IF.
040328     MOVE WS-BKO-REQ-NUM TO QUE-REQ-NUM.
040330     READ QUEUE-FILE
040332     INVALID KEY
040334         DISPLAY "MSTBKOUT - REQUEST " WS-BKO-REQ-NUM
040336             " NO LONGER ON THE QUEUE"
040338     NOT INVALID KEY
040340         SET QUE-DONE TO TRUE
040342         MOVE WS-TODAY-DATE TO QUE-APPLIED-DATE
040344         MOVE WS-RUN-TIME TO QUE-APPLIED-TIME
040346         REWRITE QUE-RECORD
040348         INVALID KEY
040350             DISPLAY "MSTBKOUT - REQUEST " WS-BKO-REQ-NUM
040352                 " COULD NOT BE MARKED APPLIED"
040354         END-REWRITE
040356     END-READ.
040358     CLOSE QUEUE-FILE.
040360 5000-MARK-BACKOUT-APPLIED-EXIT.
040362     EXIT.
040400
040500 9000-TERMINATE.
040600     IF WS-PARM-GOOD AND WS-RUN-ACCEPTED AND WS-BKO-APPROVED
040700         AND W-SEL-COUNT > ZERO
040800         CLOSE MASTER-FILE
040900         CLOSE HISTORY-FILE
