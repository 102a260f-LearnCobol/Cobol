002210*     POS 29-36   CORRECTED DATE (SPACES TO KEEP THE DATE).       *
002300*                                                                 *
002400* RECORD-LEVEL EXCEPTIONS (ZAMT, DUPL, NETZ, NRAT, BDTE, FDTE,    *
002410* HDAY, PCLS, UNID, CLSD, BLKD, LMTX) WITH A MATCHING FIX         *
002500* ARE REPAIRED AND WRITTEN TO CLEANFIL; THOSE WITHOUT A FIX ARE   *
002600* REPORTED AND SIGNALLED VIA RETURN CODE 4.  BATCH-LEVEL          *
002700* EXCEPTIONS (CTLT, RCNT, TCNT) CARRY NO RECORD TO REPAIR AND     *
002800* ARE LISTED FOR THE OPERATOR ONLY.                               *
002805*                                                                 *
002810* DUAL CONTROL.  A FIX TRANSACTION IS NOT APPLIED THE RUN IT IS   *
002815* KEYED.  THE RUN OPENS WITH A SIGN-ON (SIGNSVC) WHEN THERE ARE   *
002820* FIX TRANSACTIONS, AND EACH ONE NOT ALREADY ON THE APPROVAL      *
002825* QUEUE (APPRQUE) - PENDING, APPROVED OR REJECTED WITH THE SAME   *
002830* DETAIL - IS QUEUED THERE UNDER THE SIGNED-ON OPERATOR.  ONLY    *
002835* FIXES A SECOND OPERATOR HAS APPROVED AT APPRMNT REPAIR          *
002840* EXCEPTIONS, AND A FIX USED IS MARKED APPLIED ON THE QUEUE.  A   *
002845* REFUSED SIGN-ON, OR AN OPERATOR WHO MAY NOT KEY CHANGES, ENDS   *
002850* THE RUN WITH RETURN CODE 8 BEFORE ANYTHING IS WRITTEN.          *
002900*-----------------------------------------------------------------*
003000* MODIFICATION HISTORY                                            *
003100*  DATE       INIT  DESCRIPTION                                   *
003260*                   RECONVERTS ON RESUBMISSION), SO A FIXED       *
003270*                   AMOUNT IS KEYED IN THE RECORD'S OWN           *
003280*                   CURRENCY.                                     *
003290*  15/10/2026 DLM   THE ID REFERENCE EXCEPTIONS (UNID, CLSD, BLKD,*
003291*                   LMTX) REPAIR LIKE THE OTHER RECORD-LEVEL      *
003292*                   REASONS - A FIX CAN MOVE THE RECORD TO A GOOD *
003293*                   ID OR BRING ITS AMOUNT INSIDE THE LIMIT.      *
003294*  15/10/2026 DLM   FIX TRANSACTIONS GO ON THE APPROVAL QUEUE     *
003295*                   UNDER A SIGNED-ON OPERATOR, AND ONLY FIXES    *
003296*                   APPROVED AT APPRMNT REPAIR EXCEPTIONS - EACH  *
003297*                   IS MARKED APPLIED ON THE QUEUE WHEN USED.     *
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. EXCPFIX.
006450     SELECT CARRY-FILE ASSIGN TO "EXCPCFWD"
006460         ORGANIZATION IS LINE SEQUENTIAL
006470         FILE STATUS IS WS-CARRY-FILE-STATUS.
006472
006474*-----------------------------------------------------------------*
006476* THE APPROVAL QUEUE - READ FOR THE FIXES ALREADY QUEUED, THEN    *
006478* UPDATED FOR THE APPROVED FIXES THIS RUN APPLIED.                *
006480*-----------------------------------------------------------------*
006482     SELECT QUEUE-FILE ASSIGN TO "APPRQUE"
006484         ORGANIZATION IS INDEXED
006486         ACCESS MODE IS DYNAMIC
006488         RECORD KEY IS QUE-REQ-NUM
006490         FILE STATUS IS WS-QUEUE-FILE-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
009440 01  CFWD-RECORD.
009450     COPY EXCPREC REPLACING LEADING ==EX-== BY ==CF-==.
009460
009462 FD  QUEUE-FILE
009464     LABEL RECORDS ARE STANDARD.
009466 01  QUE-RECORD.
009468     COPY APPRREC REPLACING LEADING ==AQ-== BY ==QUE-==.
009400
009500 WORKING-STORAGE SECTION.
009600******************************************************************
009700*    UPPER LIMIT ON FIX TRANSACTIONS HELD FOR ONE RUN - THOSE ON  *
009750*    THE APPROVAL QUEUE AND THOSE NEWLY QUEUED - AND THE COUNT    *
009800*    ACTUALLY LOADED.                                             *
009900******************************************************************
010000     78  W-MAX-FIXES VALUE 500.
010100 01  W-FIX-COUNT PIC S9(04) COMP VALUE ZERO.
010200
010300******************************************************************
010400*    THE FIXES ON THE APPROVAL QUEUE, WITH THEIR REQUEST NUMBER   *
010410*    AND STATUS.  ONLY AN APPROVED FIX REPAIRS AN EXCEPTION; THE  *
010420*    OTHERS ARE HELD SO THE SAME FIX IS NOT QUEUED TWICE.         *
010500******************************************************************
010600 01  W-FIX-TABLE.
010700     05  W-FIX-ENTRY OCCURS 1 TO W-MAX-FIXES TIMES
010800             DEPENDING ON W-FIX-COUNT.
010810         10  WF-DETAIL.
010820             15  WF-ID              PIC X(10).
010830             15  WF-NEW-AMOUNT-X    PIC X(08).
010840             15  WF-NEW-AMOUNT REDEFINES WF-NEW-AMOUNT-X
010850                                    PIC S9(05)V99
010860                                    SIGN IS LEADING SEPARATE.
010870             15  WF-NEW-ID          PIC X(10).
010880             15  WF-NEW-DATE        PIC X(08).
010890         10  WF-REQ-NUM         PIC 9(06).
010900         10  WF-STATUS          PIC X(01).
010910             88  WF-PENDING         VALUE "P".
010920             88  WF-APPROVED        VALUE "A".
010930             88  WF-REJECTED        VALUE "R".
010940         10  WF-USED-SWITCH     PIC X(01).
010950             88  WF-USED            VALUE "Y".
010960             88  WF-NOT-USED        VALUE "N".
010970
010980******************************************************************
010990*    ONE FIX TRANSACTION IN THE SAME SHAPE AS A TABLE ENTRY'S     *
011000*    DETAIL, FOR THE ALREADY-QUEUED CHECK                         *
011010******************************************************************
011020 01  WS-FIX-DETAIL.
011030     05  WS-FD-ID               PIC X(10).
011040     05  WS-FD-NEW-AMOUNT-X     PIC X(08).
011050     05  WS-FD-NEW-ID           PIC X(10).
011060     05  WS-FD-NEW-DATE         PIC X(08).
011070
011080******************************************************************
011090*    THE SIGNED-ON OPERATOR, AND A FIX AS IT GOES ON THE APPROVAL *
011100*    QUEUE                                                        *
011110******************************************************************
011120 01  SGN-AREA.
011130     COPY SIGNREC.
011140
011150 01  APR-REQUEST.
011160     COPY APPRREC.
011170
011180 01  APR-RESULT                 PIC X(01) VALUE "N".
011190         88  APR-QUEUED             VALUE "Y".
011200         88  APR-NOT-QUEUED         VALUE "N".
011210
011220 01  WS-RUN-SWITCH              PIC X(01) VALUE "N".
011230         88  WS-RUN-REFUSED         VALUE "Y".
011240         88  WS-RUN-ALLOWED         VALUE "N".
011250
011260 01  WS-NOW-DATE                PIC 9(08) VALUE ZERO.
011270 01  WS-NOW-TIME                PIC 9(06) VALUE ZERO.
011500
011600******************************************************************
011700*    SUBSCRIPT AND FOUND INDEX FOR THE FIX LOOKUP                 *
012500 01  W-REPAIRED-COUNT PIC S9(04) COMP VALUE ZERO.
012600 01  W-UNREPAIRED-COUNT PIC S9(04) COMP VALUE ZERO.
012700 01  W-BATCH-LEVEL-COUNT PIC S9(04) COMP VALUE ZERO.
012710 01  W-QUEUED-COUNT PIC S9(04) COMP VALUE ZERO.
012720 01  W-AWAITING-COUNT PIC S9(04) COMP VALUE ZERO.
012800 01  WS-DISP-COUNT              PIC 9(05) VALUE ZERO.
012900
013000******************************************************************
015640******************************************************************
015650 01  WS-CARRY-FILE-STATUS       PIC X(02) VALUE SPACES.
015660         88  WS-CARRY-FILE-OK   VALUE "00".
015662
015664******************************************************************
015666*    FILE STATUS FOR THE APPROVAL QUEUE.  35 MEANS NOTHING HAS    *
015668*    BEEN QUEUED YET.                                             *
015670******************************************************************
015672 01  WS-QUEUE-FILE-STATUS       PIC X(02) VALUE SPACES.
015674         88  WS-QUEUE-FILE-OK          VALUE "00".
015676         88  WS-QUEUE-FILE-AT-END      VALUE "10".
015678         88  WS-QUEUE-FILE-NOT-FOUND   VALUE "35".
015700
015800 PROCEDURE DIVISION.
015900 0000-MAINLINE SECTION.
016000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
016005     IF WS-RUN-REFUSED
016010         IF WS-EXCEPTION-FILE-PRESENT
016015             CLOSE EXCEPTION-FILE
016020         END-IF
016025         IF WS-FIX-FILE-PRESENT
016030             CLOSE FIX-FILE
016035         END-IF
016040         MOVE 8 TO RETURN-CODE
016045         GOBACK
016050     END-IF.
016055     PERFORM 1500-LOAD-QUEUED-FIXES THRU
016060         1500-LOAD-QUEUED-FIXES-EXIT.
016100     PERFORM 2000-LOAD-FIXES THRU 2000-LOAD-FIXES-EXIT.
016200     PERFORM 3000-REPAIR-EXCEPTION THRU
016300         3000-REPAIR-EXCEPTION-EXIT
016400         UNTIL WS-EXCEPTION-FILE-AT-END.
016410     PERFORM 4000-MARK-FIXES-APPLIED THRU
016420         4000-MARK-FIXES-APPLIED-EXIT.
016500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
016600     IF W-UNREPAIRED-COUNT > ZERO
016700         MOVE 4 TO RETURN-CODE
017200******************************************************************
017300*    OPEN THE EXCEPTIONS, THE FIXES AND THE CLEAN EXTRACT.  A     *
017400*    MISSING EXCEPTION FILE MEANS THERE IS NOTHING TO REPAIR;     *
017500*    A MISSING FIX FILE JUST MEANS NOTHING NEW TO QUEUE.  WITH    *
017550*    FIX TRANSACTIONS PRESENT THE OPERATOR SIGNS ON FIRST, AND    *
017600*    THE OUTPUTS ARE NOT OPENED UNLESS THE SIGN-ON IS GOOD.       *
017700******************************************************************
017800     OPEN INPUT EXCEPTION-FILE.
017900     IF WS-EXCEPTION-FILE-OK
019100         SET WS-FIX-FILE-ABSENT TO TRUE
019200         SET WS-FIX-FILE-AT-END TO TRUE
019300     END-IF.
019305     IF WS-FIX-FILE-PRESENT
019310         MOVE "EXCPFIX" TO SGN-PROGRAM
019315         CALL "SIGNSVC" USING SGN-AREA
019320         IF SGN-REFUSED
019325             SET WS-RUN-REFUSED TO TRUE
019330             GO TO 1000-INITIALIZE-EXIT
019335         END-IF
019340         IF NOT SGN-MAY-MAKE
019345             DISPLAY "EXCPFIX - " SGN-USER-ID " MAY NOT KEY "
019350                 "FIXES, RUN REFUSED"
019355             SET WS-RUN-REFUSED TO TRUE
019360             GO TO 1000-INITIALIZE-EXIT
019365         END-IF
019370     END-IF.
019400     OPEN OUTPUT CLEAN-FILE.
019410     OPEN OUTPUT CARRY-FILE.
019500 1000-INITIALIZE-EXIT.
019600     EXIT.
019601
019602 1500-LOAD-QUEUED-FIXES.
019603******************************************************************
019604*    LOAD EVERY FIX ON THE APPROVAL QUEUE STILL PENDING, APPROVED *
019605*    AND NOT YET APPLIED, OR REJECTED.  NO QUEUE YET MEANS NONE.  *
019606******************************************************************
019607     OPEN INPUT QUEUE-FILE.
019608     IF WS-QUEUE-FILE-NOT-FOUND
019609         GO TO 1500-LOAD-QUEUED-FIXES-EXIT
019610     END-IF.
019611     IF NOT WS-QUEUE-FILE-OK
019612         DISPLAY "EXCPFIX - APPROVAL QUEUE OPEN FAILED, STATUS "
019613             WS-QUEUE-FILE-STATUS
019614         GO TO 1500-LOAD-QUEUED-FIXES-EXIT
019615     END-IF.
019616     MOVE ZERO TO QUE-REQ-NUM.
019617     START QUEUE-FILE KEY NOT < QUE-REQ-NUM
019618     INVALID KEY
019619         SET WS-QUEUE-FILE-AT-END TO TRUE
019620     END-START.
019621     PERFORM 1600-LOAD-ONE-QUEUED-FIX THRU
019622         1600-LOAD-ONE-QUEUED-FIX-EXIT
019623         UNTIL WS-QUEUE-FILE-AT-END.
019624     CLOSE QUEUE-FILE.
019625 1500-LOAD-QUEUED-FIXES-EXIT.
019626     EXIT.
019627
019628 1600-LOAD-ONE-QUEUED-FIX.
019629     READ QUEUE-FILE NEXT RECORD
019630     AT END
019631         SET WS-QUEUE-FILE-AT-END TO TRUE
019632         GO TO 1600-LOAD-ONE-QUEUED-FIX-EXIT
019633     END-READ.
019634     IF NOT QUE-TYPE-FIX
019635         GO TO 1600-LOAD-ONE-QUEUED-FIX-EXIT
019636     END-IF.
019637     IF NOT QUE-PENDING AND NOT QUE-APPROVED AND NOT QUE-REJECTED
019638         GO TO 1600-LOAD-ONE-QUEUED-FIX-EXIT
019639     END-IF.
019640     IF W-FIX-COUNT >= W-MAX-FIXES
019641         DISPLAY "EXCPFIX - FIX TABLE FULL, REQUEST " QUE-REQ-NUM
019642             " IGNORED"
019643         SET WS-QUEUE-FILE-AT-END TO TRUE
019644         GO TO 1600-LOAD-ONE-QUEUED-FIX-EXIT
019645     END-IF.
019646     ADD 1 TO W-FIX-COUNT.
019647     MOVE QUE-FIX-ID TO WF-ID(W-FIX-COUNT).
019648     MOVE QUE-FIX-NEW-AMOUNT-X TO WF-NEW-AMOUNT-X(W-FIX-COUNT).
019649     MOVE QUE-FIX-NEW-ID TO WF-NEW-ID(W-FIX-COUNT).
019650     MOVE QUE-FIX-NEW-DATE TO WF-NEW-DATE(W-FIX-COUNT).
019651     MOVE QUE-REQ-NUM TO WF-REQ-NUM(W-FIX-COUNT).
019652     MOVE QUE-STATUS TO WF-STATUS(W-FIX-COUNT).
019653     SET WF-NOT-USED(W-FIX-COUNT) TO TRUE.
019654     IF QUE-PENDING
019655         ADD 1 TO W-AWAITING-COUNT
019656     END-IF.
019657 1600-LOAD-ONE-QUEUED-FIX-EXIT.
019658     EXIT.
019700
019800 2000-LOAD-FIXES.
019900     PERFORM 2100-LOAD-ONE-FIX THRU 2100-LOAD-ONE-FIX-EXIT
020200     EXIT.
020300
020400 2100-LOAD-ONE-FIX.
020410******************************************************************
020420*    ONE FIX TRANSACTION.  THE SAME DETAIL ALREADY ON THE QUEUE   *
020430*    IS NOT QUEUED AGAIN; ANYTHING ELSE GOES ON THE QUEUE UNDER   *
020440*    THE SIGNED-ON OPERATOR AND INTO THE TABLE AS PENDING.        *
020450******************************************************************
020500     READ FIX-FILE
020600     AT END
020700         SET WS-FIX-FILE-AT-END TO TRUE
020710         GO TO 2100-LOAD-ONE-FIX-EXIT
020720     END-READ.
020730     MOVE FIX-ID TO WS-FD-ID.
020740     MOVE FIX-NEW-AMOUNT-X TO WS-FD-NEW-AMOUNT-X.
020750     MOVE FIX-NEW-ID TO WS-FD-NEW-ID.
020760     MOVE FIX-NEW-DATE TO WS-FD-NEW-DATE.
020770     MOVE ZERO TO W-FOUND-IDX.
020780     PERFORM 2200-MATCH-QUEUED-FIX THRU 2200-MATCH-QUEUED-FIX-EXIT
020790         VARYING W-I FROM 1 BY 1
020800         UNTIL W-I > W-FIX-COUNT OR W-FOUND-IDX > ZERO.
020810     IF W-FOUND-IDX > ZERO
020820         IF WF-REJECTED(W-FOUND-IDX)
020830             DISPLAY "EXCPFIX - FIX FOR ID " FIX-ID
020840                 " WAS REJECTED AS REQUEST "
020850                 WF-REQ-NUM(W-FOUND-IDX) ", NOT QUEUED AGAIN"
020860         ELSE
020870             DISPLAY "EXCPFIX - FIX FOR ID " FIX-ID
020880                 " ALREADY QUEUED AS REQUEST "
020890                 WF-REQ-NUM(W-FOUND-IDX)
020900         END-IF
020910         GO TO 2100-LOAD-ONE-FIX-EXIT
020920     END-IF.
020930     IF W-FIX-COUNT >= W-MAX-FIXES
020940         DISPLAY "EXCPFIX - FIX TABLE FULL, TRANSACTION "
020950             FIX-ID " IGNORED"
020960         SET WS-FIX-FILE-AT-END TO TRUE
020970         GO TO 2100-LOAD-ONE-FIX-EXIT
020980     END-IF.
020990     MOVE SPACES TO APR-REQUEST.
021000     SET AQ-TYPE-FIX TO TRUE.
021010     MOVE SGN-USER-ID TO AQ-MAKER.
021020     MOVE FIX-ID TO AQ-FIX-ID.
021030     MOVE FIX-NEW-AMOUNT-X TO AQ-FIX-NEW-AMOUNT-X.
021040     MOVE FIX-NEW-ID TO AQ-FIX-NEW-ID.
021050     MOVE FIX-NEW-DATE TO AQ-FIX-NEW-DATE.
021060     CALL "APPRSVC" USING APR-REQUEST APR-RESULT.
021070     IF APR-NOT-QUEUED
021080         DISPLAY "EXCPFIX - FIX FOR ID " FIX-ID " NOT QUEUED"
021090         GO TO 2100-LOAD-ONE-FIX-EXIT
021100     END-IF.
021110     ADD 1 TO W-FIX-COUNT.
021120     MOVE WS-FIX-DETAIL TO WF-DETAIL(W-FIX-COUNT).
021130     MOVE AQ-REQ-NUM TO WF-REQ-NUM(W-FIX-COUNT).
021140     SET WF-PENDING(W-FIX-COUNT) TO TRUE.
021150     SET WF-NOT-USED(W-FIX-COUNT) TO TRUE.
021160     ADD 1 TO W-QUEUED-COUNT.
021170     ADD 1 TO W-AWAITING-COUNT.
021180     DISPLAY "EXCPFIX - FIX FOR ID " FIX-ID
021190         " QUEUED AS REQUEST " AQ-REQ-NUM.
022000 2100-LOAD-ONE-FIX-EXIT.
022100     EXIT.
022110
022120 2200-MATCH-QUEUED-FIX.
022130     IF WF-DETAIL(W-I) = WS-FIX-DETAIL
022140         MOVE W-I TO W-FOUND-IDX
022150     END-IF.
022160 2200-MATCH-QUEUED-FIX-EXIT.
022170     EXIT.
022200
022300 3000-REPAIR-EXCEPTION.
022400******************************************************************
023310             OR EX-REASON = "NETZ" OR EX-REASON = "NRAT"
023320             OR EX-REASON = "BDTE" OR EX-REASON = "FDTE"
023330             OR EX-REASON = "HDAY" OR EX-REASON = "PCLS"
023331             OR EX-REASON = "UNID" OR EX-REASON = "CLSD"
023332             OR EX-REASON = "BLKD" OR EX-REASON = "LMTX"
023400             PERFORM 3100-REPAIR-ONE-RECORD THRU
023500                 3100-REPAIR-ONE-RECORD-EXIT
023600         ELSE
024400
024500 3100-REPAIR-ONE-RECORD.
024600******************************************************************
024700*    FIND THE APPROVED FIX FOR THIS RECORD'S ID AND APPLY IT.     *
024800*    SPACES IN A FIX FIELD MEAN "KEEP WHAT THE RECORD HAD" -      *
024900*    ONLY A WELL-FORMED REPLACEMENT OVERWRITES A FIELD.  THE      *
025000*    REPAIRED RECORD GOES TO THE CLEAN EXTRACT AND THE FIX IS     *
025050*    MARKED USED; AN EXCEPTION WITH NO APPROVED FIX IS COUNTED    *
025100*    AND REPORTED.                                                *
025200******************************************************************
025300     MOVE ZERO TO W-FOUND-IDX.
025400     PERFORM 3200-FIND-FIX THRU 3200-FIND-FIX-EXIT
027320             MOVE WF-NEW-DATE(W-FOUND-IDX) TO CLN-DATE
027330         END-IF
027400         WRITE CLEAN-RECORD
027450         SET WF-USED(W-FOUND-IDX) TO TRUE
027500         ADD 1 TO W-REPAIRED-COUNT
027600     END-IF.
027700 3100-REPAIR-ONE-RECORD-EXIT.
027800     EXIT.
027900
028000 3200-FIND-FIX.
028100     IF WF-ID(W-I) = EX-ID AND WF-APPROVED(W-I)
028200         MOVE W-I TO W-FOUND-IDX
028300     END-IF.
028400 3200-FIND-FIX-EXIT.
028500     EXIT.
028502
028504 4000-MARK-FIXES-APPLIED.
028506******************************************************************
028508*    EVERY APPROVED FIX THIS RUN USED IS MARKED APPLIED ON THE    *
028510*    QUEUE, SO IT IS NOT APPLIED AGAIN.  AN APPROVED FIX WITH NO  *
028512*    EXCEPTION TO REPAIR THIS RUN STAYS APPROVED FOR THE NEXT.    *
028514******************************************************************
028516     IF W-REPAIRED-COUNT = ZERO
028518         GO TO 4000-MARK-FIXES-APPLIED-EXIT
028520     END-IF.
028522     OPEN I-O QUEUE-FILE.
028524     IF NOT WS-QUEUE-FILE-OK
028526         DISPLAY "EXCPFIX - APPROVAL QUEUE OPEN FAILED, STATUS "
028528             WS-QUEUE-FILE-STATUS ", FIXES USED NOT MARKED"
028530         GO TO 4000-MARK-FIXES-APPLIED-EXIT
028532     END-IF.
028534     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE.
028536     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
028538     PERFORM 4100-MARK-ONE-FIX THRU 4100-MARK-ONE-FIX-EXIT
028540         VARYING W-I FROM 1 BY 1 UNTIL W-I > W-FIX-COUNT.
028542     CLOSE QUEUE-FILE.
028544 4000-MARK-FIXES-APPLIED-EXIT.
028546     EXIT.
028548
028550 4100-MARK-ONE-FIX.
028552     IF WF-NOT-USED(W-I)
028554         GO TO 4100-MARK-ONE-FIX-EXIT
028556     END-IF.
028558     MOVE WF-REQ-NUM(W-I) TO QUE-REQ-NUM.
028560     READ QUEUE-FILE
028562     INVALID KEY
028564         DISPLAY "EXCPFIX - REQUEST " WF-REQ-NUM(W-I)
028566             " NO LONGER ON THE QUEUE"
028568         GO TO 4100-MARK-ONE-FIX-EXIT
028570     END-READ.
028572     SET QUE-DONE TO TRUE.
028574     MOVE WS-NOW-DATE TO QUE-APPLIED-DATE.
028576     MOVE WS-NOW-TIME TO QUE-APPLIED-TIME.
028578     REWRITE QUE-RECORD
028580     INVALID KEY
028582         DISPLAY "EXCPFIX - REQUEST " WF-REQ-NUM(W-I)
028584             " COULD NOT BE MARKED APPLIED"
028586     END-REWRITE.
028588 4100-MARK-ONE-FIX-EXIT.
028590     EXIT.
028600
028700 9000-TERMINATE.
028800     IF WS-EXCEPTION-FILE-PRESENT
029800     DISPLAY "EXCPFIX - RECORDS UNREPAIRED:  " WS-DISP-COUNT.
029900     MOVE W-BATCH-LEVEL-COUNT TO WS-DISP-COUNT.
030000     DISPLAY "EXCPFIX - BATCH-LEVEL SKIPPED: " WS-DISP-COUNT.
030010     MOVE W-QUEUED-COUNT TO WS-DISP-COUNT.
030020     DISPLAY "EXCPFIX - FIXES QUEUED:        " WS-DISP-COUNT.
030030     MOVE W-AWAITING-COUNT TO WS-DISP-COUNT.
030040     DISPLAY "EXCPFIX - FIXES AWAITING APPR: " WS-DISP-COUNT.
030100 9000-TERMINATE-EXIT.
030200     EXIT.
