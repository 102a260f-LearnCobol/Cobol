987103*                   FOLDED INTO THE FRESH EXCEPTION FILE AT THE    *
987104*                   START OF EVERY RUN, SO AN EXCEPTION STAYS ON   *
987105*                   FILE UNTIL A FIX CLEARS IT.                    *
985000*  15/10/2026 DLM   THE VALIDATION PASS NOW CHECKS EVERY DETAIL    *
985001*                   RECORD'S ID AGAINST THE ID REFERENCE FILE      *
985002*                   (ACCTREF, SEE ACCTREC, MAINTAINED BY ACCTMNT). *
985003*                   AN ID NOT ON FILE (UNID), CLOSED (CLSD) OR     *
985004*                   BLOCKED (BLKD), OR WHOSE POSITION PASSES ITS   *
985005*                   LIMIT (LMTX), GOES TO EXCPFILE AND LEAVES THE  *
985006*                   BATCH THE SAME WAY A BAD DATE DOES.  THE       *
985007*                   REPORT NOW PRINTS EACH ID'S NAME.  WITH NO     *
985008*                   ACCTREF, OR IN RANDOM TEST MODE, THE ID        *
985009*                   CHECKS STAY DISARMED AND THE NAME PRINTS       *
985010*                   BLANK, LIKE THE OTHER OPTIONAL FILES.          *
984000*  15/10/2026 DLM   THE CALFILE LAYOUT NOW COMES FROM THE SHARED   *
984001*                   CALREC COPYBOOK, AS THE AGED POSITION REPORT'S *
984002*                   DOES.                                          *
983000*  15/10/2026 DLM   THE RATEFILE LAYOUT NOW COMES FROM THE SHARED  *
983001*                   RATEREC COPYBOOK, SO THE PERIOD-END            *
983002*                   REVALUATION READS A RATE THE SAME WAY.         *
982000*  15/10/2026 DLM   A BATCH THE RECEIPT REGISTER (RCPTREG, SEE     *
982001*                   RCPTREC, WRITTEN BY RCPTCHK) HAS NOT CLEARED   *
982002*                   TO RUN - A LATE OR RE-SENT BATCH STILL         *
982003*                   WAITING ON OPERATIONS, OR ONE THEY RELEASED -  *
982004*                   IS NO LONGER SORTED.  ITS DETAIL RECORDS ARE   *
982005*                   SKIPPED AND COUNTED, AND ITS TRAILER COUNT IS  *
982006*                   NOT RECONCILED, SO A RE-SENT BATCH CAN NEVER   *
982007*                   REACH THE MASTER TWICE.  WITH NO RCPTREG, OR   *
982008*                   FOR A BATCH IT HAS NOT LOGGED, THE BATCH RUNS  *
982009*                   AS BEFORE.                                     *
981000*  15/10/2026 DLM   EVERY BATCH THE SORT RUNS NOW LEAVES A STATUS  *
981001*                   RECORD ON THE NEW BATCH STATUS FILE (BATCHSTS, *
981002*                   SEE BSTREC) - ITS RECEIVED AND ACCEPTED COUNTS *
981003*                   AND AMOUNTS AND ANY CONTROL CHECK IT FAILED -  *
981004*                   AND THE END OF THE RUN CALLS RTNGEN TO WRITE   *
981005*                   EACH ORIGIN'S RETURN FILE FROM IT AND THE      *
981006*                   EXCEPTIONS.  A RUN THAT CANNOT WRITE THEM ENDS *
981007*                   WITH RETURN CODE 4.                            *
001810******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. BUBBLE-SORT.
992031         ORGANIZATION IS LINE SEQUENTIAL
992032         FILE STATUS IS WS-WORK2-FILE-STATUS.
992033
985011*-----------------------------------------------------------------*
985012* OPTIONAL ID REFERENCE FILE, KEYED ON ID - EACH DETAIL RECORD'S   *
985013* ID MUST BE ON FILE, OPEN, AND WITHIN ITS POSITION LIMIT.  WHEN   *
985014* IT IS NOT PRESENT (FILE STATUS 35 AT OPEN TIME) THE ID CHECKS    *
985015* STAY DISARMED.                                                   *
985016*-----------------------------------------------------------------*
985017     SELECT REFERENCE-FILE ASSIGN TO "ACCTREF"
985018         ORGANIZATION IS INDEXED
985019         ACCESS MODE IS RANDOM
985020         RECORD KEY IS AR-ID
985021         FILE STATUS IS WS-REFERENCE-FILE-STATUS.
985022
982010*-----------------------------------------------------------------*
982011* OPTIONAL RECEIPT REGISTER, KEYED ON BATCH ID - A BATCH LOGGED    *
982012* THERE AS ANYTHING BUT RECEIVED OR ACCEPTED IS HELD OUT OF THE    *
982013* SORT.  WHEN IT IS NOT PRESENT EVERY BATCH RUNS.                  *
982014*-----------------------------------------------------------------*
982015     SELECT REGISTER-FILE ASSIGN TO "RCPTREG"
982016         ORGANIZATION IS INDEXED
982017         ACCESS MODE IS RANDOM
982018         RECORD KEY IS RR-BATCH-ID
982019         FILE STATUS IS WS-REGISTER-FILE-STATUS.
981008
981009*-----------------------------------------------------------------*
981010* BATCH STATUS FILE - ONE RECORD PER BATCH SORTED, RE-CREATED      *
981011* EVERY RUN, FOR THE RETURN FILES RTNGEN WRITES AT END OF RUN.     *
981012*-----------------------------------------------------------------*
981013     SELECT BATCH-STATUS-FILE ASSIGN TO "BATCHSTS"
981014         ORGANIZATION IS LINE SEQUENTIAL
981015         FILE STATUS IS WS-BATCHSTS-FILE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  INPUT-FILE
990373     05  RPT-DET-CURRENCY           PIC X(03).
990374     05  FILLER                     PIC X(02).
990375     05  RPT-DET-ORIG-AMOUNT        PIC +++++9.99.
985028     05  FILLER                     PIC X(01).
985029     05  RPT-DET-NAME               PIC X(30).
005082
005083 FD  AUDIT-FILE
005084     LABEL RECORDS ARE STANDARD
988125     LABEL RECORDS ARE STANDARD
988126     RECORDING MODE IS F.
988127 01  CAL-RECORD.
984003     COPY CALREC.
988142
990228 FD  RATE-FILE
990229     LABEL RECORDS ARE STANDARD
990230     RECORDING MODE IS F.
990231 01  RATE-RECORD.
983003     COPY RATEREC.
990238
992040 FD  WORK-FILE-1
992041     LABEL RECORDS ARE STANDARD
990107         ==SR-ORIG-AMOUNT== BY ==WK2-ORIG-AMOUNT==
989003         ==SR-ORIGIN== BY ==WK2-ORIGIN==.
992057
985023 FD  REFERENCE-FILE
985024     LABEL RECORDS ARE STANDARD.
985025 01  AR-RECORD.
985026     COPY ACCTREC.
985027
982020 FD  REGISTER-FILE
982021     LABEL RECORDS ARE STANDARD.
982022 01  RR-RECORD.
982023     COPY RCPTREC.
981016
981017 FD  BATCH-STATUS-FILE
981018     LABEL RECORDS ARE STANDARD
981019     RECORDING MODE IS F.
981020 01  BST-RECORD.
981021     COPY BSTREC.
005102 FD  CHECKPOINT-FILE
005103     LABEL RECORDS ARE STANDARD
005104     RECORDING MODE IS F.
986144         88  WS-REC-SKIPPED         VALUE "Y".
986145         88  WS-REC-ACCEPTED        VALUE "N".
986146
985030******************************************************************
985031*    ID REFERENCE CHECKS - THE FILE STATUS, WHETHER THE FILE WAS   *
985032*    FOUND (NO FILE = CHECKS DISARMED), THE REASON AND TEXT OF     *
985033*    THE EXCEPTION IN HAND, THE NEGATIVE SIDE OF A POSITION        *
985034*    LIMIT, AND THE RUN COUNT OF RECORDS THE CHECKS REFUSED.       *
985035******************************************************************
985036 01  WS-REFERENCE-FILE-STATUS   PIC X(02) VALUE SPACES.
985037         88  WS-REFERENCE-FILE-OK       VALUE "00".
985038         88  WS-REFERENCE-KEY-NOT-FOUND VALUE "23".
985039         88  WS-REFERENCE-FILE-NOT-FOUND VALUE "35".
985040
985041 01  WS-REFERENCE-SWITCH        PIC X(01) VALUE "N".
985042         88  WS-REFERENCE-PRESENT   VALUE "Y".
985043         88  WS-REFERENCE-ABSENT    VALUE "N".
985044
985045 01  WS-REF-REASON              PIC X(04) VALUE SPACES.
985046 01  WS-REF-EXCP-TEXT           PIC X(40) VALUE SPACES.
985047 01  WS-REF-DISP-LIMIT          PIC Z(06)9.99.
985048 01  W-REF-NEG-LIMIT            PIC S9(07)V99 COMP VALUE ZERO.
985049 01  W-REF-REFUSED-COUNT        PIC S9(05) COMP VALUE ZERO.
985050 01  WS-DISP-REFUSED            PIC 9(05) VALUE ZERO.
982024
982025******************************************************************
982026*    RECEIPT REGISTER CHECK - THE FILE STATUS, WHETHER THE FILE   *
982027*    WAS FOUND, WHETHER THE BATCH IN HAND IS HELD, AND THE RUN    *
982028*    COUNTS OF BATCHES HELD AND DETAIL RECORDS SKIPPED.           *
982029******************************************************************
982030 01  WS-REGISTER-FILE-STATUS    PIC X(02) VALUE SPACES.
982031         88  WS-REGISTER-FILE-OK        VALUE "00".
982032
982033 01  WS-REGISTER-SWITCH         PIC X(01) VALUE "N".
982034         88  WS-REGISTER-PRESENT    VALUE "Y".
982035         88  WS-REGISTER-ABSENT     VALUE "N".
982036
982037 01  WS-HELD-BATCH-SWITCH       PIC X(01) VALUE "N".
982038         88  WS-BATCH-HELD          VALUE "Y".
982039         88  WS-BATCH-CLEARED       VALUE "N".
982040
982041 01  W-HELD-BATCH-COUNT         PIC S9(05) COMP VALUE ZERO.
982042 01  W-HELD-REC-COUNT           PIC S9(05) COMP VALUE ZERO.
982043 01  WS-DISP-HELD               PIC 9(05) VALUE ZERO.
981022
981023******************************************************************
981024*    THE BATCH IN HAND FOR ITS STATUS RECORD - THE AMOUNT         *
981025*    RECEIVED (ITS COUNT IS W-BATCH-DETAIL-COUNT), THE COUNT AND  *
981026*    AMOUNT WRITTEN TO THE OUTPUT, AND THE FIRST CONTROL CHECK    *
981027*    IT FAILED - ALL KEPT RUNNING ACROSS TABLE-FULL SPLITS LIKE   *
981028*    THE DETAIL COUNT.  THE SWITCH IS SET WHEN THE RETURN FILES   *
981029*    COULD NOT BE WRITTEN.                                        *
981030******************************************************************
981031 01  WS-BATCHSTS-FILE-STATUS    PIC X(02) VALUE SPACES.
981032         88  WS-BATCHSTS-FILE-OK    VALUE "00".
981033
981034 01  W-BATCH-RECV-AMOUNT        PIC S9(09)V99 COMP VALUE ZERO.
981035 01  W-BATCH-ACC-COUNT          PIC S9(05) COMP VALUE ZERO.
981036 01  W-BATCH-ACC-AMOUNT         PIC S9(09)V99 COMP VALUE ZERO.
981037 01  WS-BATCH-CTL-CHECK         PIC X(04) VALUE SPACES.
981038
981039 01  WS-RETURN-FILES-SWITCH     PIC X(01) VALUE "N".
981040         88  WS-RETURN-FILES-FAILED VALUE "Y".
981041         88  WS-RETURN-FILES-OK     VALUE "N".
985051
010040 PROCEDURE DIVISION.
010000 0000-MAINLINE SECTION.
010100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
010410     IF WS-VALIDATION-FAILED
010420         MOVE 4 TO RETURN-CODE
010430     END-IF.
981124     IF WS-RETURN-FILES-FAILED
981125         MOVE 4 TO RETURN-CODE
981126     END-IF.
010440     PERFORM 8000-WRITE-AUDIT-TRAIL THRU
010450         8000-WRITE-AUDIT-TRAIL-EXIT.
010500     GOBACK.
990269                 OR W-RATE-COUNT >= W-MAX-RATES
990270         CLOSE RATE-FILE
990271     END-IF.
985052
985053*    THE ID CHECKS ONLY MEAN SOMETHING AGAINST A REAL EXTRACT -
985054*    RANDOM TEST MODE FABRICATES IDS NO REFERENCE FILE CARRIES.
985055     IF WS-INPUT-FILE-PRESENT
985056         OPEN INPUT REFERENCE-FILE
985057         IF WS-REFERENCE-FILE-OK
985058             SET WS-REFERENCE-PRESENT TO TRUE
985059         ELSE
985060             DISPLAY "REFERENCE - NO ACCTREF ON FILE, ID CHECKS "
985061                 "DISARMED FOR THIS RUN"
985062         END-IF
985063     END-IF.
982044
982045*    LIKEWISE THE RECEIPT REGISTER ONLY LOGS REAL EXTRACTS.
982046     IF WS-INPUT-FILE-PRESENT
982047         OPEN INPUT REGISTER-FILE
982048         IF WS-REGISTER-FILE-OK
982049             SET WS-REGISTER-PRESENT TO TRUE
982050         ELSE
982051             DISPLAY "RECEIPT - NO RCPTREG ON FILE, EVERY BATCH "
982052                 "RUNS"
982053         END-IF
982054     END-IF.
981042
981043*    THE BATCH STATUS FILE LIKEWISE ONLY COVERS REAL BATCHES.
981044     IF WS-INPUT-FILE-PRESENT
981045         OPEN OUTPUT BATCH-STATUS-FILE
981046     END-IF.
012040 1000-INITIALIZE-EXIT.
012100     EXIT.
012200
012930     SET WS-BATCH-OPEN TO TRUE.
993013     IF WS-NEW-BATCH-NEXT
993014         MOVE ZERO TO W-BATCH-DETAIL-COUNT
981047         MOVE ZERO TO W-BATCH-RECV-AMOUNT
981048         MOVE ZERO TO W-BATCH-ACC-COUNT
981049         MOVE ZERO TO W-BATCH-ACC-AMOUNT
981050         MOVE SPACES TO WS-BATCH-CTL-CHECK
993015         SET WS-SPLIT-CONTINUES TO TRUE
993016     END-IF.
012940     IF WS-PENDING-HEADER
012950         MOVE WS-PENDING-BATCH-ID TO WS-CUR-BATCH-ID
012960         MOVE WS-PENDING-ORIGIN TO WS-CUR-ORIGIN
982055         PERFORM 2050-CHECK-RECEIPT THRU 2050-CHECK-RECEIPT-EXIT
012970         SET WS-NO-PENDING-HEADER TO TRUE
012980     END-IF.
013000     PERFORM 2100-READ-INPUT-FILE THRU
991129     MOVE W-ARR-COUNT TO W-LOADED-REC-COUNT.
013700 2000-LOAD-BATCH-EXIT.
013800     EXIT.
982056
982057 2050-CHECK-RECEIPT.
982058******************************************************************
982059*    LOOK THE BATCH JUST OPENED UP ON THE RECEIPT REGISTER.  ONE  *
982060*    LOGGED THERE AS LATE, RE-SENT OR RELEASED HAS NOT BEEN       *
982061*    CLEARED TO RUN - ITS DETAIL RECORDS ARE SKIPPED UNTIL ITS    *
982062*    TRAILER OR THE NEXT HEADER.  A BATCH THE REGISTER DOES NOT   *
982063*    KNOW RUNS, AS IT ALWAYS DID.                                 *
982064******************************************************************
982065     SET WS-BATCH-CLEARED TO TRUE.
982066     IF WS-REGISTER-ABSENT OR WS-CUR-BATCH-ID = SPACES
982067         GO TO 2050-CHECK-RECEIPT-EXIT
982068     END-IF.
982069     MOVE WS-CUR-BATCH-ID TO RR-BATCH-ID.
982070     READ REGISTER-FILE
982071     INVALID KEY
982072         GO TO 2050-CHECK-RECEIPT-EXIT
982073     END-READ.
982074     IF NOT RR-CLEAR-TO-RUN
982075         SET WS-BATCH-HELD TO TRUE
982076         ADD 1 TO W-HELD-BATCH-COUNT
982077         DISPLAY "RECEIPT - BATCH " WS-CUR-BATCH-ID " ORIGIN "
982078             WS-CUR-ORIGIN " HELD (REGISTER STATUS " RR-STATUS
982079             "), NOT SORTED"
982080     END-IF.
982081 2050-CHECK-RECEIPT-EXIT.
982082     EXIT.
013900
014000 2100-READ-INPUT-FILE.
014100******************************************************************
014730             IF W-ARR-COUNT = ZERO AND WS-CUR-BATCH-ID = SPACES
014740                 MOVE IN-HDR-BATCH-ID TO WS-CUR-BATCH-ID
014750                 MOVE IN-HDR-ORIGIN TO WS-CUR-ORIGIN
982083                 PERFORM 2050-CHECK-RECEIPT THRU
982084                     2050-CHECK-RECEIPT-EXIT
014760             ELSE
014770                 MOVE IN-HDR-BATCH-ID TO WS-PENDING-BATCH-ID
014780                 MOVE IN-HDR-ORIGIN TO WS-PENDING-ORIGIN
014850             END-IF
014860             SET WS-TRAILER-SEEN TO TRUE
014870             SET WS-BATCH-COMPLETE TO TRUE
982085         WHEN WS-BATCH-HELD
982086             ADD 1 TO W-HELD-REC-COUNT
014880         WHEN OTHER
014890             ADD 1 TO W-ARR-COUNT
993017             ADD 1 TO W-BATCH-DETAIL-COUNT
014900             MOVE IN-RECORD TO W-ARR-ENTRY(W-ARR-COUNT)
990291             PERFORM 2150-CONVERT-CURRENCY THRU
990292                 2150-CONVERT-CURRENCY-EXIT
981051             ADD WA-AMOUNT(W-ARR-COUNT) TO W-BATCH-RECV-AMOUNT
014910             DISPLAY "INPUT RECORD:" W-ARR-ENTRY(W-ARR-COUNT)
015000     END-EVALUATE.
015100 2100-READ-INPUT-FILE-EXIT.
015570         2515-CHECK-DUPLICATE-ID-EXIT
015580         VARYING W-M FROM 1 BY 1 UNTIL W-M > W-ARR-COUNT.
988222     PERFORM 2540-VALIDATE-DATE THRU 2540-VALIDATE-DATE-EXIT.
985064*    A RECORD THE DATE EDITS ALREADY DROPPED HAS LEFT ITS SLOT -
985065*    W-I NO LONGER POINTS AT IT, SO IT IS NOT CHECKED AGAIN.
985066     IF WS-DATE-GOOD AND WS-REFERENCE-PRESENT
985067         PERFORM 2580-CHECK-REFERENCE THRU
985068             2580-CHECK-REFERENCE-EXIT
985069     END-IF.
015590 2510-VALIDATE-ENTRY-EXIT.
015600     EXIT.
015610
999919             INTO EX-TEXT
999920         WRITE EXCP-RECORD
015770         SET WS-VALIDATION-FAILED TO TRUE
981052         IF WS-BATCH-CTL-CHECK = SPACES
981053             MOVE "CTLT" TO WS-BATCH-CTL-CHECK
981054         END-IF
015780     END-IF.
015790 2520-CHECK-CONTROL-TOTAL-EXIT.
015800     EXIT.
999935             DELIMITED BY SIZE INTO EX-TEXT
999936         WRITE EXCP-RECORD
999937         SET WS-VALIDATION-FAILED TO TRUE
981055         IF WS-BATCH-CTL-CHECK = SPACES
981056             MOVE "RCNT" TO WS-BATCH-CTL-CHECK
981057         END-IF
999938     END-IF.
999939 2525-CHECK-RECORD-COUNT-EXIT.
999940     EXIT.
996078             DELIMITED BY SIZE INTO EX-TEXT
996079         WRITE EXCP-RECORD
996080         SET WS-VALIDATION-FAILED TO TRUE
981058         IF WS-BATCH-CTL-CHECK = SPACES
981059             MOVE "TCNT" TO WS-BATCH-CTL-CHECK
981060         END-IF
996081     END-IF.
996082 2530-CHECK-TRAILER-COUNT-EXIT.
996083     EXIT.
988378 2570-WRITE-DATE-EXCEPTION-EXIT.
988379     EXIT.
988380
985070 2580-CHECK-REFERENCE.
985071******************************************************************
985072*    ID CHECKS FOR ENTRY W-I AGAINST THE REFERENCE FILE.  THE ID  *
985073*    MUST BE ON FILE AND OPEN, AND ITS POSITION - THE AMOUNT THE  *
985074*    MASTER WILL CARRY ONCE THIS RECORD IS APPLIED - MUST STAY    *
985075*    WITHIN THE ID'S LIMIT EITHER SIDE OF ZERO.  A ZERO LIMIT     *
985076*    MEANS THE ID CARRIES NO LIMIT.                               *
985077******************************************************************
985078     MOVE WA-ID(W-I) TO AR-ID.
985079     READ REFERENCE-FILE
985080     INVALID KEY
985081         MOVE "UNID" TO WS-REF-REASON
985082         MOVE "ID NOT ON THE REFERENCE FILE" TO WS-REF-EXCP-TEXT
985083         PERFORM 2590-WRITE-REF-EXCEPTION THRU
985084             2590-WRITE-REF-EXCEPTION-EXIT
985085         GO TO 2580-CHECK-REFERENCE-EXIT
985086     END-READ.
985087     IF AR-STATUS-CLOSED
985088         MOVE "CLSD" TO WS-REF-REASON
985089         MOVE "ID IS CLOSED" TO WS-REF-EXCP-TEXT
985090         PERFORM 2590-WRITE-REF-EXCEPTION THRU
985091             2590-WRITE-REF-EXCEPTION-EXIT
985092         GO TO 2580-CHECK-REFERENCE-EXIT
985093     END-IF.
985094*    ANY STATUS BUT OPEN OR CLOSED - A BLOCK, OR A BYTE NOBODY
985095*    KEYED - REFUSES THE ACTIVITY UNTIL SOMEONE OPENS THE ID.
985096     IF NOT AR-STATUS-OPEN
985097         MOVE "BLKD" TO WS-REF-REASON
985098         MOVE "ID IS BLOCKED" TO WS-REF-EXCP-TEXT
985099         PERFORM 2590-WRITE-REF-EXCEPTION THRU
985100             2590-WRITE-REF-EXCEPTION-EXIT
985101         GO TO 2580-CHECK-REFERENCE-EXIT
985102     END-IF.
985103     IF AR-POSITION-LIMIT = ZERO
985104         GO TO 2580-CHECK-REFERENCE-EXIT
985105     END-IF.
985106     COMPUTE W-REF-NEG-LIMIT = ZERO - AR-POSITION-LIMIT.
985107     IF WA-AMOUNT(W-I) > AR-POSITION-LIMIT
985108         OR WA-AMOUNT(W-I) < W-REF-NEG-LIMIT
985109         MOVE "LMTX" TO WS-REF-REASON
985110         MOVE AR-POSITION-LIMIT TO WS-REF-DISP-LIMIT
985111         MOVE SPACES TO WS-REF-EXCP-TEXT
985112         STRING "POSITION PASSES LIMIT " WS-REF-DISP-LIMIT
985113             DELIMITED BY SIZE INTO WS-REF-EXCP-TEXT
985114         PERFORM 2590-WRITE-REF-EXCEPTION THRU
985115             2590-WRITE-REF-EXCEPTION-EXIT
985116     END-IF.
985117 2580-CHECK-REFERENCE-EXIT.
985118     EXIT.
985119
985120 2590-WRITE-REF-EXCEPTION.
985121******************************************************************
985122*    ONE ID EXCEPTION - WRITTEN AND REMOVED EXACTLY AS A DATE     *
985123*    EXCEPTION IS, SO ACTIVITY THE REFERENCE FILE REFUSES NEVER   *
985124*    REACHES THE MASTER.                                          *
985125******************************************************************
985126     DISPLAY "VALIDATION - " WS-REF-REASON " " WS-REF-EXCP-TEXT
985127         ", ID " WA-ID(W-I).
985128     MOVE SPACES TO EXCP-RECORD.
985129     MOVE WS-REF-REASON TO EX-REASON.
985130     MOVE W-ARR-ENTRY(W-I) TO EX-DETAIL-REC.
985131     MOVE WS-CUR-BATCH-ID TO EX-BATCH-ID.
985132     MOVE WS-CUR-ORIGIN TO EX-ORIGIN.
985133     MOVE WS-REF-EXCP-TEXT TO EX-TEXT.
985134     WRITE EXCP-RECORD.
985135     SET WS-VALIDATION-FAILED TO TRUE.
985136     ADD 1 TO W-REF-REFUSED-COUNT.
985137     MOVE W-I TO W-M.
985138     PERFORM 2430-REMOVE-ENTRY THRU 2430-REMOVE-ENTRY-EXIT.
985139     SUBTRACT 1 FROM W-I.
985140 2590-WRITE-REF-EXCEPTION-EXIT.
985141     EXIT.
985142
015820 3000-GENERATE-RANDOM-NUM.
015500     PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-ARR-COUNT
015600
019365     MOVE SPACES TO RPT-LINE.
019370     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
019375     MOVE SPACES TO RPT-LINE.
985143     MOVE "ID             AMOUNT    DATE      CCY   ORIGINAL NAME"
990376         TO RPT-LINE.
019385     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
019390     MOVE ZERO TO WS-LINE-COUNT.
019445     MOVE WA-DATE(W-H) TO RPT-DET-DATE.
990377     MOVE WA-CURRENCY(W-H) TO RPT-DET-CURRENCY.
990378     MOVE WA-ORIG-AMOUNT(W-H) TO RPT-DET-ORIG-AMOUNT.
985144     MOVE WA-ID(W-H) TO AR-ID.
985145     PERFORM 6210-LOOKUP-NAME THRU 6210-LOOKUP-NAME-EXIT.
019450     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
019455     ADD 1 TO WS-LINE-COUNT.
019460 6200-PRINT-DETAIL-LINE-EXIT.
019465     EXIT.
985146
985147 6210-LOOKUP-NAME.
985148******************************************************************
985149*    PUT THE NAME OF THE ID IN AR-ID ON THE DETAIL LINE.  WITH    *
985150*    NO REFERENCE FILE, OR AN ID IT DOES NOT CARRY, THE NAME      *
985151*    PRINTS BLANK.                                                *
985152******************************************************************
985153     IF WS-REFERENCE-ABSENT
985154         GO TO 6210-LOOKUP-NAME-EXIT
985155     END-IF.
985156     READ REFERENCE-FILE
985157     INVALID KEY
985158         CONTINUE
985159     NOT INVALID KEY
985160         MOVE AR-NAME TO RPT-DET-NAME
985161     END-READ.
985162 6210-LOOKUP-NAME-EXIT.
985163     EXIT.
019470
019475 6300-PRINT-STATISTICS.
019480     MOVE WS-STAT-MIN TO WS-HDR-MIN.
996117     MOVE WS-CUR-BATCH-ID TO OUT-BATCH-ID.
989150     MOVE WS-CUR-ORIGIN TO OUT-ORIGIN.
996118     WRITE OUT-RECORD.
981064     ADD 1 TO W-BATCH-ACC-COUNT.
981065     ADD WA-AMOUNT(W-H) TO W-BATCH-ACC-AMOUNT.
996119 6510-WRITE-OUTPUT-RECORD-EXIT.
996120     EXIT.
996121
996127*    MORE BATCH.                                                  *
996128******************************************************************
996129     PERFORM 2000-LOAD-BATCH THRU 2000-LOAD-BATCH-EXIT.
996130     IF WS-TRAILER-SEEN AND WS-BATCH-CLEARED
996131         PERFORM 2530-CHECK-TRAILER-COUNT THRU
996132             2530-CHECK-TRAILER-COUNT-EXIT
996133     END-IF.
996136                 7100-PROCESS-LOADED-BATCH-EXIT
996137         END-IF
992161     END-IF.
981068*    A BATCH CLOSED FOR GOOD LEAVES ITS STATUS RECORD - UNLESS
981069*    THE RECEIPT REGISTER HELD IT, OR THE FILE HELD NO BATCH AT
981070*    ALL.
981071     IF WS-BATCH-CLOSED AND WS-BATCH-CLEARED
981072         AND (W-BATCH-DETAIL-COUNT > ZERO
981073             OR WS-CUR-BATCH-ID NOT = SPACES)
981074         PERFORM 7400-WRITE-BATCH-STATUS THRU
981075             7400-WRITE-BATCH-STATUS-EXIT
981076     END-IF.
996138*    A TRAILER CLOSED THIS BATCH FOR GOOD - THE NEXT BATCH MUST
996139*    OPEN WITH ITS OWN HEADER.  WITHOUT A TRAILER (TABLE-FULL
996140*    SPLIT) THE BATCH ID IS KEPT SO THE REMAINDER OF THE BATCH
996142     IF WS-TRAILER-SEEN
996143         MOVE SPACES TO WS-CUR-BATCH-ID
996144         MOVE SPACES TO WS-CUR-ORIGIN
982087         SET WS-BATCH-CLEARED TO TRUE
996145     END-IF.
993023     IF WS-TRAILER-SEEN OR WS-PENDING-HEADER
993024         SET WS-NEW-BATCH-NEXT TO TRUE
992356             DELIMITED BY SIZE INTO EX-TEXT
992357         WRITE EXCP-RECORD
992358         SET WS-VALIDATION-FAILED TO TRUE
981061         IF WS-BATCH-CTL-CHECK = SPACES
981062             MOVE "RCNT" TO WS-BATCH-CTL-CHECK
981063         END-IF
992359     END-IF.
992360 7250-RECONCILE-SPILLED-BATCH-EXIT.
992361     EXIT.
992411     MOVE SPACES TO OUT-RECORD.
992412     MOVE W-SPILL-REC TO OUT-RECORD.
992413     WRITE OUT-RECORD.
981066     ADD 1 TO W-BATCH-ACC-COUNT.
981067     ADD SP-AMOUNT TO W-BATCH-ACC-AMOUNT.
992414     PERFORM 7320-PRINT-SPILL-DETAIL THRU
992415         7320-PRINT-SPILL-DETAIL-EXIT.
992416     IF SP-AMOUNT < WS-STAT-MIN
992441     MOVE SP-DATE TO RPT-DET-DATE.
990379     MOVE SP-CURRENCY TO RPT-DET-CURRENCY.
990380     MOVE SP-ORIG-AMOUNT TO RPT-DET-ORIG-AMOUNT.
985164     MOVE SP-ID TO AR-ID.
985165     PERFORM 6210-LOOKUP-NAME THRU 6210-LOOKUP-NAME-EXIT.
992442     WRITE RPT-LINE FROM RPT-DETAIL-LINE AFTER ADVANCING 1 LINE.
992443     ADD 1 TO WS-LINE-COUNT.
992444 7320-PRINT-SPILL-DETAIL-EXIT.
992445     EXIT.
981077
981078 7400-WRITE-BATCH-STATUS.
981079******************************************************************
981080*    ONE STATUS RECORD FOR THE BATCH JUST CLOSED, FOR THE RETURN  *
981081*    FILE TO ITS ORIGIN.                                          *
981082******************************************************************
981083     MOVE SPACES TO BST-RECORD.
981084     MOVE WS-TODAY-DATE TO BST-RUN-DATE.
981085     MOVE WS-CUR-BATCH-ID TO BST-BATCH-ID.
981086     MOVE WS-CUR-ORIGIN TO BST-ORIGIN.
981087     MOVE W-BATCH-DETAIL-COUNT TO BST-RECV-COUNT.
981088     MOVE W-BATCH-RECV-AMOUNT TO BST-RECV-AMOUNT.
981089     MOVE W-BATCH-ACC-COUNT TO BST-ACC-COUNT.
981090     MOVE W-BATCH-ACC-AMOUNT TO BST-ACC-AMOUNT.
981091     MOVE WS-BATCH-CTL-CHECK TO BST-CTL-CHECK.
981092     WRITE BST-RECORD.
981093 7400-WRITE-BATCH-STATUS-EXIT.
981094     EXIT.
992446
019660 8000-WRITE-AUDIT-TRAIL.
019665******************************************************************
991147         DISPLAY "NETTING - IDS NETTED TO ZERO:   "
991148             WS-DISP-NET-COUNT
991149     END-IF.
985166     IF WS-REFERENCE-PRESENT
985167         CLOSE REFERENCE-FILE
985168         MOVE W-REF-REFUSED-COUNT TO WS-DISP-REFUSED
985169         DISPLAY "REFERENCE - RECORDS REFUSED BY ID CHECKS: "
985170             WS-DISP-REFUSED
985171     END-IF.
982088     IF WS-REGISTER-PRESENT
982089         CLOSE REGISTER-FILE
982090         MOVE W-HELD-BATCH-COUNT TO WS-DISP-HELD
982091         DISPLAY "RECEIPT - BATCHES HELD BY THE REGISTER:   "
982092             WS-DISP-HELD
982093         MOVE W-HELD-REC-COUNT TO WS-DISP-HELD
982094         DISPLAY "RECEIPT - DETAIL RECORDS SKIPPED:         "
982095             WS-DISP-HELD
982096     END-IF.
981095*    THE EXCEPTION FILE IS CLOSED AND EVERY BATCH'S STATUS IS ON
981096*    FILE - THE RETURN FILES CAN NOW BE WRITTEN.
981097     IF WS-INPUT-FILE-PRESENT
981098         CLOSE BATCH-STATUS-FILE
981099         PERFORM 9100-WRITE-RETURN-FILES THRU
981100             9100-WRITE-RETURN-FILES-EXIT
981101     END-IF.
020100 9000-TERMINATE-EXIT.
020110     EXIT.
981102
981103 9100-WRITE-RETURN-FILES.
981104******************************************************************
981105*    RTNGEN WRITES ONE RETURN FILE PER ORIGIN FROM THE BATCH      *
981106*    STATUS FILE AND THE EXCEPTIONS.  IT RUNS WHATEVER THE SORT'S *
981107*    OWN RESULT - A NIGHT STOPPED ON ITS EXCEPTIONS IS THE NIGHT  *
981108*    THE REGIONS MOST NEED THEM BACK.  ITS RETURN CODE IS NOT     *
981109*    LEFT STANDING AS THE SORT'S; A FAILURE FLAGS THE RUN.        *
981110******************************************************************
981111     MOVE ZERO TO RETURN-CODE.
981112     CALL "RTNGEN"
981113     ON EXCEPTION
981114         DISPLAY "RETURN FILES - RTNGEN COULD NOT BE CALLED"
981115         MOVE 16 TO RETURN-CODE
981116     END-CALL.
981117     IF RETURN-CODE NOT = ZERO
981118         DISPLAY "RETURN FILES - RTNGEN ENDED, RC " RETURN-CODE
981119         SET WS-RETURN-FILES-FAILED TO TRUE
981120     END-IF.
981121     MOVE ZERO TO RETURN-CODE.
981122 9100-WRITE-RETURN-FILES-EXIT.
981123     EXIT.
