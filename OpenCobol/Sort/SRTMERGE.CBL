002594*  02/09/2026 DLM   THE NEW SRTREC CURRENCY FIELDS RIDE THROUGH    *
002595*                   THE MERGE UNTOUCHED - AMOUNTS ARE ALREADY      *
002596*                   BASE CURRENCY WHEN THEY REACH HERE.            *
982000*  15/10/2026 DLM   A RECORD WHOSE BATCH THE RECEIPT REGISTER      *
982001*                   (RCPTREG, SEE RCPTREC) HAS NOT CLEARED TO RUN  *
982002*                   - LATE OR RE-SENT AND STILL WAITING ON         *
982003*                   OPERATIONS, OR RELEASED - IS LEFT OUT OF THE   *
982004*                   MERGE AND COUNTED, SO A RE-SENT BATCH CANNOT   *
982005*                   REACH THE NATIONAL FILE THROUGH A REGION'S     *
982006*                   EXTRACT.  WITH NO RCPTREG EVERY RECORD MERGES  *
982007*                   AS BEFORE.                                     *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. SRTMERGE.
006800     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CONTROL-FILE-STATUS.
982008
982009*-----------------------------------------------------------------*
982010* OPTIONAL RECEIPT REGISTER, KEYED ON BATCH ID.  A RECORD WHOSE   *
982011* BATCH IS LOGGED THERE AS ANYTHING BUT RECEIVED OR ACCEPTED IS   *
982012* LEFT OUT.  WHEN IT IS NOT PRESENT EVERY RECORD MERGES.          *
982013*-----------------------------------------------------------------*
982014     SELECT REGISTER-FILE ASSIGN TO "RCPTREG"
982015         ORGANIZATION IS INDEXED
982016         ACCESS MODE IS RANDOM
982017         RECORD KEY IS RR-BATCH-ID
982018         FILE STATUS IS WS-REGISTER-FILE-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
012010     05  CTL-FULL-SORT          PIC X(01).
012020     05  CTL-NETTING            PIC X(01).
012100     05  FILLER                 PIC X(61).
982019
982020 FD  REGISTER-FILE
982021     LABEL RECORDS ARE STANDARD.
982022 01  RR-RECORD.
982023     COPY RCPTREC.
012200
012300 WORKING-STORAGE SECTION.
012400******************************************************************
019000 01  WS-MERGE-DIRECTION         PIC X(01) VALUE "A".
019100         88  WS-MERGE-ASCENDING VALUE "A".
019200         88  WS-MERGE-DESCENDING VALUE "D".
982024
982025******************************************************************
982026*    RECEIPT REGISTER CHECK.  EACH LEG REMEMBERS THE LAST BATCH   *
982027*    IT LOOKED UP AND WHETHER IT WAS HELD, SO THE REGISTER IS     *
982028*    ONLY READ WHEN A LEG MOVES ON TO A NEW BATCH.                *
982029******************************************************************
982030 01  WS-REGISTER-FILE-STATUS    PIC X(02) VALUE SPACES.
982031         88  WS-REGISTER-FILE-OK    VALUE "00".
982032
982033 01  WS-REGISTER-SWITCH         PIC X(01) VALUE "N".
982034         88  WS-REGISTER-PRESENT    VALUE "Y".
982035         88  WS-REGISTER-ABSENT     VALUE "N".
982036
982037 01  W-LEG-RECEIPT-TABLE.
982038     05  W-LEG-RECEIPT OCCURS 4 TIMES.
982039         10  WL-LAST-BATCH-ID   PIC X(08).
982040         10  WL-LAST-HELD-SW    PIC X(01).
982041             88  WL-LAST-HELD       VALUE "Y".
982042             88  WL-LAST-CLEARED    VALUE "N".
982043
982044 01  WS-RECORD-HELD-SWITCH      PIC X(01) VALUE "N".
982045         88  WS-RECORD-HELD         VALUE "Y".
982046         88  WS-RECORD-CLEARED      VALUE "N".
982047
982048 01  W-HELD-COUNT PIC S9(04) COMP VALUE ZERO.
982049 01  WS-DISP-HELD-COUNT         PIC 9(05) VALUE ZERO.
982050 01  WS-DISP-LEG                PIC 9(01) VALUE ZERO.
019300
019400 PROCEDURE DIVISION.
019500 0000-MAINLINE SECTION.
022500         END-READ
022600         CLOSE CONTROL-FILE
022700     END-IF.
982051
982052     OPEN INPUT REGISTER-FILE.
982053     IF WS-REGISTER-FILE-OK
982054         SET WS-REGISTER-PRESENT TO TRUE
982055     ELSE
982056         DISPLAY "SRTMERGE - NO RCPTREG ON FILE, EVERY RECORD "
982057             "MERGES"
982058     END-IF.
982059     MOVE SPACES TO W-LEG-RECEIPT-TABLE.
022800 1000-INITIALIZE-EXIT.
022900     EXIT.
023000
024200
024300 2100-PRIME-ONE-LEG.
024400     SET WS-LEG-EXHAUSTED(W-F) TO TRUE.
024500     PERFORM 3150-REFILL-LEG THRU 3150-REFILL-LEG-EXIT.
024600 2100-PRIME-ONE-LEG-EXIT.
024700     EXIT.
024800
026100         WRITE OUT-RECORD
026200         ADD 1 TO W-MERGED-COUNT
026300         MOVE W-BEST TO W-F
026400         PERFORM 3150-REFILL-LEG THRU 3150-REFILL-LEG-EXIT
026500     END-IF.
026600 3000-MERGE-LEGS-EXIT.
026700     EXIT.
029100 3100-PICK-BEST-LEG-EXIT.
029200     EXIT.
029300
982060 3150-REFILL-LEG.
982061******************************************************************
982062*    PUT LEG W-F'S NEXT RECORD IN PLAY, READING PAST ANY RECORD   *
982063*    WHOSE BATCH THE RECEIPT REGISTER IS HOLDING.                 *
982064******************************************************************
982065     PERFORM 3200-READ-LEG THRU 3200-READ-LEG-EXIT.
982066     PERFORM 3500-CHECK-RECEIPT THRU 3500-CHECK-RECEIPT-EXIT.
982067     PERFORM 3160-SKIP-HELD-RECORD THRU 3160-SKIP-HELD-RECORD-EXIT
982068         UNTIL WS-RECORD-CLEARED.
982069 3150-REFILL-LEG-EXIT.
982070     EXIT.
982071
982072 3160-SKIP-HELD-RECORD.
982073     ADD 1 TO W-HELD-COUNT.
982074     PERFORM 3200-READ-LEG THRU 3200-READ-LEG-EXIT.
982075     PERFORM 3500-CHECK-RECEIPT THRU 3500-CHECK-RECEIPT-EXIT.
982076 3160-SKIP-HELD-RECORD-EXIT.
982077     EXIT.
029400 3200-READ-LEG.
029500******************************************************************
029600*    REFILL LEG W-F FROM ITS INPUT FILE.  A LEG WHOSE FILE WAS    *
036500     END-IF.
036600 3400-ACTIVATE-LEG-EXIT.
036700     EXIT.
982078
982079 3500-CHECK-RECEIPT.
982080******************************************************************
982081*    IS LEG W-F'S CURRENT RECORD FROM A BATCH THE RECEIPT         *
982082*    REGISTER HAS NOT CLEARED TO RUN?  A RECORD WITH NO BATCH ID, *
982083*    A BATCH THE REGISTER DOES NOT KNOW, OR NO REGISTER AT ALL    *
982084*    MERGES AS IT ALWAYS DID.                                     *
982085******************************************************************
982086     SET WS-RECORD-CLEARED TO TRUE.
982087     IF WS-REGISTER-ABSENT OR WS-LEG-EXHAUSTED(W-F)
982088         OR WL-BATCH-ID(W-F) = SPACES
982089         GO TO 3500-CHECK-RECEIPT-EXIT
982090     END-IF.
982091     IF WL-BATCH-ID(W-F) NOT = WL-LAST-BATCH-ID(W-F)
982092         MOVE WL-BATCH-ID(W-F) TO WL-LAST-BATCH-ID(W-F)
982093         SET WL-LAST-CLEARED(W-F) TO TRUE
982094         MOVE WL-BATCH-ID(W-F) TO RR-BATCH-ID
982095         READ REGISTER-FILE
982096         INVALID KEY
982097             CONTINUE
982098         NOT INVALID KEY
982099             IF NOT RR-CLEAR-TO-RUN
982100                 SET WL-LAST-HELD(W-F) TO TRUE
982101                 MOVE W-F TO WS-DISP-LEG
982102                 DISPLAY "SRTMERGE - MRGIN" WS-DISP-LEG " BATCH "
982103                     RR-BATCH-ID " HELD (REGISTER STATUS "
982104                     RR-STATUS "), LEFT OUT"
982105             END-IF
982106         END-READ
982107     END-IF.
982108     IF WL-LAST-HELD(W-F)
982109         SET WS-RECORD-HELD TO TRUE
982110     END-IF.
982111 3500-CHECK-RECEIPT-EXIT.
982112     EXIT.
036800
036900 9000-TERMINATE.
037000******************************************************************
038500         CLOSE MERGE-IN4
038600     END-IF.
038700     CLOSE MERGE-OUT.
982113     IF WS-REGISTER-PRESENT
982114         CLOSE REGISTER-FILE
982115         MOVE W-HELD-COUNT TO WS-DISP-HELD-COUNT
982116         DISPLAY "SRTMERGE - RECORDS HELD BY THE REGISTER: "
982117             WS-DISP-HELD-COUNT
982118     END-IF.
038800     MOVE W-MERGED-COUNT TO WS-DISP-MERGED-COUNT.
038900     DISPLAY "SRTMERGE - RECORDS MERGED: " WS-DISP-MERGED-COUNT.
039000 9000-TERMINATE-EXIT.
