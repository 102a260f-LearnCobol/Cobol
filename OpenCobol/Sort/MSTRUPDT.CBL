002800* MASTER IS CREATED AND THE BATCH LOADS IT.  REJECTED             *
002900* TRANSACTIONS ARE COUNTED AND SIGNALLED TO THE CALLING JOB      *
003000* STEP VIA A NON-ZERO RETURN CODE.                                *
981000*                                                                 *
981001* A TRANSACTION OVER A RELEASE LIMIT IS NOT APPLIED.  IT GOES TO  *
981002* THE HOLD FILE (HOLDFILE, SEE HOLDREC) WITH THE POSITION BEFORE  *
981003* AND AFTER, FOR A SUPERVISOR TO RELEASE OR CANCEL AT HOLDMNT.    *
981004* EVERY ITEM RELEASED SINCE THE LAST RUN IS APPLIED FIRST, AHEAD  *
981005* OF THE DAY'S BATCH, AND WRITES ITS HISTORY IMAGE LIKE ANY OTHER *
981006* TRANSACTION.  THE LIMITS ARE CARDS ON HOLDLIM, ONE PER ORIGIN   *
981007* OR CURRENCY, UP TO 50:                                          *
981008*     POS  1      "O" FOR AN ORIGIN, "C" FOR A CURRENCY.          *
981009*     POS  3-6    THE ORIGIN, OR THE CURRENCY CODE IN 3-5.        *
981010*     POS  8-16   LIMIT ON THE TRANSACTION AMOUNT, CENTS IMPLIED. *
981011*     POS 18-26   LIMIT ON THE CHANGE TO A POSITION ALREADY ON    *
981012*                 THE MASTER, CENTS IMPLIED.                      *
981013*     POS 28-57   DESCRIPTION.                                    *
981014* LIMITS ARE BASE-CURRENCY AMOUNTS AND HOLD A CREDIT THE SAME AS  *
981015* A DEBIT.  A LIMIT LEFT AT SPACES OR ZERO IS NO LIMIT.  BREAKING *
981016* ANY LIMIT FOR ITS ORIGIN OR ITS CURRENCY HOLDS A TRANSACTION.   *
981017* A DELETE HAS NO TRANSACTION AMOUNT; ITS CHANGE IS THE WHOLE     *
981018* POSITION.  WITH NO HOLDLIM ON FILE NOTHING IS HELD.             *
003100*-----------------------------------------------------------------*
003200* MODIFICATION HISTORY                                            *
003300*  DATE       INIT  DESCRIPTION                                   *
003500*                   IMAGE IS CAPTURED.  THE IMAGE CARRIES THE     *
003501*                   BEFORE CURRENCY TOO, SO A BACKOUT RESTORES    *
003502*                   THE POSITION IN FULL.                         *
003503*  15/10/2026 DLM   THE MASTER LAYOUT NOW COMES FROM THE SHARED   *
003504*                   MSTREC COPYBOOK, AND AN ADD OR UPDATE CARRIES *
003505*                   THE AMOUNT AS SENT (TRN-ORIG-AMOUNT) ONTO THE *
003506*                   MASTER, SO A FOREIGN POSITION CAN BE RESTATED *
003507*                   AT PERIOD END.  THE HISTORY IMAGE CARRIES IT  *
003508*                   BEFORE AND AFTER.                             *
981019*  15/10/2026 DLM   A TRANSACTION OVER A RELEASE LIMIT (HOLDLIM)  *
981020*                   IS HELD ON HOLDFILE INSTEAD OF APPLIED, AND   *
981021*                   ITEMS A SUPERVISOR HAS RELEASED APPLY AHEAD   *
981022*                   OF THE BATCH.  THE HELD AND RELEASED TOTALS   *
981023*                   GO TO MSTTOTL FOR THE BALANCE PROOF.          *
982000*  15/10/2026 DLM   THE HISTORY IMAGE CARRIES THE CURRENCY THE    *
982001*                   POSITION WAS LEFT IN (MH-AFTER-CURRENCY).     *
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. MSTRUPDT.
005360         ORGANIZATION IS LINE SEQUENTIAL
005370         FILE STATUS IS WS-HISTORY-FILE-STATUS.
005380
981024*-----------------------------------------------------------------*
981025* THE RELEASE LIMITS - LAYOUT ABOVE.  OPTIONAL.                   *
981026*-----------------------------------------------------------------*
981027     SELECT LIMIT-FILE ASSIGN TO "HOLDLIM"
981028         ORGANIZATION IS LINE SEQUENTIAL
981029         FILE STATUS IS WS-LIMIT-FILE-STATUS.
981030
981031*-----------------------------------------------------------------*
981032* HIGH-VALUE ITEMS HELD FOR RELEASE - WRITTEN HERE, RELEASED OR   *
981033* CANCELLED AT HOLDMNT, AND APPLIED HERE ONCE RELEASED.  CREATED  *
981034* EMPTY THE FIRST TIME IT IS NEEDED.                              *
981035*-----------------------------------------------------------------*
981036     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
981037         ORGANIZATION IS INDEXED
981038         ACCESS MODE IS DYNAMIC
981039         RECORD KEY IS HD-HOLD-NUM
981040         FILE STATUS IS WS-HOLD-FILE-STATUS.
981041
006000     SELECT MASTER-FILE ASSIGN TO "MSTFILE"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
007840 01  HIST-RECORD.
007850     COPY MSTHREC.
007860
981042 FD  LIMIT-FILE
981043     LABEL RECORDS ARE STANDARD
981044     RECORDING MODE IS F.
981045 01  HL-RECORD.
981046     05  HL-TYPE                PIC X(01).
981047     05  FILLER                 PIC X(01).
981048     05  HL-CODE                PIC X(04).
981049     05  FILLER                 PIC X(01).
981050     05  HL-TXN-LIMIT-X         PIC X(09).
981051     05  HL-TXN-LIMIT REDEFINES HL-TXN-LIMIT-X
981052                                PIC 9(07)V99.
981053     05  FILLER                 PIC X(01).
981054     05  HL-CHG-LIMIT-X         PIC X(09).
981055     05  HL-CHG-LIMIT REDEFINES HL-CHG-LIMIT-X
981056                                PIC 9(07)V99.
981057     05  FILLER                 PIC X(01).
981058     05  HL-DESCRIPTION         PIC X(30).
981059     05  FILLER                 PIC X(23).
981060
981061 FD  HOLD-FILE
981062     LABEL RECORDS ARE STANDARD.
981063 01  HD-RECORD.
981064     COPY HOLDREC.
981065
007900 FD  MASTER-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  MST-RECORD.
008200     COPY MSTREC.
008700
008800 WORKING-STORAGE SECTION.
008900******************************************************************
012320 01  WS-BEFORE-DATE             PIC 9(08) VALUE ZERO.
012325 01  WS-BEFORE-CURRENCY         PIC X(03) VALUE SPACES.
012330
012331*    THE AMOUNT AS SENT BEFORE THE ACTION - SPACES WHEN THE
012332*    MASTER DID NOT KNOW IT.
012333 01  WS-BEFORE-ORIG-X           PIC X(08) VALUE SPACES.
012334 01  WS-BEFORE-ORIG-AMOUNT REDEFINES WS-BEFORE-ORIG-X
012335                                PIC S9(05)V99
012336                                SIGN IS LEADING SEPARATE.
012340******************************************************************
012350*    THE RUN'S APPLIED TOTALS - THE SIGNED AMOUNT OF EVERY ADD    *
012360*    AND UPDATE APPLIED, AND THE NET CHANGE THE WHOLE BATCH       *
012392         88  WS-TOTALS-FILE-OK      VALUE "00".
012393 01  W-APPLIED-AMOUNT           PIC S9(09)V99 COMP VALUE ZERO.
012394 01  W-NET-CHANGE               PIC S9(09)V99 COMP VALUE ZERO.
981066
981067******************************************************************
981068*    THE RELEASE LIMITS FROM HOLDLIM.  AN ENTRY IS AN ORIGIN      *
981069*    ("O") OR A CURRENCY ("C"); A LIMIT OF ZERO IS NO LIMIT.      *
981070******************************************************************
981071     78  W-MAX-LIMITS VALUE 50.
981072 01  W-LIMIT-TABLE.
981073     05  W-LIMIT-ENTRY OCCURS 50 TIMES.
981074         10  WL-TYPE            PIC X(01).
981075             88  WL-ORIGIN-LIMIT    VALUE "O".
981076             88  WL-CURRENCY-LIMIT  VALUE "C".
981077         10  WL-CODE            PIC X(04).
981078         10  WL-TXN-LIMIT       PIC 9(07)V99.
981079         10  WL-CHG-LIMIT       PIC 9(07)V99.
981080 01  W-LIMIT-COUNT PIC S9(04) COMP VALUE ZERO.
981081 01  W-L PIC S9(04) COMP VALUE ZERO.
981082
981083 01  WS-LIMIT-FILE-STATUS       PIC X(02) VALUE SPACES.
981084         88  WS-LIMIT-FILE-OK       VALUE "00".
981085         88  WS-LIMIT-FILE-AT-END   VALUE "10".
981086 01  WS-LIMIT-SWITCH            PIC X(01) VALUE "N".
981087         88  WS-LIMITS-PRESENT      VALUE "Y".
981088         88  WS-LIMITS-ABSENT       VALUE "N".
981089
981090******************************************************************
981091*    FILE STATUS FOR THE HOLD FILE - 35 AT OPEN TIME MEANS NOTHING*
981092*    HAS BEEN HELD YET AND THE FILE IS CREATED.                   *
981093******************************************************************
981094 01  WS-HOLD-FILE-STATUS        PIC X(02) VALUE SPACES.
981095         88  WS-HOLD-FILE-OK        VALUE "00".
981096         88  WS-HOLD-FILE-AT-END    VALUE "10".
981097         88  WS-HOLD-FILE-NOT-FOUND VALUE "35".
981098 01  WS-HOLD-SWITCH             PIC X(01) VALUE "N".
981099         88  WS-HOLD-FILE-PRESENT   VALUE "Y".
981100         88  WS-HOLD-FILE-ABSENT    VALUE "N".
981101 01  W-LAST-HOLD-NUM            PIC 9(06) VALUE ZERO.
981102 01  W-REJECTS-BEFORE           PIC S9(04) COMP VALUE ZERO.
981103
981104******************************************************************
981105*    THE LIMIT CHECK ON THE TRANSACTION IN HAND - THE POSITION    *
981106*    BEFORE AND AFTER, THE SIZES COMPARED, AND THE LIMIT BROKEN.  *
981107******************************************************************
981108 01  WS-CHECK-SWITCH            PIC X(01) VALUE "N".
981109         88  WS-HOLD-TRAN           VALUE "Y".
981110         88  WS-APPLY-TRAN          VALUE "N".
981111 01  WS-CHECK-ON-MASTER-SWITCH  PIC X(01) VALUE "N".
981112         88  WS-CHECK-ON-MASTER     VALUE "Y".
981113         88  WS-CHECK-NEW-POSITION  VALUE "N".
981114 01  WS-CHECK-BEFORE-AMOUNT     PIC S9(05)V99 VALUE ZERO
981115                                SIGN IS LEADING SEPARATE.
981116 01  WS-CHECK-AFTER-AMOUNT      PIC S9(05)V99 VALUE ZERO
981117                                SIGN IS LEADING SEPARATE.
981118 01  W-CHECK-CHANGE             PIC S9(07)V99 COMP VALUE ZERO.
981119 01  W-CHECK-TXN-SIZE           PIC S9(07)V99 COMP VALUE ZERO.
981120 01  W-CHECK-CHG-SIZE           PIC S9(07)V99 COMP VALUE ZERO.
981121 01  WS-HOLD-REASON             PIC X(04) VALUE SPACES.
981122 01  WS-HOLD-LIMIT-TYPE         PIC X(01) VALUE SPACES.
981123 01  WS-HOLD-LIMIT-CODE         PIC X(04) VALUE SPACES.
981124 01  W-HOLD-LIMIT-AMOUNT        PIC 9(07)V99 VALUE ZERO.
981125
981126******************************************************************
981127*    THE RUN'S HELD AND RELEASED TOTALS.  A HELD DELETE IS        *
981128*    COUNTED BUT, CARRYING NO TRANSACTION AMOUNT, ADDS NOTHING TO *
981129*    THE HELD AMOUNT - THE SAME RULE AS THE APPLIED TOTALS.       *
981130******************************************************************
981131 01  W-HELD-COUNT               PIC S9(04) COMP VALUE ZERO.
981132 01  W-HELD-AMOUNT              PIC S9(09)V99 COMP VALUE ZERO.
981133 01  W-RELEASED-COUNT           PIC S9(04) COMP VALUE ZERO.
981134 01  W-RELEASED-AMOUNT          PIC S9(09)V99 COMP VALUE ZERO.
981135 01  WS-DISP-AMOUNT             PIC +(9)9.99.
012300
012400 PROCEDURE DIVISION.
012500 0000-MAINLINE SECTION.
012600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
981136     IF WS-MASTER-FILE-OK AND WS-HOLD-FILE-PRESENT
981137         PERFORM 1500-APPLY-RELEASED THRU
981138             1500-APPLY-RELEASED-EXIT
981139     END-IF.
012700     PERFORM 2000-APPLY-TRANSACTION THRU
012800         2000-APPLY-TRANSACTION-EXIT
012900         UNTIL WS-TRAN-FILE-AT-END.
014970         OPEN OUTPUT HISTORY-FILE
014980     END-IF.
014990
981140*    THE RELEASE LIMITS ARE LOADED AND THE HOLD FILE OPENED - IT
981141*    IS CREATED EMPTY THE FIRST TIME.  A HOLD FILE THAT EXISTS BUT
981142*    WILL NOT OPEN STOPS THE RUN, SINCE NOTHING COULD BE HELD.
981143     PERFORM 1100-LOAD-LIMITS THRU 1100-LOAD-LIMITS-EXIT.
981144     OPEN I-O HOLD-FILE.
981145     IF WS-HOLD-FILE-NOT-FOUND
981146         OPEN OUTPUT HOLD-FILE
981147         CLOSE HOLD-FILE
981148         OPEN I-O HOLD-FILE
981149     END-IF.
981150     IF WS-HOLD-FILE-OK
981151         SET WS-HOLD-FILE-PRESENT TO TRUE
981152     ELSE
981153         DISPLAY "MSTRUPDT - HOLD FILE OPEN FAILED, STATUS "
981154             WS-HOLD-FILE-STATUS
981155         MOVE 12 TO RETURN-CODE
981156         SET WS-TRAN-FILE-AT-END TO TRUE
981157     END-IF.
981158
015100     OPEN I-O MASTER-FILE.
015200     IF WS-MASTER-FILE-NOT-FOUND
015300         DISPLAY "MSTRUPDT - CREATING NEW MASTER FILE"
015760     END-IF.
015800 1000-INITIALIZE-EXIT.
015900     EXIT.
981159
981160 1100-LOAD-LIMITS.
981161******************************************************************
981162*    LOAD THE RELEASE LIMITS.  BLANK LINES AND CARDS THAT ARE     *
981163*    NEITHER AN ORIGIN NOR A CURRENCY ARE SKIPPED, A LIMIT THAT   *
981164*    IS NOT A NUMBER COUNTS AS NONE, AND CARDS PAST THE FIFTIETH  *
981165*    ARE LEFT OFF WITH A WARNING.                                 *
981166******************************************************************
981167     MOVE ZERO TO W-LIMIT-COUNT.
981168     OPEN INPUT LIMIT-FILE.
981169     IF NOT WS-LIMIT-FILE-OK
981170         SET WS-LIMITS-ABSENT TO TRUE
981171         DISPLAY "MSTRUPDT - NO RELEASE LIMITS, NOTHING WILL BE "
981172             "HELD"
981173         GO TO 1100-LOAD-LIMITS-EXIT
981174     END-IF.
981175     SET WS-LIMITS-PRESENT TO TRUE.
981176     PERFORM 1110-LOAD-ONE-LIMIT THRU 1110-LOAD-ONE-LIMIT-EXIT
981177         UNTIL WS-LIMIT-FILE-AT-END.
981178     CLOSE LIMIT-FILE.
981179     MOVE W-LIMIT-COUNT TO WS-DISP-COUNT.
981180     DISPLAY "MSTRUPDT - RELEASE LIMITS:  " WS-DISP-COUNT.
981181 1100-LOAD-LIMITS-EXIT.
981182     EXIT.
981183
981184 1110-LOAD-ONE-LIMIT.
981185     READ LIMIT-FILE
981186     AT END
981187         SET WS-LIMIT-FILE-AT-END TO TRUE
981188         GO TO 1110-LOAD-ONE-LIMIT-EXIT
981189     END-READ.
981190     IF HL-CODE = SPACES
981191         GO TO 1110-LOAD-ONE-LIMIT-EXIT
981192     END-IF.
981193     IF HL-TYPE NOT = "O" AND HL-TYPE NOT = "C"
981194         DISPLAY "MSTRUPDT - LIMIT CARD NOT O OR C, SKIPPED: "
981195             HL-TYPE " " HL-CODE
981196         GO TO 1110-LOAD-ONE-LIMIT-EXIT
981197     END-IF.
981198     IF W-LIMIT-COUNT >= W-MAX-LIMITS
981199         DISPLAY "MSTRUPDT - LIMIT TABLE FULL, CARD LEFT OFF: "
981200             HL-TYPE " " HL-CODE
981201         GO TO 1110-LOAD-ONE-LIMIT-EXIT
981202     END-IF.
981203     ADD 1 TO W-LIMIT-COUNT.
981204     MOVE HL-TYPE TO WL-TYPE(W-LIMIT-COUNT).
981205     MOVE HL-CODE TO WL-CODE(W-LIMIT-COUNT).
981206     IF HL-TXN-LIMIT IS NUMERIC
981207         MOVE HL-TXN-LIMIT TO WL-TXN-LIMIT(W-LIMIT-COUNT)
981208     ELSE
981209         MOVE ZERO TO WL-TXN-LIMIT(W-LIMIT-COUNT)
981210     END-IF.
981211     IF HL-CHG-LIMIT IS NUMERIC
981212         MOVE HL-CHG-LIMIT TO WL-CHG-LIMIT(W-LIMIT-COUNT)
981213     ELSE
981214         MOVE ZERO TO WL-CHG-LIMIT(W-LIMIT-COUNT)
981215     END-IF.
981216 1110-LOAD-ONE-LIMIT-EXIT.
981217     EXIT.
981218
981219 1500-APPLY-RELEASED.
981220******************************************************************
981221*    APPLY EVERY ITEM A SUPERVISOR HAS RELEASED SINCE THE LAST    *
981222*    RUN, AHEAD OF THE DAY'S BATCH, THROUGH THE SAME ADD, UPDATE  *
981223*    AND DELETE PATHS AS THE BATCH - SO EACH WRITES ITS HISTORY   *
981224*    IMAGE UNDER ITS OWN BATCH ID.  THE SAME PASS FINDS THE       *
981225*    HIGHEST HOLD NUMBER SO FAR.  WHAT THE RELEASES APPLIED IS    *
981226*    THEN MOVED TO THE RELEASED TOTALS, LEAVING THE APPLIED       *
981227*    TOTALS TO THE DAY'S BATCH ALONE - THE RELEASES WERE ON AN    *
981228*    EARLIER NIGHT'S EXTRACT, NOT TONIGHT'S.  THEIR CHANGE STAYS  *
981229*    IN THE NET CHANGE.                                           *
981230******************************************************************
981231     MOVE ZERO TO W-LAST-HOLD-NUM.
981232     MOVE ZERO TO HD-HOLD-NUM.
981233     START HOLD-FILE KEY NOT < HD-HOLD-NUM
981234     INVALID KEY
981235         SET WS-HOLD-FILE-AT-END TO TRUE
981236     END-START.
981237     PERFORM 1510-APPLY-ONE-RELEASE THRU
981238         1510-APPLY-ONE-RELEASE-EXIT
981239         UNTIL WS-HOLD-FILE-AT-END.
981240     COMPUTE W-RELEASED-COUNT =
981241         W-ADD-COUNT + W-UPDATE-COUNT + W-DELETE-COUNT.
981242     MOVE W-APPLIED-AMOUNT TO W-RELEASED-AMOUNT.
981243     MOVE ZERO TO W-ADD-COUNT.
981244     MOVE ZERO TO W-UPDATE-COUNT.
981245     MOVE ZERO TO W-DELETE-COUNT.
981246     MOVE ZERO TO W-APPLIED-AMOUNT.
981247 1500-APPLY-RELEASED-EXIT.
981248     EXIT.
981249
981250 1510-APPLY-ONE-RELEASE.
981251******************************************************************
981252*    A RELEASED ITEM GOES BACK INTO THE TRANSACTION RECORD AND IS *
981253*    APPLIED.  ONE THE MASTER REJECTS (A DELETE WHOSE ID HAS      *
981254*    SINCE GONE) CAN NEVER APPLY, SO IT IS CANCELLED RATHER THAN  *
981255*    TRIED AGAIN EVERY NIGHT; THE REJECT STILL COUNTS TOWARDS THE *
981256*    RETURN CODE.                                                 *
981257******************************************************************
981258     READ HOLD-FILE NEXT RECORD
981259     AT END
981260         SET WS-HOLD-FILE-AT-END TO TRUE
981261         GO TO 1510-APPLY-ONE-RELEASE-EXIT
981262     END-READ.
981263     IF HD-HOLD-NUM > W-LAST-HOLD-NUM
981264         MOVE HD-HOLD-NUM TO W-LAST-HOLD-NUM
981265     END-IF.
981266     IF NOT HD-RELEASED
981267         GO TO 1510-APPLY-ONE-RELEASE-EXIT
981268     END-IF.
981269     MOVE SPACES TO TRN-RECORD.
981270     MOVE HD-TRANSACTION TO TRN-RECORD.
981271     MOVE W-REJECT-COUNT TO W-REJECTS-BEFORE.
981272     IF TRN-DELETE
981273         PERFORM 2200-DELETE-MASTER THRU
981274             2200-DELETE-MASTER-EXIT
981275     ELSE
981276         PERFORM 2100-ADD-OR-UPDATE THRU
981277             2100-ADD-OR-UPDATE-EXIT
981278     END-IF.
981279     IF W-REJECT-COUNT > W-REJECTS-BEFORE
981280         SET HD-CANCELLED TO TRUE
981281         MOVE WS-TODAY-DATE TO HD-ACTION-DATE
981282         MOVE WS-RUN-TIME TO HD-ACTION-TIME
981283         MOVE "REJECTED WHEN APPLIED" TO HD-NOTE
981284     ELSE
981285         SET HD-APPLIED TO TRUE
981286         MOVE WS-TODAY-DATE TO HD-APPLIED-DATE
981287     END-IF.
981288     REWRITE HD-RECORD
981289     INVALID KEY
981290         DISPLAY "MSTRUPDT - HOLD REWRITE FAILED, ITEM "
981291             HD-HOLD-NUM
981292     END-REWRITE.
981293 1510-APPLY-ONE-RELEASE-EXIT.
981294     EXIT.
016000
016100 2000-APPLY-TRANSACTION.
016200******************************************************************
016300*    READ ONE TRANSACTION AND APPLY IT - DELETE WHEN THE ACTION   *
016400*    CODE SAYS SO, OTHERWISE ADD OR UPDATE DEPENDING ON WHETHER   *
016500*    THE ID IS ALREADY ON THE MASTER.                             *
981295*    A TRANSACTION OVER A RELEASE LIMIT IS HELD INSTEAD.          *
016600******************************************************************
016700     READ TRAN-FILE
016800     AT END
016900         SET WS-TRAN-FILE-AT-END TO TRUE
017000     NOT AT END
981296         PERFORM 2050-CHECK-LIMITS THRU 2050-CHECK-LIMITS-EXIT
981297         IF WS-HOLD-TRAN
981298             PERFORM 2300-HOLD-TRANSACTION THRU
981299                 2300-HOLD-TRANSACTION-EXIT
981300         ELSE
981301             IF TRN-DELETE
981302                 PERFORM 2200-DELETE-MASTER THRU
981303                     2200-DELETE-MASTER-EXIT
981304             ELSE
981305                 PERFORM 2100-ADD-OR-UPDATE THRU
981306                     2100-ADD-OR-UPDATE-EXIT
981307             END-IF
981308         END-IF
017800     END-READ.
017900 2000-APPLY-TRANSACTION-EXIT.
018000     EXIT.
981309
981310 2050-CHECK-LIMITS.
981311******************************************************************
981312*    DECIDE WHETHER THE TRANSACTION IS HELD.  THE POSITION IS     *
981313*    READ AS IT STANDS, THE CHANGE IS THE POSITION AFTER LESS THE *
981314*    POSITION BEFORE, AND EACH LIMIT FOR THE TRANSACTION'S ORIGIN *
981315*    OR CURRENCY IS TRIED UNTIL ONE IS BROKEN.  A DELETE FOR AN   *
981316*    ID NOT ON THE MASTER IS NOT HELD - IT IS REJECTED ANYWAY.    *
981317******************************************************************
981318     SET WS-APPLY-TRAN TO TRUE.
981319     IF WS-LIMITS-ABSENT OR W-LIMIT-COUNT = ZERO
981320         GO TO 2050-CHECK-LIMITS-EXIT
981321     END-IF.
981322     MOVE TRN-ID TO MST-ID.
981323     READ MASTER-FILE
981324     INVALID KEY
981325         SET WS-CHECK-NEW-POSITION TO TRUE
981326         MOVE ZERO TO WS-CHECK-BEFORE-AMOUNT
981327     NOT INVALID KEY
981328         SET WS-CHECK-ON-MASTER TO TRUE
981329         MOVE MST-AMOUNT TO WS-CHECK-BEFORE-AMOUNT
981330     END-READ.
981331     IF TRN-DELETE
981332         MOVE ZERO TO WS-CHECK-AFTER-AMOUNT
981333         MOVE ZERO TO W-CHECK-TXN-SIZE
981334     ELSE
981335         MOVE TRN-AMOUNT TO WS-CHECK-AFTER-AMOUNT
981336         MOVE TRN-AMOUNT TO W-CHECK-TXN-SIZE
981337         IF W-CHECK-TXN-SIZE < ZERO
981338             COMPUTE W-CHECK-TXN-SIZE = ZERO - W-CHECK-TXN-SIZE
981339         END-IF
981340     END-IF.
981341     COMPUTE W-CHECK-CHANGE =
981342         WS-CHECK-AFTER-AMOUNT - WS-CHECK-BEFORE-AMOUNT.
981343     MOVE W-CHECK-CHANGE TO W-CHECK-CHG-SIZE.
981344     IF W-CHECK-CHG-SIZE < ZERO
981345         COMPUTE W-CHECK-CHG-SIZE = ZERO - W-CHECK-CHG-SIZE
981346     END-IF.
981347     PERFORM 2060-CHECK-ONE-LIMIT THRU 2060-CHECK-ONE-LIMIT-EXIT
981348         VARYING W-L FROM 1 BY 1
981349         UNTIL W-L > W-LIMIT-COUNT OR WS-HOLD-TRAN.
981350 2050-CHECK-LIMITS-EXIT.
981351     EXIT.
981352
981353 2060-CHECK-ONE-LIMIT.
981354     IF WL-ORIGIN-LIMIT(W-L) AND WL-CODE(W-L) = TRN-ORIGIN
981355         CONTINUE
981356     ELSE
981357         IF WL-CURRENCY-LIMIT(W-L) AND WL-CODE(W-L) = TRN-CURRENCY
981358             CONTINUE
981359         ELSE
981360             GO TO 2060-CHECK-ONE-LIMIT-EXIT
981361         END-IF
981362     END-IF.
981363     IF NOT TRN-DELETE AND WL-TXN-LIMIT(W-L) > ZERO
981364         AND W-CHECK-TXN-SIZE > WL-TXN-LIMIT(W-L)
981365         SET WS-HOLD-TRAN TO TRUE
981366         MOVE "TXNL" TO WS-HOLD-REASON
981367         MOVE WL-TXN-LIMIT(W-L) TO W-HOLD-LIMIT-AMOUNT
981368     ELSE
981369         IF WS-CHECK-ON-MASTER AND WL-CHG-LIMIT(W-L) > ZERO
981370             AND W-CHECK-CHG-SIZE > WL-CHG-LIMIT(W-L)
981371             SET WS-HOLD-TRAN TO TRUE
981372             MOVE "CHGL" TO WS-HOLD-REASON
981373             MOVE WL-CHG-LIMIT(W-L) TO W-HOLD-LIMIT-AMOUNT
981374         END-IF
981375     END-IF.
981376     IF WS-HOLD-TRAN
981377         MOVE WL-TYPE(W-L) TO WS-HOLD-LIMIT-TYPE
981378         MOVE WL-CODE(W-L) TO WS-HOLD-LIMIT-CODE
981379     END-IF.
981380 2060-CHECK-ONE-LIMIT-EXIT.
981381     EXIT.
018100
018200 2100-ADD-OR-UPDATE.
018300******************************************************************
019400         MOVE TRN-AMOUNT TO MST-AMOUNT
019500         MOVE TRN-DATE TO MST-DATE
019510         MOVE TRN-CURRENCY TO MST-CURRENCY
019520         PERFORM 2110-SET-ORIG-AMOUNT THRU
019530             2110-SET-ORIG-AMOUNT-EXIT
019600         MOVE WS-TODAY-DATE TO MST-LAST-MAINT-DATE
019700         WRITE MST-RECORD
019800         INVALID KEY
020210             MOVE ZERO TO WS-BEFORE-AMOUNT
020220             MOVE ZERO TO WS-BEFORE-DATE
020225             MOVE SPACES TO WS-BEFORE-CURRENCY
020227             MOVE ZERO TO WS-BEFORE-ORIG-AMOUNT
020230             PERFORM 3000-WRITE-HISTORY-IMAGE THRU
020240                 3000-WRITE-HISTORY-IMAGE-EXIT
020300         END-WRITE
020410         MOVE MST-AMOUNT TO WS-BEFORE-AMOUNT
020420         MOVE MST-DATE TO WS-BEFORE-DATE
020425         MOVE MST-CURRENCY TO WS-BEFORE-CURRENCY
020475         MOVE MST-ORIG-AMOUNT-X TO WS-BEFORE-ORIG-X
020500         MOVE TRN-AMOUNT TO MST-AMOUNT
020600         MOVE TRN-DATE TO MST-DATE
020610         MOVE TRN-CURRENCY TO MST-CURRENCY
020620         PERFORM 2110-SET-ORIG-AMOUNT THRU
020630             2110-SET-ORIG-AMOUNT-EXIT
020700         MOVE WS-TODAY-DATE TO MST-LAST-MAINT-DATE
020800         REWRITE MST-RECORD
020900         INVALID KEY
021500     END-READ.
021600 2100-ADD-OR-UPDATE-EXIT.
021700     EXIT.
021705
021710 2110-SET-ORIG-AMOUNT.
021715******************************************************************
021720*    THE AMOUNT AS SENT GOES ONTO THE MASTER WITH THE POSITION.   *
021725*    A TRANFILE IN THE OLDER LAYOUT HAS NONE - ITS RECORDS ARE    *
021730*    BASE CURRENCY, SO THE AMOUNT ITSELF STANDS IN.               *
021735******************************************************************
021740     IF TRN-ORIG-AMOUNT IS NUMERIC
021745         MOVE TRN-ORIG-AMOUNT TO MST-ORIG-AMOUNT
021750     ELSE
021755         MOVE TRN-AMOUNT TO MST-ORIG-AMOUNT
021760     END-IF.
021765 2110-SET-ORIG-AMOUNT-EXIT.
021770     EXIT.
021800
021900 2200-DELETE-MASTER.
022000******************************************************************
022580         MOVE MST-AMOUNT TO WS-BEFORE-AMOUNT
022590         MOVE MST-DATE TO WS-BEFORE-DATE
022592         MOVE MST-CURRENCY TO WS-BEFORE-CURRENCY
022594         MOVE MST-ORIG-AMOUNT-X TO WS-BEFORE-ORIG-X
022595     END-READ.
022600     DELETE MASTER-FILE
022700     INVALID KEY
023300     END-DELETE.
023400 2200-DELETE-MASTER-EXIT.
023500     EXIT.
981382
981383 2300-HOLD-TRANSACTION.
981384******************************************************************
981385*    PUT THE TRANSACTION ON THE HOLD FILE UNDER THE NEXT HOLD     *
981386*    NUMBER, WITH THE POSITION BEFORE AND AFTER AND THE LIMIT IT  *
981387*    BROKE.  THE MASTER IS NOT TOUCHED.                           *
981388******************************************************************
981389     MOVE SPACES TO HD-RECORD.
981390     ADD 1 TO W-LAST-HOLD-NUM.
981391     MOVE W-LAST-HOLD-NUM TO HD-HOLD-NUM.
981392     SET HD-HELD TO TRUE.
981393     MOVE WS-TODAY-DATE TO HD-HELD-DATE.
981394     MOVE WS-RUN-TIME TO HD-HELD-TIME.
981395     MOVE TRN-RECORD TO HD-TRANSACTION.
981396     MOVE WS-CHECK-ON-MASTER-SWITCH TO HD-ON-MASTER-SWITCH.
981397     MOVE WS-CHECK-BEFORE-AMOUNT TO HD-BEFORE-AMOUNT.
981398     MOVE WS-CHECK-AFTER-AMOUNT TO HD-AFTER-AMOUNT.
981399     MOVE W-CHECK-CHANGE TO HD-CHANGE.
981400     MOVE WS-HOLD-REASON TO HD-REASON.
981401     MOVE WS-HOLD-LIMIT-TYPE TO HD-LIMIT-TYPE.
981402     MOVE WS-HOLD-LIMIT-CODE TO HD-LIMIT-CODE.
981403     MOVE W-HOLD-LIMIT-AMOUNT TO HD-LIMIT-AMOUNT.
981404     MOVE ZERO TO HD-ACTION-DATE.
981405     MOVE ZERO TO HD-ACTION-TIME.
981406     MOVE ZERO TO HD-APPLIED-DATE.
981407     WRITE HD-RECORD
981408     INVALID KEY
981409         DISPLAY "MSTRUPDT - HOLD WRITE FAILED, ID " TRN-ID
981410             " STATUS " WS-HOLD-FILE-STATUS
981411         ADD 1 TO W-REJECT-COUNT
981412     NOT INVALID KEY
981413         ADD 1 TO W-HELD-COUNT
981414         IF NOT TRN-DELETE
981415             ADD TRN-AMOUNT TO W-HELD-AMOUNT
981416         END-IF
981417         DISPLAY "MSTRUPDT - HELD OVER LIMIT, ID " TRN-ID " "
981418             WS-HOLD-REASON " ITEM " HD-HOLD-NUM
981419     END-WRITE.
981420 2300-HOLD-TRANSACTION-EXIT.
981421     EXIT.
023600
023310 3000-WRITE-HISTORY-IMAGE.
023320******************************************************************
023440     MOVE TRN-BATCH-ID TO MH-BATCH-ID.
023450     MOVE SPACES TO MH-REASON.
023455     MOVE WS-BEFORE-CURRENCY TO MH-CURRENCY.
023457     MOVE WS-BEFORE-ORIG-X TO MH-BEFORE-ORIG-X.
023460     IF TRN-DELETE
023470         MOVE "D" TO MH-ACTION
023480         MOVE ZERO TO MH-AFTER-AMOUNT
023490         MOVE ZERO TO MH-AFTER-DATE
023495         MOVE ZERO TO MH-AFTER-ORIG-AMOUNT
023500     ELSE
023510         IF WS-BEFORE-AMOUNT = ZERO AND WS-BEFORE-DATE = ZERO
023520             MOVE "A" TO MH-ACTION
023550         END-IF
023560         MOVE TRN-AMOUNT TO MH-AFTER-AMOUNT
023570         MOVE TRN-DATE TO MH-AFTER-DATE
023575         MOVE MST-ORIG-AMOUNT-X TO MH-AFTER-ORIG-X
982010         MOVE MST-CURRENCY TO MH-AFTER-CURRENCY
023580     END-IF.
023590     WRITE HIST-RECORD.
023600 3000-WRITE-HISTORY-IMAGE-EXIT.
024300     END-IF.
024400     CLOSE MASTER-FILE.
024410     CLOSE HISTORY-FILE.
981422     IF WS-HOLD-FILE-PRESENT
981423         CLOSE HOLD-FILE
981424     END-IF.
024420
024430*    ONE TOTALS RECORD PER RUN - OPEN OUTPUT REPLACES THE PRIOR
024440*    RUN'S, SO THE PROOF ALWAYS READS THE NIGHT JUST APPLIED.
024495     MOVE W-DELETE-COUNT TO MT-DELETE-COUNT.
024500     MOVE W-APPLIED-AMOUNT TO MT-APPLIED-AMOUNT.
024510     MOVE W-NET-CHANGE TO MT-NET-CHANGE.
981425     MOVE W-HELD-COUNT TO MT-HELD-COUNT.
981426     MOVE W-HELD-AMOUNT TO MT-HELD-AMOUNT.
981427     MOVE W-RELEASED-COUNT TO MT-RELEASED-COUNT.
981428     MOVE W-RELEASED-AMOUNT TO MT-RELEASED-AMOUNT.
024520     WRITE TOT-RECORD.
024530     CLOSE TOTALS-FILE.
024500
025100     DISPLAY "MSTRUPDT - RECORDS DELETED: " WS-DISP-COUNT.
025200     MOVE W-REJECT-COUNT TO WS-DISP-COUNT.
025300     DISPLAY "MSTRUPDT - RECORDS REJECTED:" WS-DISP-COUNT.
981429     MOVE W-HELD-COUNT TO WS-DISP-COUNT.
981430     MOVE W-HELD-AMOUNT TO WS-DISP-AMOUNT.
981431     DISPLAY "MSTRUPDT - RECORDS HELD:    " WS-DISP-COUNT
981432         "  AMOUNT " WS-DISP-AMOUNT.
981433     MOVE W-RELEASED-COUNT TO WS-DISP-COUNT.
981434     MOVE W-RELEASED-AMOUNT TO WS-DISP-AMOUNT.
981435     DISPLAY "MSTRUPDT - RELEASES APPLIED:" WS-DISP-COUNT
981436         "  AMOUNT " WS-DISP-AMOUNT.
025400 9000-TERMINATE-EXIT.
025500     EXIT.
