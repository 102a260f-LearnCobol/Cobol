002600* WITH RETURN CODE 8 SO THE JOB STREAM STOPS SHORT OF THE         *
002700* LEDGER.  THE "T" GRAND TOTAL IS PROVED AGAINST THE SUM OF       *
002800* THE DATE SUBTOTALS THE SAME WAY.                                *
002805*                                                                 *
002810* EVERY ORIGIN SUBTOTAL ON A POSTED DAY IS ALSO AN AMOUNT SITTING *
002815* IN SUSPENSE UNTIL ACCOUNTING CLEARS IT, SO EACH ONE IS RAISED   *
002820* AS AN OPEN ITEM ON THE SUSPENSE LEDGER (SUSPLDG, SEE SUSPREC),  *
002825* KEYED BY DATE AND ORIGIN - THE ITEMS FOR A DAY ADD UP TO THAT   *
002830* DAY'S SUSPENSE OFFSET.  CLEARING ENTRIES KEYED AT THE SUSPMNT   *
002835* DESK WAIT ON THE PENDING CLEARING FILE (SUSPREV, JOURNAL        *
002840* LAYOUT) AND ARE FOLDED ONTO THE FRONT OF THE FRESH JOURNAL      *
002845* HERE.  THE PENDING FILE IS EMPTIED ONLY BY A RUN THAT ENDS      *
002850* CLEAN, SO A RE-RUN AFTER A REFUSED DAY FOLDS THEM IN AGAIN.     *
002851* THE CLEAN RUN MOVES THEM ONTO A COPY (SUSPFLD) DATED THE RUN    *
002852* DATE, AND A LATER RUN ON THE SAME DATE - WHICH WRITES THE       *
002853* JOURNAL AFRESH - FOLDS THE COPY ON AGAIN.  A COPY DATED EARLIER *
002854* IS ALREADY ON A JOURNAL THE LEDGER HAS TAKEN; IT IS IGNORED,    *
002855* AND REPLACED BY THE NEXT RUN THAT ENDS CLEAN.                   *
002860* REVALUATION ENTRIES FROM THE PERIOD-END FX RUN (FXREVAL) WAIT   *
002870* ON THEIR OWN PENDING FILE (FXJRNL, SAME LAYOUT) AND ARE FOLDED  *
002880* ON, EMPTIED AND KEPT ON THEIR OWN COPY (FXFLD) THE SAME WAY.    *
002900*                                                                 *
003000* ACCOUNT MAP LAYOUT (ACCTMAP, ONE PER LINE):                     *
003100*     POS  1-4    ORIGIN CODE, AS ON THE BATCH HEADER.  THE       *
003900*     POS 10-17   GL ACCOUNT.                                     *
004000*     POS 19      "D" DEBIT OR "C" CREDIT.                        *
004100*     POS 21-31   AMOUNT, CENTS IMPLIED, ALWAYS POSITIVE.         *
004200*     POS 33-36   ORIGIN CODE (SPACES ON THE SUSPENSE OFFSET,     *
004210*                 THE ITEM'S ORIGIN ON A CLEARING ENTRY).         *
004300*     POS 38-57   DESCRIPTION.                                    *
004310*                                                                 *
004320* FOLDED COPY LAYOUT (SUSPFLD AND FXFLD, ONE PER LINE):           *
004330*     POS  1-8    DATE OF THE RUN THAT FOLDED THE ENTRY.          *
004340*     POS 10-89   THE ENTRY AS FOLDED, IN THE JOURNAL LAYOUT.     *
004400*-----------------------------------------------------------------*
004500* MODIFICATION HISTORY                                            *
004600*  DATE       INIT  DESCRIPTION                                   *
004710*  02/09/2026 DLM   THE GLSUMM LAYOUT NOW COMES FROM THE SHARED   *
004720*                   GLSREC COPYBOOK, AND THE SUSPENSE ENTRY'S     *
004730*                   DESCRIPTION FITS ITS FIELD.                   *
004735*  15/10/2026 DLM   EACH ORIGIN SUBTOTAL ON A POSTED DAY NOW      *
004740*                   RAISES AN OPEN ITEM ON THE SUSPENSE LEDGER    *
004745*                   (SUSPLDG), AND CLEARING ENTRIES KEYED AT      *
004750*                   SUSPMNT (SUSPREV) ARE FOLDED ONTO THE         *
004755*                   JOURNAL.  THE MAP AND JOURNAL LAYOUTS NOW     *
004760*                   COME FROM THE SHARED MAPREC AND GLJREC        *
004765*                   COPYBOOKS.                                    *
004775*  15/10/2026 DLM   PERIOD-END REVALUATION ENTRIES WAITING ON     *
004785*                   FXJRNL ARE FOLDED ONTO THE JOURNAL LIKE THE   *
004795*                   SUSPMNT CLEARINGS.                            *
004796*  15/10/2026 DLM   THE ENTRIES A CLEAN RUN FOLDS ARE KEPT,       *
004797*                   DATED, ON SUSPFLD AND FXFLD AND FOLDED AGAIN  *
004798*                   BY A RE-RUN ON THE SAME DATE.                 *
004800******************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. GLPOST.
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
007900
007905*-----------------------------------------------------------------*
007910* THE SUSPENSE LEDGER - ONE OPEN ITEM PER DATE AND ORIGIN.        *
007915* CREATED EMPTY ON THE FIRST RUN IF IT DOES NOT EXIST YET.        *
007920*-----------------------------------------------------------------*
007925     SELECT LEDGER-FILE ASSIGN TO "SUSPLDG"
007930         ORGANIZATION IS INDEXED
007935         ACCESS MODE IS RANDOM
007940         RECORD KEY IS SL-KEY
007945         FILE STATUS IS WS-LEDGER-FILE-STATUS.
007950
007955*-----------------------------------------------------------------*
007960* CLEARING ENTRIES KEYED AT SUSPMNT, WAITING FOR THE JOURNAL.     *
007965*-----------------------------------------------------------------*
007970     SELECT CLEARING-FILE ASSIGN TO "SUSPREV"
007975         ORGANIZATION IS LINE SEQUENTIAL
007980         FILE STATUS IS WS-CLEARING-FILE-STATUS.
007982
007984*-----------------------------------------------------------------*
007986* REVALUATION ENTRIES FROM FXREVAL, WAITING FOR THE JOURNAL.      *
007988*-----------------------------------------------------------------*
007990     SELECT REVAL-FILE ASSIGN TO "FXJRNL"
007992         ORGANIZATION IS LINE SEQUENTIAL
007994         FILE STATUS IS WS-REVAL-FILE-STATUS.
984000
984001*-----------------------------------------------------------------*
984002* THE ENTRIES THE LAST CLEAN RUN FOLDED, DATED - FOLDED AGAIN BY  *
984003* A RE-RUN ON THE SAME DATE.                                      *
984004*-----------------------------------------------------------------*
984005     SELECT CLEARED-FILE ASSIGN TO "SUSPFLD"
984006         ORGANIZATION IS LINE SEQUENTIAL
984007         FILE STATUS IS WS-CLEARED-FILE-STATUS.
984008     SELECT REVALUED-FILE ASSIGN TO "FXFLD"
984009         ORGANIZATION IS LINE SEQUENTIAL
984010         FILE STATUS IS WS-REVALUED-FILE-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  SUMMARY-FILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700 01  MAP-RECORD.
009800     COPY MAPREC.
010400
010500 FD  JOURNAL-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORDING MODE IS F.
010800 01  JRN-RECORD.
010900     COPY GLJREC.
011000
011100 FD  LEDGER-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  SL-RECORD.
011400     COPY SUSPREC.
011500
011600 FD  CLEARING-FILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORDING MODE IS F.
011900 01  CLR-RECORD                     PIC X(80).
011910
011920 FD  REVAL-FILE
011930     LABEL RECORDS ARE STANDARD
011940     RECORDING MODE IS F.
011950 01  RVL-RECORD                     PIC X(80).
011955
011960 FD  CLEARED-FILE
011965     LABEL RECORDS ARE STANDARD
011970     RECORDING MODE IS F.
011975 01  CFD-RECORD.
011980     05  CFD-FOLD-DATE          PIC 9(08).
011985     05  FILLER                 PIC X(01).
011990     05  CFD-ENTRY              PIC X(80).
011995
012000 FD  REVALUED-FILE
012005     LABEL RECORDS ARE STANDARD
012010     RECORDING MODE IS F.
012015 01  RFD-RECORD.
012020     05  RFD-FOLD-DATE          PIC 9(08).
012025     05  FILLER                 PIC X(01).
012030     05  RFD-ENTRY              PIC X(80).
012100
012200 WORKING-STORAGE SECTION.
012300******************************************************************
025100******************************************************************
025200 01  WS-JOURNAL-FILE-STATUS     PIC X(02) VALUE SPACES.
025300         88  WS-JOURNAL-FILE-OK VALUE "00".
025302
025304******************************************************************
025306*    FILE STATUS FOR THE SUSPENSE LEDGER.  23 ON A READ MEANS NO  *
025308*    ITEM YET FOR THE DATE AND ORIGIN; 35 AT OPEN TIME MEANS NO   *
025310*    LEDGER EXISTS YET AND ONE MUST BE CREATED.                   *
025312******************************************************************
025314 01  WS-LEDGER-FILE-STATUS      PIC X(02) VALUE SPACES.
025316         88  WS-LEDGER-FILE-OK          VALUE "00".
025318         88  WS-LEDGER-KEY-NOT-FOUND    VALUE "23".
025320         88  WS-LEDGER-FILE-NOT-FOUND   VALUE "35".
025322
025324 01  WS-LEDGER-SWITCH           PIC X(01) VALUE "N".
025326         88  WS-LEDGER-PRESENT      VALUE "Y".
025328         88  WS-LEDGER-ABSENT       VALUE "N".
025330
025332******************************************************************
025334*    FILE STATUS FOR THE PENDING CLEARING FILE                    *
025336******************************************************************
025338 01  WS-CLEARING-FILE-STATUS    PIC X(02) VALUE SPACES.
025340         88  WS-CLEARING-FILE-OK     VALUE "00".
025342         88  WS-CLEARING-FILE-AT-END VALUE "10".
025344
025346******************************************************************
025348*    THE RUN DATE STAMPED ON THE LEDGER, THE SIGNED AMOUNT OF THE *
025350*    ITEM IN HAND, AND THE LEDGER AND CLEARING COUNTS             *
025352******************************************************************
025354 01  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
025356 01  W-ITEM-AMOUNT              PIC S9(09)V99 COMP VALUE ZERO.
025358 01  W-ITEMS-RAISED PIC S9(05) COMP VALUE ZERO.
025360 01  W-CLEARINGS-FOLDED PIC S9(05) COMP VALUE ZERO.
025362 01  W-REVALUATIONS-FOLDED PIC S9(05) COMP VALUE ZERO.
025364
025366******************************************************************
025368*    FILE STATUS FOR THE PENDING REVALUATION FILE                 *
025370******************************************************************
025372 01  WS-REVAL-FILE-STATUS       PIC X(02) VALUE SPACES.
025374         88  WS-REVAL-FILE-OK        VALUE "00".
025376         88  WS-REVAL-FILE-AT-END    VALUE "10".
025377
025378******************************************************************
025379*    FILE STATUS FOR THE FOLDED COPIES, WHETHER EACH HELD ENTRIES *
025380*    FOLDED ON THE RUN DATE, AND HOW MANY WERE FOLDED AGAIN       *
025381******************************************************************
025382 01  WS-CLEARED-FILE-STATUS     PIC X(02) VALUE SPACES.
025383         88  WS-CLEARED-FILE-OK      VALUE "00".
025384         88  WS-CLEARED-FILE-AT-END  VALUE "10".
025385 01  WS-REVALUED-FILE-STATUS    PIC X(02) VALUE SPACES.
025386         88  WS-REVALUED-FILE-OK     VALUE "00".
025387         88  WS-REVALUED-FILE-AT-END VALUE "10".
025388 01  WS-CLEARED-SWITCH          PIC X(01) VALUE "N".
025389         88  WS-CLEARED-COPY-CURRENT VALUE "Y".
025390         88  WS-CLEARED-COPY-STALE   VALUE "N".
025391 01  WS-REVALUED-SWITCH         PIC X(01) VALUE "N".
025392         88  WS-REVALUED-COPY-CURRENT VALUE "Y".
025393         88  WS-REVALUED-COPY-STALE   VALUE "N".
025394 01  W-CLEARINGS-REFOLDED PIC S9(05) COMP VALUE ZERO.
025395 01  W-REVALUATIONS-REFOLDED PIC S9(05) COMP VALUE ZERO.
025400
025500 PROCEDURE DIVISION.
025600 0000-MAINLINE SECTION.
029300         SET WS-ACCTMAP-FILE-ABSENT TO TRUE
029400     END-IF.
029500     OPEN OUTPUT JOURNAL-FILE.
029510     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
029512     PERFORM 1150-REFOLD-CLEARINGS THRU
029514         1150-REFOLD-CLEARINGS-EXIT.
029516     PERFORM 1170-REFOLD-REVALUATIONS THRU
029518         1170-REFOLD-REVALUATIONS-EXIT.
029520     PERFORM 1200-FOLD-CLEARINGS THRU 1200-FOLD-CLEARINGS-EXIT.
029522     PERFORM 1400-FOLD-REVALUATIONS THRU
029524         1400-FOLD-REVALUATIONS-EXIT.
029530     PERFORM 1300-OPEN-LEDGER THRU 1300-OPEN-LEDGER-EXIT.
029600 1000-INITIALIZE-EXIT.
029700     EXIT.
029800
031800     END-READ.
031900 1100-LOAD-ONE-MAP-EXIT.
032000     EXIT.
032001
032002 1150-REFOLD-CLEARINGS.
032003******************************************************************
032004*    A RE-RUN ON THE SAME DATE WRITES THE JOURNAL AFRESH, SO THE  *
032005*    CLEARINGS THE DAY'S EARLIER CLEAN RUN FOLDED GO ONTO IT      *
032006*    AGAIN FROM THEIR COPY.  ENTRIES DATED EARLIER ARE ALREADY    *
032007*    ON A JOURNAL THE LEDGER HAS TAKEN AND ARE PASSED OVER.       *
032008******************************************************************
032009     SET WS-CLEARED-COPY-STALE TO TRUE.
032010     OPEN INPUT CLEARED-FILE.
032011     IF NOT WS-CLEARED-FILE-OK
032012         GO TO 1150-REFOLD-CLEARINGS-EXIT
032013     END-IF.
032014     PERFORM 1160-REFOLD-ONE-CLEARING THRU
032015         1160-REFOLD-ONE-CLEARING-EXIT
032016         UNTIL WS-CLEARED-FILE-AT-END.
032017     CLOSE CLEARED-FILE.
032018 1150-REFOLD-CLEARINGS-EXIT.
032019     EXIT.
032020
032021 1160-REFOLD-ONE-CLEARING.
032022     READ CLEARED-FILE
032023     AT END
032024         SET WS-CLEARED-FILE-AT-END TO TRUE
032025         GO TO 1160-REFOLD-ONE-CLEARING-EXIT
032026     END-READ.
032027     IF CFD-FOLD-DATE NOT = WS-RUN-DATE
032028         GO TO 1160-REFOLD-ONE-CLEARING-EXIT
032029     END-IF.
032030     SET WS-CLEARED-COPY-CURRENT TO TRUE.
032031     MOVE CFD-ENTRY TO JRN-RECORD.
032032     WRITE JRN-RECORD.
032033     ADD 1 TO W-JOURNAL-COUNT.
032034     ADD 1 TO W-CLEARINGS-REFOLDED.
032035 1160-REFOLD-ONE-CLEARING-EXIT.
032036     EXIT.
032037
032038 1170-REFOLD-REVALUATIONS.
032039******************************************************************
032040*    THE SAME FOR THE REVALUATION ENTRIES AND THEIR COPY.         *
032041******************************************************************
032042     SET WS-REVALUED-COPY-STALE TO TRUE.
032043     OPEN INPUT REVALUED-FILE.
032044     IF NOT WS-REVALUED-FILE-OK
032045         GO TO 1170-REFOLD-REVALUATIONS-EXIT
032046     END-IF.
032047     PERFORM 1180-REFOLD-ONE-REVALUATION THRU
032048         1180-REFOLD-ONE-REVALUATION-EXIT
032049         UNTIL WS-REVALUED-FILE-AT-END.
032050     CLOSE REVALUED-FILE.
032051 1170-REFOLD-REVALUATIONS-EXIT.
032052     EXIT.
032053
032054 1180-REFOLD-ONE-REVALUATION.
032055     READ REVALUED-FILE
032056     AT END
032057         SET WS-REVALUED-FILE-AT-END TO TRUE
032058         GO TO 1180-REFOLD-ONE-REVALUATION-EXIT
032059     END-READ.
032060     IF RFD-FOLD-DATE NOT = WS-RUN-DATE
032061         GO TO 1180-REFOLD-ONE-REVALUATION-EXIT
032062     END-IF.
032063     SET WS-REVALUED-COPY-CURRENT TO TRUE.
032064     MOVE RFD-ENTRY TO JRN-RECORD.
032065     WRITE JRN-RECORD.
032066     ADD 1 TO W-JOURNAL-COUNT.
032067     ADD 1 TO W-REVALUATIONS-REFOLDED.
032068 1180-REFOLD-ONE-REVALUATION-EXIT.
032069     EXIT.
032100
032101
032102 1200-FOLD-CLEARINGS.
032103******************************************************************
032104*    COPY THE CLEARING ENTRIES KEYED SINCE THE LAST CLEAN RUN     *
032105*    ONTO THE FRONT OF THE FRESH JOURNAL.  THEY WERE WRITTEN IN   *
032106*    BALANCED PAIRS AT THE DESK AND GO ACROSS AS THEY STAND.      *
032107******************************************************************
032108     OPEN INPUT CLEARING-FILE.
032109     IF NOT WS-CLEARING-FILE-OK
032110         GO TO 1200-FOLD-CLEARINGS-EXIT
032111     END-IF.
032112     PERFORM 1210-FOLD-ONE-CLEARING THRU
032113         1210-FOLD-ONE-CLEARING-EXIT
032114         UNTIL WS-CLEARING-FILE-AT-END.
032115     CLOSE CLEARING-FILE.
032116 1200-FOLD-CLEARINGS-EXIT.
032117     EXIT.
032118
032119 1210-FOLD-ONE-CLEARING.
032120     READ CLEARING-FILE
032121     AT END
032122         SET WS-CLEARING-FILE-AT-END TO TRUE
032123     NOT AT END
032124         MOVE CLR-RECORD TO JRN-RECORD
032125         WRITE JRN-RECORD
032126         ADD 1 TO W-JOURNAL-COUNT
032127         ADD 1 TO W-CLEARINGS-FOLDED
032128     END-READ.
032129 1210-FOLD-ONE-CLEARING-EXIT.
032130     EXIT.
032131
032132 1300-OPEN-LEDGER.
032133******************************************************************
032134*    OPEN THE SUSPENSE LEDGER FOR UPDATE, CREATING IT EMPTY THE   *
032135*    FIRST TIME, THE SAME WAY MSTRUPDT CREATES THE MASTER.  A     *
032136*    LEDGER THAT WILL NOT OPEN FAILS THE RUN - A SUSPENSE         *
032137*    OFFSET WITH NO ITEMS BEHIND IT COULD NEVER BE CLEARED.       *
032138******************************************************************
032139     OPEN I-O LEDGER-FILE.
032140     IF WS-LEDGER-FILE-NOT-FOUND
032141         DISPLAY "GLPOST - CREATING NEW SUSPENSE LEDGER"
032142         OPEN OUTPUT LEDGER-FILE
032143         CLOSE LEDGER-FILE
032144         OPEN I-O LEDGER-FILE
032145     END-IF.
032146     IF WS-LEDGER-FILE-OK
032147         SET WS-LEDGER-PRESENT TO TRUE
032148     ELSE
032149         DISPLAY "GLPOST - SUSPENSE LEDGER OPEN FAILED, STATUS "
032150             WS-LEDGER-FILE-STATUS
032151         SET WS-LEDGER-ABSENT TO TRUE
032152         SET WS-PROOF-FAILED TO TRUE
032153     END-IF.
032154 1300-OPEN-LEDGER-EXIT.
032155     EXIT.
032156
032157 1400-FOLD-REVALUATIONS.
032158******************************************************************
032159*    COPY THE PERIOD-END REVALUATION ENTRIES WAITING SINCE THE    *
032160*    LAST CLEAN RUN ONTO THE JOURNAL, AS THE CLEARINGS ARE.  THEY *
032161*    WERE WRITTEN IN BALANCED PAIRS BY FXREVAL.                   *
032162******************************************************************
032163     OPEN INPUT REVAL-FILE.
032164     IF NOT WS-REVAL-FILE-OK
032165         GO TO 1400-FOLD-REVALUATIONS-EXIT
032166     END-IF.
032167     PERFORM 1410-FOLD-ONE-REVALUATION THRU
032168         1410-FOLD-ONE-REVALUATION-EXIT
032169         UNTIL WS-REVAL-FILE-AT-END.
032170     CLOSE REVAL-FILE.
032171 1400-FOLD-REVALUATIONS-EXIT.
032172     EXIT.
032173
032174 1410-FOLD-ONE-REVALUATION.
032175     READ REVAL-FILE
032176     AT END
032177         SET WS-REVAL-FILE-AT-END TO TRUE
032178     NOT AT END
032179         MOVE RVL-RECORD TO JRN-RECORD
032180         WRITE JRN-RECORD
032181         ADD 1 TO W-JOURNAL-COUNT
032182         ADD 1 TO W-REVALUATIONS-FOLDED
032183     END-READ.
032184 1410-FOLD-ONE-REVALUATION-EXIT.
032185     EXIT.
032200 2000-LOAD-SUMMARY.
032300     PERFORM 2100-LOAD-ONE-SUMMARY THRU
032400         2100-LOAD-ONE-SUMMARY-EXIT
048200     MOVE WS-STG-DESC(W-S) TO JRN-DESC.
048300     WRITE JRN-RECORD.
048400     ADD 1 TO W-JOURNAL-COUNT.
048410     PERFORM 4200-RAISE-SUSPENSE-ITEM THRU
048420         4200-RAISE-SUSPENSE-ITEM-EXIT.
048500 4000-WRITE-STAGED-ENTRY-EXIT.
048600     EXIT.
048700
051100 4100-WRITE-SUSPENSE-OFFSET-EXIT.
051200     EXIT.
051300
051301 4200-RAISE-SUSPENSE-ITEM.
051302******************************************************************
051303*    THE ENTRY JUST WRITTEN IS ALSO AN AMOUNT IN SUSPENSE - A     *
051304*    DEBIT TO THE ORIGIN'S ACCOUNT IS A CREDIT TO SUSPENSE AND    *
051305*    THE OTHER WAY ROUND.  ADD IT TO THE ITEM FOR THE DATE AND    *
051306*    ORIGIN, RAISING THE ITEM IF THERE IS NONE.  AN AMOUNT THIS   *
051307*    SAME NIGHT'S EARLIER RUN POSTED IS TAKEN BACK OUT FIRST.     *
051308******************************************************************
051309     IF WS-LEDGER-ABSENT
051310         GO TO 4200-RAISE-SUSPENSE-ITEM-EXIT
051311     END-IF.
051312     IF WS-STG-DC(W-S) = "D"
051313         MOVE WS-STG-AMOUNT(W-S) TO W-ITEM-AMOUNT
051314     ELSE
051315         COMPUTE W-ITEM-AMOUNT = ZERO - WS-STG-AMOUNT(W-S)
051316     END-IF.
051317     MOVE WD-DATE(W-D) TO SL-DATE.
051318     MOVE WS-STG-ORIGIN(W-S) TO SL-ORIGIN.
051319     READ LEDGER-FILE
051320     INVALID KEY
051321         MOVE SPACES TO SL-RECORD
051322         MOVE WD-DATE(W-D) TO SL-DATE
051323         MOVE WS-STG-ORIGIN(W-S) TO SL-ORIGIN
051324         MOVE ZERO TO SL-POSTED-AMOUNT
051325         MOVE ZERO TO SL-CLEARED-AMOUNT
051326         MOVE WS-RUN-DATE TO SL-FIRST-POST-DATE
051327         MOVE ZERO TO SL-LAST-POST-DATE
051328         MOVE ZERO TO SL-LAST-POST-AMOUNT
051329         MOVE ZERO TO SL-LAST-CLEAR-DATE
051330     END-READ.
051331     IF SL-LAST-POST-DATE = WS-RUN-DATE
051332         SUBTRACT SL-LAST-POST-AMOUNT FROM SL-POSTED-AMOUNT
051333     END-IF.
051334     ADD W-ITEM-AMOUNT TO SL-POSTED-AMOUNT.
051335     MOVE WS-RUN-DATE TO SL-LAST-POST-DATE.
051336     MOVE W-ITEM-AMOUNT TO SL-LAST-POST-AMOUNT.
051337     IF SL-POSTED-AMOUNT = SL-CLEARED-AMOUNT
051338         SET SL-STATUS-CLEARED TO TRUE
051339     ELSE
051340         SET SL-STATUS-OPEN TO TRUE
051341     END-IF.
051342     IF WS-LEDGER-KEY-NOT-FOUND
051343         WRITE SL-RECORD
051344         INVALID KEY
051345             DISPLAY "GLPOST - SUSPENSE ITEM WRITE FAILED, "
051346                 "STATUS " WS-LEDGER-FILE-STATUS
051347             SET WS-PROOF-FAILED TO TRUE
051348             GO TO 4200-RAISE-SUSPENSE-ITEM-EXIT
051349         END-WRITE
051350     ELSE
051351         REWRITE SL-RECORD
051352         INVALID KEY
051353             DISPLAY "GLPOST - SUSPENSE ITEM REWRITE FAILED, "
051354                 "STATUS " WS-LEDGER-FILE-STATUS
051355             SET WS-PROOF-FAILED TO TRUE
051356             GO TO 4200-RAISE-SUSPENSE-ITEM-EXIT
051357         END-REWRITE
051358     END-IF.
051359     ADD 1 TO W-ITEMS-RAISED.
051360 4200-RAISE-SUSPENSE-ITEM-EXIT.
051361     EXIT.
051400 5000-PROVE-GRAND-TOTAL.
051500******************************************************************
051600*    THE EXTRACT-WIDE PROOFS - EVERY ORIGIN SUBTOTAL MUST HAVE    *
054800         CLOSE SUMMARY-FILE
054900     END-IF.
055000     CLOSE JOURNAL-FILE.
055010     IF WS-LEDGER-PRESENT
055020         CLOSE LEDGER-FILE
055030     END-IF.
055040     PERFORM 9100-KEEP-CLEARINGS THRU 9100-KEEP-CLEARINGS-EXIT.
055050     PERFORM 9200-KEEP-REVALUATIONS THRU
055060         9200-KEEP-REVALUATIONS-EXIT.
055100     MOVE W-POSTED-DAYS TO WS-DISP-COUNT.
055200     DISPLAY "GLPOST - DAYS POSTED:          " WS-DISP-COUNT.
055300     MOVE W-REFUSED-DAYS TO WS-DISP-COUNT.
055400     DISPLAY "GLPOST - DAYS REFUSED:         " WS-DISP-COUNT.
055500     MOVE W-JOURNAL-COUNT TO WS-DISP-COUNT.
055600     DISPLAY "GLPOST - JOURNAL RECORDS OUT:  " WS-DISP-COUNT.
055610     MOVE W-CLEARINGS-FOLDED TO WS-DISP-COUNT.
055620     DISPLAY "GLPOST - CLEARINGS FOLDED IN:  " WS-DISP-COUNT.
055622     MOVE W-REVALUATIONS-FOLDED TO WS-DISP-COUNT.
055624     DISPLAY "GLPOST - REVALUATIONS FOLDED IN:" WS-DISP-COUNT.
055625     MOVE W-CLEARINGS-REFOLDED TO WS-DISP-COUNT.
055626     DISPLAY "GLPOST - CLEARINGS REFOLDED:   " WS-DISP-COUNT.
055627     MOVE W-REVALUATIONS-REFOLDED TO WS-DISP-COUNT.
055628     DISPLAY "GLPOST - REVALUATIONS REFOLDED:" WS-DISP-COUNT.
055630     MOVE W-ITEMS-RAISED TO WS-DISP-COUNT.
055640     DISPLAY "GLPOST - SUSPENSE ITEMS POSTED:" WS-DISP-COUNT.
055700 9000-TERMINATE-EXIT.
055800     EXIT.
055900
056000 9100-KEEP-CLEARINGS.
056100******************************************************************
056200*    THE JOURNAL OF A RUN THAT ENDS CLEAN STANDS, SO THE          *
056300*    CLEARINGS IT TOOK FROM THE PENDING FILE MOVE ONTO THE COPY,  *
056400*    DATED THE RUN DATE, AND THE PENDING FILE IS EMPTIED.  THE    *
056500*    COPY IS ADDED TO WHEN IT ALREADY HOLDS THE DATE'S CLEARINGS  *
056600*    AND STARTED AFRESH WHEN IT HOLDS AN EARLIER DATE'S.  A RUN   *
056700*    THAT DOES NOT END CLEAN LEAVES BOTH FILES FOR THE RE-RUN.    *
056800******************************************************************
056900     IF WS-PROOF-FAILED
057000         GO TO 9100-KEEP-CLEARINGS-EXIT
057100     END-IF.
057200     IF WS-CLEARED-COPY-CURRENT
057300         OPEN EXTEND CLEARED-FILE
057400     ELSE
057500         OPEN OUTPUT CLEARED-FILE
057600     END-IF.
057700     IF W-CLEARINGS-FOLDED = ZERO
057800         CLOSE CLEARED-FILE
057900         GO TO 9100-KEEP-CLEARINGS-EXIT
058000     END-IF.
058100     OPEN INPUT CLEARING-FILE.
058200     IF NOT WS-CLEARING-FILE-OK
058300         DISPLAY "GLPOST - PENDING CLEARINGS NOT KEPT, STATUS "
058400             WS-CLEARING-FILE-STATUS
058500         CLOSE CLEARED-FILE
058600         GO TO 9100-KEEP-CLEARINGS-EXIT
058700     END-IF.
058800     PERFORM 9110-KEEP-ONE-CLEARING THRU
058900         9110-KEEP-ONE-CLEARING-EXIT
059000         UNTIL WS-CLEARING-FILE-AT-END.
059100     CLOSE CLEARING-FILE.
059200     CLOSE CLEARED-FILE.
059300     OPEN OUTPUT CLEARING-FILE.
059400     CLOSE CLEARING-FILE.
059500 9100-KEEP-CLEARINGS-EXIT.
059600     EXIT.
059700
059800 9110-KEEP-ONE-CLEARING.
059900     READ CLEARING-FILE
060000     AT END
060100         SET WS-CLEARING-FILE-AT-END TO TRUE
060200         GO TO 9110-KEEP-ONE-CLEARING-EXIT
060300     END-READ.
060400     MOVE SPACES TO CFD-RECORD.
060500     MOVE WS-RUN-DATE TO CFD-FOLD-DATE.
060600     MOVE CLR-RECORD TO CFD-ENTRY.
060700     WRITE CFD-RECORD.
060800 9110-KEEP-ONE-CLEARING-EXIT.
060900     EXIT.
061000
061100 9200-KEEP-REVALUATIONS.
061200******************************************************************
061300*    THE SAME FOR THE REVALUATION ENTRIES AND THEIR COPY.         *
061400******************************************************************
061500     IF WS-PROOF-FAILED
061600         GO TO 9200-KEEP-REVALUATIONS-EXIT
061700     END-IF.
061800     IF WS-REVALUED-COPY-CURRENT
061900         OPEN EXTEND REVALUED-FILE
062000     ELSE
062100         OPEN OUTPUT REVALUED-FILE
062200     END-IF.
062300     IF W-REVALUATIONS-FOLDED = ZERO
062400         CLOSE REVALUED-FILE
062500         GO TO 9200-KEEP-REVALUATIONS-EXIT
062600     END-IF.
062700     OPEN INPUT REVAL-FILE.
062800     IF NOT WS-REVAL-FILE-OK
062900         DISPLAY "GLPOST - PENDING REVALUATIONS NOT KEPT, STATUS "
063000             WS-REVAL-FILE-STATUS
063100         CLOSE REVALUED-FILE
063200         GO TO 9200-KEEP-REVALUATIONS-EXIT
063300     END-IF.
063400     PERFORM 9210-KEEP-ONE-REVALUATION THRU
063500         9210-KEEP-ONE-REVALUATION-EXIT
063600         UNTIL WS-REVAL-FILE-AT-END.
063700     CLOSE REVAL-FILE.
063800     CLOSE REVALUED-FILE.
063900     OPEN OUTPUT REVAL-FILE.
064000     CLOSE REVAL-FILE.
064100 9200-KEEP-REVALUATIONS-EXIT.
064200     EXIT.
064300
064400 9210-KEEP-ONE-REVALUATION.
064500     READ REVAL-FILE
064600     AT END
064700         SET WS-REVAL-FILE-AT-END TO TRUE
064800         GO TO 9210-KEEP-ONE-REVALUATION-EXIT
064900     END-READ.
065000     MOVE SPACES TO RFD-RECORD.
065100     MOVE WS-RUN-DATE TO RFD-FOLD-DATE.
065200     MOVE RVL-RECORD TO RFD-ENTRY.
065300     WRITE RFD-RECORD.
065400 9210-KEEP-ONE-REVALUATION-EXIT.
065500     EXIT.
