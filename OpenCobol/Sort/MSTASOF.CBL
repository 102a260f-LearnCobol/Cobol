000100******************************************************************
000200* PROGRAM-ID.  MSTASOF                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* AS-OF REBUILD OF THE KEYED MASTER.  REPLAYS THE BEFORE/AFTER    *
000900* HISTORY (MSTHIST, SEE MSTHREC) FROM THE TOP UP TO A REQUESTED   *
001000* DATE AND TIME TO SHOW THE BOOK AS IT STOOD THEN - WHAT THE      *
001100* AUDITORS ASK FOR AT QUARTER END - WITHOUT DIGGING OUT OLD       *
001200* COPIES OF MSTFILE.  EACH IMAGE LEAVES ITS ID AS THE AFTER       *
001300* IMAGE SHOWS IT:                                                 *
001400*                                                                 *
001500*     A U J R   THE AFTER AMOUNT, DATE, CURRENCY AND AMOUNT AS    *
001600*               SENT; THE LAST-MAINTAINED DATE IS THE APPLY DATE. *
001700*     D         THE ID COMES OFF.                                 *
001800*     B         AS A, U, J OR R - EXCEPT A BACKOUT OF AN ADD,     *
001900*               WHOSE AFTER AMOUNT AND DATE ARE BOTH ZERO (THE    *
002000*               TEST MSTRUPDT USES TO TELL AN ADD), TAKES THE ID  *
002100*               OFF AGAIN.                                        *
002200*                                                                 *
002300* AN IMAGE FROM BEFORE MH-AFTER-CURRENCY WAS CARRIED DOES NOT SAY *
002400* WHAT CURRENCY AN ADD OR UPDATE LEFT.  THE NEXT IMAGE FOR THE ID *
002500* DOES (ITS BEFORE CURRENCY), SO THE REPLAY TAKES IT FROM THERE - *
002600* READING ON PAST THE AS-OF POINT FOR IT IF NEED BE.              *
002700*                                                                 *
002800* THE REBUILT BOOK IS WRITTEN IN THE MASTER LAYOUT (MSTREC) TO    *
002900* ASOFMST, KEYED ON THE ID LIKE MSTFILE, SO THE INQUIRY AND       *
003000* REPORT JOBS CAN BE POINTED AT IT.  THE LISTING (ASOFRPT) SHOWS  *
003100* EVERY POSITION, THEN THE COUNT AND TOTALS FOR EACH CURRENCY.    *
003200*                                                                 *
003300* INTEGRITY PROOF.  RUN WITH TODAY'S DATE, THE REPLAY TAKES EVERY *
003400* IMAGE ON FILE AND IS THEN PROVED ID BY ID AGAINST THE LIVE      *
003500* MSTFILE.  AN ID ON ONE AND NOT THE OTHER, OR WHOSE AMOUNT,      *
003600* DATE, CURRENCY, AMOUNT AS SENT OR LAST-MAINTAINED DATE          *
003700* DISAGREE, IS LISTED AS AN INTEGRITY BREAK - A CHANGE MADE       *
003800* OUTSIDE MSTRUPDT, APPRMNT, FXREVAL AND MSTBKOUT, WHICH ALL      *
003900* WRITE AN IMAGE.  A CURRENCY OR AMOUNT AS SENT THE HISTORY DOES  *
004000* NOT KNOW IS NOT COMPARED.                                       *
004100*                                                                 *
004200* PARAMETER CARD (ASOFPARM, ONE LINE):                            *
004300*     POS  1-8    AS-OF DATE, YYYYMMDD.                           *
004400*     POS 10-15   AS-OF TIME, HHMMSS - SPACES FOR THE END OF THE  *
004500*                 DAY.  IGNORED WHEN THE DATE IS TODAY.           *
004600*                                                                 *
004700* RETURN CODES:                                                   *
004800*     0   BOOK REBUILT (AND, FOR TODAY, PROVED CLEAN).            *
004900*     8   NO USABLE PARAMETER CARD, OR INTEGRITY BREAKS FOUND.    *
005000*     12  THE LISTING, THE AS-OF FILE OR THE MASTER WOULD NOT     *
005100*         OPEN.                                                   *
005200*-----------------------------------------------------------------*
005300* MODIFICATION HISTORY                                            *
005400*  DATE       INIT  DESCRIPTION                                   *
005500*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
005600******************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. MSTASOF.
005900 AUTHOR. D.MAINT.
006000 INSTALLATION. DATA PROCESSING.
006100 DATE-WRITTEN. 15/10/2026.
006200 DATE-COMPILED.
006300
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700*-----------------------------------------------------------------*
006800* THE BEFORE/AFTER HISTORY, REPLAYED FROM THE TOP.                *
006900*-----------------------------------------------------------------*
007000     SELECT HISTORY-FILE ASSIGN TO "MSTHIST"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-HISTORY-FILE-STATUS.
007300
007400*-----------------------------------------------------------------*
007500* THE PARAMETER CARD NAMING THE AS-OF DATE AND TIME.              *
007600*-----------------------------------------------------------------*
007700     SELECT PARM-FILE ASSIGN TO "ASOFPARM"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-PARM-FILE-STATUS.
008000
008100*-----------------------------------------------------------------*
008200* THE REBUILT BOOK, IN THE MASTER LAYOUT - BUILT AFRESH EACH RUN. *
008300*-----------------------------------------------------------------*
008400     SELECT ASOF-FILE ASSIGN TO "ASOFMST"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS ASF-ID
008800         FILE STATUS IS WS-ASOF-FILE-STATUS.
008900
009000*-----------------------------------------------------------------*
009100* THE LIVE KEYED MASTER - READ IN KEY ORDER FOR THE PROOF ONLY.   *
009200*-----------------------------------------------------------------*
009300     SELECT MASTER-FILE ASSIGN TO "MSTFILE"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS MST-ID
009700         FILE STATUS IS WS-MASTER-FILE-STATUS.
009800
009900*-----------------------------------------------------------------*
010000* THE PRINTED AS-OF LISTING AND PROOF.                            *
010100*-----------------------------------------------------------------*
010200     SELECT REPORT-FILE ASSIGN TO "ASOFRPT"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-REPORT-FILE-STATUS.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  HISTORY-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
011100 01  HIST-RECORD.
011200     COPY MSTHREC.
011300
011400 FD  PARM-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORDING MODE IS F.
011700 01  PRM-RECORD.
011800     05  PRM-ASOF-DATE          PIC X(08).
011900     05  FILLER                 PIC X(01).
012000     05  PRM-ASOF-TIME          PIC X(06).
012100     05  FILLER                 PIC X(65).
012200
012300 FD  ASOF-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  ASF-RECORD.
012600     COPY MSTREC REPLACING LEADING ==MST-== BY ==ASF-==.
012700
012800 FD  MASTER-FILE
012900     LABEL RECORDS ARE STANDARD.
013000 01  MST-RECORD.
013100     COPY MSTREC.
013200
013300 FD  REPORT-FILE
013400     LABEL RECORDS ARE STANDARD
013500     RECORDING MODE IS F.
013600 01  RPT-LINE                       PIC X(80).
013700
013800 WORKING-STORAGE SECTION.
013900******************************************************************
014000*    THE AS-OF POINT AND THE STAMP OF THE IMAGE IN HAND, EACH A   *
014100*    DATE THEN A TIME SO THEY COMPARE IN ORDER.                   *
014200******************************************************************
014300 01  WS-ASOF-STAMP.
014400     05  WS-ASOF-DATE           PIC 9(08) VALUE ZERO.
014500     05  WS-ASOF-TIME           PIC 9(06) VALUE ZERO.
014600 01  WS-IMAGE-STAMP.
014700     05  WS-IMAGE-DATE          PIC 9(08) VALUE ZERO.
014800     05  WS-IMAGE-TIME          PIC 9(06) VALUE ZERO.
014900
015000 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
015100 01  WS-NOW-TIME                PIC 9(06) VALUE ZERO.
015200
015300 01  WS-PARM-SWITCH             PIC X(01) VALUE "N".
015400         88  WS-PARM-GOOD           VALUE "Y".
015500         88  WS-PARM-BAD            VALUE "N".
015600
015700 01  WS-PROVE-SWITCH            PIC X(01) VALUE "N".
015800         88  WS-PROVE-WANTED        VALUE "Y".
015900         88  WS-PROVE-NOT-WANTED    VALUE "N".
016000
016100******************************************************************
016200*    SET WHEN A FILE THE RUN CANNOT DO WITHOUT WILL NOT OPEN      *
016300******************************************************************
016400 01  WS-RUN-SWITCH              PIC X(01) VALUE "Y".
016500         88  WS-RUN-OK              VALUE "Y".
016600         88  WS-RUN-FAILED          VALUE "N".
016700
016800 01  WS-BOOK-SWITCH             PIC X(01) VALUE "N".
016900         88  WS-BOOK-OPEN           VALUE "Y".
017000         88  WS-BOOK-CLOSED         VALUE "N".
017100
017200******************************************************************
017300*    WHETHER THE IMAGE'S ID IS ALREADY ON THE REBUILT BOOK        *
017400******************************************************************
017500 01  WS-POSITION-SWITCH         PIC X(01) VALUE "N".
017600         88  WS-POSITION-HELD       VALUE "Y".
017700         88  WS-POSITION-NEW        VALUE "N".
017800
017900******************************************************************
018000*    RUN COUNTS                                                   *
018100******************************************************************
018200 01  W-IMAGE-COUNT PIC S9(07) COMP VALUE ZERO.
018300 01  W-REPLAYED-COUNT PIC S9(07) COMP VALUE ZERO.
018400 01  W-LATER-COUNT PIC S9(07) COMP VALUE ZERO.
018500 01  W-SKIPPED-COUNT PIC S9(07) COMP VALUE ZERO.
018600 01  W-POSITION-COUNT PIC S9(07) COMP VALUE ZERO.
018700 01  W-BOOK-TOTAL PIC S9(09)V99 COMP VALUE ZERO.
018800 01  W-PROVED-COUNT PIC S9(07) COMP VALUE ZERO.
018900 01  W-BREAK-COUNT PIC S9(07) COMP VALUE ZERO.
019000
019100******************************************************************
019200*    COUNT AND TOTALS PER CURRENCY ON THE REBUILT BOOK - THE      *
019300*    BASE AMOUNT AND THE AMOUNT AS SENT, WHERE KNOWN.  A          *
019400*    CURRENCY BEYOND THE CEILING STILL COUNTS IN THE BOOK TOTAL   *
019500*    BUT HAS NO LINE OF ITS OWN.                                  *
019600******************************************************************
019700     78  W-MAX-CCYS VALUE 50.
019800 01  W-CCY-COUNT PIC S9(04) COMP VALUE ZERO.
019900 01  W-CCY-TABLE.
020000     05  W-CCY-ENTRY OCCURS 1 TO W-MAX-CCYS TIMES
020100             DEPENDING ON W-CCY-COUNT.
020200         10  WC-CURRENCY        PIC X(03).
020300         10  WC-POS-COUNT       PIC S9(07) COMP.
020400         10  WC-AMOUNT          PIC S9(09)V99 COMP.
020500         10  WC-ORIG-AMOUNT     PIC S9(09)V99 COMP.
020600
020700******************************************************************
020800*    HOLDING AREA USED WHEN SWAPPING TWO CURRENCY ENTRIES         *
020900******************************************************************
021000 01  W-SWAP-CCY-ENTRY.
021100     05  SWC-CURRENCY           PIC X(03).
021200     05  SWC-POS-COUNT          PIC S9(07) COMP.
021300     05  SWC-AMOUNT             PIC S9(09)V99 COMP.
021400     05  SWC-ORIG-AMOUNT        PIC S9(09)V99 COMP.
021500
021600 01  WS-CCY-FOUND-SWITCH        PIC X(01) VALUE "N".
021700         88  WS-CCY-FOUND           VALUE "Y".
021800         88  WS-CCY-NOT-FOUND       VALUE "N".
021900
022000 01  WS-CCY-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
022100         88  WS-CCY-TABLE-OVERFLOWED VALUE "Y".
022200         88  WS-CCY-TABLE-FIT        VALUE "N".
022300
022400******************************************************************
022500*    SUBSCRIPTS AND THE SWAP SWITCH FOR THE CURRENCY SORT         *
022600******************************************************************
022700 01  W-C PIC S9(04) COMP VALUE 1.
022800 01  W-K PIC S9(04) COMP VALUE 1.
022900 01  W-LIMIT PIC S9(04) COMP VALUE ZERO.
023000
023100 01  WS-SWAP-SWITCH             PIC X(01) VALUE "N".
023200         88  WS-SWAP-OCCURRED    VALUE "Y".
023300         88  WS-NO-SWAP-OCCURRED VALUE "N".
023400
023500******************************************************************
023600*    THE KEYS IN HAND ON EACH SIDE OF THE PROOF - HIGH-VALUES     *
023700*    ONCE THAT SIDE HAS RUN OUT.                                  *
023800******************************************************************
023900 01  WS-ASF-KEY                 PIC X(10) VALUE SPACES.
024000 01  WS-MST-KEY                 PIC X(10) VALUE SPACES.
024100 01  WS-BREAK-TEXT              PIC X(30) VALUE SPACES.
024200
024300******************************************************************
024400*    FILE STATUS FOR THE HISTORY FILE                             *
024500******************************************************************
024600 01  WS-HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.
024700         88  WS-HISTORY-FILE-OK     VALUE "00".
024800         88  WS-HISTORY-FILE-AT-END VALUE "10".
024900
025000 01  WS-HISTORY-SWITCH          PIC X(01) VALUE "N".
025100         88  WS-HISTORY-FILE-PRESENT VALUE "Y".
025200         88  WS-HISTORY-FILE-ABSENT  VALUE "N".
025300
025400******************************************************************
025500*    FILE STATUS FOR THE PARAMETER CARD                           *
025600******************************************************************
025700 01  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
025800         88  WS-PARM-FILE-OK    VALUE "00".
025900
026000******************************************************************
026100*    FILE STATUS FOR THE REBUILT BOOK                             *
026200******************************************************************
026300 01  WS-ASOF-FILE-STATUS        PIC X(02) VALUE SPACES.
026400         88  WS-ASOF-FILE-OK        VALUE "00".
026500         88  WS-ASOF-FILE-AT-END    VALUE "10".
026600
026700******************************************************************
026800*    FILE STATUS FOR THE KEYED MASTER.  35 MEANS THERE IS NO      *
026900*    MASTER AT ALL - EVERY REBUILT POSITION IS THEN A BREAK.      *
027000******************************************************************
027100 01  WS-MASTER-FILE-STATUS      PIC X(02) VALUE SPACES.
027200         88  WS-MASTER-FILE-OK          VALUE "00".
027300         88  WS-MASTER-FILE-AT-END      VALUE "10".
027400         88  WS-MASTER-FILE-NOT-FOUND   VALUE "35".
027500
027600 01  WS-MASTER-SWITCH           PIC X(01) VALUE "N".
027700         88  WS-MASTER-PRESENT      VALUE "Y".
027800         88  WS-MASTER-ABSENT       VALUE "N".
027900
028000******************************************************************
028100*    FILE STATUS FOR THE PRINT REPORT                             *
028200******************************************************************
028300 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
028400         88  WS-REPORT-FILE-OK  VALUE "00".
028500
028600******************************************************************
028700*    PAGE CONTROL FOR THE PRINT REPORT.  EACH PART OF THE         *
028800*    LISTING STARTS A PAGE UNDER ITS OWN COLUMN CAPTIONS.         *
028900******************************************************************
029000     78  W-LINES-PER-PAGE VALUE 50.
029100 01  WS-PAGE-NUM                PIC 9(04) VALUE ZERO.
029200 01  WS-LINE-COUNT              PIC 9(04) VALUE ZERO.
029300 01  WS-HDR-PAGE                PIC ZZZ9.
029400 01  WS-HELD-LINE               PIC X(80) VALUE SPACES.
029500 01  WS-CAPTION-LINE            PIC X(80) VALUE SPACES.
029600
029700******************************************************************
029800*    EDITED FIELDS FOR THE REPORT LINES.  AN AMOUNT AS SENT THE   *
029900*    HISTORY DOES NOT KNOW PRINTS BLANK.                          *
030000******************************************************************
030100 01  WS-POSITION-LINE.
030200     05  WS-PL-ID               PIC X(10).
030300     05  FILLER                 PIC X(02) VALUE SPACES.
030400     05  WS-PL-CURRENCY         PIC X(03).
030500     05  FILLER                 PIC X(02) VALUE SPACES.
030600     05  WS-PL-AMOUNT           PIC +++++9.99.
030700     05  FILLER                 PIC X(02) VALUE SPACES.
030800     05  WS-PL-ORIG-AMOUNT      PIC +++++9.99.
030900     05  WS-PL-ORIG-X REDEFINES WS-PL-ORIG-AMOUNT
031000                                PIC X(09).
031100     05  FILLER                 PIC X(02) VALUE SPACES.
031200     05  WS-PL-DATE             PIC 9(08).
031300     05  FILLER                 PIC X(02) VALUE SPACES.
031400     05  WS-PL-MAINT-DATE       PIC 9(08).
031500     05  FILLER                 PIC X(23) VALUE SPACES.
031600
031700 01  WS-CCY-LINE.
031800     05  WS-CL-CURRENCY         PIC X(03).
031900     05  FILLER                 PIC X(03) VALUE SPACES.
032000     05  WS-CL-COUNT            PIC ZZZZZZ9.
032100     05  FILLER                 PIC X(03) VALUE SPACES.
032200     05  WS-CL-AMOUNT           PIC +(9)9.99.
032300     05  FILLER                 PIC X(03) VALUE SPACES.
032400     05  WS-CL-ORIG-AMOUNT      PIC +(9)9.99.
032500     05  FILLER                 PIC X(38) VALUE SPACES.
032600
032700 01  WS-BREAK-LINE.
032800     05  WS-BL-ID               PIC X(10).
032900     05  FILLER                 PIC X(02) VALUE SPACES.
033000     05  WS-BL-TEXT             PIC X(30).
033100     05  FILLER                 PIC X(02) VALUE SPACES.
033200     05  WS-BL-HIST-AMOUNT      PIC +++++9.99.
033300     05  WS-BL-HIST-X REDEFINES WS-BL-HIST-AMOUNT
033400                                PIC X(09).
033500     05  FILLER                 PIC X(02) VALUE SPACES.
033600     05  WS-BL-MST-AMOUNT       PIC +++++9.99.
033700     05  WS-BL-MST-X REDEFINES WS-BL-MST-AMOUNT
033800                                PIC X(09).
033900     05  FILLER                 PIC X(16) VALUE SPACES.
034000
034100 01  WS-DISP-AMOUNT             PIC +(9)9.99.
034200 01  WS-DISP-COUNT              PIC ZZZZZZ9.
034300
034400 PROCEDURE DIVISION.
034500 0000-MAINLINE SECTION.
034600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
034700     IF WS-PARM-GOOD AND WS-RUN-OK
034800         PERFORM 2000-REPLAY-ONE-IMAGE THRU
034900             2000-REPLAY-ONE-IMAGE-EXIT
035000             UNTIL WS-HISTORY-FILE-AT-END
035100         PERFORM 3000-LIST-POSITIONS THRU 3000-LIST-POSITIONS-EXIT
035200         PERFORM 4000-PRINT-CCY-TOTALS THRU
035300             4000-PRINT-CCY-TOTALS-EXIT
035400         IF WS-PROVE-WANTED
035500             PERFORM 5000-PROVE-AGAINST-MASTER THRU
035600                 5000-PROVE-AGAINST-MASTER-EXIT
035700         END-IF
035800     END-IF.
035900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
036000     EVALUATE TRUE
036100         WHEN WS-PARM-BAD
036200             MOVE 8 TO RETURN-CODE
036300         WHEN WS-RUN-FAILED
036400             MOVE 12 TO RETURN-CODE
036500         WHEN W-BREAK-COUNT > ZERO
036600             MOVE 8 TO RETURN-CODE
036700     END-EVALUATE.
036800     GOBACK.
036900
037000 1000-INITIALIZE.
037100******************************************************************
037200*    READ AND EDIT THE PARAMETER CARD, THEN OPEN THE LISTING, A   *
037300*    FRESH AS-OF FILE AND THE HISTORY.  TODAY'S DATE REPLAYS THE  *
037400*    WHOLE HISTORY AND ASKS FOR THE PROOF.  NO HISTORY FILE IS AN *
037500*    EMPTY BOOK.                                                  *
037600******************************************************************
037700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
037800     MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
037900     OPEN INPUT PARM-FILE.
038000     IF WS-PARM-FILE-OK
038100         READ PARM-FILE
038200         AT END
038300             CONTINUE
038400         NOT AT END
038500             IF PRM-ASOF-DATE IS NUMERIC
038600                 MOVE PRM-ASOF-DATE TO WS-ASOF-DATE
038700                 MOVE 235959 TO WS-ASOF-TIME
038800                 SET WS-PARM-GOOD TO TRUE
038900                 IF PRM-ASOF-TIME IS NUMERIC
039000                     MOVE PRM-ASOF-TIME TO WS-ASOF-TIME
039100                 END-IF
039200             END-IF
039300         END-READ
039400         CLOSE PARM-FILE
039500     END-IF.
039600     IF WS-PARM-BAD
039700         DISPLAY "MSTASOF - NO AS-OF DATE ON THE PARAMETER CARD, "
039800             "RUN REFUSED"
039900         GO TO 1000-INITIALIZE-EXIT
040000     END-IF.
040100     IF WS-ASOF-DATE = WS-TODAY-DATE
040200         MOVE 235959 TO WS-ASOF-TIME
040300         SET WS-PROVE-WANTED TO TRUE
040400     END-IF.
040500     DISPLAY "MSTASOF - REBUILDING THE MASTER AS AT " WS-ASOF-DATE
040600         " " WS-ASOF-TIME.
040700     OPEN OUTPUT REPORT-FILE.
040800     IF NOT WS-REPORT-FILE-OK
040900         DISPLAY "MSTASOF - REPORT OPEN FAILED, STATUS "
041000             WS-REPORT-FILE-STATUS
041100         SET WS-RUN-FAILED TO TRUE
041200         GO TO 1000-INITIALIZE-EXIT
041300     END-IF.
041400     OPEN OUTPUT ASOF-FILE.
041500     IF WS-ASOF-FILE-OK
041600         CLOSE ASOF-FILE
041700         OPEN I-O ASOF-FILE
041800     END-IF.
041900     IF NOT WS-ASOF-FILE-OK
042000         DISPLAY "MSTASOF - AS-OF FILE OPEN FAILED, STATUS "
042100             WS-ASOF-FILE-STATUS
042200         CLOSE REPORT-FILE
042300         SET WS-RUN-FAILED TO TRUE
042400         GO TO 1000-INITIALIZE-EXIT
042500     END-IF.
042600     SET WS-BOOK-OPEN TO TRUE.
042700     OPEN INPUT HISTORY-FILE.
042800     IF WS-HISTORY-FILE-OK
042900         SET WS-HISTORY-FILE-PRESENT TO TRUE
043000     ELSE
043100         DISPLAY "MSTASOF - NO HISTORY FILE PRESENT, THE BOOK "
043200             "IS EMPTY"
043300         SET WS-HISTORY-FILE-ABSENT TO TRUE
043400         SET WS-HISTORY-FILE-AT-END TO TRUE
043500     END-IF.
043600 1000-INITIALIZE-EXIT.
043700     EXIT.
043800
043900 2000-REPLAY-ONE-IMAGE.
044000******************************************************************
044100*    ONE HISTORY IMAGE.  UP TO THE AS-OF POINT IT IS APPLIED TO   *
044200*    THE REBUILT BOOK; AFTER IT, IT CAN ONLY FILL IN A CURRENCY   *
044300*    AN OLDER IMAGE LEFT UNKNOWN.                                 *
044400******************************************************************
044500     READ HISTORY-FILE
044600     AT END
044700         SET WS-HISTORY-FILE-AT-END TO TRUE
044800         GO TO 2000-REPLAY-ONE-IMAGE-EXIT
044900     END-READ.
045000     ADD 1 TO W-IMAGE-COUNT.
045100     IF MH-APPLY-DATE NOT NUMERIC OR MH-APPLY-TIME NOT NUMERIC
045200         DISPLAY "MSTASOF - IMAGE WITH NO APPLY DATE SKIPPED, ID "
045300             MH-ID
045400         ADD 1 TO W-SKIPPED-COUNT
045500         GO TO 2000-REPLAY-ONE-IMAGE-EXIT
045600     END-IF.
045700     MOVE MH-APPLY-DATE TO WS-IMAGE-DATE.
045800     MOVE MH-APPLY-TIME TO WS-IMAGE-TIME.
045900     MOVE MH-ID TO ASF-ID.
046000     READ ASOF-FILE
046100     INVALID KEY
046200         SET WS-POSITION-NEW TO TRUE
046300     NOT INVALID KEY
046400         SET WS-POSITION-HELD TO TRUE
046500     END-READ.
046600     IF WS-IMAGE-STAMP > WS-ASOF-STAMP
046700         ADD 1 TO W-LATER-COUNT
046800         PERFORM 2300-FILL-CURRENCY THRU 2300-FILL-CURRENCY-EXIT
046900         GO TO 2000-REPLAY-ONE-IMAGE-EXIT
047000     END-IF.
047100     EVALUATE TRUE
047200         WHEN MH-ACTION = "D"
047300             PERFORM 2200-DROP-POSITION THRU
047400                 2200-DROP-POSITION-EXIT
047500         WHEN MH-ACTION = "B" AND MH-AFTER-AMOUNT = ZERO
047600                 AND MH-AFTER-DATE = ZERO
047700             PERFORM 2200-DROP-POSITION THRU
047800                 2200-DROP-POSITION-EXIT
047900         WHEN MH-ACTION = "A" OR "U" OR "J" OR "R" OR "B"
048000             PERFORM 2100-SET-POSITION THRU 2100-SET-POSITION-EXIT
048100         WHEN OTHER
048200             DISPLAY "MSTASOF - UNKNOWN ACTION " MH-ACTION
048300                 " SKIPPED, ID " MH-ID
048400             ADD 1 TO W-SKIPPED-COUNT
048500             GO TO 2000-REPLAY-ONE-IMAGE-EXIT
048600     END-EVALUATE.
048700     ADD 1 TO W-REPLAYED-COUNT.
048800 2000-REPLAY-ONE-IMAGE-EXIT.
048900     EXIT.
049000
049100 2100-SET-POSITION.
049200******************************************************************
049300*    LEAVE THE ID AS THE AFTER IMAGE SHOWS IT.  THE BEFORE        *
049400*    CURRENCY SETTLES ANY CURRENCY STILL UNKNOWN FROM AN OLDER    *
049500*    IMAGE (A "B" IMAGE CARRIES THE RESTORED CURRENCY THERE, NOT  *
049600*    THE BEFORE ONE).  WITH NO AFTER CURRENCY ON THE IMAGE, A     *
049700*    "J", "R" OR "B" LEAVES THE CURRENCY IT NAMES AND AN ADD OR   *
049800*    UPDATE LEAVES IT AS IT WAS.                                  *
049900******************************************************************
050000     IF WS-POSITION-NEW
050100         MOVE SPACES TO ASF-RECORD
050200         MOVE MH-ID TO ASF-ID
050300     END-IF.
050400     IF MH-ACTION NOT = "B" AND MH-CURRENCY NOT = SPACES
050500         MOVE MH-CURRENCY TO ASF-CURRENCY
050600     END-IF.
050700     MOVE MH-AFTER-AMOUNT TO ASF-AMOUNT.
050800     MOVE MH-AFTER-DATE TO ASF-DATE.
050900     MOVE MH-APPLY-DATE TO ASF-LAST-MAINT-DATE.
051000     MOVE MH-AFTER-ORIG-X TO ASF-ORIG-AMOUNT-X.
051100     IF MH-AFTER-CURRENCY NOT = SPACES
051200         MOVE MH-AFTER-CURRENCY TO ASF-CURRENCY
051300     ELSE
051400         IF MH-ACTION = "J" OR "R" OR "B"
051500             MOVE MH-CURRENCY TO ASF-CURRENCY
051600         END-IF
051700     END-IF.
051800     IF WS-POSITION-NEW
051900         WRITE ASF-RECORD
052000         INVALID KEY
052100             DISPLAY "MSTASOF - REBUILT POSITION NOT WRITTEN, ID "
052200                 MH-ID
052300         END-WRITE
052400     ELSE
052500         REWRITE ASF-RECORD
052600         INVALID KEY
052700             DISPLAY "MSTASOF - REBUILT POSITION NOT REWRITTEN, "
052800                 "ID " MH-ID
052900         END-REWRITE
053000     END-IF.
053100 2100-SET-POSITION-EXIT.
053200     EXIT.
053300
053400 2200-DROP-POSITION.
053500******************************************************************
053600*    TAKE THE ID OFF THE REBUILT BOOK.  AN ID THE REPLAY HAS NOT  *
053700*    SEEN WAS ON THE MASTER BEFORE THE HISTORY BEGAN - THERE IS   *
053800*    NOTHING TO TAKE OFF.                                         *
053900******************************************************************
054000     IF WS-POSITION-HELD
054100         DELETE ASOF-FILE
054200         INVALID KEY
054300             DISPLAY "MSTASOF - REBUILT POSITION NOT DELETED, ID "
054400                 MH-ID
054500         END-DELETE
054600     END-IF.
054700 2200-DROP-POSITION-EXIT.
054800     EXIT.
054900
055000 2300-FILL-CURRENCY.
055100******************************************************************
055200*    AN IMAGE AFTER THE AS-OF POINT.  ITS BEFORE CURRENCY IS THE  *
055300*    CURRENCY THE ID STOOD IN AT THE AS-OF POINT, SO IT FILLS IN  *
055400*    ONE THE REPLAY COULD NOT SETTLE.  A "B" IMAGE CARRIES THE    *
055500*    RESTORED CURRENCY, NOT THE BEFORE ONE, SO IT IS PASSED BY.   *
055600******************************************************************
055700     IF WS-POSITION-NEW
055800         OR MH-ACTION = "B"
055900         OR MH-CURRENCY = SPACES
056000         OR ASF-CURRENCY NOT = SPACES
056100         GO TO 2300-FILL-CURRENCY-EXIT
056200     END-IF.
056300     MOVE MH-CURRENCY TO ASF-CURRENCY.
056400     REWRITE ASF-RECORD
056500     INVALID KEY
056600         DISPLAY "MSTASOF - REBUILT POSITION NOT REWRITTEN, ID "
056700             MH-ID
056800     END-REWRITE.
056900 2300-FILL-CURRENCY-EXIT.
057000     EXIT.
057100
057200 3000-LIST-POSITIONS.
057300******************************************************************
057400*    THE REBUILT BOOK IN ID ORDER, ONE LINE A POSITION, EACH      *
057500*    ROLLED INTO ITS CURRENCY'S TOTALS.                           *
057600******************************************************************
057700     MOVE SPACES TO WS-CAPTION-LINE.
057800     MOVE "ID" TO WS-CAPTION-LINE(1:2).
057900     MOVE "CCY" TO WS-CAPTION-LINE(13:3).
058000     MOVE "AMOUNT" TO WS-CAPTION-LINE(21:6).
058100     MOVE "AS SENT" TO WS-CAPTION-LINE(31:7).
058200     MOVE "POS.DATE" TO WS-CAPTION-LINE(40:8).
058300     MOVE "LAST MNT" TO WS-CAPTION-LINE(50:8).
058400     MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT.
058500     MOVE "POSITIONS" TO RPT-LINE.
058600     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
058700     MOVE LOW-VALUES TO ASF-ID.
058800     START ASOF-FILE KEY NOT < ASF-ID
058900     INVALID KEY
059000         SET WS-ASOF-FILE-AT-END TO TRUE
059100     END-START.
059200     IF NOT WS-ASOF-FILE-AT-END
059300         PERFORM 3100-LIST-ONE-POSITION THRU
059400             3100-LIST-ONE-POSITION-EXIT
059500             UNTIL WS-ASOF-FILE-AT-END
059600     END-IF.
059700     MOVE SPACES TO RPT-LINE.
059800     IF W-POSITION-COUNT = ZERO
059900         MOVE "  NO POSITIONS ON THE BOOK AT THAT POINT"
060000             TO RPT-LINE
060100     END-IF.
060200     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
060300 3000-LIST-POSITIONS-EXIT.
060400     EXIT.
060500
060600 3100-LIST-ONE-POSITION.
060700     READ ASOF-FILE NEXT RECORD
060800     AT END
060900         SET WS-ASOF-FILE-AT-END TO TRUE
061000         GO TO 3100-LIST-ONE-POSITION-EXIT
061100     END-READ.
061200     ADD 1 TO W-POSITION-COUNT.
061300     ADD ASF-AMOUNT TO W-BOOK-TOTAL.
061400     MOVE ASF-ID TO WS-PL-ID.
061500     MOVE ASF-CURRENCY TO WS-PL-CURRENCY.
061600     MOVE ASF-AMOUNT TO WS-PL-AMOUNT.
061700     IF ASF-ORIG-AMOUNT-X = SPACES
061800         MOVE SPACES TO WS-PL-ORIG-X
061900     ELSE
062000         MOVE ASF-ORIG-AMOUNT TO WS-PL-ORIG-AMOUNT
062100     END-IF.
062200     MOVE ASF-DATE TO WS-PL-DATE.
062300     MOVE ASF-LAST-MAINT-DATE TO WS-PL-MAINT-DATE.
062400     MOVE WS-POSITION-LINE TO RPT-LINE.
062500     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
062600     PERFORM 3200-ROLL-INTO-CURRENCY THRU
062700         3200-ROLL-INTO-CURRENCY-EXIT.
062800 3100-LIST-ONE-POSITION-EXIT.
062900     EXIT.
063000
063100 3200-ROLL-INTO-CURRENCY.
063200******************************************************************
063300*    ADD THE POSITION IN HAND INTO ITS CURRENCY'S TOTALS,         *
063400*    CREATING THE CURRENCY ENTRY THE FIRST TIME IT IS SEEN.       *
063500******************************************************************
063600     SET WS-CCY-NOT-FOUND TO TRUE.
063700     PERFORM 3210-FIND-CCY-ENTRY THRU 3210-FIND-CCY-ENTRY-EXIT
063800         VARYING W-C FROM 1 BY 1
063900         UNTIL W-C > W-CCY-COUNT OR WS-CCY-FOUND.
064000     IF WS-CCY-NOT-FOUND
064100         IF W-CCY-COUNT >= W-MAX-CCYS
064200             IF WS-CCY-TABLE-FIT
064300                 DISPLAY "MSTASOF - CURRENCY TABLE FULL AT "
064400                     W-MAX-CCYS " CURRENCIES, LATER CURRENCIES "
064500                     "HAVE NO LINE OF THEIR OWN"
064600             END-IF
064700             SET WS-CCY-TABLE-OVERFLOWED TO TRUE
064800             GO TO 3200-ROLL-INTO-CURRENCY-EXIT
064900         END-IF
065000         ADD 1 TO W-CCY-COUNT
065100         MOVE W-CCY-COUNT TO W-C
065200         MOVE ASF-CURRENCY TO WC-CURRENCY(W-C)
065300         MOVE ZERO TO WC-POS-COUNT(W-C)
065400         MOVE ZERO TO WC-AMOUNT(W-C)
065500         MOVE ZERO TO WC-ORIG-AMOUNT(W-C)
065600     END-IF.
065700     ADD 1 TO WC-POS-COUNT(W-C).
065800     ADD ASF-AMOUNT TO WC-AMOUNT(W-C).
065900     IF ASF-ORIG-AMOUNT-X NOT = SPACES
066000         ADD ASF-ORIG-AMOUNT TO WC-ORIG-AMOUNT(W-C)
066100     END-IF.
066200 3200-ROLL-INTO-CURRENCY-EXIT.
066300     EXIT.
066400
066500 3210-FIND-CCY-ENTRY.
066600******************************************************************
066700*    WHEN THE ENTRY IS FOUND, W-C IS BACKED UP ONE SO IT STILL    *
066800*    POINTS AT THE ENTRY AFTER THE PERFORM VARYING ADDS ITS       *
066900*    FINAL INCREMENT.                                             *
067000******************************************************************
067100     IF WC-CURRENCY(W-C) = ASF-CURRENCY
067200         SET WS-CCY-FOUND TO TRUE
067300         SUBTRACT 1 FROM W-C
067400     END-IF.
067500 3210-FIND-CCY-ENTRY-EXIT.
067600     EXIT.
067700
067800 4000-PRINT-CCY-TOTALS.
067900******************************************************************
068000*    THE CURRENCY TOTALS IN CURRENCY ORDER - PUT THERE WITH THE   *
068100*    SAME EARLY-EXIT BUBBLE PASS THE SORT SUITE USES ELSEWHERE -  *
068200*    THEN THE BOOK TOTAL THEY ADD BACK TO.                        *
068300******************************************************************
068400     MOVE W-CCY-COUNT TO W-LIMIT.
068500     SET WS-SWAP-OCCURRED TO TRUE.
068600     PERFORM 4100-CCY-SORT-PASS THRU 4100-CCY-SORT-PASS-EXIT
068700         UNTIL WS-NO-SWAP-OCCURRED OR W-LIMIT < 2.
068800     MOVE SPACES TO WS-CAPTION-LINE.
068900     MOVE "CCY" TO WS-CAPTION-LINE(1:3).
069000     MOVE "POSITIONS" TO WS-CAPTION-LINE(8:9).
069100     MOVE "BASE AMOUNT" TO WS-CAPTION-LINE(22:11).
069200     MOVE "AMOUNT AS SENT" TO WS-CAPTION-LINE(35:14).
069300     MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT.
069400     MOVE "TOTALS BY CURRENCY" TO RPT-LINE.
069500     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
069600     PERFORM 4200-PRINT-ONE-CCY THRU 4200-PRINT-ONE-CCY-EXIT
069700         VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CCY-COUNT.
069800     IF WS-CCY-TABLE-OVERFLOWED
069900         MOVE "  MORE CURRENCIES THAN THE TABLE HOLDS - THE"
070000             TO RPT-LINE
070100         MOVE "LINES ABOVE FALL SHORT" TO RPT-LINE(47:22)
070200         PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT
070300     END-IF.
070400     MOVE SPACES TO RPT-LINE.
070500     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
070600     MOVE W-POSITION-COUNT TO WS-DISP-COUNT.
070700     MOVE W-BOOK-TOTAL TO WS-DISP-AMOUNT.
070800     MOVE SPACES TO RPT-LINE.
070900     STRING "ALL    " WS-DISP-COUNT "   " WS-DISP-AMOUNT
071000         DELIMITED BY SIZE INTO RPT-LINE.
071100     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
071200 4000-PRINT-CCY-TOTALS-EXIT.
071300     EXIT.
071400
071500 4100-CCY-SORT-PASS.
071600     SET WS-NO-SWAP-OCCURRED TO TRUE.
071700     PERFORM 4110-CCY-COMPARE THRU 4110-CCY-COMPARE-EXIT
071800         VARYING W-K FROM 1 BY 1 UNTIL W-K > W-LIMIT - 1.
071900     SUBTRACT 1 FROM W-LIMIT.
072000 4100-CCY-SORT-PASS-EXIT.
072100     EXIT.
072200
072300 4110-CCY-COMPARE.
072400     IF WC-CURRENCY(W-K) > WC-CURRENCY(W-K + 1)
072500         MOVE W-CCY-ENTRY(W-K) TO W-SWAP-CCY-ENTRY
072600         MOVE W-CCY-ENTRY(W-K + 1) TO W-CCY-ENTRY(W-K)
072700         MOVE W-SWAP-CCY-ENTRY TO W-CCY-ENTRY(W-K + 1)
072800         SET WS-SWAP-OCCURRED TO TRUE
072900     END-IF.
073000 4110-CCY-COMPARE-EXIT.
073100     EXIT.
073200
073300 4200-PRINT-ONE-CCY.
073400     MOVE WC-CURRENCY(W-C) TO WS-CL-CURRENCY.
073500     MOVE WC-POS-COUNT(W-C) TO WS-CL-COUNT.
073600     MOVE WC-AMOUNT(W-C) TO WS-CL-AMOUNT.
073700     MOVE WC-ORIG-AMOUNT(W-C) TO WS-CL-ORIG-AMOUNT.
073800     MOVE WS-CCY-LINE TO RPT-LINE.
073900     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
074000 4200-PRINT-ONE-CCY-EXIT.
074100     EXIT.
074200
074300 5000-PROVE-AGAINST-MASTER.
074400******************************************************************
074500*    WALK THE REBUILT BOOK AND THE LIVE MASTER TOGETHER IN ID     *
074600*    ORDER.  AN ID ON ONE SIDE ONLY, OR ON BOTH BUT DIFFERENT, IS *
074700*    AN INTEGRITY BREAK.  NO MASTER AT ALL LEAVES EVERY REBUILT   *
074800*    POSITION UNMATCHED; A MASTER THAT WILL NOT OPEN ENDS THE RUN.*
074900******************************************************************
075000     OPEN INPUT MASTER-FILE.
075100     IF WS-MASTER-FILE-OK
075200         SET WS-MASTER-PRESENT TO TRUE
075300     ELSE
075400         IF NOT WS-MASTER-FILE-NOT-FOUND
075500             DISPLAY "MSTASOF - MASTER OPEN FAILED, STATUS "
075600                 WS-MASTER-FILE-STATUS ", NOTHING PROVED"
075700             SET WS-RUN-FAILED TO TRUE
075800             GO TO 5000-PROVE-AGAINST-MASTER-EXIT
075900         END-IF
076000         DISPLAY "MSTASOF - NO MASTER FILE PRESENT"
076100     END-IF.
076200     MOVE SPACES TO WS-CAPTION-LINE.
076300     MOVE "ID" TO WS-CAPTION-LINE(1:2).
076400     MOVE "BREAK" TO WS-CAPTION-LINE(13:5).
076500     MOVE "HISTORY" TO WS-CAPTION-LINE(47:7).
076600     MOVE "MASTER" TO WS-CAPTION-LINE(58:6).
076700     MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT.
076800     MOVE "PROOF AGAINST THE LIVE MASTER" TO RPT-LINE.
076900     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
077000     MOVE "00" TO WS-ASOF-FILE-STATUS.
077100     MOVE LOW-VALUES TO ASF-ID.
077200     START ASOF-FILE KEY NOT < ASF-ID
077300     INVALID KEY
077400         SET WS-ASOF-FILE-AT-END TO TRUE
077500     END-START.
077600     PERFORM 5100-READ-ASOF THRU 5100-READ-ASOF-EXIT.
077700     MOVE HIGH-VALUES TO WS-MST-KEY.
077800     IF WS-MASTER-PRESENT
077900         MOVE LOW-VALUES TO MST-ID
078000         START MASTER-FILE KEY NOT < MST-ID
078100         INVALID KEY
078200             SET WS-MASTER-FILE-AT-END TO TRUE
078300         END-START
078400         PERFORM 5200-READ-MASTER THRU 5200-READ-MASTER-EXIT
078500     END-IF.
078600     PERFORM 5300-MATCH-ONE-ID THRU 5300-MATCH-ONE-ID-EXIT
078700         UNTIL WS-ASF-KEY = HIGH-VALUES
078800             AND WS-MST-KEY = HIGH-VALUES.
078900     IF WS-MASTER-PRESENT
079000         CLOSE MASTER-FILE
079100     END-IF.
079200     MOVE SPACES TO RPT-LINE.
079300     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
079400     MOVE W-PROVED-COUNT TO WS-DISP-COUNT.
079500     MOVE SPACES TO RPT-LINE.
079600     STRING "IDS PROVED . . . . . " WS-DISP-COUNT
079700         DELIMITED BY SIZE INTO RPT-LINE.
079800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
079900     MOVE W-BREAK-COUNT TO WS-DISP-COUNT.
080000     MOVE SPACES TO RPT-LINE.
080100     STRING "INTEGRITY BREAKS . . " WS-DISP-COUNT
080200         DELIMITED BY SIZE INTO RPT-LINE.
080300     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
080400     MOVE SPACES TO RPT-LINE.
080500     IF W-BREAK-COUNT = ZERO
080600         MOVE "MASTER AND HISTORY AGREE" TO RPT-LINE
080700     ELSE
080800         MOVE "MASTER AND HISTORY DO NOT AGREE" TO RPT-LINE
080900     END-IF.
081000     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
081100 5000-PROVE-AGAINST-MASTER-EXIT.
081200     EXIT.
081300
081400 5100-READ-ASOF.
081500     IF WS-ASOF-FILE-AT-END
081600         MOVE HIGH-VALUES TO WS-ASF-KEY
081700         GO TO 5100-READ-ASOF-EXIT
081800     END-IF.
081900     READ ASOF-FILE NEXT RECORD
082000     AT END
082100         SET WS-ASOF-FILE-AT-END TO TRUE
082200         MOVE HIGH-VALUES TO WS-ASF-KEY
082300     NOT AT END
082400         MOVE ASF-ID TO WS-ASF-KEY
082500     END-READ.
082600 5100-READ-ASOF-EXIT.
082700     EXIT.
082800
082900 5200-READ-MASTER.
083000     IF WS-MASTER-FILE-AT-END
083100         MOVE HIGH-VALUES TO WS-MST-KEY
083200         GO TO 5200-READ-MASTER-EXIT
083300     END-IF.
083400     READ MASTER-FILE NEXT RECORD
083500     AT END
083600         SET WS-MASTER-FILE-AT-END TO TRUE
083700         MOVE HIGH-VALUES TO WS-MST-KEY
083800     NOT AT END
083900         MOVE MST-ID TO WS-MST-KEY
084000     END-READ.
084100 5200-READ-MASTER-EXIT.
084200     EXIT.
084300
084400 5300-MATCH-ONE-ID.
084500******************************************************************
084600*    THE LOWER KEY IN HAND IS UNMATCHED; EQUAL KEYS ARE COMPARED  *
084700*    FIELD BY FIELD.  THE SIDE (OR SIDES) USED ARE READ ON.       *
084800******************************************************************
084900     EVALUATE TRUE
085000         WHEN WS-ASF-KEY < WS-MST-KEY
085100             MOVE "IN THE HISTORY, NOT ON MASTER" TO WS-BREAK-TEXT
085200             MOVE WS-ASF-KEY TO WS-BL-ID
085300             MOVE ASF-AMOUNT TO WS-BL-HIST-AMOUNT
085400             MOVE SPACES TO WS-BL-MST-X
085500             PERFORM 5500-PRINT-BREAK THRU 5500-PRINT-BREAK-EXIT
085600             PERFORM 5100-READ-ASOF THRU 5100-READ-ASOF-EXIT
085700         WHEN WS-MST-KEY < WS-ASF-KEY
085800             MOVE "ON MASTER, NO HISTORY" TO WS-BREAK-TEXT
085900             MOVE WS-MST-KEY TO WS-BL-ID
086000             MOVE SPACES TO WS-BL-HIST-X
086100             MOVE MST-AMOUNT TO WS-BL-MST-AMOUNT
086200             PERFORM 5500-PRINT-BREAK THRU 5500-PRINT-BREAK-EXIT
086300             PERFORM 5200-READ-MASTER THRU 5200-READ-MASTER-EXIT
086400         WHEN OTHER
086500             PERFORM 5400-COMPARE-POSITION THRU
086600                 5400-COMPARE-POSITION-EXIT
086700             PERFORM 5100-READ-ASOF THRU 5100-READ-ASOF-EXIT
086800             PERFORM 5200-READ-MASTER THRU 5200-READ-MASTER-EXIT
086900     END-EVALUATE.
087000 5300-MATCH-ONE-ID-EXIT.
087100     EXIT.
087200
087300 5400-COMPARE-POSITION.
087400******************************************************************
087500*    THE FIRST FIELD THAT DISAGREES NAMES THE BREAK.  A CURRENCY  *
087600*    OR AMOUNT AS SENT THE HISTORY DOES NOT KNOW IS NOT COMPARED. *
087700******************************************************************
087800     MOVE SPACES TO WS-BREAK-TEXT.
087900     EVALUATE TRUE
088000         WHEN ASF-AMOUNT NOT = MST-AMOUNT
088100             MOVE "AMOUNT DIFFERS" TO WS-BREAK-TEXT
088200         WHEN ASF-DATE NOT = MST-DATE
088300             MOVE "POSITION DATE DIFFERS" TO WS-BREAK-TEXT
088400         WHEN ASF-CURRENCY NOT = SPACES
088500                 AND ASF-CURRENCY NOT = MST-CURRENCY
088600             MOVE "CURRENCY DIFFERS" TO WS-BREAK-TEXT
088700         WHEN ASF-ORIG-AMOUNT-X NOT = SPACES
088800                 AND ASF-ORIG-AMOUNT-X NOT = MST-ORIG-AMOUNT-X
088900             MOVE "AMOUNT AS SENT DIFFERS" TO WS-BREAK-TEXT
089000         WHEN ASF-LAST-MAINT-DATE NOT = MST-LAST-MAINT-DATE
089100             MOVE "LAST MAINTAINED DATE DIFFERS" TO WS-BREAK-TEXT
089200     END-EVALUATE.
089300     IF WS-BREAK-TEXT = SPACES
089400         ADD 1 TO W-PROVED-COUNT
089500         GO TO 5400-COMPARE-POSITION-EXIT
089600     END-IF.
089700     MOVE ASF-ID TO WS-BL-ID.
089800     MOVE ASF-AMOUNT TO WS-BL-HIST-AMOUNT.
089900     MOVE MST-AMOUNT TO WS-BL-MST-AMOUNT.
090000     PERFORM 5500-PRINT-BREAK THRU 5500-PRINT-BREAK-EXIT.
090100 5400-COMPARE-POSITION-EXIT.
090200     EXIT.
090300
090400 5500-PRINT-BREAK.
090500     ADD 1 TO W-BREAK-COUNT.
090600     MOVE WS-BREAK-TEXT TO WS-BL-TEXT.
090700     MOVE WS-BREAK-LINE TO RPT-LINE.
090800     PERFORM 7200-PRINT-LINE THRU 7200-PRINT-LINE-EXIT.
090900 5500-PRINT-BREAK-EXIT.
091000     EXIT.
091100
091200 7100-PRINT-HEADERS.
091300     ADD 1 TO WS-PAGE-NUM.
091400     MOVE WS-PAGE-NUM TO WS-HDR-PAGE.
091500     MOVE SPACES TO RPT-LINE.
091600     STRING "MASTER AS AT " WS-ASOF-DATE " " WS-ASOF-TIME
091700         " - REBUILT FROM HISTORY " WS-TODAY-DATE
091800         DELIMITED BY SIZE INTO RPT-LINE.
091900     WRITE RPT-LINE AFTER ADVANCING PAGE.
092000     MOVE SPACES TO RPT-LINE.
092100     STRING "PAGE " WS-HDR-PAGE DELIMITED BY SIZE INTO RPT-LINE.
092200     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
092300     MOVE SPACES TO RPT-LINE.
092400     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
092500     WRITE RPT-LINE FROM WS-CAPTION-LINE AFTER ADVANCING 1 LINE.
092600     MOVE ZERO TO WS-LINE-COUNT.
092700 7100-PRINT-HEADERS-EXIT.
092800     EXIT.
092900
093000 7200-PRINT-LINE.
093100******************************************************************
093200*    WRITE THE LINE IN RPT-LINE, STARTING A NEW PAGE FIRST WHEN   *
093300*    THIS ONE IS FULL.  THE HEADERS USE RPT-LINE, SO THE LINE IS  *
093400*    HELD ASIDE WHILE THEY PRINT.                                 *
093500******************************************************************
093600     IF WS-LINE-COUNT >= W-LINES-PER-PAGE
093700         MOVE RPT-LINE TO WS-HELD-LINE
093800         PERFORM 7100-PRINT-HEADERS THRU 7100-PRINT-HEADERS-EXIT
093900         MOVE WS-HELD-LINE TO RPT-LINE
094000     END-IF.
094100     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
094200     ADD 1 TO WS-LINE-COUNT.
094300 7200-PRINT-LINE-EXIT.
094400     EXIT.
094500
094600 9000-TERMINATE.
094700     IF WS-PARM-BAD
094800         GO TO 9000-TERMINATE-EXIT
094900     END-IF.
095000     IF WS-HISTORY-FILE-PRESENT
095100         CLOSE HISTORY-FILE
095200     END-IF.
095300     IF WS-BOOK-OPEN
095400         CLOSE ASOF-FILE
095500         CLOSE REPORT-FILE
095600     END-IF.
095700     MOVE W-IMAGE-COUNT TO WS-DISP-COUNT.
095800     DISPLAY "MSTASOF - IMAGES READ:       " WS-DISP-COUNT.
095900     MOVE W-REPLAYED-COUNT TO WS-DISP-COUNT.
096000     DISPLAY "MSTASOF - IMAGES REPLAYED:   " WS-DISP-COUNT.
096100     MOVE W-LATER-COUNT TO WS-DISP-COUNT.
096200     DISPLAY "MSTASOF - AFTER THE AS-OF:   " WS-DISP-COUNT.
096300     MOVE W-SKIPPED-COUNT TO WS-DISP-COUNT.
096400     DISPLAY "MSTASOF - IMAGES SKIPPED:    " WS-DISP-COUNT.
096500     MOVE W-POSITION-COUNT TO WS-DISP-COUNT.
096600     DISPLAY "MSTASOF - POSITIONS REBUILT: " WS-DISP-COUNT.
096700     IF WS-PROVE-WANTED
096800         MOVE W-BREAK-COUNT TO WS-DISP-COUNT
096900         DISPLAY "MSTASOF - INTEGRITY BREAKS:  " WS-DISP-COUNT
097000     END-IF.
097100 9000-TERMINATE-EXIT.
097200     EXIT.
