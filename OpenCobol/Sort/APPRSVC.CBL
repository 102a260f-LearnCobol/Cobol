000100******************************************************************
000200* PROGRAM-ID.  APPRSVC                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* SHARED SERVICE THAT PUTS ONE MANUAL CHANGE ON THE DUAL-CONTROL  *
000900* APPROVAL QUEUE (APPRQUE, SEE APPRREC).  THE PROGRAMS THAT KEY   *
001000* CHANGES - MSTRINQ, EXCPFIX, CTLMAINT AND MSTBKOUT - BUILD THE   *
001100* REQUEST (TYPE, MAKER AND DETAIL) AND CALL THIS INSTEAD OF       *
001200* APPLYING THE CHANGE THEMSELVES.  THE SERVICE GIVES THE REQUEST  *
001300* THE NEXT REQUEST NUMBER, STAMPS IT PENDING WITH THE DATE AND    *
001400* TIME KEYED, CLEARS THE CHECKER AND APPLIED FIELDS, AND WRITES   *
001500* IT.  THE QUEUE IS CREATED THE FIRST TIME IT IS NEEDED.          *
001600*-----------------------------------------------------------------*
001700* CALLING CONVENTION                                              *
001800*     CALL "APPRSVC" USING APR-REQUEST APR-RESULT.                *
001900*         APR-REQUEST       THE APPRREC LAYOUT.  THE TYPE, MAKER  *
002000*                           AND DETAIL IN; THE REQUEST AS         *
002100*                           WRITTEN (NUMBER, STATUS, DATE AND     *
002200*                           TIME) OUT.                            *
002300*         APR-RESULT        PIC X(01) - "Y" WHEN THE REQUEST IS   *
002400*                           ON THE QUEUE, "N" WHEN IT COULD NOT   *
002500*                           BE WRITTEN (THE REASON IS DISPLAYED). *
002600*-----------------------------------------------------------------*
002700* MODIFICATION HISTORY                                            *
002800*  DATE       INIT  DESCRIPTION                                   *
002900*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. APPRSVC.
003300 AUTHOR. D.MAINT.
003400 INSTALLATION. DATA PROCESSING.
003500 DATE-WRITTEN. 15/10/2026.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100*-----------------------------------------------------------------*
004200* THE APPROVAL QUEUE.  DYNAMIC ACCESS SO THE LAST REQUEST NUMBER  *
004300* CAN BE FOUND IN KEY ORDER BEFORE THE NEW ONE IS WRITTEN.        *
004400*-----------------------------------------------------------------*
004500     SELECT QUEUE-FILE ASSIGN TO "APPRQUE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS QUE-REQ-NUM
004900         FILE STATUS IS WS-QUEUE-FILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  QUEUE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  QUE-RECORD.
005600     COPY APPRREC REPLACING LEADING ==AQ-== BY ==QUE-==.
005700
005800 WORKING-STORAGE SECTION.
005900******************************************************************
006000*    THE HIGHEST REQUEST NUMBER ALREADY ON THE QUEUE              *
006100******************************************************************
006200 01  W-LAST-REQ-NUM             PIC 9(06) VALUE ZERO.
006300
006400******************************************************************
006500*    FILE STATUS FOR THE APPROVAL QUEUE                           *
006600******************************************************************
006700 01  WS-QUEUE-FILE-STATUS       PIC X(02) VALUE SPACES.
006800         88  WS-QUEUE-FILE-OK          VALUE "00".
006900         88  WS-QUEUE-FILE-AT-END      VALUE "10".
007000         88  WS-QUEUE-FILE-NOT-FOUND   VALUE "35".
007100
007200 LINKAGE SECTION.
007300******************************************************************
007400*    THE CALLER'S REQUEST, AND WHETHER IT WAS QUEUED              *
007500******************************************************************
007600 01  APR-REQUEST.
007700     COPY APPRREC.
007800
007900 01  APR-RESULT                 PIC X(01).
008000         88  APR-QUEUED             VALUE "Y".
008100         88  APR-NOT-QUEUED         VALUE "N".
008200
008300 PROCEDURE DIVISION USING APR-REQUEST APR-RESULT.
008400 0000-MAINLINE SECTION.
008500     PERFORM 1000-QUEUE-REQUEST THRU 1000-QUEUE-REQUEST-EXIT.
008600     GOBACK.
008700
008800 1000-QUEUE-REQUEST.
008900******************************************************************
009000*    OPEN THE QUEUE (CREATING IT THE FIRST TIME), FIND THE LAST   *
009100*    REQUEST NUMBER, AND WRITE THE NEW REQUEST UNDER THE NEXT     *
009200*    ONE.                                                         *
009300******************************************************************
009400     SET APR-NOT-QUEUED TO TRUE.
009500     OPEN I-O QUEUE-FILE.
009600     IF WS-QUEUE-FILE-NOT-FOUND
009700         OPEN OUTPUT QUEUE-FILE
009800         CLOSE QUEUE-FILE
009900         OPEN I-O QUEUE-FILE
010000     END-IF.
010100     IF NOT WS-QUEUE-FILE-OK
010200         DISPLAY "APPRSVC - APPROVAL QUEUE OPEN FAILED, STATUS "
010300             WS-QUEUE-FILE-STATUS
010400         GO TO 1000-QUEUE-REQUEST-EXIT
010500     END-IF.
010600     MOVE ZERO TO W-LAST-REQ-NUM.
010700     MOVE ZERO TO QUE-REQ-NUM.
010800     START QUEUE-FILE KEY NOT < QUE-REQ-NUM
010900     INVALID KEY
011000         SET WS-QUEUE-FILE-AT-END TO TRUE
011100     END-START.
011200     PERFORM 1100-READ-ONE-REQUEST THRU 1100-READ-ONE-REQUEST-EXIT
011300         UNTIL WS-QUEUE-FILE-AT-END.
011400     IF W-LAST-REQ-NUM >= 999999
011500         DISPLAY "APPRSVC - APPROVAL QUEUE FULL, REQUEST NOT "
011600             "QUEUED"
011700         CLOSE QUEUE-FILE
011800         GO TO 1000-QUEUE-REQUEST-EXIT
011900     END-IF.
012000     ADD 1 TO W-LAST-REQ-NUM GIVING AQ-REQ-NUM.
012100     SET AQ-PENDING TO TRUE.
012200     MOVE FUNCTION CURRENT-DATE(1:8) TO AQ-MADE-DATE.
012300     MOVE FUNCTION CURRENT-DATE(9:6) TO AQ-MADE-TIME.
012400     MOVE SPACES TO AQ-CHECKER.
012500     MOVE ZERO TO AQ-CHECKED-DATE.
012600     MOVE ZERO TO AQ-CHECKED-TIME.
012700     MOVE ZERO TO AQ-APPLIED-DATE.
012800     MOVE ZERO TO AQ-APPLIED-TIME.
012900     MOVE SPACES TO AQ-NOTE.
013000     MOVE APR-REQUEST TO QUE-RECORD.
013100     WRITE QUE-RECORD
013200     INVALID KEY
013300         DISPLAY "APPRSVC - REQUEST " AQ-REQ-NUM
013400             " COULD NOT BE WRITTEN, STATUS " WS-QUEUE-FILE-STATUS
013500     NOT INVALID KEY
013600         SET APR-QUEUED TO TRUE
013700     END-WRITE.
013800     CLOSE QUEUE-FILE.
013900 1000-QUEUE-REQUEST-EXIT.
014000     EXIT.
014100
014200 1100-READ-ONE-REQUEST.
014300     READ QUEUE-FILE NEXT RECORD
014400     AT END
014500         SET WS-QUEUE-FILE-AT-END TO TRUE
014600     NOT AT END
014700         MOVE QUE-REQ-NUM TO W-LAST-REQ-NUM
014800     END-READ.
014900 1100-READ-ONE-REQUEST-EXIT.
015000     EXIT.
