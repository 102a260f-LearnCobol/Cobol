002400* MODIFICATION HISTORY                                            *
002500*  DATE       INIT  DESCRIPTION                                   *
002600*  02/09/2026 DLM   ORIGINAL PROGRAM.                             *
002610*  15/10/2026 DLM   THE PAGE HEADING NOW CARRIES THE ID'S NAME    *
002620*                   FROM THE ID REFERENCE FILE (ACCTREF), BLANK   *
002630*                   WHEN THE FILE OR THE ID IS NOT THERE.         *
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. MSTSTMT.
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REPORT-FILE-STATUS.
005800
005810*-----------------------------------------------------------------*
005820* OPTIONAL ID REFERENCE FILE, READ ONCE FOR THE ID'S NAME.        *
005830*-----------------------------------------------------------------*
005840     SELECT REFERENCE-FILE ASSIGN TO "ACCTREF"
005850         ORGANIZATION IS INDEXED
005860         ACCESS MODE IS RANDOM
005870         RECORD KEY IS AR-ID
005880         FILE STATUS IS WS-REFERENCE-FILE-STATUS.
005890
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  HISTORY-FILE
008000     RECORDING MODE IS F.
008100 01  RPT-LINE                       PIC X(80).
008200
008210 FD  REFERENCE-FILE
008220     LABEL RECORDS ARE STANDARD.
008230 01  AR-RECORD.
008240     COPY ACCTREC.
008250
008300 WORKING-STORAGE SECTION.
008400******************************************************************
008500*    THE PARAMETERS AS EDITED - THE ID, AND THE APPLY-DATE        *
008800 01  WS-STMT-ID                 PIC X(10) VALUE SPACES.
008900 01  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
009000 01  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
009010 01  WS-STMT-NAME               PIC X(30) VALUE SPACES.
009100
009200 01  WS-PARM-SWITCH             PIC X(01) VALUE "N".
009300         88  WS-PARM-GOOD           VALUE "Y".
012200 01  WS-REPORT-FILE-STATUS      PIC X(02) VALUE SPACES.
012300         88  WS-REPORT-FILE-OK  VALUE "00".
012400
012410******************************************************************
012420*    FILE STATUS FOR THE ID REFERENCE FILE                        *
012430******************************************************************
012440 01  WS-REFERENCE-FILE-STATUS   PIC X(02) VALUE SPACES.
012450         88  WS-REFERENCE-FILE-OK   VALUE "00".
012460
012500******************************************************************
012600*    PAGE CONTROL FOR THE PRINT REPORT                            *
012700******************************************************************
020400         SET WS-HISTORY-FILE-ABSENT TO TRUE
020500         SET WS-HISTORY-FILE-AT-END TO TRUE
020600     END-IF.
020610     OPEN INPUT REFERENCE-FILE.
020620     IF WS-REFERENCE-FILE-OK
020630         MOVE WS-STMT-ID TO AR-ID
020640         READ REFERENCE-FILE
020650         INVALID KEY
020660             CONTINUE
020670         NOT INVALID KEY
020680             MOVE AR-NAME TO WS-STMT-NAME
020690         END-READ
020691         CLOSE REFERENCE-FILE
020692     END-IF.
020700     OPEN OUTPUT REPORT-FILE.
020800     MOVE W-LINES-PER-PAGE TO WS-LINE-COUNT.
020900 1000-INITIALIZE-EXIT.
026900     ADD 1 TO WS-PAGE-NUM.
027000     MOVE WS-PAGE-NUM TO WS-HDR-PAGE.
027100     MOVE SPACES TO RPT-LINE.
027200     STRING "MASTER STATEMENT - ID " WS-STMT-ID " " WS-STMT-NAME
027300         DELIMITED BY SIZE INTO RPT-LINE.
027400     WRITE RPT-LINE AFTER ADVANCING PAGE.
027500     MOVE SPACES TO RPT-LINE.
