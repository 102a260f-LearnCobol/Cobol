000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* RUN-CONTROL DRIVER FOR THE NIGHTLY STREAM.  THE STEP ORDER -    *
000900* THE RCPTCHK ARRIVAL CHECK, THE RUNRPT BATCH WINDOW FORECAST,    *
000910* BUBBLE-SORT, SRTMERGE, MSTRUPDT, THE FXREVAL PERIOD-END         *
000920* REVALUATION, DLYSUMM, GLPOST, THE SUSPRPT SUSPENSE LEDGER       *
000930* PROOF, DLTACMP, THE RECONBAL BALANCE PROOF, THE APPRRPT         *
000940* APPROVAL QUEUE REPORT, THE HOLDRPT MORNING HOLD LISTING, THEN   *
000950* THE GENROTAT GENERATION ROTATION -                              *
001000* USED TO BE HELD TOGETHER BY OPERATOR MEMORY, AND ONE NIGHT      *
001100* MSTRUPDT WAS RUN AGAINST A BATCH WHOSE SORT HAD ENDED WITH      *
001200* RETURN CODE 4.  THIS DRIVER RUNS THE STEPS IN SEQUENCE OFF A    *
003100*                                                                 *
003200* THE DRIVER ITSELF ENDS WITH RETURN CODE 8 WHEN THE NIGHT        *
003300* STOPPED ON A FAILED STEP, ZERO WHEN EVERY STEP ENDED CLEAN.     *
003305*                                                                 *
003310* EVERY STEP RUN IS ALSO TIMED.  ITS START AND END, ITS ELAPSED   *
003315* SECONDS, ITS RETURN CODE AND THE RECORDS IT PROCESSED GO ON THE *
003320* END OF THE RUN-HISTORY FILE (RUNHIST, SEE RUNHREC), WHICH IS    *
003325* NEVER REWRITTEN.  RECORDS PROCESSED ARE COUNTED, AS THE STEP    *
003330* ENDS, OFF ITS VOLUME DATASET - THE FILE THAT BEST MEASURES ITS  *
003335* WORK, TABLED WITH THE STEP NAMES BELOW (INFILE FOR THE ARRIVAL  *
003340* CHECK AND THE SORT, TRANFILE FOR MSTRUPDT, OUTFILE FOR DLTACMP  *
003345* AND SO ON).  A STEP WITH NO VOLUME DATASET, OR WHOSE DATASET IS *
003350* NOT THERE, COUNTS ZERO.  A DATASET REASSIGNED BY ITS DD_ NAME   *
003355* IS COUNTED WHERE IT WAS REASSIGNED TO.  A HISTORY FILE THAT     *
003360* WILL NOT TAKE THE RECORD IS REPORTED AND THE NIGHT GOES ON -    *
003365* TIMING NEVER STOPS THE STREAM.                                  *
003400*-----------------------------------------------------------------*
003500* MODIFICATION HISTORY                                            *
003600*  DATE       INIT  DESCRIPTION                                   *
003740*  02/09/2026 DLM   GENROTAT CLOSES THE NIGHT, ROTATING THE       *
003750*                   OUTFILE GENERATIONS AFTER THE DELTA COMPARE   *
003760*                   AND THE PROOF HAVE READ THEM.                 *
003761*  15/10/2026 DLM   SUSPRPT FOLLOWS GLPOST, SO A SUSPENSE LEDGER  *
003762*                   THAT DOES NOT PROVE TO THE JOURNAL STOPS THE  *
003763*                   STREAM BEFORE THE LATER STEPS.                *
003764*  15/10/2026 DLM   FXREVAL FOLLOWS MSTRUPDT.  IT ONLY DOES WORK  *
003765*                   THE FIRST NIGHT AFTER A PERIOD CLOSES, AND    *
003766*                   ITS ENTRIES REACH THE JOURNAL IN THAT         *
003767*                   NIGHT'S GLPOST.                               *
003768*  15/10/2026 DLM   APPRRPT FOLLOWS RECONBAL, LISTING THE CHANGES *
003769*                   STILL WAITING ON THE APPROVAL QUEUE AND THE   *
003770*                   DAY'S REJECTIONS BEFORE GENROTAT CLOSES THE   *
003771*                   NIGHT.                                        *
003772*  15/10/2026 DLM   RCPTCHK OPENS THE NIGHT.  IT LOGS EVERY       *
003773*                   ARRIVING BATCH ON THE RECEIPT REGISTER AND    *
003774*                   STOPS THE STREAM BEFORE THE SORT WHILE A      *
003775*                   LATE, MISSING OR RE-SENT FILE IS STILL        *
003776*                   WAITING ON OPERATIONS.  A RUNSTAT LEFT FROM   *
003777*                   BEFORE THE EXTRA STEP NO LONGER MATCHES BY    *
003778*                   NAME, SO EVERY STEP STARTS PENDING.           *
003779*  15/10/2026 DLM   HOLDRPT FOLLOWS APPRRPT, LISTING THE HIGH-    *
003780*                   VALUE ITEMS MSTRUPDT IS HOLDING FOR A         *
003781*                   SUPERVISOR TO RELEASE OR CANCEL IN THE        *
003782*                   MORNING.                                      *
003783*  15/10/2026 DLM   EVERY STEP IS TIMED AND ITS VOLUME COUNTED    *
003784*                   ONTO THE RUN-HISTORY FILE (RUNHIST).  RUNRPT  *
003785*                   FOLLOWS RCPTCHK, SETTING THE NIGHT AGAINST    *
003786*                   ITS 30-DAY AVERAGES AND WARNING, BEFORE THE   *
003787*                   SORT STARTS, WHEN TONIGHT'S VOLUMES PROJECT A *
003788*                   FINISH PAST THE WINDOW END.  AS WITH RCPTCHK, *
003789*                   AN OLD RUNSTAT NO LONGER MATCHES BY NAME.     *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. RUNCTL.
005300     SELECT STATUS-FILE ASSIGN TO "RUNSTAT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-STATUS-FILE-STATUS.
005505
005510*-----------------------------------------------------------------*
005515* THE RUN-HISTORY FILE - ONE RECORD ADDED FOR EVERY STEP RUN.     *
005520*-----------------------------------------------------------------*
005525     SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
005530         ORGANIZATION IS LINE SEQUENTIAL
005535         FILE STATUS IS WS-HISTORY-FILE-STATUS.
005540
005545*-----------------------------------------------------------------*
005550* A STEP'S VOLUME DATASET, READ ONLY TO COUNT ITS RECORDS.        *
005555* DECLARED ONCE AS RUNVOL AND POINTED AT EACH STEP'S OWN DATASET  *
005560* BY SETTING ITS ASSIGNMENT (DD_RUNVOL) JUST BEFORE IT IS OPENED. *
005565*-----------------------------------------------------------------*
005570     SELECT VOLUME-FILE ASSIGN TO "RUNVOL"
005575         ORGANIZATION IS LINE SEQUENTIAL
005580         FILE STATUS IS WS-VOLUME-FILE-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
007000     05  FILLER                 PIC X(01).
007100     05  RS-RETURN-CODE         PIC 9(03).
007200     05  FILLER                 PIC X(47).
007205
007210 FD  HISTORY-FILE
007215     LABEL RECORDS ARE STANDARD
007220     RECORDING MODE IS F.
007225 01  RH-RECORD.
007230     COPY RUNHREC.
007235
007240 FD  VOLUME-FILE
007245     LABEL RECORDS ARE STANDARD.
007250 01  RV-RECORD                  PIC X(512).
007300
007400 WORKING-STORAGE SECTION.
007500******************************************************************
007800*    FROM THE STATUS FILE ON A RESTART, OR SET PENDING ON A       *
007900*    FRESH NIGHT.                                                 *
008000******************************************************************
008100     78  W-MAX-STEPS VALUE 14.
008200 01  W-STEP-NAMES-INIT.
008250     05  FILLER                 PIC X(12) VALUE "RCPTCHK".
008260     05  FILLER                 PIC X(12) VALUE "RUNRPT".
008300     05  FILLER                 PIC X(12) VALUE "BUBBLE-SORT".
008400     05  FILLER                 PIC X(12) VALUE "SRTMERGE".
008500     05  FILLER                 PIC X(12) VALUE "MSTRUPDT".
008550     05  FILLER                 PIC X(12) VALUE "FXREVAL".
008600     05  FILLER                 PIC X(12) VALUE "DLYSUMM".
008700     05  FILLER                 PIC X(12) VALUE "GLPOST".
008750     05  FILLER                 PIC X(12) VALUE "SUSPRPT".
008800     05  FILLER                 PIC X(12) VALUE "DLTACMP".
008810     05  FILLER                 PIC X(12) VALUE "RECONBAL".
008815     05  FILLER                 PIC X(12) VALUE "APPRRPT".
008817     05  FILLER                 PIC X(12) VALUE "HOLDRPT".
008820     05  FILLER                 PIC X(12) VALUE "GENROTAT".
008900 01  W-STEP-NAME-TABLE REDEFINES W-STEP-NAMES-INIT.
009000     05  W-STEP-NAME OCCURS 14 TIMES PIC X(12).
009002
009004******************************************************************
009006*    EACH STEP'S VOLUME DATASET, IN THE SAME ORDER - THE FILE     *
009008*    WHOSE RECORDS ARE COUNTED AS THE WORK THE STEP DID.  SPACES  *
009010*    FOR A STEP WITH NONE.                                        *
009012******************************************************************
009014 01  W-STEP-VOLUMES-INIT.
009016     05  FILLER                 PIC X(08) VALUE "INFILE".
009018     05  FILLER                 PIC X(08) VALUE SPACES.
009020     05  FILLER                 PIC X(08) VALUE "INFILE".
009022     05  FILLER                 PIC X(08) VALUE "MRGOUT".
009024     05  FILLER                 PIC X(08) VALUE "TRANFILE".
009026     05  FILLER                 PIC X(08) VALUE "FXJRNL".
009028     05  FILLER                 PIC X(08) VALUE "OUTFILE".
009030     05  FILLER                 PIC X(08) VALUE "GLSUMM".
009032     05  FILLER                 PIC X(08) VALUE "GLJRNL".
009034     05  FILLER                 PIC X(08) VALUE "OUTFILE".
009036     05  FILLER                 PIC X(08) VALUE "OUTFILE".
009038     05  FILLER                 PIC X(08) VALUE SPACES.
009040     05  FILLER                 PIC X(08) VALUE SPACES.
009042     05  FILLER                 PIC X(08) VALUE "OUTGEN1".
009044 01  W-STEP-VOLUME-TABLE REDEFINES W-STEP-VOLUMES-INIT.
009046     05  W-STEP-VOLUME OCCURS 14 TIMES PIC X(08).
009100
009200 01  W-STEP-TABLE.
009300     05  W-STEP-ENTRY OCCURS 14 TIMES.
009400         10  WS-STEP-STATUS     PIC X(04).
009500             88  WS-STEP-PENDING    VALUE "PEND".
009600             88  WS-STEP-DONE       VALUE "DONE".
012300 01  W-L PIC S9(04) COMP VALUE 1.
012400 01  WS-CALL-NAME               PIC X(12) VALUE SPACES.
012500 01  WS-STEP-RETURN             PIC S9(04) COMP VALUE ZERO.
012502
012504******************************************************************
012506*    STEP TIMING FOR THE RUN-HISTORY FILE - THE START AND END OF  *
012508*    THE STEP IN HAND, EACH A DATE THEN A TIME, ITS ELAPSED       *
012510*    SECONDS, AND THE RECORDS COUNTED OFF ITS VOLUME DATASET.     *
012512******************************************************************
012514 01  WS-START-STAMP.
012516     05  WS-START-DATE          PIC 9(08) VALUE ZERO.
012518     05  WS-START-HH            PIC 9(02) VALUE ZERO.
012520     05  WS-START-MM            PIC 9(02) VALUE ZERO.
012522     05  WS-START-SS            PIC 9(02) VALUE ZERO.
012524 01  WS-END-STAMP.
012526     05  WS-END-DATE            PIC 9(08) VALUE ZERO.
012528     05  WS-END-HH              PIC 9(02) VALUE ZERO.
012530     05  WS-END-MM              PIC 9(02) VALUE ZERO.
012532     05  WS-END-SS              PIC 9(02) VALUE ZERO.
012534 01  WS-STEP-ELAPSED            PIC S9(09) COMP VALUE ZERO.
012536 01  WS-STEP-RECORDS            PIC S9(09) COMP VALUE ZERO.
012538 01  WS-DD-NAME                 PIC X(12) VALUE SPACES.
012540 01  WS-VOLUME-DSN              PIC X(80) VALUE SPACES.
012600
012700******************************************************************
012800*    FILE STATUS FOR THE RUN-STATUS FILE                          *
013000 01  WS-STATUS-FILE-STATUS      PIC X(02) VALUE SPACES.
013100         88  WS-STATUS-FILE-OK      VALUE "00".
013200         88  WS-STATUS-FILE-AT-END  VALUE "10".
013205
013210******************************************************************
013215*    FILE STATUS FOR THE RUN-HISTORY FILE AND THE VOLUME DATASET. *
013220*    A VOLUME LINE LONGER THAN THE RECORD AREA STILL COUNTS - IT  *
013225*    ONLY COMES BACK SHORT.                                       *
013230******************************************************************
013235 01  WS-HISTORY-FILE-STATUS     PIC X(02) VALUE SPACES.
013240         88  WS-HISTORY-FILE-OK     VALUE "00".
013245 01  WS-VOLUME-FILE-STATUS      PIC X(02) VALUE SPACES.
013250         88  WS-VOLUME-FILE-OK      VALUE "00".
013255         88  WS-VOLUME-RECORD-READ  VALUE "00" "04" "06".
013300
013400 PROCEDURE DIVISION.
013500 0000-MAINLINE SECTION.
024500         GO TO 3000-RUN-ONE-STEP-EXIT
024600     END-IF.
024700     DISPLAY "RUNCTL - STARTING STEP " W-STEP-NAME(W-S).
024750     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.
024800     MOVE W-STEP-NAME(W-S) TO WS-CALL-NAME.
024900     MOVE ZERO TO RETURN-CODE.
025000     CALL WS-CALL-NAME
025400         MOVE 16 TO RETURN-CODE
025500     END-CALL.
025600     MOVE RETURN-CODE TO WS-STEP-RETURN.
025650     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-STAMP.
025700     MOVE WS-STEP-RETURN TO WS-STEP-RC(W-S).
025800     IF WS-STEP-RETURN = ZERO
025900         SET WS-STEP-DONE(W-S) TO TRUE
026600             " ENDED WITH RC " WS-STEP-RC(W-S)
026700             ", STREAM STOPPED"
026800     END-IF.
026850     PERFORM 6000-RECORD-HISTORY THRU 6000-RECORD-HISTORY-EXIT.
026900     PERFORM 5000-REWRITE-STATUS THRU 5000-REWRITE-STATUS-EXIT.
027000 3000-RUN-ONE-STEP-EXIT.
027100     EXIT.
029400     WRITE RS-RECORD.
029500 5100-WRITE-ONE-STATUS-EXIT.
029600     EXIT.
029601
029602 6000-RECORD-HISTORY.
029603******************************************************************
029604*    ADD THE STEP JUST RUN TO THE RUN-HISTORY FILE - ITS START,   *
029605*    END AND ELAPSED SECONDS, THE RECORDS ON ITS VOLUME DATASET   *
029606*    AND ITS RETURN CODE.  OPEN EXTEND ADDS TO WHAT IS THERE; THE *
029607*    FIRST NIGHT FALLS BACK TO OPEN OUTPUT TO CREATE THE FILE.  A *
029608*    FILE THAT STILL WILL NOT OPEN IS REPORTED AND THE NIGHT GOES *
029609*    ON WITHOUT THE RECORD.                                       *
029610******************************************************************
029611     COMPUTE WS-STEP-ELAPSED =
029612         (FUNCTION INTEGER-OF-DATE(WS-END-DATE)
029613         - FUNCTION INTEGER-OF-DATE(WS-START-DATE)) * 86400
029614         + WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS
029615         - WS-START-HH * 3600 - WS-START-MM * 60 - WS-START-SS.
029616     IF WS-STEP-ELAPSED < ZERO
029617         MOVE ZERO TO WS-STEP-ELAPSED
029618     END-IF.
029619     PERFORM 6100-COUNT-VOLUME THRU 6100-COUNT-VOLUME-EXIT.
029620     OPEN EXTEND HISTORY-FILE.
029621     IF NOT WS-HISTORY-FILE-OK
029622         OPEN OUTPUT HISTORY-FILE
029623     END-IF.
029624     IF NOT WS-HISTORY-FILE-OK
029625         DISPLAY "RUNCTL - RUN HISTORY OPEN FAILED, STATUS "
029626             WS-HISTORY-FILE-STATUS ", STEP " W-STEP-NAME(W-S)
029627             " NOT RECORDED"
029628         GO TO 6000-RECORD-HISTORY-EXIT
029629     END-IF.
029630     MOVE SPACES TO RH-RECORD.
029631     MOVE WS-RUN-DATE TO RH-RUN-DATE.
029632     MOVE W-S TO RH-STEP-NUM.
029633     MOVE W-STEP-NAME(W-S) TO RH-STEP-NAME.
029634     MOVE WS-START-STAMP TO RH-START-STAMP.
029635     MOVE WS-END-STAMP TO RH-END-STAMP.
029636     MOVE WS-STEP-ELAPSED TO RH-ELAPSED.
029637     MOVE WS-STEP-RECORDS TO RH-RECORDS.
029638     MOVE WS-STEP-RC(W-S) TO RH-RETURN-CODE.
029639     WRITE RH-RECORD.
029640     CLOSE HISTORY-FILE.
029641 6000-RECORD-HISTORY-EXIT.
029642     EXIT.
029643
029644 6100-COUNT-VOLUME.
029645******************************************************************
029646*    COUNT THE RECORDS ON THE STEP'S VOLUME DATASET.  THE DATASET *
029647*    IS TAKEN WHERE ITS OWN DD_ NAME POINTS, WHEN THAT IS SET, SO *
029648*    THE COUNT IS OF THE FILE THE STEP ACTUALLY USED.             *
029649******************************************************************
029650     MOVE ZERO TO WS-STEP-RECORDS.
029651     IF W-STEP-VOLUME(W-S) = SPACES
029652         GO TO 6100-COUNT-VOLUME-EXIT
029653     END-IF.
029654     MOVE SPACES TO WS-DD-NAME.
029655     STRING "DD_" W-STEP-VOLUME(W-S) DELIMITED BY SPACE
029656         INTO WS-DD-NAME.
029657     MOVE SPACES TO WS-VOLUME-DSN.
029658     DISPLAY WS-DD-NAME UPON ENVIRONMENT-NAME.
029659     ACCEPT WS-VOLUME-DSN FROM ENVIRONMENT-VALUE.
029660     IF WS-VOLUME-DSN = SPACES
029661         MOVE W-STEP-VOLUME(W-S) TO WS-VOLUME-DSN
029662     END-IF.
029663     DISPLAY "DD_RUNVOL" UPON ENVIRONMENT-NAME.
029664     DISPLAY WS-VOLUME-DSN UPON ENVIRONMENT-VALUE.
029665     OPEN INPUT VOLUME-FILE.
029666     IF NOT WS-VOLUME-FILE-OK
029667         DISPLAY "RUNCTL - VOLUME DATASET " W-STEP-VOLUME(W-S)
029668             " NOT THERE, STEP " W-STEP-NAME(W-S) " COUNTS ZERO"
029669         GO TO 6100-COUNT-VOLUME-EXIT
029670     END-IF.
029671     PERFORM 6110-COUNT-ONE-RECORD THRU 6110-COUNT-ONE-RECORD-EXIT
029672         UNTIL NOT WS-VOLUME-RECORD-READ.
029673     CLOSE VOLUME-FILE.
029674 6100-COUNT-VOLUME-EXIT.
029675     EXIT.
029676
029677 6110-COUNT-ONE-RECORD.
029678     READ VOLUME-FILE
029679     NOT AT END
029680         ADD 1 TO WS-STEP-RECORDS
029681     END-READ.
029682 6110-COUNT-ONE-RECORD-EXIT.
029683     EXIT.
029700
029800 9000-TERMINATE.
029900     IF WS-STREAM-STOPPED
