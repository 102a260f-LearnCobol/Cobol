000100******************************************************************
000200* PROGRAM-ID.  SIGNSVC                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* INSTALLATION. DATA PROCESSING                                   *
000500* DATE-WRITTEN. 15/10/2026                                        *
000600* DATE-COMPILED.                                                  *
000700*-----------------------------------------------------------------*
000800* SHARED SIGN-ON SERVICE FOR THE PROGRAMS THAT CHANGE THINGS BY   *
000900* HAND - MSTRINQ, EXCPFIX, CTLMAINT, MSTBKOUT AND THE APPROVAL    *
001000* CONSOLE APPRMNT.  EACH CALLS THIS FIRST, SO NO MANUAL CHANGE IS *
001100* KEYED WITHOUT A NAMED OPERATOR BEHIND IT AND EVERY APPROVAL     *
001200* CAN BE CHECKED AGAINST WHO KEYED THE CHANGE.                    *
001300*                                                                 *
001400* THE DIALOG ASKS FOR A USER ID AND PASSWORD AND CHECKS THEM      *
001500* AGAINST THE OPERATOR FILE (OPRFILE).  THREE FAILED TRIES        *
001600* REFUSE THE SIGN-ON, AS DOES A SUSPENDED USER ID OR A MISSING    *
001700* OPERATOR FILE.  THE SERVICE DOES NOT SAY WHETHER IT WAS THE     *
001800* USER ID OR THE PASSWORD THAT WAS WRONG.  WHAT THE ROLE ALLOWS   *
001900* IS FOR THE CALLER TO DECIDE.                                    *
002000*                                                                 *
002100* OPERATOR FILE LAYOUT (OPRFILE, ONE LINE PER OPERATOR), KEPT BY  *
002200* THE SECURITY ADMINISTRATOR - THERE IS DELIBERATELY NO CONSOLE   *
002300* TO MAINTAIN IT FROM THE DESKS:                                  *
002400*     POS  1-8    USER ID.                                        *
002500*     POS 10-17   PASSWORD.                                       *
002600*     POS 19      ROLE - M, C OR B (SEE SIGNREC).                 *
002700*     POS 21-23   INITIALS, AS STAMPED ON THE ADJUSTMENT AUDIT.   *
002800*     POS 25      STATUS - A ACTIVE, ANYTHING ELSE SUSPENDED.     *
002900*     POS 27-56   NAME.                                           *
003000*-----------------------------------------------------------------*
003100* CALLING CONVENTION                                              *
003200*     CALL "SIGNSVC" USING SGN-AREA.                              *
003300*         SGN-AREA          THE SIGNREC LAYOUT.  SGN-PROGRAM IN - *
003400*                           THE CALLER'S NAME, FOR THE PROMPTS.   *
003500*                           THE USER ID, INITIALS, ROLE AND       *
003600*                           RESULT OUT.                           *
003700*-----------------------------------------------------------------*
003800* MODIFICATION HISTORY                                            *
003900*  DATE       INIT  DESCRIPTION                                   *
004000*  15/10/2026 DLM   ORIGINAL PROGRAM.                             *
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. SIGNSVC.
004400 AUTHOR. D.MAINT.
004500 INSTALLATION. DATA PROCESSING.
004600 DATE-WRITTEN. 15/10/2026.
004700 DATE-COMPILED.
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200*-----------------------------------------------------------------*
005300* THE OPERATOR FILE - USER IDS, PASSWORDS AND ROLES.              *
005400*-----------------------------------------------------------------*
005500     SELECT OPERATOR-FILE ASSIGN TO "OPRFILE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  OPERATOR-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORDING MODE IS F.
006400 01  OPR-RECORD.
006500     05  OPR-USER-ID            PIC X(08).
006600     05  FILLER                 PIC X(01).
006700     05  OPR-PASSWORD           PIC X(08).
006800     05  FILLER                 PIC X(01).
006900     05  OPR-ROLE               PIC X(01).
007000     05  FILLER                 PIC X(01).
007100     05  OPR-INITIALS           PIC X(03).
007200     05  FILLER                 PIC X(01).
007300     05  OPR-STATUS             PIC X(01).
007400     05  FILLER                 PIC X(01).
007500     05  OPR-NAME               PIC X(30).
007600     05  FILLER                 PIC X(24).
007700
007800 WORKING-STORAGE SECTION.
007900******************************************************************
008000*    THE OPERATOR FILE LOADED INTO A TABLE FOR THE SIGN-ON        *
008100******************************************************************
008200     78  W-MAX-OPERATORS VALUE 200.
008300 01  W-OPR-COUNT PIC S9(04) COMP VALUE ZERO.
008400 01  W-OPR-TABLE.
008500     05  W-OPR-ENTRY OCCURS 1 TO W-MAX-OPERATORS TIMES
008600             DEPENDING ON W-OPR-COUNT.
008700         10  WO-USER-ID         PIC X(08).
008800         10  WO-PASSWORD        PIC X(08).
008900         10  WO-ROLE            PIC X(01).
009000         10  WO-INITIALS        PIC X(03).
009100         10  WO-STATUS          PIC X(01).
009200         10  WO-NAME            PIC X(30).
009300
009400 01  W-I PIC S9(04) COMP VALUE 1.
009500 01  W-FOUND-IDX PIC S9(04) COMP VALUE ZERO.
009600
009700******************************************************************
009800*    WHAT THE OPERATOR KEYED, AND THE PROMPT SHOWING WHICH        *
009900*    PROGRAM IS ASKING                                            *
010000******************************************************************
010100 01  WS-FIELD-INPUT             PIC X(30) VALUE SPACES.
010200 01  WS-KEYED-USER-ID           PIC X(08) VALUE SPACES.
010300 01  WS-KEYED-PASSWORD          PIC X(08) VALUE SPACES.
010400 01  WS-PROMPT                  PIC X(40) VALUE SPACES.
010500
010600******************************************************************
010700*    RETRY CONTROL, AS ON THE CONSOLES' KEYED FIELDS              *
010800******************************************************************
010900 01  W-TRY-COUNT PIC S9(04) COMP VALUE ZERO.
011000     78  W-MAX-TRIES VALUE 3.
011100
011200******************************************************************
011300*    FILE STATUS FOR THE OPERATOR FILE                            *
011400******************************************************************
011500 01  WS-OPERATOR-FILE-STATUS    PIC X(02) VALUE SPACES.
011600         88  WS-OPERATOR-FILE-OK     VALUE "00".
011700         88  WS-OPERATOR-FILE-AT-END VALUE "10".
011800
011900 LINKAGE SECTION.
012000******************************************************************
012100*    THE CALLER'S SIGN-ON AREA                                    *
012200******************************************************************
012300 01  SGN-AREA.
012400     COPY SIGNREC.
012500
012600 PROCEDURE DIVISION USING SGN-AREA.
012700 0000-MAINLINE SECTION.
012800     PERFORM 1000-LOAD-OPERATORS THRU 1000-LOAD-OPERATORS-EXIT.
012900     PERFORM 2000-SIGN-ON THRU 2000-SIGN-ON-EXIT.
013000     GOBACK.
013100
013200 1000-LOAD-OPERATORS.
013300******************************************************************
013400*    READ THE WHOLE OPERATOR FILE INTO THE TABLE.  THE TABLE IS   *
013500*    RELOADED ON EVERY CALL, SO A USER ID SUSPENDED DURING THE    *
013600*    DAY IS REFUSED AT THE NEXT SIGN-ON.                          *
013700******************************************************************
013800     MOVE ZERO TO W-OPR-COUNT.
013900     MOVE SPACES TO WS-OPERATOR-FILE-STATUS.
014000     OPEN INPUT OPERATOR-FILE.
014100     IF NOT WS-OPERATOR-FILE-OK
014200         GO TO 1000-LOAD-OPERATORS-EXIT
014300     END-IF.
014400     PERFORM 1100-LOAD-ONE-OPERATOR THRU
014500         1100-LOAD-ONE-OPERATOR-EXIT
014600         UNTIL WS-OPERATOR-FILE-AT-END
014700             OR W-OPR-COUNT >= W-MAX-OPERATORS.
014800     CLOSE OPERATOR-FILE.
014900 1000-LOAD-OPERATORS-EXIT.
015000     EXIT.
015100
015200 1100-LOAD-ONE-OPERATOR.
015300     READ OPERATOR-FILE
015400     AT END
015500         SET WS-OPERATOR-FILE-AT-END TO TRUE
015600     NOT AT END
015700         IF OPR-USER-ID NOT = SPACES
015800             ADD 1 TO W-OPR-COUNT
015900             MOVE OPR-USER-ID TO WO-USER-ID(W-OPR-COUNT)
016000             MOVE OPR-PASSWORD TO WO-PASSWORD(W-OPR-COUNT)
016100             MOVE OPR-ROLE TO WO-ROLE(W-OPR-COUNT)
016200             MOVE OPR-INITIALS TO WO-INITIALS(W-OPR-COUNT)
016300             MOVE OPR-STATUS TO WO-STATUS(W-OPR-COUNT)
016400             MOVE OPR-NAME TO WO-NAME(W-OPR-COUNT)
016500         END-IF
016600     END-READ.
016700 1100-LOAD-ONE-OPERATOR-EXIT.
016800     EXIT.
016900
017000 2000-SIGN-ON.
017100******************************************************************
017200*    RUN THE DIALOG UNTIL A GOOD SIGN-ON OR THE TRIES RUN OUT.    *
017300*    THE CALLER GETS BACK SPACES AND A REFUSAL UNLESS ONE STANDS. *
017400******************************************************************
017500     MOVE SPACES TO SGN-USER-ID.
017600     MOVE SPACES TO SGN-INITIALS.
017700     MOVE SPACES TO SGN-ROLE.
017800     SET SGN-REFUSED TO TRUE.
017900     IF W-OPR-COUNT = ZERO
018000         DISPLAY "SIGNSVC - NO OPERATOR FILE, SIGN-ON TO "
018100             SGN-PROGRAM " REFUSED"
018200         GO TO 2000-SIGN-ON-EXIT
018300     END-IF.
018400     MOVE SPACES TO WS-PROMPT.
018500     STRING SGN-PROGRAM DELIMITED BY SPACE
018600         " SIGN-ON - USER ID:" DELIMITED BY SIZE
018700         INTO WS-PROMPT.
018800     MOVE ZERO TO W-TRY-COUNT.
018900     PERFORM 2100-TRY-SIGN-ON THRU 2100-TRY-SIGN-ON-EXIT
019000         UNTIL SGN-SIGNED-ON OR W-TRY-COUNT >= W-MAX-TRIES.
019100     IF SGN-REFUSED
019200         DISPLAY "SIGNSVC - SIGN-ON TO " SGN-PROGRAM " REFUSED"
019300     END-IF.
019400 2000-SIGN-ON-EXIT.
019500     EXIT.
019600
019700 2100-TRY-SIGN-ON.
019800     ADD 1 TO W-TRY-COUNT.
019900     DISPLAY WS-PROMPT.
020000     MOVE SPACES TO WS-FIELD-INPUT.
020100     ACCEPT WS-FIELD-INPUT.
020200     MOVE WS-FIELD-INPUT(1:8) TO WS-KEYED-USER-ID.
020300     DISPLAY "PASSWORD:".
020400     MOVE SPACES TO WS-FIELD-INPUT.
020500     ACCEPT WS-FIELD-INPUT.
020600     MOVE WS-FIELD-INPUT(1:8) TO WS-KEYED-PASSWORD.
020700     IF WS-KEYED-USER-ID = SPACES
020800         DISPLAY "SIGNSVC - A USER ID IS REQUIRED"
020900         GO TO 2100-TRY-SIGN-ON-EXIT
021000     END-IF.
021100     MOVE ZERO TO W-FOUND-IDX.
021200     PERFORM 2200-MATCH-OPERATOR THRU 2200-MATCH-OPERATOR-EXIT
021300         VARYING W-I FROM 1 BY 1
021400         UNTIL W-I > W-OPR-COUNT OR W-FOUND-IDX > ZERO.
021500     IF W-FOUND-IDX = ZERO
021600         DISPLAY "SIGNSVC - USER ID OR PASSWORD NOT RECOGNIZED"
021700         GO TO 2100-TRY-SIGN-ON-EXIT
021800     END-IF.
021900     IF WO-STATUS(W-FOUND-IDX) NOT = "A"
022000         DISPLAY "SIGNSVC - USER ID " WS-KEYED-USER-ID
022100             " IS SUSPENDED"
022200         GO TO 2100-TRY-SIGN-ON-EXIT
022300     END-IF.
022400     MOVE WO-USER-ID(W-FOUND-IDX) TO SGN-USER-ID.
022500     MOVE WO-INITIALS(W-FOUND-IDX) TO SGN-INITIALS.
022600     MOVE WO-ROLE(W-FOUND-IDX) TO SGN-ROLE.
022700     SET SGN-SIGNED-ON TO TRUE.
022800     DISPLAY "SIGNSVC - " SGN-USER-ID " SIGNED ON TO " SGN-PROGRAM
022900         " (" WO-NAME(W-FOUND-IDX) ") ROLE " SGN-ROLE.
023000 2100-TRY-SIGN-ON-EXIT.
023100     EXIT.
023200
023300 2200-MATCH-OPERATOR.
023400     IF WO-USER-ID(W-I) = WS-KEYED-USER-ID
023500         AND WO-PASSWORD(W-I) = WS-KEYED-PASSWORD
023600         MOVE W-I TO W-FOUND-IDX
023700     END-IF.
023800 2200-MATCH-OPERATOR-EXIT.
023900     EXIT.
