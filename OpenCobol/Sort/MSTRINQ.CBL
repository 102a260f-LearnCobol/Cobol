002000*                   DIGITS, CENTS IMPLIED (E.G. +0012345 FOR      *
002100*                   123.45; ALL DIGITS IS TAKEN AS POSITIVE).     *
002200*     ADJ ID        KEY A MANUAL ADJUSTMENT - THE NEW AMOUNT IS   *
002300*                   EDITED AS IT IS KEYED AND A REASON CODE IS    *
002400*                   DEMANDED.  THE MASTER IS NOT TOUCHED HERE -   *
002500*                   THE ADJUSTMENT GOES ON THE APPROVAL QUEUE     *
002600*                   (APPRQUE) AND A SECOND OPERATOR APPLIES IT    *
002700*                   AT APPRMNT, WHICH WRITES THE AUDIT RECORD     *
002750*                   (ADJAUDIT) AND THE "J" BEFORE/AFTER IMAGE ON  *
002780*                   THE MASTER HISTORY (MSTHIST), SO MSTSTMT      *
002800*                   SHOWS IT AND MSTBKOUT CAN REVERSE IT.         *
002810*                   ON A FOREIGN POSITION THE AMOUNT AS SENT MAY  *
002820*                   BE REKEYED TOO; ON A BASE-CURRENCY POSITION   *
002830*                   IT FOLLOWS THE NEW AMOUNT.                    *
002900*     QUIT          END THE SESSION.                              *
003000*                                                                 *
003100* THE MASTER IS LOADED INTO A TABLE IN KEY ORDER AT SESSION       *
003300* GO TO THE FILE ITSELF.  A MASTER LARGER THAN THE TABLE IS       *
003400* BROWSED OVER ITS FIRST 500 ENTRIES, WITH A NOTE SAYING SO -     *
003500* GET AND ADJ STILL REACH EVERY ID DIRECTLY.                      *
003510*                                                                 *
003520* THE SESSION OPENS WITH A SIGN-ON (SIGNSVC).  ANY SIGNED-ON      *
003530* OPERATOR MAY INQUIRE; ONLY ONE WHO MAY KEY CHANGES MAY ADJ, AND *
003540* THE ADJUSTMENT CARRIES THEIR USER ID AND INITIALS.              *
003600*-----------------------------------------------------------------*
003700* MODIFICATION HISTORY                                            *
003800*  DATE       INIT  DESCRIPTION                                   *
003900*  02/09/2026 DLM   ORIGINAL PROGRAM.                             *
003910*  15/10/2026 DLM   GET NOW SHOWS THE ID'S NAME FROM THE ID       *
003920*                   REFERENCE FILE (ACCTREF) WHEN IT IS ON FILE.  *
003930*  15/10/2026 DLM   THE MASTER LAYOUT NOW COMES FROM THE SHARED   *
003940*                   MSTREC COPYBOOK.  GET AND THE BROWSE SHOW THE *
003950*                   AMOUNT AS SENT, AND ADJ KEEPS IT IN STEP AND  *
003960*                   CARRIES IT ON THE "J" IMAGE.                  *
003965*  15/10/2026 DLM   THE SESSION OPENS WITH A SIGN-ON, AND ADJ NO  *
003970*                   LONGER REWRITES THE MASTER - THE ADJUSTMENT   *
003975*                   IS QUEUED FOR A SECOND OPERATOR TO APPROVE    *
003980*                   AT APPRMNT, WHICH APPLIES IT.  THE OPERATOR   *
003985*                   INITIALS NOW COME FROM THE SIGN-ON, AND THE   *
003990*                   MASTER IS OPENED FOR INPUT ONLY.              *
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. MSTRINQ.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100*-----------------------------------------------------------------*
005200* THE KEYED MASTER - BROWSED, AND READ FOR AN ADJUSTMENT.         *
005300* DYNAMIC ACCESS SO THE SESSION LOAD READS IT IN KEY ORDER AND    *
005400* GET/ADJ STILL READ RANDOMLY BY ID.                              *
005500*-----------------------------------------------------------------*
005900         RECORD KEY IS MST-ID
006000         FILE STATUS IS WS-MASTER-FILE-STATUS.
006100
007710*-----------------------------------------------------------------*
007720* OPTIONAL ID REFERENCE FILE - READ BY GET FOR THE ID'S NAME.     *
007730*-----------------------------------------------------------------*
007740     SELECT REFERENCE-FILE ASSIGN TO "ACCTREF"
007750         ORGANIZATION IS INDEXED
007760         ACCESS MODE IS RANDOM
007770         RECORD KEY IS AR-ID
007780         FILE STATUS IS WS-REFERENCE-FILE-STATUS.
007790
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  MASTER-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  MST-RECORD.
008300     COPY MSTREC.
009000
011710 FD  REFERENCE-FILE
011720     LABEL RECORDS ARE STANDARD.
011730 01  AR-RECORD.
011740     COPY ACCTREC.
011750
011800 WORKING-STORAGE SECTION.
011805******************************************************************
011810*    THE SIGNED-ON OPERATOR                                       *
011815******************************************************************
011820 01  SGN-AREA.
011825     COPY SIGNREC.
011830
011835******************************************************************
011840*    AN ADJUSTMENT AS IT GOES ON THE APPROVAL QUEUE, AND WHETHER  *
011845*    IT GOT THERE                                                 *
011850******************************************************************
011855 01  APR-REQUEST.
011860     COPY APPRREC.
011865
011870 01  APR-RESULT                 PIC X(01) VALUE "N".
011875         88  APR-QUEUED             VALUE "Y".
011880         88  APR-NOT-QUEUED         VALUE "N".
011890
011900******************************************************************
012000*    UPPER LIMIT THE BROWSE TABLE CAN GROW TO - THE SUITE'S       *
012100*    USUAL 500 - AND THE COUNT ACTUALLY LOADED.                   *
013500         10  WT-DATE            PIC 9(08).
013600         10  WT-MAINT-DATE      PIC 9(08).
013700         10  WT-CURRENCY        PIC X(03).
013750         10  WT-ORIG-X          PIC X(08).
013800
013900******************************************************************
014000*    THE BROWSE CURSOR - THE TABLE ENTRY LAST SHOWN, ZERO WHEN    *
016400 01  WS-RANGE-HI                PIC S9(05)V99 VALUE ZERO.
016500 01  WS-NEW-AMOUNT              PIC S9(05)V99 VALUE ZERO.
016600 01  WS-ADJ-REASON              PIC X(04) VALUE SPACES.
016705
016710*    THE NEW AMOUNT AS SENT, KEYED ON A FOREIGN POSITION ONLY -
016715*    LEFT BLANK IT STAYS AS IT WAS.
016720     78  W-BASE-CURRENCY VALUE "USD".
016725 01  WS-NEW-ORIG-X              PIC X(08) VALUE SPACES.
016730 01  WS-NEW-ORIG-AMOUNT REDEFINES WS-NEW-ORIG-X
016735                                PIC S9(05)V99
016740                                SIGN IS LEADING SEPARATE.
016745 01  WS-ORIG-SWITCH             PIC X(01) VALUE "N".
016750         88  WS-ORIG-KEYED          VALUE "Y".
016755         88  WS-ORIG-KEPT           VALUE "N".
016800
016900 01  WS-AMOUNT-OK-SWITCH        PIC X(01) VALUE "N".
017000         88  WS-AMOUNT-OK           VALUE "Y".
019500 01  W-FOUND-IDX PIC S9(04) COMP VALUE ZERO.
019600 01  W-LISTED-COUNT PIC S9(04) COMP VALUE ZERO.
019700
020400******************************************************************
020500*    EDITED AMOUNTS FOR THE CONSOLE DISPLAYS                      *
020600******************************************************************
021600         88  WS-MASTER-FILE-NOT-FOUND   VALUE "35".
021700         88  WS-MASTER-FILE-AT-END      VALUE "10".
021800
023010******************************************************************
023020*    FILE STATUS FOR THE ID REFERENCE FILE                        *
023030******************************************************************
023040 01  WS-REFERENCE-FILE-STATUS   PIC X(02) VALUE SPACES.
023050         88  WS-REFERENCE-FILE-OK   VALUE "00".
023060
023070 01  WS-REFERENCE-SWITCH        PIC X(01) VALUE "N".
023080         88  WS-REFERENCE-PRESENT   VALUE "Y".
023090         88  WS-REFERENCE-ABSENT    VALUE "N".
023095
023100 PROCEDURE DIVISION.
023200 0000-MAINLINE SECTION.
023300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
023600             UNTIL WS-SESSION-DONE
023700         CLOSE MASTER-FILE
023800     END-IF.
023810     IF WS-REFERENCE-PRESENT
023820         CLOSE REFERENCE-FILE
023830     END-IF.
023900     DISPLAY "MSTRINQ - SESSION ENDED".
024000     GOBACK.
024100
024200 1000-INITIALIZE.
024250******************************************************************
024300*    SIGN ON, THEN OPEN THE MASTER AND LOAD THE BROWSE TABLE IN   *
024350*    KEY ORDER.  A FAILED SIGN-ON, OR NO MASTER ON FILE, ENDS THE *
024400*    SESSION BEFORE IT STARTS.                                    *
024450******************************************************************
024500     MOVE "MSTRINQ" TO SGN-PROGRAM.
024550     CALL "SIGNSVC" USING SGN-AREA.
024600     IF SGN-REFUSED
024650         SET WS-SESSION-DONE TO TRUE
024700         GO TO 1000-INITIALIZE-EXIT
024750     END-IF.
024900     OPEN INPUT MASTER-FILE.
025000     IF NOT WS-MASTER-FILE-OK
025100         DISPLAY "MSTRINQ - NO MASTER ON FILE, STATUS "
025200             WS-MASTER-FILE-STATUS
025300         SET WS-SESSION-DONE TO TRUE
025400         GO TO 1000-INITIALIZE-EXIT
025500     END-IF.
025510     OPEN INPUT REFERENCE-FILE.
025520     IF WS-REFERENCE-FILE-OK
025530         SET WS-REFERENCE-PRESENT TO TRUE
025540     END-IF.
025600     MOVE LOW-VALUES TO MST-ID.
025700     START MASTER-FILE KEY NOT < MST-ID
025800     INVALID KEY
028600         MOVE MST-LAST-MAINT-DATE
028700             TO WT-MAINT-DATE(W-ENTRY-COUNT)
028800         MOVE MST-CURRENCY TO WT-CURRENCY(W-ENTRY-COUNT)
028850         MOVE MST-ORIG-AMOUNT-X TO WT-ORIG-X(W-ENTRY-COUNT)
028900     END-READ.
029000 1100-LOAD-ONE-ENTRY-EXIT.
029100     EXIT.
033900     DISPLAY "  DATE . . . . . . " WT-DATE(W-CURSOR).
034000     DISPLAY "  LAST MAINTAINED  " WT-MAINT-DATE(W-CURSOR).
034100     DISPLAY "  CURRENCY . . . . " WT-CURRENCY(W-CURSOR).
034110     MOVE WT-ORIG-X(W-CURSOR) TO WS-AMOUNT-WORK-X.
034120     PERFORM 3400-SHOW-ORIG-AMOUNT THRU
034130         3400-SHOW-ORIG-AMOUNT-EXIT.
034200 2100-SHOW-TABLE-ENTRY-EXIT.
034300     EXIT.
034400
036300         DISPLAY "  DATE . . . . . . " MST-DATE
036400         DISPLAY "  LAST MAINTAINED  " MST-LAST-MAINT-DATE
036500         DISPLAY "  CURRENCY . . . . " MST-CURRENCY
036502         MOVE MST-ORIG-AMOUNT-X TO WS-AMOUNT-WORK-X
036504         PERFORM 3400-SHOW-ORIG-AMOUNT THRU
036506             3400-SHOW-ORIG-AMOUNT-EXIT
036510         PERFORM 3300-SHOW-NAME THRU 3300-SHOW-NAME-EXIT
036600         PERFORM 3100-SET-CURSOR-TO-ID THRU
036700             3100-SET-CURSOR-TO-ID-EXIT
036800     END-READ.
038700 3200-MATCH-TABLE-ID-EXIT.
038800     EXIT.
038900
038901 3300-SHOW-NAME.
038902******************************************************************
038903*    THE NAME OF THE ID JUST READ, OFF THE REFERENCE FILE.        *
038904******************************************************************
038905     IF WS-REFERENCE-ABSENT
038906         GO TO 3300-SHOW-NAME-EXIT
038907     END-IF.
038908     MOVE MST-ID TO AR-ID.
038909     READ REFERENCE-FILE
038910     INVALID KEY
038911         DISPLAY "  NAME . . . . . . NOT ON REFERENCE FILE"
038912     NOT INVALID KEY
038913         DISPLAY "  NAME . . . . . . " AR-NAME
038914     END-READ.
038915 3300-SHOW-NAME-EXIT.
038916     EXIT.
038917
038922 3400-SHOW-ORIG-AMOUNT.
038927******************************************************************
038932*    THE AMOUNT AS SENT, STAGED IN THE AMOUNT WORK FIELD BY THE   *
038937*    CALLER.  A POSITION CARRIED OVER FROM BEFORE THE FIELD       *
038942*    EXISTED SHOWS IT AS NOT KNOWN.                               *
038947******************************************************************
038952     IF WS-AMOUNT-WORK IS NUMERIC
038957         MOVE WS-AMOUNT-WORK TO WS-DISP-AMOUNT
038962         DISPLAY "  AMOUNT AS SENT . " WS-DISP-AMOUNT
038967     ELSE
038972         DISPLAY "  AMOUNT AS SENT . NOT KNOWN"
038977     END-IF.
038982 3400-SHOW-ORIG-AMOUNT-EXIT.
038987     EXIT.
038990
039000 4000-BROWSE-NEXT.
039100     IF W-ENTRY-COUNT = ZERO
039200         DISPLAY "MSTRINQ - NOTHING TO BROWSE"
047300 6000-ADJUST-ENTRY.
047400******************************************************************
047500*    KEY A MANUAL ADJUSTMENT.  THE RECORD IS READ AND SHOWN,      *
047600*    THE NEW AMOUNT AND A REASON CODE ARE KEYED AND EDITED        *
047700*    (THREE BAD TRIES ABANDONS THE ADJUSTMENT UNCHANGED), AND     *
047800*    ONLY A FULLY CLEAN SET OF FIELDS GOES ON THE APPROVAL QUEUE. *
048100******************************************************************
048110     IF NOT SGN-MAY-MAKE
048120         DISPLAY "MSTRINQ - " SGN-USER-ID " MAY NOT KEY "
048130             "ADJUSTMENTS"
048140         GO TO 6000-ADJUST-ENTRY-EXIT
048150     END-IF.
048200     IF WS-COMMAND-OP1 = SPACES
048300         DISPLAY "MSTRINQ - ADJ NEEDS AN ID"
048400         GO TO 6000-ADJUST-ENTRY-EXIT
049400         WS-DISP-AMOUNT.
049500     SET WS-ADJ-IN-PROGRESS TO TRUE.
049600     PERFORM 6100-EDIT-NEW-AMOUNT THRU 6100-EDIT-NEW-AMOUNT-EXIT.
049610     IF WS-ADJ-IN-PROGRESS
049620         PERFORM 6150-EDIT-NEW-ORIG THRU 6150-EDIT-NEW-ORIG-EXIT
049630     END-IF.
049700     IF WS-ADJ-IN-PROGRESS
049800         PERFORM 6200-EDIT-REASON THRU 6200-EDIT-REASON-EXIT
049900     END-IF.
050300     IF WS-ADJ-ABANDONED
050400         DISPLAY "MSTRINQ - ADJUSTMENT ABANDONED, MASTER "
050500             "UNCHANGED"
050600         GO TO 6000-ADJUST-ENTRY-EXIT
050700     END-IF.
050800     PERFORM 6400-QUEUE-ADJUSTMENT THRU
050900         6400-QUEUE-ADJUSTMENT-EXIT.
051000 6000-ADJUST-ENTRY-EXIT.
051100     EXIT.
051200
053600 6110-TRY-NEW-AMOUNT-EXIT.
053700     EXIT.
053800
053802 6150-EDIT-NEW-ORIG.
053804******************************************************************
053806*    ON A FOREIGN POSITION THE AMOUNT AS SENT IS OFFERED FOR      *
053808*    REKEYING - LEFT BLANK IT STAYS AS IT WAS.  A BASE-CURRENCY   *
053810*    POSITION SKIPS THIS; ITS AMOUNT AS SENT FOLLOWS THE NEW      *
053812*    AMOUNT.                                                      *
053814******************************************************************
053816     SET WS-ORIG-KEPT TO TRUE.
053818     IF MST-CURRENCY = SPACES OR MST-CURRENCY = W-BASE-CURRENCY
053820         GO TO 6150-EDIT-NEW-ORIG-EXIT
053822     END-IF.
053824     MOVE ZERO TO W-TRY-COUNT.
053826     SET WS-FIELD-NOT-OK TO TRUE.
053828     PERFORM 6160-TRY-NEW-ORIG THRU 6160-TRY-NEW-ORIG-EXIT
053830         UNTIL WS-FIELD-OK OR WS-ADJ-ABANDONED.
053832 6150-EDIT-NEW-ORIG-EXIT.
053834     EXIT.
053836
053838 6160-TRY-NEW-ORIG.
053840     DISPLAY "NEW AMOUNT AS SENT IN " MST-CURRENCY
053842         " (SIGN THEN SEVEN DIGITS, BLANK KEEPS IT):".
053844     MOVE SPACES TO WS-FIELD-INPUT.
053846     ACCEPT WS-FIELD-INPUT.
053848     IF WS-FIELD-INPUT = SPACES
053850         SET WS-FIELD-OK TO TRUE
053852         GO TO 6160-TRY-NEW-ORIG-EXIT
053854     END-IF.
053856     PERFORM 7000-EDIT-KEYED-AMOUNT THRU
053858         7000-EDIT-KEYED-AMOUNT-EXIT.
053860     IF WS-AMOUNT-OK
053862         MOVE WS-AMOUNT-WORK TO WS-NEW-ORIG-AMOUNT
053864         SET WS-ORIG-KEYED TO TRUE
053866         SET WS-FIELD-OK TO TRUE
053868     ELSE
053870         DISPLAY "MSTRINQ - AMOUNT MUST BE SIGN THEN SEVEN "
053872             "DIGITS, E.G. +0012345 FOR 123.45"
053874         PERFORM 6500-COUNT-TRY THRU 6500-COUNT-TRY-EXIT
053876     END-IF.
053878 6160-TRY-NEW-ORIG-EXIT.
053880     EXIT.
053890
053900 6200-EDIT-REASON.
054000     MOVE ZERO TO W-TRY-COUNT.
054100     SET WS-FIELD-NOT-OK TO TRUE.
056300 6210-TRY-REASON-EXIT.
056400     EXIT.
056500
056600 6400-QUEUE-ADJUSTMENT.
056700******************************************************************
056800*    PUT THE ADJUSTMENT ON THE APPROVAL QUEUE WITH THE AMOUNT THE *
056900*    MAKER SAW - APPRMNT REFUSES TO APPLY IT IF THE POSITION HAS  *
057000*    MOVED BY THE TIME IT IS APPROVED.  THE MASTER AND THE BROWSE *
057100*    TABLE ARE UNCHANGED UNTIL THEN.                              *
057200******************************************************************
057300     MOVE SPACES TO APR-REQUEST.
057400     SET AQ-TYPE-ADJ TO TRUE.
057500     MOVE SGN-USER-ID TO AQ-MAKER.
057600     MOVE MST-ID TO AQ-ADJ-ID.
057700     MOVE MST-AMOUNT TO AQ-ADJ-BEFORE-AMOUNT.
057800     MOVE WS-NEW-AMOUNT TO AQ-ADJ-NEW-AMOUNT.
057900     IF WS-ORIG-KEYED
058000         MOVE WS-NEW-ORIG-AMOUNT TO AQ-ADJ-NEW-ORIG-AMOUNT
058100     END-IF.
058200     MOVE WS-ADJ-REASON TO AQ-ADJ-REASON.
058300     MOVE SGN-INITIALS TO AQ-ADJ-OPERATOR.
058400     CALL "APPRSVC" USING APR-REQUEST APR-RESULT.
058500     IF APR-NOT-QUEUED
058600         DISPLAY "MSTRINQ - ADJUSTMENT NOT QUEUED, MASTER "
058700             "UNCHANGED"
058800         GO TO 6400-QUEUE-ADJUSTMENT-EXIT
058900     END-IF.
059000     MOVE WS-NEW-AMOUNT TO WS-DISP-AMOUNT.
059100     DISPLAY "MSTRINQ - ADJUSTMENT OF " MST-ID " TO "
059200         WS-DISP-AMOUNT " QUEUED AS REQUEST " AQ-REQ-NUM.
059300     DISPLAY "MSTRINQ - IT TAKES EFFECT WHEN A SECOND OPERATOR "
059400         "APPROVES IT AT APPRMNT".
059500 6400-QUEUE-ADJUSTMENT-EXIT.
059600     EXIT.
064200
064300 6500-COUNT-TRY.
064400     ADD 1 TO W-TRY-COUNT.
