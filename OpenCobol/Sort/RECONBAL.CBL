002100* REPORT - A SINGLE-REGION NIGHT WITH NO MERGE STILL PROVES       *
002200* OVER ITS OTHER LEGS.  THE AMOUNT TOTALS DECIDE PASS OR FAIL;    *
002300* THE RECORD COUNTS ARE PRINTED ALONGSIDE FOR THE OPERATOR.       *
002310*                                                                 *
002320* A TRANSACTION MSTRUPDT HELD OVER A RELEASE LIMIT IS ON THE      *
002330* OTHER LEGS BUT NOT IN THE APPLIED TOTAL, SO THE HELD AMOUNT ON  *
002340* MSTTOTL PRINTS AS A LEG OF ITS OWN AND THE MSTTOTL LEG IS       *
002350* PROVED AS APPLIED PLUS HELD.  EARLIER HOLDS RELEASED AND        *
002360* APPLIED TONIGHT CAME IN ON AN EARLIER NIGHT'S EXTRACT; THEY     *
002370* PRINT FOR THE OPERATOR BUT SIT OUTSIDE THE PROOF.               *
002400*-----------------------------------------------------------------*
002500* MODIFICATION HISTORY                                            *
002600*  DATE       INIT  DESCRIPTION                                   *
002720*                   FROM THE SHARED GLSREC AND MSTTREC            *
002730*                   COPYBOOKS, AND THE MSTTOTL NET CHANGE        *
002740*                   PRINTS ON THE BALANCING REPORT.               *
002750*  15/10/2026 DLM   THE HELD AMOUNT ON MSTTOTL IS A LEG OF ITS    *
002760*                   OWN - THE MSTTOTL LEG IS PROVED AS APPLIED    *
002770*                   PLUS HELD - AND THE RELEASES APPLIED TONIGHT  *
002780*                   PRINT ON THE REPORT.                          *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. RECONBAL.
015500 01  W-MST-TOTAL                PIC S9(09)V99 COMP VALUE ZERO.
015510 01  W-MST-NET                  PIC S9(09)V99 COMP VALUE ZERO.
015600 01  W-MST-COUNT                PIC S9(05) COMP VALUE ZERO.
015610*    THE HOLDS MSTRUPDT TOOK INSTEAD OF APPLYING, AND THE
015620*    EARLIER HOLDS IT RELEASED AND APPLIED.  AN MSTTOTL FROM
015630*    BEFORE THE HOLD CHECKS CARRIES NEITHER.
015640 01  W-HELD-TOTAL               PIC S9(09)V99 COMP VALUE ZERO.
015650 01  W-HELD-COUNT               PIC S9(05) COMP VALUE ZERO.
015660 01  W-REL-TOTAL                PIC S9(09)V99 COMP VALUE ZERO.
015670 01  W-REL-COUNT                PIC S9(05) COMP VALUE ZERO.
015700 01  WS-MST-LEG-SWITCH          PIC X(01) VALUE "N".
015800         88  WS-MST-LEG-PRESENT     VALUE "Y".
015900         88  WS-MST-LEG-ABSENT      VALUE "N".
020300     05  FILLER                 PIC X(26) VALUE SPACES.
020400
020410 01  WS-NET-AMOUNT              PIC +(9)9.99.
020415 01  WS-REL-COUNT               PIC ZZZZ9.
020420
020500 01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
020600
031220*    SIT OUTSIDE BOTH THE COUNT AND THE TOTAL.  THE NET CHANGE    *
031300*    IS MSTRUPDT'S OWN VIEW AND PRINTS ON THE REPORT FOR THE      *
031310*    OPERATOR.                                                    *
031320*    THE HELD AMOUNT IS ON THE OTHER LEGS BUT WAS NOT APPLIED,    *
031330*    SO IT IS ADDED BACK BEFORE THE LEG IS PROVED.                *
031400******************************************************************
031500     OPEN INPUT TOT-FILE.
031600     IF NOT WS-TOT-FILE-OK
032400         MOVE MT-APPLIED-AMOUNT TO W-MST-TOTAL
032410         MOVE MT-NET-CHANGE TO W-MST-NET
032500         MOVE MT-APPLIED-COUNT TO W-MST-COUNT
032510         IF MT-HELD-AMOUNT IS NUMERIC
032520             MOVE MT-HELD-AMOUNT TO W-HELD-TOTAL
032530             MOVE MT-HELD-COUNT TO W-HELD-COUNT
032540         END-IF
032550         IF MT-RELEASED-AMOUNT IS NUMERIC
032560             MOVE MT-RELEASED-AMOUNT TO W-REL-TOTAL
032570             MOVE MT-RELEASED-COUNT TO W-REL-COUNT
032580         END-IF
032600         SET WS-MST-LEG-PRESENT TO TRUE
032700     END-READ.
032800     CLOSE TOT-FILE.
034090             6100-PROVE-ONE-TOTAL-EXIT
034100     END-IF.
034110     IF WS-MST-LEG-PRESENT
034120         COMPUTE W-PROVE-TOTAL = W-MST-TOTAL + W-HELD-TOTAL
034130         PERFORM 6100-PROVE-ONE-TOTAL THRU
034140             6100-PROVE-ONE-TOTAL-EXIT
034150     END-IF.
040500     IF WS-MST-LEG-ABSENT
040600         MOVE "MISSING" TO WS-LEG-NOTE
040700     ELSE
040800         MOVE "APPLIED" TO WS-LEG-NOTE
040900     END-IF.
041000     WRITE RPT-LINE FROM WS-LEG-LINE AFTER ADVANCING 1 LINE.
041010
041020     IF WS-MST-LEG-PRESENT
985001         MOVE SPACES TO WS-LEG-LINE
985002         MOVE "HELD" TO WS-LEG-NAME
985003         MOVE W-HELD-COUNT TO WS-LEG-COUNT
985004         MOVE W-HELD-TOTAL TO WS-LEG-TOTAL
985005         MOVE "HELD FOR RELEASE" TO WS-LEG-NOTE
985006         WRITE RPT-LINE FROM WS-LEG-LINE AFTER ADVANCING 1 LINE
985007         MOVE SPACES TO WS-LEG-LINE
985008         MOVE "MST+HELD" TO WS-LEG-NAME
985009         COMPUTE WS-LEG-COUNT = W-MST-COUNT + W-HELD-COUNT
985010         COMPUTE WS-LEG-TOTAL = W-MST-TOTAL + W-HELD-TOTAL
985011         MOVE "PROVED" TO WS-LEG-NOTE
985012         WRITE RPT-LINE FROM WS-LEG-LINE AFTER ADVANCING 1 LINE
041030         MOVE W-MST-NET TO WS-NET-AMOUNT
041040         MOVE SPACES TO RPT-LINE
041050         STRING "MSTRUPDT NET CHANGE TO THE MASTER . . "
041060             WS-NET-AMOUNT DELIMITED BY SIZE INTO RPT-LINE
041070         WRITE RPT-LINE AFTER ADVANCING 1 LINE
041071         MOVE W-REL-TOTAL TO WS-NET-AMOUNT
041072         MOVE W-REL-COUNT TO WS-REL-COUNT
041073         MOVE SPACES TO RPT-LINE
041074         STRING "RELEASED HOLDS APPLIED, NOT PROVED  "
041075             WS-NET-AMOUNT "  COUNT " WS-REL-COUNT
041076             DELIMITED BY SIZE INTO RPT-LINE
041077         WRITE RPT-LINE AFTER ADVANCING 1 LINE
041080     END-IF.
041100
041200     MOVE SPACES TO RPT-LINE.
