000100******************************************************************
000200* COPYBOOK.    RATEREC                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE CURRENCY RATE FILE (RATEFILE), SHARED BY  *
000700* ITS READERS (BUBBLE-SORT'S LOAD-TIME CONVERSION AND THE         *
000800* PERIOD-END REVALUATION, FXREVAL) SO BOTH ALWAYS READ A RATE     *
000900* THE SAME WAY.  ONE RATE PER CURRENCY AND EFFECTIVE DATE; THE    *
001000* RATE THAT APPLIES ON A GIVEN DAY IS THE LATEST ONE DATED ON OR  *
001100* BEFORE IT.                                                      *
001200*                                                                 *
001300* COPY DIRECTLY UNDER AN 01-LEVEL RECORD; USE REPLACING, AS       *
001400* WITH SRTREC, IF THE RT- NAMES WOULD COLLIDE.                    *
001500*-----------------------------------------------------------------*
001600* MODIFICATION HISTORY                                            *
001700*  DATE       INIT  DESCRIPTION                                   *
001800*  15/10/2026 DLM   ORIGINAL COPYBOOK - LAYOUT LIFTED FROM THE    *
001900*                   COPY HAND-KEPT IN BUBBLE-SORT.                *
002000******************************************************************
002100     05  RT-CURRENCY            PIC X(03).
002200     05  RT-DATE                PIC 9(08).
002300*    UNITS OF BASE CURRENCY PER UNIT OF THE FOREIGN CURRENCY,
002400*    SIX IMPLIED DECIMALS - E.G. 000732000 FOR 0.732.
002500     05  RT-RATE                PIC 9(03)V9(06).
002600     05  FILLER                 PIC X(58).
