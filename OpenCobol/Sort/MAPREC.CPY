000100******************************************************************
000200* COPYBOOK.    MAPREC                                             *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE ORIGIN-TO-ACCOUNT MAP (ACCTMAP) THE GL    *
000700* TEAM MAINTAINS, SHARED BY ITS READERS (GLPOST, SUSPMNT AND      *
000800* SUSPRPT).  THE RESERVED ORIGIN "SUSP" NAMES THE SUSPENSE        *
000900* ACCOUNT.                                                        *
001000*                                                                 *
001100* COPY DIRECTLY UNDER AN 01-LEVEL RECORD; USE REPLACING, AS       *
001200* WITH SRTREC, IF THE AM- NAMES WOULD COLLIDE.                    *
001300*-----------------------------------------------------------------*
001400* MODIFICATION HISTORY                                            *
001500*  DATE       INIT  DESCRIPTION                                   *
001600*  15/10/2026 DLM   ORIGINAL COPYBOOK - LAYOUT LIFTED FROM THE    *
001700*                   COPY HAND-KEPT IN GLPOST.                     *
001800******************************************************************
001900     05  AM-ORIGIN              PIC X(04).
002000     05  FILLER                 PIC X(01).
002100     05  AM-ACCOUNT             PIC X(08).
002200     05  FILLER                 PIC X(01).
002300     05  AM-DESC                PIC X(20).
002400     05  FILLER                 PIC X(46).
