000100******************************************************************
000200* COPYBOOK.    RUNHREC                                            *
000300* AUTHOR.      D.MAINT                                            *
000400* DATE-WRITTEN. 15/10/2026                                        *
000500*-----------------------------------------------------------------*
000600* RECORD LAYOUT FOR THE RUN-HISTORY FILE (RUNHIST).  RUNCTL ADDS  *
000700* ONE RECORD FOR EVERY STEP IT RUNS, AS THE STEP ENDS, CLEAN OR   *
000800* NOT, AND NEVER REWRITES THE FILE - IT IS THE NIGHTLY STREAM'S   *
000900* PERMANENT RECORD OF HOW LONG EACH STEP TOOK.  RUNRPT READS IT   *
001000* FOR THE BATCH WINDOW REPORT.  A STEP RERUN ON A RESUMED NIGHT   *
001100* HAS A RECORD FOR EACH ATTEMPT UNDER THE SAME RUN DATE.          *
001200*                                                                 *
001300*     POS  1-8    RUN DATE THE NIGHT BELONGS TO (AS ON RUNSTAT).  *
001400*     POS 10-11   STEP NUMBER IN THE STREAM AT THE TIME.          *
001500*     POS 13-24   STEP (PROGRAM) NAME.                            *
001600*     POS 26-39   START, CCYYMMDDHHMMSS.                          *
001700*     POS 41-54   END, CCYYMMDDHHMMSS.                            *
001800*     POS 56-61   ELAPSED SECONDS, END LESS START.                *
001900*     POS 63-69   RECORDS PROCESSED - THE RECORDS ON THE STEP'S   *
002000*                 VOLUME DATASET AS THE STEP ENDED (SEE RUNCTL),  *
002100*                 ZERO FOR A STEP WITH NONE.                      *
002200*     POS 71-73   THE STEP'S RETURN CODE.                         *
002300*                                                                 *
002400* COPY DIRECTLY UNDER AN 01-LEVEL RECORD.                         *
002500*-----------------------------------------------------------------*
002600* MODIFICATION HISTORY                                            *
002700*  DATE       INIT  DESCRIPTION                                   *
002800*  15/10/2026 DLM   ORIGINAL COPYBOOK.                            *
002900******************************************************************
003000     05  RH-RUN-DATE            PIC 9(08).
003100     05  FILLER                 PIC X(01).
003200     05  RH-STEP-NUM            PIC 9(02).
003300     05  FILLER                 PIC X(01).
003400     05  RH-STEP-NAME           PIC X(12).
003500     05  FILLER                 PIC X(01).
003600     05  RH-START-STAMP.
003700         10  RH-START-DATE      PIC 9(08).
003800         10  RH-START-TIME      PIC 9(06).
003900     05  FILLER                 PIC X(01).
004000     05  RH-END-STAMP.
004100         10  RH-END-DATE        PIC 9(08).
004200         10  RH-END-TIME        PIC 9(06).
004300     05  FILLER                 PIC X(01).
004400     05  RH-ELAPSED             PIC 9(06).
004500     05  FILLER                 PIC X(01).
004600     05  RH-RECORDS             PIC 9(07).
004700     05  FILLER                 PIC X(01).
004800     05  RH-RETURN-CODE         PIC 9(03).
004900     05  FILLER                 PIC X(07).
