000100*****************************************************************
000200*    CPRUNSIZ.CPY                                               *
000300*    RECORD LAYOUT FOR THE RUN-SIZING FILE.  ONE RECORD PER     *
000400*    SERIES ON THE NIGHT'S SERIES LIST, WRITTEN BY TEST-RUNSIZE *
000500*    AHEAD OF TEST-COB.  THE RUN COUNT IS THE NUMBER OF         *
000600*    SEQUENCE NUMBERS TEST-COB GENERATES FOR THE SERIES WHEN    *
000700*    ITS PARM NAMES SIZED INSTEAD OF A FLAT RUN COUNT, AND THE  *
000800*    NUMBER TEST-RECON EXPECTS OF THE BASE GENERATION.  THE     *
000900*    REMAINING FIELDS ARE THE EVIDENCE THE COUNT WAS WORKED     *
001000*    OUT FROM, KEPT WITH IT SO THE NUMBER CAN BE EXPLAINED      *
001100*    AFTER THE SIZING REPORT HAS ROLLED OFF THE SPOOL -         *
001200*        RUN COUNT = ENTITLED DEMAND - RECLAIM TRIM             *
001300*    A ZERO RUN COUNT MEANS NO CARD ASKED FOR THE SERIES AND    *
001400*    TEST-COB LEAVES IT OUT OF THE NIGHT'S RUN.                 *
001500*****************************************************************
001600*    DATE-WRITTEN.  2026-10-15.
001700*    MODIFICATION HISTORY.
001800*    DATE       INIT  DESCRIPTION
001900*    10/15/26   JAD   ORIGINAL COPYBOOK - DEMAND-DRIVEN SIZING
002000*****************************************************************
002100 01  CP-RUNSIZE-RECORD.
002200     05  CP-SIZ-SERIES-CODE      PIC X(04).
002300     05  CP-SIZ-RUN-COUNT        PIC 9(09).
002400     05  CP-SIZ-DEMANDED         PIC 9(09).
002500     05  CP-SIZ-ENTITLED         PIC 9(09).
002600     05  CP-SIZ-FLOOR            PIC 9(09).
002700     05  CP-SIZ-TRIM             PIC 9(09).
002800     05  CP-SIZ-HIST-NIGHTS      PIC 9(03).
002900     05  CP-SIZ-HIST-SHORT       PIC 9(09).
003000     05  CP-SIZ-HIST-RECLAIM     PIC 9(09).
003100     05  CP-SIZ-SIZE-DATE        PIC 9(08).
003200     05  FILLER                  PIC X(02).
