000100*****************************************************************
000200*    CPXFER.CPY                                                 *
000300*    RECORD LAYOUT FOR THE RANGE-TRANSFER LOG.  TEST-XFER       *
000400*    APPENDS ONE RECORD FOR EVERY ACCEPTED TRANSFER OF AN       *
000500*    UNCONSUMED BLOCK OF ALLOCATED NUMBERS FROM ONE CONSUMING   *
000600*    SYSTEM (THE DONOR) TO ANOTHER (THE RECEIVER).  THE BLOCK   *
000700*    KEEPS ITS LINEAGE - THE RUN DATE AND RUN-ID OF THE         *
000800*    ALLOCATION IT WAS CARVED FROM (CPALLOCX) - SO THE          *
000900*    RECEIVER'S CONFIRMATIONS MATCH THAT ALLOCATION AND         *
001000*    TEST-RECLAIM, TEST-POSPAY AND TEST-NUMTRC TREAT THE        *
001100*    RECEIVER AS THE OWNER OF THE NUMBERS.  THE LOG IS          *
001200*    APPEND-ONLY AND IN TRANSFER ORDER; A BLOCK TRANSFERRED ON  *
001300*    AGAIN SIMPLY HAS A LATER RECORD.                           *
001400*****************************************************************
001500*    DATE-WRITTEN.  2026-10-15.
001600*    MODIFICATION HISTORY.
001700*    DATE       INIT  DESCRIPTION
001800*    10/15/26   JAD   ORIGINAL COPYBOOK - RANGE TRANSFER LOG
001900*****************************************************************
002000 01  CP-XFER-RECORD.
002100     05  CP-XFR-DONOR-ID         PIC X(08).
002200     05  CP-XFR-RECEIVER-ID      PIC X(08).
002300     05  CP-XFR-SERIES-CODE      PIC X(04).
002400     05  CP-XFR-ERA-CODE         PIC 9(02).
002500     05  CP-XFR-FROM-NUMBER      PIC 9(09).
002600     05  CP-XFR-TO-NUMBER        PIC 9(09).
002700     05  CP-XFR-QUANTITY         PIC 9(09).
002800     05  CP-XFR-ALX-RUN-DATE     PIC 9(08).
002900     05  CP-XFR-ALX-RUN-ID       PIC X(08).
003000     05  CP-XFR-DATE             PIC 9(08).
003100     05  CP-XFR-REQUESTED-BY     PIC X(08).
003200     05  FILLER                  PIC X(19).
