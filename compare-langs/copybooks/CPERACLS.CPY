000100*****************************************************************
000200*    CPERACLS.CPY                                               *
000300*    RECORD LAYOUT FOR THE ERA-CLOSE FILE.  TEST-ERACLS         *
000400*    APPENDS A CLOSED RECORD WHEN IT STATES A SERIES' PRIOR ERA *
000500*    (FISCAL-YEAR CYCLE) OUT AT YEAR END, AND A REOPENED RECORD *
000600*    WHEN A DUAL-CONTROLLED REOPEN LETS THE ERA TAKE POSTINGS   *
000700*    AGAIN.  THE FILE IS APPEND-ONLY AND IN ACTION ORDER, SO    *
000800*    THE LATEST RECORD FOR A SERIES AND ERA IS ITS STATE; A     *
000900*    SERIES AND ERA WITH NO RECORD (OR NO FILE AT ALL) IS       *
001000*    OPEN.  TEST-VOIDMNT, TEST-RECLAIM AND TEST-RUNBAK REFUSE   *
001100*    TO POST INTO A CLOSED ERA.  A CLOSED RECORD CARRIES THE    *
001200*    STATEMENT'S ISSUED SPAN, ISSUED COUNT AND THE NUMBERS      *
001300*    STILL UNEXPLAINED AT THE CLOSE; A REOPENED RECORD CARRIES  *
001400*    THE REOPEN REASON.                                         *
001500*****************************************************************
001600*    DATE-WRITTEN.  2026-10-15.
001700*    MODIFICATION HISTORY.
001800*    DATE       INIT  DESCRIPTION
001900*    10/15/26   JAD   ORIGINAL COPYBOOK - ERA CLOSE FILE
002000*****************************************************************
002100 01  CP-ERA-CLOSE-RECORD.
002200     05  CP-ECL-SERIES-CODE      PIC X(04).
002300     05  CP-ECL-ERA-CODE         PIC 9(02).
002400     05  CP-ECL-ACTION           PIC X(01).
002500         88  ECL-ACTION-CLOSED       VALUE "C".
002600         88  ECL-ACTION-REOPENED     VALUE "R".
002700     05  CP-ECL-DATE             PIC 9(08).
002800     05  CP-ECL-TIME             PIC 9(08).
002900     05  CP-ECL-PREPARED-BY      PIC X(08).
003000     05  CP-ECL-APPROVED-BY      PIC X(08).
003100     05  CP-ECL-FIRST-ISSUED     PIC 9(09).
003200     05  CP-ECL-LAST-ISSUED      PIC 9(09).
003300     05  CP-ECL-ISSUED-COUNT     PIC 9(09).
003400     05  CP-ECL-UNEXPLAINED      PIC 9(09).
003500     05  CP-ECL-REASON           PIC X(20).
003600     05  FILLER                  PIC X(05).
