000100*****************************************************************
000200*    CPPPYLOG.CPY                                               *
000300*    RECORD LAYOUT FOR THE POSITIVE-PAY TRANSMISSION CONTROL    *
000400*    LOG.  AN APPEND-ONLY JOURNAL: ONE RECORD PER BUSINESS DATE *
000500*    WHOSE POSITIVE-PAY FILE TEST-POSPAY BUILT CLEAN AND        *
000600*    RELEASED FOR TRANSMISSION, WITH THE TRANSMISSION NUMBER    *
000700*    THE BANK SEES ON THE HEADER AND THE FILE'S CONTROL         *
000800*    TOTALS.  A DATE ALREADY ON THE LOG IS NEVER BUILT AGAIN,   *
000900*    AND A DATE IS REFUSED WHILE AN EARLIER COMPLETED BUSINESS  *
001000*    DATE IS STILL MISSING FROM IT.  THE VOID WINDOW IS THE     *
001100*    SPAN OF VOID REGISTER DATES THE FILE CARRIED - AFTER THE   *
001200*    PRIOR TRANSMISSION'S BUSINESS DATE, THROUGH THIS ONE.      *
001300*****************************************************************
001400*    DATE-WRITTEN.  2026-10-15.
001500*    MODIFICATION HISTORY.
001600*    DATE       INIT  DESCRIPTION
001700*    10/15/26   JAD   ORIGINAL COPYBOOK - POSITIVE-PAY LOG
001800*****************************************************************
001900 01  CP-PPYLOG-RECORD.
002000     05  CP-PPL-BUS-DATE         PIC 9(08).
002100     05  CP-PPL-TRANS-NUMBER     PIC 9(06).
002200     05  CP-PPL-CREATE-DATE      PIC 9(08).
002300     05  CP-PPL-CREATE-TIME      PIC 9(08).
002400     05  CP-PPL-ACCOUNT          PIC 9(12).
002500     05  CP-PPL-ISSUE-COUNT      PIC 9(09).
002600     05  CP-PPL-VOID-COUNT       PIC 9(09).
002700     05  CP-PPL-HASH-TOTAL       PIC 9(15).
002800     05  CP-PPL-VOID-FROM-DATE   PIC 9(08).
002900     05  CP-PPL-VOID-TO-DATE     PIC 9(08).
003000     05  FILLER                  PIC X(09).
