000100*****************************************************************
000200*    CPAUTLOG.CPY                                               *
000300*    RECORD LAYOUT FOR THE MAINTENANCE-AUTHORIZATION LOG.  ONE  *
000400*    RECORD FOR EVERY DUAL-CONTROLLED CHANGE ACTUALLY APPLIED - *
000500*    A SEQUENCE-MASTER ADJUST OR NEWERA (TEST-SEQMNT), A VOID   *
000600*    POSTING (TEST-VOIDMNT), A RUN BACK-OUT (TEST-RUNBAK) OR AN *
000700*    ERA REOPEN (TEST-ERACLS) - SHOWING WHO PREPARED IT, WHO    *
000800*    APPROVED IT AND HOW MANY NUMBERS IT AFFECTED.  FROM/TO ARE *
000900*    THE SERIES' NEXT NUMBER BEFORE AND AFTER (ADJUST, NEWERA), *
001000*    THE NUMBER VOIDED (VOID), THE FIRST AND LAST NUMBER BACKED *
001100*    OUT (RBAK - SERIES BLANK AND ERA ZERO, AS A RUN SPANS ITS  *
001200*    WHOLE SERIES LIST), OR THE ERA'S FIRST AND LAST ISSUED     *
001300*    NUMBER (REOPEN - THE QUANTITY IS THE ERA'S ISSUED COUNT).  *
001310*    THE REFERENCE IS THE VOID'S REASON CODE AND REPORTED-BY,   *
001320*    THE BACKED-OUT RUN-ID AND BUSINESS DATE, OR THE REOPEN     *
001330*    REASON.  APPEND-ONLY; A REJECTED OR STOPPED CHANGE IS      *
001340*    NEVER LOGGED.                                              *
001400*****************************************************************
001500*    DATE-WRITTEN.  2026-10-15.
001600*    MODIFICATION HISTORY.
001700*    DATE       INIT  DESCRIPTION
001800*    10/15/26   JAD   ORIGINAL COPYBOOK - MAINTENANCE
001900*                     AUTHORIZATION LOG
001910*    10/15/26   JAD   ADDED REOPEN RECORDS FROM TEST-ERACLS
002000*****************************************************************
002100 01  CP-AUTH-LOG-RECORD.
002200     05  CP-AUL-DATE             PIC 9(08).
002300     05  CP-AUL-TIME             PIC 9(08).
002400     05  CP-AUL-PROGRAM          PIC X(08).
002500     05  CP-AUL-ACTION           PIC X(06).
002600     05  CP-AUL-SERIES-CODE      PIC X(04).
002700     05  CP-AUL-ERA-CODE         PIC 9(02).
002800     05  CP-AUL-PREPARED-BY      PIC X(08).
002900     05  CP-AUL-APPROVED-BY      PIC X(08).
003000     05  CP-AUL-QUANTITY         PIC 9(09).
003100     05  CP-AUL-FROM-NUMBER      PIC 9(10).
003200     05  CP-AUL-TO-NUMBER        PIC 9(10).
003300     05  CP-AUL-REFERENCE        PIC X(16).
003400     05  FILLER                  PIC X(03).
