000100*****************************************************************
000200*    CPAUTUSR.CPY                                               *
000300*    RECORD LAYOUT FOR THE AUTHORIZED-USER TABLE.  ONE RECORD   *
000400*    PER USER PER CONTROLLED MAINTENANCE ACTION THE USER MAY    *
000500*    TAKE PART IN - MOVING A SERIES' NEXT NUMBER (ADJUST),      *
000600*    OPENING A SERIES' NEXT ERA (NEWERA), POSTING VOID CARDS    *
000700*    (VOID), BACKING OUT A RUN (RBAK) OR REOPENING A CLOSED ERA *
000750*    (REOPEN).  EVERY SUCH CHANGE NEEDS TWO DIFFERENT USERS: A  *
000800*    PREPARER AND AN APPROVER, BOTH ACTIVE ON THIS TABLE FOR    *
000900*    THE ACTION IN THE RIGHT ROLE.  THE APPROVER'S THRESHOLD    *
001000*    CAPS THE NUMBERS THEY MAY APPROVE FOR THE ACTION IN ONE    *
001100*    SUBMISSION (A VOID DECK COUNTS EVERY CARD THEY             *
001200*    APPROVE).  MAINTAINED BY THE NUMBERING CONTROL TEAM UNDER  *
001300*    THE AUDITORS' REVIEW; A LEAVER IS MARKED REVOKED, NEVER    *
001400*    DELETED, SO THE MAINTENANCE-AUTHORIZATION LOG (CPAUTLOG)   *
001500*    STILL RESOLVES.                                            *
001600*****************************************************************
001700*    DATE-WRITTEN.  2026-10-15.
001800*    MODIFICATION HISTORY.
001900*    DATE       INIT  DESCRIPTION
002000*    10/15/26   JAD   ORIGINAL COPYBOOK - AUTHORIZED USERS
002010*    10/15/26   JAD   ADDED REOPEN ACTION FOR TEST-ERACLS
002100*****************************************************************
002200 01  CP-AUTH-USER-RECORD.
002300     05  CP-AUT-USER-ID          PIC X(08).
002400     05  CP-AUT-ACTION           PIC X(06).
002500         88  AUT-ACTION-ADJUST       VALUE "ADJUST".
002600         88  AUT-ACTION-NEWERA       VALUE "NEWERA".
002700         88  AUT-ACTION-VOID         VALUE "VOID  ".
002800         88  AUT-ACTION-RBAK         VALUE "RBAK  ".
002810         88  AUT-ACTION-REOPEN       VALUE "REOPEN".
002900     05  CP-AUT-ROLE             PIC X(01).
003000         88  AUT-ROLE-PREPARER       VALUE "P".
003100         88  AUT-ROLE-APPROVER       VALUE "A".
003200         88  AUT-ROLE-BOTH           VALUE "B".
003300     05  CP-AUT-THRESHOLD        PIC 9(09).
003400     05  CP-AUT-STATUS           PIC X(01).
003500         88  AUT-USER-ACTIVE         VALUES "A" " ".
003600         88  AUT-USER-REVOKED        VALUE "R".
003700     05  CP-AUT-USER-NAME        PIC X(30).
003800     05  FILLER                  PIC X(25).
