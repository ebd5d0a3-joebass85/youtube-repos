000100*****************************************************************
000200*    CPBALMON.CPY                                               *
000300*    RECORD LAYOUT FOR THE MONTH-END BALANCE SUMMARY FILE.      *
000400*    TEST-BALMON ROLLS A MONTH OF NIGHTLY BALANCE CERTIFICATES  *
000500*    (CPBALCRT) UP INTO ONE S RECORD PER SERIES AND ERA -       *
000600*    NIGHTS CERTIFIED, THE FIRST NIGHT'S OPENING AND THE LAST   *
000700*    NIGHT'S CLOSING NUMBER, THE MONTH'S MOVEMENT TOTALS AND    *
000800*    THE CONTINUITY EXCEPTIONS FOUND - FOLLOWED BY ONE M        *
000900*    RECORD CARRYING THE MONTH'S GRAND TOTALS AND ITS TOTAL     *
001000*    EXCEPTION COUNT, INCLUDING THE NIGHT-LEVEL EXCEPTIONS NO   *
001100*    SERIES OWNS.  STATUS C MEANS CERTIFIED CONTINUOUS AND IN   *
001200*    BALANCE; STATUS X MEANS THE CERTIFICATE PAGE LISTS         *
001300*    EXCEPTIONS.  THE FILE IS APPEND-ONLY AND KEPT BY THE       *
001400*    AUDITORS; A MONTH IS SUMMARIZED ONCE, AND A RERUN'S        *
001500*    RECORDS (LATER PREPARED DATE) SUPERSEDE THE EARLIER ONES.  *
001600*****************************************************************
001700*    DATE-WRITTEN.  2026-10-15.
001800*    MODIFICATION HISTORY.
001900*    DATE       INIT  DESCRIPTION
002000*    10/15/26   JAD   ORIGINAL COPYBOOK - MONTH-END SUMMARY
002100*****************************************************************
002200 01  CP-BALMON-RECORD.
002300     05  CP-BMN-MONTH            PIC 9(06).
002400     05  CP-BMN-REC-TYPE         PIC X(01).
002500         88  BMN-IS-SERIES           VALUE "S".
002600         88  BMN-IS-MONTH            VALUE "M".
002700     05  CP-BMN-SERIES-CODE      PIC X(04).
002800     05  CP-BMN-ERA-CODE         PIC 9(02).
002900     05  CP-BMN-NIGHTS           PIC 9(05).
003000     05  CP-BMN-OPEN-NUMBER      PIC 9(10).
003100     05  CP-BMN-CLOSE-NUMBER     PIC 9(10).
003200     05  CP-BMN-GENERATED        PIC 9(09).
003300     05  CP-BMN-ALLOCATED        PIC 9(09).
003400     05  CP-BMN-VOIDED           PIC 9(09).
003500     05  CP-BMN-RESERVED-SKIP    PIC 9(09).
003600     05  CP-BMN-BREAKS           PIC 9(05).
003700     05  CP-BMN-X-NIGHTS         PIC 9(05).
003800     05  CP-BMN-EXCEPTIONS       PIC 9(05).
003900     05  CP-BMN-STATUS           PIC X(01).
004000         88  BMN-CERTIFIED           VALUE "C".
004100         88  BMN-EXCEPTIONS-FOUND    VALUE "X".
004200     05  CP-BMN-PREPARED-DATE    PIC 9(08).
004300     05  FILLER                  PIC X(02).
