000100*****************************************************************
000200*    CPPOSPAY.CPY                                               *
000300*    RECORD LAYOUT FOR THE POSITIVE-PAY ISSUE FILE SENT TO THE  *
000400*    BANK FOR THE CHEK SERIES - THE BANK'S FIXED-WIDTH FORMAT.  *
000500*    ONE HEADER, ONE ISSUE (I) RECORD PER CHEQUE NUMBER A       *
000600*    CONSUMING SYSTEM CONFIRMED PRINTING, ONE VOID (V) RECORD   *
000700*    PER CHEQUE NUMBER POSTED TO THE VOID REGISTER, AND ONE     *
000800*    TRAILER CARRYING THE BANK'S CONTROL TOTALS.  THE BANK PAYS *
000900*    A PRESENTED CHEQUE ONLY IF ITS NUMBER WAS SENT AS ISSUED   *
001000*    AND NEVER AS VOID.  THE NUMBERING SYSTEM DOES NOT KNOW     *
001100*    CHEQUE AMOUNTS, SO THE FILE IS SENT AS A SERIAL-ONLY       *
001200*    PROFILE - EVERY AMOUNT IS ZERO AND THE BANK MATCHES ON     *
001300*    ACCOUNT AND CHEQUE NUMBER.                                 *
001400*    THE HASH TOTAL IS THE SUM OF EVERY DETAIL RECORD'S CHEQUE  *
001500*    NUMBER, ISSUES AND VOIDS ALIKE, MODULO 10**15; THE RECORD  *
001600*    COUNT INCLUDES THE HEADER AND THE TRAILER.                 *
001700*****************************************************************
001800*    DATE-WRITTEN.  2026-10-15.
001900*    MODIFICATION HISTORY.
002000*    DATE       INIT  DESCRIPTION
002100*    10/15/26   JAD   ORIGINAL COPYBOOK - POSITIVE PAY
002200*****************************************************************
002300 01  CP-POSPAY-RECORD.
002400     05  CP-PPY-REC-TYPE         PIC X(01).
002500         88  PPY-REC-IS-HEADER       VALUE "H".
002600         88  PPY-REC-IS-ISSUE        VALUE "I".
002700         88  PPY-REC-IS-VOID         VALUE "V".
002800         88  PPY-REC-IS-TRAILER      VALUE "T".
002900     05  CP-PPY-BODY             PIC X(79).
003000     05  CP-PPY-HEADER REDEFINES CP-PPY-BODY.
003100         10  CP-PPY-HDR-ACCOUNT  PIC 9(12).
003200         10  CP-PPY-HDR-BUS-DATE PIC 9(08).
003300         10  CP-PPY-HDR-CREATE-DATE
003400                                 PIC 9(08).
003500         10  CP-PPY-HDR-TRANS-NUMBER
003600                                 PIC 9(06).
003700         10  CP-PPY-HDR-SERIES   PIC X(04).
003800         10  FILLER              PIC X(41).
003900     05  CP-PPY-DETAIL REDEFINES CP-PPY-BODY.
004000         10  CP-PPY-DTL-ACCOUNT  PIC 9(12).
004100         10  CP-PPY-DTL-CHECK-NUMBER
004200                                 PIC 9(10).
004300         10  CP-PPY-DTL-AMOUNT   PIC 9(10)V99.
004400         10  CP-PPY-DTL-ISSUE-DATE
004500                                 PIC 9(08).
004600         10  CP-PPY-DTL-PAYEE-REF
004700                                 PIC X(08).
004800         10  CP-PPY-DTL-VOID-REASON
004900                                 PIC X(04).
005000         10  FILLER              PIC X(25).
005100     05  CP-PPY-TRAILER REDEFINES CP-PPY-BODY.
005200         10  CP-PPY-TRL-ACCOUNT  PIC 9(12).
005300         10  CP-PPY-TRL-ISSUE-COUNT
005400                                 PIC 9(09).
005500         10  CP-PPY-TRL-VOID-COUNT
005600                                 PIC 9(09).
005700         10  CP-PPY-TRL-RECORD-COUNT
005800                                 PIC 9(09).
005900         10  CP-PPY-TRL-HASH-TOTAL
006000                                 PIC 9(15).
006100         10  CP-PPY-TRL-AMOUNT-TOTAL
006200                                 PIC 9(12)V99.
006300         10  FILLER              PIC X(11).
