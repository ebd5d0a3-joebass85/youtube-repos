000100*****************************************************************
000200*                                                               *
000300*    PROGRAM      TEST-POSPAY                                   *
000400*    FUNCTION     BUILDS THE DAILY POSITIVE-PAY ISSUE FILE FOR  *
000500*                 THE CHEK SERIES.  EVERY CHEQUE NUMBER A       *
000600*                 CONSUMING SYSTEM CONFIRMED PRINTING FROM THE  *
000700*                 BUSINESS DATE'S ALLOCATION GOES TO THE BANK   *
000800*                 AS AN ISSUE, AND EVERY CHEK NUMBER POSTED TO  *
000900*                 THE VOID REGISTER SINCE THE LAST TRANSMISSION *
001000*                 GOES AS A VOID, IN THE BANK'S FIXED-WIDTH     *
001100*                 FORMAT WITH ITS HEADER AND TRAILER TOTALS.    *
001200*                 A TRANSMISSION CONTROL LOG MAKES SURE NO      *
001300*                 BUSINESS DATE IS EVER SENT TWICE OR SKIPPED.  *
001400*                                                               *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. TEST-POSPAY.
001800 AUTHOR. JOE DIAMOND.
001900 INSTALLATION. DAILY-LEDGER BATCH SYSTEMS.
002000 DATE-WRITTEN. 10/15/2026.
002100 DATE-COMPILED.
002200*****************************************************************
002300*    MODIFICATION HISTORY.
002400*    DATE       INIT  DESCRIPTION
002500*    10/15/26   JAD   ORIGINAL VERSION - REPLACES THE LIST THE
002600*                     CASH TEAM KEYED BY HAND FROM ALLOCXRF AND
002700*                     VOIDREG FOR THE BANK EVERY MORNING.
002710*    10/15/26   JAD   CHEK RANGES CARVED BY THE LOGGED RANGE
002720*                     TRANSFERS (XFERLOG) SO A TRANSFERRED CHEQUE
002730*                     BLOCK IS MATCHED TO ITS RECEIVER, AND AN
002740*                     UNCONFIRMED PIECE SETTLED FROM ITS SIBLINGS.
002745*    10/15/26   JAD   A BUSINESS DATE BACKED OUT BY TEST-RUNBAK
002754*                     (CANCELLED) NO LONGER COUNTS AS RUN OR
002763*                     UNSENT - THE LATEST COMPLETE OR RECONCILED
002772*                     RUN OF EACH DATE IS KEPT UNLESS SINCE
002781*                     CANCELLED.  MORE UNSENT DATES THAN THE
002790*                     TABLE HOLDS STOPS WITH RC1611.
002800*****************************************************************
002900*
003000*    METHOD - THE CROSS-REFERENCE RANGES OF THE CHEK SERIES FOR
003100*    THE BUSINESS DATE ARE TABLED BY SYSTEM.  EACH CHEK
003200*    CONFIRMATION FOR THE DATE MUST FALL INSIDE ONE OF THEM (THE
003300*    SAME MATCH TEST-RECLAIM MAKES) AND RELEASES ONE ISSUE ITEM
003400*    PER CONFIRMED NUMBER - A RESERVED NUMBER INSIDE A SPAN WAS
003500*    NEVER PRINTED AND IS NOT SENT.  EVERY CHEK VOID REGISTER
003600*    RECORD DATED AFTER THE PRIOR TRANSMISSION'S BUSINESS DATE,
003700*    UP TO AND INCLUDING THIS ONE, RELEASES ONE VOID ITEM WHATEVER
003800*    ITS REASON (SPOILED, GAPF, RESV, RCLM, RCAN ...), SO A VOID
003900*    POSTED ON A DAY WITH NO RUN STILL REACHES THE BANK ON THE
004000*    NEXT FILE.  THE ITEMS ARE SORTED BY CHEQUE NUMBER, ISSUE
004100*    BEFORE VOID, AND A REPEATED ITEM IS SENT ONCE.
004200*    A CONFIRMATION OUTSIDE EVERY ALLOCATED RANGE, OR AN
004300*    ALLOCATED RANGE WITH NO CONFIRMATION, STOPS THE DATE: THE
004400*    FILE IS STILL WRITTEN FOR REVIEW BUT NOT LOGGED, SO THE
004500*    TRANSMISSION STEP DOES NOT RUN AND THE DATE CAN BE BUILT
004600*    AGAIN ONCE THE FEED IS PUT RIGHT.
004700*
004710*    A CHEK RANGE PART OF WHICH WAS TRANSFERRED TO ANOTHER SYSTEM
004720*    (TEST-XFER, XFERLOG) IS FIRST CARVED INTO PIECES, EACH HELD
004730*    BY THE SYSTEM THAT NOW OWNS IT, AS TEST-RECLAIM DOES.  A
004740*    PIECE NO CONFIRMATION NAMED WHILE ITS OWNER CONFIRMED
004750*    ANOTHER PIECE OF THE SAME ALLOCATION IS SETTLED, NOT
004760*    UNCONFIRMED - THE FEED ARRIVED, AND ONLY THE NUMBERS IT
004770*    CONFIRMED ARE SENT.
004771*
004772*    A BUSINESS DATE COUNTS AS RUN ONLY WHILE ITS LATEST COMPLETE
004773*    OR RECONCILED RUN HAS NOT SINCE BEEN CANCELLED BY
004774*    TEST-RUNBAK.  A CANCELLED DATE DROPS OUT OF THE
004775*    NEVER-SKIPPED CHAIN - IT HOLDS NO LATER DATE BACK, AND IS
004776*    NOT SENT UNTIL IT HAS RUN AGAIN.
004780*
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-370.
005200 OBJECT-COMPUTER. IBM-370.
005300 SPECIAL-NAMES.
005400     C01 IS TOP-OF-PAGE.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT PPYLOG-FILE
005900         ASSIGN TO PPYLOG
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-PPYLOG-STATUS.
006200
006300     SELECT RUN-CONTROL-FILE
006400         ASSIGN TO RUNCTL
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-RUNCTL-STATUS.
006700
006800     SELECT ALLOCX-FILE
006900         ASSIGN TO ALLOCXRF
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-ALLOCX-STATUS.
007200
007300     SELECT CONFIRM-FILE
007400         ASSIGN TO CONFIRM
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-CONFIRM-STATUS.
007700
007800     SELECT RESERVE-FILE
007900         ASSIGN TO RESRANGE
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-RESERVE-STATUS.
008200
008300     SELECT VOID-REG-FILE
008400         ASSIGN TO VOIDREG
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-VOID-STATUS.
008700
008710     SELECT XFER-LOG-FILE
008720         ASSIGN TO XFERLOG
008730         ORGANIZATION IS SEQUENTIAL
008740         FILE STATUS IS WS-XFRLOG-STATUS.
008750
008800     SELECT POSPAY-FILE
008900         ASSIGN TO POSPAY
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-POSPAY-STATUS.
009200
009300     SELECT REPORT-FILE
009400         ASSIGN TO POSPRPT
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-RPT-STATUS.
009700
009800     SELECT SORT-FILE
009900         ASSIGN TO SORTWK.
010000
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  PPYLOG-FILE
010400     RECORD CONTAINS 100 CHARACTERS
010500     RECORDING MODE IS F.
010600 COPY CPPPYLOG.
010700
010800 FD  RUN-CONTROL-FILE
010900     RECORD CONTAINS 100 CHARACTERS
011000     RECORDING MODE IS F.
011100 COPY CPRUNCTL.
011200
011300 FD  ALLOCX-FILE
011400     RECORD CONTAINS 80 CHARACTERS
011500     RECORDING MODE IS F.
011600 COPY CPALLOCX.
011700
011800 FD  CONFIRM-FILE
011900     RECORD CONTAINS 60 CHARACTERS
012000     RECORDING MODE IS F.
012100 COPY CPCONFRM.
012200
012300 FD  RESERVE-FILE
012400     RECORD CONTAINS 40 CHARACTERS
012500     RECORDING MODE IS F.
012600 COPY CPRESRV.
012700
012800 FD  VOID-REG-FILE
012900     RECORD CONTAINS 40 CHARACTERS
013000     RECORDING MODE IS F.
013100 COPY CPVOID.
013200
013210 FD  XFER-LOG-FILE
013220     RECORD CONTAINS 100 CHARACTERS
013230     RECORDING MODE IS F.
013240 COPY CPXFER.
013250
013300 FD  POSPAY-FILE
013400     RECORD CONTAINS 80 CHARACTERS
013500     RECORDING MODE IS F.
013600 COPY CPPOSPAY.
013700
013800 FD  REPORT-FILE
013900     RECORD CONTAINS 132 CHARACTERS
014000     RECORDING MODE IS F.
014100 01  CP-RPT-LINE                 PIC X(132).
014200
014300 SD  SORT-FILE.
014400 01  SRT-SORT-RECORD.
014500     05  SRT-CHECK-NUMBER        PIC 9(09).
014600     05  SRT-REC-TYPE            PIC X(01).
014700     05  SRT-ITEM-DATE           PIC 9(08).
014800     05  SRT-PAYEE-REF           PIC X(08).
014900     05  SRT-VOID-REASON         PIC X(04).
015000
015100 WORKING-STORAGE SECTION.
015200*****************************************************************
015300*    RETURN CODE TABLE - CODES THIS PROGRAM SETS INTO           *
015400*    RETURN-CODE BEFORE STOPPING.  ANY OF THEM LEAVES THE       *
015500*    BUSINESS DATE OFF THE TRANSMISSION LOG, SO THE JOB'S       *
015600*    TRANSMISSION STEP IS SKIPPED AND THE DATE CAN BE BUILT     *
015700*    AGAIN.                                                     *
015800*                                                               *
015900*    RC1600  THE PARM WAS MISSING, CARRIED TOO MANY FIELDS, OR  *
016000*           HELD AN INVALID BUSINESS DATE OR ACCOUNT NUMBER.    *
016100*    RC1601  A CHEK CONFIRMATION RECORD WAS INVALID (BLANK      *
016200*           SYSTEM, NON-NUMERIC OR ZERO NUMBERS, TO BELOW       *
016300*           FROM), OR THE CROSS-REFERENCE HELD MORE CHEK RANGES *
016400*           FOR THE DATE THAN THE RANGE TABLE ALLOWS, OR THE    *
016500*           RESERVED-RANGE FILE COULD NOT BE READ OR WAS BAD.   *
016600*    RC1602  A REQUIRED FILE FAILED TO OPEN.                    *
016700*    RC1603  THE BUSINESS DATE IS ALREADY ON THE TRANSMISSION   *
016800*           LOG, OR IS EARLIER THAN THE LAST DATE SENT - IT     *
016900*           MUST NEVER BE SENT TWICE.                           *
017000*    RC1604  AN EARLIER COMPLETED BUSINESS DATE HAS NOT BEEN    *
017100*           SENT YET - BUILD THAT DATE FIRST SO NONE IS         *
017200*           SKIPPED.                                            *
017300*    RC1605  THE RUN-CONTROL FILE HOLDS NO COMPLETE OR          *
017400*           RECONCILED RUN FOR THE BUSINESS DATE THAT HAS       *
017450*           NOT SINCE BEEN CANCELLED.                           *
017500*    RC1606  THE CROSS-REFERENCE HOLDS NO ALLOCATION FOR THE    *
017600*           BUSINESS DATE - THE WRONG GENERATION WAS SUPPLIED.  *
017700*    RC1607  A CHEK CONFIRMATION MATCHED NO ALLOCATED RANGE -   *
017800*           A SYSTEM IS VOUCHING FOR CHEQUES IT WAS NEVER       *
017900*           GIVEN.  THE FILE IS NOT RELEASED.                   *
018000*    RC1608  AN ALLOCATED CHEK RANGE HAD NO CONFIRMATION - ITS  *
018100*           CHEQUES MAY BE PRINTING, AND THE BANK WOULD REFUSE  *
018200*           THEM.  CHASE THE FEED AND RERUN.  THE FILE IS NOT   *
018300*           RELEASED.                                           *
018400*    RC1609  THE TRANSMISSION LOG HELD AN INVALID RECORD.       *
018410*    RC1610  THE TRANSFER LOG FAILED TO OPEN.                   *
018420*    RC1611  THE RUN-CONTROL FILE HOLDS MORE COMPLETED DATES    *
018430*           AFTER THE LAST ONE SENT THAN THE DATE TABLE ALLOWS. *
018500*****************************************************************
018600 77  WS-PPYLOG-STATUS            PIC X(02) VALUE "00".
018700 77  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
018800 77  WS-ALLOCX-STATUS            PIC X(02) VALUE "00".
018900 77  WS-CONFIRM-STATUS           PIC X(02) VALUE "00".
019000 77  WS-RESERVE-STATUS           PIC X(02) VALUE "00".
019100 77  WS-VOID-STATUS              PIC X(02) VALUE "00".
019150 77  WS-XFRLOG-STATUS            PIC X(02) VALUE "00".
019200 77  WS-POSPAY-STATUS            PIC X(02) VALUE "00".
019300 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
019400
019500 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
019600 77  WS-PPY-SERIES               PIC X(04) VALUE "CHEK".
019700 77  WS-MAX-RANGES               PIC 9(02) COMP VALUE 60.
019710 77  WS-MAX-RUN-DATES            PIC 9(03) COMP VALUE 100.
019800 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
019900 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
020000
020100*****************************************************************
020200*    TRANSMISSION CONTROL FIELDS.  THE LAST DATE SENT AND ITS   *
020300*    TRANSMISSION NUMBER COME FROM THE LOG; THE FIRST UNSENT    *
020400*    COMPLETED DATE FROM THE RUN-CONTROL FILE.  THE VOID WINDOW *
020500*    RUNS AFTER THE VOID-FROM DATE THROUGH THE BUSINESS DATE -  *
020600*    ON THE FIRST TRANSMISSION EVER THE VOID-FROM DATE IS THE   *
020700*    BUSINESS DATE LESS ONE AS A NUMBER, WHICH ADMITS EXACTLY   *
020800*    THE BUSINESS DATE ITSELF.                                  *
020900*****************************************************************
021000 01  WS-CONTROL-FIELDS.
021100     05  WS-BUS-DATE             PIC 9(08) VALUE ZERO.
021200     05  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
021300         10  WS-BUS-YYYY         PIC 9(04).
021400         10  WS-BUS-MM           PIC 9(02).
021500         10  WS-BUS-DD           PIC 9(02).
021600     05  WS-ACCOUNT              PIC 9(12) VALUE ZERO.
021700     05  WS-LAST-SENT-DATE       PIC 9(08) VALUE ZERO.
021800     05  WS-LAST-TRANS-NUMBER    PIC 9(06) VALUE ZERO.
021900     05  WS-TRANS-NUMBER         PIC 9(06) VALUE ZERO.
022000     05  WS-LOG-COUNT            PIC 9(09) COMP VALUE 0.
022100     05  WS-UNSENT-DATE          PIC 9(08) VALUE ZERO.
022200     05  WS-VOID-FROM-DATE       PIC 9(08) VALUE ZERO.
022300     05  WS-SW-BUS-RUN           PIC X(01) VALUE "N".
022400         88  BUS-DATE-HAS-RUN        VALUE "Y".
022500
022505*****************************************************************
022510*    RUN-DATE TABLE - ONE ENTRY PER BUSINESS DATE ON THE        *
022515*    RUN-CONTROL FILE THAT MATTERS TO THIS TRANSMISSION: THE    *
022520*    BUSINESS DATE ITSELF AND, ONCE A DATE HAS BEEN SENT, EVERY *
022525*    DATE AFTER THE LAST ONE SENT.  THE DONE RUN-ID IS THE      *
022530*    DATE'S LATEST COMPLETE OR RECONCILED RUN, CLEARED WHEN     *
022535*    TEST-RUNBAK CANCELS THAT RUN; SPACES MEAN NOT RUN.         *
022540*****************************************************************
022545 01  WS-RUN-DATE-FIELDS.
022550     05  WS-RDT-COUNT            PIC 9(03) COMP VALUE 0.
022555     05  WS-RDT-IDX              PIC 9(03) COMP VALUE 0.
022560     05  WS-RDT-MATCH-IDX        PIC 9(03) COMP VALUE 0.
022565     05  WS-RDT-ENTRY OCCURS 100 TIMES.
022570         10  WS-RDT-DATE         PIC 9(08).
022575         10  WS-RDT-DONE-RUN-ID  PIC X(08).
022580
022600*****************************************************************
022700*    RANGE TABLE - ONE ENTRY PER CHEK CROSS-REFERENCE RECORD    *
022800*    FOR THE BUSINESS DATE WITH A NON-ZERO QUANTITY.  THE       *
022900*    ISSUED COUNT IS THE NUMBER OF ISSUE ITEMS ITS              *
023000*    CONFIRMATIONS RELEASED.                                    *
023010*    A TRANSFERRED RANGE IS HELD AS ONE ENTRY PER PIECE, EACH   *
023020*    UNDER ITS OWNER; THE RECEIVER'S PIECE NAMES ITS DONOR.     *
023100*****************************************************************
023200 01  WS-RANGE-FIELDS.
023300     05  WS-RANGE-COUNT          PIC 9(02) COMP VALUE 0.
023400     05  WS-RANGE-IDX            PIC 9(02) COMP VALUE 0.
023500     05  WS-MATCH-IDX            PIC 9(02) COMP VALUE 0.
023600     05  WS-RANGE-ENTRY OCCURS 60 TIMES.
023700         10  WS-RNG-SYSTEM-ID    PIC X(08).
023800         10  WS-RNG-FROM         PIC 9(10) COMP.
023900         10  WS-RNG-TO           PIC 9(10) COMP.
024000         10  WS-RNG-QUANTITY     PIC 9(09) COMP.
024100         10  WS-RNG-RUN-ID       PIC X(08).
024200         10  WS-RNG-ERA          PIC 9(02).
024300         10  WS-RNG-ISSUED       PIC 9(09) COMP.
024400         10  WS-RNG-SW-CONFIRMED PIC X(01).
024500             88  RNG-WAS-CONFIRMED   VALUE "Y" "S".
024510             88  RNG-WAS-SETTLED     VALUE "S".
024520         10  WS-RNG-DONOR-ID     PIC X(08).
024530         10  WS-RNG-SW-CARVED    PIC X(01).
024540             88  RNG-WAS-CARVED      VALUE "Y".
024600
024602*****************************************************************
024603*    TRANSFER WORK FIELDS - THE LOGGED TRANSFER BEING CARVED    *
024604*    OUT OF A RANGE, AND THE PIECE-SETTLING SWITCH.             *
024605*****************************************************************
024606 01  WS-XFER-FIELDS.
024607     05  WS-XFR-APPLIED-CT       PIC 9(04) COMP VALUE 0.
024608     05  WS-XFR-PIECE-IDX        PIC 9(02) COMP VALUE 0.
024609     05  WS-XFR-OLD-TO           PIC 9(10) COMP VALUE 0.
024610     05  WS-XFR-OLD-DONOR        PIC X(08) VALUE SPACES.
024611     05  WS-SW-XFR-EOF           PIC X(01) VALUE "N".
024612         88  END-OF-XFERS            VALUE "Y".
024613     05  WS-SW-SIB-ABOVE         PIC X(01) VALUE "N".
024614         88  SIBLING-ABOVE-CONFIRMED VALUE "Y".
024700 01  WS-COUNT-FIELDS.
024800     05  WS-XRF-READ-COUNT       PIC 9(09) COMP VALUE 0.
024900     05  WS-XRF-DATE-COUNT       PIC 9(09) COMP VALUE 0.
025000     05  WS-CNF-READ-COUNT       PIC 9(09) COMP VALUE 0.
025100     05  WS-CNF-USED-COUNT       PIC 9(09) COMP VALUE 0.
025200     05  WS-ORPHAN-COUNT         PIC 9(09) COMP VALUE 0.
025300     05  WS-UNCONFIRMED-CT       PIC 9(09) COMP VALUE 0.
025400     05  WS-VOID-READ-COUNT      PIC 9(09) COMP VALUE 0.
025500     05  WS-ISSUE-RELEASED       PIC 9(09) COMP VALUE 0.
025600     05  WS-VOID-RELEASED        PIC 9(09) COMP VALUE 0.
025700     05  WS-ISSUE-WRITTEN        PIC 9(09) COMP VALUE 0.
025800     05  WS-VOID-WRITTEN         PIC 9(09) COMP VALUE 0.
025900     05  WS-DUP-DROPPED          PIC 9(09) COMP VALUE 0.
026000     05  WS-RECORD-WRITTEN       PIC 9(09) COMP VALUE 0.
026100     05  WS-HASH-TOTAL           PIC 9(16) COMP VALUE 0.
026200     05  WS-HASH-MODULUS         PIC 9(16) COMP
026300                                 VALUE 1000000000000000.
026400
026500 01  WS-WORK-FIELDS.
026600     05  WS-CNF-ERA              PIC 9(02) VALUE ZERO.
026700     05  WS-ITEM-NUMBER          PIC 9(10) COMP VALUE 0.
026800     05  WS-PREV-NUMBER          PIC 9(09) VALUE ZERO.
026900     05  WS-PREV-TYPE            PIC X(01) VALUE SPACES.
027000
027100*****************************************************************
027200*    RESERVED-RANGE TABLE AND WORK FIELDS - THE IN-CORE IMAGE   *
027300*    OF THE RESRANGE COMPANION FILE, AND THE ARGUMENTS OF THE   *
027400*    9660 SKIP AND 9670 OVERLAP-COUNT SERVICE PARAGRAPHS.  A    *
027500*    MISSING RESRANGE DD (STATUS 35) MEANS NO RANGE IS          *
027510*    RESERVED.                                                  *
027600*****************************************************************
027700 01  WS-RESERVED-FIELDS.
027800     05  WS-RSV-COUNT            PIC 9(02) COMP VALUE 0.
027900     05  WS-RSV-IDX              PIC 9(02) COMP VALUE 0.
028000     05  WS-RSV-SERIES           PIC X(04) VALUE SPACES.
028100     05  WS-RSV-ERA-WANT         PIC 9(02) VALUE ZERO.
028200     05  WS-RSV-NUMBER           PIC 9(10) COMP VALUE 0.
028210     05  WS-RSV-LO               PIC 9(10) COMP VALUE 0.
028220     05  WS-RSV-HI               PIC 9(10) COMP VALUE 0.
028230     05  WS-RSV-ENT-LO           PIC 9(10) COMP VALUE 0.
028240     05  WS-RSV-ENT-HI           PIC 9(10) COMP VALUE 0.
028250     05  WS-RSV-OVERLAP          PIC 9(10) COMP VALUE 0.
028300     05  WS-SW-RSV-EOF           PIC X(01) VALUE "N".
028400         88  RESERVE-AT-END          VALUE "Y".
028500     05  WS-SW-RSV-HIT           PIC X(01) VALUE "N".
028600         88  RESERVE-PASS-HIT        VALUE "Y".
028700     05  WS-SW-RSV-JUMPED        PIC X(01) VALUE "N".
028800         88  RESERVED-JUMPED         VALUE "Y".
028900     05  WS-RESERVED-ENTRY OCCURS 20 TIMES.
029000         10  WS-RSV-SER-CODE     PIC X(04).
029100         10  WS-RSV-FROM         PIC 9(10) COMP.
029200         10  WS-RSV-TO           PIC 9(10) COMP.
029300         10  WS-RSV-ERA          PIC 9(02).
029400
029500 01  WS-PARM-FIELDS.
029600     05  WS-PARM-TEXT            PIC X(30).
029700     05  WS-PARM-DATE-TEXT       PIC X(10).
029800     05  WS-PARM-ACCT-TEXT       PIC X(14).
029900     05  WS-PARM-LEN             PIC 9(02) VALUE ZERO.
030000     05  WS-PARM-EDIT            PIC X(12).
030100
030200 01  WS-DATE-TIME-FIELDS.
030300     05  WS-CD-DATE              PIC 9(08).
030400     05  WS-CD-DATE-R REDEFINES WS-CD-DATE.
030500         10  WS-CD-YYYY          PIC 9(04).
030600         10  WS-CD-MM            PIC 9(02).
030700         10  WS-CD-DD            PIC 9(02).
030800     05  WS-HDG-DATE-NUM         PIC 9(08).
030900     05  WS-HDG-DATE-NUM-R REDEFINES WS-HDG-DATE-NUM.
031000         10  WS-HDN-MM           PIC 9(02).
031100         10  WS-HDN-DD           PIC 9(02).
031200         10  WS-HDN-YYYY         PIC 9(04).
031300
031400 01  WS-REPORT-FIELDS.
031500     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
031600     05  WS-PAGE-NUMBER          PIC 9(03) VALUE ZERO.
031700     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 050.
031800
031900 01  WS-TITLE-LINE.
032000     05  FILLER                  PIC X(34) VALUE SPACES.
032100     05  FILLER                  PIC X(60) VALUE
032200         "TEST-COB CHEK POSITIVE-PAY ISSUE FILE REPORT".
032300
032400 01  WS-HEADING-LINE.
032500     05  FILLER                  PIC X(01) VALUE SPACES.
032600     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
032700     05  WS-HDG-DATE             PIC 99/99/9999.
032800     05  FILLER                  PIC X(06) VALUE "  JOB:".
032900     05  WS-HDG-JOBNAME          PIC X(09) VALUE "TESTPPAY".
033000     05  FILLER                  PIC X(06) VALUE "PAGE: ".
033100     05  WS-HDG-PAGE             PIC ZZ9.
033200     05  FILLER                  PIC X(17) VALUE
033300         "  BUSINESS DATE: ".
033400     05  WS-HDG-BUS-DATE         PIC 9(08).
033500
033600 01  WS-COLUMN-LINE.
033700     05  FILLER                  PIC X(04) VALUE SPACES.
033800     05  FILLER                  PIC X(10) VALUE "SYSTEM".
033900     05  FILLER                  PIC X(10) VALUE "RUN-ID".
034000     05  FILLER                  PIC X(21) VALUE
034100         "        RANGE        ".
034200     05  FILLER                  PIC X(11) VALUE "  ALLOCATED".
034300     05  FILLER                  PIC X(11) VALUE "     ISSUED".
034400
034500 01  WS-DETAIL-LINE.
034600     05  FILLER                  PIC X(04) VALUE SPACES.
034700     05  WS-DTL-SYSTEM           PIC X(08).
034800     05  FILLER                  PIC X(02) VALUE SPACES.
034900     05  WS-DTL-RUN-ID           PIC X(08).
035000     05  FILLER                  PIC X(02) VALUE SPACES.
035100     05  WS-DTL-FROM             PIC ZZZZZZZZ9.
035200     05  FILLER                  PIC X(03) VALUE " - ".
035300     05  WS-DTL-TO               PIC ZZZZZZZZ9.
035400     05  FILLER                  PIC X(02) VALUE SPACES.
035500     05  WS-DTL-ALLOCATED        PIC ZZZZZZZZ9.
035600     05  FILLER                  PIC X(02) VALUE SPACES.
035700     05  WS-DTL-ISSUED           PIC ZZZZZZZZ9.
035800     05  FILLER                  PIC X(02) VALUE SPACES.
035900     05  WS-DTL-NOTE             PIC X(36) VALUE SPACES.
036000
036100 01  WS-ORPHAN-LINE.
036200     05  FILLER                  PIC X(04) VALUE SPACES.
036300     05  FILLER                  PIC X(34) VALUE
036400         "CONFIRMATION MATCHES NO RANGE -   ".
036500     05  WS-ORP-SYSTEM           PIC X(08).
036600     05  FILLER                  PIC X(02) VALUE SPACES.
036700     05  WS-ORP-RUN-ID           PIC X(08).
036800     05  FILLER                  PIC X(02) VALUE SPACES.
036900     05  WS-ORP-FROM             PIC ZZZZZZZZ9.
037000     05  FILLER                  PIC X(03) VALUE " - ".
037100     05  WS-ORP-TO               PIC ZZZZZZZZ9.
037200
037300 01  WS-TOTAL-LINE.
037400     05  FILLER                  PIC X(04) VALUE SPACES.
037500     05  WS-TOT-LABEL            PIC X(40) VALUE SPACES.
037600     05  WS-TOT-VALUE            PIC ZZZZZZZZZZZZZZ9.
037700
037800 01  WS-STATUS-LINE.
037900     05  FILLER                  PIC X(04) VALUE SPACES.
038000     05  WS-STA-TEXT             PIC X(100) VALUE SPACES.
038100
038200 01  WS-END-LINE.
038300     05  FILLER                  PIC X(20) VALUE SPACES.
038400     05  FILLER                  PIC X(22) VALUE
038500         "*** END OF REPORT ***".
038600
038700 01  WS-SW-FIELDS.
038800     05  WS-SW-LOG-EOF           PIC X(01) VALUE "N".
038900         88  END-OF-PPYLOG           VALUE "Y".
039000     05  WS-SW-RUNCTL-EOF        PIC X(01) VALUE "N".
039100         88  END-OF-RUNCTL           VALUE "Y".
039200     05  WS-SW-ALX-EOF           PIC X(01) VALUE "N".
039300         88  END-OF-ALLOCX           VALUE "Y".
039400     05  WS-SW-CNF-EOF           PIC X(01) VALUE "N".
039500         88  END-OF-CONFIRMS         VALUE "Y".
039600     05  WS-SW-VOID-EOF          PIC X(01) VALUE "N".
039700         88  END-OF-VOIDREG          VALUE "Y".
039800     05  WS-SW-SORT-EOF          PIC X(01) VALUE "N".
039900         88  END-OF-SORT             VALUE "Y".
040000
040100 LINKAGE SECTION.
040200 01  PARM-INFO.
040300     05  PARM-LENGTH             PIC S9(04) COMP.
040400     05  PARM-DATA               PIC X(30).
040500
040600*****************************************************************
040700*    PROCEDURE DIVISION                                         *
040800*    PARM-INFO IS PASSED BY THE JCL EXEC PARM= PARAMETER.       *
040900*    EXPECTED FORMAT (COMMA DELIMITED, BOTH REQUIRED) -         *
041000*        BUSINESS-DATE,ACCOUNT                                  *
041100*    BUSINESS-DATE  THE YYYYMMDD BUSINESS DATE BEING SENT - THE *
041200*                   RUN DATE OF THE ALLOCATION ITS CHEQUES      *
041300*                   WERE ISSUED FROM.                           *
041400*    ACCOUNT        THE BANK ACCOUNT NUMBER THE CHEK STOCK IS   *
041500*                   DRAWN ON, UP TO 12 DIGITS.                  *
041600*****************************************************************
041700 PROCEDURE DIVISION USING PARM-INFO.
041800 0000-MAINLINE.
041900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
042000     PERFORM 2000-CHECK-SEQUENCE THRU 2000-EXIT
042100     PERFORM 3000-LOAD-RANGES THRU 3000-EXIT
042200     SORT SORT-FILE
042300         ON ASCENDING KEY SRT-CHECK-NUMBER SRT-REC-TYPE
042400         INPUT PROCEDURE IS 4000-SELECT-ITEMS THRU 4000-EXIT
042500         OUTPUT PROCEDURE IS 5000-WRITE-POSPAY THRU 5000-EXIT
042600     PERFORM 6000-FINALIZE THRU 6000-EXIT
042700     GO TO 9999-EXIT.
042800
042900*****************************************************************
043000*    1000-INITIALIZE - TAKE THE PARM, LOAD THE RESERVED RANGES  *
043100*    AND OPEN THE REPORT.                                       *
043200*****************************************************************
043300 1000-INITIALIZE.
043400     DISPLAY "TEST-POSPAY - CHEK POSITIVE-PAY BUILD STARTING"
043500     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
043600     MOVE WS-CD-DATE TO WS-CURRENT-DATE
043700     ACCEPT WS-CURRENT-TIME FROM TIME
043800     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT
043900     PERFORM 1500-LOAD-RESERVED THRU 1500-EXIT
044000     OPEN OUTPUT REPORT-FILE
044100     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
044200         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
044300     END-IF
044400     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT.
044500 1000-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*    1100-VALIDATE-PARM - SPLIT THE PARM INTO THE BUSINESS DATE *
045000*    AND THE ACCOUNT NUMBER AND VALIDATE BOTH.                  *
045100*****************************************************************
045200 1100-VALIDATE-PARM.
045300     IF PARM-LENGTH IS LESS THAN OR EQUAL TO ZERO
045400         MOVE 1600 TO WS-RETURN-CODE
045500         DISPLAY "TEST-POSPAY RC1600 - NO BUSINESS DATE OR "
045600             "ACCOUNT WAS SUPPLIED"
045700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
045800     END-IF
045900     MOVE SPACES TO WS-PARM-TEXT
046000     MOVE PARM-DATA(1:PARM-LENGTH) TO WS-PARM-TEXT
046100     MOVE SPACES TO WS-PARM-DATE-TEXT
046200     MOVE SPACES TO WS-PARM-ACCT-TEXT
046300     UNSTRING WS-PARM-TEXT DELIMITED BY ","
046400         INTO WS-PARM-DATE-TEXT WS-PARM-ACCT-TEXT
046500         ON OVERFLOW
046600             MOVE 1600 TO WS-RETURN-CODE
046700             DISPLAY "TEST-POSPAY RC1600 - PARM CARRIES MORE "
046800                 "FIELDS THAN THE PROGRAM ACCEPTS"
046900             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
047000     END-UNSTRING
047100
047200     IF WS-PARM-DATE-TEXT(1:8) IS NOT NUMERIC
047300         OR WS-PARM-DATE-TEXT(9:2) IS NOT EQUAL TO SPACES
047400         MOVE 1600 TO WS-RETURN-CODE
047500         DISPLAY "TEST-POSPAY RC1600 - BUSINESS DATE '"
047600             WS-PARM-DATE-TEXT "' IS NOT YYYYMMDD"
047700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
047800     END-IF
047900     MOVE WS-PARM-DATE-TEXT(1:8) TO WS-BUS-DATE
048000     IF WS-BUS-MM IS LESS THAN 1
048100         OR WS-BUS-MM IS GREATER THAN 12
048200         OR WS-BUS-DD IS LESS THAN 1
048300         OR WS-BUS-DD IS GREATER THAN 31
048400         MOVE 1600 TO WS-RETURN-CODE
048500         DISPLAY "TEST-POSPAY RC1600 - BUSINESS DATE "
048600             WS-BUS-DATE " IS NOT A VALID DATE"
048700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
048800     END-IF
048900
049000*    RIGHT-JUSTIFY AND ZERO-FILL THE ACCOUNT NUMBER, AS TEST-RECON
049100*    DOES FOR ITS EXPECTED COUNT.
049200     MOVE ZERO TO WS-PARM-LEN
049300     INSPECT WS-PARM-ACCT-TEXT TALLYING WS-PARM-LEN
049400         FOR CHARACTERS BEFORE INITIAL SPACE
049500     IF WS-PARM-LEN IS EQUAL TO ZERO
049600         OR WS-PARM-LEN IS GREATER THAN 12
049700         OR WS-PARM-ACCT-TEXT(1:WS-PARM-LEN) IS NOT NUMERIC
049800         MOVE 1600 TO WS-RETURN-CODE
049900         DISPLAY "TEST-POSPAY RC1600 - ACCOUNT '"
050000             WS-PARM-ACCT-TEXT "' IS NOT A NUMBER OF UP TO 12 "
050100             "DIGITS"
050200         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
050300     END-IF
050400     MOVE ZEROS TO WS-PARM-EDIT
050500     MOVE WS-PARM-ACCT-TEXT(1:WS-PARM-LEN)
050600         TO WS-PARM-EDIT(13 - WS-PARM-LEN:WS-PARM-LEN)
050700     MOVE WS-PARM-EDIT TO WS-ACCOUNT
050800     MOVE WS-BUS-DATE TO WS-HDG-BUS-DATE.
050900 1100-EXIT.
051000     EXIT.
051100
051200*****************************************************************
051300*    1400-WRITE-REPORT-HEADING - TITLE, RUN DATE, PAGE NUMBER   *
051400*    AND COLUMN HEADINGS AT THE TOP OF EVERY PAGE.              *
051500*****************************************************************
051600 1400-WRITE-REPORT-HEADING.
051700     ADD 1 TO WS-PAGE-NUMBER
051800     IF WS-PAGE-NUMBER IS GREATER THAN 1
051900         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
052000             AFTER ADVANCING TOP-OF-PAGE
052100     ELSE
052200         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
052300     END-IF
052400     MOVE WS-CD-MM TO WS-HDN-MM
052500     MOVE WS-CD-DD TO WS-HDN-DD
052600     MOVE WS-CD-YYYY TO WS-HDN-YYYY
052700     MOVE WS-HDG-DATE-NUM TO WS-HDG-DATE
052800     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
052900     WRITE CP-RPT-LINE FROM WS-HEADING-LINE
053000     WRITE CP-RPT-LINE FROM WS-COLUMN-LINE
053100     MOVE ZERO TO WS-LINE-COUNT.
053200 1400-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600*    1500-LOAD-RESERVED - READ THE RESERVED-RANGE COMPANION     *
053700*    FILE INTO THE RESERVED TABLE.  A MISSING DD (STATUS 35)    *
053800*    MEANS NO RANGE IS RESERVED - NOT AN ERROR.                 *
053900*****************************************************************
054000 1500-LOAD-RESERVED.
054100     MOVE "N" TO WS-SW-RSV-EOF
054200     OPEN INPUT RESERVE-FILE
054300     EVALUATE WS-RESERVE-STATUS
054400         WHEN "00"
054500             PERFORM 1510-READ-RESERVED-RECORD THRU 1510-EXIT
054600                 UNTIL RESERVE-AT-END
054700             CLOSE RESERVE-FILE
054800         WHEN "35"
054900             CONTINUE
055000         WHEN OTHER
055100             MOVE 1601 TO WS-RETURN-CODE
055200             DISPLAY "TEST-POSPAY RC1601 - RESERVED-RANGE FILE "
055300                 "FAILED TO OPEN - STATUS " WS-RESERVE-STATUS
055400             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
055500     END-EVALUATE.
055600 1500-EXIT.
055700     EXIT.
055800
055900*****************************************************************
056000*    1510-READ-RESERVED-RECORD - VALIDATE AND TABLE ONE         *
056100*    RESERVED-RANGE RECORD.                                     *
056200*****************************************************************
056300 1510-READ-RESERVED-RECORD.
056400     READ RESERVE-FILE
056500         AT END
056600             SET RESERVE-AT-END TO TRUE
056700             GO TO 1510-EXIT
056800     END-READ
056900     IF WS-RSV-COUNT IS GREATER THAN OR EQUAL TO 20
057000         MOVE 1601 TO WS-RETURN-CODE
057100         DISPLAY "TEST-POSPAY RC1601 - MORE RESERVED RANGES "
057200             "THAN THE RESERVED TABLE ALLOWS"
057300         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
057400     END-IF
057500     IF CP-RSV-SERIES-CODE IS EQUAL TO SPACES
057600         OR CP-RSV-FROM-NUMBER IS NOT NUMERIC
057700         OR CP-RSV-TO-NUMBER IS NOT NUMERIC
057800         OR CP-RSV-FROM-NUMBER IS EQUAL TO ZERO
057900         OR CP-RSV-TO-NUMBER IS LESS THAN CP-RSV-FROM-NUMBER
058000         MOVE 1601 TO WS-RETURN-CODE
058100         DISPLAY "TEST-POSPAY RC1601 - INVALID RESERVED-"
058200             "RANGE RECORD - '" CP-RESERVE-RECORD(1:26) "'"
058300         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
058400     END-IF
058500     ADD 1 TO WS-RSV-COUNT
058600     MOVE CP-RSV-SERIES-CODE TO WS-RSV-SER-CODE(WS-RSV-COUNT)
058700     MOVE CP-RSV-FROM-NUMBER TO WS-RSV-FROM(WS-RSV-COUNT)
058800     MOVE CP-RSV-TO-NUMBER TO WS-RSV-TO(WS-RSV-COUNT)
058900     IF CP-RSV-ERA-CODE IS NUMERIC
059000         MOVE CP-RSV-ERA-CODE TO WS-RSV-ERA(WS-RSV-COUNT)
059100     ELSE
059200         MOVE ZERO TO WS-RSV-ERA(WS-RSV-COUNT)
059300     END-IF.
059400 1510-EXIT.
059500     EXIT.
059600
059700*****************************************************************
059800*    2000-CHECK-SEQUENCE - THE NEVER-TWICE, NEVER-SKIPPED RULE. *
059900*    THE LOG SUPPLIES THE LAST DATE SENT AND ITS TRANSMISSION   *
060000*    NUMBER AND REFUSES A DATE ALREADY SENT; THE RUN-CONTROL    *
060100*    FILE PROVES THE BUSINESS DATE COMPLETED AND THAT NO        *
060200*    COMPLETED DATE BETWEEN THE LAST ONE SENT AND THIS ONE IS   *
060300*    STILL WAITING.  A MISSING LOG (STATUS 35) MEANS NOTHING    *
060400*    HAS BEEN SENT YET - THE FIRST DATE SENT STARTS THE CHAIN.  *
060500*****************************************************************
060600 2000-CHECK-SEQUENCE.
060700     MOVE "N" TO WS-SW-LOG-EOF
060800     OPEN INPUT PPYLOG-FILE
060900     EVALUATE WS-PPYLOG-STATUS
061000         WHEN "00"
061100             PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT
061200                 UNTIL END-OF-PPYLOG
061300             CLOSE PPYLOG-FILE
061400         WHEN "35"
061500             DISPLAY "TEST-POSPAY - NO TRANSMISSION LOG - THIS "
061600                 "IS THE FIRST TRANSMISSION"
061700         WHEN OTHER
061800             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
061900     END-EVALUATE
062000     IF WS-LAST-SENT-DATE IS GREATER THAN WS-BUS-DATE
062100         MOVE 1603 TO WS-RETURN-CODE
062200         DISPLAY "TEST-POSPAY RC1603 - BUSINESS DATE " WS-BUS-DATE
062300             " IS EARLIER THAN THE LAST DATE SENT, "
062400             WS-LAST-SENT-DATE
062500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
062600     END-IF
062700     COMPUTE WS-TRANS-NUMBER = WS-LAST-TRANS-NUMBER + 1
062800     IF WS-LOG-COUNT IS EQUAL TO ZERO
062900         COMPUTE WS-VOID-FROM-DATE = WS-BUS-DATE - 1
063000     ELSE
063100         MOVE WS-LAST-SENT-DATE TO WS-VOID-FROM-DATE
063200     END-IF
063300
063400     MOVE "N" TO WS-SW-RUNCTL-EOF
063500     OPEN INPUT RUN-CONTROL-FILE
063600     IF WS-RUNCTL-STATUS IS NOT EQUAL TO "00"
063700         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
063800     END-IF
063900     PERFORM 2200-READ-RUNCTL-RECORD THRU 2200-EXIT
064000         UNTIL END-OF-RUNCTL
064100     CLOSE RUN-CONTROL-FILE
064110     PERFORM 2210-CHECK-ONE-RUN-DATE THRU 2210-EXIT
064120         VARYING WS-RDT-IDX FROM 1 BY 1
064130         UNTIL WS-RDT-IDX IS GREATER THAN WS-RDT-COUNT
064200     IF NOT BUS-DATE-HAS-RUN
064300         MOVE 1605 TO WS-RETURN-CODE
064400         DISPLAY "TEST-POSPAY RC1605 - THE RUN-CONTROL FILE "
064500             "HOLDS NO COMPLETE RUN NOT SINCE CANCELLED FOR "
064550             "BUSINESS DATE "
064600             WS-BUS-DATE
064700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
064800     END-IF
064900     IF WS-UNSENT-DATE IS GREATER THAN ZERO
065000         MOVE 1604 TO WS-RETURN-CODE
065100         DISPLAY "TEST-POSPAY RC1604 - BUSINESS DATE "
065200             WS-UNSENT-DATE " COMPLETED BUT HAS NOT BEEN SENT - "
065300             "BUILD IT BEFORE " WS-BUS-DATE
065400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
065500     END-IF.
065600 2000-EXIT.
065700     EXIT.
065800
065900*****************************************************************
066000*    2100-READ-LOG-RECORD - READ ONE TRANSMISSION LOG RECORD,   *
066100*    KEEP THE LATEST DATE AND HIGHEST TRANSMISSION NUMBER, AND  *
066200*    REFUSE A BUSINESS DATE THAT IS ALREADY ON THE LOG.         *
066300*****************************************************************
066400 2100-READ-LOG-RECORD.
066500     READ PPYLOG-FILE
066600         AT END
066700             SET END-OF-PPYLOG TO TRUE
066800             GO TO 2100-EXIT
066900     END-READ
067000     IF CP-PPL-BUS-DATE IS NOT NUMERIC
067100         OR CP-PPL-TRANS-NUMBER IS NOT NUMERIC
067200         MOVE 1609 TO WS-RETURN-CODE
067300         DISPLAY "TEST-POSPAY RC1609 - INVALID TRANSMISSION LOG "
067400             "RECORD - '" CP-PPYLOG-RECORD(1:30) "'"
067500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
067600     END-IF
067700     ADD 1 TO WS-LOG-COUNT
067800     IF CP-PPL-BUS-DATE IS EQUAL TO WS-BUS-DATE
067900         MOVE 1603 TO WS-RETURN-CODE
068000         DISPLAY "TEST-POSPAY RC1603 - BUSINESS DATE " WS-BUS-DATE
068100             " WAS ALREADY SENT AS TRANSMISSION "
068200             CP-PPL-TRANS-NUMBER " ON " CP-PPL-CREATE-DATE
068300         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
068400     END-IF
068500     IF CP-PPL-BUS-DATE IS GREATER THAN WS-LAST-SENT-DATE
068600         MOVE CP-PPL-BUS-DATE TO WS-LAST-SENT-DATE
068700     END-IF
068800     IF CP-PPL-TRANS-NUMBER IS GREATER THAN WS-LAST-TRANS-NUMBER
068900         MOVE CP-PPL-TRANS-NUMBER TO WS-LAST-TRANS-NUMBER
069000     END-IF.
069100 2100-EXIT.
069200     EXIT.
069300
069400*****************************************************************
069500*    2200-READ-RUNCTL-RECORD - FOLD ONE RUN-CONTROL RECORD INTO *
069600*    ITS BUSINESS DATE'S ENTRY, IN FILE ORDER: A COMPLETE OR    *
069700*    RECONCILED RUN BECOMES THE DATE'S DONE RUN, AND A          *
069800*    CANCELLED POSTING FOR THAT RUN CLEARS IT.  BEFORE THE      *
069810*    FIRST TRANSMISSION ONLY THE BUSINESS DATE ITSELF IS KEPT - *
069820*    THERE IS NO CHAIN TO BREAK.  A SUPPLEMENT TOP-UP LEAVES    *
069830*    THE DATE AS IT WAS.                                        *
069900*****************************************************************
070000 2200-READ-RUNCTL-RECORD.
070100     READ RUN-CONTROL-FILE
070200         AT END
070300             SET END-OF-RUNCTL TO TRUE
070400             GO TO 2200-EXIT
070500     END-READ
070600     IF CP-RUN-BUS-DATE IS GREATER THAN WS-BUS-DATE
070610         GO TO 2200-EXIT
070620     END-IF
070630     IF WS-LOG-COUNT IS EQUAL TO ZERO
070640         AND CP-RUN-BUS-DATE IS NOT EQUAL TO WS-BUS-DATE
070650         GO TO 2200-EXIT
070660     END-IF
070670     IF WS-LOG-COUNT IS GREATER THAN ZERO
070680         AND CP-RUN-BUS-DATE IS NOT GREATER THAN WS-LAST-SENT-DATE
070690         GO TO 2200-EXIT
070700     END-IF
070710     PERFORM 2220-FIND-RUN-DATE THRU 2220-EXIT
070720     EVALUATE TRUE
070730         WHEN RUN-STAT-COMPLETE
070740         WHEN RUN-STAT-RECONCILED
070750             IF WS-RDT-MATCH-IDX IS EQUAL TO ZERO
070760                 PERFORM 2230-ADD-RUN-DATE THRU 2230-EXIT
070770             END-IF
070780             MOVE CP-RUN-RUN-ID
070790                 TO WS-RDT-DONE-RUN-ID(WS-RDT-MATCH-IDX)
070800         WHEN RUN-STAT-CANCELLED
070810             IF WS-RDT-MATCH-IDX IS GREATER THAN ZERO
070820                 IF CP-RUN-RUN-ID IS EQUAL TO
070830                     WS-RDT-DONE-RUN-ID(WS-RDT-MATCH-IDX)
070840                     MOVE SPACES
070850                         TO WS-RDT-DONE-RUN-ID(WS-RDT-MATCH-IDX)
070860                 END-IF
070870             END-IF
070880         WHEN OTHER
070890             CONTINUE
070900     END-EVALUATE.
072000 2200-EXIT.
072100     EXIT.
072101
072102*****************************************************************
072103*    2210-CHECK-ONE-RUN-DATE - ONE ENTRY OF THE RUN-DATE TABLE. *
072104*    A DATE STILL RUN IS EITHER THE BUSINESS DATE OR, AFTER THE *
072105*    LAST DATE SENT AND BEFORE THIS ONE, A CANDIDATE FOR THE    *
072106*    EARLIEST DATE COMPLETED BUT NOT YET SENT.                  *
072107*****************************************************************
072108 2210-CHECK-ONE-RUN-DATE.
072109     IF WS-RDT-DONE-RUN-ID(WS-RDT-IDX) IS EQUAL TO SPACES
072110         GO TO 2210-EXIT
072111     END-IF
072112     IF WS-RDT-DATE(WS-RDT-IDX) IS EQUAL TO WS-BUS-DATE
072113         SET BUS-DATE-HAS-RUN TO TRUE
072114         GO TO 2210-EXIT
072115     END-IF
072116     IF WS-UNSENT-DATE IS EQUAL TO ZERO
072117         OR WS-RDT-DATE(WS-RDT-IDX) IS LESS THAN WS-UNSENT-DATE
072118         MOVE WS-RDT-DATE(WS-RDT-IDX) TO WS-UNSENT-DATE
072119     END-IF.
072120 2210-EXIT.
072121     EXIT.
072122
072123*****************************************************************
072124*    2220-FIND-RUN-DATE - SERVICE PARAGRAPH.  ON EXIT           *
072125*    WS-RDT-MATCH-IDX IS THE ENTRY FOR CP-RUN-BUS-DATE, OR ZERO *
072126*    WHEN THE DATE HAS NO ENTRY YET.                            *
072127*****************************************************************
072128 2220-FIND-RUN-DATE.
072129     MOVE ZERO TO WS-RDT-MATCH-IDX
072130     PERFORM 2225-MATCH-RUN-DATE THRU 2225-EXIT
072131         VARYING WS-RDT-IDX FROM 1 BY 1
072132         UNTIL WS-RDT-IDX IS GREATER THAN WS-RDT-COUNT.
072133 2220-EXIT.
072134     EXIT.
072135
072136*****************************************************************
072137*    2225-MATCH-RUN-DATE - ONE PASS OF THE LINEAR SEARCH OF THE *
072138*    RUN-DATE TABLE FOR CP-RUN-BUS-DATE.                        *
072139*****************************************************************
072140 2225-MATCH-RUN-DATE.
072141     IF WS-RDT-MATCH-IDX IS EQUAL TO ZERO
072142         AND WS-RDT-DATE(WS-RDT-IDX) IS EQUAL TO CP-RUN-BUS-DATE
072143         MOVE WS-RDT-IDX TO WS-RDT-MATCH-IDX
072144     END-IF.
072145 2225-EXIT.
072146     EXIT.
072147
072148*****************************************************************
072149*    2230-ADD-RUN-DATE - A NEW ENTRY FOR CP-RUN-BUS-DATE, LEFT  *
072150*    IN WS-RDT-MATCH-IDX.                                       *
072151*****************************************************************
072152 2230-ADD-RUN-DATE.
072153     IF WS-RDT-COUNT IS GREATER THAN OR EQUAL TO WS-MAX-RUN-DATES
072154         MOVE 1611 TO WS-RETURN-CODE
072155         DISPLAY "TEST-POSPAY RC1611 - THE RUN-CONTROL FILE "
072156             "HOLDS MORE COMPLETED DATES AFTER " WS-LAST-SENT-DATE
072157             " THAN THE DATE TABLE ALLOWS"
072158         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
072159     END-IF
072160     ADD 1 TO WS-RDT-COUNT
072161     MOVE WS-RDT-COUNT TO WS-RDT-MATCH-IDX
072162     MOVE CP-RUN-BUS-DATE TO WS-RDT-DATE(WS-RDT-MATCH-IDX)
072163     MOVE SPACES TO WS-RDT-DONE-RUN-ID(WS-RDT-MATCH-IDX).
072164 2230-EXIT.
072165     EXIT.
072200
072300*****************************************************************
072400*    3000-LOAD-RANGES - TABLE THE CHEK CROSS-REFERENCE RANGES   *
072500*    FOR THE BUSINESS DATE.  ON A DATE WITH A SUPPLEMENT RUN    *
072600*    THE DD CONCATENATES BOTH GENERATIONS; THE RUN-ID KEEPS     *
072700*    THEIR RANGES APART.  THE LOGGED TRANSFERS ARE THEN CARVED  *
072710*    OUT OF THEM.                                               *
072800*****************************************************************
072900 3000-LOAD-RANGES.
073000     MOVE "N" TO WS-SW-ALX-EOF
073100     OPEN INPUT ALLOCX-FILE
073200     IF WS-ALLOCX-STATUS IS NOT EQUAL TO "00"
073300         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
073400     END-IF
073500     PERFORM 3100-READ-ALLOCX-RECORD THRU 3100-EXIT
073600         UNTIL END-OF-ALLOCX
073700     CLOSE ALLOCX-FILE
073800     IF WS-XRF-DATE-COUNT IS EQUAL TO ZERO
073900         MOVE 1606 TO WS-RETURN-CODE
074000         DISPLAY "TEST-POSPAY RC1606 - THE CROSS-REFERENCE HOLDS "
074100             "NO ALLOCATION FOR BUSINESS DATE " WS-BUS-DATE
074200             " (" WS-XRF-READ-COUNT " RECORD(S) READ)"
074300         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
074400     END-IF
074410     PERFORM 3200-APPLY-TRANSFERS THRU 3200-EXIT.
074500 3000-EXIT.
074600     EXIT.
074700
074800*****************************************************************
074900*    3100-READ-ALLOCX-RECORD - TABLE ONE CROSS-REFERENCE RECORD *
075000*    IF IT IS A FILLED CHEK RANGE OF THE BUSINESS DATE.         *
075100*****************************************************************
075200 3100-READ-ALLOCX-RECORD.
075300     READ ALLOCX-FILE
075400         AT END
075500             SET END-OF-ALLOCX TO TRUE
075600             GO TO 3100-EXIT
075700     END-READ
075800     ADD 1 TO WS-XRF-READ-COUNT
075900     IF CP-ALX-RUN-DATE IS NOT EQUAL TO WS-BUS-DATE
076000         GO TO 3100-EXIT
076100     END-IF
076200     ADD 1 TO WS-XRF-DATE-COUNT
076300     IF CP-ALX-SERIES-CODE IS NOT EQUAL TO WS-PPY-SERIES
076400         OR CP-ALX-QUANTITY IS EQUAL TO ZERO
076500         GO TO 3100-EXIT
076600     END-IF
076700     IF WS-RANGE-COUNT IS GREATER THAN OR EQUAL TO WS-MAX-RANGES
076800         MOVE 1601 TO WS-RETURN-CODE
076900         DISPLAY "TEST-POSPAY RC1601 - MORE CHEK RANGES THAN THE "
077000             "RANGE TABLE ALLOWS"
077100         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
077200     END-IF
077300     ADD 1 TO WS-RANGE-COUNT
077400     MOVE CP-ALX-SYSTEM-ID TO WS-RNG-SYSTEM-ID(WS-RANGE-COUNT)
077500     MOVE CP-ALX-FROM-NUMBER TO WS-RNG-FROM(WS-RANGE-COUNT)
077600     MOVE CP-ALX-TO-NUMBER TO WS-RNG-TO(WS-RANGE-COUNT)
077700     MOVE CP-ALX-QUANTITY TO WS-RNG-QUANTITY(WS-RANGE-COUNT)
077800     MOVE CP-ALX-RUN-ID TO WS-RNG-RUN-ID(WS-RANGE-COUNT)
077900     IF CP-ALX-ERA-CODE IS NUMERIC
078000         MOVE CP-ALX-ERA-CODE TO WS-RNG-ERA(WS-RANGE-COUNT)
078100     ELSE
078200         MOVE ZERO TO WS-RNG-ERA(WS-RANGE-COUNT)
078300     END-IF
078400     MOVE ZERO TO WS-RNG-ISSUED(WS-RANGE-COUNT)
078500     MOVE "N" TO WS-RNG-SW-CONFIRMED(WS-RANGE-COUNT)
078510     MOVE SPACES TO WS-RNG-DONOR-ID(WS-RANGE-COUNT)
078520     MOVE "N" TO WS-RNG-SW-CARVED(WS-RANGE-COUNT).
078600 3100-EXIT.
078700     EXIT.
078701
078702*****************************************************************
078703*    3200-APPLY-TRANSFERS - CARVE EVERY LOGGED RANGE TRANSFER   *
078704*    (XFERLOG, SEE CPXFER) OF A CHEK RANGE OF THE BUSINESS DATE *
078705*    OUT OF THE DONOR'S RANGE, OLDEST FIRST, SO EACH PIECE IS   *
078706*    CONFIRMED UNDER THE SYSTEM THAT NOW HOLDS IT.  A MISSING   *
078707*    DD (STATUS 35) MEANS NOTHING WAS TRANSFERRED.              *
078708*****************************************************************
078709 3200-APPLY-TRANSFERS.
078710     MOVE "N" TO WS-SW-XFR-EOF
078711     OPEN INPUT XFER-LOG-FILE
078712     EVALUATE WS-XFRLOG-STATUS
078713         WHEN "00"
078714             PERFORM 3210-APPLY-ONE-TRANSFER THRU 3210-EXIT
078715                 UNTIL END-OF-XFERS
078716             CLOSE XFER-LOG-FILE
078717         WHEN "35"
078718             CONTINUE
078719         WHEN OTHER
078720             MOVE 1610 TO WS-RETURN-CODE
078721             DISPLAY "TEST-POSPAY RC1610 - TRANSFER LOG "
078722                 "FAILED TO OPEN - STATUS " WS-XFRLOG-STATUS
078723             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
078724     END-EVALUATE.
078725 3200-EXIT.
078726     EXIT.
078727
078728*****************************************************************
078729*    3210-APPLY-ONE-TRANSFER - SPLIT THE DONOR'S RANGE INTO ITS *
078730*    PIECE BELOW THE TRANSFER, THE RECEIVER'S PIECE, AND ITS    *
078731*    PIECE ABOVE; EVERY PIECE KEEPS THE ALLOCATION'S RUN-ID SO  *
078732*    ITS OWNER'S CONFIRMATIONS STILL MATCH.  OTHER SERIES AND   *
078733*    OTHER DATES ARE NOT THIS FILE'S BUSINESS.                  *
078734*****************************************************************
078735 3210-APPLY-ONE-TRANSFER.
078736     READ XFER-LOG-FILE
078737         AT END
078738             SET END-OF-XFERS TO TRUE
078739             GO TO 3210-EXIT
078740     END-READ
078741     IF CP-XFR-SERIES-CODE IS NOT EQUAL TO WS-PPY-SERIES
078742         OR CP-XFR-ALX-RUN-DATE IS NOT EQUAL TO WS-BUS-DATE
078743         GO TO 3210-EXIT
078744     END-IF
078745     MOVE ZERO TO WS-MATCH-IDX
078746     PERFORM 3220-MATCH-XFER-RANGE THRU 3220-EXIT
078747         VARYING WS-RANGE-IDX FROM 1 BY 1
078748         UNTIL WS-RANGE-IDX IS GREATER THAN WS-RANGE-COUNT
078749     IF WS-MATCH-IDX IS EQUAL TO ZERO
078750         GO TO 3210-EXIT
078751     END-IF
078752     ADD 1 TO WS-XFR-APPLIED-CT
078753     MOVE WS-RNG-TO(WS-MATCH-IDX) TO WS-XFR-OLD-TO
078754     MOVE WS-RNG-DONOR-ID(WS-MATCH-IDX) TO WS-XFR-OLD-DONOR
078755     MOVE "Y" TO WS-RNG-SW-CARVED(WS-MATCH-IDX)
078756     IF CP-XFR-FROM-NUMBER IS GREATER THAN
078757         WS-RNG-FROM(WS-MATCH-IDX)
078758         COMPUTE WS-RNG-TO(WS-MATCH-IDX) =
078759             CP-XFR-FROM-NUMBER - 1
078760         PERFORM 3230-ADD-RANGE-PIECE THRU 3230-EXIT
078761         MOVE CP-XFR-FROM-NUMBER
078762             TO WS-RNG-FROM(WS-XFR-PIECE-IDX)
078763     ELSE
078764         MOVE WS-MATCH-IDX TO WS-XFR-PIECE-IDX
078765     END-IF
078766     MOVE CP-XFR-RECEIVER-ID TO WS-RNG-SYSTEM-ID(WS-XFR-PIECE-IDX)
078767     MOVE CP-XFR-DONOR-ID TO WS-RNG-DONOR-ID(WS-XFR-PIECE-IDX)
078768     MOVE CP-XFR-TO-NUMBER TO WS-RNG-TO(WS-XFR-PIECE-IDX)
078769     PERFORM 3240-SET-PIECE-QUANTITY THRU 3240-EXIT
078770     IF CP-XFR-TO-NUMBER IS LESS THAN WS-XFR-OLD-TO
078771         PERFORM 3230-ADD-RANGE-PIECE THRU 3230-EXIT
078772         MOVE CP-XFR-DONOR-ID
078773             TO WS-RNG-SYSTEM-ID(WS-XFR-PIECE-IDX)
078774         MOVE WS-XFR-OLD-DONOR
078775             TO WS-RNG-DONOR-ID(WS-XFR-PIECE-IDX)
078776         COMPUTE WS-RNG-FROM(WS-XFR-PIECE-IDX) =
078777             CP-XFR-TO-NUMBER + 1
078778         MOVE WS-XFR-OLD-TO TO WS-RNG-TO(WS-XFR-PIECE-IDX)
078779         PERFORM 3240-SET-PIECE-QUANTITY THRU 3240-EXIT
078780     END-IF
078781     MOVE WS-MATCH-IDX TO WS-XFR-PIECE-IDX
078782     PERFORM 3240-SET-PIECE-QUANTITY THRU 3240-EXIT.
078783 3210-EXIT.
078784     EXIT.
078800
078801*****************************************************************
078802*    3220-MATCH-XFER-RANGE - ONE PASS OF THE SEARCH FOR THE     *
078803*    DONOR'S PIECE OF THE TRANSFER'S ALLOCATION THAT WHOLLY     *
078804*    CONTAINS THE TRANSFERRED SPAN.                             *
078805*****************************************************************
078806 3220-MATCH-XFER-RANGE.
078807     IF WS-MATCH-IDX IS EQUAL TO ZERO
078808         AND WS-RNG-SYSTEM-ID(WS-RANGE-IDX) IS EQUAL TO
078809             CP-XFR-DONOR-ID
078810         AND WS-RNG-RUN-ID(WS-RANGE-IDX) IS EQUAL TO
078811             CP-XFR-ALX-RUN-ID
078812         AND WS-RNG-ERA(WS-RANGE-IDX) IS EQUAL TO CP-XFR-ERA-CODE
078813         AND CP-XFR-FROM-NUMBER IS NOT LESS THAN
078814             WS-RNG-FROM(WS-RANGE-IDX)
078815         AND CP-XFR-TO-NUMBER IS NOT GREATER THAN
078816             WS-RNG-TO(WS-RANGE-IDX)
078817         MOVE WS-RANGE-IDX TO WS-MATCH-IDX
078818     END-IF.
078819 3220-EXIT.
078820     EXIT.
078821
078822*****************************************************************
078823*    3230-ADD-RANGE-PIECE - A NEW RANGE ENTRY, A COPY OF THE    *
078824*    ONE BEING CARVED; WS-XFR-PIECE-IDX POINTS AT IT.           *
078825*****************************************************************
078826 3230-ADD-RANGE-PIECE.
078827     IF WS-RANGE-COUNT IS GREATER THAN OR EQUAL TO WS-MAX-RANGES
078828         MOVE 1601 TO WS-RETURN-CODE
078829         DISPLAY "TEST-POSPAY RC1601 - MORE CHEK RANGES THAN THE "
078830             "RANGE TABLE ALLOWS"
078831         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
078832     END-IF
078833     ADD 1 TO WS-RANGE-COUNT
078834     MOVE WS-RANGE-ENTRY(WS-MATCH-IDX)
078835         TO WS-RANGE-ENTRY(WS-RANGE-COUNT)
078836     MOVE WS-RANGE-COUNT TO WS-XFR-PIECE-IDX.
078837 3230-EXIT.
078838     EXIT.
078839
078840*****************************************************************
078841*    3240-SET-PIECE-QUANTITY - THE ALLOCATED QUANTITY OF THE    *
078842*    PIECE AT WS-XFR-PIECE-IDX, RESERVED HOLES BACKED OUT.      *
078843*****************************************************************
078844 3240-SET-PIECE-QUANTITY.
078845     MOVE WS-PPY-SERIES TO WS-RSV-SERIES
078846     MOVE WS-RNG-ERA(WS-XFR-PIECE-IDX) TO WS-RSV-ERA-WANT
078847     MOVE WS-RNG-FROM(WS-XFR-PIECE-IDX) TO WS-RSV-LO
078848     MOVE WS-RNG-TO(WS-XFR-PIECE-IDX) TO WS-RSV-HI
078849     PERFORM 9670-COUNT-RESERVED THRU 9670-EXIT
078850     COMPUTE WS-RNG-QUANTITY(WS-XFR-PIECE-IDX) =
078851         WS-RNG-TO(WS-XFR-PIECE-IDX)
078852             - WS-RNG-FROM(WS-XFR-PIECE-IDX) + 1 - WS-RSV-OVERLAP.
078853 3240-EXIT.
078854     EXIT.
078855
078900*****************************************************************
079000*    4000-SELECT-ITEMS - SORT INPUT PROCEDURE.  RELEASES ONE    *
079100*    ISSUE ITEM PER CONFIRMED CHEQUE NUMBER AND ONE VOID ITEM   *
079200*    PER VOID REGISTER RECORD IN THE WINDOW, AND REPORTS EACH   *
079300*    RANGE'S ISSUES.                                            *
079400*****************************************************************
079500 4000-SELECT-ITEMS.
079600     MOVE "N" TO WS-SW-CNF-EOF
079700     OPEN INPUT CONFIRM-FILE
079800     IF WS-CONFIRM-STATUS IS NOT EQUAL TO "00"
079900         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
080000     END-IF
080100     PERFORM 4100-READ-CONFIRM-RECORD THRU 4100-EXIT
080200     PERFORM 4200-TAKE-CONFIRMATION THRU 4200-EXIT
080300         UNTIL END-OF-CONFIRMS
080400     CLOSE CONFIRM-FILE
080410     PERFORM 4700-SETTLE-CARVED-PIECES THRU 4700-EXIT
080500     PERFORM 4500-REPORT-ONE-RANGE THRU 4500-EXIT
080600         VARYING WS-RANGE-IDX FROM 1 BY 1
080700         UNTIL WS-RANGE-IDX IS GREATER THAN WS-RANGE-COUNT
080800
080900     MOVE "N" TO WS-SW-VOID-EOF
081000     OPEN INPUT VOID-REG-FILE
081100     IF WS-VOID-STATUS IS NOT EQUAL TO "00"
081200         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
081300     END-IF
081400     PERFORM 4600-TAKE-VOID-RECORD THRU 4600-EXIT
081500         UNTIL END-OF-VOIDREG
081600     CLOSE VOID-REG-FILE.
081700 4000-EXIT.
081800     EXIT.
081900
082000*****************************************************************
082100*    4100-READ-CONFIRM-RECORD - READ ONE CONFIRMATION RECORD.   *
082200*****************************************************************
082300 4100-READ-CONFIRM-RECORD.
082400     READ CONFIRM-FILE
082500         AT END
082600             SET END-OF-CONFIRMS TO TRUE
082700     END-READ.
082800 4100-EXIT.
082900     EXIT.
083000
083100*****************************************************************
083200*    4200-TAKE-CONFIRMATION - A CHEK CONFIRMATION FOR THE       *
083300*    BUSINESS DATE IS VALIDATED AND MATCHED TO ITS RANGE, THEN  *
083400*    RELEASES ITS NUMBERS AS ISSUES.  ONE THAT MATCHES NO       *
083500*    RANGE IS REPORTED AND SENDS NOTHING.  OTHER SERIES AND     *
083600*    OTHER DATES ARE NOT THIS FILE'S BUSINESS.                  *
083700*****************************************************************
083800 4200-TAKE-CONFIRMATION.
083900     ADD 1 TO WS-CNF-READ-COUNT
084000     IF CP-CNF-SERIES-CODE IS NOT EQUAL TO WS-PPY-SERIES
084100         OR CP-CNF-RUN-DATE IS NOT EQUAL TO WS-BUS-DATE
084200         GO TO 4200-READ-NEXT
084300     END-IF
084400     IF CP-CNF-SYSTEM-ID IS EQUAL TO SPACES
084500         OR CP-CNF-FROM-NUMBER IS NOT NUMERIC
084600         OR CP-CNF-TO-NUMBER IS NOT NUMERIC
084700         OR CP-CNF-FROM-NUMBER IS EQUAL TO ZERO
084800         OR CP-CNF-TO-NUMBER IS LESS THAN CP-CNF-FROM-NUMBER
084900         MOVE 1601 TO WS-RETURN-CODE
085000         DISPLAY "TEST-POSPAY RC1601 - INVALID CONFIRMATION "
085100             "RECORD - '" CP-CONFIRM-RECORD(1:46) "'"
085200         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
085300     END-IF
085400     ADD 1 TO WS-CNF-USED-COUNT
085500     IF CP-CNF-ERA-CODE IS NUMERIC
085600         MOVE CP-CNF-ERA-CODE TO WS-CNF-ERA
085700     ELSE
085800         MOVE ZERO TO WS-CNF-ERA
085900     END-IF
086000     MOVE ZERO TO WS-MATCH-IDX
086100     PERFORM 4300-MATCH-ONE-RANGE THRU 4300-EXIT
086200         VARYING WS-RANGE-IDX FROM 1 BY 1
086300         UNTIL WS-RANGE-IDX IS GREATER THAN WS-RANGE-COUNT
086400     IF WS-MATCH-IDX IS EQUAL TO ZERO
086500         ADD 1 TO WS-ORPHAN-COUNT
086600         PERFORM 4400-REPORT-ORPHAN THRU 4400-EXIT
086700         GO TO 4200-READ-NEXT
086800     END-IF
086900     MOVE "Y" TO WS-RNG-SW-CONFIRMED(WS-MATCH-IDX)
087000     MOVE WS-PPY-SERIES TO WS-RSV-SERIES
087100     MOVE WS-CNF-ERA TO WS-RSV-ERA-WANT
087200     PERFORM 4250-RELEASE-ONE-ISSUE THRU 4250-EXIT
087300         VARYING WS-ITEM-NUMBER FROM CP-CNF-FROM-NUMBER BY 1
087400         UNTIL WS-ITEM-NUMBER IS GREATER THAN CP-CNF-TO-NUMBER.
087500 4200-READ-NEXT.
087600     PERFORM 4100-READ-CONFIRM-RECORD THRU 4100-EXIT.
087700 4200-EXIT.
087800     EXIT.
087900
088000*****************************************************************
088100*    4250-RELEASE-ONE-ISSUE - ONE ISSUE ITEM FOR ONE CONFIRMED  *
088200*    CHEQUE NUMBER.  A RESERVED NUMBER WAS NEVER PRINTED.       *
088300*****************************************************************
088400 4250-RELEASE-ONE-ISSUE.
088500     MOVE WS-ITEM-NUMBER TO WS-RSV-NUMBER
088600     PERFORM 9660-SKIP-RESERVED-NUM THRU 9660-EXIT
088700     IF RESERVED-JUMPED
088800         GO TO 4250-EXIT
088900     END-IF
089000     MOVE WS-ITEM-NUMBER TO SRT-CHECK-NUMBER
089100     MOVE "I" TO SRT-REC-TYPE
089200     MOVE WS-BUS-DATE TO SRT-ITEM-DATE
089300     MOVE WS-RNG-SYSTEM-ID(WS-MATCH-IDX) TO SRT-PAYEE-REF
089400     MOVE SPACES TO SRT-VOID-REASON
089500     RELEASE SRT-SORT-RECORD
089600     ADD 1 TO WS-RNG-ISSUED(WS-MATCH-IDX)
089700     ADD 1 TO WS-ISSUE-RELEASED.
089800 4250-EXIT.
089900     EXIT.
090000
090100*****************************************************************
090200*    4300-MATCH-ONE-RANGE - ONE PASS OF THE SEARCH FOR THE      *
090300*    RANGE THE CONFIRMATION NAMES: SAME SYSTEM, RUN-ID AND ERA, *
090400*    WITH THE CONFIRMED SPAN INSIDE THE ALLOCATED RANGE.  THE   *
090500*    SERIES AND RUN DATE WERE ALREADY FILTERED.                 *
090600*****************************************************************
090700 4300-MATCH-ONE-RANGE.
090800     IF WS-MATCH-IDX IS EQUAL TO ZERO
090900         AND WS-RNG-SYSTEM-ID(WS-RANGE-IDX) IS EQUAL TO
091000             CP-CNF-SYSTEM-ID
091100         AND WS-RNG-RUN-ID(WS-RANGE-IDX) IS EQUAL TO
091200             CP-CNF-RUN-ID
091300         AND WS-RNG-ERA(WS-RANGE-IDX) IS EQUAL TO WS-CNF-ERA
091400         AND CP-CNF-FROM-NUMBER IS NOT LESS THAN
091500             WS-RNG-FROM(WS-RANGE-IDX)
091600         AND CP-CNF-TO-NUMBER IS NOT GREATER THAN
091700             WS-RNG-TO(WS-RANGE-IDX)
091800         MOVE WS-RANGE-IDX TO WS-MATCH-IDX
091900     END-IF.
092000 4300-EXIT.
092100     EXIT.
092200
092300*****************************************************************
092400*    4400-REPORT-ORPHAN - ONE LINE FOR A CHEK CONFIRMATION      *
092500*    THAT MATCHES NO ALLOCATED RANGE.                           *
092600*****************************************************************
092700 4400-REPORT-ORPHAN.
092800     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
092900         WS-MAX-LINES-PER-PAGE
093000         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
093100     END-IF
093200     MOVE CP-CNF-SYSTEM-ID TO WS-ORP-SYSTEM
093300     MOVE CP-CNF-RUN-ID TO WS-ORP-RUN-ID
093400     MOVE CP-CNF-FROM-NUMBER TO WS-ORP-FROM
093500     MOVE CP-CNF-TO-NUMBER TO WS-ORP-TO
093600     WRITE CP-RPT-LINE FROM WS-ORPHAN-LINE
093700     ADD 1 TO WS-LINE-COUNT.
093800 4400-EXIT.
093900     EXIT.
094000
094100*****************************************************************
094200*    4500-REPORT-ONE-RANGE - ONE LINE PER ALLOCATED CHEK RANGE: *
094300*    WHAT WAS ALLOCATED AND HOW MANY CHEQUES GO TO THE BANK AS  *
094400*    ISSUED.  A RANGE NO CONFIRMATION TOUCHED IS COUNTED - IT   *
094500*    STOPS THE DATE.                                            *
094600*****************************************************************
094700 4500-REPORT-ONE-RANGE.
094800     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
094900         WS-MAX-LINES-PER-PAGE
095000         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
095100     END-IF
095200     MOVE SPACES TO WS-DTL-NOTE
095300     IF NOT RNG-WAS-CONFIRMED(WS-RANGE-IDX)
095400         ADD 1 TO WS-UNCONFIRMED-CT
095500         MOVE "NO CONFIRMATION - DATE NOT RELEASED"
095600             TO WS-DTL-NOTE
095700     END-IF
095710     IF RNG-WAS-SETTLED(WS-RANGE-IDX)
095720         MOVE "SETTLED FROM ITS OTHER PIECES" TO WS-DTL-NOTE
095730     END-IF
095740     IF WS-DTL-NOTE IS EQUAL TO SPACES
095750         AND WS-RNG-DONOR-ID(WS-RANGE-IDX) IS NOT EQUAL TO SPACES
095760         MOVE "TRANSFERRED IN FROM" TO WS-DTL-NOTE
095770         MOVE WS-RNG-DONOR-ID(WS-RANGE-IDX) TO WS-DTL-NOTE(21:8)
095780     END-IF
095800     MOVE WS-RNG-SYSTEM-ID(WS-RANGE-IDX) TO WS-DTL-SYSTEM
095900     MOVE WS-RNG-RUN-ID(WS-RANGE-IDX) TO WS-DTL-RUN-ID
096000     MOVE WS-RNG-FROM(WS-RANGE-IDX) TO WS-DTL-FROM
096100     MOVE WS-RNG-TO(WS-RANGE-IDX) TO WS-DTL-TO
096200     MOVE WS-RNG-QUANTITY(WS-RANGE-IDX) TO WS-DTL-ALLOCATED
096300     MOVE WS-RNG-ISSUED(WS-RANGE-IDX) TO WS-DTL-ISSUED
096400     WRITE CP-RPT-LINE FROM WS-DETAIL-LINE
096500     ADD 1 TO WS-LINE-COUNT.
096600 4500-EXIT.
096700     EXIT.
096800
096900*****************************************************************
097000*    4600-TAKE-VOID-RECORD - READ ONE VOID REGISTER RECORD AND  *
097100*    RELEASE IT AS A VOID ITEM IF IT IS A CHEK NUMBER DATED IN  *
097200*    THE VOID WINDOW.  EVERY REASON GOES TO THE BANK - A        *
097300*    RECLAIMED (RCLM) OR BACKED-OUT (RCAN) CHEQUE MUST NEVER BE *
097400*    PAID ANY MORE THAN A SPOILED ONE.                          *
097500*****************************************************************
097600 4600-TAKE-VOID-RECORD.
097700     READ VOID-REG-FILE
097800         AT END
097900             SET END-OF-VOIDREG TO TRUE
098000             GO TO 4600-EXIT
098100     END-READ
098200     ADD 1 TO WS-VOID-READ-COUNT
098300     IF CP-VOID-SERIES-CODE IS NOT EQUAL TO WS-PPY-SERIES
098400         OR CP-VOID-DATE IS NOT NUMERIC
098500         OR CP-VOID-SEQ-NUMBER IS NOT NUMERIC
098600         GO TO 4600-EXIT
098700     END-IF
098800     IF CP-VOID-DATE IS NOT GREATER THAN WS-VOID-FROM-DATE
098900         OR CP-VOID-DATE IS GREATER THAN WS-BUS-DATE
099000         GO TO 4600-EXIT
099100     END-IF
099200     MOVE CP-VOID-SEQ-NUMBER TO SRT-CHECK-NUMBER
099300     MOVE "V" TO SRT-REC-TYPE
099400     MOVE CP-VOID-DATE TO SRT-ITEM-DATE
099500     MOVE CP-VOID-REPORTED-BY TO SRT-PAYEE-REF
099600     MOVE CP-VOID-REASON-CODE TO SRT-VOID-REASON
099700     RELEASE SRT-SORT-RECORD
099800     ADD 1 TO WS-VOID-RELEASED.
099900 4600-EXIT.
100000     EXIT.
100001
100002*****************************************************************
100003*    4700-SETTLE-CARVED-PIECES - A PIECE OF A TRANSFERRED RANGE *
100004*    THAT NO CONFIRMATION NAMED, WHILE ITS OWNER CONFIRMED      *
100005*    ANOTHER PIECE OF THE SAME ALLOCATION, IS NOT A MISSING     *
100006*    FEED AND DOES NOT STOP THE DATE.  IT RELEASES NO ISSUES -  *
100007*    ONLY CONFIRMED NUMBERS GO TO THE BANK.                     *
100008*****************************************************************
100009 4700-SETTLE-CARVED-PIECES.
100010     PERFORM 4710-SETTLE-ONE-PIECE THRU 4710-EXIT
100011         VARYING WS-RANGE-IDX FROM 1 BY 1
100012         UNTIL WS-RANGE-IDX IS GREATER THAN WS-RANGE-COUNT.
100013 4700-EXIT.
100014     EXIT.
100015
100016*****************************************************************
100017*    4710-SETTLE-ONE-PIECE - SETTLE ONE UNCONFIRMED PIECE FROM  *
100018*    ITS CONFIRMED SIBLINGS, IF IT HAS ANY.                     *
100019*****************************************************************
100020 4710-SETTLE-ONE-PIECE.
100021     IF RNG-WAS-CONFIRMED(WS-RANGE-IDX)
100022         OR NOT RNG-WAS-CARVED(WS-RANGE-IDX)
100023         GO TO 4710-EXIT
100024     END-IF
100025     MOVE ZERO TO WS-MATCH-IDX
100026     PERFORM 4720-MATCH-CONFIRMED-SIBLING THRU 4720-EXIT
100027         VARYING WS-XFR-PIECE-IDX FROM 1 BY 1
100028         UNTIL WS-XFR-PIECE-IDX IS GREATER THAN WS-RANGE-COUNT
100029     IF WS-MATCH-IDX IS NOT EQUAL TO ZERO
100030         MOVE "S" TO WS-RNG-SW-CONFIRMED(WS-RANGE-IDX)
100031     END-IF.
100032 4710-EXIT.
100033     EXIT.
100034
100035*****************************************************************
100036*    4720-MATCH-CONFIRMED-SIBLING - ONE PASS OF THE SEARCH FOR  *
100037*    A CONFIRMED PIECE WITH THE SAME OWNER AND ALLOCATION.      *
100038*****************************************************************
100039 4720-MATCH-CONFIRMED-SIBLING.
100040     IF WS-XFR-PIECE-IDX IS NOT EQUAL TO WS-RANGE-IDX
100041         AND WS-RNG-SW-CONFIRMED(WS-XFR-PIECE-IDX) IS EQUAL TO "Y"
100042         AND WS-RNG-SYSTEM-ID(WS-XFR-PIECE-IDX) IS EQUAL TO
100043             WS-RNG-SYSTEM-ID(WS-RANGE-IDX)
100044         AND WS-RNG-RUN-ID(WS-XFR-PIECE-IDX) IS EQUAL TO
100045             WS-RNG-RUN-ID(WS-RANGE-IDX)
100046         AND WS-RNG-ERA(WS-XFR-PIECE-IDX) IS EQUAL TO
100047             WS-RNG-ERA(WS-RANGE-IDX)
100048         MOVE WS-XFR-PIECE-IDX TO WS-MATCH-IDX
100049     END-IF.
100050 4720-EXIT.
100051     EXIT.
100100
100200*****************************************************************
100300*    5000-WRITE-POSPAY - SORT OUTPUT PROCEDURE.  WRITES THE     *
100400*    BANK'S HEADER, ONE DETAIL PER DISTINCT SORTED ITEM, AND    *
100500*    THE TRAILER WITH THE BANK'S CONTROL TOTALS.                *
100600*****************************************************************
100700 5000-WRITE-POSPAY.
100800     OPEN OUTPUT POSPAY-FILE
100900     IF WS-POSPAY-STATUS IS NOT EQUAL TO "00"
101000         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
101100     END-IF
101200     MOVE SPACES TO CP-POSPAY-RECORD
101300     MOVE "H" TO CP-PPY-REC-TYPE
101400     MOVE WS-ACCOUNT TO CP-PPY-HDR-ACCOUNT
101500     MOVE WS-BUS-DATE TO CP-PPY-HDR-BUS-DATE
101600     MOVE WS-CURRENT-DATE TO CP-PPY-HDR-CREATE-DATE
101700     MOVE WS-TRANS-NUMBER TO CP-PPY-HDR-TRANS-NUMBER
101800     MOVE WS-PPY-SERIES TO CP-PPY-HDR-SERIES
101900     WRITE CP-POSPAY-RECORD
102000     ADD 1 TO WS-RECORD-WRITTEN
102100
102200     MOVE "N" TO WS-SW-SORT-EOF
102300     PERFORM 5100-RETURN-ITEM THRU 5100-EXIT
102400     PERFORM 5200-WRITE-ONE-ITEM THRU 5200-EXIT
102500         UNTIL END-OF-SORT
102600
102700     ADD 1 TO WS-RECORD-WRITTEN
102800     MOVE SPACES TO CP-POSPAY-RECORD
102900     MOVE "T" TO CP-PPY-REC-TYPE
103000     MOVE WS-ACCOUNT TO CP-PPY-TRL-ACCOUNT
103100     MOVE WS-ISSUE-WRITTEN TO CP-PPY-TRL-ISSUE-COUNT
103200     MOVE WS-VOID-WRITTEN TO CP-PPY-TRL-VOID-COUNT
103300     MOVE WS-RECORD-WRITTEN TO CP-PPY-TRL-RECORD-COUNT
103400     MOVE WS-HASH-TOTAL TO CP-PPY-TRL-HASH-TOTAL
103500     MOVE ZERO TO CP-PPY-TRL-AMOUNT-TOTAL
103600     WRITE CP-POSPAY-RECORD
103700     CLOSE POSPAY-FILE.
103800 5000-EXIT.
103900     EXIT.
104000
104100*****************************************************************
104200*    5100-RETURN-ITEM - RETURN ONE SORTED ITEM.                 *
104300*****************************************************************
104400 5100-RETURN-ITEM.
104500     RETURN SORT-FILE
104600         AT END
104700             SET END-OF-SORT TO TRUE
104800     END-RETURN.
104900 5100-EXIT.
105000     EXIT.
105100
105200*****************************************************************
105300*    5200-WRITE-ONE-ITEM - WRITE ONE ISSUE OR VOID DETAIL AND   *
105400*    ROLL IT INTO THE TRAILER TOTALS.  AN ITEM REPEATING THE    *
105500*    ONE BEFORE IT (A NUMBER CONFIRMED TWICE, OR VOIDED TWICE   *
105600*    UNDER DIFFERENT REASONS) IS COUNTED AND SENT ONCE.         *
105700*****************************************************************
105800 5200-WRITE-ONE-ITEM.
105900     IF WS-RECORD-WRITTEN IS GREATER THAN 1
106000         AND SRT-CHECK-NUMBER IS EQUAL TO WS-PREV-NUMBER
106100         AND SRT-REC-TYPE IS EQUAL TO WS-PREV-TYPE
106200         ADD 1 TO WS-DUP-DROPPED
106300         GO TO 5200-RETURN-NEXT
106400     END-IF
106500     MOVE SRT-CHECK-NUMBER TO WS-PREV-NUMBER
106600     MOVE SRT-REC-TYPE TO WS-PREV-TYPE
106700     MOVE SPACES TO CP-POSPAY-RECORD
106800     MOVE SRT-REC-TYPE TO CP-PPY-REC-TYPE
106900     MOVE WS-ACCOUNT TO CP-PPY-DTL-ACCOUNT
107000     MOVE SRT-CHECK-NUMBER TO CP-PPY-DTL-CHECK-NUMBER
107100     MOVE ZERO TO CP-PPY-DTL-AMOUNT
107200     MOVE SRT-ITEM-DATE TO CP-PPY-DTL-ISSUE-DATE
107300     MOVE SRT-PAYEE-REF TO CP-PPY-DTL-PAYEE-REF
107400     MOVE SRT-VOID-REASON TO CP-PPY-DTL-VOID-REASON
107500     WRITE CP-POSPAY-RECORD
107600     ADD 1 TO WS-RECORD-WRITTEN
107700     IF PPY-REC-IS-ISSUE
107800         ADD 1 TO WS-ISSUE-WRITTEN
107900     ELSE
108000         ADD 1 TO WS-VOID-WRITTEN
108100     END-IF
108200     ADD SRT-CHECK-NUMBER TO WS-HASH-TOTAL
108300     IF WS-HASH-TOTAL IS NOT LESS THAN WS-HASH-MODULUS
108400         SUBTRACT WS-HASH-MODULUS FROM WS-HASH-TOTAL
108500     END-IF.
108600 5200-RETURN-NEXT.
108700     PERFORM 5100-RETURN-ITEM THRU 5100-EXIT.
108800 5200-EXIT.
108900     EXIT.
109000
109100*****************************************************************
109200*    6000-FINALIZE - TOTALS, THEN EITHER LOG THE DATE AS SENT   *
109300*    (RELEASING THE FILE TO THE TRANSMISSION STEP) OR, WHEN A   *
109400*    CONFIRMATION WAS ORPHANED OR A RANGE WENT UNCONFIRMED,     *
109500*    LEAVE IT OFF THE LOG AND STOP WITH THE DOCUMENTED CODE.    *
109600*****************************************************************
109700 6000-FINALIZE.
109800     MOVE SPACES TO CP-RPT-LINE
109900     WRITE CP-RPT-LINE
110000     MOVE "TRANSMISSION NUMBER  . . . . . . . . ."
110100         TO WS-TOT-LABEL
110200     MOVE WS-TRANS-NUMBER TO WS-TOT-VALUE
110300     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
110400     MOVE "VOIDS DATED AFTER  . . . . . . . . . ."
110500         TO WS-TOT-LABEL
110600     MOVE WS-VOID-FROM-DATE TO WS-TOT-VALUE
110700     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
110800     MOVE "ISSUE RECORDS  . . . . . . . . . . . ."
110900         TO WS-TOT-LABEL
111000     MOVE WS-ISSUE-WRITTEN TO WS-TOT-VALUE
111100     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
111200     MOVE "VOID RECORDS . . . . . . . . . . . . ."
111300         TO WS-TOT-LABEL
111400     MOVE WS-VOID-WRITTEN TO WS-TOT-VALUE
111500     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
111600     MOVE "REPEATED ITEMS SENT ONCE . . . . . . ."
111700         TO WS-TOT-LABEL
111800     MOVE WS-DUP-DROPPED TO WS-TOT-VALUE
111900     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
112000     MOVE "RECORDS INCLUDING HEADER AND TRAILER ."
112100         TO WS-TOT-LABEL
112200     MOVE WS-RECORD-WRITTEN TO WS-TOT-VALUE
112300     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
112400     MOVE "HASH TOTAL OF CHEQUE NUMBERS . . . . ."
112500         TO WS-TOT-LABEL
112600     MOVE WS-HASH-TOTAL TO WS-TOT-VALUE
112700     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
112710     MOVE "LOGGED TRANSFERS APPLIED . . . . . . ."
112720         TO WS-TOT-LABEL
112730     MOVE WS-XFR-APPLIED-CT TO WS-TOT-VALUE
112740     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
112800     MOVE SPACES TO CP-RPT-LINE
112900     WRITE CP-RPT-LINE
113000
113100     IF WS-ORPHAN-COUNT IS GREATER THAN ZERO
113200         OR WS-UNCONFIRMED-CT IS GREATER THAN ZERO
113300         MOVE "*** FILE NOT RELEASED - DATE NOT LOGGED ***"
113400             TO WS-STA-TEXT
113500         WRITE CP-RPT-LINE FROM WS-STATUS-LINE
113600         WRITE CP-RPT-LINE FROM WS-END-LINE
113700         CLOSE REPORT-FILE
113800         PERFORM 6100-REPORT-EXCEPTIONS THRU 6100-EXIT
113900     END-IF
114000
114100     PERFORM 6200-LOG-TRANSMISSION THRU 6200-EXIT
114200     MOVE "FILE RELEASED FOR TRANSMISSION AND LOGGED AS SENT"
114300         TO WS-STA-TEXT
114400     WRITE CP-RPT-LINE FROM WS-STATUS-LINE
114500     WRITE CP-RPT-LINE FROM WS-END-LINE
114600     CLOSE REPORT-FILE
114700     DISPLAY "TEST-POSPAY - BUSINESS DATE " WS-BUS-DATE
114800         " SENT AS TRANSMISSION " WS-TRANS-NUMBER " - "
114900         WS-ISSUE-WRITTEN " ISSUE(S), " WS-VOID-WRITTEN
115000         " VOID(S)".
115100 6000-EXIT.
115200     EXIT.
115300
115400*****************************************************************
115500*    6100-REPORT-EXCEPTIONS - THE DOCUMENTED RETURN CODES FOR A *
115600*    DATE THAT CANNOT BE RELEASED.  ORPHANED CONFIRMATIONS      *
115700*    OUTRANK UNCONFIRMED RANGES.                                *
115800*****************************************************************
115900 6100-REPORT-EXCEPTIONS.
116000     IF WS-ORPHAN-COUNT IS GREATER THAN ZERO
116100         MOVE 1607 TO WS-RETURN-CODE
116200         DISPLAY "TEST-POSPAY RC1607 - " WS-ORPHAN-COUNT
116300             " CHEK CONFIRMATION(S) MATCHED NO ALLOCATED RANGE - "
116400             "FILE NOT RELEASED - SEE REPORT"
116500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
116600     END-IF
116700     MOVE 1608 TO WS-RETURN-CODE
116800     DISPLAY "TEST-POSPAY RC1608 - " WS-UNCONFIRMED-CT
116900         " ALLOCATED CHEK RANGE(S) HAD NO CONFIRMATION - "
117000         "FILE NOT RELEASED - CHASE THE FEED AND RERUN"
117100     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
117200 6100-EXIT.
117300     EXIT.
117400
117500*****************************************************************
117600*    6200-LOG-TRANSMISSION - APPEND THE DATE'S RECORD TO THE    *
117700*    TRANSMISSION CONTROL LOG.                                  *
117800*****************************************************************
117900 6200-LOG-TRANSMISSION.
118000     OPEN EXTEND PPYLOG-FILE
118100     IF WS-PPYLOG-STATUS IS NOT EQUAL TO "00"
118200         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
118300     END-IF
118400     MOVE SPACES TO CP-PPYLOG-RECORD
118500     MOVE WS-BUS-DATE TO CP-PPL-BUS-DATE
118600     MOVE WS-TRANS-NUMBER TO CP-PPL-TRANS-NUMBER
118700     MOVE WS-CURRENT-DATE TO CP-PPL-CREATE-DATE
118800     MOVE WS-CURRENT-TIME TO CP-PPL-CREATE-TIME
118900     MOVE WS-ACCOUNT TO CP-PPL-ACCOUNT
119000     MOVE WS-ISSUE-WRITTEN TO CP-PPL-ISSUE-COUNT
119100     MOVE WS-VOID-WRITTEN TO CP-PPL-VOID-COUNT
119200     MOVE WS-HASH-TOTAL TO CP-PPL-HASH-TOTAL
119300     MOVE WS-VOID-FROM-DATE TO CP-PPL-VOID-FROM-DATE
119400     MOVE WS-BUS-DATE TO CP-PPL-VOID-TO-DATE
119500     WRITE CP-PPYLOG-RECORD
119600     CLOSE PPYLOG-FILE.
119700 6200-EXIT.
119800     EXIT.
119900
120000*****************************************************************
120100*    9660-SKIP-RESERVED-NUM - SERVICE PARAGRAPH.  ON ENTRY      *
120200*    WS-RSV-SERIES, WS-RSV-ERA-WANT AND WS-RSV-NUMBER NAME A    *
120300*    CANDIDATE NUMBER; ON EXIT WS-RSV-NUMBER SITS PAST EVERY    *
120400*    RESERVED RANGE THAT CONTAINED IT AND RESERVED-JUMPED       *
120500*    SAYS WHETHER IT MOVED AT ALL.  A RANGE WITH ERA ZERO       *
120600*    APPLIES IN EVERY ERA.                                      *
120700*****************************************************************
120800 9660-SKIP-RESERVED-NUM.
120900     MOVE "N" TO WS-SW-RSV-JUMPED
121000     MOVE "Y" TO WS-SW-RSV-HIT
121100     PERFORM 9661-SKIP-ONE-PASS THRU 9661-EXIT
121200         UNTIL NOT RESERVE-PASS-HIT.
121300 9660-EXIT.
121400     EXIT.
121500
121600 9661-SKIP-ONE-PASS.
121700     MOVE "N" TO WS-SW-RSV-HIT
121800     PERFORM 9662-SKIP-ONE-RANGE THRU 9662-EXIT
121900         VARYING WS-RSV-IDX FROM 1 BY 1
122000         UNTIL WS-RSV-IDX IS GREATER THAN WS-RSV-COUNT.
122100 9661-EXIT.
122200     EXIT.
122300
122400 9662-SKIP-ONE-RANGE.
122500     IF WS-RSV-SER-CODE(WS-RSV-IDX) IS EQUAL TO WS-RSV-SERIES
122600         AND (WS-RSV-ERA(WS-RSV-IDX) IS EQUAL TO ZERO
122700             OR WS-RSV-ERA(WS-RSV-IDX) IS EQUAL TO
122800                 WS-RSV-ERA-WANT)
122900         AND WS-RSV-NUMBER IS NOT LESS THAN
123000             WS-RSV-FROM(WS-RSV-IDX)
123100         AND WS-RSV-NUMBER IS NOT GREATER THAN
123200             WS-RSV-TO(WS-RSV-IDX)
123300         COMPUTE WS-RSV-NUMBER = WS-RSV-TO(WS-RSV-IDX) + 1
123400         MOVE "Y" TO WS-SW-RSV-HIT
123500         MOVE "Y" TO WS-SW-RSV-JUMPED
123600     END-IF.
123700 9662-EXIT.
123800     EXIT.
123801
123802*****************************************************************
123803*    9670-COUNT-RESERVED - SERVICE PARAGRAPH.  ON ENTRY         *
123804*    WS-RSV-SERIES, WS-RSV-ERA-WANT, WS-RSV-LO AND WS-RSV-HI    *
123805*    NAME A SPAN; ON EXIT WS-RSV-OVERLAP HOLDS HOW MANY         *
123806*    RESERVED NUMBERS FALL INSIDE IT.                           *
123807*****************************************************************
123808 9670-COUNT-RESERVED.
123809     MOVE ZERO TO WS-RSV-OVERLAP
123810     PERFORM 9675-COUNT-ONE-RANGE THRU 9675-EXIT
123811         VARYING WS-RSV-IDX FROM 1 BY 1
123812         UNTIL WS-RSV-IDX IS GREATER THAN WS-RSV-COUNT.
123813 9670-EXIT.
123814     EXIT.
123815
123816 9675-COUNT-ONE-RANGE.
123817     IF WS-RSV-SER-CODE(WS-RSV-IDX) IS EQUAL TO WS-RSV-SERIES
123818         AND (WS-RSV-ERA(WS-RSV-IDX) IS EQUAL TO ZERO
123819             OR WS-RSV-ERA(WS-RSV-IDX) IS EQUAL TO
123820                 WS-RSV-ERA-WANT)
123821         AND WS-RSV-FROM(WS-RSV-IDX) IS NOT GREATER THAN
123822             WS-RSV-HI
123823         AND WS-RSV-TO(WS-RSV-IDX) IS NOT LESS THAN WS-RSV-LO
123824         IF WS-RSV-FROM(WS-RSV-IDX) IS GREATER THAN WS-RSV-LO
123825             MOVE WS-RSV-FROM(WS-RSV-IDX) TO WS-RSV-ENT-LO
123826         ELSE
123827             MOVE WS-RSV-LO TO WS-RSV-ENT-LO
123828         END-IF
123829         IF WS-RSV-TO(WS-RSV-IDX) IS LESS THAN WS-RSV-HI
123830             MOVE WS-RSV-TO(WS-RSV-IDX) TO WS-RSV-ENT-HI
123831         ELSE
123832             MOVE WS-RSV-HI TO WS-RSV-ENT-HI
123833         END-IF
123834         COMPUTE WS-RSV-OVERLAP = WS-RSV-OVERLAP
123835             + WS-RSV-ENT-HI - WS-RSV-ENT-LO + 1
123836     END-IF.
123837 9675-EXIT.
123838     EXIT.
123900
124000*****************************************************************
124100*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
124200*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
124300*    RUN.                                                       *
124400*****************************************************************
124500 9900-SET-RETURN-CODE.
124600     MOVE WS-RETURN-CODE TO RETURN-CODE
124700     STOP RUN.
124800 9900-EXIT.
124900     EXIT.
125000
125100*****************************************************************
125200*    9910-FILE-OPEN-ERROR - A REQUIRED FILE FAILED TO OPEN.     *
125300*****************************************************************
125400 9910-FILE-OPEN-ERROR.
125500     MOVE 1602 TO WS-RETURN-CODE
125600     DISPLAY "TEST-POSPAY RC1602 - A REQUIRED FILE FAILED "
125700         "TO OPEN"
125800     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
125900 9910-EXIT.
126000     EXIT.
126100
126200 9999-EXIT.
126300     STOP RUN.
