000100*****************************************************************
000200*                                                               *
000300*    PROGRAM      TEST-ERACLS                                   *
000400*    FUNCTION     YEAR-END ERA CLOSE-OUT.  STATES A SERIES'     *
000500*                 PRIOR ERA (FISCAL-YEAR CYCLE) OUT FROM THE    *
000600*                 NUMBER-DISPOSITION INDEX - FIRST AND LAST     *
000700*                 NUMBER ISSUED, TOTAL ISSUED, NUMBERS          *
000800*                 ALLOCATED BY CONSUMING SYSTEM, REGISTER       *
000900*                 ENTRIES BY REASON CODE, RESERVED RANGES       *
001000*                 SKIPPED AND ANY NUMBERS STILL UNEXPLAINED -   *
001100*                 AND WRITES AN ERA-CLOSED RECORD THAT          *
001200*                 TEST-VOIDMNT, TEST-RECLAIM AND TEST-RUNBAK    *
001300*                 HONOUR.  A CLOSED ERA TAKES POSTINGS AGAIN    *
001400*                 ONLY AFTER A DUAL-CONTROLLED REOPEN, WHICH    *
001500*                 PRINTS ON THE STATEMENT'S ADDENDUM.           *
001600*                                                               *
001700*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. TEST-ERACLS.
002000 AUTHOR. JOE DIAMOND.
002100 INSTALLATION. DAILY-LEDGER BATCH SYSTEMS.
002200 DATE-WRITTEN. 10/15/2026.
002300 DATE-COMPILED.
002400*****************************************************************
002500*    MODIFICATION HISTORY.
002600*    DATE       INIT  DESCRIPTION
002700*    10/15/26   JAD   ORIGINAL VERSION - CARD-DRIVEN ERA
002800*                     CLOSE-OUT STATEMENT AND FREEZE.  UNTIL
002900*                     NOW A NEWERA ONLY STOPPED THE OLD ERA
003000*                     BEING CURRENT; NOTHING STATED WHAT
003100*                     HAPPENED IN IT AND THE VOID REGISTER
003200*                     TOOK POSTINGS INTO IT INDEFINITELY.
003300*****************************************************************
003400*
003500*    CLOSE-OUT CONTROL CARD LAYOUT (ONE CARD PER SERIES AND ERA):
003600*      COLS  1- 6  ACTION           CLOSE OR REOPEN
003700*      COLS  7-10  SERIES CODE      REQUIRED
003800*      COLS 11-12  ERA              99 - REQUIRED; FOR CLOSE IT
003900*                                   MUST BE BEFORE THE SERIES'
004000*                                   CURRENT ERA ON THE MASTER
004100*      COLS 13-20  PREPARED BY      REQUIRED (USER ID)
004200*      COLS 21-28  APPROVED BY      REQUIRED FOR REOPEN - A
004300*                                   DIFFERENT USER FROM THE
004400*                                   PREPARER
004500*      COLS 29-48  REASON           REQUIRED FOR REOPEN;
004600*                                   OPTIONAL FOR CLOSE
004700*    REOPEN IS DUAL-CONTROLLED: PREPARER AND APPROVER MUST BOTH
004800*    BE ACTIVE ON THE AUTHORIZED-USER TABLE FOR THE REOPEN
004900*    ACTION, AND THE NUMBERS ISSUED IN THE ERA MUST BE WITHIN
005000*    WHAT IS LEFT OF THE APPROVER'S THRESHOLD.  EVERY REOPEN IS
005100*    LOGGED TO THE MAINTENANCE-AUTHORIZATION LOG.
005200*
005300*    THE WHOLE DECK IS EDITED BEFORE ANYTHING IS WRITTEN - A
005400*    CARD THAT FAILS STOPS THE RUN WITH NOTHING CLOSED OR
005500*    REOPENED, SO THE DECK CAN BE CORRECTED AND RESUBMITTED.
005510*    A REOPEN MUST COME IN A LATER DECK THAN THE CLOSE IT UNDOES.
005600*    A DECK WITH A CLOSE CARD NEEDS A CURRENT INDEX: ITS
005700*    CONTROL RECORD MUST COUNT EVERY VOID-REGISTER RECORD AND
005800*    NAME A RUN NO OLDER THAN ANY CLOSING SERIES' LAST RUN ON
005900*    THE MASTER - A STATEMENT FROM A STALE INDEX WOULD MISSTATE
006000*    THE ERA.
006100*
006200*    "UNEXPLAINED" MEANS A NUMBER INSIDE THE ISSUED SPAN THAT
006300*    NO ISSUED RANGE, REGISTER ENTRY OR RESERVED RANGE ACCOUNTS
006400*    FOR.  THE ERA IS CLOSED ANYWAY - THE STATEMENT LISTS THEM
006500*    AND THE RUN ENDS RC2312 SO THEY ARE FOLLOWED UP.
006600*
006700*****************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 SOURCE-COMPUTER. IBM-370.
007100 OBJECT-COMPUTER. IBM-370.
007200 SPECIAL-NAMES.
007300     C01 IS TOP-OF-PAGE.
007400
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
007700     SELECT ECL-CARD-FILE
007800         ASSIGN TO ECLCARDS
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-CARDS-STATUS.
008100
008200     SELECT SEQ-MASTER-IN
008300         ASSIGN TO SEQMAST
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-SEQMST-STATUS.
008600
008700     SELECT DISP-INDEX-FILE
008800         ASSIGN TO DISPIDX
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS CP-DIX-KEY
009200         FILE STATUS IS WS-DSPIDX-STATUS.
009300
009400     SELECT VOID-REG-FILE
009500         ASSIGN TO VOIDREG
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-VOIDREG-STATUS.
009800
009900     SELECT REASON-FILE
010000         ASSIGN TO REASONS
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS WS-REASON-STATUS.
010300
010400     SELECT RESERVE-FILE
010500         ASSIGN TO RESRANGE
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS WS-RESERVE-STATUS.
010800
010900     SELECT AUTH-USER-FILE
011000         ASSIGN TO AUTHUSR
011100         ORGANIZATION IS SEQUENTIAL
011200         FILE STATUS IS WS-AUTHUSR-STATUS.
011300
011400     SELECT AUTH-LOG-FILE
011500         ASSIGN TO AUTHLOG
011600         ORGANIZATION IS SEQUENTIAL
011700         FILE STATUS IS WS-AUTHLOG-STATUS.
011800
011900     SELECT ERA-CLOSE-FILE
012000         ASSIGN TO ERACLOSE
012100         ORGANIZATION IS SEQUENTIAL
012200         FILE STATUS IS WS-ERACLS-STATUS.
012300
012400     SELECT REPORT-FILE
012500         ASSIGN TO ECLRPT
012600         ORGANIZATION IS SEQUENTIAL
012700         FILE STATUS IS WS-RPT-STATUS.
012800
012900 DATA DIVISION.
013000 FILE SECTION.
013100 FD  ECL-CARD-FILE
013200     RECORD CONTAINS 80 CHARACTERS
013300     RECORDING MODE IS F.
013400 01  CP-ECL-CARD.
013500     05  CP-ECC-ACTION           PIC X(06).
013600         88  ECC-ACTION-CLOSE        VALUE "CLOSE ".
013700         88  ECC-ACTION-REOPEN       VALUE "REOPEN".
013800     05  CP-ECC-SERIES-CODE      PIC X(04).
013900     05  CP-ECC-ERA-CODE         PIC 9(02).
014000     05  CP-ECC-PREPARED-BY      PIC X(08).
014100     05  CP-ECC-APPROVED-BY      PIC X(08).
014200     05  CP-ECC-REASON           PIC X(20).
014300     05  FILLER                  PIC X(32).
014400
014500 FD  SEQ-MASTER-IN
014600     RECORD CONTAINS 40 CHARACTERS
014700     RECORDING MODE IS F.
014800 01  CP-MST-INPUT-RECORD         PIC X(40).
014900
015000 FD  DISP-INDEX-FILE
015100     RECORD CONTAINS 100 CHARACTERS.
015200 COPY CPDSPIDX.
015300
015400 FD  VOID-REG-FILE
015500     RECORD CONTAINS 40 CHARACTERS
015600     RECORDING MODE IS F.
015700 COPY CPVOID.
015800
015900 FD  REASON-FILE
016000     RECORD CONTAINS 40 CHARACTERS
016100     RECORDING MODE IS F.
016200 COPY CPREASON.
016300
016400 FD  RESERVE-FILE
016500     RECORD CONTAINS 40 CHARACTERS
016600     RECORDING MODE IS F.
016700 COPY CPRESRV.
016800
016900 FD  AUTH-USER-FILE
017000     RECORD CONTAINS 80 CHARACTERS
017100     RECORDING MODE IS F.
017200 COPY CPAUTUSR.
017300
017400 FD  AUTH-LOG-FILE
017500     RECORD CONTAINS 100 CHARACTERS
017600     RECORDING MODE IS F.
017700 COPY CPAUTLOG.
017800
017900 FD  ERA-CLOSE-FILE
018000     RECORD CONTAINS 100 CHARACTERS
018100     RECORDING MODE IS F.
018200 COPY CPERACLS.
018300
018400 FD  REPORT-FILE
018500     RECORD CONTAINS 132 CHARACTERS
018600     RECORDING MODE IS F.
018700 01  CP-RPT-LINE                 PIC X(132).
018800
018900 WORKING-STORAGE SECTION.
019000*****************************************************************
019100*    RETURN CODE TABLE - CODES THIS PROGRAM SETS INTO           *
019200*    RETURN-CODE BEFORE STOPPING.                               *
019300*                                                               *
019400*    RC2300  THE CLOSE-OUT CARD FILE FAILED TO OPEN OR HELD NO  *
019500*           CARDS.                                              *
019600*    RC2301  A CLOSE-OUT CARD WAS INVALID (UNKNOWN ACTION,      *
019700*           BLANK SERIES OR PREPARER, NON-NUMERIC ERA, OR A     *
019800*           REOPEN WITH NO REASON).                             *
019900*    RC2302  THE SEQUENCE-MASTER FILE FAILED TO OPEN, OR HOLDS  *
020000*           MORE SERIES THAN THE IN-CORE MASTER TABLE ALLOWS.   *
020100*    RC2303  A CARD DOES NOT FIT THE ERA - SERIES NOT ON THE    *
020200*           MASTER, CLOSE OF THE CURRENT ERA (OR LATER) OR OF   *
020300*           AN ERA ALREADY CLOSED, OR REOPEN OF AN ERA THAT IS  *
020400*           NOT CLOSED OR THAT THE SAME DECK CLOSES.  THE       *
020450*           REASON IS ON THE REPORT; NOTHING IS WRITTEN.        *
020600*    RC2304  A REOPEN FAILED DUAL CONTROL.  THE REASON IS ON    *
020700*           THE REPORT; NOTHING IS WRITTEN.                     *
020800*    RC2305  THE AUTHORIZED-USER TABLE FAILED TO OPEN, HELD NO  *
020900*           RECORDS, HELD AN INVALID OR DUPLICATE RECORD, OR    *
021000*           HELD MORE RECORDS THAN THE IN-CORE TABLE ALLOWS.    *
021100*    RC2306  THE ERA-CLOSE FILE FAILED TO OPEN, HELD AN INVALID *
021200*           RECORD, OR WITH THE DECK HOLDS MORE RECORDS THAN    *
021300*           THE IN-CORE HISTORY TABLE ALLOWS.                   *
021400*    RC2307  THE REASON-CODE TABLE OR THE RESERVED-RANGE FILE   *
021500*           FAILED TO OPEN, HELD AN INVALID RECORD, OR HELD     *
021600*           MORE RECORDS THAN ITS IN-CORE TABLE ALLOWS.         *
021700*    RC2308  THE DISPOSITION INDEX WAS NEVER LOADED, OR         *
021800*           RETURNED AN I/O ERROR.                              *
021900*    RC2309  THE DISPOSITION INDEX LAGS - THE VOID REGISTER     *
022000*           HOLDS RECORDS IT HAS NOT INDEXED, OR A CLOSING      *
022100*           SERIES RAN AFTER ITS LATEST RUN.  RUN THE NIGHTLY   *
022200*           INDEX UPDATE FIRST; NOTHING IS WRITTEN.             *
022300*    RC2310  THE DECK HOLDS MORE CARDS THAN ONE SUBMISSION      *
022400*           ALLOWS (100), OR A CLOSING ERA'S STATEMENT          *
022500*           OVERFLOWED A WORK TABLE.  BOTH ARE FOUND WHILE THE  *
022600*           DECK IS EDITED; NOTHING IS WRITTEN.                 *
022800*    RC2311  A REQUIRED FILE FAILED TO OPEN.                    *
022900*    RC2312  WARNING - AN ERA WAS CLOSED WITH NUMBERS STILL     *
023000*           UNEXPLAINED.  THE ERA IS CLOSED AND THE NUMBERS ARE *
023100*           LISTED ON ITS STATEMENT.                            *
023200*****************************************************************
023300 77  WS-CARDS-STATUS             PIC X(02) VALUE "00".
023400 77  WS-SEQMST-STATUS            PIC X(02) VALUE "00".
023500 77  WS-DSPIDX-STATUS            PIC X(02) VALUE "00".
023600 77  WS-VOIDREG-STATUS           PIC X(02) VALUE "00".
023700 77  WS-REASON-STATUS            PIC X(02) VALUE "00".
023800 77  WS-RESERVE-STATUS           PIC X(02) VALUE "00".
023900 77  WS-AUTHUSR-STATUS           PIC X(02) VALUE "00".
024000 77  WS-AUTHLOG-STATUS           PIC X(02) VALUE "00".
024100 77  WS-ERACLS-STATUS            PIC X(02) VALUE "00".
024200 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
024300
024400 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
024500 77  WS-MAX-MASTER-ENTRIES       PIC 9(03) COMP VALUE 50.
024600 77  WS-MAX-AUTH-ENTRIES         PIC 9(03) COMP VALUE 100.
024700 77  WS-MAX-CARD-ENTRIES         PIC 9(03) COMP VALUE 100.
024800 77  WS-MAX-ECL-ENTRIES          PIC 9(03) COMP VALUE 500.
024900 77  WS-MAX-RSN-ENTRIES          PIC 9(03) COMP VALUE 100.
025000 77  WS-MAX-SYS-ENTRIES          PIC 9(03) COMP VALUE 50.
025100 77  WS-MAX-VRC-ENTRIES          PIC 9(03) COMP VALUE 50.
025200 77  WS-MAX-HOLE-ENTRIES         PIC 9(04) COMP VALUE 1000.
025300 77  WS-MAX-UNX-ENTRIES          PIC 9(03) COMP VALUE 200.
025400 77  WS-CARD-COUNT               PIC 9(09) COMP VALUE 0.
025500 77  WS-CLOSE-COUNT              PIC 9(09) COMP VALUE 0.
025600 77  WS-REOPEN-COUNT             PIC 9(09) COMP VALUE 0.
025700 77  WS-REGISTER-COUNT           PIC 9(09) COMP VALUE 0.
025800 77  WS-UNEXPLAINED-ERAS         PIC 9(09) COMP VALUE 0.
025900 77  WS-FIND-SERIES              PIC X(04) VALUE SPACES.
026000 77  WS-FIND-ERA                 PIC 9(02) VALUE ZERO.
026100 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
026200 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
026300
026400*****************************************************************
026500*    IN-CORE IMAGE OF THE SEQUENCE MASTER - EACH SERIES'        *
026600*    CURRENT ERA (A CLOSE MUST NAME AN EARLIER ONE) AND THE     *
026700*    DATE IT LAST RAN (THE INDEX MUST BE AT LEAST THAT          *
026800*    CURRENT).                                                  *
026900*****************************************************************
027000 01  WS-MASTER-FIELDS.
027100     05  WS-MASTER-COUNT         PIC 9(03) COMP VALUE 0.
027200     05  WS-MASTER-IDX           PIC 9(03) COMP VALUE 0.
027300     05  WS-MATCH-IDX            PIC 9(03) COMP VALUE 0.
027400     05  WS-MASTER-ENTRY OCCURS 50 TIMES.
027500         10  WS-MST-SERIES-CODE  PIC X(04).
027600         10  WS-MST-ERA          PIC 9(02).
027700         10  WS-MST-LAST-DATE    PIC 9(08).
027800
027900 COPY CPSEQMST.
028000
028100*****************************************************************
028200*    THE DECK, EDITED WHOLE BEFORE ANYTHING IS APPLIED.  EACH   *
028300*    CARD POINTS AT THE HISTORY ENTRY IT WILL WRITE.            *
028400*****************************************************************
028500 01  WS-CARD-FIELDS.
028600     05  WS-CRD-COUNT            PIC 9(03) COMP VALUE 0.
028700     05  WS-CRD-IDX              PIC 9(03) COMP VALUE 0.
028800     05  WS-CRD-ENTRY OCCURS 100 TIMES.
028900         10  WS-CRD-ACTION       PIC X(06).
029000             88  CRD-ACTION-CLOSE    VALUE "CLOSE ".
029100         10  WS-CRD-SERIES-CODE  PIC X(04).
029200         10  WS-CRD-ERA          PIC 9(02).
029300         10  WS-CRD-PREPARED-BY  PIC X(08).
029400         10  WS-CRD-APPROVED-BY  PIC X(08).
029500         10  WS-CRD-ECL-IDX      PIC 9(03) COMP.
029600
029700*****************************************************************
029800*    ERA-CLOSE HISTORY (CPERACLS) - EVERY RECORD ON FILE, THEN  *
029900*    ONE ENTRY PER ACCEPTED CARD, SO THE EDIT SEES THE STATE    *
030000*    EACH CARD LEAVES FOR THE NEXT.  THE LATEST ENTRY FOR A     *
030100*    SERIES AND ERA IS ITS STATE.  WS-ECL-FILE-COUNT ENTRIES    *
030110*    CAME FROM THE FILE; THE REST ARE THE DECK'S.               *
030200*****************************************************************
030300 01  WS-ERA-CLOSE-FIELDS.
030400     05  WS-ECL-COUNT            PIC 9(03) COMP VALUE 0.
030500     05  WS-ECL-IDX              PIC 9(03) COMP VALUE 0.
030600     05  WS-ECL-CUR-IDX          PIC 9(03) COMP VALUE 0.
030700     05  WS-ECL-STATE-IDX        PIC 9(03) COMP VALUE 0.
030710     05  WS-ECL-FILE-COUNT       PIC 9(03) COMP VALUE 0.
030800     05  WS-SW-ECL-EOF           PIC X(01) VALUE "N".
030900         88  ERACLOSE-AT-END         VALUE "Y".
031000     05  WS-SW-ERA-STATE         PIC X(01) VALUE "O".
031100         88  ERA-IS-CLOSED           VALUE "C".
031200     05  WS-ECL-ENTRY OCCURS 500 TIMES.
031300         10  WS-ECL-SERIES-CODE  PIC X(04).
031400         10  WS-ECL-ERA          PIC 9(02).
031500         10  WS-ECL-ACTION       PIC X(01).
031600             88  ECL-ENT-CLOSED      VALUE "C".
031700         10  WS-ECL-DATE         PIC 9(08).
031800         10  WS-ECL-TIME         PIC 9(08).
031900         10  WS-ECL-PREPARED-BY  PIC X(08).
032000         10  WS-ECL-APPROVED-BY  PIC X(08).
032100         10  WS-ECL-FIRST        PIC 9(09) COMP.
032200         10  WS-ECL-LAST         PIC 9(09) COMP.
032300         10  WS-ECL-ISSUED       PIC 9(09) COMP.
032400         10  WS-ECL-UNEXPLAINED  PIC 9(09) COMP.
032500         10  WS-ECL-REASON       PIC X(20).
032600
032700*****************************************************************
032800*    AUTHORIZED-USER TABLE (CPAUTUSR), LOADED WHOLE, WITH THE   *
032900*    NUMBERS EACH ENTRY HAS APPROVED SO FAR IN THIS DECK - THE  *
033000*    THRESHOLD CAPS AN APPROVER'S WHOLE SUBMISSION.             *
033100*****************************************************************
033200 01  WS-AUTH-USER-FIELDS.
033300     05  WS-AUT-COUNT            PIC 9(03) COMP VALUE 0.
033400     05  WS-AUT-IDX              PIC 9(03) COMP VALUE 0.
033500     05  WS-AUT-MATCH-IDX        PIC 9(03) COMP VALUE 0.
033600     05  WS-SW-AUT-EOF           PIC X(01) VALUE "N".
033700         88  AUTHUSR-AT-END          VALUE "Y".
033800     05  WS-AUT-ENTRY OCCURS 100 TIMES.
033900         10  WS-AUT-USER-ID      PIC X(08).
034000         10  WS-AUT-ACTION       PIC X(06).
034100         10  WS-AUT-ROLE         PIC X(01).
034200             88  AUT-ENT-MAY-PREPARE VALUES "P" "B".
034300             88  AUT-ENT-MAY-APPROVE VALUES "A" "B".
034400         10  WS-AUT-THRESHOLD    PIC 9(09) COMP.
034500         10  WS-AUT-STATUS       PIC X(01).
034600             88  AUT-ENT-REVOKED     VALUE "R".
034700         10  WS-AUT-APPROVED     PIC 9(10) COMP.
034800
034900*****************************************************************
035000*    DUAL-CONTROL CHECK - 9600 TESTS WS-AUC-PREPARER AND        *
035100*    WS-AUC-APPROVER FOR ACTION WS-AUC-ACTION AGAINST THE       *
035200*    TABLE ABOVE FOR WS-AUC-QUANTITY NUMBERS, LEAVING A         *
035300*    REJECTION REASON IN WS-AUC-REASON (SPACES WHEN THE CHANGE  *
035400*    MAY GO AHEAD) AND THE APPROVER'S ENTRY IN WS-AUC-APPR-IDX. *
035500*****************************************************************
035600 01  WS-AUTH-CHECK-FIELDS.
035700     05  WS-AUC-ACTION           PIC X(06) VALUE SPACES.
035800     05  WS-AUC-PREPARER         PIC X(08) VALUE SPACES.
035900     05  WS-AUC-APPROVER         PIC X(08) VALUE SPACES.
036000     05  WS-AUC-FIND-USER        PIC X(08) VALUE SPACES.
036100     05  WS-AUC-QUANTITY         PIC 9(10) COMP VALUE 0.
036200     05  WS-AUC-APPR-IDX         PIC 9(03) COMP VALUE 0.
036300     05  WS-AUC-REASON           PIC X(40) VALUE SPACES.
036400
036500*****************************************************************
036600*    REASON-CODE TABLE (CPREASON) FOR THE STATEMENT'S           *
036700*    DESCRIPTIONS.  THE FILE IS OPTIONAL; THE CODES THE         *
036800*    PROGRAMS POST THEMSELVES ARE DESCRIBED EVEN WHEN IT IS     *
036900*    ABSENT.                                                    *
037000*****************************************************************
037100 01  WS-REASON-FIELDS.
037200     05  WS-RSN-COUNT            PIC 9(03) COMP VALUE 0.
037300     05  WS-RSN-IDX              PIC 9(03) COMP VALUE 0.
037400     05  WS-RSN-MATCH-IDX        PIC 9(03) COMP VALUE 0.
037500     05  WS-SW-RSN-EOF           PIC X(01) VALUE "N".
037600         88  REASON-AT-END           VALUE "Y".
037700     05  WS-RSN-ENTRY OCCURS 100 TIMES.
037800         10  WS-RSN-CODE         PIC X(04).
037900         10  WS-RSN-DESCRIPTION  PIC X(30).
038000
038100*****************************************************************
038200*    RESERVED RANGES (CPRESRV).  THE FILE IS OPTIONAL.  9670    *
038300*    COUNTS THE RESERVED NUMBERS INSIDE WS-RSV-LO THRU          *
038400*    WS-RSV-HI FOR WS-RSV-SERIES IN ERA WS-RSV-ERA-WANT.        *
038500*****************************************************************
038600 01  WS-RESERVED-FIELDS.
038700     05  WS-RSV-COUNT            PIC 9(02) COMP VALUE 0.
038800     05  WS-RSV-IDX              PIC 9(02) COMP VALUE 0.
038900     05  WS-RSV-SERIES           PIC X(04) VALUE SPACES.
039000     05  WS-RSV-ERA-WANT         PIC 9(02) VALUE ZERO.
039100     05  WS-RSV-LO               PIC 9(10) COMP VALUE 0.
039200     05  WS-RSV-HI               PIC 9(10) COMP VALUE 0.
039300     05  WS-RSV-ENT-LO           PIC 9(10) COMP VALUE 0.
039400     05  WS-RSV-ENT-HI           PIC 9(10) COMP VALUE 0.
039500     05  WS-RSV-OVERLAP          PIC 9(10) COMP VALUE 0.
039600     05  WS-SW-RSV-EOF           PIC X(01) VALUE "N".
039700         88  RESERVE-AT-END          VALUE "Y".
039800     05  WS-RESERVED-ENTRY OCCURS 20 TIMES.
039900         10  WS-RSV-SER-CODE     PIC X(04).
040000         10  WS-RSV-FROM         PIC 9(09).
040100         10  WS-RSV-TO           PIC 9(09).
040200         10  WS-RSV-REASON       PIC X(04).
040300         10  WS-RSV-ERA          PIC 9(02).
040400
040500*****************************************************************
040600*    ONE ERA'S STATEMENT, GATHERED IN ONE PASS OF THE INDEX     *
040700*    FROM SERIES/ERA/"A" - ALLOCATED, THEN ISSUED, THEN         *
040800*    REGISTER ENTRIES, IN KEY ORDER.  THE HOLES ARE THE GAPS    *
040900*    BETWEEN ISSUED RANGES; EACH CARRIES THE NEXT NUMBER NOT    *
041000*    YET PASSED BY THE REGISTER ENTRIES, WHICH ARRIVE IN        *
041100*    NUMBER ORDER.  WHAT NO ENTRY AND NO RESERVED RANGE         *
041200*    EXPLAINS IS UNEXPLAINED.                                   *
041300*****************************************************************
041400 01  WS-STATEMENT-FIELDS.
041500     05  WS-STM-SERIES           PIC X(04) VALUE SPACES.
041600     05  WS-STM-ERA              PIC 9(02) VALUE ZERO.
041700     05  WS-STM-FIRST            PIC 9(10) COMP VALUE 0.
041800     05  WS-STM-LAST             PIC 9(10) COMP VALUE 0.
041900     05  WS-STM-COVERED          PIC 9(10) COMP VALUE 0.
042000     05  WS-STM-ISSUED           PIC 9(10) COMP VALUE 0.
042100     05  WS-STM-I-RANGES         PIC 9(09) COMP VALUE 0.
042200     05  WS-STM-ALLOCATED        PIC 9(10) COMP VALUE 0.
042300     05  WS-STM-VOIDED           PIC 9(10) COMP VALUE 0.
042400     05  WS-STM-RESERVED         PIC 9(10) COMP VALUE 0.
042500     05  WS-STM-RSV-RANGES       PIC 9(09) COMP VALUE 0.
042600     05  WS-STM-UNEXPLAINED      PIC 9(10) COMP VALUE 0.
042700     05  WS-STM-NUMBER           PIC 9(10) COMP VALUE 0.
042800     05  WS-STM-NUMBERS          PIC 9(10) COMP VALUE 0.
042900     05  WS-SW-DIX-DONE          PIC X(01) VALUE "N".
043000         88  INDEX-WALK-DONE         VALUE "Y".
043100     05  WS-SW-INDEX-OPEN        PIC X(01) VALUE "N".
043200         88  INDEX-IS-OPEN           VALUE "Y".
043300     05  WS-SW-HOLE-DONE         PIC X(01) VALUE "N".
043400         88  HOLE-SEARCH-DONE        VALUE "Y".
043500     05  WS-SYS-COUNT            PIC 9(03) COMP VALUE 0.
043600     05  WS-SYS-IDX              PIC 9(03) COMP VALUE 0.
043700     05  WS-SYS-MATCH-IDX        PIC 9(03) COMP VALUE 0.
043800     05  WS-SYSTEM-ENTRY OCCURS 50 TIMES.
043900         10  WS-SYS-ID           PIC X(08).
044000         10  WS-SYS-RANGES       PIC 9(09) COMP.
044100         10  WS-SYS-NUMBERS      PIC 9(10) COMP.
044200     05  WS-VRC-COUNT            PIC 9(03) COMP VALUE 0.
044300     05  WS-VRC-IDX              PIC 9(03) COMP VALUE 0.
044400     05  WS-VRC-MATCH-IDX        PIC 9(03) COMP VALUE 0.
044500     05  WS-VOID-REASON-ENTRY OCCURS 50 TIMES.
044600         10  WS-VRC-CODE         PIC X(04).
044700         10  WS-VRC-ENTRIES      PIC 9(09) COMP.
044800     05  WS-HOL-COUNT            PIC 9(04) COMP VALUE 0.
044900     05  WS-HOL-IDX              PIC 9(04) COMP VALUE 0.
045000     05  WS-HOLE-ENTRY OCCURS 1000 TIMES.
045100         10  WS-HOL-FROM         PIC 9(10) COMP.
045200         10  WS-HOL-TO           PIC 9(10) COMP.
045300         10  WS-HOL-NEXT         PIC 9(10) COMP.
045400     05  WS-UNX-COUNT            PIC 9(03) COMP VALUE 0.
045500     05  WS-UNX-IDX              PIC 9(03) COMP VALUE 0.
045600     05  WS-UNX-NOT-LISTED       PIC 9(09) COMP VALUE 0.
045700     05  WS-UNEXPLAINED-ENTRY OCCURS 200 TIMES.
045800         10  WS-UNX-FROM         PIC 9(10) COMP.
045900         10  WS-UNX-TO           PIC 9(10) COMP.
046000         10  WS-UNX-NUMBERS      PIC 9(10) COMP.
046100
046200 01  WS-DATE-TIME-FIELDS.
046300     05  WS-CD-DATE              PIC 9(08).
046400     05  WS-CD-DATE-R REDEFINES WS-CD-DATE.
046500         10  WS-CD-YYYY          PIC 9(04).
046600         10  WS-CD-MM            PIC 9(02).
046700         10  WS-CD-DD            PIC 9(02).
046800     05  WS-HDG-DATE-NUM         PIC 9(08).
046900     05  WS-HDG-DATE-NUM-R REDEFINES WS-HDG-DATE-NUM.
047000         10  WS-HDN-MM           PIC 9(02).
047100         10  WS-HDN-DD           PIC 9(02).
047200         10  WS-HDN-YYYY         PIC 9(04).
047300
047400 01  WS-REPORT-FIELDS.
047500     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
047600     05  WS-PAGE-NUMBER          PIC 9(03) VALUE ZERO.
047700     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 050.
047800     05  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
047900
048000 01  WS-TITLE-LINE.
048100     05  FILLER                  PIC X(38) VALUE SPACES.
048200     05  FILLER                  PIC X(56) VALUE
048300         "TEST-COB ERA CLOSE-OUT STATEMENT".
048400
048500 01  WS-HEADING-LINE.
048600     05  FILLER                  PIC X(01) VALUE SPACES.
048700     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
048800     05  WS-HDG-DATE             PIC 99/99/9999.
048900     05  FILLER                  PIC X(06) VALUE "  JOB:".
049000     05  WS-HDG-JOBNAME          PIC X(09) VALUE "TESTECLS".
049100     05  FILLER                  PIC X(06) VALUE "PAGE: ".
049200     05  WS-HDG-PAGE             PIC ZZ9.
049300
049400 01  WS-AS-OF-LINE.
049500     05  FILLER                  PIC X(01) VALUE SPACES.
049600     05  FILLER                  PIC X(22) VALUE
049700         "INDEX AS OF RUN DATE: ".
049800     05  WS-ASOF-RUN-DATE        PIC 9(08).
049900     05  FILLER                  PIC X(09) VALUE "  RUN-ID ".
050000     05  WS-ASOF-RUN-ID          PIC X(08).
050100     05  FILLER                  PIC X(11) VALUE "  UPDATED: ".
050200     05  WS-ASOF-UPDATE-DATE     PIC 9(08).
050300
050400 01  WS-ERA-LINE.
050500     05  FILLER                  PIC X(02) VALUE SPACES.
050600     05  WS-ERL-TAG              PIC X(25).
050700     05  FILLER                  PIC X(07) VALUE "SERIES ".
050800     05  WS-ERL-SERIES           PIC X(04).
050900     05  FILLER                  PIC X(06) VALUE "  ERA ".
051000     05  WS-ERL-ERA              PIC 9(02).
051100     05  FILLER                  PIC X(16) VALUE
051200         "  PREPARED BY   ".
051300     05  WS-ERL-PREPARED-BY      PIC X(08).
051400     05  FILLER                  PIC X(14) VALUE
051500         "  APPROVED BY ".
051600     05  WS-ERL-APPROVED-BY      PIC X(08).
051700
051800 01  WS-SECTION-LINE.
051900     05  FILLER                  PIC X(02) VALUE SPACES.
052000     05  WS-SEC-TEXT             PIC X(60).
052100
052200 01  WS-COUNT-LINE.
052300     05  FILLER                  PIC X(04) VALUE SPACES.
052400     05  WS-CNT-TEXT             PIC X(40).
052500     05  WS-CNT-NUMBER           PIC ZZZZZZZZZ9.
052600
052700 01  WS-SYSTEM-LINE.
052800     05  FILLER                  PIC X(06) VALUE SPACES.
052900     05  FILLER                  PIC X(07) VALUE "SYSTEM ".
053000     05  WS-SYL-SYSTEM           PIC X(08).
053100     05  FILLER                  PIC X(09) VALUE "  RANGES ".
053200     05  WS-SYL-RANGES           PIC ZZZZZZZZ9.
053300     05  FILLER                  PIC X(10) VALUE "  NUMBERS ".
053400     05  WS-SYL-NUMBERS          PIC ZZZZZZZZZ9.
053500
053600 01  WS-REASON-LINE.
053700     05  FILLER                  PIC X(06) VALUE SPACES.
053800     05  FILLER                  PIC X(07) VALUE "REASON ".
053900     05  WS-RSL-CODE             PIC X(04).
054000     05  FILLER                  PIC X(02) VALUE SPACES.
054100     05  WS-RSL-DESCRIPTION      PIC X(30).
054200     05  FILLER                  PIC X(19) VALUE
054300         "  REGISTER ENTRIES ".
054400     05  WS-RSL-ENTRIES          PIC ZZZZZZZZ9.
054500
054600 01  WS-RANGE-LINE.
054700     05  FILLER                  PIC X(06) VALUE SPACES.
054800     05  FILLER                  PIC X(05) VALUE "FROM ".
054900     05  WS-RNL-FROM             PIC ZZZZZZZZZ9.
055000     05  FILLER                  PIC X(05) VALUE "  TO ".
055100     05  WS-RNL-TO               PIC ZZZZZZZZZ9.
055200     05  FILLER                  PIC X(02) VALUE SPACES.
055300     05  WS-RNL-NOTE             PIC X(22).
055400     05  WS-RNL-NUMBERS          PIC ZZZZZZZZZ9.
055500
055600 01  WS-NOTE-LINE.
055700     05  FILLER                  PIC X(06) VALUE SPACES.
055800     05  WS-NTL-TEXT             PIC X(70).
055900
056000 01  WS-ADDENDUM-LINE.
056100     05  FILLER                  PIC X(06) VALUE SPACES.
056200     05  WS-ADL-ACTION           PIC X(08).
056300     05  FILLER                  PIC X(04) VALUE " ON ".
056400     05  WS-ADL-DATE             PIC 9(08).
056500     05  FILLER                  PIC X(04) VALUE " AT ".
056600     05  WS-ADL-TIME             PIC 9(08).
056700     05  FILLER                  PIC X(14) VALUE
056800         "  PREPARED BY ".
056900     05  WS-ADL-PREPARED-BY      PIC X(08).
057000     05  FILLER                  PIC X(14) VALUE
057100         "  APPROVED BY ".
057200     05  WS-ADL-APPROVED-BY      PIC X(08).
057300     05  FILLER                  PIC X(02) VALUE SPACES.
057400     05  WS-ADL-REASON           PIC X(20).
057500     05  FILLER                  PIC X(14) VALUE
057600         "  UNEXPLAINED ".
057700     05  WS-ADL-UNEXPLAINED      PIC ZZZZZZZZ9.
057800
057900 01  WS-REJECT-LINE.
058000     05  FILLER                  PIC X(04) VALUE SPACES.
058100     05  FILLER                  PIC X(11) VALUE "REJECTED - ".
058200     05  WS-REJ-REASON           PIC X(40).
058300
058400 01  WS-TOTAL-LINE.
058500     05  FILLER                  PIC X(04) VALUE SPACES.
058600     05  WS-TOT-TEXT             PIC X(30).
058700     05  WS-TOT-COUNT            PIC ZZZZZZZZ9.
058800
058900 01  WS-END-LINE.
059000     05  FILLER                  PIC X(20) VALUE SPACES.
059100     05  FILLER                  PIC X(22) VALUE
059200         "*** END OF REPORT ***".
059300
059400 01  WS-SW-FIELDS.
059500     05  WS-SW-CARD-EOF          PIC X(01) VALUE "N".
059600         88  END-OF-CARDS            VALUE "Y".
059700     05  WS-SW-MASTER-EOF        PIC X(01) VALUE "N".
059800         88  MASTER-AT-END           VALUE "Y".
059900     05  WS-SW-VRG-EOF           PIC X(01) VALUE "N".
060000         88  REGISTER-AT-END         VALUE "Y".
060100
060200 PROCEDURE DIVISION.
060300 0000-MAINLINE.
060400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
060500     PERFORM 2000-EDIT-DECK THRU 2000-EXIT
060600     PERFORM 3000-APPLY-DECK THRU 3000-EXIT
060700     PERFORM 4000-FINALIZE THRU 4000-EXIT
060800     GO TO 9999-EXIT.
060900
061000*****************************************************************
061100*    1000-INITIALIZE - LOAD THE MASTER, THE ERA-CLOSE HISTORY,  *
061200*    THE AUTHORIZED USERS, THE REASON CODES AND THE RESERVED    *
061300*    RANGES, AND OPEN THE CARDS AND THE REPORT.                 *
061400*****************************************************************
061500 1000-INITIALIZE.
061600     DISPLAY "TEST-ERACLS - ERA CLOSE-OUT STARTING"
061700     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
061800     MOVE WS-CD-DATE TO WS-CURRENT-DATE
061900     ACCEPT WS-CURRENT-TIME FROM TIME
062000     PERFORM 1100-LOAD-SEQ-MASTER THRU 1100-EXIT
062100     PERFORM 1200-LOAD-ERA-CLOSE THRU 1200-EXIT
062200     PERFORM 1300-LOAD-AUTH-USERS THRU 1300-EXIT
062300     PERFORM 1500-LOAD-REASONS THRU 1500-EXIT
062400     PERFORM 1600-LOAD-RESERVED THRU 1600-EXIT
062500     OPEN INPUT ECL-CARD-FILE
062600     IF WS-CARDS-STATUS IS NOT EQUAL TO "00"
062700         MOVE 2300 TO WS-RETURN-CODE
062800         DISPLAY "TEST-ERACLS RC2300 - CLOSE-OUT CARD FILE "
062900             "FAILED TO OPEN - STATUS " WS-CARDS-STATUS
063000         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
063100     END-IF
063200     OPEN OUTPUT REPORT-FILE
063300     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
063400         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
063500     END-IF.
063600 1000-EXIT.
063700     EXIT.
063800
063900*****************************************************************
064000*    1100-LOAD-SEQ-MASTER - READ THE CURRENT SEQUENCE MASTER    *
064100*    INTO THE IN-CORE MASTER TABLE.                             *
064200*****************************************************************
064300 1100-LOAD-SEQ-MASTER.
064400     MOVE "N" TO WS-SW-MASTER-EOF
064500     OPEN INPUT SEQ-MASTER-IN
064600     IF WS-SEQMST-STATUS IS NOT EQUAL TO "00"
064700         MOVE 2302 TO WS-RETURN-CODE
064800         DISPLAY "TEST-ERACLS RC2302 - SEQUENCE-MASTER FILE "
064900             "FAILED TO OPEN - STATUS " WS-SEQMST-STATUS
065000         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
065100     END-IF
065200     PERFORM 1110-READ-MASTER-RECORD THRU 1110-EXIT
065300         UNTIL MASTER-AT-END
065400     CLOSE SEQ-MASTER-IN.
065500 1100-EXIT.
065600     EXIT.
065700
065800*****************************************************************
065900*    1110-READ-MASTER-RECORD - TABLE ONE SEQUENCE-MASTER        *
066000*    RECORD'S SERIES, CURRENT ERA AND LAST RUN DATE.            *
066100*****************************************************************
066200 1110-READ-MASTER-RECORD.
066300     READ SEQ-MASTER-IN INTO CP-SEQ-MASTER-RECORD
066400         AT END
066500             SET MASTER-AT-END TO TRUE
066600             GO TO 1110-EXIT
066700     END-READ
066800     IF WS-MASTER-COUNT IS GREATER THAN OR EQUAL TO
066900         WS-MAX-MASTER-ENTRIES
067000         MOVE 2302 TO WS-RETURN-CODE
067100         DISPLAY "TEST-ERACLS RC2302 - SEQUENCE-MASTER HOLDS "
067200             "MORE SERIES THAN THE MASTER TABLE ALLOWS"
067300         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
067400     END-IF
067500     ADD 1 TO WS-MASTER-COUNT
067600     MOVE CP-MST-SERIES-CODE
067700         TO WS-MST-SERIES-CODE(WS-MASTER-COUNT)
067800     IF CP-MST-ERA-CODE IS NUMERIC
067900         MOVE CP-MST-ERA-CODE TO WS-MST-ERA(WS-MASTER-COUNT)
068000     ELSE
068100         MOVE ZERO TO WS-MST-ERA(WS-MASTER-COUNT)
068200     END-IF
068300     IF CP-MST-LAST-USED-DATE IS NUMERIC
068400         MOVE CP-MST-LAST-USED-DATE
068500             TO WS-MST-LAST-DATE(WS-MASTER-COUNT)
068600     ELSE
068700         MOVE ZERO TO WS-MST-LAST-DATE(WS-MASTER-COUNT)
068800     END-IF.
068900 1110-EXIT.
069000     EXIT.
069100
069200*****************************************************************
069300*    1200-LOAD-ERA-CLOSE - LOAD THE ERA-CLOSE HISTORY.  NO FILE *
069400*    (STATUS 35) MEANS NO ERA HAS EVER BEEN CLOSED.             *
069500*****************************************************************
069600 1200-LOAD-ERA-CLOSE.
069700     MOVE "N" TO WS-SW-ECL-EOF
069800     OPEN INPUT ERA-CLOSE-FILE
069900     EVALUATE WS-ERACLS-STATUS
070000         WHEN "00"
070100             PERFORM 1210-READ-ERA-CLOSE THRU 1210-EXIT
070200                 UNTIL ERACLOSE-AT-END
070300             CLOSE ERA-CLOSE-FILE
070400         WHEN "35"
070500             CONTINUE
070600         WHEN OTHER
070700             MOVE 2306 TO WS-RETURN-CODE
070800             DISPLAY "TEST-ERACLS RC2306 - ERA-CLOSE FILE FAILED "
070900                 "TO OPEN - STATUS " WS-ERACLS-STATUS
071000             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
071100     END-EVALUATE
071150     MOVE WS-ECL-COUNT TO WS-ECL-FILE-COUNT.
071200 1200-EXIT.
071300     EXIT.
071400
071500*****************************************************************
071600*    1210-READ-ERA-CLOSE - VALIDATE AND TABLE ONE ERA-CLOSE     *
071700*    RECORD.                                                    *
071800*****************************************************************
071900 1210-READ-ERA-CLOSE.
072000     READ ERA-CLOSE-FILE
072100         AT END
072200             SET ERACLOSE-AT-END TO TRUE
072300             GO TO 1210-EXIT
072400     END-READ
072500     IF WS-ECL-COUNT IS GREATER THAN OR EQUAL TO
072600         WS-MAX-ECL-ENTRIES
072700         MOVE 2306 TO WS-RETURN-CODE
072800         DISPLAY "TEST-ERACLS RC2306 - ERA-CLOSE FILE HOLDS MORE "
072900             "RECORDS THAN THE HISTORY TABLE ALLOWS"
073000         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
073100     END-IF
073200     IF CP-ECL-SERIES-CODE IS EQUAL TO SPACES
073300         OR CP-ECL-ERA-CODE IS NOT NUMERIC
073400         OR NOT (ECL-ACTION-CLOSED OR ECL-ACTION-REOPENED)
073500         OR CP-ECL-DATE IS NOT NUMERIC
073600         OR CP-ECL-TIME IS NOT NUMERIC
073700         OR CP-ECL-FIRST-ISSUED IS NOT NUMERIC
073800         OR CP-ECL-LAST-ISSUED IS NOT NUMERIC
073900         OR CP-ECL-ISSUED-COUNT IS NOT NUMERIC
074000         OR CP-ECL-UNEXPLAINED IS NOT NUMERIC
074100         MOVE 2306 TO WS-RETURN-CODE
074200         DISPLAY "TEST-ERACLS RC2306 - INVALID ERA-CLOSE "
074300             "RECORD - '"
074400             CP-ERA-CLOSE-RECORD(1:23) "'"
074500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
074600     END-IF
074700     ADD 1 TO WS-ECL-COUNT
074800     MOVE CP-ECL-SERIES-CODE TO WS-ECL-SERIES-CODE(WS-ECL-COUNT)
074900     MOVE CP-ECL-ERA-CODE TO WS-ECL-ERA(WS-ECL-COUNT)
075000     MOVE CP-ECL-ACTION TO WS-ECL-ACTION(WS-ECL-COUNT)
075100     MOVE CP-ECL-DATE TO WS-ECL-DATE(WS-ECL-COUNT)
075200     MOVE CP-ECL-TIME TO WS-ECL-TIME(WS-ECL-COUNT)
075300     MOVE CP-ECL-PREPARED-BY TO WS-ECL-PREPARED-BY(WS-ECL-COUNT)
075400     MOVE CP-ECL-APPROVED-BY TO WS-ECL-APPROVED-BY(WS-ECL-COUNT)
075500     MOVE CP-ECL-FIRST-ISSUED TO WS-ECL-FIRST(WS-ECL-COUNT)
075600     MOVE CP-ECL-LAST-ISSUED TO WS-ECL-LAST(WS-ECL-COUNT)
075700     MOVE CP-ECL-ISSUED-COUNT TO WS-ECL-ISSUED(WS-ECL-COUNT)
075800     MOVE CP-ECL-UNEXPLAINED TO WS-ECL-UNEXPLAINED(WS-ECL-COUNT)
075900     MOVE CP-ECL-REASON TO WS-ECL-REASON(WS-ECL-COUNT).
076000 1210-EXIT.
076100     EXIT.
076200
076300*****************************************************************
076400*    1300-LOAD-AUTH-USERS - LOAD THE AUTHORIZED-USER TABLE.     *
076500*    THE TABLE IS REQUIRED - AN EMPTY TABLE IS A SET-UP ERROR,  *
076600*    NOT A DAY WHEN NOBODY MAY ACT.                             *
076700*****************************************************************
076800 1300-LOAD-AUTH-USERS.
076900     MOVE "N" TO WS-SW-AUT-EOF
077000     OPEN INPUT AUTH-USER-FILE
077100     IF WS-AUTHUSR-STATUS IS NOT EQUAL TO "00"
077200         MOVE 2305 TO WS-RETURN-CODE
077300         DISPLAY "TEST-ERACLS RC2305 - AUTHORIZED-USER TABLE "
077400             "FAILED TO OPEN - STATUS " WS-AUTHUSR-STATUS
077500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
077600     END-IF
077700     PERFORM 1310-READ-AUTH-USER THRU 1310-EXIT
077800         UNTIL AUTHUSR-AT-END
077900     CLOSE AUTH-USER-FILE
078000     IF WS-AUT-COUNT IS EQUAL TO ZERO
078100         MOVE 2305 TO WS-RETURN-CODE
078200         DISPLAY "TEST-ERACLS RC2305 - AUTHORIZED-USER TABLE "
078300             "HELD NO RECORDS"
078400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
078500     END-IF.
078600 1300-EXIT.
078700     EXIT.
078800
078900*****************************************************************
079000*    1310-READ-AUTH-USER - VALIDATE AND TABLE ONE AUTHORIZED-   *
079100*    USER RECORD.  A BAD OR DUPLICATE RECORD STOPS THE RUN.     *
079200*****************************************************************
079300 1310-READ-AUTH-USER.
079400     READ AUTH-USER-FILE
079500         AT END
079600             SET AUTHUSR-AT-END TO TRUE
079700             GO TO 1310-EXIT
079800     END-READ
079900     IF WS-AUT-COUNT IS GREATER THAN OR EQUAL TO
080000         WS-MAX-AUTH-ENTRIES
080100         MOVE 2305 TO WS-RETURN-CODE
080200         DISPLAY "TEST-ERACLS RC2305 - AUTHORIZED-USER TABLE "
080300             "HOLDS MORE RECORDS THAN THE IN-CORE TABLE ALLOWS"
080400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
080500     END-IF
080600     MOVE CP-AUT-USER-ID TO WS-AUC-FIND-USER
080700     MOVE CP-AUT-ACTION TO WS-AUC-ACTION
080800     MOVE ZERO TO WS-AUT-MATCH-IDX
080900     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
081000         VARYING WS-AUT-IDX FROM 1 BY 1
081100         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
081200     IF CP-AUT-USER-ID IS EQUAL TO SPACES
081300         OR WS-AUT-MATCH-IDX IS GREATER THAN ZERO
081400         OR NOT (AUT-ACTION-ADJUST OR AUT-ACTION-NEWERA
081500                 OR AUT-ACTION-VOID OR AUT-ACTION-RBAK
081600                 OR AUT-ACTION-REOPEN)
081700         OR NOT (AUT-ROLE-PREPARER OR AUT-ROLE-APPROVER
081800                 OR AUT-ROLE-BOTH)
081900         OR CP-AUT-THRESHOLD IS NOT NUMERIC
082000         OR NOT (AUT-USER-ACTIVE OR AUT-USER-REVOKED)
082100         MOVE 2305 TO WS-RETURN-CODE
082200         DISPLAY "TEST-ERACLS RC2305 - INVALID OR DUPLICATE "
082300             "AUTHORIZED-USER RECORD - '"
082400             CP-AUTH-USER-RECORD(1:25) "'"
082500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
082600     END-IF
082700     ADD 1 TO WS-AUT-COUNT
082800     MOVE CP-AUT-USER-ID TO WS-AUT-USER-ID(WS-AUT-COUNT)
082900     MOVE CP-AUT-ACTION TO WS-AUT-ACTION(WS-AUT-COUNT)
083000     MOVE CP-AUT-ROLE TO WS-AUT-ROLE(WS-AUT-COUNT)
083100     MOVE CP-AUT-THRESHOLD TO WS-AUT-THRESHOLD(WS-AUT-COUNT)
083200     MOVE CP-AUT-STATUS TO WS-AUT-STATUS(WS-AUT-COUNT)
083300     MOVE ZERO TO WS-AUT-APPROVED(WS-AUT-COUNT).
083400 1310-EXIT.
083500     EXIT.
083600
083700*****************************************************************
083800*    1400-WRITE-REPORT-HEADING - TITLE, RUN DATE AND PAGE       *
083900*    NUMBER AT THE TOP OF EVERY PAGE, AND THE INDEX'S AS-OF     *
084000*    LINE ONCE THE INDEX IS OPEN.                               *
084100*****************************************************************
084200 1400-WRITE-REPORT-HEADING.
084300     ADD 1 TO WS-PAGE-NUMBER
084400     IF WS-PAGE-NUMBER IS GREATER THAN 1
084500         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
084600             AFTER ADVANCING TOP-OF-PAGE
084700     ELSE
084800         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
084900     END-IF
085000     MOVE WS-CD-MM TO WS-HDN-MM
085100     MOVE WS-CD-DD TO WS-HDN-DD
085200     MOVE WS-CD-YYYY TO WS-HDN-YYYY
085300     MOVE WS-HDG-DATE-NUM TO WS-HDG-DATE
085400     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
085500     WRITE CP-RPT-LINE FROM WS-HEADING-LINE
085600     IF INDEX-IS-OPEN
085700         WRITE CP-RPT-LINE FROM WS-AS-OF-LINE
085800     END-IF
085900     MOVE ZERO TO WS-LINE-COUNT.
086000 1400-EXIT.
086100     EXIT.
086200
086300*****************************************************************
086400*    1500-LOAD-REASONS - LOAD THE REASON-CODE TABLE FOR THE     *
086500*    STATEMENT'S DESCRIPTIONS.  NO FILE (STATUS 35) LEAVES      *
086600*    ONLY THE PROGRAM-POSTED CODES DESCRIBED.                   *
086700*****************************************************************
086800 1500-LOAD-REASONS.
086900     MOVE "N" TO WS-SW-RSN-EOF
087000     OPEN INPUT REASON-FILE
087100     EVALUATE WS-REASON-STATUS
087200         WHEN "00"
087300             PERFORM 1510-READ-REASON THRU 1510-EXIT
087400                 UNTIL REASON-AT-END
087500             CLOSE REASON-FILE
087600         WHEN "35"
087700             CONTINUE
087800         WHEN OTHER
087900             MOVE 2307 TO WS-RETURN-CODE
088000             DISPLAY "TEST-ERACLS RC2307 - REASON-CODE TABLE "
088100                 "FAILED TO OPEN - STATUS " WS-REASON-STATUS
088200             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
088300     END-EVALUATE.
088400 1500-EXIT.
088500     EXIT.
088600
088700*****************************************************************
088800*    1510-READ-REASON - TABLE ONE REASON-CODE RECORD.           *
088900*****************************************************************
089000 1510-READ-REASON.
089100     READ REASON-FILE
089200         AT END
089300             SET REASON-AT-END TO TRUE
089400             GO TO 1510-EXIT
089500     END-READ
089600     IF WS-RSN-COUNT IS GREATER THAN OR EQUAL TO
089700         WS-MAX-RSN-ENTRIES
089800         MOVE 2307 TO WS-RETURN-CODE
089900         DISPLAY "TEST-ERACLS RC2307 - REASON-CODE TABLE HOLDS "
090000             "MORE CODES THAN THE IN-CORE TABLE ALLOWS"
090100         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
090200     END-IF
090300     IF CP-RSN-REASON-CODE IS EQUAL TO SPACES
090400         MOVE 2307 TO WS-RETURN-CODE
090500         DISPLAY "TEST-ERACLS RC2307 - INVALID REASON-CODE "
090600             "RECORD - '" CP-REASON-RECORD(1:34) "'"
090700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
090800     END-IF
090900     ADD 1 TO WS-RSN-COUNT
091000     MOVE CP-RSN-REASON-CODE TO WS-RSN-CODE(WS-RSN-COUNT)
091100     MOVE CP-RSN-DESCRIPTION TO WS-RSN-DESCRIPTION(WS-RSN-COUNT).
091200 1510-EXIT.
091300     EXIT.
091400
091500*****************************************************************
091600*    1600-LOAD-RESERVED - LOAD THE RESERVED RANGES.  NO FILE    *
091700*    (STATUS 35) MEANS NOTHING IS RESERVED.                     *
091800*****************************************************************
091900 1600-LOAD-RESERVED.
092000     MOVE "N" TO WS-SW-RSV-EOF
092100     OPEN INPUT RESERVE-FILE
092200     EVALUATE WS-RESERVE-STATUS
092300         WHEN "00"
092400             PERFORM 1610-READ-RESERVED-RECORD THRU 1610-EXIT
092500                 UNTIL RESERVE-AT-END
092600             CLOSE RESERVE-FILE
092700         WHEN "35"
092800             CONTINUE
092900         WHEN OTHER
093000             MOVE 2307 TO WS-RETURN-CODE
093100             DISPLAY "TEST-ERACLS RC2307 - RESERVED-RANGE FILE "
093200                 "FAILED TO OPEN - STATUS " WS-RESERVE-STATUS
093300             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
093400     END-EVALUATE.
093500 1600-EXIT.
093600     EXIT.
093700
093800*****************************************************************
093900*    1610-READ-RESERVED-RECORD - VALIDATE AND TABLE ONE         *
094000*    RESERVED-RANGE RECORD.                                     *
094100*****************************************************************
094200 1610-READ-RESERVED-RECORD.
094300     READ RESERVE-FILE
094400         AT END
094500             SET RESERVE-AT-END TO TRUE
094600             GO TO 1610-EXIT
094700     END-READ
094800     IF WS-RSV-COUNT IS GREATER THAN OR EQUAL TO 20
094900         MOVE 2307 TO WS-RETURN-CODE
095000         DISPLAY "TEST-ERACLS RC2307 - MORE RESERVED RANGES "
095100             "THAN THE RESERVED TABLE ALLOWS"
095200         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
095300     END-IF
095400     IF CP-RSV-SERIES-CODE IS EQUAL TO SPACES
095500         OR CP-RSV-FROM-NUMBER IS NOT NUMERIC
095600         OR CP-RSV-TO-NUMBER IS NOT NUMERIC
095700         OR CP-RSV-FROM-NUMBER IS EQUAL TO ZERO
095800         OR CP-RSV-TO-NUMBER IS LESS THAN CP-RSV-FROM-NUMBER
095900         MOVE 2307 TO WS-RETURN-CODE
096000         DISPLAY "TEST-ERACLS RC2307 - INVALID RESERVED-"
096100             "RANGE RECORD - '" CP-RESERVE-RECORD(1:26) "'"
096200         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
096300     END-IF
096400     ADD 1 TO WS-RSV-COUNT
096500     MOVE CP-RSV-SERIES-CODE TO WS-RSV-SER-CODE(WS-RSV-COUNT)
096600     MOVE CP-RSV-FROM-NUMBER TO WS-RSV-FROM(WS-RSV-COUNT)
096700     MOVE CP-RSV-TO-NUMBER TO WS-RSV-TO(WS-RSV-COUNT)
096800     MOVE CP-RSV-REASON-CODE TO WS-RSV-REASON(WS-RSV-COUNT)
096900     IF CP-RSV-ERA-CODE IS NUMERIC
097000         MOVE CP-RSV-ERA-CODE TO WS-RSV-ERA(WS-RSV-COUNT)
097100     ELSE
097200         MOVE ZERO TO WS-RSV-ERA(WS-RSV-COUNT)
097300     END-IF.
097400 1610-EXIT.
097500     EXIT.
097600
097700*****************************************************************
097800*    2000-EDIT-DECK - READ AND EDIT EVERY CARD AGAINST THE ERA  *
097900*    STATE THE CARDS AHEAD OF IT LEAVE.  ANY FAILURE STOPS THE  *
098000*    RUN HERE, BEFORE ANYTHING IS WRITTEN.  A DECK THAT CLOSES  *
098100*    AN ERA THEN NEEDS A CURRENT INDEX, AND EACH CLOSING ERA IS *
098110*    STATED OUT FROM IT HERE TOO.                               *
098200*****************************************************************
098300 2000-EDIT-DECK.
098400     PERFORM 2100-READ-CARD THRU 2100-EXIT
098500     PERFORM 2200-EDIT-ONE-CARD THRU 2200-EXIT
098600         UNTIL END-OF-CARDS
098700     CLOSE ECL-CARD-FILE
098800     IF WS-CARD-COUNT IS EQUAL TO ZERO
098900         MOVE 2300 TO WS-RETURN-CODE
099000         DISPLAY "TEST-ERACLS RC2300 - CLOSE-OUT CARD FILE "
099100             "HELD NO CARDS"
099200         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
099300     END-IF
099400     IF WS-CLOSE-COUNT IS GREATER THAN ZERO
099500         PERFORM 2800-OPEN-DISP-INDEX THRU 2800-EXIT
099510         PERFORM 2850-STATE-CLOSING-ERA THRU 2850-EXIT
099520             VARYING WS-CRD-IDX FROM 1 BY 1
099530             UNTIL WS-CRD-IDX IS GREATER THAN WS-CRD-COUNT
099600     END-IF.
099700 2000-EXIT.
099800     EXIT.
099900
100000*****************************************************************
100100*    2100-READ-CARD - READ ONE CLOSE-OUT CARD.                  *
100200*****************************************************************
100300 2100-READ-CARD.
100400     READ ECL-CARD-FILE
100500         AT END
100600             SET END-OF-CARDS TO TRUE
100700     END-READ.
100800 2100-EXIT.
100900     EXIT.
101000
101100*****************************************************************
101200*    2200-EDIT-ONE-CARD - VALIDATE THE CARD JUST READ, CHECK IT *
101300*    FITS THE ERA'S STATE, AND TABLE IT WITH THE HISTORY ENTRY  *
101400*    IT WILL WRITE.                                             *
101500*****************************************************************
101600 2200-EDIT-ONE-CARD.
101700     ADD 1 TO WS-CARD-COUNT
101800     IF (NOT ECC-ACTION-CLOSE AND NOT ECC-ACTION-REOPEN)
101900         OR CP-ECC-SERIES-CODE IS EQUAL TO SPACES
102000         OR CP-ECC-ERA-CODE IS NOT NUMERIC
102100         OR CP-ECC-PREPARED-BY IS EQUAL TO SPACES
102200         PERFORM 9920-BAD-CARD THRU 9920-EXIT
102300     END-IF
102400     IF ECC-ACTION-REOPEN
102500         AND CP-ECC-REASON IS EQUAL TO SPACES
102600         PERFORM 9920-BAD-CARD THRU 9920-EXIT
102700     END-IF
102800     IF WS-CRD-COUNT IS GREATER THAN OR EQUAL TO
102900         WS-MAX-CARD-ENTRIES
103000         MOVE 2310 TO WS-RETURN-CODE
103100         DISPLAY "TEST-ERACLS RC2310 - MORE CARDS THAN ONE "
103200             "SUBMISSION ALLOWS - SPLIT THE DECK"
103300         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
103400     END-IF
103500     MOVE CP-ECC-SERIES-CODE TO WS-FIND-SERIES
103600     MOVE CP-ECC-ERA-CODE TO WS-FIND-ERA
103700     PERFORM 2300-FIND-SERIES THRU 2300-EXIT
103800     IF WS-MATCH-IDX IS EQUAL TO ZERO
103900         MOVE "SERIES IS NOT ON THE SEQUENCE MASTER"
104000             TO WS-REJ-REASON
104100         PERFORM 2600-REJECT-CARD THRU 2600-EXIT
104200     END-IF
104300     PERFORM 2400-FIND-ERA-STATE THRU 2400-EXIT
104400     IF ECC-ACTION-CLOSE
104500         IF WS-FIND-ERA IS NOT LESS THAN WS-MST-ERA(WS-MATCH-IDX)
104600             MOVE "ERA IS THE SERIES' CURRENT ERA OR LATER"
104700                 TO WS-REJ-REASON
104800             PERFORM 2600-REJECT-CARD THRU 2600-EXIT
104900         END-IF
105000         IF ERA-IS-CLOSED
105100             MOVE "ERA IS ALREADY CLOSED" TO WS-REJ-REASON
105200             PERFORM 2600-REJECT-CARD THRU 2600-EXIT
105300         END-IF
105400         ADD 1 TO WS-CLOSE-COUNT
105500     ELSE
105600         IF NOT ERA-IS-CLOSED
105700             MOVE "ERA IS NOT CLOSED - NOTHING TO REOPEN"
105800                 TO WS-REJ-REASON
105900             PERFORM 2600-REJECT-CARD THRU 2600-EXIT
106000         END-IF
106010         IF WS-ECL-STATE-IDX IS GREATER THAN WS-ECL-FILE-COUNT
106020             MOVE "ERA IS CLOSED BY THIS SAME DECK"
106030                 TO WS-REJ-REASON
106040             PERFORM 2600-REJECT-CARD THRU 2600-EXIT
106050         END-IF
106100         PERFORM 2500-CHECK-REOPEN-CONTROL THRU 2500-EXIT
106200         ADD 1 TO WS-REOPEN-COUNT
106300     END-IF
106400     PERFORM 2700-TABLE-CARD THRU 2700-EXIT
106500     PERFORM 2100-READ-CARD THRU 2100-EXIT.
106600 2200-EXIT.
106700     EXIT.
106800
106900*****************************************************************
107000*    2300-FIND-SERIES - LOCATE WS-FIND-SERIES IN THE MASTER     *
107100*    TABLE, LEAVING ITS ENTRY IN WS-MATCH-IDX (ZERO IF ABSENT). *
107200*****************************************************************
107300 2300-FIND-SERIES.
107400     MOVE ZERO TO WS-MATCH-IDX
107500     PERFORM 2310-MATCH-MASTER-ENTRY THRU 2310-EXIT
107600         VARYING WS-MASTER-IDX FROM 1 BY 1
107700         UNTIL WS-MASTER-IDX IS GREATER THAN WS-MASTER-COUNT
107800            OR WS-MATCH-IDX IS GREATER THAN ZERO.
107900 2300-EXIT.
108000     EXIT.
108100
108200 2310-MATCH-MASTER-ENTRY.
108300     IF WS-MST-SERIES-CODE(WS-MASTER-IDX) IS EQUAL TO
108400         WS-FIND-SERIES
108500         MOVE WS-MASTER-IDX TO WS-MATCH-IDX
108600     END-IF.
108700 2310-EXIT.
108800     EXIT.
108900
109000*****************************************************************
109100*    2400-FIND-ERA-STATE - THE LATEST HISTORY ENTRY FOR         *
109200*    WS-FIND-SERIES AND WS-FIND-ERA (WS-ECL-STATE-IDX, ZERO IF  *
109300*    NONE) AND WHETHER IT LEAVES THE ERA CLOSED.                *
109400*****************************************************************
109500 2400-FIND-ERA-STATE.
109600     MOVE ZERO TO WS-ECL-STATE-IDX
109700     PERFORM 2410-MATCH-ERA-ENTRY THRU 2410-EXIT
109800         VARYING WS-ECL-IDX FROM 1 BY 1
109900         UNTIL WS-ECL-IDX IS GREATER THAN WS-ECL-COUNT
110000     MOVE "O" TO WS-SW-ERA-STATE
110100     IF WS-ECL-STATE-IDX IS GREATER THAN ZERO
110200         IF ECL-ENT-CLOSED(WS-ECL-STATE-IDX)
110300             MOVE "C" TO WS-SW-ERA-STATE
110400         END-IF
110500     END-IF.
110600 2400-EXIT.
110700     EXIT.
110800
110900 2410-MATCH-ERA-ENTRY.
111000     IF WS-ECL-SERIES-CODE(WS-ECL-IDX) IS EQUAL TO WS-FIND-SERIES
111100         AND WS-ECL-ERA(WS-ECL-IDX) IS EQUAL TO WS-FIND-ERA
111200         MOVE WS-ECL-IDX TO WS-ECL-STATE-IDX
111300     END-IF.
111400 2410-EXIT.
111500     EXIT.
111600
111700*****************************************************************
111800*    2500-CHECK-REOPEN-CONTROL - A REOPEN NEEDS A PREPARER AND  *
111900*    A DIFFERENT APPROVER, BOTH AUTHORIZED FOR REOPEN, AND THE  *
112000*    APPROVER'S THRESHOLD MUST COVER THE NUMBERS THE ERA        *
112100*    ISSUED (AS STATED AT ITS CLOSE).  A FAILURE IS PRINTED ON  *
112200*    THE REPORT AND STOPS THE DECK UNAPPLIED.                   *
112300*****************************************************************
112400 2500-CHECK-REOPEN-CONTROL.
112500     MOVE WS-ECL-ISSUED(WS-ECL-STATE-IDX) TO WS-AUC-QUANTITY
112600     MOVE "REOPEN" TO WS-AUC-ACTION
112700     MOVE CP-ECC-PREPARED-BY TO WS-AUC-PREPARER
112800     MOVE CP-ECC-APPROVED-BY TO WS-AUC-APPROVER
112900     PERFORM 9600-CHECK-DUAL-CONTROL THRU 9600-EXIT
113000     IF WS-AUC-REASON IS EQUAL TO SPACES
113100         ADD WS-AUC-QUANTITY TO WS-AUT-APPROVED(WS-AUC-APPR-IDX)
113200         GO TO 2500-EXIT
113300     END-IF
113400     MOVE WS-AUC-REASON TO WS-REJ-REASON
113500     PERFORM 2650-REPORT-REJECTION THRU 2650-EXIT
113600     MOVE 2304 TO WS-RETURN-CODE
113700     DISPLAY "TEST-ERACLS RC2304 - REOPEN OF SERIES '"
113800         CP-ECC-SERIES-CODE "' ERA " CP-ECC-ERA-CODE
113900         " FAILED DUAL CONTROL - " WS-AUC-REASON
114000     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
114100 2500-EXIT.
114200     EXIT.
114300
114400*****************************************************************
114500*    2600-REJECT-CARD - THE CARD DOES NOT FIT THE ERA.  THE     *
114600*    REASON IN WS-REJ-REASON GOES ON THE REPORT AND THE DECK    *
114700*    STOPS UNAPPLIED.                                           *
114800*****************************************************************
114900 2600-REJECT-CARD.
115000     PERFORM 2650-REPORT-REJECTION THRU 2650-EXIT
115100     MOVE 2303 TO WS-RETURN-CODE
115200     DISPLAY "TEST-ERACLS RC2303 - " CP-ECC-ACTION " OF SERIES '"
115300         CP-ECC-SERIES-CODE "' ERA " CP-ECC-ERA-CODE
115400         " REJECTED - " WS-REJ-REASON
115500     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
115600 2600-EXIT.
115700     EXIT.
115800
115900*****************************************************************
116000*    2650-REPORT-REJECTION - THE CARD AND THE REASON IT FAILED. *
116100*****************************************************************
116200 2650-REPORT-REJECTION.
116300     IF WS-PAGE-NUMBER IS EQUAL TO ZERO
116400         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
116500     END-IF
116600     IF ECC-ACTION-CLOSE
116700         MOVE "CLOSE CARD" TO WS-ERL-TAG
116800     ELSE
116900         MOVE "REOPEN CARD" TO WS-ERL-TAG
117000     END-IF
117100     MOVE CP-ECC-SERIES-CODE TO WS-ERL-SERIES
117200     MOVE CP-ECC-ERA-CODE TO WS-ERL-ERA
117300     MOVE CP-ECC-PREPARED-BY TO WS-ERL-PREPARED-BY
117400     MOVE CP-ECC-APPROVED-BY TO WS-ERL-APPROVED-BY
117500     MOVE SPACES TO CP-RPT-LINE
117600     WRITE CP-RPT-LINE
117700     WRITE CP-RPT-LINE FROM WS-ERA-LINE
117800     WRITE CP-RPT-LINE FROM WS-REJECT-LINE
117900     ADD 3 TO WS-LINE-COUNT.
118000 2650-EXIT.
118100     EXIT.
118200
118300*****************************************************************
118400*    2700-TABLE-CARD - HOLD THE ACCEPTED CARD AND ADD THE       *
118500*    HISTORY ENTRY IT WILL WRITE, SO LATER CARDS SEE THE ERA    *
118600*    AS THIS CARD LEAVES IT.  A CLOSE'S FIGURES ARE FILLED IN   *
118700*    WHEN ITS STATEMENT IS TAKEN; A REOPEN CARRIES THE FIGURES  *
118800*    OF THE CLOSE IT UNDOES.                                    *
118900*****************************************************************
119000 2700-TABLE-CARD.
119100     IF WS-ECL-COUNT IS GREATER THAN OR EQUAL TO
119200         WS-MAX-ECL-ENTRIES
119300         MOVE 2306 TO WS-RETURN-CODE
119400         DISPLAY "TEST-ERACLS RC2306 - THE ERA-CLOSE FILE AND "
119500             "THE DECK HOLD MORE RECORDS THAN THE HISTORY TABLE "
119600             "ALLOWS"
119700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
119800     END-IF
119900     ADD 1 TO WS-CRD-COUNT
120000     MOVE CP-ECC-ACTION TO WS-CRD-ACTION(WS-CRD-COUNT)
120100     MOVE CP-ECC-SERIES-CODE TO WS-CRD-SERIES-CODE(WS-CRD-COUNT)
120200     MOVE CP-ECC-ERA-CODE TO WS-CRD-ERA(WS-CRD-COUNT)
120300     MOVE CP-ECC-PREPARED-BY TO WS-CRD-PREPARED-BY(WS-CRD-COUNT)
120400     MOVE CP-ECC-APPROVED-BY TO WS-CRD-APPROVED-BY(WS-CRD-COUNT)
120500     ADD 1 TO WS-ECL-COUNT
120600     MOVE WS-ECL-COUNT TO WS-CRD-ECL-IDX(WS-CRD-COUNT)
120700     MOVE CP-ECC-SERIES-CODE TO WS-ECL-SERIES-CODE(WS-ECL-COUNT)
120800     MOVE CP-ECC-ERA-CODE TO WS-ECL-ERA(WS-ECL-COUNT)
120900     MOVE WS-CURRENT-DATE TO WS-ECL-DATE(WS-ECL-COUNT)
121000     MOVE WS-CURRENT-TIME TO WS-ECL-TIME(WS-ECL-COUNT)
121100     MOVE CP-ECC-PREPARED-BY TO WS-ECL-PREPARED-BY(WS-ECL-COUNT)
121200     MOVE CP-ECC-APPROVED-BY TO WS-ECL-APPROVED-BY(WS-ECL-COUNT)
121300     MOVE CP-ECC-REASON TO WS-ECL-REASON(WS-ECL-COUNT)
121400     IF ECC-ACTION-CLOSE
121500         MOVE "C" TO WS-ECL-ACTION(WS-ECL-COUNT)
121600         MOVE ZERO TO WS-ECL-FIRST(WS-ECL-COUNT)
121700         MOVE ZERO TO WS-ECL-LAST(WS-ECL-COUNT)
121800         MOVE ZERO TO WS-ECL-ISSUED(WS-ECL-COUNT)
121900         MOVE ZERO TO WS-ECL-UNEXPLAINED(WS-ECL-COUNT)
122000     ELSE
122100         MOVE "R" TO WS-ECL-ACTION(WS-ECL-COUNT)
122200         MOVE WS-ECL-FIRST(WS-ECL-STATE-IDX)
122300             TO WS-ECL-FIRST(WS-ECL-COUNT)
122400         MOVE WS-ECL-LAST(WS-ECL-STATE-IDX)
122500             TO WS-ECL-LAST(WS-ECL-COUNT)
122600         MOVE WS-ECL-ISSUED(WS-ECL-STATE-IDX)
122700             TO WS-ECL-ISSUED(WS-ECL-COUNT)
122800         MOVE WS-ECL-UNEXPLAINED(WS-ECL-STATE-IDX)
122900             TO WS-ECL-UNEXPLAINED(WS-ECL-COUNT)
123000     END-IF.
123100 2700-EXIT.
123200     EXIT.
123300
123400*****************************************************************
123500*    2800-OPEN-DISP-INDEX - OPEN THE DISPOSITION INDEX, READ    *
123600*    ITS CONTROL RECORD FOR THE AS-OF LINE, AND PROVE IT IS     *
123700*    CURRENT: IT MUST HAVE INDEXED EVERY VOID-REGISTER RECORD,  *
123800*    AND ITS LATEST RUN MUST BE NO OLDER THAN ANY CLOSING       *
123900*    SERIES' LAST RUN ON THE MASTER.                            *
124000*****************************************************************
124100 2800-OPEN-DISP-INDEX.
124200     OPEN INPUT DISP-INDEX-FILE
124300     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
124400         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
124500     END-IF
124600     MOVE "Y" TO WS-SW-INDEX-OPEN
124700     MOVE SPACES TO CP-DIX-KEY-X
124800     READ DISP-INDEX-FILE
124900         INVALID KEY
125000             MOVE 2308 TO WS-RETURN-CODE
125100             DISPLAY "TEST-ERACLS RC2308 - THE DISPOSITION INDEX "
125200                 "HAS NO CONTROL RECORD - IT WAS NEVER LOADED"
125300             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
125400     END-READ
125500     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
125600         PERFORM 3190-INDEX-IO-ERROR THRU 3190-EXIT
125700     END-IF
125800     MOVE CP-DIX-CTL-RUN-DATE TO WS-ASOF-RUN-DATE
125900     MOVE CP-DIX-CTL-RUN-ID TO WS-ASOF-RUN-ID
126000     MOVE CP-DIX-CTL-UPDATE-DATE TO WS-ASOF-UPDATE-DATE
126100     PERFORM 2810-COUNT-REGISTER THRU 2810-EXIT
126200     IF WS-REGISTER-COUNT IS NOT EQUAL TO CP-DIX-CTL-VOID-COUNT
126300         MOVE 2309 TO WS-RETURN-CODE
126400         DISPLAY "TEST-ERACLS RC2309 - THE VOID REGISTER HOLDS "
126500             WS-REGISTER-COUNT " RECORDS BUT THE INDEX HAS "
126600             CP-DIX-CTL-VOID-COUNT " - RUN THE NIGHTLY INDEX "
126700             "UPDATE FIRST"
126800         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
126900     END-IF
127000     PERFORM 2830-CHECK-INDEX-CURRENCY THRU 2830-EXIT
127100         VARYING WS-CRD-IDX FROM 1 BY 1
127200         UNTIL WS-CRD-IDX IS GREATER THAN WS-CRD-COUNT.
127300 2800-EXIT.
127400     EXIT.
127500
127600*****************************************************************
127700*    2810-COUNT-REGISTER - COUNT THE VOID-REGISTER RECORDS.  NO *
127800*    REGISTER (STATUS 35) COUNTS AS EMPTY.                      *
127900*****************************************************************
128000 2810-COUNT-REGISTER.
128100     MOVE "N" TO WS-SW-VRG-EOF
128200     MOVE ZERO TO WS-REGISTER-COUNT
128300     OPEN INPUT VOID-REG-FILE
128400     EVALUATE WS-VOIDREG-STATUS
128500         WHEN "00"
128600             PERFORM 2820-READ-REGISTER THRU 2820-EXIT
128700                 UNTIL REGISTER-AT-END
128800             CLOSE VOID-REG-FILE
128900         WHEN "35"
129000             CONTINUE
129100         WHEN OTHER
129200             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
129300     END-EVALUATE.
129400 2810-EXIT.
129500     EXIT.
129600
129700 2820-READ-REGISTER.
129800     READ VOID-REG-FILE
129900         AT END
130000             SET REGISTER-AT-END TO TRUE
130100         NOT AT END
130200             ADD 1 TO WS-REGISTER-COUNT
130300     END-READ.
130400 2820-EXIT.
130500     EXIT.
130600
130700*****************************************************************
130800*    2830-CHECK-INDEX-CURRENCY - A CLOSING SERIES THAT RAN      *
130900*    AFTER THE INDEX'S LATEST RUN HAS ISSUANCE THE INDEX HAS    *
131000*    NOT SEEN.                                                  *
131100*****************************************************************
131200 2830-CHECK-INDEX-CURRENCY.
131300     IF NOT CRD-ACTION-CLOSE(WS-CRD-IDX)
131400         GO TO 2830-EXIT
131500     END-IF
131600     MOVE WS-CRD-SERIES-CODE(WS-CRD-IDX) TO WS-FIND-SERIES
131700     PERFORM 2300-FIND-SERIES THRU 2300-EXIT
131800     IF WS-MST-LAST-DATE(WS-MATCH-IDX) IS GREATER THAN
131900         CP-DIX-CTL-RUN-DATE
132000         MOVE 2309 TO WS-RETURN-CODE
132100         DISPLAY "TEST-ERACLS RC2309 - SERIES '" WS-FIND-SERIES
132200             "' LAST RAN " WS-MST-LAST-DATE(WS-MATCH-IDX)
132300             " BUT THE INDEX IS AS OF " CP-DIX-CTL-RUN-DATE
132400             " - RUN THE NIGHTLY INDEX UPDATE FIRST"
132500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
132600     END-IF.
132700 2830-EXIT.
132800     EXIT.
132900
132910*****************************************************************
132920*    2850-STATE-CLOSING-ERA - STATE A CLOSING CARD'S ERA OUT    *
132930*    NOW, SO AN ERA TOO BIG FOR A WORK TABLE STOPS THE RUN      *
132940*    BEFORE ANYTHING IS WRITTEN.  3000 STATES IT AGAIN TO       *
132950*    PRINT IT.                                                  *
132960*****************************************************************
132970 2850-STATE-CLOSING-ERA.
132975     IF NOT CRD-ACTION-CLOSE(WS-CRD-IDX)
132980         GO TO 2850-EXIT
132985     END-IF
132990     MOVE WS-CRD-ECL-IDX(WS-CRD-IDX) TO WS-ECL-CUR-IDX
132993     PERFORM 3100-STATE-ONE-ERA THRU 3100-EXIT.
132995 2850-EXIT.
132997     EXIT.
132998
133000*****************************************************************
133100*    3000-APPLY-DECK - THE DECK HAS PASSED; STATE EACH CLOSING  *
133200*    ERA OUT AND WRITE ITS CLOSED RECORD, AND WRITE AND LOG     *
133300*    EACH REOPEN, IN CARD ORDER.                                *
133400*****************************************************************
133500 3000-APPLY-DECK.
133600     OPEN EXTEND ERA-CLOSE-FILE
133700     IF WS-ERACLS-STATUS IS NOT EQUAL TO "00"
133800         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
133900     END-IF
134000     OPEN EXTEND AUTH-LOG-FILE
134100     IF WS-AUTHLOG-STATUS IS NOT EQUAL TO "00"
134200         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
134300     END-IF
134400     PERFORM 3050-APPLY-ONE-CARD THRU 3050-EXIT
134500         VARYING WS-CRD-IDX FROM 1 BY 1
134600         UNTIL WS-CRD-IDX IS GREATER THAN WS-CRD-COUNT
134700     CLOSE ERA-CLOSE-FILE
134800     CLOSE AUTH-LOG-FILE
134900     IF INDEX-IS-OPEN
135000         CLOSE DISP-INDEX-FILE
135100     END-IF.
135200 3000-EXIT.
135300     EXIT.
135400
135500*****************************************************************
135600*    3050-APPLY-ONE-CARD - ONE TABLED CARD: ITS STATEMENT OR    *
135700*    REOPEN PAGE, ITS ERA-CLOSE RECORD, THEN THE ADDENDUM.      *
135800*****************************************************************
135900 3050-APPLY-ONE-CARD.
136000     MOVE WS-CRD-ECL-IDX(WS-CRD-IDX) TO WS-ECL-CUR-IDX
136100     MOVE WS-CRD-SERIES-CODE(WS-CRD-IDX) TO WS-ERL-SERIES
136200     MOVE WS-CRD-ERA(WS-CRD-IDX) TO WS-ERL-ERA
136300     MOVE WS-CRD-PREPARED-BY(WS-CRD-IDX) TO WS-ERL-PREPARED-BY
136400     MOVE WS-CRD-APPROVED-BY(WS-CRD-IDX) TO WS-ERL-APPROVED-BY
136500     IF CRD-ACTION-CLOSE(WS-CRD-IDX)
136600         PERFORM 3100-STATE-ONE-ERA THRU 3100-EXIT
136610         IF WS-STM-UNEXPLAINED IS GREATER THAN ZERO
136620             ADD 1 TO WS-UNEXPLAINED-ERAS
136630         END-IF
136700         PERFORM 3300-PRINT-STATEMENT THRU 3300-EXIT
136800     ELSE
136900         PERFORM 3500-PRINT-REOPEN THRU 3500-EXIT
137000         PERFORM 3510-WRITE-AUTH-LOG THRU 3510-EXIT
137100     END-IF
137200     PERFORM 3700-WRITE-ERA-CLOSE THRU 3700-EXIT
137300     PERFORM 3600-PRINT-ADDENDUM THRU 3600-EXIT.
137400 3050-EXIT.
137500     EXIT.
137600
137700*****************************************************************
137800*    3100-STATE-ONE-ERA - ONE PASS OF THE INDEX FROM THE        *
137900*    SERIES' FIRST ENTRY IN THE ERA: ALLOCATED RANGES, THEN     *
138000*    ISSUED RANGES (WHICH FIX THE SPAN AND ITS HOLES), THEN     *
138100*    REGISTER ENTRIES (WHICH EXPLAIN THE HOLES).  WHAT IS LEFT  *
138200*    OF EACH HOLE IS THEN UNEXPLAINED UNLESS RESERVED.  THE     *
138300*    FIGURES GO ON THE CARD'S HISTORY ENTRY.                    *
138400*****************************************************************
138500 3100-STATE-ONE-ERA.
138600     MOVE WS-CRD-SERIES-CODE(WS-CRD-IDX) TO WS-STM-SERIES
138700     MOVE WS-CRD-ERA(WS-CRD-IDX) TO WS-STM-ERA
138800     MOVE ZERO TO WS-STM-FIRST WS-STM-LAST WS-STM-COVERED
138900         WS-STM-ISSUED WS-STM-I-RANGES WS-STM-ALLOCATED
139000         WS-STM-VOIDED WS-STM-RESERVED WS-STM-RSV-RANGES
139100         WS-STM-UNEXPLAINED WS-SYS-COUNT WS-VRC-COUNT
139200         WS-HOL-COUNT WS-UNX-COUNT WS-UNX-NOT-LISTED
139300     MOVE 1 TO WS-HOL-IDX
139400     MOVE WS-STM-SERIES TO WS-RSV-SERIES
139500     MOVE WS-STM-ERA TO WS-RSV-ERA-WANT
139600     MOVE "N" TO WS-SW-DIX-DONE
139700     MOVE WS-STM-SERIES TO CP-DIX-SERIES-CODE
139800     MOVE WS-STM-ERA TO CP-DIX-ERA-CODE
139900     MOVE "A" TO CP-DIX-REC-TYPE
140000     MOVE ZERO TO CP-DIX-TO-NUMBER
140100     MOVE ZERO TO CP-DIX-KEY-SEQ
140200     START DISP-INDEX-FILE
140300         KEY IS NOT LESS THAN CP-DIX-KEY
140400         INVALID KEY
140500             MOVE "Y" TO WS-SW-DIX-DONE
140600     END-START
140700     IF NOT INDEX-WALK-DONE
140800         IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
140900             PERFORM 3190-INDEX-IO-ERROR THRU 3190-EXIT
141000         END-IF
141100         PERFORM 3110-TAKE-ONE-ENTRY THRU 3110-EXIT
141200             UNTIL INDEX-WALK-DONE
141300     END-IF
141400     PERFORM 3150-FINISH-ONE-HOLE THRU 3150-EXIT
141500         VARYING WS-HOL-IDX FROM 1 BY 1
141600         UNTIL WS-HOL-IDX IS GREATER THAN WS-HOL-COUNT
141700     MOVE WS-STM-COVERED TO WS-STM-LAST
141800     MOVE WS-STM-FIRST TO WS-ECL-FIRST(WS-ECL-CUR-IDX)
141900     MOVE WS-STM-LAST TO WS-ECL-LAST(WS-ECL-CUR-IDX)
142000     MOVE WS-STM-ISSUED TO WS-ECL-ISSUED(WS-ECL-CUR-IDX)
142100     MOVE WS-STM-UNEXPLAINED
142200         TO WS-ECL-UNEXPLAINED(WS-ECL-CUR-IDX).
142500 3100-EXIT.
142600     EXIT.
142700
142800*****************************************************************
142900*    3110-TAKE-ONE-ENTRY - READ THE NEXT INDEX ENTRY AND TAKE   *
143000*    IT BY TYPE.  A CHANGE OF SERIES OR ERA ENDS THE PASS.      *
143100*****************************************************************
143200 3110-TAKE-ONE-ENTRY.
143300     READ DISP-INDEX-FILE NEXT RECORD
143400         AT END
143500             MOVE "Y" TO WS-SW-DIX-DONE
143600             GO TO 3110-EXIT
143700     END-READ
143800     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
143900         PERFORM 3190-INDEX-IO-ERROR THRU 3190-EXIT
144000     END-IF
144100     IF CP-DIX-SERIES-CODE IS NOT EQUAL TO WS-STM-SERIES
144200         OR CP-DIX-ERA-CODE IS NOT EQUAL TO WS-STM-ERA
144300         MOVE "Y" TO WS-SW-DIX-DONE
144400         GO TO 3110-EXIT
144500     END-IF
144600     EVALUATE TRUE
144700         WHEN DIX-IS-ALLOCATED
144800             PERFORM 3120-TAKE-ALLOCATED THRU 3120-EXIT
144900         WHEN DIX-IS-ISSUED
145000             PERFORM 3130-TAKE-ISSUED THRU 3130-EXIT
145100         WHEN DIX-IS-DISPOSITION
145200             PERFORM 3140-TAKE-DISPOSITION THRU 3140-EXIT
145300     END-EVALUATE.
145400 3110-EXIT.
145500     EXIT.
145600
145700*****************************************************************
145800*    3120-TAKE-ALLOCATED - ADD ONE ALLOCATED RANGE TO ITS       *
145900*    CONSUMING SYSTEM.  RESERVED NUMBERS INSIDE THE RANGE WERE  *
146000*    NEVER ISSUED, SO THEY ARE NOT COUNTED AS ALLOCATED.        *
146100*****************************************************************
146200 3120-TAKE-ALLOCATED.
146300     MOVE CP-DIX-FROM-NUMBER TO WS-RSV-LO
146400     MOVE CP-DIX-TO-NUMBER TO WS-RSV-HI
146500     PERFORM 9670-COUNT-RESERVED THRU 9670-EXIT
146600     COMPUTE WS-STM-NUMBERS =
146700         WS-RSV-HI - WS-RSV-LO + 1 - WS-RSV-OVERLAP
146800     MOVE ZERO TO WS-SYS-MATCH-IDX
146900     PERFORM 3125-MATCH-SYSTEM THRU 3125-EXIT
147000         VARYING WS-SYS-IDX FROM 1 BY 1
147100         UNTIL WS-SYS-IDX IS GREATER THAN WS-SYS-COUNT
147200     IF WS-SYS-MATCH-IDX IS EQUAL TO ZERO
147300         IF WS-SYS-COUNT IS GREATER THAN OR EQUAL TO
147400             WS-MAX-SYS-ENTRIES
147500             PERFORM 3180-TABLE-FULL THRU 3180-EXIT
147600         END-IF
147700         ADD 1 TO WS-SYS-COUNT
147800         MOVE CP-DIX-SYSTEM-ID TO WS-SYS-ID(WS-SYS-COUNT)
147900         MOVE ZERO TO WS-SYS-RANGES(WS-SYS-COUNT)
148000         MOVE ZERO TO WS-SYS-NUMBERS(WS-SYS-COUNT)
148100         MOVE WS-SYS-COUNT TO WS-SYS-MATCH-IDX
148200     END-IF
148300     ADD 1 TO WS-SYS-RANGES(WS-SYS-MATCH-IDX)
148400     ADD WS-STM-NUMBERS TO WS-SYS-NUMBERS(WS-SYS-MATCH-IDX)
148500     ADD WS-STM-NUMBERS TO WS-STM-ALLOCATED.
148600 3120-EXIT.
148700     EXIT.
148800
148900 3125-MATCH-SYSTEM.
149000     IF WS-SYS-ID(WS-SYS-IDX) IS EQUAL TO CP-DIX-SYSTEM-ID
149100         MOVE WS-SYS-IDX TO WS-SYS-MATCH-IDX
149200     END-IF.
149300 3125-EXIT.
149400     EXIT.
149500
149600*****************************************************************
149700*    3130-TAKE-ISSUED - ISSUED RANGES ARRIVE IN NUMBER ORDER.   *
149800*    THE FIRST FIXES THE FIRST NUMBER ISSUED; A GAP ABOVE THE   *
149900*    HIGHEST NUMBER COVERED SO FAR IS A HOLE; ONLY NUMBERS      *
150000*    ABOVE IT COUNT AS NEWLY ISSUED.                            *
150100*****************************************************************
150200 3130-TAKE-ISSUED.
150300     IF WS-STM-I-RANGES IS EQUAL TO ZERO
150400         MOVE CP-DIX-FROM-NUMBER TO WS-STM-FIRST
150500     END-IF
150600     ADD 1 TO WS-STM-I-RANGES
150700     IF WS-STM-COVERED IS GREATER THAN ZERO
150800         AND CP-DIX-FROM-NUMBER IS GREATER THAN
150900             WS-STM-COVERED + 1
151000         IF WS-HOL-COUNT IS GREATER THAN OR EQUAL TO
151100             WS-MAX-HOLE-ENTRIES
151200             PERFORM 3180-TABLE-FULL THRU 3180-EXIT
151300         END-IF
151400         ADD 1 TO WS-HOL-COUNT
151500         COMPUTE WS-HOL-FROM(WS-HOL-COUNT) = WS-STM-COVERED + 1
151600         COMPUTE WS-HOL-TO(WS-HOL-COUNT) = CP-DIX-FROM-NUMBER - 1
151700         MOVE WS-HOL-FROM(WS-HOL-COUNT)
151800             TO WS-HOL-NEXT(WS-HOL-COUNT)
151900     END-IF
152000     IF CP-DIX-TO-NUMBER IS GREATER THAN WS-STM-COVERED
152100         IF CP-DIX-FROM-NUMBER IS GREATER THAN WS-STM-COVERED
152200             COMPUTE WS-STM-ISSUED = WS-STM-ISSUED
152300                 + CP-DIX-TO-NUMBER - CP-DIX-FROM-NUMBER + 1
152400         ELSE
152500             COMPUTE WS-STM-ISSUED = WS-STM-ISSUED
152600                 + CP-DIX-TO-NUMBER - WS-STM-COVERED
152700         END-IF
152800         MOVE CP-DIX-TO-NUMBER TO WS-STM-COVERED
152900     END-IF.
153000 3130-EXIT.
153100     EXIT.
153200
153300*****************************************************************
153400*    3140-TAKE-DISPOSITION - COUNT ONE REGISTER ENTRY UNDER ITS *
153500*    REASON, THEN PASS IT AGAINST THE HOLES.  ENTRIES ARRIVE IN *
153600*    NUMBER ORDER, SO THE HOLE CURSOR ONLY MOVES FORWARD.  THE  *
153700*    STRETCH OF THE HOLE BETWEEN THE LAST ENTRY AND THIS ONE    *
153800*    HAS NO ENTRY; A SECOND ENTRY FOR A NUMBER ADDS NOTHING.    *
153900*****************************************************************
154000 3140-TAKE-DISPOSITION.
154100     ADD 1 TO WS-STM-VOIDED
154200     MOVE ZERO TO WS-VRC-MATCH-IDX
154300     PERFORM 3145-MATCH-VOID-REASON THRU 3145-EXIT
154400         VARYING WS-VRC-IDX FROM 1 BY 1
154500         UNTIL WS-VRC-IDX IS GREATER THAN WS-VRC-COUNT
154600     IF WS-VRC-MATCH-IDX IS EQUAL TO ZERO
154700         IF WS-VRC-COUNT IS GREATER THAN OR EQUAL TO
154800             WS-MAX-VRC-ENTRIES
154900             PERFORM 3180-TABLE-FULL THRU 3180-EXIT
155000         END-IF
155100         ADD 1 TO WS-VRC-COUNT
155200         MOVE CP-DIX-REASON-CODE TO WS-VRC-CODE(WS-VRC-COUNT)
155300         MOVE ZERO TO WS-VRC-ENTRIES(WS-VRC-COUNT)
155400         MOVE WS-VRC-COUNT TO WS-VRC-MATCH-IDX
155500     END-IF
155600     ADD 1 TO WS-VRC-ENTRIES(WS-VRC-MATCH-IDX)
155700     MOVE CP-DIX-TO-NUMBER TO WS-STM-NUMBER
155800     MOVE "N" TO WS-SW-HOLE-DONE
155900     PERFORM 3147-PASS-ONE-HOLE THRU 3147-EXIT
156000         UNTIL HOLE-SEARCH-DONE
156100     IF WS-HOL-IDX IS GREATER THAN WS-HOL-COUNT
156200         GO TO 3140-EXIT
156300     END-IF
156400     IF WS-STM-NUMBER IS LESS THAN WS-HOL-NEXT(WS-HOL-IDX)
156500         GO TO 3140-EXIT
156600     END-IF
156700     IF WS-STM-NUMBER IS GREATER THAN WS-HOL-NEXT(WS-HOL-IDX)
156800         MOVE WS-HOL-NEXT(WS-HOL-IDX) TO WS-RSV-LO
156900         COMPUTE WS-RSV-HI = WS-STM-NUMBER - 1
157000         PERFORM 3160-TAKE-UNEXPLAINED THRU 3160-EXIT
157100     END-IF
157200     COMPUTE WS-HOL-NEXT(WS-HOL-IDX) = WS-STM-NUMBER + 1.
157300 3140-EXIT.
157400     EXIT.
157500
157600 3145-MATCH-VOID-REASON.
157700     IF WS-VRC-CODE(WS-VRC-IDX) IS EQUAL TO CP-DIX-REASON-CODE
157800         MOVE WS-VRC-IDX TO WS-VRC-MATCH-IDX
157900     END-IF.
158000 3145-EXIT.
158100     EXIT.
158200
158300*****************************************************************
158400*    3147-PASS-ONE-HOLE - MOVE THE HOLE CURSOR PAST ONE HOLE    *
158500*    THAT ENDS BELOW WS-STM-NUMBER, OR STOP ON THE FIRST HOLE   *
158600*    THAT DOES NOT (OR PAST THE LAST HOLE).                     *
158700*****************************************************************
158800 3147-PASS-ONE-HOLE.
158900     IF WS-HOL-IDX IS GREATER THAN WS-HOL-COUNT
159000         MOVE "Y" TO WS-SW-HOLE-DONE
159100         GO TO 3147-EXIT
159200     END-IF
159300     IF WS-HOL-TO(WS-HOL-IDX) IS NOT LESS THAN WS-STM-NUMBER
159400         MOVE "Y" TO WS-SW-HOLE-DONE
159500         GO TO 3147-EXIT
159600     END-IF
159700     ADD 1 TO WS-HOL-IDX.
159800 3147-EXIT.
159900     EXIT.
160000
160100*****************************************************************
160200*    3150-FINISH-ONE-HOLE - WHAT IS LEFT OF A HOLE ABOVE ITS    *
160300*    LAST REGISTER ENTRY HAS NO ENTRY.                          *
160400*****************************************************************
160500 3150-FINISH-ONE-HOLE.
160600     IF WS-HOL-NEXT(WS-HOL-IDX) IS NOT GREATER THAN
160700         WS-HOL-TO(WS-HOL-IDX)
160800         MOVE WS-HOL-NEXT(WS-HOL-IDX) TO WS-RSV-LO
160900         MOVE WS-HOL-TO(WS-HOL-IDX) TO WS-RSV-HI
161000         PERFORM 3160-TAKE-UNEXPLAINED THRU 3160-EXIT
161100     END-IF.
161200 3150-EXIT.
161300     EXIT.
161400
161500*****************************************************************
161600*    3160-TAKE-UNEXPLAINED - A STRETCH WS-RSV-LO THRU WS-RSV-HI *
161700*    OF A HOLE WITH NO REGISTER ENTRY.  ITS RESERVED NUMBERS    *
161800*    ARE EXPLAINED; THE REST ARE COUNTED, AND THE STRETCH IS    *
161900*    LISTED WHILE THE LIST HAS ROOM.                            *
162000*****************************************************************
162100 3160-TAKE-UNEXPLAINED.
162200     PERFORM 9670-COUNT-RESERVED THRU 9670-EXIT
162300     COMPUTE WS-STM-NUMBERS =
162400         WS-RSV-HI - WS-RSV-LO + 1 - WS-RSV-OVERLAP
162500     IF WS-STM-NUMBERS IS EQUAL TO ZERO
162600         GO TO 3160-EXIT
162700     END-IF
162800     ADD WS-STM-NUMBERS TO WS-STM-UNEXPLAINED
162900     IF WS-UNX-COUNT IS GREATER THAN OR EQUAL TO
163000         WS-MAX-UNX-ENTRIES
163100         ADD 1 TO WS-UNX-NOT-LISTED
163200         GO TO 3160-EXIT
163300     END-IF
163400     ADD 1 TO WS-UNX-COUNT
163500     MOVE WS-RSV-LO TO WS-UNX-FROM(WS-UNX-COUNT)
163600     MOVE WS-RSV-HI TO WS-UNX-TO(WS-UNX-COUNT)
163700     MOVE WS-STM-NUMBERS TO WS-UNX-NUMBERS(WS-UNX-COUNT).
163800 3160-EXIT.
163900     EXIT.
164000
164100*****************************************************************
164200*    3180-TABLE-FULL - AN ERA TOO BIG FOR A STATEMENT WORK      *
164300*    TABLE.  IT IS FOUND WHILE THE DECK IS EDITED, SO NOTHING   *
164400*    IS WRITTEN.                                                *
164500*****************************************************************
164600 3180-TABLE-FULL.
164700     MOVE 2310 TO WS-RETURN-CODE
164800     DISPLAY "TEST-ERACLS RC2310 - A STATEMENT WORK TABLE "
164900         "OVERFLOWED FOR SERIES '" WS-STM-SERIES "' ERA "
165000         WS-STM-ERA " - NOTHING WRITTEN"
165100     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
165200 3180-EXIT.
165300     EXIT.
165400
165500*****************************************************************
165600*    3190-INDEX-IO-ERROR - THE INDEX RETURNED AN I/O ERROR.     *
165700*****************************************************************
165800 3190-INDEX-IO-ERROR.
165900     MOVE 2308 TO WS-RETURN-CODE
166000     DISPLAY "TEST-ERACLS RC2308 - DISPOSITION INDEX I/O "
166100         "STATUS " WS-DSPIDX-STATUS
166200     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
166300 3190-EXIT.
166400     EXIT.
166500
166600*****************************************************************
166700*    3300-PRINT-STATEMENT - THE CLOSE-OUT STATEMENT FOR THE ERA *
166800*    JUST STATED, ON A PAGE OF ITS OWN.                         *
166900*****************************************************************
167000 3300-PRINT-STATEMENT.
167100     MOVE "ERA CLOSE-OUT STATEMENT" TO WS-ERL-TAG
167200     PERFORM 3390-START-PAGE THRU 3390-EXIT
167300     MOVE "NUMBERS ISSUED" TO WS-SEC-TEXT
167400     PERFORM 3910-PRINT-SECTION THRU 3910-EXIT
167500     MOVE "FIRST NUMBER ISSUED . . . . . . . . . ." TO WS-CNT-TEXT
167600     MOVE WS-STM-FIRST TO WS-CNT-NUMBER
167700     PERFORM 3920-PRINT-COUNT THRU 3920-EXIT
167800     MOVE "LAST NUMBER ISSUED  . . . . . . . . . ." TO WS-CNT-TEXT
167900     MOVE WS-STM-LAST TO WS-CNT-NUMBER
168000     PERFORM 3920-PRINT-COUNT THRU 3920-EXIT
168100     MOVE "TOTAL NUMBERS ISSUED  . . . . . . . . ." TO WS-CNT-TEXT
168200     MOVE WS-STM-ISSUED TO WS-CNT-NUMBER
168300     PERFORM 3920-PRINT-COUNT THRU 3920-EXIT
168400     MOVE "ISSUED RANGES ON THE INDEX  . . . . . ." TO WS-CNT-TEXT
168500     MOVE WS-STM-I-RANGES TO WS-CNT-NUMBER
168600     PERFORM 3920-PRINT-COUNT THRU 3920-EXIT
168700     MOVE "ALLOCATED BY CONSUMING SYSTEM" TO WS-SEC-TEXT
168800     PERFORM 3910-PRINT-SECTION THRU 3910-EXIT
168900     IF WS-SYS-COUNT IS EQUAL TO ZERO
169000         MOVE "NO ALLOCATIONS ON THE INDEX FOR THE ERA"
169100             TO WS-NTL-TEXT
169200         PERFORM 3930-PRINT-NOTE THRU 3930-EXIT
169300     END-IF
169400     PERFORM 3310-PRINT-ONE-SYSTEM THRU 3310-EXIT
169500         VARYING WS-SYS-IDX FROM 1 BY 1
169600         UNTIL WS-SYS-IDX IS GREATER THAN WS-SYS-COUNT
169700     MOVE "TOTAL NUMBERS ALLOCATED . . . . . . . ." TO WS-CNT-TEXT
169800     MOVE WS-STM-ALLOCATED TO WS-CNT-NUMBER
169900     PERFORM 3920-PRINT-COUNT THRU 3920-EXIT
170000     MOVE "VOIDED AND DISPOSITIONED BY REASON CODE"
170100         TO WS-SEC-TEXT
170200     PERFORM 3910-PRINT-SECTION THRU 3910-EXIT
170300     IF WS-VRC-COUNT IS EQUAL TO ZERO
170400         MOVE "NO REGISTER ENTRIES ON THE INDEX FOR THE ERA"
170500             TO WS-NTL-TEXT
170600         PERFORM 3930-PRINT-NOTE THRU 3930-EXIT
170700     END-IF
170800     PERFORM 3320-PRINT-ONE-REASON THRU 3320-EXIT
170900         VARYING WS-VRC-IDX FROM 1 BY 1
171000         UNTIL WS-VRC-IDX IS GREATER THAN WS-VRC-COUNT
171100     MOVE "TOTAL REGISTER ENTRIES  . . . . . . . ." TO WS-CNT-TEXT
171200     MOVE WS-STM-VOIDED TO WS-CNT-NUMBER
171300     PERFORM 3920-PRINT-COUNT THRU 3920-EXIT
171400     MOVE "RESERVED RANGES SKIPPED" TO WS-SEC-TEXT
171500     PERFORM 3910-PRINT-SECTION THRU 3910-EXIT
171600     IF WS-STM-I-RANGES IS GREATER THAN ZERO
171700         PERFORM 3330-PRINT-ONE-RESERVED THRU 3330-EXIT
171800             VARYING WS-RSV-IDX FROM 1 BY 1
171900             UNTIL WS-RSV-IDX IS GREATER THAN WS-RSV-COUNT
172000     END-IF
172100     IF WS-STM-RSV-RANGES IS EQUAL TO ZERO
172200         MOVE "NO RESERVED RANGE FALLS INSIDE THE ISSUED SPAN"
172300             TO WS-NTL-TEXT
172400         PERFORM 3930-PRINT-NOTE THRU 3930-EXIT
172500     END-IF
172600     MOVE "TOTAL RESERVED NUMBERS SKIPPED  . . . ." TO WS-CNT-TEXT
172700     MOVE WS-STM-RESERVED TO WS-CNT-NUMBER
172800     PERFORM 3920-PRINT-COUNT THRU 3920-EXIT
172900     MOVE "NUMBERS STILL UNEXPLAINED" TO WS-SEC-TEXT
173000     PERFORM 3910-PRINT-SECTION THRU 3910-EXIT
173100     IF WS-STM-UNEXPLAINED IS EQUAL TO ZERO
173200         MOVE "NONE - EVERY ISSUED NUMBER IS EXPLAINED"
173300             TO WS-NTL-TEXT
173400         PERFORM 3930-PRINT-NOTE THRU 3930-EXIT
173500     END-IF
173600     PERFORM 3340-PRINT-ONE-UNEXPLAINED THRU 3340-EXIT
173700         VARYING WS-UNX-IDX FROM 1 BY 1
173800         UNTIL WS-UNX-IDX IS GREATER THAN WS-UNX-COUNT
173900     IF WS-UNX-NOT-LISTED IS GREATER THAN ZERO
174000         MOVE "FURTHER STRETCHES NOT LISTED  . . . . ."
174100             TO WS-CNT-TEXT
174200         MOVE WS-UNX-NOT-LISTED TO WS-CNT-NUMBER
174300         PERFORM 3920-PRINT-COUNT THRU 3920-EXIT
174400     END-IF
174500     MOVE "TOTAL NUMBERS UNEXPLAINED . . . . . . ." TO WS-CNT-TEXT
174600     MOVE WS-STM-UNEXPLAINED TO WS-CNT-NUMBER
174700     PERFORM 3920-PRINT-COUNT THRU 3920-EXIT
174800     MOVE "ERA CLOSED - IT TAKES NO FURTHER POSTINGS UNLESS "
174900         TO WS-SEC-TEXT
175000     MOVE "REOPENED" TO WS-SEC-TEXT(50:8)
175100     PERFORM 3910-PRINT-SECTION THRU 3910-EXIT.
175200 3300-EXIT.
175300     EXIT.
175400
175500*****************************************************************
175600*    3310-PRINT-ONE-SYSTEM - ONE CONSUMING SYSTEM'S RANGES AND  *
175700*    NUMBERS ALLOCATED IN THE ERA.                              *
175800*****************************************************************
175900 3310-PRINT-ONE-SYSTEM.
176000     MOVE WS-SYS-ID(WS-SYS-IDX) TO WS-SYL-SYSTEM
176100     MOVE WS-SYS-RANGES(WS-SYS-IDX) TO WS-SYL-RANGES
176200     MOVE WS-SYS-NUMBERS(WS-SYS-IDX) TO WS-SYL-NUMBERS
176300     MOVE WS-SYSTEM-LINE TO WS-PRINT-LINE
176400     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
176500 3310-EXIT.
176600     EXIT.
176700
176800*****************************************************************
176900*    3320-PRINT-ONE-REASON - ONE REASON CODE'S REGISTER ENTRIES *
177000*    IN THE ERA, DESCRIBED FROM THE REASON-CODE TABLE, OR FOR   *
177100*    THE CODES THE PROGRAMS POST THEMSELVES.                    *
177200*****************************************************************
177300 3320-PRINT-ONE-REASON.
177400     MOVE WS-VRC-CODE(WS-VRC-IDX) TO WS-RSL-CODE
177500     MOVE ZERO TO WS-RSN-MATCH-IDX
177600     PERFORM 3325-MATCH-REASON THRU 3325-EXIT
177700         VARYING WS-RSN-IDX FROM 1 BY 1
177800         UNTIL WS-RSN-IDX IS GREATER THAN WS-RSN-COUNT
177900     IF WS-RSN-MATCH-IDX IS GREATER THAN ZERO
178000         MOVE WS-RSN-DESCRIPTION(WS-RSN-MATCH-IDX)
178100             TO WS-RSL-DESCRIPTION
178200     ELSE
178300         EVALUATE WS-RSL-CODE
178400             WHEN "GAPF"
178500                 MOVE "GAP FOUND AT RECONCILIATION"
178600                     TO WS-RSL-DESCRIPTION
178700             WHEN "RESV"
178800                 MOVE "RESERVED RANGE SKIPPED"
178900                     TO WS-RSL-DESCRIPTION
179000             WHEN "RCLM"
179100                 MOVE "RECLAIMED - ALLOCATED, UNUSED"
179200                     TO WS-RSL-DESCRIPTION
179300             WHEN "RCAN"
179400                 MOVE "RUN CANCELLED - BACKED OUT"
179500                     TO WS-RSL-DESCRIPTION
179600             WHEN OTHER
179700                 MOVE "NOT ON THE REASON-CODE TABLE"
179800                     TO WS-RSL-DESCRIPTION
179900         END-EVALUATE
180000     END-IF
180100     MOVE WS-VRC-ENTRIES(WS-VRC-IDX) TO WS-RSL-ENTRIES
180200     MOVE WS-REASON-LINE TO WS-PRINT-LINE
180300     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
180400 3320-EXIT.
180500     EXIT.
180600
180700 3325-MATCH-REASON.
180800     IF WS-RSN-CODE(WS-RSN-IDX) IS EQUAL TO WS-RSL-CODE
180900         MOVE WS-RSN-IDX TO WS-RSN-MATCH-IDX
181000     END-IF.
181100 3325-EXIT.
181200     EXIT.
181300
181400*****************************************************************
181500*    3330-PRINT-ONE-RESERVED - ONE RESERVED RANGE FOR THE       *
181600*    SERIES AND ERA (OR EVERY ERA) THAT FALLS INSIDE THE        *
181700*    ISSUED SPAN, WITH THE NUMBERS OF IT INSIDE THE SPAN.       *
181800*****************************************************************
181900 3330-PRINT-ONE-RESERVED.
182000     IF WS-RSV-SER-CODE(WS-RSV-IDX) IS NOT EQUAL TO WS-STM-SERIES
182100         GO TO 3330-EXIT
182200     END-IF
182300     IF WS-RSV-ERA(WS-RSV-IDX) IS NOT EQUAL TO ZERO
182400         AND WS-RSV-ERA(WS-RSV-IDX) IS NOT EQUAL TO WS-STM-ERA
182500         GO TO 3330-EXIT
182600     END-IF
182700     IF WS-RSV-FROM(WS-RSV-IDX) IS GREATER THAN WS-STM-LAST
182800         OR WS-RSV-TO(WS-RSV-IDX) IS LESS THAN WS-STM-FIRST
182900         GO TO 3330-EXIT
183000     END-IF
183100     IF WS-RSV-FROM(WS-RSV-IDX) IS GREATER THAN WS-STM-FIRST
183200         MOVE WS-RSV-FROM(WS-RSV-IDX) TO WS-RSV-ENT-LO
183300     ELSE
183400         MOVE WS-STM-FIRST TO WS-RSV-ENT-LO
183500     END-IF
183600     IF WS-RSV-TO(WS-RSV-IDX) IS LESS THAN WS-STM-LAST
183700         MOVE WS-RSV-TO(WS-RSV-IDX) TO WS-RSV-ENT-HI
183800     ELSE
183900         MOVE WS-STM-LAST TO WS-RSV-ENT-HI
184000     END-IF
184100     COMPUTE WS-STM-NUMBERS = WS-RSV-ENT-HI - WS-RSV-ENT-LO + 1
184200     ADD WS-STM-NUMBERS TO WS-STM-RESERVED
184300     ADD 1 TO WS-STM-RSV-RANGES
184400     MOVE WS-RSV-FROM(WS-RSV-IDX) TO WS-RNL-FROM
184500     MOVE WS-RSV-TO(WS-RSV-IDX) TO WS-RNL-TO
184600     MOVE SPACES TO WS-RNL-NOTE
184700     MOVE "REASON " TO WS-RNL-NOTE(1:7)
184800     MOVE WS-RSV-REASON(WS-RSV-IDX) TO WS-RNL-NOTE(8:4)
184900     MOVE "  SKIPPED " TO WS-RNL-NOTE(12:10)
185000     MOVE WS-STM-NUMBERS TO WS-RNL-NUMBERS
185100     MOVE WS-RANGE-LINE TO WS-PRINT-LINE
185200     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
185300 3330-EXIT.
185400     EXIT.
185500
185600*****************************************************************
185700*    3340-PRINT-ONE-UNEXPLAINED - ONE LISTED STRETCH WITH NO    *
185800*    REGISTER ENTRY, AND HOW MANY OF ITS NUMBERS NO RESERVED    *
185900*    RANGE EXPLAINS.                                            *
186000*****************************************************************
186100 3340-PRINT-ONE-UNEXPLAINED.
186200     MOVE WS-UNX-FROM(WS-UNX-IDX) TO WS-RNL-FROM
186300     MOVE WS-UNX-TO(WS-UNX-IDX) TO WS-RNL-TO
186400     MOVE "UNEXPLAINED" TO WS-RNL-NOTE
186500     MOVE WS-UNX-NUMBERS(WS-UNX-IDX) TO WS-RNL-NUMBERS
186600     MOVE WS-RANGE-LINE TO WS-PRINT-LINE
186700     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
186800 3340-EXIT.
186900     EXIT.
187000
187100*****************************************************************
187200*    3390-START-PAGE - A NEW PAGE HEADED BY THE ERA LINE.       *
187300*****************************************************************
187400 3390-START-PAGE.
187500     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
187600     MOVE SPACES TO CP-RPT-LINE
187700     WRITE CP-RPT-LINE
187800     WRITE CP-RPT-LINE FROM WS-ERA-LINE
187900     ADD 2 TO WS-LINE-COUNT.
188000 3390-EXIT.
188100     EXIT.
188200
188300*****************************************************************
188400*    3500-PRINT-REOPEN - THE REOPEN PAGE: THE ERA, THE REASON,  *
188500*    AND THE FIGURES OF THE CLOSE BEING UNDONE.                 *
188600*****************************************************************
188700 3500-PRINT-REOPEN.
188800     MOVE "ERA REOPENED" TO WS-ERL-TAG
188900     PERFORM 3390-START-PAGE THRU 3390-EXIT
189000     MOVE "REASON: " TO WS-SEC-TEXT
189100     MOVE WS-ECL-REASON(WS-ECL-CUR-IDX) TO WS-SEC-TEXT(9:20)
189200     PERFORM 3910-PRINT-SECTION THRU 3910-EXIT
189300     MOVE "NUMBERS ISSUED IN THE ERA AT ITS CLOSE ."
189400         TO WS-CNT-TEXT
189500     MOVE WS-ECL-ISSUED(WS-ECL-CUR-IDX) TO WS-CNT-NUMBER
189600     PERFORM 3920-PRINT-COUNT THRU 3920-EXIT
189700     MOVE "NUMBERS UNEXPLAINED AT ITS CLOSE  . . ."
189800         TO WS-CNT-TEXT
189900     MOVE WS-ECL-UNEXPLAINED(WS-ECL-CUR-IDX) TO WS-CNT-NUMBER
190000     PERFORM 3920-PRINT-COUNT THRU 3920-EXIT
190100     MOVE "ERA OPEN - IT TAKES POSTINGS AGAIN UNTIL IT IS CLOSED "
190200         TO WS-SEC-TEXT
190300     MOVE "AGAIN" TO WS-SEC-TEXT(55:5)
190400     PERFORM 3910-PRINT-SECTION THRU 3910-EXIT.
190500 3500-EXIT.
190600     EXIT.
190700
190800*****************************************************************
190900*    3510-WRITE-AUTH-LOG - LOG THE REOPEN TO THE MAINTENANCE-   *
191000*    AUTHORIZATION LOG: THE NUMBERS OF THE ERA'S ISSUED SPAN    *
191100*    AND THE REOPEN REASON.                                     *
191200*****************************************************************
191300 3510-WRITE-AUTH-LOG.
191400     MOVE SPACES TO CP-AUTH-LOG-RECORD
191500     MOVE WS-CURRENT-DATE TO CP-AUL-DATE
191600     MOVE WS-CURRENT-TIME TO CP-AUL-TIME
191700     MOVE "TESTECLS" TO CP-AUL-PROGRAM
191800     MOVE "REOPEN" TO CP-AUL-ACTION
191900     MOVE WS-CRD-SERIES-CODE(WS-CRD-IDX) TO CP-AUL-SERIES-CODE
192000     MOVE WS-CRD-ERA(WS-CRD-IDX) TO CP-AUL-ERA-CODE
192100     MOVE WS-CRD-PREPARED-BY(WS-CRD-IDX) TO CP-AUL-PREPARED-BY
192200     MOVE WS-CRD-APPROVED-BY(WS-CRD-IDX) TO CP-AUL-APPROVED-BY
192300     MOVE WS-ECL-ISSUED(WS-ECL-CUR-IDX) TO CP-AUL-QUANTITY
192400     MOVE WS-ECL-FIRST(WS-ECL-CUR-IDX) TO CP-AUL-FROM-NUMBER
192500     MOVE WS-ECL-LAST(WS-ECL-CUR-IDX) TO CP-AUL-TO-NUMBER
192600     MOVE WS-ECL-REASON(WS-ECL-CUR-IDX) TO CP-AUL-REFERENCE
192700     WRITE CP-AUTH-LOG-RECORD.
192800 3510-EXIT.
192900     EXIT.
193000
193100*****************************************************************
193200*    3600-PRINT-ADDENDUM - EVERY CLOSE AND REOPEN OF THE ERA ON *
193300*    RECORD, UP TO AND INCLUDING THIS CARD'S.                   *
193400*****************************************************************
193500 3600-PRINT-ADDENDUM.
193600     MOVE "ADDENDUM - CLOSE AND REOPEN HISTORY OF THE ERA"
193700         TO WS-SEC-TEXT
193800     PERFORM 3910-PRINT-SECTION THRU 3910-EXIT
193900     PERFORM 3610-PRINT-ONE-HISTORY THRU 3610-EXIT
194000         VARYING WS-ECL-IDX FROM 1 BY 1
194100         UNTIL WS-ECL-IDX IS GREATER THAN WS-ECL-CUR-IDX.
194200 3600-EXIT.
194300     EXIT.
194400
194500 3610-PRINT-ONE-HISTORY.
194600     IF WS-ECL-SERIES-CODE(WS-ECL-IDX) IS NOT EQUAL TO
194700         WS-CRD-SERIES-CODE(WS-CRD-IDX)
194800         OR WS-ECL-ERA(WS-ECL-IDX) IS NOT EQUAL TO
194900             WS-CRD-ERA(WS-CRD-IDX)
195000         GO TO 3610-EXIT
195100     END-IF
195200     IF ECL-ENT-CLOSED(WS-ECL-IDX)
195300         MOVE "CLOSED" TO WS-ADL-ACTION
195400     ELSE
195500         MOVE "REOPENED" TO WS-ADL-ACTION
195600     END-IF
195700     MOVE WS-ECL-DATE(WS-ECL-IDX) TO WS-ADL-DATE
195800     MOVE WS-ECL-TIME(WS-ECL-IDX) TO WS-ADL-TIME
195900     MOVE WS-ECL-PREPARED-BY(WS-ECL-IDX) TO WS-ADL-PREPARED-BY
196000     MOVE WS-ECL-APPROVED-BY(WS-ECL-IDX) TO WS-ADL-APPROVED-BY
196100     MOVE WS-ECL-REASON(WS-ECL-IDX) TO WS-ADL-REASON
196200     MOVE WS-ECL-UNEXPLAINED(WS-ECL-IDX) TO WS-ADL-UNEXPLAINED
196300     MOVE WS-ADDENDUM-LINE TO WS-PRINT-LINE
196400     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
196500 3610-EXIT.
196600     EXIT.
196700
196800*****************************************************************
196900*    3700-WRITE-ERA-CLOSE - APPEND THE CARD'S HISTORY ENTRY TO  *
197000*    THE ERA-CLOSE FILE.                                        *
197100*****************************************************************
197200 3700-WRITE-ERA-CLOSE.
197300     MOVE SPACES TO CP-ERA-CLOSE-RECORD
197400     MOVE WS-ECL-SERIES-CODE(WS-ECL-CUR-IDX) TO CP-ECL-SERIES-CODE
197500     MOVE WS-ECL-ERA(WS-ECL-CUR-IDX) TO CP-ECL-ERA-CODE
197600     MOVE WS-ECL-ACTION(WS-ECL-CUR-IDX) TO CP-ECL-ACTION
197700     MOVE WS-ECL-DATE(WS-ECL-CUR-IDX) TO CP-ECL-DATE
197800     MOVE WS-ECL-TIME(WS-ECL-CUR-IDX) TO CP-ECL-TIME
197900     MOVE WS-ECL-PREPARED-BY(WS-ECL-CUR-IDX) TO CP-ECL-PREPARED-BY
198000     MOVE WS-ECL-APPROVED-BY(WS-ECL-CUR-IDX) TO CP-ECL-APPROVED-BY
198100     MOVE WS-ECL-FIRST(WS-ECL-CUR-IDX) TO CP-ECL-FIRST-ISSUED
198200     MOVE WS-ECL-LAST(WS-ECL-CUR-IDX) TO CP-ECL-LAST-ISSUED
198300     MOVE WS-ECL-ISSUED(WS-ECL-CUR-IDX) TO CP-ECL-ISSUED-COUNT
198400     MOVE WS-ECL-UNEXPLAINED(WS-ECL-CUR-IDX) TO CP-ECL-UNEXPLAINED
198500     MOVE WS-ECL-REASON(WS-ECL-CUR-IDX) TO CP-ECL-REASON
198600     WRITE CP-ERA-CLOSE-RECORD.
198700 3700-EXIT.
198800     EXIT.
198900
199000*****************************************************************
199100*    3900-PRINT-LINE - WRITE WS-PRINT-LINE, STARTING A NEW PAGE *
199200*    (HEADED BY THE ERA LINE) WHEN THIS ONE FILLS UP.           *
199300*****************************************************************
199400 3900-PRINT-LINE.
199500     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
199600         WS-MAX-LINES-PER-PAGE
199700         PERFORM 3390-START-PAGE THRU 3390-EXIT
199800     END-IF
199900     WRITE CP-RPT-LINE FROM WS-PRINT-LINE
200000     ADD 1 TO WS-LINE-COUNT.
200100 3900-EXIT.
200200     EXIT.
200300
200400*****************************************************************
200500*    3910-PRINT-SECTION - A BLANK LINE AND A SECTION CAPTION.   *
200600*****************************************************************
200700 3910-PRINT-SECTION.
200800     MOVE SPACES TO WS-PRINT-LINE
200900     PERFORM 3900-PRINT-LINE THRU 3900-EXIT
201000     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
201100     PERFORM 3900-PRINT-LINE THRU 3900-EXIT
201200     MOVE SPACES TO WS-SEC-TEXT.
201300 3910-EXIT.
201400     EXIT.
201500
201600 3920-PRINT-COUNT.
201700     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
201800     PERFORM 3900-PRINT-LINE THRU 3900-EXIT.
201900 3920-EXIT.
202000     EXIT.
202100
202200 3930-PRINT-NOTE.
202300     MOVE WS-NOTE-LINE TO WS-PRINT-LINE
202400     PERFORM 3900-PRINT-LINE THRU 3900-EXIT
202500     MOVE SPACES TO WS-NTL-TEXT.
202600 3930-EXIT.
202700     EXIT.
202800
202900*****************************************************************
203000*    4000-FINALIZE - REPORT TOTALS, CLOSE THE REPORT, AND END   *
203100*    RC2312 WHEN AN ERA WAS CLOSED WITH NUMBERS UNEXPLAINED.    *
203200*****************************************************************
203300 4000-FINALIZE.
203400     MOVE SPACES TO CP-RPT-LINE
203500     WRITE CP-RPT-LINE
203600     MOVE "ERAS CLOSED  . . . . . . . .  " TO WS-TOT-TEXT
203700     MOVE WS-CLOSE-COUNT TO WS-TOT-COUNT
203800     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
203900     MOVE "ERAS REOPENED  . . . . . . .  " TO WS-TOT-TEXT
204000     MOVE WS-REOPEN-COUNT TO WS-TOT-COUNT
204100     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
204200     MOVE "ERAS CLOSED WITH UNEXPLAINED  " TO WS-TOT-TEXT
204300     MOVE WS-UNEXPLAINED-ERAS TO WS-TOT-COUNT
204400     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
204500     WRITE CP-RPT-LINE FROM WS-END-LINE
204600     CLOSE REPORT-FILE
204700     DISPLAY "TEST-ERACLS - CLOSED " WS-CLOSE-COUNT
204800         " ERA(S), REOPENED " WS-REOPEN-COUNT " ERA(S)"
204900     IF WS-UNEXPLAINED-ERAS IS GREATER THAN ZERO
205000         MOVE 2312 TO WS-RETURN-CODE
205100         DISPLAY "TEST-ERACLS RC2312 - " WS-UNEXPLAINED-ERAS
205200             " ERA(S) CLOSED WITH NUMBERS STILL UNEXPLAINED - "
205300             "SEE THE STATEMENT"
205400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
205500     END-IF.
205600 4000-EXIT.
205700     EXIT.
205800
205900*****************************************************************
206000*    9600-CHECK-DUAL-CONTROL - TEST WS-AUC-PREPARER AND         *
206100*    WS-AUC-APPROVER FOR ACTION WS-AUC-ACTION AND               *
206200*    WS-AUC-QUANTITY NUMBERS.  BOTH MUST BE KEYED AND           *
206300*    DIFFERENT; THE PREPARER MUST BE ACTIVE FOR THE ACTION AS   *
206400*    A PREPARER, THE APPROVER AS AN APPROVER, AND WHAT THE      *
206500*    APPROVER HAS ALREADY APPROVED IN THIS SUBMISSION PLUS      *
206600*    THESE NUMBERS MUST NOT EXCEED THEIR THRESHOLD.  THE FIRST  *
206700*    FAILURE IS LEFT IN WS-AUC-REASON; SPACES MEAN GO AHEAD.    *
206800*****************************************************************
206900 9600-CHECK-DUAL-CONTROL.
207000     MOVE SPACES TO WS-AUC-REASON
207100     MOVE ZERO TO WS-AUC-APPR-IDX
207200     IF WS-AUC-PREPARER IS EQUAL TO SPACES
207300         OR WS-AUC-APPROVER IS EQUAL TO SPACES
207400         MOVE "PREPARER AND APPROVER ARE BOTH REQUIRED"
207500             TO WS-AUC-REASON
207600         GO TO 9600-EXIT
207700     END-IF
207800     IF WS-AUC-PREPARER IS EQUAL TO WS-AUC-APPROVER
207900         MOVE "PREPARER AND APPROVER ARE THE SAME USER"
208000             TO WS-AUC-REASON
208100         GO TO 9600-EXIT
208200     END-IF
208300     MOVE WS-AUC-PREPARER TO WS-AUC-FIND-USER
208400     MOVE ZERO TO WS-AUT-MATCH-IDX
208500     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
208600         VARYING WS-AUT-IDX FROM 1 BY 1
208700         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
208800     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
208900         MOVE "PREPARER NOT AUTHORIZED FOR THE ACTION"
209000             TO WS-AUC-REASON
209100         GO TO 9600-EXIT
209200     END-IF
209300     IF AUT-ENT-REVOKED(WS-AUT-MATCH-IDX)
209400         OR NOT AUT-ENT-MAY-PREPARE(WS-AUT-MATCH-IDX)
209500         MOVE "PREPARER NOT AUTHORIZED FOR THE ACTION"
209600             TO WS-AUC-REASON
209700         GO TO 9600-EXIT
209800     END-IF
209900     MOVE WS-AUC-APPROVER TO WS-AUC-FIND-USER
210000     MOVE ZERO TO WS-AUT-MATCH-IDX
210100     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
210200         VARYING WS-AUT-IDX FROM 1 BY 1
210300         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
210400     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
210500         MOVE "APPROVER NOT AUTHORIZED FOR THE ACTION"
210600             TO WS-AUC-REASON
210700         GO TO 9600-EXIT
210800     END-IF
210900     IF AUT-ENT-REVOKED(WS-AUT-MATCH-IDX)
211000         OR NOT AUT-ENT-MAY-APPROVE(WS-AUT-MATCH-IDX)
211100         MOVE "APPROVER NOT AUTHORIZED FOR THE ACTION"
211200             TO WS-AUC-REASON
211300         GO TO 9600-EXIT
211400     END-IF
211500     IF WS-AUT-APPROVED(WS-AUT-MATCH-IDX) + WS-AUC-QUANTITY
211600         IS GREATER THAN WS-AUT-THRESHOLD(WS-AUT-MATCH-IDX)
211700         MOVE "NUMBERS AFFECTED OVER APPROVER'S LIMIT"
211800             TO WS-AUC-REASON
211900         GO TO 9600-EXIT
212000     END-IF
212100     MOVE WS-AUT-MATCH-IDX TO WS-AUC-APPR-IDX.
212200 9600-EXIT.
212300     EXIT.
212400
212500*****************************************************************
212600*    9610-MATCH-AUTH-ENTRY - ONE PASS OF THE LINEAR SEARCH OF   *
212700*    THE AUTHORIZED-USER TABLE FOR USER WS-AUC-FIND-USER AND    *
212800*    ACTION WS-AUC-ACTION.                                      *
212900*****************************************************************
213000 9610-MATCH-AUTH-ENTRY.
213100     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
213200         AND WS-AUT-USER-ID(WS-AUT-IDX) IS EQUAL TO
213300             WS-AUC-FIND-USER
213400         AND WS-AUT-ACTION(WS-AUT-IDX) IS EQUAL TO WS-AUC-ACTION
213500         MOVE WS-AUT-IDX TO WS-AUT-MATCH-IDX
213600     END-IF.
213700 9610-EXIT.
213800     EXIT.
213900
214000*****************************************************************
214100*    9670-COUNT-RESERVED - SERVICE PARAGRAPH.  ON ENTRY         *
214200*    WS-RSV-SERIES, WS-RSV-ERA-WANT, WS-RSV-LO AND WS-RSV-HI    *
214300*    NAME A SPAN; ON EXIT WS-RSV-OVERLAP HOLDS HOW MANY         *
214400*    RESERVED NUMBERS FALL INSIDE IT.                           *
214500*****************************************************************
214600 9670-COUNT-RESERVED.
214700     MOVE ZERO TO WS-RSV-OVERLAP
214800     PERFORM 9675-COUNT-ONE-RANGE THRU 9675-EXIT
214900         VARYING WS-RSV-IDX FROM 1 BY 1
215000         UNTIL WS-RSV-IDX IS GREATER THAN WS-RSV-COUNT.
215100 9670-EXIT.
215200     EXIT.
215300
215400 9675-COUNT-ONE-RANGE.
215500     IF WS-RSV-SER-CODE(WS-RSV-IDX) IS EQUAL TO WS-RSV-SERIES
215600         AND (WS-RSV-ERA(WS-RSV-IDX) IS EQUAL TO ZERO
215700             OR WS-RSV-ERA(WS-RSV-IDX) IS EQUAL TO
215800                 WS-RSV-ERA-WANT)
215900         AND WS-RSV-FROM(WS-RSV-IDX) IS NOT GREATER THAN
216000             WS-RSV-HI
216100         AND WS-RSV-TO(WS-RSV-IDX) IS NOT LESS THAN WS-RSV-LO
216200         IF WS-RSV-FROM(WS-RSV-IDX) IS GREATER THAN WS-RSV-LO
216300             MOVE WS-RSV-FROM(WS-RSV-IDX) TO WS-RSV-ENT-LO
216400         ELSE
216500             MOVE WS-RSV-LO TO WS-RSV-ENT-LO
216600         END-IF
216700         IF WS-RSV-TO(WS-RSV-IDX) IS LESS THAN WS-RSV-HI
216800             MOVE WS-RSV-TO(WS-RSV-IDX) TO WS-RSV-ENT-HI
216900         ELSE
217000             MOVE WS-RSV-HI TO WS-RSV-ENT-HI
217100         END-IF
217200         COMPUTE WS-RSV-OVERLAP = WS-RSV-OVERLAP
217300             + WS-RSV-ENT-HI - WS-RSV-ENT-LO + 1
217400     END-IF.
217500 9675-EXIT.
217600     EXIT.
217700
217800*****************************************************************
217900*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
218000*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
218100*    RUN.                                                       *
218200*****************************************************************
218300 9900-SET-RETURN-CODE.
218400     MOVE WS-RETURN-CODE TO RETURN-CODE
218500     STOP RUN.
218600 9900-EXIT.
218700     EXIT.
218800
218900*****************************************************************
219000*    9910-FILE-OPEN-ERROR - A REQUIRED FILE FAILED TO OPEN.     *
219100*****************************************************************
219200 9910-FILE-OPEN-ERROR.
219300     MOVE 2311 TO WS-RETURN-CODE
219400     DISPLAY "TEST-ERACLS RC2311 - A REQUIRED FILE FAILED "
219500         "TO OPEN"
219600     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
219700 9910-EXIT.
219800     EXIT.
219900
220000*****************************************************************
220100*    9920-BAD-CARD - A CARD FAILED ITS FORMAT EDIT.  NOTHING    *
220200*    HAS BEEN WRITTEN YET, SO THE DECK IS CORRECTED AND RERUN.  *
220300*****************************************************************
220400 9920-BAD-CARD.
220500     MOVE 2301 TO WS-RETURN-CODE
220600     DISPLAY "TEST-ERACLS RC2301 - INVALID CARD " WS-CARD-COUNT
220700         ": " CP-ECL-CARD(1:48)
220800     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
220900 9920-EXIT.
221000     EXIT.
221100
221200 9999-EXIT.
221300     STOP RUN.
