000100*****************************************************************
000200*                                                               *
000300*    PROGRAM      TEST-RUNHIST                                  *
000400*    FUNCTION     BATCH-WINDOW AND RUN-HISTORY REPORT.  READS   *
000500*                 THE RUN-CONTROL JOURNAL FOR THE BUSINESS      *
000600*                 DATES ON THE CONTROL CARD AND SHOWS, PER      *
000700*                 DATE, HOW LONG THE NIGHT'S TEST-COB RUN TOOK  *
000800*                 FROM FIRST START TO LAST POSTING, NUMBERS     *
000900*                 GENERATED PER MINUTE, AND HOW MANY ATTEMPTS   *
001000*                 IT TOOK (FAILED, RESTARTED, FORCED,           *
001100*                 SUPPLEMENT AND CANCELLED RUNS).  EACH MONTH   *
001200*                 CLOSES WITH ITS AVERAGES AND WORST CASES, ANY *
001300*                 NIGHT OVER THE WINDOW ON THE CARD IS FLAGGED, *
001400*                 AND A SEPARATE LIST NAMES EVERY DATE LEFT     *
001500*                 STARTED OR FAILED THAT NEVER PROPERLY CLOSED. *
001600*                                                               *
001700*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. TEST-RUNHIST.
002000 AUTHOR. JOE DIAMOND.
002100 INSTALLATION. DAILY-LEDGER BATCH SYSTEMS.
002200 DATE-WRITTEN. 10/15/2026.
002300 DATE-COMPILED.
002400*****************************************************************
002500*    MODIFICATION HISTORY.
002600*    DATE       INIT  DESCRIPTION
002700*    10/15/26   JAD   ORIGINAL VERSION - THE RUN-CONTROL FILE
002800*                     REPORTED FOR THE SCHEDULING TEAM.
002900*****************************************************************
003000*
003100*    HISTORY CONTROL CARD LAYOUT (ONE CARD):
003200*      COLS  1- 8  BUSINESS DATE FROM  YYYYMMDD (BLANK = ANY)
003300*      COLS  9-16  BUSINESS DATE TO    YYYYMMDD (BLANK = ANY)
003400*      COLS 17-20  WINDOW              MINUTES, 0001-9999
003500*
003600*    METHOD - THE JOURNAL IS READ ONCE, IN THE ORDER IT WAS
003700*    WRITTEN.  EVERY TEST-COB ATTEMPT POSTS STARTED; A RESTART
003800*    REUSES ITS RUN-ID, SO A SECOND STARTED FOR A RUN-ID IS A
003900*    RESTART.  TEST-COB DOES NOT JOURNAL THE FORCE OVERRIDE, SO
004000*    A FORCED RUN IS RECOGNISED THE WAY TEST-COB DECIDES TO
004100*    REFUSE ONE: A NEW RUN-ID STARTED WHILE THE DATE ALREADY HAD
004200*    A COMPLETE OR RECONCILED RUN NOT SINCE CANCELLED, AND WHICH
004300*    DID NOT END AS A SUPPLEMENT.  A SUPPLEMENT THAT FAILED AND
004400*    WAS NEVER RERUN CANNOT BE TOLD FROM A FAILED FORCED RUN AND
004500*    IS COUNTED AS FORCED.
004600*
004700*    THE NIGHT'S WINDOW RUNS FROM THE EARLIEST START STAMP TO
004800*    THE LATEST END STAMP POSTED BY ITS TEST-COB RUNS AND BY
004900*    TEST-RECON; SUPPLEMENT TOP-UPS ARE COUNTED BUT KEPT OUT OF
005000*    THE WINDOW AND THE RATE, AND TEST-RUNBAK'S CANCELLED
005100*    POSTINGS, MADE LATER BY A SEPARATE JOB, ARE KEPT OUT OF THE
005200*    WINDOW.  THE STAMPS CARRY THEIR OWN DATES, SO A NIGHT THAT
005300*    RUNS PAST MIDNIGHT IS TIMED CORRECTLY.
005400*
005500*    A DATE IS LEFT OPEN BY A STARTED OR FAILED POSTING WITH NO
005600*    LATER COMPLETE, SUPPLEMENT OR CANCELLED POSTING FOR THE
005700*    SAME DATE - THE NIGHT NEVER PROPERLY CLOSED.
005800*
005900*****************************************************************
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER. IBM-370.
006300 OBJECT-COMPUTER. IBM-370.
006400 SPECIAL-NAMES.
006500     C01 IS TOP-OF-PAGE.
006600
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT RUNCTL-FILE
007000         ASSIGN TO RUNCTL
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-RUNCTL-STATUS.
007300
007400     SELECT HISTORY-CARD-FILE
007500         ASSIGN TO RHCARDS
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-CARDS-STATUS.
007800
007900     SELECT REPORT-FILE
008000         ASSIGN TO RHISTRPT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-RPT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  RUNCTL-FILE
008700     RECORD CONTAINS 100 CHARACTERS
008800     RECORDING MODE IS F.
008900 COPY CPRUNCTL.
009000
009100 FD  HISTORY-CARD-FILE
009200     RECORD CONTAINS 80 CHARACTERS
009300     RECORDING MODE IS F.
009400 01  CP-HISTORY-CARD.
009500     05  CP-HST-DATE-FROM        PIC X(08).
009600     05  CP-HST-DATE-TO          PIC X(08).
009700     05  CP-HST-WINDOW           PIC X(04).
009800     05  FILLER                  PIC X(60).
009900
010000 FD  REPORT-FILE
010100     RECORD CONTAINS 132 CHARACTERS
010200     RECORDING MODE IS F.
010300 01  CP-RPT-LINE                 PIC X(132).
010400
010500 WORKING-STORAGE SECTION.
010600*****************************************************************
010700*    RETURN CODE TABLE - CODES THIS PROGRAM SETS INTO           *
010800*    RETURN-CODE BEFORE STOPPING.  RC1904 IS A FINDING, SET     *
010900*    ONLY AFTER THE WHOLE REPORT HAS BEEN WRITTEN.              *
011000*                                                               *
011100*    RC1900  A REQUIRED FILE FAILED TO OPEN.                    *
011200*    RC1901  THE CONTROL CARD WAS MISSING OR INVALID (A DATE    *
011300*           NOT NUMERIC, FROM AFTER TO, OR NO WINDOW).          *
011400*    RC1902  THE RANGE HOLDS MORE BUSINESS DATES OR RUNS THAN   *
011500*           THE IN-CORE TABLES ALLOW - NARROW THE CARD.         *
011600*    RC1903  THE RUN-CONTROL FILE HOLDS NOTHING IN THE RANGE.   *
011700*    RC1904  ONE OR MORE DATES WERE LEFT STARTED OR FAILED AND  *
011800*           NEVER CLOSED - SEE THE EXCEPTION LIST.              *
011900*****************************************************************
012000 77  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
012100 77  WS-CARDS-STATUS             PIC X(02) VALUE "00".
012200 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
012300
012400 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
012500 77  WS-MAX-DATE-ENTRIES         PIC 9(04) COMP VALUE 500.
012600 77  WS-MAX-RUN-ENTRIES          PIC 9(04) COMP VALUE 1500.
012700 77  WS-SHIFT-IDX                PIC 9(04) COMP VALUE 0.
012800 77  WS-INSERT-IDX               PIC 9(04) COMP VALUE 0.
012900 77  WS-ACC-IDX                  PIC 9(01) COMP VALUE 0.
013000 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE 0.
013100 77  WS-RECORDS-IN-RANGE         PIC 9(09) COMP VALUE 0.
013200 77  WS-OPEN-DATES               PIC 9(05) COMP VALUE 0.
013300
013400*****************************************************************
013500*    THE CONTROL CARD, EDITED.  AN OMITTED DATE OPENS THAT END  *
013600*    OF THE RANGE.                                              *
013700*****************************************************************
013800 01  WS-CARD-FIELDS.
013900     05  WS-HST-DATE-FROM        PIC 9(08) VALUE ZERO.
014000     05  WS-HST-DATE-TO          PIC 9(08) VALUE 99999999.
014100     05  WS-HST-WINDOW           PIC 9(04) VALUE ZERO.
014200     05  WS-HST-WINDOW-SECS      PIC 9(09) COMP VALUE 0.
014300
014400*****************************************************************
014500*    DATE TABLE - ONE ENTRY PER BUSINESS DATE IN THE RANGE,     *
014600*    KEPT IN DATE ORDER AS DATES ARE ADDED.                     *
014700*****************************************************************
014800 01  WS-DATE-FIELDS.
014900     05  WS-DTE-COUNT            PIC 9(04) COMP VALUE 0.
015000     05  WS-DTE-IDX              PIC 9(04) COMP VALUE 0.
015100     05  WS-DTE-MATCH            PIC 9(04) COMP VALUE 0.
015200     05  WS-DATE-ENTRY OCCURS 500 TIMES.
015300         10  WS-DTE-BUS-DATE     PIC 9(08).
015400         10  WS-DTE-RUNS         PIC 9(03) COMP.
015500         10  WS-DTE-ATTEMPTS     PIC 9(03) COMP.
015600         10  WS-DTE-FAILED       PIC 9(03) COMP.
015700         10  WS-DTE-RESTARTS     PIC 9(03) COMP.
015800         10  WS-DTE-FORCED       PIC 9(03) COMP.
015900         10  WS-DTE-SUPPS        PIC 9(03) COMP.
016000         10  WS-DTE-CANCELS      PIC 9(03) COMP.
016100         10  WS-DTE-DONE-RUN-ID  PIC X(08).
016200         10  WS-DTE-SW-OPEN      PIC X(01).
016300             88  DTE-LEFT-OPEN       VALUE "Y".
016400         10  WS-DTE-OPEN-STATUS  PIC X(10).
016500         10  WS-DTE-OPEN-RUN-ID  PIC X(08).
016600         10  WS-DTE-OPEN-STAMP   PIC X(26).
016700         10  WS-DTE-SW-TIMED     PIC X(01).
016800             88  DTE-IS-TIMED        VALUE "Y".
016900         10  WS-DTE-FIRST-START  PIC 9(11) COMP.
017000         10  WS-DTE-LAST-END     PIC 9(11) COMP.
017100         10  WS-DTE-START-STAMP  PIC X(26).
017200         10  WS-DTE-END-STAMP    PIC X(26).
017300         10  WS-DTE-GENERATED    PIC 9(09) COMP.
017400         10  WS-DTE-ELAPSED      PIC 9(09) COMP.
017500         10  WS-DTE-RATE         PIC 9(09) COMP.
017600
017700*****************************************************************
017800*    RUN TABLE - ONE ENTRY PER BUSINESS DATE AND RUN-ID.        *
017900*****************************************************************
018000 01  WS-RUN-FIELDS.
018100     05  WS-RUN-COUNT            PIC 9(04) COMP VALUE 0.
018200     05  WS-RUN-IDX              PIC 9(04) COMP VALUE 0.
018300     05  WS-RUN-MATCH            PIC 9(04) COMP VALUE 0.
018400     05  WS-RUN-ENTRY OCCURS 1500 TIMES.
018500         10  WS-RUN-BUS-DATE     PIC 9(08).
018600         10  WS-RUN-RUN-ID       PIC X(08).
018700         10  WS-RUN-SW-STARTED   PIC X(01).
018800             88  RUN-HAS-STARTED     VALUE "Y".
018900         10  WS-RUN-SW-FORCED    PIC X(01).
019000             88  RUN-LOOKS-FORCED    VALUE "Y".
019100         10  WS-RUN-SW-SUPP      PIC X(01).
019200             88  RUN-IS-SUPPLEMENT   VALUE "Y".
019300         10  WS-RUN-SW-START     PIC X(01).
019400             88  RUN-HAS-START       VALUE "Y".
019500         10  WS-RUN-SW-END       PIC X(01).
019600             88  RUN-HAS-END         VALUE "Y".
019700         10  WS-RUN-FIRST-START  PIC 9(11) COMP.
019800         10  WS-RUN-LAST-END     PIC 9(11) COMP.
019900         10  WS-RUN-START-STAMP  PIC X(26).
020000         10  WS-RUN-END-STAMP    PIC X(26).
020100         10  WS-RUN-GENERATED    PIC 9(09) COMP.
020200
020300*****************************************************************
020400*    ACCUMULATORS - ENTRY 1 IS THE CURRENT MONTH, ENTRY 2 THE   *
020500*    WHOLE RANGE.  THE SAME PRINT PARAGRAPH SERVES BOTH.        *
020600*****************************************************************
020700 01  WS-ACCUM-FIELDS.
020800     05  WS-ACC-MONTH            PIC 9(06) VALUE ZERO.
020900     05  WS-ACC-MONTH-R REDEFINES WS-ACC-MONTH.
021000         10  WS-ACC-MONTH-YYYY   PIC 9(04).
021100         10  WS-ACC-MONTH-MM     PIC 9(02).
021200     05  WS-ACC-ENTRY OCCURS 2 TIMES.
021300         10  WS-ACC-DATES        PIC 9(05) COMP.
021400         10  WS-ACC-TIMED        PIC 9(05) COMP.
021500         10  WS-ACC-ELAPSED      PIC 9(11) COMP.
021600         10  WS-ACC-WORST-SECS   PIC 9(09) COMP.
021700         10  WS-ACC-WORST-DATE   PIC 9(08).
021800         10  WS-ACC-RATED        PIC 9(05) COMP.
021900         10  WS-ACC-RATE-SUM     PIC 9(11) COMP.
022000         10  WS-ACC-SLOW-RATE    PIC 9(09) COMP.
022100         10  WS-ACC-SLOW-DATE    PIC 9(08).
022200         10  WS-ACC-ATTEMPTS     PIC 9(05) COMP.
022300         10  WS-ACC-FAILED       PIC 9(05) COMP.
022400         10  WS-ACC-RESTARTS     PIC 9(05) COMP.
022500         10  WS-ACC-FORCED       PIC 9(05) COMP.
022600         10  WS-ACC-SUPPS        PIC 9(05) COMP.
022700         10  WS-ACC-CANCELS      PIC 9(05) COMP.
022800         10  WS-ACC-OVER         PIC 9(05) COMP.
022900         10  WS-ACC-OPEN         PIC 9(05) COMP.
023000
023100*****************************************************************
023200*    TIMESTAMP CONVERSION - A JOURNAL STAMP (YYYY-MM-DD-        *
023300*    HHMMSSCC) TURNED INTO A SECOND COUNT FROM A FIXED ORIGIN,  *
023400*    SO TWO STAMPS CAN BE SUBTRACTED ACROSS MIDNIGHT, MONTH AND *
023500*    YEAR ENDS.  THE YEAR IS COUNTED FROM MARCH SO THE LEAP DAY *
023600*    FALLS LAST.                                                *
023700*****************************************************************
023800 01  WS-CONVERT-FIELDS.
023900     05  WS-CNV-STAMP            PIC X(26).
024000     05  WS-CNV-STAMP-R REDEFINES WS-CNV-STAMP.
024100         10  WS-CNV-YYYY         PIC 9(04).
024200         10  FILLER              PIC X(01).
024300         10  WS-CNV-MM           PIC 9(02).
024400         10  FILLER              PIC X(01).
024500         10  WS-CNV-DD           PIC 9(02).
024600         10  FILLER              PIC X(01).
024700         10  WS-CNV-HH           PIC 9(02).
024800         10  WS-CNV-MI           PIC 9(02).
024900         10  WS-CNV-SS           PIC 9(02).
025000         10  FILLER              PIC X(09).
025100     05  WS-CNV-YEAR             PIC 9(05) COMP.
025200     05  WS-CNV-MONTH            PIC 9(03) COMP.
025300     05  WS-CNV-Q4               PIC 9(05) COMP.
025400     05  WS-CNV-Q100             PIC 9(05) COMP.
025500     05  WS-CNV-Q400             PIC 9(05) COMP.
025600     05  WS-CNV-MTERM            PIC 9(05) COMP.
025700     05  WS-CNV-MDAYS            PIC 9(05) COMP.
025800     05  WS-CNV-DAYS             PIC 9(09) COMP.
025900     05  WS-CNV-SECONDS          PIC 9(11) COMP.
026000     05  WS-CNV-SW-VALID         PIC X(01).
026100         88  CNV-IS-VALID            VALUE "Y".
026200
026300*****************************************************************
026400*    ELAPSED-TIME EDIT - SECONDS SHOWN AS HHH:MM:SS.            *
026500*****************************************************************
026600 01  WS-ELAPSED-FIELDS.
026700     05  WS-ELP-SECONDS          PIC 9(09) COMP.
026800     05  WS-ELP-HOURS            PIC 9(05) COMP.
026900     05  WS-ELP-REST             PIC 9(05) COMP.
027000     05  WS-ELP-MINUTES          PIC 9(02).
027100     05  WS-ELP-SECS             PIC 9(02).
027200     05  WS-ELP-TEXT.
027300         10  WS-ELP-HOURS-ED     PIC ZZ9.
027400         10  FILLER              PIC X(01) VALUE ":".
027500         10  WS-ELP-MINUTES-ED   PIC 9(02).
027600         10  FILLER              PIC X(01) VALUE ":".
027700         10  WS-ELP-SECS-ED      PIC 9(02).
027800
027900 01  WS-DATE-TIME-FIELDS.
028000     05  WS-CURRENT-DATE         PIC 9(08).
028100     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
028200         10  WS-CD-YYYY          PIC 9(04).
028300         10  WS-CD-MM            PIC 9(02).
028400         10  WS-CD-DD            PIC 9(02).
028500     05  WS-HDG-DATE-NUM         PIC 9(08).
028600     05  WS-HDG-DATE-NUM-R REDEFINES WS-HDG-DATE-NUM.
028700         10  WS-HDN-MM           PIC 9(02).
028800         10  WS-HDN-DD           PIC 9(02).
028900         10  WS-HDN-YYYY         PIC 9(04).
029000     05  WS-WORK-DATE            PIC 9(08).
029100     05  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
029200         10  WS-WORK-MONTH       PIC 9(06).
029300         10  WS-WORK-DD          PIC 9(02).
029400
029500 01  WS-REPORT-FIELDS.
029600     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
029700     05  WS-PAGE-NUMBER          PIC 9(03) VALUE ZERO.
029800     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 050.
029900
030000 01  WS-TITLE-LINE.
030100     05  FILLER                  PIC X(36) VALUE SPACES.
030200     05  FILLER                  PIC X(60) VALUE
030300         "TEST-COB BATCH-WINDOW AND RUN-HISTORY REPORT".
030400
030500 01  WS-HEADING-LINE.
030600     05  FILLER                  PIC X(01) VALUE SPACES.
030700     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
030800     05  WS-HDG-DATE             PIC 99/99/9999.
030900     05  FILLER                  PIC X(06) VALUE "  JOB:".
031000     05  WS-HDG-JOBNAME          PIC X(09) VALUE "TESTRHST".
031100     05  FILLER                  PIC X(07) VALUE "DATES: ".
031200     05  WS-HDG-FROM             PIC 9(08).
031300     05  FILLER                  PIC X(04) VALUE " TO ".
031400     05  WS-HDG-TO               PIC 9(08).
031500     05  FILLER                  PIC X(10) VALUE "  WINDOW: ".
031600     05  WS-HDG-WINDOW           PIC ZZZ9.
031700     05  FILLER                  PIC X(12) VALUE " MIN  PAGE: ".
031800     05  WS-HDG-PAGE             PIC ZZ9.
031900
032000 01  WS-SECTION-LINE.
032100     05  FILLER                  PIC X(02) VALUE SPACES.
032200     05  WS-SEC-TEXT             PIC X(90).
032300
032400 01  WS-DATE-COLUMN-LINE.
032500     05  FILLER                  PIC X(02) VALUE SPACES.
032600     05  FILLER                  PIC X(30) VALUE
032700         "BUS DATE  RUNS ATT FAIL RSTRT ".
032800     05  FILLER                  PIC X(30) VALUE
032900         "FORCE SUPP CANC    START      ".
033000     05  FILLER                  PIC X(30) VALUE
033100         "END    ELAPSED  GENERATED  PER".
033200     05  FILLER                  PIC X(30) VALUE
033300         " MIN  FLAG                    ".
033400
033500 01  WS-DATE-DETAIL-LINE.
033600     05  FILLER                  PIC X(02) VALUE SPACES.
033700     05  WS-DDL-BUS-DATE         PIC 9(08).
033800     05  FILLER                  PIC X(02) VALUE SPACES.
033900     05  WS-DDL-RUNS             PIC ZZ9.
034000     05  FILLER                  PIC X(01) VALUE SPACES.
034100     05  WS-DDL-ATTEMPTS         PIC ZZ9.
034200     05  FILLER                  PIC X(02) VALUE SPACES.
034300     05  WS-DDL-FAILED           PIC ZZ9.
034400     05  FILLER                  PIC X(03) VALUE SPACES.
034500     05  WS-DDL-RESTARTS         PIC ZZ9.
034600     05  FILLER                  PIC X(03) VALUE SPACES.
034700     05  WS-DDL-FORCED           PIC ZZ9.
034800     05  FILLER                  PIC X(02) VALUE SPACES.
034900     05  WS-DDL-SUPPS            PIC ZZ9.
035000     05  FILLER                  PIC X(02) VALUE SPACES.
035100     05  WS-DDL-CANCELS          PIC ZZ9.
035200     05  FILLER                  PIC X(01) VALUE SPACES.
035300     05  WS-DDL-START            PIC X(08).
035400     05  FILLER                  PIC X(02) VALUE SPACES.
035500     05  WS-DDL-END              PIC X(08).
035600     05  FILLER                  PIC X(02) VALUE SPACES.
035700     05  WS-DDL-ELAPSED          PIC X(09).
035800     05  FILLER                  PIC X(01) VALUE SPACES.
035900     05  WS-DDL-GENERATED        PIC ZZZZZZZZ9.
036000     05  FILLER                  PIC X(01) VALUE SPACES.
036100     05  WS-DDL-RATE             PIC X(09).
036200     05  FILLER                  PIC X(02) VALUE SPACES.
036300     05  WS-DDL-FLAG             PIC X(24).
036400
036500 01  WS-RATE-EDIT                PIC ZZZZZZZZ9.
036600
036700 01  WS-ACC-LINE-1.
036800     05  FILLER                  PIC X(04) VALUE SPACES.
036900     05  WS-AL1-LABEL            PIC X(14).
037000     05  FILLER                  PIC X(07) VALUE "DATES: ".
037100     05  WS-AL1-DATES            PIC ZZZZ9.
037200     05  FILLER                  PIC X(20) VALUE
037300         "   AVERAGE ELAPSED: ".
037400     05  WS-AL1-AVG-ELAPSED      PIC X(09).
037500     05  FILLER                  PIC X(10) VALUE "   WORST: ".
037600     05  WS-AL1-WORST-ELAPSED    PIC X(09).
037700     05  FILLER                  PIC X(04) VALUE " ON ".
037800     05  WS-AL1-WORST-DATE       PIC X(08).
037900     05  FILLER                  PIC X(16) VALUE
038000         "   OVER WINDOW: ".
038100     05  WS-AL1-OVER             PIC ZZZZ9.
038200
038300 01  WS-ACC-LINE-2.
038400     05  FILLER                  PIC X(18) VALUE SPACES.
038500     05  FILLER                  PIC X(17) VALUE
038600         "AVERAGE PER MIN: ".
038700     05  WS-AL2-AVG-RATE         PIC X(09).
038800     05  FILLER                  PIC X(12) VALUE "   SLOWEST: ".
038900     05  WS-AL2-SLOW-RATE        PIC X(09).
039000     05  FILLER                  PIC X(04) VALUE " ON ".
039100     05  WS-AL2-SLOW-DATE        PIC X(08).
039200     05  FILLER                  PIC X(16) VALUE
039300         "   NEVER CLOSED:".
039400     05  WS-AL2-OPEN             PIC ZZZZ9.
039500
039600 01  WS-ACC-LINE-3.
039700     05  FILLER                  PIC X(18) VALUE SPACES.
039800     05  FILLER                  PIC X(10) VALUE "ATTEMPTS: ".
039900     05  WS-AL3-ATTEMPTS         PIC ZZZZ9.
040000     05  FILLER                  PIC X(11) VALUE "   FAILED: ".
040100     05  WS-AL3-FAILED           PIC ZZZZ9.
040200     05  FILLER                  PIC X(13) VALUE "   RESTARTS: ".
040300     05  WS-AL3-RESTARTS         PIC ZZZZ9.
040400     05  FILLER                  PIC X(10) VALUE "   FORCE: ".
040500     05  WS-AL3-FORCED           PIC ZZZZ9.
040600     05  FILLER                  PIC X(15) VALUE
040700         "   SUPPLEMENT: ".
040800     05  WS-AL3-SUPPS            PIC ZZZZ9.
040900     05  FILLER                  PIC X(14) VALUE
041000         "   CANCELLED: ".
041100     05  WS-AL3-CANCELS          PIC ZZZZ9.
041200
041300 01  WS-OPEN-COLUMN-LINE.
041400     05  FILLER                  PIC X(02) VALUE SPACES.
041500     05  FILLER                  PIC X(30) VALUE
041600         "BUS DATE  RUN-ID    LAST STATU".
041700     05  FILLER                  PIC X(30) VALUE
041800         "S  STAMP                      ".
041900
042000 01  WS-OPEN-DETAIL-LINE.
042100     05  FILLER                  PIC X(02) VALUE SPACES.
042200     05  WS-ODL-BUS-DATE         PIC 9(08).
042300     05  FILLER                  PIC X(02) VALUE SPACES.
042400     05  WS-ODL-RUN-ID           PIC X(08).
042500     05  FILLER                  PIC X(02) VALUE SPACES.
042600     05  WS-ODL-STATUS           PIC X(10).
042700     05  FILLER                  PIC X(03) VALUE SPACES.
042800     05  WS-ODL-STAMP            PIC X(26).
042900
043000 01  WS-END-LINE.
043100     05  FILLER                  PIC X(20) VALUE SPACES.
043200     05  FILLER                  PIC X(22) VALUE
043300         "*** END OF REPORT ***".
043400
043500 01  WS-SW-FIELDS.
043600     05  WS-SW-RUNCTL-EOF        PIC X(01) VALUE "N".
043700         88  END-OF-RUNCTL           VALUE "Y".
043800     05  WS-SW-CARD-READ         PIC X(01) VALUE "N".
043900         88  CARD-WAS-READ           VALUE "Y".
044000
044100*****************************************************************
044200*    PROCEDURE DIVISION                                         *
044300*    THE RANGE AND THE WINDOW COME FROM THE RHCARDS CARD.       *
044400*****************************************************************
044500 PROCEDURE DIVISION.
044600 0000-MAINLINE.
044700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
044800     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
044900     PERFORM 3000-TIME-THE-NIGHTS THRU 3000-EXIT
045000     PERFORM 4000-WRITE-HISTORY THRU 4000-EXIT
045100     PERFORM 5000-WRITE-OPEN-DATES THRU 5000-EXIT
045200     PERFORM 6000-FINALIZE THRU 6000-EXIT
045300     GO TO 9999-EXIT.
045400
045500*****************************************************************
045600*    1000-INITIALIZE - READ AND EDIT THE CONTROL CARD AND OPEN  *
045700*    THE REPORT.                                                *
045800*****************************************************************
045900 1000-INITIALIZE.
046000     DISPLAY "TEST-RUNHIST - RUN-HISTORY REPORT STARTING"
046100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
046200     OPEN INPUT HISTORY-CARD-FILE
046300     IF WS-CARDS-STATUS IS NOT EQUAL TO "00"
046400         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
046500     END-IF
046600     PERFORM 1100-READ-HISTORY-CARD THRU 1100-EXIT
046700     CLOSE HISTORY-CARD-FILE
046800     IF NOT CARD-WAS-READ
046900         MOVE 1901 TO WS-RETURN-CODE
047000         DISPLAY "TEST-RUNHIST RC1901 - NO HISTORY CONTROL CARD "
047100             "WAS SUPPLIED"
047200         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
047300     END-IF
047400     OPEN OUTPUT REPORT-FILE
047500     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
047600         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
047700     END-IF.
047800 1000-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*    1100-READ-HISTORY-CARD - READ AND EDIT THE SINGLE CONTROL  *
048300*    CARD.  BLANK DATES OPEN THAT END OF THE RANGE; THE WINDOW  *
048400*    IS REQUIRED.                                               *
048500*****************************************************************
048600 1100-READ-HISTORY-CARD.
048700     READ HISTORY-CARD-FILE
048800         AT END
048900             GO TO 1100-EXIT
049000     END-READ
049100     MOVE "Y" TO WS-SW-CARD-READ
049200     IF CP-HST-DATE-FROM IS NOT EQUAL TO SPACES
049300         IF CP-HST-DATE-FROM IS NOT NUMERIC
049400             PERFORM 1190-BAD-CARD THRU 1190-EXIT
049500         END-IF
049600         MOVE CP-HST-DATE-FROM TO WS-HST-DATE-FROM
049700     END-IF
049800     IF CP-HST-DATE-TO IS NOT EQUAL TO SPACES
049900         IF CP-HST-DATE-TO IS NOT NUMERIC
050000             PERFORM 1190-BAD-CARD THRU 1190-EXIT
050100         END-IF
050200         MOVE CP-HST-DATE-TO TO WS-HST-DATE-TO
050300     END-IF
050400     IF WS-HST-DATE-FROM IS GREATER THAN WS-HST-DATE-TO
050500         PERFORM 1190-BAD-CARD THRU 1190-EXIT
050600     END-IF
050700     IF CP-HST-WINDOW IS NOT NUMERIC
050800         PERFORM 1190-BAD-CARD THRU 1190-EXIT
050900     END-IF
051000     MOVE CP-HST-WINDOW TO WS-HST-WINDOW
051100     IF WS-HST-WINDOW IS EQUAL TO ZERO
051200         PERFORM 1190-BAD-CARD THRU 1190-EXIT
051300     END-IF
051400     COMPUTE WS-HST-WINDOW-SECS = WS-HST-WINDOW * 60.
051500 1100-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900*    1190-BAD-CARD - THE CONTROL CARD FAILED VALIDATION.        *
052000*****************************************************************
052100 1190-BAD-CARD.
052200     MOVE 1901 TO WS-RETURN-CODE
052300     DISPLAY "TEST-RUNHIST RC1901 - INVALID HISTORY CARD - '"
052400         CP-HISTORY-CARD(1:20) "'"
052500     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
052600 1190-EXIT.
052700     EXIT.
052800
052900*****************************************************************
053000*    1400-WRITE-REPORT-HEADING - TITLE, RUN DATE, RANGE, WINDOW *
053100*    AND PAGE NUMBER AT THE TOP OF EVERY PAGE.                  *
053200*****************************************************************
053300 1400-WRITE-REPORT-HEADING.
053400     ADD 1 TO WS-PAGE-NUMBER
053500     IF WS-PAGE-NUMBER IS GREATER THAN 1
053600         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
053700             AFTER ADVANCING TOP-OF-PAGE
053800     ELSE
053900         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
054000     END-IF
054100     MOVE WS-CD-MM TO WS-HDN-MM
054200     MOVE WS-CD-DD TO WS-HDN-DD
054300     MOVE WS-CD-YYYY TO WS-HDN-YYYY
054400     MOVE WS-HDG-DATE-NUM TO WS-HDG-DATE
054500     MOVE WS-HST-DATE-FROM TO WS-HDG-FROM
054600     MOVE WS-HST-DATE-TO TO WS-HDG-TO
054700     MOVE WS-HST-WINDOW TO WS-HDG-WINDOW
054800     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
054900     WRITE CP-RPT-LINE FROM WS-HEADING-LINE
055000     MOVE SPACES TO CP-RPT-LINE
055100     WRITE CP-RPT-LINE
055200     MOVE ZERO TO WS-LINE-COUNT.
055300 1400-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700*    2000-READ-JOURNAL - ONE PASS OVER THE RUN-CONTROL FILE IN  *
055800*    THE ORDER IT WAS WRITTEN.                                  *
055900*****************************************************************
056000 2000-READ-JOURNAL.
056100     MOVE "N" TO WS-SW-RUNCTL-EOF
056200     OPEN INPUT RUNCTL-FILE
056300     IF WS-RUNCTL-STATUS IS NOT EQUAL TO "00"
056400         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
056500     END-IF
056600     PERFORM 2100-TAKE-ONE-POSTING THRU 2100-EXIT
056700         UNTIL END-OF-RUNCTL
056800     CLOSE RUNCTL-FILE
056900     IF WS-RECORDS-IN-RANGE IS EQUAL TO ZERO
057000         MOVE 1903 TO WS-RETURN-CODE
057100         DISPLAY "TEST-RUNHIST RC1903 - NO RUN-CONTROL RECORD "
057200             "FOR BUSINESS DATES " WS-HST-DATE-FROM " TO "
057300             WS-HST-DATE-TO
057400         CLOSE REPORT-FILE
057500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
057600     END-IF.
057700 2000-EXIT.
057800     EXIT.
057900
058000*****************************************************************
058100*    2100-TAKE-ONE-POSTING - PLACE ONE JOURNAL RECORD AGAINST   *
058200*    ITS DATE AND ITS RUN.                                      *
058300*****************************************************************
058400 2100-TAKE-ONE-POSTING.
058500     READ RUNCTL-FILE
058600         AT END
058700             SET END-OF-RUNCTL TO TRUE
058800             GO TO 2100-EXIT
058900     END-READ
059000     ADD 1 TO WS-RECORDS-READ
059100     IF CP-RUN-BUS-DATE IS NOT NUMERIC
059200         GO TO 2100-EXIT
059300     END-IF
059400     IF CP-RUN-BUS-DATE IS LESS THAN WS-HST-DATE-FROM
059500         OR CP-RUN-BUS-DATE IS GREATER THAN WS-HST-DATE-TO
059600         GO TO 2100-EXIT
059700     END-IF
059800     ADD 1 TO WS-RECORDS-IN-RANGE
059900     PERFORM 8200-FIND-DATE THRU 8200-EXIT
060000     PERFORM 8300-FIND-RUN THRU 8300-EXIT
060100     EVALUATE TRUE
060200         WHEN RUN-STAT-STARTED
060300             PERFORM 2200-POST-STARTED THRU 2200-EXIT
060400         WHEN RUN-STAT-COMPLETE
060500             MOVE CP-RUN-RUN-ID
060600                 TO WS-DTE-DONE-RUN-ID(WS-DTE-MATCH)
060700             MOVE "N" TO WS-DTE-SW-OPEN(WS-DTE-MATCH)
060800             MOVE CP-RUN-GEN-COUNT
060900                 TO WS-RUN-GENERATED(WS-RUN-MATCH)
061000             PERFORM 2300-POST-END-STAMP THRU 2300-EXIT
061100         WHEN RUN-STAT-RECONCILED
061200             MOVE CP-RUN-RUN-ID
061300                 TO WS-DTE-DONE-RUN-ID(WS-DTE-MATCH)
061400             PERFORM 2300-POST-END-STAMP THRU 2300-EXIT
061500         WHEN RUN-STAT-SUPPLEMENT
061600             MOVE "Y" TO WS-RUN-SW-SUPP(WS-RUN-MATCH)
061700             ADD 1 TO WS-DTE-SUPPS(WS-DTE-MATCH)
061800             MOVE "N" TO WS-DTE-SW-OPEN(WS-DTE-MATCH)
061900             MOVE CP-RUN-GEN-COUNT
062000                 TO WS-RUN-GENERATED(WS-RUN-MATCH)
062100             PERFORM 2300-POST-END-STAMP THRU 2300-EXIT
062200         WHEN RUN-STAT-FAILED
062300             ADD 1 TO WS-DTE-FAILED(WS-DTE-MATCH)
062400             MOVE CP-RUN-END-STAMP
062500                 TO WS-DTE-OPEN-STAMP(WS-DTE-MATCH)
062600             PERFORM 2400-LEAVE-DATE-OPEN THRU 2400-EXIT
062700             PERFORM 2300-POST-END-STAMP THRU 2300-EXIT
062800         WHEN RUN-STAT-CANCELLED
062900             ADD 1 TO WS-DTE-CANCELS(WS-DTE-MATCH)
063000             MOVE "N" TO WS-DTE-SW-OPEN(WS-DTE-MATCH)
063100             IF CP-RUN-RUN-ID IS EQUAL TO
063200                 WS-DTE-DONE-RUN-ID(WS-DTE-MATCH)
063300                 MOVE SPACES TO WS-DTE-DONE-RUN-ID(WS-DTE-MATCH)
063400             END-IF
063500         WHEN OTHER
063600             DISPLAY "TEST-RUNHIST - UNKNOWN STATUS '"
063700                 CP-RUN-STATUS
063800                 "' FOR " CP-RUN-BUS-DATE " " CP-RUN-RUN-ID
063900                 " IGNORED"
064000     END-EVALUATE.
064100 2100-EXIT.
064200     EXIT.
064300
064400*****************************************************************
064500*    2200-POST-STARTED - AN ATTEMPT.  A SECOND STARTED FOR THE  *
064600*    RUN-ID IS A RESTART; A NEW RUN-ID STARTED WHILE THE DATE   *
064700*    STANDS COMPLETE IS A FORCED RUN UNLESS IT ENDS AS A        *
064800*    SUPPLEMENT (SETTLED IN 3100).                              *
064900*****************************************************************
065000 2200-POST-STARTED.
065100     ADD 1 TO WS-DTE-ATTEMPTS(WS-DTE-MATCH)
065200     IF RUN-HAS-STARTED(WS-RUN-MATCH)
065300         ADD 1 TO WS-DTE-RESTARTS(WS-DTE-MATCH)
065400     ELSE
065500         MOVE "Y" TO WS-RUN-SW-STARTED(WS-RUN-MATCH)
065600         IF WS-DTE-DONE-RUN-ID(WS-DTE-MATCH) IS NOT EQUAL
065700             TO SPACES
065800             AND WS-DTE-DONE-RUN-ID(WS-DTE-MATCH) IS NOT EQUAL TO
065900                 CP-RUN-RUN-ID
066000             MOVE "Y" TO WS-RUN-SW-FORCED(WS-RUN-MATCH)
066100         END-IF
066200     END-IF
066300     MOVE CP-RUN-START-STAMP TO WS-DTE-OPEN-STAMP(WS-DTE-MATCH)
066400     PERFORM 2400-LEAVE-DATE-OPEN THRU 2400-EXIT
066500     MOVE CP-RUN-START-STAMP TO WS-CNV-STAMP
066600     PERFORM 8500-STAMP-TO-SECONDS THRU 8500-EXIT
066700     IF NOT CNV-IS-VALID
066800         GO TO 2200-EXIT
066900     END-IF
067000     IF NOT RUN-HAS-START(WS-RUN-MATCH)
067100         OR WS-CNV-SECONDS IS LESS THAN
067200             WS-RUN-FIRST-START(WS-RUN-MATCH)
067300         MOVE "Y" TO WS-RUN-SW-START(WS-RUN-MATCH)
067400         MOVE WS-CNV-SECONDS TO WS-RUN-FIRST-START(WS-RUN-MATCH)
067500         MOVE CP-RUN-START-STAMP
067600             TO WS-RUN-START-STAMP(WS-RUN-MATCH)
067700     END-IF.
067800 2200-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200*    2300-POST-END-STAMP - MOVE THE RUN'S LATEST END FORWARD.   *
068300*****************************************************************
068400 2300-POST-END-STAMP.
068500     MOVE CP-RUN-END-STAMP TO WS-CNV-STAMP
068600     PERFORM 8500-STAMP-TO-SECONDS THRU 8500-EXIT
068700     IF NOT CNV-IS-VALID
068800         GO TO 2300-EXIT
068900     END-IF
069000     IF NOT RUN-HAS-END(WS-RUN-MATCH)
069100         OR WS-CNV-SECONDS IS GREATER THAN
069200             WS-RUN-LAST-END(WS-RUN-MATCH)
069300         MOVE "Y" TO WS-RUN-SW-END(WS-RUN-MATCH)
069400         MOVE WS-CNV-SECONDS TO WS-RUN-LAST-END(WS-RUN-MATCH)
069500         MOVE CP-RUN-END-STAMP TO WS-RUN-END-STAMP(WS-RUN-MATCH)
069600     END-IF.
069700 2300-EXIT.
069800     EXIT.
069900
070000*****************************************************************
070100*    2400-LEAVE-DATE-OPEN - THE DATE'S LATEST POSTING LEAVES IT *
070200*    OPEN UNTIL A COMPLETE, SUPPLEMENT OR CANCELLED FOLLOWS.    *
070300*****************************************************************
070400 2400-LEAVE-DATE-OPEN.
070500     MOVE "Y" TO WS-DTE-SW-OPEN(WS-DTE-MATCH)
070600     MOVE CP-RUN-STATUS TO WS-DTE-OPEN-STATUS(WS-DTE-MATCH)
070700     MOVE CP-RUN-RUN-ID TO WS-DTE-OPEN-RUN-ID(WS-DTE-MATCH).
070800 2400-EXIT.
070900     EXIT.
071000
071100*****************************************************************
071200*    3000-TIME-THE-NIGHTS - FOLD EACH RUN INTO ITS DATE, THEN   *
071300*    WORK OUT EACH DATE'S ELAPSED TIME AND RATE.                *
071400*****************************************************************
071500 3000-TIME-THE-NIGHTS.
071600     PERFORM 3100-FOLD-ONE-RUN THRU 3100-EXIT
071700         VARYING WS-RUN-IDX FROM 1 BY 1
071800         UNTIL WS-RUN-IDX IS GREATER THAN WS-RUN-COUNT
071900     PERFORM 3200-TIME-ONE-DATE THRU 3200-EXIT
072000         VARYING WS-DTE-IDX FROM 1 BY 1
072100         UNTIL WS-DTE-IDX IS GREATER THAN WS-DTE-COUNT.
072200 3000-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600*    3100-FOLD-ONE-RUN - A SUPPLEMENT IS COUNTED ALREADY AND    *
072700*    STAYS OUT OF THE WINDOW; ANY OTHER RUN WIDENS ITS DATE'S   *
072800*    WINDOW AND ADDS ITS GENERATED COUNT.                       *
072900*****************************************************************
073000 3100-FOLD-ONE-RUN.
073100     MOVE WS-RUN-BUS-DATE(WS-RUN-IDX) TO WS-WORK-DATE
073200     PERFORM 8250-SEARCH-DATES THRU 8250-EXIT
073300     ADD 1 TO WS-DTE-RUNS(WS-DTE-MATCH)
073400     IF RUN-IS-SUPPLEMENT(WS-RUN-IDX)
073500         GO TO 3100-EXIT
073600     END-IF
073700     IF RUN-LOOKS-FORCED(WS-RUN-IDX)
073800         ADD 1 TO WS-DTE-FORCED(WS-DTE-MATCH)
073900     END-IF
074000     ADD WS-RUN-GENERATED(WS-RUN-IDX)
074100         TO WS-DTE-GENERATED(WS-DTE-MATCH)
074200     IF RUN-HAS-START(WS-RUN-IDX)
074300         IF WS-DTE-START-STAMP(WS-DTE-MATCH) IS EQUAL TO SPACES
074400             OR WS-RUN-FIRST-START(WS-RUN-IDX) IS LESS THAN
074500                 WS-DTE-FIRST-START(WS-DTE-MATCH)
074600             MOVE WS-RUN-FIRST-START(WS-RUN-IDX)
074700                 TO WS-DTE-FIRST-START(WS-DTE-MATCH)
074800             MOVE WS-RUN-START-STAMP(WS-RUN-IDX)
074900                 TO WS-DTE-START-STAMP(WS-DTE-MATCH)
075000         END-IF
075100     END-IF
075200     IF RUN-HAS-END(WS-RUN-IDX)
075300         IF WS-DTE-END-STAMP(WS-DTE-MATCH) IS EQUAL TO SPACES
075400             OR WS-RUN-LAST-END(WS-RUN-IDX) IS GREATER THAN
075500                 WS-DTE-LAST-END(WS-DTE-MATCH)
075600             MOVE WS-RUN-LAST-END(WS-RUN-IDX)
075700                 TO WS-DTE-LAST-END(WS-DTE-MATCH)
075800             MOVE WS-RUN-END-STAMP(WS-RUN-IDX)
075900                 TO WS-DTE-END-STAMP(WS-DTE-MATCH)
076000         END-IF
076100     END-IF.
076200 3100-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600*    3200-TIME-ONE-DATE - ELAPSED SECONDS FROM FIRST START TO   *
076700*    LAST END, AND NUMBERS GENERATED PER MINUTE OVER THEM.  A   *
076800*    NIGHT THAT NEVER CLOSED IS NOT TIMED.                      *
076900*****************************************************************
077000 3200-TIME-ONE-DATE.
077100     IF DTE-LEFT-OPEN(WS-DTE-IDX)
077200         OR WS-DTE-START-STAMP(WS-DTE-IDX) IS EQUAL TO SPACES
077300         OR WS-DTE-END-STAMP(WS-DTE-IDX) IS EQUAL TO SPACES
077400         GO TO 3200-EXIT
077500     END-IF
077600     IF WS-DTE-LAST-END(WS-DTE-IDX) IS LESS THAN
077700         WS-DTE-FIRST-START(WS-DTE-IDX)
077800         GO TO 3200-EXIT
077900     END-IF
078000     MOVE "Y" TO WS-DTE-SW-TIMED(WS-DTE-IDX)
078100     COMPUTE WS-DTE-ELAPSED(WS-DTE-IDX) =
078200         WS-DTE-LAST-END(WS-DTE-IDX)
078300             - WS-DTE-FIRST-START(WS-DTE-IDX)
078400     IF WS-DTE-ELAPSED(WS-DTE-IDX) IS GREATER THAN ZERO
078500         COMPUTE WS-DTE-RATE(WS-DTE-IDX) ROUNDED =
078600             WS-DTE-GENERATED(WS-DTE-IDX) * 60
078700             / WS-DTE-ELAPSED(WS-DTE-IDX)
078800     END-IF.
078900 3200-EXIT.
079000     EXIT.
079100
079200*****************************************************************
079300*    4000-WRITE-HISTORY - ONE LINE PER DATE, A SUMMARY BLOCK AT *
079400*    EACH CHANGE OF MONTH, AND ONE FOR THE WHOLE RANGE.         *
079500*****************************************************************
079600 4000-WRITE-HISTORY.
079700     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
079800     MOVE "RUN HISTORY BY BUSINESS DATE - WINDOW TIMES EXCLUDE "
079900         TO WS-SEC-TEXT
080000     MOVE "SUPPLEMENT TOP-UPS" TO WS-SEC-TEXT(53:18)
080100     WRITE CP-RPT-LINE FROM WS-SECTION-LINE
080200     WRITE CP-RPT-LINE FROM WS-DATE-COLUMN-LINE
080300     ADD 2 TO WS-LINE-COUNT
080400     MOVE 2 TO WS-ACC-IDX
080500     PERFORM 4800-CLEAR-ACCUMULATOR THRU 4800-EXIT
080600     MOVE 1 TO WS-ACC-IDX
080700     PERFORM 4800-CLEAR-ACCUMULATOR THRU 4800-EXIT
080800     MOVE WS-DTE-BUS-DATE(1) TO WS-WORK-DATE
080900     MOVE WS-WORK-MONTH TO WS-ACC-MONTH
081000     PERFORM 4100-WRITE-ONE-DATE THRU 4100-EXIT
081100         VARYING WS-DTE-IDX FROM 1 BY 1
081200         UNTIL WS-DTE-IDX IS GREATER THAN WS-DTE-COUNT
081300     MOVE 1 TO WS-ACC-IDX
081400     PERFORM 4500-WRITE-ACCUMULATOR THRU 4500-EXIT
081500     MOVE 2 TO WS-ACC-IDX
081600     PERFORM 4500-WRITE-ACCUMULATOR THRU 4500-EXIT.
081700 4000-EXIT.
081800     EXIT.
081900
082000*****************************************************************
082100*    4100-WRITE-ONE-DATE - CLOSE THE MONTH IF THE DATE STARTS A *
082200*    NEW ONE, PRINT THE DATE AND ADD IT TO BOTH ACCUMULATORS.   *
082300*****************************************************************
082400 4100-WRITE-ONE-DATE.
082500     MOVE WS-DTE-BUS-DATE(WS-DTE-IDX) TO WS-WORK-DATE
082600     IF WS-WORK-MONTH IS NOT EQUAL TO WS-ACC-MONTH
082700         MOVE 1 TO WS-ACC-IDX
082800         PERFORM 4500-WRITE-ACCUMULATOR THRU 4500-EXIT
082900         PERFORM 4800-CLEAR-ACCUMULATOR THRU 4800-EXIT
083000         MOVE WS-WORK-MONTH TO WS-ACC-MONTH
083100     END-IF
083200     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
083300         WS-MAX-LINES-PER-PAGE
083400         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
083500         WRITE CP-RPT-LINE FROM WS-DATE-COLUMN-LINE
083600         ADD 1 TO WS-LINE-COUNT
083700     END-IF
083800     MOVE WS-DTE-BUS-DATE(WS-DTE-IDX) TO WS-DDL-BUS-DATE
083900     MOVE WS-DTE-RUNS(WS-DTE-IDX) TO WS-DDL-RUNS
084000     MOVE WS-DTE-ATTEMPTS(WS-DTE-IDX) TO WS-DDL-ATTEMPTS
084100     MOVE WS-DTE-FAILED(WS-DTE-IDX) TO WS-DDL-FAILED
084200     MOVE WS-DTE-RESTARTS(WS-DTE-IDX) TO WS-DDL-RESTARTS
084300     MOVE WS-DTE-FORCED(WS-DTE-IDX) TO WS-DDL-FORCED
084400     MOVE WS-DTE-SUPPS(WS-DTE-IDX) TO WS-DDL-SUPPS
084500     MOVE WS-DTE-CANCELS(WS-DTE-IDX) TO WS-DDL-CANCELS
084600     MOVE WS-DTE-GENERATED(WS-DTE-IDX) TO WS-DDL-GENERATED
084700     MOVE SPACES TO WS-DDL-START
084800     MOVE SPACES TO WS-DDL-END
084900     MOVE SPACES TO WS-DDL-ELAPSED
085000     MOVE SPACES TO WS-DDL-RATE
085100     MOVE SPACES TO WS-DDL-FLAG
085200     IF WS-DTE-START-STAMP(WS-DTE-IDX) IS NOT EQUAL TO SPACES
085300         STRING WS-DTE-START-STAMP(WS-DTE-IDX)(12:2) ":"
085400             WS-DTE-START-STAMP(WS-DTE-IDX)(14:2) ":"
085500             WS-DTE-START-STAMP(WS-DTE-IDX)(16:2)
085600             DELIMITED BY SIZE INTO WS-DDL-START
085700         END-STRING
085800     END-IF
085900     IF WS-DTE-END-STAMP(WS-DTE-IDX) IS NOT EQUAL TO SPACES
086000         STRING WS-DTE-END-STAMP(WS-DTE-IDX)(12:2) ":"
086100             WS-DTE-END-STAMP(WS-DTE-IDX)(14:2) ":"
086200             WS-DTE-END-STAMP(WS-DTE-IDX)(16:2)
086300             DELIMITED BY SIZE INTO WS-DDL-END
086400         END-STRING
086500     END-IF
086600     IF DTE-IS-TIMED(WS-DTE-IDX)
086700         MOVE WS-DTE-ELAPSED(WS-DTE-IDX) TO WS-ELP-SECONDS
086800         PERFORM 8600-EDIT-ELAPSED THRU 8600-EXIT
086900         MOVE WS-ELP-TEXT TO WS-DDL-ELAPSED
087000         IF WS-DTE-ELAPSED(WS-DTE-IDX) IS GREATER THAN ZERO
087100             MOVE WS-DTE-RATE(WS-DTE-IDX) TO WS-RATE-EDIT
087200             MOVE WS-RATE-EDIT TO WS-DDL-RATE
087300         END-IF
087400         IF WS-DTE-ELAPSED(WS-DTE-IDX) IS GREATER THAN
087500             WS-HST-WINDOW-SECS
087600             MOVE "*** OVER WINDOW ***" TO WS-DDL-FLAG
087700         END-IF
087800     ELSE
087900         MOVE "NOT TIMED" TO WS-DDL-FLAG
088000     END-IF
088100     IF DTE-LEFT-OPEN(WS-DTE-IDX)
088200         MOVE "NEVER CLOSED" TO WS-DDL-FLAG
088300     END-IF
088400     WRITE CP-RPT-LINE FROM WS-DATE-DETAIL-LINE
088500     ADD 1 TO WS-LINE-COUNT
088600     MOVE 1 TO WS-ACC-IDX
088700     PERFORM 4200-ACCUMULATE-DATE THRU 4200-EXIT
088800     MOVE 2 TO WS-ACC-IDX
088900     PERFORM 4200-ACCUMULATE-DATE THRU 4200-EXIT.
089000 4100-EXIT.
089100     EXIT.
089200
089300*****************************************************************
089400*    4200-ACCUMULATE-DATE - ADD THE DATE TO ACCUMULATOR         *
089500*    WS-ACC-IDX, KEEPING THE LONGEST NIGHT AND THE SLOWEST      *
089600*    RATE.  UNTIMED DATES COUNT FOR ATTEMPTS ONLY.              *
089700*****************************************************************
089800 4200-ACCUMULATE-DATE.
089900     ADD 1 TO WS-ACC-DATES(WS-ACC-IDX)
090000     ADD WS-DTE-ATTEMPTS(WS-DTE-IDX)
090100         TO WS-ACC-ATTEMPTS(WS-ACC-IDX)
090200     ADD WS-DTE-FAILED(WS-DTE-IDX) TO WS-ACC-FAILED(WS-ACC-IDX)
090300     ADD WS-DTE-RESTARTS(WS-DTE-IDX)
090400         TO WS-ACC-RESTARTS(WS-ACC-IDX)
090500     ADD WS-DTE-FORCED(WS-DTE-IDX) TO WS-ACC-FORCED(WS-ACC-IDX)
090600     ADD WS-DTE-SUPPS(WS-DTE-IDX) TO WS-ACC-SUPPS(WS-ACC-IDX)
090700     ADD WS-DTE-CANCELS(WS-DTE-IDX) TO WS-ACC-CANCELS(WS-ACC-IDX)
090800     IF DTE-LEFT-OPEN(WS-DTE-IDX)
090900         ADD 1 TO WS-ACC-OPEN(WS-ACC-IDX)
091000     END-IF
091100     IF NOT DTE-IS-TIMED(WS-DTE-IDX)
091200         GO TO 4200-EXIT
091300     END-IF
091400     ADD 1 TO WS-ACC-TIMED(WS-ACC-IDX)
091500     ADD WS-DTE-ELAPSED(WS-DTE-IDX) TO WS-ACC-ELAPSED(WS-ACC-IDX)
091600     IF WS-DTE-ELAPSED(WS-DTE-IDX) IS GREATER THAN
091700         WS-HST-WINDOW-SECS
091800         ADD 1 TO WS-ACC-OVER(WS-ACC-IDX)
091900     END-IF
092000     IF WS-ACC-TIMED(WS-ACC-IDX) IS EQUAL TO 1
092100         OR WS-DTE-ELAPSED(WS-DTE-IDX) IS GREATER THAN
092200             WS-ACC-WORST-SECS(WS-ACC-IDX)
092300         MOVE WS-DTE-ELAPSED(WS-DTE-IDX)
092400             TO WS-ACC-WORST-SECS(WS-ACC-IDX)
092500         MOVE WS-DTE-BUS-DATE(WS-DTE-IDX)
092600             TO WS-ACC-WORST-DATE(WS-ACC-IDX)
092700     END-IF
092800     IF WS-DTE-ELAPSED(WS-DTE-IDX) IS EQUAL TO ZERO
092900         GO TO 4200-EXIT
093000     END-IF
093100     ADD 1 TO WS-ACC-RATED(WS-ACC-IDX)
093200     ADD WS-DTE-RATE(WS-DTE-IDX) TO WS-ACC-RATE-SUM(WS-ACC-IDX)
093300     IF WS-ACC-RATED(WS-ACC-IDX) IS EQUAL TO 1
093400         OR WS-DTE-RATE(WS-DTE-IDX) IS LESS THAN
093500             WS-ACC-SLOW-RATE(WS-ACC-IDX)
093600         MOVE WS-DTE-RATE(WS-DTE-IDX)
093700             TO WS-ACC-SLOW-RATE(WS-ACC-IDX)
093800         MOVE WS-DTE-BUS-DATE(WS-DTE-IDX)
093900             TO WS-ACC-SLOW-DATE(WS-ACC-IDX)
094000     END-IF.
094100 4200-EXIT.
094200     EXIT.
094300
094400*****************************************************************
094500*    4500-WRITE-ACCUMULATOR - THE AVERAGES AND WORST CASES FOR  *
094600*    ACCUMULATOR WS-ACC-IDX - THE MONTH JUST ENDED (1) OR THE   *
094700*    WHOLE RANGE (2).                                           *
094800*****************************************************************
094900 4500-WRITE-ACCUMULATOR.
095000     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE - 5
095100         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
095200     END-IF
095300     MOVE SPACES TO WS-AL1-LABEL
095400     IF WS-ACC-IDX IS EQUAL TO 1
095500         STRING "MONTH " WS-ACC-MONTH-MM "/" WS-ACC-MONTH-YYYY
095600             DELIMITED BY SIZE INTO WS-AL1-LABEL
095700         END-STRING
095800     ELSE
095900         MOVE "WHOLE RANGE" TO WS-AL1-LABEL
096000     END-IF
096100     MOVE WS-ACC-DATES(WS-ACC-IDX) TO WS-AL1-DATES
096200     MOVE WS-ACC-OVER(WS-ACC-IDX) TO WS-AL1-OVER
096300     MOVE SPACES TO WS-AL1-AVG-ELAPSED
096400     MOVE SPACES TO WS-AL1-WORST-ELAPSED
096500     MOVE SPACES TO WS-AL1-WORST-DATE
096600     IF WS-ACC-TIMED(WS-ACC-IDX) IS GREATER THAN ZERO
096700         COMPUTE WS-ELP-SECONDS ROUNDED =
096800             WS-ACC-ELAPSED(WS-ACC-IDX) / WS-ACC-TIMED(WS-ACC-IDX)
096900         PERFORM 8600-EDIT-ELAPSED THRU 8600-EXIT
097000         MOVE WS-ELP-TEXT TO WS-AL1-AVG-ELAPSED
097100         MOVE WS-ACC-WORST-SECS(WS-ACC-IDX) TO WS-ELP-SECONDS
097200         PERFORM 8600-EDIT-ELAPSED THRU 8600-EXIT
097300         MOVE WS-ELP-TEXT TO WS-AL1-WORST-ELAPSED
097400         MOVE WS-ACC-WORST-DATE(WS-ACC-IDX) TO WS-AL1-WORST-DATE
097500     END-IF
097600     MOVE SPACES TO WS-AL2-AVG-RATE
097700     MOVE SPACES TO WS-AL2-SLOW-RATE
097800     MOVE SPACES TO WS-AL2-SLOW-DATE
097900     IF WS-ACC-RATED(WS-ACC-IDX) IS GREATER THAN ZERO
098000         COMPUTE WS-RATE-EDIT ROUNDED =
098100             WS-ACC-RATE-SUM(WS-ACC-IDX)
098200                 / WS-ACC-RATED(WS-ACC-IDX)
098300         MOVE WS-RATE-EDIT TO WS-AL2-AVG-RATE
098400         MOVE WS-ACC-SLOW-RATE(WS-ACC-IDX) TO WS-RATE-EDIT
098500         MOVE WS-RATE-EDIT TO WS-AL2-SLOW-RATE
098600         MOVE WS-ACC-SLOW-DATE(WS-ACC-IDX) TO WS-AL2-SLOW-DATE
098700     END-IF
098800     MOVE WS-ACC-OPEN(WS-ACC-IDX) TO WS-AL2-OPEN
098900     MOVE WS-ACC-ATTEMPTS(WS-ACC-IDX) TO WS-AL3-ATTEMPTS
099000     MOVE WS-ACC-FAILED(WS-ACC-IDX) TO WS-AL3-FAILED
099100     MOVE WS-ACC-RESTARTS(WS-ACC-IDX) TO WS-AL3-RESTARTS
099200     MOVE WS-ACC-FORCED(WS-ACC-IDX) TO WS-AL3-FORCED
099300     MOVE WS-ACC-SUPPS(WS-ACC-IDX) TO WS-AL3-SUPPS
099400     MOVE WS-ACC-CANCELS(WS-ACC-IDX) TO WS-AL3-CANCELS
099500     MOVE SPACES TO CP-RPT-LINE
099600     WRITE CP-RPT-LINE
099700     WRITE CP-RPT-LINE FROM WS-ACC-LINE-1
099800     WRITE CP-RPT-LINE FROM WS-ACC-LINE-2
099900     WRITE CP-RPT-LINE FROM WS-ACC-LINE-3
100000     MOVE SPACES TO CP-RPT-LINE
100100     WRITE CP-RPT-LINE
100200     ADD 5 TO WS-LINE-COUNT.
100300 4500-EXIT.
100400     EXIT.
100500
100600*****************************************************************
100700*    4800-CLEAR-ACCUMULATOR - ZERO ACCUMULATOR WS-ACC-IDX.      *
100800*****************************************************************
100900 4800-CLEAR-ACCUMULATOR.
101000     MOVE ZERO TO WS-ACC-DATES(WS-ACC-IDX)
101100     MOVE ZERO TO WS-ACC-TIMED(WS-ACC-IDX)
101200     MOVE ZERO TO WS-ACC-ELAPSED(WS-ACC-IDX)
101300     MOVE ZERO TO WS-ACC-WORST-SECS(WS-ACC-IDX)
101400     MOVE ZERO TO WS-ACC-WORST-DATE(WS-ACC-IDX)
101500     MOVE ZERO TO WS-ACC-RATED(WS-ACC-IDX)
101600     MOVE ZERO TO WS-ACC-RATE-SUM(WS-ACC-IDX)
101700     MOVE ZERO TO WS-ACC-SLOW-RATE(WS-ACC-IDX)
101800     MOVE ZERO TO WS-ACC-SLOW-DATE(WS-ACC-IDX)
101900     MOVE ZERO TO WS-ACC-ATTEMPTS(WS-ACC-IDX)
102000     MOVE ZERO TO WS-ACC-FAILED(WS-ACC-IDX)
102100     MOVE ZERO TO WS-ACC-RESTARTS(WS-ACC-IDX)
102200     MOVE ZERO TO WS-ACC-FORCED(WS-ACC-IDX)
102300     MOVE ZERO TO WS-ACC-SUPPS(WS-ACC-IDX)
102400     MOVE ZERO TO WS-ACC-CANCELS(WS-ACC-IDX)
102500     MOVE ZERO TO WS-ACC-OVER(WS-ACC-IDX)
102600     MOVE ZERO TO WS-ACC-OPEN(WS-ACC-IDX).
102700 4800-EXIT.
102800     EXIT.
102900
103000*****************************************************************
103100*    5000-WRITE-OPEN-DATES - THE EXCEPTION LIST: EVERY DATE     *
103200*    WHOSE LAST WORD IS STARTED OR FAILED.                      *
103300*****************************************************************
103400 5000-WRITE-OPEN-DATES.
103500     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE - 5
103600         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
103700     END-IF
103800     MOVE "NIGHTS NEVER CLOSED - LEFT STARTED OR FAILED WITH NO "
103900         TO WS-SEC-TEXT
104000     MOVE "LATER COMPLETE OR CANCELLED" TO WS-SEC-TEXT(54:27)
104100     WRITE CP-RPT-LINE FROM WS-SECTION-LINE
104200     ADD 1 TO WS-LINE-COUNT
104300     PERFORM 5100-WRITE-ONE-OPEN-DATE THRU 5100-EXIT
104400         VARYING WS-DTE-IDX FROM 1 BY 1
104500         UNTIL WS-DTE-IDX IS GREATER THAN WS-DTE-COUNT
104600     IF WS-OPEN-DATES IS EQUAL TO ZERO
104700         MOVE "    NONE" TO CP-RPT-LINE
104800         WRITE CP-RPT-LINE
104900     END-IF
105000     MOVE SPACES TO CP-RPT-LINE
105100     WRITE CP-RPT-LINE
105200     WRITE CP-RPT-LINE FROM WS-END-LINE
105300     CLOSE REPORT-FILE.
105400 5000-EXIT.
105500     EXIT.
105600
105700 5100-WRITE-ONE-OPEN-DATE.
105800     IF NOT DTE-LEFT-OPEN(WS-DTE-IDX)
105900         GO TO 5100-EXIT
106000     END-IF
106100     IF WS-OPEN-DATES IS EQUAL TO ZERO
106200         WRITE CP-RPT-LINE FROM WS-OPEN-COLUMN-LINE
106300         ADD 1 TO WS-LINE-COUNT
106400     END-IF
106500     ADD 1 TO WS-OPEN-DATES
106600     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
106700         WS-MAX-LINES-PER-PAGE
106800         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
106900         WRITE CP-RPT-LINE FROM WS-OPEN-COLUMN-LINE
107000         ADD 1 TO WS-LINE-COUNT
107100     END-IF
107200     MOVE WS-DTE-BUS-DATE(WS-DTE-IDX) TO WS-ODL-BUS-DATE
107300     MOVE WS-DTE-OPEN-RUN-ID(WS-DTE-IDX) TO WS-ODL-RUN-ID
107400     MOVE WS-DTE-OPEN-STATUS(WS-DTE-IDX) TO WS-ODL-STATUS
107500     MOVE WS-DTE-OPEN-STAMP(WS-DTE-IDX) TO WS-ODL-STAMP
107600     WRITE CP-RPT-LINE FROM WS-OPEN-DETAIL-LINE
107700     ADD 1 TO WS-LINE-COUNT.
107800 5100-EXIT.
107900     EXIT.
108000
108100*****************************************************************
108200*    6000-FINALIZE - REPORT THE OUTCOME, AND RC1904 IF ANY      *
108300*    NIGHT WAS NEVER CLOSED.                                    *
108400*****************************************************************
108500 6000-FINALIZE.
108600     DISPLAY "TEST-RUNHIST - " WS-RECORDS-IN-RANGE
108700         " POSTINGS OVER " WS-DTE-COUNT " BUSINESS DATES, "
108800         WS-ACC-OVER(2) " OVER THE WINDOW, " WS-OPEN-DATES
108900         " NEVER CLOSED"
109000     IF WS-OPEN-DATES IS GREATER THAN ZERO
109100         MOVE 1904 TO WS-RETURN-CODE
109200         DISPLAY "TEST-RUNHIST RC1904 - " WS-OPEN-DATES
109300             " BUSINESS DATE(S) LEFT STARTED OR FAILED - SEE THE "
109400             "EXCEPTION LIST"
109500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
109600     END-IF.
109700 6000-EXIT.
109800     EXIT.
109900
110000*****************************************************************
110100*    8200-FIND-DATE - FIND CP-RUN-BUS-DATE IN THE DATE TABLE,   *
110200*    INSERTING IT IN DATE ORDER IF IT IS NEW.  WS-DTE-MATCH IS  *
110300*    LEFT AT THE ENTRY.  8250-SEARCH-DATES ONLY SEARCHES, FOR   *
110400*    WS-WORK-DATE, AND LEAVES WS-DTE-MATCH ZERO IF NOT FOUND.   *
110500*****************************************************************
110600 8200-FIND-DATE.
110700     MOVE CP-RUN-BUS-DATE TO WS-WORK-DATE
110800     PERFORM 8250-SEARCH-DATES THRU 8250-EXIT
110900     IF WS-DTE-MATCH IS GREATER THAN ZERO
111000         GO TO 8200-EXIT
111100     END-IF
111200     IF WS-DTE-COUNT IS GREATER THAN OR EQUAL TO
111300         WS-MAX-DATE-ENTRIES
111400         MOVE 1902 TO WS-RETURN-CODE
111500         DISPLAY "TEST-RUNHIST RC1902 - THE RANGE HOLDS MORE "
111600             "BUSINESS DATES THAN THE DATE TABLE ALLOWS"
111700         CLOSE RUNCTL-FILE
111800         CLOSE REPORT-FILE
111900         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
112000     END-IF
112100*    THE NEW DATE GOES IN FRONT OF THE FIRST LATER ONE.
112200     COMPUTE WS-INSERT-IDX = WS-DTE-COUNT + 1
112300     PERFORM 8210-FIND-INSERT-POINT THRU 8210-EXIT
112400         VARYING WS-DTE-IDX FROM WS-DTE-COUNT BY -1
112500         UNTIL WS-DTE-IDX IS LESS THAN 1
112600     PERFORM 8220-SHIFT-ONE-DATE THRU 8220-EXIT
112700         VARYING WS-SHIFT-IDX FROM WS-DTE-COUNT BY -1
112800         UNTIL WS-SHIFT-IDX IS LESS THAN WS-INSERT-IDX
112900     ADD 1 TO WS-DTE-COUNT
113000     MOVE WS-INSERT-IDX TO WS-DTE-MATCH
113100     MOVE CP-RUN-BUS-DATE TO WS-DTE-BUS-DATE(WS-DTE-MATCH)
113200     MOVE ZERO TO WS-DTE-RUNS(WS-DTE-MATCH)
113300     MOVE ZERO TO WS-DTE-ATTEMPTS(WS-DTE-MATCH)
113400     MOVE ZERO TO WS-DTE-FAILED(WS-DTE-MATCH)
113500     MOVE ZERO TO WS-DTE-RESTARTS(WS-DTE-MATCH)
113600     MOVE ZERO TO WS-DTE-FORCED(WS-DTE-MATCH)
113700     MOVE ZERO TO WS-DTE-SUPPS(WS-DTE-MATCH)
113800     MOVE ZERO TO WS-DTE-CANCELS(WS-DTE-MATCH)
113900     MOVE SPACES TO WS-DTE-DONE-RUN-ID(WS-DTE-MATCH)
114000     MOVE "N" TO WS-DTE-SW-OPEN(WS-DTE-MATCH)
114100     MOVE SPACES TO WS-DTE-OPEN-STATUS(WS-DTE-MATCH)
114200     MOVE SPACES TO WS-DTE-OPEN-RUN-ID(WS-DTE-MATCH)
114300     MOVE SPACES TO WS-DTE-OPEN-STAMP(WS-DTE-MATCH)
114400     MOVE "N" TO WS-DTE-SW-TIMED(WS-DTE-MATCH)
114500     MOVE ZERO TO WS-DTE-FIRST-START(WS-DTE-MATCH)
114600     MOVE ZERO TO WS-DTE-LAST-END(WS-DTE-MATCH)
114700     MOVE SPACES TO WS-DTE-START-STAMP(WS-DTE-MATCH)
114800     MOVE SPACES TO WS-DTE-END-STAMP(WS-DTE-MATCH)
114900     MOVE ZERO TO WS-DTE-GENERATED(WS-DTE-MATCH)
115000     MOVE ZERO TO WS-DTE-ELAPSED(WS-DTE-MATCH)
115100     MOVE ZERO TO WS-DTE-RATE(WS-DTE-MATCH).
115200 8200-EXIT.
115300     EXIT.
115400
115500 8210-FIND-INSERT-POINT.
115600     IF WS-DTE-BUS-DATE(WS-DTE-IDX) IS GREATER THAN
115700         CP-RUN-BUS-DATE
115800         MOVE WS-DTE-IDX TO WS-INSERT-IDX
115900     END-IF.
116000 8210-EXIT.
116100     EXIT.
116200
116300 8220-SHIFT-ONE-DATE.
116400     MOVE WS-DATE-ENTRY(WS-SHIFT-IDX)
116500         TO WS-DATE-ENTRY(WS-SHIFT-IDX + 1).
116600 8220-EXIT.
116700     EXIT.
116800
116900 8250-SEARCH-DATES.
117000     MOVE ZERO TO WS-DTE-MATCH
117100     PERFORM 8260-MATCH-ONE-DATE THRU 8260-EXIT
117200         VARYING WS-DTE-IDX FROM 1 BY 1
117300         UNTIL WS-DTE-IDX IS GREATER THAN WS-DTE-COUNT.
117400 8250-EXIT.
117500     EXIT.
117600
117700 8260-MATCH-ONE-DATE.
117800     IF WS-DTE-MATCH IS EQUAL TO ZERO
117900         AND WS-DTE-BUS-DATE(WS-DTE-IDX) IS EQUAL TO WS-WORK-DATE
118000         MOVE WS-DTE-IDX TO WS-DTE-MATCH
118100     END-IF.
118200 8260-EXIT.
118300     EXIT.
118400
118500*****************************************************************
118600*    8300-FIND-RUN - FIND THE CURRENT POSTING'S DATE AND RUN-ID *
118700*    IN THE RUN TABLE, OPENING AN ENTRY IF IT IS NEW.           *
118800*    WS-RUN-MATCH IS LEFT AT THE ENTRY.                         *
118900*****************************************************************
119000 8300-FIND-RUN.
119100     MOVE ZERO TO WS-RUN-MATCH
119200     PERFORM 8310-MATCH-ONE-RUN THRU 8310-EXIT
119300         VARYING WS-RUN-IDX FROM 1 BY 1
119400         UNTIL WS-RUN-IDX IS GREATER THAN WS-RUN-COUNT
119500     IF WS-RUN-MATCH IS GREATER THAN ZERO
119600         GO TO 8300-EXIT
119700     END-IF
119800     IF WS-RUN-COUNT IS GREATER THAN OR EQUAL
119900         TO WS-MAX-RUN-ENTRIES
120000         MOVE 1902 TO WS-RETURN-CODE
120100         DISPLAY "TEST-RUNHIST RC1902 - THE RANGE HOLDS MORE "
120200             "RUNS THAN THE RUN TABLE ALLOWS"
120300         CLOSE RUNCTL-FILE
120400         CLOSE REPORT-FILE
120500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
120600     END-IF
120700     ADD 1 TO WS-RUN-COUNT
120800     MOVE WS-RUN-COUNT TO WS-RUN-MATCH
120900     MOVE CP-RUN-BUS-DATE TO WS-RUN-BUS-DATE(WS-RUN-MATCH)
121000     MOVE CP-RUN-RUN-ID TO WS-RUN-RUN-ID(WS-RUN-MATCH)
121100     MOVE "N" TO WS-RUN-SW-STARTED(WS-RUN-MATCH)
121200     MOVE "N" TO WS-RUN-SW-FORCED(WS-RUN-MATCH)
121300     MOVE "N" TO WS-RUN-SW-SUPP(WS-RUN-MATCH)
121400     MOVE "N" TO WS-RUN-SW-START(WS-RUN-MATCH)
121500     MOVE "N" TO WS-RUN-SW-END(WS-RUN-MATCH)
121600     MOVE ZERO TO WS-RUN-FIRST-START(WS-RUN-MATCH)
121700     MOVE ZERO TO WS-RUN-LAST-END(WS-RUN-MATCH)
121800     MOVE SPACES TO WS-RUN-START-STAMP(WS-RUN-MATCH)
121900     MOVE SPACES TO WS-RUN-END-STAMP(WS-RUN-MATCH)
122000     MOVE ZERO TO WS-RUN-GENERATED(WS-RUN-MATCH).
122100 8300-EXIT.
122200     EXIT.
122300
122400 8310-MATCH-ONE-RUN.
122500     IF WS-RUN-MATCH IS EQUAL TO ZERO
122600         AND WS-RUN-BUS-DATE(WS-RUN-IDX) IS EQUAL TO
122700             CP-RUN-BUS-DATE
122800         AND WS-RUN-RUN-ID(WS-RUN-IDX) IS EQUAL TO CP-RUN-RUN-ID
122900         MOVE WS-RUN-IDX TO WS-RUN-MATCH
123000     END-IF.
123100 8310-EXIT.
123200     EXIT.
123300
123400*****************************************************************
123500*    8500-STAMP-TO-SECONDS - TURN WS-CNV-STAMP INTO SECONDS IN  *
123600*    WS-CNV-SECONDS.  CNV-IS-VALID IS OFF FOR A BLANK OR        *
123700*    MALFORMED STAMP, WHICH IS THEN LEFT OUT OF THE TIMING.     *
123800*****************************************************************
123900 8500-STAMP-TO-SECONDS.
124000     MOVE "N" TO WS-CNV-SW-VALID
124100     MOVE ZERO TO WS-CNV-SECONDS
124200     IF WS-CNV-YYYY IS NOT NUMERIC
124300         OR WS-CNV-MM IS NOT NUMERIC
124400         OR WS-CNV-DD IS NOT NUMERIC
124500         OR WS-CNV-HH IS NOT NUMERIC
124600         OR WS-CNV-MI IS NOT NUMERIC
124700         OR WS-CNV-SS IS NOT NUMERIC
124800         GO TO 8500-EXIT
124900     END-IF
125000     IF WS-CNV-MM IS LESS THAN 1 OR WS-CNV-MM IS GREATER THAN 12
125100         OR WS-CNV-DD IS LESS THAN 1 OR WS-CNV-DD
125200             IS GREATER THAN 31
125300         OR WS-CNV-HH IS GREATER THAN 23
125400         OR WS-CNV-MI IS GREATER THAN 59
125500         OR WS-CNV-SS IS GREATER THAN 59
125600         GO TO 8500-EXIT
125700     END-IF
125800     IF WS-CNV-MM IS LESS THAN 3
125900         COMPUTE WS-CNV-YEAR = WS-CNV-YYYY - 1
126000         COMPUTE WS-CNV-MONTH = WS-CNV-MM + 12
126100     ELSE
126200         MOVE WS-CNV-YYYY TO WS-CNV-YEAR
126300         MOVE WS-CNV-MM TO WS-CNV-MONTH
126400     END-IF
126500     DIVIDE WS-CNV-YEAR BY 4 GIVING WS-CNV-Q4
126600     DIVIDE WS-CNV-YEAR BY 100 GIVING WS-CNV-Q100
126700     DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-Q400
126800     COMPUTE WS-CNV-MTERM = 153 * (WS-CNV-MONTH - 3) + 2
126900     DIVIDE WS-CNV-MTERM BY 5 GIVING WS-CNV-MDAYS
127000     COMPUTE WS-CNV-DAYS = 365 * WS-CNV-YEAR + WS-CNV-Q4
127100         - WS-CNV-Q100 + WS-CNV-Q400 + WS-CNV-MDAYS + WS-CNV-DD
127200     COMPUTE WS-CNV-SECONDS = WS-CNV-DAYS * 86400
127300         + WS-CNV-HH * 3600 + WS-CNV-MI * 60 + WS-CNV-SS
127400     MOVE "Y" TO WS-CNV-SW-VALID.
127500 8500-EXIT.
127600     EXIT.
127700
127800*****************************************************************
127900*    8600-EDIT-ELAPSED - WS-ELP-SECONDS AS HHH:MM:SS IN         *
128000*    WS-ELP-TEXT.                                               *
128100*****************************************************************
128200 8600-EDIT-ELAPSED.
128300     DIVIDE WS-ELP-SECONDS BY 3600 GIVING WS-ELP-HOURS
128400         REMAINDER WS-ELP-REST
128500     DIVIDE WS-ELP-REST BY 60 GIVING WS-ELP-MINUTES
128600         REMAINDER WS-ELP-SECS
128700     MOVE WS-ELP-HOURS TO WS-ELP-HOURS-ED
128800     MOVE WS-ELP-MINUTES TO WS-ELP-MINUTES-ED
128900     MOVE WS-ELP-SECS TO WS-ELP-SECS-ED.
129000 8600-EXIT.
129100     EXIT.
129200
129300*****************************************************************
129400*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
129500*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
129600*    RUN.                                                       *
129700*****************************************************************
129800 9900-SET-RETURN-CODE.
129900     MOVE WS-RETURN-CODE TO RETURN-CODE
130000     STOP RUN.
130100 9900-EXIT.
130200     EXIT.
130300
130400*****************************************************************
130500*    9910-FILE-OPEN-ERROR - A REQUIRED FILE FAILED TO OPEN.     *
130600*****************************************************************
130700 9910-FILE-OPEN-ERROR.
130800     MOVE 1900 TO WS-RETURN-CODE
130900     DISPLAY "TEST-RUNHIST RC1900 - A REQUIRED FILE FAILED "
131000         "TO OPEN"
131100     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
131200 9910-EXIT.
131300     EXIT.
131400
131500 9999-EXIT.
131600     STOP RUN.
