000100*****************************************************************
000200*                                                               *
000300*    PROGRAM      TEST-SEQVFY                                   *
000400*    FUNCTION     SEQUENCE-MASTER VERIFICATION AND REBUILD.     *
000500*                 WORKS OUT, FOR EVERY SERIES AND ERA, THE      *
000600*                 HIGHEST NUMBER EVER ISSUED FROM THE EVIDENCE  *
000700*                 THAT OUTLIVES THE MASTER - THE SEQOUT         *
000800*                 GENERATIONS, THE PERMANENT AUDIT ARCHIVE AND  *
000900*                 THE VOID REGISTER - AND JUDGES EACH SERIES'   *
001000*                 NEXT NUMBER ON THE CURRENT MASTER AGAINST IT. *
001100*                 A NEXT NUMBER BEHIND THE EVIDENCE WOULD       *
001200*                 REISSUE NUMBERS ALREADY HANDED OUT; ONE FAR   *
001300*                 AHEAD OF IT POINTS AT A BAD ADJUST OR A BAD   *
001400*                 GENERATION.  IN REBUILD MODE A CANDIDATE      *
001500*                 MASTER IS WRITTEN FOR REVIEW - THE DISASTER-  *
001600*                 RECOVERY ROUTE WHEN THE MASTER IS LOST OR A   *
001700*                 BAD GENERATION HAS BEEN CATALOGUED.           *
001800*                                                               *
001900*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. TEST-SEQVFY.
002200 AUTHOR. JOE DIAMOND.
002300 INSTALLATION. DAILY-LEDGER BATCH SYSTEMS.
002400 DATE-WRITTEN. 10/15/2026.
002500 DATE-COMPILED.
002600*****************************************************************
002700*    MODIFICATION HISTORY.
002800*    DATE       INIT  DESCRIPTION
002900*    10/15/26   JAD   ORIGINAL VERSION - THE SEQMAST GDG KEEPS
003000*                     TEN GENERATIONS AND EVERY PROGRAM TRUSTS
003100*                     CP-MST-NEXT-NUMBER, SO A LOST OR BAD MASTER
003200*                     NEEDS A CONTROLLED WAY BACK.
003300*****************************************************************
003400*
003500*    METHOD - EVERY SEQOUT DETAIL, EVERY ARCHIVED AUDIT RECORD
003600*    AND EVERY VOID REGISTER RECORD IS A NUMBER THAT LEFT THE
003700*    GENERATOR (A VOIDED NUMBER WAS BURNED EVEN IF ITS SEQOUT
003800*    GENERATION HAS SINCE ROLLED OFF - RCAN BACK-OUTS ARE THE
003900*    CASE IN POINT), SO EACH RAISES THE HIGH-WATER MARK OF ITS
004000*    SERIES AND ERA.  TEST-COB ROLLS A SERIES' NEXT NUMBER TO
004100*    ONE PAST THE LAST NUMBER IT GENERATED, SO THE EVIDENCE SAYS
004200*    THE NEXT NUMBER SHOULD BE THE HIGH-WATER MARK PLUS ONE.
004300*    RESERVED RANGES ARE APPLIED TWO WAYS: AN ISSUED NUMBER
004400*    INSIDE A RESERVED RANGE IS COUNTED AS AN ANOMALY, AND THE
004500*    RESERVED NUMBERS LYING BETWEEN THE HIGH-WATER MARK AND THE
004600*    MASTER'S NEXT NUMBER ARE NOT COUNTED AS DISTANCE AHEAD -
004700*    THE GENERATOR WOULD HAVE STEPPED OVER THEM ANYWAY.
004800*
004900*    THE CANDIDATE MASTER NEVER MOVES A SERIES BACKWARDS.  A
005000*    SERIES BEHIND THE EVIDENCE IS RAISED TO THE HIGH-WATER MARK
005100*    PLUS ONE (AND TO THE EVIDENCE'S ERA IF THAT IS LATER); A
005200*    SERIES AHEAD OF IT IS REPORTED AND CARRIED UNCHANGED, SINCE
005300*    THE EVIDENCE SUPPLIED MAY BE INCOMPLETE AND A WRONG LOWER
005400*    NUMBER IS A DUPLICATE RISK.  WITH NO MASTER AT ALL (REBUILD
005500*    MODE ONLY) EVERY SERIES IS BUILT FROM THE EVIDENCE ALONE
005600*    AND COMES OUT ACTIVE - A RETIREMENT CANNOT BE SEEN IN THE
005700*    EVIDENCE AND MUST BE RE-APPLIED THROUGH TEST-SEQMNT.
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
006900     SELECT SEQ-MASTER-IN
007000         ASSIGN TO SEQMAST
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-SEQMSTI-STATUS.
007300
007400     SELECT SEQ-CANDIDATE-OUT
007500         ASSIGN TO SEQCAND
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-SEQCAND-STATUS.
007800
007900     SELECT SEQ-OUTPUT-FILE
008000         ASSIGN TO SEQOUT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-SEQOUT-STATUS.
008300
008400     SELECT ARCHIVE-FILE
008500         ASSIGN TO AUDARCH
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-ARCH-STATUS.
008800
008900     SELECT VOID-REG-FILE
009000         ASSIGN TO VOIDREG
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-VOID-STATUS.
009300
009400     SELECT RESERVE-FILE
009500         ASSIGN TO RESRANGE
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-RESERVE-STATUS.
009800
009900     SELECT REPORT-FILE
010000         ASSIGN TO SVFYRPT
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS WS-RPT-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  SEQ-MASTER-IN
010700     RECORD CONTAINS 40 CHARACTERS
010800     RECORDING MODE IS F.
010900 01  CP-MST-INPUT-RECORD         PIC X(40).
011000
011100 FD  SEQ-CANDIDATE-OUT
011200     RECORD CONTAINS 40 CHARACTERS
011300     RECORDING MODE IS F.
011400 01  CP-MST-OUTPUT-RECORD        PIC X(40).
011500
011600 FD  SEQ-OUTPUT-FILE
011700     RECORD CONTAINS 40 CHARACTERS
011800     RECORDING MODE IS F.
011900 COPY CPSEQOUT.
012000
012100 FD  ARCHIVE-FILE
012200     RECORD CONTAINS 92 CHARACTERS
012300     RECORDING MODE IS F.
012400 COPY CPAUDARC.
012500
012600 FD  VOID-REG-FILE
012700     RECORD CONTAINS 40 CHARACTERS
012800     RECORDING MODE IS F.
012900 COPY CPVOID.
013000
013100 FD  RESERVE-FILE
013200     RECORD CONTAINS 40 CHARACTERS
013300     RECORDING MODE IS F.
013400 COPY CPRESRV.
013500
013600 FD  REPORT-FILE
013700     RECORD CONTAINS 132 CHARACTERS
013800     RECORDING MODE IS F.
013900 01  CP-RPT-LINE                 PIC X(132).
014000
014100 WORKING-STORAGE SECTION.
014200*****************************************************************
014300*    RETURN CODE TABLE - CODES THIS PROGRAM SETS INTO           *
014400*    RETURN-CODE BEFORE STOPPING.  RC1704 AND RC1705 ARE        *
014500*    FINDINGS, SET ONLY AFTER THE REPORT (AND IN REBUILD MODE   *
014600*    THE CANDIDATE MASTER) IS COMPLETE.                         *
014700*                                                               *
014800*    RC1700  THE PARM WAS MISSING OR INVALID (MODE NOT VERIFY   *
014900*           OR REBUILD, OR A NON-NUMERIC AHEAD LIMIT).          *
015000*    RC1701  THE RESERVED-RANGE FILE COULD NOT BE READ, HELD AN *
015100*           INVALID RECORD, OR HELD MORE RANGES THAN THE        *
015200*           RESERVED TABLE ALLOWS.                              *
015300*    RC1702  A REQUIRED FILE FAILED TO OPEN (THE SEQUENCE       *
015400*           MASTER IS REQUIRED IN VERIFY MODE).                 *
015500*    RC1703  THE MASTER OR THE EVIDENCE HELD MORE SERIES (OR    *
015600*           SERIES AND ERAS) THAN THE IN-CORE TABLES ALLOW.     *
015700*    RC1704  AT LEAST ONE SERIES IS BEHIND THE EVIDENCE - ITS   *
015800*           NEXT NUMBER OR ERA WOULD REISSUE NUMBERS ALREADY    *
015900*           HANDED OUT, OR IT IS MISSING FROM THE MASTER.       *
016000*    RC1705  NO SERIES IS BEHIND, BUT AT LEAST ONE IS AHEAD OF  *
016100*           THE EVIDENCE BY MORE THAN THE AHEAD LIMIT.          *
016200*    RC1706  NO EVIDENCE AT ALL WAS FOUND - NOTHING TO JUDGE    *
016300*           THE MASTER BY, AND NO CANDIDATE IS WRITTEN.         *
016400*****************************************************************
016500 77  WS-SEQMSTI-STATUS           PIC X(02) VALUE "00".
016600 77  WS-SEQCAND-STATUS           PIC X(02) VALUE "00".
016700 77  WS-SEQOUT-STATUS            PIC X(02) VALUE "00".
016800 77  WS-ARCH-STATUS              PIC X(02) VALUE "00".
016900 77  WS-VOID-STATUS              PIC X(02) VALUE "00".
017000 77  WS-RESERVE-STATUS           PIC X(02) VALUE "00".
017100 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
017200
017300 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
017400 77  WS-MAX-MASTER-ENTRIES       PIC 9(03) COMP VALUE 50.
017500 77  WS-MAX-EVIDENCE-ENTRIES     PIC 9(03) COMP VALUE 200.
017600 77  WS-DEFAULT-AHEAD-LIMIT      PIC 9(09) COMP VALUE 10000.
017700 77  WS-AHEAD-LIMIT              PIC 9(09) COMP VALUE 0.
017800 77  WS-FIND-SERIES              PIC X(04) VALUE SPACES.
017900 77  WS-FIND-ERA                 PIC 9(02) VALUE ZERO.
018000 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
018100
018200*****************************************************************
018300*    IN-CORE IMAGE OF THE SEQUENCE MASTER, EXTENDED WITH ANY    *
018400*    SERIES THE EVIDENCE HOLDS BUT THE MASTER DOES NOT, AND THE *
018500*    CANDIDATE VALUES THE COMPARISON ARRIVES AT FOR EACH.       *
018600*****************************************************************
018700 01  WS-MASTER-FIELDS.
018800     05  WS-MASTER-COUNT         PIC 9(03) COMP VALUE 0.
018900     05  WS-MASTER-IDX           PIC 9(03) COMP VALUE 0.
019000     05  WS-MATCH-IDX            PIC 9(03) COMP VALUE 0.
019100     05  WS-MASTER-ENTRY OCCURS 50 TIMES.
019200         10  WS-MST-SERIES-CODE  PIC X(04).
019300         10  WS-MST-NEXT-NUMBER  PIC 9(10) COMP.
019400         10  WS-MST-LAST-DATE    PIC 9(08).
019500         10  WS-MST-LAST-RUN-ID  PIC X(08).
019600         10  WS-MST-STATUS       PIC X(01).
019700         10  WS-MST-ERA          PIC 9(02).
019800         10  WS-MST-SW-ON-FILE   PIC X(01).
019900             88  MST-WAS-ON-FILE     VALUE "Y".
020000         10  WS-MST-CAND-NEXT    PIC 9(10) COMP.
020100         10  WS-MST-CAND-ERA     PIC 9(02).
020200         10  WS-MST-CAND-DATE    PIC 9(08).
020300         10  WS-MST-CAND-RUN-ID  PIC X(08).
020400
020500 COPY CPSEQMST.
020600
020700*****************************************************************
020800*    EVIDENCE TABLE - ONE ENTRY PER SERIES AND ERA SEEN ON ANY  *
020900*    SOURCE: THE HIGHEST NUMBER, WHERE AND WHEN IT WAS SEEN,    *
021000*    HOW MANY RECORDS VOUCHED FOR THE PAIR, AND HOW MANY OF     *
021100*    THEM FELL INSIDE A RESERVED RANGE.                         *
021200*****************************************************************
021300 01  WS-EVIDENCE-FIELDS.
021400     05  WS-EVD-COUNT            PIC 9(03) COMP VALUE 0.
021500     05  WS-EVD-IDX              PIC 9(03) COMP VALUE 0.
021600     05  WS-EVD-MATCH            PIC 9(03) COMP VALUE 0.
021700     05  WS-EVIDENCE-ENTRY OCCURS 200 TIMES.
021800         10  WS-EVD-SERIES       PIC X(04).
021900         10  WS-EVD-ERA          PIC 9(02).
022000         10  WS-EVD-HIGH         PIC 9(10) COMP.
022100         10  WS-EVD-HIGH-DATE    PIC 9(08).
022200         10  WS-EVD-HIGH-RUN-ID  PIC X(08).
022300         10  WS-EVD-HIGH-SOURCE  PIC X(07).
022400         10  WS-EVD-RECORDS      PIC 9(09) COMP.
022500         10  WS-EVD-RSV-HITS     PIC 9(09) COMP.
022600
022700*****************************************************************
022800*    ONE PIECE OF EVIDENCE, AS HANDED TO 2500-POST-EVIDENCE BY  *
022900*    EACH SOURCE'S SCAN.                                        *
023000*****************************************************************
023100 01  WS-EVIDENCE-ITEM.
023200     05  WS-EV-SERIES            PIC X(04).
023300     05  WS-EV-ERA               PIC 9(02).
023400     05  WS-EV-NUMBER            PIC 9(10) COMP.
023500     05  WS-EV-DATE              PIC 9(08).
023600     05  WS-EV-RUN-ID            PIC X(08).
023700     05  WS-EV-SOURCE            PIC X(07).
023800
023900 01  WS-AUDIT-VIEW.
024000     05  WS-AUD-TIMESTAMP        PIC X(26).
024100     05  WS-AUD-JOBNAME          PIC X(08).
024200     05  WS-AUD-RUN-ID           PIC X(08).
024300     05  WS-AUD-SEQ-NUMBER       PIC 9(09).
024400     05  WS-AUD-SERIES-CODE      PIC X(04).
024500     05  WS-AUD-CHECK-VALUE      PIC 9(15).
024600     05  WS-AUD-ERA-CODE         PIC 9(02).
024700
024800 01  WS-COMPARE-FIELDS.
024900     05  WS-CMP-MAX-ERA          PIC 9(02) VALUE ZERO.
025000     05  WS-CMP-HIGH             PIC 9(10) COMP VALUE 0.
025100     05  WS-CMP-NEXT             PIC 9(10) COMP VALUE 0.
025200     05  WS-CMP-AHEAD            PIC 9(10) COMP VALUE 0.
025300     05  WS-CMP-SW-EVIDENCE      PIC X(01) VALUE "N".
025400         88  CMP-HAS-EVIDENCE        VALUE "Y".
025500
025600 01  WS-COUNT-FIELDS.
025700     05  WS-SEQ-DETAIL-COUNT     PIC 9(09) COMP VALUE 0.
025800     05  WS-ARC-RECORD-COUNT     PIC 9(09) COMP VALUE 0.
025900     05  WS-VOID-RECORD-COUNT    PIC 9(09) COMP VALUE 0.
026000     05  WS-EVIDENCE-TOTAL       PIC 9(09) COMP VALUE 0.
026100     05  WS-AGREE-COUNT          PIC 9(09) COMP VALUE 0.
026200     05  WS-BEHIND-COUNT         PIC 9(09) COMP VALUE 0.
026300     05  WS-AHEAD-COUNT          PIC 9(09) COMP VALUE 0.
026400     05  WS-NO-EVIDENCE-COUNT    PIC 9(09) COMP VALUE 0.
026500     05  WS-CAND-WRITTEN         PIC 9(09) COMP VALUE 0.
026600
026700*****************************************************************
026800*    RESERVED-RANGE TABLE AND WORK FIELDS - THE SAME TABLE AND  *
026900*    9670 COUNTING SERVICE TEST-COB USES.                       *
027000*****************************************************************
027100 01  WS-RESERVED-FIELDS.
027200     05  WS-RSV-COUNT            PIC 9(02) COMP VALUE 0.
027300     05  WS-RSV-IDX              PIC 9(02) COMP VALUE 0.
027400     05  WS-RSV-SERIES           PIC X(04) VALUE SPACES.
027500     05  WS-RSV-ERA-WANT         PIC 9(02) VALUE ZERO.
027600     05  WS-RSV-LO               PIC 9(10) COMP VALUE 0.
027700     05  WS-RSV-HI               PIC 9(10) COMP VALUE 0.
027800     05  WS-RSV-ENT-LO           PIC 9(10) COMP VALUE 0.
027900     05  WS-RSV-ENT-HI           PIC 9(10) COMP VALUE 0.
028000     05  WS-RSV-OVERLAP          PIC 9(10) COMP VALUE 0.
028100     05  WS-SW-RSV-EOF           PIC X(01) VALUE "N".
028200         88  RESERVE-AT-END          VALUE "Y".
028300     05  WS-RESERVED-ENTRY OCCURS 20 TIMES.
028400         10  WS-RSV-SER-CODE     PIC X(04).
028500         10  WS-RSV-FROM         PIC 9(10) COMP.
028600         10  WS-RSV-TO           PIC 9(10) COMP.
028700         10  WS-RSV-ERA          PIC 9(02).
028800
028900 01  WS-PARM-FIELDS.
029000     05  WS-PARM-TEXT            PIC X(30).
029100     05  WS-PARM-MODE            PIC X(08).
029200         88  PARM-MODE-VERIFY        VALUE "VERIFY".
029300         88  PARM-MODE-REBUILD       VALUE "REBUILD".
029400     05  WS-PARM-LIMIT-TEXT      PIC X(10).
029500     05  WS-PARM-LEN             PIC 9(02) VALUE ZERO.
029600     05  WS-PARM-EDIT            PIC X(09).
029700     05  WS-PARM-EDIT-NUM REDEFINES WS-PARM-EDIT
029800                                 PIC 9(09).
029900
030000 01  WS-DATE-TIME-FIELDS.
030100     05  WS-CD-DATE              PIC 9(08).
030200     05  WS-CD-DATE-R REDEFINES WS-CD-DATE.
030300         10  WS-CD-YYYY          PIC 9(04).
030400         10  WS-CD-MM            PIC 9(02).
030500         10  WS-CD-DD            PIC 9(02).
030600     05  WS-HDG-DATE-NUM         PIC 9(08).
030700     05  WS-HDG-DATE-NUM-R REDEFINES WS-HDG-DATE-NUM.
030800         10  WS-HDN-MM           PIC 9(02).
030900         10  WS-HDN-DD           PIC 9(02).
031000         10  WS-HDN-YYYY         PIC 9(04).
031100
031200 01  WS-REPORT-FIELDS.
031300     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
031400     05  WS-PAGE-NUMBER          PIC 9(03) VALUE ZERO.
031500     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 050.
031600
031700 01  WS-TITLE-LINE.
031800     05  FILLER                  PIC X(34) VALUE SPACES.
031900     05  FILLER                  PIC X(60) VALUE
032000         "TEST-COB SEQUENCE MASTER VERIFICATION REPORT".
032100
032200 01  WS-HEADING-LINE.
032300     05  FILLER                  PIC X(01) VALUE SPACES.
032400     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
032500     05  WS-HDG-DATE             PIC 99/99/9999.
032600     05  FILLER                  PIC X(06) VALUE "  JOB:".
032700     05  WS-HDG-JOBNAME          PIC X(09) VALUE "TESTSVFY".
032800     05  FILLER                  PIC X(06) VALUE "PAGE: ".
032900     05  WS-HDG-PAGE             PIC ZZ9.
033000     05  FILLER                  PIC X(08) VALUE "  MODE: ".
033100     05  WS-HDG-MODE             PIC X(08).
033200
033300 01  WS-SECTION-LINE.
033400     05  FILLER                  PIC X(02) VALUE SPACES.
033500     05  WS-SEC-TEXT             PIC X(60).
033600
033700 01  WS-EVD-COLUMN-LINE.
033800     05  FILLER                  PIC X(04) VALUE SPACES.
033900     05  FILLER                  PIC X(30) VALUE
034000         "SERIES ERA     HIGHEST     SOU".
034100     05  FILLER                  PIC X(30) VALUE
034200         "RCE   RUN DATE  RUN-ID      RE".
034300     05  FILLER                  PIC X(30) VALUE
034400         "CORDS  RESERVED               ".
034500
034600 01  WS-EVD-DETAIL-LINE.
034700     05  FILLER                  PIC X(04) VALUE SPACES.
034800     05  WS-EDL-SERIES           PIC X(04).
034900     05  FILLER                  PIC X(03) VALUE SPACES.
035000     05  WS-EDL-ERA              PIC 9(02).
035100     05  FILLER                  PIC X(03) VALUE SPACES.
035200     05  WS-EDL-HIGH             PIC ZZZZZZZZZ9.
035300     05  FILLER                  PIC X(05) VALUE SPACES.
035400     05  WS-EDL-SOURCE           PIC X(07).
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  WS-EDL-DATE             PIC 9(08).
035700     05  FILLER                  PIC X(02) VALUE SPACES.
035800     05  WS-EDL-RUN-ID           PIC X(08).
035900     05  FILLER                  PIC X(02) VALUE SPACES.
036000     05  WS-EDL-RECORDS          PIC ZZZZZZZZ9.
036100     05  FILLER                  PIC X(02) VALUE SPACES.
036200     05  WS-EDL-RSV-HITS         PIC ZZZZZZZZ9.
036300
036400 01  WS-CMP-COLUMN-LINE.
036500     05  FILLER                  PIC X(04) VALUE SPACES.
036600     05  FILLER                  PIC X(30) VALUE
036700         "SERIES ERA MASTER NEXT      HI".
036800     05  FILLER                  PIC X(30) VALUE
036900         "GHEST  ERA CANDIDATE NEXT  FIN".
037000     05  FILLER                  PIC X(30) VALUE
037100         "DING                          ".
037200
037300 01  WS-CMP-DETAIL-LINE.
037400     05  FILLER                  PIC X(04) VALUE SPACES.
037500     05  WS-CDL-SERIES           PIC X(04).
037600     05  FILLER                  PIC X(03) VALUE SPACES.
037700     05  WS-CDL-ERA              PIC X(02).
037800     05  FILLER                  PIC X(02) VALUE SPACES.
037900     05  WS-CDL-NEXT             PIC X(11).
038000     05  FILLER                  PIC X(03) VALUE SPACES.
038100     05  WS-CDL-HIGH             PIC ZZZZZZZZZ9.
038200     05  FILLER                  PIC X(03) VALUE SPACES.
038300     05  WS-CDL-CAND-ERA         PIC 9(02).
038400     05  FILLER                  PIC X(05) VALUE SPACES.
038500     05  WS-CDL-CAND-NEXT        PIC ZZZZZZZZZ9.
038600     05  FILLER                  PIC X(02) VALUE SPACES.
038700     05  WS-CDL-FINDING          PIC X(40).
038800
038900 01  WS-CDL-NUM-EDIT             PIC ZZZZZZZZZZ9.
039000
039100 01  WS-TOTAL-LINE.
039200     05  FILLER                  PIC X(04) VALUE SPACES.
039300     05  WS-TOT-LABEL            PIC X(40).
039400     05  WS-TOT-VALUE            PIC ZZZZZZZZ9.
039500
039600 01  WS-END-LINE.
039700     05  FILLER                  PIC X(20) VALUE SPACES.
039800     05  FILLER                  PIC X(22) VALUE
039900         "*** END OF REPORT ***".
040000
040100 01  WS-SW-FIELDS.
040200     05  WS-SW-MASTER-EOF        PIC X(01) VALUE "N".
040300         88  MASTER-AT-END           VALUE "Y".
040400     05  WS-SW-MASTER-ABSENT     PIC X(01) VALUE "N".
040500         88  MASTER-IS-ABSENT        VALUE "Y".
040600     05  WS-SW-SEQ-EOF           PIC X(01) VALUE "N".
040700         88  END-OF-SEQOUT           VALUE "Y".
040800     05  WS-SW-ARC-EOF           PIC X(01) VALUE "N".
040900         88  END-OF-ARCHIVE          VALUE "Y".
041000     05  WS-SW-VOID-EOF          PIC X(01) VALUE "N".
041100         88  END-OF-VOIDREG          VALUE "Y".
041200
041300 LINKAGE SECTION.
041400 01  PARM-INFO.
041500     05  PARM-LENGTH             PIC S9(04) COMP.
041600     05  PARM-DATA               PIC X(30).
041700
041800*****************************************************************
041900*    PROCEDURE DIVISION                                         *
042000*    PARM-INFO IS PASSED BY THE JCL EXEC PARM= PARAMETER.       *
042100*    EXPECTED FORMAT (COMMA DELIMITED) -                        *
042200*        MODE[,AHEAD-LIMIT]                                     *
042300*    MODE           VERIFY  - REPORT ONLY.                      *
042400*                   REBUILD - REPORT AND WRITE A CANDIDATE      *
042500*                             MASTER TO SEQCAND.                *
042600*    AHEAD-LIMIT    HOW MANY NUMBERS A SERIES' NEXT NUMBER MAY  *
042700*                   RUN PAST THE EVIDENCE (RESERVED NUMBERS     *
042800*                   NOT COUNTED) BEFORE IT IS REPORTED AS       *
042900*                   AHEAD.  UP TO 9 DIGITS; DEFAULT 10000.      *
043000*****************************************************************
043100 PROCEDURE DIVISION USING PARM-INFO.
043200 0000-MAINLINE.
043300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
043400     PERFORM 2000-GATHER-EVIDENCE THRU 2000-EXIT
043500     PERFORM 3000-COMPARE-MASTER THRU 3000-EXIT
043600     PERFORM 4000-FINALIZE THRU 4000-EXIT
043700     GO TO 9999-EXIT.
043800
043900*****************************************************************
044000*    1000-INITIALIZE - TAKE THE PARM, LOAD THE RESERVED RANGES  *
044100*    AND THE CURRENT MASTER, AND OPEN THE REPORT.               *
044200*****************************************************************
044300 1000-INITIALIZE.
044400     DISPLAY "TEST-SEQVFY - SEQUENCE MASTER VERIFICATION STARTING"
044500     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
044600     MOVE WS-CD-DATE TO WS-CURRENT-DATE
044700     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT
044800     PERFORM 1500-LOAD-RESERVED THRU 1500-EXIT
044900     PERFORM 1200-LOAD-SEQ-MASTER THRU 1200-EXIT
045000     OPEN OUTPUT REPORT-FILE
045100     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
045200         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
045300     END-IF
045400     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT.
045500 1000-EXIT.
045600     EXIT.
045700
045800*****************************************************************
045900*    1100-VALIDATE-PARM - SPLIT THE PARM INTO THE MODE AND THE  *
046000*    OPTIONAL AHEAD LIMIT.                                      *
046100*****************************************************************
046200 1100-VALIDATE-PARM.
046300     IF PARM-LENGTH IS LESS THAN OR EQUAL TO ZERO
046400         MOVE 1700 TO WS-RETURN-CODE
046500         DISPLAY "TEST-SEQVFY RC1700 - NO MODE WAS SUPPLIED - "
046600             "VERIFY OR REBUILD"
046700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
046800     END-IF
046900     MOVE SPACES TO WS-PARM-TEXT
047000     MOVE PARM-DATA(1:PARM-LENGTH) TO WS-PARM-TEXT
047100     MOVE SPACES TO WS-PARM-MODE
047200     MOVE SPACES TO WS-PARM-LIMIT-TEXT
047300     UNSTRING WS-PARM-TEXT DELIMITED BY ","
047400         INTO WS-PARM-MODE WS-PARM-LIMIT-TEXT
047500         ON OVERFLOW
047600             MOVE 1700 TO WS-RETURN-CODE
047700             DISPLAY "TEST-SEQVFY RC1700 - PARM CARRIES MORE "
047800                 "FIELDS THAN THE PROGRAM ACCEPTS"
047900             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
048000     END-UNSTRING
048100     IF NOT PARM-MODE-VERIFY
048200         AND NOT PARM-MODE-REBUILD
048300         MOVE 1700 TO WS-RETURN-CODE
048400         DISPLAY "TEST-SEQVFY RC1700 - MODE '" WS-PARM-MODE
048500             "' IS NOT VERIFY OR REBUILD"
048600         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
048700     END-IF
048800     MOVE WS-PARM-MODE TO WS-HDG-MODE
048900
049000     IF WS-PARM-LIMIT-TEXT IS EQUAL TO SPACES
049100         MOVE WS-DEFAULT-AHEAD-LIMIT TO WS-AHEAD-LIMIT
049200         GO TO 1100-EXIT
049300     END-IF
049400     MOVE ZERO TO WS-PARM-LEN
049500     INSPECT WS-PARM-LIMIT-TEXT TALLYING WS-PARM-LEN
049600         FOR CHARACTERS BEFORE INITIAL SPACE
049700     IF WS-PARM-LEN IS EQUAL TO ZERO
049800         OR WS-PARM-LEN IS GREATER THAN 9
049900         OR WS-PARM-LIMIT-TEXT(1:WS-PARM-LEN) IS NOT NUMERIC
050000         MOVE 1700 TO WS-RETURN-CODE
050100         DISPLAY "TEST-SEQVFY RC1700 - AHEAD LIMIT '"
050200             WS-PARM-LIMIT-TEXT "' IS NOT A NUMBER OF UP TO 9 "
050300             "DIGITS"
050400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
050500     END-IF
050600     MOVE ZEROS TO WS-PARM-EDIT
050700     MOVE WS-PARM-LIMIT-TEXT(1:WS-PARM-LEN)
050800         TO WS-PARM-EDIT(10 - WS-PARM-LEN:WS-PARM-LEN)
050900     MOVE WS-PARM-EDIT-NUM TO WS-AHEAD-LIMIT.
051000 1100-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400*    1200-LOAD-SEQ-MASTER - READ THE CURRENT SEQUENCE MASTER    *
051500*    INTO THE MASTER TABLE.  IN REBUILD MODE A MISSING MASTER   *
051600*    (STATUS 35) IS THE DISASTER THIS PROGRAM EXISTS FOR - THE  *
051700*    CANDIDATE IS THEN BUILT FROM THE EVIDENCE ALONE.  VERIFY   *
051800*    MODE HAS NOTHING TO VERIFY WITHOUT ONE.                    *
051900*****************************************************************
052000 1200-LOAD-SEQ-MASTER.
052100     MOVE "N" TO WS-SW-MASTER-EOF
052200     OPEN INPUT SEQ-MASTER-IN
052300     EVALUATE TRUE
052400         WHEN WS-SEQMSTI-STATUS IS EQUAL TO "00"
052500             PERFORM 1210-READ-MASTER-RECORD THRU 1210-EXIT
052600                 UNTIL MASTER-AT-END
052700             CLOSE SEQ-MASTER-IN
052800         WHEN WS-SEQMSTI-STATUS IS EQUAL TO "35"
052900             AND PARM-MODE-REBUILD
053000             SET MASTER-IS-ABSENT TO TRUE
053100             DISPLAY "TEST-SEQVFY - NO SEQUENCE MASTER - THE "
053200                 "CANDIDATE IS BUILT FROM THE EVIDENCE ALONE"
053300         WHEN OTHER
053400             MOVE 1702 TO WS-RETURN-CODE
053500             DISPLAY "TEST-SEQVFY RC1702 - SEQUENCE-MASTER FILE "
053600                 "FAILED TO OPEN - STATUS " WS-SEQMSTI-STATUS
053700             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
053800     END-EVALUATE.
053900 1200-EXIT.
054000     EXIT.
054100
054200*****************************************************************
054300*    1210-READ-MASTER-RECORD - LOAD ONE SEQUENCE-MASTER RECORD  *
054400*    INTO THE MASTER TABLE.                                     *
054500*****************************************************************
054600 1210-READ-MASTER-RECORD.
054700     READ SEQ-MASTER-IN INTO CP-SEQ-MASTER-RECORD
054800         AT END
054900             SET MASTER-AT-END TO TRUE
055000             GO TO 1210-EXIT
055100     END-READ
055200     IF WS-MASTER-COUNT IS GREATER THAN OR EQUAL TO
055300         WS-MAX-MASTER-ENTRIES
055400         MOVE 1703 TO WS-RETURN-CODE
055500         DISPLAY "TEST-SEQVFY RC1703 - SEQUENCE-MASTER HOLDS "
055600             "MORE SERIES THAN THE MASTER TABLE ALLOWS"
055700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
055800     END-IF
055900     ADD 1 TO WS-MASTER-COUNT
056000     MOVE CP-MST-SERIES-CODE
056100         TO WS-MST-SERIES-CODE(WS-MASTER-COUNT)
056200     IF CP-MST-NEXT-NUMBER IS NUMERIC
056300         MOVE CP-MST-NEXT-NUMBER
056400             TO WS-MST-NEXT-NUMBER(WS-MASTER-COUNT)
056500     ELSE
056600         MOVE ZERO TO WS-MST-NEXT-NUMBER(WS-MASTER-COUNT)
056700     END-IF
056800     IF CP-MST-LAST-USED-DATE IS NUMERIC
056900         MOVE CP-MST-LAST-USED-DATE
057000             TO WS-MST-LAST-DATE(WS-MASTER-COUNT)
057100     ELSE
057200         MOVE ZERO TO WS-MST-LAST-DATE(WS-MASTER-COUNT)
057300     END-IF
057400     MOVE CP-MST-LAST-RUN-ID
057500         TO WS-MST-LAST-RUN-ID(WS-MASTER-COUNT)
057600     MOVE CP-MST-STATUS TO WS-MST-STATUS(WS-MASTER-COUNT)
057700     IF CP-MST-ERA-CODE IS NUMERIC
057800         MOVE CP-MST-ERA-CODE TO WS-MST-ERA(WS-MASTER-COUNT)
057900     ELSE
058000         MOVE ZERO TO WS-MST-ERA(WS-MASTER-COUNT)
058100     END-IF
058200     MOVE "Y" TO WS-MST-SW-ON-FILE(WS-MASTER-COUNT).
058300 1210-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700*    1400-WRITE-REPORT-HEADING - TITLE, RUN DATE, PAGE NUMBER   *
058800*    AND MODE AT THE TOP OF EVERY PAGE.                         *
058900*****************************************************************
059000 1400-WRITE-REPORT-HEADING.
059100     ADD 1 TO WS-PAGE-NUMBER
059200     IF WS-PAGE-NUMBER IS GREATER THAN 1
059300         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
059400             AFTER ADVANCING TOP-OF-PAGE
059500     ELSE
059600         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
059700     END-IF
059800     MOVE WS-CD-MM TO WS-HDN-MM
059900     MOVE WS-CD-DD TO WS-HDN-DD
060000     MOVE WS-CD-YYYY TO WS-HDN-YYYY
060100     MOVE WS-HDG-DATE-NUM TO WS-HDG-DATE
060200     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
060300     WRITE CP-RPT-LINE FROM WS-HEADING-LINE
060400     MOVE ZERO TO WS-LINE-COUNT.
060500 1400-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900*    1500-LOAD-RESERVED - READ THE RESERVED-RANGE COMPANION     *
061000*    FILE INTO THE RESERVED TABLE.  A MISSING DD (STATUS 35)    *
061100*    MEANS NO RANGE IS RESERVED - NOT AN ERROR.                 *
061200*****************************************************************
061300 1500-LOAD-RESERVED.
061400     MOVE "N" TO WS-SW-RSV-EOF
061500     OPEN INPUT RESERVE-FILE
061600     EVALUATE WS-RESERVE-STATUS
061700         WHEN "00"
061800             PERFORM 1510-READ-RESERVED-RECORD THRU 1510-EXIT
061900                 UNTIL RESERVE-AT-END
062000             CLOSE RESERVE-FILE
062100         WHEN "35"
062200             CONTINUE
062300         WHEN OTHER
062400             MOVE 1701 TO WS-RETURN-CODE
062500             DISPLAY "TEST-SEQVFY RC1701 - RESERVED-RANGE FILE "
062600                 "FAILED TO OPEN - STATUS " WS-RESERVE-STATUS
062700             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
062800     END-EVALUATE.
062900 1500-EXIT.
063000     EXIT.
063100
063200*****************************************************************
063300*    1510-READ-RESERVED-RECORD - VALIDATE AND TABLE ONE         *
063400*    RESERVED-RANGE RECORD.                                     *
063500*****************************************************************
063600 1510-READ-RESERVED-RECORD.
063700     READ RESERVE-FILE
063800         AT END
063900             SET RESERVE-AT-END TO TRUE
064000             GO TO 1510-EXIT
064100     END-READ
064200     IF WS-RSV-COUNT IS GREATER THAN OR EQUAL TO 20
064300         MOVE 1701 TO WS-RETURN-CODE
064400         DISPLAY "TEST-SEQVFY RC1701 - MORE RESERVED RANGES "
064500             "THAN THE RESERVED TABLE ALLOWS"
064600         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
064700     END-IF
064800     IF CP-RSV-SERIES-CODE IS EQUAL TO SPACES
064900         OR CP-RSV-FROM-NUMBER IS NOT NUMERIC
065000         OR CP-RSV-TO-NUMBER IS NOT NUMERIC
065100         OR CP-RSV-FROM-NUMBER IS EQUAL TO ZERO
065200         OR CP-RSV-TO-NUMBER IS LESS THAN CP-RSV-FROM-NUMBER
065300         MOVE 1701 TO WS-RETURN-CODE
065400         DISPLAY "TEST-SEQVFY RC1701 - INVALID RESERVED-"
065500             "RANGE RECORD - '" CP-RESERVE-RECORD(1:26) "'"
065600         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
065700     END-IF
065800     ADD 1 TO WS-RSV-COUNT
065900     MOVE CP-RSV-SERIES-CODE TO WS-RSV-SER-CODE(WS-RSV-COUNT)
066000     MOVE CP-RSV-FROM-NUMBER TO WS-RSV-FROM(WS-RSV-COUNT)
066100     MOVE CP-RSV-TO-NUMBER TO WS-RSV-TO(WS-RSV-COUNT)
066200     IF CP-RSV-ERA-CODE IS NUMERIC
066300         MOVE CP-RSV-ERA-CODE TO WS-RSV-ERA(WS-RSV-COUNT)
066400     ELSE
066500         MOVE ZERO TO WS-RSV-ERA(WS-RSV-COUNT)
066600     END-IF.
066700 1510-EXIT.
066800     EXIT.
066900
067000*****************************************************************
067100*    2000-GATHER-EVIDENCE - SCAN EVERY SOURCE AND REPORT WHAT   *
067200*    IT SAYS, SERIES BY SERIES AND ERA BY ERA.  ANY SOURCE MAY  *
067300*    BE ABSENT (STATUS 35), BUT NOT ALL OF THEM.                *
067400*****************************************************************
067500 2000-GATHER-EVIDENCE.
067600     PERFORM 2100-SCAN-SEQ-OUTPUT THRU 2100-EXIT
067700     PERFORM 2200-SCAN-ARCHIVE THRU 2200-EXIT
067800     PERFORM 2300-SCAN-VOID-REGISTER THRU 2300-EXIT
067900     IF WS-EVIDENCE-TOTAL IS EQUAL TO ZERO
068000         MOVE 1706 TO WS-RETURN-CODE
068100         DISPLAY "TEST-SEQVFY RC1706 - NO EVIDENCE WAS FOUND ON "
068200             "SEQOUT, AUDARCH OR VOIDREG - NOTHING TO JUDGE BY"
068300         CLOSE REPORT-FILE
068400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
068500     END-IF
068600     MOVE "HIGHEST NUMBER ISSUED, BY SERIES AND ERA"
068700         TO WS-SEC-TEXT
068800     MOVE SPACES TO CP-RPT-LINE
068900     WRITE CP-RPT-LINE
069000     WRITE CP-RPT-LINE FROM WS-SECTION-LINE
069100     WRITE CP-RPT-LINE FROM WS-EVD-COLUMN-LINE
069200     ADD 3 TO WS-LINE-COUNT
069300     PERFORM 2700-REPORT-ONE-EVIDENCE THRU 2700-EXIT
069400         VARYING WS-EVD-IDX FROM 1 BY 1
069500         UNTIL WS-EVD-IDX IS GREATER THAN WS-EVD-COUNT.
069600 2000-EXIT.
069700     EXIT.
069800
069900*****************************************************************
070000*    2100-SCAN-SEQ-OUTPUT - EVERY DETAIL ON THE SEQOUT          *
070100*    CONCATENATION IS A NUMBER TEST-COB ISSUED.                 *
070200*****************************************************************
070300 2100-SCAN-SEQ-OUTPUT.
070400     MOVE "N" TO WS-SW-SEQ-EOF
070500     OPEN INPUT SEQ-OUTPUT-FILE
070600     EVALUATE WS-SEQOUT-STATUS
070700         WHEN "00"
070800             PERFORM 2110-SCAN-ONE-SEQ-RECORD THRU 2110-EXIT
070900                 UNTIL END-OF-SEQOUT
071000             CLOSE SEQ-OUTPUT-FILE
071100         WHEN "35"
071200             CONTINUE
071300         WHEN OTHER
071400             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
071500     END-EVALUATE.
071600 2100-EXIT.
071700     EXIT.
071800
071900 2110-SCAN-ONE-SEQ-RECORD.
072000     READ SEQ-OUTPUT-FILE
072100         AT END
072200             SET END-OF-SEQOUT TO TRUE
072300             GO TO 2110-EXIT
072400     END-READ
072500     IF NOT SEQ-REC-IS-DETAIL
072600         OR CP-SEQ-NUMBER IS NOT NUMERIC
072700         GO TO 2110-EXIT
072800     END-IF
072900     ADD 1 TO WS-SEQ-DETAIL-COUNT
073000     MOVE CP-SEQ-SERIES-CODE TO WS-EV-SERIES
073100     IF CP-SEQ-ERA-CODE IS NUMERIC
073200         MOVE CP-SEQ-ERA-CODE TO WS-EV-ERA
073300     ELSE
073400         MOVE ZERO TO WS-EV-ERA
073500     END-IF
073600     MOVE CP-SEQ-NUMBER TO WS-EV-NUMBER
073700     MOVE CP-SEQ-JOB-DATE TO WS-EV-DATE
073800     MOVE CP-SEQ-RUN-ID TO WS-EV-RUN-ID
073900     MOVE "SEQOUT" TO WS-EV-SOURCE
074000     PERFORM 2500-POST-EVIDENCE THRU 2500-EXIT.
074100 2110-EXIT.
074200     EXIT.
074300
074400*****************************************************************
074500*    2200-SCAN-ARCHIVE - EVERY ARCHIVED AUDIT RECORD IS A       *
074600*    NUMBER TEST-COB ISSUED, KEPT FOR SEVEN YEARS - LONG AFTER  *
074700*    ITS SEQOUT GENERATION HAS ROLLED OFF.                      *
074800*****************************************************************
074900 2200-SCAN-ARCHIVE.
075000     MOVE "N" TO WS-SW-ARC-EOF
075100     OPEN INPUT ARCHIVE-FILE
075200     EVALUATE WS-ARCH-STATUS
075300         WHEN "00"
075400             PERFORM 2210-SCAN-ONE-ARC-RECORD THRU 2210-EXIT
075500                 UNTIL END-OF-ARCHIVE
075600             CLOSE ARCHIVE-FILE
075700         WHEN "35"
075800             CONTINUE
075900         WHEN OTHER
076000             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
076100     END-EVALUATE.
076200 2200-EXIT.
076300     EXIT.
076400
076500 2210-SCAN-ONE-ARC-RECORD.
076600     READ ARCHIVE-FILE
076700         AT END
076800             SET END-OF-ARCHIVE TO TRUE
076900             GO TO 2210-EXIT
077000     END-READ
077100     MOVE CP-ARC-AUDIT-RECORD TO WS-AUDIT-VIEW
077200     IF WS-AUD-SEQ-NUMBER IS NOT NUMERIC
077300         OR WS-AUD-SERIES-CODE IS EQUAL TO SPACES
077400         GO TO 2210-EXIT
077500     END-IF
077600     ADD 1 TO WS-ARC-RECORD-COUNT
077700     MOVE WS-AUD-SERIES-CODE TO WS-EV-SERIES
077800     IF WS-AUD-ERA-CODE IS NUMERIC
077900         MOVE WS-AUD-ERA-CODE TO WS-EV-ERA
078000     ELSE
078100         MOVE ZERO TO WS-EV-ERA
078200     END-IF
078300     MOVE WS-AUD-SEQ-NUMBER TO WS-EV-NUMBER
078400     MOVE CP-ARC-RUN-DATE TO WS-EV-DATE
078500     MOVE CP-ARC-RUN-ID TO WS-EV-RUN-ID
078600     MOVE "AUDARCH" TO WS-EV-SOURCE
078700     PERFORM 2500-POST-EVIDENCE THRU 2500-EXIT.
078800 2210-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200*    2300-SCAN-VOID-REGISTER - EVERY VOIDED NUMBER, WHATEVER    *
079300*    THE REASON, WAS BURNED AND MUST NEVER BE HANDED OUT AGAIN. *
079400*    THE REGISTER CARRIES NO RUN-ID; THE VOID DATE STANDS IN    *
079500*    FOR THE RUN DATE.                                          *
079600*****************************************************************
079700 2300-SCAN-VOID-REGISTER.
079800     MOVE "N" TO WS-SW-VOID-EOF
079900     OPEN INPUT VOID-REG-FILE
080000     EVALUATE WS-VOID-STATUS
080100         WHEN "00"
080200             PERFORM 2310-SCAN-ONE-VOID-RECORD THRU 2310-EXIT
080300                 UNTIL END-OF-VOIDREG
080400             CLOSE VOID-REG-FILE
080500         WHEN "35"
080600             CONTINUE
080700         WHEN OTHER
080800             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
080900     END-EVALUATE.
081000 2300-EXIT.
081100     EXIT.
081200
081300 2310-SCAN-ONE-VOID-RECORD.
081400     READ VOID-REG-FILE
081500         AT END
081600             SET END-OF-VOIDREG TO TRUE
081700             GO TO 2310-EXIT
081800     END-READ
081900     IF CP-VOID-SEQ-NUMBER IS NOT NUMERIC
082000         OR CP-VOID-SERIES-CODE IS EQUAL TO SPACES
082100         GO TO 2310-EXIT
082200     END-IF
082300     ADD 1 TO WS-VOID-RECORD-COUNT
082400     MOVE CP-VOID-SERIES-CODE TO WS-EV-SERIES
082500     IF CP-VOID-ERA-CODE IS NUMERIC
082600         MOVE CP-VOID-ERA-CODE TO WS-EV-ERA
082700     ELSE
082800         MOVE ZERO TO WS-EV-ERA
082900     END-IF
083000     MOVE CP-VOID-SEQ-NUMBER TO WS-EV-NUMBER
083100     IF CP-VOID-DATE IS NUMERIC
083200         MOVE CP-VOID-DATE TO WS-EV-DATE
083300     ELSE
083400         MOVE ZERO TO WS-EV-DATE
083500     END-IF
083600     MOVE SPACES TO WS-EV-RUN-ID
083700     MOVE "VOIDREG" TO WS-EV-SOURCE
083800     PERFORM 2500-POST-EVIDENCE THRU 2500-EXIT.
083900 2310-EXIT.
084000     EXIT.
084100
084200*****************************************************************
084300*    2500-POST-EVIDENCE - FOLD ONE PIECE OF EVIDENCE INTO ITS   *
084400*    SERIES AND ERA ENTRY, OPENING THE ENTRY IF IT IS THE       *
084500*    FIRST SEEN.  A NUMBER INSIDE A RESERVED RANGE IS COUNTED   *
084600*    AS AN ANOMALY BUT STILL RAISES THE HIGH-WATER MARK - IT    *
084700*    WAS HANDED OUT ALL THE SAME.                               *
084800*****************************************************************
084900 2500-POST-EVIDENCE.
085000     ADD 1 TO WS-EVIDENCE-TOTAL
085100     MOVE WS-EV-SERIES TO WS-FIND-SERIES
085200     MOVE WS-EV-ERA TO WS-FIND-ERA
085300     PERFORM 2600-FIND-EVIDENCE THRU 2600-EXIT
085400     IF WS-EVD-MATCH IS EQUAL TO ZERO
085500         IF WS-EVD-COUNT IS GREATER THAN OR EQUAL TO
085600             WS-MAX-EVIDENCE-ENTRIES
085700             MOVE 1703 TO WS-RETURN-CODE
085800             DISPLAY "TEST-SEQVFY RC1703 - THE EVIDENCE HOLDS "
085900                 "MORE SERIES AND ERAS THAN THE EVIDENCE TABLE "
086000                 "ALLOWS"
086100             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
086200         END-IF
086300         ADD 1 TO WS-EVD-COUNT
086400         MOVE WS-EVD-COUNT TO WS-EVD-MATCH
086500         MOVE WS-EV-SERIES TO WS-EVD-SERIES(WS-EVD-MATCH)
086600         MOVE WS-EV-ERA TO WS-EVD-ERA(WS-EVD-MATCH)
086700         MOVE ZERO TO WS-EVD-HIGH(WS-EVD-MATCH)
086800         MOVE ZERO TO WS-EVD-HIGH-DATE(WS-EVD-MATCH)
086900         MOVE SPACES TO WS-EVD-HIGH-RUN-ID(WS-EVD-MATCH)
087000         MOVE SPACES TO WS-EVD-HIGH-SOURCE(WS-EVD-MATCH)
087100         MOVE ZERO TO WS-EVD-RECORDS(WS-EVD-MATCH)
087200         MOVE ZERO TO WS-EVD-RSV-HITS(WS-EVD-MATCH)
087300     END-IF
087400     ADD 1 TO WS-EVD-RECORDS(WS-EVD-MATCH)
087500     MOVE WS-EV-SERIES TO WS-RSV-SERIES
087600     MOVE WS-EV-ERA TO WS-RSV-ERA-WANT
087700     MOVE WS-EV-NUMBER TO WS-RSV-LO
087800     MOVE WS-EV-NUMBER TO WS-RSV-HI
087900     PERFORM 9670-COUNT-RESERVED THRU 9670-EXIT
088000     IF WS-RSV-OVERLAP IS GREATER THAN ZERO
088100         ADD 1 TO WS-EVD-RSV-HITS(WS-EVD-MATCH)
088200     END-IF
088300     IF WS-EV-NUMBER IS GREATER THAN WS-EVD-HIGH(WS-EVD-MATCH)
088400         MOVE WS-EV-NUMBER TO WS-EVD-HIGH(WS-EVD-MATCH)
088500         MOVE WS-EV-DATE TO WS-EVD-HIGH-DATE(WS-EVD-MATCH)
088600         MOVE WS-EV-RUN-ID TO WS-EVD-HIGH-RUN-ID(WS-EVD-MATCH)
088700         MOVE WS-EV-SOURCE TO WS-EVD-HIGH-SOURCE(WS-EVD-MATCH)
088800     END-IF.
088900 2500-EXIT.
089000     EXIT.
089100
089200*****************************************************************
089300*    2600-FIND-EVIDENCE - LINEAR SEARCH OF THE EVIDENCE TABLE   *
089400*    FOR WS-FIND-SERIES AND WS-FIND-ERA.  WS-EVD-MATCH IS LEFT  *
089500*    AT THE MATCHING ENTRY, OR ZERO IF THERE IS NONE.           *
089600*****************************************************************
089700 2600-FIND-EVIDENCE.
089800     MOVE ZERO TO WS-EVD-MATCH
089900     PERFORM 2610-MATCH-EVIDENCE-ENTRY THRU 2610-EXIT
090000         VARYING WS-EVD-IDX FROM 1 BY 1
090100         UNTIL WS-EVD-IDX IS GREATER THAN WS-EVD-COUNT.
090200 2600-EXIT.
090300     EXIT.
090400
090500 2610-MATCH-EVIDENCE-ENTRY.
090600     IF WS-EVD-MATCH IS EQUAL TO ZERO
090700         AND WS-EVD-SERIES(WS-EVD-IDX) IS EQUAL TO WS-FIND-SERIES
090800         AND WS-EVD-ERA(WS-EVD-IDX) IS EQUAL TO WS-FIND-ERA
090900         MOVE WS-EVD-IDX TO WS-EVD-MATCH
091000     END-IF.
091100 2610-EXIT.
091200     EXIT.
091300
091400*****************************************************************
091500*    2700-REPORT-ONE-EVIDENCE - ONE LINE PER SERIES AND ERA.    *
091600*****************************************************************
091700 2700-REPORT-ONE-EVIDENCE.
091800     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
091900         WS-MAX-LINES-PER-PAGE
092000         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
092100         WRITE CP-RPT-LINE FROM WS-EVD-COLUMN-LINE
092200         ADD 1 TO WS-LINE-COUNT
092300     END-IF
092400     MOVE WS-EVD-SERIES(WS-EVD-IDX) TO WS-EDL-SERIES
092500     MOVE WS-EVD-ERA(WS-EVD-IDX) TO WS-EDL-ERA
092600     MOVE WS-EVD-HIGH(WS-EVD-IDX) TO WS-EDL-HIGH
092700     MOVE WS-EVD-HIGH-SOURCE(WS-EVD-IDX) TO WS-EDL-SOURCE
092800     MOVE WS-EVD-HIGH-DATE(WS-EVD-IDX) TO WS-EDL-DATE
092900     MOVE WS-EVD-HIGH-RUN-ID(WS-EVD-IDX) TO WS-EDL-RUN-ID
093000     MOVE WS-EVD-RECORDS(WS-EVD-IDX) TO WS-EDL-RECORDS
093100     MOVE WS-EVD-RSV-HITS(WS-EVD-IDX) TO WS-EDL-RSV-HITS
093200     WRITE CP-RPT-LINE FROM WS-EVD-DETAIL-LINE
093300     ADD 1 TO WS-LINE-COUNT.
093400 2700-EXIT.
093500     EXIT.
093600
093700*****************************************************************
093800*    3000-COMPARE-MASTER - FIRST OPEN A MASTER ENTRY FOR EVERY  *
093900*    SERIES THE EVIDENCE HOLDS BUT THE MASTER DOES NOT, THEN    *
094000*    JUDGE EVERY SERIES AGAINST ITS EVIDENCE.                   *
094100*****************************************************************
094200 3000-COMPARE-MASTER.
094300     PERFORM 3050-ADD-UNMASTERED-SERIES THRU 3050-EXIT
094400         VARYING WS-EVD-IDX FROM 1 BY 1
094500         UNTIL WS-EVD-IDX IS GREATER THAN WS-EVD-COUNT
094600     MOVE "MASTER AGAINST THE EVIDENCE" TO WS-SEC-TEXT
094700     MOVE SPACES TO CP-RPT-LINE
094800     WRITE CP-RPT-LINE
094900     WRITE CP-RPT-LINE FROM WS-SECTION-LINE
095000     WRITE CP-RPT-LINE FROM WS-CMP-COLUMN-LINE
095100     ADD 3 TO WS-LINE-COUNT
095200     PERFORM 3100-COMPARE-ONE-SERIES THRU 3100-EXIT
095300         VARYING WS-MASTER-IDX FROM 1 BY 1
095400         UNTIL WS-MASTER-IDX IS GREATER THAN WS-MASTER-COUNT.
095500 3000-EXIT.
095600     EXIT.
095700
095800*****************************************************************
095900*    3050-ADD-UNMASTERED-SERIES - A SERIES ON THE EVIDENCE WITH *
096000*    NO MASTER RECORD GETS AN ENTRY MARKED NOT ON FILE.  ITS    *
096100*    ERA IS SETTLED BY THE COMPARISON.                          *
096200*****************************************************************
096300 3050-ADD-UNMASTERED-SERIES.
096400     MOVE WS-EVD-SERIES(WS-EVD-IDX) TO WS-FIND-SERIES
096500     PERFORM 3800-FIND-MASTER THRU 3800-EXIT
096600     IF WS-MATCH-IDX IS GREATER THAN ZERO
096700         GO TO 3050-EXIT
096800     END-IF
096900     IF WS-MASTER-COUNT IS GREATER THAN OR EQUAL TO
097000         WS-MAX-MASTER-ENTRIES
097100         MOVE 1703 TO WS-RETURN-CODE
097200         DISPLAY "TEST-SEQVFY RC1703 - THE EVIDENCE HOLDS MORE "
097300             "SERIES THAN THE MASTER TABLE ALLOWS"
097400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
097500     END-IF
097600     ADD 1 TO WS-MASTER-COUNT
097700     MOVE WS-FIND-SERIES TO WS-MST-SERIES-CODE(WS-MASTER-COUNT)
097800     MOVE ZERO TO WS-MST-NEXT-NUMBER(WS-MASTER-COUNT)
097900     MOVE ZERO TO WS-MST-LAST-DATE(WS-MASTER-COUNT)
098000     MOVE SPACES TO WS-MST-LAST-RUN-ID(WS-MASTER-COUNT)
098100     MOVE "A" TO WS-MST-STATUS(WS-MASTER-COUNT)
098200     MOVE WS-EVD-ERA(WS-EVD-IDX) TO WS-MST-ERA(WS-MASTER-COUNT)
098300     MOVE "N" TO WS-MST-SW-ON-FILE(WS-MASTER-COUNT).
098400 3050-EXIT.
098500     EXIT.
098600
098700*****************************************************************
098800*    3100-COMPARE-ONE-SERIES - JUDGE ONE SERIES AND SET ITS     *
098900*    CANDIDATE VALUES.  THE CANDIDATE STARTS AS THE MASTER      *
099000*    STANDS AND IS ONLY EVER RAISED.                            *
099100*****************************************************************
099200 3100-COMPARE-ONE-SERIES.
099300     MOVE WS-MST-ERA(WS-MASTER-IDX)
099400         TO WS-MST-CAND-ERA(WS-MASTER-IDX)
099500     MOVE WS-MST-NEXT-NUMBER(WS-MASTER-IDX)
099600         TO WS-MST-CAND-NEXT(WS-MASTER-IDX)
099700     MOVE WS-MST-LAST-DATE(WS-MASTER-IDX)
099800         TO WS-MST-CAND-DATE(WS-MASTER-IDX)
099900     MOVE WS-MST-LAST-RUN-ID(WS-MASTER-IDX)
100000         TO WS-MST-CAND-RUN-ID(WS-MASTER-IDX)
100100     MOVE WS-MST-SERIES-CODE(WS-MASTER-IDX) TO WS-FIND-SERIES
100200     MOVE ZERO TO WS-CMP-MAX-ERA
100300     MOVE "N" TO WS-CMP-SW-EVIDENCE
100400     PERFORM 3150-FIND-LATEST-ERA THRU 3150-EXIT
100500         VARYING WS-EVD-IDX FROM 1 BY 1
100600         UNTIL WS-EVD-IDX IS GREATER THAN WS-EVD-COUNT
100700     MOVE ZERO TO WS-CMP-HIGH
100800     MOVE SPACES TO WS-CDL-FINDING
100900
101000     IF NOT CMP-HAS-EVIDENCE
101100         ADD 1 TO WS-NO-EVIDENCE-COUNT
101200         MOVE "NO EVIDENCE ON FILE - CARRIED AS IS"
101300             TO WS-CDL-FINDING
101400         GO TO 3100-REPORT
101500     END-IF
101600
101700*    AN ERA LATER THAN THE MASTER'S MEANS THE MASTER PREDATES A
101800*    NEWERA - EVERY NUMBER OF THE NEW ERA IS AT RISK.
101900     IF WS-CMP-MAX-ERA IS GREATER THAN WS-MST-ERA(WS-MASTER-IDX)
102000         MOVE WS-CMP-MAX-ERA TO WS-MST-CAND-ERA(WS-MASTER-IDX)
102100     END-IF
102200     MOVE WS-MST-CAND-ERA(WS-MASTER-IDX) TO WS-FIND-ERA
102300     PERFORM 2600-FIND-EVIDENCE THRU 2600-EXIT
102400     IF WS-EVD-MATCH IS GREATER THAN ZERO
102500         MOVE WS-EVD-HIGH(WS-EVD-MATCH) TO WS-CMP-HIGH
102600     END-IF
102700     MOVE WS-MST-NEXT-NUMBER(WS-MASTER-IDX) TO WS-CMP-NEXT
102800     IF WS-CMP-NEXT IS EQUAL TO ZERO
102900         MOVE 1 TO WS-CMP-NEXT
103000     END-IF
103100
103200     EVALUATE TRUE
103300         WHEN NOT MST-WAS-ON-FILE(WS-MASTER-IDX)
103400             ADD 1 TO WS-BEHIND-COUNT
103500             MOVE "NOT ON THE MASTER" TO WS-CDL-FINDING
103600             PERFORM 3200-RAISE-CANDIDATE THRU 3200-EXIT
103700         WHEN WS-MST-CAND-ERA(WS-MASTER-IDX) IS GREATER THAN
103800             WS-MST-ERA(WS-MASTER-IDX)
103900             ADD 1 TO WS-BEHIND-COUNT
104000             MOVE "ERA BEHIND THE EVIDENCE" TO WS-CDL-FINDING
104100             PERFORM 3200-RAISE-CANDIDATE THRU 3200-EXIT
104200         WHEN WS-CMP-NEXT IS NOT GREATER THAN WS-CMP-HIGH
104300             ADD 1 TO WS-BEHIND-COUNT
104400             MOVE "BEHIND THE EVIDENCE - DUPLICATE RISK"
104500                 TO WS-CDL-FINDING
104600             PERFORM 3200-RAISE-CANDIDATE THRU 3200-EXIT
104700         WHEN OTHER
104800             PERFORM 3300-MEASURE-AHEAD THRU 3300-EXIT
104900             IF WS-CMP-AHEAD IS GREATER THAN WS-AHEAD-LIMIT
105000                 ADD 1 TO WS-AHEAD-COUNT
105100                 MOVE "AHEAD OF THE EVIDENCE BY" TO WS-CDL-FINDING
105200                 MOVE WS-CMP-AHEAD TO WS-CDL-NUM-EDIT
105300                 MOVE WS-CDL-NUM-EDIT TO WS-CDL-FINDING(26:11)
105400             ELSE
105500                 ADD 1 TO WS-AGREE-COUNT
105600                 MOVE "AGREES" TO WS-CDL-FINDING
105700             END-IF
105800     END-EVALUATE.
105900 3100-REPORT.
106000     PERFORM 3400-REPORT-ONE-SERIES THRU 3400-EXIT.
106100 3100-EXIT.
106200     EXIT.
106300
106400*****************************************************************
106500*    3150-FIND-LATEST-ERA - ONE PASS OF THE SEARCH FOR THE      *
106600*    LATEST ERA THE EVIDENCE HOLDS FOR THE SERIES.              *
106700*****************************************************************
106800 3150-FIND-LATEST-ERA.
106900     IF WS-EVD-SERIES(WS-EVD-IDX) IS EQUAL TO WS-FIND-SERIES
107000         MOVE "Y" TO WS-CMP-SW-EVIDENCE
107100         IF WS-EVD-ERA(WS-EVD-IDX) IS GREATER THAN WS-CMP-MAX-ERA
107200             MOVE WS-EVD-ERA(WS-EVD-IDX) TO WS-CMP-MAX-ERA
107300         END-IF
107400     END-IF.
107500 3150-EXIT.
107600     EXIT.
107700
107800*****************************************************************
107900*    3200-RAISE-CANDIDATE - SET THE CANDIDATE NEXT NUMBER TO    *
108000*    ONE PAST THE HIGH-WATER MARK OF THE CANDIDATE ERA, WITH    *
108100*    THE DATE AND RUN-ID THE HIGHEST NUMBER WAS SEEN UNDER.     *
108200*****************************************************************
108300 3200-RAISE-CANDIDATE.
108400     COMPUTE WS-MST-CAND-NEXT(WS-MASTER-IDX) = WS-CMP-HIGH + 1
108500     IF WS-EVD-MATCH IS GREATER THAN ZERO
108600         MOVE WS-EVD-HIGH-DATE(WS-EVD-MATCH)
108700             TO WS-MST-CAND-DATE(WS-MASTER-IDX)
108800         MOVE WS-EVD-HIGH-RUN-ID(WS-EVD-MATCH)
108900             TO WS-MST-CAND-RUN-ID(WS-MASTER-IDX)
109000     END-IF.
109100 3200-EXIT.
109200     EXIT.
109300
109400*****************************************************************
109500*    3300-MEASURE-AHEAD - HOW MANY NUMBERS LIE BETWEEN THE      *
109600*    HIGH-WATER MARK AND THE MASTER'S NEXT NUMBER THAT NO       *
109700*    EVIDENCE ACCOUNTS FOR.  RESERVED NUMBERS IN THE GAP ARE    *
109800*    NOT COUNTED.                                               *
109900*****************************************************************
110000 3300-MEASURE-AHEAD.
110100     COMPUTE WS-CMP-AHEAD = WS-CMP-NEXT - WS-CMP-HIGH - 1
110200     IF WS-CMP-AHEAD IS EQUAL TO ZERO
110300         GO TO 3300-EXIT
110400     END-IF
110500     MOVE WS-FIND-SERIES TO WS-RSV-SERIES
110600     MOVE WS-MST-ERA(WS-MASTER-IDX) TO WS-RSV-ERA-WANT
110700     COMPUTE WS-RSV-LO = WS-CMP-HIGH + 1
110800     COMPUTE WS-RSV-HI = WS-CMP-NEXT - 1
110900     PERFORM 9670-COUNT-RESERVED THRU 9670-EXIT
111000     SUBTRACT WS-RSV-OVERLAP FROM WS-CMP-AHEAD.
111100 3300-EXIT.
111200     EXIT.
111300
111400*****************************************************************
111500*    3400-REPORT-ONE-SERIES - ONE COMPARISON LINE.  A SERIES    *
111600*    NOT ON THE MASTER SHOWS NO MASTER ERA OR NEXT NUMBER.      *
111700*****************************************************************
111800 3400-REPORT-ONE-SERIES.
111900     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
112000         WS-MAX-LINES-PER-PAGE
112100         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
112200         WRITE CP-RPT-LINE FROM WS-CMP-COLUMN-LINE
112300         ADD 1 TO WS-LINE-COUNT
112400     END-IF
112500     MOVE WS-MST-SERIES-CODE(WS-MASTER-IDX) TO WS-CDL-SERIES
112600     IF MST-WAS-ON-FILE(WS-MASTER-IDX)
112700         MOVE WS-MST-ERA(WS-MASTER-IDX) TO WS-CDL-ERA
112800         MOVE WS-MST-NEXT-NUMBER(WS-MASTER-IDX) TO WS-CDL-NUM-EDIT
112900         MOVE WS-CDL-NUM-EDIT TO WS-CDL-NEXT
113000     ELSE
113100         MOVE "--" TO WS-CDL-ERA
113200         MOVE "       NONE" TO WS-CDL-NEXT
113300     END-IF
113400     MOVE WS-CMP-HIGH TO WS-CDL-HIGH
113500     MOVE WS-MST-CAND-ERA(WS-MASTER-IDX) TO WS-CDL-CAND-ERA
113600     MOVE WS-MST-CAND-NEXT(WS-MASTER-IDX) TO WS-CDL-CAND-NEXT
113700     WRITE CP-RPT-LINE FROM WS-CMP-DETAIL-LINE
113800     ADD 1 TO WS-LINE-COUNT.
113900 3400-EXIT.
114000     EXIT.
114100
114200*****************************************************************
114300*    3800-FIND-MASTER - LINEAR SEARCH OF THE MASTER TABLE FOR   *
114400*    WS-FIND-SERIES.  WS-MATCH-IDX IS LEFT AT THE MATCHING      *
114500*    ENTRY, OR ZERO IF NOT ON FILE.                             *
114600*****************************************************************
114700 3800-FIND-MASTER.
114800     MOVE ZERO TO WS-MATCH-IDX
114900     PERFORM 3810-MATCH-MASTER-ENTRY THRU 3810-EXIT
115000         VARYING WS-MASTER-IDX FROM 1 BY 1
115100         UNTIL WS-MASTER-IDX IS GREATER THAN WS-MASTER-COUNT.
115200 3800-EXIT.
115300     EXIT.
115400
115500 3810-MATCH-MASTER-ENTRY.
115600     IF WS-MATCH-IDX IS EQUAL TO ZERO
115700         AND WS-MST-SERIES-CODE(WS-MASTER-IDX) IS EQUAL TO
115800             WS-FIND-SERIES
115900         MOVE WS-MASTER-IDX TO WS-MATCH-IDX
116000     END-IF.
116100 3810-EXIT.
116200     EXIT.
116300
116400*****************************************************************
116500*    4000-FINALIZE - WRITE THE CANDIDATE MASTER IN REBUILD      *
116600*    MODE, THE TOTALS, AND SET THE FINDING RETURN CODE.         *
116700*****************************************************************
116800 4000-FINALIZE.
116900     IF PARM-MODE-REBUILD
117000         PERFORM 4100-WRITE-CANDIDATE THRU 4100-EXIT
117100     END-IF
117200     MOVE SPACES TO CP-RPT-LINE
117300     WRITE CP-RPT-LINE
117400     MOVE "SEQOUT DETAILS READ . . . . . . . . . ."
117500         TO WS-TOT-LABEL
117600     MOVE WS-SEQ-DETAIL-COUNT TO WS-TOT-VALUE
117700     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
117800     MOVE "ARCHIVED AUDIT RECORDS READ . . . . . ."
117900         TO WS-TOT-LABEL
118000     MOVE WS-ARC-RECORD-COUNT TO WS-TOT-VALUE
118100     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
118200     MOVE "VOID REGISTER RECORDS READ  . . . . . ."
118300         TO WS-TOT-LABEL
118400     MOVE WS-VOID-RECORD-COUNT TO WS-TOT-VALUE
118500     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
118600     MOVE "SERIES AGREEING WITH THE EVIDENCE . . ."
118700         TO WS-TOT-LABEL
118800     MOVE WS-AGREE-COUNT TO WS-TOT-VALUE
118900     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
119000     MOVE "SERIES BEHIND THE EVIDENCE  . . . . . ."
119100         TO WS-TOT-LABEL
119200     MOVE WS-BEHIND-COUNT TO WS-TOT-VALUE
119300     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
119400     MOVE "SERIES AHEAD BEYOND THE LIMIT . . . . ."
119500         TO WS-TOT-LABEL
119600     MOVE WS-AHEAD-COUNT TO WS-TOT-VALUE
119700     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
119800     MOVE "AHEAD LIMIT . . . . . . . . . . . . . ."
119900         TO WS-TOT-LABEL
120000     MOVE WS-AHEAD-LIMIT TO WS-TOT-VALUE
120100     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
120200     MOVE "SERIES WITH NO EVIDENCE . . . . . . . ."
120300         TO WS-TOT-LABEL
120400     MOVE WS-NO-EVIDENCE-COUNT TO WS-TOT-VALUE
120500     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
120600     IF PARM-MODE-REBUILD
120700         MOVE "CANDIDATE MASTER RECORDS WRITTEN  . . ."
120800             TO WS-TOT-LABEL
120900         MOVE WS-CAND-WRITTEN TO WS-TOT-VALUE
121000         WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
121100     END-IF
121200     WRITE CP-RPT-LINE FROM WS-END-LINE
121300     CLOSE REPORT-FILE
121400     DISPLAY "TEST-SEQVFY - " WS-MASTER-COUNT " SERIES JUDGED - "
121500         WS-AGREE-COUNT " AGREE, " WS-BEHIND-COUNT " BEHIND, "
121600         WS-AHEAD-COUNT " AHEAD"
121700     IF WS-BEHIND-COUNT IS GREATER THAN ZERO
121800         MOVE 1704 TO WS-RETURN-CODE
121900         DISPLAY "TEST-SEQVFY RC1704 - " WS-BEHIND-COUNT
122000             " SERIES BEHIND THE EVIDENCE - SEE REPORT"
122100         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
122200     END-IF
122300     IF WS-AHEAD-COUNT IS GREATER THAN ZERO
122400         MOVE 1705 TO WS-RETURN-CODE
122500         DISPLAY "TEST-SEQVFY RC1705 - " WS-AHEAD-COUNT
122600             " SERIES AHEAD OF THE EVIDENCE BEYOND THE LIMIT - "
122700             "SEE REPORT"
122800         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
122900     END-IF.
123000 4000-EXIT.
123100     EXIT.
123200
123300*****************************************************************
123400*    4100-WRITE-CANDIDATE - WRITE EVERY SERIES' CANDIDATE       *
123500*    VALUES AS THE CANDIDATE MASTER.                            *
123600*****************************************************************
123700 4100-WRITE-CANDIDATE.
123800     OPEN OUTPUT SEQ-CANDIDATE-OUT
123900     IF WS-SEQCAND-STATUS IS NOT EQUAL TO "00"
124000         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
124100     END-IF
124200     PERFORM 4110-WRITE-CANDIDATE-RECORD THRU 4110-EXIT
124300         VARYING WS-MASTER-IDX FROM 1 BY 1
124400         UNTIL WS-MASTER-IDX IS GREATER THAN WS-MASTER-COUNT
124500     CLOSE SEQ-CANDIDATE-OUT.
124600 4100-EXIT.
124700     EXIT.
124800
124900 4110-WRITE-CANDIDATE-RECORD.
125000     MOVE SPACES TO CP-SEQ-MASTER-RECORD
125100     MOVE WS-MST-SERIES-CODE(WS-MASTER-IDX) TO CP-MST-SERIES-CODE
125200     MOVE WS-MST-CAND-NEXT(WS-MASTER-IDX) TO CP-MST-NEXT-NUMBER
125300     MOVE WS-MST-CAND-DATE(WS-MASTER-IDX) TO CP-MST-LAST-USED-DATE
125400     MOVE WS-MST-CAND-RUN-ID(WS-MASTER-IDX) TO CP-MST-LAST-RUN-ID
125500     MOVE WS-MST-STATUS(WS-MASTER-IDX) TO CP-MST-STATUS
125600     MOVE WS-MST-CAND-ERA(WS-MASTER-IDX) TO CP-MST-ERA-CODE
125700     WRITE CP-MST-OUTPUT-RECORD FROM CP-SEQ-MASTER-RECORD
125800     ADD 1 TO WS-CAND-WRITTEN.
125900 4110-EXIT.
126000     EXIT.
126100
126200*****************************************************************
126300*    9670-COUNT-RESERVED - SERVICE PARAGRAPH.  ON ENTRY         *
126400*    WS-RSV-SERIES, WS-RSV-ERA-WANT, WS-RSV-LO AND WS-RSV-HI    *
126500*    NAME A SPAN; ON EXIT WS-RSV-OVERLAP HOLDS HOW MANY OF ITS  *
126600*    NUMBERS ARE RESERVED.  A RANGE WITH ERA ZERO APPLIES IN    *
126700*    EVERY ERA.                                                 *
126800*****************************************************************
126900 9670-COUNT-RESERVED.
127000     MOVE ZERO TO WS-RSV-OVERLAP
127100     PERFORM 9675-COUNT-ONE-RANGE THRU 9675-EXIT
127200         VARYING WS-RSV-IDX FROM 1 BY 1
127300         UNTIL WS-RSV-IDX IS GREATER THAN WS-RSV-COUNT.
127400 9670-EXIT.
127500     EXIT.
127600
127700 9675-COUNT-ONE-RANGE.
127800     IF WS-RSV-SER-CODE(WS-RSV-IDX) IS EQUAL TO WS-RSV-SERIES
127900         AND (WS-RSV-ERA(WS-RSV-IDX) IS EQUAL TO ZERO
128000             OR WS-RSV-ERA(WS-RSV-IDX) IS EQUAL TO
128100                 WS-RSV-ERA-WANT)
128200         AND WS-RSV-FROM(WS-RSV-IDX) IS NOT GREATER THAN
128300             WS-RSV-HI
128400         AND WS-RSV-TO(WS-RSV-IDX) IS NOT LESS THAN WS-RSV-LO
128500         IF WS-RSV-FROM(WS-RSV-IDX) IS GREATER THAN WS-RSV-LO
128600             MOVE WS-RSV-FROM(WS-RSV-IDX) TO WS-RSV-ENT-LO
128700         ELSE
128800             MOVE WS-RSV-LO TO WS-RSV-ENT-LO
128900         END-IF
129000         IF WS-RSV-TO(WS-RSV-IDX) IS LESS THAN WS-RSV-HI
129100             MOVE WS-RSV-TO(WS-RSV-IDX) TO WS-RSV-ENT-HI
129200         ELSE
129300             MOVE WS-RSV-HI TO WS-RSV-ENT-HI
129400         END-IF
129500         COMPUTE WS-RSV-OVERLAP = WS-RSV-OVERLAP
129600             + WS-RSV-ENT-HI - WS-RSV-ENT-LO + 1
129700     END-IF.
129800 9675-EXIT.
129900     EXIT.
130000
130100*****************************************************************
130200*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
130300*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
130400*    RUN.                                                       *
130500*****************************************************************
130600 9900-SET-RETURN-CODE.
130700     MOVE WS-RETURN-CODE TO RETURN-CODE
130800     STOP RUN.
130900 9900-EXIT.
131000     EXIT.
131100
131200*****************************************************************
131300*    9910-FILE-OPEN-ERROR - A REQUIRED FILE FAILED TO OPEN.     *
131400*****************************************************************
131500 9910-FILE-OPEN-ERROR.
131600     MOVE 1702 TO WS-RETURN-CODE
131700     DISPLAY "TEST-SEQVFY RC1702 - A REQUIRED FILE FAILED "
131800         "TO OPEN"
131900     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
132000 9910-EXIT.
132100     EXIT.
132200
132300 9999-EXIT.
132400     STOP RUN.
