000100*****************************************************************
000200*                                                               *
000300*    PROGRAM      TEST-RUNSIZE                                  *
000400*    FUNCTION     SIZES THE NIGHT'S TEST-COB RUN FROM DEMAND    *
000500*                 INSTEAD OF A FLAT RUN COUNT.  READS THE       *
000600*                 DAY'S DEMAND CARDS, THE CONSUMER REGISTRY'S   *
000700*                 MINIMUM AND MAXIMUM ENTITLEMENTS, AND THE     *
000800*                 RECENT ALLOCATION HISTORY (SHORTFALLS ON THE  *
000900*                 CROSS-REFERENCE, RECLAIMS ON THE VOID         *
001000*                 REGISTER), AND WRITES ONE RUN COUNT PER       *
001100*                 SERIES FOR TEST-COB AND TEST-RECON TO READ,   *
001200*                 WITH A SIZING REPORT THAT SHOWS WHERE EVERY   *
001300*                 NUMBER CAME FROM.                             *
001400*                                                               *
001500*****************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. TEST-RUNSIZE.
001800 AUTHOR. JOE DIAMOND.
001900 INSTALLATION. DAILY-LEDGER BATCH SYSTEMS.
002000 DATE-WRITTEN. 10/15/2026.
002100 DATE-COMPILED.
002200*****************************************************************
002300*    MODIFICATION HISTORY.
002400*    DATE       INIT  DESCRIPTION
002500*    10/15/26   JAD   ORIGINAL VERSION - THE FIRST STEP OF THE
002600*                     NIGHTLY STREAM.  THE RUNCNT SYMBOL USED TO
002700*                     GENERATE THE SAME COUNT FOR EVERY SERIES,
002800*                     SO A SERIES NOBODY ASKED FOR BURNED A FULL
002900*                     RUN EVERY NIGHT (ALL OF IT RECLAIMED LATER)
003000*                     WHILE A BUSY SERIES RAN SHORT AT TEST-ALLOC.
003100*****************************************************************
003200*
003300*    SIZING METHOD, PER SERIES ON THE NIGHT'S SERIES LIST -
003400*        ENTITLED  = SUM OVER TONIGHT'S CARDS OF THE CARD
003500*                    QUANTITY CAPPED AT THE REGISTRY MAXIMUM -
003600*                    EXACTLY WHAT TEST-ALLOC WILL HAND OUT ON A
003700*                    NIGHT THAT IS NOT SHORT.  GENERATING MORE
003800*                    WOULD ONLY FEED THE RECLAIM JOB.
003900*        FLOOR     = SUM OVER TONIGHT'S CARDS OF THE REGISTRY
004000*                    MINIMUM (OR THE ENTITLED QUANTITY IF
004100*                    SMALLER) - NEVER TRIMMED AWAY.
004200*        TRIM      = THE AVERAGE NUMBER RECLAIMED PER HISTORY
004300*                    NIGHT (NUMBERS ALLOCATED BUT NEVER CONSUMED,
004400*                    POSTED RCLM BY TEST-RECLAIM), NO MORE THAN
004500*                    ENTITLED LESS FLOOR.  NO TRIM IS TAKEN WHEN
004600*                    THE POLICY IS NOTRIM, WHEN THE HISTORY IS
004700*                    SHORTER THAN WS-MIN-HIST-NIGHTS, OR WHEN ANY
004800*                    HISTORY NIGHT LEFT A CONSUMER SHORT OF ITS
004900*                    CAPPED DEMAND - A SHORTFALL OUTRANKS WASTE.
005000*        RUN COUNT = ENTITLED - TRIM.
005100*    A SERIES WITH NO CARD TONIGHT IS SIZED ZERO AND TEST-COB
005200*    LEAVES IT OUT OF THE RUN.  A CARD FOR A SERIES NOT ON THE
005300*    LIST IS REPORTED AND OTHERWISE IGNORED - TEST-COB WILL NOT
005400*    GENERATE IT TONIGHT WHATEVER THIS STEP SAYS.
005500*
005600*****************************************************************
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER. IBM-370.
006000 OBJECT-COMPUTER. IBM-370.
006100 SPECIAL-NAMES.
006200     C01 IS TOP-OF-PAGE.
006300
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT DEMAND-FILE
006700         ASSIGN TO DEMAND
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-DEMAND-STATUS.
007000
007100     SELECT SYSREG-FILE
007200         ASSIGN TO SYSREG
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-SYSREG-STATUS.
007500
007600     SELECT ALLOCX-FILE
007700         ASSIGN TO ALLOCXRF
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-ALLOCX-STATUS.
008000
008100     SELECT VOID-REG-FILE
008200         ASSIGN TO VOIDREG
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-VOID-STATUS.
008500
008600     SELECT SIZE-FILE
008700         ASSIGN TO RUNSIZE
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-SIZE-STATUS.
009000
009100     SELECT REPORT-FILE
009200         ASSIGN TO SIZERPT
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-RPT-STATUS.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  DEMAND-FILE
009900     RECORD CONTAINS 80 CHARACTERS
010000     RECORDING MODE IS F.
010100 COPY CPDEMAND.
010200
010300 FD  SYSREG-FILE
010400     RECORD CONTAINS 80 CHARACTERS
010500     RECORDING MODE IS F.
010600 COPY CPSYSREG.
010700
010800 FD  ALLOCX-FILE
010900     RECORD CONTAINS 80 CHARACTERS
011000     RECORDING MODE IS F.
011100 COPY CPALLOCX.
011200
011300 FD  VOID-REG-FILE
011400     RECORD CONTAINS 40 CHARACTERS
011500     RECORDING MODE IS F.
011600 COPY CPVOID.
011700
011800 FD  SIZE-FILE
011900     RECORD CONTAINS 80 CHARACTERS
012000     RECORDING MODE IS F.
012100 COPY CPRUNSIZ.
012200
012300 FD  REPORT-FILE
012400     RECORD CONTAINS 132 CHARACTERS
012500     RECORDING MODE IS F.
012600 01  CP-RPT-LINE                 PIC X(132).
012700
012800 WORKING-STORAGE SECTION.
012900*****************************************************************
013000*    RETURN CODE TABLE - CODES THIS PROGRAM SETS INTO           *
013100*    RETURN-CODE BEFORE STOPPING.  ANY OF THEM STOPS THE        *
013200*    NIGHTLY STREAM BEFORE TEST-COB - A RUN SIZED FROM BAD      *
013300*    EVIDENCE IS WORSE THAN A LATE RUN.                         *
013400*                                                               *
013500*    RC1500  THE DEMAND FILE FAILED TO OPEN OR HELD NO CARDS -  *
013600*           THERE IS NOTHING TO SIZE FROM.                      *
013700*    RC1501  A DEMAND CARD WAS INVALID (BLANK SYSTEM ID, BLANK  *
013800*           SERIES, NON-NUMERIC OR ZERO QUANTITY) OR THE CARD   *
013900*           FILE HELD MORE CARDS THAN THE DEMAND TABLE ALLOWS.  *
014000*    RC1502  A REQUIRED FILE FAILED TO OPEN.                    *
014100*    RC1503  THE REGISTRY FILE HELD NO RECORDS, OR A REGISTRY   *
014200*           RECORD WAS INVALID (BLANK SYSTEM OR SERIES,         *
014300*           NON-NUMERIC QUANTITIES, MINIMUM ABOVE MAXIMUM), OR  *
014400*           THE FILE HELD MORE RECORDS THAN THE REGISTRY TABLE  *
014500*           ALLOWS.                                             *
014600*    RC1504  A DEMAND CARD'S SYSTEM AND SERIES HAVE NO          *
014700*           REGISTRY RECORD - TEST-ALLOC WOULD STOP ON THE SAME *
014800*           CARD (RC0306), SO THE NIGHT STOPS HERE INSTEAD.     *
014900*    RC1505  THE PARM CARRIED MORE FIELDS OR MORE SERIES CODES  *
015000*           THAN THE PROGRAM ACCEPTS, LISTED THE SAME SERIES    *
015100*           TWICE, OR NAMED A POLICY OTHER THAN TRIM OR NOTRIM. *
015200*****************************************************************
015300 77  WS-DEMAND-STATUS            PIC X(02) VALUE "00".
015400 77  WS-SYSREG-STATUS            PIC X(02) VALUE "00".
015500 77  WS-ALLOCX-STATUS            PIC X(02) VALUE "00".
015600 77  WS-VOID-STATUS              PIC X(02) VALUE "00".
015700 77  WS-SIZE-STATUS              PIC X(02) VALUE "00".
015800 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
015900
016000 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
016100 77  WS-MAX-DEMANDS              PIC 9(02) COMP VALUE 20.
016200 77  WS-MAX-REGISTRY             PIC 9(02) COMP VALUE 30.
016300 77  WS-MAX-SERIES-PER-RUN       PIC 9(02) COMP VALUE 5.
016400 77  WS-MIN-HIST-NIGHTS          PIC 9(03) COMP VALUE 3.
016500 77  WS-HIST-READ-COUNT          PIC 9(09) COMP VALUE 0.
016600 77  WS-HIST-SKIP-COUNT          PIC 9(09) COMP VALUE 0.
016700 77  WS-RCLM-READ-COUNT          PIC 9(09) COMP VALUE 0.
016800 77  WS-OFF-LIST-CARDS           PIC 9(02) COMP VALUE 0.
016900 77  WS-SIZE-WRITTEN             PIC 9(02) COMP VALUE 0.
017000 77  WS-TOTAL-RUN-COUNT          PIC 9(09) COMP VALUE 0.
017100
017200 01  WS-PARM-FIELDS.
017300     05  WS-PARM-TEXT            PIC X(100).
017400     05  WS-PARM-SERIES-TEXT     PIC X(30).
017500     05  WS-PARM-POLICY-TEXT     PIC X(08).
017600     05  WS-PARM-SER-SPLIT.
017700         10  WS-PARM-SER-CODE    PIC X(04)
017800             OCCURS 5 TIMES.
017900     05  WS-SIZE-POLICY          PIC X(08) VALUE "TRIM".
018000         88  POLICY-IS-TRIM          VALUE "TRIM".
018100         88  POLICY-IS-NOTRIM        VALUE "NOTRIM".
018200
018300*****************************************************************
018400*    REGISTRY TABLE - THE CONSUMING-SYSTEM REGISTRY, LOADED     *
018500*    WHOLE.  ONE ENTRY PER SYSTEM/SERIES ENTITLEMENT.           *
018600*****************************************************************
018700 01  WS-REGISTRY-FIELDS.
018800     05  WS-REG-COUNT            PIC 9(02) COMP VALUE 0.
018900     05  WS-REG-IDX              PIC 9(02) COMP VALUE 0.
019000     05  WS-REG-MATCH-IDX        PIC 9(02) COMP VALUE 0.
019100     05  WS-REG-ENTRY OCCURS 30 TIMES.
019200         10  WS-REG-SYSTEM-ID    PIC X(08).
019300         10  WS-REG-SERIES       PIC X(04).
019400         10  WS-REG-MIN-QTY      PIC 9(09) COMP.
019500         10  WS-REG-MAX-QTY      PIC 9(09) COMP.
019600
019700*****************************************************************
019800*    DEMAND TABLE - ONE ENTRY PER DEMAND CARD, WITH THE CARD'S  *
019900*    QUANTITY AS KEYED, THE REGISTRY LIMITS IT WAS MATCHED TO,  *
020000*    AND THE ENTITLED (MAXIMUM-CAPPED) QUANTITY.                *
020100*****************************************************************
020200 01  WS-DEMAND-FIELDS.
020300     05  WS-DEMAND-COUNT         PIC 9(02) COMP VALUE 0.
020400     05  WS-DEMAND-IDX           PIC 9(02) COMP VALUE 0.
020500     05  WS-DEMAND-ENTRY OCCURS 20 TIMES.
020600         10  WS-DMD-SYSTEM-ID    PIC X(08).
020700         10  WS-DMD-SERIES       PIC X(04).
020800         10  WS-DMD-QUANTITY     PIC 9(09) COMP.
020900         10  WS-DMD-MAX-QTY      PIC 9(09) COMP.
021000         10  WS-DMD-MIN-QTY      PIC 9(09) COMP.
021100         10  WS-DMD-ENTITLED     PIC 9(09) COMP.
021200         10  WS-DMD-FLOOR        PIC 9(09) COMP.
021300         10  WS-DMD-SER-IDX      PIC 9(02) COMP.
021400
021500*****************************************************************
021600*    SERIES TABLE - ONE ENTRY PER SERIES ON THE PARM'S SERIES   *
021700*    LIST, ACCUMULATING TONIGHT'S DEMAND AND THE HISTORY, AND   *
021800*    CARRYING THE SIZING RESULT AND THE RULE THAT DECIDED IT.   *
021900*    THE LAST-DATE AND SHORT-DATE FIELDS COUNT DISTINCT RUN     *
022000*    DATES - THE HISTORY GENERATIONS ARE READ OLDEST FIRST, SO  *
022100*    A CHANGE OF DATE IS A NEW NIGHT (A SUPPLEMENT GENERATION   *
022200*    SHARES ITS BASE NIGHT'S DATE AND IS NOT COUNTED TWICE).    *
022300*****************************************************************
022400 01  WS-SERIES-FIELDS.
022500     05  WS-SERIES-COUNT         PIC 9(02) COMP VALUE 0.
022600     05  WS-SERIES-IDX           PIC 9(02) COMP VALUE 0.
022700     05  WS-SER-MATCH-IDX        PIC 9(02) COMP VALUE 0.
022800     05  WS-DUP-IDX              PIC 9(02) COMP VALUE 0.
022900     05  WS-SER-WANT             PIC X(04) VALUE SPACES.
023000     05  WS-SERIES-ENTRY OCCURS 5 TIMES.
023100         10  WS-SER-CODE         PIC X(04).
023200         10  WS-SER-CARDS        PIC 9(02) COMP.
023300         10  WS-SER-DEMANDED     PIC 9(09) COMP.
023400         10  WS-SER-ENTITLED     PIC 9(09) COMP.
023500         10  WS-SER-FLOOR        PIC 9(09) COMP.
023600         10  WS-SER-NIGHTS       PIC 9(03) COMP.
023700         10  WS-SER-SHORT-NIGHTS PIC 9(03) COMP.
023800         10  WS-SER-SHORT-QTY    PIC 9(09) COMP.
023900         10  WS-SER-FILLED       PIC 9(09) COMP.
024000         10  WS-SER-RECLAIMED    PIC 9(09) COMP.
024100         10  WS-SER-AVG-RCLM     PIC 9(09) COMP.
024200         10  WS-SER-TRIM         PIC 9(09) COMP.
024300         10  WS-SER-RUN-COUNT    PIC 9(09) COMP.
024400         10  WS-SER-FIRST-DATE   PIC 9(08).
024500         10  WS-SER-LAST-DATE    PIC 9(08).
024600         10  WS-SER-SHORT-DATE   PIC 9(08).
024700         10  WS-SER-BASIS        PIC X(64).
024800
024900*****************************************************************
025000*    HISTORY WORK FIELDS - ONE CROSS-REFERENCE RECORD'S         *
025100*    CAPPED DEMAND AND SHORTFALL, AND THE TRIM HEADROOM.        *
025200*****************************************************************
025300 01  WS-HISTORY-FIELDS.
025400     05  WS-HST-CAPPED           PIC 9(09) COMP VALUE 0.
025500     05  WS-HST-SHORT            PIC 9(09) COMP VALUE 0.
025600     05  WS-HST-HEADROOM         PIC 9(09) COMP VALUE 0.
025700
025800 01  WS-SW-FIELDS.
025900     05  WS-SW-DMD-EOF           PIC X(01) VALUE "N".
026000         88  END-OF-DEMAND           VALUE "Y".
026100     05  WS-SW-REG-EOF           PIC X(01) VALUE "N".
026200         88  END-OF-REGISTRY         VALUE "Y".
026300     05  WS-SW-ALX-EOF           PIC X(01) VALUE "N".
026400         88  END-OF-ALLOCX           VALUE "Y".
026500     05  WS-SW-VOID-EOF          PIC X(01) VALUE "N".
026600         88  END-OF-REGISTER         VALUE "Y".
026700
026800 01  WS-EDIT-FIELDS.
026900     05  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
027000
027100 01  WS-DATE-TIME-FIELDS.
027200     05  WS-CD-DATE              PIC 9(08).
027300     05  WS-CD-DATE-R REDEFINES WS-CD-DATE.
027400         10  WS-CD-YYYY          PIC 9(04).
027500         10  WS-CD-MM            PIC 9(02).
027600         10  WS-CD-DD            PIC 9(02).
027700     05  WS-HDG-DATE-NUM         PIC 9(08).
027800     05  WS-HDG-DATE-NUM-R REDEFINES WS-HDG-DATE-NUM.
027900         10  WS-HDN-MM           PIC 9(02).
028000         10  WS-HDN-DD           PIC 9(02).
028100         10  WS-HDN-YYYY         PIC 9(04).
028200
028300 01  WS-REPORT-FIELDS.
028400     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
028500     05  WS-PAGE-NUMBER          PIC 9(03) VALUE ZERO.
028600     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 050.
028700     05  WS-BLOCK-LINES          PIC 9(03) VALUE 016.
028800
028900 01  WS-TITLE-LINE.
029000     05  FILLER                  PIC X(38) VALUE SPACES.
029100     05  FILLER                  PIC X(56) VALUE
029200         "TEST-COB DEMAND-DRIVEN RUN SIZING REPORT".
029300
029400 01  WS-HEADING-LINE.
029500     05  FILLER                  PIC X(01) VALUE SPACES.
029600     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
029700     05  WS-HDG-DATE             PIC 99/99/9999.
029800     05  FILLER                  PIC X(06) VALUE "  JOB:".
029900     05  WS-HDG-JOBNAME          PIC X(09) VALUE "TESTRSIZ".
030000     05  FILLER                  PIC X(08) VALUE "POLICY: ".
030100     05  WS-HDG-POLICY           PIC X(09) VALUE SPACES.
030200     05  FILLER                  PIC X(06) VALUE "PAGE: ".
030300     05  WS-HDG-PAGE             PIC ZZ9.
030400
030500 01  WS-SECTION-LINE.
030600     05  FILLER                  PIC X(02) VALUE SPACES.
030700     05  WS-SEC-TEXT             PIC X(60).
030800
030900 01  WS-COLUMN-LINE.
031000     05  FILLER                  PIC X(04) VALUE SPACES.
031100     05  FILLER                  PIC X(10) VALUE "SYSTEM".
031200     05  FILLER                  PIC X(08) VALUE "SERIES".
031300     05  FILLER                  PIC X(11) VALUE "   DEMANDED".
031400     05  FILLER                  PIC X(11) VALUE "    MAXIMUM".
031500     05  FILLER                  PIC X(11) VALUE "   ENTITLED".
031600     05  FILLER                  PIC X(11) VALUE "    MINIMUM".
031700     05  FILLER                  PIC X(11) VALUE "      FLOOR".
031800     05  FILLER                  PIC X(20) VALUE "  NOTE".
031900
032000 01  WS-DETAIL-LINE.
032100     05  FILLER                  PIC X(04) VALUE SPACES.
032200     05  WS-DTL-SYSTEM           PIC X(08).
032300     05  FILLER                  PIC X(02) VALUE SPACES.
032400     05  WS-DTL-SERIES           PIC X(04).
032500     05  FILLER                  PIC X(04) VALUE SPACES.
032600     05  WS-DTL-DEMANDED         PIC ZZZZZZZZ9.
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  WS-DTL-MAXIMUM          PIC ZZZZZZZZ9.
032900     05  FILLER                  PIC X(02) VALUE SPACES.
033000     05  WS-DTL-ENTITLED         PIC ZZZZZZZZ9.
033100     05  FILLER                  PIC X(02) VALUE SPACES.
033200     05  WS-DTL-MINIMUM          PIC ZZZZZZZZ9.
033300     05  FILLER                  PIC X(02) VALUE SPACES.
033400     05  WS-DTL-FLOOR            PIC ZZZZZZZZ9.
033500     05  FILLER                  PIC X(02) VALUE SPACES.
033600     05  WS-DTL-NOTE             PIC X(30).
033700
033800 01  WS-LABEL-LINE.
033900     05  FILLER                  PIC X(06) VALUE SPACES.
034000     05  WS-LBL-TEXT             PIC X(42).
034100     05  WS-LBL-VALUE            PIC ZZZZZZZZ9.
034200
034300 01  WS-BASIS-LINE.
034400     05  FILLER                  PIC X(06) VALUE SPACES.
034500     05  FILLER                  PIC X(07) VALUE "BASIS: ".
034600     05  WS-BAS-TEXT             PIC X(64).
034700
034800 01  WS-TOTAL-LINE.
034900     05  FILLER                  PIC X(04) VALUE SPACES.
035000     05  FILLER                  PIC X(44) VALUE
035100         "TOTAL NUMBERS TEST-COB WILL GENERATE  . . . ".
035200     05  WS-TOT-COUNT            PIC ZZZZZZZZ9.
035300
035400 01  WS-END-LINE.
035500     05  FILLER                  PIC X(20) VALUE SPACES.
035600     05  FILLER                  PIC X(22) VALUE
035700         "*** END OF REPORT ***".
035800
035900 LINKAGE SECTION.
036000 01  PARM-INFO.
036100     05  PARM-LENGTH             PIC S9(04) COMP.
036200     05  PARM-DATA               PIC X(100).
036300
036400*****************************************************************
036500*    PROCEDURE DIVISION                                         *
036600*    PARM-INFO IS PASSED BY THE JCL EXEC PARM= PARAMETER.       *
036700*    EXPECTED FORMAT (COMMA DELIMITED, BOTH OPTIONAL) -         *
036800*        SERIES-LIST,POLICY                                     *
036900*    SERIES-LIST UP TO FIVE 4-CHARACTER SERIES CODES SEPARATED  *
037000*               BY "/" - THE SAME LIST TEST-COB IS GIVEN, SO    *
037100*               THE STREAM SETS IT FROM ONE SYMBOL.  DEFAULT    *
037200*               IS THE SINGLE SERIES LEDG, AS IN TEST-COB.      *
037300*    POLICY     TRIM (THE DEFAULT) TAKES THE RECLAIM TRIM       *
037400*               DESCRIBED IN THE PROLOGUE; NOTRIM SIZES EVERY   *
037500*               SERIES TO ITS FULL ENTITLED DEMAND (E.G. AT     *
037600*               MONTH-END, WHEN HISTORY IS NO GUIDE).           *
037700*****************************************************************
037800 PROCEDURE DIVISION USING PARM-INFO.
037900 0000-MAINLINE.
038000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038100     PERFORM 2000-READ-HISTORY THRU 2000-EXIT
038200     PERFORM 3000-REPORT-CARDS THRU 3000-EXIT
038300     PERFORM 4000-SIZE-SERIES THRU 4000-EXIT
038400     PERFORM 5000-FINALIZE THRU 5000-EXIT
038500     GO TO 9999-EXIT.
038600
038700*****************************************************************
038800*    1000-INITIALIZE - TAKE THE PARM, LOAD THE REGISTRY, LOAD   *
038900*    AND VALIDATE THE DEMAND CARDS AGAINST IT, AND OPEN THE     *
039000*    OUTPUT FILES.                                              *
039100*****************************************************************
039200 1000-INITIALIZE.
039300     DISPLAY "TEST-RUNSIZE - DEMAND-DRIVEN RUN SIZING STARTING"
039400     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
039500     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT
039600
039700     OPEN INPUT SYSREG-FILE
039800     IF WS-SYSREG-STATUS IS NOT EQUAL TO "00"
039900         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
040000     END-IF
040100     PERFORM 1050-READ-REGISTRY-RECORD THRU 1050-EXIT
040200         UNTIL END-OF-REGISTRY
040300     CLOSE SYSREG-FILE
040400     IF WS-REG-COUNT IS EQUAL TO ZERO
040500         MOVE 1503 TO WS-RETURN-CODE
040600         DISPLAY "TEST-RUNSIZE RC1503 - REGISTRY FILE HELD NO "
040700             "RECORDS"
040800         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
040900     END-IF
041000
041100     OPEN INPUT DEMAND-FILE
041200     IF WS-DEMAND-STATUS IS NOT EQUAL TO "00"
041300         MOVE 1500 TO WS-RETURN-CODE
041400         DISPLAY "TEST-RUNSIZE RC1500 - DEMAND FILE FAILED TO "
041500             "OPEN - STATUS " WS-DEMAND-STATUS
041600         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
041700     END-IF
041800     PERFORM 1150-READ-DEMAND-CARD THRU 1150-EXIT
041900         UNTIL END-OF-DEMAND
042000     CLOSE DEMAND-FILE
042100     IF WS-DEMAND-COUNT IS EQUAL TO ZERO
042200         MOVE 1500 TO WS-RETURN-CODE
042300         DISPLAY "TEST-RUNSIZE RC1500 - DEMAND FILE HELD NO "
042400             "CARDS"
042500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
042600     END-IF
042700
042800     OPEN OUTPUT SIZE-FILE
042900     IF WS-SIZE-STATUS IS NOT EQUAL TO "00"
043000         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
043100     END-IF
043200     OPEN OUTPUT REPORT-FILE
043300     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
043400         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
043500     END-IF
043600     MOVE WS-SIZE-POLICY TO WS-HDG-POLICY
043700     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT.
043800 1000-EXIT.
043900     EXIT.
044000
044100*****************************************************************
044200*    1050-READ-REGISTRY-RECORD - READ, VALIDATE AND TABLE ONE   *
044300*    REGISTRY RECORD.  ONLY THE ENTITLEMENT LIMITS MATTER HERE; *
044400*    PRIORITY AND SLOT ARE TEST-ALLOC'S BUSINESS.               *
044500*****************************************************************
044600 1050-READ-REGISTRY-RECORD.
044700     READ SYSREG-FILE
044800         AT END
044900             SET END-OF-REGISTRY TO TRUE
045000         NOT AT END
045100             PERFORM 1060-TABLE-REGISTRY-RECORD THRU 1060-EXIT
045200     END-READ.
045300 1050-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700*    1060-TABLE-REGISTRY-RECORD - VALIDATE THE REGISTRY         *
045800*    RECORD JUST READ AND ADD IT TO THE REGISTRY TABLE.         *
045900*****************************************************************
046000 1060-TABLE-REGISTRY-RECORD.
046100     IF WS-REG-COUNT IS GREATER THAN OR EQUAL TO
046200         WS-MAX-REGISTRY
046300         MOVE 1503 TO WS-RETURN-CODE
046400         DISPLAY "TEST-RUNSIZE RC1503 - MORE REGISTRY RECORDS "
046500             "THAN THE REGISTRY TABLE ALLOWS"
046600         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
046700     END-IF
046800     IF CP-REG-SYSTEM-ID IS EQUAL TO SPACES
046900         OR CP-REG-SERIES-CODE IS EQUAL TO SPACES
047000         OR CP-REG-MIN-QUANTITY IS NOT NUMERIC
047100         OR CP-REG-MAX-QUANTITY IS NOT NUMERIC
047200         OR CP-REG-MAX-QUANTITY IS EQUAL TO ZERO
047300         OR CP-REG-MIN-QUANTITY IS GREATER THAN
047400             CP-REG-MAX-QUANTITY
047500         MOVE 1503 TO WS-RETURN-CODE
047600         DISPLAY "TEST-RUNSIZE RC1503 - INVALID REGISTRY RECORD "
047700             "FOR SYSTEM '" CP-REG-SYSTEM-ID "' SERIES '"
047800             CP-REG-SERIES-CODE "'"
047900         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
048000     END-IF
048100     ADD 1 TO WS-REG-COUNT
048200     MOVE CP-REG-SYSTEM-ID TO WS-REG-SYSTEM-ID(WS-REG-COUNT)
048300     MOVE CP-REG-SERIES-CODE TO WS-REG-SERIES(WS-REG-COUNT)
048400     MOVE CP-REG-MIN-QUANTITY TO WS-REG-MIN-QTY(WS-REG-COUNT)
048500     MOVE CP-REG-MAX-QUANTITY TO WS-REG-MAX-QTY(WS-REG-COUNT).
048600 1060-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000*    1100-VALIDATE-PARM - BREAK THE PARM INTO THE SERIES LIST   *
049100*    AND THE SIZING POLICY AND LOAD THE SERIES TABLE.  A        *
049200*    MISSING PARM TAKES BOTH DEFAULTS.                          *
049300*****************************************************************
049400 1100-VALIDATE-PARM.
049500     MOVE SPACES TO WS-PARM-TEXT
049600     IF PARM-LENGTH IS GREATER THAN ZERO
049700         MOVE PARM-DATA(1:PARM-LENGTH) TO WS-PARM-TEXT
049800     END-IF
049900     MOVE SPACES TO WS-PARM-SERIES-TEXT
050000     MOVE SPACES TO WS-PARM-POLICY-TEXT
050100
050200     UNSTRING WS-PARM-TEXT DELIMITED BY ","
050300         INTO WS-PARM-SERIES-TEXT WS-PARM-POLICY-TEXT
050400         ON OVERFLOW
050500             MOVE 1505 TO WS-RETURN-CODE
050600             DISPLAY "TEST-RUNSIZE RC1505 - PARM CARRIES MORE "
050700                 "FIELDS THAN THE PROGRAM ACCEPTS"
050800             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
050900     END-UNSTRING
051000
051100     EVALUATE WS-PARM-POLICY-TEXT
051200         WHEN SPACES
051300             MOVE "TRIM" TO WS-SIZE-POLICY
051400         WHEN "TRIM"
051500             MOVE "TRIM" TO WS-SIZE-POLICY
051600         WHEN "NOTRIM"
051700             MOVE "NOTRIM" TO WS-SIZE-POLICY
051800         WHEN OTHER
051900             MOVE 1505 TO WS-RETURN-CODE
052000             DISPLAY "TEST-RUNSIZE RC1505 - POLICY '"
052100                 WS-PARM-POLICY-TEXT "' IS NOT TRIM OR NOTRIM"
052200             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
052300     END-EVALUATE
052400
052500     IF WS-PARM-SERIES-TEXT IS EQUAL TO SPACES
052600         MOVE "LEDG" TO WS-PARM-SERIES-TEXT
052700     END-IF
052800     MOVE SPACES TO WS-PARM-SER-SPLIT
052900     UNSTRING WS-PARM-SERIES-TEXT DELIMITED BY "/"
053000         INTO WS-PARM-SER-CODE(1) WS-PARM-SER-CODE(2)
053100              WS-PARM-SER-CODE(3) WS-PARM-SER-CODE(4)
053200              WS-PARM-SER-CODE(5)
053300         ON OVERFLOW
053400             MOVE 1505 TO WS-RETURN-CODE
053500             DISPLAY "TEST-RUNSIZE RC1505 - SERIES LIST CARRIES "
053600                 "MORE THAN " WS-MAX-SERIES-PER-RUN
053700                 " CODES"
053800             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
053900     END-UNSTRING
054000     MOVE ZERO TO WS-SERIES-COUNT
054100     PERFORM 1120-LOAD-ONE-SERIES THRU 1120-EXIT
054200         VARYING WS-SERIES-IDX FROM 1 BY 1
054300         UNTIL WS-SERIES-IDX IS GREATER THAN
054400             WS-MAX-SERIES-PER-RUN.
054500 1100-EXIT.
054600     EXIT.
054700
054800*****************************************************************
054900*    1120-LOAD-ONE-SERIES - CARRY ONE NON-BLANK SERIES CODE     *
055000*    FROM THE PARM INTO THE SERIES TABLE WITH ZEROED            *
055100*    ACCUMULATORS.  A DUPLICATE STOPS THE RUN, AS IN TEST-COB.  *
055200*****************************************************************
055300 1120-LOAD-ONE-SERIES.
055400     IF WS-PARM-SER-CODE(WS-SERIES-IDX) IS EQUAL TO SPACES
055500         GO TO 1120-EXIT
055600     END-IF
055700     PERFORM 1125-CHECK-DUP-SERIES THRU 1125-EXIT
055800         VARYING WS-DUP-IDX FROM 1 BY 1
055900         UNTIL WS-DUP-IDX IS GREATER THAN WS-SERIES-COUNT
056000     ADD 1 TO WS-SERIES-COUNT
056100     MOVE WS-PARM-SER-CODE(WS-SERIES-IDX)
056200         TO WS-SER-CODE(WS-SERIES-COUNT)
056300     MOVE ZERO TO WS-SER-CARDS(WS-SERIES-COUNT)
056400     MOVE ZERO TO WS-SER-DEMANDED(WS-SERIES-COUNT)
056500     MOVE ZERO TO WS-SER-ENTITLED(WS-SERIES-COUNT)
056600     MOVE ZERO TO WS-SER-FLOOR(WS-SERIES-COUNT)
056700     MOVE ZERO TO WS-SER-NIGHTS(WS-SERIES-COUNT)
056800     MOVE ZERO TO WS-SER-SHORT-NIGHTS(WS-SERIES-COUNT)
056900     MOVE ZERO TO WS-SER-SHORT-QTY(WS-SERIES-COUNT)
057000     MOVE ZERO TO WS-SER-FILLED(WS-SERIES-COUNT)
057100     MOVE ZERO TO WS-SER-RECLAIMED(WS-SERIES-COUNT)
057200     MOVE ZERO TO WS-SER-AVG-RCLM(WS-SERIES-COUNT)
057300     MOVE ZERO TO WS-SER-TRIM(WS-SERIES-COUNT)
057400     MOVE ZERO TO WS-SER-RUN-COUNT(WS-SERIES-COUNT)
057500     MOVE ZERO TO WS-SER-FIRST-DATE(WS-SERIES-COUNT)
057600     MOVE ZERO TO WS-SER-LAST-DATE(WS-SERIES-COUNT)
057700     MOVE ZERO TO WS-SER-SHORT-DATE(WS-SERIES-COUNT)
057800     MOVE SPACES TO WS-SER-BASIS(WS-SERIES-COUNT).
057900 1120-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300*    1125-CHECK-DUP-SERIES - STOP IF THE SERIES CODE BEING      *
058400*    LOADED IS ALREADY IN THE TABLE.                            *
058500*****************************************************************
058600 1125-CHECK-DUP-SERIES.
058700     IF WS-SER-CODE(WS-DUP-IDX) IS EQUAL TO
058800         WS-PARM-SER-CODE(WS-SERIES-IDX)
058900         MOVE 1505 TO WS-RETURN-CODE
059000         DISPLAY "TEST-RUNSIZE RC1505 - SERIES '"
059100             WS-PARM-SER-CODE(WS-SERIES-IDX)
059200             "' IS LISTED MORE THAN ONCE"
059300         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
059400     END-IF.
059500 1125-EXIT.
059600     EXIT.
059700
059800*****************************************************************
059900*    1150-READ-DEMAND-CARD - READ, VALIDATE AND TABLE ONE       *
060000*    DEMAND CARD.                                               *
060100*****************************************************************
060200 1150-READ-DEMAND-CARD.
060300     READ DEMAND-FILE
060400         AT END
060500             SET END-OF-DEMAND TO TRUE
060600         NOT AT END
060700             PERFORM 1160-TABLE-DEMAND-CARD THRU 1160-EXIT
060800     END-READ.
060900 1150-EXIT.
061000     EXIT.
061100
061200*****************************************************************
061300*    1160-TABLE-DEMAND-CARD - VALIDATE THE CARD JUST READ,      *
061400*    MATCH IT TO ITS REGISTRY RECORD, WORK OUT ITS ENTITLED     *
061500*    QUANTITY AND MINIMUM FLOOR THE WAY TEST-ALLOC WILL, AND    *
061600*    ADD BOTH TO ITS SERIES' TOTALS.                            *
061700*****************************************************************
061800 1160-TABLE-DEMAND-CARD.
061900     IF WS-DEMAND-COUNT IS GREATER THAN OR EQUAL TO
062000         WS-MAX-DEMANDS
062100         MOVE 1501 TO WS-RETURN-CODE
062200         DISPLAY "TEST-RUNSIZE RC1501 - MORE DEMAND CARDS THAN "
062300             "THE DEMAND TABLE ALLOWS"
062400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
062500     END-IF
062600     IF CP-DMD-SYSTEM-ID IS EQUAL TO SPACES
062700         OR CP-DMD-SERIES-CODE IS EQUAL TO SPACES
062800         OR CP-DMD-QUANTITY IS NOT NUMERIC
062900         OR CP-DMD-QUANTITY IS EQUAL TO ZERO
063000         MOVE 1501 TO WS-RETURN-CODE
063100         DISPLAY "TEST-RUNSIZE RC1501 - INVALID DEMAND CARD FOR "
063200             "SYSTEM '" CP-DMD-SYSTEM-ID "' SERIES '"
063300             CP-DMD-SERIES-CODE "'"
063400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
063500     END-IF
063600     MOVE ZERO TO WS-REG-MATCH-IDX
063700     PERFORM 1170-MATCH-REGISTRY THRU 1170-EXIT
063800         VARYING WS-REG-IDX FROM 1 BY 1
063900         UNTIL WS-REG-IDX IS GREATER THAN WS-REG-COUNT
064000     IF WS-REG-MATCH-IDX IS EQUAL TO ZERO
064100         MOVE 1504 TO WS-RETURN-CODE
064200         DISPLAY "TEST-RUNSIZE RC1504 - NO REGISTRY RECORD FOR "
064300             "SYSTEM '" CP-DMD-SYSTEM-ID "' SERIES '"
064400             CP-DMD-SERIES-CODE "'"
064500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
064600     END-IF
064700     ADD 1 TO WS-DEMAND-COUNT
064800     MOVE CP-DMD-SYSTEM-ID
064900         TO WS-DMD-SYSTEM-ID(WS-DEMAND-COUNT)
065000     MOVE CP-DMD-SERIES-CODE TO WS-DMD-SERIES(WS-DEMAND-COUNT)
065100     MOVE CP-DMD-QUANTITY TO WS-DMD-QUANTITY(WS-DEMAND-COUNT)
065200     MOVE WS-REG-MAX-QTY(WS-REG-MATCH-IDX)
065300         TO WS-DMD-MAX-QTY(WS-DEMAND-COUNT)
065400     MOVE WS-REG-MIN-QTY(WS-REG-MATCH-IDX)
065500         TO WS-DMD-MIN-QTY(WS-DEMAND-COUNT)
065600     IF CP-DMD-QUANTITY IS GREATER THAN
065700         WS-REG-MAX-QTY(WS-REG-MATCH-IDX)
065800         MOVE WS-REG-MAX-QTY(WS-REG-MATCH-IDX)
065900             TO WS-DMD-ENTITLED(WS-DEMAND-COUNT)
066000     ELSE
066100         MOVE CP-DMD-QUANTITY
066200             TO WS-DMD-ENTITLED(WS-DEMAND-COUNT)
066300     END-IF
066400     IF WS-DMD-MIN-QTY(WS-DEMAND-COUNT) IS LESS THAN
066500         WS-DMD-ENTITLED(WS-DEMAND-COUNT)
066600         MOVE WS-DMD-MIN-QTY(WS-DEMAND-COUNT)
066700             TO WS-DMD-FLOOR(WS-DEMAND-COUNT)
066800     ELSE
066900         MOVE WS-DMD-ENTITLED(WS-DEMAND-COUNT)
067000             TO WS-DMD-FLOOR(WS-DEMAND-COUNT)
067100     END-IF
067200     MOVE CP-DMD-SERIES-CODE TO WS-SER-WANT
067300     PERFORM 1180-MATCH-SERIES THRU 1180-EXIT
067400     MOVE WS-SER-MATCH-IDX TO WS-DMD-SER-IDX(WS-DEMAND-COUNT)
067500     IF WS-SER-MATCH-IDX IS EQUAL TO ZERO
067600         ADD 1 TO WS-OFF-LIST-CARDS
067700         GO TO 1160-EXIT
067800     END-IF
067900     ADD 1 TO WS-SER-CARDS(WS-SER-MATCH-IDX)
068000     ADD CP-DMD-QUANTITY TO WS-SER-DEMANDED(WS-SER-MATCH-IDX)
068100     ADD WS-DMD-ENTITLED(WS-DEMAND-COUNT)
068200         TO WS-SER-ENTITLED(WS-SER-MATCH-IDX)
068300     ADD WS-DMD-FLOOR(WS-DEMAND-COUNT)
068400         TO WS-SER-FLOOR(WS-SER-MATCH-IDX).
068500 1160-EXIT.
068600     EXIT.
068700
068800*****************************************************************
068900*    1170-MATCH-REGISTRY - ONE PASS OF THE SEARCH FOR THE       *
069000*    DEMAND CARD'S SYSTEM AND SERIES IN THE REGISTRY TABLE.     *
069100*****************************************************************
069200 1170-MATCH-REGISTRY.
069300     IF WS-REG-MATCH-IDX IS EQUAL TO ZERO
069400         AND WS-REG-SYSTEM-ID(WS-REG-IDX) IS EQUAL TO
069500             CP-DMD-SYSTEM-ID
069600         AND WS-REG-SERIES(WS-REG-IDX) IS EQUAL TO
069700             CP-DMD-SERIES-CODE
069800         MOVE WS-REG-IDX TO WS-REG-MATCH-IDX
069900     END-IF.
070000 1170-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400*    1180-MATCH-SERIES - LINEAR SEARCH OF THE SERIES TABLE FOR  *
070500*    THE SERIES CODE IN WS-SER-WANT.  WS-SER-MATCH-IDX IS LEFT  *
070600*    AT THE MATCHING ENTRY, OR ZERO FOR A SERIES NOT ON THE     *
070700*    LIST.                                                      *
070800*****************************************************************
070900 1180-MATCH-SERIES.
071000     MOVE ZERO TO WS-SER-MATCH-IDX
071100     PERFORM 1190-MATCH-ONE-SERIES THRU 1190-EXIT
071200         VARYING WS-SERIES-IDX FROM 1 BY 1
071300         UNTIL WS-SERIES-IDX IS GREATER THAN WS-SERIES-COUNT.
071400 1180-EXIT.
071500     EXIT.
071600
071700 1190-MATCH-ONE-SERIES.
071800     IF WS-SER-MATCH-IDX IS EQUAL TO ZERO
071900         AND WS-SER-CODE(WS-SERIES-IDX) IS EQUAL TO
072000             WS-SER-WANT
072100         MOVE WS-SERIES-IDX TO WS-SER-MATCH-IDX
072200     END-IF.
072300 1190-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700*    1400-WRITE-REPORT-HEADING - TITLE, RUN DATE, POLICY AND    *
072800*    PAGE NUMBER AT THE TOP OF EVERY PAGE.                      *
072900*****************************************************************
073000 1400-WRITE-REPORT-HEADING.
073100     ADD 1 TO WS-PAGE-NUMBER
073200     IF WS-PAGE-NUMBER IS GREATER THAN 1
073300         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
073400             AFTER ADVANCING TOP-OF-PAGE
073500     ELSE
073600         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
073700     END-IF
073800     MOVE WS-CD-MM TO WS-HDN-MM
073900     MOVE WS-CD-DD TO WS-HDN-DD
074000     MOVE WS-CD-YYYY TO WS-HDN-YYYY
074100     MOVE WS-HDG-DATE-NUM TO WS-HDG-DATE
074200     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
074300     WRITE CP-RPT-LINE FROM WS-HEADING-LINE
074400     MOVE SPACES TO CP-RPT-LINE
074500     WRITE CP-RPT-LINE
074600     MOVE ZERO TO WS-LINE-COUNT.
074700 1400-EXIT.
074800     EXIT.
074900
075000*****************************************************************
075100*    2000-READ-HISTORY - GATHER THE SIZING EVIDENCE.  THE       *
075200*    ALLOCATION CROSS-REFERENCE GENERATIONS (OLDEST FIRST) GIVE *
075300*    EACH LISTED SERIES ITS HISTORY NIGHTS, WHAT WAS FILLED,    *
075400*    AND EVERY SHORTFALL; THE VOID REGISTER GIVES THE NUMBERS   *
075500*    RECLAIMED SINCE THE FIRST HISTORY NIGHT.  BOTH DDS MAY BE  *
075600*    ABSENT (STATUS 35) - A NEW SERIES OR A NEW BOX SIMPLY HAS  *
075700*    NO HISTORY, AND IS SIZED TO ITS FULL ENTITLED DEMAND.      *
075800*****************************************************************
075900 2000-READ-HISTORY.
076000     OPEN INPUT ALLOCX-FILE
076100     EVALUATE WS-ALLOCX-STATUS
076200         WHEN "00"
076300             PERFORM 2100-READ-ALLOCX-RECORD THRU 2100-EXIT
076400                 UNTIL END-OF-ALLOCX
076500             CLOSE ALLOCX-FILE
076600         WHEN "35"
076700             DISPLAY "TEST-RUNSIZE - NO ALLOCATION HISTORY ON "
076800                 "ALLOCXRF - SIZING FROM DEMAND ALONE"
076900         WHEN OTHER
077000             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
077100     END-EVALUATE
077200
077300     OPEN INPUT VOID-REG-FILE
077400     EVALUATE WS-VOID-STATUS
077500         WHEN "00"
077600             PERFORM 2300-READ-VOID-RECORD THRU 2300-EXIT
077700                 UNTIL END-OF-REGISTER
077800             CLOSE VOID-REG-FILE
077900         WHEN "35"
078000             CONTINUE
078100         WHEN OTHER
078200             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
078300     END-EVALUATE.
078400 2000-EXIT.
078500     EXIT.
078600
078700*****************************************************************
078800*    2100-READ-ALLOCX-RECORD - READ ONE CROSS-REFERENCE RECORD  *
078900*    AND POST IT TO ITS SERIES' HISTORY.                        *
079000*****************************************************************
079100 2100-READ-ALLOCX-RECORD.
079200     READ ALLOCX-FILE
079300         AT END
079400             SET END-OF-ALLOCX TO TRUE
079500         NOT AT END
079600             ADD 1 TO WS-HIST-READ-COUNT
079700             PERFORM 2200-POST-ALLOCX-RECORD THRU 2200-EXIT
079800     END-READ.
079900 2100-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300*    2200-POST-ALLOCX-RECORD - A RECORD FOR A LISTED SERIES     *
080400*    COUNTS ITS RUN DATE AS A HISTORY NIGHT AND ADDS ITS FILLED *
080500*    QUANTITY.  IT WAS SHORT WHEN THE FILL FELL BELOW ITS       *
080600*    DEMAND CAPPED AT THE SYSTEM'S CURRENT REGISTRY MAXIMUM -   *
080700*    A CARD THAT ASKED PAST ITS MAXIMUM WAS NEVER GOING TO GET  *
080800*    THE EXCESS, AND SHOULD NOT STOP THE TRIM.  A RECORD WITH   *
080900*    NON-NUMERIC QUANTITIES OR DATE IS COUNTED AND SKIPPED.     *
081000*****************************************************************
081100 2200-POST-ALLOCX-RECORD.
081200     IF CP-ALX-QUANTITY IS NOT NUMERIC
081300         OR CP-ALX-DEMANDED IS NOT NUMERIC
081400         OR CP-ALX-RUN-DATE IS NOT NUMERIC
081500         ADD 1 TO WS-HIST-SKIP-COUNT
081600         GO TO 2200-EXIT
081700     END-IF
081800     MOVE CP-ALX-SERIES-CODE TO WS-SER-WANT
081900     PERFORM 1180-MATCH-SERIES THRU 1180-EXIT
082000     IF WS-SER-MATCH-IDX IS EQUAL TO ZERO
082100         GO TO 2200-EXIT
082200     END-IF
082300     IF CP-ALX-RUN-DATE IS NOT EQUAL TO
082400         WS-SER-LAST-DATE(WS-SER-MATCH-IDX)
082500         ADD 1 TO WS-SER-NIGHTS(WS-SER-MATCH-IDX)
082600         MOVE CP-ALX-RUN-DATE
082700             TO WS-SER-LAST-DATE(WS-SER-MATCH-IDX)
082800     END-IF
082900     IF WS-SER-FIRST-DATE(WS-SER-MATCH-IDX) IS EQUAL TO ZERO
083000         OR CP-ALX-RUN-DATE IS LESS THAN
083100             WS-SER-FIRST-DATE(WS-SER-MATCH-IDX)
083200         MOVE CP-ALX-RUN-DATE
083300             TO WS-SER-FIRST-DATE(WS-SER-MATCH-IDX)
083400     END-IF
083500     ADD CP-ALX-QUANTITY TO WS-SER-FILLED(WS-SER-MATCH-IDX)
083600
083700     MOVE CP-ALX-DEMANDED TO WS-HST-CAPPED
083800     MOVE ZERO TO WS-REG-MATCH-IDX
083900     PERFORM 2250-MATCH-HIST-REGISTRY THRU 2250-EXIT
084000         VARYING WS-REG-IDX FROM 1 BY 1
084100         UNTIL WS-REG-IDX IS GREATER THAN WS-REG-COUNT
084200     IF WS-REG-MATCH-IDX IS GREATER THAN ZERO
084300         IF WS-HST-CAPPED IS GREATER THAN
084400             WS-REG-MAX-QTY(WS-REG-MATCH-IDX)
084500             MOVE WS-REG-MAX-QTY(WS-REG-MATCH-IDX)
084600                 TO WS-HST-CAPPED
084700         END-IF
084800     END-IF
084900     IF CP-ALX-QUANTITY IS NOT LESS THAN WS-HST-CAPPED
085000         GO TO 2200-EXIT
085100     END-IF
085200     COMPUTE WS-HST-SHORT = WS-HST-CAPPED - CP-ALX-QUANTITY
085300     ADD WS-HST-SHORT TO WS-SER-SHORT-QTY(WS-SER-MATCH-IDX)
085400     IF CP-ALX-RUN-DATE IS NOT EQUAL TO
085500         WS-SER-SHORT-DATE(WS-SER-MATCH-IDX)
085600         ADD 1 TO WS-SER-SHORT-NIGHTS(WS-SER-MATCH-IDX)
085700         MOVE CP-ALX-RUN-DATE
085800             TO WS-SER-SHORT-DATE(WS-SER-MATCH-IDX)
085900     END-IF.
086000 2200-EXIT.
086100     EXIT.
086200
086300*****************************************************************
086400*    2250-MATCH-HIST-REGISTRY - ONE PASS OF THE SEARCH FOR THE  *
086500*    CROSS-REFERENCE RECORD'S SYSTEM AND SERIES IN THE          *
086600*    REGISTRY TABLE.  A CONSUMER SINCE DROPPED FROM THE         *
086700*    REGISTRY IS JUDGED AGAINST ITS DEMAND AS KEYED.            *
086800*****************************************************************
086900 2250-MATCH-HIST-REGISTRY.
087000     IF WS-REG-MATCH-IDX IS EQUAL TO ZERO
087100         AND WS-REG-SYSTEM-ID(WS-REG-IDX) IS EQUAL TO
087200             CP-ALX-SYSTEM-ID
087300         AND WS-REG-SERIES(WS-REG-IDX) IS EQUAL TO
087400             CP-ALX-SERIES-CODE
087500         MOVE WS-REG-IDX TO WS-REG-MATCH-IDX
087600     END-IF.
087700 2250-EXIT.
087800     EXIT.
087900
088000*****************************************************************
088100*    2300-READ-VOID-RECORD - READ ONE VOID-REGISTER RECORD AND  *
088200*    COUNT IT WHEN IT IS A RECLAIM (RCLM) FOR A LISTED SERIES   *
088300*    DATED ON OR AFTER THAT SERIES' FIRST HISTORY NIGHT - THE   *
088400*    RECLAIMS THAT BELONG TO THE WINDOW BEING AVERAGED.         *
088500*****************************************************************
088600 2300-READ-VOID-RECORD.
088700     READ VOID-REG-FILE
088800         AT END
088900             SET END-OF-REGISTER TO TRUE
089000             GO TO 2300-EXIT
089100     END-READ
089200     IF CP-VOID-REASON-CODE IS NOT EQUAL TO "RCLM"
089300         OR CP-VOID-DATE IS NOT NUMERIC
089400         GO TO 2300-EXIT
089500     END-IF
089600     MOVE CP-VOID-SERIES-CODE TO WS-SER-WANT
089700     PERFORM 1180-MATCH-SERIES THRU 1180-EXIT
089800     IF WS-SER-MATCH-IDX IS EQUAL TO ZERO
089900         GO TO 2300-EXIT
090000     END-IF
090100     IF WS-SER-FIRST-DATE(WS-SER-MATCH-IDX) IS EQUAL TO ZERO
090200         OR CP-VOID-DATE IS LESS THAN
090300             WS-SER-FIRST-DATE(WS-SER-MATCH-IDX)
090400         GO TO 2300-EXIT
090500     END-IF
090600     ADD 1 TO WS-RCLM-READ-COUNT
090700     ADD 1 TO WS-SER-RECLAIMED(WS-SER-MATCH-IDX).
090800 2300-EXIT.
090900     EXIT.
091000
091100*****************************************************************
091200*    3000-REPORT-CARDS - THE FIRST SECTION OF THE REPORT: EVERY *
091300*    DEMAND CARD WITH THE REGISTRY LIMITS IT WAS HELD TO.       *
091400*****************************************************************
091500 3000-REPORT-CARDS.
091600     MOVE "DEMAND CARDS AND REGISTRY ENTITLEMENTS" TO WS-SEC-TEXT
091700     WRITE CP-RPT-LINE FROM WS-SECTION-LINE
091800     WRITE CP-RPT-LINE FROM WS-COLUMN-LINE
091900     ADD 2 TO WS-LINE-COUNT
092000     PERFORM 3100-REPORT-ONE-CARD THRU 3100-EXIT
092100         VARYING WS-DEMAND-IDX FROM 1 BY 1
092200         UNTIL WS-DEMAND-IDX IS GREATER THAN WS-DEMAND-COUNT
092300     MOVE SPACES TO CP-RPT-LINE
092400     WRITE CP-RPT-LINE
092500     ADD 1 TO WS-LINE-COUNT.
092600 3000-EXIT.
092700     EXIT.
092800
092900*****************************************************************
093000*    3100-REPORT-ONE-CARD - ONE DETAIL LINE PER DEMAND CARD.    *
093100*****************************************************************
093200 3100-REPORT-ONE-CARD.
093300     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
093400         WS-MAX-LINES-PER-PAGE
093500         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
093600         WRITE CP-RPT-LINE FROM WS-COLUMN-LINE
093700         ADD 1 TO WS-LINE-COUNT
093800     END-IF
093900     MOVE WS-DMD-SYSTEM-ID(WS-DEMAND-IDX) TO WS-DTL-SYSTEM
094000     MOVE WS-DMD-SERIES(WS-DEMAND-IDX) TO WS-DTL-SERIES
094100     MOVE WS-DMD-QUANTITY(WS-DEMAND-IDX) TO WS-DTL-DEMANDED
094200     MOVE WS-DMD-MAX-QTY(WS-DEMAND-IDX) TO WS-DTL-MAXIMUM
094300     MOVE WS-DMD-ENTITLED(WS-DEMAND-IDX) TO WS-DTL-ENTITLED
094400     MOVE WS-DMD-MIN-QTY(WS-DEMAND-IDX) TO WS-DTL-MINIMUM
094500     MOVE WS-DMD-FLOOR(WS-DEMAND-IDX) TO WS-DTL-FLOOR
094600     MOVE SPACES TO WS-DTL-NOTE
094700     IF WS-DMD-QUANTITY(WS-DEMAND-IDX) IS GREATER THAN
094800         WS-DMD-MAX-QTY(WS-DEMAND-IDX)
094900         MOVE "CAPPED AT REGISTRY MAXIMUM" TO WS-DTL-NOTE
095000     END-IF
095100     IF WS-DMD-SER-IDX(WS-DEMAND-IDX) IS EQUAL TO ZERO
095200         MOVE "SERIES NOT ON TONIGHT'S LIST" TO WS-DTL-NOTE
095300         DISPLAY "TEST-RUNSIZE - WARNING - CARD FOR SYSTEM "
095400             WS-DMD-SYSTEM-ID(WS-DEMAND-IDX) " SERIES "
095500             WS-DMD-SERIES(WS-DEMAND-IDX)
095600             " IS NOT ON THE SERIES LIST - NOT SIZED"
095700     END-IF
095800     WRITE CP-RPT-LINE FROM WS-DETAIL-LINE
095900     ADD 1 TO WS-LINE-COUNT.
096000 3100-EXIT.
096100     EXIT.
096200
096300*****************************************************************
096400*    4000-SIZE-SERIES - SIZE EVERY LISTED SERIES, WRITE ITS     *
096500*    RUN-SIZE RECORD, AND PRINT THE ARITHMETIC BEHIND IT.       *
096600*****************************************************************
096700 4000-SIZE-SERIES.
096800     PERFORM 4100-SIZE-ONE-SERIES THRU 4100-EXIT
096900         VARYING WS-SERIES-IDX FROM 1 BY 1
097000         UNTIL WS-SERIES-IDX IS GREATER THAN WS-SERIES-COUNT.
097100 4000-EXIT.
097200     EXIT.
097300
097400*****************************************************************
097500*    4100-SIZE-ONE-SERIES - APPLY THE SIZING METHOD (SEE THE    *
097600*    PROLOGUE) TO ONE SERIES.  THE FIRST RULE THAT APPLIES      *
097700*    DECIDES THE TRIM, AND ITS WORDING IS KEPT AS THE BASIS     *
097800*    LINE OF THE REPORT.                                        *
097900*****************************************************************
098000 4100-SIZE-ONE-SERIES.
098100     MOVE ZERO TO WS-SER-TRIM(WS-SERIES-IDX)
098200     MOVE ZERO TO WS-SER-AVG-RCLM(WS-SERIES-IDX)
098300     IF WS-SER-NIGHTS(WS-SERIES-IDX) IS GREATER THAN ZERO
098400         DIVIDE WS-SER-NIGHTS(WS-SERIES-IDX)
098500             INTO WS-SER-RECLAIMED(WS-SERIES-IDX)
098600             GIVING WS-SER-AVG-RCLM(WS-SERIES-IDX)
098700     END-IF
098800     COMPUTE WS-HST-HEADROOM =
098900         WS-SER-ENTITLED(WS-SERIES-IDX)
099000             - WS-SER-FLOOR(WS-SERIES-IDX)
099100     EVALUATE TRUE
099200         WHEN WS-SER-CARDS(WS-SERIES-IDX) IS EQUAL TO ZERO
099300             MOVE "NO DEMAND CARD TONIGHT - SERIES NOT GENERATED"
099400                 TO WS-SER-BASIS(WS-SERIES-IDX)
099500         WHEN POLICY-IS-NOTRIM
099600             MOVE "POLICY NOTRIM - FULL ENTITLED DEMAND"
099700                 TO WS-SER-BASIS(WS-SERIES-IDX)
099800         WHEN WS-SER-NIGHTS(WS-SERIES-IDX) IS LESS THAN
099900             WS-MIN-HIST-NIGHTS
100000             MOVE "TOO LITTLE HISTORY - NO TRIM, FULL ENTITLED"
100100                 TO WS-SER-BASIS(WS-SERIES-IDX)
100200         WHEN WS-SER-SHORT-NIGHTS(WS-SERIES-IDX) IS GREATER THAN
100300             ZERO
100400             MOVE "SHORTFALL IN HISTORY - NO TRIM, FULL ENTITLED"
100500                 TO WS-SER-BASIS(WS-SERIES-IDX)
100600         WHEN WS-SER-AVG-RCLM(WS-SERIES-IDX) IS EQUAL TO ZERO
100700             MOVE "NOTHING RECLAIMED IN HISTORY - FULL ENTITLED"
100800                 TO WS-SER-BASIS(WS-SERIES-IDX)
100900         WHEN WS-HST-HEADROOM IS EQUAL TO ZERO
101000             MOVE "DEMAND IS ALL REGISTRY MINIMUM - NO TRIM"
101100                 TO WS-SER-BASIS(WS-SERIES-IDX)
101200         WHEN WS-SER-AVG-RCLM(WS-SERIES-IDX) IS GREATER THAN
101300             WS-HST-HEADROOM
101400             MOVE WS-HST-HEADROOM TO WS-SER-TRIM(WS-SERIES-IDX)
101500             MOVE "RECLAIM TRIM HELD AT THE MINIMUM FLOOR"
101600                 TO WS-SER-BASIS(WS-SERIES-IDX)
101700         WHEN OTHER
101800             MOVE WS-SER-AVG-RCLM(WS-SERIES-IDX)
101900                 TO WS-SER-TRIM(WS-SERIES-IDX)
102000             MOVE "ENTITLED DEMAND LESS AVERAGE NIGHTLY RECLAIM"
102100                 TO WS-SER-BASIS(WS-SERIES-IDX)
102200     END-EVALUATE
102300     COMPUTE WS-SER-RUN-COUNT(WS-SERIES-IDX) =
102400         WS-SER-ENTITLED(WS-SERIES-IDX)
102500             - WS-SER-TRIM(WS-SERIES-IDX)
102600     ADD WS-SER-RUN-COUNT(WS-SERIES-IDX) TO WS-TOTAL-RUN-COUNT
102700     PERFORM 4200-WRITE-SIZE-RECORD THRU 4200-EXIT
102800     PERFORM 4300-REPORT-ONE-SERIES THRU 4300-EXIT.
102900 4100-EXIT.
103000     EXIT.
103100
103200*****************************************************************
103300*    4200-WRITE-SIZE-RECORD - ONE CPRUNSIZ RECORD PER LISTED    *
103400*    SERIES, ZERO-SIZED ONES INCLUDED, SO TEST-COB CAN TELL A   *
103500*    SERIES NOBODY ASKED FOR FROM ONE THIS STEP NEVER SAW.      *
103600*****************************************************************
103700 4200-WRITE-SIZE-RECORD.
103800     MOVE SPACES TO CP-RUNSIZE-RECORD
103900     MOVE WS-SER-CODE(WS-SERIES-IDX) TO CP-SIZ-SERIES-CODE
104000     MOVE WS-SER-RUN-COUNT(WS-SERIES-IDX) TO CP-SIZ-RUN-COUNT
104100     MOVE WS-SER-DEMANDED(WS-SERIES-IDX) TO CP-SIZ-DEMANDED
104200     MOVE WS-SER-ENTITLED(WS-SERIES-IDX) TO CP-SIZ-ENTITLED
104300     MOVE WS-SER-FLOOR(WS-SERIES-IDX) TO CP-SIZ-FLOOR
104400     MOVE WS-SER-TRIM(WS-SERIES-IDX) TO CP-SIZ-TRIM
104500     MOVE WS-SER-NIGHTS(WS-SERIES-IDX) TO CP-SIZ-HIST-NIGHTS
104600     MOVE WS-SER-SHORT-QTY(WS-SERIES-IDX) TO CP-SIZ-HIST-SHORT
104700     MOVE WS-SER-RECLAIMED(WS-SERIES-IDX) TO CP-SIZ-HIST-RECLAIM
104800     MOVE WS-CD-DATE TO CP-SIZ-SIZE-DATE
104900     WRITE CP-RUNSIZE-RECORD
105000     ADD 1 TO WS-SIZE-WRITTEN.
105100 4200-EXIT.
105200     EXIT.
105300
105400*****************************************************************
105500*    4300-REPORT-ONE-SERIES - PRINT ONE SERIES' SIZING BLOCK:   *
105600*    EVERY FIGURE THE RUN COUNT WAS WORKED FROM, IN THE ORDER   *
105700*    THE ARITHMETIC USES THEM, AND THE RULE THAT DECIDED IT.    *
105800*    A BLOCK IS NEVER SPLIT ACROSS A PAGE.                      *
105900*****************************************************************
106000 4300-REPORT-ONE-SERIES.
106100     IF WS-LINE-COUNT + WS-BLOCK-LINES IS GREATER THAN
106200         WS-MAX-LINES-PER-PAGE
106300         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
106400     END-IF
106500     MOVE SPACES TO WS-SEC-TEXT
106600     STRING "SERIES " WS-SER-CODE(WS-SERIES-IDX)
106700         DELIMITED BY SIZE INTO WS-SEC-TEXT
106800     END-STRING
106900     WRITE CP-RPT-LINE FROM WS-SECTION-LINE
107000     MOVE "DEMAND CARDS TONIGHT . . . . . . . . . ."
107100         TO WS-LBL-TEXT
107200     MOVE WS-SER-CARDS(WS-SERIES-IDX) TO WS-LBL-VALUE
107300     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
107400     MOVE "DEMANDED, AS KEYED . . . . . . . . . . ."
107500         TO WS-LBL-TEXT
107600     MOVE WS-SER-DEMANDED(WS-SERIES-IDX) TO WS-LBL-VALUE
107700     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
107800     MOVE "ENTITLED, CAPPED AT REGISTRY MAXIMUMS  ."
107900         TO WS-LBL-TEXT
108000     MOVE WS-SER-ENTITLED(WS-SERIES-IDX) TO WS-LBL-VALUE
108100     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
108200     MOVE "FLOOR, SUM OF REGISTRY MINIMUMS  . . . ."
108300         TO WS-LBL-TEXT
108400     MOVE WS-SER-FLOOR(WS-SERIES-IDX) TO WS-LBL-VALUE
108500     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
108600     MOVE "HISTORY NIGHTS ON THE CROSS-REFERENCE  ."
108700         TO WS-LBL-TEXT
108800     MOVE WS-SER-NIGHTS(WS-SERIES-IDX) TO WS-LBL-VALUE
108900     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
109000     MOVE "NUMBERS FILLED OVER THE HISTORY  . . . ."
109100         TO WS-LBL-TEXT
109200     MOVE WS-SER-FILLED(WS-SERIES-IDX) TO WS-LBL-VALUE
109300     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
109400     MOVE "NIGHTS THAT LEFT A CONSUMER SHORT  . . ."
109500         TO WS-LBL-TEXT
109600     MOVE WS-SER-SHORT-NIGHTS(WS-SERIES-IDX) TO WS-LBL-VALUE
109700     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
109800     MOVE "NUMBERS SHORT OVER THE HISTORY . . . . ."
109900         TO WS-LBL-TEXT
110000     MOVE WS-SER-SHORT-QTY(WS-SERIES-IDX) TO WS-LBL-VALUE
110100     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
110200     MOVE "NUMBERS RECLAIMED OVER THE HISTORY . . ."
110300         TO WS-LBL-TEXT
110400     MOVE WS-SER-RECLAIMED(WS-SERIES-IDX) TO WS-LBL-VALUE
110500     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
110600     MOVE "AVERAGE RECLAIMED PER NIGHT  . . . . . ."
110700         TO WS-LBL-TEXT
110800     MOVE WS-SER-AVG-RCLM(WS-SERIES-IDX) TO WS-LBL-VALUE
110900     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
111000     MOVE "RECLAIM TRIM TAKEN . . . . . . . . . . ."
111100         TO WS-LBL-TEXT
111200     MOVE WS-SER-TRIM(WS-SERIES-IDX) TO WS-LBL-VALUE
111300     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
111400     MOVE "RUN COUNT FOR TEST-COB . . . . . . . . ."
111500         TO WS-LBL-TEXT
111600     MOVE WS-SER-RUN-COUNT(WS-SERIES-IDX) TO WS-LBL-VALUE
111700     WRITE CP-RPT-LINE FROM WS-LABEL-LINE
111800     MOVE WS-SER-BASIS(WS-SERIES-IDX) TO WS-BAS-TEXT
111900     WRITE CP-RPT-LINE FROM WS-BASIS-LINE
112000     MOVE SPACES TO CP-RPT-LINE
112100     WRITE CP-RPT-LINE
112200     ADD 15 TO WS-LINE-COUNT
112300     MOVE WS-SER-RUN-COUNT(WS-SERIES-IDX) TO WS-EDIT-COUNT
112400     DISPLAY "TEST-RUNSIZE - SERIES " WS-SER-CODE(WS-SERIES-IDX)
112500         " SIZED AT " WS-EDIT-COUNT.
112600 4300-EXIT.
112700     EXIT.
112800
112900*****************************************************************
113000*    5000-FINALIZE - PRINT THE TOTAL, CLOSE EVERYTHING, AND     *
113100*    REPORT THE COUNTS.                                         *
113200*****************************************************************
113300 5000-FINALIZE.
113400     CLOSE SIZE-FILE
113500     MOVE WS-TOTAL-RUN-COUNT TO WS-TOT-COUNT
113600     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
113700     MOVE SPACES TO CP-RPT-LINE
113800     WRITE CP-RPT-LINE
113900     WRITE CP-RPT-LINE FROM WS-END-LINE
114000     CLOSE REPORT-FILE
114100     DISPLAY "TEST-RUNSIZE - " WS-DEMAND-COUNT " DEMAND CARD(S), "
114200         WS-HIST-READ-COUNT " HISTORY RECORD(S) ("
114300         WS-HIST-SKIP-COUNT " SKIPPED), " WS-RCLM-READ-COUNT
114400         " RECLAIM(S) IN THE WINDOW"
114500     IF WS-OFF-LIST-CARDS IS GREATER THAN ZERO
114600         DISPLAY "TEST-RUNSIZE - WARNING - " WS-OFF-LIST-CARDS
114700             " CARD(S) FOR SERIES NOT ON THE LIST - SEE SIZERPT"
114800     END-IF
114900     MOVE WS-TOTAL-RUN-COUNT TO WS-EDIT-COUNT
115000     DISPLAY "TEST-RUNSIZE - " WS-SIZE-WRITTEN
115100         " SERIES SIZED, " WS-EDIT-COUNT " NUMBERS IN TOTAL".
115200 5000-EXIT.
115300     EXIT.
115400
115500*****************************************************************
115600*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
115700*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
115800*    RUN.                                                       *
115900*****************************************************************
116000 9900-SET-RETURN-CODE.
116100     MOVE WS-RETURN-CODE TO RETURN-CODE
116200     STOP RUN.
116300 9900-EXIT.
116400     EXIT.
116500
116600*****************************************************************
116700*    9910-FILE-OPEN-ERROR - A REQUIRED FILE FAILED TO OPEN.     *
116800*****************************************************************
116900 9910-FILE-OPEN-ERROR.
117000     MOVE 1502 TO WS-RETURN-CODE
117100     DISPLAY "TEST-RUNSIZE RC1502 - A REQUIRED FILE FAILED TO "
117200         "OPEN"
117300     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
117400 9910-EXIT.
117500     EXIT.
117600
117700 9999-EXIT.
117800     STOP RUN.
