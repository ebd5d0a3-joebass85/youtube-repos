000100*****************************************************************
000200*                                                               *
000300*    PROGRAM      TEST-DSPVFY                                   *
000400*    FUNCTION     DISPOSITION INDEX VERIFICATION.  PROVES THE   *
000500*                 KEYED DISPOSITION INDEX (CPDSPIDX) STILL      *
000600*                 AGREES WITH THE FLAT FILES IT IS BUILT FROM - *
000700*                 THE RETAINED SEQOUT AND ALLOCXRF GENERATIONS  *
000800*                 AND THE VOID REGISTER.  EVERY ISSUED RANGE,   *
000900*                 ALLOCATED RANGE AND REGISTER ENTRY THE FLAT   *
001000*                 FILES HOLD MUST BE ON THE INDEX EXACTLY ONCE, *
001100*                 AND EVERY INDEX ENTRY THE RETAINED FILES CAN  *
001200*                 STILL SPEAK FOR MUST BE ON THEM.  RUN         *
001300*                 PERIODICALLY; THE FLAT FILES REMAIN THE       *
001400*                 RECORD AND A DISAGREEMENT MEANS THE INDEX IS  *
001500*                 RELOADED.                                     *
001600*                                                               *
001700*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. TEST-DSPVFY.
002000 AUTHOR. JOE DIAMOND.
002100 INSTALLATION. DAILY-LEDGER BATCH SYSTEMS.
002200 DATE-WRITTEN. 10/15/2026.
002300 DATE-COMPILED.
002400*****************************************************************
002500*    MODIFICATION HISTORY.
002600*    DATE       INIT  DESCRIPTION
002700*    10/15/26   JAD   ORIGINAL VERSION - DISPOSITION INDEX
002800*                     VERIFICATION.
002900*****************************************************************
003000*
003100*    METHOD - THE FLAT FILES ARE TURNED INTO INDEX ENTRIES
003200*    EXACTLY AS TEST-DSPIDX TURNS THEM (ISSUED RANGES GATHERED
003300*    RUN BY RUN, ONE ALLOCATED ENTRY PER ALLOCXRF RECORD WITH A
003400*    NON-ZERO QUANTITY, ONE DISPOSITION ENTRY PER REGISTER
003500*    RECORD) AND RELEASED TO ONE INTERNAL SORT ALONGSIDE EVERY
003600*    ENTRY READ FROM THE INDEX.  IDENTICAL ENTRIES SORT
003700*    TOGETHER; EACH GROUP IS THEN JUDGED:
003800*      - FROM THE FLAT FILES ONLY  - NOT IN THE INDEX.
003900*      - FROM THE INDEX ONLY       - NOT IN THE FLAT FILES,
004000*        WHEN THE ENTRY'S RUN IS ONE THE RETAINED GENERATIONS
004100*        COVER (OR IT IS A REGISTER ENTRY, THE REGISTER BEING
004200*        KEPT WHOLE); OTHERWISE IT PRE-DATES THE RETAINED
004300*        HISTORY AND IS ONLY COUNTED.
004400*      - ON THE INDEX MORE THAN ONCE - DUPLICATED IN THE INDEX.
004500*    REGISTER RECORDS PAST THE COUNT ON THE INDEX CONTROL
004600*    RECORD ARE NOT YET DUE ON THE INDEX (THE NEXT NIGHTLY
004700*    UPDATE POSTS THEM) AND ARE ONLY COUNTED.
004800*
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-370.
005300 OBJECT-COMPUTER. IBM-370.
005400 SPECIAL-NAMES.
005500     C01 IS TOP-OF-PAGE.
005600
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT SEQ-OUTPUT-FILE
006000         ASSIGN TO SEQOUT
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-SEQOUT-STATUS.
006300
006400     SELECT ALLOCX-FILE
006500         ASSIGN TO ALLOCXRF
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-ALLOCX-STATUS.
006800
006900     SELECT VOID-REG-FILE
007000         ASSIGN TO VOIDREG
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-VOID-STATUS.
007300
007400     SELECT DISP-INDEX-FILE
007500         ASSIGN TO DISPIDX
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS SEQUENTIAL
007800         RECORD KEY IS CP-DIX-KEY
007900         FILE STATUS IS WS-DSPIDX-STATUS.
008000
008100     SELECT REPORT-FILE
008200         ASSIGN TO VFYRPT
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-RPT-STATUS.
008500
008600     SELECT SORT-FILE
008700         ASSIGN TO SORTWK.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  SEQ-OUTPUT-FILE
009200     RECORD CONTAINS 40 CHARACTERS
009300     RECORDING MODE IS F.
009400 COPY CPSEQOUT.
009500
009600 FD  ALLOCX-FILE
009700     RECORD CONTAINS 80 CHARACTERS
009800     RECORDING MODE IS F.
009900 COPY CPALLOCX.
010000
010100 FD  VOID-REG-FILE
010200     RECORD CONTAINS 40 CHARACTERS
010300     RECORDING MODE IS F.
010400 COPY CPVOID.
010500
010600 FD  DISP-INDEX-FILE
010700     RECORD CONTAINS 100 CHARACTERS.
010800 COPY CPDSPIDX.
010900
011000 FD  REPORT-FILE
011100     RECORD CONTAINS 132 CHARACTERS
011200     RECORDING MODE IS F.
011300 01  CP-RPT-LINE                 PIC X(132).
011400
011500 SD  SORT-FILE.
011600 01  SRT-SORT-RECORD.
011700     05  SRT-ENTRY.
011800         10  SRT-ENTRY-KEY.
011900             15  SRT-SERIES-CODE PIC X(04).
012000             15  SRT-ERA-CODE    PIC 9(02).
012100             15  SRT-REC-TYPE    PIC X(01).
012200             15  SRT-TO-NUMBER   PIC 9(09).
012300         10  SRT-ENTRY-DATA.
012400             15  SRT-FROM-NUMBER PIC 9(09).
012500             15  SRT-RUN-DATE    PIC 9(08).
012600             15  SRT-RUN-ID      PIC X(08).
012700             15  SRT-SYSTEM-ID   PIC X(08).
012800             15  SRT-REASON-CODE PIC X(04).
012900             15  SRT-DISP-DATE   PIC 9(08).
013000             15  SRT-REPORTED-BY PIC X(08).
013100             15  SRT-SOURCE      PIC X(04).
013200     05  SRT-ORIGIN              PIC X(01).
013300         88  SRT-FROM-FLAT           VALUE "F".
013400         88  SRT-FROM-INDEX          VALUE "X".
013500     05  SRT-PROVABLE            PIC X(01).
013600         88  SRT-IS-PROVABLE         VALUE "Y".
013700     05  SRT-KEY-SEQ             PIC 9(03).
013800
013900 WORKING-STORAGE SECTION.
014000*****************************************************************
014100*    RETURN CODE TABLE - CODES THIS PROGRAM SETS INTO           *
014200*    RETURN-CODE BEFORE STOPPING.                               *
014300*                                                               *
014400*    RC2200  A REQUIRED FILE FAILED TO OPEN.                    *
014500*    RC2201  THE INDEX DISAGREES WITH THE FLAT FILES - THE      *
014600*           REPORT LISTS EVERY DISAGREEMENT.  RELOAD THE INDEX  *
014700*           (DSPLOADJ) AND RUN THIS VERIFICATION AGAIN.         *
014800*    RC2202  A SEQOUT GENERATION FAILED ITS HEADER/TRAILER      *
014900*           CONTROL CHECK - THE INPUT IS NOT TRUSTWORTHY AND    *
015000*           NOTHING IS JUDGED FROM IT.                          *
015100*    RC2203  THE INDEX HAS NO CONTROL RECORD - IT WAS NEVER     *
015200*           LOADED.                                             *
015300*    RC2204  THE RETAINED GENERATIONS HOLD MORE RUNS THAN THE   *
015400*           RUN TABLE - ENLARGE WS-RUN-ENTRY.                   *
015410*    RC2205  A READ OF THE INDEX RETURNED AN UNEXPECTED I/O     *
015420*           STATUS.                                             *
015500*****************************************************************
015600 77  WS-SEQOUT-STATUS            PIC X(02) VALUE "00".
015700 77  WS-ALLOCX-STATUS            PIC X(02) VALUE "00".
015800 77  WS-VOID-STATUS              PIC X(02) VALUE "00".
015900 77  WS-DSPIDX-STATUS            PIC X(02) VALUE "00".
016000 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
016100
016200 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
016300
016400*****************************************************************
016500*    COUNTS - INPUT READ, AND THE JUDGEMENT OF EVERY GROUP OF   *
016600*    IDENTICAL ENTRIES.                                         *
016700*****************************************************************
016800 01  WS-COUNT-FIELDS.
016900     05  WS-DETAIL-READ          PIC 9(09) COMP VALUE 0.
017000     05  WS-ALLOCX-READ          PIC 9(09) COMP VALUE 0.
017100     05  WS-REG-READ             PIC 9(09) COMP VALUE 0.
017200     05  WS-REG-AWAITING         PIC 9(09) COMP VALUE 0.
017300     05  WS-INDEX-READ           PIC 9(09) COMP VALUE 0.
017400     05  WS-FLAT-RELEASED        PIC 9(09) COMP VALUE 0.
017500     05  WS-AGREED-COUNT         PIC 9(09) COMP VALUE 0.
017600     05  WS-NOT-INDEXED-COUNT    PIC 9(09) COMP VALUE 0.
017700     05  WS-NOT-FLAT-COUNT       PIC 9(09) COMP VALUE 0.
017800     05  WS-DUPLICATED-COUNT     PIC 9(09) COMP VALUE 0.
017900     05  WS-BEYOND-COUNT         PIC 9(09) COMP VALUE 0.
018000
018100*****************************************************************
018200*    PER-GENERATION CONTROL FIELDS - EACH HEADER IN THE         *
018300*    CONCATENATION RESETS THEM; EACH TRAILER IS VERIFIED        *
018400*    AGAINST THEM.  THE CONTROL TOTAL IS THE SUM OF DETAIL      *
018500*    NUMBERS MODULO 10**10.                                     *
018600*****************************************************************
018700 01  WS-GEN-FIELDS.
018800     05  WS-GEN-DET-COUNT        PIC 9(09) COMP VALUE 0.
018900     05  WS-GEN-FIRST-NUM        PIC 9(09) COMP VALUE 0.
019000     05  WS-GEN-LAST-NUM         PIC 9(09) COMP VALUE 0.
019100     05  WS-GEN-CTL-ACCUM        PIC 9(11) COMP VALUE 0.
019200     05  WS-CTL-MODULUS          PIC 9(11) COMP
019300                                 VALUE 10000000000.
019400     05  WS-GEN-TALLY            PIC 9(03) COMP VALUE 0.
019500
019600*****************************************************************
019700*    ISSUED-RANGE FIELDS - THE SEQOUT NUMBER BEING TAKEN AND    *
019800*    THE RANGE BEING GATHERED, AS TEST-DSPIDX GATHERS THEM.     *
019900*****************************************************************
020000 01  WS-ISSUED-FIELDS.
020100     05  WS-ISN-SERIES           PIC X(04) VALUE SPACES.
020200     05  WS-ISN-ERA              PIC 9(02) VALUE ZERO.
020300     05  WS-ISN-NUMBER           PIC 9(09) VALUE ZERO.
020400     05  WS-ISN-RUN-DATE         PIC 9(08) VALUE ZERO.
020500     05  WS-ISN-RUN-ID           PIC X(08) VALUE SPACES.
020600     05  WS-STR-SERIES           PIC X(04) VALUE SPACES.
020700     05  WS-STR-ERA              PIC 9(02) VALUE ZERO.
020800     05  WS-STR-RUN-DATE         PIC 9(08) VALUE ZERO.
020900     05  WS-STR-RUN-ID           PIC X(08) VALUE SPACES.
021000     05  WS-STR-FROM             PIC 9(09) VALUE ZERO.
021100     05  WS-STR-TO               PIC 9(09) VALUE ZERO.
021200     05  WS-SW-STRETCH           PIC X(01) VALUE "N".
021300         88  STRETCH-IS-OPEN         VALUE "Y".
021400
021500*****************************************************************
021600*    RUN TABLE - EVERY RUN THE RETAINED GENERATIONS COVER, BY   *
021700*    THE ENTRY TYPE IT CAN PROVE: I FOR A RUN ON A SEQOUT       *
021800*    GENERATION, A FOR A RUN ON AN ALLOCXRF GENERATION.  AN     *
021900*    ISSUED OR ALLOCATED INDEX ENTRY WHOSE RUN IS NOT HERE      *
022000*    PRE-DATES THE RETAINED HISTORY.                            *
022100*****************************************************************
022200 01  WS-RUN-TABLE.
022300     05  WS-RUN-COUNT            PIC 9(03) COMP VALUE 0.
022400     05  WS-RUN-MAX              PIC 9(03) COMP VALUE 400.
022500     05  WS-RUN-SUB              PIC 9(03) COMP VALUE 0.
022600     05  WS-RUN-ENTRY OCCURS 400 TIMES.
022700         10  WS-RUN-TYPE         PIC X(01).
022800         10  WS-RUN-DATE         PIC 9(08).
022900         10  WS-RUN-ID           PIC X(08).
023000 01  WS-RUN-PROBE.
023100     05  WS-PRB-TYPE             PIC X(01) VALUE SPACES.
023200     05  WS-PRB-DATE             PIC 9(08) VALUE ZERO.
023300     05  WS-PRB-ID               PIC X(08) VALUE SPACES.
023400 01  WS-RUN-LAST-ADDED.
023500     05  WS-LST-TYPE             PIC X(01) VALUE SPACES.
023600     05  WS-LST-DATE             PIC 9(08) VALUE ZERO.
023700     05  WS-LST-ID               PIC X(08) VALUE SPACES.
023800
023900*****************************************************************
024000*    CONTROL-RECORD FIELDS - AS READ FROM THE INDEX.            *
024100*****************************************************************
024200 01  WS-CONTROL-FIELDS.
024300     05  WS-CTL-VOID-COUNT       PIC 9(09) VALUE ZERO.
024400
024500*****************************************************************
024600*    GROUP FIELDS - THE SORTED STREAM ARRIVES WITH IDENTICAL    *
024700*    ENTRIES TOGETHER; ONLY THE CURRENT GROUP IS HELD IN CORE.  *
024800*****************************************************************
024900 01  WS-GROUP-FIELDS.
025000     05  WS-GRP-ENTRY.
025100         10  WS-GRP-SERIES       PIC X(04).
025200         10  WS-GRP-ERA          PIC 9(02).
025300         10  WS-GRP-TYPE         PIC X(01).
025400         10  WS-GRP-TO           PIC 9(09).
025500         10  WS-GRP-FROM         PIC 9(09).
025600         10  WS-GRP-RUN-DATE     PIC 9(08).
025700         10  WS-GRP-RUN-ID       PIC X(08).
025800         10  WS-GRP-SYSTEM-ID    PIC X(08).
025900         10  WS-GRP-REASON       PIC X(04).
026000         10  WS-GRP-DISP-DATE    PIC 9(08).
026100         10  WS-GRP-REPORTED-BY  PIC X(08).
026200         10  WS-GRP-SOURCE       PIC X(04).
026300     05  WS-GRP-FLAT             PIC 9(05) COMP VALUE 0.
026400     05  WS-GRP-INDEXED          PIC 9(05) COMP VALUE 0.
026500     05  WS-GRP-PROVABLE         PIC X(01) VALUE "N".
026600         88  GROUP-IS-PROVABLE       VALUE "Y".
026700
026800 01  WS-DATE-TIME-FIELDS.
026900     05  WS-CURRENT-DATE         PIC 9(08).
027000     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
027100         10  WS-CD-YYYY          PIC 9(04).
027200         10  WS-CD-MM            PIC 9(02).
027300         10  WS-CD-DD            PIC 9(02).
027400     05  WS-HDG-DATE-NUM         PIC 9(08).
027500     05  WS-HDG-DATE-NUM-R REDEFINES WS-HDG-DATE-NUM.
027600         10  WS-HDN-MM           PIC 9(02).
027700         10  WS-HDN-DD           PIC 9(02).
027800         10  WS-HDN-YYYY         PIC 9(04).
027900
028000 01  WS-REPORT-FIELDS.
028100     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
028200     05  WS-PAGE-NUMBER          PIC 9(03) VALUE ZERO.
028300     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 050.
028400
028500 01  WS-TITLE-LINE.
028600     05  FILLER                  PIC X(38) VALUE SPACES.
028700     05  FILLER                  PIC X(56) VALUE
028800         "TEST-COB DISPOSITION INDEX VERIFICATION REPORT".
028900
029000 01  WS-HEADING-LINE.
029100     05  FILLER                  PIC X(01) VALUE SPACES.
029200     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
029300     05  WS-HDG-DATE             PIC 99/99/9999.
029400     05  FILLER                  PIC X(06) VALUE "  JOB:".
029500     05  WS-HDG-JOBNAME          PIC X(09) VALUE "TESTDVFY".
029600     05  FILLER                  PIC X(06) VALUE "PAGE: ".
029700     05  WS-HDG-PAGE             PIC ZZ9.
029800
029900 01  WS-AS-OF-LINE.
030000     05  FILLER                  PIC X(01) VALUE SPACES.
030100     05  FILLER                  PIC X(22) VALUE
030200         "INDEX AS OF RUN DATE: ".
030300     05  WS-ASOF-RUN-DATE        PIC 9(08).
030400     05  FILLER                  PIC X(09) VALUE "  RUN-ID ".
030500     05  WS-ASOF-RUN-ID          PIC X(08).
030600     05  FILLER                  PIC X(10) VALUE "  LOADED: ".
030700     05  WS-ASOF-LOAD-DATE       PIC 9(08).
030800     05  FILLER                  PIC X(11) VALUE "  UPDATED: ".
030900     05  WS-ASOF-UPDATE-DATE     PIC 9(08).
031000
031100 01  WS-DETAIL-LINE.
031200     05  FILLER                  PIC X(04) VALUE SPACES.
031300     05  WS-DTL-FINDING          PIC X(24).
031400     05  FILLER                  PIC X(06) VALUE " TYPE ".
031500     05  WS-DTL-TYPE             PIC X(01).
031600     05  FILLER                  PIC X(09) VALUE "  SERIES ".
031700     05  WS-DTL-SERIES           PIC X(04).
031800     05  FILLER                  PIC X(06) VALUE "  ERA ".
031900     05  WS-DTL-ERA              PIC 9(02).
032000     05  FILLER                  PIC X(02) VALUE SPACES.
032100     05  WS-DTL-FROM             PIC ZZZZZZZZ9.
032200     05  FILLER                  PIC X(03) VALUE " - ".
032300     05  WS-DTL-TO               PIC ZZZZZZZZ9.
032400     05  FILLER                  PIC X(06) VALUE "  RUN ".
032500     05  WS-DTL-RUN-DATE         PIC 9(08).
032600     05  FILLER                  PIC X(01) VALUE SPACES.
032700     05  WS-DTL-RUN-ID           PIC X(08).
032800     05  FILLER                  PIC X(02) VALUE SPACES.
032900     05  WS-DTL-SYSTEM-ID        PIC X(08).
033000     05  FILLER                  PIC X(01) VALUE SPACES.
033100     05  WS-DTL-REASON           PIC X(04).
033200
033300 01  WS-TOTAL-LINE.
033400     05  FILLER                  PIC X(04) VALUE SPACES.
033500     05  WS-TOT-LABEL            PIC X(40).
033600     05  WS-TOT-VALUE            PIC ZZZZZZZZ9.
033700
033800 01  WS-END-LINE.
033900     05  FILLER                  PIC X(20) VALUE SPACES.
034000     05  FILLER                  PIC X(22) VALUE
034100         "*** END OF REPORT ***".
034200
034300 01  WS-SW-FIELDS.
034400     05  WS-SW-SEQ-EOF           PIC X(01) VALUE "N".
034500         88  END-OF-SEQOUT           VALUE "Y".
034600     05  WS-SW-GEN-OPEN          PIC X(01) VALUE "N".
034700         88  GENERATION-IS-OPEN      VALUE "Y".
034800     05  WS-SW-ALX-EOF           PIC X(01) VALUE "N".
034900         88  END-OF-ALLOCX           VALUE "Y".
035000     05  WS-SW-VOID-EOF          PIC X(01) VALUE "N".
035100         88  END-OF-REGISTER         VALUE "Y".
035200     05  WS-SW-DIX-EOF           PIC X(01) VALUE "N".
035300         88  END-OF-INDEX            VALUE "Y".
035400     05  WS-SW-SORT-EOF          PIC X(01) VALUE "N".
035500         88  END-OF-SORT             VALUE "Y".
035600     05  WS-SW-GROUP             PIC X(01) VALUE "N".
035700         88  GROUP-IS-ACTIVE         VALUE "Y".
035800     05  WS-SW-RUN-FOUND         PIC X(01) VALUE "N".
035900         88  RUN-IS-FOUND            VALUE "Y".
036000
036100 PROCEDURE DIVISION.
036200 0000-MAINLINE.
036300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036400     SORT SORT-FILE
036500         ON ASCENDING KEY SRT-ENTRY-KEY SRT-ENTRY-DATA
036600             SRT-ORIGIN
036700         INPUT PROCEDURE IS 2000-FEED-SORT THRU 2000-EXIT
036800         OUTPUT PROCEDURE IS 3000-WALK-SORTED THRU 3000-EXIT
036900     PERFORM 4000-FINALIZE THRU 4000-EXIT
037000     GO TO 9999-EXIT.
037100
037200*****************************************************************
037300*    1000-INITIALIZE - OPEN THE INDEX AND READ ITS CONTROL      *
037400*    RECORD (IT SORTS AHEAD OF EVERY ENTRY), OPEN THE REPORT    *
037500*    AND WRITE ITS FIRST HEADING.  THE FLAT FILES ARE OPENED BY *
037600*    THE SORT INPUT PROCEDURE.                                  *
037700*****************************************************************
037800 1000-INITIALIZE.
037900     DISPLAY "TEST-DSPVFY - DISPOSITION INDEX VERIFICATION "
038000         "STARTING"
038100     OPEN INPUT DISP-INDEX-FILE
038200     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
038300         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
038400     END-IF
038500     PERFORM 2810-READ-INDEX-ENTRY THRU 2810-EXIT
038600     IF END-OF-INDEX
038700         OR NOT DIX-IS-CONTROL
038800         MOVE 2203 TO WS-RETURN-CODE
038900         DISPLAY "TEST-DSPVFY RC2203 - THE DISPOSITION INDEX "
039000             "HAS NO CONTROL RECORD - IT WAS NEVER LOADED"
039100         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
039200     END-IF
039300     MOVE CP-DIX-CTL-VOID-COUNT TO WS-CTL-VOID-COUNT
039400     MOVE CP-DIX-CTL-RUN-DATE TO WS-ASOF-RUN-DATE
039500     MOVE CP-DIX-CTL-RUN-ID TO WS-ASOF-RUN-ID
039600     MOVE CP-DIX-CTL-LOAD-DATE TO WS-ASOF-LOAD-DATE
039700     MOVE CP-DIX-CTL-UPDATE-DATE TO WS-ASOF-UPDATE-DATE
039800     OPEN OUTPUT REPORT-FILE
039900     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
040000         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
040100     END-IF
040200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
040300     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT.
040400 1000-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800*    2000-FEED-SORT - SORT INPUT PROCEDURE.  RELEASES THE       *
040900*    ENTRIES THE FLAT FILES IMPLY (ORIGIN F), THEN EVERY ENTRY  *
041000*    ON THE INDEX (ORIGIN X).  THE FLAT FILES GO FIRST SO THE   *
041100*    RUN TABLE IS COMPLETE BEFORE ANY INDEX ENTRY IS MARKED     *
041200*    PROVABLE OR NOT.                                           *
041300*****************************************************************
041400 2000-FEED-SORT.
041500     OPEN INPUT SEQ-OUTPUT-FILE
041600     IF WS-SEQOUT-STATUS IS NOT EQUAL TO "00"
041700         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
041800     END-IF
041900     PERFORM 2100-TAKE-ONE-SEQ-RECORD THRU 2100-EXIT
042000         UNTIL END-OF-SEQOUT
042100     IF GENERATION-IS-OPEN
042200         DISPLAY "TEST-DSPVFY RC2202 - SEQOUT GENERATION "
042300             "ENDED WITHOUT ITS TRAILER"
042400         MOVE 2202 TO WS-RETURN-CODE
042500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
042600     END-IF
042700     CLOSE SEQ-OUTPUT-FILE
042800     OPEN INPUT ALLOCX-FILE
042900     IF WS-ALLOCX-STATUS IS NOT EQUAL TO "00"
043000         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
043100     END-IF
043200     PERFORM 2400-TAKE-ONE-ALLOCATION THRU 2400-EXIT
043300         UNTIL END-OF-ALLOCX
043400     CLOSE ALLOCX-FILE
043500     OPEN INPUT VOID-REG-FILE
043600     IF WS-VOID-STATUS IS NOT EQUAL TO "00"
043700         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
043800     END-IF
043900     PERFORM 2500-TAKE-ONE-REGISTER-ENTRY THRU 2500-EXIT
044000         UNTIL END-OF-REGISTER
044100     CLOSE VOID-REG-FILE
044200     PERFORM 2810-READ-INDEX-ENTRY THRU 2810-EXIT
044300     PERFORM 2800-RELEASE-INDEX-ENTRY THRU 2800-EXIT
044400         UNTIL END-OF-INDEX
044500     CLOSE DISP-INDEX-FILE.
044600 2000-EXIT.
044700     EXIT.
044800
044900*****************************************************************
045000*    2100-TAKE-ONE-SEQ-RECORD - DISPATCH ONE SEQOUT RECORD BY   *
045100*    ITS TYPE CODE.  DETAILS ARE ACCUMULATED FOR THE CONTROL    *
045200*    CHECK, NOTED IN THE RUN TABLE AND TAKEN INTO THE ISSUED    *
045300*    RANGE BEING GATHERED.                                      *
045400*****************************************************************
045500 2100-TAKE-ONE-SEQ-RECORD.
045600     READ SEQ-OUTPUT-FILE
045700         AT END
045800             SET END-OF-SEQOUT TO TRUE
045900             GO TO 2100-EXIT
046000     END-READ
046100     EVALUATE TRUE
046200         WHEN SEQ-REC-IS-HEADER
046300             PERFORM 2110-OPEN-GENERATION THRU 2110-EXIT
046400         WHEN SEQ-REC-IS-TRAILER
046500             PERFORM 2120-VERIFY-GENERATION THRU 2120-EXIT
046600         WHEN SEQ-REC-IS-DETAIL
046700             IF NOT GENERATION-IS-OPEN
046800                 DISPLAY "TEST-DSPVFY RC2202 - SEQOUT DETAIL "
046900                     "OUTSIDE ANY HEADER/TRAILER PAIR"
047000                 MOVE 2202 TO WS-RETURN-CODE
047100                 PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
047200             END-IF
047300             ADD 1 TO WS-DETAIL-READ
047400             ADD 1 TO WS-GEN-DET-COUNT
047500             IF WS-GEN-DET-COUNT IS EQUAL TO 1
047600                 MOVE CP-SEQ-NUMBER TO WS-GEN-FIRST-NUM
047700             END-IF
047800             MOVE CP-SEQ-NUMBER TO WS-GEN-LAST-NUM
047900             ADD CP-SEQ-NUMBER TO WS-GEN-CTL-ACCUM
048000             IF WS-GEN-CTL-ACCUM IS NOT LESS THAN
048100                 WS-CTL-MODULUS
048200                 SUBTRACT WS-CTL-MODULUS FROM WS-GEN-CTL-ACCUM
048300             END-IF
048400             MOVE "I" TO WS-PRB-TYPE
048500             MOVE CP-SEQ-JOB-DATE TO WS-PRB-DATE
048600             MOVE CP-SEQ-RUN-ID TO WS-PRB-ID
048700             PERFORM 2700-NOTE-RUN THRU 2700-EXIT
048800             MOVE CP-SEQ-SERIES-CODE TO WS-ISN-SERIES
048900             IF CP-SEQ-ERA-CODE IS NUMERIC
049000                 MOVE CP-SEQ-ERA-CODE TO WS-ISN-ERA
049100             ELSE
049200                 MOVE ZERO TO WS-ISN-ERA
049300             END-IF
049400             MOVE CP-SEQ-NUMBER TO WS-ISN-NUMBER
049500             MOVE CP-SEQ-JOB-DATE TO WS-ISN-RUN-DATE
049600             MOVE CP-SEQ-RUN-ID TO WS-ISN-RUN-ID
049700             PERFORM 2200-TAKE-ISSUED-NUMBER THRU 2200-EXIT
049800         WHEN OTHER
049900             DISPLAY "TEST-DSPVFY RC2202 - SEQOUT RECORD "
050000                 "TYPE IS NOT H, D OR T"
050100             MOVE 2202 TO WS-RETURN-CODE
050200             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
050300     END-EVALUATE.
050400 2100-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800*    2110-OPEN-GENERATION - A HEADER OPENS A GENERATION AND     *
050900*    RESETS THE CONTROL ACCUMULATORS.  A HEADER WHILE ONE IS    *
051000*    STILL OPEN MEANS THE PRIOR GENERATION LOST ITS TRAILER.    *
051100*****************************************************************
051200 2110-OPEN-GENERATION.
051300     IF GENERATION-IS-OPEN
051400         DISPLAY "TEST-DSPVFY RC2202 - SEQOUT HEADER BEFORE "
051500             "THE PRIOR GENERATION'S TRAILER"
051600         MOVE 2202 TO WS-RETURN-CODE
051700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
051800     END-IF
051900     MOVE ZERO TO WS-GEN-DET-COUNT
052000     MOVE ZERO TO WS-GEN-FIRST-NUM
052100     MOVE ZERO TO WS-GEN-LAST-NUM
052200     MOVE ZERO TO WS-GEN-CTL-ACCUM
052300     ADD 1 TO WS-GEN-TALLY
052400     MOVE "Y" TO WS-SW-GEN-OPEN.
052500 2110-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900*    2120-VERIFY-GENERATION - A TRAILER CLOSES THE OPEN         *
053000*    GENERATION; ITS COUNT, FIRST/LAST NUMBER AND CONTROL TOTAL *
053100*    MUST MATCH THE DETAILS ACTUALLY READ.  THE GENERATION'S    *
053200*    LAST ISSUED RANGE IS RELEASED ONLY ONCE IT HAS PASSED.     *
053300*****************************************************************
053400 2120-VERIFY-GENERATION.
053500     IF NOT GENERATION-IS-OPEN
053600         OR CP-SEQ-TRL-REC-COUNT IS NOT EQUAL TO
053700             WS-GEN-DET-COUNT
053800         OR CP-SEQ-TRL-FIRST-NUM IS NOT EQUAL TO
053900             WS-GEN-FIRST-NUM
054000         OR CP-SEQ-TRL-LAST-NUM IS NOT EQUAL TO
054100             WS-GEN-LAST-NUM
054200         OR CP-SEQ-TRL-CTL-TOTAL IS NOT EQUAL TO
054300             WS-GEN-CTL-ACCUM
054400         DISPLAY "TEST-DSPVFY RC2202 - SEQOUT GENERATION "
054500             WS-GEN-TALLY " CONTROL RECORDS MISSING OR "
054600             "MISMATCHED - INPUT NOT TRUSTED"
054700         MOVE 2202 TO WS-RETURN-CODE
054800         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
054900     END-IF
055000     IF STRETCH-IS-OPEN
055100         PERFORM 2300-RELEASE-STRETCH THRU 2300-EXIT
055200     END-IF
055300     MOVE "N" TO WS-SW-GEN-OPEN.
055400 2120-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*    2200-TAKE-ISSUED-NUMBER - EXTEND THE OPEN ISSUED RANGE BY  *
055900*    WS-ISN-NUMBER WHEN IT IS THE NEXT NUMBER OF THE SAME       *
056000*    SERIES, ERA AND RUN; PASS OVER A NUMBER THE RANGE ALREADY  *
056100*    HOLDS; OTHERWISE RELEASE THE RANGE AND OPEN A NEW ONE.     *
056200*    THE SAME RULES AS TEST-DSPIDX, SO THE SAME RANGES RESULT.  *
056300*****************************************************************
056400 2200-TAKE-ISSUED-NUMBER.
056500     IF WS-ISN-NUMBER IS EQUAL TO ZERO
056600         OR WS-ISN-SERIES IS EQUAL TO SPACES
056700         GO TO 2200-EXIT
056800     END-IF
056900     IF STRETCH-IS-OPEN
057000         AND WS-ISN-SERIES IS EQUAL TO WS-STR-SERIES
057100         AND WS-ISN-ERA IS EQUAL TO WS-STR-ERA
057200         AND WS-ISN-RUN-DATE IS EQUAL TO WS-STR-RUN-DATE
057300         AND WS-ISN-RUN-ID IS EQUAL TO WS-STR-RUN-ID
057400         IF WS-ISN-NUMBER IS EQUAL TO WS-STR-TO + 1
057500             MOVE WS-ISN-NUMBER TO WS-STR-TO
057600             GO TO 2200-EXIT
057700         END-IF
057800         IF WS-ISN-NUMBER IS NOT LESS THAN WS-STR-FROM
057900             AND WS-ISN-NUMBER IS NOT GREATER THAN WS-STR-TO
058000             GO TO 2200-EXIT
058100         END-IF
058200     END-IF
058300     IF STRETCH-IS-OPEN
058400         PERFORM 2300-RELEASE-STRETCH THRU 2300-EXIT
058500     END-IF
058600     MOVE WS-ISN-SERIES TO WS-STR-SERIES
058700     MOVE WS-ISN-ERA TO WS-STR-ERA
058800     MOVE WS-ISN-RUN-DATE TO WS-STR-RUN-DATE
058900     MOVE WS-ISN-RUN-ID TO WS-STR-RUN-ID
059000     MOVE WS-ISN-NUMBER TO WS-STR-FROM
059100     MOVE WS-ISN-NUMBER TO WS-STR-TO
059200     MOVE "Y" TO WS-SW-STRETCH.
059300 2200-EXIT.
059400     EXIT.
059500
059600*****************************************************************
059700*    2300-RELEASE-STRETCH - RELEASE THE GATHERED ISSUED RANGE   *
059800*    AS A FLAT ENTRY AND CLOSE IT.                              *
059900*****************************************************************
060000 2300-RELEASE-STRETCH.
060100     PERFORM 2900-CLEAR-SORT-RECORD THRU 2900-EXIT
060200     MOVE WS-STR-SERIES TO SRT-SERIES-CODE
060300     MOVE WS-STR-ERA TO SRT-ERA-CODE
060400     MOVE "I" TO SRT-REC-TYPE
060500     MOVE WS-STR-TO TO SRT-TO-NUMBER
060600     MOVE WS-STR-FROM TO SRT-FROM-NUMBER
060700     MOVE WS-STR-RUN-DATE TO SRT-RUN-DATE
060800     MOVE WS-STR-RUN-ID TO SRT-RUN-ID
060900     PERFORM 2950-RELEASE-FLAT-ENTRY THRU 2950-EXIT
061000     MOVE "N" TO WS-SW-STRETCH.
061100 2300-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500*    2400-TAKE-ONE-ALLOCATION - READ ONE CROSS-REFERENCE        *
061600*    RECORD.  ITS RUN IS NOTED IN THE RUN TABLE WHATEVER ITS    *
061700*    QUANTITY; ONE THAT ACTUALLY RECEIVED NUMBERS IS RELEASED   *
061800*    AS A FLAT ALLOCATED ENTRY.                                 *
061900*****************************************************************
062000 2400-TAKE-ONE-ALLOCATION.
062100     READ ALLOCX-FILE
062200         AT END
062300             SET END-OF-ALLOCX TO TRUE
062400             GO TO 2400-EXIT
062500     END-READ
062600     ADD 1 TO WS-ALLOCX-READ
062700     IF CP-ALX-RUN-DATE IS NUMERIC
062800         MOVE "A" TO WS-PRB-TYPE
062900         MOVE CP-ALX-RUN-DATE TO WS-PRB-DATE
063000         MOVE CP-ALX-RUN-ID TO WS-PRB-ID
063100         PERFORM 2700-NOTE-RUN THRU 2700-EXIT
063200     END-IF
063300     IF CP-ALX-QUANTITY IS NOT NUMERIC
063400         OR CP-ALX-QUANTITY IS EQUAL TO ZERO
063500         GO TO 2400-EXIT
063600     END-IF
063700     IF CP-ALX-SERIES-CODE IS EQUAL TO SPACES
063800         OR CP-ALX-FROM-NUMBER IS NOT NUMERIC
063900         OR CP-ALX-TO-NUMBER IS NOT NUMERIC
064000         OR CP-ALX-RUN-DATE IS NOT NUMERIC
064100         OR CP-ALX-FROM-NUMBER IS EQUAL TO ZERO
064200         OR CP-ALX-TO-NUMBER IS LESS THAN CP-ALX-FROM-NUMBER
064300         GO TO 2400-EXIT
064400     END-IF
064500     PERFORM 2900-CLEAR-SORT-RECORD THRU 2900-EXIT
064600     MOVE CP-ALX-SERIES-CODE TO SRT-SERIES-CODE
064700     IF CP-ALX-ERA-CODE IS NUMERIC
064800         MOVE CP-ALX-ERA-CODE TO SRT-ERA-CODE
064900     END-IF
065000     MOVE "A" TO SRT-REC-TYPE
065100     MOVE CP-ALX-TO-NUMBER TO SRT-TO-NUMBER
065200     MOVE CP-ALX-FROM-NUMBER TO SRT-FROM-NUMBER
065300     MOVE CP-ALX-RUN-DATE TO SRT-RUN-DATE
065400     MOVE CP-ALX-RUN-ID TO SRT-RUN-ID
065500     MOVE CP-ALX-SYSTEM-ID TO SRT-SYSTEM-ID
065600     PERFORM 2950-RELEASE-FLAT-ENTRY THRU 2950-EXIT.
065700 2400-EXIT.
065800     EXIT.
065900
066000*****************************************************************
066100*    2500-TAKE-ONE-REGISTER-ENTRY - READ ONE REGISTER RECORD.   *
066200*    THOSE WITHIN THE COUNT ON THE CONTROL RECORD ARE RELEASED  *
066300*    AS FLAT DISPOSITION ENTRIES; THE REST ARE NOT YET DUE ON   *
066400*    THE INDEX AND ARE ONLY COUNTED.                            *
066500*****************************************************************
066600 2500-TAKE-ONE-REGISTER-ENTRY.
066700     READ VOID-REG-FILE
066800         AT END
066900             SET END-OF-REGISTER TO TRUE
067000             GO TO 2500-EXIT
067100     END-READ
067200     ADD 1 TO WS-REG-READ
067300     IF WS-REG-READ IS GREATER THAN WS-CTL-VOID-COUNT
067400         ADD 1 TO WS-REG-AWAITING
067500         GO TO 2500-EXIT
067600     END-IF
067700     IF CP-VOID-SERIES-CODE IS EQUAL TO SPACES
067800         OR CP-VOID-SEQ-NUMBER IS NOT NUMERIC
067900         OR CP-VOID-SEQ-NUMBER IS EQUAL TO ZERO
068000         GO TO 2500-EXIT
068100     END-IF
068200     PERFORM 2900-CLEAR-SORT-RECORD THRU 2900-EXIT
068300     MOVE CP-VOID-SERIES-CODE TO SRT-SERIES-CODE
068400     IF CP-VOID-ERA-CODE IS NUMERIC
068500         MOVE CP-VOID-ERA-CODE TO SRT-ERA-CODE
068600     END-IF
068700     MOVE "V" TO SRT-REC-TYPE
068800     MOVE CP-VOID-SEQ-NUMBER TO SRT-TO-NUMBER
068900     MOVE CP-VOID-SEQ-NUMBER TO SRT-FROM-NUMBER
069000     MOVE CP-VOID-REASON-CODE TO SRT-REASON-CODE
069100     IF CP-VOID-DATE IS NUMERIC
069200         MOVE CP-VOID-DATE TO SRT-DISP-DATE
069300     END-IF
069400     MOVE CP-VOID-REPORTED-BY TO SRT-REPORTED-BY
069500     MOVE CP-VOID-SOURCE TO SRT-SOURCE
069600     PERFORM 2950-RELEASE-FLAT-ENTRY THRU 2950-EXIT.
069700 2500-EXIT.
069800     EXIT.
069900
070000*****************************************************************
070100*    2700-NOTE-RUN - ADD WS-RUN-PROBE TO THE RUN TABLE UNLESS   *
070200*    IT IS ALREADY THERE.  CONSECUTIVE RECORDS OF ONE RUN ARE   *
070300*    RECOGNISED WITHOUT A SEARCH.                               *
070400*****************************************************************
070500 2700-NOTE-RUN.
070600     IF WS-RUN-PROBE IS EQUAL TO WS-RUN-LAST-ADDED
070700         GO TO 2700-EXIT
070800     END-IF
070900     PERFORM 2750-FIND-RUN THRU 2750-EXIT
071000     MOVE WS-RUN-PROBE TO WS-RUN-LAST-ADDED
071100     IF RUN-IS-FOUND
071200         GO TO 2700-EXIT
071300     END-IF
071400     IF WS-RUN-COUNT IS NOT LESS THAN WS-RUN-MAX
071500         MOVE 2204 TO WS-RETURN-CODE
071600         DISPLAY "TEST-DSPVFY RC2204 - THE RETAINED GENERATIONS "
071700             "HOLD MORE THAN " WS-RUN-MAX " RUNS"
071800         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
071900     END-IF
072000     ADD 1 TO WS-RUN-COUNT
072100     MOVE WS-PRB-TYPE TO WS-RUN-TYPE(WS-RUN-COUNT)
072200     MOVE WS-PRB-DATE TO WS-RUN-DATE(WS-RUN-COUNT)
072300     MOVE WS-PRB-ID TO WS-RUN-ID(WS-RUN-COUNT).
072400 2700-EXIT.
072500     EXIT.
072600
072700*****************************************************************
072800*    2750-FIND-RUN - LOOK WS-RUN-PROBE UP IN THE RUN TABLE.     *
072900*****************************************************************
073000 2750-FIND-RUN.
073100     MOVE "N" TO WS-SW-RUN-FOUND
073200     PERFORM 2760-CHECK-ONE-RUN THRU 2760-EXIT
073300         VARYING WS-RUN-SUB FROM 1 BY 1
073400         UNTIL WS-RUN-SUB IS GREATER THAN WS-RUN-COUNT
073500             OR RUN-IS-FOUND.
073600 2750-EXIT.
073700     EXIT.
073800
073810*****************************************************************
073820*    2760-CHECK-ONE-RUN - COMPARE ONE RUN-TABLE ENTRY WITH      *
073830*    WS-RUN-PROBE.                                              *
073840*****************************************************************
073900 2760-CHECK-ONE-RUN.
074000     IF WS-RUN-ENTRY(WS-RUN-SUB) IS EQUAL TO WS-RUN-PROBE
074100         MOVE "Y" TO WS-SW-RUN-FOUND
074200     END-IF.
074300 2760-EXIT.
074400     EXIT.
074500
074600*****************************************************************
074700*    2800-RELEASE-INDEX-ENTRY - RELEASE ONE INDEX ENTRY,        *
074800*    MARKED PROVABLE WHEN THE RETAINED FLAT FILES CAN STILL     *
074900*    SPEAK FOR IT, AND READ THE NEXT.                           *
075000*****************************************************************
075100 2800-RELEASE-INDEX-ENTRY.
075200     ADD 1 TO WS-INDEX-READ
075300     MOVE SPACES TO SRT-SORT-RECORD
075400     MOVE CP-DIX-SERIES-CODE TO SRT-SERIES-CODE
075500     MOVE CP-DIX-ERA-CODE TO SRT-ERA-CODE
075600     MOVE CP-DIX-REC-TYPE TO SRT-REC-TYPE
075700     MOVE CP-DIX-TO-NUMBER TO SRT-TO-NUMBER
075800     MOVE CP-DIX-DATA TO SRT-ENTRY-DATA
075900     MOVE CP-DIX-KEY-SEQ TO SRT-KEY-SEQ
076000     MOVE "X" TO SRT-ORIGIN
076100     MOVE "N" TO SRT-PROVABLE
076200     IF DIX-IS-DISPOSITION
076300         MOVE "Y" TO SRT-PROVABLE
076400     ELSE
076500         MOVE CP-DIX-REC-TYPE TO WS-PRB-TYPE
076600         MOVE CP-DIX-RUN-DATE TO WS-PRB-DATE
076700         MOVE CP-DIX-RUN-ID TO WS-PRB-ID
076800         PERFORM 2750-FIND-RUN THRU 2750-EXIT
076900         IF RUN-IS-FOUND
077000             MOVE "Y" TO SRT-PROVABLE
077100         END-IF
077200     END-IF
077300     RELEASE SRT-SORT-RECORD
077400     PERFORM 2810-READ-INDEX-ENTRY THRU 2810-EXIT.
077500 2800-EXIT.
077600     EXIT.
077700
077800*****************************************************************
077900*    2810-READ-INDEX-ENTRY - READ THE NEXT INDEX RECORD IN KEY  *
078000*    ORDER.                                                     *
078100*****************************************************************
078200 2810-READ-INDEX-ENTRY.
078300     READ DISP-INDEX-FILE
078400         AT END
078500             SET END-OF-INDEX TO TRUE
078600     END-READ
078610     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
078620         AND NOT END-OF-INDEX
078630         MOVE 2205 TO WS-RETURN-CODE
078640         DISPLAY "TEST-DSPVFY RC2205 - DISPOSITION INDEX I/O "
078650             "STATUS " WS-DSPIDX-STATUS
078660         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
078670     END-IF.
078700 2810-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100*    2900-CLEAR-SORT-RECORD - BLANK A FLAT ENTRY BEFORE IT IS   *
079200*    BUILT, EXACTLY AS TEST-DSPIDX BLANKS A NEW ENTRY, SO       *
079300*    UNUSED FIELDS COMPARE EQUAL WITH THE INDEX.                *
079400*****************************************************************
079500 2900-CLEAR-SORT-RECORD.
079600     MOVE SPACES TO SRT-SORT-RECORD
079700     MOVE ZERO TO SRT-ERA-CODE
079800     MOVE ZERO TO SRT-TO-NUMBER
079900     MOVE ZERO TO SRT-FROM-NUMBER
080000     MOVE ZERO TO SRT-RUN-DATE
080100     MOVE ZERO TO SRT-DISP-DATE
080200     MOVE ZERO TO SRT-KEY-SEQ.
080300 2900-EXIT.
080400     EXIT.
080500
080600*****************************************************************
080700*    2950-RELEASE-FLAT-ENTRY - RELEASE THE BUILT ENTRY AS ONE   *
080800*    THE FLAT FILES HOLD.                                       *
080900*****************************************************************
081000 2950-RELEASE-FLAT-ENTRY.
081100     MOVE "F" TO SRT-ORIGIN
081200     MOVE "Y" TO SRT-PROVABLE
081300     RELEASE SRT-SORT-RECORD
081400     ADD 1 TO WS-FLAT-RELEASED.
081500 2950-EXIT.
081600     EXIT.
081700
081800*****************************************************************
081900*    3000-WALK-SORTED - SORT OUTPUT PROCEDURE.  ONE PASS OVER   *
082000*    THE MERGED STREAM, ONE GROUP OF IDENTICAL ENTRIES AT A     *
082100*    TIME.                                                      *
082200*****************************************************************
082300 3000-WALK-SORTED.
082400     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT
082500     PERFORM 3200-CHECK-ONE-ENTRY THRU 3200-EXIT
082600         UNTIL END-OF-SORT
082700     IF GROUP-IS-ACTIVE
082800         PERFORM 3300-JUDGE-GROUP THRU 3300-EXIT
082900     END-IF.
083000 3000-EXIT.
083100     EXIT.
083200
083300*****************************************************************
083400*    3100-RETURN-SORT-RECORD - RETURN ONE MERGED RECORD.        *
083500*****************************************************************
083600 3100-RETURN-SORT-RECORD.
083700     RETURN SORT-FILE
083800         AT END
083900             SET END-OF-SORT TO TRUE
084000     END-RETURN.
084100 3100-EXIT.
084200     EXIT.
084300
084400*****************************************************************
084500*    3200-CHECK-ONE-ENTRY - A DIFFERENT ENTRY CLOSES THE        *
084600*    CURRENT GROUP AND OPENS ANOTHER; EVERY RECORD IS COUNTED   *
084700*    INTO ITS GROUP BY ORIGIN.                                  *
084800*****************************************************************
084900 3200-CHECK-ONE-ENTRY.
085000     IF NOT GROUP-IS-ACTIVE
085100         OR SRT-ENTRY IS NOT EQUAL TO WS-GRP-ENTRY
085200         IF GROUP-IS-ACTIVE
085300             PERFORM 3300-JUDGE-GROUP THRU 3300-EXIT
085400         END-IF
085500         MOVE SRT-ENTRY TO WS-GRP-ENTRY
085600         MOVE ZERO TO WS-GRP-FLAT
085700         MOVE ZERO TO WS-GRP-INDEXED
085800         MOVE "N" TO WS-GRP-PROVABLE
085900         MOVE "Y" TO WS-SW-GROUP
086000     END-IF
086100     IF SRT-FROM-FLAT
086200         ADD 1 TO WS-GRP-FLAT
086300     ELSE
086400         ADD 1 TO WS-GRP-INDEXED
086500     END-IF
086600     IF SRT-IS-PROVABLE
086700         MOVE "Y" TO WS-GRP-PROVABLE
086800     END-IF
086900     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
087000 3200-EXIT.
087100     EXIT.
087200
087300*****************************************************************
087400*    3300-JUDGE-GROUP - JUDGE ONE GROUP OF IDENTICAL ENTRIES.   *
087500*    SEVERAL IDENTICAL FLAT ENTRIES (THE SAME VOID POSTED       *
087600*    TWICE) ARE ONE ENTRY ON THE INDEX AND ARE NOT A            *
087601*    DISAGREEMENT.                                              *
087700*****************************************************************
087800 3300-JUDGE-GROUP.
087900     EVALUATE TRUE
088000         WHEN WS-GRP-INDEXED IS EQUAL TO ZERO
088100             ADD 1 TO WS-NOT-INDEXED-COUNT
088200             MOVE "NOT IN THE INDEX" TO WS-DTL-FINDING
088300             PERFORM 3400-REPORT-ONE-FINDING THRU 3400-EXIT
088400         WHEN WS-GRP-FLAT IS EQUAL TO ZERO
088500             AND GROUP-IS-PROVABLE
088600             ADD 1 TO WS-NOT-FLAT-COUNT
088700             MOVE "NOT IN THE FLAT FILES" TO WS-DTL-FINDING
088800             PERFORM 3400-REPORT-ONE-FINDING THRU 3400-EXIT
088900         WHEN WS-GRP-FLAT IS EQUAL TO ZERO
089000             ADD 1 TO WS-BEYOND-COUNT
089100         WHEN WS-GRP-INDEXED IS GREATER THAN 1
089200             ADD 1 TO WS-DUPLICATED-COUNT
089300             MOVE "DUPLICATED IN THE INDEX" TO WS-DTL-FINDING
089400             PERFORM 3400-REPORT-ONE-FINDING THRU 3400-EXIT
089500         WHEN OTHER
089600             ADD 1 TO WS-AGREED-COUNT
089700     END-EVALUATE.
089800 3300-EXIT.
089900     EXIT.
090000
090100*****************************************************************
090200*    3400-REPORT-ONE-FINDING - ONE DISAGREEMENT LINE, WITH PAGE *
090300*    BREAKS WHEN THE PAGE FILLS UP.                             *
090400*****************************************************************
090500 3400-REPORT-ONE-FINDING.
090600     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
090700         WS-MAX-LINES-PER-PAGE
090800         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
090900     END-IF
091000     MOVE WS-GRP-TYPE TO WS-DTL-TYPE
091100     MOVE WS-GRP-SERIES TO WS-DTL-SERIES
091200     MOVE WS-GRP-ERA TO WS-DTL-ERA
091300     MOVE WS-GRP-FROM TO WS-DTL-FROM
091400     MOVE WS-GRP-TO TO WS-DTL-TO
091500     IF WS-GRP-TYPE IS EQUAL TO "V"
091600         MOVE WS-GRP-DISP-DATE TO WS-DTL-RUN-DATE
091700         MOVE WS-GRP-REPORTED-BY TO WS-DTL-RUN-ID
091800         MOVE WS-GRP-SOURCE TO WS-DTL-SYSTEM-ID
091900     ELSE
092000         MOVE WS-GRP-RUN-DATE TO WS-DTL-RUN-DATE
092100         MOVE WS-GRP-RUN-ID TO WS-DTL-RUN-ID
092200         MOVE WS-GRP-SYSTEM-ID TO WS-DTL-SYSTEM-ID
092300     END-IF
092400     MOVE WS-GRP-REASON TO WS-DTL-REASON
092500     WRITE CP-RPT-LINE FROM WS-DETAIL-LINE
092600     ADD 1 TO WS-LINE-COUNT.
092700 3400-EXIT.
092800     EXIT.
092900
093000*****************************************************************
093100*    1400-WRITE-REPORT-HEADING - TITLE, RUN DATE, PAGE NUMBER   *
093200*    AND THE INDEX'S AS-OF LINE AT THE TOP OF EVERY PAGE.       *
093300*****************************************************************
093400 1400-WRITE-REPORT-HEADING.
093500     ADD 1 TO WS-PAGE-NUMBER
093600     IF WS-PAGE-NUMBER IS GREATER THAN 1
093700         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
093800             AFTER ADVANCING TOP-OF-PAGE
093900     ELSE
094000         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
094100     END-IF
094200     MOVE WS-CD-MM TO WS-HDN-MM
094300     MOVE WS-CD-DD TO WS-HDN-DD
094400     MOVE WS-CD-YYYY TO WS-HDN-YYYY
094500     MOVE WS-HDG-DATE-NUM TO WS-HDG-DATE
094600     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
094700     WRITE CP-RPT-LINE FROM WS-HEADING-LINE
094800     WRITE CP-RPT-LINE FROM WS-AS-OF-LINE
094900     MOVE ZERO TO WS-LINE-COUNT.
095000 1400-EXIT.
095100     EXIT.
095200
095300*****************************************************************
095400*    4000-FINALIZE - CONTROL TOTALS, CLOSE THE REPORT, AND      *
095500*    RC2201 WHEN THE INDEX DISAGREES WITH THE FLAT FILES.       *
095600*****************************************************************
095700 4000-FINALIZE.
095800     MOVE "INDEX ENTRIES READ  . . . . . . . . . . " TO
095900         WS-TOT-LABEL
096000     MOVE WS-INDEX-READ TO WS-TOT-VALUE
096100     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
096200     MOVE "ENTRIES IMPLIED BY THE FLAT FILES . . . " TO
096300         WS-TOT-LABEL
096400     MOVE WS-FLAT-RELEASED TO WS-TOT-VALUE
096500     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
096600     MOVE "ENTRIES AGREED  . . . . . . . . . . . . " TO
096700         WS-TOT-LABEL
096800     MOVE WS-AGREED-COUNT TO WS-TOT-VALUE
096900     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
097000     MOVE "NOT IN THE INDEX  . . . . . . . . . . . " TO
097100         WS-TOT-LABEL
097200     MOVE WS-NOT-INDEXED-COUNT TO WS-TOT-VALUE
097300     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
097400     MOVE "NOT IN THE FLAT FILES . . . . . . . . . " TO
097500         WS-TOT-LABEL
097600     MOVE WS-NOT-FLAT-COUNT TO WS-TOT-VALUE
097700     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
097800     MOVE "DUPLICATED IN THE INDEX . . . . . . . . " TO
097900         WS-TOT-LABEL
098000     MOVE WS-DUPLICATED-COUNT TO WS-TOT-VALUE
098100     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
098200     MOVE "OLDER THAN THE RETAINED GENERATIONS . . " TO
098300         WS-TOT-LABEL
098400     MOVE WS-BEYOND-COUNT TO WS-TOT-VALUE
098500     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
098600     MOVE "REGISTER RECORDS AWAITING NEXT UPDATE . " TO
098700         WS-TOT-LABEL
098800     MOVE WS-REG-AWAITING TO WS-TOT-VALUE
098900     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
099000     WRITE CP-RPT-LINE FROM WS-END-LINE
099100     CLOSE REPORT-FILE
099200     DISPLAY "TEST-DSPVFY - " WS-INDEX-READ
099300         " INDEX ENTRY(S), " WS-FLAT-RELEASED
099400         " FLAT ENTRY(S), " WS-AGREED-COUNT " AGREED"
099500     IF WS-NOT-INDEXED-COUNT IS GREATER THAN ZERO
099600         OR WS-NOT-FLAT-COUNT IS GREATER THAN ZERO
099700         OR WS-DUPLICATED-COUNT IS GREATER THAN ZERO
099800         MOVE 2201 TO WS-RETURN-CODE
099900         DISPLAY "TEST-DSPVFY RC2201 - THE DISPOSITION INDEX "
100000             "DISAGREES WITH THE FLAT FILES - SEE REPORT"
100100         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
100200     END-IF.
100300 4000-EXIT.
100400     EXIT.
100500
100600*****************************************************************
100700*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
100800*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
100900*    RUN.                                                       *
101000*****************************************************************
101100 9900-SET-RETURN-CODE.
101200     MOVE WS-RETURN-CODE TO RETURN-CODE
101300     STOP RUN.
101400 9900-EXIT.
101500     EXIT.
101600
101700*****************************************************************
101800*    9910-FILE-OPEN-ERROR - A REQUIRED FILE FAILED TO OPEN.     *
101900*****************************************************************
102000 9910-FILE-OPEN-ERROR.
102100     MOVE 2200 TO WS-RETURN-CODE
102200     DISPLAY "TEST-DSPVFY RC2200 - A REQUIRED FILE FAILED "
102300         "TO OPEN"
102400     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
102500 9910-EXIT.
102600     EXIT.
102700
102800 9999-EXIT.
102900     STOP RUN.
