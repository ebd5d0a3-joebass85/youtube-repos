003130*                     RECUR ACROSS ERAS, SO THE QUESTION IS
003140*                     ERA-PLUS-NUMBER.  BLANK MEANS ERA ZERO
003150*                     (THE PRE-ERA HISTORY).
003155*    10/15/26   JAD   THE RANGE-TRANSFER LOG (XFERLOG, SEE
003160*                     CPXFER) IS NOW SCANNED - A NUMBER MOVED
003165*                     BETWEEN SYSTEMS BY TEST-XFER GAINS A
003170*                     TRANSFERRED LINE NAMING THE SYSTEM THAT
003175*                     HOLDS IT NOW, THE DONOR, THE RANGE MOVED
003180*                     AND THE DATE (THE LATEST TRANSFER WINS).
003181*    10/15/26   JAD   THE TRACE CARD MAY NOW QUOTE THE NUMBER
003182*                     FORMATTED AS ITS SERIES IS (COLS 25-49 -
003183*                     PREFIX, PADDING, CHECK DIGIT, SUFFIX PER
003184*                     THE SERIES-ATTRIBUTES FILE, SERATTR - SEE
003185*                     CPSERATR) IN PLACE OF THE RAW NUMBER.  A
003186*                     WRONG CHECK DIGIT OR FORMAT IS REJECTED
003187*                     WITH RC1103; A BAD ATTRIBUTES FILE STOPS
003188*                     WITH RC1104.  THE NUMBER LINE NOW SHOWS
003189*                     EACH NUMBER'S FORMATTED FORM.
003190*    10/15/26   JAD   THE ISSUED, ALLOCATED AND DISPOSITION
003191*                     LINES NOW COME FROM THE KEYED DISPOSITION
003192*                     INDEX (DISPIDX, SEE CPDSPIDX, KEPT BY
003193*                     TEST-DSPIDX) - ONE KEYED LOOK-UP PER ENTRY
003194*                     TYPE IN PLACE OF A PASS OVER EVERY SEQOUT,
003195*                     ALLOCXRF AND VOIDREG GENERATION.  THE
003196*                     INDEX IS REQUIRED (RC1102, OR RC1105 WHEN
003197*                     IT WAS NEVER LOADED); THE AUDIT TRAIL AND
003198*                     THE TRANSFER LOG ARE STILL SCANNED.  THE
003199*                     REPORT SHOWS THE RUN THE INDEX IS AS OF.
003200*****************************************************************
003300*
003400*    TRACE CONTROL CARD LAYOUT (ONE CARD):
003500*      COLS  1- 4  SERIES CODE      REQUIRED
003600*      COLS  5-13  NUMBER FROM      9(09), REQUIRED UNLESS COLS
003610*                                   25-49 CARRY IT FORMATTED
003700*      COLS 14-22  NUMBER TO        9(09) - BLANK MEANS THE
003800*                                   SINGLE NUMBER IN FROM.
003900*                                   AT MOST 100 NUMBERS PER
004100*                                   INQUIRY TOOL, NOT A DUMP.
004110*      COLS 23-24  ERA CODE         9(02) - BLANK MEANS ERA
004120*                                   ZERO (PRE-ERA HISTORY).
004121*      COLS 25-49  FORMATTED        X(25) - THE NUMBER AS ITS
004122*                                   SERIES FORMATS IT (SEE
004123*                                   CPSERATR), E.G.
004124*                                   INV-00000045013, IN PLACE
004125*                                   OF FROM AND TO.  A WRONG
004126*                                   CHECK DIGIT IS REJECTED.
004200*
004300*    THE AUDITLOG DD SHOULD CONCATENATE EVERY RETAINED
004400*    GENERATION THE QUESTION MIGHT TOUCH (FOR OLDER HISTORY,
004500*    RESTORE THE AUDIT SLICE WITH TEST-AUDRET FIRST AND
004600*    CONCATENATE ITS EXTRACT UNDER AUDITLOG).  A MISSING
004700*    AUDITLOG OR XFERLOG DD (STATUS 35) IS TREATED AS EMPTY.
004800*    ISSUE, ALLOCATION AND DISPOSITION HISTORY COME FROM THE
004801*    DISPOSITION INDEX, WHICH IS AS OF ITS LAST NIGHTLY UPDATE
004802*    (THE REPORT HEADING SAYS WHICH RUN) - A NUMBER ISSUED OR
004803*    VOIDED SINCE THEN IS NOT YET ON IT.
004810*
004820*    THE ALLOCATED LINE SHOWS WHERE THE NUMBER WAS FIRST SENT;
004830*    WHEN IT HAS SINCE BEEN TRANSFERRED (XFERLOG), THE
004840*    TRANSFERRED LINE NAMES THE SYSTEM THAT HOLDS IT NOW.
004900*
005000*    THE CHECK-VALUE CHAIN IS VERIFIED EXACTLY AS TEST-AUDVER
005100*    DOES, WITH ONE ADDITION - A RECORD THAT DOES NOT CHAIN
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-CARDS-STATUS.
007000
007600     SELECT AUDIT-FILE
007700         ASSIGN TO AUDITLOG
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-AUDIT-STATUS.
008000
008010     SELECT DISP-INDEX-FILE
008020         ASSIGN TO DISPIDX
008030         ORGANIZATION IS INDEXED
008040         ACCESS MODE IS DYNAMIC
008050         RECORD KEY IS CP-DIX-KEY
008060         FILE STATUS IS WS-DSPIDX-STATUS.
008070
008100     SELECT XFER-LOG-FILE
008200         ASSIGN TO XFERLOG
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-XFRLOG-STATUS.
008500
008600     SELECT SERATTR-FILE
008700         ASSIGN TO SERATTR
008800         ORGANIZATION IS SEQUENTIAL
008960         FILE STATUS IS WS-SERATTR-STATUS.
009000
009100     SELECT REPORT-FILE
009200         ASSIGN TO TRCRPT
010300     05  CP-TRC-NUM-FROM         PIC X(09).
010400     05  CP-TRC-NUM-TO           PIC X(09).
010410     05  CP-TRC-ERA-CODE         PIC X(02).
010420     05  CP-TRC-FORMATTED        PIC X(25).
010500     05  FILLER                  PIC X(31).
010600
011200 FD  AUDIT-FILE
011300     RECORD CONTAINS 72 CHARACTERS
011400     RECORDING MODE IS F.
011500 COPY CPAUDIT.
011600
011610 FD  DISP-INDEX-FILE
011620     RECORD CONTAINS 100 CHARACTERS.
011630 COPY CPDSPIDX.
011640
011700 FD  XFER-LOG-FILE
011710     RECORD CONTAINS 100 CHARACTERS
011720     RECORDING MODE IS F.
011730 COPY CPXFER.
011740
011750 FD  SERATTR-FILE
011800     RECORD CONTAINS 80 CHARACTERS
011900     RECORDING MODE IS F.
012580 COPY CPSERATR.
012600
012700 FD  REPORT-FILE
012800     RECORD CONTAINS 132 CHARACTERS
013800*           CARD.                                               *
013900*    RC1101  THE TRACE CARD WAS INVALID (BLANK SERIES,           *
014000*           NON-NUMERIC OR ZERO NUMBER, TO BELOW FROM, OR A     *
014100*           RANGE WIDER THAN THE 100-NUMBER TRACE TABLE), OR    *
014110*           IT CARRIED A FORMATTED NUMBER AS WELL AS FROM/TO.   *
014200*    RC1102  A REQUIRED FILE FAILED TO OPEN.                     *
014210*    RC1103  THE CARD'S FORMATTED NUMBER WAS REJECTED - ITS     *
014220*           CHECK DIGIT IS WRONG, OR IT IS NOT IN THE FORMAT    *
014230*           THE SERIES-ATTRIBUTES FILE GIVES FOR THE SERIES.    *
014240*    RC1104  THE SERIES-ATTRIBUTES FILE FAILED TO OPEN, HELD    *
014250*           AN INVALID OR DUPLICATE RECORD, OR HELD MORE        *
014260*           RECORDS THAN THE ATTRIBUTE TABLE ALLOWS.            *
014270*    RC1105  THE DISPOSITION INDEX HAS NO CONTROL RECORD (IT    *
014280*           WAS NEVER LOADED - SEE DSPLOADJ) OR RETURNED AN     *
014290*           UNEXPECTED I/O STATUS.                              *
014300*****************************************************************
014400 77  WS-CARDS-STATUS             PIC X(02) VALUE "00".
014500 77  WS-DSPIDX-STATUS            PIC X(02) VALUE "00".
014600 77  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
014810 77  WS-XFRLOG-STATUS            PIC X(02) VALUE "00".
014820 77  WS-SERATTR-STATUS           PIC X(02) VALUE "00".
014900 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
015000
015100 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
018000         10  WS-TRC-ALX-SYSTEM   PIC X(08).
018100         10  WS-TRC-ALX-FROM     PIC 9(09).
018200         10  WS-TRC-ALX-TO       PIC 9(09).
018210         10  WS-TRC-XFR-CT       PIC 9(02) COMP.
018220         10  WS-TRC-XFR-OWNER    PIC X(08).
018230         10  WS-TRC-XFR-DONOR    PIC X(08).
018240         10  WS-TRC-XFR-FROM     PIC 9(09).
018250         10  WS-TRC-XFR-TO       PIC 9(09).
018260         10  WS-TRC-XFR-DATE     PIC 9(08).
018300         10  WS-TRC-VOID-CT      PIC 9(02) COMP.
018400         10  WS-TRC-VOID-REASON  PIC X(04).
018500         10  WS-TRC-VOID-DATE    PIC 9(08).
018600         10  WS-TRC-VOID-BY      PIC X(08).
018700         10  WS-TRC-VOID-SOURCE  PIC X(04).
018800
018801*****************************************************************
018802*    SERIES-ATTRIBUTE TABLE - THE SERIES-ATTRIBUTES FILE        *
018803*    (CPSERATR), LOADED WHOLE.  A SERIES WITH NO ENTRY IS       *
018804*    FORMATTED AS ITS PLAIN 9-DIGIT NUMBER, NO CHECK DIGIT.     *
018805*****************************************************************
018806 01  WS-SERIES-ATTR-FIELDS.
018807     05  WS-SAT-COUNT            PIC 9(02) COMP VALUE 0.
018808     05  WS-SAT-IDX              PIC 9(02) COMP VALUE 0.
018809     05  WS-SAT-MATCH-IDX        PIC 9(02) COMP VALUE 0.
018810     05  WS-SW-SAT-EOF           PIC X(01) VALUE "N".
018811         88  SERATTR-AT-END          VALUE "Y".
018812     05  WS-SAT-ENTRY OCCURS 20 TIMES.
018813         10  WS-SAT-SERIES       PIC X(04).
018814         10  WS-SAT-PREFIX       PIC X(06).
018815         10  WS-SAT-SUFFIX       PIC X(06).
018816         10  WS-SAT-WIDTH        PIC 9(02).
018817         10  WS-SAT-SCHEME       PIC X(01).
018818
018819*****************************************************************
018820*    NUMBER-FORMATTING WORK FIELDS - 9700 FORMATS WS-FMT-NUMBER *
018821*    OF SERIES WS-FMT-SERIES INTO WS-FMT-RESULT; 9720 TAKES A   *
018822*    FORMATTED NUMBER QUOTED BACK IN WS-FMT-INPUT AND RETURNS   *
018823*    ITS RAW NUMBER, OR A REJECTION REASON.  THE DIGITS ARE     *
018824*    WORKED RIGHT-JUSTIFIED IN A 12-DIGIT FIELD; WS-FMT-START   *
018825*    IS THE POSITION OF THE FIRST DIGIT SHOWN.                  *
018826*****************************************************************
018827 01  WS-FORMAT-FIELDS.
018828     05  WS-FMT-SERIES           PIC X(04) VALUE SPACES.
018829     05  WS-FMT-NUMBER           PIC 9(09) VALUE ZERO.
018830     05  WS-FMT-RESULT           PIC X(25) VALUE SPACES.
018831     05  WS-FMT-INPUT            PIC X(25) VALUE SPACES.
018832     05  WS-FMT-DIGITS           PIC 9(12) VALUE ZERO.
018833     05  WS-FMT-DIGITS-R REDEFINES WS-FMT-DIGITS.
018834         10  WS-FMT-DIGIT        PIC 9(01) OCCURS 12 TIMES.
018835     05  WS-FMT-DIGITS-X REDEFINES WS-FMT-DIGITS
018836                                 PIC X(12).
018837     05  WS-FMT-WIDTH            PIC 9(02) COMP VALUE 0.
018838     05  WS-FMT-START            PIC 9(02) COMP VALUE 0.
018839     05  WS-FMT-POS              PIC 9(02) COMP VALUE 0.
018840     05  WS-FMT-PTR              PIC 9(02) COMP VALUE 0.
018841     05  WS-FMT-PREFIX-LEN       PIC 9(02) COMP VALUE 0.
018842     05  WS-FMT-SUFFIX-LEN       PIC 9(02) COMP VALUE 0.
018843     05  WS-FMT-CHECK-LEN        PIC 9(02) COMP VALUE 0.
018844     05  WS-FMT-INPUT-LEN        PIC 9(02) COMP VALUE 0.
018845     05  WS-FMT-BODY-LEN         PIC 9(02) COMP VALUE 0.
018846     05  WS-FMT-SUM              PIC 9(05) COMP VALUE 0.
018847     05  WS-FMT-PRODUCT          PIC 9(03) COMP VALUE 0.
018848     05  WS-FMT-WEIGHT           PIC 9(02) COMP VALUE 0.
018849     05  WS-FMT-QUOTIENT         PIC 9(05) COMP VALUE 0.
018850     05  WS-FMT-REMAINDER        PIC 9(02) COMP VALUE 0.
018851     05  WS-FMT-CHECK-VALUE      PIC 9(02) COMP VALUE 0.
018852     05  WS-FMT-CHECK-DIGIT      PIC 9(01) VALUE ZERO.
018853     05  WS-FMT-CHECK-CHAR       PIC X(01) VALUE SPACE.
018854     05  WS-FMT-SCHEME           PIC X(01) VALUE "N".
018855         88  FMT-CHECK-LUHN          VALUE "L".
018856         88  FMT-CHECK-MOD11         VALUE "M".
018857     05  WS-FMT-SW-DOUBLE        PIC X(01) VALUE "N".
018858         88  FMT-DOUBLE-THIS-DIGIT   VALUE "Y".
018859     05  WS-FMT-SW-VALID         PIC X(01) VALUE "N".
018860         88  FMT-INPUT-IS-VALID      VALUE "Y".
018861     05  WS-FMT-REASON           PIC X(40) VALUE SPACES.
018862
018870*****************************************************************
018871*    DISPOSITION-INDEX FIELDS - THE ENTRY TYPE BEING LOOKED UP. *
018872*****************************************************************
018873 01  WS-INDEX-FIELDS.
018874     05  WS-DIX-TYPE             PIC X(01) VALUE SPACES.
018875
018900*****************************************************************
019000*    CHECK-VALUE CHAIN FIELDS - THE SAME ARITHMETIC AS          *
019100*    TEST-COB'S 2125/2126 AND TEST-AUDVER'S 2300/2400.  THE     *
023700     05  WS-HDG-JOBNAME          PIC X(09) VALUE "TESTNTRC".
023800     05  FILLER                  PIC X(06) VALUE "PAGE: ".
023900     05  WS-HDG-PAGE             PIC ZZ9.
023905
023910 01  WS-AS-OF-LINE.
023915     05  FILLER                  PIC X(01) VALUE SPACES.
023920     05  FILLER                  PIC X(22) VALUE
023925         "INDEX AS OF RUN DATE: ".
023930     05  WS-ASOF-RUN-DATE        PIC 9(08).
023935     05  FILLER                  PIC X(09) VALUE "  RUN-ID ".
023940     05  WS-ASOF-RUN-ID          PIC X(08).
023945     05  FILLER                  PIC X(11) VALUE "  UPDATED: ".
023950     05  WS-ASOF-UPDATE-DATE     PIC 9(08).
024000
024100 01  WS-NUMBER-LINE.
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024600     05  WS-NUM-SERIES           PIC X(04).
024610     05  FILLER                  PIC X(06) VALUE "  ERA ".
024620     05  WS-NUM-ERA              PIC 9(02).
024630     05  FILLER                  PIC X(12) VALUE "  FORMATTED ".
024640     05  WS-NUM-FORMATTED        PIC X(25).
024700
024800 01  WS-ISSUED-LINE.
024900     05  FILLER                  PIC X(04) VALUE SPACES.
025900     05  FILLER                  PIC X(17) VALUE
026000         "ISSUED  . . . .  ".
026100     05  FILLER                  PIC X(42) VALUE
026200         "NOT ISSUED PER THE DISPOSITION INDEX".
026300
026400 01  WS-AUDIT-LINE.
026500     05  FILLER                  PIC X(04) VALUE SPACES.
029400     05  FILLER                  PIC X(17) VALUE
029500         "ALLOCATED . . .  ".
029600     05  FILLER                  PIC X(42) VALUE
029700         "NOT ALLOCATED PER THE DISPOSITION INDEX".
029705
029710 01  WS-XFER-LINE.
029715     05  FILLER                  PIC X(04) VALUE SPACES.
029720     05  FILLER                  PIC X(17) VALUE
029725         "TRANSFERRED . .  ".
029730     05  FILLER                  PIC X(07) VALUE "SYSTEM ".
029735     05  WS-XFL-OWNER            PIC X(08).
029740     05  FILLER                  PIC X(07) VALUE "  FROM ".
029745     05  WS-XFL-DONOR            PIC X(08).
029750     05  FILLER                  PIC X(08) VALUE "  RANGE ".
029755     05  WS-XFL-FROM             PIC ZZZZZZZZ9.
029760     05  FILLER                  PIC X(03) VALUE " - ".
029765     05  WS-XFL-TO               PIC ZZZZZZZZ9.
029770     05  FILLER                  PIC X(07) VALUE "  DATE ".
029775     05  WS-XFL-DATE             PIC 9(08).
029780     05  FILLER                  PIC X(12) VALUE "  TRANSFERS ".
029785     05  WS-XFL-COUNT            PIC Z9.
029800
029900 01  WS-VOID-LINE.
030000     05  FILLER                  PIC X(04) VALUE SPACES.
031600     05  FILLER                  PIC X(17) VALUE
031700         "DISPOSITION . .  ".
031800     05  FILLER                  PIC X(42) VALUE
031900         "NO VOID REGISTER ENTRY ON THE INDEX".
032000
032100 01  WS-END-LINE.
032200     05  FILLER                  PIC X(20) VALUE SPACES.
032600 01  WS-SW-FIELDS.
032700     05  WS-SW-CARD-READ         PIC X(01) VALUE "N".
032800         88  CARD-WAS-READ           VALUE "Y".
033100     05  WS-SW-AUD-EOF           PIC X(01) VALUE "N".
033200         88  END-OF-AUDIT            VALUE "Y".
033610     05  WS-SW-XFR-EOF           PIC X(01) VALUE "N".
033620         88  END-OF-XFER-LOG         VALUE "Y".
033630     05  WS-SW-DIX-DONE          PIC X(01) VALUE "N".
033640         88  LOOKUP-IS-DONE          VALUE "Y".
033700
033800 PROCEDURE DIVISION.
033900 0000-MAINLINE.
034000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
034100     PERFORM 2000-READ-DISP-INDEX THRU 2000-EXIT
034200     PERFORM 2200-SCAN-AUDIT-TRAIL THRU 2200-EXIT
034300     PERFORM 2520-SCAN-XFER-LOG THRU 2520-EXIT
034500     PERFORM 3000-REPORT-TRACE THRU 3000-EXIT
034600     PERFORM 4000-FINALIZE THRU 4000-EXIT
034700     GO TO 9999-EXIT.
035900             "FAILED TO OPEN - STATUS " WS-CARDS-STATUS
036000         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
036100     END-IF
036110     PERFORM 1050-LOAD-SERIES-ATTR THRU 1050-EXIT
036200     PERFORM 1100-READ-TRACE-CARD THRU 1100-EXIT
036300     CLOSE TRACE-CARD-FILE
036400     IF NOT CARD-WAS-READ
037200     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
037300         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
037400     END-IF
037410     PERFORM 1300-OPEN-DISP-INDEX THRU 1300-EXIT
037500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
037600     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT.
037700 1000-EXIT.
037800     EXIT.
037900
037901*****************************************************************
037902*    1050-LOAD-SERIES-ATTR - LOAD THE SERIES-ATTRIBUTES FILE.   *
037903*    THE FILE IS OPTIONAL - WITHOUT IT EVERY SERIES IS          *
037904*    FORMATTED AS ITS PLAIN 9-DIGIT NUMBER.                     *
037905*****************************************************************
037906 1050-LOAD-SERIES-ATTR.
037907     MOVE "N" TO WS-SW-SAT-EOF
037908     OPEN INPUT SERATTR-FILE
037909     EVALUATE WS-SERATTR-STATUS
037910         WHEN "00"
037911             PERFORM 1060-READ-SERIES-ATTR THRU 1060-EXIT
037912                 UNTIL SERATTR-AT-END
037913             CLOSE SERATTR-FILE
037914         WHEN "35"
037915             CONTINUE
037916         WHEN OTHER
037917             MOVE 1104 TO WS-RETURN-CODE
037918             DISPLAY "TEST-NUMTRC RC1104 - SERIES-ATTRIBUTES "
037919                 "FILE FAILED TO OPEN - STATUS " WS-SERATTR-STATUS
037920             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
037921     END-EVALUATE.
037922 1050-EXIT.
037923     EXIT.
037924
037925*****************************************************************
037926*    1060-READ-SERIES-ATTR - VALIDATE AND TABLE ONE SERIES-     *
037927*    ATTRIBUTES RECORD.  A BAD RECORD STOPS THE RUN - A NUMBER  *
037928*    FORMATTED WRONGLY WOULD BE QUOTED BACK WRONGLY FOR YEARS.  *
037929*****************************************************************
037930 1060-READ-SERIES-ATTR.
037931     READ SERATTR-FILE
037932         AT END
037933             SET SERATTR-AT-END TO TRUE
037934             GO TO 1060-EXIT
037935     END-READ
037936     IF WS-SAT-COUNT IS GREATER THAN OR EQUAL TO 20
037937         MOVE 1104 TO WS-RETURN-CODE
037938         DISPLAY "TEST-NUMTRC RC1104 - MORE SERIES-ATTRIBUTES "
037939             "RECORDS THAN THE ATTRIBUTE TABLE ALLOWS"
037940         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
037941     END-IF
037942     MOVE CP-SAT-SERIES-CODE TO WS-FMT-SERIES
037943     MOVE ZERO TO WS-SAT-MATCH-IDX
037944     PERFORM 9705-MATCH-SERIES-ATTR THRU 9705-EXIT
037945         VARYING WS-SAT-IDX FROM 1 BY 1
037946         UNTIL WS-SAT-IDX IS GREATER THAN WS-SAT-COUNT
037947     IF CP-SAT-SERIES-CODE IS EQUAL TO SPACES
037948         OR WS-SAT-MATCH-IDX IS GREATER THAN ZERO
037949         OR CP-SAT-PAD-WIDTH IS NOT NUMERIC
037950         OR CP-SAT-PAD-WIDTH IS EQUAL TO ZERO
037951         OR CP-SAT-PAD-WIDTH IS GREATER THAN 12
037952         OR NOT (SAT-CHECK-NONE OR SAT-CHECK-LUHN
037953                 OR SAT-CHECK-MOD11)
037954         MOVE 1104 TO WS-RETURN-CODE
037955         DISPLAY "TEST-NUMTRC RC1104 - INVALID OR DUPLICATE "
037956             "SERIES-ATTRIBUTES RECORD - '"
037957             CP-SERIES-ATTR-RECORD(1:19) "'"
037958         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
037959     END-IF
037960     ADD 1 TO WS-SAT-COUNT
037961     MOVE CP-SAT-SERIES-CODE TO WS-SAT-SERIES(WS-SAT-COUNT)
037962     MOVE CP-SAT-PREFIX TO WS-SAT-PREFIX(WS-SAT-COUNT)
037963     MOVE CP-SAT-SUFFIX TO WS-SAT-SUFFIX(WS-SAT-COUNT)
037964     MOVE CP-SAT-PAD-WIDTH TO WS-SAT-WIDTH(WS-SAT-COUNT)
037965     MOVE CP-SAT-CHECK-SCHEME TO WS-SAT-SCHEME(WS-SAT-COUNT)
037966     IF SAT-CHECK-NONE
037967         MOVE "N" TO WS-SAT-SCHEME(WS-SAT-COUNT)
037968     END-IF.
037969 1060-EXIT.
037970     EXIT.
037971
038000*****************************************************************
038100*    1100-READ-TRACE-CARD - READ AND EDIT THE SINGLE TRACE      *
038200*    CARD.  A BLANK TO-NUMBER MEANS THE SINGLE NUMBER IN        *
038800             CONTINUE
038900         NOT AT END
039000             MOVE "Y" TO WS-SW-CARD-READ
039010             IF CP-TRC-FORMATTED IS NOT EQUAL TO SPACES
039020                 PERFORM 1150-TAKE-FORMATTED THRU 1150-EXIT
039030             END-IF
039100             IF CP-TRC-SERIES-CODE IS EQUAL TO SPACES
039200                 OR CP-TRC-NUM-FROM IS NOT NUMERIC
039300                 PERFORM 1190-BAD-CARD THRU 1190-EXIT
041200 1100-EXIT.
041300     EXIT.
041400
041401*****************************************************************
041402*    1150-TAKE-FORMATTED - THE CARD QUOTES THE NUMBER AS ITS    *
041403*    SERIES FORMATS IT (COLS 25-49) INSTEAD OF IN FROM.  ONE    *
041404*    NUMBER ONLY; THE CHECK DIGIT AND THE FORMAT MUST AGREE     *
041405*    WITH THE SERIES-ATTRIBUTES FILE, AND THE RAW NUMBER THEN   *
041406*    STANDS IN FROM AS IF KEYED THERE.                          *
041407*****************************************************************
041408 1150-TAKE-FORMATTED.
041409     IF CP-TRC-SERIES-CODE IS EQUAL TO SPACES
041410         OR CP-TRC-NUM-FROM IS NOT EQUAL TO SPACES
041411         OR CP-TRC-NUM-TO IS NOT EQUAL TO SPACES
041412         PERFORM 1190-BAD-CARD THRU 1190-EXIT
041413     END-IF
041414     MOVE CP-TRC-SERIES-CODE TO WS-FMT-SERIES
041415     MOVE CP-TRC-FORMATTED TO WS-FMT-INPUT
041416     PERFORM 9720-PARSE-FORMATTED THRU 9720-EXIT
041417     IF NOT FMT-INPUT-IS-VALID
041418         MOVE 1103 TO WS-RETURN-CODE
041419         DISPLAY "TEST-NUMTRC RC1103 - FORMATTED NUMBER '"
041420             CP-TRC-FORMATTED "' REJECTED FOR SERIES "
041421             CP-TRC-SERIES-CODE " - " WS-FMT-REASON
041422         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
041423     END-IF
041424     MOVE WS-FMT-NUMBER TO CP-TRC-NUM-FROM.
041425 1150-EXIT.
041426     EXIT.
041427
041500*****************************************************************
041600*    1190-BAD-CARD - THE TRACE CARD FAILED VALIDATION.          *
041700*****************************************************************
041800 1190-BAD-CARD.
041900     MOVE 1101 TO WS-RETURN-CODE
042000     DISPLAY "TEST-NUMTRC RC1101 - INVALID TRACE CARD - '"
042100         CP-TRACE-CARD(1:49) "'"
042200     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
042300 1190-EXIT.
042400     EXIT.
045400     MOVE SPACES TO WS-TRC-ALX-SYSTEM(WS-TRC-IDX)
045500     MOVE ZERO TO WS-TRC-ALX-FROM(WS-TRC-IDX)
045600     MOVE ZERO TO WS-TRC-ALX-TO(WS-TRC-IDX)
045610     MOVE ZERO TO WS-TRC-XFR-CT(WS-TRC-IDX)
045700     MOVE ZERO TO WS-TRC-VOID-CT(WS-TRC-IDX)
045800     MOVE SPACES TO WS-TRC-VOID-REASON(WS-TRC-IDX)
045900     MOVE ZERO TO WS-TRC-VOID-DATE(WS-TRC-IDX)
046300     EXIT.
046400
046500*****************************************************************
046510*    1300-OPEN-DISP-INDEX - OPEN THE DISPOSITION INDEX AND READ *
046520*    ITS CONTROL RECORD FOR THE AS-OF LINE.  UNLIKE THE OTHER   *
046530*    INPUTS THE INDEX IS REQUIRED - WITHOUT IT THE TRACE COULD  *
046540*    SAY NOTHING ABOUT ISSUE, ALLOCATION OR DISPOSITION.        *
047000*****************************************************************
047010 1300-OPEN-DISP-INDEX.
047300     OPEN INPUT DISP-INDEX-FILE
047310     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
047320         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
047330     END-IF
047340     MOVE SPACES TO CP-DIX-KEY-X
047350     READ DISP-INDEX-FILE
047360         INVALID KEY
047370             MOVE 1105 TO WS-RETURN-CODE
047380             DISPLAY "TEST-NUMTRC RC1105 - THE DISPOSITION INDEX "
047390                 "HAS NO CONTROL RECORD - IT WAS NEVER LOADED"
047600             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
047610     END-READ
047620     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
048200         PERFORM 2090-INDEX-IO-ERROR THRU 2090-EXIT
048209     END-IF
048218     MOVE CP-DIX-CTL-RUN-DATE TO WS-ASOF-RUN-DATE
048227     MOVE CP-DIX-CTL-RUN-ID TO WS-ASOF-RUN-ID
048236     MOVE CP-DIX-CTL-UPDATE-DATE TO WS-ASOF-UPDATE-DATE.
048245 1300-EXIT.
048254     EXIT.
048263
048272*****************************************************************
048281*    2000-READ-DISP-INDEX - LOOK THE TRACED RANGE UP ON THE     *
048290*    DISPOSITION INDEX ONCE PER ENTRY TYPE - ISSUED RANGES,     *
048299*    ALLOCATED RANGES, THEN REGISTER ENTRIES.                   *
048309*****************************************************************
048318 2000-READ-DISP-INDEX.
048327     MOVE "I" TO WS-DIX-TYPE
048336     PERFORM 2010-LOOK-UP-ONE-TYPE THRU 2010-EXIT
048345     MOVE "A" TO WS-DIX-TYPE
048354     PERFORM 2010-LOOK-UP-ONE-TYPE THRU 2010-EXIT
048363     MOVE "V" TO WS-DIX-TYPE
048372     PERFORM 2010-LOOK-UP-ONE-TYPE THRU 2010-EXIT
048381     CLOSE DISP-INDEX-FILE.
048400 2000-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048710*    2010-LOOK-UP-ONE-TYPE - POSITION ON THE FIRST ENTRY OF THE *
048720*    TYPE WHOSE LAST NUMBER IS NOT BELOW THE TRACED FROM (THE   *
048730*    KEY CARRIES THE LAST NUMBER, SO NO EARLIER ENTRY CAN COVER *
048740*    IT) AND READ ON UNTIL AN ENTRY STARTS PAST THE TRACED TO.  *
048750*    RANGES OF ONE TYPE NEVER OVERLAP - A NUMBER IS ISSUED AND  *
048760*    ALLOCATED ONCE - SO NOTHING BEYOND THAT ENTRY CAN COVER A  *
048900*    TRACED NUMBER.                                             *
049000*****************************************************************
049010 2010-LOOK-UP-ONE-TYPE.
049020     MOVE "N" TO WS-SW-DIX-DONE
049030     MOVE WS-TRC-SERIES TO CP-DIX-SERIES-CODE
049040     MOVE WS-TRC-ERA TO CP-DIX-ERA-CODE
049050     MOVE WS-DIX-TYPE TO CP-DIX-REC-TYPE
049060     MOVE WS-TRC-FROM TO CP-DIX-TO-NUMBER
049070     MOVE ZERO TO CP-DIX-KEY-SEQ
049080     START DISP-INDEX-FILE
049090         KEY IS NOT LESS THAN CP-DIX-KEY
049101         INVALID KEY
049530             GO TO 2010-EXIT
049533     END-START
049536     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
049539         PERFORM 2090-INDEX-IO-ERROR THRU 2090-EXIT
049540     END-IF
049542     PERFORM 2020-TAKE-ONE-INDEX-ENTRY THRU 2020-EXIT
049544         UNTIL LOOKUP-IS-DONE.
049546 2010-EXIT.
049548     EXIT.
049551
049553*****************************************************************
049555*    2020-TAKE-ONE-INDEX-ENTRY - READ THE NEXT ENTRY AND MARK   *
049557*    THE TRACED NUMBERS IT COVERS.  A CHANGE OF SERIES, ERA OR  *
049559*    TYPE, OR AN ENTRY STARTING PAST THE TRACED TO, ENDS THE    *
049562*    LOOK-UP.                                                   *
049564*****************************************************************
049566 2020-TAKE-ONE-INDEX-ENTRY.
049568     READ DISP-INDEX-FILE NEXT RECORD
049571         AT END
049580             MOVE "Y" TO WS-SW-DIX-DONE
049583             GO TO 2020-EXIT
049586     END-READ
049589     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
049593         PERFORM 2090-INDEX-IO-ERROR THRU 2090-EXIT
049596     END-IF
049600     IF CP-DIX-SERIES-CODE IS NOT EQUAL TO WS-TRC-SERIES
049810         OR CP-DIX-ERA-CODE IS NOT EQUAL TO WS-TRC-ERA
049900         OR CP-DIX-REC-TYPE IS NOT EQUAL TO WS-DIX-TYPE
050000         OR CP-DIX-FROM-NUMBER IS GREATER THAN WS-TRC-TO
050010         MOVE "Y" TO WS-SW-DIX-DONE
050020         GO TO 2020-EXIT
050030     END-IF
050040     EVALUATE TRUE
050050         WHEN DIX-IS-ISSUED
050060             PERFORM 2030-MARK-ONE-ISSUED THRU 2030-EXIT
050070                 VARYING WS-TRC-IDX FROM 1 BY 1
050080                 UNTIL WS-TRC-IDX IS GREATER THAN WS-TRC-COUNT
050090         WHEN DIX-IS-ALLOCATED
050100             PERFORM 2040-MARK-ONE-ALLOC THRU 2040-EXIT
050110                 VARYING WS-TRC-IDX FROM 1 BY 1
050120                 UNTIL WS-TRC-IDX IS GREATER THAN WS-TRC-COUNT
050130         WHEN OTHER
050200             COMPUTE WS-TRC-IDX =
050300                 CP-DIX-TO-NUMBER - WS-TRC-FROM + 1
050307             PERFORM 2050-TAKE-ONE-DISPOSITION THRU 2050-EXIT
050314     END-EVALUATE.
050321 2020-EXIT.
050328     EXIT.
050335
050342*****************************************************************
050349*    2030-MARK-ONE-ISSUED - MARK ONE TRACED NUMBER IF THE       *
050356*    ISSUED RANGE JUST READ COVERS IT.                          *
050363*****************************************************************
050370 2030-MARK-ONE-ISSUED.
050377     IF WS-TRC-NUMBER(WS-TRC-IDX) IS NOT LESS THAN
050384         CP-DIX-FROM-NUMBER
050391         AND WS-TRC-NUMBER(WS-TRC-IDX) IS NOT GREATER THAN
050398             CP-DIX-TO-NUMBER
050400         MOVE "Y" TO WS-TRC-SW-ISSUED(WS-TRC-IDX)
050500         MOVE CP-DIX-RUN-DATE TO WS-TRC-RUN-DATE(WS-TRC-IDX)
050700         MOVE CP-DIX-RUN-ID TO WS-TRC-RUN-ID(WS-TRC-IDX)
050710     END-IF.
051100 2030-EXIT.
051105     EXIT.
051110
051115*****************************************************************
051120*    2040-MARK-ONE-ALLOC - MARK ONE TRACED NUMBER IF THE        *
051125*    ALLOCATED RANGE JUST READ COVERS IT.                       *
051130*****************************************************************
051135 2040-MARK-ONE-ALLOC.
051140     IF WS-TRC-NUMBER(WS-TRC-IDX) IS NOT LESS THAN
051145         CP-DIX-FROM-NUMBER
051150         AND WS-TRC-NUMBER(WS-TRC-IDX) IS NOT GREATER THAN
051155             CP-DIX-TO-NUMBER
051160         MOVE "Y" TO WS-TRC-SW-ALLOC(WS-TRC-IDX)
051165         MOVE CP-DIX-SYSTEM-ID TO WS-TRC-ALX-SYSTEM(WS-TRC-IDX)
051170         MOVE CP-DIX-FROM-NUMBER
051175             TO WS-TRC-ALX-FROM(WS-TRC-IDX)
051180         MOVE CP-DIX-TO-NUMBER TO WS-TRC-ALX-TO(WS-TRC-IDX)
051185     END-IF.
051190 2040-EXIT.
051195     EXIT.
051201
051206*****************************************************************
051211*    2050-TAKE-ONE-DISPOSITION - COUNT ONE REGISTER ENTRY FOR A *
051216*    TRACED NUMBER.  ENTRIES SHARING A NUMBER COME BACK IN THE  *
051221*    ORDER THEY WERE INDEXED, SO THE FIRST (OLDEST) ENTRY'S     *
051226*    PARTICULARS ARE KEPT FOR THE REPORT.                       *
051231*****************************************************************
051236 2050-TAKE-ONE-DISPOSITION.
051241     ADD 1 TO WS-TRC-VOID-CT(WS-TRC-IDX)
051246     IF WS-TRC-VOID-CT(WS-TRC-IDX) IS EQUAL TO 1
051251         MOVE CP-DIX-REASON-CODE
051256             TO WS-TRC-VOID-REASON(WS-TRC-IDX)
051261         MOVE CP-DIX-DISP-DATE
051266             TO WS-TRC-VOID-DATE(WS-TRC-IDX)
051271         MOVE CP-DIX-REPORTED-BY
051276             TO WS-TRC-VOID-BY(WS-TRC-IDX)
051281         MOVE CP-DIX-SOURCE
051286             TO WS-TRC-VOID-SOURCE(WS-TRC-IDX)
051291     END-IF.
051296 2050-EXIT.
051302     EXIT.
051307
051312*****************************************************************
051317*    2090-INDEX-IO-ERROR - THE INDEX RETURNED A STATUS THIS     *
051322*    PROGRAM DOES NOT EXPECT.                                   *
051327*****************************************************************
051332 2090-INDEX-IO-ERROR.
051337     MOVE 1105 TO WS-RETURN-CODE
051342     DISPLAY "TEST-NUMTRC RC1105 - DISPOSITION INDEX I/O "
051347         "STATUS " WS-DSPIDX-STATUS
051352     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
051357 2090-EXIT.
051362     EXIT.
051367
051400*****************************************************************
051500*    2200-SCAN-AUDIT-TRAIL - ONE PASS OVER THE AUDITLOG         *
051600*    CONCATENATION, RE-WALKING THE CHECK-VALUE CHAIN AS         *
061100     EXIT.
061200
061300*****************************************************************
061400*    2520-SCAN-XFER-LOG - ONE PASS OVER THE RANGE-TRANSFER LOG, *
061500*    OLDEST FIRST; EVERY TRANSFER COVERING A TRACED NUMBER      *
061600*    FILLS IN THAT ENTRY'S TRANSFER FIELDS, SO THE LATEST       *
061610*    TRANSFER NAMES THE SYSTEM HOLDING THE NUMBER NOW.          *
061700*****************************************************************
061800 2520-SCAN-XFER-LOG.
061900     MOVE "N" TO WS-SW-XFR-EOF
062000     OPEN INPUT XFER-LOG-FILE
062100     EVALUATE WS-XFRLOG-STATUS
062200         WHEN "00"
062300             PERFORM 2530-SCAN-ONE-XFER-RECORD THRU 2530-EXIT
062400                 UNTIL END-OF-XFER-LOG
062500             CLOSE XFER-LOG-FILE
062600         WHEN "35"
062700             CONTINUE
062800         WHEN OTHER
062900             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
063000     END-EVALUATE.
063100 2520-EXIT.
063200     EXIT.
063300
063400*****************************************************************
063500*    2530-SCAN-ONE-XFER-RECORD - READ ONE LOGGED TRANSFER AND   *
063600*    MARK EVERY TRACED NUMBER ITS RANGE COVERS.                 *
063700*****************************************************************
063800 2530-SCAN-ONE-XFER-RECORD.
063900     READ XFER-LOG-FILE
064000         AT END
064100             SET END-OF-XFER-LOG TO TRUE
064110             GO TO 2530-EXIT
064120     END-READ
064130     IF CP-XFR-ERA-CODE IS NUMERIC
064140         MOVE CP-XFR-ERA-CODE TO WS-REC-ERA
064150     ELSE
064160         MOVE ZERO TO WS-REC-ERA
064170     END-IF
064300     IF CP-XFR-SERIES-CODE IS EQUAL TO WS-TRC-SERIES
064310         AND WS-REC-ERA IS EQUAL TO WS-TRC-ERA
064500         AND CP-XFR-FROM-NUMBER IS NOT GREATER THAN WS-TRC-TO
064700         AND CP-XFR-TO-NUMBER IS NOT LESS THAN WS-TRC-FROM
064900         PERFORM 2540-MARK-ONE-XFER THRU 2540-EXIT
065000             VARYING WS-TRC-IDX FROM 1 BY 1
065100             UNTIL WS-TRC-IDX IS GREATER THAN
065200                 WS-TRC-COUNT
065300     END-IF.
065500 2530-EXIT.
065600     EXIT.
065700
065800*****************************************************************
065900*    2540-MARK-ONE-XFER - MARK ONE TRACED NUMBER IF THE LOGGED  *
066000*    TRANSFER JUST READ COVERS IT.                              *
066100*****************************************************************
066200 2540-MARK-ONE-XFER.
066300     IF WS-TRC-NUMBER(WS-TRC-IDX) IS NOT LESS THAN
066400         CP-XFR-FROM-NUMBER
066500         AND WS-TRC-NUMBER(WS-TRC-IDX) IS NOT GREATER THAN
066600             CP-XFR-TO-NUMBER
066700         ADD 1 TO WS-TRC-XFR-CT(WS-TRC-IDX)
066800         MOVE CP-XFR-RECEIVER-ID TO WS-TRC-XFR-OWNER(WS-TRC-IDX)
066810         MOVE CP-XFR-DONOR-ID TO WS-TRC-XFR-DONOR(WS-TRC-IDX)
066900         MOVE CP-XFR-FROM-NUMBER TO WS-TRC-XFR-FROM(WS-TRC-IDX)
067000         MOVE CP-XFR-TO-NUMBER TO WS-TRC-XFR-TO(WS-TRC-IDX)
067100         MOVE CP-XFR-DATE TO WS-TRC-XFR-DATE(WS-TRC-IDX)
067200     END-IF.
067300 2540-EXIT.
067400     EXIT.
067500
073000*****************************************************************
073100*    3000-REPORT-TRACE - ONE CONSOLIDATED BLOCK PER TRACED      *
073200*    NUMBER.                                                    *
075200     MOVE WS-TRC-NUMBER(WS-TRC-IDX) TO WS-NUM-NUMBER
075300     MOVE WS-TRC-SERIES TO WS-NUM-SERIES
075310     MOVE WS-TRC-ERA TO WS-NUM-ERA
075320     MOVE WS-TRC-SERIES TO WS-FMT-SERIES
075330     MOVE WS-TRC-NUMBER(WS-TRC-IDX) TO WS-FMT-NUMBER
075340     PERFORM 9700-FORMAT-NUMBER THRU 9700-EXIT
075350     MOVE WS-FMT-RESULT TO WS-NUM-FORMATTED
075400     WRITE CP-RPT-LINE FROM WS-NUMBER-LINE
075500     IF TRC-WAS-ISSUED(WS-TRC-IDX)
075600         MOVE WS-TRC-RUN-DATE(WS-TRC-IDX) TO WS-ISS-RUN-DATE
077900     ELSE
078000         WRITE CP-RPT-LINE FROM WS-NOALLOC-LINE
078100     END-IF
078105     IF WS-TRC-XFR-CT(WS-TRC-IDX) IS GREATER THAN ZERO
078110         MOVE WS-TRC-XFR-OWNER(WS-TRC-IDX) TO WS-XFL-OWNER
078115         MOVE WS-TRC-XFR-DONOR(WS-TRC-IDX) TO WS-XFL-DONOR
078120         MOVE WS-TRC-XFR-FROM(WS-TRC-IDX) TO WS-XFL-FROM
078125         MOVE WS-TRC-XFR-TO(WS-TRC-IDX) TO WS-XFL-TO
078130         MOVE WS-TRC-XFR-DATE(WS-TRC-IDX) TO WS-XFL-DATE
078135         MOVE WS-TRC-XFR-CT(WS-TRC-IDX) TO WS-XFL-COUNT
078140         WRITE CP-RPT-LINE FROM WS-XFER-LINE
078145         ADD 1 TO WS-LINE-COUNT
078150     END-IF
078200     IF WS-TRC-VOID-CT(WS-TRC-IDX) IS GREATER THAN ZERO
078300         MOVE WS-TRC-VOID-REASON(WS-TRC-IDX) TO WS-VDL-REASON
078400         MOVE WS-TRC-VOID-DATE(WS-TRC-IDX) TO WS-VDL-DATE
081100     MOVE WS-HDG-DATE-NUM TO WS-HDG-DATE
081200     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
081300     WRITE CP-RPT-LINE FROM WS-HEADING-LINE
081310     WRITE CP-RPT-LINE FROM WS-AS-OF-LINE
081400     MOVE ZERO TO WS-LINE-COUNT.
081500 1400-EXIT.
081600     EXIT.
085300
085400 9999-EXIT.
085500     STOP RUN.
085510
085520*****************************************************************
085530*    9700-FORMAT-NUMBER - FORMAT WS-FMT-NUMBER THE WAY SERIES   *
085540*    WS-FMT-SERIES IS QUOTED (CPSERATR): PREFIX, DIGITS ZERO-   *
085550*    PADDED TO THE SERIES' WIDTH (NEVER TRUNCATED), CHECK       *
085560*    DIGIT, SUFFIX.  THE RESULT IS LEFT IN WS-FMT-RESULT.       *
085570*****************************************************************
085580 9700-FORMAT-NUMBER.
085590     MOVE SPACES TO WS-FMT-RESULT
085600     MOVE WS-FMT-NUMBER TO WS-FMT-DIGITS
085610     MOVE 9 TO WS-FMT-WIDTH
085620     MOVE "N" TO WS-FMT-SCHEME
085630     MOVE ZERO TO WS-SAT-MATCH-IDX
085640     PERFORM 9705-MATCH-SERIES-ATTR THRU 9705-EXIT
085650         VARYING WS-SAT-IDX FROM 1 BY 1
085660         UNTIL WS-SAT-IDX IS GREATER THAN WS-SAT-COUNT
085670     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
085680         MOVE WS-SAT-WIDTH(WS-SAT-MATCH-IDX) TO WS-FMT-WIDTH
085690         MOVE WS-SAT-SCHEME(WS-SAT-MATCH-IDX) TO WS-FMT-SCHEME
085700     END-IF
085710     COMPUTE WS-FMT-START = 13 - WS-FMT-WIDTH
085720*    A NUMBER WITH MORE SIGNIFICANT DIGITS THAN THE WIDTH IS
085730*    SHOWN IN FULL.
085740     PERFORM 9701-FIND-FIRST-DIGIT THRU 9701-EXIT
085750         VARYING WS-FMT-POS FROM 4 BY 1
085760         UNTIL WS-FMT-POS IS NOT LESS THAN WS-FMT-START
085770     PERFORM 9710-COMPUTE-CHECK-DIGIT THRU 9710-EXIT
085780     MOVE 1 TO WS-FMT-PTR
085790     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
085800         STRING WS-SAT-PREFIX(WS-SAT-MATCH-IDX)
085810                    DELIMITED BY SPACE
085820             INTO WS-FMT-RESULT
085830             WITH POINTER WS-FMT-PTR
085840         END-STRING
085850     END-IF
085860     STRING WS-FMT-DIGITS-X(WS-FMT-START:13 - WS-FMT-START)
085870                DELIMITED BY SIZE
085880            WS-FMT-CHECK-CHAR DELIMITED BY SPACE
085890         INTO WS-FMT-RESULT
085900         WITH POINTER WS-FMT-PTR
085910     END-STRING
085920     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
085930         STRING WS-SAT-SUFFIX(WS-SAT-MATCH-IDX)
085940                    DELIMITED BY SPACE
085950             INTO WS-FMT-RESULT
085960             WITH POINTER WS-FMT-PTR
085970         END-STRING
085980     END-IF.
085990 9700-EXIT.
086000     EXIT.
086010
086020*****************************************************************
086030*    9701-FIND-FIRST-DIGIT - PULL THE FIRST DIGIT SHOWN LEFT TO *
086040*    THE NUMBER'S FIRST SIGNIFICANT DIGIT WHEN THAT LIES LEFT   *
086050*    OF THE PADDED WIDTH.                                       *
086060*****************************************************************
086070 9701-FIND-FIRST-DIGIT.
086080     IF WS-FMT-DIGIT(WS-FMT-POS) IS NOT EQUAL TO ZERO
086090         MOVE WS-FMT-POS TO WS-FMT-START
086100     END-IF.
086110 9701-EXIT.
086120     EXIT.
086130
086140*****************************************************************
086150*    9705-MATCH-SERIES-ATTR - NOTE THE ATTRIBUTE ENTRY FOR      *
086160*    SERIES WS-FMT-SERIES.                                      *
086170*****************************************************************
086180 9705-MATCH-SERIES-ATTR.
086190     IF WS-SAT-SERIES(WS-SAT-IDX) IS EQUAL TO WS-FMT-SERIES
086200         MOVE WS-SAT-IDX TO WS-SAT-MATCH-IDX
086210     END-IF.
086220 9705-EXIT.
086230     EXIT.
086240
086250*****************************************************************
086260*    9710-COMPUTE-CHECK-DIGIT - WORK THE CHECK CHARACTER FOR    *
086270*    THE DIGITS FROM WS-FMT-START TO THE RIGHT-HAND END UNDER   *
086280*    SCHEME WS-FMT-SCHEME.  NO SCHEME LEAVES IT A SPACE.        *
086290*****************************************************************
086300 9710-COMPUTE-CHECK-DIGIT.
086310     MOVE SPACE TO WS-FMT-CHECK-CHAR
086320     IF NOT FMT-CHECK-LUHN
086330         AND NOT FMT-CHECK-MOD11
086340         GO TO 9710-EXIT
086350     END-IF
086360     MOVE ZERO TO WS-FMT-SUM
086370     MOVE "Y" TO WS-FMT-SW-DOUBLE
086380     MOVE 2 TO WS-FMT-WEIGHT
086390     PERFORM 9711-WEIGH-ONE-DIGIT THRU 9711-EXIT
086400         VARYING WS-FMT-POS FROM 12 BY -1
086410         UNTIL WS-FMT-POS IS LESS THAN WS-FMT-START
086420     IF FMT-CHECK-LUHN
086430         DIVIDE WS-FMT-SUM BY 10 GIVING WS-FMT-QUOTIENT
086440             REMAINDER WS-FMT-REMAINDER
086450         IF WS-FMT-REMAINDER IS EQUAL TO ZERO
086460             MOVE ZERO TO WS-FMT-CHECK-VALUE
086470         ELSE
086480             COMPUTE WS-FMT-CHECK-VALUE = 10 - WS-FMT-REMAINDER
086490         END-IF
086500     ELSE
086510         DIVIDE WS-FMT-SUM BY 11 GIVING WS-FMT-QUOTIENT
086520             REMAINDER WS-FMT-REMAINDER
086530         COMPUTE WS-FMT-CHECK-VALUE = 11 - WS-FMT-REMAINDER
086540     END-IF
086550     EVALUATE WS-FMT-CHECK-VALUE
086560         WHEN 11
086570             MOVE "0" TO WS-FMT-CHECK-CHAR
086580         WHEN 10
086590             MOVE "X" TO WS-FMT-CHECK-CHAR
086600         WHEN OTHER
086610             MOVE WS-FMT-CHECK-VALUE TO WS-FMT-CHECK-DIGIT
086620             MOVE WS-FMT-CHECK-DIGIT TO WS-FMT-CHECK-CHAR
086630     END-EVALUATE.
086640 9710-EXIT.
086650     EXIT.
086660
086670*****************************************************************
086680*    9711-WEIGH-ONE-DIGIT - ADD ONE DIGIT, RIGHT TO LEFT, INTO  *
086690*    THE CHECK SUM.  LUHN DOUBLES EVERY OTHER DIGIT STARTING    *
086700*    WITH THE RIGHTMOST; MOD-11 WEIGHS 2 TO 7 AND ROUND AGAIN.  *
086710*****************************************************************
086720 9711-WEIGH-ONE-DIGIT.
086730     IF FMT-CHECK-LUHN
086740         IF FMT-DOUBLE-THIS-DIGIT
086750             COMPUTE WS-FMT-PRODUCT =
086760                 WS-FMT-DIGIT(WS-FMT-POS) * 2
086770             IF WS-FMT-PRODUCT IS GREATER THAN 9
086780                 SUBTRACT 9 FROM WS-FMT-PRODUCT
086790             END-IF
086800             MOVE "N" TO WS-FMT-SW-DOUBLE
086810         ELSE
086820             MOVE WS-FMT-DIGIT(WS-FMT-POS) TO WS-FMT-PRODUCT
086830             MOVE "Y" TO WS-FMT-SW-DOUBLE
086840         END-IF
086850     ELSE
086860         COMPUTE WS-FMT-PRODUCT =
086870             WS-FMT-DIGIT(WS-FMT-POS) * WS-FMT-WEIGHT
086880         ADD 1 TO WS-FMT-WEIGHT
086890         IF WS-FMT-WEIGHT IS GREATER THAN 7
086900             MOVE 2 TO WS-FMT-WEIGHT
086910         END-IF
086920     END-IF
086930     ADD WS-FMT-PRODUCT TO WS-FMT-SUM.
086940 9711-EXIT.
086950     EXIT.
086960
086970*****************************************************************
086980*    9720-PARSE-FORMATTED - TAKE A NUMBER QUOTED BACK IN ITS    *
086990*    FORMATTED FORM (WS-FMT-INPUT, SERIES WS-FMT-SERIES) AND    *
087000*    RECOVER THE RAW NUMBER INTO WS-FMT-NUMBER.  THE CHECK      *
087010*    DIGIT MUST AGREE WITH THE DIGITS, AND THE WHOLE VALUE      *
087020*    MUST BE EXACTLY WHAT 9700 WOULD PRODUCE FOR THAT NUMBER -  *
087030*    PREFIX, PADDING AND SUFFIX INCLUDED.  FMT-INPUT-IS-VALID   *
087040*    IS SET, OR WS-FMT-REASON SAYS WHY NOT.                     *
087050*****************************************************************
087060 9720-PARSE-FORMATTED.
087070     MOVE "N" TO WS-FMT-SW-VALID
087080     MOVE "NUMBER NOT IN THE SERIES' FORMAT" TO WS-FMT-REASON
087090     MOVE ZERO TO WS-FMT-NUMBER
087100     MOVE "N" TO WS-FMT-SCHEME
087110     MOVE ZERO TO WS-FMT-PREFIX-LEN
087120     MOVE ZERO TO WS-FMT-SUFFIX-LEN
087130     MOVE ZERO TO WS-FMT-CHECK-LEN
087140     MOVE ZERO TO WS-FMT-INPUT-LEN
087150     MOVE ZERO TO WS-SAT-MATCH-IDX
087160     PERFORM 9705-MATCH-SERIES-ATTR THRU 9705-EXIT
087170         VARYING WS-SAT-IDX FROM 1 BY 1
087180         UNTIL WS-SAT-IDX IS GREATER THAN WS-SAT-COUNT
087190     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
087200         MOVE WS-SAT-SCHEME(WS-SAT-MATCH-IDX) TO WS-FMT-SCHEME
087210         INSPECT WS-SAT-PREFIX(WS-SAT-MATCH-IDX)
087220             TALLYING WS-FMT-PREFIX-LEN
087230             FOR CHARACTERS BEFORE INITIAL SPACE
087240         INSPECT WS-SAT-SUFFIX(WS-SAT-MATCH-IDX)
087250             TALLYING WS-FMT-SUFFIX-LEN
087260             FOR CHARACTERS BEFORE INITIAL SPACE
087270     END-IF
087280     IF FMT-CHECK-LUHN
087290         OR FMT-CHECK-MOD11
087300         MOVE 1 TO WS-FMT-CHECK-LEN
087310     END-IF
087320     INSPECT WS-FMT-INPUT TALLYING WS-FMT-INPUT-LEN
087330         FOR CHARACTERS BEFORE INITIAL SPACE
087340     IF WS-FMT-INPUT-LEN IS NOT GREATER THAN
087350         WS-FMT-PREFIX-LEN + WS-FMT-SUFFIX-LEN + WS-FMT-CHECK-LEN
087360         GO TO 9720-EXIT
087370     END-IF
087380     COMPUTE WS-FMT-BODY-LEN = WS-FMT-INPUT-LEN
087390         - WS-FMT-PREFIX-LEN - WS-FMT-SUFFIX-LEN
087400         - WS-FMT-CHECK-LEN
087410     IF WS-FMT-BODY-LEN IS GREATER THAN 12
087420         OR WS-FMT-INPUT(WS-FMT-PREFIX-LEN + 1:WS-FMT-BODY-LEN)
087430             IS NOT NUMERIC
087440         GO TO 9720-EXIT
087450     END-IF
087460     MOVE ZERO TO WS-FMT-DIGITS
087470     COMPUTE WS-FMT-START = 13 - WS-FMT-BODY-LEN
087480     MOVE WS-FMT-INPUT(WS-FMT-PREFIX-LEN + 1:WS-FMT-BODY-LEN)
087490         TO WS-FMT-DIGITS-X(WS-FMT-START:WS-FMT-BODY-LEN)
087500     IF WS-FMT-CHECK-LEN IS GREATER THAN ZERO
087510         PERFORM 9710-COMPUTE-CHECK-DIGIT THRU 9710-EXIT
087520         COMPUTE WS-FMT-PTR =
087530             WS-FMT-PREFIX-LEN + WS-FMT-BODY-LEN + 1
087540         IF WS-FMT-INPUT(WS-FMT-PTR:1)
087550             IS NOT EQUAL TO WS-FMT-CHECK-CHAR
087560             MOVE "CHECK DIGIT IS WRONG" TO WS-FMT-REASON
087570             GO TO 9720-EXIT
087580         END-IF
087590     END-IF
087600     IF WS-FMT-DIGITS IS GREATER THAN 999999999
087610         GO TO 9720-EXIT
087620     END-IF
087630     MOVE WS-FMT-DIGITS TO WS-FMT-NUMBER
087640     PERFORM 9700-FORMAT-NUMBER THRU 9700-EXIT
087650     IF WS-FMT-RESULT IS NOT EQUAL TO WS-FMT-INPUT
087660         MOVE ZERO TO WS-FMT-NUMBER
087670         GO TO 9720-EXIT
087680     END-IF
087690     MOVE "Y" TO WS-FMT-SW-VALID
087700     MOVE SPACES TO WS-FMT-REASON.
087710 9720-EXIT.
087720     EXIT.
