005100*                     HISTORY AND POSTS UNFENCED; AN ERA THE
005200*                     SERIES HAS NOT REACHED IS REJECTED.
005300*                     EVERY POSTING CARRIES THE ERA.
005304*    10/15/26   JAD   THE CARD MAY NOW QUOTE THE NUMBER
005308*                     FORMATTED AS ITS SERIES IS (COLS 28-52 -
005312*                     PREFIX, PADDING, CHECK DIGIT, SUFFIX PER
005316*                     THE SERIES-ATTRIBUTES FILE, SERATTR - SEE
005320*                     CPSERATR) IN PLACE OF THE RAW NUMBER.  A
005324*                     WRONG CHECK DIGIT OR FORMAT IS REJECTED
005328*                     TO THE EDIT REPORT LIKE ANY OTHER BAD
005332*                     CARD; A BAD ATTRIBUTES FILE STOPS WITH
005336*                     RC0806.
005340*    10/15/26   JAD   DUAL CONTROL - EACH CARD NOW NAMES ITS
005344*                     PREPARER (COLS 53-60) AND APPROVER (COLS
005348*                     61-68), WHO MUST DIFFER AND BOTH HOLD THE
005352*                     VOID ACTION ON THE AUTHORIZED-USER TABLE
005356*                     (AUTHUSR, CPAUTUSR) WITHIN THE APPROVER'S
005360*                     THRESHOLD.  A FAILING CARD IS REJECTED TO
005364*                     THE EDIT REPORT; EACH POSTING IS LOGGED TO
005368*                     AUTHLOG (CPAUTLOG).  A BAD TABLE STOPS
005372*                     WITH RC0807.
005376*    10/15/26   JAD   A CARD FOR AN ERA CLOSED AT YEAR END BY
005380*                     TEST-ERACLS (ERACLOSE, CPERACLS) IS
005384*                     REJECTED TO THE EDIT REPORT UNTIL THE ERA
005388*                     IS REOPENED.  A BAD ERA-CLOSE FILE STOPS
005392*                     WITH RC0808.  THE REOPEN ACTION IS
005396*                     ACCEPTED ON THE AUTHORIZED-USER TABLE.
005400*****************************************************************
005500*
005600*    VOID CONTROL CARD LAYOUT (ONE CARD PER VOIDED NUMBER):
005700*      COLS  1- 9  SEQUENCE NUMBER  9(09), REQUIRED UNLESS COLS
005710*                                   28-52 CARRY IT FORMATTED
005800*      COLS 10-13  SERIES CODE      REQUIRED
005900*      COLS 14-17  REASON CODE      REQUIRED, MUST BE AN
006000*                                   ACTIVE CODE ON THE
006200*      COLS 18-25  REPORTED BY      REQUIRED (USER OR DEPT ID)
006300*      COLS 26-27  ERA CODE         9(02) - BLANK MEANS THE
006400*                                   SERIES' CURRENT ERA
006410*      COLS 28-52  FORMATTED        X(25) - THE NUMBER AS ITS
006420*                                   SERIES FORMATS IT (SEE
006430*                                   CPSERATR), IN PLACE OF COLS
006440*                                   1-9.  A WRONG CHECK DIGIT
006450*                                   OR FORMAT IS REJECTED.
006455*      COLS 53-60  PREPARED BY      REQUIRED - THE USER WHO
006460*                                   PREPARED THE CARD
006465*      COLS 61-68  APPROVED BY      REQUIRED - A DIFFERENT USER
006470*                                   AUTHORIZED TO APPROVE VOIDS
006475*                                   (SEE CPAUTUSR)
006500*    THE VOID DATE IS STAMPED BY THIS PROGRAM.  THE REGISTER
006600*    IS APPEND-ONLY - A POSTING IS NEVER UPDATED IN PLACE,
006700*    AND A SECOND POSTING FOR THE SAME NUMBER SIMPLY ADDS TO
010600         ASSIGN TO VOIDRPT
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-RPT-STATUS.
010810
010820     SELECT SERATTR-FILE
010830         ASSIGN TO SERATTR
010840         ORGANIZATION IS SEQUENTIAL
010850         FILE STATUS IS WS-SERATTR-STATUS.
010860
010863     SELECT AUTH-USER-FILE
010866         ASSIGN TO AUTHUSR
010869         ORGANIZATION IS SEQUENTIAL
010872         FILE STATUS IS WS-AUTHUSR-STATUS.
010875
010878     SELECT AUTH-LOG-FILE
010881         ASSIGN TO AUTHLOG
010884         ORGANIZATION IS SEQUENTIAL
010887         FILE STATUS IS WS-AUTHLOG-STATUS.
010888
010890     SELECT ERA-CLOSE-FILE
010892         ASSIGN TO ERACLOSE
010894         ORGANIZATION IS SEQUENTIAL
010896         FILE STATUS IS WS-ERACLS-STATUS.
010900
011000 DATA DIVISION.
011100 FILE SECTION.
011800     05  CP-VCD-REASON-CODE      PIC X(04).
011900     05  CP-VCD-REPORTED-BY      PIC X(08).
012000     05  CP-VCD-ERA-CODE         PIC X(02).
012010     05  CP-VCD-FORMATTED        PIC X(25).
012020     05  CP-VCD-PREPARED-BY      PIC X(08).
012030     05  CP-VCD-APPROVED-BY      PIC X(08).
012100     05  FILLER                  PIC X(12).
012200
012300 FD  VOID-REG-FILE
012400     RECORD CONTAINS 40 CHARACTERS
014400     RECORD CONTAINS 132 CHARACTERS
014500     RECORDING MODE IS F.
014600 01  CP-RPT-LINE                 PIC X(132).
014610
014620 FD  SERATTR-FILE
014630     RECORD CONTAINS 80 CHARACTERS
014640     RECORDING MODE IS F.
014650 COPY CPSERATR.
014655
014659 FD  AUTH-USER-FILE
014663     RECORD CONTAINS 80 CHARACTERS
014667     RECORDING MODE IS F.
014671 COPY CPAUTUSR.
014675
014679 FD  AUTH-LOG-FILE
014683     RECORD CONTAINS 100 CHARACTERS
014687     RECORDING MODE IS F.
014691 COPY CPAUTLOG.
014692
014693 FD  ERA-CLOSE-FILE
014694     RECORD CONTAINS 100 CHARACTERS
014695     RECORDING MODE IS F.
014696 COPY CPERACLS.
014700
014800 WORKING-STORAGE SECTION.
014900*****************************************************************
016400*           RECORDS, OR HELD MORE SERIES THAN THE MASTER        *
016500*           TABLE ALLOWS.                                       *
016600*    RC0805  A REQUIRED FILE FAILED TO OPEN.                     *
016610*    RC0806  THE SERIES-ATTRIBUTES FILE FAILED TO OPEN, HELD    *
016620*           AN INVALID OR DUPLICATE RECORD, OR HELD MORE        *
016630*           RECORDS THAN THE ATTRIBUTE TABLE ALLOWS.            *
016640*    RC0807  THE AUTHORIZED-USER TABLE FAILED TO OPEN, HELD NO  *
016650*           RECORDS, HELD AN INVALID OR DUPLICATE RECORD, OR    *
016660*           HELD MORE RECORDS THAN THE IN-CORE TABLE ALLOWS.    *
016670*    RC0808  THE ERA-CLOSE FILE FAILED TO OPEN, HELD AN INVALID *
016680*           RECORD, OR HELD MORE SERIES AND ERAS THAN THE       *
016690*           ERA-CLOSE TABLE ALLOWS.                             *
016700*****************************************************************
016800 77  WS-CARDS-STATUS             PIC X(02) VALUE "00".
016900 77  WS-VOID-STATUS              PIC X(02) VALUE "00".
017100 77  WS-REASON-STATUS            PIC X(02) VALUE "00".
017200 77  WS-REJECT-STATUS            PIC X(02) VALUE "00".
017300 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
017310 77  WS-SERATTR-STATUS           PIC X(02) VALUE "00".
017320 77  WS-AUTHUSR-STATUS           PIC X(02) VALUE "00".
017330 77  WS-AUTHLOG-STATUS           PIC X(02) VALUE "00".
017340 77  WS-ERACLS-STATUS            PIC X(02) VALUE "00".
017400
017500 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
017600 77  WS-MAX-MASTER-ENTRIES       PIC 9(03) COMP VALUE 50.
017900 77  WS-REJECT-COUNT             PIC 9(09) COMP VALUE 0.
018000 77  WS-CARD-NUMBER              PIC 9(10) COMP VALUE 0.
018100 77  WS-CARD-ERA                 PIC 9(02) VALUE ZERO.
018110 77  WS-CARD-SEQ-TEXT            PIC X(09) VALUE SPACES.
018200 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
018210 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
018220 77  WS-MAX-AUTH-ENTRIES         PIC 9(03) COMP VALUE 100.
018300
018400*****************************************************************
018500*    IN-CORE IMAGE OF THE SEQUENCE MASTER - THE FENCE EVERY     *
021100         10  WS-RSN-STATUS       PIC X(01).
021200             88  RSN-ENT-RETIRED     VALUE "R".
021300
021301*****************************************************************
021302*    SERIES-ATTRIBUTE TABLE - THE SERIES-ATTRIBUTES FILE        *
021303*    (CPSERATR), LOADED WHOLE.  A SERIES WITH NO ENTRY IS       *
021304*    FORMATTED AS ITS PLAIN 9-DIGIT NUMBER, NO CHECK DIGIT.     *
021305*****************************************************************
021306 01  WS-SERIES-ATTR-FIELDS.
021307     05  WS-SAT-COUNT            PIC 9(02) COMP VALUE 0.
021308     05  WS-SAT-IDX              PIC 9(02) COMP VALUE 0.
021309     05  WS-SAT-MATCH-IDX        PIC 9(02) COMP VALUE 0.
021310     05  WS-SW-SAT-EOF           PIC X(01) VALUE "N".
021311         88  SERATTR-AT-END          VALUE "Y".
021312     05  WS-SAT-ENTRY OCCURS 20 TIMES.
021313         10  WS-SAT-SERIES       PIC X(04).
021314         10  WS-SAT-PREFIX       PIC X(06).
021315         10  WS-SAT-SUFFIX       PIC X(06).
021316         10  WS-SAT-WIDTH        PIC 9(02).
021317         10  WS-SAT-SCHEME       PIC X(01).
021318
021319*****************************************************************
021320*    NUMBER-FORMATTING WORK FIELDS - 9700 FORMATS WS-FMT-NUMBER *
021321*    OF SERIES WS-FMT-SERIES INTO WS-FMT-RESULT; 9720 TAKES A   *
021322*    FORMATTED NUMBER QUOTED BACK IN WS-FMT-INPUT AND RETURNS   *
021323*    ITS RAW NUMBER, OR A REJECTION REASON.  THE DIGITS ARE     *
021324*    WORKED RIGHT-JUSTIFIED IN A 12-DIGIT FIELD; WS-FMT-START   *
021325*    IS THE POSITION OF THE FIRST DIGIT SHOWN.                  *
021326*****************************************************************
021327 01  WS-FORMAT-FIELDS.
021328     05  WS-FMT-SERIES           PIC X(04) VALUE SPACES.
021329     05  WS-FMT-NUMBER           PIC 9(09) VALUE ZERO.
021330     05  WS-FMT-RESULT           PIC X(25) VALUE SPACES.
021331     05  WS-FMT-INPUT            PIC X(25) VALUE SPACES.
021332     05  WS-FMT-DIGITS           PIC 9(12) VALUE ZERO.
021333     05  WS-FMT-DIGITS-R REDEFINES WS-FMT-DIGITS.
021334         10  WS-FMT-DIGIT        PIC 9(01) OCCURS 12 TIMES.
021335     05  WS-FMT-DIGITS-X REDEFINES WS-FMT-DIGITS
021336                                 PIC X(12).
021337     05  WS-FMT-WIDTH            PIC 9(02) COMP VALUE 0.
021338     05  WS-FMT-START            PIC 9(02) COMP VALUE 0.
021339     05  WS-FMT-POS              PIC 9(02) COMP VALUE 0.
021340     05  WS-FMT-PTR              PIC 9(02) COMP VALUE 0.
021341     05  WS-FMT-PREFIX-LEN       PIC 9(02) COMP VALUE 0.
021342     05  WS-FMT-SUFFIX-LEN       PIC 9(02) COMP VALUE 0.
021343     05  WS-FMT-CHECK-LEN        PIC 9(02) COMP VALUE 0.
021344     05  WS-FMT-INPUT-LEN        PIC 9(02) COMP VALUE 0.
021345     05  WS-FMT-BODY-LEN         PIC 9(02) COMP VALUE 0.
021346     05  WS-FMT-SUM              PIC 9(05) COMP VALUE 0.
021347     05  WS-FMT-PRODUCT          PIC 9(03) COMP VALUE 0.
021348     05  WS-FMT-WEIGHT           PIC 9(02) COMP VALUE 0.
021349     05  WS-FMT-QUOTIENT         PIC 9(05) COMP VALUE 0.
021350     05  WS-FMT-REMAINDER        PIC 9(02) COMP VALUE 0.
021351     05  WS-FMT-CHECK-VALUE      PIC 9(02) COMP VALUE 0.
021352     05  WS-FMT-CHECK-DIGIT      PIC 9(01) VALUE ZERO.
021353     05  WS-FMT-CHECK-CHAR       PIC X(01) VALUE SPACE.
021354     05  WS-FMT-SCHEME           PIC X(01) VALUE "N".
021355         88  FMT-CHECK-LUHN          VALUE "L".
021356         88  FMT-CHECK-MOD11         VALUE "M".
021357     05  WS-FMT-SW-DOUBLE        PIC X(01) VALUE "N".
021358         88  FMT-DOUBLE-THIS-DIGIT   VALUE "Y".
021359     05  WS-FMT-SW-VALID         PIC X(01) VALUE "N".
021360         88  FMT-INPUT-IS-VALID      VALUE "Y".
021361     05  WS-FMT-REASON           PIC X(40) VALUE SPACES.
021362
021400 01  WS-EDIT-FIELDS.
021500     05  WS-REJECT-TEXT          PIC X(40) VALUE SPACES.
021600
021601*****************************************************************
021603*    AUTHORIZED-USER TABLE (CPAUTUSR), LOADED WHOLE, WITH THE   *
021605*    NUMBERS EACH ENTRY HAS APPROVED SO FAR IN THIS DECK - THE  *
021607*    THRESHOLD CAPS THE VOIDS AN APPROVER MAY PASS IN ONE       *
021609*    SUBMISSION, SO A LARGE CANCELLATION CANNOT SLIP THROUGH    *
021611*    ONE CARD AT A TIME.                                        *
021613*****************************************************************
021615 01  WS-AUTH-USER-FIELDS.
021617     05  WS-AUT-COUNT            PIC 9(03) COMP VALUE 0.
021619     05  WS-AUT-IDX              PIC 9(03) COMP VALUE 0.
021621     05  WS-AUT-MATCH-IDX        PIC 9(03) COMP VALUE 0.
021623     05  WS-SW-AUT-EOF           PIC X(01) VALUE "N".
021625         88  AUTHUSR-AT-END          VALUE "Y".
021627     05  WS-AUT-ENTRY OCCURS 100 TIMES.
021629         10  WS-AUT-USER-ID      PIC X(08).
021631         10  WS-AUT-ACTION       PIC X(06).
021633         10  WS-AUT-ROLE         PIC X(01).
021635             88  AUT-ENT-MAY-PREPARE VALUES "P" "B".
021637             88  AUT-ENT-MAY-APPROVE VALUES "A" "B".
021639         10  WS-AUT-THRESHOLD    PIC 9(09) COMP.
021641         10  WS-AUT-STATUS       PIC X(01).
021643             88  AUT-ENT-REVOKED     VALUE "R".
021645         10  WS-AUT-APPROVED     PIC 9(10) COMP.
021647
021649*****************************************************************
021651*    DUAL-CONTROL CHECK - 9600 TESTS WS-AUC-PREPARER AND        *
021653*    WS-AUC-APPROVER FOR ACTION WS-AUC-ACTION AGAINST THE       *
021655*    TABLE ABOVE FOR WS-AUC-QUANTITY NUMBERS, LEAVING A         *
021657*    REJECTION REASON IN WS-AUC-REASON (SPACES WHEN THE CHANGE  *
021659*    MAY GO AHEAD) AND THE APPROVER'S ENTRY IN WS-AUC-APPR-IDX. *
021661*****************************************************************
021663 01  WS-AUTH-CHECK-FIELDS.
021665     05  WS-AUC-ACTION           PIC X(06) VALUE SPACES.
021667     05  WS-AUC-PREPARER         PIC X(08) VALUE SPACES.
021669     05  WS-AUC-APPROVER         PIC X(08) VALUE SPACES.
021671     05  WS-AUC-FIND-USER        PIC X(08) VALUE SPACES.
021673     05  WS-AUC-QUANTITY         PIC 9(10) COMP VALUE 0.
021675     05  WS-AUC-APPR-IDX         PIC 9(03) COMP VALUE 0.
021677     05  WS-AUC-REASON           PIC X(40) VALUE SPACES.
021679
021680*****************************************************************
021681*    ERA-CLOSE TABLE - THE STATE OF EVERY SERIES AND ERA ON     *
021682*    THE ERA-CLOSE FILE (CPERACLS), WHICH IS IN ACTION ORDER,   *
021683*    SO THE LAST RECORD READ FOR A SERIES AND ERA IS ITS STATE. *
021684*    A SERIES AND ERA WITH NO ENTRY IS OPEN.                    *
021685*****************************************************************
021686 01  WS-ERA-CLOSE-FIELDS.
021687     05  WS-ECL-COUNT            PIC 9(03) COMP VALUE 0.
021688     05  WS-ECL-IDX              PIC 9(03) COMP VALUE 0.
021689     05  WS-ECL-MATCH-IDX        PIC 9(03) COMP VALUE 0.
021690     05  WS-ECL-FIND-SERIES      PIC X(04) VALUE SPACES.
021691     05  WS-ECL-FIND-ERA         PIC 9(02) VALUE ZERO.
021692     05  WS-SW-ECL-EOF           PIC X(01) VALUE "N".
021693         88  ERACLOSE-AT-END         VALUE "Y".
021694     05  WS-ECL-ENTRY OCCURS 200 TIMES.
021695         10  WS-ECL-SERIES-CODE  PIC X(04).
021696         10  WS-ECL-ERA          PIC 9(02).
021697         10  WS-ECL-ACTION       PIC X(01).
021698             88  ECL-ENT-CLOSED      VALUE "C".
021699
021700 01  WS-DATE-TIME-FIELDS.
021800     05  WS-CD-DATE              PIC 9(08).
021900     05  WS-CD-DATE-R REDEFINES WS-CD-DATE.
024800 01  WS-REJECT-LINE.
024900     05  FILLER                  PIC X(02) VALUE SPACES.
025000     05  FILLER                  PIC X(11) VALUE "REJECTED - ".
025100     05  WS-REJ-CARD             PIC X(68).
025200     05  FILLER                  PIC X(03) VALUE " - ".
025300     05  WS-REJ-REASON           PIC X(40).
025400
028100     GO TO 9999-EXIT.
028200
028300*****************************************************************
028400*    1000-INITIALIZE - LOAD THE SEQUENCE MASTER, THE            *
028500*    REASON-CODE AND AUTHORIZED-USER TABLES, THEN OPEN THE      *
028510*    CARDS, THE REGISTER AND THE AUTHORIZATION LOG (EXTENDED,   *
028600*    NEVER OVERLAID), THE REJECT FILE AND THE EDIT REPORT.      *
028800*****************************************************************
028900 1000-INITIALIZE.
029000     DISPLAY "TEST-VOIDMNT - VOID REGISTER POSTING STARTING"
029100     PERFORM 1100-LOAD-SEQ-MASTER THRU 1100-EXIT
029200     PERFORM 1200-LOAD-REASONS THRU 1200-EXIT
029210     PERFORM 1250-LOAD-SERIES-ATTR THRU 1250-EXIT
029220     PERFORM 1230-LOAD-AUTH-USERS THRU 1230-EXIT
029230     PERFORM 1270-LOAD-ERA-CLOSE THRU 1270-EXIT
029300     OPEN INPUT VOID-CARD-FILE
029400     IF WS-CARDS-STATUS IS NOT EQUAL TO "00"
029500         MOVE 0800 TO WS-RETURN-CODE
031200     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
031300         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
031400     END-IF
031410     OPEN EXTEND AUTH-LOG-FILE
031420     IF WS-AUTHLOG-STATUS IS NOT EQUAL TO "00"
031430         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
031440     END-IF
031500     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
031600     MOVE WS-CD-DATE TO WS-CURRENT-DATE
031700     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT.
044600 2100-EXIT.
044700     EXIT.
044800
044801*****************************************************************
044802*    2150-TAKE-FORMATTED - THE CARD QUOTES THE NUMBER AS ITS    *
044803*    SERIES FORMATS IT (COLS 28-52) INSTEAD OF IN COLS 1-9.     *
044804*    THE CHECK DIGIT AND THE FORMAT MUST AGREE WITH THE         *
044805*    SERIES-ATTRIBUTES FILE; THE RAW NUMBER THEN GOES THROUGH   *
044806*    THE SAME EDITS AS A KEYED ONE.  A FAILURE IS LEFT IN       *
044807*    WS-REJECT-TEXT.                                            *
044808*****************************************************************
044809 2150-TAKE-FORMATTED.
044810     IF CP-VCD-SEQ-NUMBER IS NOT EQUAL TO SPACES
044811         MOVE "NUMBER KEYED BOTH RAW AND FORMATTED"
044812             TO WS-REJECT-TEXT
044813         GO TO 2150-EXIT
044814     END-IF
044815*    WITH NO SERIES THE CARD FAILS THE SYNTAX EDIT.
044816     IF CP-VCD-SERIES-CODE IS EQUAL TO SPACES
044817         GO TO 2150-EXIT
044818     END-IF
044819     MOVE CP-VCD-SERIES-CODE TO WS-FMT-SERIES
044820     MOVE CP-VCD-FORMATTED TO WS-FMT-INPUT
044821     PERFORM 9720-PARSE-FORMATTED THRU 9720-EXIT
044822     IF NOT FMT-INPUT-IS-VALID
044823         MOVE WS-FMT-REASON TO WS-REJECT-TEXT
044824         GO TO 2150-EXIT
044825     END-IF
044826     MOVE WS-FMT-NUMBER TO WS-CARD-SEQ-TEXT.
044827 2150-EXIT.
044828     EXIT.
044829
044900*****************************************************************
045000*    2200-POST-ONE-CARD - RUN THE CARD JUST READ THROUGH THE    *
045100*    EDITS AND APPEND ITS REGISTER ENTRY, OR REJECT IT.  THE    *
045200*    EDITS RUN IN ORDER OF CHEAPNESS: A FORMATTED NUMBER'S      *
045210*    CHECK DIGIT AND FORMAT, SYNTAX, SERIES ON THE MASTER,      *
045300*    NUMBER INSIDE THE ISSUED SPAN, ERA NOT CLOSED, REASON ON   *
045400*    THE TABLE, THEN DUAL CONTROL.  THE FIRST FAILURE NAMES THE *
045450*    CARD'S PROBLEM.                                            *
045500*****************************************************************
045600 2200-POST-ONE-CARD.
045700     MOVE SPACES TO WS-REJECT-TEXT
045710     MOVE CP-VCD-SEQ-NUMBER TO WS-CARD-SEQ-TEXT
045720     IF CP-VCD-FORMATTED IS NOT EQUAL TO SPACES
045730         PERFORM 2150-TAKE-FORMATTED THRU 2150-EXIT
045740         IF WS-REJECT-TEXT IS NOT EQUAL TO SPACES
045750             PERFORM 2500-REJECT-CARD THRU 2500-EXIT
045760             GO TO 2200-READ-NEXT
045770         END-IF
045780     END-IF
045800     IF WS-CARD-SEQ-TEXT IS NOT NUMERIC
045900         OR WS-CARD-SEQ-TEXT IS EQUAL TO "000000000"
046000         OR CP-VCD-SERIES-CODE IS EQUAL TO SPACES
046100         OR CP-VCD-REASON-CODE IS EQUAL TO SPACES
046200         OR CP-VCD-REPORTED-BY IS EQUAL TO SPACES
047500         PERFORM 2500-REJECT-CARD THRU 2500-EXIT
047600         GO TO 2200-READ-NEXT
047700     END-IF
047800     MOVE WS-CARD-SEQ-TEXT TO WS-CARD-NUMBER
047900     IF CP-VCD-ERA-CODE IS EQUAL TO SPACES
048000         MOVE WS-MST-ERA(WS-MATCH-IDX) TO WS-CARD-ERA
048100     ELSE
050400         PERFORM 2500-REJECT-CARD THRU 2500-EXIT
050500         GO TO 2200-READ-NEXT
050600     END-IF
050610*    A CLOSED ERA TAKES NO POSTINGS UNTIL TEST-ERACLS REOPENS IT.
050611     MOVE CP-VCD-SERIES-CODE TO WS-ECL-FIND-SERIES
050612     MOVE WS-CARD-ERA TO WS-ECL-FIND-ERA
050613     PERFORM 1290-FIND-ERA-CLOSE THRU 1290-EXIT
050614     IF WS-ECL-MATCH-IDX IS GREATER THAN ZERO
050615         IF ECL-ENT-CLOSED(WS-ECL-MATCH-IDX)
050616             MOVE "ERA IS CLOSED - REOPEN REQUIRED"
050617                 TO WS-REJECT-TEXT
050618             PERFORM 2500-REJECT-CARD THRU 2500-EXIT
050619             GO TO 2200-READ-NEXT
050620         END-IF
050621     END-IF
050700     MOVE ZERO TO WS-REASON-MATCH
050800     PERFORM 2400-MATCH-REASON-CODE THRU 2400-EXIT
050900         VARYING WS-REASON-IDX FROM 1 BY 1
052000         PERFORM 2500-REJECT-CARD THRU 2500-EXIT
052100         GO TO 2200-READ-NEXT
052200     END-IF
052210     MOVE "VOID  " TO WS-AUC-ACTION
052218     MOVE CP-VCD-PREPARED-BY TO WS-AUC-PREPARER
052226     MOVE CP-VCD-APPROVED-BY TO WS-AUC-APPROVER
052234     MOVE 1 TO WS-AUC-QUANTITY
052242     PERFORM 9600-CHECK-DUAL-CONTROL THRU 9600-EXIT
052250     IF WS-AUC-REASON IS NOT EQUAL TO SPACES
052258         MOVE WS-AUC-REASON TO WS-REJECT-TEXT
052266         PERFORM 2500-REJECT-CARD THRU 2500-EXIT
052274         GO TO 2200-READ-NEXT
052282     END-IF
052300     MOVE SPACES TO CP-VOID-RECORD
052400     MOVE WS-CARD-SEQ-TEXT TO CP-VOID-SEQ-NUMBER
052500     MOVE CP-VCD-SERIES-CODE TO CP-VOID-SERIES-CODE
052600     MOVE CP-VCD-REASON-CODE TO CP-VOID-REASON-CODE
052700     MOVE WS-CURRENT-DATE TO CP-VOID-DATE
052900     MOVE "CARD" TO CP-VOID-SOURCE
053000     MOVE WS-CARD-ERA TO CP-VOID-ERA-CODE
053100     WRITE CP-VOID-RECORD
053200     ADD 1 TO WS-POST-COUNT
053210     PERFORM 2600-WRITE-AUTH-LOG THRU 2600-EXIT.
053300 2200-READ-NEXT.
053400     PERFORM 2100-READ-VOID-CARD THRU 2100-EXIT.
053500 2200-EXIT.
057100         WS-MAX-LINES-PER-PAGE
057200         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
057300     END-IF
057400     MOVE CP-VOID-CARD(1:68) TO WS-REJ-CARD
057500     MOVE WS-REJECT-TEXT TO WS-REJ-REASON
057600     WRITE CP-RPT-LINE FROM WS-REJECT-LINE
057700     ADD 1 TO WS-LINE-COUNT
057800     WRITE CP-REJECT-CARD FROM CP-VOID-CARD.
057900 2500-EXIT.
058000     EXIT.
058003
058006*****************************************************************
058009*    2600-WRITE-AUTH-LOG - ONE MAINTENANCE-AUTHORIZATION LOG    *
058012*    RECORD FOR THE VOID JUST POSTED: WHO PREPARED AND WHO      *
058015*    APPROVED IT, THE NUMBER, AND ITS REASON AND REPORTER.      *
058018*    THE NUMBER IS CHARGED TO THE APPROVER'S THRESHOLD FOR THE  *
058021*    REST OF THE DECK.                                          *
058024*****************************************************************
058027 2600-WRITE-AUTH-LOG.
058030     ADD 1 TO WS-AUT-APPROVED(WS-AUC-APPR-IDX)
058033     ACCEPT WS-CURRENT-TIME FROM TIME
058036     MOVE SPACES TO CP-AUTH-LOG-RECORD
058039     MOVE WS-CURRENT-DATE TO CP-AUL-DATE
058042     MOVE WS-CURRENT-TIME TO CP-AUL-TIME
058045     MOVE "TESTVMNT" TO CP-AUL-PROGRAM
058048     MOVE "VOID  " TO CP-AUL-ACTION
058051     MOVE CP-VCD-SERIES-CODE TO CP-AUL-SERIES-CODE
058054     MOVE WS-CARD-ERA TO CP-AUL-ERA-CODE
058057     MOVE CP-VCD-PREPARED-BY TO CP-AUL-PREPARED-BY
058060     MOVE CP-VCD-APPROVED-BY TO CP-AUL-APPROVED-BY
058063     MOVE 1 TO CP-AUL-QUANTITY
058066     MOVE WS-CARD-NUMBER TO CP-AUL-FROM-NUMBER
058069     MOVE WS-CARD-NUMBER TO CP-AUL-TO-NUMBER
058072     MOVE CP-VCD-REASON-CODE TO CP-AUL-REFERENCE(1:4)
058075     MOVE CP-VCD-REPORTED-BY TO CP-AUL-REFERENCE(5:8)
058078     WRITE CP-AUTH-LOG-RECORD.
058081 2600-EXIT.
058084     EXIT.
058100
058200*****************************************************************
058300*    1400-WRITE-REPORT-HEADING - TITLE, RUN DATE AND PAGE       *
061800     CLOSE VOID-REG-FILE
061900     CLOSE REJECT-FILE
062000     CLOSE REPORT-FILE
062010     CLOSE AUTH-LOG-FILE
062100     DISPLAY "TEST-VOIDMNT - POSTED " WS-POST-COUNT
062200         " VOID ENTRY(S), REJECTED " WS-REJECT-COUNT
062300         " CARD(S)"
066200
066300 9999-EXIT.
066400     STOP RUN.
066410
066420*****************************************************************
066430*    1230-LOAD-AUTH-USERS - LOAD THE AUTHORIZED-USER TABLE.     *
066440*    THE TABLE IS REQUIRED - WITHOUT IT NO VOID CARD COULD      *
066450*    EVER PASS DUAL CONTROL, AND AN EMPTY TABLE IS A SET-UP     *
066460*    ERROR, NOT A DAY WHEN NOBODY MAY ACT.                      *
066470*****************************************************************
066480 1230-LOAD-AUTH-USERS.
066490     MOVE "N" TO WS-SW-AUT-EOF
066500     OPEN INPUT AUTH-USER-FILE
066510     IF WS-AUTHUSR-STATUS IS NOT EQUAL TO "00"
066520         MOVE 0807 TO WS-RETURN-CODE
066530         DISPLAY "TEST-VOIDMNT RC0807 - AUTHORIZED-USER TABLE "
066540             "FAILED TO OPEN - STATUS " WS-AUTHUSR-STATUS
066550         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
066560     END-IF
066570     PERFORM 1240-READ-AUTH-USER THRU 1240-EXIT
066580         UNTIL AUTHUSR-AT-END
066590     CLOSE AUTH-USER-FILE
066600     IF WS-AUT-COUNT IS EQUAL TO ZERO
066610         MOVE 0807 TO WS-RETURN-CODE
066620         DISPLAY "TEST-VOIDMNT RC0807 - AUTHORIZED-USER TABLE "
066630             "HELD NO RECORDS"
066640         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
066650     END-IF.
066660 1230-EXIT.
066670     EXIT.
066680
066690*****************************************************************
066700*    1240-READ-AUTH-USER - VALIDATE AND TABLE ONE AUTHORIZED-   *
066710*    USER RECORD.  A BAD OR DUPLICATE RECORD STOPS THE RUN - A  *
066720*    CONTROL TABLE NOBODY CAN READ THE SAME WAY TWICE IS NO     *
066730*    CONTROL.                                                   *
066740*****************************************************************
066750 1240-READ-AUTH-USER.
066760     READ AUTH-USER-FILE
066770         AT END
066780             SET AUTHUSR-AT-END TO TRUE
066790             GO TO 1240-EXIT
066800     END-READ
066810     IF WS-AUT-COUNT IS GREATER THAN OR EQUAL TO
066820         WS-MAX-AUTH-ENTRIES
066830         MOVE 0807 TO WS-RETURN-CODE
066840         DISPLAY "TEST-VOIDMNT RC0807 - AUTHORIZED-USER TABLE "
066850             "HOLDS MORE RECORDS THAN THE IN-CORE TABLE ALLOWS"
066860         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
066870     END-IF
066880     MOVE CP-AUT-USER-ID TO WS-AUC-FIND-USER
066890     MOVE CP-AUT-ACTION TO WS-AUC-ACTION
066900     MOVE ZERO TO WS-AUT-MATCH-IDX
066910     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
066920         VARYING WS-AUT-IDX FROM 1 BY 1
066930         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
066940     IF CP-AUT-USER-ID IS EQUAL TO SPACES
066950         OR WS-AUT-MATCH-IDX IS GREATER THAN ZERO
066960         OR NOT (AUT-ACTION-ADJUST OR AUT-ACTION-NEWERA
066970                 OR AUT-ACTION-VOID OR AUT-ACTION-RBAK
066980                 OR AUT-ACTION-REOPEN)
066990         OR NOT (AUT-ROLE-PREPARER OR AUT-ROLE-APPROVER
067000                 OR AUT-ROLE-BOTH)
067010         OR CP-AUT-THRESHOLD IS NOT NUMERIC
067020         OR NOT (AUT-USER-ACTIVE OR AUT-USER-REVOKED)
067030         MOVE 0807 TO WS-RETURN-CODE
067040         DISPLAY "TEST-VOIDMNT RC0807 - INVALID OR DUPLICATE "
067050             "AUTHORIZED-USER RECORD - '"
067060             CP-AUTH-USER-RECORD(1:25) "'"
067070         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
067080     END-IF
067090     ADD 1 TO WS-AUT-COUNT
067100     MOVE CP-AUT-USER-ID TO WS-AUT-USER-ID(WS-AUT-COUNT)
067110     MOVE CP-AUT-ACTION TO WS-AUT-ACTION(WS-AUT-COUNT)
067120     MOVE CP-AUT-ROLE TO WS-AUT-ROLE(WS-AUT-COUNT)
067130     MOVE CP-AUT-THRESHOLD TO WS-AUT-THRESHOLD(WS-AUT-COUNT)
067140     MOVE CP-AUT-STATUS TO WS-AUT-STATUS(WS-AUT-COUNT)
067150     MOVE ZERO TO WS-AUT-APPROVED(WS-AUT-COUNT).
067160 1240-EXIT.
067170     EXIT.
067180
067190*****************************************************************
067200*    1250-LOAD-SERIES-ATTR - LOAD THE SERIES-ATTRIBUTES FILE.   *
067210*    THE FILE IS OPTIONAL - WITHOUT IT EVERY SERIES IS          *
067220*    FORMATTED AS ITS PLAIN 9-DIGIT NUMBER.                     *
067230*****************************************************************
067240 1250-LOAD-SERIES-ATTR.
067250     MOVE "N" TO WS-SW-SAT-EOF
067260     OPEN INPUT SERATTR-FILE
067270     EVALUATE WS-SERATTR-STATUS
067280         WHEN "00"
067290             PERFORM 1260-READ-SERIES-ATTR THRU 1260-EXIT
067300                 UNTIL SERATTR-AT-END
067310             CLOSE SERATTR-FILE
067320         WHEN "35"
067330             CONTINUE
067340         WHEN OTHER
067350             MOVE 0806 TO WS-RETURN-CODE
067360             DISPLAY "TEST-VOIDMNT RC0806 - SERIES-ATTRIBUTES "
067370                 "FILE FAILED TO OPEN - STATUS " WS-SERATTR-STATUS
067380             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
067390     END-EVALUATE.
067400 1250-EXIT.
067410     EXIT.
067420
067430*****************************************************************
067440*    1260-READ-SERIES-ATTR - VALIDATE AND TABLE ONE SERIES-     *
067450*    ATTRIBUTES RECORD.  A BAD RECORD STOPS THE RUN - A NUMBER  *
067460*    FORMATTED WRONGLY WOULD BE QUOTED BACK WRONGLY FOR YEARS.  *
067470*****************************************************************
067480 1260-READ-SERIES-ATTR.
067490     READ SERATTR-FILE
067500         AT END
067510             SET SERATTR-AT-END TO TRUE
067520             GO TO 1260-EXIT
067530     END-READ
067540     IF WS-SAT-COUNT IS GREATER THAN OR EQUAL TO 20
067550         MOVE 0806 TO WS-RETURN-CODE
067560         DISPLAY "TEST-VOIDMNT RC0806 - MORE SERIES-ATTRIBUTES "
067570             "RECORDS THAN THE ATTRIBUTE TABLE ALLOWS"
067580         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
067590     END-IF
067600     MOVE CP-SAT-SERIES-CODE TO WS-FMT-SERIES
067610     MOVE ZERO TO WS-SAT-MATCH-IDX
067620     PERFORM 9705-MATCH-SERIES-ATTR THRU 9705-EXIT
067630         VARYING WS-SAT-IDX FROM 1 BY 1
067640         UNTIL WS-SAT-IDX IS GREATER THAN WS-SAT-COUNT
067650     IF CP-SAT-SERIES-CODE IS EQUAL TO SPACES
067660         OR WS-SAT-MATCH-IDX IS GREATER THAN ZERO
067670         OR CP-SAT-PAD-WIDTH IS NOT NUMERIC
067680         OR CP-SAT-PAD-WIDTH IS EQUAL TO ZERO
067690         OR CP-SAT-PAD-WIDTH IS GREATER THAN 12
067700         OR NOT (SAT-CHECK-NONE OR SAT-CHECK-LUHN
067710                 OR SAT-CHECK-MOD11)
067720         MOVE 0806 TO WS-RETURN-CODE
067730         DISPLAY "TEST-VOIDMNT RC0806 - INVALID OR DUPLICATE "
067740             "SERIES-ATTRIBUTES RECORD - '"
067750             CP-SERIES-ATTR-RECORD(1:19) "'"
067760         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
067770     END-IF
067780     ADD 1 TO WS-SAT-COUNT
067790     MOVE CP-SAT-SERIES-CODE TO WS-SAT-SERIES(WS-SAT-COUNT)
067800     MOVE CP-SAT-PREFIX TO WS-SAT-PREFIX(WS-SAT-COUNT)
067810     MOVE CP-SAT-SUFFIX TO WS-SAT-SUFFIX(WS-SAT-COUNT)
067820     MOVE CP-SAT-PAD-WIDTH TO WS-SAT-WIDTH(WS-SAT-COUNT)
067830     MOVE CP-SAT-CHECK-SCHEME TO WS-SAT-SCHEME(WS-SAT-COUNT)
067840     IF SAT-CHECK-NONE
067850         MOVE "N" TO WS-SAT-SCHEME(WS-SAT-COUNT)
067860     END-IF.
067870 1260-EXIT.
067880     EXIT.
067890
067900*****************************************************************
067910*    1270-LOAD-ERA-CLOSE - LOAD THE ERA-CLOSE FILE.  THE FILE   *
067920*    IS OPTIONAL - WITHOUT IT NO ERA HAS EVER BEEN CLOSED.      *
067930*****************************************************************
067940 1270-LOAD-ERA-CLOSE.
067950     MOVE "N" TO WS-SW-ECL-EOF
067960     OPEN INPUT ERA-CLOSE-FILE
067970     EVALUATE WS-ERACLS-STATUS
067980         WHEN "00"
067990             PERFORM 1280-READ-ERA-CLOSE THRU 1280-EXIT
068000                 UNTIL ERACLOSE-AT-END
068010             CLOSE ERA-CLOSE-FILE
068020         WHEN "35"
068030             CONTINUE
068040         WHEN OTHER
068050             MOVE 0808 TO WS-RETURN-CODE
068060             DISPLAY "TEST-VOIDMNT RC0808 - ERA-CLOSE FILE "
068070                 "FAILED TO OPEN - STATUS " WS-ERACLS-STATUS
068080             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
068090     END-EVALUATE.
068100 1270-EXIT.
068110     EXIT.
068120
068130*****************************************************************
068140*    1280-READ-ERA-CLOSE - VALIDATE ONE ERA-CLOSE RECORD AND    *
068150*    SET ITS SERIES AND ERA'S STATE, ADDING THE ENTRY THE       *
068160*    FIRST TIME THE SERIES AND ERA IS SEEN.                     *
068170*****************************************************************
068180 1280-READ-ERA-CLOSE.
068190     READ ERA-CLOSE-FILE
068200         AT END
068210             SET ERACLOSE-AT-END TO TRUE
068220             GO TO 1280-EXIT
068230     END-READ
068240     IF CP-ECL-SERIES-CODE IS EQUAL TO SPACES
068250         OR CP-ECL-ERA-CODE IS NOT NUMERIC
068260         OR NOT (ECL-ACTION-CLOSED OR ECL-ACTION-REOPENED)
068270         MOVE 0808 TO WS-RETURN-CODE
068280         DISPLAY "TEST-VOIDMNT RC0808 - INVALID ERA-CLOSE "
068290             "RECORD - '" CP-ERA-CLOSE-RECORD(1:23) "'"
068300         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
068310     END-IF
068320     MOVE CP-ECL-SERIES-CODE TO WS-ECL-FIND-SERIES
068330     MOVE CP-ECL-ERA-CODE TO WS-ECL-FIND-ERA
068340     PERFORM 1290-FIND-ERA-CLOSE THRU 1290-EXIT
068350     IF WS-ECL-MATCH-IDX IS EQUAL TO ZERO
068360         IF WS-ECL-COUNT IS GREATER THAN OR EQUAL TO 200
068370             MOVE 0808 TO WS-RETURN-CODE
068380             DISPLAY "TEST-VOIDMNT RC0808 - ERA-CLOSE FILE HOLDS "
068390                 "MORE SERIES AND ERAS THAN THE TABLE ALLOWS"
068400             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
068410         END-IF
068420         ADD 1 TO WS-ECL-COUNT
068430         MOVE WS-ECL-COUNT TO WS-ECL-MATCH-IDX
068440         MOVE CP-ECL-SERIES-CODE
068450             TO WS-ECL-SERIES-CODE(WS-ECL-MATCH-IDX)
068460         MOVE CP-ECL-ERA-CODE TO WS-ECL-ERA(WS-ECL-MATCH-IDX)
068470     END-IF
068480     MOVE CP-ECL-ACTION TO WS-ECL-ACTION(WS-ECL-MATCH-IDX).
068490 1280-EXIT.
068500     EXIT.
068510
068520*****************************************************************
068530*    1290-FIND-ERA-CLOSE - SERVICE PARAGRAPH.  ON ENTRY         *
068540*    WS-ECL-FIND-SERIES AND WS-ECL-FIND-ERA NAME A SERIES AND   *
068550*    ERA; ON EXIT WS-ECL-MATCH-IDX IS ITS ERA-CLOSE ENTRY, OR   *
068560*    ZERO WHEN THE ERA HAS NEVER BEEN CLOSED.                   *
068570*****************************************************************
068580 1290-FIND-ERA-CLOSE.
068590     MOVE ZERO TO WS-ECL-MATCH-IDX
068600     PERFORM 1295-MATCH-ERA-CLOSE THRU 1295-EXIT
068610         VARYING WS-ECL-IDX FROM 1 BY 1
068620         UNTIL WS-ECL-IDX IS GREATER THAN WS-ECL-COUNT.
068630 1290-EXIT.
068640     EXIT.
068650
068660*****************************************************************
068670*    1295-MATCH-ERA-CLOSE - ONE PASS OF THE ERA-CLOSE           *
068680*    TABLE SEARCH, KEEPING THE FIRST ENTRY FOR THE SERIES AND   *
068690*    ERA BEING LOOKED UP.                                       *
068700*****************************************************************
068710 1295-MATCH-ERA-CLOSE.
068720     IF WS-ECL-MATCH-IDX IS EQUAL TO ZERO
068730         AND WS-ECL-SERIES-CODE(WS-ECL-IDX) IS EQUAL TO
068740             WS-ECL-FIND-SERIES
068750         AND WS-ECL-ERA(WS-ECL-IDX) IS EQUAL TO WS-ECL-FIND-ERA
068760         MOVE WS-ECL-IDX TO WS-ECL-MATCH-IDX
068770     END-IF.
068780 1295-EXIT.
068790     EXIT.
068800
068810*****************************************************************
068820*    9600-CHECK-DUAL-CONTROL - TEST WS-AUC-PREPARER AND         *
068830*    WS-AUC-APPROVER FOR ACTION WS-AUC-ACTION AND               *
068840*    WS-AUC-QUANTITY NUMBERS.  BOTH MUST BE KEYED AND           *
068850*    DIFFERENT; THE PREPARER MUST BE ACTIVE FOR THE ACTION AS   *
068860*    A PREPARER, THE APPROVER AS AN APPROVER, AND WHAT THE      *
068870*    APPROVER HAS ALREADY APPROVED IN THIS SUBMISSION PLUS      *
068880*    THESE NUMBERS MUST NOT EXCEED THEIR THRESHOLD.  THE FIRST  *
068890*    FAILURE IS LEFT IN WS-AUC-REASON; SPACES MEAN GO AHEAD.    *
068900*****************************************************************
068910 9600-CHECK-DUAL-CONTROL.
068920     MOVE SPACES TO WS-AUC-REASON
068930     MOVE ZERO TO WS-AUC-APPR-IDX
068940     IF WS-AUC-PREPARER IS EQUAL TO SPACES
068950         OR WS-AUC-APPROVER IS EQUAL TO SPACES
068960         MOVE "PREPARER AND APPROVER ARE BOTH REQUIRED"
068970             TO WS-AUC-REASON
068980         GO TO 9600-EXIT
068990     END-IF
069000     IF WS-AUC-PREPARER IS EQUAL TO WS-AUC-APPROVER
069010         MOVE "PREPARER AND APPROVER ARE THE SAME USER"
069020             TO WS-AUC-REASON
069030         GO TO 9600-EXIT
069040     END-IF
069050     MOVE WS-AUC-PREPARER TO WS-AUC-FIND-USER
069060     MOVE ZERO TO WS-AUT-MATCH-IDX
069070     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
069080         VARYING WS-AUT-IDX FROM 1 BY 1
069090         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
069100     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
069110         MOVE "PREPARER NOT AUTHORIZED FOR THE ACTION"
069120             TO WS-AUC-REASON
069130         GO TO 9600-EXIT
069140     END-IF
069150     IF AUT-ENT-REVOKED(WS-AUT-MATCH-IDX)
069160         OR NOT AUT-ENT-MAY-PREPARE(WS-AUT-MATCH-IDX)
069170         MOVE "PREPARER NOT AUTHORIZED FOR THE ACTION"
069180             TO WS-AUC-REASON
069190         GO TO 9600-EXIT
069200     END-IF
069210     MOVE WS-AUC-APPROVER TO WS-AUC-FIND-USER
069220     MOVE ZERO TO WS-AUT-MATCH-IDX
069230     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
069240         VARYING WS-AUT-IDX FROM 1 BY 1
069250         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
069260     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
069270         MOVE "APPROVER NOT AUTHORIZED FOR THE ACTION"
069280             TO WS-AUC-REASON
069290         GO TO 9600-EXIT
069300     END-IF
069310     IF AUT-ENT-REVOKED(WS-AUT-MATCH-IDX)
069320         OR NOT AUT-ENT-MAY-APPROVE(WS-AUT-MATCH-IDX)
069330         MOVE "APPROVER NOT AUTHORIZED FOR THE ACTION"
069340             TO WS-AUC-REASON
069350         GO TO 9600-EXIT
069360     END-IF
069370     IF WS-AUT-APPROVED(WS-AUT-MATCH-IDX) + WS-AUC-QUANTITY
069380         IS GREATER THAN WS-AUT-THRESHOLD(WS-AUT-MATCH-IDX)
069390         MOVE "NUMBERS AFFECTED OVER APPROVER'S LIMIT"
069400             TO WS-AUC-REASON
069410         GO TO 9600-EXIT
069420     END-IF
069430     MOVE WS-AUT-MATCH-IDX TO WS-AUC-APPR-IDX.
069440 9600-EXIT.
069450     EXIT.
069460
069470*****************************************************************
069480*    9610-MATCH-AUTH-ENTRY - ONE PASS OF THE LINEAR SEARCH OF   *
069490*    THE AUTHORIZED-USER TABLE FOR USER WS-AUC-FIND-USER AND    *
069500*    ACTION WS-AUC-ACTION.                                      *
069510*****************************************************************
069520 9610-MATCH-AUTH-ENTRY.
069530     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
069540         AND WS-AUT-USER-ID(WS-AUT-IDX) IS EQUAL TO
069550             WS-AUC-FIND-USER
069560         AND WS-AUT-ACTION(WS-AUT-IDX) IS EQUAL TO WS-AUC-ACTION
069570         MOVE WS-AUT-IDX TO WS-AUT-MATCH-IDX
069580     END-IF.
069590 9610-EXIT.
069600     EXIT.
069610
069620*****************************************************************
069630*    9700-FORMAT-NUMBER - FORMAT WS-FMT-NUMBER THE WAY SERIES   *
069640*    WS-FMT-SERIES IS QUOTED (CPSERATR): PREFIX, DIGITS ZERO-   *
069650*    PADDED TO THE SERIES' WIDTH (NEVER TRUNCATED), CHECK       *
069660*    DIGIT, SUFFIX.  THE RESULT IS LEFT IN WS-FMT-RESULT.       *
069670*****************************************************************
069680 9700-FORMAT-NUMBER.
069690     MOVE SPACES TO WS-FMT-RESULT
069700     MOVE WS-FMT-NUMBER TO WS-FMT-DIGITS
069710     MOVE 9 TO WS-FMT-WIDTH
069720     MOVE "N" TO WS-FMT-SCHEME
069730     MOVE ZERO TO WS-SAT-MATCH-IDX
069740     PERFORM 9705-MATCH-SERIES-ATTR THRU 9705-EXIT
069750         VARYING WS-SAT-IDX FROM 1 BY 1
069760         UNTIL WS-SAT-IDX IS GREATER THAN WS-SAT-COUNT
069770     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
069780         MOVE WS-SAT-WIDTH(WS-SAT-MATCH-IDX) TO WS-FMT-WIDTH
069790         MOVE WS-SAT-SCHEME(WS-SAT-MATCH-IDX) TO WS-FMT-SCHEME
069800     END-IF
069810     COMPUTE WS-FMT-START = 13 - WS-FMT-WIDTH
069820*    A NUMBER WITH MORE SIGNIFICANT DIGITS THAN THE WIDTH IS
069830*    SHOWN IN FULL.
069840     PERFORM 9701-FIND-FIRST-DIGIT THRU 9701-EXIT
069850         VARYING WS-FMT-POS FROM 4 BY 1
069860         UNTIL WS-FMT-POS IS NOT LESS THAN WS-FMT-START
069870     PERFORM 9710-COMPUTE-CHECK-DIGIT THRU 9710-EXIT
069880     MOVE 1 TO WS-FMT-PTR
069890     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
069900         STRING WS-SAT-PREFIX(WS-SAT-MATCH-IDX)
069910                    DELIMITED BY SPACE
069920             INTO WS-FMT-RESULT
069930             WITH POINTER WS-FMT-PTR
069940         END-STRING
069950     END-IF
069960     STRING WS-FMT-DIGITS-X(WS-FMT-START:13 - WS-FMT-START)
069970                DELIMITED BY SIZE
069980            WS-FMT-CHECK-CHAR DELIMITED BY SPACE
069990         INTO WS-FMT-RESULT
070000         WITH POINTER WS-FMT-PTR
070010     END-STRING
070020     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
070030         STRING WS-SAT-SUFFIX(WS-SAT-MATCH-IDX)
070040                    DELIMITED BY SPACE
070050             INTO WS-FMT-RESULT
070060             WITH POINTER WS-FMT-PTR
070070         END-STRING
070080     END-IF.
070090 9700-EXIT.
070100     EXIT.
070110
070120*****************************************************************
070130*    9701-FIND-FIRST-DIGIT - PULL THE FIRST DIGIT SHOWN LEFT TO *
070140*    THE NUMBER'S FIRST SIGNIFICANT DIGIT WHEN THAT LIES LEFT   *
070150*    OF THE PADDED WIDTH.                                       *
070160*****************************************************************
070170 9701-FIND-FIRST-DIGIT.
070180     IF WS-FMT-DIGIT(WS-FMT-POS) IS NOT EQUAL TO ZERO
070190         MOVE WS-FMT-POS TO WS-FMT-START
070200     END-IF.
070210 9701-EXIT.
070220     EXIT.
070230
070240*****************************************************************
070250*    9705-MATCH-SERIES-ATTR - NOTE THE ATTRIBUTE ENTRY FOR      *
070260*    SERIES WS-FMT-SERIES.                                      *
070270*****************************************************************
070280 9705-MATCH-SERIES-ATTR.
070290     IF WS-SAT-SERIES(WS-SAT-IDX) IS EQUAL TO WS-FMT-SERIES
070300         MOVE WS-SAT-IDX TO WS-SAT-MATCH-IDX
070310     END-IF.
070320 9705-EXIT.
070330     EXIT.
070340
070350*****************************************************************
070360*    9710-COMPUTE-CHECK-DIGIT - WORK THE CHECK CHARACTER FOR    *
070370*    THE DIGITS FROM WS-FMT-START TO THE RIGHT-HAND END UNDER   *
070380*    SCHEME WS-FMT-SCHEME.  NO SCHEME LEAVES IT A SPACE.        *
070390*****************************************************************
070400 9710-COMPUTE-CHECK-DIGIT.
070410     MOVE SPACE TO WS-FMT-CHECK-CHAR
070420     IF NOT FMT-CHECK-LUHN
070430         AND NOT FMT-CHECK-MOD11
070440         GO TO 9710-EXIT
070450     END-IF
070460     MOVE ZERO TO WS-FMT-SUM
070470     MOVE "Y" TO WS-FMT-SW-DOUBLE
070480     MOVE 2 TO WS-FMT-WEIGHT
070490     PERFORM 9711-WEIGH-ONE-DIGIT THRU 9711-EXIT
070500         VARYING WS-FMT-POS FROM 12 BY -1
070510         UNTIL WS-FMT-POS IS LESS THAN WS-FMT-START
070520     IF FMT-CHECK-LUHN
070530         DIVIDE WS-FMT-SUM BY 10 GIVING WS-FMT-QUOTIENT
070540             REMAINDER WS-FMT-REMAINDER
070550         IF WS-FMT-REMAINDER IS EQUAL TO ZERO
070560             MOVE ZERO TO WS-FMT-CHECK-VALUE
070570         ELSE
070580             COMPUTE WS-FMT-CHECK-VALUE = 10 - WS-FMT-REMAINDER
070590         END-IF
070600     ELSE
070610         DIVIDE WS-FMT-SUM BY 11 GIVING WS-FMT-QUOTIENT
070620             REMAINDER WS-FMT-REMAINDER
070630         COMPUTE WS-FMT-CHECK-VALUE = 11 - WS-FMT-REMAINDER
070640     END-IF
070650     EVALUATE WS-FMT-CHECK-VALUE
070660         WHEN 11
070670             MOVE "0" TO WS-FMT-CHECK-CHAR
070680         WHEN 10
070690             MOVE "X" TO WS-FMT-CHECK-CHAR
070700         WHEN OTHER
070710             MOVE WS-FMT-CHECK-VALUE TO WS-FMT-CHECK-DIGIT
070720             MOVE WS-FMT-CHECK-DIGIT TO WS-FMT-CHECK-CHAR
070730     END-EVALUATE.
070740 9710-EXIT.
070750     EXIT.
070760
070770*****************************************************************
070780*    9711-WEIGH-ONE-DIGIT - ADD ONE DIGIT, RIGHT TO LEFT, INTO  *
070790*    THE CHECK SUM.  LUHN DOUBLES EVERY OTHER DIGIT STARTING    *
070800*    WITH THE RIGHTMOST; MOD-11 WEIGHS 2 TO 7 AND ROUND AGAIN.  *
070810*****************************************************************
070820 9711-WEIGH-ONE-DIGIT.
070830     IF FMT-CHECK-LUHN
070840         IF FMT-DOUBLE-THIS-DIGIT
070850             COMPUTE WS-FMT-PRODUCT =
070860                 WS-FMT-DIGIT(WS-FMT-POS) * 2
070870             IF WS-FMT-PRODUCT IS GREATER THAN 9
070880                 SUBTRACT 9 FROM WS-FMT-PRODUCT
070890             END-IF
070900             MOVE "N" TO WS-FMT-SW-DOUBLE
070910         ELSE
070920             MOVE WS-FMT-DIGIT(WS-FMT-POS) TO WS-FMT-PRODUCT
070930             MOVE "Y" TO WS-FMT-SW-DOUBLE
070940         END-IF
070950     ELSE
070960         COMPUTE WS-FMT-PRODUCT =
070970             WS-FMT-DIGIT(WS-FMT-POS) * WS-FMT-WEIGHT
070980         ADD 1 TO WS-FMT-WEIGHT
070990         IF WS-FMT-WEIGHT IS GREATER THAN 7
071000             MOVE 2 TO WS-FMT-WEIGHT
071010         END-IF
071020     END-IF
071030     ADD WS-FMT-PRODUCT TO WS-FMT-SUM.
071040 9711-EXIT.
071050     EXIT.
071060
071070*****************************************************************
071080*    9720-PARSE-FORMATTED - TAKE A NUMBER QUOTED BACK IN ITS    *
071090*    FORMATTED FORM (WS-FMT-INPUT, SERIES WS-FMT-SERIES) AND    *
071100*    RECOVER THE RAW NUMBER INTO WS-FMT-NUMBER.  THE CHECK      *
071110*    DIGIT MUST AGREE WITH THE DIGITS, AND THE WHOLE VALUE      *
071120*    MUST BE EXACTLY WHAT 9700 WOULD PRODUCE FOR THAT NUMBER -  *
071130*    PREFIX, PADDING AND SUFFIX INCLUDED.  FMT-INPUT-IS-VALID   *
071140*    IS SET, OR WS-FMT-REASON SAYS WHY NOT.                     *
071150*****************************************************************
071160 9720-PARSE-FORMATTED.
071170     MOVE "N" TO WS-FMT-SW-VALID
071180     MOVE "NUMBER NOT IN THE SERIES' FORMAT" TO WS-FMT-REASON
071190     MOVE ZERO TO WS-FMT-NUMBER
071200     MOVE "N" TO WS-FMT-SCHEME
071210     MOVE ZERO TO WS-FMT-PREFIX-LEN
071220     MOVE ZERO TO WS-FMT-SUFFIX-LEN
071230     MOVE ZERO TO WS-FMT-CHECK-LEN
071240     MOVE ZERO TO WS-FMT-INPUT-LEN
071250     MOVE ZERO TO WS-SAT-MATCH-IDX
071260     PERFORM 9705-MATCH-SERIES-ATTR THRU 9705-EXIT
071270         VARYING WS-SAT-IDX FROM 1 BY 1
071280         UNTIL WS-SAT-IDX IS GREATER THAN WS-SAT-COUNT
071290     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
071300         MOVE WS-SAT-SCHEME(WS-SAT-MATCH-IDX) TO WS-FMT-SCHEME
071310         INSPECT WS-SAT-PREFIX(WS-SAT-MATCH-IDX)
071320             TALLYING WS-FMT-PREFIX-LEN
071330             FOR CHARACTERS BEFORE INITIAL SPACE
071340         INSPECT WS-SAT-SUFFIX(WS-SAT-MATCH-IDX)
071350             TALLYING WS-FMT-SUFFIX-LEN
071360             FOR CHARACTERS BEFORE INITIAL SPACE
071370     END-IF
071380     IF FMT-CHECK-LUHN
071390         OR FMT-CHECK-MOD11
071400         MOVE 1 TO WS-FMT-CHECK-LEN
071410     END-IF
071420     INSPECT WS-FMT-INPUT TALLYING WS-FMT-INPUT-LEN
071430         FOR CHARACTERS BEFORE INITIAL SPACE
071440     IF WS-FMT-INPUT-LEN IS NOT GREATER THAN
071450         WS-FMT-PREFIX-LEN + WS-FMT-SUFFIX-LEN + WS-FMT-CHECK-LEN
071460         GO TO 9720-EXIT
071470     END-IF
071480     COMPUTE WS-FMT-BODY-LEN = WS-FMT-INPUT-LEN
071490         - WS-FMT-PREFIX-LEN - WS-FMT-SUFFIX-LEN
071500         - WS-FMT-CHECK-LEN
071510     IF WS-FMT-BODY-LEN IS GREATER THAN 12
071520         OR WS-FMT-INPUT(WS-FMT-PREFIX-LEN + 1:WS-FMT-BODY-LEN)
071530             IS NOT NUMERIC
071540         GO TO 9720-EXIT
071550     END-IF
071560     MOVE ZERO TO WS-FMT-DIGITS
071570     COMPUTE WS-FMT-START = 13 - WS-FMT-BODY-LEN
071580     MOVE WS-FMT-INPUT(WS-FMT-PREFIX-LEN + 1:WS-FMT-BODY-LEN)
071590         TO WS-FMT-DIGITS-X(WS-FMT-START:WS-FMT-BODY-LEN)
071600     IF WS-FMT-CHECK-LEN IS GREATER THAN ZERO
071610         PERFORM 9710-COMPUTE-CHECK-DIGIT THRU 9710-EXIT
071620         COMPUTE WS-FMT-PTR =
071630             WS-FMT-PREFIX-LEN + WS-FMT-BODY-LEN + 1
071640         IF WS-FMT-INPUT(WS-FMT-PTR:1)
071650             IS NOT EQUAL TO WS-FMT-CHECK-CHAR
071660             MOVE "CHECK DIGIT IS WRONG" TO WS-FMT-REASON
071670             GO TO 9720-EXIT
071680         END-IF
071690     END-IF
071700     IF WS-FMT-DIGITS IS GREATER THAN 999999999
071710         GO TO 9720-EXIT
071720     END-IF
071730     MOVE WS-FMT-DIGITS TO WS-FMT-NUMBER
071740     PERFORM 9700-FORMAT-NUMBER THRU 9700-EXIT
071750     IF WS-FMT-RESULT IS NOT EQUAL TO WS-FMT-INPUT
071760         MOVE ZERO TO WS-FMT-NUMBER
071770         GO TO 9720-EXIT
071780     END-IF
071790     MOVE "Y" TO WS-FMT-SW-VALID
071800     MOVE SPACES TO WS-FMT-REASON.
071810 9720-EXIT.
071820     EXIT.
