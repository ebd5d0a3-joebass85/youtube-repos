003150*                     PROTECTION NOW JUDGES EVIDENCE IN THE
003160*                     SERIES' CURRENT ERA ONLY, AND THE
003170*                     BEFORE/AFTER REPORT SHOWS THE ERA.
003171*    10/15/26   JAD   DUAL CONTROL FOR ADJUST AND NEWERA - THE
003172*                     CARD NOW CARRIES A PREPARER (COLS 21-28)
003173*                     AND AN APPROVER (COLS 29-36), WHO MUST BE
003174*                     DIFFERENT USERS, BOTH AUTHORIZED FOR THE
003175*                     ACTION ON THE AUTHORIZED-USER TABLE
003176*                     (AUTHUSR - SEE CPAUTUSR), THE APPROVER
003177*                     WITHIN THEIR THRESHOLD FOR THE NUMBERS THE
003178*                     CARD MOVES.  A FAILING CARD IS REJECTED TO
003179*                     THE MAINTENANCE REPORT AND STOPS THE DECK
003180*                     (RC1006); EVERY APPLIED ADJUST AND NEWERA
003181*                     IS APPENDED TO THE MAINTENANCE-
003182*                     AUTHORIZATION LOG (AUTHLOG - SEE CPAUTLOG).
003183*    10/15/26   JAD   THE REOPEN ACTION (TEST-ERACLS) IS ACCEPTED
003184*                     ON THE AUTHORIZED-USER TABLE.
003200*****************************************************************
003300*
003400*    MAINTENANCE CONTROL CARD LAYOUT (ONE CARD PER ACTION):
003900*                                   AND NEWERA (BLANK MEANS
004000*                                   START AT 1); MUST BE
004010*                                   BLANK FOR RETIRE
004100*      COLS 21-28  PREPARED BY      REQUIRED (USER ID; FOR ADD
004110*                                   AND RETIRE THE AUTHORIZING
004120*                                   USER OR DEPT ID)
004130*      COLS 29-36  APPROVED BY      REQUIRED FOR ADJUST AND
004140*                                   NEWERA - A DIFFERENT USER
004150*                                   FROM THE PREPARER
004160*    ADJUST AND NEWERA ARE DUAL-CONTROLLED: PREPARER AND
004170*    APPROVER MUST BOTH BE ACTIVE ON THE AUTHORIZED-USER TABLE
004180*    FOR THE ACTION, AND THE NUMBERS AFFECTED (THE DISTANCE AN
004190*    ADJUST MOVES THE NEXT NUMBER, OR THE NUMBERS OF THE ERA A
004191*    NEWERA CLOSES) ADDED TO WHAT THE APPROVER HAS ALREADY
004192*    APPROVED IN THE DECK MUST NOT EXCEED THEIR THRESHOLD.
004200*    THE UPDATED MASTER IS WRITTEN ONLY AT CLEAN END OF RUN;
004300*    ANY RETURN-CODE STOP FIRST WRITES THE UNCHANGED MASTER
004400*    TO SEQMSTO (SEE TEST-COB'S 9880 FOR WHY THE CATALOGUED
008900         ASSIGN TO MNTRPT
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-RPT-STATUS.
009110
009120     SELECT AUTH-USER-FILE
009130         ASSIGN TO AUTHUSR
009140         ORGANIZATION IS SEQUENTIAL
009150         FILE STATUS IS WS-AUTHUSR-STATUS.
009160
009170     SELECT AUTH-LOG-FILE
009180         ASSIGN TO AUTHLOG
009190         ORGANIZATION IS SEQUENTIAL
009191         FILE STATUS IS WS-AUTHLOG-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
010300     05  CP-MNT-SERIES-CODE      PIC X(04).
010400     05  CP-MNT-NEW-NUMBER       PIC X(10).
010500     05  CP-MNT-AUTH-BY          PIC X(08).
010510     05  CP-MNT-APPROVED-BY      PIC X(08).
010600     05  FILLER                  PIC X(44).
010700
010800 FD  SEQ-MASTER-IN
010900     RECORD CONTAINS 40 CHARACTERS
012900     RECORD CONTAINS 132 CHARACTERS
013000     RECORDING MODE IS F.
013100 01  CP-RPT-LINE                 PIC X(132).
013110
013120 FD  AUTH-USER-FILE
013130     RECORD CONTAINS 80 CHARACTERS
013140     RECORDING MODE IS F.
013150 COPY CPAUTUSR.
013160
013170 FD  AUTH-LOG-FILE
013180     RECORD CONTAINS 100 CHARACTERS
013190     RECORDING MODE IS F.
013191 COPY CPAUTLOG.
013200
013300 WORKING-STORAGE SECTION.
013400*****************************************************************
015200*           CROSS-REFERENCE - THE SERIES WOULD REISSUE          *
015300*           NUMBERS ALREADY HANDED OUT.                         *
015400*    RC1005  A REQUIRED FILE FAILED TO OPEN.                     *
015410*    RC1006  AN ADJUST OR NEWERA CARD FAILED DUAL CONTROL -     *
015420*           PREPARER OR APPROVER MISSING, THE SAME USER, NOT    *
015430*           AUTHORIZED FOR THE ACTION, OR THE NUMBERS AFFECTED  *
015440*           OVER THE APPROVER'S THRESHOLD.  THE REASON IS ON    *
015450*           THE MAINTENANCE REPORT; NOTHING IS APPLIED.         *
015460*    RC1007  THE AUTHORIZED-USER TABLE FAILED TO OPEN, HELD NO  *
015470*           RECORDS, HELD AN INVALID OR DUPLICATE RECORD, OR    *
015480*           HELD MORE RECORDS THAN THE IN-CORE TABLE ALLOWS.    *
015490*    RC1008  THE DECK HOLDS MORE ADJUST AND NEWERA CARDS THAN   *
015491*           ONE SUBMISSION ALLOWS (100) - SPLIT IT.             *
015500*****************************************************************
015600 77  WS-CARDS-STATUS             PIC X(02) VALUE "00".
015700 77  WS-SEQMSTI-STATUS           PIC X(02) VALUE "00".
015900 77  WS-SEQOUT-STATUS            PIC X(02) VALUE "00".
016000 77  WS-ALLOCX-STATUS            PIC X(02) VALUE "00".
016100 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
016110 77  WS-AUTHUSR-STATUS           PIC X(02) VALUE "00".
016120 77  WS-AUTHLOG-STATUS           PIC X(02) VALUE "00".
016200
016300 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
016400 77  WS-MAX-MASTER-ENTRIES       PIC 9(03) COMP VALUE 50.
016910 77  WS-FIND-SERIES              PIC X(04) VALUE SPACES.
016920 77  WS-SCAN-ERA                 PIC 9(02) VALUE ZERO.
017000 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
017010 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
017020 77  WS-MAX-AUTH-ENTRIES         PIC 9(03) COMP VALUE 100.
017030 77  WS-MAX-LOG-ENTRIES          PIC 9(03) COMP VALUE 100.
017100
017200*****************************************************************
017300*    IN-CORE IMAGE OF THE SEQUENCE-MASTER FILE, PLUS THE        *
019000         10  WS-MST-HIWATER      PIC 9(10) COMP.
019100
019200 COPY CPSEQMST.
019201
019202*****************************************************************
019203*    AUTHORIZED-USER TABLE (CPAUTUSR), LOADED WHOLE, WITH THE   *
019204*    NUMBERS EACH ENTRY HAS APPROVED SO FAR IN THIS DECK - THE  *
019205*    THRESHOLD CAPS AN APPROVER'S WHOLE SUBMISSION, NOT EACH    *
019206*    CARD, SO A BIG MOVE CANNOT BE SPLIT ACROSS SMALL CARDS.    *
019207*****************************************************************
019208 01  WS-AUTH-USER-FIELDS.
019209     05  WS-AUT-COUNT            PIC 9(03) COMP VALUE 0.
019210     05  WS-AUT-IDX              PIC 9(03) COMP VALUE 0.
019211     05  WS-AUT-MATCH-IDX        PIC 9(03) COMP VALUE 0.
019212     05  WS-SW-AUT-EOF           PIC X(01) VALUE "N".
019213         88  AUTHUSR-AT-END          VALUE "Y".
019214     05  WS-AUT-ENTRY OCCURS 100 TIMES.
019215         10  WS-AUT-USER-ID      PIC X(08).
019216         10  WS-AUT-ACTION       PIC X(06).
019217         10  WS-AUT-ROLE         PIC X(01).
019218             88  AUT-ENT-MAY-PREPARE VALUES "P" "B".
019219             88  AUT-ENT-MAY-APPROVE VALUES "A" "B".
019220         10  WS-AUT-THRESHOLD    PIC 9(09) COMP.
019221         10  WS-AUT-STATUS       PIC X(01).
019222             88  AUT-ENT-REVOKED     VALUE "R".
019223         10  WS-AUT-APPROVED     PIC 9(10) COMP.
019224
019225*****************************************************************
019226*    DUAL-CONTROL CHECK - 9600 TESTS WS-AUC-PREPARER AND        *
019227*    WS-AUC-APPROVER FOR ACTION WS-AUC-ACTION AGAINST THE       *
019228*    TABLE ABOVE FOR WS-AUC-QUANTITY NUMBERS, LEAVING A         *
019229*    REJECTION REASON IN WS-AUC-REASON (SPACES WHEN THE CHANGE  *
019230*    MAY GO AHEAD) AND THE APPROVER'S ENTRY IN WS-AUC-APPR-IDX. *
019231*****************************************************************
019232 01  WS-AUTH-CHECK-FIELDS.
019233     05  WS-AUC-ACTION           PIC X(06) VALUE SPACES.
019234     05  WS-AUC-PREPARER         PIC X(08) VALUE SPACES.
019235     05  WS-AUC-APPROVER         PIC X(08) VALUE SPACES.
019236     05  WS-AUC-FIND-USER        PIC X(08) VALUE SPACES.
019237     05  WS-AUC-QUANTITY         PIC 9(10) COMP VALUE 0.
019238     05  WS-AUC-FROM-NUMBER      PIC 9(10) COMP VALUE 0.
019239     05  WS-AUC-APPR-IDX         PIC 9(03) COMP VALUE 0.
019240     05  WS-AUC-REASON           PIC X(40) VALUE SPACES.
019241
019242*****************************************************************
019243*    APPLIED ADJUST AND NEWERA CHANGES, HELD UNTIL THE UPDATED  *
019244*    MASTER IS WRITTEN - A DECK THAT STOPS PART-WAY APPLIES     *
019245*    NOTHING, SO IT MUST LOG NOTHING EITHER.                    *
019246*****************************************************************
019247 01  WS-AUTH-LOG-FIELDS.
019248     05  WS-ALB-COUNT            PIC 9(03) COMP VALUE 0.
019249     05  WS-ALB-IDX              PIC 9(03) COMP VALUE 0.
019250     05  WS-ALB-ENTRY OCCURS 100 TIMES.
019251         10  WS-ALB-ACTION       PIC X(06).
019252         10  WS-ALB-SERIES-CODE  PIC X(04).
019253         10  WS-ALB-ERA          PIC 9(02).
019254         10  WS-ALB-PREPARED-BY  PIC X(08).
019255         10  WS-ALB-APPROVED-BY  PIC X(08).
019256         10  WS-ALB-QUANTITY     PIC 9(10) COMP.
019257         10  WS-ALB-FROM-NUMBER  PIC 9(10) COMP.
019258         10  WS-ALB-TO-NUMBER    PIC 9(10) COMP.
019300
019400 01  WS-DATE-TIME-FIELDS.
019500     05  WS-CD-DATE              PIC 9(08).
022900     05  FILLER                  PIC X(09) VALUE "  SERIES ".
023000     05  WS-ACT-SERIES           PIC X(04).
023100     05  FILLER                  PIC X(16) VALUE
023200         "  PREPARED BY   ".
023300     05  WS-ACT-AUTH-BY          PIC X(08).
023310     05  FILLER                  PIC X(14) VALUE
023320         "  APPROVED BY ".
023330     05  WS-ACT-APPROVED-BY      PIC X(08).
023400
023500 01  WS-STATE-LINE.
023600     05  FILLER                  PIC X(04) VALUE SPACES.
025100     05  FILLER                  PIC X(24) VALUE
025200         " NO RECORD ON THE MASTER".
025300
025310 01  WS-REJECT-LINE.
025320     05  FILLER                  PIC X(04) VALUE SPACES.
025330     05  FILLER                  PIC X(11) VALUE "REJECTED - ".
025340     05  WS-REJ-REASON           PIC X(40).
025350
025400 01  WS-TOTAL-LINE.
025500     05  FILLER                  PIC X(04) VALUE SPACES.
025600     05  FILLER                  PIC X(30) VALUE
028400*****************************************************************
028500*    1000-INITIALIZE - LOAD THE MASTER TABLE, GATHER THE         *
028600*    ISSUED/ALLOCATED HIGH-WATER MARKS FROM THE SEQOUT AND      *
028700*    ALLOCXRF CONCATENATIONS, LOAD THE AUTHORIZED-USER TABLE,   *
028710*    AND OPEN THE CARDS, THE REPORT AND THE AUTHORIZATION LOG   *
028720*    (EXTENDED, NEVER OVERLAID).                                *
028800*    THE MASTER IS LOADED FIRST SO ANY LATER RETURN-CODE STOP   *
028900*    CAN PRESERVE IT UNCHANGED ON SEQMSTO.                      *
029000*****************************************************************
029300     PERFORM 1100-LOAD-SEQ-MASTER THRU 1100-EXIT
029400     PERFORM 1200-SCAN-SEQ-OUTPUT THRU 1200-EXIT
029500     PERFORM 1300-SCAN-ALLOCX THRU 1300-EXIT
029510     PERFORM 1500-LOAD-AUTH-USERS THRU 1500-EXIT
029600     OPEN INPUT MNT-CARD-FILE
029700     IF WS-CARDS-STATUS IS NOT EQUAL TO "00"
029800         MOVE 1000 TO WS-RETURN-CODE
030400     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
030500         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
030600     END-IF
030610     OPEN EXTEND AUTH-LOG-FILE
030620     IF WS-AUTHLOG-STATUS IS NOT EQUAL TO "00"
030630         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
030640     END-IF
030700     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
030800     MOVE WS-CD-DATE TO WS-CURRENT-DATE
030900     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT.
045100     END-READ.
045200 1310-EXIT.
045300     EXIT.
045301
045302*****************************************************************
045303*    1500-LOAD-AUTH-USERS - LOAD THE AUTHORIZED-USER TABLE.     *
045304*    THE TABLE IS REQUIRED - WITHOUT IT NO ADJUST OR NEWERA     *
045305*    COULD EVER PASS DUAL CONTROL, AND AN EMPTY TABLE IS A      *
045306*    SET-UP ERROR, NOT A DAY WHEN NOBODY MAY ACT.               *
045307*****************************************************************
045308 1500-LOAD-AUTH-USERS.
045309     MOVE "N" TO WS-SW-AUT-EOF
045310     OPEN INPUT AUTH-USER-FILE
045311     IF WS-AUTHUSR-STATUS IS NOT EQUAL TO "00"
045312         MOVE 1007 TO WS-RETURN-CODE
045313         DISPLAY "TEST-SEQMNT RC1007 - AUTHORIZED-USER TABLE "
045314             "FAILED TO OPEN - STATUS " WS-AUTHUSR-STATUS
045315         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
045316     END-IF
045317     PERFORM 1510-READ-AUTH-USER THRU 1510-EXIT
045318         UNTIL AUTHUSR-AT-END
045319     CLOSE AUTH-USER-FILE
045320     IF WS-AUT-COUNT IS EQUAL TO ZERO
045321         MOVE 1007 TO WS-RETURN-CODE
045322         DISPLAY "TEST-SEQMNT RC1007 - AUTHORIZED-USER TABLE "
045323             "HELD NO RECORDS"
045324         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
045325     END-IF.
045326 1500-EXIT.
045327     EXIT.
045328
045329*****************************************************************
045330*    1510-READ-AUTH-USER - VALIDATE AND TABLE ONE AUTHORIZED-   *
045331*    USER RECORD.  A BAD OR DUPLICATE RECORD STOPS THE RUN - A  *
045332*    CONTROL TABLE NOBODY CAN READ THE SAME WAY TWICE IS NO     *
045333*    CONTROL.                                                   *
045334*****************************************************************
045335 1510-READ-AUTH-USER.
045336     READ AUTH-USER-FILE
045337         AT END
045338             SET AUTHUSR-AT-END TO TRUE
045339             GO TO 1510-EXIT
045340     END-READ
045341     IF WS-AUT-COUNT IS GREATER THAN OR EQUAL TO
045342         WS-MAX-AUTH-ENTRIES
045343         MOVE 1007 TO WS-RETURN-CODE
045344         DISPLAY "TEST-SEQMNT RC1007 - AUTHORIZED-USER TABLE "
045345             "HOLDS MORE RECORDS THAN THE IN-CORE TABLE ALLOWS"
045346         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
045347     END-IF
045348     MOVE CP-AUT-USER-ID TO WS-AUC-FIND-USER
045349     MOVE CP-AUT-ACTION TO WS-AUC-ACTION
045350     MOVE ZERO TO WS-AUT-MATCH-IDX
045351     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
045352         VARYING WS-AUT-IDX FROM 1 BY 1
045353         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
045354     IF CP-AUT-USER-ID IS EQUAL TO SPACES
045355         OR WS-AUT-MATCH-IDX IS GREATER THAN ZERO
045356         OR NOT (AUT-ACTION-ADJUST OR AUT-ACTION-NEWERA
045357                 OR AUT-ACTION-VOID OR AUT-ACTION-RBAK
045358                 OR AUT-ACTION-REOPEN)
045359         OR NOT (AUT-ROLE-PREPARER OR AUT-ROLE-APPROVER
045360                 OR AUT-ROLE-BOTH)
045361         OR CP-AUT-THRESHOLD IS NOT NUMERIC
045362         OR NOT (AUT-USER-ACTIVE OR AUT-USER-REVOKED)
045363         MOVE 1007 TO WS-RETURN-CODE
045364         DISPLAY "TEST-SEQMNT RC1007 - INVALID OR DUPLICATE "
045365             "AUTHORIZED-USER RECORD - '"
045366             CP-AUTH-USER-RECORD(1:25) "'"
045367         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
045368     END-IF
045369     ADD 1 TO WS-AUT-COUNT
045370     MOVE CP-AUT-USER-ID TO WS-AUT-USER-ID(WS-AUT-COUNT)
045371     MOVE CP-AUT-ACTION TO WS-AUT-ACTION(WS-AUT-COUNT)
045372     MOVE CP-AUT-ROLE TO WS-AUT-ROLE(WS-AUT-COUNT)
045373     MOVE CP-AUT-THRESHOLD TO WS-AUT-THRESHOLD(WS-AUT-COUNT)
045374     MOVE CP-AUT-STATUS TO WS-AUT-STATUS(WS-AUT-COUNT)
045375     MOVE ZERO TO WS-AUT-APPROVED(WS-AUT-COUNT).
045376 1510-EXIT.
045377     EXIT.
045400
045500*****************************************************************
045600*    2000-PROCESS-CARDS - READ AND APPLY EVERY MAINTENANCE      *
050150     MOVE CP-MNT-SERIES-CODE TO WS-FIND-SERIES
050200     PERFORM 2700-FIND-SERIES THRU 2700-EXIT
050300     PERFORM 2800-REPORT-ACTION THRU 2800-EXIT
050310     IF MNT-ACTION-ADJUST
050320         OR MNT-ACTION-NEWERA
050330         PERFORM 2650-CHECK-DUAL-CONTROL THRU 2650-EXIT
050340     END-IF
050400     EVALUATE TRUE
050500         WHEN MNT-ACTION-ADD
050600             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
051010         WHEN MNT-ACTION-NEWERA
051020             PERFORM 2600-APPLY-NEWERA THRU 2600-EXIT
051100     END-EVALUATE
051110     IF MNT-ACTION-ADJUST
051120         OR MNT-ACTION-NEWERA
051130         PERFORM 2660-HOLD-AUTH-LOG THRU 2660-EXIT
051140     END-IF
051200     ADD 1 TO WS-CARD-COUNT
051300     PERFORM 2100-READ-MNT-CARD THRU 2100-EXIT.
051400 2200-EXIT.
063400     END-IF.
063500 2710-EXIT.
063600     EXIT.
063601
063602*****************************************************************
063603*    2650-CHECK-DUAL-CONTROL - AN ADJUST OR NEWERA NEEDS A      *
063604*    PREPARER AND A DIFFERENT APPROVER, BOTH AUTHORIZED FOR     *
063605*    THE ACTION, AND THE APPROVER'S THRESHOLD MUST COVER THE    *
063606*    NUMBERS AFFECTED - THE DISTANCE AN ADJUST MOVES THE NEXT   *
063607*    NUMBER, OR THE NUMBERS OF THE ERA A NEWERA CLOSES.  A      *
063608*    SERIES NOT ON THE MASTER IS LEFT FOR THE ACTION'S OWN      *
063609*    EDIT (RC1003).  A FAILURE IS PRINTED ON THE REPORT UNDER   *
063610*    THE CARD'S ACTION LINE AND STOPS THE DECK UNAPPLIED.       *
063611*****************************************************************
063612 2650-CHECK-DUAL-CONTROL.
063613     IF WS-MATCH-IDX IS EQUAL TO ZERO
063614         GO TO 2650-EXIT
063615     END-IF
063616     MOVE WS-MST-NEXT-NUMBER(WS-MATCH-IDX) TO WS-AUC-FROM-NUMBER
063617     MOVE ZERO TO WS-AUC-QUANTITY
063618     IF MNT-ACTION-ADJUST
063619         IF WS-NEW-NEXT-NUMBER IS GREATER THAN WS-AUC-FROM-NUMBER
063620             COMPUTE WS-AUC-QUANTITY =
063621                 WS-NEW-NEXT-NUMBER - WS-AUC-FROM-NUMBER
063622         ELSE
063623             COMPUTE WS-AUC-QUANTITY =
063624                 WS-AUC-FROM-NUMBER - WS-NEW-NEXT-NUMBER
063625         END-IF
063626     ELSE
063627         IF WS-AUC-FROM-NUMBER IS GREATER THAN ZERO
063628             COMPUTE WS-AUC-QUANTITY = WS-AUC-FROM-NUMBER - 1
063629         END-IF
063630     END-IF
063631     MOVE CP-MNT-ACTION TO WS-AUC-ACTION
063632     MOVE CP-MNT-AUTH-BY TO WS-AUC-PREPARER
063633     MOVE CP-MNT-APPROVED-BY TO WS-AUC-APPROVER
063634     PERFORM 9600-CHECK-DUAL-CONTROL THRU 9600-EXIT
063635     IF WS-AUC-REASON IS EQUAL TO SPACES
063636         GO TO 2650-EXIT
063637     END-IF
063638     MOVE WS-AUC-REASON TO WS-REJ-REASON
063639     WRITE CP-RPT-LINE FROM WS-REJECT-LINE
063640     ADD 1 TO WS-LINE-COUNT
063641     MOVE 1006 TO WS-RETURN-CODE
063642     DISPLAY "TEST-SEQMNT RC1006 - " CP-MNT-ACTION " FOR SERIES '"
063643         CP-MNT-SERIES-CODE "' FAILED DUAL CONTROL - "
063644         WS-AUC-REASON
063645     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
063646 2650-EXIT.
063647     EXIT.
063648
063649*****************************************************************
063650*    2660-HOLD-AUTH-LOG - HOLD THE APPLIED ADJUST OR NEWERA     *
063651*    FOR THE MAINTENANCE-AUTHORIZATION LOG, AND CHARGE ITS      *
063652*    NUMBERS TO THE APPROVER'S THRESHOLD FOR THE REST OF THE    *
063653*    DECK.                                                      *
063654*****************************************************************
063655 2660-HOLD-AUTH-LOG.
063656     IF WS-ALB-COUNT IS GREATER THAN OR EQUAL TO
063657         WS-MAX-LOG-ENTRIES
063658         MOVE 1008 TO WS-RETURN-CODE
063659         DISPLAY "TEST-SEQMNT RC1008 - MORE ADJUST AND NEWERA "
063660             "CARDS THAN ONE SUBMISSION ALLOWS - SPLIT THE DECK"
063661         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
063662     END-IF
063663     ADD 1 TO WS-ALB-COUNT
063664     MOVE CP-MNT-ACTION TO WS-ALB-ACTION(WS-ALB-COUNT)
063665     MOVE CP-MNT-SERIES-CODE TO WS-ALB-SERIES-CODE(WS-ALB-COUNT)
063666     MOVE WS-MST-ERA(WS-MATCH-IDX) TO WS-ALB-ERA(WS-ALB-COUNT)
063667     MOVE CP-MNT-AUTH-BY TO WS-ALB-PREPARED-BY(WS-ALB-COUNT)
063668     MOVE CP-MNT-APPROVED-BY TO WS-ALB-APPROVED-BY(WS-ALB-COUNT)
063669     MOVE WS-AUC-QUANTITY TO WS-ALB-QUANTITY(WS-ALB-COUNT)
063670     MOVE WS-AUC-FROM-NUMBER TO WS-ALB-FROM-NUMBER(WS-ALB-COUNT)
063671     MOVE WS-MST-NEXT-NUMBER(WS-MATCH-IDX)
063672         TO WS-ALB-TO-NUMBER(WS-ALB-COUNT)
063673     ADD WS-AUC-QUANTITY TO WS-AUT-APPROVED(WS-AUC-APPR-IDX).
063674 2660-EXIT.
063675     EXIT.
063700
063800*****************************************************************
063900*    2800-REPORT-ACTION - THE ACTION LINE FOR THE CARD BEING    *
064900     MOVE CP-MNT-ACTION TO WS-ACT-ACTION
065000     MOVE CP-MNT-SERIES-CODE TO WS-ACT-SERIES
065100     MOVE CP-MNT-AUTH-BY TO WS-ACT-AUTH-BY
065110     MOVE CP-MNT-APPROVED-BY TO WS-ACT-APPROVED-BY
065200     WRITE CP-RPT-LINE FROM WS-ACTION-LINE
065300     ADD 2 TO WS-LINE-COUNT.
065400 2800-EXIT.
072700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
072800     END-IF
072900     PERFORM 3100-WRITE-SEQ-MASTER THRU 3100-EXIT
072910     PERFORM 3200-WRITE-AUTH-LOG THRU 3200-EXIT
073000     MOVE WS-CARD-COUNT TO WS-TOT-CARDS
073100     MOVE SPACES TO CP-RPT-LINE
073200     WRITE CP-RPT-LINE
077600     WRITE CP-MST-OUTPUT-RECORD FROM CP-SEQ-MASTER-RECORD.
077700 3110-EXIT.
077800     EXIT.
077801
077802*****************************************************************
077803*    3200-WRITE-AUTH-LOG - APPEND THE DECK'S APPLIED ADJUST     *
077804*    AND NEWERA CHANGES TO THE MAINTENANCE-AUTHORIZATION LOG,   *
077805*    NOW THAT THE UPDATED MASTER CARRYING THEM IS WRITTEN.      *
077806*****************************************************************
077807 3200-WRITE-AUTH-LOG.
077808     ACCEPT WS-CURRENT-TIME FROM TIME
077809     PERFORM 3210-WRITE-AUTH-LOG-RECORD THRU 3210-EXIT
077810         VARYING WS-ALB-IDX FROM 1 BY 1
077811         UNTIL WS-ALB-IDX IS GREATER THAN WS-ALB-COUNT
077812     CLOSE AUTH-LOG-FILE.
077813 3200-EXIT.
077814     EXIT.
077815
077816*****************************************************************
077817*    3210-WRITE-AUTH-LOG-RECORD - ONE LOG RECORD FROM THE HELD  *
077818*    CHANGE AT WS-ALB-IDX.                                      *
077819*****************************************************************
077820 3210-WRITE-AUTH-LOG-RECORD.
077821     MOVE SPACES TO CP-AUTH-LOG-RECORD
077822     MOVE WS-CURRENT-DATE TO CP-AUL-DATE
077823     MOVE WS-CURRENT-TIME TO CP-AUL-TIME
077824     MOVE "TESTSMNT" TO CP-AUL-PROGRAM
077825     MOVE WS-ALB-ACTION(WS-ALB-IDX) TO CP-AUL-ACTION
077826     MOVE WS-ALB-SERIES-CODE(WS-ALB-IDX) TO CP-AUL-SERIES-CODE
077827     MOVE WS-ALB-ERA(WS-ALB-IDX) TO CP-AUL-ERA-CODE
077828     MOVE WS-ALB-PREPARED-BY(WS-ALB-IDX) TO CP-AUL-PREPARED-BY
077829     MOVE WS-ALB-APPROVED-BY(WS-ALB-IDX) TO CP-AUL-APPROVED-BY
077830     MOVE WS-ALB-QUANTITY(WS-ALB-IDX) TO CP-AUL-QUANTITY
077831     MOVE WS-ALB-FROM-NUMBER(WS-ALB-IDX) TO CP-AUL-FROM-NUMBER
077832     MOVE WS-ALB-TO-NUMBER(WS-ALB-IDX) TO CP-AUL-TO-NUMBER
077833     WRITE CP-AUTH-LOG-RECORD.
077834 3210-EXIT.
077835     EXIT.
077900
077901*****************************************************************
077902*    9600-CHECK-DUAL-CONTROL - TEST WS-AUC-PREPARER AND         *
077903*    WS-AUC-APPROVER FOR ACTION WS-AUC-ACTION AND               *
077904*    WS-AUC-QUANTITY NUMBERS.  BOTH MUST BE KEYED AND           *
077905*    DIFFERENT; THE PREPARER MUST BE ACTIVE FOR THE ACTION AS   *
077906*    A PREPARER, THE APPROVER AS AN APPROVER, AND WHAT THE      *
077907*    APPROVER HAS ALREADY APPROVED IN THIS SUBMISSION PLUS      *
077908*    THESE NUMBERS MUST NOT EXCEED THEIR THRESHOLD.  THE FIRST  *
077909*    FAILURE IS LEFT IN WS-AUC-REASON; SPACES MEAN GO AHEAD.    *
077910*****************************************************************
077911 9600-CHECK-DUAL-CONTROL.
077912     MOVE SPACES TO WS-AUC-REASON
077913     MOVE ZERO TO WS-AUC-APPR-IDX
077914     IF WS-AUC-PREPARER IS EQUAL TO SPACES
077915         OR WS-AUC-APPROVER IS EQUAL TO SPACES
077916         MOVE "PREPARER AND APPROVER ARE BOTH REQUIRED"
077917             TO WS-AUC-REASON
077918         GO TO 9600-EXIT
077919     END-IF
077920     IF WS-AUC-PREPARER IS EQUAL TO WS-AUC-APPROVER
077921         MOVE "PREPARER AND APPROVER ARE THE SAME USER"
077922             TO WS-AUC-REASON
077923         GO TO 9600-EXIT
077924     END-IF
077925     MOVE WS-AUC-PREPARER TO WS-AUC-FIND-USER
077926     MOVE ZERO TO WS-AUT-MATCH-IDX
077927     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
077928         VARYING WS-AUT-IDX FROM 1 BY 1
077929         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
077930     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
077931         MOVE "PREPARER NOT AUTHORIZED FOR THE ACTION"
077932             TO WS-AUC-REASON
077933         GO TO 9600-EXIT
077934     END-IF
077935     IF AUT-ENT-REVOKED(WS-AUT-MATCH-IDX)
077936         OR NOT AUT-ENT-MAY-PREPARE(WS-AUT-MATCH-IDX)
077937         MOVE "PREPARER NOT AUTHORIZED FOR THE ACTION"
077938             TO WS-AUC-REASON
077939         GO TO 9600-EXIT
077940     END-IF
077941     MOVE WS-AUC-APPROVER TO WS-AUC-FIND-USER
077942     MOVE ZERO TO WS-AUT-MATCH-IDX
077943     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
077944         VARYING WS-AUT-IDX FROM 1 BY 1
077945         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
077946     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
077947         MOVE "APPROVER NOT AUTHORIZED FOR THE ACTION"
077948             TO WS-AUC-REASON
077949         GO TO 9600-EXIT
077950     END-IF
077951     IF AUT-ENT-REVOKED(WS-AUT-MATCH-IDX)
077952         OR NOT AUT-ENT-MAY-APPROVE(WS-AUT-MATCH-IDX)
077953         MOVE "APPROVER NOT AUTHORIZED FOR THE ACTION"
077954             TO WS-AUC-REASON
077955         GO TO 9600-EXIT
077956     END-IF
077957     IF WS-AUT-APPROVED(WS-AUT-MATCH-IDX) + WS-AUC-QUANTITY
077958         IS GREATER THAN WS-AUT-THRESHOLD(WS-AUT-MATCH-IDX)
077959         MOVE "NUMBERS AFFECTED OVER APPROVER'S LIMIT"
077960             TO WS-AUC-REASON
077961         GO TO 9600-EXIT
077962     END-IF
077963     MOVE WS-AUT-MATCH-IDX TO WS-AUC-APPR-IDX.
077964 9600-EXIT.
077965     EXIT.
077966
077967*****************************************************************
077968*    9610-MATCH-AUTH-ENTRY - ONE PASS OF THE LINEAR SEARCH OF   *
077969*    THE AUTHORIZED-USER TABLE FOR USER WS-AUC-FIND-USER AND    *
077970*    ACTION WS-AUC-ACTION.                                      *
077971*****************************************************************
077972 9610-MATCH-AUTH-ENTRY.
077973     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
077974         AND WS-AUT-USER-ID(WS-AUT-IDX) IS EQUAL TO
077975             WS-AUC-FIND-USER
077976         AND WS-AUT-ACTION(WS-AUT-IDX) IS EQUAL TO WS-AUC-ACTION
077977         MOVE WS-AUT-IDX TO WS-AUT-MATCH-IDX
077978     END-IF.
077979 9610-EXIT.
077980     EXIT.
077981
078000*****************************************************************
078100*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
078200*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
