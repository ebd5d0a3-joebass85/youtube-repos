003290*                     PROTECTS THE BACK-OUT.  SUPPLEMENT RUNS
003291*                     MUST CARRY THEIR OWN RUN-ID (SEE
003292*                     TESTCOBJ).
003293*    10/15/26   JAD   DUAL CONTROL - THE PARM ALSO NAMES A
003294*                     PREPARER AND A DIFFERENT APPROVER, BOTH ON
003295*                     AUTHUSR FOR RBAK AND THE COUNT WITHIN THE
003296*                     APPROVER'S LIMIT (RC1307).  LOGS TO AUTHLOG.
003297*    10/15/26   JAD   A BACK-OUT INTO AN ERA CLOSED BY
003298*                     TEST-ERACLS IS REFUSED WHOLE (RC1309; BAD
003299*                     ERACLOSE FILE RC1310).
003300*****************************************************************
003400*
003500*    PARM FORMAT (COMMA DELIMITED, ALL FOUR REQUIRED) -
003600*        RUN-ID,BUSINESS-DATE,PREPARER,APPROVER
003700*    RUN-ID    THE 8-CHARACTER RUN-ID OF THE RUN TO CANCEL.
003800*    BUSINESS-DATE  YYYYMMDD - THE DATE THE RUN POSTED UNDER.
003810*    PREPARER  USER ID OF WHOEVER PREPARED THE BACK-OUT.
003820*    APPROVER  USER ID OF WHOEVER APPROVED IT - A DIFFERENT USER.
003830*              BOTH MUST HOLD THE RBAK ACTION ON THE AUTHORIZED-
003840*              USER TABLE, AND THE RUN'S GENERATED COUNT MUST BE
003850*              WITHIN THE APPROVER'S THRESHOLD.
003900*
004000*    THE SEQOUT DD MUST NAME THE CANCELLED RUN'S OWN
004100*    GENERATION - ITS HEADER MUST CARRY THE RUN-ID AND DATE
004400*    CONCATENATE EVERY RETAINED GENERATION - THE NO-ALLOCATION
004500*    CHECK CAN ONLY SEE THE EVIDENCE IT IS GIVEN.
004600*
004610*    A RUN WHOSE NUMBERS FALL IN AN ERA CLOSED AT YEAR END
004620*    (TEST-ERACLS) IS REFUSED WHOLE UNTIL THE ERA IS REOPENED.
004630*
004700*    THE SEQUENCE MASTER IS DELIBERATELY NOT REWOUND - THE
004800*    CANCELLED NUMBERS EXIST AND STAY BURNED; THE REGISTER
004900*    EXPLAINS EVERY ONE OF THEM (REASON RCAN), SO TEST-VOIDEXC
007600         ASSIGN TO RUNCTL
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-RUNCTL-STATUS.
007810
007818     SELECT AUTH-USER-FILE
007826         ASSIGN TO AUTHUSR
007834         ORGANIZATION IS SEQUENTIAL
007842         FILE STATUS IS WS-AUTHUSR-STATUS.
007850
007858     SELECT AUTH-LOG-FILE
007866         ASSIGN TO AUTHLOG
007874         ORGANIZATION IS SEQUENTIAL
007882         FILE STATUS IS WS-AUTHLOG-STATUS.
007883
007885     SELECT ERA-CLOSE-FILE
007887         ASSIGN TO ERACLOSE
007889         ORGANIZATION IS SEQUENTIAL
007891         FILE STATUS IS WS-ERACLS-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
009800     RECORD CONTAINS 100 CHARACTERS
009900     RECORDING MODE IS F.
010000 COPY CPRUNCTL.
010005
010014 FD  AUTH-USER-FILE
010023     RECORD CONTAINS 80 CHARACTERS
010032     RECORDING MODE IS F.
010041 COPY CPAUTUSR.
010050
010059 FD  AUTH-LOG-FILE
010068     RECORD CONTAINS 100 CHARACTERS
010077     RECORDING MODE IS F.
010086 COPY CPAUTLOG.
010087
010089 FD  ERA-CLOSE-FILE
010091     RECORD CONTAINS 100 CHARACTERS
010093     RECORDING MODE IS F.
010095 COPY CPERACLS.
010100
010200 WORKING-STORAGE SECTION.
010300*****************************************************************
012130*           REUSED FOR ITS TOP-UP, SO THE SEQOUT HEADER         *
012140*           CANNOT SAY WHICH GENERATION IS BEING BACKED OUT     *
012150*           AND NOTHING IS TOUCHED.                             *
012160*    RC1307  THE BACK-OUT FAILED DUAL CONTROL - PREPARER OR     *
012165*           APPROVER MISSING, THE SAME USER, NOT AUTHORIZED     *
012170*           FOR RBAK, OR THE RUN LARGER THAN THE APPROVER'S     *
012175*           THRESHOLD.  NOTHING IS TOUCHED.                     *
012180*    RC1308  THE AUTHORIZED-USER TABLE FAILED TO OPEN, HELD NO  *
012185*           RECORDS, HELD AN INVALID OR DUPLICATE RECORD, OR    *
012190*           HELD MORE RECORDS THAN THE IN-CORE TABLE ALLOWS.    *
012191*    RC1309  THE RUN UNDER BACK-OUT POSTED NUMBERS INTO AN ERA  *
012192*           THE ERA-CLOSE FILE SHOWS CLOSED AT YEAR END.  THE   *
012193*           ERA MUST BE REOPENED (TEST-ERACLS) FIRST; NOTHING   *
012194*           IS TOUCHED.                                         *
012195*    RC1310  THE ERA-CLOSE FILE FAILED TO OPEN, HELD AN INVALID *
012196*           RECORD, OR HELD MORE SERIES AND ERAS THAN THE       *
012197*           ERA-CLOSE TABLE ALLOWS.                             *
012200*****************************************************************
012300 77  WS-SEQOUT-STATUS            PIC X(02) VALUE "00".
012400 77  WS-ALLOCX-STATUS            PIC X(02) VALUE "00".
012500 77  WS-VOID-STATUS              PIC X(02) VALUE "00".
012600 77  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
012610 77  WS-AUTHUSR-STATUS           PIC X(02) VALUE "00".
012620 77  WS-AUTHLOG-STATUS           PIC X(02) VALUE "00".
012630 77  WS-ERACLS-STATUS            PIC X(02) VALUE "00".
012700
012800 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
012900 77  WS-VOIDED-COUNT             PIC 9(09) COMP VALUE 0.
013100 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
013200 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
013300 77  WS-TIMESTAMP                PIC X(26) VALUE SPACES.
013310 77  WS-MAX-AUTH-ENTRIES         PIC 9(03) COMP VALUE 100.
013320 77  WS-RUN-GEN-COUNT            PIC 9(09) COMP VALUE 0.
013330 77  WS-ERA-CLOSED-HITS          PIC 9(09) COMP VALUE 0.
013400
013500 01  WS-PARM-FIELDS.
013600     05  WS-PARM-TEXT            PIC X(40).
013700     05  WS-PARM-RUNID-TEXT      PIC X(08).
013800     05  WS-PARM-DATE-TEXT       PIC X(08).
013900     05  WS-BACK-RUN-ID          PIC X(08) VALUE SPACES.
014000     05  WS-BACK-BUS-DATE        PIC 9(08) VALUE ZERO.
014001
014003*****************************************************************
014005*    AUTHORIZED-USER TABLE (CPAUTUSR), LOADED WHOLE.  AN RBAK   *
014007*    APPROVER'S THRESHOLD IS THE LARGEST RUN (NUMBERS           *
014009*    GENERATED) THEY MAY APPROVE BACKING OUT.                   *
014011*****************************************************************
014013 01  WS-AUTH-USER-FIELDS.
014015     05  WS-AUT-COUNT            PIC 9(03) COMP VALUE 0.
014017     05  WS-AUT-IDX              PIC 9(03) COMP VALUE 0.
014019     05  WS-AUT-MATCH-IDX        PIC 9(03) COMP VALUE 0.
014021     05  WS-SW-AUT-EOF           PIC X(01) VALUE "N".
014023         88  AUTHUSR-AT-END          VALUE "Y".
014025     05  WS-AUT-ENTRY OCCURS 100 TIMES.
014027         10  WS-AUT-USER-ID      PIC X(08).
014029         10  WS-AUT-ACTION       PIC X(06).
014031         10  WS-AUT-ROLE         PIC X(01).
014033             88  AUT-ENT-MAY-PREPARE VALUES "P" "B".
014035             88  AUT-ENT-MAY-APPROVE VALUES "A" "B".
014037         10  WS-AUT-THRESHOLD    PIC 9(09) COMP.
014039         10  WS-AUT-STATUS       PIC X(01).
014041             88  AUT-ENT-REVOKED     VALUE "R".
014043         10  WS-AUT-APPROVED     PIC 9(10) COMP.
014045
014047*****************************************************************
014049*    DUAL-CONTROL CHECK - 9600 TESTS WS-AUC-PREPARER AND        *
014051*    WS-AUC-APPROVER FOR ACTION WS-AUC-ACTION AGAINST THE       *
014053*    TABLE ABOVE FOR WS-AUC-QUANTITY NUMBERS, LEAVING A         *
014055*    REJECTION REASON IN WS-AUC-REASON (SPACES WHEN THE CHANGE  *
014057*    MAY GO AHEAD) AND THE APPROVER'S ENTRY IN WS-AUC-APPR-IDX. *
014059*****************************************************************
014061 01  WS-AUTH-CHECK-FIELDS.
014063     05  WS-AUC-ACTION           PIC X(06) VALUE SPACES.
014065     05  WS-AUC-PREPARER         PIC X(08) VALUE SPACES.
014067     05  WS-AUC-APPROVER         PIC X(08) VALUE SPACES.
014069     05  WS-AUC-FIND-USER        PIC X(08) VALUE SPACES.
014071     05  WS-AUC-QUANTITY         PIC 9(10) COMP VALUE 0.
014073     05  WS-AUC-APPR-IDX         PIC 9(03) COMP VALUE 0.
014075     05  WS-AUC-REASON           PIC X(40) VALUE SPACES.
014076
014077*****************************************************************
014078*    ERA-CLOSE TABLE - THE STATE OF EVERY SERIES AND ERA ON THE *
014079*    ERA-CLOSE FILE (CPERACLS), WHICH IS IN ACTION ORDER, SO    *
014080*    THE LAST RECORD READ FOR A SERIES AND ERA IS ITS STATE.  A *
014081*    SERIES AND ERA WITH NO ENTRY IS OPEN.  WS-ECL-HITS COUNTS  *
014082*    THE RUN'S NUMBERS FOUND IN EACH CLOSED SERIES AND ERA.     *
014083*****************************************************************
014084 01  WS-ERA-CLOSE-FIELDS.
014085     05  WS-ECL-COUNT            PIC 9(03) COMP VALUE 0.
014086     05  WS-ECL-IDX              PIC 9(03) COMP VALUE 0.
014087     05  WS-ECL-MATCH-IDX        PIC 9(03) COMP VALUE 0.
014088     05  WS-ECL-FIND-SERIES      PIC X(04) VALUE SPACES.
014089     05  WS-ECL-FIND-ERA         PIC 9(02) VALUE ZERO.
014090     05  WS-SW-ECL-EOF           PIC X(01) VALUE "N".
014091         88  ERACLOSE-AT-END         VALUE "Y".
014092     05  WS-ECL-ENTRY OCCURS 200 TIMES.
014093         10  WS-ECL-SERIES-CODE  PIC X(04).
014094         10  WS-ECL-ERA          PIC 9(02).
014095         10  WS-ECL-ACTION       PIC X(01).
014096             88  ECL-ENT-CLOSED      VALUE "C".
014097         10  WS-ECL-HITS         PIC 9(09) COMP.
014100
014200*****************************************************************
014300*    CONTROL-RECORD FIELDS - WHAT THE TRAILER SAID AND WHAT     *
017500 LINKAGE SECTION.
017600 01  PARM-INFO.
017700     05  PARM-LENGTH             PIC S9(04) COMP.
017800     05  PARM-DATA               PIC X(40).
017900
018000 PROCEDURE DIVISION USING PARM-INFO.
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018300     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT
018310     PERFORM 1600-CHECK-AUTHORIZATION THRU 1600-EXIT
018320     PERFORM 1700-CHECK-ERA-CLOSED THRU 1700-EXIT
018400     PERFORM 2000-CHECK-ALLOCATIONS THRU 2000-EXIT
018500     PERFORM 3000-VOID-GENERATION THRU 3000-EXIT
018600     PERFORM 4000-POST-CANCELLED THRU 4000-EXIT
018800     GO TO 9999-EXIT.
018900
019000*****************************************************************
019100*    1000-INITIALIZE - VALIDATE THE PARM, LOAD THE AUTHORIZED-  *
019110*    USER TABLE AND OPEN THE MAINTENANCE-AUTHORIZATION LOG.     *
019200*****************************************************************
019300 1000-INITIALIZE.
019400     DISPLAY "TEST-RUNBAK - RUN BACK-OUT STARTING"
019500     IF PARM-LENGTH IS LESS THAN OR EQUAL TO ZERO
019600         MOVE 1300 TO WS-RETURN-CODE
019700         DISPLAY "TEST-RUNBAK RC1300 - NO PARM SUPPLIED - "
019800             "RUN-ID, BUSINESS DATE, PREPARER AND APPROVER ARE "
019810             "REQUIRED"
019900         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
020000     END-IF
020100     MOVE SPACES TO WS-PARM-TEXT
020400     MOVE SPACES TO WS-PARM-DATE-TEXT
020500     UNSTRING WS-PARM-TEXT DELIMITED BY ","
020600         INTO WS-PARM-RUNID-TEXT WS-PARM-DATE-TEXT
020610             WS-AUC-PREPARER WS-AUC-APPROVER
020700     END-UNSTRING
020800     IF WS-PARM-RUNID-TEXT IS EQUAL TO SPACES
020900         OR WS-PARM-DATE-TEXT IS NOT NUMERIC
021400     END-IF
021500     MOVE WS-PARM-RUNID-TEXT TO WS-BACK-RUN-ID
021600     MOVE WS-PARM-DATE-TEXT TO WS-BACK-BUS-DATE
021610     PERFORM 1200-LOAD-AUTH-USERS THRU 1200-EXIT
021620     OPEN EXTEND AUTH-LOG-FILE
021630     IF WS-AUTHLOG-STATUS IS NOT EQUAL TO "00"
021640         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
021650     END-IF
021700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
021800     DISPLAY "TEST-RUNBAK - BACKING OUT RUN " WS-BACK-RUN-ID
021900         " OF BUSINESS DATE " WS-BACK-BUS-DATE.
022000 1000-EXIT.
022100     EXIT.
022101
022102*****************************************************************
022103*    1200-LOAD-AUTH-USERS - LOAD THE AUTHORIZED-USER TABLE.     *
022104*    THE TABLE IS REQUIRED - WITHOUT IT NO BACK-OUT COULD       *
022105*    EVER PASS DUAL CONTROL, AND AN EMPTY TABLE IS A SET-UP     *
022106*    ERROR, NOT A DAY WHEN NOBODY MAY ACT.                      *
022107*****************************************************************
022108 1200-LOAD-AUTH-USERS.
022109     MOVE "N" TO WS-SW-AUT-EOF
022110     OPEN INPUT AUTH-USER-FILE
022111     IF WS-AUTHUSR-STATUS IS NOT EQUAL TO "00"
022112         MOVE 1308 TO WS-RETURN-CODE
022113         DISPLAY "TEST-RUNBAK RC1308 - AUTHORIZED-USER TABLE "
022114             "FAILED TO OPEN - STATUS " WS-AUTHUSR-STATUS
022115         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
022116     END-IF
022117     PERFORM 1210-READ-AUTH-USER THRU 1210-EXIT
022118         UNTIL AUTHUSR-AT-END
022119     CLOSE AUTH-USER-FILE
022120     IF WS-AUT-COUNT IS EQUAL TO ZERO
022121         MOVE 1308 TO WS-RETURN-CODE
022122         DISPLAY "TEST-RUNBAK RC1308 - AUTHORIZED-USER TABLE "
022123             "HELD NO RECORDS"
022124         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
022125     END-IF.
022126 1200-EXIT.
022127     EXIT.
022128
022129*****************************************************************
022130*    1210-READ-AUTH-USER - VALIDATE AND TABLE ONE AUTHORIZED-   *
022131*    USER RECORD.  A BAD OR DUPLICATE RECORD STOPS THE RUN - A  *
022132*    CONTROL TABLE NOBODY CAN READ THE SAME WAY TWICE IS NO     *
022133*    CONTROL.                                                   *
022134*****************************************************************
022135 1210-READ-AUTH-USER.
022136     READ AUTH-USER-FILE
022137         AT END
022138             SET AUTHUSR-AT-END TO TRUE
022139             GO TO 1210-EXIT
022140     END-READ
022141     IF WS-AUT-COUNT IS GREATER THAN OR EQUAL TO
022142         WS-MAX-AUTH-ENTRIES
022143         MOVE 1308 TO WS-RETURN-CODE
022144         DISPLAY "TEST-RUNBAK RC1308 - AUTHORIZED-USER TABLE "
022145             "HOLDS MORE RECORDS THAN THE IN-CORE TABLE ALLOWS"
022146         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
022147     END-IF
022148     MOVE CP-AUT-USER-ID TO WS-AUC-FIND-USER
022149     MOVE CP-AUT-ACTION TO WS-AUC-ACTION
022150     MOVE ZERO TO WS-AUT-MATCH-IDX
022151     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
022152         VARYING WS-AUT-IDX FROM 1 BY 1
022153         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
022154     IF CP-AUT-USER-ID IS EQUAL TO SPACES
022155         OR WS-AUT-MATCH-IDX IS GREATER THAN ZERO
022156         OR NOT (AUT-ACTION-ADJUST OR AUT-ACTION-NEWERA
022157                 OR AUT-ACTION-VOID OR AUT-ACTION-RBAK
022158                 OR AUT-ACTION-REOPEN)
022159         OR NOT (AUT-ROLE-PREPARER OR AUT-ROLE-APPROVER
022160                 OR AUT-ROLE-BOTH)
022161         OR CP-AUT-THRESHOLD IS NOT NUMERIC
022162         OR NOT (AUT-USER-ACTIVE OR AUT-USER-REVOKED)
022163         MOVE 1308 TO WS-RETURN-CODE
022164         DISPLAY "TEST-RUNBAK RC1308 - INVALID OR DUPLICATE "
022165             "AUTHORIZED-USER RECORD - '"
022166             CP-AUTH-USER-RECORD(1:25) "'"
022167         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
022168     END-IF
022169     ADD 1 TO WS-AUT-COUNT
022170     MOVE CP-AUT-USER-ID TO WS-AUT-USER-ID(WS-AUT-COUNT)
022171     MOVE CP-AUT-ACTION TO WS-AUT-ACTION(WS-AUT-COUNT)
022172     MOVE CP-AUT-ROLE TO WS-AUT-ROLE(WS-AUT-COUNT)
022173     MOVE CP-AUT-THRESHOLD TO WS-AUT-THRESHOLD(WS-AUT-COUNT)
022174     MOVE CP-AUT-STATUS TO WS-AUT-STATUS(WS-AUT-COUNT)
022175     MOVE ZERO TO WS-AUT-APPROVED(WS-AUT-COUNT).
022176 1210-EXIT.
022177     EXIT.
022200
022300*****************************************************************
022400*    1500-CHECK-RUN-CONTROL - THE RUN MUST BE ON THE RUN-       *
026600                     OR RUN-STAT-SUPPLEMENT
026700                     OR RUN-STAT-RECONCILED
026800                     SET RUN-IS-ON-FILE TO TRUE
026810                     MOVE CP-RUN-GEN-COUNT TO WS-RUN-GEN-COUNT
026900                 END-IF
026910                 IF RUN-STAT-COMPLETE
026920                     SET RUN-WAS-COMPLETE TO TRUE
027500 1510-EXIT.
027600     EXIT.
027700
027704*****************************************************************
027708*    1600-CHECK-AUTHORIZATION - DUAL CONTROL.  THE PREPARER     *
027712*    AND APPROVER ON THE PARM MUST DIFFER, BOTH MUST HOLD THE   *
027716*    RBAK ACTION ON THE AUTHORIZED-USER TABLE, AND THE RUN'S    *
027720*    GENERATED COUNT MUST BE WITHIN THE APPROVER'S THRESHOLD.   *
027724*    A REFUSAL STOPS THE RUN BEFORE ANYTHING IS TOUCHED.        *
027728*****************************************************************
027732 1600-CHECK-AUTHORIZATION.
027736     MOVE "RBAK  " TO WS-AUC-ACTION
027740     MOVE WS-RUN-GEN-COUNT TO WS-AUC-QUANTITY
027744     PERFORM 9600-CHECK-DUAL-CONTROL THRU 9600-EXIT
027748     IF WS-AUC-REASON IS NOT EQUAL TO SPACES
027752         MOVE 1307 TO WS-RETURN-CODE
027756         DISPLAY "TEST-RUNBAK RC1307 - BACK-OUT OF RUN "
027760             WS-BACK-RUN-ID " REFUSED - " WS-AUC-REASON
027764         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
027768     END-IF
027772     DISPLAY "TEST-RUNBAK - PREPARED BY " WS-AUC-PREPARER
027776         " APPROVED BY " WS-AUC-APPROVER.
027780 1600-EXIT.
027784     EXIT.
027788
027800*****************************************************************
027900*    2000-CHECK-ALLOCATIONS - SCAN THE CROSS-REFERENCE FOR      *
028000*    ANY RANGE OF THIS RUN HANDED TO A CONSUMING SYSTEM WITH    *
047800     MOVE WS-TIMESTAMP TO CP-RUN-END-STAMP
047900     MOVE "CANCELLED" TO CP-RUN-STATUS
048000     WRITE CP-RUNCTL-RECORD
048100     CLOSE RUN-CONTROL-FILE
048110     PERFORM 4100-WRITE-AUTH-LOG THRU 4100-EXIT.
048200 4000-EXIT.
048300     EXIT.
048301
048302*****************************************************************
048303*    4100-WRITE-AUTH-LOG - ONE MAINTENANCE-AUTHORIZATION LOG    *
048304*    RECORD FOR THE BACK-OUT JUST APPLIED: WHO PREPARED AND     *
048305*    WHO APPROVED IT, HOW MANY NUMBERS IT CANCELLED, AND THE    *
048306*    RUN AND BUSINESS DATE.                                     *
048307*****************************************************************
048308 4100-WRITE-AUTH-LOG.
048309     MOVE SPACES TO CP-AUTH-LOG-RECORD
048310     MOVE WS-CURRENT-DATE TO CP-AUL-DATE
048311     MOVE WS-CURRENT-TIME TO CP-AUL-TIME
048312     MOVE "TESTRBAK" TO CP-AUL-PROGRAM
048313     MOVE "RBAK  " TO CP-AUL-ACTION
048314     MOVE ZERO TO CP-AUL-ERA-CODE
048315     MOVE WS-AUC-PREPARER TO CP-AUL-PREPARED-BY
048316     MOVE WS-AUC-APPROVER TO CP-AUL-APPROVED-BY
048317     MOVE WS-VOIDED-COUNT TO CP-AUL-QUANTITY
048318     MOVE WS-ACT-FIRST-NUM TO CP-AUL-FROM-NUMBER
048319     MOVE WS-ACT-LAST-NUM TO CP-AUL-TO-NUMBER
048320     MOVE WS-BACK-RUN-ID TO CP-AUL-REFERENCE(1:8)
048321     MOVE WS-BACK-BUS-DATE TO CP-AUL-REFERENCE(9:8)
048322     WRITE CP-AUTH-LOG-RECORD
048323     CLOSE AUTH-LOG-FILE.
048324 4100-EXIT.
048325     EXIT.
048400
048500*****************************************************************
048600*    5000-FINALIZE - SUMMARY.                                   *
049300 5000-EXIT.
049400     EXIT.
049500
049501*****************************************************************
049502*    9600-CHECK-DUAL-CONTROL - TEST WS-AUC-PREPARER AND         *
049503*    WS-AUC-APPROVER FOR ACTION WS-AUC-ACTION AND               *
049504*    WS-AUC-QUANTITY NUMBERS.  BOTH MUST BE KEYED AND           *
049505*    DIFFERENT; THE PREPARER MUST BE ACTIVE FOR THE ACTION AS   *
049506*    A PREPARER, THE APPROVER AS AN APPROVER, AND WHAT THE      *
049507*    APPROVER HAS ALREADY APPROVED IN THIS SUBMISSION PLUS      *
049508*    THESE NUMBERS MUST NOT EXCEED THEIR THRESHOLD.  THE FIRST  *
049509*    FAILURE IS LEFT IN WS-AUC-REASON; SPACES MEAN GO AHEAD.    *
049510*****************************************************************
049511 9600-CHECK-DUAL-CONTROL.
049512     MOVE SPACES TO WS-AUC-REASON
049513     MOVE ZERO TO WS-AUC-APPR-IDX
049514     IF WS-AUC-PREPARER IS EQUAL TO SPACES
049515         OR WS-AUC-APPROVER IS EQUAL TO SPACES
049516         MOVE "PREPARER AND APPROVER ARE BOTH REQUIRED"
049517             TO WS-AUC-REASON
049518         GO TO 9600-EXIT
049519     END-IF
049520     IF WS-AUC-PREPARER IS EQUAL TO WS-AUC-APPROVER
049521         MOVE "PREPARER AND APPROVER ARE THE SAME USER"
049522             TO WS-AUC-REASON
049523         GO TO 9600-EXIT
049524     END-IF
049525     MOVE WS-AUC-PREPARER TO WS-AUC-FIND-USER
049526     MOVE ZERO TO WS-AUT-MATCH-IDX
049527     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
049528         VARYING WS-AUT-IDX FROM 1 BY 1
049529         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
049530     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
049531         MOVE "PREPARER NOT AUTHORIZED FOR THE ACTION"
049532             TO WS-AUC-REASON
049533         GO TO 9600-EXIT
049534     END-IF
049535     IF AUT-ENT-REVOKED(WS-AUT-MATCH-IDX)
049536         OR NOT AUT-ENT-MAY-PREPARE(WS-AUT-MATCH-IDX)
049537         MOVE "PREPARER NOT AUTHORIZED FOR THE ACTION"
049538             TO WS-AUC-REASON
049539         GO TO 9600-EXIT
049540     END-IF
049541     MOVE WS-AUC-APPROVER TO WS-AUC-FIND-USER
049542     MOVE ZERO TO WS-AUT-MATCH-IDX
049543     PERFORM 9610-MATCH-AUTH-ENTRY THRU 9610-EXIT
049544         VARYING WS-AUT-IDX FROM 1 BY 1
049545         UNTIL WS-AUT-IDX IS GREATER THAN WS-AUT-COUNT
049546     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
049547         MOVE "APPROVER NOT AUTHORIZED FOR THE ACTION"
049548             TO WS-AUC-REASON
049549         GO TO 9600-EXIT
049550     END-IF
049551     IF AUT-ENT-REVOKED(WS-AUT-MATCH-IDX)
049552         OR NOT AUT-ENT-MAY-APPROVE(WS-AUT-MATCH-IDX)
049553         MOVE "APPROVER NOT AUTHORIZED FOR THE ACTION"
049554             TO WS-AUC-REASON
049555         GO TO 9600-EXIT
049556     END-IF
049557     IF WS-AUT-APPROVED(WS-AUT-MATCH-IDX) + WS-AUC-QUANTITY
049558         IS GREATER THAN WS-AUT-THRESHOLD(WS-AUT-MATCH-IDX)
049559         MOVE "NUMBERS AFFECTED OVER APPROVER'S LIMIT"
049560             TO WS-AUC-REASON
049561         GO TO 9600-EXIT
049562     END-IF
049563     MOVE WS-AUT-MATCH-IDX TO WS-AUC-APPR-IDX.
049564 9600-EXIT.
049565     EXIT.
049566
049567*****************************************************************
049568*    9610-MATCH-AUTH-ENTRY - ONE PASS OF THE LINEAR SEARCH OF   *
049569*    THE AUTHORIZED-USER TABLE FOR USER WS-AUC-FIND-USER AND    *
049570*    ACTION WS-AUC-ACTION.                                      *
049571*****************************************************************
049572 9610-MATCH-AUTH-ENTRY.
049573     IF WS-AUT-MATCH-IDX IS EQUAL TO ZERO
049574         AND WS-AUT-USER-ID(WS-AUT-IDX) IS EQUAL TO
049575             WS-AUC-FIND-USER
049576         AND WS-AUT-ACTION(WS-AUT-IDX) IS EQUAL TO WS-AUC-ACTION
049577         MOVE WS-AUT-IDX TO WS-AUT-MATCH-IDX
049578     END-IF.
049579 9610-EXIT.
049580     EXIT.
049581
049600*****************************************************************
049700*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
049800*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
051700
051800 9999-EXIT.
051900     STOP RUN.
051910
051920*****************************************************************
051930*    1700-CHECK-ERA-CLOSED - A CLOSED ERA (FISCAL-YEAR CYCLE)   *
051940*    TAKES NO POSTINGS UNTIL TEST-ERACLS REOPENS IT UNDER DUAL  *
051950*    CONTROL.  ONE PRE-PASS OVER THE SEQOUT GENERATION REFUSES  *
051960*    THE WHOLE BACK-OUT (RC1309) WHEN ANY DETAIL FALLS IN A     *
051970*    SERIES AND ERA THE ERA-CLOSE FILE SHOWS CLOSED.            *
051980*****************************************************************
051990 1700-CHECK-ERA-CLOSED.
052000     PERFORM 1710-LOAD-ERA-CLOSE THRU 1710-EXIT
052010     IF WS-ECL-COUNT IS EQUAL TO ZERO
052020         GO TO 1700-EXIT
052030     END-IF
052040     MOVE "N" TO WS-SW-SEQ-EOF
052050     OPEN INPUT SEQ-OUTPUT-FILE
052060     IF WS-SEQOUT-STATUS IS NOT EQUAL TO "00"
052070         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
052080     END-IF
052090     PERFORM 3100-READ-SEQ-RECORD THRU 3100-EXIT
052100     PERFORM 1730-CHECK-ONE-SEQ-ERA THRU 1730-EXIT
052110         UNTIL END-OF-SEQOUT
052120     CLOSE SEQ-OUTPUT-FILE
052130     IF WS-ERA-CLOSED-HITS IS GREATER THAN ZERO
052140         PERFORM 1740-SHOW-CLOSED-ERA THRU 1740-EXIT
052150             VARYING WS-ECL-IDX FROM 1 BY 1
052160             UNTIL WS-ECL-IDX IS GREATER THAN WS-ECL-COUNT
052170         MOVE 1309 TO WS-RETURN-CODE
052180         DISPLAY "TEST-RUNBAK RC1309 - " WS-ERA-CLOSED-HITS
052190             " NUMBER(S) OF RUN " WS-BACK-RUN-ID
052200             " FALL IN A CLOSED ERA - BACK-OUT REFUSED - "
052210             "REOPEN THE ERA AND RERUN"
052220         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
052230     END-IF.
052240 1700-EXIT.
052250     EXIT.
052260
052270*****************************************************************
052280*    1710-LOAD-ERA-CLOSE - LOAD THE ERA-CLOSE FILE.  THE FILE   *
052290*    IS OPTIONAL - WITHOUT IT NO ERA HAS EVER BEEN CLOSED.      *
052300*****************************************************************
052310 1710-LOAD-ERA-CLOSE.
052320     MOVE "N" TO WS-SW-ECL-EOF
052330     OPEN INPUT ERA-CLOSE-FILE
052340     EVALUATE WS-ERACLS-STATUS
052350         WHEN "00"
052360             PERFORM 1720-READ-ERA-CLOSE THRU 1720-EXIT
052370                 UNTIL ERACLOSE-AT-END
052380             CLOSE ERA-CLOSE-FILE
052390         WHEN "35"
052400             CONTINUE
052410         WHEN OTHER
052420             MOVE 1310 TO WS-RETURN-CODE
052430             DISPLAY "TEST-RUNBAK RC1310 - ERA-CLOSE FILE "
052440                 "FAILED TO OPEN - STATUS " WS-ERACLS-STATUS
052450             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
052460     END-EVALUATE.
052470 1710-EXIT.
052480     EXIT.
052490
052500*****************************************************************
052510*    1720-READ-ERA-CLOSE - VALIDATE ONE ERA-CLOSE RECORD AND    *
052520*    SET ITS SERIES AND ERA'S STATE, ADDING THE ENTRY THE       *
052530*    FIRST TIME THE SERIES AND ERA IS SEEN.                     *
052540*****************************************************************
052550 1720-READ-ERA-CLOSE.
052560     READ ERA-CLOSE-FILE
052570         AT END
052580             SET ERACLOSE-AT-END TO TRUE
052590             GO TO 1720-EXIT
052600     END-READ
052610     IF CP-ECL-SERIES-CODE IS EQUAL TO SPACES
052620         OR CP-ECL-ERA-CODE IS NOT NUMERIC
052630         OR NOT (ECL-ACTION-CLOSED OR ECL-ACTION-REOPENED)
052640         MOVE 1310 TO WS-RETURN-CODE
052650         DISPLAY "TEST-RUNBAK RC1310 - INVALID ERA-CLOSE "
052660             "RECORD - '" CP-ERA-CLOSE-RECORD(1:23) "'"
052670         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
052680     END-IF
052690     MOVE CP-ECL-SERIES-CODE TO WS-ECL-FIND-SERIES
052700     MOVE CP-ECL-ERA-CODE TO WS-ECL-FIND-ERA
052710     PERFORM 1790-FIND-ERA-CLOSE THRU 1790-EXIT
052720     IF WS-ECL-MATCH-IDX IS EQUAL TO ZERO
052730         IF WS-ECL-COUNT IS GREATER THAN OR EQUAL TO 200
052740             MOVE 1310 TO WS-RETURN-CODE
052750             DISPLAY "TEST-RUNBAK RC1310 - ERA-CLOSE FILE HOLDS "
052760                 "MORE SERIES AND ERAS THAN THE TABLE ALLOWS"
052770             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
052780         END-IF
052790         ADD 1 TO WS-ECL-COUNT
052800         MOVE WS-ECL-COUNT TO WS-ECL-MATCH-IDX
052810         MOVE CP-ECL-SERIES-CODE
052820             TO WS-ECL-SERIES-CODE(WS-ECL-MATCH-IDX)
052830         MOVE CP-ECL-ERA-CODE TO WS-ECL-ERA(WS-ECL-MATCH-IDX)
052840         MOVE ZERO TO WS-ECL-HITS(WS-ECL-MATCH-IDX)
052850     END-IF
052860     MOVE CP-ECL-ACTION TO WS-ECL-ACTION(WS-ECL-MATCH-IDX).
052870 1720-EXIT.
052880     EXIT.
052890
052900*****************************************************************
052910*    1730-CHECK-ONE-SEQ-ERA - ONE SEQOUT RECORD; A DETAIL IN A  *
052920*    CLOSED SERIES AND ERA IS A HIT AGAINST ITS ENTRY.          *
052930*****************************************************************
052940 1730-CHECK-ONE-SEQ-ERA.
052950     IF SEQ-REC-IS-DETAIL
052960         MOVE CP-SEQ-SERIES-CODE TO WS-ECL-FIND-SERIES
052970         IF CP-SEQ-ERA-CODE IS NUMERIC
052980             MOVE CP-SEQ-ERA-CODE TO WS-ECL-FIND-ERA
052990         ELSE
053000             MOVE ZERO TO WS-ECL-FIND-ERA
053010         END-IF
053020         PERFORM 1790-FIND-ERA-CLOSE THRU 1790-EXIT
053030         IF WS-ECL-MATCH-IDX IS GREATER THAN ZERO
053040             AND ECL-ENT-CLOSED(WS-ECL-MATCH-IDX)
053050             ADD 1 TO WS-ERA-CLOSED-HITS
053060             ADD 1 TO WS-ECL-HITS(WS-ECL-MATCH-IDX)
053070         END-IF
053080     END-IF
053090     PERFORM 3100-READ-SEQ-RECORD THRU 3100-EXIT.
053100 1730-EXIT.
053110     EXIT.
053120
053130*****************************************************************
053140*    1740-SHOW-CLOSED-ERA - ONE CLOSED SERIES AND ERA THE RUN   *
053150*    POSTED INTO.                                               *
053160*****************************************************************
053170 1740-SHOW-CLOSED-ERA.
053180     IF WS-ECL-HITS(WS-ECL-IDX) IS GREATER THAN ZERO
053190         DISPLAY "TEST-RUNBAK - CLOSED ERA - SERIES "
053200             WS-ECL-SERIES-CODE(WS-ECL-IDX) " ERA "
053210             WS-ECL-ERA(WS-ECL-IDX) " - "
053220             WS-ECL-HITS(WS-ECL-IDX) " NUMBER(S)"
053230     END-IF.
053240 1740-EXIT.
053250     EXIT.
053260
053270*****************************************************************
053280*    1790-FIND-ERA-CLOSE - SERVICE PARAGRAPH.  ON ENTRY         *
053290*    WS-ECL-FIND-SERIES AND WS-ECL-FIND-ERA NAME A SERIES AND   *
053300*    ERA; ON EXIT WS-ECL-MATCH-IDX IS ITS ERA-CLOSE ENTRY, OR   *
053310*    ZERO WHEN THE ERA HAS NEVER BEEN CLOSED.                   *
053320*****************************************************************
053330 1790-FIND-ERA-CLOSE.
053340     MOVE ZERO TO WS-ECL-MATCH-IDX
053350     PERFORM 1795-MATCH-ERA-CLOSE THRU 1795-EXIT
053360         VARYING WS-ECL-IDX FROM 1 BY 1
053370         UNTIL WS-ECL-IDX IS GREATER THAN WS-ECL-COUNT.
053380 1790-EXIT.
053390     EXIT.
053400
053410*****************************************************************
053420*    1795-MATCH-ERA-CLOSE - ONE PASS OF THE ERA-CLOSE           *
053430*    TABLE SEARCH, KEEPING THE FIRST ENTRY FOR THE SERIES AND   *
053440*    ERA BEING LOOKED UP.                                       *
053450*****************************************************************
053460 1795-MATCH-ERA-CLOSE.
053470     IF WS-ECL-MATCH-IDX IS EQUAL TO ZERO
053480         AND WS-ECL-SERIES-CODE(WS-ECL-IDX) IS EQUAL TO
053490             WS-ECL-FIND-SERIES
053500         AND WS-ECL-ERA(WS-ECL-IDX) IS EQUAL TO WS-ECL-FIND-ERA
053510         MOVE WS-ECL-IDX TO WS-ECL-MATCH-IDX
053520     END-IF.
053530 1795-EXIT.
053540     EXIT.
