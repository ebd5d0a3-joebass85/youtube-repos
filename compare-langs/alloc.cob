005520*                     CODE IS NOW CARRIED ONTO EACH
005530*                     CROSS-REFERENCE RECORD, SO AN ALLOCATED
005540*                     RANGE NAMES ERA-PLUS-NUMBERS.
005541*    10/15/26   JAD   EACH ALLOCATION RECORD NOW CARRIES THE
005542*                     NUMBER FORMATTED FOR ITS SERIES (PREFIX,
005543*                     PADDING, CHECK DIGIT, SUFFIX) FROM THE
005544*                     OPTIONAL SERIES-ATTRIBUTES FILE (SERATTR
005545*                     - SEE CPSERATR) BESIDE THE RAW RECORD -
005546*                     ALLOC01-ALLOC08 GREW 40 TO 80 (SEE
005547*                     CPALLOUT).  RC0309 ADDED.
005600*****************************************************************
005700*
005800*    ALLOCATION METHOD - EVERY DEMAND CARD IS MATCHED TO ITS
014400         ASSIGN TO ALLOC08
014500         ORGANIZATION IS SEQUENTIAL
014600         FILE STATUS IS WS-ALLOC8-STATUS.
014610
014620     SELECT SERATTR-FILE
014630         ASSIGN TO SERATTR
014640         ORGANIZATION IS SEQUENTIAL
014650         FILE STATUS IS WS-SERATTR-STATUS.
014700
014800 DATA DIVISION.
014900 FILE SECTION.
017300 01  CP-RPT-LINE                 PIC X(132).
017400
017500 FD  ALLOC-FILE-1
017600     RECORD CONTAINS 80 CHARACTERS
017700     RECORDING MODE IS F.
017800 01  CP-ALLOC1-RECORD            PIC X(80).
017900
018000 FD  ALLOC-FILE-2
018100     RECORD CONTAINS 80 CHARACTERS
018200     RECORDING MODE IS F.
018300 01  CP-ALLOC2-RECORD            PIC X(80).
018400
018500 FD  ALLOC-FILE-3
018600     RECORD CONTAINS 80 CHARACTERS
018700     RECORDING MODE IS F.
018800 01  CP-ALLOC3-RECORD            PIC X(80).
018900
019000 FD  ALLOC-FILE-4
019100     RECORD CONTAINS 80 CHARACTERS
019200     RECORDING MODE IS F.
019300 01  CP-ALLOC4-RECORD            PIC X(80).
019400
019500 FD  ALLOC-FILE-5
019600     RECORD CONTAINS 80 CHARACTERS
019700     RECORDING MODE IS F.
019800 01  CP-ALLOC5-RECORD            PIC X(80).
019900
020000 FD  ALLOC-FILE-6
020100     RECORD CONTAINS 80 CHARACTERS
020200     RECORDING MODE IS F.
020300 01  CP-ALLOC6-RECORD            PIC X(80).
020400
020500 FD  ALLOC-FILE-7
020600     RECORD CONTAINS 80 CHARACTERS
020700     RECORDING MODE IS F.
020800 01  CP-ALLOC7-RECORD            PIC X(80).
020900
021000 FD  ALLOC-FILE-8
021100     RECORD CONTAINS 80 CHARACTERS
021200     RECORDING MODE IS F.
021300 01  CP-ALLOC8-RECORD            PIC X(80).
021310
021320 FD  SERATTR-FILE
021330     RECORD CONTAINS 80 CHARACTERS
021340     RECORDING MODE IS F.
021350 COPY CPSERATR.
021400
021500 WORKING-STORAGE SECTION.
021600*****************************************************************
024600*           RECORDS THAN THE REGISTRY TABLE ALLOWS.             *
024700*    RC0308  THE SEQUENCE-OUTPUT GENERATION CARRIED MORE        *
024800*           SERIES THAN THE SUPPLY TABLE ALLOWS.                *
024810*    RC0309  THE SERIES-ATTRIBUTES FILE FAILED TO OPEN, HELD    *
024820*           AN INVALID OR DUPLICATE RECORD (BLANK SERIES,       *
024830*           WIDTH NOT 01-12, CHECK SCHEME NOT N, L OR M), OR    *
024840*           HELD MORE RECORDS THAN THE ATTRIBUTE TABLE ALLOWS.  *
024900*****************************************************************
025000 77  WS-SEQOUT-STATUS            PIC X(02) VALUE "00".
025100 77  WS-SYSREG-STATUS            PIC X(02) VALUE "00".
026000 77  WS-ALLOC6-STATUS            PIC X(02) VALUE "00".
026100 77  WS-ALLOC7-STATUS            PIC X(02) VALUE "00".
026200 77  WS-ALLOC8-STATUS            PIC X(02) VALUE "00".
026210 77  WS-SERATTR-STATUS           PIC X(02) VALUE "00".
026300
026400 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
026500 77  WS-MAX-DEMANDS              PIC 9(02) COMP VALUE 20.
037900     05  WS-SAVE-RUN-DATE        PIC 9(08) VALUE ZERO.
038000     05  WS-SAVE-RUN-ID          PIC X(08) VALUE SPACES.
038100
038102 COPY CPALLOUT.
038103
038104*****************************************************************
038105*    SERIES-ATTRIBUTE TABLE - THE SERIES-ATTRIBUTES FILE        *
038106*    (CPSERATR), LOADED WHOLE.  A SERIES WITH NO ENTRY IS       *
038107*    FORMATTED AS ITS PLAIN 9-DIGIT NUMBER, NO CHECK DIGIT.     *
038108*****************************************************************
038109 01  WS-SERIES-ATTR-FIELDS.
038110     05  WS-SAT-COUNT            PIC 9(02) COMP VALUE 0.
038111     05  WS-SAT-IDX              PIC 9(02) COMP VALUE 0.
038112     05  WS-SAT-MATCH-IDX        PIC 9(02) COMP VALUE 0.
038113     05  WS-SW-SAT-EOF           PIC X(01) VALUE "N".
038114         88  SERATTR-AT-END          VALUE "Y".
038115     05  WS-SAT-ENTRY OCCURS 20 TIMES.
038116         10  WS-SAT-SERIES       PIC X(04).
038117         10  WS-SAT-PREFIX       PIC X(06).
038118         10  WS-SAT-SUFFIX       PIC X(06).
038119         10  WS-SAT-WIDTH        PIC 9(02).
038120         10  WS-SAT-SCHEME       PIC X(01).
038121
038122*****************************************************************
038123*    NUMBER-FORMATTING WORK FIELDS - 9700 FORMATS WS-FMT-NUMBER *
038124*    OF SERIES WS-FMT-SERIES INTO WS-FMT-RESULT.  THE DIGITS    *
038125*    ARE WORKED RIGHT-JUSTIFIED IN A 12-DIGIT FIELD;            *
038126*    WS-FMT-START IS THE POSITION OF THE FIRST DIGIT SHOWN.     *
038129*****************************************************************
038130 01  WS-FORMAT-FIELDS.
038131     05  WS-FMT-SERIES           PIC X(04) VALUE SPACES.
038132     05  WS-FMT-NUMBER           PIC 9(09) VALUE ZERO.
038133     05  WS-FMT-RESULT           PIC X(25) VALUE SPACES.
038135     05  WS-FMT-DIGITS           PIC 9(12) VALUE ZERO.
038136     05  WS-FMT-DIGITS-R REDEFINES WS-FMT-DIGITS.
038137         10  WS-FMT-DIGIT        PIC 9(01) OCCURS 12 TIMES.
038138     05  WS-FMT-DIGITS-X REDEFINES WS-FMT-DIGITS
038139                                 PIC X(12).
038140     05  WS-FMT-WIDTH            PIC 9(02) COMP VALUE 0.
038141     05  WS-FMT-START            PIC 9(02) COMP VALUE 0.
038142     05  WS-FMT-POS              PIC 9(02) COMP VALUE 0.
038143     05  WS-FMT-PTR              PIC 9(02) COMP VALUE 0.
038149     05  WS-FMT-SUM              PIC 9(05) COMP VALUE 0.
038150     05  WS-FMT-PRODUCT          PIC 9(03) COMP VALUE 0.
038151     05  WS-FMT-WEIGHT           PIC 9(02) COMP VALUE 0.
038152     05  WS-FMT-QUOTIENT         PIC 9(05) COMP VALUE 0.
038153     05  WS-FMT-REMAINDER        PIC 9(02) COMP VALUE 0.
038154     05  WS-FMT-CHECK-VALUE      PIC 9(02) COMP VALUE 0.
038155     05  WS-FMT-CHECK-DIGIT      PIC 9(01) VALUE ZERO.
038156     05  WS-FMT-CHECK-CHAR       PIC X(01) VALUE SPACE.
038157     05  WS-FMT-SCHEME           PIC X(01) VALUE "N".
038158         88  FMT-CHECK-LUHN          VALUE "L".
038159         88  FMT-CHECK-MOD11         VALUE "M".
038160     05  WS-FMT-SW-DOUBLE        PIC X(01) VALUE "N".
038161         88  FMT-DOUBLE-THIS-DIGIT   VALUE "Y".
038200 01  WS-EDIT-FIELDS.
038300     05  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
038400
047600             "RECORDS"
047700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
047800     END-IF
047810     PERFORM 1020-LOAD-SERIES-ATTR THRU 1020-EXIT
047900
048000     OPEN INPUT DEMAND-FILE
048100     IF WS-DEMAND-STATUS IS NOT EQUAL TO "00"
050700 1000-EXIT.
050800     EXIT.
050900
050901*****************************************************************
050902*    1020-LOAD-SERIES-ATTR - LOAD THE SERIES-ATTRIBUTES FILE.   *
050903*    THE FILE IS OPTIONAL - WITHOUT IT EVERY SERIES IS          *
050904*    FORMATTED AS ITS PLAIN 9-DIGIT NUMBER.                     *
050905*****************************************************************
050906 1020-LOAD-SERIES-ATTR.
050907     MOVE "N" TO WS-SW-SAT-EOF
050908     OPEN INPUT SERATTR-FILE
050909     EVALUATE WS-SERATTR-STATUS
050910         WHEN "00"
050911             PERFORM 1030-READ-SERIES-ATTR THRU 1030-EXIT
050912                 UNTIL SERATTR-AT-END
050913             CLOSE SERATTR-FILE
050914         WHEN "35"
050915             CONTINUE
050916         WHEN OTHER
050917             MOVE 0309 TO WS-RETURN-CODE
050918             DISPLAY "TEST-ALLOC RC0309 - SERIES-ATTRIBUTES FILE "
050919                 "FAILED TO OPEN - STATUS " WS-SERATTR-STATUS
050920             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
050921     END-EVALUATE.
050922 1020-EXIT.
050923     EXIT.
050924
050925*****************************************************************
050926*    1030-READ-SERIES-ATTR - VALIDATE AND TABLE ONE SERIES-     *
050927*    ATTRIBUTES RECORD.  A BAD RECORD STOPS THE RUN - A NUMBER  *
050928*    FORMATTED WRONGLY WOULD BE QUOTED BACK WRONGLY FOR YEARS.  *
050929*****************************************************************
050930 1030-READ-SERIES-ATTR.
050931     READ SERATTR-FILE
050932         AT END
050933             SET SERATTR-AT-END TO TRUE
050934             GO TO 1030-EXIT
050935     END-READ
050936     IF WS-SAT-COUNT IS GREATER THAN OR EQUAL TO 20
050937         MOVE 0309 TO WS-RETURN-CODE
050938         DISPLAY "TEST-ALLOC RC0309 - MORE SERIES-ATTRIBUTES "
050939             "RECORDS THAN THE ATTRIBUTE TABLE ALLOWS"
050940         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
050941     END-IF
050942     MOVE CP-SAT-SERIES-CODE TO WS-FMT-SERIES
050943     MOVE ZERO TO WS-SAT-MATCH-IDX
050944     PERFORM 9705-MATCH-SERIES-ATTR THRU 9705-EXIT
050945         VARYING WS-SAT-IDX FROM 1 BY 1
050946         UNTIL WS-SAT-IDX IS GREATER THAN WS-SAT-COUNT
050947     IF CP-SAT-SERIES-CODE IS EQUAL TO SPACES
050948         OR WS-SAT-MATCH-IDX IS GREATER THAN ZERO
050949         OR CP-SAT-PAD-WIDTH IS NOT NUMERIC
050950         OR CP-SAT-PAD-WIDTH IS EQUAL TO ZERO
050951         OR CP-SAT-PAD-WIDTH IS GREATER THAN 12
050952         OR NOT (SAT-CHECK-NONE OR SAT-CHECK-LUHN
050953                 OR SAT-CHECK-MOD11)
050954         MOVE 0309 TO WS-RETURN-CODE
050955         DISPLAY "TEST-ALLOC RC0309 - INVALID OR DUPLICATE "
050956             "SERIES-ATTRIBUTES RECORD - '"
050957             CP-SERIES-ATTR-RECORD(1:19) "'"
050958         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
050959     END-IF
050960     ADD 1 TO WS-SAT-COUNT
050961     MOVE CP-SAT-SERIES-CODE TO WS-SAT-SERIES(WS-SAT-COUNT)
050962     MOVE CP-SAT-PREFIX TO WS-SAT-PREFIX(WS-SAT-COUNT)
050963     MOVE CP-SAT-SUFFIX TO WS-SAT-SUFFIX(WS-SAT-COUNT)
050964     MOVE CP-SAT-PAD-WIDTH TO WS-SAT-WIDTH(WS-SAT-COUNT)
050965     MOVE CP-SAT-CHECK-SCHEME TO WS-SAT-SCHEME(WS-SAT-COUNT)
050966     IF SAT-CHECK-NONE
050967         MOVE "N" TO WS-SAT-SCHEME(WS-SAT-COUNT)
050968     END-IF.
050969 1030-EXIT.
050970     EXIT.
050971
051000*****************************************************************
051100*    1050-READ-REGISTRY-RECORD - READ, VALIDATE AND TABLE ONE   *
051200*    REGISTRY RECORD.  EVERY RECORD FOR ONE SYSTEM MUST NAME    *
122400
122500*****************************************************************
122600*    2400-WRITE-ALLOC-RECORD - WRITE THE SEQUENCE RECORD, AS    *
122700*    IS, FOLLOWED BY THE NUMBER FORMATTED FOR ITS SERIES, TO    *
122710*    THE ALLOCATION FILE OF THE ASSIGNED SYSTEM'S SLOT.         *
122800*****************************************************************
122900 2400-WRITE-ALLOC-RECORD.
122910     MOVE SPACES TO CP-ALLOC-OUT-RECORD
122920     MOVE CP-SEQ-OUTPUT-RECORD TO CP-ALO-SEQ-IMAGE
122930     MOVE CP-SEQ-SERIES-CODE TO WS-FMT-SERIES
122940     MOVE CP-SEQ-NUMBER TO WS-FMT-NUMBER
122950     PERFORM 9700-FORMAT-NUMBER THRU 9700-EXIT
122960     MOVE WS-FMT-RESULT TO CP-ALO-FORMATTED
123000     EVALUATE WS-DMD-SLOT(WS-ASSIGN-IDX)
123100         WHEN 1
123200             WRITE CP-ALLOC1-RECORD FROM CP-ALLOC-OUT-RECORD
123300         WHEN 2
123400             WRITE CP-ALLOC2-RECORD FROM CP-ALLOC-OUT-RECORD
123500         WHEN 3
123600             WRITE CP-ALLOC3-RECORD FROM CP-ALLOC-OUT-RECORD
123700         WHEN 4
123800             WRITE CP-ALLOC4-RECORD FROM CP-ALLOC-OUT-RECORD
123900         WHEN 5
124000             WRITE CP-ALLOC5-RECORD FROM CP-ALLOC-OUT-RECORD
124100         WHEN 6
124200             WRITE CP-ALLOC6-RECORD FROM CP-ALLOC-OUT-RECORD
124300         WHEN 7
124400             WRITE CP-ALLOC7-RECORD FROM CP-ALLOC-OUT-RECORD
124500         WHEN 8
124600             WRITE CP-ALLOC8-RECORD FROM CP-ALLOC-OUT-RECORD
124700     END-EVALUATE.
124800 2400-EXIT.
124900     EXIT.
138700     END-IF.
138800 4100-EXIT.
138900     EXIT.
138901
138902*****************************************************************
138903*    9700-FORMAT-NUMBER - FORMAT WS-FMT-NUMBER THE WAY SERIES   *
138904*    WS-FMT-SERIES IS QUOTED (CPSERATR): PREFIX, DIGITS ZERO-   *
138905*    PADDED TO THE SERIES' WIDTH (NEVER TRUNCATED), CHECK       *
138906*    DIGIT, SUFFIX.  THE RESULT IS LEFT IN WS-FMT-RESULT.       *
138907*****************************************************************
138908 9700-FORMAT-NUMBER.
138909     MOVE SPACES TO WS-FMT-RESULT
138910     MOVE WS-FMT-NUMBER TO WS-FMT-DIGITS
138911     MOVE 9 TO WS-FMT-WIDTH
138912     MOVE "N" TO WS-FMT-SCHEME
138913     MOVE ZERO TO WS-SAT-MATCH-IDX
138914     PERFORM 9705-MATCH-SERIES-ATTR THRU 9705-EXIT
138915         VARYING WS-SAT-IDX FROM 1 BY 1
138916         UNTIL WS-SAT-IDX IS GREATER THAN WS-SAT-COUNT
138917     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
138918         MOVE WS-SAT-WIDTH(WS-SAT-MATCH-IDX) TO WS-FMT-WIDTH
138919         MOVE WS-SAT-SCHEME(WS-SAT-MATCH-IDX) TO WS-FMT-SCHEME
138920     END-IF
138921     COMPUTE WS-FMT-START = 13 - WS-FMT-WIDTH
138922*    A NUMBER WITH MORE SIGNIFICANT DIGITS THAN THE WIDTH IS
138923*    SHOWN IN FULL.
138924     PERFORM 9701-FIND-FIRST-DIGIT THRU 9701-EXIT
138925         VARYING WS-FMT-POS FROM 4 BY 1
138926         UNTIL WS-FMT-POS IS NOT LESS THAN WS-FMT-START
138927     PERFORM 9710-COMPUTE-CHECK-DIGIT THRU 9710-EXIT
138928     MOVE 1 TO WS-FMT-PTR
138929     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
138930         STRING WS-SAT-PREFIX(WS-SAT-MATCH-IDX)
138931                    DELIMITED BY SPACE
138932             INTO WS-FMT-RESULT
138933             WITH POINTER WS-FMT-PTR
138934         END-STRING
138935     END-IF
138936     STRING WS-FMT-DIGITS-X(WS-FMT-START:13 - WS-FMT-START)
138937                DELIMITED BY SIZE
138938            WS-FMT-CHECK-CHAR DELIMITED BY SPACE
138939         INTO WS-FMT-RESULT
138940         WITH POINTER WS-FMT-PTR
138941     END-STRING
138942     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
138943         STRING WS-SAT-SUFFIX(WS-SAT-MATCH-IDX)
138944                    DELIMITED BY SPACE
138945             INTO WS-FMT-RESULT
138946             WITH POINTER WS-FMT-PTR
138947         END-STRING
138948     END-IF.
138949 9700-EXIT.
138950     EXIT.
138951
138952*****************************************************************
138953*    9701-FIND-FIRST-DIGIT - PULL THE FIRST DIGIT SHOWN LEFT TO *
138954*    THE NUMBER'S FIRST SIGNIFICANT DIGIT WHEN THAT LIES LEFT   *
138955*    OF THE PADDED WIDTH.                                       *
138956*****************************************************************
138957 9701-FIND-FIRST-DIGIT.
138958     IF WS-FMT-DIGIT(WS-FMT-POS) IS NOT EQUAL TO ZERO
138959         MOVE WS-FMT-POS TO WS-FMT-START
138960     END-IF.
138961 9701-EXIT.
138962     EXIT.
138963
138964*****************************************************************
138965*    9705-MATCH-SERIES-ATTR - NOTE THE ATTRIBUTE ENTRY FOR      *
138966*    SERIES WS-FMT-SERIES.                                      *
138967*****************************************************************
138968 9705-MATCH-SERIES-ATTR.
138969     IF WS-SAT-SERIES(WS-SAT-IDX) IS EQUAL TO WS-FMT-SERIES
138970         MOVE WS-SAT-IDX TO WS-SAT-MATCH-IDX
138971     END-IF.
138972 9705-EXIT.
138973     EXIT.
139000
139002*****************************************************************
139003*    9710-COMPUTE-CHECK-DIGIT - WORK THE CHECK CHARACTER FOR    *
139004*    THE DIGITS FROM WS-FMT-START TO THE RIGHT-HAND END UNDER   *
139005*    SCHEME WS-FMT-SCHEME.  NO SCHEME LEAVES IT A SPACE.        *
139006*****************************************************************
139007 9710-COMPUTE-CHECK-DIGIT.
139008     MOVE SPACE TO WS-FMT-CHECK-CHAR
139009     IF NOT FMT-CHECK-LUHN
139010         AND NOT FMT-CHECK-MOD11
139011         GO TO 9710-EXIT
139012     END-IF
139013     MOVE ZERO TO WS-FMT-SUM
139014     MOVE "Y" TO WS-FMT-SW-DOUBLE
139015     MOVE 2 TO WS-FMT-WEIGHT
139016     PERFORM 9711-WEIGH-ONE-DIGIT THRU 9711-EXIT
139017         VARYING WS-FMT-POS FROM 12 BY -1
139018         UNTIL WS-FMT-POS IS LESS THAN WS-FMT-START
139019     IF FMT-CHECK-LUHN
139020         DIVIDE WS-FMT-SUM BY 10 GIVING WS-FMT-QUOTIENT
139021             REMAINDER WS-FMT-REMAINDER
139022         IF WS-FMT-REMAINDER IS EQUAL TO ZERO
139023             MOVE ZERO TO WS-FMT-CHECK-VALUE
139024         ELSE
139025             COMPUTE WS-FMT-CHECK-VALUE = 10 - WS-FMT-REMAINDER
139026         END-IF
139027     ELSE
139028         DIVIDE WS-FMT-SUM BY 11 GIVING WS-FMT-QUOTIENT
139029             REMAINDER WS-FMT-REMAINDER
139030         COMPUTE WS-FMT-CHECK-VALUE = 11 - WS-FMT-REMAINDER
139031     END-IF
139032     EVALUATE WS-FMT-CHECK-VALUE
139033         WHEN 11
139034             MOVE "0" TO WS-FMT-CHECK-CHAR
139035         WHEN 10
139036             MOVE "X" TO WS-FMT-CHECK-CHAR
139037         WHEN OTHER
139038             MOVE WS-FMT-CHECK-VALUE TO WS-FMT-CHECK-DIGIT
139039             MOVE WS-FMT-CHECK-DIGIT TO WS-FMT-CHECK-CHAR
139040     END-EVALUATE.
139041 9710-EXIT.
139042     EXIT.
139043
139044*****************************************************************
139045*    9711-WEIGH-ONE-DIGIT - ADD ONE DIGIT, RIGHT TO LEFT, INTO  *
139046*    THE CHECK SUM.  LUHN DOUBLES EVERY OTHER DIGIT STARTING    *
139047*    WITH THE RIGHTMOST; MOD-11 WEIGHS 2 TO 7 AND ROUND AGAIN.  *
139048*****************************************************************
139049 9711-WEIGH-ONE-DIGIT.
139050     IF FMT-CHECK-LUHN
139051         IF FMT-DOUBLE-THIS-DIGIT
139052             COMPUTE WS-FMT-PRODUCT =
139053                 WS-FMT-DIGIT(WS-FMT-POS) * 2
139054             IF WS-FMT-PRODUCT IS GREATER THAN 9
139055                 SUBTRACT 9 FROM WS-FMT-PRODUCT
139056             END-IF
139057             MOVE "N" TO WS-FMT-SW-DOUBLE
139058         ELSE
139059             MOVE WS-FMT-DIGIT(WS-FMT-POS) TO WS-FMT-PRODUCT
139060             MOVE "Y" TO WS-FMT-SW-DOUBLE
139061         END-IF
139062     ELSE
139063         COMPUTE WS-FMT-PRODUCT =
139064             WS-FMT-DIGIT(WS-FMT-POS) * WS-FMT-WEIGHT
139065         ADD 1 TO WS-FMT-WEIGHT
139066         IF WS-FMT-WEIGHT IS GREATER THAN 7
139067             MOVE 2 TO WS-FMT-WEIGHT
139068         END-IF
139069     END-IF
139070     ADD WS-FMT-PRODUCT TO WS-FMT-SUM.
139071 9711-EXIT.
139072     EXIT.
139073
139100*****************************************************************
139200*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
139300*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
