015600*                     NUMBER; TEST-SEQMNT'S NEWERA ACTION
015700*                     OPENS THE NEXT ERA AND RESETS THE
015800*                     SERIES' NEXT NUMBER.  DECK RESEQUENCED.
015810*    10/15/26   JAD   THE RUN-COUNT PARM FIELD MAY NOW BE THE
015820*                     LITERAL SIZED - EACH SERIES THEN GENERATES
015830*                     ITS OWN COUNT FROM THE RUN-SIZING FILE
015840*                     (RUNSIZE, SEE CPRUNSIZ) WRITTEN BY
015850*                     TEST-RUNSIZE FROM THE DAY'S DEMAND, AND A
015860*                     SERIES SIZED ZERO IS LEFT OUT OF THE RUN.
015870*                     THE HEADER AND RUN-CONTROL REQUESTED COUNT
015880*                     IS THEN THE RUN'S TOTAL.  A MISSING OR BAD
015890*                     SIZING FILE STOPS WITH RC0114.
015891*    10/15/26   JAD   EACH CSV/JSON EXPORT LINE NOW CARRIES THE
015892*                     NUMBER FORMATTED FOR ITS SERIES (PREFIX,
015893*                     PADDING, CHECK DIGIT, SUFFIX) FROM THE
015894*                     OPTIONAL SERIES-ATTRIBUTES FILE (SERATTR
015895*                     - SEE CPSERATR) BESIDE THE RAW NUMBER -
015896*                     A FOURTH CSV COLUMN, A "FORMATTED" JSON
015897*                     MEMBER.  EXPFILE GREW 80 TO 120.  A BAD
015898*                     ATTRIBUTES FILE STOPS WITH RC0115.
015900*****************************************************************
016000 ENVIRONMENT DIVISION.
016100 CONFIGURATION SECTION.
020100         ORGANIZATION IS SEQUENTIAL
020200         FILE STATUS IS WS-RESERVE-STATUS.
020300
020320     SELECT SIZE-FILE
020340         ASSIGN TO RUNSIZE
020360         ORGANIZATION IS SEQUENTIAL
020380         FILE STATUS IS WS-SIZE-STATUS.
020382
020384     SELECT SERATTR-FILE
020386         ASSIGN TO SERATTR
020388         ORGANIZATION IS SEQUENTIAL
020390         FILE STATUS IS WS-SERATTR-STATUS.
020392
020400     SELECT REPORT-FILE
020500         ASSIGN TO RPTFILE
020600         ORGANIZATION IS SEQUENTIAL
024700     RECORD CONTAINS 40 CHARACTERS
024800     RECORDING MODE IS F.
024900 COPY CPRESRV.
024910
024920 FD  SIZE-FILE
024930     RECORD CONTAINS 80 CHARACTERS
024940     RECORDING MODE IS F.
024950 COPY CPRUNSIZ.
024960
024965 FD  SERATTR-FILE
024970     RECORD CONTAINS 80 CHARACTERS
024975     RECORDING MODE IS F.
024980 COPY CPSERATR.
025000
025100 FD  REPORT-FILE
025200     RECORD CONTAINS 132 CHARACTERS
025400 01  CP-RPT-LINE                 PIC X(132).
025500
025600 FD  EXPORT-FILE
025700     RECORD CONTAINS 120 CHARACTERS
025800     RECORDING MODE IS F.
025900 COPY CPEXPRT.
026000
029900*           BUSINESS DATE HAS NO COMPLETE (OR RECONCILED)       *
030000*           RUN TO TOP UP - A TOP-UP WITHOUT A BASE IS A        *
030100*           KEYING ERROR, NOT A BUSINESS EVENT.                 *
030110*    RC0114  THE RUN-COUNT WAS SIZED BUT THE RUN-SIZING FILE    *
030120*           FAILED TO OPEN, HELD AN INVALID RECORD (BLANK       *
030130*           SERIES, NON-NUMERIC COUNT) OR MORE RECORDS THAN     *
030140*           THE SIZE TABLE ALLOWS, HAD NO RECORD FOR A LISTED   *
030150*           SERIES, OR SIZED EVERY LISTED SERIES ZERO - OR THE  *
030160*           PARM ASKED FOR A SIZED SUPPLEMENT (A TOP-UP IS      *
030170*           SIZED BY HAND).                                     *
030180*    RC0115  THE SERIES-ATTRIBUTES FILE FAILED TO OPEN, HELD    *
030185*           AN INVALID OR DUPLICATE RECORD (BLANK SERIES,       *
030190*           WIDTH NOT 01-12, CHECK SCHEME NOT N, L OR M), OR    *
030195*           HELD MORE RECORDS THAN THE ATTRIBUTE TABLE ALLOWS.  *
030200*****************************************************************
030300 77  WS-SEQOUT-STATUS            PIC X(02) VALUE "00".
030400 77  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
030900 77  WS-SEQMSTO-STATUS           PIC X(02) VALUE "00".
031000 77  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
031100 77  WS-RESERVE-STATUS           PIC X(02) VALUE "00".
031150 77  WS-SIZE-STATUS              PIC X(02) VALUE "00".
031160 77  WS-SERATTR-STATUS           PIC X(02) VALUE "00".
031200
031300*    WS-BUS-DATE IS THE BUSINESS DATE POSTED TO THE RUN-     *
031400*    CONTROL FILE - THE CURRENT DATE ON A FRESH RUN, BUT ON A  *
042400         88  RUN-IS-FORCED           VALUE "Y".
042500     05  WS-SW-SUPP-RUN          PIC X(01) VALUE "N".
042600         88  RUN-IS-SUPPLEMENT       VALUE "Y".
042620     05  WS-SW-SIZED-RUN         PIC X(01) VALUE "N".
042640         88  RUN-IS-SIZED            VALUE "Y".
042660     05  WS-SW-SIZE-EOF          PIC X(01) VALUE "N".
042680         88  SIZE-AT-END             VALUE "Y".
042700     05  WS-SW-DATE-DONE         PIC X(01) VALUE "N".
042800         88  BUS-DATE-HAS-RUN        VALUE "Y".
042900     05  WS-SW-STARTED-POSTED    PIC X(01) VALUE "N".
043400*****************************************************************
043500*    SERIES TABLE - ONE ENTRY PER SERIES CODE REQUESTED ON THE  *
043600*    PARM.  THE START NUMBER COMES FROM THE SEQUENCE MASTER;    *
043610*    THE REQUESTED COUNT IS THE PARM'S RUN-COUNT, OR ON A SIZED *
043620*    RUN THE SERIES' OWN COUNT FROM THE RUN-SIZING FILE; THE    *
043700*    FINAL NUMBER IS START + REQUESTED COUNT - 1; THE RESUME    *
043800*    NUMBER IS WHERE GENERATION ACTUALLY BEGINS (EQUAL TO THE   *
043900*    START NUMBER ON A FRESH RUN, BEYOND IT ON A RESTART).      *
044000*****************************************************************
044400     05  WS-DUP-IDX              PIC 9(02) COMP VALUE 0.
044500     05  WS-SERIES-ENTRY OCCURS 5 TIMES.
044600         10  WS-SER-CODE         PIC X(04).
044650         10  WS-SER-REQ-COUNT    PIC 9(09) COMP.
044700         10  WS-SER-START-NUMBER PIC 9(10) COMP.
044800         10  WS-SER-FINAL-NUMBER PIC 9(10) COMP.
044900         10  WS-SER-RESUME-NUMBER PIC 9(10) COMP.
045300         10  WS-SER-SW-CKPT      PIC X(01).
045400             88  SER-CKPT-FOUND      VALUE "Y".
045500         10  WS-SER-ERA          PIC 9(02).
045505
045510*****************************************************************
045515*    RUN-SIZE TABLE - THE IN-CORE IMAGE OF THE RUN-SIZING FILE  *
045520*    ON A SIZED RUN, ONE ENTRY PER SERIES TEST-RUNSIZE SIZED.   *
045525*****************************************************************
045530 01  WS-SIZE-FIELDS.
045535     05  WS-SIZE-COUNT           PIC 9(02) COMP VALUE 0.
045540     05  WS-SIZE-IDX             PIC 9(02) COMP VALUE 0.
045545     05  WS-SIZE-MATCH-IDX       PIC 9(02) COMP VALUE 0.
045550     05  WS-SIZE-ENTRY OCCURS 5 TIMES.
045555         10  WS-SIZ-SER-CODE     PIC X(04).
045560         10  WS-SIZ-RUN-COUNT    PIC 9(09) COMP.
045600
045700*****************************************************************
045800*    IN-CORE IMAGE OF THE SEQUENCE-MASTER FILE.  EVERY MASTER   *
051200         10  WS-RSV-REASON       PIC X(04).
051300         10  WS-RSV-ERA          PIC 9(02).
051400
051401*****************************************************************
051402*    SERIES-ATTRIBUTE TABLE - THE SERIES-ATTRIBUTES FILE        *
051403*    (CPSERATR), LOADED WHOLE.  A SERIES WITH NO ENTRY IS       *
051404*    FORMATTED AS ITS PLAIN 9-DIGIT NUMBER, NO CHECK DIGIT.     *
051405*****************************************************************
051406 01  WS-SERIES-ATTR-FIELDS.
051407     05  WS-SAT-COUNT            PIC 9(02) COMP VALUE 0.
051408     05  WS-SAT-IDX              PIC 9(02) COMP VALUE 0.
051409     05  WS-SAT-MATCH-IDX        PIC 9(02) COMP VALUE 0.
051410     05  WS-SW-SAT-EOF           PIC X(01) VALUE "N".
051411         88  SERATTR-AT-END          VALUE "Y".
051412     05  WS-SAT-ENTRY OCCURS 20 TIMES.
051413         10  WS-SAT-SERIES       PIC X(04).
051414         10  WS-SAT-PREFIX       PIC X(06).
051415         10  WS-SAT-SUFFIX       PIC X(06).
051416         10  WS-SAT-WIDTH        PIC 9(02).
051417         10  WS-SAT-SCHEME       PIC X(01).
051418
051419*****************************************************************
051420*    NUMBER-FORMATTING WORK FIELDS - 9700 FORMATS WS-FMT-NUMBER *
051421*    OF SERIES WS-FMT-SERIES INTO WS-FMT-RESULT.  THE DIGITS    *
051422*    ARE WORKED RIGHT-JUSTIFIED IN A 12-DIGIT FIELD;            *
051423*    WS-FMT-START IS THE POSITION OF THE FIRST DIGIT SHOWN.     *
051426*****************************************************************
051427 01  WS-FORMAT-FIELDS.
051428     05  WS-FMT-SERIES           PIC X(04) VALUE SPACES.
051429     05  WS-FMT-NUMBER           PIC 9(09) VALUE ZERO.
051430     05  WS-FMT-RESULT           PIC X(25) VALUE SPACES.
051432     05  WS-FMT-DIGITS           PIC 9(12) VALUE ZERO.
051433     05  WS-FMT-DIGITS-R REDEFINES WS-FMT-DIGITS.
051434         10  WS-FMT-DIGIT        PIC 9(01) OCCURS 12 TIMES.
051435     05  WS-FMT-DIGITS-X REDEFINES WS-FMT-DIGITS
051436                                 PIC X(12).
051437     05  WS-FMT-WIDTH            PIC 9(02) COMP VALUE 0.
051438     05  WS-FMT-START            PIC 9(02) COMP VALUE 0.
051439     05  WS-FMT-POS              PIC 9(02) COMP VALUE 0.
051440     05  WS-FMT-PTR              PIC 9(02) COMP VALUE 0.
051446     05  WS-FMT-SUM              PIC 9(05) COMP VALUE 0.
051447     05  WS-FMT-PRODUCT          PIC 9(03) COMP VALUE 0.
051448     05  WS-FMT-WEIGHT           PIC 9(02) COMP VALUE 0.
051449     05  WS-FMT-QUOTIENT         PIC 9(05) COMP VALUE 0.
051450     05  WS-FMT-REMAINDER        PIC 9(02) COMP VALUE 0.
051451     05  WS-FMT-CHECK-VALUE      PIC 9(02) COMP VALUE 0.
051452     05  WS-FMT-CHECK-DIGIT      PIC 9(01) VALUE ZERO.
051453     05  WS-FMT-CHECK-CHAR       PIC X(01) VALUE SPACE.
051454     05  WS-FMT-SCHEME           PIC X(01) VALUE "N".
051455         88  FMT-CHECK-LUHN          VALUE "L".
051456         88  FMT-CHECK-MOD11         VALUE "M".
051457     05  WS-FMT-SW-DOUBLE        PIC X(01) VALUE "N".
051458         88  FMT-DOUBLE-THIS-DIGIT   VALUE "Y".
051500
051600 01  WS-DATE-TIME-FIELDS.
051700     05  WS-CURRENT-DATE         PIC 9(08).
060000*        CKPT-INTERVAL,OVERRIDE                                 *
060100*    RUN-COUNT  9(01-09) NUMERIC, THE NUMBER OF SEQUENCE        *
060200*               NUMBERS TO GENERATE PER SERIES THIS RUN.        *
060210*               OR THE LITERAL SIZED - EACH SERIES THEN         *
060220*               GENERATES THE COUNT TEST-RUNSIZE WROTE FOR IT   *
060230*               ON THE RUN-SIZING FILE (RUNSIZE DD), AND A      *
060240*               SERIES SIZED ZERO IS LEFT OUT OF THE RUN.       *
060250*               A SUPPLEMENT IS NEVER SIZED (RC0114).           *
060300*    MODE       NONE, CSV OR JSON - EXPORT FILE FORMAT.        *
060400*    RUN-ID     8-CHARACTER IDENTIFIER FOR THIS RUN, ALSO USED  *
060500*               TO MATCH A RESTART CHECKPOINT.                  *
064300*    9880-PRESERVE-SEQ-MASTER.
064400     PERFORM 1150-LOAD-SEQ-MASTER THRU 1150-EXIT
064500     PERFORM 1190-LOAD-RESERVED THRU 1190-EXIT
064510     PERFORM 1197-LOAD-SERIES-ATTR THRU 1197-EXIT
064600     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT
064700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
064800     MOVE WS-CURRENT-DATE TO WS-BUS-DATE
081600             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
081700     END-UNSTRING
081800
081805*    THE LITERAL SIZED TAKES EACH SERIES' COUNT FROM THE RUN-
081810*    SIZING FILE INSTEAD (SEE 1130-LOAD-RUN-SIZES, LOADED ONCE
081815*    THE SERIES LIST IS KNOWN).  A TOP-UP IS SIZED BY HAND, SO
081820*    SIZED WITH SUPP IS REFUSED.
081825     IF WS-PARM-COUNT-TEXT IS EQUAL TO "SIZED"
081830         IF WS-PARM-FORCE-TEXT IS EQUAL TO "SUPP"
081835             MOVE 0114 TO WS-RETURN-CODE
081840             DISPLAY "TEST-COB RC0114 - A SUPPLEMENT RUN CANNOT "
081845                 "BE SIZED - SUPPLY A NUMERIC RUN-COUNT"
081850             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
081855         END-IF
081860         MOVE "Y" TO WS-SW-SIZED-RUN
081865         DISPLAY "TEST-COB - SIZED RUN - PER-SERIES COUNTS FROM "
081870             "THE RUN-SIZING FILE"
081875         GO TO 1100-TAKE-OPTIONS
081880     END-IF
081890
081900     MOVE ZERO TO WS-PARM-COUNT-LEN
082000     INSPECT WS-PARM-COUNT-TEXT TALLYING WS-PARM-COUNT-LEN
082100         FOR CHARACTERS BEFORE INITIAL SPACE
084400         DISPLAY "TEST-COB RC0102 - RUN-COUNT MUST BE "
084500             "GREATER THAN ZERO"
084600         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
084700     END-IF.
084720
084740 1100-TAKE-OPTIONS.
084800
084900     IF WS-PARM-RUNID-TEXT IS EQUAL TO SPACES
085000         MOVE "DEFLTRUN" TO WS-RUN-ID
088300                 " CODES"
088400             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
088500     END-UNSTRING
088520     IF RUN-IS-SIZED
088540         PERFORM 1130-LOAD-RUN-SIZES THRU 1130-EXIT
088560     END-IF
088600     MOVE ZERO TO WS-SERIES-COUNT
088700     PERFORM 1120-LOAD-ONE-SERIES THRU 1120-EXIT
088800         VARYING WS-SERIES-IDX FROM 1 BY 1
088900         UNTIL WS-SERIES-IDX IS GREATER THAN
089000             WS-MAX-SERIES-PER-RUN
089010     IF RUN-IS-SIZED
089020         AND WS-SERIES-COUNT IS EQUAL TO ZERO
089030         MOVE 0114 TO WS-RETURN-CODE
089040         DISPLAY "TEST-COB RC0114 - EVERY LISTED SERIES IS SIZED "
089050             "ZERO - NO DEMAND TO GENERATE FOR"
089060         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
089070     END-IF
089100
089200     IF WS-PARM-CKPT-TEXT IS NOT EQUAL TO SPACES
089300         MOVE ZERO TO WS-PARM-CKPT-LEN
093100*    FROM THE PARM INTO THE SERIES TABLE.  A CODE ALREADY IN    *
093200*    THE TABLE STOPS THE RUN - TWO IDENTICAL ENTRIES WOULD      *
093300*    GENERATE THE SAME RANGE TWICE, WITH A TRAILER THAT         *
093400*    BALANCES BECAUSE BOTH SIDES DOUBLE.  ON A SIZED RUN THE    *
093410*    SERIES TAKES ITS OWN COUNT FROM THE RUN-SIZE TABLE, A      *
093420*    SERIES SIZED ZERO (NO DEMAND TONIGHT) IS LEFT OUT, AND     *
093430*    THE REQUESTED COUNT ACCUMULATES THE RUN'S TOTAL.           *
093500*****************************************************************
093600 1120-LOAD-ONE-SERIES.
093700     IF WS-PARM-SER-CODE(WS-SERIES-IDX) IS EQUAL TO SPACES
093710         GO TO 1120-EXIT
093720     END-IF
093800     PERFORM 1125-CHECK-DUP-SERIES THRU 1125-EXIT
093900         VARYING WS-DUP-IDX FROM 1 BY 1
094000         UNTIL WS-DUP-IDX IS GREATER THAN WS-SERIES-COUNT
094010     IF RUN-IS-SIZED
094020         PERFORM 1135-MATCH-RUN-SIZE THRU 1135-EXIT
094030         IF WS-SIZ-RUN-COUNT(WS-SIZE-MATCH-IDX) IS EQUAL TO ZERO
094040             DISPLAY "TEST-COB - SERIES "
094050                 WS-PARM-SER-CODE(WS-SERIES-IDX)
094060                 " IS SIZED ZERO - NOT GENERATED THIS RUN"
094070             GO TO 1120-EXIT
094080         END-IF
094090     END-IF
094100     ADD 1 TO WS-SERIES-COUNT
094200     MOVE WS-PARM-SER-CODE(WS-SERIES-IDX)
094300         TO WS-SER-CODE(WS-SERIES-COUNT)
094310     IF RUN-IS-SIZED
094320         MOVE WS-SIZ-RUN-COUNT(WS-SIZE-MATCH-IDX)
094400             TO WS-SER-REQ-COUNT(WS-SERIES-COUNT)
094410         ADD WS-SIZ-RUN-COUNT(WS-SIZE-MATCH-IDX)
094420             TO WS-REQUEST-COUNT
094430     ELSE
094440         MOVE WS-REQUEST-COUNT
094500             TO WS-SER-REQ-COUNT(WS-SERIES-COUNT)
094600     END-IF
094610     MOVE "N" TO WS-SER-SW-CKPT(WS-SERIES-COUNT)
094620     MOVE ZERO TO WS-SER-AUD-LAST(WS-SERIES-COUNT).
094700 1120-EXIT.
094800     EXIT.
094900
096300 1125-EXIT.
096400     EXIT.
096500
096501*****************************************************************
096502*    1130-LOAD-RUN-SIZES - ON A SIZED RUN, READ THE RUN-SIZING  *
096503*    FILE TEST-RUNSIZE WROTE INTO THE RUN-SIZE TABLE.  THE      *
096504*    FILE IS REQUIRED - A SIZED RUN WITH NO SIZES HAS NOTHING   *
096505*    TO GENERATE FROM, SO EVEN A MISSING DD STOPS WITH RC0114.  *
096506*****************************************************************
096507 1130-LOAD-RUN-SIZES.
096508     MOVE "N" TO WS-SW-SIZE-EOF
096509     OPEN INPUT SIZE-FILE
096510     IF WS-SIZE-STATUS IS NOT EQUAL TO "00"
096511         MOVE 0114 TO WS-RETURN-CODE
096512         DISPLAY "TEST-COB RC0114 - RUN-SIZING FILE FAILED TO "
096513             "OPEN - STATUS " WS-SIZE-STATUS
096514         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
096515     END-IF
096516     PERFORM 1132-READ-SIZE-RECORD THRU 1132-EXIT
096517         UNTIL SIZE-AT-END
096518     CLOSE SIZE-FILE.
096519 1130-EXIT.
096520     EXIT.
096521
096522*****************************************************************
096523*    1132-READ-SIZE-RECORD - VALIDATE AND TABLE ONE RUN-SIZING  *
096524*    RECORD.                                                    *
096525*****************************************************************
096526 1132-READ-SIZE-RECORD.
096527     READ SIZE-FILE
096528         AT END
096529             SET SIZE-AT-END TO TRUE
096530             GO TO 1132-EXIT
096531     END-READ
096532     IF WS-SIZE-COUNT IS GREATER THAN OR EQUAL TO
096533         WS-MAX-SERIES-PER-RUN
096534         MOVE 0114 TO WS-RETURN-CODE
096535         DISPLAY "TEST-COB RC0114 - MORE RUN-SIZING RECORDS THAN "
096536             "THE SIZE TABLE ALLOWS"
096537         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
096538     END-IF
096539     IF CP-SIZ-SERIES-CODE IS EQUAL TO SPACES
096540         OR CP-SIZ-RUN-COUNT IS NOT NUMERIC
096541         MOVE 0114 TO WS-RETURN-CODE
096542         DISPLAY "TEST-COB RC0114 - INVALID RUN-SIZING RECORD - '"
096543             CP-RUNSIZE-RECORD(1:13) "'"
096544         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
096545     END-IF
096546     ADD 1 TO WS-SIZE-COUNT
096547     MOVE CP-SIZ-SERIES-CODE TO WS-SIZ-SER-CODE(WS-SIZE-COUNT)
096548     MOVE CP-SIZ-RUN-COUNT TO WS-SIZ-RUN-COUNT(WS-SIZE-COUNT).
096549 1132-EXIT.
096550     EXIT.
096551
096552*****************************************************************
096553*    1135-MATCH-RUN-SIZE - FIND THE RUN-SIZE ENTRY FOR THE      *
096554*    SERIES BEING LOADED FROM THE PARM.  A LISTED SERIES THE    *
096555*    SIZING STEP NEVER SAW MEANS THE TWO STEPS WERE GIVEN       *
096556*    DIFFERENT LISTS (OR THE WRONG GENERATION), AND STOPS THE   *
096557*    RUN WITH RC0114.                                           *
096558*****************************************************************
096559 1135-MATCH-RUN-SIZE.
096560     MOVE ZERO TO WS-SIZE-MATCH-IDX
096561     PERFORM 1137-MATCH-ONE-SIZE THRU 1137-EXIT
096562         VARYING WS-SIZE-IDX FROM 1 BY 1
096563         UNTIL WS-SIZE-IDX IS GREATER THAN WS-SIZE-COUNT
096564     IF WS-SIZE-MATCH-IDX IS EQUAL TO ZERO
096565         MOVE 0114 TO WS-RETURN-CODE
096566         DISPLAY "TEST-COB RC0114 - SERIES '"
096567             WS-PARM-SER-CODE(WS-SERIES-IDX)
096568             "' HAS NO RECORD ON THE RUN-SIZING FILE"
096569         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
096570     END-IF.
096571 1135-EXIT.
096572     EXIT.
096573
096574 1137-MATCH-ONE-SIZE.
096575     IF WS-SIZE-MATCH-IDX IS EQUAL TO ZERO
096576         AND WS-SIZ-SER-CODE(WS-SIZE-IDX) IS EQUAL TO
096577             WS-PARM-SER-CODE(WS-SERIES-IDX)
096578         MOVE WS-SIZE-IDX TO WS-SIZE-MATCH-IDX
096579     END-IF.
096580 1137-EXIT.
096581     EXIT.
096600*****************************************************************
096700*    1150-LOAD-SEQ-MASTER - READ THE PERMANENT SEQUENCE-MASTER  *
096800*    FILE INTO THE IN-CORE MASTER TABLE.  EACH REQUESTED        *
107200     END-IF
107300     COMPUTE WS-SER-FINAL-NUMBER(WS-SERIES-IDX) =
107400         WS-SER-START-NUMBER(WS-SERIES-IDX)
107500             + WS-SER-REQ-COUNT(WS-SERIES-IDX) - 1
107600         ON SIZE ERROR
107700             MOVE 0103 TO WS-RETURN-CODE
107800             DISPLAY "TEST-COB RC0103 - SEQUENCE COUNTER WOULD "
124200 1196-EXIT.
124300     EXIT.
124400
124401*****************************************************************
124402*    1197-LOAD-SERIES-ATTR - LOAD THE SERIES-ATTRIBUTES FILE.   *
124403*    THE FILE IS OPTIONAL - WITHOUT IT EVERY SERIES IS          *
124404*    FORMATTED AS ITS PLAIN 9-DIGIT NUMBER.                     *
124405*****************************************************************
124406 1197-LOAD-SERIES-ATTR.
124407     MOVE "N" TO WS-SW-SAT-EOF
124408     OPEN INPUT SERATTR-FILE
124409     EVALUATE WS-SERATTR-STATUS
124410         WHEN "00"
124411             PERFORM 1198-READ-SERIES-ATTR THRU 1198-EXIT
124412                 UNTIL SERATTR-AT-END
124413             CLOSE SERATTR-FILE
124414         WHEN "35"
124415             CONTINUE
124416         WHEN OTHER
124417             MOVE 0115 TO WS-RETURN-CODE
124418             DISPLAY "TEST-COB RC0115 - SERIES-ATTRIBUTES FILE "
124419                 "FAILED TO OPEN - STATUS " WS-SERATTR-STATUS
124420             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
124421     END-EVALUATE.
124422 1197-EXIT.
124423     EXIT.
124424
124425*****************************************************************
124426*    1198-READ-SERIES-ATTR - VALIDATE AND TABLE ONE SERIES-     *
124427*    ATTRIBUTES RECORD.  A BAD RECORD STOPS THE RUN - A NUMBER  *
124428*    FORMATTED WRONGLY WOULD BE QUOTED BACK WRONGLY FOR YEARS.  *
124429*****************************************************************
124430 1198-READ-SERIES-ATTR.
124431     READ SERATTR-FILE
124432         AT END
124433             SET SERATTR-AT-END TO TRUE
124434             GO TO 1198-EXIT
124435     END-READ
124436     IF WS-SAT-COUNT IS GREATER THAN OR EQUAL TO 20
124437         MOVE 0115 TO WS-RETURN-CODE
124438         DISPLAY "TEST-COB RC0115 - MORE SERIES-ATTRIBUTES "
124439             "RECORDS THAN THE ATTRIBUTE TABLE ALLOWS"
124440         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
124441     END-IF
124442     MOVE CP-SAT-SERIES-CODE TO WS-FMT-SERIES
124443     MOVE ZERO TO WS-SAT-MATCH-IDX
124444     PERFORM 9705-MATCH-SERIES-ATTR THRU 9705-EXIT
124445         VARYING WS-SAT-IDX FROM 1 BY 1
124446         UNTIL WS-SAT-IDX IS GREATER THAN WS-SAT-COUNT
124447     IF CP-SAT-SERIES-CODE IS EQUAL TO SPACES
124448         OR WS-SAT-MATCH-IDX IS GREATER THAN ZERO
124449         OR CP-SAT-PAD-WIDTH IS NOT NUMERIC
124450         OR CP-SAT-PAD-WIDTH IS EQUAL TO ZERO
124451         OR CP-SAT-PAD-WIDTH IS GREATER THAN 12
124452         OR NOT (SAT-CHECK-NONE OR SAT-CHECK-LUHN
124453                 OR SAT-CHECK-MOD11)
124454         MOVE 0115 TO WS-RETURN-CODE
124455         DISPLAY "TEST-COB RC0115 - INVALID OR DUPLICATE "
124456             "SERIES-ATTRIBUTES RECORD - '"
124457             CP-SERIES-ATTR-RECORD(1:19) "'"
124458         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
124459     END-IF
124460     ADD 1 TO WS-SAT-COUNT
124461     MOVE CP-SAT-SERIES-CODE TO WS-SAT-SERIES(WS-SAT-COUNT)
124462     MOVE CP-SAT-PREFIX TO WS-SAT-PREFIX(WS-SAT-COUNT)
124463     MOVE CP-SAT-SUFFIX TO WS-SAT-SUFFIX(WS-SAT-COUNT)
124464     MOVE CP-SAT-PAD-WIDTH TO WS-SAT-WIDTH(WS-SAT-COUNT)
124465     MOVE CP-SAT-CHECK-SCHEME TO WS-SAT-SCHEME(WS-SAT-COUNT)
124466     IF SAT-CHECK-NONE
124467         MOVE "N" TO WS-SAT-SCHEME(WS-SAT-COUNT)
124468     END-IF.
124469 1198-EXIT.
124470     EXIT.
124471
124500*****************************************************************
124600*    1200-OPEN-FILES - OPEN THE OUTPUT FILES FOR THIS RUN.  A    *
124700*    RESTARTED RUN EXTENDS THE SEQUENCE-OUTPUT, AUDIT AND (WHEN  *
189500
189600*****************************************************************
189700*    2150-WRITE-EXPORT-RECORD - CSV OR JSON LINE FOR THE        *
189800*    NON-COBOL SIDE OF THE SHOP: RUN-ID, SERIES, RAW NUMBER,    *
189810*    AND THE NUMBER AS FORMATTED FOR ITS SERIES (CPSERATR).     *
189900*****************************************************************
190000 2150-WRITE-EXPORT-RECORD.
190100     MOVE SPACES TO CP-EXP-LINE
190200     MOVE WS-CURRENT-NUMBER TO WS-NUMBER-DISPLAY
190210     MOVE WS-CURRENT-SERIES TO WS-FMT-SERIES
190220     MOVE WS-CURRENT-NUMBER TO WS-FMT-NUMBER
190230     PERFORM 9700-FORMAT-NUMBER THRU 9700-EXIT
190300     IF EXPORT-IS-CSV
190400         STRING WS-RUN-ID DELIMITED BY SPACE
190500             "," DELIMITED BY SIZE
190600             WS-CURRENT-SERIES DELIMITED BY SPACE
190700             "," DELIMITED BY SIZE
190800             WS-NUMBER-DISPLAY DELIMITED BY SIZE
190810             "," DELIMITED BY SIZE
190820             WS-FMT-RESULT DELIMITED BY SPACE
190900             INTO CP-EXP-LINE
191000         END-STRING
191100     ELSE
192000             """,""seqNumber"":" DELIMITED BY SIZE
192100             WS-NUMBER-JSON-EDIT
192200                 (WS-NUMBER-JSON-LEADSP + 1:) DELIMITED BY SIZE
192210             ",""formatted"":""" DELIMITED BY SIZE
192220             WS-FMT-RESULT DELIMITED BY SPACE
192300             """}" DELIMITED BY SIZE
192400             INTO CP-EXP-LINE
192500         END-STRING
192600     END-IF
223700     END-IF.
223800 9675-EXIT.
223900     EXIT.
223901
223902*****************************************************************
223903*    9700-FORMAT-NUMBER - FORMAT WS-FMT-NUMBER THE WAY SERIES   *
223904*    WS-FMT-SERIES IS QUOTED (CPSERATR): PREFIX, DIGITS ZERO-   *
223905*    PADDED TO THE SERIES' WIDTH (NEVER TRUNCATED), CHECK       *
223906*    DIGIT, SUFFIX.  THE RESULT IS LEFT IN WS-FMT-RESULT.       *
223907*****************************************************************
223908 9700-FORMAT-NUMBER.
223909     MOVE SPACES TO WS-FMT-RESULT
223910     MOVE WS-FMT-NUMBER TO WS-FMT-DIGITS
223911     MOVE 9 TO WS-FMT-WIDTH
223912     MOVE "N" TO WS-FMT-SCHEME
223913     MOVE ZERO TO WS-SAT-MATCH-IDX
223914     PERFORM 9705-MATCH-SERIES-ATTR THRU 9705-EXIT
223915         VARYING WS-SAT-IDX FROM 1 BY 1
223916         UNTIL WS-SAT-IDX IS GREATER THAN WS-SAT-COUNT
223917     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
223918         MOVE WS-SAT-WIDTH(WS-SAT-MATCH-IDX) TO WS-FMT-WIDTH
223919         MOVE WS-SAT-SCHEME(WS-SAT-MATCH-IDX) TO WS-FMT-SCHEME
223920     END-IF
223921     COMPUTE WS-FMT-START = 13 - WS-FMT-WIDTH
223922*    A NUMBER WITH MORE SIGNIFICANT DIGITS THAN THE WIDTH IS
223923*    SHOWN IN FULL.
223924     PERFORM 9701-FIND-FIRST-DIGIT THRU 9701-EXIT
223925         VARYING WS-FMT-POS FROM 4 BY 1
223926         UNTIL WS-FMT-POS IS NOT LESS THAN WS-FMT-START
223927     PERFORM 9710-COMPUTE-CHECK-DIGIT THRU 9710-EXIT
223928     MOVE 1 TO WS-FMT-PTR
223929     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
223930         STRING WS-SAT-PREFIX(WS-SAT-MATCH-IDX)
223931                    DELIMITED BY SPACE
223932             INTO WS-FMT-RESULT
223933             WITH POINTER WS-FMT-PTR
223934         END-STRING
223935     END-IF
223936     STRING WS-FMT-DIGITS-X(WS-FMT-START:13 - WS-FMT-START)
223937                DELIMITED BY SIZE
223938            WS-FMT-CHECK-CHAR DELIMITED BY SPACE
223939         INTO WS-FMT-RESULT
223940         WITH POINTER WS-FMT-PTR
223941     END-STRING
223942     IF WS-SAT-MATCH-IDX IS GREATER THAN ZERO
223943         STRING WS-SAT-SUFFIX(WS-SAT-MATCH-IDX)
223944                    DELIMITED BY SPACE
223945             INTO WS-FMT-RESULT
223946             WITH POINTER WS-FMT-PTR
223947         END-STRING
223948     END-IF.
223949 9700-EXIT.
223950     EXIT.
223951
223952*****************************************************************
223953*    9701-FIND-FIRST-DIGIT - PULL THE FIRST DIGIT SHOWN LEFT TO *
223954*    THE NUMBER'S FIRST SIGNIFICANT DIGIT WHEN THAT LIES LEFT   *
223955*    OF THE PADDED WIDTH.                                       *
223956*****************************************************************
223957 9701-FIND-FIRST-DIGIT.
223958     IF WS-FMT-DIGIT(WS-FMT-POS) IS NOT EQUAL TO ZERO
223959         MOVE WS-FMT-POS TO WS-FMT-START
223960     END-IF.
223961 9701-EXIT.
223962     EXIT.
223963
223964*****************************************************************
223965*    9705-MATCH-SERIES-ATTR - NOTE THE ATTRIBUTE ENTRY FOR      *
223966*    SERIES WS-FMT-SERIES.                                      *
223967*****************************************************************
223968 9705-MATCH-SERIES-ATTR.
223969     IF WS-SAT-SERIES(WS-SAT-IDX) IS EQUAL TO WS-FMT-SERIES
223970         MOVE WS-SAT-IDX TO WS-SAT-MATCH-IDX
223971     END-IF.
223972 9705-EXIT.
223973     EXIT.
224000
224002*****************************************************************
224003*    9710-COMPUTE-CHECK-DIGIT - WORK THE CHECK CHARACTER FOR    *
224004*    THE DIGITS FROM WS-FMT-START TO THE RIGHT-HAND END UNDER   *
224005*    SCHEME WS-FMT-SCHEME.  NO SCHEME LEAVES IT A SPACE.        *
224006*****************************************************************
224007 9710-COMPUTE-CHECK-DIGIT.
224008     MOVE SPACE TO WS-FMT-CHECK-CHAR
224009     IF NOT FMT-CHECK-LUHN
224010         AND NOT FMT-CHECK-MOD11
224011         GO TO 9710-EXIT
224012     END-IF
224013     MOVE ZERO TO WS-FMT-SUM
224014     MOVE "Y" TO WS-FMT-SW-DOUBLE
224015     MOVE 2 TO WS-FMT-WEIGHT
224016     PERFORM 9711-WEIGH-ONE-DIGIT THRU 9711-EXIT
224017         VARYING WS-FMT-POS FROM 12 BY -1
224018         UNTIL WS-FMT-POS IS LESS THAN WS-FMT-START
224019     IF FMT-CHECK-LUHN
224020         DIVIDE WS-FMT-SUM BY 10 GIVING WS-FMT-QUOTIENT
224021             REMAINDER WS-FMT-REMAINDER
224022         IF WS-FMT-REMAINDER IS EQUAL TO ZERO
224023             MOVE ZERO TO WS-FMT-CHECK-VALUE
224024         ELSE
224025             COMPUTE WS-FMT-CHECK-VALUE = 10 - WS-FMT-REMAINDER
224026         END-IF
224027     ELSE
224028         DIVIDE WS-FMT-SUM BY 11 GIVING WS-FMT-QUOTIENT
224029             REMAINDER WS-FMT-REMAINDER
224030         COMPUTE WS-FMT-CHECK-VALUE = 11 - WS-FMT-REMAINDER
224031     END-IF
224032     EVALUATE WS-FMT-CHECK-VALUE
224033         WHEN 11
224034             MOVE "0" TO WS-FMT-CHECK-CHAR
224035         WHEN 10
224036             MOVE "X" TO WS-FMT-CHECK-CHAR
224037         WHEN OTHER
224038             MOVE WS-FMT-CHECK-VALUE TO WS-FMT-CHECK-DIGIT
224039             MOVE WS-FMT-CHECK-DIGIT TO WS-FMT-CHECK-CHAR
224040     END-EVALUATE.
224041 9710-EXIT.
224042     EXIT.
224043
224044*****************************************************************
224045*    9711-WEIGH-ONE-DIGIT - ADD ONE DIGIT, RIGHT TO LEFT, INTO  *
224046*    THE CHECK SUM.  LUHN DOUBLES EVERY OTHER DIGIT STARTING    *
224047*    WITH THE RIGHTMOST; MOD-11 WEIGHS 2 TO 7 AND ROUND AGAIN.  *
224048*****************************************************************
224049 9711-WEIGH-ONE-DIGIT.
224050     IF FMT-CHECK-LUHN
224051         IF FMT-DOUBLE-THIS-DIGIT
224052             COMPUTE WS-FMT-PRODUCT =
224053                 WS-FMT-DIGIT(WS-FMT-POS) * 2
224054             IF WS-FMT-PRODUCT IS GREATER THAN 9
224055                 SUBTRACT 9 FROM WS-FMT-PRODUCT
224056             END-IF
224057             MOVE "N" TO WS-FMT-SW-DOUBLE
224058         ELSE
224059             MOVE WS-FMT-DIGIT(WS-FMT-POS) TO WS-FMT-PRODUCT
224060             MOVE "Y" TO WS-FMT-SW-DOUBLE
224061         END-IF
224062     ELSE
224063         COMPUTE WS-FMT-PRODUCT =
224064             WS-FMT-DIGIT(WS-FMT-POS) * WS-FMT-WEIGHT
224065         ADD 1 TO WS-FMT-WEIGHT
224066         IF WS-FMT-WEIGHT IS GREATER THAN 7
224067             MOVE 2 TO WS-FMT-WEIGHT
224068         END-IF
224069     END-IF
224070     ADD WS-FMT-PRODUCT TO WS-FMT-SUM.
224071 9711-EXIT.
224072     EXIT.
224073
224100*****************************************************************
224200*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
224300*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
