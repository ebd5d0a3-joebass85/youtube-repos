010100*                     OWN HISTORY.  GAPF/RESV POSTINGS AND
010200*                     THE DISCREPANCY LINES CARRY THE ERA.
010210*                     DECK RESEQUENCED.
010220*    10/15/26   JAD   PARM LITERAL SIZED - THE NIGHT WAS SIZED
010230*                     BY TEST-RUNSIZE, SO THE EXPECTED COUNT IS
010240*                     THE SUM OF THE RUNSIZE FILE'S RUN COUNTS
010250*                     AND EACH SERIES OF THE BASE GENERATION IS
010260*                     EXPECTED TO ITS OWN COUNT.  NEW RC0207.
010300*****************************************************************
010400 ENVIRONMENT DIVISION.
010500 CONFIGURATION SECTION.
013500         ASSIGN TO RESRANGE
013600         ORGANIZATION IS SEQUENTIAL
013700         FILE STATUS IS WS-RESERVE-STATUS.
013710
013720     SELECT SIZE-FILE
013730         ASSIGN TO RUNSIZE
013740         ORGANIZATION IS SEQUENTIAL
013750         FILE STATUS IS WS-SIZE-STATUS.
013800
013900 DATA DIVISION.
014000 FILE SECTION.
016200     RECORD CONTAINS 40 CHARACTERS
016300     RECORDING MODE IS F.
016400 COPY CPRESRV.
016410
016420 FD  SIZE-FILE
016430     RECORD CONTAINS 80 CHARACTERS
016440     RECORDING MODE IS F.
016450 COPY CPRUNSIZ.
016500
016600 SD  SORT-FILE.
016700 01  SRT-SORT-RECORD.
019000*    RC0206  THE RESERVED-RANGE FILE COULD NOT BE READ, HELD    *
019100*           AN INVALID RECORD, OR HELD MORE RANGES THAN THE     *
019200*           RESERVED TABLE ALLOWS.                              *
019220*    RC0207  A SIZED RUN'S RUN-SIZING FILE FAILED TO OPEN, HELD *
019240*           AN INVALID RECORD OR MORE SERIES THAN THE TABLE     *
019260*           ALLOWS, SIZED NOTHING, OR DID NOT NAME A SERIES     *
019280*           THE BASE GENERATION CARRIED.                        *
019300*****************************************************************
019400 77  WS-SEQOUT-STATUS            PIC X(02) VALUE "00".
019500 77  WS-DISCR-STATUS             PIC X(02) VALUE "00".
019600 77  WS-VOID-STATUS              PIC X(02) VALUE "00".
019700 77  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
019800 77  WS-RESERVE-STATUS           PIC X(02) VALUE "00".
019850 77  WS-SIZE-STATUS              PIC X(02) VALUE "00".
019900 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
020000 77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
020100 77  WS-TIMESTAMP                PIC X(26) VALUE SPACES.
030300         10  WS-RSV-REASON       PIC X(04).
030400         10  WS-RSV-ERA          PIC 9(02).
030500
030505*****************************************************************
030510*    RUN-SIZING TABLE - THE IN-CORE IMAGE OF THE RUNSIZE FILE   *
030515*    ON A SIZED RUN, ONE ENTRY PER SERIES ON THE NIGHT'S LIST.  *
030520*****************************************************************
030525 01  WS-SIZE-FIELDS.
030530     05  WS-SIZ-COUNT            PIC 9(02) COMP VALUE 0.
030535     05  WS-SIZ-IDX              PIC 9(02) COMP VALUE 0.
030540     05  WS-SIZ-MATCH            PIC 9(02) COMP VALUE 0.
030545     05  WS-SIZ-GEN-COUNT        PIC 9(09) COMP VALUE 0.
030550     05  WS-SIZE-ENTRY OCCURS 10 TIMES.
030555         10  WS-SIZ-SER-CODE     PIC X(04).
030560         10  WS-SIZ-RUN-COUNT    PIC 9(09) COMP.
030565
030600 01  WS-PARM-FIELDS.
030700     05  WS-PARM-TEXT            PIC X(09).
030800     05  WS-PARM-LEN             PIC 9(02) VALUE ZERO.
037900         88  CONTROL-IS-BAD          VALUE "Y".
038000     05  WS-SW-GEN-OPEN          PIC X(01) VALUE "N".
038100         88  GENERATION-IS-OPEN      VALUE "Y".
038120     05  WS-SW-SIZED-RUN         PIC X(01) VALUE "N".
038140         88  RUN-IS-SIZED            VALUE "Y".
038160     05  WS-SW-SIZE-EOF          PIC X(01) VALUE "N".
038180         88  SIZE-AT-END             VALUE "Y".
038200
038300 LINKAGE SECTION.
038400 01  PARM-INFO.
039000*    PARM-INFO CARRIES THE EXPECTED RUN COUNT - THE SAME        *
039100*    RUN-COUNT VALUE PASSED TO TEST-COB FOR THE RUN BEING       *
039200*    RECONCILED (THE COUNT IS PER SERIES).                      *
039210*    THE LITERAL SIZED IN PLACE OF THE COUNT MEANS TEST-COB     *
039220*    WAS SIZED FROM THE RUN-SIZING FILE (DD RUNSIZE) - THE      *
039230*    BASE HEADER MUST CARRY THE SUM OF THE FILE'S RUN COUNTS,   *
039240*    AND EACH SERIES OF THE BASE GENERATION IS EXPECTED TO      *
039250*    ITS OWN COUNT.  SUPPLEMENTS STILL CARRY FLAT COUNTS.       *
039300*****************************************************************
039400 PROCEDURE DIVISION USING PARM-INFO.
039500 0000-MAINLINE.
041700
041800     MOVE SPACES TO WS-PARM-TEXT
041900     MOVE PARM-DATA(1:PARM-LENGTH) TO WS-PARM-TEXT
041910*    A SIZED RUN CARRIES NO FLAT COUNT - THE EXPECTED COUNT IS
041920*    TAKEN FROM THE RUN-SIZING FILE INSTEAD.
041930     IF WS-PARM-TEXT IS EQUAL TO "SIZED"
041940         MOVE "Y" TO WS-SW-SIZED-RUN
041950         PERFORM 1400-LOAD-RUN-SIZES THRU 1400-EXIT
041960         GO TO 1000-OPEN-FILES
041970     END-IF
042000
042100     MOVE ZERO TO WS-PARM-LEN
042200     INSPECT WS-PARM-TEXT TALLYING WS-PARM-LEN
043700     MOVE WS-PARM-TEXT(1:WS-PARM-LEN)
043800         TO WS-PARM-EDIT(10 - WS-PARM-LEN:WS-PARM-LEN)
043900
044000     MOVE WS-PARM-EDIT TO WS-EXPECTED-COUNT.
044100
044150 1000-OPEN-FILES.
044200     OPEN OUTPUT DISCREPANCY-FILE
044300     IF WS-DISCR-STATUS IS NOT EQUAL TO "00"
044400         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
045200 1000-EXIT.
045300     EXIT.
045400
045401*****************************************************************
045402*    1400-LOAD-RUN-SIZES - ON A SIZED RUN, READ THE RUN-SIZING  *
045403*    FILE TEST-RUNSIZE WROTE AHEAD OF TEST-COB.  THE EXPECTED   *
045404*    COUNT THE BASE HEADER MUST AGREE WITH IS THE SUM OF THE    *
045405*    SERIES' RUN COUNTS, AND EACH SERIES' OWN COUNT IS WHAT     *
045406*    THE BASE GENERATION ADDS TO ITS EXPECTED TOTAL.  THE FILE  *
045407*    IS REQUIRED - A SIZED RUN CANNOT BE CHECKED WITHOUT IT.    *
045408*****************************************************************
045409 1400-LOAD-RUN-SIZES.
045410     MOVE "N" TO WS-SW-SIZE-EOF
045411     MOVE ZERO TO WS-EXPECTED-COUNT
045412     OPEN INPUT SIZE-FILE
045413     IF WS-SIZE-STATUS IS NOT EQUAL TO "00"
045414         MOVE 0207 TO WS-RETURN-CODE
045415         DISPLAY "TEST-RECON RC0207 - RUN-SIZING FILE FAILED "
045416             "TO OPEN - STATUS " WS-SIZE-STATUS
045417         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
045418     END-IF
045419     PERFORM 1410-READ-SIZE-RECORD THRU 1410-EXIT
045420         UNTIL SIZE-AT-END
045421     CLOSE SIZE-FILE
045422     IF WS-EXPECTED-COUNT IS EQUAL TO ZERO
045423         MOVE 0207 TO WS-RETURN-CODE
045424         DISPLAY "TEST-RECON RC0207 - THE RUN-SIZING FILE "
045425             "SIZES NO SERIES ABOVE ZERO"
045426         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
045427     END-IF.
045428 1400-EXIT.
045429     EXIT.
045430
045431*****************************************************************
045432*    1410-READ-SIZE-RECORD - VALIDATE AND TABLE ONE RUN-SIZING  *
045433*    RECORD.  A ZERO-SIZED SERIES IS TABLED LIKE ANY OTHER -    *
045434*    TEST-COB LEFT IT OUT, SO NO GENERATION WILL ASK FOR IT.    *
045435*****************************************************************
045436 1410-READ-SIZE-RECORD.
045437     READ SIZE-FILE
045438         AT END
045439             SET SIZE-AT-END TO TRUE
045440             GO TO 1410-EXIT
045441     END-READ
045442     IF WS-SIZ-COUNT IS GREATER THAN OR EQUAL TO 10
045443         MOVE 0207 TO WS-RETURN-CODE
045444         DISPLAY "TEST-RECON RC0207 - MORE SIZED SERIES "
045445             "THAN THE RUN-SIZING TABLE ALLOWS"
045446         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
045447     END-IF
045448     IF CP-SIZ-SERIES-CODE IS EQUAL TO SPACES
045449         OR CP-SIZ-RUN-COUNT IS NOT NUMERIC
045450         MOVE 0207 TO WS-RETURN-CODE
045451         DISPLAY "TEST-RECON RC0207 - INVALID RUN-SIZING "
045452             "RECORD - '" CP-RUNSIZE-RECORD(1:13) "'"
045453         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
045454     END-IF
045455     ADD 1 TO WS-SIZ-COUNT
045456     MOVE CP-SIZ-SERIES-CODE TO WS-SIZ-SER-CODE(WS-SIZ-COUNT)
045457     MOVE CP-SIZ-RUN-COUNT TO WS-SIZ-RUN-COUNT(WS-SIZ-COUNT)
045458     ADD CP-SIZ-RUN-COUNT TO WS-EXPECTED-COUNT.
045459 1410-EXIT.
045460     EXIT.
045461
045500*****************************************************************
045600*    1500-LOAD-RESERVED - READ THE RESERVED-RANGE COMPANION     *
045700*    FILE INTO THE RESERVED TABLE.  A MISSING DD (STATUS 35)    *
074800             TO WS-EXP-ERA(WS-EXP-MATCH)
074900         MOVE ZERO TO WS-EXP-TOTAL(WS-EXP-MATCH)
075000     END-IF
075010*    THE BASE GENERATION OF A SIZED RUN CARRIES EACH SERIES TO
075020*    ITS OWN RUN-SIZING COUNT, NOT THE HEADER'S NIGHT TOTAL.
075030     IF RUN-IS-SIZED
075040         AND WS-GEN-TALLY IS EQUAL TO 1
075050         PERFORM 2570-SIZED-SERIES-COUNT THRU 2570-EXIT
075060     ELSE
075070         MOVE WS-GEN-REQ-COUNT TO WS-SIZ-GEN-COUNT
075080     END-IF
075100     ADD WS-SIZ-GEN-COUNT TO WS-EXP-TOTAL(WS-EXP-MATCH)
075200     ADD WS-SIZ-GEN-COUNT TO WS-TOTAL-EXPECTED.
075300 2550-EXIT.
075400     EXIT.
075500
076400 2560-EXIT.
076500     EXIT.
076600
076602*****************************************************************
076604*    2570-SIZED-SERIES-COUNT - FIND THE CLOSING BASE            *
076606*    GENERATION'S SERIES IN THE RUN-SIZING TABLE AND TAKE ITS   *
076608*    RUN COUNT.  A SERIES TEST-COB GENERATED THAT THE SIZING    *
076610*    FILE DOES NOT NAME MEANS THE WRONG GENERATION OF THE       *
076612*    SIZING FILE WAS SUPPLIED.                                  *
076614*****************************************************************
076616 2570-SIZED-SERIES-COUNT.
076618     MOVE ZERO TO WS-SIZ-MATCH
076620     PERFORM 2580-MATCH-SIZED-SERIES THRU 2580-EXIT
076622         VARYING WS-SIZ-IDX FROM 1 BY 1
076624         UNTIL WS-SIZ-IDX IS GREATER THAN WS-SIZ-COUNT
076626     IF WS-SIZ-MATCH IS EQUAL TO ZERO
076628         MOVE 0207 TO WS-RETURN-CODE
076630         DISPLAY "TEST-RECON RC0207 - SERIES "
076632             WS-GEN-SER-CODE(WS-GEN-SER-IDX)
076634             " IS NOT ON THE RUN-SIZING FILE"
076636         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
076638     END-IF
076640     MOVE WS-SIZ-RUN-COUNT(WS-SIZ-MATCH) TO WS-SIZ-GEN-COUNT.
076642 2570-EXIT.
076644     EXIT.
076646
076648 2580-MATCH-SIZED-SERIES.
076650     IF WS-SIZ-MATCH IS EQUAL TO ZERO
076652         AND WS-SIZ-SER-CODE(WS-SIZ-IDX) IS EQUAL TO
076654             WS-GEN-SER-CODE(WS-GEN-SER-IDX)
076656         MOVE WS-SIZ-IDX TO WS-SIZ-MATCH
076658     END-IF.
076660 2580-EXIT.
076662     EXIT.
076664
076700*****************************************************************
076800*    2600-CONTROL-ERROR - RECORD ONE CONTROL-RECORD FAILURE ON  *
076900*    THE DISCREPANCY REPORT AND REMEMBER IT SO 4000 CAN STOP    *
