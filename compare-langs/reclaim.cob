003091*                     THE CONSUMED/RECLAIMED QUANTITIES BACK
003092*                     THE HOLES OUT, SO THE UTILIZATION LINES
003093*                     ADD UP TO THE ALLOCATED QUANTITY.
003094*    10/15/26   JAD   TRANSFERRED RANGES (XFERLOG, CPXFER) ARE
003095*                     CARVED OUT OF THE DONOR'S RANGE AND EACH
003096*                     PIECE IS RECLAIMED UNDER ITS NEW HOLDER.
003097*    10/15/26   JAD   A RANGE IN AN ERA CLOSED BY TEST-ERACLS
003098*                     IS REPORTED BUT NOT RECLAIMED (RC1209; A
003099*                     BAD ERACLOSE FILE IS RC1208).
003100*****************************************************************
003200*
003300*    METHOD - THE CROSS-REFERENCE GENERATION BEING CONFIRMED
004200*    CHASES THE FEED.  RESERVED NUMBERS INSIDE AN ALLOCATED
004210*    SPAN WERE NEVER ISSUED AND NEVER REACH THE REGISTER OR
004220*    THE QUANTITY COLUMNS.
004221*    A RANGE TRANSFERRED BETWEEN SYSTEMS (TEST-XFER) IS SPLIT
004222*    INTO PIECES, EACH CONFIRMED AND RECLAIMED UNDER ITS
004223*    HOLDER; A PIECE ITS HOLDER SENT NO CONFIRMATION FOR IS
004224*    SETTLED FROM THE HOLDER'S CONFIRMED PIECES OF THE SAME
004225*    ALLOCATION, AND ONLY LEFT ALONE WHEN THERE ARE NONE.
004226*    A RANGE IN AN ERA CLOSED AT YEAR END (TEST-ERACLS) IS NOT
004227*    RECLAIMED - ITS TAIL WAITS FOR THE ERA TO BE REOPENED.
004300*
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
006230         ASSIGN TO RESRANGE
006240         ORGANIZATION IS SEQUENTIAL
006250         FILE STATUS IS WS-RESERVE-STATUS.
006251
006252     SELECT XFER-LOG-FILE
006253         ASSIGN TO XFERLOG
006254         ORGANIZATION IS SEQUENTIAL
006255         FILE STATUS IS WS-XFRLOG-STATUS.
006256
006257     SELECT ERA-CLOSE-FILE
006258         ASSIGN TO ERACLOSE
006259         ORGANIZATION IS SEQUENTIAL
006260         FILE STATUS IS WS-ERACLS-STATUS.
006300
006400     SELECT VOID-REG-FILE
006500         ASSIGN TO VOIDREG
008430     RECORD CONTAINS 40 CHARACTERS
008440     RECORDING MODE IS F.
008450 COPY CPRESRV.
008451
008452 FD  XFER-LOG-FILE
008453     RECORD CONTAINS 100 CHARACTERS
008454     RECORDING MODE IS F.
008455 COPY CPXFER.
008456
008457 FD  ERA-CLOSE-FILE
008458     RECORD CONTAINS 100 CHARACTERS
008459     RECORDING MODE IS F.
008460 COPY CPERACLS.
008500
008600 FD  VOID-REG-FILE
008700     RECORD CONTAINS 40 CHARACTERS
011410*    RC1206  THE RESERVED-RANGE FILE COULD NOT BE READ, HELD    *
011420*           AN INVALID RECORD, OR HELD MORE RANGES THAN THE     *
011430*           RESERVED TABLE ALLOWS.                              *
011431*    RC1207  THE TRANSFER LOG FAILED TO OPEN.                   *
011432*    RC1208  THE ERA-CLOSE FILE FAILED TO OPEN, HELD AN INVALID *
011433*           RECORD, OR HELD MORE SERIES AND ERAS THAN THE       *
011434*           ERA-CLOSE TABLE ALLOWS.                             *
011435*    RC1209  ONE OR MORE CONFIRMED RANGES BELONG TO AN ERA      *
011436*           CLOSED AT YEAR END - THEIR TAILS WERE NOT           *
011437*           RECLAIMED; REOPEN THE ERA (TEST-ERACLS) AND RERUN.  *
011500*****************************************************************
011600 77  WS-ALLOCX-STATUS            PIC X(02) VALUE "00".
011700 77  WS-CONFIRM-STATUS           PIC X(02) VALUE "00".
011800 77  WS-VOID-STATUS              PIC X(02) VALUE "00".
011900 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
011910 77  WS-RESERVE-STATUS           PIC X(02) VALUE "00".
011911 77  WS-XFRLOG-STATUS            PIC X(02) VALUE "00".
011912 77  WS-ERACLS-STATUS            PIC X(02) VALUE "00".
012000
012100 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
012200 77  WS-MAX-RANGES               PIC 9(02) COMP VALUE 60.
012300 77  WS-CONFIRM-COUNT            PIC 9(09) COMP VALUE 0.
012400 77  WS-ORPHAN-COUNT             PIC 9(09) COMP VALUE 0.
012500 77  WS-UNCONFIRMED-CT           PIC 9(02) COMP VALUE 0.
012600 77  WS-RECLAIM-TOTAL            PIC 9(09) COMP VALUE 0.
012700 77  WS-RECLAIM-NUMBER           PIC 9(10) COMP VALUE 0.
012800 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
012810 77  WS-ERA-CLOSED-CT            PIC 9(02) COMP VALUE 0.
012900
013000*****************************************************************
013100*    RANGE TABLE - ONE ENTRY PER CROSS-REFERENCE RECORD WITH    *
013200*    A NON-ZERO QUANTITY.  THE CONSUMED HIGH-WATER MARK IS      *
013300*    RAISED BY EACH MATCHING CONFIRMATION; ZERO MEANS NO        *
013400*    CONFIRMATION HAS ARRIVED FOR THE RANGE.                    *
013401*    A TRANSFERRED RANGE IS SPLIT INTO PIECES; A PIECE HANDED   *
013402*    ON CARRIES THE DONOR'S ID, AND SETTLED (S) MEANS A PIECE   *
013403*    TAKES ITS MARK FROM ITS OWNER'S OTHER PIECES.              *
013500*****************************************************************
013600 01  WS-RANGE-FIELDS.
013700     05  WS-RANGE-COUNT          PIC 9(02) COMP VALUE 0.
013800     05  WS-RANGE-IDX            PIC 9(02) COMP VALUE 0.
013900     05  WS-MATCH-IDX            PIC 9(02) COMP VALUE 0.
014000     05  WS-RANGE-ENTRY OCCURS 60 TIMES.
014100         10  WS-RNG-SYSTEM-ID    PIC X(08).
014200         10  WS-RNG-SERIES       PIC X(04).
014300         10  WS-RNG-FROM         PIC 9(10) COMP.
014710         10  WS-RNG-ERA          PIC 9(02).
014800         10  WS-RNG-CONSUMED-HI  PIC 9(10) COMP.
014900         10  WS-RNG-SW-CONFIRMED PIC X(01).
015000             88  RNG-WAS-CONFIRMED   VALUE "Y" "S".
015001             88  RNG-WAS-SETTLED     VALUE "S".
015002         10  WS-RNG-DONOR-ID     PIC X(08).
015003         10  WS-RNG-SW-CARVED    PIC X(01).
015004             88  RNG-WAS-CARVED      VALUE "Y".
015100
015200 01  WS-WORK-FIELDS.
015250     05  WS-CNF-ERA              PIC 9(02) VALUE ZERO.
015489         10  WS-RSV-ERA          PIC 9(02).
015490
015500
015510*****************************************************************
015511*    ERA-CLOSE TABLE - THE STATE OF EVERY SERIES AND ERA ON     *
015512*    THE ERA-CLOSE FILE (CPERACLS), WHICH IS IN ACTION ORDER,   *
015513*    SO THE LAST RECORD READ FOR A SERIES AND ERA IS ITS STATE. *
015514*    A SERIES AND ERA WITH NO ENTRY IS OPEN.                    *
015515*****************************************************************
015516 01  WS-ERA-CLOSE-FIELDS.
015517     05  WS-ECL-COUNT            PIC 9(03) COMP VALUE 0.
015518     05  WS-ECL-IDX              PIC 9(03) COMP VALUE 0.
015519     05  WS-ECL-MATCH-IDX        PIC 9(03) COMP VALUE 0.
015520     05  WS-ECL-FIND-SERIES      PIC X(04) VALUE SPACES.
015521     05  WS-ECL-FIND-ERA         PIC 9(02) VALUE ZERO.
015522     05  WS-SW-ECL-EOF           PIC X(01) VALUE "N".
015523         88  ERACLOSE-AT-END         VALUE "Y".
015524     05  WS-SW-ERA-CLOSED        PIC X(01) VALUE "N".
015525         88  RANGE-ERA-CLOSED        VALUE "Y".
015526     05  WS-ECL-ENTRY OCCURS 200 TIMES.
015527         10  WS-ECL-SERIES-CODE  PIC X(04).
015528         10  WS-ECL-ERA          PIC 9(02).
015529         10  WS-ECL-ACTION       PIC X(01).
015530             88  ECL-ENT-CLOSED      VALUE "C".
015531
015600 01  WS-DATE-TIME-FIELDS.
015700     05  WS-CD-DATE              PIC 9(08).
015800     05  WS-CD-DATE-R REDEFINES WS-CD-DATE.
016500         10  WS-HDN-DD           PIC 9(02).
016600         10  WS-HDN-YYYY         PIC 9(04).
016700
016701*****************************************************************
016702*    TRANSFER WORK FIELDS - THE LOGGED TRANSFER BEING CARVED    *
016703*    OUT OF A RANGE, AND THE PIECE-SETTLING SWITCH.             *
016704*****************************************************************
016705 01  WS-XFER-FIELDS.
016706     05  WS-XFR-APPLIED-CT       PIC 9(04) COMP VALUE 0.
016707     05  WS-XFR-PIECE-IDX        PIC 9(02) COMP VALUE 0.
016708     05  WS-XFR-OLD-TO           PIC 9(10) COMP VALUE 0.
016709     05  WS-XFR-OLD-DONOR        PIC X(08) VALUE SPACES.
016710     05  WS-SW-XFR-EOF           PIC X(01) VALUE "N".
016711         88  END-OF-XFERS            VALUE "Y".
016712     05  WS-SW-SIB-ABOVE         PIC X(01) VALUE "N".
016713         88  SIBLING-ABOVE-CONFIRMED VALUE "Y".
016714
016800 01  WS-REPORT-FIELDS.
016900     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
017000     05  WS-PAGE-NUMBER          PIC 9(03) VALUE ZERO.
028200         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
028300     END-IF
028350     PERFORM 1500-LOAD-RESERVED THRU 1500-EXIT
028360     PERFORM 1600-APPLY-TRANSFERS THRU 1600-EXIT
028370     PERFORM 1700-LOAD-ERA-CLOSE THRU 1700-EXIT
028400     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
028500     MOVE WS-CD-DATE TO WS-CURRENT-DATE
028600     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT.
032400                     TO WS-RNG-CONSUMED-HI(WS-RANGE-COUNT)
032500                 MOVE "N"
032600                     TO WS-RNG-SW-CONFIRMED(WS-RANGE-COUNT)
032610                 MOVE SPACES
032620                     TO WS-RNG-DONOR-ID(WS-RANGE-COUNT)
032630                 MOVE "N"
032640                     TO WS-RNG-SW-CARVED(WS-RANGE-COUNT)
032700             END-IF
032800     END-READ.
032900 1100-EXIT.
033200*****************************************************************
033300*    2000-MATCH-CONFIRMATIONS - READ THE WHOLE FEED AND RAISE   *
033400*    EACH RANGE'S CONSUMED HIGH-WATER MARK.                     *
033410*    THEN SETTLE THE CARVED PIECES NO CONFIRMATION NAMED.       *
033500*****************************************************************
033600 2000-MATCH-CONFIRMATIONS.
033700     PERFORM 2100-READ-CONFIRM-RECORD THRU 2100-EXIT
033800     PERFORM 2200-MATCH-ONE-CONFIRM THRU 2200-EXIT
033900         UNTIL END-OF-CONFIRMS
034000     CLOSE CONFIRM-FILE
034010     PERFORM 2500-SETTLE-CARVED-PIECES THRU 2500-EXIT.
034100 2000-EXIT.
034200     EXIT.
034300
043300     ADD 1 TO WS-LINE-COUNT.
043400 2400-EXIT.
043500     EXIT.
043501
043502*****************************************************************
043503*    2500-SETTLE-CARVED-PIECES - A PIECE OF A TRANSFERRED RANGE *
043504*    THAT NO CONFIRMATION NAMED, WHILE ITS OWNER CONFIRMED      *
043505*    ANOTHER PIECE OF THE SAME ALLOCATION, IS NOT A MISSING     *
043506*    FEED.  THE OWNER CONSUMES ITS PIECES FROM THE LOW END      *
043507*    UPWARD, SO A PIECE BELOW A CONFIRMED ONE WAS USED UP AND A *
043508*    PIECE ABOVE EVERY CONFIRMED ONE WAS NEVER REACHED.         *
043509*****************************************************************
043510 2500-SETTLE-CARVED-PIECES.
043511     PERFORM 2510-SETTLE-ONE-PIECE THRU 2510-EXIT
043512         VARYING WS-RANGE-IDX FROM 1 BY 1
043513         UNTIL WS-RANGE-IDX IS GREATER THAN WS-RANGE-COUNT.
043514 2500-EXIT.
043515     EXIT.
043516
043517*****************************************************************
043518*    2510-SETTLE-ONE-PIECE - SETTLE ONE UNCONFIRMED PIECE FROM  *
043519*    ITS CONFIRMED SIBLINGS, IF IT HAS ANY.                     *
043520*****************************************************************
043521 2510-SETTLE-ONE-PIECE.
043522     IF RNG-WAS-CONFIRMED(WS-RANGE-IDX)
043523         OR NOT RNG-WAS-CARVED(WS-RANGE-IDX)
043524         GO TO 2510-EXIT
043525     END-IF
043526     MOVE ZERO TO WS-MATCH-IDX
043527     MOVE "N" TO WS-SW-SIB-ABOVE
043528     PERFORM 2520-MATCH-CONFIRMED-SIBLING THRU 2520-EXIT
043529         VARYING WS-XFR-PIECE-IDX FROM 1 BY 1
043530         UNTIL WS-XFR-PIECE-IDX IS GREATER THAN WS-RANGE-COUNT
043531     IF WS-MATCH-IDX IS EQUAL TO ZERO
043532         GO TO 2510-EXIT
043533     END-IF
043534     MOVE "S" TO WS-RNG-SW-CONFIRMED(WS-RANGE-IDX)
043535     IF SIBLING-ABOVE-CONFIRMED
043536         MOVE WS-RNG-TO(WS-RANGE-IDX)
043537             TO WS-RNG-CONSUMED-HI(WS-RANGE-IDX)
043538     ELSE
043539         COMPUTE WS-RNG-CONSUMED-HI(WS-RANGE-IDX) =
043540             WS-RNG-FROM(WS-RANGE-IDX) - 1
043541     END-IF.
043542 2510-EXIT.
043543     EXIT.
043544
043545*****************************************************************
043546*    2520-MATCH-CONFIRMED-SIBLING - ONE PASS OF THE SEARCH FOR  *
043547*    A CONFIRMED PIECE WITH THE SAME OWNER AND ALLOCATION,      *
043548*    NOTING WHETHER ANY LIES ABOVE THE PIECE BEING SETTLED.     *
043549*****************************************************************
043550 2520-MATCH-CONFIRMED-SIBLING.
043551     IF WS-XFR-PIECE-IDX IS NOT EQUAL TO WS-RANGE-IDX
043552         AND WS-RNG-SW-CONFIRMED(WS-XFR-PIECE-IDX) IS EQUAL TO "Y"
043553         AND WS-RNG-SYSTEM-ID(WS-XFR-PIECE-IDX) IS EQUAL TO
043554             WS-RNG-SYSTEM-ID(WS-RANGE-IDX)
043555         AND WS-RNG-SERIES(WS-XFR-PIECE-IDX) IS EQUAL TO
043556             WS-RNG-SERIES(WS-RANGE-IDX)
043557         AND WS-RNG-RUN-DATE(WS-XFR-PIECE-IDX) IS EQUAL TO
043558             WS-RNG-RUN-DATE(WS-RANGE-IDX)
043559         AND WS-RNG-RUN-ID(WS-XFR-PIECE-IDX) IS EQUAL TO
043560             WS-RNG-RUN-ID(WS-RANGE-IDX)
043561         AND WS-RNG-ERA(WS-XFR-PIECE-IDX) IS EQUAL TO
043562             WS-RNG-ERA(WS-RANGE-IDX)
043563         MOVE WS-XFR-PIECE-IDX TO WS-MATCH-IDX
043564         IF WS-RNG-FROM(WS-XFR-PIECE-IDX) IS GREATER THAN
043565             WS-RNG-FROM(WS-RANGE-IDX)
043566             MOVE "Y" TO WS-SW-SIB-ABOVE
043567         END-IF
043568     END-IF.
043569 2520-EXIT.
043570     EXIT.
043600
043700*****************************************************************
043800*    3000-RECLAIM-TAILS - ONE UTILIZATION LINE PER RANGE, AND   *
045310*    SPAN WERE NEVER ISSUED, SO THEY COME OUT OF BOTH           *
045320*    QUANTITIES AND ARE NEVER POSTED - CONSUMED PLUS            *
045330*    RECLAIMED ALWAYS ADDS UP TO THE ALLOCATED QUANTITY.        *
045340*    A CONFIRMED RANGE WHOSE ERA HAS BEEN CLOSED AT YEAR END IS *
045341*    REPORTED BUT NOT POSTED - A CLOSED ERA TAKES NO POSTINGS.  *
045400*****************************************************************
045500 3100-RECLAIM-ONE-RANGE.
045600     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
046200     MOVE SPACES TO WS-DTL-NOTE
046210     MOVE WS-RNG-SERIES(WS-RANGE-IDX) TO WS-RSV-SERIES
046220     MOVE WS-RNG-ERA(WS-RANGE-IDX) TO WS-RSV-ERA-WANT
046230     MOVE WS-RNG-SERIES(WS-RANGE-IDX) TO WS-ECL-FIND-SERIES
046231     MOVE WS-RNG-ERA(WS-RANGE-IDX) TO WS-ECL-FIND-ERA
046232     PERFORM 1790-FIND-ERA-CLOSE THRU 1790-EXIT
046233     MOVE "N" TO WS-SW-ERA-CLOSED
046234     IF WS-ECL-MATCH-IDX IS GREATER THAN ZERO
046235         IF ECL-ENT-CLOSED(WS-ECL-MATCH-IDX)
046236             MOVE "Y" TO WS-SW-ERA-CLOSED
046237         END-IF
046238     END-IF
046300     IF NOT RNG-WAS-CONFIRMED(WS-RANGE-IDX)
046400         ADD 1 TO WS-UNCONFIRMED-CT
046500         MOVE "NO CONFIRMATION - NOT RECLAIMED"
047330         MOVE WS-RNG-TO(WS-RANGE-IDX) TO WS-RSV-HI
047340         PERFORM 9670-COUNT-RESERVED THRU 9670-EXIT
047350         SUBTRACT WS-RSV-OVERLAP FROM WS-RECLAIMED-QTY
047360         IF RANGE-ERA-CLOSED
047361             AND WS-RECLAIMED-QTY IS GREATER THAN ZERO
047362             ADD 1 TO WS-ERA-CLOSED-CT
047363             MOVE ZERO TO WS-RECLAIMED-QTY
047364             MOVE "ERA CLOSED - NOT RECLAIMED" TO WS-DTL-NOTE
047365         END-IF
047400         IF WS-RECLAIMED-QTY IS GREATER THAN ZERO
047450             COMPUTE WS-RECLAIM-FROM =
047460                 WS-RNG-CONSUMED-HI(WS-RANGE-IDX) + 1
048000             ADD WS-RECLAIMED-QTY TO WS-RECLAIM-TOTAL
048100         END-IF
048200     END-IF
048201     IF WS-DTL-NOTE IS EQUAL TO SPACES
048202         AND RNG-WAS-SETTLED(WS-RANGE-IDX)
048203         MOVE "SETTLED FROM ITS OTHER PIECES" TO WS-DTL-NOTE
048204     END-IF
048205     IF WS-DTL-NOTE IS EQUAL TO SPACES
048206         AND WS-RNG-DONOR-ID(WS-RANGE-IDX) IS NOT EQUAL TO SPACES
048207         MOVE "TRANSFERRED IN FROM" TO WS-DTL-NOTE
048208         MOVE WS-RNG-DONOR-ID(WS-RANGE-IDX) TO WS-DTL-NOTE(21:8)
048209     END-IF
048300     MOVE WS-RNG-SYSTEM-ID(WS-RANGE-IDX) TO WS-DTL-SYSTEM
048400     MOVE WS-RNG-SERIES(WS-RANGE-IDX) TO WS-DTL-SERIES
048500     MOVE WS-RNG-FROM(WS-RANGE-IDX) TO WS-DTL-FROM
055100         " CONFIRMATION(S), " WS-RECLAIM-TOTAL
055200         " NUMBER(S) RECLAIMED, " WS-UNCONFIRMED-CT
055300         " RANGE(S) UNCONFIRMED"
055310     DISPLAY "TEST-RECLAIM - " WS-XFR-APPLIED-CT
055320         " LOGGED TRANSFER(S) APPLIED"
055400     IF WS-ORPHAN-COUNT IS GREATER THAN ZERO
055500         MOVE 1203 TO WS-RETURN-CODE
055600         DISPLAY "TEST-RECLAIM RC1203 - " WS-ORPHAN-COUNT
056400             " ALLOCATED RANGE(S) HAD NO CONFIRMATION - "
056500             "TAILS NOT RECLAIMED - CHASE THE FEED AND RERUN"
056600         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
056610     END-IF
056620     IF WS-ERA-CLOSED-CT IS GREATER THAN ZERO
056630         MOVE 1209 TO WS-RETURN-CODE
056640         DISPLAY "TEST-RECLAIM RC1209 - " WS-ERA-CLOSED-CT
056650             " CONFIRMED RANGE(S) IN A CLOSED ERA - TAILS NOT "
056660             "RECLAIMED - REOPEN THE ERA AND RERUN"
056670         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
056700     END-IF.
056800 4000-EXIT.
056900     EXIT.
059200
059300 9999-EXIT.
059400     STOP RUN.
059410
059420*****************************************************************
059430*    1600-APPLY-TRANSFERS - CARVE EVERY LOGGED RANGE TRANSFER   *
059440*    (XFERLOG, SEE CPXFER) OUT OF THE DONOR'S RANGE, OLDEST     *
059450*    FIRST, SO EACH PIECE IS CONFIRMED AND RECLAIMED UNDER THE  *
059460*    SYSTEM THAT NOW HOLDS IT.  A TRANSFER OUT OF ANOTHER       *
059470*    CROSS-REFERENCE GENERATION MATCHES NO RANGE AND IS PASSED. *
059480*    A MISSING DD (STATUS 35) MEANS NOTHING WAS TRANSFERRED.    *
059490*****************************************************************
059500 1600-APPLY-TRANSFERS.
059510     MOVE "N" TO WS-SW-XFR-EOF
059520     OPEN INPUT XFER-LOG-FILE
059530     EVALUATE WS-XFRLOG-STATUS
059540         WHEN "00"
059550             PERFORM 1610-APPLY-ONE-TRANSFER THRU 1610-EXIT
059560                 UNTIL END-OF-XFERS
059570             CLOSE XFER-LOG-FILE
059580         WHEN "35"
059590             CONTINUE
059600         WHEN OTHER
059610             MOVE 1207 TO WS-RETURN-CODE
059620             DISPLAY "TEST-RECLAIM RC1207 - TRANSFER LOG "
059630                 "FAILED TO OPEN - STATUS " WS-XFRLOG-STATUS
059640             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
059650     END-EVALUATE.
059660 1600-EXIT.
059670     EXIT.
059680
059690*****************************************************************
059700*    1610-APPLY-ONE-TRANSFER - SPLIT THE DONOR'S RANGE INTO ITS *
059710*    PIECE BELOW THE TRANSFER, THE RECEIVER'S PIECE, AND ITS    *
059720*    PIECE ABOVE; EVERY PIECE KEEPS THE ALLOCATION'S RUN DATE   *
059730*    AND RUN-ID SO ITS OWNER'S CONFIRMATIONS STILL MATCH.       *
059740*****************************************************************
059750 1610-APPLY-ONE-TRANSFER.
059760     READ XFER-LOG-FILE
059770         AT END
059780             SET END-OF-XFERS TO TRUE
059790             GO TO 1610-EXIT
059800     END-READ
059810     MOVE ZERO TO WS-MATCH-IDX
059820     PERFORM 1620-MATCH-XFER-RANGE THRU 1620-EXIT
059830         VARYING WS-RANGE-IDX FROM 1 BY 1
059840         UNTIL WS-RANGE-IDX IS GREATER THAN WS-RANGE-COUNT
059850     IF WS-MATCH-IDX IS EQUAL TO ZERO
059860         GO TO 1610-EXIT
059870     END-IF
059880     ADD 1 TO WS-XFR-APPLIED-CT
059890     MOVE WS-RNG-TO(WS-MATCH-IDX) TO WS-XFR-OLD-TO
059900     MOVE WS-RNG-DONOR-ID(WS-MATCH-IDX) TO WS-XFR-OLD-DONOR
059910     MOVE "Y" TO WS-RNG-SW-CARVED(WS-MATCH-IDX)
059920     IF CP-XFR-FROM-NUMBER IS GREATER THAN
059930         WS-RNG-FROM(WS-MATCH-IDX)
059940         COMPUTE WS-RNG-TO(WS-MATCH-IDX) =
059950             CP-XFR-FROM-NUMBER - 1
059960         PERFORM 1630-ADD-RANGE-PIECE THRU 1630-EXIT
059970         MOVE CP-XFR-FROM-NUMBER
059980             TO WS-RNG-FROM(WS-XFR-PIECE-IDX)
059990     ELSE
060000         MOVE WS-MATCH-IDX TO WS-XFR-PIECE-IDX
060010     END-IF
060020     MOVE CP-XFR-RECEIVER-ID TO WS-RNG-SYSTEM-ID(WS-XFR-PIECE-IDX)
060030     MOVE CP-XFR-DONOR-ID TO WS-RNG-DONOR-ID(WS-XFR-PIECE-IDX)
060040     MOVE CP-XFR-TO-NUMBER TO WS-RNG-TO(WS-XFR-PIECE-IDX)
060050     PERFORM 1640-SET-PIECE-QUANTITY THRU 1640-EXIT
060060     IF CP-XFR-TO-NUMBER IS LESS THAN WS-XFR-OLD-TO
060070         PERFORM 1630-ADD-RANGE-PIECE THRU 1630-EXIT
060080         MOVE CP-XFR-DONOR-ID
060090             TO WS-RNG-SYSTEM-ID(WS-XFR-PIECE-IDX)
060100         MOVE WS-XFR-OLD-DONOR
060110             TO WS-RNG-DONOR-ID(WS-XFR-PIECE-IDX)
060120         COMPUTE WS-RNG-FROM(WS-XFR-PIECE-IDX) =
060130             CP-XFR-TO-NUMBER + 1
060140         MOVE WS-XFR-OLD-TO TO WS-RNG-TO(WS-XFR-PIECE-IDX)
060150         PERFORM 1640-SET-PIECE-QUANTITY THRU 1640-EXIT
060160     END-IF
060170     MOVE WS-MATCH-IDX TO WS-XFR-PIECE-IDX
060180     PERFORM 1640-SET-PIECE-QUANTITY THRU 1640-EXIT.
060190 1610-EXIT.
060200     EXIT.
060210
060220*****************************************************************
060230*    1620-MATCH-XFER-RANGE - ONE PASS OF THE SEARCH FOR THE     *
060240*    DONOR'S PIECE OF THE TRANSFER'S ALLOCATION THAT WHOLLY     *
060250*    CONTAINS THE TRANSFERRED SPAN.                             *
060260*****************************************************************
060270 1620-MATCH-XFER-RANGE.
060280     IF WS-MATCH-IDX IS EQUAL TO ZERO
060290         AND WS-RNG-SYSTEM-ID(WS-RANGE-IDX) IS EQUAL TO
060300             CP-XFR-DONOR-ID
060310         AND WS-RNG-SERIES(WS-RANGE-IDX) IS EQUAL TO
060320             CP-XFR-SERIES-CODE
060330         AND WS-RNG-RUN-DATE(WS-RANGE-IDX) IS EQUAL TO
060340             CP-XFR-ALX-RUN-DATE
060350         AND WS-RNG-RUN-ID(WS-RANGE-IDX) IS EQUAL TO
060360             CP-XFR-ALX-RUN-ID
060370         AND WS-RNG-ERA(WS-RANGE-IDX) IS EQUAL TO CP-XFR-ERA-CODE
060380         AND CP-XFR-FROM-NUMBER IS NOT LESS THAN
060390             WS-RNG-FROM(WS-RANGE-IDX)
060400         AND CP-XFR-TO-NUMBER IS NOT GREATER THAN
060410             WS-RNG-TO(WS-RANGE-IDX)
060420         MOVE WS-RANGE-IDX TO WS-MATCH-IDX
060430     END-IF.
060440 1620-EXIT.
060450     EXIT.
060460
060470*****************************************************************
060480*    1630-ADD-RANGE-PIECE - A NEW RANGE ENTRY, A COPY OF THE    *
060490*    ONE BEING CARVED; WS-XFR-PIECE-IDX POINTS AT IT.           *
060500*****************************************************************
060510 1630-ADD-RANGE-PIECE.
060520     IF WS-RANGE-COUNT IS GREATER THAN OR EQUAL TO WS-MAX-RANGES
060530         MOVE 1201 TO WS-RETURN-CODE
060540         DISPLAY "TEST-RECLAIM RC1201 - MORE "
060550             "RANGES THAN THE RANGE TABLE ALLOWS"
060560         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
060570     END-IF
060580     ADD 1 TO WS-RANGE-COUNT
060590     MOVE WS-RANGE-ENTRY(WS-MATCH-IDX)
060600         TO WS-RANGE-ENTRY(WS-RANGE-COUNT)
060610     MOVE WS-RANGE-COUNT TO WS-XFR-PIECE-IDX.
060620 1630-EXIT.
060630     EXIT.
060640
060650*****************************************************************
060660*    1640-SET-PIECE-QUANTITY - THE ALLOCATED QUANTITY OF THE    *
060670*    PIECE AT WS-XFR-PIECE-IDX, RESERVED HOLES BACKED OUT.      *
060680*****************************************************************
060690 1640-SET-PIECE-QUANTITY.
060700     MOVE WS-RNG-SERIES(WS-XFR-PIECE-IDX) TO WS-RSV-SERIES
060710     MOVE WS-RNG-ERA(WS-XFR-PIECE-IDX) TO WS-RSV-ERA-WANT
060720     MOVE WS-RNG-FROM(WS-XFR-PIECE-IDX) TO WS-RSV-LO
060730     MOVE WS-RNG-TO(WS-XFR-PIECE-IDX) TO WS-RSV-HI
060740     PERFORM 9670-COUNT-RESERVED THRU 9670-EXIT
060750     COMPUTE WS-RNG-QUANTITY(WS-XFR-PIECE-IDX) =
060760         WS-RNG-TO(WS-XFR-PIECE-IDX)
060770             - WS-RNG-FROM(WS-XFR-PIECE-IDX) + 1 - WS-RSV-OVERLAP.
060780 1640-EXIT.
060790     EXIT.
060800
060810*****************************************************************
060820*    1700-LOAD-ERA-CLOSE - LOAD THE ERA-CLOSE FILE.  THE FILE   *
060830*    IS OPTIONAL - WITHOUT IT NO ERA HAS EVER BEEN CLOSED.      *
060840*****************************************************************
060850 1700-LOAD-ERA-CLOSE.
060860     MOVE "N" TO WS-SW-ECL-EOF
060870     OPEN INPUT ERA-CLOSE-FILE
060880     EVALUATE WS-ERACLS-STATUS
060890         WHEN "00"
060900             PERFORM 1710-READ-ERA-CLOSE THRU 1710-EXIT
060910                 UNTIL ERACLOSE-AT-END
060920             CLOSE ERA-CLOSE-FILE
060930         WHEN "35"
060940             CONTINUE
060950         WHEN OTHER
060960             MOVE 1208 TO WS-RETURN-CODE
060970             DISPLAY "TEST-RECLAIM RC1208 - ERA-CLOSE FILE "
060980                 "FAILED TO OPEN - STATUS " WS-ERACLS-STATUS
060990             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
061000     END-EVALUATE.
061010 1700-EXIT.
061020     EXIT.
061030
061040*****************************************************************
061050*    1710-READ-ERA-CLOSE - VALIDATE ONE ERA-CLOSE RECORD AND    *
061060*    SET ITS SERIES AND ERA'S STATE, ADDING THE ENTRY THE       *
061070*    FIRST TIME THE SERIES AND ERA IS SEEN.                     *
061080*****************************************************************
061090 1710-READ-ERA-CLOSE.
061100     READ ERA-CLOSE-FILE
061110         AT END
061120             SET ERACLOSE-AT-END TO TRUE
061130             GO TO 1710-EXIT
061140     END-READ
061150     IF CP-ECL-SERIES-CODE IS EQUAL TO SPACES
061160         OR CP-ECL-ERA-CODE IS NOT NUMERIC
061170         OR NOT (ECL-ACTION-CLOSED OR ECL-ACTION-REOPENED)
061180         MOVE 1208 TO WS-RETURN-CODE
061190         DISPLAY "TEST-RECLAIM RC1208 - INVALID ERA-CLOSE "
061200             "RECORD - '" CP-ERA-CLOSE-RECORD(1:23) "'"
061210         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
061220     END-IF
061230     MOVE CP-ECL-SERIES-CODE TO WS-ECL-FIND-SERIES
061240     MOVE CP-ECL-ERA-CODE TO WS-ECL-FIND-ERA
061250     PERFORM 1790-FIND-ERA-CLOSE THRU 1790-EXIT
061260     IF WS-ECL-MATCH-IDX IS EQUAL TO ZERO
061270         IF WS-ECL-COUNT IS GREATER THAN OR EQUAL TO 200
061280             MOVE 1208 TO WS-RETURN-CODE
061290             DISPLAY "TEST-RECLAIM RC1208 - ERA-CLOSE FILE HOLDS "
061300                 "MORE SERIES AND ERAS THAN THE TABLE ALLOWS"
061310             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
061320         END-IF
061330         ADD 1 TO WS-ECL-COUNT
061340         MOVE WS-ECL-COUNT TO WS-ECL-MATCH-IDX
061350         MOVE CP-ECL-SERIES-CODE
061360             TO WS-ECL-SERIES-CODE(WS-ECL-MATCH-IDX)
061370         MOVE CP-ECL-ERA-CODE TO WS-ECL-ERA(WS-ECL-MATCH-IDX)
061380     END-IF
061390     MOVE CP-ECL-ACTION TO WS-ECL-ACTION(WS-ECL-MATCH-IDX).
061400 1710-EXIT.
061410     EXIT.
061420
061430*****************************************************************
061440*    1790-FIND-ERA-CLOSE - SERVICE PARAGRAPH.  ON ENTRY         *
061450*    WS-ECL-FIND-SERIES AND WS-ECL-FIND-ERA NAME A SERIES AND   *
061460*    ERA; ON EXIT WS-ECL-MATCH-IDX IS ITS ERA-CLOSE ENTRY, OR   *
061470*    ZERO WHEN THE ERA HAS NEVER BEEN CLOSED.                   *
061480*****************************************************************
061490 1790-FIND-ERA-CLOSE.
061500     MOVE ZERO TO WS-ECL-MATCH-IDX
061510     PERFORM 1795-MATCH-ERA-CLOSE THRU 1795-EXIT
061520         VARYING WS-ECL-IDX FROM 1 BY 1
061530         UNTIL WS-ECL-IDX IS GREATER THAN WS-ECL-COUNT.
061540 1790-EXIT.
061550     EXIT.
061560
061570*****************************************************************
061580*    1795-MATCH-ERA-CLOSE - ONE PASS OF THE ERA-CLOSE           *
061590*    TABLE SEARCH, KEEPING THE FIRST ENTRY FOR THE SERIES AND   *
061600*    ERA BEING LOOKED UP.                                       *
061610*****************************************************************
061620 1795-MATCH-ERA-CLOSE.
061630     IF WS-ECL-MATCH-IDX IS EQUAL TO ZERO
061640         AND WS-ECL-SERIES-CODE(WS-ECL-IDX) IS EQUAL TO
061650             WS-ECL-FIND-SERIES
061660         AND WS-ECL-ERA(WS-ECL-IDX) IS EQUAL TO WS-ECL-FIND-ERA
061670         MOVE WS-ECL-IDX TO WS-ECL-MATCH-IDX
061680     END-IF.
061690 1795-EXIT.
061700     EXIT.
