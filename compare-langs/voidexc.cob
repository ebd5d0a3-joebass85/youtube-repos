002360*                     SILENTLY AND ITS LOST RECORDS SURFACED
002370*                     MISLABELLED AS UNDISPOSITIONED MISSING
002380*                     NUMBERS.
002381*    10/15/26   JAD   PARM 'INDEX' READS THE KEYED DISPOSITION
002382*                     INDEX (DISPIDX, SEE CPDSPIDX) INSTEAD OF
002383*                     THE SEQOUT AND VOIDREG CONCATENATIONS -
002384*                     ONE ISSUED RANGE OR REGISTER ENTRY PER
002385*                     RECORD RATHER THAN ONE NUMBER.  THE SORT
002386*                     RECORD NOW CARRIES THE LAST NUMBER OF THE
002387*                     RANGE AND THE WALK JUDGES HOLES AGAINST THE
002388*                     HIGHEST NUMBER SEEN SO FAR.  A BLANK PARM
002389*                     OR 'SORT' IS THE METHOD AS BEFORE.
002400*****************************************************************
002500*
002600*    METHOD - EVERY SEQOUT DETAIL IS RELEASED AS A TYPE-D
003200*    DISPOSITIONED, WHICH IS EXACTLY WHAT THE REGISTER IS
003300*    FOR.  NUMBERS OUTSIDE THE SPAN ACTUALLY SEEN FOR A
003400*    SERIES CANNOT BE JUDGED AND ARE NOT REPORTED.
003410*
003420*    PARM 'INDEX' FEEDS THE SAME SORT FROM THE DISPOSITION
003430*    INDEX - EACH ISSUED RANGE AS ONE TYPE-D RECORD SPANNING
003440*    ITS FIRST TO LAST NUMBER, EACH REGISTER ENTRY AS ONE
003450*    TYPE-V RECORD - AND JUDGES EVERY SERIES OVER ITS WHOLE
003460*    INDEXED HISTORY.  REGISTER ENTRIES POSTED SINCE THE LAST
003470*    NIGHTLY INDEX UPDATE ARE NOT YET ON THE INDEX.
003500*
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
006000
006100     SELECT SORT-FILE
006200         ASSIGN TO SORTWK.
006210
006220     SELECT DISP-INDEX-FILE
006230         ASSIGN TO DISPIDX
006240         ORGANIZATION IS INDEXED
006250         ACCESS MODE IS DYNAMIC
006260         RECORD KEY IS CP-DIX-KEY
006270         FILE STATUS IS WS-DSPIDX-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
007800     RECORDING MODE IS F.
007900 01  CP-RPT-LINE                 PIC X(132).
008000
008010 FD  DISP-INDEX-FILE
008020     RECORD CONTAINS 100 CHARACTERS.
008030 COPY CPDSPIDX.
008040
008100 SD  SORT-FILE.
008200 01  SRT-SORT-RECORD.
008300     05  SRT-SERIES-CODE         PIC X(04).
008500     05  SRT-REC-TYPE            PIC X(01).
008600         88  SRT-IS-DETAIL           VALUE "D".
008700         88  SRT-IS-VOID             VALUE "V".
008710     05  SRT-TO-NUMBER           PIC 9(09).
008800
008900 WORKING-STORAGE SECTION.
009000*****************************************************************
009720*           ITS HEADER/TRAILER CONTROL CHECK - THE INPUT IS     *
009730*           NOT TRUSTWORTHY AND NO EXCEPTIONS ARE REPORTED      *
009740*           FROM IT.                                            *
009750*    RC0903  THE PARM WAS NOT BLANK, SORT OR INDEX.             *
009760*    RC0904  THE DISPOSITION INDEX HAS NO CONTROL RECORD (IT    *
009770*           WAS NEVER LOADED) OR RETURNED AN UNEXPECTED I/O     *
009780*           STATUS.                                             *
009800*****************************************************************
009900 77  WS-SEQOUT-STATUS            PIC X(02) VALUE "00".
010000 77  WS-VOID-STATUS              PIC X(02) VALUE "00".
010100 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
010110 77  WS-DSPIDX-STATUS            PIC X(02) VALUE "00".
010200
010300 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
010400 77  WS-DETAIL-COUNT             PIC 9(09) COMP VALUE 0.
010500 77  WS-VOID-COUNT               PIC 9(09) COMP VALUE 0.
010600 77  WS-EXCEPTION-COUNT          PIC 9(09) COMP VALUE 0.
010610 77  WS-RANGE-COUNT              PIC 9(09) COMP VALUE 0.
010700
010710*****************************************************************
010720*    PER-GENERATION CONTROL FIELDS - EACH HEADER IN THE         *
011700     05  WS-GAP-TO               PIC 9(10) COMP VALUE 0.
011800     05  WS-GAP-REAL             PIC 9(10) COMP VALUE 0.
011900
011910 01  WS-PARM-FIELDS.
011911     05  WS-PARM-TEXT            PIC X(20).
011912     05  WS-PARM-MODE            PIC X(08).
011913         88  PARM-MODE-SORT          VALUE "SORT" SPACES.
011914         88  PARM-MODE-INDEX         VALUE "INDEX".
011915
012000 01  WS-DATE-TIME-FIELDS.
012100     05  WS-CURRENT-DATE         PIC 9(08).
012200     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
014700     05  WS-HDG-JOBNAME          PIC X(09) VALUE "TESTVEXC".
014800     05  FILLER                  PIC X(06) VALUE "PAGE: ".
014900     05  WS-HDG-PAGE             PIC ZZ9.
014905
014910 01  WS-AS-OF-LINE.
014915     05  FILLER                  PIC X(01) VALUE SPACES.
014920     05  FILLER                  PIC X(22) VALUE
014925         "INDEX AS OF RUN DATE: ".
014930     05  WS-ASOF-RUN-DATE        PIC 9(08).
014935     05  FILLER                  PIC X(09) VALUE "  RUN-ID ".
014940     05  WS-ASOF-RUN-ID          PIC X(08).
014945     05  FILLER                  PIC X(11) VALUE "  UPDATED: ".
014950     05  WS-ASOF-UPDATE-DATE     PIC 9(08).
015000
015100 01  WS-EXCEPTION-LINE.
015200     05  FILLER                  PIC X(04) VALUE SPACES.
017700         88  END-OF-SORT             VALUE "Y".
017800     05  WS-SW-GROUP             PIC X(01) VALUE "N".
017900         88  GROUP-IS-ACTIVE         VALUE "Y".
017910     05  WS-SW-DIX-EOF           PIC X(01) VALUE "N".
017920         88  END-OF-INDEX            VALUE "Y".
018000
018010 LINKAGE SECTION.
018020 01  PARM-INFO.
018030     05  PARM-LENGTH             PIC S9(04) COMP.
018040     05  PARM-DATA               PIC X(20).
018050
018100 PROCEDURE DIVISION USING PARM-INFO.
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018400     SORT SORT-FILE
019000     GO TO 9999-EXIT.
019100
019200*****************************************************************
019300*    1000-INITIALIZE - TAKE THE METHOD FROM THE PARM, OPEN THE  *
019400*    REPORT AND WRITE ITS FIRST HEADING.  THE INPUT FILES ARE   *
019500*    OPENED BY THE SORT INPUT PROCEDURE, EXCEPT THAT THE INDEX  *
019510*    IS OPENED HERE SO ITS AS-OF RUN CAN HEAD THE REPORT.       *
019600*****************************************************************
019700 1000-INITIALIZE.
019800     DISPLAY "TEST-VOIDEXC - EXCEPTIONS REPORT STARTING"
019810     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT
019900     OPEN OUTPUT REPORT-FILE
020000     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
020100         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
020200     END-IF
020300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
020310     IF PARM-MODE-INDEX
020320         PERFORM 1200-OPEN-DISP-INDEX THRU 1200-EXIT
020330     END-IF
020400     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT.
020500 1000-EXIT.
020600     EXIT.
020700
020710*****************************************************************
020711*    1100-VALIDATE-PARM - THE PARM CHOOSES THE METHOD.  BLANK   *
020712*    OR SORT MERGES THE SEQOUT AND VOIDREG CONCATENATIONS;      *
020713*    INDEX READS THE DISPOSITION INDEX INSTEAD.                 *
020714*****************************************************************
020715 1100-VALIDATE-PARM.
020716     MOVE SPACES TO WS-PARM-TEXT
020717     IF PARM-LENGTH IS GREATER THAN ZERO
020718         MOVE PARM-DATA(1:PARM-LENGTH) TO WS-PARM-TEXT
020719     END-IF
020720     MOVE WS-PARM-TEXT TO WS-PARM-MODE
020721     IF WS-PARM-TEXT(9:12) IS NOT EQUAL TO SPACES
020722         OR (NOT PARM-MODE-SORT
020723             AND NOT PARM-MODE-INDEX)
020724         MOVE 0903 TO WS-RETURN-CODE
020725         DISPLAY "TEST-VOIDEXC RC0903 - METHOD '" WS-PARM-TEXT
020726             "' IS NOT SORT OR INDEX"
020727         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
020728     END-IF.
020729 1100-EXIT.
020730     EXIT.
020731
020732*****************************************************************
020733*    1200-OPEN-DISP-INDEX - OPEN THE DISPOSITION INDEX AND READ *
020734*    ITS CONTROL RECORD FOR THE AS-OF LINE.  THE CONTROL RECORD *
020735*    SORTS AHEAD OF EVERY ENTRY, SO THE INPUT PROCEDURE READS   *
020736*    ON FROM HERE.                                              *
020737*****************************************************************
020738 1200-OPEN-DISP-INDEX.
020739     OPEN INPUT DISP-INDEX-FILE
020740     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
020741         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
020742     END-IF
020743     MOVE SPACES TO CP-DIX-KEY-X
020744     READ DISP-INDEX-FILE
020745         INVALID KEY
020746             MOVE 0904 TO WS-RETURN-CODE
020747             DISPLAY "TEST-VOIDEXC RC0904 - THE DISPOSITION "
020748                 "INDEX HAS NO CONTROL RECORD - NEVER LOADED"
020749             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
020750     END-READ
020751     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
020752         PERFORM 2590-INDEX-IO-ERROR THRU 2590-EXIT
020753     END-IF
020754     MOVE CP-DIX-CTL-RUN-DATE TO WS-ASOF-RUN-DATE
020755     MOVE CP-DIX-CTL-RUN-ID TO WS-ASOF-RUN-ID
020756     MOVE CP-DIX-CTL-UPDATE-DATE TO WS-ASOF-UPDATE-DATE.
020757 1200-EXIT.
020758     EXIT.
020759
020800*****************************************************************
020900*    2000-FEED-SORT - SORT INPUT PROCEDURE.  RELEASES EVERY     *
021000*    SEQOUT DETAIL AS TYPE D AND EVERY REGISTER ENTRY AS TYPE   *
021100*    V, ALL KEYED BY SERIES AND NUMBER.  UNDER PARM INDEX THE   *
021110*    DISPOSITION INDEX FEEDS THE SORT INSTEAD (2500).           *
021200*****************************************************************
021300 2000-FEED-SORT.
021310     IF PARM-MODE-INDEX
021320         PERFORM 2500-FEED-FROM-INDEX THRU 2500-EXIT
021330         GO TO 2000-EXIT
021340     END-IF
021400     OPEN INPUT SEQ-OUTPUT-FILE
021500     IF WS-SEQOUT-STATUS IS NOT EQUAL TO "00"
021600         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
025240                 MOVE ZERO TO SRT-ERA-CODE
025250             END-IF
025300             MOVE CP-SEQ-NUMBER TO SRT-NUMBER
025310             MOVE CP-SEQ-NUMBER TO SRT-TO-NUMBER
025400             MOVE "D" TO SRT-REC-TYPE
025500             RELEASE SRT-SORT-RECORD
025510         WHEN OTHER
027740         MOVE ZERO TO SRT-ERA-CODE
027750     END-IF
027800     MOVE CP-VOID-SEQ-NUMBER TO SRT-NUMBER
027810     MOVE CP-VOID-SEQ-NUMBER TO SRT-TO-NUMBER
027900     MOVE "V" TO SRT-REC-TYPE
028000     RELEASE SRT-SORT-RECORD
028100     PERFORM 2300-READ-VOID-RECORD THRU 2300-EXIT.
028200 2400-EXIT.
028300     EXIT.
028310
028311*****************************************************************
028312*    2500-FEED-FROM-INDEX - SORT INPUT UNDER PARM INDEX.  READS *
028313*    ON FROM THE CONTROL RECORD THROUGH EVERY ENTRY.            *
028314*****************************************************************
028315 2500-FEED-FROM-INDEX.
028316     PERFORM 2510-READ-INDEX-ENTRY THRU 2510-EXIT
028317     PERFORM 2520-RELEASE-INDEX-ENTRY THRU 2520-EXIT
028318         UNTIL END-OF-INDEX
028319     CLOSE DISP-INDEX-FILE.
028320 2500-EXIT.
028321     EXIT.
028322
028323*****************************************************************
028324*    2510-READ-INDEX-ENTRY - READ THE NEXT INDEX ENTRY IN KEY   *
028325*    ORDER.                                                     *
028326*****************************************************************
028327 2510-READ-INDEX-ENTRY.
028328     READ DISP-INDEX-FILE NEXT RECORD
028329         AT END
028330             SET END-OF-INDEX TO TRUE
028331             GO TO 2510-EXIT
028332     END-READ
028333     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
028334         PERFORM 2590-INDEX-IO-ERROR THRU 2590-EXIT
028335     END-IF.
028336 2510-EXIT.
028337     EXIT.
028338
028339*****************************************************************
028340*    2520-RELEASE-INDEX-ENTRY - RELEASE AN ISSUED RANGE AS ONE  *
028341*    TYPE-D RECORD FROM ITS FIRST TO ITS LAST NUMBER AND A      *
028342*    REGISTER ENTRY AS ONE TYPE-V RECORD.  ALLOCATED RANGES     *
028343*    SAY NOTHING ABOUT MISSING NUMBERS AND ARE PASSED OVER.     *
028344*****************************************************************
028345 2520-RELEASE-INDEX-ENTRY.
028346     IF DIX-IS-ALLOCATED
028347         GO TO 2520-READ-NEXT
028348     END-IF
028349     MOVE CP-DIX-SERIES-CODE TO SRT-SERIES-CODE
028350     MOVE CP-DIX-ERA-CODE TO SRT-ERA-CODE
028351     MOVE CP-DIX-FROM-NUMBER TO SRT-NUMBER
028352     MOVE CP-DIX-TO-NUMBER TO SRT-TO-NUMBER
028353     IF DIX-IS-ISSUED
028354         ADD 1 TO WS-RANGE-COUNT
028355         MOVE "D" TO SRT-REC-TYPE
028356     ELSE
028357         ADD 1 TO WS-VOID-COUNT
028358         MOVE "V" TO SRT-REC-TYPE
028359     END-IF
028360     RELEASE SRT-SORT-RECORD.
028361 2520-READ-NEXT.
028362     PERFORM 2510-READ-INDEX-ENTRY THRU 2510-EXIT.
028363 2520-EXIT.
028364     EXIT.
028365
028366*****************************************************************
028367*    2590-INDEX-IO-ERROR - THE INDEX RETURNED A STATUS THIS     *
028368*    PROGRAM DOES NOT EXPECT.                                   *
028369*****************************************************************
028370 2590-INDEX-IO-ERROR.
028371     MOVE 0904 TO WS-RETURN-CODE
028372     DISPLAY "TEST-VOIDEXC RC0904 - DISPOSITION INDEX I/O "
028373         "STATUS " WS-DSPIDX-STATUS
028374     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
028375 2590-EXIT.
028376     EXIT.
028400
028500*****************************************************************
028600*    3000-WALK-SORTED - SORT OUTPUT PROCEDURE.  ONE PASS OVER   *
030900*****************************************************************
031000*    3200-CHECK-ONE-KEY - A ZERO NUMBER IS NOISE AND NEVER      *
031100*    ANCHORS A SERIES; A CHANGE OF SERIES RESTARTS THE WALK;    *
031200*    A HOLE BETWEEN THE HIGHEST NUMBER YET SEEN IN THE SERIES   *
031300*    AND THE CURRENT FIRST NUMBER IS AN EXCEPTION PER MISSING   *
031310*    NUMBER.  A RECORD MAY SPAN A RANGE (PARM INDEX).           *
031400*****************************************************************
031500 3200-CHECK-ONE-KEY.
031600     IF SRT-NUMBER IS EQUAL TO ZERO
032010         OR SRT-ERA-CODE IS NOT EQUAL TO WS-GROUP-ERA
032100         MOVE SRT-SERIES-CODE TO WS-GROUP-SERIES
032110         MOVE SRT-ERA-CODE TO WS-GROUP-ERA
032200         MOVE SRT-TO-NUMBER TO WS-GROUP-PREV
032300         MOVE "Y" TO WS-SW-GROUP
032400         GO TO 3200-READ-NEXT
032500     END-IF
033000             VARYING WS-GAP-REAL FROM WS-GAP-FROM BY 1
033100             UNTIL WS-GAP-REAL IS GREATER THAN WS-GAP-TO
033200     END-IF
033300     IF SRT-TO-NUMBER IS GREATER THAN WS-GROUP-PREV
033310         MOVE SRT-TO-NUMBER TO WS-GROUP-PREV
033320     END-IF.
033400 3200-READ-NEXT.
033500     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
033600 3200-EXIT.
035500
035600*****************************************************************
035700*    1400-WRITE-REPORT-HEADING - TITLE, RUN DATE AND PAGE       *
035800*    NUMBER AT THE TOP OF EVERY PAGE, AND UNDER PARM INDEX THE  *
035810*    INDEX'S AS-OF LINE.                                        *
035900*****************************************************************
036000 1400-WRITE-REPORT-HEADING.
036100     ADD 1 TO WS-PAGE-NUMBER
037100     MOVE WS-HDG-DATE-NUM TO WS-HDG-DATE
037200     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
037300     WRITE CP-RPT-LINE FROM WS-HEADING-LINE
037310     IF PARM-MODE-INDEX
037320         WRITE CP-RPT-LINE FROM WS-AS-OF-LINE
037330     END-IF
037400     MOVE ZERO TO WS-LINE-COUNT.
037500 1400-EXIT.
037600     EXIT.
038400     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
038500     WRITE CP-RPT-LINE FROM WS-END-LINE
038600     CLOSE REPORT-FILE
038610     IF PARM-MODE-INDEX
038620         DISPLAY "TEST-VOIDEXC - " WS-RANGE-COUNT
038630             " ISSUED RANGE(S), " WS-VOID-COUNT
038640             " DISPOSITION(S) ON THE INDEX, "
038650             WS-EXCEPTION-COUNT " EXCEPTION(S)"
038660     ELSE
038700         DISPLAY "TEST-VOIDEXC - " WS-DETAIL-COUNT
038800             " DETAIL(S), " WS-VOID-COUNT
038900             " REGISTER ENTRY(S), " WS-EXCEPTION-COUNT
039000             " EXCEPTION(S)"
039010     END-IF
039100     IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
039200         MOVE 0901 TO WS-RETURN-CODE
039300         DISPLAY "TEST-VOIDEXC RC0901 - UNDISPOSITIONED "
