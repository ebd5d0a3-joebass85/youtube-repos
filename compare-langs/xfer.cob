000100*****************************************************************
000200*                                                               *
000300*    PROGRAM      TEST-XFER                                     *
000400*    FUNCTION     RANGE TRANSFER BETWEEN CONSUMING SYSTEMS.     *
000500*                 MOVES AN UNCONSUMED BLOCK OF ALLOCATED        *
000600*                 NUMBERS (A BRANCH'S SPARE CHEQUE STOCK) FROM  *
000700*                 ONE CONSUMING SYSTEM (THE DONOR) TO ANOTHER   *
000800*                 (THE RECEIVER) WITHOUT A VOID-AND-REALLOCATE  *
000900*                 CYCLE.  EVERY CARD IS EDITED: THE DONOR MUST  *
001000*                 HOLD THE WHOLE RANGE ON A RETAINED            *
001100*                 ALLOCATION (AFTER THE TRANSFERS ALREADY       *
001200*                 LOGGED), NONE OF IT MAY BE CONSUMED, VOIDED   *
001300*                 OR RECLAIMED, AND THE RECEIVER MUST BE        *
001400*                 REGISTERED FOR THE SERIES.  ACCEPTED          *
001500*                 TRANSFERS ARE APPENDED TO THE TRANSFER LOG    *
001600*                 WITH THEIR LINEAGE TO THE ORIGINAL            *
001700*                 ALLOCATION; REJECTED CARDS GO TO AN EDIT      *
001800*                 REPORT AND A REJECT FILE FOR CORRECTION AND   *
001900*                 RESUBMISSION.                                 *
002000*                                                               *
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. TEST-XFER.
002400 AUTHOR. JOE DIAMOND.
002500 INSTALLATION. DAILY-LEDGER BATCH SYSTEMS.
002600 DATE-WRITTEN. 10/15/2026.
002700 DATE-COMPILED.
002800*****************************************************************
002900*    MODIFICATION HISTORY.
003000*    DATE       INIT  DESCRIPTION
003100*    10/15/26   JAD   ORIGINAL VERSION - RANGE TRANSFER BETWEEN
003200*                     CONSUMING SYSTEMS.
003300*****************************************************************
003400*
003500*    TRANSFER CONTROL CARD LAYOUT (ONE CARD PER TRANSFER):
003600*      COLS  1- 8  DONOR SYSTEM     REQUIRED - THE SYSTEM GIVING
003700*                                   UP THE NUMBERS
003800*      COLS  9-16  RECEIVER SYSTEM  REQUIRED - MUST BE ON THE
003900*                                   SYSTEM REGISTER FOR THE
004000*                                   SERIES
004100*      COLS 17-20  SERIES CODE      REQUIRED
004200*      COLS 21-22  ERA CODE         9(02) - BLANK MEANS THE LATEST
004300*                                   ERA IN WHICH THE DONOR HOLDS
004400*                                   THE RANGE
004500*      COLS 23-31  FROM NUMBER      9(09), REQUIRED
004600*      COLS 32-40  TO NUMBER        9(09), REQUIRED, NOT BELOW
004700*                                   THE FROM NUMBER
004800*      COLS 41-48  REQUESTED BY     REQUIRED (USER OR DEPT ID)
004900*    THE TRANSFER DATE IS STAMPED BY THIS PROGRAM.  CARDS ARE
005000*    APPLIED IN ORDER, SO A LATER CARD MAY PASS ON A BLOCK AN
005100*    EARLIER CARD TRANSFERRED.
005200*
005300*    METHOD.  THE DONOR'S HOLDINGS ARE THE ALLOCATION RANGES ON
005400*    THE CROSS-REFERENCE (ALLOCXRF, EVERY RETAINED GENERATION
005500*    CONCATENATED) AS CARVED BY EVERY TRANSFER ALREADY ON THE
005600*    LOG.  A RANGE MUST SIT WHOLLY INSIDE ONE HOLDING.  A SYSTEM
005700*    CONSUMES ITS HOLDING FROM THE LOW END UPWARD, SO THE RANGE
005800*    IS UNCONSUMED WHEN EVERY CONFIRMATION THE DONOR HAS MADE
005900*    AGAINST THE HOLDING ENDS BELOW THE FROM NUMBER.  A NUMBER
006000*    ON THE VOID REGISTER (VOIDED BY CARD OR RECLAIMED) IS
006100*    ALREADY DISPOSED OF AND CANNOT MOVE.  AN ACCEPTED TRANSFER
006200*    SPLITS THE HOLDING INTO THE DONOR'S PIECES EITHER SIDE OF
006300*    THE RANGE AND THE RECEIVER'S PIECE, ALL KEEPING THE
006400*    ORIGINAL ALLOCATION'S RUN DATE AND RUN-ID.
006500*
006600*****************************************************************
006700 ENVIRONMENT DIVISION.
006800 CONFIGURATION SECTION.
006900 SOURCE-COMPUTER. IBM-370.
007000 OBJECT-COMPUTER. IBM-370.
007100 SPECIAL-NAMES.
007200     C01 IS TOP-OF-PAGE.
007300
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600     SELECT XFER-CARD-FILE
007700         ASSIGN TO XFRCARDS
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-CARDS-STATUS.
008000
008100     SELECT ALLOCX-FILE
008200         ASSIGN TO ALLOCXRF
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-ALLOCX-STATUS.
008500
008600     SELECT CONFIRM-FILE
008700         ASSIGN TO CONFIRM
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-CONFIRM-STATUS.
009000
009100     SELECT SYSREG-FILE
009200         ASSIGN TO SYSREG
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-SYSREG-STATUS.
009500
009600     SELECT VOID-REG-FILE
009700         ASSIGN TO VOIDREG
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS WS-VOID-STATUS.
010000
010100     SELECT XFER-LOG-FILE
010200         ASSIGN TO XFERLOG
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS WS-XFRLOG-STATUS.
010500
010600     SELECT REJECT-FILE
010700         ASSIGN TO XFERREJ
010800         ORGANIZATION IS SEQUENTIAL
010900         FILE STATUS IS WS-REJECT-STATUS.
011000
011100     SELECT REPORT-FILE
011200         ASSIGN TO XFERRPT
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS IS WS-RPT-STATUS.
011500
011600 DATA DIVISION.
011700 FILE SECTION.
011800 FD  XFER-CARD-FILE
011900     RECORD CONTAINS 80 CHARACTERS
012000     RECORDING MODE IS F.
012100 01  CP-XFER-CARD-IN             PIC X(80).
012200
012300 FD  ALLOCX-FILE
012400     RECORD CONTAINS 80 CHARACTERS
012500     RECORDING MODE IS F.
012600 COPY CPALLOCX.
012700
012800 FD  CONFIRM-FILE
012900     RECORD CONTAINS 60 CHARACTERS
013000     RECORDING MODE IS F.
013100 COPY CPCONFRM.
013200
013300 FD  SYSREG-FILE
013400     RECORD CONTAINS 80 CHARACTERS
013500     RECORDING MODE IS F.
013600 COPY CPSYSREG.
013700
013800 FD  VOID-REG-FILE
013900     RECORD CONTAINS 40 CHARACTERS
014000     RECORDING MODE IS F.
014100 COPY CPVOID.
014200
014300 FD  XFER-LOG-FILE
014400     RECORD CONTAINS 100 CHARACTERS
014500     RECORDING MODE IS F.
014600 COPY CPXFER.
014700
014800 FD  REJECT-FILE
014900     RECORD CONTAINS 80 CHARACTERS
015000     RECORDING MODE IS F.
015100 01  CP-REJECT-CARD              PIC X(80).
015200
015300 FD  REPORT-FILE
015400     RECORD CONTAINS 132 CHARACTERS
015500     RECORDING MODE IS F.
015600 01  CP-RPT-LINE                 PIC X(132).
015700
015800 WORKING-STORAGE SECTION.
015900*****************************************************************
016000*    RETURN CODE TABLE - CODES THIS PROGRAM SETS INTO           *
016100*    RETURN-CODE BEFORE STOPPING.                               *
016200*                                                               *
016300*    RC2000  THE TRANSFER CARD FILE FAILED TO OPEN OR HELD NO   *
016400*           CARDS.                                              *
016500*    RC2001  ONE OR MORE CARDS WERE REJECTED BY THE EDITS -     *
016600*           SEE THE EDIT REPORT (XFERRPT); THE REJECTED         *
016700*           CARDS ARE ON THE REJECT FILE (XFERREJ) READY TO     *
016800*           CORRECT AND RESUBMIT.  THE VALID CARDS POSTED.      *
016900*    RC2002  THE TRANSFER LOG FAILED TO OPEN.                   *
017000*    RC2003  THE SYSTEM REGISTER FAILED TO OPEN, HELD NO        *
017100*           RECORDS, OR HELD MORE ENTRIES THAN THE REGISTER     *
017200*           TABLE ALLOWS.                                       *
017300*    RC2004  MORE CARDS, HOLDINGS, CONFIRMATIONS OR VOIDED      *
017400*           NUMBERS THAN THE IN-CORE TABLES ALLOW - SPLIT THE   *
017500*           CARDS ACROSS RUNS.                                  *
017600*    RC2005  A REQUIRED FILE FAILED TO OPEN.                    *
017700*****************************************************************
017800 77  WS-CARDS-STATUS             PIC X(02) VALUE "00".
017900 77  WS-ALLOCX-STATUS            PIC X(02) VALUE "00".
018000 77  WS-CONFIRM-STATUS           PIC X(02) VALUE "00".
018100 77  WS-SYSREG-STATUS            PIC X(02) VALUE "00".
018200 77  WS-VOID-STATUS              PIC X(02) VALUE "00".
018300 77  WS-XFRLOG-STATUS            PIC X(02) VALUE "00".
018400 77  WS-REJECT-STATUS            PIC X(02) VALUE "00".
018500 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
018600
018700 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
018800 77  WS-MAX-CARDS                PIC 9(04) COMP VALUE 100.
018900 77  WS-MAX-REGISTER             PIC 9(04) COMP VALUE 200.
019000 77  WS-MAX-HOLDINGS             PIC 9(04) COMP VALUE 2000.
019100 77  WS-MAX-CONFIRMS             PIC 9(04) COMP VALUE 2000.
019200 77  WS-MAX-VOID-HITS            PIC 9(04) COMP VALUE 500.
019300 77  WS-POST-COUNT               PIC 9(09) COMP VALUE 0.
019400 77  WS-REJECT-COUNT             PIC 9(09) COMP VALUE 0.
019500 77  WS-LOGGED-COUNT             PIC 9(09) COMP VALUE 0.
019600 77  WS-CARD-ERA                 PIC 9(02) VALUE ZERO.
019700 77  WS-CONSUMED-HI              PIC 9(09) VALUE ZERO.
019800 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
019900
020000*****************************************************************
020100*    THE CARD BEING EDITED.  THE CARDS ARE ALL READ BEFORE ANY  *
020200*    IS EDITED, SO THE VOID REGISTER IS PASSED ONCE FOR THE     *
020300*    WHOLE DECK.                                                *
020400*****************************************************************
020500 01  CP-XFER-CARD.
020600     05  CP-XCD-DONOR-ID         PIC X(08).
020700     05  CP-XCD-RECEIVER-ID      PIC X(08).
020800     05  CP-XCD-SERIES-CODE      PIC X(04).
020900     05  CP-XCD-ERA-CODE         PIC X(02).
021000     05  CP-XCD-FROM-NUMBER      PIC X(09).
021100     05  CP-XCD-FROM-NUMBER-N REDEFINES CP-XCD-FROM-NUMBER
021200                                 PIC 9(09).
021300     05  CP-XCD-TO-NUMBER        PIC X(09).
021400     05  CP-XCD-TO-NUMBER-N REDEFINES CP-XCD-TO-NUMBER
021500                                 PIC 9(09).
021600     05  CP-XCD-REQUESTED-BY     PIC X(08).
021700     05  FILLER                  PIC X(32).
021800
021900 01  WS-CARD-FIELDS.
022000     05  WS-CARD-COUNT           PIC 9(04) COMP VALUE 0.
022100     05  WS-CARD-IDX             PIC 9(04) COMP VALUE 0.
022200     05  WS-CARD-ENTRY OCCURS 100 TIMES.
022300         10  WS-CRD-IMAGE        PIC X(80).
022400         10  WS-CRD-SW-SYNTAX    PIC X(01).
022500             88  CRD-SYNTAX-OK       VALUE "Y".
022600
022700*****************************************************************
022800*    SYSTEM REGISTER - WHICH SYSTEMS MAY DRAW ON WHICH SERIES.  *
022900*****************************************************************
023000 01  WS-REGISTER-FIELDS.
023100     05  WS-REG-COUNT            PIC 9(04) COMP VALUE 0.
023200     05  WS-REG-IDX              PIC 9(04) COMP VALUE 0.
023300     05  WS-REG-MATCH            PIC 9(04) COMP VALUE 0.
023400     05  WS-REG-ENTRY OCCURS 200 TIMES.
023500         10  WS-REG-SYSTEM-ID    PIC X(08).
023600         10  WS-REG-SERIES-CODE  PIC X(04).
023700
023800*****************************************************************
023900*    HOLDINGS - WHO HOLDS WHICH PIECE OF WHICH ALLOCATION.  ONE *
024000*    ENTRY PER ALLOCATION RANGE FOR A SERIES ON THE CARDS,      *
024100*    SPLIT BY EVERY TRANSFER LOGGED OR ACCEPTED.                *
024200*****************************************************************
024300 01  WS-HOLDING-FIELDS.
024400     05  WS-HOLD-COUNT           PIC 9(04) COMP VALUE 0.
024500     05  WS-HOLD-IDX             PIC 9(04) COMP VALUE 0.
024600     05  WS-HOLD-MATCH           PIC 9(04) COMP VALUE 0.
024700     05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
024800         10  WS-HLD-OWNER-ID     PIC X(08).
024900         10  WS-HLD-SERIES-CODE  PIC X(04).
025000         10  WS-HLD-ERA          PIC 9(02).
025100         10  WS-HLD-FROM         PIC 9(09).
025200         10  WS-HLD-TO           PIC 9(09).
025300         10  WS-HLD-RUN-DATE     PIC 9(08).
025400         10  WS-HLD-RUN-ID       PIC X(08).
025500
025600*****************************************************************
025700*    CARVE WORK AREA - THE TRANSFER BEING APPLIED TO THE        *
025800*    HOLDING AT WS-HOLD-MATCH, AND A COPY OF THAT HOLDING AS IT *
025900*    STOOD BEFORE THE SPLIT.                                    *
026000*****************************************************************
026100 01  WS-CARVE-FIELDS.
026200     05  WS-CRV-DONOR-ID         PIC X(08).
026300     05  WS-CRV-RECEIVER-ID      PIC X(08).
026400     05  WS-CRV-FROM             PIC 9(09).
026500     05  WS-CRV-TO               PIC 9(09).
026600     05  WS-CRV-SAVE-ENTRY.
026700         10  WS-CRV-OWNER-ID     PIC X(08).
026800         10  WS-CRV-SERIES-CODE  PIC X(04).
026900         10  WS-CRV-ERA          PIC 9(02).
027000         10  WS-CRV-OLD-FROM     PIC 9(09).
027100         10  WS-CRV-OLD-TO       PIC 9(09).
027200         10  WS-CRV-RUN-DATE     PIC 9(08).
027300         10  WS-CRV-RUN-ID       PIC X(08).
027400
027500*****************************************************************
027600*    CONFIRMATIONS AGAINST THE SERIES ON THE CARDS - WHAT EACH  *
027700*    SYSTEM HAS REPORTED CONSUMING.                             *
027800*****************************************************************
027900 01  WS-CONFIRM-FIELDS.
028000     05  WS-CNF-COUNT            PIC 9(04) COMP VALUE 0.
028100     05  WS-CNF-IDX              PIC 9(04) COMP VALUE 0.
028200     05  WS-CNF-ENTRY OCCURS 2000 TIMES.
028300         10  WS-CNF-SYSTEM-ID    PIC X(08).
028400         10  WS-CNF-SERIES-CODE  PIC X(04).
028500         10  WS-CNF-ERA          PIC 9(02).
028600         10  WS-CNF-FROM         PIC 9(09).
028700         10  WS-CNF-TO           PIC 9(09).
028800         10  WS-CNF-RUN-DATE     PIC 9(08).
028900         10  WS-CNF-RUN-ID       PIC X(08).
029000
029100*****************************************************************
029200*    VOID-REGISTER ENTRIES FALLING INSIDE ANY CARD'S RANGE.     *
029300*****************************************************************
029400 01  WS-VOID-HIT-FIELDS.
029500     05  WS-VHT-COUNT            PIC 9(04) COMP VALUE 0.
029600     05  WS-VHT-IDX              PIC 9(04) COMP VALUE 0.
029700     05  WS-VHT-MATCH            PIC 9(04) COMP VALUE 0.
029800     05  WS-VHT-ENTRY OCCURS 500 TIMES.
029900         10  WS-VHT-SERIES-CODE  PIC X(04).
030000         10  WS-VHT-ERA          PIC 9(02).
030100         10  WS-VHT-NUMBER       PIC 9(09).
030200
030300 01  WS-EDIT-FIELDS.
030400     05  WS-REJECT-TEXT          PIC X(40) VALUE SPACES.
030500     05  WS-SW-SERIES-WANTED     PIC X(01) VALUE "N".
030600         88  SERIES-IS-WANTED        VALUE "Y".
030700     05  WS-SW-VOID-WANTED       PIC X(01) VALUE "N".
030800         88  VOID-IS-WANTED          VALUE "Y".
030900     05  WS-WANTED-SERIES        PIC X(04) VALUE SPACES.
031000     05  WS-WANTED-NUMBER        PIC 9(09) VALUE ZERO.
031100
031200 01  WS-DATE-TIME-FIELDS.
031300     05  WS-CD-DATE              PIC 9(08).
031400     05  WS-CD-DATE-R REDEFINES WS-CD-DATE.
031500         10  WS-CD-YYYY          PIC 9(04).
031600         10  WS-CD-MM            PIC 9(02).
031700         10  WS-CD-DD            PIC 9(02).
031800     05  WS-HDG-DATE-NUM         PIC 9(08).
031900     05  WS-HDG-DATE-NUM-R REDEFINES WS-HDG-DATE-NUM.
032000         10  WS-HDN-MM           PIC 9(02).
032100         10  WS-HDN-DD           PIC 9(02).
032200         10  WS-HDN-YYYY         PIC 9(04).
032300
032400 01  WS-REPORT-FIELDS.
032500     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
032600     05  WS-PAGE-NUMBER          PIC 9(03) VALUE ZERO.
032700     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 050.
032800
032900 01  WS-TITLE-LINE.
033000     05  FILLER                  PIC X(38) VALUE SPACES.
033100     05  FILLER                  PIC X(56) VALUE
033200         "TEST-COB RANGE TRANSFER EDIT REPORT".
033300
033400 01  WS-HEADING-LINE.
033500     05  FILLER                  PIC X(01) VALUE SPACES.
033600     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
033700     05  WS-HDG-DATE             PIC 99/99/9999.
033800     05  FILLER                  PIC X(06) VALUE "  JOB:".
033900     05  WS-HDG-JOBNAME          PIC X(09) VALUE "TESTXFER".
034000     05  FILLER                  PIC X(06) VALUE "PAGE: ".
034100     05  WS-HDG-PAGE             PIC ZZ9.
034200
034300 01  WS-POSTED-LINE.
034400     05  FILLER                  PIC X(02) VALUE SPACES.
034500     05  FILLER                  PIC X(14) VALUE "TRANSFERRED - ".
034600     05  WS-PST-SERIES           PIC X(04).
034700     05  FILLER                  PIC X(05) VALUE " ERA ".
034800     05  WS-PST-ERA              PIC 99.
034900     05  FILLER                  PIC X(02) VALUE SPACES.
035000     05  WS-PST-FROM             PIC 9(09).
035100     05  FILLER                  PIC X(03) VALUE " - ".
035200     05  WS-PST-TO               PIC 9(09).
035300     05  FILLER                  PIC X(06) VALUE "  QTY ".
035400     05  WS-PST-QUANTITY         PIC ZZZZZZZZ9.
035500     05  FILLER                  PIC X(07) VALUE "  FROM ".
035600     05  WS-PST-DONOR            PIC X(08).
035700     05  FILLER                  PIC X(04) VALUE " TO ".
035800     05  WS-PST-RECEIVER         PIC X(08).
035900     05  FILLER                  PIC X(13) VALUE "  ALLOCATION ".
036000     05  WS-PST-RUN-DATE         PIC 9(08).
036100     05  FILLER                  PIC X(01) VALUE SPACES.
036200     05  WS-PST-RUN-ID           PIC X(08).
036300
036400 01  WS-REJECT-LINE.
036500     05  FILLER                  PIC X(02) VALUE SPACES.
036600     05  FILLER                  PIC X(11) VALUE "REJECTED - ".
036700     05  WS-REJ-CARD             PIC X(48).
036800     05  FILLER                  PIC X(03) VALUE " - ".
036900     05  WS-REJ-REASON           PIC X(40).
037000
037100 01  WS-TOTAL-LINE.
037200     05  FILLER                  PIC X(04) VALUE SPACES.
037300     05  FILLER                  PIC X(30) VALUE
037400         "TRANSFERS POSTED  . . . . .   ".
037500     05  WS-TOT-POSTED           PIC ZZZZZZZZ9.
037600     05  FILLER                  PIC X(12) VALUE "  REJECTED  ".
037700     05  WS-TOT-REJECTED         PIC ZZZZZZZZ9.
037800
037900 01  WS-END-LINE.
038000     05  FILLER                  PIC X(20) VALUE SPACES.
038100     05  FILLER                  PIC X(22) VALUE
038200         "*** END OF REPORT ***".
038300
038400 01  WS-SW-FIELDS.
038500     05  WS-SW-CARD-EOF          PIC X(01) VALUE "N".
038600         88  END-OF-CARDS            VALUE "Y".
038700     05  WS-SW-REG-EOF           PIC X(01) VALUE "N".
038800         88  END-OF-REGISTER         VALUE "Y".
038900     05  WS-SW-ALLOCX-EOF        PIC X(01) VALUE "N".
039000         88  END-OF-ALLOCX           VALUE "Y".
039100     05  WS-SW-XFRLOG-EOF        PIC X(01) VALUE "N".
039200         88  END-OF-XFRLOG           VALUE "Y".
039300     05  WS-SW-CONFIRM-EOF       PIC X(01) VALUE "N".
039400         88  END-OF-CONFIRMS         VALUE "Y".
039500     05  WS-SW-VOID-EOF          PIC X(01) VALUE "N".
039600         88  END-OF-VOIDS            VALUE "Y".
039700
039800 PROCEDURE DIVISION.
039900 0000-MAINLINE.
040000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
040100     PERFORM 2000-POST-CARDS THRU 2000-EXIT
040200     PERFORM 3000-FINALIZE THRU 3000-EXIT
040300     GO TO 9999-EXIT.
040400
040500*****************************************************************
040600*    1000-INITIALIZE - READ THE CARD DECK, THE SYSTEM REGISTER  *
040700*    AND THE HOLDINGS AS THE LOGGED TRANSFERS LEAVE THEM, THE   *
040800*    CONFIRMATIONS AND THE VOIDED NUMBERS THE CARDS TOUCH, THEN *
040900*    OPEN THE LOG (EXTENDED, NEVER OVERLAID), THE REJECT FILE   *
041000*    AND THE EDIT REPORT.                                       *
041100*****************************************************************
041200 1000-INITIALIZE.
041300     DISPLAY "TEST-XFER - RANGE TRANSFER POSTING STARTING"
041400     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
041500     MOVE WS-CD-DATE TO WS-CURRENT-DATE
041600     PERFORM 1100-LOAD-CARDS THRU 1100-EXIT
041700     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT
041800     PERFORM 1300-LOAD-HOLDINGS THRU 1300-EXIT
041900     PERFORM 1400-APPLY-LOGGED-TRANSFERS THRU 1400-EXIT
042000     PERFORM 1500-LOAD-CONFIRMS THRU 1500-EXIT
042100     PERFORM 1600-LOAD-VOID-HITS THRU 1600-EXIT
042200     OPEN EXTEND XFER-LOG-FILE
042300     IF WS-XFRLOG-STATUS IS NOT EQUAL TO "00"
042400         MOVE 2002 TO WS-RETURN-CODE
042500         DISPLAY "TEST-XFER RC2002 - TRANSFER LOG "
042600             "FAILED TO OPEN - STATUS " WS-XFRLOG-STATUS
042700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
042800     END-IF
042900     OPEN OUTPUT REJECT-FILE
043000     IF WS-REJECT-STATUS IS NOT EQUAL TO "00"
043100         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
043200     END-IF
043300     OPEN OUTPUT REPORT-FILE
043400     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
043500         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
043600     END-IF
043700     PERFORM 1900-WRITE-REPORT-HEADING THRU 1900-EXIT.
043800 1000-EXIT.
043900     EXIT.
044000
044100*****************************************************************
044200*    1100-LOAD-CARDS - READ THE WHOLE DECK INTO THE CARD TABLE, *
044300*    NOTING WHICH CARDS PASS THE SYNTAX EDITS.                  *
044400*****************************************************************
044500 1100-LOAD-CARDS.
044600     OPEN INPUT XFER-CARD-FILE
044700     IF WS-CARDS-STATUS IS NOT EQUAL TO "00"
044800         MOVE 2000 TO WS-RETURN-CODE
044900         DISPLAY "TEST-XFER RC2000 - TRANSFER CARD FILE "
045000             "FAILED TO OPEN - STATUS " WS-CARDS-STATUS
045100         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
045200     END-IF
045300     PERFORM 1110-READ-CARD THRU 1110-EXIT
045400         UNTIL END-OF-CARDS
045500     CLOSE XFER-CARD-FILE.
045600 1100-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000*    1110-READ-CARD - TABLE ONE CARD AND ITS SYNTAX VERDICT.    *
046100*****************************************************************
046200 1110-READ-CARD.
046300     READ XFER-CARD-FILE
046400         AT END
046500             SET END-OF-CARDS TO TRUE
046600         NOT AT END
046700             IF WS-CARD-COUNT IS GREATER THAN OR EQUAL TO
046800                 WS-MAX-CARDS
046900                 MOVE 2004 TO WS-RETURN-CODE
047000                 DISPLAY "TEST-XFER RC2004 - MORE CARDS THAN "
047100                     "THE CARD TABLE ALLOWS"
047200                 PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
047300             END-IF
047400             ADD 1 TO WS-CARD-COUNT
047500             MOVE CP-XFER-CARD-IN TO CP-XFER-CARD
047600             MOVE CP-XFER-CARD-IN TO WS-CRD-IMAGE(WS-CARD-COUNT)
047700             MOVE "N" TO WS-CRD-SW-SYNTAX(WS-CARD-COUNT)
047800             PERFORM 1120-EDIT-CARD-SYNTAX THRU 1120-EXIT
047900             IF WS-REJECT-TEXT IS EQUAL TO SPACES
048000                 MOVE "Y" TO WS-CRD-SW-SYNTAX(WS-CARD-COUNT)
048100             END-IF
048200     END-READ.
048300 1110-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700*    1120-EDIT-CARD-SYNTAX - THE EDITS THAT NEED NO FILE: EVERY *
048800*    REQUIRED FIELD PRESENT, THE NUMBERS NUMERIC AND IN ORDER,  *
048900*    AND A DONOR DIFFERENT FROM THE RECEIVER.  LEAVES THE       *
049000*    FAILURE IN WS-REJECT-TEXT, SPACES WHEN THE CARD IS CLEAN.  *
049100*****************************************************************
049200 1120-EDIT-CARD-SYNTAX.
049300     MOVE SPACES TO WS-REJECT-TEXT
049400     IF CP-XCD-DONOR-ID IS EQUAL TO SPACES
049500         OR CP-XCD-RECEIVER-ID IS EQUAL TO SPACES
049600         OR CP-XCD-SERIES-CODE IS EQUAL TO SPACES
049700         OR CP-XCD-REQUESTED-BY IS EQUAL TO SPACES
049800         OR CP-XCD-FROM-NUMBER IS NOT NUMERIC
049900         OR CP-XCD-TO-NUMBER IS NOT NUMERIC
050000         OR CP-XCD-FROM-NUMBER IS EQUAL TO "000000000"
050100         MOVE "INCOMPLETE OR NON-NUMERIC CARD"
050200             TO WS-REJECT-TEXT
050300         GO TO 1120-EXIT
050400     END-IF
050500     IF CP-XCD-ERA-CODE IS NOT EQUAL TO SPACES
050600         AND CP-XCD-ERA-CODE IS NOT NUMERIC
050700         MOVE "ERA CODE IS NOT NUMERIC"
050800             TO WS-REJECT-TEXT
050900         GO TO 1120-EXIT
051000     END-IF
051100     IF CP-XCD-TO-NUMBER-N IS LESS THAN CP-XCD-FROM-NUMBER-N
051200         MOVE "TO NUMBER IS BELOW THE FROM NUMBER"
051300             TO WS-REJECT-TEXT
051400         GO TO 1120-EXIT
051500     END-IF
051600     IF CP-XCD-DONOR-ID IS EQUAL TO CP-XCD-RECEIVER-ID
051700         MOVE "DONOR AND RECEIVER ARE THE SAME SYSTEM"
051800             TO WS-REJECT-TEXT
051900     END-IF.
052000 1120-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*    1200-LOAD-REGISTER - READ THE SYSTEM REGISTER.             *
052500*****************************************************************
052600 1200-LOAD-REGISTER.
052700     OPEN INPUT SYSREG-FILE
052800     IF WS-SYSREG-STATUS IS NOT EQUAL TO "00"
052900         MOVE 2003 TO WS-RETURN-CODE
053000         DISPLAY "TEST-XFER RC2003 - SYSTEM REGISTER "
053100             "FAILED TO OPEN - STATUS " WS-SYSREG-STATUS
053200         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
053300     END-IF
053400     PERFORM 1210-READ-REGISTER-RECORD THRU 1210-EXIT
053500         UNTIL END-OF-REGISTER
053600     CLOSE SYSREG-FILE
053700     IF WS-REG-COUNT IS EQUAL TO ZERO
053800         MOVE 2003 TO WS-RETURN-CODE
053900         DISPLAY "TEST-XFER RC2003 - SYSTEM REGISTER "
054000             "HELD NO RECORDS"
054100         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
054200     END-IF.
054300 1200-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700*    1210-READ-REGISTER-RECORD - TABLE ONE SYSTEM AND SERIES.   *
054800*****************************************************************
054900 1210-READ-REGISTER-RECORD.
055000     READ SYSREG-FILE
055100         AT END
055200             SET END-OF-REGISTER TO TRUE
055300         NOT AT END
055400             IF WS-REG-COUNT IS GREATER THAN OR EQUAL TO
055500                 WS-MAX-REGISTER
055600                 MOVE 2003 TO WS-RETURN-CODE
055700                 DISPLAY "TEST-XFER RC2003 - MORE REGISTER "
055800                     "ENTRIES THAN THE REGISTER TABLE ALLOWS"
055900                 PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
056000             END-IF
056100             ADD 1 TO WS-REG-COUNT
056200             MOVE CP-REG-SYSTEM-ID
056300                 TO WS-REG-SYSTEM-ID(WS-REG-COUNT)
056400             MOVE CP-REG-SERIES-CODE
056500                 TO WS-REG-SERIES-CODE(WS-REG-COUNT)
056600     END-READ.
056700 1210-EXIT.
056800     EXIT.
056900
057000*****************************************************************
057100*    1300-LOAD-HOLDINGS - ONE HOLDING PER ALLOCATION RANGE FOR  *
057200*    A SERIES SOME CARD NAMES, OWNED BY THE SYSTEM IT WAS       *
057300*    ALLOCATED TO.                                              *
057400*****************************************************************
057500 1300-LOAD-HOLDINGS.
057600     OPEN INPUT ALLOCX-FILE
057700     IF WS-ALLOCX-STATUS IS NOT EQUAL TO "00"
057800         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
057900     END-IF
058000     PERFORM 1310-READ-ALLOCX-RECORD THRU 1310-EXIT
058100         UNTIL END-OF-ALLOCX
058200     CLOSE ALLOCX-FILE.
058300 1300-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700*    1310-READ-ALLOCX-RECORD - TABLE ONE ALLOCATION RANGE.      *
058800*****************************************************************
058900 1310-READ-ALLOCX-RECORD.
059000     READ ALLOCX-FILE
059100         AT END
059200             SET END-OF-ALLOCX TO TRUE
059300             GO TO 1310-EXIT
059400     END-READ
059500     MOVE CP-ALX-SERIES-CODE TO WS-WANTED-SERIES
059600     PERFORM 1800-CHECK-SERIES-WANTED THRU 1800-EXIT
059700     IF NOT SERIES-IS-WANTED
059800         GO TO 1310-EXIT
059900     END-IF
060000     IF WS-HOLD-COUNT IS GREATER THAN OR EQUAL TO
060100         WS-MAX-HOLDINGS
060200         PERFORM 9920-HOLDINGS-FULL THRU 9920-EXIT
060300     END-IF
060400     ADD 1 TO WS-HOLD-COUNT
060500     MOVE CP-ALX-SYSTEM-ID TO WS-HLD-OWNER-ID(WS-HOLD-COUNT)
060600     MOVE CP-ALX-SERIES-CODE
060700         TO WS-HLD-SERIES-CODE(WS-HOLD-COUNT)
060800     IF CP-ALX-ERA-CODE IS NUMERIC
060900         MOVE CP-ALX-ERA-CODE TO WS-HLD-ERA(WS-HOLD-COUNT)
061000     ELSE
061100         MOVE ZERO TO WS-HLD-ERA(WS-HOLD-COUNT)
061200     END-IF
061300     MOVE CP-ALX-FROM-NUMBER TO WS-HLD-FROM(WS-HOLD-COUNT)
061400     MOVE CP-ALX-TO-NUMBER TO WS-HLD-TO(WS-HOLD-COUNT)
061500     MOVE CP-ALX-RUN-DATE TO WS-HLD-RUN-DATE(WS-HOLD-COUNT)
061600     MOVE CP-ALX-RUN-ID TO WS-HLD-RUN-ID(WS-HOLD-COUNT).
061700 1310-EXIT.
061800     EXIT.
061900
062000*****************************************************************
062100*    1400-APPLY-LOGGED-TRANSFERS - REPLAY THE TRANSFER LOG OVER *
062200*    THE HOLDINGS, OLDEST FIRST.  A LOG WITH NO DATASET YET IS  *
062300*    AN EMPTY LOG.  A TRANSFER WHOSE ALLOCATION IS NO LONGER ON *
062400*    A RETAINED GENERATION HAS NOTHING TO CARVE AND IS PASSED.  *
062500*****************************************************************
062600 1400-APPLY-LOGGED-TRANSFERS.
062700     OPEN INPUT XFER-LOG-FILE
062800     EVALUATE WS-XFRLOG-STATUS
062900         WHEN "00"
063000             PERFORM 1410-READ-LOG-RECORD THRU 1410-EXIT
063100                 UNTIL END-OF-XFRLOG
063200             CLOSE XFER-LOG-FILE
063300         WHEN "35"
063400             CONTINUE
063500         WHEN OTHER
063600             MOVE 2002 TO WS-RETURN-CODE
063700             DISPLAY "TEST-XFER RC2002 - TRANSFER LOG "
063800                 "FAILED TO OPEN - STATUS " WS-XFRLOG-STATUS
063900             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
064000     END-EVALUATE.
064100 1400-EXIT.
064200     EXIT.
064300
064400*****************************************************************
064500*    1410-READ-LOG-RECORD - CARVE ONE LOGGED TRANSFER OUT OF    *
064600*    THE DONOR'S HOLDING ON THE SAME ALLOCATION.                *
064700*****************************************************************
064800 1410-READ-LOG-RECORD.
064900     READ XFER-LOG-FILE
065000         AT END
065100             SET END-OF-XFRLOG TO TRUE
065200             GO TO 1410-EXIT
065300     END-READ
065400     ADD 1 TO WS-LOGGED-COUNT
065500     MOVE CP-XFR-SERIES-CODE TO WS-WANTED-SERIES
065600     PERFORM 1800-CHECK-SERIES-WANTED THRU 1800-EXIT
065700     IF NOT SERIES-IS-WANTED
065800         GO TO 1410-EXIT
065900     END-IF
066000     MOVE ZERO TO WS-HOLD-MATCH
066100     PERFORM 1420-MATCH-LOGGED-HOLDING THRU 1420-EXIT
066200         VARYING WS-HOLD-IDX FROM 1 BY 1
066300         UNTIL WS-HOLD-IDX IS GREATER THAN WS-HOLD-COUNT
066400     IF WS-HOLD-MATCH IS EQUAL TO ZERO
066500         GO TO 1410-EXIT
066600     END-IF
066700     MOVE CP-XFR-DONOR-ID TO WS-CRV-DONOR-ID
066800     MOVE CP-XFR-RECEIVER-ID TO WS-CRV-RECEIVER-ID
066900     MOVE CP-XFR-FROM-NUMBER TO WS-CRV-FROM
067000     MOVE CP-XFR-TO-NUMBER TO WS-CRV-TO
067100     PERFORM 2700-CARVE-HOLDING THRU 2700-EXIT.
067200 1410-EXIT.
067300     EXIT.
067400
067500*****************************************************************
067600*    1420-MATCH-LOGGED-HOLDING - ONE PASS OF THE SEARCH FOR THE *
067700*    DONOR'S PIECE OF THE LOGGED TRANSFER'S ALLOCATION THAT     *
067800*    WHOLLY CONTAINS THE TRANSFERRED RANGE.                     *
067900*****************************************************************
068000 1420-MATCH-LOGGED-HOLDING.
068100     IF WS-HOLD-MATCH IS EQUAL TO ZERO
068200         AND WS-HLD-OWNER-ID(WS-HOLD-IDX) IS EQUAL TO
068300             CP-XFR-DONOR-ID
068400         AND WS-HLD-SERIES-CODE(WS-HOLD-IDX) IS EQUAL TO
068500             CP-XFR-SERIES-CODE
068600         AND WS-HLD-ERA(WS-HOLD-IDX) IS EQUAL TO
068700             CP-XFR-ERA-CODE
068800         AND WS-HLD-RUN-DATE(WS-HOLD-IDX) IS EQUAL TO
068900             CP-XFR-ALX-RUN-DATE
069000         AND WS-HLD-RUN-ID(WS-HOLD-IDX) IS EQUAL TO
069100             CP-XFR-ALX-RUN-ID
069200         AND WS-HLD-FROM(WS-HOLD-IDX) IS NOT GREATER THAN
069300             CP-XFR-FROM-NUMBER
069400         AND WS-HLD-TO(WS-HOLD-IDX) IS NOT LESS THAN
069500             CP-XFR-TO-NUMBER
069600         MOVE WS-HOLD-IDX TO WS-HOLD-MATCH
069700     END-IF.
069800 1420-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*    1500-LOAD-CONFIRMS - TABLE THE CONFIRMATIONS FOR THE       *
070300*    SERIES ON THE CARDS.  A CONFIRMATION FILE WITH NO DATASET  *
070400*    YET HOLDS NOTHING.                                         *
070500*****************************************************************
070600 1500-LOAD-CONFIRMS.
070700     OPEN INPUT CONFIRM-FILE
070800     EVALUATE WS-CONFIRM-STATUS
070900         WHEN "00"
071000             PERFORM 1510-READ-CONFIRM-RECORD THRU 1510-EXIT
071100                 UNTIL END-OF-CONFIRMS
071200             CLOSE CONFIRM-FILE
071300         WHEN "35"
071400             CONTINUE
071500         WHEN OTHER
071600             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
071700     END-EVALUATE.
071800 1500-EXIT.
071900     EXIT.
072000
072100*****************************************************************
072200*    1510-READ-CONFIRM-RECORD - TABLE ONE CONFIRMATION.         *
072300*****************************************************************
072400 1510-READ-CONFIRM-RECORD.
072500     READ CONFIRM-FILE
072600         AT END
072700             SET END-OF-CONFIRMS TO TRUE
072800             GO TO 1510-EXIT
072900     END-READ
073000     MOVE CP-CNF-SERIES-CODE TO WS-WANTED-SERIES
073100     PERFORM 1800-CHECK-SERIES-WANTED THRU 1800-EXIT
073200     IF NOT SERIES-IS-WANTED
073300         GO TO 1510-EXIT
073400     END-IF
073500     IF WS-CNF-COUNT IS GREATER THAN OR EQUAL TO
073600         WS-MAX-CONFIRMS
073700         MOVE 2004 TO WS-RETURN-CODE
073800         DISPLAY "TEST-XFER RC2004 - MORE CONFIRMATIONS "
073900             "THAN THE CONFIRMATION TABLE ALLOWS"
074000         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
074100     END-IF
074200     ADD 1 TO WS-CNF-COUNT
074300     MOVE CP-CNF-SYSTEM-ID TO WS-CNF-SYSTEM-ID(WS-CNF-COUNT)
074400     MOVE CP-CNF-SERIES-CODE
074500         TO WS-CNF-SERIES-CODE(WS-CNF-COUNT)
074600     IF CP-CNF-ERA-CODE IS NUMERIC
074700         MOVE CP-CNF-ERA-CODE TO WS-CNF-ERA(WS-CNF-COUNT)
074800     ELSE
074900         MOVE ZERO TO WS-CNF-ERA(WS-CNF-COUNT)
075000     END-IF
075100     MOVE CP-CNF-FROM-NUMBER TO WS-CNF-FROM(WS-CNF-COUNT)
075200     MOVE CP-CNF-TO-NUMBER TO WS-CNF-TO(WS-CNF-COUNT)
075300     MOVE CP-CNF-RUN-DATE TO WS-CNF-RUN-DATE(WS-CNF-COUNT)
075400     MOVE CP-CNF-RUN-ID TO WS-CNF-RUN-ID(WS-CNF-COUNT).
075500 1510-EXIT.
075600     EXIT.
075700
075800*****************************************************************
075900*    1600-LOAD-VOID-HITS - ONE PASS OF THE VOID REGISTER,       *
076000*    TABLING EVERY ENTRY THAT FALLS INSIDE SOME CARD'S RANGE.   *
076100*    A REGISTER WITH NO DATASET YET HOLDS NOTHING.              *
076200*****************************************************************
076300 1600-LOAD-VOID-HITS.
076400     OPEN INPUT VOID-REG-FILE
076500     EVALUATE WS-VOID-STATUS
076600         WHEN "00"
076700             PERFORM 1610-READ-VOID-RECORD THRU 1610-EXIT
076800                 UNTIL END-OF-VOIDS
076900             CLOSE VOID-REG-FILE
077000         WHEN "35"
077100             CONTINUE
077200         WHEN OTHER
077300             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
077400     END-EVALUATE.
077500 1600-EXIT.
077600     EXIT.
077700
077800*****************************************************************
077900*    1610-READ-VOID-RECORD - TABLE ONE REGISTER ENTRY IF A CARD *
078000*    RANGE COVERS IT.                                           *
078100*****************************************************************
078200 1610-READ-VOID-RECORD.
078300     READ VOID-REG-FILE
078400         AT END
078500             SET END-OF-VOIDS TO TRUE
078600             GO TO 1610-EXIT
078700     END-READ
078800     MOVE CP-VOID-SERIES-CODE TO WS-WANTED-SERIES
078900     MOVE CP-VOID-SEQ-NUMBER TO WS-WANTED-NUMBER
079000     MOVE "N" TO WS-SW-VOID-WANTED
079100     PERFORM 1620-MATCH-CARD-RANGE THRU 1620-EXIT
079200         VARYING WS-CARD-IDX FROM 1 BY 1
079300         UNTIL WS-CARD-IDX IS GREATER THAN WS-CARD-COUNT
079400     IF NOT VOID-IS-WANTED
079500         GO TO 1610-EXIT
079600     END-IF
079700     IF WS-VHT-COUNT IS GREATER THAN OR EQUAL TO
079800         WS-MAX-VOID-HITS
079900         MOVE 2004 TO WS-RETURN-CODE
080000         DISPLAY "TEST-XFER RC2004 - MORE VOIDED NUMBERS IN "
080100             "THE CARD RANGES THAN THE VOID TABLE ALLOWS"
080200         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
080300     END-IF
080400     ADD 1 TO WS-VHT-COUNT
080500     MOVE CP-VOID-SERIES-CODE
080600         TO WS-VHT-SERIES-CODE(WS-VHT-COUNT)
080700     IF CP-VOID-ERA-CODE IS NUMERIC
080800         MOVE CP-VOID-ERA-CODE TO WS-VHT-ERA(WS-VHT-COUNT)
080900     ELSE
081000         MOVE ZERO TO WS-VHT-ERA(WS-VHT-COUNT)
081100     END-IF
081200     MOVE CP-VOID-SEQ-NUMBER TO WS-VHT-NUMBER(WS-VHT-COUNT).
081300 1610-EXIT.
081400     EXIT.
081500
081600*****************************************************************
081700*    1620-MATCH-CARD-RANGE - ONE PASS OF THE SEARCH FOR A CLEAN *
081800*    CARD WHOSE SERIES AND RANGE COVER THE REGISTER ENTRY.      *
081900*****************************************************************
082000 1620-MATCH-CARD-RANGE.
082100     IF VOID-IS-WANTED
082200         OR NOT CRD-SYNTAX-OK(WS-CARD-IDX)
082300         GO TO 1620-EXIT
082400     END-IF
082500     MOVE WS-CRD-IMAGE(WS-CARD-IDX) TO CP-XFER-CARD
082600     IF CP-XCD-SERIES-CODE IS EQUAL TO WS-WANTED-SERIES
082700         AND CP-XCD-FROM-NUMBER-N IS NOT GREATER THAN
082800             WS-WANTED-NUMBER
082900         AND CP-XCD-TO-NUMBER-N IS NOT LESS THAN
083000             WS-WANTED-NUMBER
083100         SET VOID-IS-WANTED TO TRUE
083200     END-IF.
083300 1620-EXIT.
083400     EXIT.
083500
083600*****************************************************************
083700*    1800-CHECK-SERIES-WANTED - SETS SERIES-IS-WANTED WHEN SOME *
083800*    CLEAN CARD NAMES WS-WANTED-SERIES; RECORDS FOR OTHER       *
083900*    SERIES ARE NOT TABLED.                                     *
084000*****************************************************************
084100 1800-CHECK-SERIES-WANTED.
084200     MOVE "N" TO WS-SW-SERIES-WANTED
084300     PERFORM 1810-MATCH-CARD-SERIES THRU 1810-EXIT
084400         VARYING WS-CARD-IDX FROM 1 BY 1
084500         UNTIL WS-CARD-IDX IS GREATER THAN WS-CARD-COUNT
084600             OR SERIES-IS-WANTED.
084700 1800-EXIT.
084800     EXIT.
084900
085000*****************************************************************
085100*    1810-MATCH-CARD-SERIES - ONE PASS OF THAT SEARCH.          *
085200*****************************************************************
085300 1810-MATCH-CARD-SERIES.
085400     IF CRD-SYNTAX-OK(WS-CARD-IDX)
085500         AND WS-CRD-IMAGE(WS-CARD-IDX)(17:4) IS EQUAL TO
085600             WS-WANTED-SERIES
085700         SET SERIES-IS-WANTED TO TRUE
085800     END-IF.
085900 1810-EXIT.
086000     EXIT.
086100
086200*****************************************************************
086300*    1900-WRITE-REPORT-HEADING - TITLE, RUN DATE AND PAGE       *
086400*    NUMBER AT THE TOP OF EVERY PAGE.                           *
086500*****************************************************************
086600 1900-WRITE-REPORT-HEADING.
086700     ADD 1 TO WS-PAGE-NUMBER
086800     IF WS-PAGE-NUMBER IS GREATER THAN 1
086900         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
087000             AFTER ADVANCING TOP-OF-PAGE
087100     ELSE
087200         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
087300     END-IF
087400     MOVE WS-CD-MM TO WS-HDN-MM
087500     MOVE WS-CD-DD TO WS-HDN-DD
087600     MOVE WS-CD-YYYY TO WS-HDN-YYYY
087700     MOVE WS-HDG-DATE-NUM TO WS-HDG-DATE
087800     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
087900     WRITE CP-RPT-LINE FROM WS-HEADING-LINE
088000     MOVE ZERO TO WS-LINE-COUNT.
088100 1900-EXIT.
088200     EXIT.
088300
088400*****************************************************************
088500*    2000-POST-CARDS - EDIT EVERY CARD IN DECK ORDER; THE GOOD  *
088600*    ONES POST TO THE LOG AND CARVE THE HOLDINGS AT ONCE, SO A  *
088700*    LATER CARD SEES THEM.  THE BAD ONES GO TO THE REJECT FILE  *
088800*    AND THE EDIT REPORT.                                       *
088900*****************************************************************
089000 2000-POST-CARDS.
089100     PERFORM 2200-POST-ONE-CARD THRU 2200-EXIT
089200         VARYING WS-CARD-IDX FROM 1 BY 1
089300         UNTIL WS-CARD-IDX IS GREATER THAN WS-CARD-COUNT.
089400 2000-EXIT.
089500     EXIT.
089600
089700*****************************************************************
089800*    2200-POST-ONE-CARD - RUN ONE CARD THROUGH THE EDITS AND    *
089900*    POST ITS TRANSFER, OR REJECT IT.  THE EDITS RUN IN ORDER:  *
090000*    SYNTAX, RECEIVER ON THE REGISTER, DONOR HOLDS THE RANGE,   *
090100*    NONE OF IT CONSUMED, NONE OF IT VOIDED.  THE FIRST FAILURE *
090200*    NAMES THE CARD'S PROBLEM.                                  *
090300*****************************************************************
090400 2200-POST-ONE-CARD.
090500     MOVE WS-CRD-IMAGE(WS-CARD-IDX) TO CP-XFER-CARD
090600     IF NOT CRD-SYNTAX-OK(WS-CARD-IDX)
090700         PERFORM 1120-EDIT-CARD-SYNTAX THRU 1120-EXIT
090800         PERFORM 2500-REJECT-CARD THRU 2500-EXIT
090900         GO TO 2200-EXIT
091000     END-IF
091100     MOVE ZERO TO WS-REG-MATCH
091200     PERFORM 2300-MATCH-REGISTER THRU 2300-EXIT
091300         VARYING WS-REG-IDX FROM 1 BY 1
091400         UNTIL WS-REG-IDX IS GREATER THAN WS-REG-COUNT
091500     IF WS-REG-MATCH IS EQUAL TO ZERO
091600         MOVE "RECEIVER NOT REGISTERED FOR THE SERIES"
091700             TO WS-REJECT-TEXT
091800         PERFORM 2500-REJECT-CARD THRU 2500-EXIT
091900         GO TO 2200-EXIT
092000     END-IF
092100     MOVE ZERO TO WS-HOLD-MATCH
092200     PERFORM 2400-MATCH-DONOR-HOLDING THRU 2400-EXIT
092300         VARYING WS-HOLD-IDX FROM 1 BY 1
092400         UNTIL WS-HOLD-IDX IS GREATER THAN WS-HOLD-COUNT
092500     IF WS-HOLD-MATCH IS EQUAL TO ZERO
092600         MOVE "DONOR DOES NOT HOLD THE WHOLE RANGE"
092700             TO WS-REJECT-TEXT
092800         PERFORM 2500-REJECT-CARD THRU 2500-EXIT
092900         GO TO 2200-EXIT
093000     END-IF
093100     MOVE WS-HLD-ERA(WS-HOLD-MATCH) TO WS-CARD-ERA
093200*    THE DONOR CONSUMES ITS PIECE FROM THE LOW END UPWARD - ITS
093300*    HIGHEST CONFIRMED NUMBER IS THE CONSUMPTION HIGH-WATER MARK.
093400     MOVE ZERO TO WS-CONSUMED-HI
093500     PERFORM 2600-CHECK-CONSUMED THRU 2600-EXIT
093600         VARYING WS-CNF-IDX FROM 1 BY 1
093700         UNTIL WS-CNF-IDX IS GREATER THAN WS-CNF-COUNT
093800     IF WS-CONSUMED-HI IS NOT LESS THAN CP-XCD-FROM-NUMBER-N
093900         MOVE "RANGE REACHES NUMBERS THE DONOR CONSUMED"
094000             TO WS-REJECT-TEXT
094100         PERFORM 2500-REJECT-CARD THRU 2500-EXIT
094200         GO TO 2200-EXIT
094300     END-IF
094400     MOVE ZERO TO WS-VHT-MATCH
094500     PERFORM 2650-CHECK-VOIDED THRU 2650-EXIT
094600         VARYING WS-VHT-IDX FROM 1 BY 1
094700         UNTIL WS-VHT-IDX IS GREATER THAN WS-VHT-COUNT
094800     IF WS-VHT-MATCH IS NOT EQUAL TO ZERO
094900         MOVE "RANGE HOLDS VOIDED OR RECLAIMED NUMBERS"
095000             TO WS-REJECT-TEXT
095100         PERFORM 2500-REJECT-CARD THRU 2500-EXIT
095200         GO TO 2200-EXIT
095300     END-IF
095400     PERFORM 2800-POST-TRANSFER THRU 2800-EXIT.
095500 2200-EXIT.
095600     EXIT.
095700
095800*****************************************************************
095900*    2300-MATCH-REGISTER - ONE PASS OF THE SEARCH OF THE        *
096000*    REGISTER FOR THE RECEIVER AND SERIES.                      *
096100*****************************************************************
096200 2300-MATCH-REGISTER.
096300     IF WS-REG-MATCH IS EQUAL TO ZERO
096400         AND WS-REG-SYSTEM-ID(WS-REG-IDX) IS EQUAL TO
096500             CP-XCD-RECEIVER-ID
096600         AND WS-REG-SERIES-CODE(WS-REG-IDX) IS EQUAL TO
096700             CP-XCD-SERIES-CODE
096800         MOVE WS-REG-IDX TO WS-REG-MATCH
096900     END-IF.
097000 2300-EXIT.
097100     EXIT.
097200
097300*****************************************************************
097400*    2400-MATCH-DONOR-HOLDING - ONE PASS OF THE SEARCH FOR THE  *
097500*    DONOR'S HOLDING THAT WHOLLY CONTAINS THE CARD'S RANGE.     *
097600*    WITH NO ERA ON THE CARD, THE LATEST ERA FOUND WINS.        *
097700*****************************************************************
097800 2400-MATCH-DONOR-HOLDING.
097900     IF WS-HLD-OWNER-ID(WS-HOLD-IDX) IS NOT EQUAL TO
098000             CP-XCD-DONOR-ID
098100         OR WS-HLD-SERIES-CODE(WS-HOLD-IDX) IS NOT EQUAL TO
098200             CP-XCD-SERIES-CODE
098300         OR WS-HLD-FROM(WS-HOLD-IDX) IS GREATER THAN
098400             CP-XCD-FROM-NUMBER-N
098500         OR WS-HLD-TO(WS-HOLD-IDX) IS LESS THAN
098600             CP-XCD-TO-NUMBER-N
098700         GO TO 2400-EXIT
098800     END-IF
098900     IF CP-XCD-ERA-CODE IS NOT EQUAL TO SPACES
099000         IF WS-HLD-ERA(WS-HOLD-IDX) IS EQUAL TO
099100             CP-XCD-ERA-CODE
099200             MOVE WS-HOLD-IDX TO WS-HOLD-MATCH
099300         END-IF
099400         GO TO 2400-EXIT
099500     END-IF
099600     IF WS-HOLD-MATCH IS EQUAL TO ZERO
099700         MOVE WS-HOLD-IDX TO WS-HOLD-MATCH
099800     ELSE
099900         IF WS-HLD-ERA(WS-HOLD-IDX) IS GREATER THAN
100000             WS-HLD-ERA(WS-HOLD-MATCH)
100100             MOVE WS-HOLD-IDX TO WS-HOLD-MATCH
100200         END-IF
100300     END-IF.
100400 2400-EXIT.
100500     EXIT.
100600
100700*****************************************************************
100800*    2500-REJECT-CARD - ONE EDIT-REPORT LINE AND ONE CARD       *
100900*    IMAGE ON THE REJECT FILE, READY TO CORRECT AND RESUBMIT.   *
101000*****************************************************************
101100 2500-REJECT-CARD.
101200     ADD 1 TO WS-REJECT-COUNT
101300     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
101400         WS-MAX-LINES-PER-PAGE
101500         PERFORM 1900-WRITE-REPORT-HEADING THRU 1900-EXIT
101600     END-IF
101700     MOVE CP-XFER-CARD(1:48) TO WS-REJ-CARD
101800     MOVE WS-REJECT-TEXT TO WS-REJ-REASON
101900     WRITE CP-RPT-LINE FROM WS-REJECT-LINE
102000     ADD 1 TO WS-LINE-COUNT
102100     WRITE CP-REJECT-CARD FROM CP-XFER-CARD.
102200 2500-EXIT.
102300     EXIT.
102400
102500*****************************************************************
102600*    2600-CHECK-CONSUMED - ONE PASS OF THE CONFIRMATION TABLE,  *
102700*    RAISING THE HIGH-WATER MARK FOR A DONOR CONFIRMATION ON    *
102800*    THE HOLDING'S ALLOCATION THAT FALLS WITHIN THE HOLDING.    *
102900*****************************************************************
103000 2600-CHECK-CONSUMED.
103100     IF WS-CNF-SYSTEM-ID(WS-CNF-IDX) IS EQUAL TO
103200             CP-XCD-DONOR-ID
103300         AND WS-CNF-SERIES-CODE(WS-CNF-IDX) IS EQUAL TO
103400             WS-HLD-SERIES-CODE(WS-HOLD-MATCH)
103500         AND WS-CNF-ERA(WS-CNF-IDX) IS EQUAL TO
103600             WS-HLD-ERA(WS-HOLD-MATCH)
103700         AND WS-CNF-RUN-DATE(WS-CNF-IDX) IS EQUAL TO
103800             WS-HLD-RUN-DATE(WS-HOLD-MATCH)
103900         AND WS-CNF-RUN-ID(WS-CNF-IDX) IS EQUAL TO
104000             WS-HLD-RUN-ID(WS-HOLD-MATCH)
104100         AND WS-CNF-TO(WS-CNF-IDX) IS NOT LESS THAN
104200             WS-HLD-FROM(WS-HOLD-MATCH)
104300         AND WS-CNF-FROM(WS-CNF-IDX) IS NOT GREATER THAN
104400             WS-HLD-TO(WS-HOLD-MATCH)
104500         AND WS-CNF-TO(WS-CNF-IDX) IS GREATER THAN
104600             WS-CONSUMED-HI
104700         MOVE WS-CNF-TO(WS-CNF-IDX) TO WS-CONSUMED-HI
104800     END-IF.
104900 2600-EXIT.
105000     EXIT.
105100
105200*****************************************************************
105300*    2650-CHECK-VOIDED - ONE PASS OF THE VOID TABLE FOR A       *
105400*    NUMBER OF THE CARD'S RANGE IN THE HOLDING'S ERA.           *
105500*****************************************************************
105600 2650-CHECK-VOIDED.
105700     IF WS-VHT-MATCH IS EQUAL TO ZERO
105800         AND WS-VHT-SERIES-CODE(WS-VHT-IDX) IS EQUAL TO
105900             CP-XCD-SERIES-CODE
106000         AND WS-VHT-ERA(WS-VHT-IDX) IS EQUAL TO WS-CARD-ERA
106100         AND WS-VHT-NUMBER(WS-VHT-IDX) IS NOT LESS THAN
106200             CP-XCD-FROM-NUMBER-N
106300         AND WS-VHT-NUMBER(WS-VHT-IDX) IS NOT GREATER THAN
106400             CP-XCD-TO-NUMBER-N
106500         MOVE WS-VHT-IDX TO WS-VHT-MATCH
106600     END-IF.
106700 2650-EXIT.
106800     EXIT.
106900
107000*****************************************************************
107100*    2700-CARVE-HOLDING - SPLIT THE HOLDING AT WS-HOLD-MATCH    *
107200*    FOR THE TRANSFER IN THE CARVE WORK AREA.  THE HOLDING      *
107300*    ITSELF BECOMES THE DONOR'S LOWER PIECE (OR THE RECEIVER'S  *
107400*    PIECE WHEN THE RANGE STARTS AT ITS FROM NUMBER); THE       *
107500*    RECEIVER'S PIECE AND ANY DONOR PIECE ABOVE THE RANGE ARE   *
107501*    ADDED.                                                     *
107600*****************************************************************
107700 2700-CARVE-HOLDING.
107800     MOVE WS-HOLD-ENTRY(WS-HOLD-MATCH) TO WS-CRV-SAVE-ENTRY
107900     IF WS-CRV-FROM IS GREATER THAN WS-CRV-OLD-FROM
108000         COMPUTE WS-HLD-TO(WS-HOLD-MATCH) = WS-CRV-FROM - 1
108100         PERFORM 2710-ADD-HOLDING THRU 2710-EXIT
108200         MOVE WS-CRV-RECEIVER-ID TO WS-HLD-OWNER-ID(WS-HOLD-COUNT)
108300         MOVE WS-CRV-FROM TO WS-HLD-FROM(WS-HOLD-COUNT)
108400         MOVE WS-CRV-TO TO WS-HLD-TO(WS-HOLD-COUNT)
108500     ELSE
108600         MOVE WS-CRV-RECEIVER-ID TO WS-HLD-OWNER-ID(WS-HOLD-MATCH)
108700         MOVE WS-CRV-TO TO WS-HLD-TO(WS-HOLD-MATCH)
108800     END-IF
108900     IF WS-CRV-TO IS LESS THAN WS-CRV-OLD-TO
109000         PERFORM 2710-ADD-HOLDING THRU 2710-EXIT
109100         COMPUTE WS-HLD-FROM(WS-HOLD-COUNT) = WS-CRV-TO + 1
109200     END-IF.
109300 2700-EXIT.
109400     EXIT.
109500
109600*****************************************************************
109700*    2710-ADD-HOLDING - A NEW HOLDING, A COPY OF THE ONE BEING  *
109800*    CARVED AS IT STOOD BEFORE THE SPLIT.                       *
109900*****************************************************************
110000 2710-ADD-HOLDING.
110100     IF WS-HOLD-COUNT IS GREATER THAN OR EQUAL TO
110200         WS-MAX-HOLDINGS
110300         PERFORM 9920-HOLDINGS-FULL THRU 9920-EXIT
110400     END-IF
110500     ADD 1 TO WS-HOLD-COUNT
110600     MOVE WS-CRV-SAVE-ENTRY TO WS-HOLD-ENTRY(WS-HOLD-COUNT).
110700 2710-EXIT.
110800     EXIT.
110900
111000*****************************************************************
111100*    2800-POST-TRANSFER - APPEND THE TRANSFER TO THE LOG WITH   *
111200*    ITS LINEAGE, CARVE THE HOLDINGS, AND REPORT IT.            *
111300*****************************************************************
111400 2800-POST-TRANSFER.
111500     MOVE SPACES TO CP-XFER-RECORD
111600     MOVE CP-XCD-DONOR-ID TO CP-XFR-DONOR-ID
111700     MOVE CP-XCD-RECEIVER-ID TO CP-XFR-RECEIVER-ID
111800     MOVE CP-XCD-SERIES-CODE TO CP-XFR-SERIES-CODE
111900     MOVE WS-CARD-ERA TO CP-XFR-ERA-CODE
112000     MOVE CP-XCD-FROM-NUMBER-N TO CP-XFR-FROM-NUMBER
112100     MOVE CP-XCD-TO-NUMBER-N TO CP-XFR-TO-NUMBER
112200     COMPUTE CP-XFR-QUANTITY = CP-XCD-TO-NUMBER-N
112300         - CP-XCD-FROM-NUMBER-N + 1
112400     MOVE WS-HLD-RUN-DATE(WS-HOLD-MATCH) TO CP-XFR-ALX-RUN-DATE
112500     MOVE WS-HLD-RUN-ID(WS-HOLD-MATCH) TO CP-XFR-ALX-RUN-ID
112600     MOVE WS-CURRENT-DATE TO CP-XFR-DATE
112700     MOVE CP-XCD-REQUESTED-BY TO CP-XFR-REQUESTED-BY
112800     WRITE CP-XFER-RECORD
112900     ADD 1 TO WS-POST-COUNT
113000     MOVE CP-XFR-DONOR-ID TO WS-CRV-DONOR-ID
113100     MOVE CP-XFR-RECEIVER-ID TO WS-CRV-RECEIVER-ID
113200     MOVE CP-XFR-FROM-NUMBER TO WS-CRV-FROM
113300     MOVE CP-XFR-TO-NUMBER TO WS-CRV-TO
113400     PERFORM 2700-CARVE-HOLDING THRU 2700-EXIT
113500     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
113600         WS-MAX-LINES-PER-PAGE
113700         PERFORM 1900-WRITE-REPORT-HEADING THRU 1900-EXIT
113800     END-IF
113900     MOVE CP-XFR-SERIES-CODE TO WS-PST-SERIES
114000     MOVE CP-XFR-ERA-CODE TO WS-PST-ERA
114100     MOVE CP-XFR-FROM-NUMBER TO WS-PST-FROM
114200     MOVE CP-XFR-TO-NUMBER TO WS-PST-TO
114300     MOVE CP-XFR-QUANTITY TO WS-PST-QUANTITY
114400     MOVE CP-XFR-DONOR-ID TO WS-PST-DONOR
114500     MOVE CP-XFR-RECEIVER-ID TO WS-PST-RECEIVER
114600     MOVE CP-XFR-ALX-RUN-DATE TO WS-PST-RUN-DATE
114700     MOVE CP-XFR-ALX-RUN-ID TO WS-PST-RUN-ID
114800     WRITE CP-RPT-LINE FROM WS-POSTED-LINE
114900     ADD 1 TO WS-LINE-COUNT.
115000 2800-EXIT.
115100     EXIT.
115200
115300*****************************************************************
115400*    3000-FINALIZE - TOTALS, CLOSE FILES, AND THE DOCUMENTED    *
115500*    RETURN CODES.  A CARD FILE WITH NOTHING TO POST IS A       *
115600*    SET-UP ERROR, NOT A QUIET DAY.                             *
115700*****************************************************************
115800 3000-FINALIZE.
115900     MOVE WS-POST-COUNT TO WS-TOT-POSTED
116000     MOVE WS-REJECT-COUNT TO WS-TOT-REJECTED
116100     MOVE SPACES TO CP-RPT-LINE
116200     WRITE CP-RPT-LINE
116300     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
116400     WRITE CP-RPT-LINE FROM WS-END-LINE
116500     CLOSE XFER-LOG-FILE
116600     CLOSE REJECT-FILE
116700     CLOSE REPORT-FILE
116800     DISPLAY "TEST-XFER - " WS-LOGGED-COUNT
116900         " TRANSFER(S) ALREADY LOGGED, POSTED " WS-POST-COUNT
117000         ", REJECTED " WS-REJECT-COUNT " CARD(S)"
117100     IF WS-POST-COUNT IS EQUAL TO ZERO
117200         AND WS-REJECT-COUNT IS EQUAL TO ZERO
117300         MOVE 2000 TO WS-RETURN-CODE
117400         DISPLAY "TEST-XFER RC2000 - TRANSFER CARD FILE HELD "
117500             "NO CARDS"
117600         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
117700     END-IF
117800     IF WS-REJECT-COUNT IS GREATER THAN ZERO
117900         MOVE 2001 TO WS-RETURN-CODE
118000         DISPLAY "TEST-XFER RC2001 - " WS-REJECT-COUNT
118100             " CARD(S) REJECTED - SEE THE EDIT REPORT AND "
118200             "THE REJECT FILE"
118300         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
118400     END-IF.
118500 3000-EXIT.
118600     EXIT.
118700
118800*****************************************************************
118900*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
119000*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
119100*    RUN.                                                       *
119200*****************************************************************
119300 9900-SET-RETURN-CODE.
119400     MOVE WS-RETURN-CODE TO RETURN-CODE
119500     STOP RUN.
119600 9900-EXIT.
119700     EXIT.
119800
119900*****************************************************************
120000*    9910-FILE-OPEN-ERROR - A REQUIRED FILE FAILED TO OPEN.     *
120100*****************************************************************
120200 9910-FILE-OPEN-ERROR.
120300     MOVE 2005 TO WS-RETURN-CODE
120400     DISPLAY "TEST-XFER RC2005 - A REQUIRED FILE FAILED "
120500         "TO OPEN"
120600     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
120700 9910-EXIT.
120800     EXIT.
120900
121000*****************************************************************
121100*    9920-HOLDINGS-FULL - MORE ALLOCATION PIECES THAN THE       *
121200*    HOLDINGS TABLE ALLOWS.                                     *
121300*****************************************************************
121400 9920-HOLDINGS-FULL.
121500     MOVE 2004 TO WS-RETURN-CODE
121600     DISPLAY "TEST-XFER RC2004 - MORE HOLDINGS THAN THE "
121700         "HOLDINGS TABLE ALLOWS"
121800     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
121900 9920-EXIT.
122000     EXIT.
122100
122200 9999-EXIT.
122300     STOP RUN.
