000100*****************************************************************
000200*                                                               *
000300*    PROGRAM      TEST-BALMON                                   *
000400*    FUNCTION     MONTH-END ROLL-UP OF THE NIGHTLY BALANCE      *
000500*                 CERTIFICATES.  TEST-BALCERT PROVES EACH NIGHT *
000600*                 ON ITS OWN; THIS PROGRAM PROVES THE NIGHTS    *
000700*                 JOIN UP - EACH NIGHT'S OPENING NUMBER IS THE  *
000800*                 PRIOR NIGHT'S CLOSING NUMBER FOR THE SAME     *
000900*                 SERIES AND ERA, NO RUN THE RUN-CONTROL FILE   *
001000*                 SAYS COMPLETED IS MISSING ITS CERTIFICATE, NO *
001100*                 CERTIFICATE APPEARS TWICE AND NO NIGHT CLOSED *
001200*                 OUT OF BALANCE - AND TOTALS THE MONTH'S       *
001300*                 MOVEMENT PER SERIES.  THE OUTPUT IS A SIGNED- *
001400*                 OFF MONTH-END CERTIFICATE PAGE AND A MACHINE- *
001500*                 READABLE MONTHLY SUMMARY THE AUDITORS KEEP.   *
001600*                                                               *
001700*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. TEST-BALMON.
002000 AUTHOR. JOE DIAMOND.
002100 INSTALLATION. DAILY-LEDGER BATCH SYSTEMS.
002200 DATE-WRITTEN. 10/15/2026.
002300 DATE-COMPILED.
002400*****************************************************************
002500*    MODIFICATION HISTORY.
002600*    DATE       INIT  DESCRIPTION
002700*    10/15/26   JAD   ORIGINAL VERSION - REPLACES PAGING THROUGH
002800*                     THE BALCERT FILE BY HAND AT MONTH-END.
002900*****************************************************************
003000*
003100*    METHOD - THE BALCERT FILE IS READ FROM THE BEGINNING, IN
003200*    THE ORDER THE CERTIFICATES WERE WRITTEN, WHICH IS THE ORDER
003300*    THE MASTER MOVED (A SUPPLEMENT RUN FOLLOWS ITS BASE RUN).
003400*    CERTIFICATES BEFORE THE MONTH ONLY SUPPLY EACH SERIES AND
003500*    ERA'S CLOSING NUMBER CARRIED INTO THE MONTH; CERTIFICATES
003600*    AFTER IT ARE IGNORED.  WITHIN THE MONTH EVERY CERTIFICATE
003700*    IS CHAINED TO THE PRIOR ONE FOR ITS SERIES AND ERA.  A
003800*    SERIES OR ERA WITH NO PRIOR CERTIFICATE (ADDED, OR OPENED
003900*    BY NEWERA) STARTS ITS CHAIN WITHOUT A CHECK.  A NIGHT IS
004000*    ONE BUSINESS DATE AND RUN-ID; EVERY NIGHT CERTIFIES EVERY
004100*    SERIES ON THE MASTER, SO A SERIES MISSING FROM A NIGHT
004200*    BETWEEN TWO OF ITS OWN CERTIFICATES IS AN EXCEPTION.
004300*
004400*    THE RUN-CONTROL FILE IS THE JOURNAL OF BUSINESS DATES.  THE
004500*    LATEST RECORD FOR A DATE AND RUN-ID TELLS ITS STORY; A RUN
004600*    WHOSE STORY ENDS COMPLETE, RECONCILED OR SUPPLEMENT MUST
004700*    HAVE A CERTIFICATE, AND A DATE WITH NO SUCH RUN AT ALL IS A
004800*    MISSING DATE.  A CANCELLED RUN NEEDS NO CERTIFICATE, BUT IF
004900*    IT HAS ONE IT STILL CHAINS - TEST-RUNBAK VOIDS THE NUMBERS,
005000*    IT DOES NOT REWIND THE MASTER.
005100*
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER. IBM-370.
005600 OBJECT-COMPUTER. IBM-370.
005700 SPECIAL-NAMES.
005800     C01 IS TOP-OF-PAGE.
005900
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT CERT-FILE
006300         ASSIGN TO BALCERT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-CERT-STATUS.
006600
006700     SELECT RUNCTL-FILE
006800         ASSIGN TO RUNCTL
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-RUNCTL-STATUS.
007100
007200     SELECT SUMMARY-FILE
007300         ASSIGN TO BALMON
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-SUMMARY-STATUS.
007600
007700     SELECT REPORT-FILE
007800         ASSIGN TO BMONRPT
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-RPT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CERT-FILE
008500     RECORD CONTAINS 80 CHARACTERS
008600     RECORDING MODE IS F.
008700 COPY CPBALCRT.
008800
008900 FD  RUNCTL-FILE
009000     RECORD CONTAINS 100 CHARACTERS
009100     RECORDING MODE IS F.
009200 COPY CPRUNCTL.
009300
009400 FD  SUMMARY-FILE
009500     RECORD CONTAINS 100 CHARACTERS
009600     RECORDING MODE IS F.
009700 COPY CPBALMON.
009800
009900 FD  REPORT-FILE
010000     RECORD CONTAINS 132 CHARACTERS
010100     RECORDING MODE IS F.
010200 01  CP-RPT-LINE                 PIC X(132).
010300
010400 WORKING-STORAGE SECTION.
010500*****************************************************************
010600*    RETURN CODE TABLE - CODES THIS PROGRAM SETS INTO           *
010700*    RETURN-CODE BEFORE STOPPING.  RC1805 IS A FINDING, SET     *
010800*    ONLY AFTER THE CERTIFICATE PAGE AND THE SUMMARY RECORDS    *
010900*    HAVE BEEN WRITTEN.                                         *
011000*                                                               *
011100*    RC1800  A REQUIRED FILE FAILED TO OPEN.                    *
011200*    RC1801  THE PARM WAS MISSING OR INVALID (MONTH NOT YYYYMM, *
011300*           OR A SECOND FIELD OTHER THAN RERUN).                *
011400*    RC1802  THE MONTH HELD MORE RUNS, NIGHTS, CERTIFICATES OR  *
011500*           SERIES AND ERAS THAN THE IN-CORE TABLES ALLOW.      *
011600*    RC1803  THE MONTH IS ALREADY ON THE SUMMARY FILE AND THE   *
011700*           PARM DID NOT SAY RERUN.                             *
011800*    RC1804  THE BALCERT FILE HOLDS NO CERTIFICATE FOR THE      *
011900*           MONTH - NOTHING TO ROLL UP.                         *
012000*    RC1805  THE MONTH IS NOT CERTIFIED - THE CERTIFICATE PAGE  *
012100*           LISTS THE BREAKS, MISSING DATES, DUPLICATES AND     *
012200*           OUT-OF-BALANCE NIGHTS FOUND.                        *
012300*****************************************************************
012400 77  WS-CERT-STATUS              PIC X(02) VALUE "00".
012500 77  WS-RUNCTL-STATUS            PIC X(02) VALUE "00".
012600 77  WS-SUMMARY-STATUS           PIC X(02) VALUE "00".
012700 77  WS-RPT-STATUS               PIC X(02) VALUE "00".
012800
012900 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
013000 77  WS-MAX-RUN-ENTRIES          PIC 9(04) COMP VALUE 300.
013100 77  WS-MAX-NIGHT-ENTRIES        PIC 9(04) COMP VALUE 200.
013200 77  WS-MAX-CHAIN-ENTRIES        PIC 9(04) COMP VALUE 200.
013300 77  WS-MAX-KEY-ENTRIES          PIC 9(04) COMP VALUE 4000.
013400 77  WS-MAX-EXC-ENTRIES          PIC 9(04) COMP VALUE 300.
013500 77  WS-CURRENT-NIGHT            PIC 9(04) COMP VALUE 0.
013600 77  WS-NIGHTS-SKIPPED           PIC 9(04) COMP VALUE 0.
013700 77  WS-SCAN-IDX                 PIC 9(04) COMP VALUE 0.
013800
013900*****************************************************************
014000*    THE MONTH BEING ROLLED UP, AND A WORK DATE SPLIT THE SAME  *
014100*    WAY SO ANY BUSINESS DATE CAN BE PLACED BEFORE, IN OR       *
014200*    AFTER IT.                                                  *
014300*****************************************************************
014400 01  WS-MONTH-FIELDS.
014500     05  WS-MONTH                PIC 9(06) VALUE ZERO.
014600     05  WS-MONTH-R REDEFINES WS-MONTH.
014700         10  WS-MONTH-YYYY       PIC 9(04).
014800         10  WS-MONTH-MM         PIC 9(02).
014900     05  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
015000     05  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
015100         10  WS-WORK-MONTH       PIC 9(06).
015200         10  WS-WORK-DD          PIC 9(02).
015300
015400*****************************************************************
015500*    RUN TABLE - ONE ENTRY PER BUSINESS DATE AND RUN-ID IN THE  *
015600*    MONTH, HOLDING THE LATEST RUN-CONTROL STATUS.              *
015700*****************************************************************
015800 01  WS-RUN-FIELDS.
015900     05  WS-RUN-COUNT            PIC 9(04) COMP VALUE 0.
016000     05  WS-RUN-IDX              PIC 9(04) COMP VALUE 0.
016100     05  WS-RUN-MATCH            PIC 9(04) COMP VALUE 0.
016200     05  WS-RUN-ENTRY OCCURS 300 TIMES.
016300         10  WS-RUN-BUS-DATE     PIC 9(08).
016400         10  WS-RUN-RUN-ID       PIC X(08).
016500         10  WS-RUN-STATUS       PIC X(10).
016600             88  RUN-ENT-DONE        VALUES "COMPLETE"
016700                                        "RECONCILED"
016800                                        "SUPPLEMENT".
016900
017000*****************************************************************
017100*    NIGHT TABLE - ONE ENTRY PER BUSINESS DATE AND RUN-ID THE   *
017200*    MONTH'S CERTIFICATES WERE WRITTEN FOR, IN FILE ORDER.      *
017300*****************************************************************
017400 01  WS-NIGHT-FIELDS.
017500     05  WS-NGT-COUNT            PIC 9(04) COMP VALUE 0.
017600     05  WS-NGT-IDX              PIC 9(04) COMP VALUE 0.
017700     05  WS-NGT-MATCH            PIC 9(04) COMP VALUE 0.
017800     05  WS-NIGHT-ENTRY OCCURS 200 TIMES.
017900         10  WS-NGT-BUS-DATE     PIC 9(08).
018000         10  WS-NGT-RUN-ID       PIC X(08).
018100
018200*****************************************************************
018300*    CHAIN TABLE - ONE ENTRY PER SERIES AND ERA EVER SEEN ON    *
018400*    THE CERTIFICATE FILE.  THE PRIOR CLOSE IS THE CLOSING      *
018500*    NUMBER OF THE LATEST CERTIFICATE READ SO FAR; THE REST     *
018600*    ACCUMULATES THE MONTH.                                     *
018700*****************************************************************
018800 01  WS-CHAIN-FIELDS.
018900     05  WS-CHN-COUNT            PIC 9(04) COMP VALUE 0.
019000     05  WS-CHN-IDX              PIC 9(04) COMP VALUE 0.
019100     05  WS-CHN-MATCH            PIC 9(04) COMP VALUE 0.
019200     05  WS-CHAIN-ENTRY OCCURS 200 TIMES.
019300         10  WS-CHN-SERIES       PIC X(04).
019400         10  WS-CHN-ERA          PIC 9(02).
019500         10  WS-CHN-SW-PRIOR     PIC X(01).
019600             88  CHN-HAS-PRIOR       VALUE "Y".
019700         10  WS-CHN-SW-CARRIED   PIC X(01).
019800             88  CHN-WAS-CARRIED-IN  VALUE "Y".
019900         10  WS-CHN-PRIOR-CLOSE  PIC 9(10) COMP.
020000         10  WS-CHN-LAST-NIGHT   PIC 9(04) COMP.
020100         10  WS-CHN-NIGHTS       PIC 9(05) COMP.
020200         10  WS-CHN-FIRST-OPEN   PIC 9(10) COMP.
020300         10  WS-CHN-LAST-CLOSE   PIC 9(10) COMP.
020400         10  WS-CHN-GENERATED    PIC 9(09) COMP.
020500         10  WS-CHN-ALLOCATED    PIC 9(09) COMP.
020600         10  WS-CHN-VOIDED       PIC 9(09) COMP.
020700         10  WS-CHN-RESV         PIC 9(09) COMP.
020800         10  WS-CHN-BREAKS       PIC 9(05) COMP.
020900         10  WS-CHN-X-NIGHTS     PIC 9(05) COMP.
021000         10  WS-CHN-EXCEPTIONS   PIC 9(05) COMP.
021100
021200*****************************************************************
021300*    CERTIFICATE KEY TABLE - EVERY DATE, RUN-ID, SERIES AND ERA *
021400*    CERTIFIED IN THE MONTH, SO A SECOND CERTIFICATE FOR THE    *
021500*    SAME KEY (A RERUN OF TEST-BALCERT) IS CAUGHT.              *
021600*****************************************************************
021700 01  WS-KEY-FIELDS.
021800     05  WS-KEY-COUNT            PIC 9(04) COMP VALUE 0.
021900     05  WS-KEY-IDX              PIC 9(04) COMP VALUE 0.
022000     05  WS-KEY-MATCH            PIC 9(04) COMP VALUE 0.
022100     05  WS-KEY-ENTRY OCCURS 4000 TIMES.
022200         10  WS-KEY-BUS-DATE     PIC 9(08).
022300         10  WS-KEY-RUN-ID       PIC X(08).
022400         10  WS-KEY-SERIES       PIC X(04).
022500         10  WS-KEY-ERA          PIC 9(02).
022600
022700*****************************************************************
022800*    EXCEPTION TABLE - HELD SO THE CERTIFICATE PAGE CAN PRINT   *
022900*    THE SERIES TOTALS FIRST.  EXCEPTIONS BEYOND THE TABLE ARE  *
023000*    STILL COUNTED, AND THE PAGE SAYS HOW MANY WENT UNLISTED.   *
023100*****************************************************************
023200 01  WS-EXCEPTION-FIELDS.
023300     05  WS-EXC-COUNT            PIC 9(04) COMP VALUE 0.
023400     05  WS-EXC-IDX              PIC 9(04) COMP VALUE 0.
023500     05  WS-EXC-TOTAL            PIC 9(05) COMP VALUE 0.
023600     05  WS-EXC-UNLISTED         PIC 9(05) COMP VALUE 0.
023700     05  WS-EXCEPTION-ENTRY OCCURS 300 TIMES.
023800         10  WS-EXC-TEXT         PIC X(32).
023900         10  WS-EXC-BUS-DATE     PIC 9(08).
024000         10  WS-EXC-RUN-ID       PIC X(08).
024100         10  WS-EXC-SERIES       PIC X(04).
024200         10  WS-EXC-ERA          PIC X(02).
024300         10  WS-EXC-SW-VALUES    PIC X(01).
024400             88  EXC-HAS-VALUES      VALUE "Y".
024500         10  WS-EXC-EXPECTED     PIC 9(10) COMP.
024600         10  WS-EXC-FOUND        PIC 9(10) COMP.
024700
024800*****************************************************************
024900*    ONE EXCEPTION, AS HANDED TO 8500-ADD-EXCEPTION.            *
025000*****************************************************************
025100 01  WS-NEW-EXCEPTION.
025200     05  WS-NEW-TEXT             PIC X(32).
025300     05  WS-NEW-BUS-DATE         PIC 9(08).
025400     05  WS-NEW-RUN-ID           PIC X(08).
025500     05  WS-NEW-SERIES           PIC X(04).
025600     05  WS-NEW-ERA              PIC X(02).
025700     05  WS-NEW-SW-VALUES        PIC X(01).
025800     05  WS-NEW-EXPECTED         PIC 9(10) COMP.
025900     05  WS-NEW-FOUND            PIC 9(10) COMP.
026000
026100 01  WS-TOTAL-FIELDS.
026200     05  WS-CERTS-READ           PIC 9(09) COMP VALUE 0.
026300     05  WS-CERTS-IN-MONTH       PIC 9(09) COMP VALUE 0.
026400     05  WS-CHAINS-IN-MONTH      PIC 9(05) COMP VALUE 0.
026500     05  WS-TOT-GENERATED        PIC 9(11) COMP VALUE 0.
026600     05  WS-TOT-ALLOCATED        PIC 9(11) COMP VALUE 0.
026700     05  WS-TOT-VOIDED           PIC 9(11) COMP VALUE 0.
026800     05  WS-TOT-RESV             PIC 9(11) COMP VALUE 0.
026900     05  WS-TOT-BREAKS           PIC 9(05) COMP VALUE 0.
027000     05  WS-TOT-X-NIGHTS         PIC 9(05) COMP VALUE 0.
027100     05  WS-SUMMARY-WRITTEN      PIC 9(05) COMP VALUE 0.
027200
027300 01  WS-PARM-FIELDS.
027400     05  WS-PARM-TEXT            PIC X(20).
027500     05  WS-PARM-MONTH-TEXT      PIC X(08).
027600     05  WS-PARM-OPTION          PIC X(08).
027700         88  PARM-RERUN              VALUE "RERUN".
027800
027900 01  WS-DATE-TIME-FIELDS.
028000     05  WS-CURRENT-DATE         PIC 9(08).
028100     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
028200         10  WS-CD-YYYY          PIC 9(04).
028300         10  WS-CD-MM            PIC 9(02).
028400         10  WS-CD-DD            PIC 9(02).
028500     05  WS-HDG-DATE-NUM         PIC 9(08).
028600     05  WS-HDG-DATE-NUM-R REDEFINES WS-HDG-DATE-NUM.
028700         10  WS-HDN-MM           PIC 9(02).
028800         10  WS-HDN-DD           PIC 9(02).
028900         10  WS-HDN-YYYY         PIC 9(04).
029000
029100 01  WS-REPORT-FIELDS.
029200     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
029300     05  WS-PAGE-NUMBER          PIC 9(03) VALUE ZERO.
029400     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 050.
029500
029600 01  WS-TITLE-LINE.
029700     05  FILLER                  PIC X(36) VALUE SPACES.
029800     05  FILLER                  PIC X(60) VALUE
029900         "TEST-COB MONTH-END BALANCE CERTIFICATE".
030000
030100 01  WS-HEADING-LINE.
030200     05  FILLER                  PIC X(01) VALUE SPACES.
030300     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
030400     05  WS-HDG-DATE             PIC 99/99/9999.
030500     05  FILLER                  PIC X(06) VALUE "  JOB:".
030600     05  WS-HDG-JOBNAME          PIC X(09) VALUE "TESTBMON".
030700     05  FILLER                  PIC X(07) VALUE "MONTH: ".
030800     05  WS-HDG-MONTH-MM         PIC 9(02).
030900     05  FILLER                  PIC X(01) VALUE "/".
031000     05  WS-HDG-MONTH-YYYY       PIC 9(04).
031100     05  FILLER                  PIC X(08) VALUE "  PAGE: ".
031200     05  WS-HDG-PAGE             PIC ZZ9.
031300
031400 01  WS-SECTION-LINE.
031500     05  FILLER                  PIC X(02) VALUE SPACES.
031600     05  WS-SEC-TEXT             PIC X(70).
031700
031800 01  WS-SERIES-COLUMN-LINE.
031900     05  FILLER                  PIC X(02) VALUE SPACES.
032000     05  FILLER                  PIC X(30) VALUE
032100         "SERIES ERA NIGHTS     OPENING ".
032200     05  FILLER                  PIC X(30) VALUE
032300         "   CLOSING  GENERATED  ALLOCAT".
032400     05  FILLER                  PIC X(30) VALUE
032500         "ED     VOIDED   RESERVED  EXCP".
032600     05  FILLER                  PIC X(30) VALUE
032700         "  CHAIN                       ".
032800
032900 01  WS-SERIES-DETAIL-LINE.
033000     05  FILLER                  PIC X(02) VALUE SPACES.
033100     05  WS-SDL-SERIES           PIC X(04).
033200     05  FILLER                  PIC X(03) VALUE SPACES.
033300     05  WS-SDL-ERA              PIC 9(02).
033400     05  FILLER                  PIC X(03) VALUE SPACES.
033500     05  WS-SDL-NIGHTS           PIC ZZZZ9.
033600     05  FILLER                  PIC X(02) VALUE SPACES.
033700     05  WS-SDL-OPENING          PIC ZZZZZZZZZ9.
033800     05  FILLER                  PIC X(01) VALUE SPACES.
033900     05  WS-SDL-CLOSING          PIC ZZZZZZZZZ9.
034000     05  FILLER                  PIC X(02) VALUE SPACES.
034100     05  WS-SDL-GENERATED        PIC ZZZZZZZZ9.
034200     05  FILLER                  PIC X(02) VALUE SPACES.
034300     05  WS-SDL-ALLOCATED        PIC ZZZZZZZZ9.
034400     05  FILLER                  PIC X(02) VALUE SPACES.
034500     05  WS-SDL-VOIDED           PIC ZZZZZZZZ9.
034600     05  FILLER                  PIC X(02) VALUE SPACES.
034700     05  WS-SDL-RESERVED         PIC ZZZZZZZZ9.
034800     05  FILLER                  PIC X(01) VALUE SPACES.
034900     05  WS-SDL-EXCEPTIONS       PIC ZZZZ9.
035000     05  FILLER                  PIC X(02) VALUE SPACES.
035100     05  WS-SDL-CHAIN            PIC X(24).
035200
035300 01  WS-EXC-COLUMN-LINE.
035400     05  FILLER                  PIC X(02) VALUE SPACES.
035500     05  FILLER                  PIC X(30) VALUE
035600         "EXCEPTION                     ".
035700     05  FILLER                  PIC X(30) VALUE
035800         "    BUS DATE  RUN-ID    SERIES".
035900     05  FILLER                  PIC X(30) VALUE
036000         " ERA    EXPECTED        FOUND ".
036100
036200 01  WS-EXC-DETAIL-LINE.
036300     05  FILLER                  PIC X(02) VALUE SPACES.
036400     05  WS-XDL-TEXT             PIC X(32).
036500     05  FILLER                  PIC X(02) VALUE SPACES.
036600     05  WS-XDL-BUS-DATE         PIC 9(08).
036700     05  FILLER                  PIC X(02) VALUE SPACES.
036800     05  WS-XDL-RUN-ID           PIC X(08).
036900     05  FILLER                  PIC X(02) VALUE SPACES.
037000     05  WS-XDL-SERIES           PIC X(04).
037100     05  FILLER                  PIC X(03) VALUE SPACES.
037200     05  WS-XDL-ERA              PIC X(02).
037300     05  FILLER                  PIC X(02) VALUE SPACES.
037400     05  WS-XDL-EXPECTED         PIC X(11).
037500     05  FILLER                  PIC X(02) VALUE SPACES.
037600     05  WS-XDL-FOUND            PIC X(11).
037700
037800 01  WS-XDL-NUM-EDIT             PIC ZZZZZZZZZZ9.
037900
038000 01  WS-TOTAL-LINE.
038100     05  FILLER                  PIC X(04) VALUE SPACES.
038200     05  WS-TOT-LABEL            PIC X(40).
038300     05  WS-TOT-VALUE            PIC ZZZZZZZZZZ9.
038400
038500 01  WS-SIGNOFF-LINE.
038600     05  FILLER                  PIC X(04) VALUE SPACES.
038700     05  WS-SGN-ROLE             PIC X(14).
038800     05  FILLER                  PIC X(36) VALUE
038900         "______________________________  ".
039000     05  FILLER                  PIC X(20) VALUE
039100         "DATE:  ____________".
039200
039300 01  WS-END-LINE.
039400     05  FILLER                  PIC X(20) VALUE SPACES.
039500     05  FILLER                  PIC X(22) VALUE
039600         "*** END OF REPORT ***".
039700
039800 01  WS-SW-FIELDS.
039900     05  WS-SW-CERT-EOF          PIC X(01) VALUE "N".
040000         88  END-OF-CERTS            VALUE "Y".
040100     05  WS-SW-RUNCTL-EOF        PIC X(01) VALUE "N".
040200         88  END-OF-RUNCTL           VALUE "Y".
040300     05  WS-SW-SUMMARY-EOF       PIC X(01) VALUE "N".
040400         88  END-OF-SUMMARY          VALUE "Y".
040500     05  WS-SW-DATE-DONE         PIC X(01) VALUE "N".
040600         88  DATE-HAS-DONE-RUN       VALUE "Y".
040700
040800 LINKAGE SECTION.
040900 01  PARM-INFO.
041000     05  PARM-LENGTH             PIC S9(04) COMP.
041100     05  PARM-DATA               PIC X(20).
041200
041300*****************************************************************
041400*    PROCEDURE DIVISION                                         *
041500*    PARM-INFO IS PASSED BY THE JCL EXEC PARM= PARAMETER.       *
041600*    EXPECTED FORMAT (COMMA DELIMITED) -                        *
041700*        YYYYMM[,RERUN]                                         *
041800*    YYYYMM         THE MONTH TO ROLL UP, BY BUSINESS DATE.     *
041900*    RERUN          ROLL UP A MONTH ALREADY ON THE SUMMARY      *
042000*                   FILE AGAIN; THE NEW RECORDS SUPERSEDE.      *
042100*****************************************************************
042200 PROCEDURE DIVISION USING PARM-INFO.
042300 0000-MAINLINE.
042400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
042500     PERFORM 2000-SCAN-CERTIFICATES THRU 2000-EXIT
042600     PERFORM 3000-CHECK-RUN-CONTROL THRU 3000-EXIT
042700     PERFORM 4000-WRITE-CERTIFICATE THRU 4000-EXIT
042800     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
042900     PERFORM 6000-FINALIZE THRU 6000-EXIT
043000     GO TO 9999-EXIT.
043100
043200*****************************************************************
043300*    1000-INITIALIZE - TAKE THE PARM, REFUSE A MONTH ALREADY    *
043400*    SUMMARIZED, LOAD THE MONTH'S RUN-CONTROL HISTORY AND OPEN  *
043500*    THE REPORT.                                                *
043600*****************************************************************
043700 1000-INITIALIZE.
043800     DISPLAY "TEST-BALMON - MONTH-END BALANCE ROLL-UP STARTING"
043900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
044000     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT
044100     PERFORM 1200-CHECK-SUMMARY THRU 1200-EXIT
044200     PERFORM 1300-LOAD-RUN-CONTROL THRU 1300-EXIT
044300     OPEN OUTPUT REPORT-FILE
044400     IF WS-RPT-STATUS IS NOT EQUAL TO "00"
044500         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
044600     END-IF.
044700 1000-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100*    1100-VALIDATE-PARM - SPLIT THE PARM INTO THE MONTH AND THE *
045200*    OPTIONAL RERUN KEYWORD.                                    *
045300*****************************************************************
045400 1100-VALIDATE-PARM.
045500     IF PARM-LENGTH IS LESS THAN OR EQUAL TO ZERO
045600         MOVE 1801 TO WS-RETURN-CODE
045700         DISPLAY "TEST-BALMON RC1801 - NO MONTH WAS SUPPLIED"
045800         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
045900     END-IF
046000     MOVE SPACES TO WS-PARM-TEXT
046100     MOVE PARM-DATA(1:PARM-LENGTH) TO WS-PARM-TEXT
046200     MOVE SPACES TO WS-PARM-MONTH-TEXT
046300     MOVE SPACES TO WS-PARM-OPTION
046400     UNSTRING WS-PARM-TEXT DELIMITED BY ","
046500         INTO WS-PARM-MONTH-TEXT WS-PARM-OPTION
046600         ON OVERFLOW
046700             MOVE 1801 TO WS-RETURN-CODE
046800             DISPLAY "TEST-BALMON RC1801 - PARM CARRIES MORE "
046900                 "FIELDS THAN THE PROGRAM ACCEPTS"
047000             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
047100     END-UNSTRING
047200     IF WS-PARM-MONTH-TEXT(1:6) IS NOT NUMERIC
047300         OR WS-PARM-MONTH-TEXT(7:2) IS NOT EQUAL TO SPACES
047400         MOVE 1801 TO WS-RETURN-CODE
047500         DISPLAY "TEST-BALMON RC1801 - MONTH '" WS-PARM-MONTH-TEXT
047600             "' IS NOT YYYYMM"
047700         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
047800     END-IF
047900     MOVE WS-PARM-MONTH-TEXT(1:6) TO WS-MONTH
048000     IF WS-MONTH-MM IS LESS THAN 1
048100         OR WS-MONTH-MM IS GREATER THAN 12
048200         MOVE 1801 TO WS-RETURN-CODE
048300         DISPLAY "TEST-BALMON RC1801 - MONTH " WS-MONTH
048400             " IS NOT A VALID MONTH"
048500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
048600     END-IF
048700     IF WS-PARM-OPTION IS NOT EQUAL TO SPACES
048800         AND NOT PARM-RERUN
048900         MOVE 1801 TO WS-RETURN-CODE
049000         DISPLAY "TEST-BALMON RC1801 - OPTION '" WS-PARM-OPTION
049100             "' IS NOT RERUN"
049200         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
049300     END-IF
049400     MOVE WS-MONTH-MM TO WS-HDG-MONTH-MM
049500     MOVE WS-MONTH-YYYY TO WS-HDG-MONTH-YYYY.
049600 1100-EXIT.
049700     EXIT.
049800
049900*****************************************************************
050000*    1200-CHECK-SUMMARY - A MONTH ALREADY ON THE SUMMARY FILE   *
050100*    IS ONLY ROLLED UP AGAIN ON REQUEST.  A MISSING FILE        *
050200*    (STATUS 35) MEANS NO MONTH HAS BEEN SUMMARIZED YET.        *
050300*****************************************************************
050400 1200-CHECK-SUMMARY.
050500     MOVE "N" TO WS-SW-SUMMARY-EOF
050600     OPEN INPUT SUMMARY-FILE
050700     EVALUATE WS-SUMMARY-STATUS
050800         WHEN "00"
050900             PERFORM 1210-READ-SUMMARY-RECORD THRU 1210-EXIT
051000                 UNTIL END-OF-SUMMARY
051100             CLOSE SUMMARY-FILE
051200         WHEN "35"
051300             CONTINUE
051400         WHEN OTHER
051500             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
051600     END-EVALUATE.
051700 1200-EXIT.
051800     EXIT.
051900
052000 1210-READ-SUMMARY-RECORD.
052100     READ SUMMARY-FILE
052200         AT END
052300             SET END-OF-SUMMARY TO TRUE
052400             GO TO 1210-EXIT
052500     END-READ
052600     IF CP-BMN-MONTH IS EQUAL TO WS-MONTH
052700         AND BMN-IS-MONTH
052800         AND NOT PARM-RERUN
052900         MOVE 1803 TO WS-RETURN-CODE
053000         DISPLAY "TEST-BALMON RC1803 - MONTH " WS-MONTH
053100             " WAS ALREADY SUMMARIZED ON " CP-BMN-PREPARED-DATE
053200             " - PARM RERUN TO ROLL IT UP AGAIN"
053300         CLOSE SUMMARY-FILE
053400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
053500     END-IF.
053600 1210-EXIT.
053700     EXIT.
053800
053900*****************************************************************
054000*    1300-LOAD-RUN-CONTROL - TABLE EVERY BUSINESS DATE AND      *
054100*    RUN-ID IN THE MONTH WITH ITS LATEST STATUS.                *
054200*****************************************************************
054300 1300-LOAD-RUN-CONTROL.
054400     MOVE "N" TO WS-SW-RUNCTL-EOF
054500     OPEN INPUT RUNCTL-FILE
054600     IF WS-RUNCTL-STATUS IS NOT EQUAL TO "00"
054700         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
054800     END-IF
054900     PERFORM 1310-READ-RUNCTL-RECORD THRU 1310-EXIT
055000         UNTIL END-OF-RUNCTL
055100     CLOSE RUNCTL-FILE.
055200 1300-EXIT.
055300     EXIT.
055400
055500 1310-READ-RUNCTL-RECORD.
055600     READ RUNCTL-FILE
055700         AT END
055800             SET END-OF-RUNCTL TO TRUE
055900             GO TO 1310-EXIT
056000     END-READ
056100     IF CP-RUN-BUS-DATE IS NOT NUMERIC
056200         GO TO 1310-EXIT
056300     END-IF
056400     MOVE CP-RUN-BUS-DATE TO WS-WORK-DATE
056500     IF WS-WORK-MONTH IS NOT EQUAL TO WS-MONTH
056600         GO TO 1310-EXIT
056700     END-IF
056800     MOVE CP-RUN-BUS-DATE TO WS-NEW-BUS-DATE
056900     MOVE CP-RUN-RUN-ID TO WS-NEW-RUN-ID
057000     PERFORM 8100-FIND-RUN THRU 8100-EXIT
057100     IF WS-RUN-MATCH IS EQUAL TO ZERO
057200         IF WS-RUN-COUNT IS GREATER THAN OR EQUAL TO
057300             WS-MAX-RUN-ENTRIES
057400             MOVE 1802 TO WS-RETURN-CODE
057500             DISPLAY "TEST-BALMON RC1802 - THE MONTH HOLDS MORE "
057600                 "RUNS THAN THE RUN TABLE ALLOWS"
057700             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
057800         END-IF
057900         ADD 1 TO WS-RUN-COUNT
058000         MOVE WS-RUN-COUNT TO WS-RUN-MATCH
058100         MOVE CP-RUN-BUS-DATE TO WS-RUN-BUS-DATE(WS-RUN-MATCH)
058200         MOVE CP-RUN-RUN-ID TO WS-RUN-RUN-ID(WS-RUN-MATCH)
058300     END-IF
058400     MOVE CP-RUN-STATUS TO WS-RUN-STATUS(WS-RUN-MATCH).
058500 1310-EXIT.
058600     EXIT.
058700
058800*****************************************************************
058900*    2000-SCAN-CERTIFICATES - ONE PASS OVER THE WHOLE BALCERT   *
059000*    FILE IN THE ORDER IT WAS WRITTEN.                          *
059100*****************************************************************
059200 2000-SCAN-CERTIFICATES.
059300     MOVE "N" TO WS-SW-CERT-EOF
059400     OPEN INPUT CERT-FILE
059500     IF WS-CERT-STATUS IS NOT EQUAL TO "00"
059600         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
059700     END-IF
059800     PERFORM 2100-TAKE-ONE-CERTIFICATE THRU 2100-EXIT
059900         UNTIL END-OF-CERTS
060000     CLOSE CERT-FILE
060100     IF WS-CERTS-IN-MONTH IS EQUAL TO ZERO
060200         MOVE 1804 TO WS-RETURN-CODE
060300         DISPLAY "TEST-BALMON RC1804 - NO BALANCE CERTIFICATE "
060400             "FOR MONTH " WS-MONTH " - NOTHING TO ROLL UP"
060500         CLOSE REPORT-FILE
060600         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
060700     END-IF.
060800 2000-EXIT.
060900     EXIT.
061000
061100*****************************************************************
061200*    2100-TAKE-ONE-CERTIFICATE - A CERTIFICATE BEFORE THE MONTH *
061300*    ONLY MOVES ITS CHAIN'S PRIOR CLOSE FORWARD; ONE IN THE     *
061400*    MONTH IS CHECKED AND ROLLED UP BY 2200.  A RECORD WITH A   *
061500*    NON-NUMERIC KEY OR AMOUNT CANNOT BE PLACED IN ANY CHAIN;   *
061600*    IF ITS DATE SAYS IT BELONGS TO THE MONTH IT IS AN          *
061700*    EXCEPTION.                                                 *
061800*****************************************************************
061900 2100-TAKE-ONE-CERTIFICATE.
062000     READ CERT-FILE
062100         AT END
062200             SET END-OF-CERTS TO TRUE
062300             GO TO 2100-EXIT
062400     END-READ
062500     ADD 1 TO WS-CERTS-READ
062600     IF CP-CRT-BUS-DATE IS NOT NUMERIC
062700         GO TO 2100-EXIT
062800     END-IF
062900     MOVE CP-CRT-BUS-DATE TO WS-WORK-DATE
063000     IF WS-WORK-MONTH IS GREATER THAN WS-MONTH
063100         GO TO 2100-EXIT
063200     END-IF
063300     IF CP-CRT-ERA-CODE IS NOT NUMERIC
063400         OR CP-CRT-OPEN-NUMBER IS NOT NUMERIC
063500         OR CP-CRT-GENERATED IS NOT NUMERIC
063600         OR CP-CRT-ALLOCATED IS NOT NUMERIC
063700         OR CP-CRT-VOIDED IS NOT NUMERIC
063800         OR CP-CRT-RESERVED-SKIP IS NOT NUMERIC
063900         OR CP-CRT-CLOSE-NUMBER IS NOT NUMERIC
064000         IF WS-WORK-MONTH IS EQUAL TO WS-MONTH
064100             MOVE "INVALID CERTIFICATE RECORD" TO WS-NEW-TEXT
064200             MOVE CP-CRT-BUS-DATE TO WS-NEW-BUS-DATE
064300             MOVE CP-CRT-RUN-ID TO WS-NEW-RUN-ID
064400             MOVE CP-CRT-SERIES-CODE TO WS-NEW-SERIES
064500             MOVE SPACES TO WS-NEW-ERA
064600             MOVE "N" TO WS-NEW-SW-VALUES
064700             PERFORM 8500-ADD-EXCEPTION THRU 8500-EXIT
064800         END-IF
064900         GO TO 2100-EXIT
065000     END-IF
065100     PERFORM 8300-FIND-CHAIN THRU 8300-EXIT
065200     IF WS-WORK-MONTH IS LESS THAN WS-MONTH
065300         MOVE "Y" TO WS-CHN-SW-PRIOR(WS-CHN-MATCH)
065400         MOVE "Y" TO WS-CHN-SW-CARRIED(WS-CHN-MATCH)
065500         MOVE CP-CRT-CLOSE-NUMBER
065600             TO WS-CHN-PRIOR-CLOSE(WS-CHN-MATCH)
065700         GO TO 2100-EXIT
065800     END-IF
065900     PERFORM 2200-ROLL-UP-CERTIFICATE THRU 2200-EXIT.
066000 2100-EXIT.
066100     EXIT.
066200
066300*****************************************************************
066400*    2200-ROLL-UP-CERTIFICATE - ONE CERTIFICATE IN THE MONTH.   *
066500*    A DUPLICATE IS REPORTED AND LEFT OUT OF THE CHAIN AND THE  *
066600*    TOTALS; ANY OTHER IS CHAINED, CHECKED AND ADDED IN.        *
066700*****************************************************************
066800 2200-ROLL-UP-CERTIFICATE.
066900     ADD 1 TO WS-CERTS-IN-MONTH
067000     MOVE CP-CRT-BUS-DATE TO WS-NEW-BUS-DATE
067100     MOVE CP-CRT-RUN-ID TO WS-NEW-RUN-ID
067200     MOVE CP-CRT-SERIES-CODE TO WS-NEW-SERIES
067300     MOVE CP-CRT-ERA-CODE TO WS-NEW-ERA
067400     PERFORM 8400-FIND-KEY THRU 8400-EXIT
067500     IF WS-KEY-MATCH IS GREATER THAN ZERO
067600         MOVE "DUPLICATE CERTIFICATE" TO WS-NEW-TEXT
067700         MOVE "N" TO WS-NEW-SW-VALUES
067800         PERFORM 8500-ADD-EXCEPTION THRU 8500-EXIT
067900         ADD 1 TO WS-CHN-EXCEPTIONS(WS-CHN-MATCH)
068000         GO TO 2200-EXIT
068100     END-IF
068200     PERFORM 2300-ADD-KEY THRU 2300-EXIT
068300     PERFORM 8200-FIND-NIGHT THRU 8200-EXIT
068400     MOVE WS-NGT-MATCH TO WS-CURRENT-NIGHT
068500
068600*    CONTINUITY - THE OPENING NUMBER MUST BE THE PRIOR CLOSE.
068700     IF CHN-HAS-PRIOR(WS-CHN-MATCH)
068800         AND CP-CRT-OPEN-NUMBER IS NOT EQUAL TO
068900             WS-CHN-PRIOR-CLOSE(WS-CHN-MATCH)
069000         MOVE "OPENING NOT PRIOR NIGHT'S CLOSE" TO WS-NEW-TEXT
069100         MOVE "Y" TO WS-NEW-SW-VALUES
069200         MOVE WS-CHN-PRIOR-CLOSE(WS-CHN-MATCH) TO WS-NEW-EXPECTED
069300         MOVE CP-CRT-OPEN-NUMBER TO WS-NEW-FOUND
069400         PERFORM 8500-ADD-EXCEPTION THRU 8500-EXIT
069500         ADD 1 TO WS-CHN-BREAKS(WS-CHN-MATCH)
069600         ADD 1 TO WS-CHN-EXCEPTIONS(WS-CHN-MATCH)
069700     END-IF
069800
069900*    EVERY NIGHT CERTIFIES EVERY SERIES - A GAP IN THE SERIES'
070000*    OWN RUN OF NIGHTS MEANS A CERTIFICATE WENT MISSING.
070100     IF WS-CHN-NIGHTS(WS-CHN-MATCH) IS GREATER THAN ZERO
070200         AND WS-CURRENT-NIGHT IS GREATER THAN
070300             WS-CHN-LAST-NIGHT(WS-CHN-MATCH) + 1
070400         COMPUTE WS-NIGHTS-SKIPPED = WS-CURRENT-NIGHT
070500             - WS-CHN-LAST-NIGHT(WS-CHN-MATCH) - 1
070600         MOVE "SERIES MISSING FROM PRIOR NIGHTS" TO WS-NEW-TEXT
070700         MOVE "Y" TO WS-NEW-SW-VALUES
070800         MOVE ZERO TO WS-NEW-EXPECTED
070900         MOVE WS-NIGHTS-SKIPPED TO WS-NEW-FOUND
071000         PERFORM 8500-ADD-EXCEPTION THRU 8500-EXIT
071100         ADD 1 TO WS-CHN-EXCEPTIONS(WS-CHN-MATCH)
071200     END-IF
071300
071400     IF CRT-OUT-OF-BALANCE
071500         MOVE "NIGHT OUT OF BALANCE (STATUS X)" TO WS-NEW-TEXT
071600         MOVE "Y" TO WS-NEW-SW-VALUES
071700         COMPUTE WS-NEW-EXPECTED = CP-CRT-OPEN-NUMBER
071800             + CP-CRT-GENERATED + CP-CRT-RESERVED-SKIP
071900         MOVE CP-CRT-CLOSE-NUMBER TO WS-NEW-FOUND
072000         PERFORM 8500-ADD-EXCEPTION THRU 8500-EXIT
072100         ADD 1 TO WS-CHN-X-NIGHTS(WS-CHN-MATCH)
072200         ADD 1 TO WS-CHN-EXCEPTIONS(WS-CHN-MATCH)
072300     END-IF
072400
072500     IF WS-CHN-NIGHTS(WS-CHN-MATCH) IS EQUAL TO ZERO
072600         ADD 1 TO WS-CHAINS-IN-MONTH
072700         MOVE CP-CRT-OPEN-NUMBER
072800             TO WS-CHN-FIRST-OPEN(WS-CHN-MATCH)
072900     END-IF
073000     ADD 1 TO WS-CHN-NIGHTS(WS-CHN-MATCH)
073100     MOVE WS-CURRENT-NIGHT TO WS-CHN-LAST-NIGHT(WS-CHN-MATCH)
073200     MOVE CP-CRT-CLOSE-NUMBER TO WS-CHN-LAST-CLOSE(WS-CHN-MATCH)
073300     MOVE CP-CRT-CLOSE-NUMBER TO WS-CHN-PRIOR-CLOSE(WS-CHN-MATCH)
073400     MOVE "Y" TO WS-CHN-SW-PRIOR(WS-CHN-MATCH)
073500     ADD CP-CRT-GENERATED TO WS-CHN-GENERATED(WS-CHN-MATCH)
073600     ADD CP-CRT-ALLOCATED TO WS-CHN-ALLOCATED(WS-CHN-MATCH)
073700     ADD CP-CRT-VOIDED TO WS-CHN-VOIDED(WS-CHN-MATCH)
073800     ADD CP-CRT-RESERVED-SKIP TO WS-CHN-RESV(WS-CHN-MATCH).
073900 2200-EXIT.
074000     EXIT.
074100
074200*****************************************************************
074300*    2300-ADD-KEY - REMEMBER THE CERTIFICATE'S KEY.             *
074400*****************************************************************
074500 2300-ADD-KEY.
074600     IF WS-KEY-COUNT IS GREATER THAN OR EQUAL TO
074700         WS-MAX-KEY-ENTRIES
074800         MOVE 1802 TO WS-RETURN-CODE
074900         DISPLAY "TEST-BALMON RC1802 - THE MONTH HOLDS MORE "
075000             "CERTIFICATES THAN THE KEY TABLE ALLOWS"
075100         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
075200     END-IF
075300     ADD 1 TO WS-KEY-COUNT
075400     MOVE CP-CRT-BUS-DATE TO WS-KEY-BUS-DATE(WS-KEY-COUNT)
075500     MOVE CP-CRT-RUN-ID TO WS-KEY-RUN-ID(WS-KEY-COUNT)
075600     MOVE CP-CRT-SERIES-CODE TO WS-KEY-SERIES(WS-KEY-COUNT)
075700     MOVE CP-CRT-ERA-CODE TO WS-KEY-ERA(WS-KEY-COUNT).
075800 2300-EXIT.
075900     EXIT.
076000
076100*****************************************************************
076200*    3000-CHECK-RUN-CONTROL - EVERY RUN THAT ENDED COMPLETE,    *
076300*    RECONCILED OR SUPPLEMENT MUST HAVE CERTIFIED A NIGHT;      *
076400*    EVERY BUSINESS DATE MUST HAVE ONE SUCH RUN; AND EVERY      *
076500*    NIGHT CERTIFIED MUST BE A RUN THE JOURNAL KNOWS.           *
076600*****************************************************************
076700 3000-CHECK-RUN-CONTROL.
076800     PERFORM 3100-CHECK-ONE-RUN THRU 3100-EXIT
076900         VARYING WS-RUN-IDX FROM 1 BY 1
077000         UNTIL WS-RUN-IDX IS GREATER THAN WS-RUN-COUNT
077100     PERFORM 3300-CHECK-ONE-NIGHT THRU 3300-EXIT
077200         VARYING WS-NGT-IDX FROM 1 BY 1
077300         UNTIL WS-NGT-IDX IS GREATER THAN WS-NGT-COUNT.
077400 3000-EXIT.
077500     EXIT.
077600
077700*****************************************************************
077800*    3100-CHECK-ONE-RUN - A COMPLETED RUN WITHOUT A CERTIFIED   *
077900*    NIGHT; AND, ON THE FIRST RUN SEEN FOR EACH DATE, A DATE    *
078000*    WITH NO COMPLETED RUN AT ALL.                              *
078100*****************************************************************
078200 3100-CHECK-ONE-RUN.
078300     MOVE WS-RUN-BUS-DATE(WS-RUN-IDX) TO WS-NEW-BUS-DATE
078400     MOVE WS-RUN-RUN-ID(WS-RUN-IDX) TO WS-NEW-RUN-ID
078500     MOVE SPACES TO WS-NEW-SERIES
078600     MOVE SPACES TO WS-NEW-ERA
078700     MOVE "N" TO WS-NEW-SW-VALUES
078800     IF RUN-ENT-DONE(WS-RUN-IDX)
078900         PERFORM 8250-SEARCH-NIGHTS THRU 8250-EXIT
079000         IF WS-NGT-MATCH IS EQUAL TO ZERO
079100             MOVE "NO CERTIFICATE FOR COMPLETED RUN"
079200                 TO WS-NEW-TEXT
079300             PERFORM 8500-ADD-EXCEPTION THRU 8500-EXIT
079400         END-IF
079500     END-IF
079600     PERFORM 3150-FIND-FIRST-RUN-OF-DATE THRU 3150-EXIT
079700     IF WS-RUN-MATCH IS NOT EQUAL TO WS-RUN-IDX
079800         GO TO 3100-EXIT
079900     END-IF
080000     MOVE "N" TO WS-SW-DATE-DONE
080100     PERFORM 3200-LOOK-FOR-DONE-RUN THRU 3200-EXIT
080200         VARYING WS-SCAN-IDX FROM 1 BY 1
080300         UNTIL WS-SCAN-IDX IS GREATER THAN WS-RUN-COUNT
080400     IF NOT DATE-HAS-DONE-RUN
080500         MOVE "DATE HAS NO COMPLETED RUN" TO WS-NEW-TEXT
080600         MOVE SPACES TO WS-NEW-RUN-ID
080700         PERFORM 8500-ADD-EXCEPTION THRU 8500-EXIT
080800     END-IF.
080900 3100-EXIT.
081000     EXIT.
081100
081200*****************************************************************
081300*    3150-FIND-FIRST-RUN-OF-DATE - WS-RUN-MATCH IS LEFT AT THE  *
081400*    FIRST RUN TABLE ENTRY, UP TO THE CURRENT ONE, FOR THE      *
081500*    CURRENT ENTRY'S DATE.                                      *
081600*****************************************************************
081700 3150-FIND-FIRST-RUN-OF-DATE.
081800     MOVE ZERO TO WS-RUN-MATCH
081900     PERFORM 3160-MATCH-DATE THRU 3160-EXIT
082000         VARYING WS-SCAN-IDX FROM 1 BY 1
082100         UNTIL WS-SCAN-IDX IS GREATER THAN WS-RUN-IDX.
082200 3150-EXIT.
082300     EXIT.
082400
082500 3160-MATCH-DATE.
082600     IF WS-RUN-MATCH IS EQUAL TO ZERO
082700         AND WS-RUN-BUS-DATE(WS-SCAN-IDX) IS EQUAL TO
082800             WS-NEW-BUS-DATE
082900         MOVE WS-SCAN-IDX TO WS-RUN-MATCH
083000     END-IF.
083100 3160-EXIT.
083200     EXIT.
083300
083400 3200-LOOK-FOR-DONE-RUN.
083500     IF WS-RUN-BUS-DATE(WS-SCAN-IDX) IS EQUAL TO WS-NEW-BUS-DATE
083600         AND RUN-ENT-DONE(WS-SCAN-IDX)
083700         MOVE "Y" TO WS-SW-DATE-DONE
083800     END-IF.
083900 3200-EXIT.
084000     EXIT.
084100
084200*****************************************************************
084300*    3300-CHECK-ONE-NIGHT - A NIGHT CERTIFIED WITH NO RUN-      *
084400*    CONTROL RECORD FOR ITS DATE AND RUN-ID.                    *
084500*****************************************************************
084600 3300-CHECK-ONE-NIGHT.
084700     MOVE WS-NGT-BUS-DATE(WS-NGT-IDX) TO WS-NEW-BUS-DATE
084800     MOVE WS-NGT-RUN-ID(WS-NGT-IDX) TO WS-NEW-RUN-ID
084900     PERFORM 8100-FIND-RUN THRU 8100-EXIT
085000     IF WS-RUN-MATCH IS EQUAL TO ZERO
085100         MOVE "CERTIFICATE WITH NO RUN-CONTROL" TO WS-NEW-TEXT
085200         MOVE SPACES TO WS-NEW-SERIES
085300         MOVE SPACES TO WS-NEW-ERA
085400         MOVE "N" TO WS-NEW-SW-VALUES
085500         PERFORM 8500-ADD-EXCEPTION THRU 8500-EXIT
085600     END-IF.
085700 3300-EXIT.
085800     EXIT.
085900
086000*****************************************************************
086100*    4000-WRITE-CERTIFICATE - THE MONTH-END CERTIFICATE PAGE:   *
086200*    THE SERIES ROLL-UP, THE EXCEPTIONS, THE MONTH'S TOTALS AND *
086300*    THE SIGN-OFF BLOCK.                                        *
086400*****************************************************************
086500 4000-WRITE-CERTIFICATE.
086600     PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
086700     MOVE "MONTHLY MOVEMENT AND CONTINUITY BY SERIES AND ERA"
086800         TO WS-SEC-TEXT
086900     WRITE CP-RPT-LINE FROM WS-SECTION-LINE
087000     WRITE CP-RPT-LINE FROM WS-SERIES-COLUMN-LINE
087100     ADD 2 TO WS-LINE-COUNT
087200     PERFORM 4100-WRITE-ONE-SERIES THRU 4100-EXIT
087300         VARYING WS-CHN-IDX FROM 1 BY 1
087400         UNTIL WS-CHN-IDX IS GREATER THAN WS-CHN-COUNT
087500
087600     MOVE SPACES TO CP-RPT-LINE
087700     WRITE CP-RPT-LINE
087800     MOVE "CONTINUITY EXCEPTIONS" TO WS-SEC-TEXT
087900     WRITE CP-RPT-LINE FROM WS-SECTION-LINE
088000     ADD 2 TO WS-LINE-COUNT
088100     IF WS-EXC-TOTAL IS EQUAL TO ZERO
088200         MOVE "    NONE" TO CP-RPT-LINE
088300         WRITE CP-RPT-LINE
088400         ADD 1 TO WS-LINE-COUNT
088500     ELSE
088600         WRITE CP-RPT-LINE FROM WS-EXC-COLUMN-LINE
088700         ADD 1 TO WS-LINE-COUNT
088800         PERFORM 4200-WRITE-ONE-EXCEPTION THRU 4200-EXIT
088900             VARYING WS-EXC-IDX FROM 1 BY 1
089000             UNTIL WS-EXC-IDX IS GREATER THAN WS-EXC-COUNT
089100     END-IF
089200     IF WS-EXC-UNLISTED IS GREATER THAN ZERO
089300         MOVE "FURTHER EXCEPTIONS NOT LISTED  . . ."
089400             TO WS-TOT-LABEL
089500         MOVE WS-EXC-UNLISTED TO WS-TOT-VALUE
089600         WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
089700         ADD 1 TO WS-LINE-COUNT
089800     END-IF
089900     PERFORM 4300-WRITE-TOTALS THRU 4300-EXIT
090000     PERFORM 4400-WRITE-SIGNOFF THRU 4400-EXIT.
090100 4000-EXIT.
090200     EXIT.
090300
090400*****************************************************************
090500*    4100-WRITE-ONE-SERIES - ONE LINE PER SERIES AND ERA WITH   *
090600*    CERTIFICATES IN THE MONTH.                                 *
090700*****************************************************************
090800 4100-WRITE-ONE-SERIES.
090900     IF WS-CHN-NIGHTS(WS-CHN-IDX) IS EQUAL TO ZERO
091000         GO TO 4100-EXIT
091100     END-IF
091200     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
091300         WS-MAX-LINES-PER-PAGE
091400         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
091500         WRITE CP-RPT-LINE FROM WS-SERIES-COLUMN-LINE
091600         ADD 1 TO WS-LINE-COUNT
091700     END-IF
091800     MOVE WS-CHN-SERIES(WS-CHN-IDX) TO WS-SDL-SERIES
091900     MOVE WS-CHN-ERA(WS-CHN-IDX) TO WS-SDL-ERA
092000     MOVE WS-CHN-NIGHTS(WS-CHN-IDX) TO WS-SDL-NIGHTS
092100     MOVE WS-CHN-FIRST-OPEN(WS-CHN-IDX) TO WS-SDL-OPENING
092200     MOVE WS-CHN-LAST-CLOSE(WS-CHN-IDX) TO WS-SDL-CLOSING
092300     MOVE WS-CHN-GENERATED(WS-CHN-IDX) TO WS-SDL-GENERATED
092400     MOVE WS-CHN-ALLOCATED(WS-CHN-IDX) TO WS-SDL-ALLOCATED
092500     MOVE WS-CHN-VOIDED(WS-CHN-IDX) TO WS-SDL-VOIDED
092600     MOVE WS-CHN-RESV(WS-CHN-IDX) TO WS-SDL-RESERVED
092700     MOVE WS-CHN-EXCEPTIONS(WS-CHN-IDX) TO WS-SDL-EXCEPTIONS
092800     EVALUATE TRUE
092900         WHEN WS-CHN-EXCEPTIONS(WS-CHN-IDX) IS GREATER THAN ZERO
093000             MOVE "EXCEPTIONS - SEE BELOW" TO WS-SDL-CHAIN
093100         WHEN CHN-WAS-CARRIED-IN(WS-CHN-IDX)
093200             MOVE "CONTINUOUS" TO WS-SDL-CHAIN
093300         WHEN OTHER
093400             MOVE "CONTINUOUS - STARTED" TO WS-SDL-CHAIN
093500     END-EVALUATE
093600     WRITE CP-RPT-LINE FROM WS-SERIES-DETAIL-LINE
093700     ADD 1 TO WS-LINE-COUNT
093800     ADD WS-CHN-GENERATED(WS-CHN-IDX) TO WS-TOT-GENERATED
093900     ADD WS-CHN-ALLOCATED(WS-CHN-IDX) TO WS-TOT-ALLOCATED
094000     ADD WS-CHN-VOIDED(WS-CHN-IDX) TO WS-TOT-VOIDED
094100     ADD WS-CHN-RESV(WS-CHN-IDX) TO WS-TOT-RESV
094200     ADD WS-CHN-BREAKS(WS-CHN-IDX) TO WS-TOT-BREAKS
094300     ADD WS-CHN-X-NIGHTS(WS-CHN-IDX) TO WS-TOT-X-NIGHTS.
094400 4100-EXIT.
094500     EXIT.
094600
094700*****************************************************************
094800*    4200-WRITE-ONE-EXCEPTION - ONE EXCEPTION LINE.  EXPECTED   *
094900*    AND FOUND ARE PRINTED ONLY WHERE THEY MEAN SOMETHING.      *
095000*****************************************************************
095100 4200-WRITE-ONE-EXCEPTION.
095200     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
095300         WS-MAX-LINES-PER-PAGE
095400         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
095500         WRITE CP-RPT-LINE FROM WS-EXC-COLUMN-LINE
095600         ADD 1 TO WS-LINE-COUNT
095700     END-IF
095800     MOVE WS-EXC-TEXT(WS-EXC-IDX) TO WS-XDL-TEXT
095900     MOVE WS-EXC-BUS-DATE(WS-EXC-IDX) TO WS-XDL-BUS-DATE
096000     MOVE WS-EXC-RUN-ID(WS-EXC-IDX) TO WS-XDL-RUN-ID
096100     MOVE WS-EXC-SERIES(WS-EXC-IDX) TO WS-XDL-SERIES
096200     MOVE WS-EXC-ERA(WS-EXC-IDX) TO WS-XDL-ERA
096300     MOVE SPACES TO WS-XDL-EXPECTED
096400     MOVE SPACES TO WS-XDL-FOUND
096500     IF EXC-HAS-VALUES(WS-EXC-IDX)
096600         IF WS-EXC-EXPECTED(WS-EXC-IDX) IS GREATER THAN ZERO
096700             MOVE WS-EXC-EXPECTED(WS-EXC-IDX) TO WS-XDL-NUM-EDIT
096800             MOVE WS-XDL-NUM-EDIT TO WS-XDL-EXPECTED
096900         END-IF
097000         MOVE WS-EXC-FOUND(WS-EXC-IDX) TO WS-XDL-NUM-EDIT
097100         MOVE WS-XDL-NUM-EDIT TO WS-XDL-FOUND
097200     END-IF
097300     WRITE CP-RPT-LINE FROM WS-EXC-DETAIL-LINE
097400     ADD 1 TO WS-LINE-COUNT.
097500 4200-EXIT.
097600     EXIT.
097700
097800*****************************************************************
097900*    4300-WRITE-TOTALS - THE MONTH'S GRAND TOTALS.              *
098000*****************************************************************
098100 4300-WRITE-TOTALS.
098200     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES-PER-PAGE - 20
098300         PERFORM 1400-WRITE-REPORT-HEADING THRU 1400-EXIT
098400     END-IF
098500     MOVE SPACES TO CP-RPT-LINE
098600     WRITE CP-RPT-LINE
098700     MOVE "MONTH TOTALS" TO WS-SEC-TEXT
098800     WRITE CP-RPT-LINE FROM WS-SECTION-LINE
098900     MOVE "NIGHTS CERTIFIED  . . . . . . . . . . ."
099000         TO WS-TOT-LABEL
099100     MOVE WS-NGT-COUNT TO WS-TOT-VALUE
099200     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
099300     MOVE "RUN-CONTROL RUNS IN THE MONTH . . . . ."
099400         TO WS-TOT-LABEL
099500     MOVE WS-RUN-COUNT TO WS-TOT-VALUE
099600     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
099700     MOVE "CERTIFICATES IN THE MONTH . . . . . . ."
099800         TO WS-TOT-LABEL
099900     MOVE WS-CERTS-IN-MONTH TO WS-TOT-VALUE
100000     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
100100     MOVE "NUMBERS GENERATED . . . . . . . . . . ."
100200         TO WS-TOT-LABEL
100300     MOVE WS-TOT-GENERATED TO WS-TOT-VALUE
100400     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
100500     MOVE "NUMBERS ALLOCATED . . . . . . . . . . ."
100600         TO WS-TOT-LABEL
100700     MOVE WS-TOT-ALLOCATED TO WS-TOT-VALUE
100800     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
100900     MOVE "NUMBERS VOIDED  . . . . . . . . . . . ."
101000         TO WS-TOT-LABEL
101100     MOVE WS-TOT-VOIDED TO WS-TOT-VALUE
101200     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
101300     MOVE "RESERVED NUMBERS SKIPPED  . . . . . . ."
101400         TO WS-TOT-LABEL
101500     MOVE WS-TOT-RESV TO WS-TOT-VALUE
101600     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
101700     MOVE "CHAIN BREAKS  . . . . . . . . . . . . ."
101800         TO WS-TOT-LABEL
101900     MOVE WS-TOT-BREAKS TO WS-TOT-VALUE
102000     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
102100     MOVE "OUT-OF-BALANCE NIGHTS . . . . . . . . ."
102200         TO WS-TOT-LABEL
102300     MOVE WS-TOT-X-NIGHTS TO WS-TOT-VALUE
102400     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
102500     MOVE "EXCEPTIONS IN ALL . . . . . . . . . . ."
102600         TO WS-TOT-LABEL
102700     MOVE WS-EXC-TOTAL TO WS-TOT-VALUE
102800     WRITE CP-RPT-LINE FROM WS-TOTAL-LINE
102900     ADD 13 TO WS-LINE-COUNT.
103000 4300-EXIT.
103100     EXIT.
103200
103300*****************************************************************
103400*    4400-WRITE-SIGNOFF - THE CERTIFICATION STATEMENT AND THE   *
103500*    SIGNATURE BLOCK.                                           *
103600*****************************************************************
103700 4400-WRITE-SIGNOFF.
103800     MOVE SPACES TO CP-RPT-LINE
103900     WRITE CP-RPT-LINE
104000     IF WS-EXC-TOTAL IS EQUAL TO ZERO
104100         MOVE "CERTIFIED - EVERY NIGHT OF THE MONTH IS "
104200             TO WS-SEC-TEXT
104300         MOVE "CONTINUOUS AND IN BALANCE" TO WS-SEC-TEXT(41:25)
104400     ELSE
104500         MOVE "NOT CERTIFIED - THE EXCEPTIONS ABOVE MUST BE "
104600             TO WS-SEC-TEXT
104700         MOVE "CLEARED OR EXPLAINED" TO WS-SEC-TEXT(46:20)
104800     END-IF
104900     WRITE CP-RPT-LINE FROM WS-SECTION-LINE
105000     MOVE SPACES TO CP-RPT-LINE
105100     WRITE CP-RPT-LINE
105200     MOVE "PREPARED BY:" TO WS-SGN-ROLE
105300     WRITE CP-RPT-LINE FROM WS-SIGNOFF-LINE
105400     MOVE SPACES TO CP-RPT-LINE
105500     WRITE CP-RPT-LINE
105600     MOVE "REVIEWED BY:" TO WS-SGN-ROLE
105700     WRITE CP-RPT-LINE FROM WS-SIGNOFF-LINE
105800     MOVE SPACES TO CP-RPT-LINE
105900     WRITE CP-RPT-LINE
106000     MOVE "AUDITOR:" TO WS-SGN-ROLE
106100     WRITE CP-RPT-LINE FROM WS-SIGNOFF-LINE
106200     MOVE SPACES TO CP-RPT-LINE
106300     WRITE CP-RPT-LINE
106400     WRITE CP-RPT-LINE FROM WS-END-LINE
106500     CLOSE REPORT-FILE.
106600 4400-EXIT.
106700     EXIT.
106800
106900*****************************************************************
107000*    1400-WRITE-REPORT-HEADING - TITLE, RUN DATE, MONTH AND     *
107100*    PAGE NUMBER AT THE TOP OF EVERY PAGE.                      *
107200*****************************************************************
107300 1400-WRITE-REPORT-HEADING.
107400     ADD 1 TO WS-PAGE-NUMBER
107500     IF WS-PAGE-NUMBER IS GREATER THAN 1
107600         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
107700             AFTER ADVANCING TOP-OF-PAGE
107800     ELSE
107900         WRITE CP-RPT-LINE FROM WS-TITLE-LINE
108000     END-IF
108100     MOVE WS-CD-MM TO WS-HDN-MM
108200     MOVE WS-CD-DD TO WS-HDN-DD
108300     MOVE WS-CD-YYYY TO WS-HDN-YYYY
108400     MOVE WS-HDG-DATE-NUM TO WS-HDG-DATE
108500     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
108600     WRITE CP-RPT-LINE FROM WS-HEADING-LINE
108700     MOVE SPACES TO CP-RPT-LINE
108800     WRITE CP-RPT-LINE
108900     MOVE ZERO TO WS-LINE-COUNT.
109000 1400-EXIT.
109100     EXIT.
109200
109300*****************************************************************
109400*    5000-WRITE-SUMMARY - APPEND ONE S RECORD PER SERIES AND    *
109500*    ERA CERTIFIED IN THE MONTH, THEN THE M RECORD.             *
109600*****************************************************************
109700 5000-WRITE-SUMMARY.
109800     OPEN EXTEND SUMMARY-FILE
109900     IF WS-SUMMARY-STATUS IS NOT EQUAL TO "00"
110000         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
110100     END-IF
110200     PERFORM 5100-WRITE-SERIES-SUMMARY THRU 5100-EXIT
110300         VARYING WS-CHN-IDX FROM 1 BY 1
110400         UNTIL WS-CHN-IDX IS GREATER THAN WS-CHN-COUNT
110500     MOVE SPACES TO CP-BALMON-RECORD
110600     MOVE WS-MONTH TO CP-BMN-MONTH
110700     MOVE "M" TO CP-BMN-REC-TYPE
110800     MOVE ZERO TO CP-BMN-ERA-CODE
110900     MOVE WS-NGT-COUNT TO CP-BMN-NIGHTS
111000     MOVE ZERO TO CP-BMN-OPEN-NUMBER
111100     MOVE ZERO TO CP-BMN-CLOSE-NUMBER
111200     MOVE WS-TOT-GENERATED TO CP-BMN-GENERATED
111300     MOVE WS-TOT-ALLOCATED TO CP-BMN-ALLOCATED
111400     MOVE WS-TOT-VOIDED TO CP-BMN-VOIDED
111500     MOVE WS-TOT-RESV TO CP-BMN-RESERVED-SKIP
111600     MOVE WS-TOT-BREAKS TO CP-BMN-BREAKS
111700     MOVE WS-TOT-X-NIGHTS TO CP-BMN-X-NIGHTS
111800     MOVE WS-EXC-TOTAL TO CP-BMN-EXCEPTIONS
111900     IF WS-EXC-TOTAL IS EQUAL TO ZERO
112000         MOVE "C" TO CP-BMN-STATUS
112100     ELSE
112200         MOVE "X" TO CP-BMN-STATUS
112300     END-IF
112400     MOVE WS-CURRENT-DATE TO CP-BMN-PREPARED-DATE
112500     WRITE CP-BALMON-RECORD
112600     ADD 1 TO WS-SUMMARY-WRITTEN
112700     CLOSE SUMMARY-FILE.
112800 5000-EXIT.
112900     EXIT.
113000
113100 5100-WRITE-SERIES-SUMMARY.
113200     IF WS-CHN-NIGHTS(WS-CHN-IDX) IS EQUAL TO ZERO
113300         GO TO 5100-EXIT
113400     END-IF
113500     MOVE SPACES TO CP-BALMON-RECORD
113600     MOVE WS-MONTH TO CP-BMN-MONTH
113700     MOVE "S" TO CP-BMN-REC-TYPE
113800     MOVE WS-CHN-SERIES(WS-CHN-IDX) TO CP-BMN-SERIES-CODE
113900     MOVE WS-CHN-ERA(WS-CHN-IDX) TO CP-BMN-ERA-CODE
114000     MOVE WS-CHN-NIGHTS(WS-CHN-IDX) TO CP-BMN-NIGHTS
114100     MOVE WS-CHN-FIRST-OPEN(WS-CHN-IDX) TO CP-BMN-OPEN-NUMBER
114200     MOVE WS-CHN-LAST-CLOSE(WS-CHN-IDX) TO CP-BMN-CLOSE-NUMBER
114300     MOVE WS-CHN-GENERATED(WS-CHN-IDX) TO CP-BMN-GENERATED
114400     MOVE WS-CHN-ALLOCATED(WS-CHN-IDX) TO CP-BMN-ALLOCATED
114500     MOVE WS-CHN-VOIDED(WS-CHN-IDX) TO CP-BMN-VOIDED
114600     MOVE WS-CHN-RESV(WS-CHN-IDX) TO CP-BMN-RESERVED-SKIP
114700     MOVE WS-CHN-BREAKS(WS-CHN-IDX) TO CP-BMN-BREAKS
114800     MOVE WS-CHN-X-NIGHTS(WS-CHN-IDX) TO CP-BMN-X-NIGHTS
114900     MOVE WS-CHN-EXCEPTIONS(WS-CHN-IDX) TO CP-BMN-EXCEPTIONS
115000     IF WS-CHN-EXCEPTIONS(WS-CHN-IDX) IS EQUAL TO ZERO
115100         MOVE "C" TO CP-BMN-STATUS
115200     ELSE
115300         MOVE "X" TO CP-BMN-STATUS
115400     END-IF
115500     MOVE WS-CURRENT-DATE TO CP-BMN-PREPARED-DATE
115600     WRITE CP-BALMON-RECORD
115700     ADD 1 TO WS-SUMMARY-WRITTEN.
115800 5100-EXIT.
115900     EXIT.
116000
116100*****************************************************************
116200*    6000-FINALIZE - REPORT THE OUTCOME, AND RC1805 IF THE      *
116300*    MONTH COULD NOT BE CERTIFIED.  THE PAGE AND THE SUMMARY    *
116400*    ARE WRITTEN EITHER WAY - STATUS X IS THE EVIDENCE.         *
116500*****************************************************************
116600 6000-FINALIZE.
116700     DISPLAY "TEST-BALMON - MONTH " WS-MONTH " - "
116800         WS-CERTS-IN-MONTH " CERTIFICATES OVER " WS-NGT-COUNT
116900         " NIGHTS, " WS-EXC-TOTAL " EXCEPTIONS"
117000     IF WS-EXC-TOTAL IS GREATER THAN ZERO
117100         MOVE 1805 TO WS-RETURN-CODE
117200         DISPLAY "TEST-BALMON RC1805 - MONTH " WS-MONTH
117300             " NOT CERTIFIED - SEE THE CERTIFICATE PAGE"
117400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
117500     END-IF.
117600 6000-EXIT.
117700     EXIT.
117800
117900*****************************************************************
118000*    8100-FIND-RUN - LINEAR SEARCH OF THE RUN TABLE FOR         *
118100*    WS-NEW-BUS-DATE AND WS-NEW-RUN-ID.  WS-RUN-MATCH IS LEFT   *
118200*    AT THE MATCHING ENTRY, OR ZERO.                            *
118300*****************************************************************
118400 8100-FIND-RUN.
118500     MOVE ZERO TO WS-RUN-MATCH
118600     PERFORM 8110-MATCH-ONE-RUN THRU 8110-EXIT
118700         VARYING WS-RUN-IDX FROM 1 BY 1
118800         UNTIL WS-RUN-IDX IS GREATER THAN WS-RUN-COUNT.
118900 8100-EXIT.
119000     EXIT.
119100
119200 8110-MATCH-ONE-RUN.
119300     IF WS-RUN-MATCH IS EQUAL TO ZERO
119400         AND WS-RUN-BUS-DATE(WS-RUN-IDX) IS EQUAL TO
119500             WS-NEW-BUS-DATE
119600         AND WS-RUN-RUN-ID(WS-RUN-IDX) IS EQUAL TO WS-NEW-RUN-ID
119700         MOVE WS-RUN-IDX TO WS-RUN-MATCH
119800     END-IF.
119900 8110-EXIT.
120000     EXIT.
120100
120200*****************************************************************
120300*    8200-FIND-NIGHT - FIND THE NIGHT (BUSINESS DATE AND RUN-   *
120400*    ID) OF THE CURRENT CERTIFICATE, OPENING IT IF IT IS NEW.   *
120500*    8250-SEARCH-NIGHTS SEARCHES FOR WS-NEW-BUS-DATE AND        *
120600*    WS-NEW-RUN-ID WITHOUT OPENING ANYTHING.  WS-NGT-MATCH IS   *
120700*    LEFT AT THE NIGHT, OR ZERO.                                *
120800*****************************************************************
120900 8200-FIND-NIGHT.
121000     PERFORM 8250-SEARCH-NIGHTS THRU 8250-EXIT
121100     IF WS-NGT-MATCH IS GREATER THAN ZERO
121200         GO TO 8200-EXIT
121300     END-IF
121400     IF WS-NGT-COUNT IS GREATER THAN OR EQUAL TO
121500         WS-MAX-NIGHT-ENTRIES
121600         MOVE 1802 TO WS-RETURN-CODE
121700         DISPLAY "TEST-BALMON RC1802 - THE MONTH HOLDS MORE "
121800             "NIGHTS THAN THE NIGHT TABLE ALLOWS"
121900         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
122000     END-IF
122100     ADD 1 TO WS-NGT-COUNT
122200     MOVE WS-NGT-COUNT TO WS-NGT-MATCH
122300     MOVE WS-NEW-BUS-DATE TO WS-NGT-BUS-DATE(WS-NGT-MATCH)
122400     MOVE WS-NEW-RUN-ID TO WS-NGT-RUN-ID(WS-NGT-MATCH).
122500 8200-EXIT.
122600     EXIT.
122700
122800 8250-SEARCH-NIGHTS.
122900     MOVE ZERO TO WS-NGT-MATCH
123000     PERFORM 8260-MATCH-ONE-NIGHT THRU 8260-EXIT
123100         VARYING WS-NGT-IDX FROM 1 BY 1
123200         UNTIL WS-NGT-IDX IS GREATER THAN WS-NGT-COUNT.
123300 8250-EXIT.
123400     EXIT.
123500
123600 8260-MATCH-ONE-NIGHT.
123700     IF WS-NGT-MATCH IS EQUAL TO ZERO
123800         AND WS-NGT-BUS-DATE(WS-NGT-IDX) IS EQUAL TO
123900             WS-NEW-BUS-DATE
124000         AND WS-NGT-RUN-ID(WS-NGT-IDX) IS EQUAL TO WS-NEW-RUN-ID
124100         MOVE WS-NGT-IDX TO WS-NGT-MATCH
124200     END-IF.
124300 8260-EXIT.
124400     EXIT.
124500
124600*****************************************************************
124700*    8300-FIND-CHAIN - FIND THE CHAIN FOR THE CURRENT           *
124800*    CERTIFICATE'S SERIES AND ERA, OPENING IT IF IT IS NEW.     *
124900*    WS-CHN-MATCH IS LEFT AT THE CHAIN.                         *
125000*****************************************************************
125100 8300-FIND-CHAIN.
125200     MOVE ZERO TO WS-CHN-MATCH
125300     PERFORM 8310-MATCH-ONE-CHAIN THRU 8310-EXIT
125400         VARYING WS-CHN-IDX FROM 1 BY 1
125500         UNTIL WS-CHN-IDX IS GREATER THAN WS-CHN-COUNT
125600     IF WS-CHN-MATCH IS GREATER THAN ZERO
125700         GO TO 8300-EXIT
125800     END-IF
125900     IF WS-CHN-COUNT IS GREATER THAN OR EQUAL TO
126000         WS-MAX-CHAIN-ENTRIES
126100         MOVE 1802 TO WS-RETURN-CODE
126200         DISPLAY "TEST-BALMON RC1802 - THE CERTIFICATE FILE "
126300             "HOLDS MORE SERIES AND ERAS THAN THE CHAIN TABLE "
126400             "ALLOWS"
126500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
126600     END-IF
126700     ADD 1 TO WS-CHN-COUNT
126800     MOVE WS-CHN-COUNT TO WS-CHN-MATCH
126900     MOVE CP-CRT-SERIES-CODE TO WS-CHN-SERIES(WS-CHN-MATCH)
127000     MOVE CP-CRT-ERA-CODE TO WS-CHN-ERA(WS-CHN-MATCH)
127100     MOVE "N" TO WS-CHN-SW-PRIOR(WS-CHN-MATCH)
127200     MOVE "N" TO WS-CHN-SW-CARRIED(WS-CHN-MATCH)
127300     MOVE ZERO TO WS-CHN-PRIOR-CLOSE(WS-CHN-MATCH)
127400     MOVE ZERO TO WS-CHN-LAST-NIGHT(WS-CHN-MATCH)
127500     MOVE ZERO TO WS-CHN-NIGHTS(WS-CHN-MATCH)
127600     MOVE ZERO TO WS-CHN-FIRST-OPEN(WS-CHN-MATCH)
127700     MOVE ZERO TO WS-CHN-LAST-CLOSE(WS-CHN-MATCH)
127800     MOVE ZERO TO WS-CHN-GENERATED(WS-CHN-MATCH)
127900     MOVE ZERO TO WS-CHN-ALLOCATED(WS-CHN-MATCH)
128000     MOVE ZERO TO WS-CHN-VOIDED(WS-CHN-MATCH)
128100     MOVE ZERO TO WS-CHN-RESV(WS-CHN-MATCH)
128200     MOVE ZERO TO WS-CHN-BREAKS(WS-CHN-MATCH)
128300     MOVE ZERO TO WS-CHN-X-NIGHTS(WS-CHN-MATCH)
128400     MOVE ZERO TO WS-CHN-EXCEPTIONS(WS-CHN-MATCH).
128500 8300-EXIT.
128600     EXIT.
128700
128800 8310-MATCH-ONE-CHAIN.
128900     IF WS-CHN-MATCH IS EQUAL TO ZERO
129000         AND WS-CHN-SERIES(WS-CHN-IDX) IS EQUAL TO
129100             CP-CRT-SERIES-CODE
129200         AND WS-CHN-ERA(WS-CHN-IDX) IS EQUAL TO CP-CRT-ERA-CODE
129300         MOVE WS-CHN-IDX TO WS-CHN-MATCH
129400     END-IF.
129500 8310-EXIT.
129600     EXIT.
129700
129800*****************************************************************
129900*    8400-FIND-KEY - HAS THE CURRENT CERTIFICATE'S DATE, RUN-   *
130000*    ID, SERIES AND ERA ALREADY BEEN CERTIFIED THIS MONTH?      *
130100*    WS-KEY-MATCH IS LEFT AT THE EARLIER ENTRY, OR ZERO.        *
130200*****************************************************************
130300 8400-FIND-KEY.
130400     MOVE ZERO TO WS-KEY-MATCH
130500     PERFORM 8410-MATCH-ONE-KEY THRU 8410-EXIT
130600         VARYING WS-KEY-IDX FROM 1 BY 1
130700         UNTIL WS-KEY-IDX IS GREATER THAN WS-KEY-COUNT.
130800 8400-EXIT.
130900     EXIT.
131000
131100 8410-MATCH-ONE-KEY.
131200     IF WS-KEY-MATCH IS EQUAL TO ZERO
131300         AND WS-KEY-BUS-DATE(WS-KEY-IDX) IS EQUAL TO
131400             CP-CRT-BUS-DATE
131500         AND WS-KEY-RUN-ID(WS-KEY-IDX) IS EQUAL TO CP-CRT-RUN-ID
131600         AND WS-KEY-SERIES(WS-KEY-IDX) IS EQUAL TO
131700             CP-CRT-SERIES-CODE
131800         AND WS-KEY-ERA(WS-KEY-IDX) IS EQUAL TO CP-CRT-ERA-CODE
131900         MOVE WS-KEY-IDX TO WS-KEY-MATCH
132000     END-IF.
132100 8410-EXIT.
132200     EXIT.
132300
132400*****************************************************************
132500*    8500-ADD-EXCEPTION - COUNT ONE EXCEPTION AND TABLE IT FOR  *
132600*    THE CERTIFICATE PAGE WHILE THERE IS ROOM.                  *
132700*****************************************************************
132800 8500-ADD-EXCEPTION.
132900     ADD 1 TO WS-EXC-TOTAL
133000     IF WS-EXC-COUNT IS GREATER THAN OR EQUAL TO
133100         WS-MAX-EXC-ENTRIES
133200         ADD 1 TO WS-EXC-UNLISTED
133300         GO TO 8500-EXIT
133400     END-IF
133500     ADD 1 TO WS-EXC-COUNT
133600     MOVE WS-NEW-TEXT TO WS-EXC-TEXT(WS-EXC-COUNT)
133700     MOVE WS-NEW-BUS-DATE TO WS-EXC-BUS-DATE(WS-EXC-COUNT)
133800     MOVE WS-NEW-RUN-ID TO WS-EXC-RUN-ID(WS-EXC-COUNT)
133900     MOVE WS-NEW-SERIES TO WS-EXC-SERIES(WS-EXC-COUNT)
134000     MOVE WS-NEW-ERA TO WS-EXC-ERA(WS-EXC-COUNT)
134100     MOVE WS-NEW-SW-VALUES TO WS-EXC-SW-VALUES(WS-EXC-COUNT)
134200     MOVE WS-NEW-EXPECTED TO WS-EXC-EXPECTED(WS-EXC-COUNT)
134300     MOVE WS-NEW-FOUND TO WS-EXC-FOUND(WS-EXC-COUNT).
134400 8500-EXIT.
134500     EXIT.
134600
134700*****************************************************************
134800*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
134900*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
135000*    RUN.                                                       *
135100*****************************************************************
135200 9900-SET-RETURN-CODE.
135300     MOVE WS-RETURN-CODE TO RETURN-CODE
135400     STOP RUN.
135500 9900-EXIT.
135600     EXIT.
135700
135800*****************************************************************
135900*    9910-FILE-OPEN-ERROR - A REQUIRED FILE FAILED TO OPEN.     *
136000*****************************************************************
136100 9910-FILE-OPEN-ERROR.
136200     MOVE 1800 TO WS-RETURN-CODE
136300     DISPLAY "TEST-BALMON RC1800 - A REQUIRED FILE FAILED "
136400         "TO OPEN"
136500     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
136600 9910-EXIT.
136700     EXIT.
136800
136900 9999-EXIT.
137000     STOP RUN.
