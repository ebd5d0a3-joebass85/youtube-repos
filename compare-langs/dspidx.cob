000100*****************************************************************
000200*                                                               *
000300*    PROGRAM      TEST-DSPIDX                                   *
000400*    FUNCTION     NUMBER-DISPOSITION INDEX UPDATE.  POSTS TO    *
000500*                 THE KEYED DISPOSITION INDEX (VSAM KSDS, SEE   *
000600*                 CPDSPIDX) EVERY ISSUED RANGE ON THE SEQOUT    *
000700*                 GENERATION(S) SUPPLIED WITH ITS RUN DATE AND  *
000800*                 RUN-ID, EVERY ALLOCATED RANGE ON THE          *
000900*                 ALLOCATION CROSS-REFERENCE WITH THE SYSTEM    *
001000*                 IT WENT TO, AND EVERY VOID-REGISTER ENTRY     *
001100*                 (VOIDS, GAPS, RESERVED SKIPS, RECLAIMS,       *
001200*                 BACK-OUTS) NOT YET INDEXED.  RUN NIGHTLY      *
001300*                 AFTER THE NIGHT'S ALLOCATION, AND ONCE IN     *
001400*                 LOAD MODE TO BUILD THE INDEX FROM THE AUDIT   *
001500*                 ARCHIVE AND THE RETAINED GENERATIONS.  THE    *
001600*                 INDEX LETS TEST-NUMTRC AND TEST-VOIDEXC READ  *
001700*                 A NUMBER'S HISTORY DIRECTLY INSTEAD OF        *
001800*                 SCANNING EVERY CONCATENATION.                 *
001900*                                                               *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. TEST-DSPIDX.
002300 AUTHOR. JOE DIAMOND.
002400 INSTALLATION. DAILY-LEDGER BATCH SYSTEMS.
002500 DATE-WRITTEN. 10/15/2026.
002600 DATE-COMPILED.
002700*****************************************************************
002800*    MODIFICATION HISTORY.
002900*    DATE       INIT  DESCRIPTION
003000*    10/15/26   JAD   ORIGINAL VERSION - NUMBER-DISPOSITION
003100*                     INDEX UPDATE AND ONE-TIME LOAD.
003200*****************************************************************
003300*
003400*    PARM (ONE WORD):
003500*      NIGHTLY  UPDATE AN INDEX ALREADY LOADED.  SEQOUT AND
003600*               ALLOCXRF ARE THE NIGHT'S GENERATIONS; ONLY THE
003700*               REGISTER RECORDS PAST THE COUNT ON THE INDEX
003800*               CONTROL RECORD ARE POSTED.
003900*      LOAD     ONE-TIME LOAD INTO A FRESHLY DEFINED, EMPTY
004000*               CLUSTER.  THE AUDIT ARCHIVE (AUDARCH, EVERY
004100*               GENERATION, OLDEST FIRST) SUPPLIES THE ISSUED
004200*               HISTORY, FOLLOWED BY THE RETAINED SEQOUT AND
004300*               ALLOCXRF GENERATIONS AND THE WHOLE REGISTER.
004400*
004500*    METHOD.  ISSUED NUMBERS ARRIVE IN THE ORDER TEST-COB
004600*    GENERATED THEM - RUN BY RUN, SERIES BY SERIES, ASCENDING.
004700*    CONSECUTIVE NUMBERS OF ONE SERIES, ERA AND RUN ARE GATHERED
004800*    INTO ONE ISSUED RANGE; ANY BREAK (A RESERVED SKIP, A NEW
004900*    SERIES, A NEW RUN) POSTS THE RANGE AND STARTS ANOTHER.  A
005000*    NUMBER ALREADY INSIDE THE OPEN RANGE (A RESTARTED RUN'S
005100*    OVERLAP) IS PASSED OVER.  EVERY ENTRY IS POSTED BY PROBING
005200*    ITS KEY WITH KEY SEQUENCE 000, 001, ... : AN IDENTICAL
005300*    ENTRY ALREADY THERE MEANS IT WAS INDEXED BEFORE (A RERUN,
005400*    OR THE SAME RUN SEEN ON BOTH THE ARCHIVE AND A RETAINED
005500*    GENERATION) AND IS LEFT ALONE; THE FIRST FREE SEQUENCE
005600*    TAKES A NEW ONE.  RERUNNING EITHER MODE IS THEREFORE SAFE.
005700*
005800*****************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER. IBM-370.
006200 OBJECT-COMPUTER. IBM-370.
006300 SPECIAL-NAMES.
006400     C01 IS TOP-OF-PAGE.
006500
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT ARCHIVE-FILE
006900         ASSIGN TO AUDARCH
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-ARCH-STATUS.
007200
007300     SELECT SEQ-OUTPUT-FILE
007400         ASSIGN TO SEQOUT
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-SEQOUT-STATUS.
007700
007800     SELECT ALLOCX-FILE
007900         ASSIGN TO ALLOCXRF
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-ALLOCX-STATUS.
008200
008300     SELECT VOID-REG-FILE
008400         ASSIGN TO VOIDREG
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-VOID-STATUS.
008700
008800     SELECT DISP-INDEX-FILE
008900         ASSIGN TO DISPIDX
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS CP-DIX-KEY
009300         FILE STATUS IS WS-DSPIDX-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  ARCHIVE-FILE
009800     RECORD CONTAINS 92 CHARACTERS
009900     RECORDING MODE IS F.
010000 COPY CPAUDARC.
010100
010200 FD  SEQ-OUTPUT-FILE
010300     RECORD CONTAINS 40 CHARACTERS
010400     RECORDING MODE IS F.
010500 COPY CPSEQOUT.
010600
010700 FD  ALLOCX-FILE
010800     RECORD CONTAINS 80 CHARACTERS
010900     RECORDING MODE IS F.
011000 COPY CPALLOCX.
011100
011200 FD  VOID-REG-FILE
011300     RECORD CONTAINS 40 CHARACTERS
011400     RECORDING MODE IS F.
011500 COPY CPVOID.
011600
011700 FD  DISP-INDEX-FILE
011800     RECORD CONTAINS 100 CHARACTERS.
011900 COPY CPDSPIDX.
012000
012100 WORKING-STORAGE SECTION.
012200*****************************************************************
012300*    RETURN CODE TABLE - CODES THIS PROGRAM SETS INTO           *
012400*    RETURN-CODE BEFORE STOPPING.                               *
012500*                                                               *
012600*    RC2100  A REQUIRED FILE FAILED TO OPEN.                    *
012700*    RC2101  THE PARM WAS MISSING OR WAS NOT NIGHTLY OR LOAD.   *
012800*    RC2102  THE INDEX IS NOT USABLE FOR THE MODE ASKED - A     *
012900*           NIGHTLY UPDATE FOUND NO INDEX OR NO CONTROL RECORD  *
013000*           (RUN THE ONE-TIME LOAD FIRST), OR A LOAD COULD NOT  *
013100*           OPEN THE CLUSTER FOR LOADING (IT MUST BE FRESHLY    *
013200*           DEFINED AND EMPTY).                                 *
013300*    RC2103  A SEQOUT GENERATION FAILED ITS HEADER/TRAILER      *
013400*           CONTROL CHECK - THE INPUT IS NOT TRUSTWORTHY.       *
013500*           ENTRIES POSTED BEFORE THE FAILURE STAND; A RERUN    *
013600*           ON GOOD INPUT COMPLETES THE UPDATE WITHOUT          *
013700*           DUPLICATING THEM.                                   *
013800*    RC2104  THE VOID REGISTER HOLDS FEWER RECORDS THAN THE     *
013900*           INDEX SAYS IT HAS ALREADY INDEXED - THE REGISTER    *
014000*           HAS BEEN REPLACED OR TRUNCATED.  THE CONTROL        *
014100*           RECORD IS LEFT UNCHANGED; RESTORE THE REGISTER OR   *
014200*           RELOAD THE INDEX.                                   *
014300*    RC2105  AN UNEXPECTED INDEX I/O STATUS, OR MORE THAN 999   *
014400*           ENTRIES SHARING ONE KEY.                            *
014500*****************************************************************
014600 77  WS-ARCH-STATUS              PIC X(02) VALUE "00".
014700 77  WS-SEQOUT-STATUS            PIC X(02) VALUE "00".
014800 77  WS-ALLOCX-STATUS            PIC X(02) VALUE "00".
014900 77  WS-VOID-STATUS              PIC X(02) VALUE "00".
015000 77  WS-DSPIDX-STATUS            PIC X(02) VALUE "00".
015100
015200 77  WS-RETURN-CODE              PIC 9(04) VALUE ZERO.
015300 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
015400 77  WS-MAX-KEY-SEQ              PIC 9(03) VALUE 999.
015500
015600 01  WS-PARM-FIELDS.
015700     05  WS-PARM-TEXT            PIC X(20).
015800     05  WS-PARM-MODE            PIC X(08).
015900         88  PARM-MODE-NIGHTLY       VALUE "NIGHTLY".
016000         88  PARM-MODE-LOAD          VALUE "LOAD".
016100
016200*****************************************************************
016300*    INPUT COUNTS, AND THE ENTRIES ADDED AND FOUND ALREADY      *
016400*    INDEXED BY ENTRY TYPE - 1 ISSUED, 2 ALLOCATED,             *
016500*    3 DISPOSITION.                                             *
016600*****************************************************************
016700 01  WS-COUNT-FIELDS.
016800     05  WS-ARCH-READ            PIC 9(09) COMP VALUE 0.
016900     05  WS-DETAIL-READ          PIC 9(09) COMP VALUE 0.
017000     05  WS-ALLOCX-READ          PIC 9(09) COMP VALUE 0.
017100     05  WS-REG-READ             PIC 9(09) COMP VALUE 0.
017200     05  WS-REG-SKIPPED          PIC 9(09) COMP VALUE 0.
017300     05  WS-IGNORED-COUNT        PIC 9(09) COMP VALUE 0.
017400     05  WS-TYPE-IDX             PIC 9(01) COMP VALUE 0.
017500     05  WS-TYPE-COUNTS OCCURS 3 TIMES.
017600         10  WS-CNT-ADDED        PIC 9(09) COMP.
017700         10  WS-CNT-PRESENT      PIC 9(09) COMP.
017800
017900*****************************************************************
018000*    PER-GENERATION CONTROL FIELDS - EACH HEADER IN THE         *
018100*    CONCATENATION RESETS THEM; EACH TRAILER IS VERIFIED        *
018200*    AGAINST THEM.  THE CONTROL TOTAL IS THE SUM OF DETAIL      *
018300*    NUMBERS MODULO 10**10.                                     *
018400*****************************************************************
018500 01  WS-GEN-FIELDS.
018600     05  WS-GEN-DET-COUNT        PIC 9(09) COMP VALUE 0.
018700     05  WS-GEN-FIRST-NUM        PIC 9(09) COMP VALUE 0.
018800     05  WS-GEN-LAST-NUM         PIC 9(09) COMP VALUE 0.
018900     05  WS-GEN-CTL-ACCUM        PIC 9(11) COMP VALUE 0.
019000     05  WS-CTL-MODULUS          PIC 9(11) COMP
019100                                 VALUE 10000000000.
019200     05  WS-GEN-TALLY            PIC 9(03) COMP VALUE 0.
019300
019400*****************************************************************
019500*    THE ARCHIVED AUDIT RECORD, SEEN THROUGH THE CPAUDIT        *
019600*    LAYOUT.                                                    *
019700*****************************************************************
019800 01  WS-AUDIT-VIEW.
019900     05  WS-AUD-TIMESTAMP        PIC X(26).
020000     05  WS-AUD-JOBNAME          PIC X(08).
020100     05  WS-AUD-RUN-ID           PIC X(08).
020200     05  WS-AUD-SEQ-NUMBER       PIC 9(09).
020300     05  WS-AUD-SERIES-CODE      PIC X(04).
020400     05  WS-AUD-CHECK-VALUE      PIC 9(15).
020500     05  WS-AUD-ERA-CODE         PIC 9(02).
020600
020700*****************************************************************
020800*    ISSUED-RANGE FIELDS - THE NUMBER BEING TAKEN (FROM THE     *
020900*    ARCHIVE OR A SEQOUT DETAIL) AND THE RANGE BEING GATHERED.  *
021000*****************************************************************
021100 01  WS-ISSUED-FIELDS.
021200     05  WS-ISN-SERIES           PIC X(04) VALUE SPACES.
021300     05  WS-ISN-ERA              PIC 9(02) VALUE ZERO.
021400     05  WS-ISN-NUMBER           PIC 9(09) VALUE ZERO.
021500     05  WS-ISN-RUN-DATE         PIC 9(08) VALUE ZERO.
021600     05  WS-ISN-RUN-ID           PIC X(08) VALUE SPACES.
021700     05  WS-STR-SERIES           PIC X(04) VALUE SPACES.
021800     05  WS-STR-ERA              PIC 9(02) VALUE ZERO.
021900     05  WS-STR-RUN-DATE         PIC 9(08) VALUE ZERO.
022000     05  WS-STR-RUN-ID           PIC X(08) VALUE SPACES.
022100     05  WS-STR-FROM             PIC 9(09) VALUE ZERO.
022200     05  WS-STR-TO               PIC 9(09) VALUE ZERO.
022300     05  WS-SW-STRETCH           PIC X(01) VALUE "N".
022400         88  STRETCH-IS-OPEN         VALUE "Y".
022500
022600*****************************************************************
022700*    NEW-ENTRY FIELDS - THE ENTRY BEING POSTED, IN THE CPDSPIDX *
022800*    KEY AND DATA LAYOUT, SO THE DATA COMPARES BYTE FOR BYTE    *
022900*    WITH AN ENTRY ALREADY ON THE INDEX.                        *
023000*****************************************************************
023100 01  WS-NEW-ENTRY.
023200     05  WS-NEW-KEY.
023300         10  WS-NEW-SERIES       PIC X(04).
023400         10  WS-NEW-ERA          PIC 9(02).
023500         10  WS-NEW-TYPE         PIC X(01).
023600         10  WS-NEW-TO           PIC 9(09).
023700         10  WS-NEW-KEY-SEQ      PIC 9(03).
023800     05  WS-NEW-DATA.
023900         10  WS-NEW-FROM         PIC 9(09).
024000         10  WS-NEW-RUN-DATE     PIC 9(08).
024100         10  WS-NEW-RUN-ID       PIC X(08).
024200         10  WS-NEW-SYSTEM-ID    PIC X(08).
024300         10  WS-NEW-REASON       PIC X(04).
024400         10  WS-NEW-DISP-DATE    PIC 9(08).
024500         10  WS-NEW-REPORTED-BY  PIC X(08).
024600         10  WS-NEW-SOURCE       PIC X(04).
024700
024800*****************************************************************
024900*    CONTROL-RECORD FIELDS - AS READ (OR PRIMED BY A LOAD) AND  *
025000*    AS THEY WILL BE REWRITTEN.                                 *
025100*****************************************************************
025200 01  WS-CONTROL-FIELDS.
025300     05  WS-CTL-VOID-COUNT       PIC 9(09) VALUE ZERO.
025400     05  WS-CTL-RUN-DATE         PIC 9(08) VALUE ZERO.
025500     05  WS-CTL-RUN-ID           PIC X(08) VALUE SPACES.
025600     05  WS-CTL-LOAD-DATE        PIC 9(08) VALUE ZERO.
025700
025800 01  WS-SW-FIELDS.
025900     05  WS-SW-ARCH-EOF          PIC X(01) VALUE "N".
026000         88  END-OF-ARCHIVE          VALUE "Y".
026100     05  WS-SW-SEQ-EOF           PIC X(01) VALUE "N".
026200         88  END-OF-SEQOUT           VALUE "Y".
026300     05  WS-SW-GEN-OPEN          PIC X(01) VALUE "N".
026400         88  GENERATION-IS-OPEN      VALUE "Y".
026500     05  WS-SW-ALX-EOF           PIC X(01) VALUE "N".
026600         88  END-OF-ALLOCX           VALUE "Y".
026700     05  WS-SW-VOID-EOF          PIC X(01) VALUE "N".
026800         88  END-OF-REGISTER         VALUE "Y".
026900     05  WS-SW-SETTLED           PIC X(01) VALUE "N".
027000         88  ENTRY-IS-SETTLED        VALUE "Y".
027100
027200 LINKAGE SECTION.
027300 01  PARM-INFO.
027400     05  PARM-LENGTH             PIC S9(04) COMP.
027500     05  PARM-DATA               PIC X(20).
027600
027700 PROCEDURE DIVISION USING PARM-INFO.
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028000     IF PARM-MODE-LOAD
028100         PERFORM 2000-INDEX-ARCHIVE THRU 2000-EXIT
028200     END-IF
028300     PERFORM 3000-INDEX-SEQ-OUTPUT THRU 3000-EXIT
028400     PERFORM 4000-INDEX-ALLOCATIONS THRU 4000-EXIT
028500     PERFORM 5000-INDEX-REGISTER THRU 5000-EXIT
028600     PERFORM 6000-FINALIZE THRU 6000-EXIT
028700     GO TO 9999-EXIT.
028800
028900*****************************************************************
029000*    1000-INITIALIZE - VALIDATE THE PARM, PRIME THE CLUSTER ON  *
029100*    A LOAD, OPEN THE INDEX AND READ ITS CONTROL RECORD.        *
029200*****************************************************************
029300 1000-INITIALIZE.
029400     DISPLAY "TEST-DSPIDX - DISPOSITION INDEX UPDATE STARTING"
029500     PERFORM 1100-VALIDATE-PARM THRU 1100-EXIT
029600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
029700     IF PARM-MODE-LOAD
029800         PERFORM 1200-PRIME-INDEX THRU 1200-EXIT
029900     END-IF
030000     OPEN I-O DISP-INDEX-FILE
030100     EVALUATE WS-DSPIDX-STATUS
030200         WHEN "00"
030300             CONTINUE
030400         WHEN "35"
030500             MOVE 2102 TO WS-RETURN-CODE
030600             DISPLAY "TEST-DSPIDX RC2102 - THE DISPOSITION INDEX "
030700                 "DOES NOT EXIST - RUN THE ONE-TIME LOAD FIRST"
030800             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
030900         WHEN OTHER
031000             PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
031100     END-EVALUATE
031200     MOVE SPACES TO CP-DIX-KEY-X
031300     READ DISP-INDEX-FILE
031400         INVALID KEY
031500             MOVE 2102 TO WS-RETURN-CODE
031600             DISPLAY "TEST-DSPIDX RC2102 - THE DISPOSITION INDEX "
031700                 "HAS NO CONTROL RECORD - RUN THE ONE-TIME LOAD "
031800                 "FIRST"
031900             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
032000     END-READ
032100     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
032200         PERFORM 9920-INDEX-IO-ERROR THRU 9920-EXIT
032300     END-IF
032400     MOVE CP-DIX-CTL-VOID-COUNT TO WS-CTL-VOID-COUNT
032500     MOVE CP-DIX-CTL-RUN-DATE TO WS-CTL-RUN-DATE
032600     MOVE CP-DIX-CTL-RUN-ID TO WS-CTL-RUN-ID
032700     MOVE CP-DIX-CTL-LOAD-DATE TO WS-CTL-LOAD-DATE
032800     MOVE ZERO TO WS-CNT-ADDED(1) WS-CNT-PRESENT(1)
032900     MOVE ZERO TO WS-CNT-ADDED(2) WS-CNT-PRESENT(2)
033000     MOVE ZERO TO WS-CNT-ADDED(3) WS-CNT-PRESENT(3)
033100     DISPLAY "TEST-DSPIDX - MODE " WS-PARM-MODE
033200         " - " WS-CTL-VOID-COUNT " REGISTER RECORD(S) ALREADY "
033300         "INDEXED".
033400 1000-EXIT.
033500     EXIT.
033600
033700*****************************************************************
033800*    1100-VALIDATE-PARM - THE MODE IS REQUIRED.                 *
033900*****************************************************************
034000 1100-VALIDATE-PARM.
034100     IF PARM-LENGTH IS LESS THAN OR EQUAL TO ZERO
034200         MOVE 2101 TO WS-RETURN-CODE
034300         DISPLAY "TEST-DSPIDX RC2101 - NO MODE WAS SUPPLIED - "
034400             "NIGHTLY OR LOAD"
034500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
034600     END-IF
034700     MOVE SPACES TO WS-PARM-TEXT
034800     MOVE PARM-DATA(1:PARM-LENGTH) TO WS-PARM-TEXT
034900     MOVE WS-PARM-TEXT TO WS-PARM-MODE
035000     IF WS-PARM-TEXT(9:12) IS NOT EQUAL TO SPACES
035100         OR (NOT PARM-MODE-NIGHTLY
035200             AND NOT PARM-MODE-LOAD)
035300         MOVE 2101 TO WS-RETURN-CODE
035400         DISPLAY "TEST-DSPIDX RC2101 - MODE '" WS-PARM-TEXT
035500             "' IS NOT NIGHTLY OR LOAD"
035600         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
035700     END-IF.
035800 1100-EXIT.
035900     EXIT.
036000
036100*****************************************************************
036200*    1200-PRIME-INDEX - A LOAD OPENS THE FRESHLY DEFINED        *
036300*    CLUSTER FOR OUTPUT AND WRITES THE CONTROL RECORD, SO THE   *
036400*    REST OF THE RUN CAN UPDATE IT EXACTLY AS A NIGHTLY RUN     *
036500*    DOES.  A CLUSTER THAT ALREADY HOLDS RECORDS CANNOT BE      *
036600*    OPENED FOR OUTPUT - DELETE AND DEFINE IT AGAIN TO RELOAD.  *
036700*****************************************************************
036800 1200-PRIME-INDEX.
036900     OPEN OUTPUT DISP-INDEX-FILE
037000     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
037100         MOVE 2102 TO WS-RETURN-CODE
037200         DISPLAY "TEST-DSPIDX RC2102 - THE DISPOSITION INDEX "
037300             "COULD NOT BE OPENED FOR LOADING - STATUS "
037400             WS-DSPIDX-STATUS " - IT MUST BE A FRESHLY DEFINED, "
037500             "EMPTY CLUSTER"
037600         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
037700     END-IF
037800     MOVE SPACES TO CP-DSPIDX-RECORD
037900     MOVE SPACES TO CP-DIX-KEY-X
038000     MOVE ZERO TO CP-DIX-CTL-VOID-COUNT
038100     MOVE ZERO TO CP-DIX-CTL-RUN-DATE
038200     MOVE SPACES TO CP-DIX-CTL-RUN-ID
038300     MOVE WS-CURRENT-DATE TO CP-DIX-CTL-LOAD-DATE
038400     MOVE ZERO TO CP-DIX-CTL-UPDATE-DATE
038500     MOVE WS-CURRENT-DATE TO CP-DIX-POSTED-DATE
038600     WRITE CP-DSPIDX-RECORD
038700         INVALID KEY
038800             PERFORM 9920-INDEX-IO-ERROR THRU 9920-EXIT
038900     END-WRITE
039000     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
039100         PERFORM 9920-INDEX-IO-ERROR THRU 9920-EXIT
039200     END-IF
039300     CLOSE DISP-INDEX-FILE.
039400 1200-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800*    2000-INDEX-ARCHIVE - LOAD MODE ONLY.  ONE PASS OVER THE    *
039900*    AUDIT ARCHIVE (EVERY GENERATION, OLDEST FIRST); EACH       *
040000*    ARCHIVED AUDIT RECORD IS ONE ISSUED NUMBER.  THE ARCHIVE   *
040100*    IS IN RUN-DATE/RUN-ID ORDER, SO A RUN THAT CROSSED A       *
040200*    MONTH END RUNS ON UNBROKEN ACROSS TWO GENERATIONS.         *
040300*****************************************************************
040400 2000-INDEX-ARCHIVE.
040500     OPEN INPUT ARCHIVE-FILE
040600     IF WS-ARCH-STATUS IS NOT EQUAL TO "00"
040700         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
040800     END-IF
040900     MOVE 1 TO WS-TYPE-IDX
041000     PERFORM 2100-TAKE-ONE-ARCHIVED THRU 2100-EXIT
041100         UNTIL END-OF-ARCHIVE
041200     IF STRETCH-IS-OPEN
041300         PERFORM 2600-POST-STRETCH THRU 2600-EXIT
041400     END-IF
041500     CLOSE ARCHIVE-FILE.
041600 2000-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000*    2100-TAKE-ONE-ARCHIVED - READ ONE ARCHIVE RECORD AND TAKE  *
042100*    ITS NUMBER INTO THE ISSUED RANGE BEING GATHERED.           *
042200*****************************************************************
042300 2100-TAKE-ONE-ARCHIVED.
042400     READ ARCHIVE-FILE
042500         AT END
042600             SET END-OF-ARCHIVE TO TRUE
042700             GO TO 2100-EXIT
042800     END-READ
042900     ADD 1 TO WS-ARCH-READ
043000     MOVE CP-ARC-AUDIT-RECORD TO WS-AUDIT-VIEW
043100     IF WS-AUD-SEQ-NUMBER IS NOT NUMERIC
043200         OR CP-ARC-RUN-DATE IS NOT NUMERIC
043300         ADD 1 TO WS-IGNORED-COUNT
043400         GO TO 2100-EXIT
043500     END-IF
043600     MOVE WS-AUD-SERIES-CODE TO WS-ISN-SERIES
043700     IF WS-AUD-ERA-CODE IS NUMERIC
043800         MOVE WS-AUD-ERA-CODE TO WS-ISN-ERA
043900     ELSE
044000         MOVE ZERO TO WS-ISN-ERA
044100     END-IF
044200     MOVE WS-AUD-SEQ-NUMBER TO WS-ISN-NUMBER
044300     MOVE CP-ARC-RUN-DATE TO WS-ISN-RUN-DATE
044400     MOVE CP-ARC-RUN-ID TO WS-ISN-RUN-ID
044500     PERFORM 2500-TAKE-ISSUED-NUMBER THRU 2500-EXIT
044600     PERFORM 2700-NOTE-LATEST-RUN THRU 2700-EXIT.
044700 2100-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100*    2500-TAKE-ISSUED-NUMBER - EXTEND THE OPEN ISSUED RANGE BY  *
045200*    WS-ISN-NUMBER WHEN IT IS THE NEXT NUMBER OF THE SAME       *
045300*    SERIES, ERA AND RUN; PASS OVER A NUMBER THE RANGE ALREADY  *
045400*    HOLDS; OTHERWISE POST THE RANGE AND OPEN A NEW ONE.  A     *
045500*    ZERO NUMBER OR BLANK SERIES IS NOISE AND IS COUNTED ONLY.  *
045600*****************************************************************
045700 2500-TAKE-ISSUED-NUMBER.
045800     IF WS-ISN-NUMBER IS EQUAL TO ZERO
045900         OR WS-ISN-SERIES IS EQUAL TO SPACES
046000         ADD 1 TO WS-IGNORED-COUNT
046100         GO TO 2500-EXIT
046200     END-IF
046300     IF STRETCH-IS-OPEN
046400         AND WS-ISN-SERIES IS EQUAL TO WS-STR-SERIES
046500         AND WS-ISN-ERA IS EQUAL TO WS-STR-ERA
046600         AND WS-ISN-RUN-DATE IS EQUAL TO WS-STR-RUN-DATE
046700         AND WS-ISN-RUN-ID IS EQUAL TO WS-STR-RUN-ID
046800         IF WS-ISN-NUMBER IS EQUAL TO WS-STR-TO + 1
046900             MOVE WS-ISN-NUMBER TO WS-STR-TO
047000             GO TO 2500-EXIT
047100         END-IF
047200         IF WS-ISN-NUMBER IS NOT LESS THAN WS-STR-FROM
047300             AND WS-ISN-NUMBER IS NOT GREATER THAN WS-STR-TO
047400             GO TO 2500-EXIT
047500         END-IF
047600     END-IF
047700     IF STRETCH-IS-OPEN
047800         PERFORM 2600-POST-STRETCH THRU 2600-EXIT
047900     END-IF
048000     MOVE WS-ISN-SERIES TO WS-STR-SERIES
048100     MOVE WS-ISN-ERA TO WS-STR-ERA
048200     MOVE WS-ISN-RUN-DATE TO WS-STR-RUN-DATE
048300     MOVE WS-ISN-RUN-ID TO WS-STR-RUN-ID
048400     MOVE WS-ISN-NUMBER TO WS-STR-FROM
048500     MOVE WS-ISN-NUMBER TO WS-STR-TO
048600     MOVE "Y" TO WS-SW-STRETCH.
048700 2500-EXIT.
048800     EXIT.
048900
049000*****************************************************************
049100*    2600-POST-STRETCH - POST THE GATHERED ISSUED RANGE AND     *
049200*    CLOSE IT.                                                  *
049300*****************************************************************
049400 2600-POST-STRETCH.
049500     PERFORM 8050-CLEAR-NEW-ENTRY THRU 8050-EXIT
049600     MOVE WS-STR-SERIES TO WS-NEW-SERIES
049700     MOVE WS-STR-ERA TO WS-NEW-ERA
049800     MOVE "I" TO WS-NEW-TYPE
049900     MOVE WS-STR-TO TO WS-NEW-TO
050000     MOVE WS-STR-FROM TO WS-NEW-FROM
050100     MOVE WS-STR-RUN-DATE TO WS-NEW-RUN-DATE
050200     MOVE WS-STR-RUN-ID TO WS-NEW-RUN-ID
050300     MOVE 1 TO WS-TYPE-IDX
050400     PERFORM 8000-POST-ENTRY THRU 8000-EXIT
050500     MOVE "N" TO WS-SW-STRETCH.
050600 2600-EXIT.
050700     EXIT.
050800
050900*****************************************************************
051000*    2700-NOTE-LATEST-RUN - THE CONTROL RECORD NAMES THE LATEST *
051100*    RUN EVER INDEXED.                                          *
051200*****************************************************************
051300 2700-NOTE-LATEST-RUN.
051400     IF WS-ISN-RUN-DATE IS NOT LESS THAN WS-CTL-RUN-DATE
051500         MOVE WS-ISN-RUN-DATE TO WS-CTL-RUN-DATE
051600         MOVE WS-ISN-RUN-ID TO WS-CTL-RUN-ID
051700     END-IF.
051800 2700-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200*    3000-INDEX-SEQ-OUTPUT - ONE PASS OVER THE SEQOUT           *
052300*    GENERATION(S).  EVERY GENERATION'S HEADER AND TRAILER ARE  *
052400*    VERIFIED AGAINST THE DETAILS READ, AS EVERY SEQOUT         *
052500*    CONSUMER DOES, AND THE OPEN ISSUED RANGE IS POSTED AT      *
052600*    EACH TRAILER.                                              *
052700*****************************************************************
052800 3000-INDEX-SEQ-OUTPUT.
052900     OPEN INPUT SEQ-OUTPUT-FILE
053000     IF WS-SEQOUT-STATUS IS NOT EQUAL TO "00"
053100         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
053200     END-IF
053300     PERFORM 3100-TAKE-ONE-SEQ-RECORD THRU 3100-EXIT
053400         UNTIL END-OF-SEQOUT
053500     IF GENERATION-IS-OPEN
053600         DISPLAY "TEST-DSPIDX RC2103 - SEQOUT GENERATION "
053700             "ENDED WITHOUT ITS TRAILER"
053800         MOVE 2103 TO WS-RETURN-CODE
053900         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
054000     END-IF
054100     CLOSE SEQ-OUTPUT-FILE.
054200 3000-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600*    3100-TAKE-ONE-SEQ-RECORD - DISPATCH ONE RECORD BY ITS TYPE *
054700*    CODE.  DETAILS ARE ACCUMULATED FOR THE CONTROL CHECK AND   *
054800*    TAKEN INTO THE ISSUED RANGE BEING GATHERED.                *
054900*****************************************************************
055000 3100-TAKE-ONE-SEQ-RECORD.
055100     READ SEQ-OUTPUT-FILE
055200         AT END
055300             SET END-OF-SEQOUT TO TRUE
055400             GO TO 3100-EXIT
055500     END-READ
055600     EVALUATE TRUE
055700         WHEN SEQ-REC-IS-HEADER
055800             PERFORM 3200-OPEN-GENERATION THRU 3200-EXIT
055900         WHEN SEQ-REC-IS-TRAILER
056000             PERFORM 3300-VERIFY-GENERATION THRU 3300-EXIT
056100         WHEN SEQ-REC-IS-DETAIL
056200             IF NOT GENERATION-IS-OPEN
056300                 DISPLAY "TEST-DSPIDX RC2103 - SEQOUT DETAIL "
056400                     "OUTSIDE ANY HEADER/TRAILER PAIR"
056500                 MOVE 2103 TO WS-RETURN-CODE
056600                 PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
056700             END-IF
056800             ADD 1 TO WS-DETAIL-READ
056900             ADD 1 TO WS-GEN-DET-COUNT
057000             IF WS-GEN-DET-COUNT IS EQUAL TO 1
057100                 MOVE CP-SEQ-NUMBER TO WS-GEN-FIRST-NUM
057200             END-IF
057300             MOVE CP-SEQ-NUMBER TO WS-GEN-LAST-NUM
057400             ADD CP-SEQ-NUMBER TO WS-GEN-CTL-ACCUM
057500             IF WS-GEN-CTL-ACCUM IS NOT LESS THAN
057600                 WS-CTL-MODULUS
057700                 SUBTRACT WS-CTL-MODULUS FROM WS-GEN-CTL-ACCUM
057800             END-IF
057900             MOVE CP-SEQ-SERIES-CODE TO WS-ISN-SERIES
058000             IF CP-SEQ-ERA-CODE IS NUMERIC
058100                 MOVE CP-SEQ-ERA-CODE TO WS-ISN-ERA
058200             ELSE
058300                 MOVE ZERO TO WS-ISN-ERA
058400             END-IF
058500             MOVE CP-SEQ-NUMBER TO WS-ISN-NUMBER
058600             MOVE CP-SEQ-JOB-DATE TO WS-ISN-RUN-DATE
058700             MOVE CP-SEQ-RUN-ID TO WS-ISN-RUN-ID
058800             PERFORM 2500-TAKE-ISSUED-NUMBER THRU 2500-EXIT
058900         WHEN OTHER
059000             DISPLAY "TEST-DSPIDX RC2103 - SEQOUT RECORD "
059100                 "TYPE IS NOT H, D OR T"
059200             MOVE 2103 TO WS-RETURN-CODE
059300             PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
059400     END-EVALUATE.
059500 3100-EXIT.
059600     EXIT.
059700
059800*****************************************************************
059900*    3200-OPEN-GENERATION - A HEADER OPENS A GENERATION AND     *
060000*    RESETS THE CONTROL ACCUMULATORS.  A HEADER WHILE ONE IS    *
060100*    STILL OPEN MEANS THE PRIOR GENERATION LOST ITS TRAILER.    *
060200*****************************************************************
060300 3200-OPEN-GENERATION.
060400     IF GENERATION-IS-OPEN
060500         DISPLAY "TEST-DSPIDX RC2103 - SEQOUT HEADER BEFORE "
060600             "THE PRIOR GENERATION'S TRAILER"
060700         MOVE 2103 TO WS-RETURN-CODE
060800         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
060900     END-IF
061000     MOVE ZERO TO WS-GEN-DET-COUNT
061100     MOVE ZERO TO WS-GEN-FIRST-NUM
061200     MOVE ZERO TO WS-GEN-LAST-NUM
061300     MOVE ZERO TO WS-GEN-CTL-ACCUM
061400     ADD 1 TO WS-GEN-TALLY
061500     MOVE "Y" TO WS-SW-GEN-OPEN
061600     IF CP-SEQ-HDR-RUN-DATE IS NUMERIC
061700         MOVE CP-SEQ-HDR-RUN-DATE TO WS-ISN-RUN-DATE
061800         MOVE CP-SEQ-HDR-RUN-ID TO WS-ISN-RUN-ID
061900         PERFORM 2700-NOTE-LATEST-RUN THRU 2700-EXIT
062000     END-IF.
062100 3200-EXIT.
062200     EXIT.
062300
062400*****************************************************************
062500*    3300-VERIFY-GENERATION - A TRAILER CLOSES THE OPEN         *
062600*    GENERATION; ITS COUNT, FIRST/LAST NUMBER AND CONTROL TOTAL *
062700*    MUST MATCH THE DETAILS ACTUALLY READ.  THE GENERATION'S    *
062800*    LAST ISSUED RANGE IS POSTED ONLY ONCE IT HAS PASSED.       *
062900*****************************************************************
063000 3300-VERIFY-GENERATION.
063100     IF NOT GENERATION-IS-OPEN
063200         OR CP-SEQ-TRL-REC-COUNT IS NOT EQUAL TO
063300             WS-GEN-DET-COUNT
063400         OR CP-SEQ-TRL-FIRST-NUM IS NOT EQUAL TO
063500             WS-GEN-FIRST-NUM
063600         OR CP-SEQ-TRL-LAST-NUM IS NOT EQUAL TO
063700             WS-GEN-LAST-NUM
063800         OR CP-SEQ-TRL-CTL-TOTAL IS NOT EQUAL TO
063900             WS-GEN-CTL-ACCUM
064000         DISPLAY "TEST-DSPIDX RC2103 - SEQOUT GENERATION "
064100             WS-GEN-TALLY " CONTROL RECORDS MISSING OR "
064200             "MISMATCHED - INPUT NOT TRUSTED"
064300         MOVE 2103 TO WS-RETURN-CODE
064400         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
064500     END-IF
064600     IF STRETCH-IS-OPEN
064700         PERFORM 2600-POST-STRETCH THRU 2600-EXIT
064800     END-IF
064900     MOVE "N" TO WS-SW-GEN-OPEN.
065000 3300-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400*    4000-INDEX-ALLOCATIONS - ONE PASS OVER THE ALLOCATION      *
065500*    CROSS-REFERENCE.  EVERY RECORD THAT ACTUALLY RECEIVED      *
065600*    NUMBERS (NON-ZERO QUANTITY) BECOMES AN ALLOCATED ENTRY.    *
065700*****************************************************************
065800 4000-INDEX-ALLOCATIONS.
065900     OPEN INPUT ALLOCX-FILE
066000     IF WS-ALLOCX-STATUS IS NOT EQUAL TO "00"
066100         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
066200     END-IF
066300     PERFORM 4100-TAKE-ONE-ALLOCATION THRU 4100-EXIT
066400         UNTIL END-OF-ALLOCX
066500     CLOSE ALLOCX-FILE.
066600 4000-EXIT.
066700     EXIT.
066800
066900*****************************************************************
067000*    4100-TAKE-ONE-ALLOCATION - READ ONE CROSS-REFERENCE RECORD *
067100*    AND POST IT.                                               *
067200*****************************************************************
067300 4100-TAKE-ONE-ALLOCATION.
067400     READ ALLOCX-FILE
067500         AT END
067600             SET END-OF-ALLOCX TO TRUE
067700             GO TO 4100-EXIT
067800     END-READ
067900     ADD 1 TO WS-ALLOCX-READ
068000     IF CP-ALX-QUANTITY IS NOT NUMERIC
068100         OR CP-ALX-QUANTITY IS EQUAL TO ZERO
068200         GO TO 4100-EXIT
068300     END-IF
068400     IF CP-ALX-SERIES-CODE IS EQUAL TO SPACES
068500         OR CP-ALX-FROM-NUMBER IS NOT NUMERIC
068600         OR CP-ALX-TO-NUMBER IS NOT NUMERIC
068700         OR CP-ALX-RUN-DATE IS NOT NUMERIC
068800         OR CP-ALX-FROM-NUMBER IS EQUAL TO ZERO
068900         OR CP-ALX-TO-NUMBER IS LESS THAN CP-ALX-FROM-NUMBER
069000         ADD 1 TO WS-IGNORED-COUNT
069100         GO TO 4100-EXIT
069200     END-IF
069300     PERFORM 8050-CLEAR-NEW-ENTRY THRU 8050-EXIT
069400     MOVE CP-ALX-SERIES-CODE TO WS-NEW-SERIES
069500     IF CP-ALX-ERA-CODE IS NUMERIC
069600         MOVE CP-ALX-ERA-CODE TO WS-NEW-ERA
069700     END-IF
069800     MOVE "A" TO WS-NEW-TYPE
069900     MOVE CP-ALX-TO-NUMBER TO WS-NEW-TO
070000     MOVE CP-ALX-FROM-NUMBER TO WS-NEW-FROM
070100     MOVE CP-ALX-RUN-DATE TO WS-NEW-RUN-DATE
070200     MOVE CP-ALX-RUN-ID TO WS-NEW-RUN-ID
070300     MOVE CP-ALX-SYSTEM-ID TO WS-NEW-SYSTEM-ID
070400     MOVE 2 TO WS-TYPE-IDX
070500     PERFORM 8000-POST-ENTRY THRU 8000-EXIT.
070600 4100-EXIT.
070700     EXIT.
070800
070900*****************************************************************
071000*    5000-INDEX-REGISTER - ONE PASS OVER THE VOID REGISTER.     *
071100*    THE REGISTER IS APPEND-ONLY, SO A NIGHTLY RUN PASSES OVER  *
071200*    THE RECORDS THE CONTROL RECORD SAYS ARE ALREADY INDEXED    *
071300*    AND POSTS ONLY THE REST; A LOAD POSTS THEM ALL.            *
071400*****************************************************************
071500 5000-INDEX-REGISTER.
071600     OPEN INPUT VOID-REG-FILE
071700     IF WS-VOID-STATUS IS NOT EQUAL TO "00"
071800         PERFORM 9910-FILE-OPEN-ERROR THRU 9910-EXIT
071900     END-IF
072000     PERFORM 5100-TAKE-ONE-REGISTER-ENTRY THRU 5100-EXIT
072100         UNTIL END-OF-REGISTER
072200     CLOSE VOID-REG-FILE
072300     IF WS-REG-READ IS LESS THAN WS-CTL-VOID-COUNT
072400         MOVE 2104 TO WS-RETURN-CODE
072500         DISPLAY "TEST-DSPIDX RC2104 - THE VOID REGISTER HOLDS "
072600             WS-REG-READ " RECORD(S) BUT " WS-CTL-VOID-COUNT
072700             " WERE ALREADY INDEXED - REGISTER REPLACED OR "
072800             "TRUNCATED"
072900         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
073000     END-IF.
073100 5000-EXIT.
073200     EXIT.
073300
073400*****************************************************************
073500*    5100-TAKE-ONE-REGISTER-ENTRY - READ ONE REGISTER RECORD    *
073600*    AND, UNLESS IT IS ALREADY INDEXED, POST IT AS A            *
073700*    DISPOSITION ENTRY.                                         *
073800*****************************************************************
073900 5100-TAKE-ONE-REGISTER-ENTRY.
074000     READ VOID-REG-FILE
074100         AT END
074200             SET END-OF-REGISTER TO TRUE
074300             GO TO 5100-EXIT
074400     END-READ
074500     ADD 1 TO WS-REG-READ
074600     IF WS-REG-READ IS NOT GREATER THAN WS-CTL-VOID-COUNT
074700         ADD 1 TO WS-REG-SKIPPED
074800         GO TO 5100-EXIT
074900     END-IF
075000     IF CP-VOID-SERIES-CODE IS EQUAL TO SPACES
075100         OR CP-VOID-SEQ-NUMBER IS NOT NUMERIC
075200         OR CP-VOID-SEQ-NUMBER IS EQUAL TO ZERO
075300         ADD 1 TO WS-IGNORED-COUNT
075400         GO TO 5100-EXIT
075500     END-IF
075600     PERFORM 8050-CLEAR-NEW-ENTRY THRU 8050-EXIT
075700     MOVE CP-VOID-SERIES-CODE TO WS-NEW-SERIES
075800     IF CP-VOID-ERA-CODE IS NUMERIC
075900         MOVE CP-VOID-ERA-CODE TO WS-NEW-ERA
076000     END-IF
076100     MOVE "V" TO WS-NEW-TYPE
076200     MOVE CP-VOID-SEQ-NUMBER TO WS-NEW-TO
076300     MOVE CP-VOID-SEQ-NUMBER TO WS-NEW-FROM
076400     MOVE CP-VOID-REASON-CODE TO WS-NEW-REASON
076500     IF CP-VOID-DATE IS NUMERIC
076600         MOVE CP-VOID-DATE TO WS-NEW-DISP-DATE
076700     END-IF
076800     MOVE CP-VOID-REPORTED-BY TO WS-NEW-REPORTED-BY
076900     MOVE CP-VOID-SOURCE TO WS-NEW-SOURCE
077000     MOVE 3 TO WS-TYPE-IDX
077100     PERFORM 8000-POST-ENTRY THRU 8000-EXIT.
077200 5100-EXIT.
077300     EXIT.
077400
077500*****************************************************************
077600*    6000-FINALIZE - REWRITE THE CONTROL RECORD WITH THE        *
077700*    REGISTER COUNT NOW INDEXED AND THE LATEST RUN, CLOSE THE   *
077800*    INDEX AND SUMMARIZE ON THE CONSOLE.                        *
077900*****************************************************************
078000 6000-FINALIZE.
078100     MOVE SPACES TO CP-DSPIDX-RECORD
078200     MOVE SPACES TO CP-DIX-KEY-X
078300     MOVE WS-REG-READ TO CP-DIX-CTL-VOID-COUNT
078400     MOVE WS-CTL-RUN-DATE TO CP-DIX-CTL-RUN-DATE
078500     MOVE WS-CTL-RUN-ID TO CP-DIX-CTL-RUN-ID
078600     MOVE WS-CTL-LOAD-DATE TO CP-DIX-CTL-LOAD-DATE
078700     MOVE WS-CURRENT-DATE TO CP-DIX-CTL-UPDATE-DATE
078800     MOVE WS-CURRENT-DATE TO CP-DIX-POSTED-DATE
078900     REWRITE CP-DSPIDX-RECORD
079000         INVALID KEY
079100             PERFORM 9920-INDEX-IO-ERROR THRU 9920-EXIT
079200     END-REWRITE
079300     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
079400         PERFORM 9920-INDEX-IO-ERROR THRU 9920-EXIT
079500     END-IF
079600     CLOSE DISP-INDEX-FILE
079700     IF PARM-MODE-LOAD
079800         DISPLAY "TEST-DSPIDX - " WS-ARCH-READ
079900             " ARCHIVED AUDIT RECORD(S) READ"
080000     END-IF
080100     DISPLAY "TEST-DSPIDX - " WS-DETAIL-READ
080200         " SEQOUT DETAIL(S), " WS-ALLOCX-READ
080300         " ALLOCXRF RECORD(S), " WS-REG-READ
080400         " REGISTER RECORD(S) READ (" WS-REG-SKIPPED
080500         " ALREADY INDEXED)"
080600     DISPLAY "TEST-DSPIDX - ISSUED RANGES     "
080700         WS-CNT-ADDED(1) " ADDED, " WS-CNT-PRESENT(1)
080800         " ALREADY PRESENT"
080900     DISPLAY "TEST-DSPIDX - ALLOCATED RANGES  "
081000         WS-CNT-ADDED(2) " ADDED, " WS-CNT-PRESENT(2)
081100         " ALREADY PRESENT"
081200     DISPLAY "TEST-DSPIDX - DISPOSITIONS      "
081300         WS-CNT-ADDED(3) " ADDED, " WS-CNT-PRESENT(3)
081400         " ALREADY PRESENT"
081500     DISPLAY "TEST-DSPIDX - " WS-IGNORED-COUNT
081600         " UNUSABLE INPUT RECORD(S) PASSED OVER"
081700     DISPLAY "TEST-DSPIDX - LATEST RUN INDEXED " WS-CTL-RUN-DATE
081800         " " WS-CTL-RUN-ID.
081900 6000-EXIT.
082000     EXIT.
082100
082200*****************************************************************
082300*    8000-POST-ENTRY - POST WS-NEW-ENTRY.  THE KEY IS PROBED    *
082400*    WITH KEY SEQUENCE 000 UPWARD UNTIL AN IDENTICAL ENTRY IS   *
082500*    FOUND (ALREADY INDEXED - LEFT ALONE) OR A FREE KEY IS      *
082600*    (THE ENTRY IS WRITTEN THERE).  WS-TYPE-IDX SAYS WHICH      *
082700*    COUNTS TO BUMP.                                            *
082800*****************************************************************
082900 8000-POST-ENTRY.
083000     MOVE ZERO TO WS-NEW-KEY-SEQ
083100     MOVE "N" TO WS-SW-SETTLED
083200     PERFORM 8100-PROBE-ONE-KEY THRU 8100-EXIT
083300         UNTIL ENTRY-IS-SETTLED.
083400 8000-EXIT.
083500     EXIT.
083600
083700*****************************************************************
083800*    8050-CLEAR-NEW-ENTRY - BLANK THE NEW ENTRY BEFORE IT IS    *
083900*    BUILT, SO FIELDS ITS TYPE DOES NOT USE ARE ALWAYS SPACES   *
084000*    OR ZERO AND COMPARE EQUAL ON A RERUN.                      *
084100*****************************************************************
084200 8050-CLEAR-NEW-ENTRY.
084300     MOVE SPACES TO WS-NEW-SERIES
084400     MOVE ZERO TO WS-NEW-ERA
084500     MOVE SPACES TO WS-NEW-TYPE
084600     MOVE ZERO TO WS-NEW-TO
084700     MOVE ZERO TO WS-NEW-KEY-SEQ
084800     MOVE ZERO TO WS-NEW-FROM
084900     MOVE ZERO TO WS-NEW-RUN-DATE
085000     MOVE SPACES TO WS-NEW-RUN-ID
085100     MOVE SPACES TO WS-NEW-SYSTEM-ID
085200     MOVE SPACES TO WS-NEW-REASON
085300     MOVE ZERO TO WS-NEW-DISP-DATE
085400     MOVE SPACES TO WS-NEW-REPORTED-BY
085500     MOVE SPACES TO WS-NEW-SOURCE.
085600 8050-EXIT.
085700     EXIT.
085800
085900*****************************************************************
086000*    8100-PROBE-ONE-KEY - READ THE NEW ENTRY'S KEY AT THE       *
086100*    CURRENT KEY SEQUENCE.  NOT FOUND - WRITE THE ENTRY THERE.  *
086200*    FOUND AND IDENTICAL - ALREADY INDEXED.  FOUND AND          *
086300*    DIFFERENT - TRY THE NEXT SEQUENCE.                         *
086400*****************************************************************
086500 8100-PROBE-ONE-KEY.
086600     MOVE WS-NEW-KEY TO CP-DIX-KEY
086700     READ DISP-INDEX-FILE
086800         INVALID KEY
086900             PERFORM 8200-WRITE-NEW-ENTRY THRU 8200-EXIT
087000             GO TO 8100-EXIT
087100     END-READ
087200     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
087300         PERFORM 9920-INDEX-IO-ERROR THRU 9920-EXIT
087400     END-IF
087500     IF CP-DIX-DATA IS EQUAL TO WS-NEW-DATA
087600         ADD 1 TO WS-CNT-PRESENT(WS-TYPE-IDX)
087700         MOVE "Y" TO WS-SW-SETTLED
087800         GO TO 8100-EXIT
087900     END-IF
088000     IF WS-NEW-KEY-SEQ IS NOT LESS THAN WS-MAX-KEY-SEQ
088100         DISPLAY "TEST-DSPIDX RC2105 - MORE THAN "
088200             WS-MAX-KEY-SEQ " ENTRIES SHARE KEY "
088300             WS-NEW-KEY(1:16)
088400         MOVE 2105 TO WS-RETURN-CODE
088500         PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
088600     END-IF
088700     ADD 1 TO WS-NEW-KEY-SEQ.
088800 8100-EXIT.
088900     EXIT.
089000
089100*****************************************************************
089200*    8200-WRITE-NEW-ENTRY - ADD THE NEW ENTRY AT THE FREE KEY,  *
089300*    STAMPED WITH TODAY'S DATE.                                 *
089400*****************************************************************
089500 8200-WRITE-NEW-ENTRY.
089600     MOVE SPACES TO CP-DSPIDX-RECORD
089700     MOVE WS-NEW-KEY TO CP-DIX-KEY
089800     MOVE WS-NEW-DATA TO CP-DIX-DATA
089900     MOVE WS-CURRENT-DATE TO CP-DIX-POSTED-DATE
090000     WRITE CP-DSPIDX-RECORD
090100         INVALID KEY
090200             PERFORM 9920-INDEX-IO-ERROR THRU 9920-EXIT
090300     END-WRITE
090400     IF WS-DSPIDX-STATUS IS NOT EQUAL TO "00"
090500         PERFORM 9920-INDEX-IO-ERROR THRU 9920-EXIT
090600     END-IF
090700     ADD 1 TO WS-CNT-ADDED(WS-TYPE-IDX)
090800     MOVE "Y" TO WS-SW-SETTLED.
090900 8200-EXIT.
091000     EXIT.
091100
091200*****************************************************************
091300*    9900-SET-RETURN-CODE - SETS THE DOCUMENTED RETURN CODE SO  *
091400*    THE JCL STEP SHOWS A NONZERO CONDITION CODE AND STOPS THE  *
091500*    RUN.                                                       *
091600*****************************************************************
091700 9900-SET-RETURN-CODE.
091800     MOVE WS-RETURN-CODE TO RETURN-CODE
091900     STOP RUN.
092000 9900-EXIT.
092100     EXIT.
092200
092300*****************************************************************
092400*    9910-FILE-OPEN-ERROR - A REQUIRED FILE FAILED TO OPEN.     *
092500*****************************************************************
092600 9910-FILE-OPEN-ERROR.
092700     MOVE 2100 TO WS-RETURN-CODE
092800     DISPLAY "TEST-DSPIDX RC2100 - A REQUIRED FILE FAILED "
092900         "TO OPEN"
093000     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
093100 9910-EXIT.
093200     EXIT.
093300
093400*****************************************************************
093500*    9920-INDEX-IO-ERROR - THE INDEX RETURNED A STATUS THIS     *
093600*    PROGRAM DOES NOT EXPECT.                                   *
093700*****************************************************************
093800 9920-INDEX-IO-ERROR.
093900     MOVE 2105 TO WS-RETURN-CODE
094000     DISPLAY "TEST-DSPIDX RC2105 - DISPOSITION INDEX I/O "
094100         "STATUS " WS-DSPIDX-STATUS " ON KEY '" CP-DIX-KEY-X "'"
094200     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
094300 9920-EXIT.
094400     EXIT.
094500
094600 9999-EXIT.
094700     STOP RUN.
