000100*****************************************************************
000200*    CPDSPIDX.CPY                                               *
000300*    RECORD LAYOUT FOR THE NUMBER-DISPOSITION INDEX, A VSAM     *
000400*    KSDS (PRD.TESTCOB.DISPIDX) KEYED ON SERIES, ERA, ENTRY     *
000500*    TYPE AND THE LAST NUMBER OF THE RANGE THE ENTRY COVERS.    *
000600*    ONE ENTRY PER ISSUED RANGE (A CONTIGUOUS STRETCH OF ONE    *
000700*    RUN'S NUMBERS - A RESERVED SKIP STARTS A NEW STRETCH), PER *
000800*    ALLOCATED RANGE (ONE ALLOCXRF RECORD WITH A NON-ZERO       *
000900*    QUANTITY) AND PER VOID-REGISTER ENTRY (VOIDS, GAPS,        *
001000*    RESERVED SKIPS, RECLAIMS, BACK-OUTS).  TEST-DSPIDX BUILDS  *
001100*    IT FROM THE FLAT FILES AND TEST-DSPVFY PROVES IT STILL     *
001200*    AGREES WITH THEM; THE FLAT FILES REMAIN THE RECORD.        *
001300*                                                               *
001400*    THE KEY CARRIES THE LAST NUMBER, NOT THE FIRST, SO "WHICH  *
001500*    ENTRY HOLDS NUMBER N" IS ONE START KEY NOT LESS THAN       *
001600*    SERIES/ERA/TYPE/N - THE FIRST ENTRY RETURNED HOLDS N WHEN  *
001700*    ITS FROM NUMBER IS NOT ABOVE N.  THE KEY SEQUENCE TELLS    *
001800*    APART ENTRIES SHARING A LAST NUMBER (IN PRACTICE, SEVERAL  *
001900*    REGISTER ENTRIES FOR ONE NUMBER), 000 FIRST.  THE ENTRY    *
002000*    DATA BEFORE THE POSTED DATE IS WHAT MAKES AN ENTRY ITSELF: *
002100*    AN UPDATE THAT FINDS AN IDENTICAL ENTRY ALREADY INDEXED    *
002200*    LEAVES IT ALONE, SO A RERUN NEVER DUPLICATES ANYTHING.     *
002300*                                                               *
002400*    THE CONTROL RECORD HAS A KEY OF SPACES, SO IT SORTS AHEAD  *
002500*    OF EVERY ENTRY.  IT COUNTS THE REGISTER RECORDS ALREADY    *
002600*    INDEXED (THE NIGHTLY UPDATE PICKS UP ONLY THOSE PAST THE   *
002700*    COUNT - THE REGISTER IS APPEND-ONLY) AND NAMES THE LATEST  *
002800*    RUN INDEXED.                                               *
002900*****************************************************************
003000*    DATE-WRITTEN.  2026-10-15.
003100*    MODIFICATION HISTORY.
003200*    DATE       INIT  DESCRIPTION
003300*    10/15/26   JAD   ORIGINAL COPYBOOK - DISPOSITION INDEX
003400*****************************************************************
003500 01  CP-DSPIDX-RECORD.
003600     05  CP-DIX-KEY.
003700         10  CP-DIX-SERIES-CODE  PIC X(04).
003800         10  CP-DIX-ERA-CODE     PIC 9(02).
003900         10  CP-DIX-REC-TYPE     PIC X(01).
004000             88  DIX-IS-ALLOCATED    VALUE "A".
004100             88  DIX-IS-ISSUED       VALUE "I".
004200             88  DIX-IS-DISPOSITION  VALUE "V".
004300         10  CP-DIX-TO-NUMBER    PIC 9(09).
004400         10  CP-DIX-KEY-SEQ      PIC 9(03).
004500     05  CP-DIX-KEY-X REDEFINES CP-DIX-KEY
004600                                 PIC X(19).
004700         88  DIX-IS-CONTROL          VALUE SPACES.
004800     05  CP-DIX-DATA.
004900         10  CP-DIX-FROM-NUMBER  PIC 9(09).
005000         10  CP-DIX-RUN-DATE     PIC 9(08).
005100         10  CP-DIX-RUN-ID       PIC X(08).
005200         10  CP-DIX-SYSTEM-ID    PIC X(08).
005300         10  CP-DIX-REASON-CODE  PIC X(04).
005400         10  CP-DIX-DISP-DATE    PIC 9(08).
005500         10  CP-DIX-REPORTED-BY  PIC X(08).
005600         10  CP-DIX-SOURCE       PIC X(04).
005700     05  CP-DIX-CONTROL-FIELDS REDEFINES CP-DIX-DATA.
005800         10  CP-DIX-CTL-VOID-COUNT PIC 9(09).
005900         10  CP-DIX-CTL-RUN-DATE PIC 9(08).
006000         10  CP-DIX-CTL-RUN-ID   PIC X(08).
006100         10  CP-DIX-CTL-LOAD-DATE PIC 9(08).
006200         10  CP-DIX-CTL-UPDATE-DATE PIC 9(08).
006300         10  FILLER              PIC X(16).
006400     05  CP-DIX-POSTED-DATE      PIC 9(08).
006500     05  FILLER                  PIC X(16).
