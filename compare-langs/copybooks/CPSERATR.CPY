000100*****************************************************************
000200*    CPSERATR.CPY                                               *
000300*    RECORD LAYOUT FOR THE SERIES-ATTRIBUTES FILE.  ONE RECORD  *
000400*    PER SERIES SAYS HOW A RAW 9-DIGIT SEQUENCE NUMBER OF THAT  *
000500*    SERIES IS FORMATTED FOR THE CONSUMERS AND QUOTED BACK TO   *
000600*    US: A PREFIX, THE DIGITS ZERO-PADDED TO A FIXED WIDTH, AN  *
000700*    OPTIONAL CHECK DIGIT, AND A SUFFIX.  THE PREFIX AND THE    *
000800*    SUFFIX RUN TO THEIR FIRST SPACE.  THE CHECK DIGIT IS       *
000900*    WORKED OVER THE PADDED DIGITS AND FOLLOWS THEM:            *
001000*      L  MOD-10 (LUHN) - THE RIGHTMOST DIGIT AND EVERY         *
001100*         SECOND DIGIT LEFT OF IT IS DOUBLED (LESS 9 WHEN IT    *
001200*         PASSES 9); THE CHECK DIGIT BRINGS THE SUM OF ALL THE  *
001300*         DIGITS UP TO A MULTIPLE OF TEN.                       *
001400*      M  MOD-11 - FROM THE RIGHTMOST DIGIT, WEIGHTS 2-7        *
001500*         REPEATING; CHECK = 11 LESS THE SUM MODULO 11, WITH    *
001600*         11 WRITTEN AS 0 AND 10 AS X.                          *
001700*      N  (OR BLANK) NO CHECK DIGIT.                            *
001800*    A SERIES WITH NO RECORD IS FORMATTED AS ITS PLAIN 9-DIGIT  *
001900*    NUMBER.  THE WIDTH IS 01-12 AND NEVER TRUNCATES - A        *
002000*    NUMBER LONGER THAN THE WIDTH IS SHOWN IN FULL.  THE FILE   *
002100*    IS MAINTAINED BY THE NUMBERING CONTROL TEAM.               *
002200*****************************************************************
002300*    DATE-WRITTEN.  2026-10-15.
002400*    MODIFICATION HISTORY.
002500*    DATE       INIT  DESCRIPTION
002600*    10/15/26   JAD   ORIGINAL COPYBOOK - PER-SERIES NUMBER
002700*                     FORMATTING AND CHECK DIGITS
002800*****************************************************************
002900 01  CP-SERIES-ATTR-RECORD.
003000     05  CP-SAT-SERIES-CODE      PIC X(04).
003100     05  CP-SAT-PREFIX           PIC X(06).
003200     05  CP-SAT-SUFFIX           PIC X(06).
003300     05  CP-SAT-PAD-WIDTH        PIC 9(02).
003400     05  CP-SAT-CHECK-SCHEME     PIC X(01).
003500         88  SAT-CHECK-NONE          VALUE "N" " ".
003600         88  SAT-CHECK-LUHN          VALUE "L".
003700         88  SAT-CHECK-MOD11         VALUE "M".
003800     05  CP-SAT-DESCRIPTION      PIC X(30).
003900     05  FILLER                  PIC X(31).
