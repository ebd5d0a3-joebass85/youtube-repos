000100*****************************************************************
000200*    CPALLOUT.CPY                                               *
000300*    RECORD LAYOUT FOR THE TEST-ALLOC PER-SYSTEM ALLOCATION     *
000400*    FILES (ALLOC01-ALLOC08).  EACH RECORD IS THE SEQUENCE-     *
000500*    OUTPUT DETAIL EXACTLY AS TEST-COB WROTE IT (CPSEQOUT,      *
000600*    SO EVERY OLD OFFSET STILL HOLDS) FOLLOWED BY THE NUMBER    *
000700*    FORMATTED THE WAY ITS SERIES IS QUOTED - PREFIX, PADDED    *
000800*    DIGITS, CHECK DIGIT AND SUFFIX PER CPSERATR - LEFT-        *
000900*    JUSTIFIED AND SPACE-FILLED, SO A CONSUMER PRINTS THE       *
001000*    SAME VALUE WE WILL BE QUOTED BACK.                         *
001100*****************************************************************
001200*    DATE-WRITTEN.  2026-10-15.
001300*    MODIFICATION HISTORY.
001400*    DATE       INIT  DESCRIPTION
001500*    10/15/26   JAD   ORIGINAL COPYBOOK - ALLOCATION FILES GREW
001600*                     40 TO 80 TO CARRY THE FORMATTED NUMBER
001700*****************************************************************
001800 01  CP-ALLOC-OUT-RECORD.
001900     05  CP-ALO-SEQ-IMAGE        PIC X(40).
002000     05  CP-ALO-FORMATTED        PIC X(25).
002100     05  FILLER                  PIC X(15).
