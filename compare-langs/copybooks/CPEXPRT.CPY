000900*    MODIFICATION HISTORY.
001000*    DATE       INIT  DESCRIPTION
001100*    08/08/26   JAD   ORIGINAL COPYBOOK - CSV/JSON EXPORT
001110*    10/15/26   JAD   LINE WIDENED 80 TO 120 - EACH CSV/JSON
001120*                     LINE NOW ALSO CARRIES THE NUMBER AS
001130*                     FORMATTED FOR ITS SERIES (CPSERATR).
001200*****************************************************************
001300 01  CP-EXPORT-RECORD.
001400     05  CP-EXP-LINE             PIC X(120).
