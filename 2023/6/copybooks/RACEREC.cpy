000690*    OVER UNCHANGED AND COUNTS WINNING HOLD TIMES IN TENTHS.
000692*    SHEETS WRITTEN UNDER THE OLD WHOLE-NUMBER LAYOUT (26
000694*    BYTES) DO NOT PARSE UNDER THIS ONE - THE DAY'S SHEET IS
000696*    REWRITTEN FRESH BY RACELOAD OR RACEAPPR, SO THE LAYOUTS
000698*    TURN OVER WITH THE SEASON.
000700*
000710*    MAINTAINED BY:  RACEMNTU (ONLINE MAINTENANCE PANEL),
000720*                    REWRITTEN ON APPROVAL BY RACEAPPR
000800*    READ BY:        PARTONE, PARTTWO, RECONCIL
000900******************************************************************
001000     01  RACE-FILE-RECORD.
