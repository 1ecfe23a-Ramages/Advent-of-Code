001600*        07  RACE SHEET IS FULL (50 HEAT LIMIT)
001610*        08  TOO MANY DECIMAL PLACES (TIME TAKES ONE,
001620*            DISTANCE TAKES TWO)
001625*
001630*    FEED-LEVEL REASON CODES - THE WHOLE FEED IS REFUSED AND
001635*    RACEIN IS LEFT AS IT WAS.  THE ROW CARRIED IS THE
001640*    HEADER OR TRAILER ROW AT FAULT (THE HEADER ROW FOR A
001645*    MISSING TRAILER OR A DUPLICATE FEED):
001650*        09  HEADER ROW MISSING, MALFORMED, OR REPEATED
001655*        10  TRAILER ROW MISSING OR MALFORMED, OR ROWS
001660*            FOLLOW IT (A TRUNCATED OR SPLICED FEED)
001665*        11  TRAILER ROW COUNT DOES NOT MATCH THE ROWS
001670*        12  TRAILER HASH TOTAL DOES NOT MATCH THE DISTANCES
001675*        13  FEED SEQUENCE ALREADY LOADED FOR THIS VENUE
001700*
001800*    WRITTEN BY:     RACELOAD
001900******************************************************************
