000100******************************************************************
000200*    FEEDREC.CPY
000300*    RECORD LAYOUT FOR THE ACCEPTED-FEED REGISTER (FEEDREG).
000400*    ONE RECORD PER COMMITTEE CSV HEAT FEED RACELOAD ACCEPTED
000500*    AND LOADED - THE FEED DATE, VENUE, AND FEED SEQUENCE
000600*    NUMBER FROM THE FEED'S HEADER ROW, THE ROW COUNT AND HASH
000700*    TOTAL OF THE DISTANCES FROM ITS TRAILER ROW, HOW MANY
000800*    ROWS WERE ACCEPTED ONTO AND REJECTED FROM THE SHEET, THE
000900*    SHEET FILE IT WROTE, AND WHEN - SO ANY SHEET CAN BE
001000*    TRACED BACK TO THE FEED THAT PRODUCED IT.  A FEED WHOSE
001100*    VENUE AND SEQUENCE ARE ALREADY ON THE REGISTER IS A
001200*    DUPLICATE AND IS REJECTED WHOLE.  APPEND-ONLY, CREATED ON
001300*    FIRST USE.
001400*
001500*    FR-HASH-TOTAL IS IN HUNDREDTHS, THE SAME IMPLIED DECIMALS
001600*    AS THE SHEET'S DISTANCE (SEE RACEREC).
001700*
001710*    FR-SHEET-HASH IS THE SAME HASH TAKEN OVER THE ACCEPTED
001720*    ROWS ONLY - WHAT WAS ACTUALLY WRITTEN TO THE SHEET - SO IT
001730*    AND FR-ACCEPTED DESCRIBE THE SHEET AS THE FEED LEFT IT.
001740*    CARRIED AT THE END OF THE RECORD SO REGISTER RECORDS
001750*    WRITTEN BEFORE THE FIELD EXISTED (118 BYTES) STILL PARSE,
001760*    READING BACK BLANK.
001770*
001800*    WRITTEN BY:     RACELOAD
001900*    READ BY:        RACELOAD (DUPLICATE-FEED CHECK), SHTDIFF
001910*                    (FEEDS THAT ACCOUNT FOR A SHEET CHANGE)
002000******************************************************************
002100     01  FEEDREG-FILE-RECORD.
002200         05  FR-FEED-DATE            PIC 9(08).
002300         05  FILLER                  PIC X(01).
002400         05  FR-VENUE                PIC X(04).
002500         05  FILLER                  PIC X(01).
002600         05  FR-FEED-SEQ             PIC 9(06).
002700         05  FILLER                  PIC X(01).
002800         05  FR-ROW-COUNT            PIC 9(05).
002900         05  FILLER                  PIC X(01).
003000         05  FR-HASH-TOTAL           PIC 9(18).
003100         05  FILLER                  PIC X(01).
003200         05  FR-ACCEPTED             PIC 9(05).
003300         05  FILLER                  PIC X(01).
003400         05  FR-REJECTED             PIC 9(05).
003500         05  FILLER                  PIC X(01).
003600         05  FR-SHEET-NAME           PIC X(44).
003700         05  FILLER                  PIC X(01).
003800         05  FR-LOAD-DATE            PIC 9(08).
003900         05  FILLER                  PIC X(01).
004000         05  FR-LOAD-TIME            PIC 9(06).
004010         05  FILLER                  PIC X(01).
004020         05  FR-SHEET-HASH           PIC 9(18).
004100     01  FEEDREG-FILE-RECORD-X REDEFINES FEEDREG-FILE-RECORD
004200                                     PIC X(137).
