001700*    PER HEAT, SO THE FRESHEST SHEET WINS, THE WAY THE REST OF
001800*    THE SUITE TREATS ITS APPEND-ONLY FILES.
001900*
001910*    SH-COPY-DATE AND SH-COPY-TIME ARE THE CLOCK DATE AND TIME
001920*    THE SHEET WAS COPIED - THE RUN DATE IS THE BUSINESS DATE
001930*    AND SAYS NOTHING ABOUT WHEN IN THE DAY THE COPY WAS
001940*    TAKEN.  SHTDIFF SETS FEED LOADS AGAINST IT.  CARRIED AT
001950*    THE END OF THE RECORD SO GENERATIONS WRITTEN BEFORE THE
001960*    FIELDS EXISTED (43 BYTES) STILL PARSE, READING BACK BLANK.
001970*
002000*    WRITTEN BY:     ARCHPRGE
002100*    READ BY:        HISTCHK, SHTDIFF (THE PREVIOUS NIGHT'S
002110*                    GENERATION, AGAINST THE LIVE SHEETS)
002200******************************************************************
002300     01  SHTARCH-FILE-RECORD.
002400         05  SH-RUN-DATE             PIC 9(08).
003000         05  SH-RACE-TIME            PIC 9(08)V9(01).
003100         05  FILLER                  PIC X(01).
003200         05  SH-RACE-DIST            PIC 9(12)V9(02).
003210         05  FILLER                  PIC X(01).
003220         05  SH-COPY-DATE            PIC 9(08).
003230         05  FILLER                  PIC X(01).
003240         05  SH-COPY-TIME            PIC 9(06).
003300     01  SHTARCH-FILE-RECORD-X REDEFINES SHTARCH-FILE-RECORD
003400                                     PIC X(59).
