000100******************************************************************
000200*    BDATREC.CPY
000300*    RECORD LAYOUT FOR THE SUITE'S BUSINESS-DATE CONTROL RECORD
000400*    (BUSDATE).  ONE RECORD, REWRITTEN IN PLACE, CARRYING THE
000500*    RUN DATE EVERY DATED PROGRAM STAMPS ITS WORK WITH - SO A
000600*    NIGHT RERUN AFTER MIDNIGHT STILL POSTS RESULTS, RACEHIST,
000700*    EXCEPTS, RUNLOG AND SIGNOFF RECORDS UNDER THE NIGHT IT
000800*    BELONGS TO, NOT THE WALL-CLOCK DATE.  THE PROGRAMS READ IT
000900*    THROUGH BDATECHK; WITH NO RECORD ON DISK THEY FALL BACK TO
001000*    THE SYSTEM CLOCK, AS BEFORE THE RECORD EXISTED.
001100*
001200*    THE NIGHT DRIVER (NIGHTRUN) SETS IT AT THE START OF EVERY
001300*    CHAIN AND MARKS THE NIGHT OPEN ('O'); ONLY WHEN EVERY STEP
001400*    HAS COMPLETED WITHIN ITS CEILING IS THE NIGHT MARKED DONE
001500*    ('C').  THE DATE ROLLS FORWARD TO THE CLOCK DATE AT THE
001600*    NEXT CHAIN START ONLY IF THE NIGHT WAS DONE - A NIGHT LEFT
001700*    OPEN IS HELD AT ITS OWN DATE UNTIL IT COMPLETES.  AN
001800*    OPERATOR WHO NEEDS AN EARLIER NIGHT REPROCESSED KEYS THE
001900*    DATE ON THE OVERRIDE REQUEST FILE (SEE BOVRREC).
002000*
002100*    BD-SET-REASON SAYS HOW THE DATE WAS SET AT CHAIN START:
002200*      "INITIAL " - NO RECORD YET, TAKEN FROM THE CLOCK
002300*      "ROLLED  " - LAST NIGHT DONE, ROLLED TO THE CLOCK DATE
002400*      "RERUN   " - LAST NIGHT DONE AND STILL THE CLOCK DATE
002500*      "HELD    " - LAST NIGHT NOT DONE, HELD AT ITS DATE
002600*      "OVERRIDE" - KEYED ON THE OVERRIDE REQUEST FILE
002700*    BD-SET-DATE/TIME ARE THE WALL CLOCK WHEN IT WAS SET, AND
002800*    BD-DONE-DATE/TIME WHEN THE NIGHT WAS MARKED DONE (ZERO
002900*    WHILE IT IS OPEN).
003000*
003100*    WRITTEN BY:     NIGHTRUN
003200*    READ BY:        BDATECHK (FOR PARTONE, PARTTWO, RECONCIL,
003300*                    TRENDRPT, ARCHPRGE, BOARDRPT, RACESOFF,
003400*                    SHTDIFF, CUTLIST, SEASCLOS), NIGHTRUN
003500******************************************************************
003600     01  BUSDATE-FILE-RECORD.
003700         05  BD-BUSINESS-DATE        PIC 9(08).
003800         05  FILLER                  PIC X(01).
003900         05  BD-NIGHT-STATE          PIC X(01).
004000             88  BD-NIGHT-OPEN       VALUE 'O'.
004100             88  BD-NIGHT-DONE       VALUE 'C'.
004200         05  FILLER                  PIC X(01).
004300         05  BD-SET-REASON           PIC X(08).
004400         05  FILLER                  PIC X(01).
004500         05  BD-SET-DATE             PIC 9(08).
004600         05  FILLER                  PIC X(01).
004700         05  BD-SET-TIME             PIC 9(06).
004800         05  FILLER                  PIC X(01).
004900         05  BD-DONE-DATE            PIC 9(08).
005000         05  FILLER                  PIC X(01).
005100         05  BD-DONE-TIME            PIC 9(06).
005200     01  BUSDATE-FILE-RECORD-X REDEFINES BUSDATE-FILE-RECORD
005300                                     PIC X(51).
