000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      BDATECHK
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-09
000700*
000800*    BUSINESS-DATE LOOK-UP SHARED BY EVERY DATED PROGRAM IN THE
000900*    SUITE (PARTONE, PARTTWO, RECONCIL, TRENDRPT, ARCHPRGE,
001000*    BOARDRPT, RACESOFF, SHTDIFF).  CALLED ONCE AT START-UP IN
001100*    PLACE OF TAKING THE RUN DATE FROM THE SYSTEM CLOCK, IT
001200*    RETURNS THE DATE ON THE BUSINESS-DATE CONTROL RECORD
001300*    (BUSDATE) THAT THE NIGHT DRIVER SETS AT CHAIN START.
001400*    WHEN THAT DATE IS NOT TODAY'S CLOCK DATE - A NIGHT RERUN
001500*    AFTER MIDNIGHT, OR A BACKDATED REPROCESS - THE CALLER IS
001600*    RUNNING UNDER AN OVERRIDDEN DATE, AND A "BDATE" RECORD IS
001700*    APPENDED TO RUNLOG UNDER THE CALLER'S NAME CARRYING THE
001800*    CLOCK DATE, SO THE LEDGER SHOWS WHICH RUNS WERE STAMPED
001900*    WITH A DATE OTHER THAN THE DAY THEY RAN.
002000*
002100*    RESULT CODES RETURNED IN LK-RESULT:
002200*      'B' - BUSINESS DATE IN EFFECT, LK-RUN-DATE SET FROM IT.
002300*      'N' - NO CONTROL RECORD ON DISK.  THE BUSINESS DATE IS
002400*            NOT IN EFFECT (THE PHASE-IN RULE THE VENUE AND
002500*            OPERATOR MASTERS USE) - LK-RUN-DATE IS THE CLOCK
002600*            DATE, EXACTLY AS BEFORE THE RECORD EXISTED.
002700*      'E' - THE RECORD COULD NOT BE READ OR IS NOT A DATE.  THE
002800*            CALLER MUST NOT GUESS A DATE AND ABORTS.
002900*
003000*    MODIFICATION HISTORY.
003100*    DATE        INIT  DESCRIPTION
003200*    ----------  ----  ----------------------------------------
003300*    2026-10-09  RH    ORIGINAL VERSION.
003400******************************************************************
003500     PROGRAM-ID. BDATECHK.
003600     ENVIRONMENT DIVISION.
003700     INPUT-OUTPUT SECTION.
003800     FILE-CONTROL.
003900         SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
004000             ORGANIZATION IS LINE SEQUENTIAL
004100             FILE STATUS IS WK-BUSDATE-STATUS.
004200         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
004300             ORGANIZATION IS LINE SEQUENTIAL
004400             FILE STATUS IS WK-RUNLOG-STATUS.
004500     DATA DIVISION.
004600     FILE SECTION.
004700     FD  BUSDATE-FILE.
004800         COPY BDATREC.
004900     FD  RUNLOG-FILE.
005000         COPY RUNLGREC.
005100     WORKING-STORAGE SECTION.
005200     01  WK-BUSDATE-STATUS          PIC X(02) VALUE SPACES.
005300     01  WK-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
005400     01  WK-TODAY                   PIC 9(08) VALUE 0.
005500     01  WK-TIME-RAW                PIC X(08) VALUE SPACES.
005600     LINKAGE SECTION.
005700     01  LK-PROGRAM-ID              PIC X(08).
005800     01  LK-RUN-DATE                PIC 9(08).
005900     01  LK-RESULT                  PIC X(01).
006000     PROCEDURE DIVISION USING LK-PROGRAM-ID LK-RUN-DATE
006100             LK-RESULT.
006200     0000-CHECK.
006300******************************************************************
006400*    THE CLOCK DATE IS THE ANSWER UNLESS A READABLE CONTROL
006500*    RECORD SAYS OTHERWISE.  THE FILE IS OPENED AND CLOSED ON
006600*    EVERY CALL - IT IS ONE RECORD.
006700******************************************************************
006800         ACCEPT WK-TODAY FROM DATE YYYYMMDD.
006900         MOVE WK-TODAY TO LK-RUN-DATE.
007000         OPEN INPUT BUSDATE-FILE.
007100         IF WK-BUSDATE-STATUS = "35"
007200             MOVE 'N' TO LK-RESULT
007300             GO TO 0000-EXIT
007400         END-IF.
007500         IF WK-BUSDATE-STATUS NOT = "00"
007600             DISPLAY LK-PROGRAM-ID ": CANNOT OPEN BUSDATE "
007700                 "(STATUS " WK-BUSDATE-STATUS ")"
007800             MOVE 'E' TO LK-RESULT
007900             GO TO 0000-EXIT
008000         END-IF.
008100         READ BUSDATE-FILE
008200             AT END
008300                 MOVE SPACES TO BUSDATE-FILE-RECORD
008400         END-READ.
008500         CLOSE BUSDATE-FILE.
008600         IF BD-BUSINESS-DATE NOT NUMERIC
008700                 OR BD-BUSINESS-DATE = 0
008800             DISPLAY LK-PROGRAM-ID ": BUSDATE DOES NOT HOLD A "
008900                 "BUSINESS DATE"
009000             MOVE 'E' TO LK-RESULT
009100             GO TO 0000-EXIT
009200         END-IF.
009300         MOVE 'B' TO LK-RESULT.
009400         MOVE BD-BUSINESS-DATE TO LK-RUN-DATE.
009500         IF LK-RUN-DATE NOT = WK-TODAY
009600             DISPLAY LK-PROGRAM-ID ": RUNNING UNDER BUSINESS "
009700                 "DATE " LK-RUN-DATE " (CLOCK DATE " WK-TODAY ")"
009800             PERFORM 1000-WRITE-RUNLOG
009900         END-IF.
010000     0000-EXIT.
010100         GOBACK.
010200******************************************************************
010300*    1000-WRITE-RUNLOG - RECORD THE OVERRIDDEN DATE ON THE RUN
010400*    LEDGER UNDER THE CALLER'S NAME: RECORD TYPE "BDATE", THE
010500*    BUSINESS DATE AS THE RUN DATE, AND THE CLOCK DATE IN THE
010600*    OUTCOME.
010700******************************************************************
010800     1000-WRITE-RUNLOG.
010900         OPEN EXTEND RUNLOG-FILE.
011000         IF WK-RUNLOG-STATUS = "35"
011100             OPEN OUTPUT RUNLOG-FILE
011200         END-IF.
011300         ACCEPT WK-TIME-RAW FROM TIME.
011400         MOVE SPACES TO RUNLOG-FILE-RECORD.
011500         MOVE LK-PROGRAM-ID TO RL-PROGRAM-ID.
011600         MOVE LK-RUN-DATE TO RL-RUN-DATE.
011700         MOVE WK-TIME-RAW (1:6) TO RL-RUN-TIME.
011800         MOVE "BDATE" TO RL-RECORD-TYPE.
011900         MOVE 0 TO RL-RACES.
012000         STRING "CLOCK " DELIMITED BY SIZE
012100                 WK-TODAY DELIMITED BY SIZE
012200                 INTO RL-OUTCOME
012300         END-STRING.
012400         MOVE 0 TO RL-COMP-CODE.
012500         MOVE 'N' TO RL-RESUME-SW.
012600         MOVE 0 TO RL-CYCLE.
012700         WRITE RUNLOG-FILE-RECORD.
012800         CLOSE RUNLOG-FILE.
012900     END PROGRAM BDATECHK.
