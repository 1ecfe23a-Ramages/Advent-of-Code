000600*    DATE-WRITTEN: 2026-07-13
000700*
000800*    DAY-OVER-DAY TREND REPORT ACROSS RUN DATES.  READS THE
000810*    LAST TR-WINDOW-DAYS DAYS OF THE RESULTS MASTER, GROUPS
000820*    PARTONE'S PER-RACE ROWS (RM-RACE-ID NOT ZERO) BY VENUE
000830*    AND RACE ID ACROSS RUN DATES, AND PRINTS EACH RACE'S
001100*    WINNING COUNT RUN BY RUN
001200*    WITH THE DAY-OVER-DAY CHANGE, FLAGGING ANY RACE WHOSE
001300*    COUNT SWUNG MORE THAN TR-SWING-PCT PERCENT SINCE ITS
001400*    PREVIOUS POSTING.  REPLACES THE COMMITTEE'S WEEKLY
002098*                      EVERY PATH, SO THE NIGHT DRIVER
002099*                      (NIGHTRUN) CAN CALL THIS PROGRAM AS A
002100*                      STEP AND READ ITS RETURN CODE.
002102*    2026-10-09  RH    BUSINESS DATE - THE REPORT IS DATED
002104*                      FROM THE SUITE'S BUSINESS-DATE
002106*                      CONTROL RECORD (BDATECHK) INSTEAD OF
002108*                      THE CLOCK.
002110*    2026-10-12  RH    KEYED RESULTS MASTER - THE POSTINGS
002112*                      ARE NOW READ FROM THE INDEXED RESULTS
002114*                      MASTER (RESMAST), STARTING AT THE RUN
002116*                      DATE LESS TR-WINDOW-DAYS DAYS AND
002118*                      STOPPING AFTER THE RUN DATE, INSTEAD OF
002120*                      SCANNING THE WHOLE SEQUENTIAL RESULTS
002122*                      FILE.  THE MASTER HOLDS ONE ROW PER
002124*                      DATE, CYCLE AND RACE, SO NO POSTING IS
002126*                      OVERWRITTEN ANY MORE.
002128******************************************************************
002200     PROGRAM-ID. TRENDRPT.
002300     ENVIRONMENT DIVISION.
002400     INPUT-OUTPUT SECTION.
002500     FILE-CONTROL.
002510         SELECT RESMAST-FILE ASSIGN TO "RESMAST"
002520             ORGANIZATION IS INDEXED
002530             ACCESS MODE IS DYNAMIC
002540             RECORD KEY IS RM-KEY
002550             FILE STATUS IS WS-RESMAST-STATUS.
002900         SELECT TREND-FILE ASSIGN TO "TRENDRPT"
003000             ORGANIZATION IS LINE SEQUENTIAL
003100             FILE STATUS IS WS-TREND-STATUS.
003200     DATA DIVISION.
003300     FILE SECTION.
003310     FD  RESMAST-FILE.
003320         COPY RESMREC.
003600     FD  TREND-FILE.
003700         COPY REPRTREC.
003800     WORKING-STORAGE SECTION.
003900     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
004000         88  WS-EOF                 VALUE 'Y'.
004010     01  WS-RESMAST-STATUS          PIC X(02) VALUE SPACES.
004200     01  WS-TREND-STATUS            PIC X(02) VALUE SPACES.
004300     01  WS-RUN-DATE                PIC 9(08) VALUE 0.
004310     01  WS-PROGRAM-ID              PIC X(08) VALUE "TRENDRPT".
004320     01  WS-BDATE-RESULT            PIC X(01) VALUE SPACE.
004330         88  WS-BDATE-ERROR         VALUE 'E'.
004400*
004500*    THE SWING THRESHOLD, IN WHOLE PERCENT - A RACE WHOSE COUNT
004600*    MOVED MORE THAN THIS SINCE ITS PREVIOUS POSTING IS FLAGGED.
004700*    TUNED HERE PER SEASON AT THE COMMITTEE'S DIRECTION.
004800     01  TR-SWING-PCT               PIC 9(03) VALUE 25.
004900*
004910*    HOW MANY DAYS BACK FROM THE RUN DATE THE REPORT REACHES.
004920*    TUNED HERE WITH THE SWING THRESHOLD; KEEP IT SHORT ENOUGH
004930*    THAT A RACE'S POSTINGS IN THE WINDOW FIT THE 40-POSTING
004940*    TABLE BELOW.
004950     01  TR-WINDOW-DAYS             PIC 9(03) VALUE 30.
004960     01  WS-FROM-DATE               PIC 9(08) VALUE 0.
004970*
004980*    ONE GROUP PER VENUE/RACE COMBINATION SEEN ON THE MASTER,
004990*    IN FIRST-ENCOUNTER ORDER, EACH CARRYING ITS POSTINGS IN
005000*    KEY (DATE, THEN CYCLE - CHRONOLOGICAL) ORDER.  THE MASTER
005010*    HOLDS ONE ROW PER DATE, CYCLE AND RACE, SO THE OVERWRITE
005020*    OF A SAME-DATE, SAME-CYCLE POSTING IS ONLY A SAFEGUARD.
005500     01  WS-GROUP-COUNT             PIC 9(03) VALUE 0.
005600     01  WS-GRP-SUB                 PIC 9(03) VALUE 0.
005700     01  WS-HIT-SUB                 PIC 9(03) VALUE 0.
006500                 15  GP-DATE        PIC 9(08).
006550                 15  GP-CYCLE       PIC 9(02).
006600                 15  GP-COUNT       PIC 9(15).
006700     01  WS-RACES-REPORTED          PIC 9(03) VALUE 0.
006800     01  WS-POSTINGS-REPORTED       PIC 9(05) VALUE 0.
006900     01  WS-SWINGS-FLAGGED          PIC 9(05) VALUE 0.
007700     01  TR-PCT-EDIT                PIC Z(02)9.
007800     PROCEDURE DIVISION.
007900     MAIN-PROCEDURE.
007910         CALL "BDATECHK" USING WS-PROGRAM-ID WS-RUN-DATE
007920             WS-BDATE-RESULT.
007930         IF WS-BDATE-ERROR
007940             DISPLAY "TRENDRPT: NO USABLE BUSINESS DATE - RUN "
007950                 "ABORTED"
007960             MOVE 16 TO RETURN-CODE
007970             GOBACK
007980         END-IF.
008100         PERFORM 1000-LOAD-RESULTS.
008200         PERFORM 2000-WRITE-REPORT.
008300         DISPLAY "TRENDRPT: " WS-RACES-REPORTED " RACES, "
008500             WS-SWINGS-FLAGGED " SWINGS FLAGGED".
008600         GOBACK.
008700******************************************************************
008710*    1000-LOAD-RESULTS - READ THE RESULTS MASTER FROM THE FIRST
008720*    ROW OF THE WINDOW'S OPENING DATE UP TO THE RUN DATE AND
008730*    FOLD EVERY PARTONE PER-RACE ROW INTO ITS VENUE/RACE GROUP.
009000*    OVERALL ROWS (RACE ID 0000) AND OTHER PROGRAMS' ROWS ARE
009100*    PASSED OVER - THE TREND IS PER RACE.
009200******************************************************************
009300     1000-LOAD-RESULTS.
009310         OPEN INPUT RESMAST-FILE.
009320         IF WS-RESMAST-STATUS = "35"
009330             DISPLAY "TRENDRPT: NO RESULTS MASTER ON DISK - "
009700                 "NOTHING TO REPORT"
009800             GOBACK
009900         END-IF.
009910         IF WS-RESMAST-STATUS NOT = "00"
009920             DISPLAY "TRENDRPT: CANNOT OPEN RESMAST - RUN "
009930                 "ABORTED (STATUS " WS-RESMAST-STATUS ")"
010300             MOVE 16 TO RETURN-CODE
010400             GOBACK
010500         END-IF.
010510         COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
010520             (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
010530                 - TR-WINDOW-DAYS).
010540         MOVE LOW-VALUES TO RM-KEY.
010550         MOVE WS-FROM-DATE TO RM-RUN-DATE.
010560         START RESMAST-FILE KEY NOT LESS THAN RM-KEY
010570             INVALID KEY
010580                 SET WS-EOF TO TRUE
010590         END-START.
010600         PERFORM UNTIL WS-EOF
010610             READ RESMAST-FILE NEXT RECORD
010800                 AT END
010900                     SET WS-EOF TO TRUE
011000                 NOT AT END
011010                     IF RM-RUN-DATE > WS-RUN-DATE
011020                         SET WS-EOF TO TRUE
011030                     ELSE
011040                         IF RM-PROGRAM-ID = "PARTONE "
011050                                 AND RM-RACE-ID NOT = 0
011060                             PERFORM 1100-POST-ONE-RESULT
011070                         END-IF
011400                     END-IF
011500             END-READ
011600         END-PERFORM.
011610         CLOSE RESMAST-FILE.
011800******************************************************************
011900*    1100-POST-ONE-RESULT - FIND (OR OPEN) THE ROW'S VENUE/RACE
012000*    GROUP AND APPEND THE POSTING, OVERWRITING THE LAST POSTING
012300*    CONSOLE NOTE RATHER THAN INDEXED PAST THE TABLE.
012400******************************************************************
012500     1100-POST-ONE-RESULT.
012600         MOVE 0 TO WS-HIT-SUB.
012700         PERFORM 1200-MATCH-ONE-GROUP
012800             VARYING WS-GRP-SUB FROM 1 BY 1
013000         IF WS-HIT-SUB = 0
013100             IF WS-GROUP-COUNT NOT LESS THAN 200
013200                 DISPLAY "TRENDRPT: MORE THAN 200 VENUE/RACE "
013300                     "GROUPS - ROW FOR RACE " RM-RACE-ID
013400                     " DROPPED"
013500             ELSE
013600                 ADD 1 TO WS-GROUP-COUNT
013700                 MOVE WS-GROUP-COUNT TO WS-HIT-SUB
013800                 MOVE RM-VENUE TO GT-VENUE (WS-HIT-SUB)
013900                 MOVE RM-RACE-ID TO GT-RACE-ID (WS-HIT-SUB)
014000                 MOVE 0 TO GT-POST-COUNT (WS-HIT-SUB)
014100             END-IF
014200         END-IF.
014400             PERFORM 1300-APPEND-POSTING
014500         END-IF.
014600     1200-MATCH-ONE-GROUP.
014700         IF GT-VENUE (WS-GRP-SUB) = RM-VENUE
014800                 AND GT-RACE-ID (WS-GRP-SUB) = RM-RACE-ID
014900                 AND WS-HIT-SUB = 0
015000             MOVE WS-GRP-SUB TO WS-HIT-SUB
015100         END-IF.
015300         MOVE GT-POST-COUNT (WS-HIT-SUB) TO WS-PST-SUB.
015400         IF WS-PST-SUB > 0
015500                 AND GP-DATE (WS-HIT-SUB, WS-PST-SUB)
015600                     = RM-RUN-DATE
015650                 AND GP-CYCLE (WS-HIT-SUB, WS-PST-SUB)
015660                     = RM-CYCLE
015700             MOVE RM-FINAL-RESULT
015800                 TO GP-COUNT (WS-HIT-SUB, WS-PST-SUB)
015900         ELSE
016000             IF WS-PST-SUB NOT LESS THAN 40
016100                 DISPLAY "TRENDRPT: MORE THAN 40 POSTINGS FOR "
016200                     "RACE " RM-RACE-ID " - ROW DROPPED"
016300             ELSE
016400                 ADD 1 TO GT-POST-COUNT (WS-HIT-SUB)
016500                 MOVE GT-POST-COUNT (WS-HIT-SUB) TO WS-PST-SUB
016600                 MOVE RM-RUN-DATE
016700                     TO GP-DATE (WS-HIT-SUB, WS-PST-SUB)
016750                 MOVE RM-CYCLE
016760                     TO GP-CYCLE (WS-HIT-SUB, WS-PST-SUB)
016800                 MOVE RM-FINAL-RESULT
016900                     TO GP-COUNT (WS-HIT-SUB, WS-PST-SUB)
017000             END-IF
017100         END-IF.
