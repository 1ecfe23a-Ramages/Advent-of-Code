002300*    DATE        INIT  DESCRIPTION
002400*    ----------  ----  ----------------------------------------
002500*    2026-09-01  RH    ORIGINAL VERSION.
002510*    2026-10-09  RH    BUSINESS DATE - A BLANK RUN DATE NOW
002520*                      PRINTS THE SUITE'S BUSINESS DATE
002530*                      (BDATECHK) RATHER THAN THE CLOCK DATE,
002540*                      SO THE PACK FOR A NIGHT RUN PAST
002550*                      MIDNIGHT IS STILL THE DEFAULT.  THE
002560*                      PRINTED STAMP STAYS THE CLOCK DATE.
002565*    2026-10-12  RH    KEYED RESULTS MASTER - THE DATE'S
002570*                      PER-RACE FIGURES ARE NOW READ STRAIGHT
002575*                      FROM ITS ROWS ON THE INDEXED RESULTS
002580*                      MASTER (RESMAST) INSTEAD OF SCANNING
002585*                      THE WHOLE SEQUENTIAL RESULTS FILE.
002600******************************************************************
002700     PROGRAM-ID. BOARDRPT.
002800     ENVIRONMENT DIVISION.
002900     INPUT-OUTPUT SECTION.
003000     FILE-CONTROL.
003010         SELECT RESMAST-FILE ASSIGN TO "RESMAST"
003020             ORGANIZATION IS INDEXED
003030             ACCESS MODE IS DYNAMIC
003040             RECORD KEY IS RM-KEY
003050             FILE STATUS IS WS-RESMAST-STATUS.
003400         SELECT HIST-FILE ASSIGN TO "RACEHIST"
003500             ORGANIZATION IS INDEXED
003600             ACCESS MODE IS RANDOM
004700             FILE STATUS IS WS-BOARD-STATUS.
004800     DATA DIVISION.
004900     FILE SECTION.
004910     FD  RESMAST-FILE.
004920         COPY RESMREC.
005200     FD  HIST-FILE.
005300         COPY HISTREC.
005400     FD  EXCEPT-FILE.
006000     WORKING-STORAGE SECTION.
006100     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
006200         88  WS-EOF                 VALUE 'Y'.
006210     01  WS-RESMAST-STATUS          PIC X(02) VALUE SPACES.
006400     01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
006500     01  WS-EXCEPT-STATUS           PIC X(02) VALUE SPACES.
006600     01  WS-VENMASTR-STATUS         PIC X(02) VALUE SPACES.
006800     01  WS-HIST-OPEN-SW            PIC X(01) VALUE 'N'.
006900         88  WS-HIST-OPEN           VALUE 'Y'.
007000     01  WS-TODAY                   PIC 9(08) VALUE 0.
007010     01  WS-BUS-DATE                PIC 9(08) VALUE 0.
007020     01  WS-PROGRAM-ID              PIC X(08) VALUE "BOARDRPT".
007030     01  WS-BDATE-RESULT            PIC X(01) VALUE SPACE.
007040         88  WS-BDATE-ERROR         VALUE 'E'.
007100*
007200*    REQUEST FIELDS - ACCEPTED INTO ALPHANUMERIC BUFFERS AND
007300*    VALIDATED THROUGH A REDEFINES, THE SAME PATTERN RACEHINQ
008100     01  WS-CYCLE-MODE              PIC X(01) VALUE 'L'.
008200         88  WS-MODE-LATEST         VALUE 'L'.
008300         88  WS-MODE-ONE            VALUE 'C'.
008500*
008600*    THE DAY'S PER-RACE FIGURES, ONE SLOT PER VENUE/RACE IN
008700*    FIRST-ENCOUNTER (VENUE-GROUPED) ORDER.  IN LATEST MODE A
014700     PROCEDURE DIVISION.
014800     MAIN-PROCEDURE.
014900         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
014910         CALL "BDATECHK" USING WS-PROGRAM-ID WS-BUS-DATE
014920             WS-BDATE-RESULT.
014930         IF WS-BDATE-ERROR
014940             DISPLAY "BOARDRPT: NO USABLE BUSINESS DATE - RUN "
014950                 "ABORTED"
014960             MOVE 16 TO RETURN-CODE
014970             STOP RUN
014980         END-IF.
015000         DISPLAY "ENTER RUN DATE TO PRINT (YYYYMMDD, BLANK "
015100             "FOR " WS-BUS-DATE "): " WITH NO ADVANCING.
015200         ACCEPT WS-RPT-DATE-TEXT.
015300         IF WS-RPT-DATE-TEXT = SPACES
015400             MOVE WS-BUS-DATE TO WS-RPT-DATE
015500         END-IF.
015600         IF WS-RPT-DATE NOT NUMERIC
015700             DISPLAY "BOARDRPT: RUN DATE IS NOT NUMERIC - RUN "
022400******************************************************************
022500*    1500-LOAD-RESULTS - FOLD THE DATE'S PARTONE PER-RACE ROWS
022600*    INTO THE ROW TABLE.  LATEST MODE KEEPS EACH VENUE/RACE'S
022610*    HIGHEST CYCLE; A KEYED CYCLE KEEPS THAT CYCLE ALONE.  THE
022620*    RESULTS MASTER IS POSITIONED AT THE DATE'S FIRST ROW AND
022630*    READ UNTIL THE DATE CHANGES.
022800******************************************************************
022900     1500-LOAD-RESULTS.
022910         OPEN INPUT RESMAST-FILE.
022920         IF WS-RESMAST-STATUS = "35"
022930             DISPLAY "BOARDRPT: NO RESULTS MASTER ON DISK - "
023300                 "NOTHING TO PRINT"
023400             MOVE 8 TO RETURN-CODE
023500             STOP RUN
023600         END-IF.
023610         IF WS-RESMAST-STATUS NOT = "00"
023620             DISPLAY "BOARDRPT: CANNOT OPEN RESMAST - RUN "
023630                 "ABORTED (STATUS " WS-RESMAST-STATUS ")"
024000             MOVE 16 TO RETURN-CODE
024100             STOP RUN
024200         END-IF.
024210         MOVE LOW-VALUES TO RM-KEY.
024220         MOVE WS-RPT-DATE TO RM-RUN-DATE.
024230         START RESMAST-FILE KEY NOT LESS THAN RM-KEY
024240             INVALID KEY
024250                 SET WS-EOF TO TRUE
024260         END-START.
024300         PERFORM UNTIL WS-EOF
024310             READ RESMAST-FILE NEXT RECORD
024500                 AT END
024600                     SET WS-EOF TO TRUE
024700                 NOT AT END
024710                     IF RM-RUN-DATE NOT = WS-RPT-DATE
024720                         SET WS-EOF TO TRUE
024730                     ELSE
024740                         PERFORM 1600-POST-ONE-ROW
024750                             THRU 1600-EXIT
024760                     END-IF
024900             END-READ
025000         END-PERFORM.
025010         CLOSE RESMAST-FILE.
025200         IF WS-ROW-COUNT = 0
025300             DISPLAY "BOARDRPT: NO PER-RACE FIGURES FOR RUN "
025400                 "DATE " WS-RPT-DATE " - NOTHING TO PRINT"
025600             STOP RUN
025700         END-IF.
025800     1600-POST-ONE-ROW.
025810         IF RM-PROGRAM-ID NOT = "PARTONE "
025820                 OR RM-RACE-ID = 0
026200             GO TO 1600-EXIT
026300         END-IF.
026310         IF WS-MODE-ONE AND RM-CYCLE NOT = WS-RPT-CYCLE
027000             GO TO 1600-EXIT
027100         END-IF.
027200         MOVE 0 TO WS-HIT-SUB.
027600         IF WS-HIT-SUB = 0
027700             IF WS-ROW-COUNT NOT LESS THAN 500
027800                 DISPLAY "BOARDRPT: MORE THAN 500 ROWS - ROW "
027900                     "FOR RACE " RM-RACE-ID " DROPPED"
028000                 GO TO 1600-EXIT
028100             END-IF
028200             ADD 1 TO WS-ROW-COUNT
028300             MOVE WS-ROW-COUNT TO WS-HIT-SUB
028400             MOVE RM-VENUE TO RW-VENUE (WS-HIT-SUB)
028500             MOVE RM-RACE-ID TO RW-RACE-ID (WS-HIT-SUB)
028600             MOVE 0 TO RW-CYCLE (WS-HIT-SUB)
028700         END-IF.
028800         IF RM-CYCLE NOT LESS THAN RW-CYCLE (WS-HIT-SUB)
028900             MOVE RM-CYCLE TO RW-CYCLE (WS-HIT-SUB)
029000             MOVE RM-FINAL-RESULT TO RW-COUNT (WS-HIT-SUB)
029100         END-IF.
029200     1600-EXIT.
029300         EXIT.
029400     1700-MATCH-ONE-SLOT.
029500         IF RW-VENUE (WS-ROW-SUB) = RM-VENUE
029600                 AND RW-RACE-ID (WS-ROW-SUB) = RM-RACE-ID
029700                 AND WS-HIT-SUB = 0
029800             MOVE WS-ROW-SUB TO WS-HIT-SUB
029900         END-IF.
