000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      OPERCHK
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-05
000700*
000800*    OPERATOR SIGN-ON CHECK SHARED BY EVERY PANEL IN THE SUITE
000810*    (RACEMNTU, VENMNTU, EXCPWRK, RACESOFF, OPERMNTU, RACEAPPR,
000820*    BACKOUT, XMITRSND, SEASMNTU, RACEHINQ).  CALLED IN ONE OF
000830*    TWO MODES:
001100*
001200*      'S' - SIGN-ON.  LOOK THE KEYED ID UP ON THE OPERATOR
001300*            MASTER (OPERMSTR) AND RETURN ITS ROLE AND NAME.
001400*            AN ID THAT IS NOT ON THE MASTER, IS INACTIVE, OR
001500*            IS OUTSIDE ITS EFFECTIVE DATES FOR TODAY IS
001600*            REFUSED AND THE ATTEMPT IS LOGGED TO SECLOG.
001700*      'R' - REFUSED ACTION.  THE PANEL HAS ALREADY DECIDED
001800*            THE OPERATOR'S ROLE DOES NOT ALLOW THE ACTION
001900*            KEYED - JUST LOG THE ATTEMPT TO SECLOG.
002000*
002100*    RESULT CODES RETURNED IN LK-RESULT:
002200*      'A' - ACCEPTED, LK-ROLE AND LK-OPER-NAME SET.
002300*      'N' - NO OPERATOR MASTER ON DISK.  OPERATOR VALIDATION
002400*            IS NOT IN EFFECT (THE PHASE-IN RULE THE VENUE
002500*            MASTER USES) - THE ID IS TAKEN AS-IS WITH FULL
002600*            SUPERVISOR RIGHTS, EXACTLY AS BEFORE THE MASTER
002700*            EXISTED, SO THE FIRST MASTER CAN BE KEYED.
002800*      'U' - UNKNOWN ID, OR THE MASTER COULD NOT BE READ.
002900*      'I' - INACTIVE, OR OUTSIDE THE EFFECTIVE DATES.
003000*
003100*    MODIFICATION HISTORY.
003200*    DATE        INIT  DESCRIPTION
003300*    ----------  ----  ----------------------------------------
003400*    2026-10-05  RH    ORIGINAL VERSION.
003500******************************************************************
003600     PROGRAM-ID. OPERCHK.
003700     ENVIRONMENT DIVISION.
003800     INPUT-OUTPUT SECTION.
003900     FILE-CONTROL.
004000         SELECT OPERMSTR-FILE ASSIGN TO "OPERMSTR"
004100             ORGANIZATION IS LINE SEQUENTIAL
004200             FILE STATUS IS WK-OPERMSTR-STATUS.
004300         SELECT SECLOG-FILE ASSIGN TO "SECLOG"
004400             ORGANIZATION IS LINE SEQUENTIAL
004500             FILE STATUS IS WK-SECLOG-STATUS.
004600     DATA DIVISION.
004700     FILE SECTION.
004800     FD  OPERMSTR-FILE.
004900         COPY OPERREC.
005000     FD  SECLOG-FILE.
005100         COPY SECLREC.
005200     WORKING-STORAGE SECTION.
005300     01  WK-OPERMSTR-STATUS         PIC X(02) VALUE SPACES.
005400     01  WK-SECLOG-STATUS           PIC X(02) VALUE SPACES.
005500     01  WK-EOF-SW                  PIC X(01) VALUE 'N'.
005600         88  WK-EOF                 VALUE 'Y'.
005700     01  WK-FOUND-SW                PIC X(01) VALUE 'N'.
005800         88  WK-FOUND               VALUE 'Y'.
005900     01  WK-TODAY                   PIC 9(08) VALUE 0.
006000     01  WK-TIME-RAW                PIC X(08) VALUE SPACES.
006100     01  WK-REASON                  PIC X(30) VALUE SPACES.
006200     LINKAGE SECTION.
006300     01  LK-MODE                    PIC X(01).
006400     01  LK-PROGRAM-ID              PIC X(08).
006500     01  LK-OPERATOR-ID             PIC X(08).
006600     01  LK-ACTION                  PIC X(08).
006700     01  LK-ROLE                    PIC X(01).
006800     01  LK-OPER-NAME               PIC X(30).
006900     01  LK-RESULT                  PIC X(01).
007000     PROCEDURE DIVISION USING LK-MODE LK-PROGRAM-ID
007100             LK-OPERATOR-ID LK-ACTION LK-ROLE LK-OPER-NAME
007200             LK-RESULT.
007300     0000-CHECK.
007400******************************************************************
007500*    A REFUSED-ACTION CALL ONLY NEEDS LOGGING.  A SIGN-ON CALL
007600*    LOOKS THE ID UP AND LOGS IT ONLY IF IT IS REFUSED.
007700******************************************************************
007800         ACCEPT WK-TODAY FROM DATE YYYYMMDD.
007900         IF LK-MODE = 'R'
008000             MOVE "ROLE DOES NOT ALLOW THIS ACTION"
008100                 TO WK-REASON
008200             PERFORM 2000-WRITE-SECLOG
008300             GO TO 0000-EXIT
008400         END-IF.
008500         MOVE SPACE TO LK-ROLE.
008600         MOVE SPACES TO LK-OPER-NAME.
008700         PERFORM 1000-LOOK-UP-OPERATOR THRU 1000-EXIT.
008800         IF LK-RESULT = 'U' OR LK-RESULT = 'I'
008900             PERFORM 2000-WRITE-SECLOG
009000         END-IF.
009100     0000-EXIT.
009200         GOBACK.
009300******************************************************************
009400*    1000-LOOK-UP-OPERATOR - SCAN THE MASTER FOR THE KEYED ID.
009500*    THE MASTER IS OPENED AND CLOSED ON EVERY CALL AND THE
009600*    SWITCHES RESET, SINCE A PANEL MAY CALL MORE THAN ONCE.
009700******************************************************************
009800     1000-LOOK-UP-OPERATOR.
009900         MOVE 'N' TO WK-EOF-SW WK-FOUND-SW.
010000         OPEN INPUT OPERMSTR-FILE.
010100         IF WK-OPERMSTR-STATUS = "35"
010200             DISPLAY "NO OPERATOR MASTER ON FILE - OPERATOR "
010300                 "VALIDATION IS NOT IN EFFECT"
010400             MOVE 'N' TO LK-RESULT
010500             MOVE 'S' TO LK-ROLE
010600             GO TO 1000-EXIT
010700         END-IF.
010800         IF WK-OPERMSTR-STATUS NOT = "00"
010900             DISPLAY "CANNOT OPEN OPERMSTR (STATUS "
011000                 WK-OPERMSTR-STATUS ")"
011100             MOVE 'U' TO LK-RESULT
011200             MOVE "OPERATOR MASTER UNREADABLE" TO WK-REASON
011300             GO TO 1000-EXIT
011400         END-IF.
011500         PERFORM UNTIL WK-EOF OR WK-FOUND
011600             READ OPERMSTR-FILE
011700                 AT END
011800                     SET WK-EOF TO TRUE
011900                 NOT AT END
012000                     IF OP-OPERATOR-ID = LK-OPERATOR-ID
012100                         SET WK-FOUND TO TRUE
012200                     END-IF
012300             END-READ
012400         END-PERFORM.
012500         CLOSE OPERMSTR-FILE.
012600         IF NOT WK-FOUND
012700             MOVE 'U' TO LK-RESULT
012800             MOVE "NOT ON OPERATOR MASTER" TO WK-REASON
012900             GO TO 1000-EXIT
013000         END-IF.
013100         IF NOT OP-ACTIVE
013200             MOVE 'I' TO LK-RESULT
013300             MOVE "OPERATOR IS INACTIVE" TO WK-REASON
013400             GO TO 1000-EXIT
013500         END-IF.
013600         IF WK-TODAY < OP-EFF-FROM OR WK-TODAY > OP-EFF-TO
013700             MOVE 'I' TO LK-RESULT
013800             MOVE "OUTSIDE EFFECTIVE DATES" TO WK-REASON
013900             GO TO 1000-EXIT
014000         END-IF.
014100         MOVE 'A' TO LK-RESULT.
014200         MOVE OP-ROLE TO LK-ROLE.
014300         MOVE OP-OPER-NAME TO LK-OPER-NAME.
014400     1000-EXIT.
014500         EXIT.
014600******************************************************************
014700*    2000-WRITE-SECLOG - APPEND ONE REFUSED-ACCESS RECORD.  THE
014800*    LOG IS CREATED ON FIRST USE, LIKE THE SUITE'S OTHER
014900*    APPEND-ONLY FILES.
015000******************************************************************
015100     2000-WRITE-SECLOG.
015200         OPEN EXTEND SECLOG-FILE.
015300         IF WK-SECLOG-STATUS = "35"
015400             OPEN OUTPUT SECLOG-FILE
015500         END-IF.
015600         ACCEPT WK-TIME-RAW FROM TIME.
015700         MOVE SPACES TO SECLOG-FILE-RECORD.
015800         MOVE WK-TODAY TO SL-DATE.
015900         MOVE WK-TIME-RAW (1:6) TO SL-TIME.
016000         MOVE LK-PROGRAM-ID TO SL-PROGRAM-ID.
016100         MOVE LK-OPERATOR-ID TO SL-OPERATOR.
016200         IF LK-MODE = 'R'
016300             MOVE LK-ACTION TO SL-ACTION
016400         ELSE
016500             MOVE "SIGN-ON " TO SL-ACTION
016600         END-IF.
016700         MOVE WK-REASON TO SL-REASON.
016800         WRITE SECLOG-FILE-RECORD.
016900         CLOSE SECLOG-FILE.
017000     END PROGRAM OPERCHK.
