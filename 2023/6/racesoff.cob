001000*    QUALIFYING COMMITTEE TAKES AS FINAL, SO THIS PANEL MARKS
001100*    THE RUN DATE (AND EACH OF ITS VENUES) OFFICIAL ON THE
001200*    SIGN-OFF STATUS FILE (SIGNOFF).  A SIGN-OFF IS ONLY
001300*    ACCEPTED WHEN RECONCIL'S VERDICT FOR THAT DATE (ON THE
001400*    RESULTS CONTROL FILE) SHOWS ZERO DISCREPANCIES.
001500*    FROM THEN ON PARTONE REFUSES TO REPOST THE FROZEN DATE'S
001600*    RESULTS AND RACEHIST ROWS AND RACEMNTU REFUSES TO SAVE A
001700*    SHEET NAMED IN THAT DAY'S SHEET-CONTROL FILE, UNTIL A
002300*    DATE        INIT  DESCRIPTION
002400*    ----------  ----  ----------------------------------------
002500*    2026-08-24  RH    ORIGINAL VERSION.
002510*    2026-10-05  RH    OPERATOR SIGN-ON NOW CHECKED AGAINST THE
002520*                      OPERATOR MASTER THROUGH OPERCHK.  AN
002530*                      UNKNOWN OR INACTIVE ID, OR A CLERK, IS
002540*                      REFUSED AND LOGGED; ONLY A SUPERVISOR IS
002550*                      OFFERED THE OVERRIDE OPTION.
002555*    2026-10-09  RH    BUSINESS DATE - A BLANK RUN DATE NOW
002560*                      MEANS THE SUITE'S BUSINESS DATE
002565*                      (BDATECHK) RATHER THAN THE CLOCK DATE,
002570*                      SO SIGNING OFF A NIGHT AFTER MIDNIGHT
002575*                      FREEZES THE NIGHT THAT WAS RUN.  THE
002580*                      SIGN-OFF RECORD IS STILL STAMPED WITH
002585*                      THE CLOCK DATE IT WAS KEYED.
002587*    2026-10-12  RH    KEYED RESULTS MASTER - RECONCIL'S
002589*                      VERDICT IS NOW READ BY KEY FROM THE
002591*                      DATE'S RESULTS CONTROL RECORD (RESCTL)
002593*                      INSTEAD OF SCANNING THE WHOLE RESULTS
002595*                      FILE FOR THE LAST VERDICT ROW.  A
002597*                      VERDICT WITHDRAWN BY A CYCLE BACKOUT
002599*                      COUNTS AS NO VERDICT.
002600******************************************************************
002700     PROGRAM-ID. RACESOFF.
002800     ENVIRONMENT DIVISION.
003100         SELECT VENUE-FILE ASSIGN TO "VENUES"
003200             ORGANIZATION IS LINE SEQUENTIAL
003300             FILE STATUS IS WS-VENUE-STATUS.
003400         SELECT RESCTL-FILE ASSIGN TO "RESCTL"
003500             ORGANIZATION IS INDEXED
003510             ACCESS MODE IS RANDOM
003520             RECORD KEY IS RC-RUN-DATE
003600             FILE STATUS IS WS-RESCTL-STATUS.
003700         SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF"
003800             ORGANIZATION IS LINE SEQUENTIAL
003900             FILE STATUS IS WS-SIGNOFF-STATUS.
004100     FILE SECTION.
004200     FD  VENUE-FILE.
004300         COPY VENUEREC.
004400     FD  RESCTL-FILE.
004500         COPY RESCREC.
004600     FD  SIGNOFF-FILE.
004700         COPY SIGNREC.
004800     WORKING-STORAGE SECTION.
005300     01  WS-DONE-SW                 PIC X(01) VALUE 'N'.
005400         88  WS-DONE                VALUE 'Y'.
005500     01  WS-VENUE-STATUS            PIC X(02) VALUE SPACES.
005600     01  WS-RESCTL-STATUS           PIC X(02) VALUE SPACES.
005700     01  WS-SIGNOFF-STATUS          PIC X(02) VALUE SPACES.
005800     01  WS-TODAY                   PIC 9(08) VALUE 0.
005810     01  WS-BUS-DATE                PIC 9(08) VALUE 0.
005820     01  WS-BDATE-RESULT            PIC X(01) VALUE SPACE.
005830         88  WS-BDATE-ERROR         VALUE 'E'.
005900     01  WS-TIME-RAW                PIC X(08) VALUE SPACES.
005930*
005940*    SIGN-ON FIELDS PASSED TO OPERCHK.  ROLES RANK CLERK, DUTY
005950*    OFFICER, SUPERVISOR - EACH MAY DO WHAT THE ROLES BELOW IT
005960*    MAY DO.
005970     01  WS-PROGRAM-ID              PIC X(08) VALUE "RACESOFF".
005980     01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
005990     01  WS-OPER-NAME               PIC X(30) VALUE SPACES.
006000     01  WS-OPER-ROLE               PIC X(01) VALUE SPACE.
006010         88  WS-DUTY-OR-ABOVE       VALUE 'D' 'S'.
006020         88  WS-SUPERVISOR          VALUE 'S'.
006030     01  WS-OPER-RESULT             PIC X(01) VALUE SPACE.
006040         88  WS-OPER-ACCEPTED       VALUE 'A' 'N'.
006050     01  WS-CHK-MODE                PIC X(01) VALUE SPACE.
006060     01  WS-CHK-ACTION              PIC X(08) VALUE SPACES.
006100     01  WS-MENU-CHOICE             PIC X(01) VALUE SPACE.
006200     01  WS-SG-ACTION               PIC X(08) VALUE SPACES.
006300*
006900                                    PIC 9(08).
007000     01  WS-SIGN-VENUE              PIC X(04) VALUE SPACES.
007100*
007200*    RECONCIL'S VERDICT FOR THE REQUESTED DATE, OFF THE DATE'S
007300*    RESULTS CONTROL RECORD - A RECONCIL RERUN REWRITES IT, SO
007400*    IT IS ALWAYS THE FRESHEST ONE.
007500     01  WS-VERDICT-FOUND-SW        PIC X(01) VALUE 'N'.
007600         88  WS-VERDICT-FOUND       VALUE 'Y'.
007700     01  WS-VERDICT                 PIC 9(18) VALUE 0.
008700     PROCEDURE DIVISION.
008800     MAIN-PROCEDURE.
008900         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
008910         CALL "BDATECHK" USING WS-PROGRAM-ID WS-BUS-DATE
008920             WS-BDATE-RESULT.
008930         IF WS-BDATE-ERROR
008940             DISPLAY "RACESOFF: NO USABLE BUSINESS DATE - RUN "
008950                 "ABORTED"
008960             MOVE 16 TO RETURN-CODE
008970             STOP RUN
008980         END-IF.
009000         PERFORM 1500-GET-OPERATOR-ID
009100             UNTIL WS-OPERATOR-ID NOT = SPACES.
009110         PERFORM 1600-CHECK-OPERATOR.
009200         PERFORM 2000-MENU-LOOP UNTIL WS-DONE.
009300         STOP RUN.
009400******************************************************************
010000         DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
010100             WITH NO ADVANCING.
010200         ACCEPT WS-OPERATOR-ID.
010202******************************************************************
010204*    1600-CHECK-OPERATOR - SIGN THE OPERATOR ON THROUGH
010206*    OPERCHK.  AN UNKNOWN OR INACTIVE ID ENDS THE SESSION;
010208*    OPERCHK HAS ALREADY LOGGED THE ATTEMPT.  SIGNING A RUN
010210*    OFF IS DUTY-OFFICER WORK, SO A CLERK IS TURNED AWAY TOO
010212*    AND THAT REFUSAL IS LOGGED HERE.
010214******************************************************************
010216     1600-CHECK-OPERATOR.
010218         MOVE 'S' TO WS-CHK-MODE.
010220         MOVE "SIGN-ON " TO WS-CHK-ACTION.
010222         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
010224             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
010226             WS-OPER-NAME WS-OPER-RESULT.
010228         IF NOT WS-OPER-ACCEPTED
010230             DISPLAY "RACESOFF: SIGN-ON REFUSED - OPERATOR "
010232                 WS-OPERATOR-ID " IS UNKNOWN OR NOT ACTIVE"
010234             MOVE 8 TO RETURN-CODE
010236             STOP RUN
010238         END-IF.
010240         IF NOT WS-DUTY-OR-ABOVE
010242             PERFORM 1700-REFUSE-ACTION
010244             MOVE 8 TO RETURN-CODE
010246             STOP RUN
010248         END-IF.
010250         IF WS-OPER-NAME NOT = SPACES
010252             DISPLAY "SIGNED ON AS " WS-OPER-NAME
010254         END-IF.
010256******************************************************************
010258*    1700-REFUSE-ACTION - THE OPERATOR'S ROLE DOES NOT ALLOW
010260*    THE ACTION STAGED IN WS-CHK-ACTION.  HAVE OPERCHK LOG THE
010262*    ATTEMPT AND TELL THE OPERATOR.
010264******************************************************************
010266     1700-REFUSE-ACTION.
010268         MOVE 'R' TO WS-CHK-MODE.
010270         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
010272             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
010274             WS-OPER-NAME WS-OPER-RESULT.
010276         DISPLAY "REFUSED - YOUR ROLE DOES NOT ALLOW THIS "
010278             "ACTION".
010300******************************************************************
010400*    2000-MENU-LOOP - SHOW THE MENU AND CARRY OUT ONE OPERATOR
010500*    COMMAND.
011500                 MOVE "SIGNOFF " TO WS-SG-ACTION
011600                 PERFORM 3000-ONE-ACTION THRU 3000-EXIT
011700             WHEN 'O'
011710                 IF WS-SUPERVISOR
011800                     MOVE "OVERRIDE" TO WS-SG-ACTION
011900                     PERFORM 3000-ONE-ACTION THRU 3000-EXIT
011910                 ELSE
011920                     MOVE "OVERRIDE" TO WS-CHK-ACTION
011930                     PERFORM 1700-REFUSE-ACTION
011940                 END-IF
012000             WHEN 'Q'
012100                 SET WS-DONE TO TRUE
012200             WHEN OTHER
012600         DISPLAY " ".
012700         DISPLAY "OFFICIAL RUN SIGN-OFF".
012800         DISPLAY "  S = SIGN OFF A RUN DATE AS OFFICIAL".
012810         IF WS-SUPERVISOR
012900             DISPLAY "  O = RECORD A SUPERVISOR OVERRIDE"
012910         END-IF.
013000         DISPLAY "  Q = EXIT".
013100         DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
013200******************************************************************
013700*    FILE), SO ONE SIGN-OFF FREEZES THE WHOLE EVENING.
013800******************************************************************
013900     3000-ONE-ACTION.
014000         DISPLAY "ENTER RUN DATE (YYYYMMDD, BLANK FOR "
014010             WS-BUS-DATE "): " WITH NO ADVANCING.
014200         ACCEPT WS-SIGN-DATE-TEXT.
014300         IF WS-SIGN-DATE-TEXT = SPACES
014400             MOVE WS-BUS-DATE TO WS-SIGN-DATE
014500         END-IF.
014600         IF WS-SIGN-DATE NOT NUMERIC
014700             DISPLAY "REJECTED - RUN DATE IS NOT NUMERIC"
015400             PERFORM 4000-CHECK-VERDICT
015500             IF NOT WS-VERDICT-FOUND
015600                 DISPLAY "REFUSED - NO RECONCIL VERDICT ON THE "
015700                     "RESULTS CONTROL FILE FOR " WS-SIGN-DATE
015800                     " - RUN RECONCIL FIRST"
015900                 GO TO 3000-EXIT
016000             END-IF
018000     3000-EXIT.
018100         EXIT.
018200******************************************************************
018300*    4000-CHECK-VERDICT - READ THE REQUESTED RUN DATE'S RESULTS
018400*    CONTROL RECORD FOR RECONCIL'S VERDICT.  NO CONTROL FILE,
018500*    NO RECORD FOR THE DATE, NO VERDICT POSTED (OR ONE SINCE
018600*    WITHDRAWN BY A BACKOUT), OR A NONZERO DISCREPANCY COUNT,
018700*    BLOCKS THE SIGN-OFF - THE COMMITTEE ONLY TREATS A CLEAN
018710*    RECONCILIATION AS FINAL.
018800******************************************************************
018900     4000-CHECK-VERDICT.
019000         MOVE 'N' TO WS-VERDICT-FOUND-SW.
019100         MOVE 0 TO WS-VERDICT.
019200         OPEN INPUT RESCTL-FILE.
019300         IF WS-RESCTL-STATUS = "35"
019400             CONTINUE
019500         ELSE
019600             IF WS-RESCTL-STATUS NOT = "00"
019700                 DISPLAY "RACESOFF: CANNOT OPEN RESCTL - RUN "
019800                     "ABORTED (STATUS " WS-RESCTL-STATUS ")"
019900                 MOVE 16 TO RETURN-CODE
020000                 STOP RUN
020100             END-IF
020105             MOVE WS-SIGN-DATE TO RC-RUN-DATE
020110             READ RESCTL-FILE
020115                 INVALID KEY
020120                     CONTINUE
020125                 NOT INVALID KEY
020130                     IF RC-VERDICT-POSTED
020135                         MOVE RC-VERDICT TO WS-VERDICT
020140                         SET WS-VERDICT-FOUND TO TRUE
020145                     END-IF
020150             END-READ
020155             CLOSE RESCTL-FILE
020200         END-IF.
021800******************************************************************
021900*    5000-LOAD-VENUES - READ THE SHEET-CONTROL FILE (VENUES)
022000*    INTO THE VENUE TABLE, THE SAME WAY PARTONE AND PARTTWO DO.
