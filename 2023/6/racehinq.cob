001996*                      AND THE MARGIN IN HUNDREDTHS (SEE
001997*                      HISTREC), SO THE PANEL SHOWS THEM
001998*                      WITH THEIR DECIMAL PLACES.
002000*    2026-10-15  RH    ADDED OPERATOR SIGN-ON, CHECKED AGAINST THE
002002*                      OPERATOR MASTER THROUGH OPERCHK.  ANY
002004*                      ACTIVE OPERATOR MAY INQUIRE; AN UNKNOWN
002006*                      OR INACTIVE ID IS REFUSED BEFORE THE
002008*                      FIRST PROMPT.
002010******************************************************************
002100     PROGRAM-ID. RACEHINQ.
002200     ENVIRONMENT DIVISION.
002300     INPUT-OUTPUT SECTION.
003800     01  WS-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
003900         88  WS-SCAN-EOF            VALUE 'Y'.
004000     01  WS-HITS                    PIC 9(04) VALUE 0.
004005*
004010*    SIGN-ON FIELDS PASSED TO OPERCHK, THE SAME SET EVERY
004015*    PANEL CARRIES.  THE INQUIRY CHANGES NOTHING, SO EVERY
004020*    ROLE MAY USE ALL OF IT.
004025     01  WS-PROGRAM-ID              PIC X(08) VALUE "RACEHINQ".
004030     01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
004035     01  WS-OPER-NAME               PIC X(30) VALUE SPACES.
004040     01  WS-OPER-ROLE               PIC X(01) VALUE SPACE.
004045     01  WS-OPER-RESULT             PIC X(01) VALUE SPACE.
004050         88  WS-OPER-ACCEPTED       VALUE 'A' 'N'.
004055     01  WS-CHK-MODE                PIC X(01) VALUE SPACE.
004060     01  WS-CHK-ACTION              PIC X(08) VALUE SPACES.
004100*
004200*    INQUIRY FIELDS - ACCEPTED INTO ALPHANUMERIC BUFFERS AND
004300*    VALIDATED THROUGH A REDEFINES, THE SAME PATTERN RACEMNTU
005860     01  WS-MARGIN-DEC              PIC 9(16)V9(02) VALUE 0.
005900     PROCEDURE DIVISION.
006000     MAIN-PROCEDURE.
006010         PERFORM 1500-GET-OPERATOR-ID
006020             UNTIL WS-OPERATOR-ID NOT = SPACES.
006030         PERFORM 1600-CHECK-OPERATOR.
006100         OPEN INPUT HIST-FILE.
006200         IF WS-HIST-STATUS = "35"
006300             DISPLAY "RACEHINQ: NO RACE-HISTORY MASTER ON FILE "
007400             UNTIL WS-DONE.
007500         CLOSE HIST-FILE.
007600         STOP RUN.
007602******************************************************************
007604*    1500-GET-OPERATOR-ID - THE PANEL DOES NOT OPEN UNTIL AN
007606*    OPERATOR ID IS KEYED.
007608******************************************************************
007610     1500-GET-OPERATOR-ID.
007612         DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
007614             WITH NO ADVANCING.
007616         ACCEPT WS-OPERATOR-ID.
007618******************************************************************
007620*    1600-CHECK-OPERATOR - SIGN THE OPERATOR ON THROUGH
007622*    OPERCHK.  AN UNKNOWN OR INACTIVE ID ENDS THE SESSION;
007624*    OPERCHK HAS ALREADY LOGGED THE ATTEMPT.
007626******************************************************************
007628     1600-CHECK-OPERATOR.
007630         MOVE 'S' TO WS-CHK-MODE.
007632         MOVE "SIGN-ON " TO WS-CHK-ACTION.
007634         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
007636             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
007638             WS-OPER-NAME WS-OPER-RESULT.
007640         IF NOT WS-OPER-ACCEPTED
007642             DISPLAY "RACEHINQ: SIGN-ON REFUSED - OPERATOR "
007644                 WS-OPERATOR-ID " IS UNKNOWN OR NOT ACTIVE"
007646             MOVE 8 TO RETURN-CODE
007648             STOP RUN
007650         END-IF.
007652         IF WS-OPER-NAME NOT = SPACES
007654             DISPLAY "SIGNED ON AS " WS-OPER-NAME
007656         END-IF.
007700******************************************************************
007800*    2000-ONE-INQUIRY - PROMPT FOR ONE RACE ID / DATE RANGE /
007900*    VENUE AND SHOW THE MATCHING HISTORY.  A BLANK RACE ID ENDS
