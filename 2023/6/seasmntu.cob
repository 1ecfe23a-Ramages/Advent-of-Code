000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      SEASMNTU
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-14
000700*
000800*    ONLINE MAINTENANCE PANEL FOR THE SEASON CALENDAR MASTER
000900*    (SEASMAST).  LETS AN OPERATOR LIST THE CALENDAR, AND A
001000*    SUPERVISOR ADD A SEASON OR CHANGE AN OPEN SEASON'S NAME
001100*    AND DATES.  THE SAME ACCEPT/DISPLAY SHAPE AS VENMNTU.
001200*
001300*    NO TWO SEASONS MAY SHARE A RUN DATE - AN ADD OR CHANGE
001400*    THAT WOULD OVERLAP ANOTHER SEASON IS REJECTED.  EVERY NEW
001500*    SEASON STARTS OPEN; ONLY THE SEASON-CLOSE JOB (SEASCLOS)
001600*    CLOSES ONE, AND A CLOSED SEASON CANNOT BE CHANGED HERE,
001700*    SINCE ITS SUMMARY HAS ALREADY GONE TO THE ANNUAL MEETING.
001800*    A SEASON IS NEVER DELETED, THE SAME RULE AS A VENUE.
001900*
002000*    MODIFICATION HISTORY.
002100*    DATE        INIT  DESCRIPTION
002200*    ----------  ----  ----------------------------------------
002300*    2026-10-14  RH    ORIGINAL VERSION.
002310*    2026-10-15  RH    THE SAVE NOW RE-READS THE MASTER FIRST.
002320*                      A SEASON SEASCLOS CLOSED WHILE THE PANEL
002330*                      WAS OPEN KEEPS ITS CLOSURE, AND THE SAVE
002340*                      IS REFUSED IF THIS SESSION CHANGED THAT
002350*                      SEASON OR THE MASTER NOW HOLDS A SEASON
002360*                      THE SESSION NEVER LOADED.
002400******************************************************************
002500     PROGRAM-ID. SEASMNTU.
002600     ENVIRONMENT DIVISION.
002700     INPUT-OUTPUT SECTION.
002800     FILE-CONTROL.
002900         SELECT SEASMAST-FILE ASSIGN TO "SEASMAST"
003000             ORGANIZATION IS LINE SEQUENTIAL
003100             FILE STATUS IS WS-SEASMAST-STATUS.
003200     DATA DIVISION.
003300     FILE SECTION.
003400     FD  SEASMAST-FILE.
003500         COPY SEASREC.
003600     WORKING-STORAGE SECTION.
003700     01  WS-SEASMAST-STATUS         PIC X(02) VALUE SPACES.
003800     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
003900         88  WS-EOF                 VALUE 'Y'.
004000     01  WS-DONE-SW                 PIC X(01) VALUE 'N'.
004100         88  WS-DONE                VALUE 'Y'.
004200     01  WS-DATES-OK-SW             PIC X(01) VALUE 'N'.
004300         88  WS-DATES-OK            VALUE 'Y'.
004310     01  WS-SAVE-OK-SW              PIC X(01) VALUE 'N'.
004320         88  WS-SAVE-OK             VALUE 'Y'.
004400     01  WS-SEASON-COUNT            PIC 9(02) VALUE 0.
004500     01  WS-SUB                     PIC 9(02) VALUE 0.
004600     01  WS-HIT-SUB                 PIC 9(02) VALUE 0.
004700     01  WS-CLASH-SUB               PIC 9(02) VALUE 0.
004800     01  WS-MENU-CHOICE             PIC X(01) VALUE SPACE.
004900*
005000*    SIGN-ON FIELDS PASSED TO OPERCHK.  ROLES RANK CLERK, DUTY
005100*    OFFICER, SUPERVISOR - EACH MAY DO WHAT THE ROLES BELOW IT
005200*    MAY DO.
005300     01  WS-PROGRAM-ID              PIC X(08) VALUE "SEASMNTU".
005400     01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
005500     01  WS-OPER-NAME               PIC X(30) VALUE SPACES.
005600     01  WS-OPER-ROLE               PIC X(01) VALUE SPACE.
005800         88  WS-SUPERVISOR          VALUE 'S'.
005900     01  WS-OPER-RESULT             PIC X(01) VALUE SPACE.
006000         88  WS-OPER-ACCEPTED       VALUE 'A' 'N'.
006100     01  WS-CHK-MODE                PIC X(01) VALUE SPACE.
006200     01  WS-CHK-ACTION              PIC X(08) VALUE SPACES.
006300*
006400*    ENTRY FIELDS - ACCEPTED INTO ALPHANUMERIC BUFFERS AND
006500*    VALIDATED THROUGH A REDEFINES, THE SAME PATTERN VENMNTU
006600*    USES FOR ITS ENTRY FIELDS.
006700     01  WS-NEW-CODE                PIC X(06) VALUE SPACES.
006800     01  WS-NEW-NAME                PIC X(30) VALUE SPACES.
006900     01  WS-START-TEXT              PIC X(08) VALUE ZEROS.
007000     01  WS-START-DATE REDEFINES WS-START-TEXT
007100                                    PIC 9(08).
007200     01  WS-END-TEXT                PIC X(08) VALUE ZEROS.
007300     01  WS-END-DATE REDEFINES WS-END-TEXT
007400                                    PIC 9(08).
007500*
007600*    THE MASTER, LOADED WHOLE AT START-UP AND REWRITTEN WHOLE
007700*    ON SAVE, THE SAME WAY VENMNTU CARRIES THE VENUE MASTER.
007710*    FIXED AT 50 SEASONS - DECADES OF CALENDAR.  ST-CHANGED
007720*    MARKS A SEASON ADDED OR CHANGED THIS SESSION.
007900     01  SEASON-TABLE.
008000         05  SEASON-ENTRY OCCURS 50 TIMES.
008100             10  ST-CODE            PIC X(06).
008200             10  ST-NAME            PIC X(30).
008300             10  ST-START-DATE      PIC 9(08).
008400             10  ST-END-DATE        PIC 9(08).
008500             10  ST-STATUS          PIC X(01).
008600                 88  ST-CLOSED      VALUE 'C'.
008700             10  ST-CLOSED-DATE     PIC 9(08).
008710             10  ST-CHANGED-SW      PIC X(01).
008720                 88  ST-CHANGED     VALUE 'Y'.
008800     PROCEDURE DIVISION.
008900     MAIN-PROCEDURE.
009000         PERFORM 1500-GET-OPERATOR-ID
009100             UNTIL WS-OPERATOR-ID NOT = SPACES.
009200         PERFORM 1600-CHECK-OPERATOR.
009300         PERFORM 1000-LOAD-MASTER.
009400         PERFORM 2000-MENU-LOOP UNTIL WS-DONE.
009500         STOP RUN.
009600******************************************************************
009700*    1000-LOAD-MASTER - READ THE MASTER, IF ONE EXISTS YET,
009800*    INTO THE WORKING TABLE.  ANY RECORD BEYOND THE 50TH IS
009900*    REJECTED AND SKIPPED, THE SAME WAY THE ADD OPTION REJECTS
010000*    A 51ST SEASON.
010100******************************************************************
010200     1000-LOAD-MASTER.
010300         OPEN INPUT SEASMAST-FILE.
010400         IF WS-SEASMAST-STATUS = "35"
010500             DISPLAY "SEASMNTU: NO SEASON MASTER ON FILE YET - "
010600                 "STARTING A NEW ONE"
010700         ELSE
010800             IF WS-SEASMAST-STATUS NOT = "00"
010900                 DISPLAY "SEASMNTU: CANNOT OPEN SEASMAST - RUN "
011000                     "ABORTED (STATUS " WS-SEASMAST-STATUS ")"
011100                 MOVE 16 TO RETURN-CODE
011200                 STOP RUN
011300             END-IF
011400             PERFORM UNTIL WS-EOF
011500                 READ SEASMAST-FILE
011600                     AT END
011700                         SET WS-EOF TO TRUE
011800                     NOT AT END
011900                         IF WS-SEASON-COUNT NOT LESS THAN 50
012000                             DISPLAY "REJECTED - MASTER IS "
012100                                 "FULL - SEASON " SN-SEASON-CODE
012200                                 " NOT LOADED"
012300                         ELSE
012400                             ADD 1 TO WS-SEASON-COUNT
012500                             MOVE SN-SEASON-CODE TO
012600                                 ST-CODE (WS-SEASON-COUNT)
012700                             MOVE SN-SEASON-NAME TO
012800                                 ST-NAME (WS-SEASON-COUNT)
012900                             MOVE SN-START-DATE TO
013000                                 ST-START-DATE (WS-SEASON-COUNT)
013100                             MOVE SN-END-DATE TO
013200                                 ST-END-DATE (WS-SEASON-COUNT)
013300                             MOVE SN-STATUS TO
013400                                 ST-STATUS (WS-SEASON-COUNT)
013500                             MOVE SN-CLOSED-DATE TO
013600                                 ST-CLOSED-DATE (WS-SEASON-COUNT)
013610                             MOVE 'N' TO
013620                                 ST-CHANGED-SW (WS-SEASON-COUNT)
013700                         END-IF
013800                 END-READ
013900             END-PERFORM
014000             CLOSE SEASMAST-FILE
014100         END-IF.
014200******************************************************************
014300*    1500-GET-OPERATOR-ID - THE PANEL DOES NOT OPEN UNTIL AN
014400*    OPERATOR ID IS KEYED.
014500******************************************************************
014600     1500-GET-OPERATOR-ID.
014700         DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
014800             WITH NO ADVANCING.
014900         ACCEPT WS-OPERATOR-ID.
015000******************************************************************
015100*    1600-CHECK-OPERATOR - SIGN THE OPERATOR ON THROUGH
015200*    OPERCHK.  AN UNKNOWN OR INACTIVE ID ENDS THE SESSION;
015300*    OPERCHK HAS ALREADY LOGGED THE ATTEMPT.
015400******************************************************************
015500     1600-CHECK-OPERATOR.
015600         MOVE 'S' TO WS-CHK-MODE.
015700         MOVE "SIGN-ON " TO WS-CHK-ACTION.
015800         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
015900             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
016000             WS-OPER-NAME WS-OPER-RESULT.
016100         IF NOT WS-OPER-ACCEPTED
016200             DISPLAY "SEASMNTU: SIGN-ON REFUSED - OPERATOR "
016300                 WS-OPERATOR-ID " IS UNKNOWN OR NOT ACTIVE"
016400             MOVE 8 TO RETURN-CODE
016500             STOP RUN
016600         END-IF.
016700         IF WS-OPER-NAME NOT = SPACES
016800             DISPLAY "SIGNED ON AS " WS-OPER-NAME
016900         END-IF.
017000******************************************************************
017100*    1700-REFUSE-ACTION - THE OPERATOR'S ROLE DOES NOT ALLOW
017200*    THE ACTION STAGED IN WS-CHK-ACTION.  HAVE OPERCHK LOG THE
017300*    ATTEMPT AND TELL THE OPERATOR.
017400******************************************************************
017500     1700-REFUSE-ACTION.
017600         MOVE 'R' TO WS-CHK-MODE.
017700         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
017800             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
017900             WS-OPER-NAME WS-OPER-RESULT.
018000         DISPLAY "REFUSED - YOUR ROLE DOES NOT ALLOW THIS "
018100             "ACTION".
018200******************************************************************
018300*    2000-MENU-LOOP - SHOW THE MENU AND CARRY OUT ONE OPERATOR
018400*    COMMAND.
018500******************************************************************
018600     2000-MENU-LOOP.
018700         PERFORM 2100-DISPLAY-MENU.
018800         ACCEPT WS-MENU-CHOICE.
018900         INSPECT WS-MENU-CHOICE
019000             CONVERTING "abcdefghijklmnopqrstuvwxyz"
019100                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
019200         EVALUATE WS-MENU-CHOICE
019300             WHEN 'A'
019400                 IF WS-SUPERVISOR
019500                     PERFORM 3000-ADD-SEASON THRU 3000-EXIT
019600                 ELSE
019700                     MOVE "ADD     " TO WS-CHK-ACTION
019800                     PERFORM 1700-REFUSE-ACTION
019900                 END-IF
020000             WHEN 'L'
020100                 PERFORM 4000-LIST-SEASONS
020200             WHEN 'C'
020300                 IF WS-SUPERVISOR
020400                     PERFORM 5000-CHANGE-SEASON THRU 5000-EXIT
020500                 ELSE
020600                     MOVE "CHANGE  " TO WS-CHK-ACTION
020700                     PERFORM 1700-REFUSE-ACTION
020800                 END-IF
020900             WHEN 'S'
021000                 IF WS-SUPERVISOR
021100                     PERFORM 6000-SAVE-MASTER THRU 6000-EXIT
021200                     SET WS-DONE TO TRUE
021300                 ELSE
021400                     MOVE "SAVE    " TO WS-CHK-ACTION
021500                     PERFORM 1700-REFUSE-ACTION
021600                 END-IF
021700             WHEN 'Q'
021800                 SET WS-DONE TO TRUE
021900             WHEN OTHER
022000                 DISPLAY "NOT A VALID CHOICE - TRY AGAIN"
022100         END-EVALUATE.
022200     2100-DISPLAY-MENU.
022300         DISPLAY " ".
022400         DISPLAY "SEASON CALENDAR MAINTENANCE".
022500         IF WS-SUPERVISOR
022600             DISPLAY "  A = ADD A SEASON"
022700         END-IF.
022800         DISPLAY "  L = LIST THE CALENDAR".
022900         IF WS-SUPERVISOR
023000             DISPLAY "  C = CHANGE AN OPEN SEASON'S NAME AND "
023100                 "DATES"
023200             DISPLAY "  S = SAVE THE MASTER AND EXIT"
023300         END-IF.
023400         DISPLAY "  Q = EXIT WITHOUT SAVING".
023500         DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
023600******************************************************************
023700*    3000-ADD-SEASON - PROMPT FOR AND VALIDATE A NEW SEASON.  A
023800*    DUPLICATE CODE IS REJECTED, AND SO ARE DATES THAT OVERLAP
023900*    A SEASON ALREADY ON THE CALENDAR.  THE SEASON GOES ON
024000*    OPEN.
024100******************************************************************
024200     3000-ADD-SEASON.
024300         DISPLAY "ENTER SEASON CODE (UP TO 6 CHARACTERS): "
024400             WITH NO ADVANCING.
024500         ACCEPT WS-NEW-CODE.
024600         INSPECT WS-NEW-CODE
024700             CONVERTING "abcdefghijklmnopqrstuvwxyz"
024800                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
024900         IF WS-NEW-CODE = SPACES
025000             DISPLAY "REJECTED - SEASON CODE IS BLANK"
025100             GO TO 3000-EXIT
025200         END-IF.
025300         MOVE 0 TO WS-HIT-SUB.
025400         PERFORM 3500-FIND-SEASON
025500             VARYING WS-SUB FROM 1 BY 1
025600             UNTIL WS-SUB > WS-SEASON-COUNT.
025700         IF WS-HIT-SUB > 0
025800             DISPLAY "REJECTED - SEASON " WS-NEW-CODE
025900                 " IS ALREADY ON THE MASTER"
026000             GO TO 3000-EXIT
026100         END-IF.
026200         IF WS-SEASON-COUNT NOT LESS THAN 50
026300             DISPLAY "REJECTED - THE MASTER IS FULL"
026400             GO TO 3000-EXIT
026500         END-IF.
026600         DISPLAY "ENTER SEASON NAME (UP TO 30 CHARACTERS): "
026700             WITH NO ADVANCING.
026800         ACCEPT WS-NEW-NAME.
026900         IF WS-NEW-NAME = SPACES
027000             DISPLAY "REJECTED - SEASON NAME IS BLANK"
027100             GO TO 3000-EXIT
027200         END-IF.
027300         PERFORM 3700-GET-DATES THRU 3700-EXIT.
027400         IF NOT WS-DATES-OK
027500             GO TO 3000-EXIT
027600         END-IF.
027700         ADD 1 TO WS-SEASON-COUNT.
027800         MOVE WS-NEW-CODE TO ST-CODE (WS-SEASON-COUNT).
027900         MOVE WS-NEW-NAME TO ST-NAME (WS-SEASON-COUNT).
028000         MOVE WS-START-DATE TO ST-START-DATE (WS-SEASON-COUNT).
028100         MOVE WS-END-DATE TO ST-END-DATE (WS-SEASON-COUNT).
028200         MOVE 'O' TO ST-STATUS (WS-SEASON-COUNT).
028300         MOVE 0 TO ST-CLOSED-DATE (WS-SEASON-COUNT).
028310         MOVE 'Y' TO ST-CHANGED-SW (WS-SEASON-COUNT).
028400         DISPLAY "SEASON " WS-NEW-CODE " ADDED".
028500     3000-EXIT.
028600         EXIT.
028700     3500-FIND-SEASON.
028800         IF ST-CODE (WS-SUB) = WS-NEW-CODE
028900                 AND WS-HIT-SUB = 0
029000             MOVE WS-SUB TO WS-HIT-SUB
029100         END-IF.
029200******************************************************************
029300*    3700-GET-DATES - SHARED DATE PROMPTS FOR THE ADD AND
029400*    CHANGE OPTIONS.  WS-HIT-SUB IS THE SEASON BEING CHANGED
029500*    (ZERO ON AN ADD), WHICH THE OVERLAP CHECK SKIPS.  A BAD
029600*    ENTRY LEAVES WS-DATES-OK OFF AND THE CALLER BACKS OUT
029700*    WITHOUT TOUCHING THE TABLE.
029800******************************************************************
029900     3700-GET-DATES.
030000         MOVE 'N' TO WS-DATES-OK-SW.
030100         DISPLAY "ENTER FIRST RUN DATE OF THE SEASON "
030200             "(YYYYMMDD): " WITH NO ADVANCING.
030300         ACCEPT WS-START-TEXT.
030400         IF WS-START-DATE NOT NUMERIC OR WS-START-DATE = 0
030500             DISPLAY "REJECTED - START DATE IS BLANK OR NOT "
030600                 "NUMERIC"
030700             GO TO 3700-EXIT
030800         END-IF.
030900         DISPLAY "ENTER LAST RUN DATE OF THE SEASON "
031000             "(YYYYMMDD): " WITH NO ADVANCING.
031100         ACCEPT WS-END-TEXT.
031200         IF WS-END-DATE NOT NUMERIC OR WS-END-DATE = 0
031300             DISPLAY "REJECTED - END DATE IS BLANK OR NOT "
031400                 "NUMERIC"
031500             GO TO 3700-EXIT
031600         END-IF.
031700         IF WS-END-DATE < WS-START-DATE
031800             DISPLAY "REJECTED - END DATE IS BEFORE THE START "
031900                 "DATE"
032000             GO TO 3700-EXIT
032100         END-IF.
032200         MOVE 0 TO WS-CLASH-SUB.
032300         PERFORM 3800-CHECK-OVERLAP
032400             VARYING WS-SUB FROM 1 BY 1
032500             UNTIL WS-SUB > WS-SEASON-COUNT.
032600         IF WS-CLASH-SUB > 0
032700             DISPLAY "REJECTED - THOSE DATES OVERLAP SEASON "
032800                 ST-CODE (WS-CLASH-SUB) " ("
032900                 ST-START-DATE (WS-CLASH-SUB) " TO "
033000                 ST-END-DATE (WS-CLASH-SUB) ")"
033100             GO TO 3700-EXIT
033200         END-IF.
033300         SET WS-DATES-OK TO TRUE.
033400     3700-EXIT.
033500         EXIT.
033600     3800-CHECK-OVERLAP.
033700         IF WS-SUB NOT = WS-HIT-SUB
033800                 AND WS-CLASH-SUB = 0
033900                 AND WS-START-DATE NOT > ST-END-DATE (WS-SUB)
034000                 AND WS-END-DATE NOT < ST-START-DATE (WS-SUB)
034100             MOVE WS-SUB TO WS-CLASH-SUB
034200         END-IF.
034300******************************************************************
034400*    4000-LIST-SEASONS - SHOW THE WORKING TABLE (NOT YET SAVED
034500*    UNTIL OPTION S IS CHOSEN).
034600******************************************************************
034700     4000-LIST-SEASONS.
034800         DISPLAY "CODE   NAME                           START    "
034900             "END      ST CLOSED".
035000         PERFORM 4100-LIST-ONE-SEASON
035100             VARYING WS-SUB FROM 1 BY 1
035200             UNTIL WS-SUB > WS-SEASON-COUNT.
035300     4100-LIST-ONE-SEASON.
035400         IF ST-CLOSED (WS-SUB)
035500             DISPLAY ST-CODE (WS-SUB) " " ST-NAME (WS-SUB) " "
035600                 ST-START-DATE (WS-SUB) " " ST-END-DATE (WS-SUB)
035700                 " " ST-STATUS (WS-SUB) "  "
035800                 ST-CLOSED-DATE (WS-SUB)
035900         ELSE
036000             DISPLAY ST-CODE (WS-SUB) " " ST-NAME (WS-SUB) " "
036100                 ST-START-DATE (WS-SUB) " " ST-END-DATE (WS-SUB)
036200                 " " ST-STATUS (WS-SUB)
036300         END-IF.
036400******************************************************************
036500*    5000-CHANGE-SEASON - REKEY AN OPEN SEASON'S NAME AND
036600*    DATES.  THE CODE STAYS.  A CLOSED SEASON HAS BEEN ROLLED
036700*    UP AND REPORTED, SO IT IS LEFT AS IT IS.
036800******************************************************************
036900     5000-CHANGE-SEASON.
037000         DISPLAY "ENTER SEASON CODE TO CHANGE: "
037100             WITH NO ADVANCING.
037200         ACCEPT WS-NEW-CODE.
037300         INSPECT WS-NEW-CODE
037400             CONVERTING "abcdefghijklmnopqrstuvwxyz"
037500                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
037600         MOVE 0 TO WS-HIT-SUB.
037700         PERFORM 3500-FIND-SEASON
037800             VARYING WS-SUB FROM 1 BY 1
037900             UNTIL WS-SUB > WS-SEASON-COUNT.
038000         IF WS-HIT-SUB = 0
038100             DISPLAY "SEASON " WS-NEW-CODE " NOT FOUND"
038200             GO TO 5000-EXIT
038300         END-IF.
038400         IF ST-CLOSED (WS-HIT-SUB)
038500             DISPLAY "REJECTED - SEASON " WS-NEW-CODE
038600                 " WAS CLOSED ON " ST-CLOSED-DATE (WS-HIT-SUB)
038700                 " AND CANNOT BE CHANGED"
038800             GO TO 5000-EXIT
038900         END-IF.
039000         DISPLAY "ENTER SEASON NAME (BLANK TO KEEP "
039100             ST-NAME (WS-HIT-SUB) "): " WITH NO ADVANCING.
039200         ACCEPT WS-NEW-NAME.
039300         IF WS-NEW-NAME = SPACES
039400             MOVE ST-NAME (WS-HIT-SUB) TO WS-NEW-NAME
039500         END-IF.
039600         PERFORM 3700-GET-DATES THRU 3700-EXIT.
039700         IF NOT WS-DATES-OK
039800             GO TO 5000-EXIT
039900         END-IF.
040000         MOVE WS-NEW-NAME TO ST-NAME (WS-HIT-SUB).
040100         MOVE WS-START-DATE TO ST-START-DATE (WS-HIT-SUB).
040200         MOVE WS-END-DATE TO ST-END-DATE (WS-HIT-SUB).
040210         MOVE 'Y' TO ST-CHANGED-SW (WS-HIT-SUB).
040300         DISPLAY "SEASON " WS-NEW-CODE " CHANGED".
040400     5000-EXIT.
040500         EXIT.
040600******************************************************************
040700*    6000-SAVE-MASTER - REWRITE THE MASTER FROM THE WORKING
040800*    TABLE SO THE POSTING PROGRAMS AND THE SEASON-CLOSE JOB
040810*    PICK UP THE CHANGES.  THE TABLE WAS LOADED AT START-UP,
040820*    SO THE MASTER IS RE-READ FIRST (6050) AND NOTHING IS
040830*    WRITTEN IF IT HAS MOVED ON IN A WAY THE TABLE CANNOT
040840*    ABSORB.
041000******************************************************************
041100     6000-SAVE-MASTER.
041110         PERFORM 6050-RECHECK-MASTER.
041120         IF NOT WS-SAVE-OK
041130             DISPLAY "NOTHING SAVED - START THE PANEL AGAIN TO "
041140                 "WORK FROM THE CURRENT CALENDAR"
041150             MOVE 8 TO RETURN-CODE
041160             GO TO 6000-EXIT
041170         END-IF.
041200         OPEN OUTPUT SEASMAST-FILE.
041300         PERFORM 6100-WRITE-ONE-SEASON
041400             VARYING WS-SUB FROM 1 BY 1
041500             UNTIL WS-SUB > WS-SEASON-COUNT.
041600         CLOSE SEASMAST-FILE.
041700         DISPLAY "SEASON MASTER SAVED".
041701     6000-EXIT.
041702         EXIT.
041703******************************************************************
041704*    6050-RECHECK-MASTER - READ THE MASTER AS IT STANDS NOW
041705*    AGAINST THE WORKING TABLE.  NO MASTER ON DISK MEANS THIS
041706*    SESSION STARTED IT AND THERE IS NOTHING TO SET AGAINST.
041707******************************************************************
041708     6050-RECHECK-MASTER.
041709         SET WS-SAVE-OK TO TRUE.
041710         MOVE 'N' TO WS-EOF-SW.
041711         OPEN INPUT SEASMAST-FILE.
041712         IF WS-SEASMAST-STATUS = "35"
041713             SET WS-EOF TO TRUE
041714         ELSE
041715             IF WS-SEASMAST-STATUS NOT = "00"
041716                 DISPLAY "SEASMNTU: CANNOT OPEN SEASMAST - RUN "
041717                     "ABORTED (STATUS " WS-SEASMAST-STATUS ")"
041718                 MOVE 16 TO RETURN-CODE
041719                 STOP RUN
041720             END-IF
041721         END-IF.
041722         PERFORM UNTIL WS-EOF
041723             READ SEASMAST-FILE
041724                 AT END
041725                     SET WS-EOF TO TRUE
041726                 NOT AT END
041727                     PERFORM 6060-CHECK-DISK-SEASON
041728             END-READ
041729         END-PERFORM.
041730         IF WS-SEASMAST-STATUS = "00" OR WS-SEASMAST-STATUS = "10"
041731             CLOSE SEASMAST-FILE
041732         END-IF.
041733*    6060-CHECK-DISK-SEASON - A SEASON ON DISK THE TABLE DOES
041734*    NOT HOLD WOULD BE LOST BY THE REWRITE, SO THE SAVE IS
041735*    REFUSED.  A SEASON CLOSED ON DISK KEEPS ITS CLOSURE,
041736*    UNLESS THIS SESSION HAS CHANGED IT - A CLOSED SEASON IS
041737*    NOT CHANGED, SO THE SAVE IS REFUSED.
041738     6060-CHECK-DISK-SEASON.
041739         MOVE SN-SEASON-CODE TO WS-NEW-CODE.
041740         MOVE 0 TO WS-HIT-SUB.
041741         PERFORM 3500-FIND-SEASON
041742             VARYING WS-SUB FROM 1 BY 1
041743             UNTIL WS-SUB > WS-SEASON-COUNT.
041744         IF WS-HIT-SUB = 0
041745             DISPLAY "SAVE REFUSED - SEASON " SN-SEASON-CODE
041749                 " WAS ADDED TO THE MASTER SINCE THIS SESSION "
041751                 "STARTED"
041753             MOVE 'N' TO WS-SAVE-OK-SW
041755         ELSE
041757             IF SN-CLOSED
041759                 IF ST-CHANGED (WS-HIT-SUB)
041761                     DISPLAY "SAVE REFUSED - SEASON "
041762                         SN-SEASON-CODE
041763                         " WAS CLOSED ON " SN-CLOSED-DATE
041765                         " AND CANNOT BE CHANGED"
041767                     MOVE 'N' TO WS-SAVE-OK-SW
041769                 ELSE
041771                     MOVE SN-STATUS TO ST-STATUS (WS-HIT-SUB)
041773                     MOVE SN-CLOSED-DATE
041775                         TO ST-CLOSED-DATE (WS-HIT-SUB)
041777                 END-IF
041779             END-IF
041781         END-IF.
041800     6100-WRITE-ONE-SEASON.
041900         MOVE SPACES TO SEASMAST-FILE-RECORD.
042000         MOVE ST-CODE (WS-SUB) TO SN-SEASON-CODE.
042100         MOVE ST-NAME (WS-SUB) TO SN-SEASON-NAME.
042200         MOVE ST-START-DATE (WS-SUB) TO SN-START-DATE.
042300         MOVE ST-END-DATE (WS-SUB) TO SN-END-DATE.
042400         MOVE ST-STATUS (WS-SUB) TO SN-STATUS.
042500         MOVE ST-CLOSED-DATE (WS-SUB) TO SN-CLOSED-DATE.
042600         WRITE SEASMAST-FILE-RECORD.
042700     END PROGRAM SEASMNTU.
