000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      OPERMNTU
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-05
000700*
000800*    ONLINE MAINTENANCE PANEL FOR THE OPERATOR REFERENCE
000900*    MASTER (OPERMSTR).  LETS A SUPERVISOR ADD AN OPERATOR,
001000*    LIST THE MASTER, CHANGE AN OPERATOR'S NAME, ROLE, STATUS
001100*    AND EFFECTIVE DATES, AND BROWSE THE REFUSED-ACCESS LOG
001200*    (SECLOG) THE PANELS WRITE THROUGH OPERCHK.  THE SAME
001300*    ACCEPT/DISPLAY SHAPE AS VENMNTU.
001400*
001500*    ONLY A SUPERVISOR MAY SIGN ON.  WHILE NO MASTER IS ON
001600*    DISK OPERATOR VALIDATION IS NOT IN EFFECT, SO WHOEVER
001700*    KEYS THE FIRST MASTER GETS IN - THAT FIRST MASTER MUST
001800*    HOLD AT LEAST ONE ACTIVE SUPERVISOR OR THE SAVE IS
001900*    REFUSED, SO NOBODY CAN LOCK THE SUITE AGAINST EVERYONE.
002000*    A SUPERVISOR MAY NOT CHANGE THEIR OWN RECORD - ANOTHER
002100*    SUPERVISOR MUST DO IT.
002200*
002300*    MODIFICATION HISTORY.
002400*    DATE        INIT  DESCRIPTION
002500*    ----------  ----  ----------------------------------------
002600*    2026-10-05  RH    ORIGINAL VERSION.
002610*    2026-10-15  RH    THE SAVE GUARD NOW COUNTS ONLY A
002620*                      SUPERVISOR WHOSE EFFECTIVE DATES COVER
002630*                      TODAY, THE SAME TEST OPERCHK SIGNS ON
002640*                      BY, SO A SAVED MASTER CAN ALWAYS BE
002650*                      SIGNED ON TO AGAIN.
002700******************************************************************
002800     PROGRAM-ID. OPERMNTU.
002900     ENVIRONMENT DIVISION.
003000     INPUT-OUTPUT SECTION.
003100     FILE-CONTROL.
003200         SELECT OPERMSTR-FILE ASSIGN TO "OPERMSTR"
003300             ORGANIZATION IS LINE SEQUENTIAL
003400             FILE STATUS IS WS-OPERMSTR-STATUS.
003500         SELECT SECLOG-FILE ASSIGN TO "SECLOG"
003600             ORGANIZATION IS LINE SEQUENTIAL
003700             FILE STATUS IS WS-SECLOG-STATUS.
003800     DATA DIVISION.
003900     FILE SECTION.
004000     FD  OPERMSTR-FILE.
004100         COPY OPERREC.
004200     FD  SECLOG-FILE.
004300         COPY SECLREC.
004400     WORKING-STORAGE SECTION.
004500     01  WS-OPERMSTR-STATUS         PIC X(02) VALUE SPACES.
004600     01  WS-SECLOG-STATUS           PIC X(02) VALUE SPACES.
004700     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
004800         88  WS-EOF                 VALUE 'Y'.
004900     01  WS-SECLOG-EOF-SW           PIC X(01) VALUE 'N'.
005000         88  WS-SECLOG-EOF          VALUE 'Y'.
005100     01  WS-DONE-SW                 PIC X(01) VALUE 'N'.
005200         88  WS-DONE                VALUE 'Y'.
005300     01  WS-OPER-COUNT              PIC 9(02) VALUE 0.
005400     01  WS-SUB                     PIC 9(02) VALUE 0.
005500     01  WS-HIT-SUB                 PIC 9(02) VALUE 0.
005600     01  WS-SUPER-COUNT             PIC 9(02) VALUE 0.
005610     01  WS-TODAY                   PIC 9(08) VALUE 0.
005700     01  WS-MENU-CHOICE             PIC X(01) VALUE SPACE.
005800*
005900*    SIGN-ON FIELDS PASSED TO OPERCHK, THE SAME SET EVERY
006000*    PANEL CARRIES.
006100     01  WS-PROGRAM-ID              PIC X(08) VALUE "OPERMNTU".
006200     01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
006300     01  WS-OPER-NAME               PIC X(30) VALUE SPACES.
006400     01  WS-OPER-ROLE               PIC X(01) VALUE SPACE.
006600         88  WS-SUPERVISOR          VALUE 'S'.
006700     01  WS-OPER-RESULT             PIC X(01) VALUE SPACE.
006800         88  WS-OPER-ACCEPTED       VALUE 'A' 'N'.
006900     01  WS-CHK-MODE                PIC X(01) VALUE SPACE.
007000     01  WS-CHK-ACTION              PIC X(08) VALUE SPACES.
007100*
007200*    ENTRY FIELDS - ACCEPTED INTO ALPHANUMERIC BUFFERS AND
007300*    VALIDATED THROUGH A REDEFINES, THE SAME PATTERN VENMNTU
007400*    USES FOR ITS ENTRY FIELDS.
007500     01  WS-NEW-ID                  PIC X(08) VALUE SPACES.
007600     01  WS-NEW-NAME                PIC X(30) VALUE SPACES.
007700     01  WS-NEW-ROLE                PIC X(01) VALUE SPACE.
007800     01  WS-NEW-STATUS              PIC X(01) VALUE SPACE.
007900     01  WS-FROM-TEXT               PIC X(08) VALUE ZEROS.
008000     01  WS-FROM-DATE REDEFINES WS-FROM-TEXT
008100                                    PIC 9(08).
008200     01  WS-TO-TEXT                 PIC X(08) VALUE ZEROS.
008300     01  WS-TO-DATE REDEFINES WS-TO-TEXT
008400                                    PIC 9(08).
008500*
008600*    THE MASTER, LOADED WHOLE AT START-UP AND REWRITTEN WHOLE
008700*    ON SAVE, THE SAME WAY VENMNTU CARRIES THE VENUE MASTER.
008800*    FIXED AT 50 OPERATORS - THE WHOLE DUTY ROSTER TWICE OVER.
008900     01  OPERATOR-TABLE.
009000         05  OPERATOR-ENTRY OCCURS 50 TIMES.
009100             10  OT-ID              PIC X(08).
009200             10  OT-NAME            PIC X(30).
009300             10  OT-ROLE            PIC X(01).
009400             10  OT-STATUS          PIC X(01).
009500             10  OT-EFF-FROM        PIC 9(08).
009600             10  OT-EFF-TO          PIC 9(08).
009700     PROCEDURE DIVISION.
009800     MAIN-PROCEDURE.
009900         PERFORM 1500-GET-OPERATOR-ID
010000             UNTIL WS-OPERATOR-ID NOT = SPACES.
010100         PERFORM 1600-CHECK-OPERATOR.
010200         PERFORM 1000-LOAD-MASTER.
010300         PERFORM 2000-MENU-LOOP UNTIL WS-DONE.
010400         STOP RUN.
010500******************************************************************
010600*    1000-LOAD-MASTER - READ THE MASTER, IF ONE EXISTS YET,
010700*    INTO THE WORKING TABLE.  ANY RECORD BEYOND THE 50TH IS
010800*    REJECTED AND SKIPPED, THE SAME WAY THE ADD OPTION REJECTS
010900*    A 51ST OPERATOR.
011000******************************************************************
011100     1000-LOAD-MASTER.
011200         OPEN INPUT OPERMSTR-FILE.
011300         IF WS-OPERMSTR-STATUS = "35"
011400             DISPLAY "OPERMNTU: NO OPERATOR MASTER ON FILE YET - "
011500                 "STARTING A NEW ONE"
011600         ELSE
011700             IF WS-OPERMSTR-STATUS NOT = "00"
011800                 DISPLAY "OPERMNTU: CANNOT OPEN OPERMSTR - RUN "
011900                     "ABORTED (STATUS " WS-OPERMSTR-STATUS ")"
012000                 MOVE 16 TO RETURN-CODE
012100                 STOP RUN
012200             END-IF
012300             PERFORM UNTIL WS-EOF
012400                 READ OPERMSTR-FILE
012500                     AT END
012600                         SET WS-EOF TO TRUE
012700                     NOT AT END
012800                         IF WS-OPER-COUNT NOT LESS THAN 50
012900                             DISPLAY "REJECTED - MASTER IS "
013000                                 "FULL - OPERATOR "
013100                                 OP-OPERATOR-ID " NOT LOADED"
013200                         ELSE
013300                             ADD 1 TO WS-OPER-COUNT
013400                             MOVE OP-OPERATOR-ID TO
013500                                 OT-ID (WS-OPER-COUNT)
013600                             MOVE OP-OPER-NAME TO
013700                                 OT-NAME (WS-OPER-COUNT)
013800                             MOVE OP-ROLE TO
013900                                 OT-ROLE (WS-OPER-COUNT)
014000                             MOVE OP-STATUS TO
014100                                 OT-STATUS (WS-OPER-COUNT)
014200                             MOVE OP-EFF-FROM TO
014300                                 OT-EFF-FROM (WS-OPER-COUNT)
014400                             MOVE OP-EFF-TO TO
014500                                 OT-EFF-TO (WS-OPER-COUNT)
014600                         END-IF
014700                 END-READ
014800             END-PERFORM
014900             CLOSE OPERMSTR-FILE
015000         END-IF.
015100******************************************************************
015200*    1500-GET-OPERATOR-ID - THE PANEL DOES NOT OPEN UNTIL AN
015300*    OPERATOR ID IS KEYED.
015400******************************************************************
015500     1500-GET-OPERATOR-ID.
015600         DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
015700             WITH NO ADVANCING.
015800         ACCEPT WS-OPERATOR-ID.
015900******************************************************************
016000*    1600-CHECK-OPERATOR - SIGN THE OPERATOR ON THROUGH
016100*    OPERCHK.  AN UNKNOWN OR INACTIVE ID, OR ANY ROLE SHORT OF
016200*    SUPERVISOR, ENDS THE SESSION; OPERCHK HAS ALREADY LOGGED
016300*    AN UNKNOWN OR INACTIVE ID, AND A ROLE REFUSAL IS LOGGED
016400*    HERE.
016500******************************************************************
016600     1600-CHECK-OPERATOR.
016700         MOVE 'S' TO WS-CHK-MODE.
016800         MOVE "SIGN-ON " TO WS-CHK-ACTION.
016900         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
017000             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
017100             WS-OPER-NAME WS-OPER-RESULT.
017200         IF NOT WS-OPER-ACCEPTED
017300             DISPLAY "OPERMNTU: SIGN-ON REFUSED - OPERATOR "
017400                 WS-OPERATOR-ID " IS UNKNOWN OR NOT ACTIVE"
017500             MOVE 8 TO RETURN-CODE
017600             STOP RUN
017700         END-IF.
017800         IF NOT WS-SUPERVISOR
017900             PERFORM 1700-REFUSE-ACTION
018000             MOVE 8 TO RETURN-CODE
018100             STOP RUN
018200         END-IF.
018300         IF WS-OPER-NAME NOT = SPACES
018400             DISPLAY "SIGNED ON AS " WS-OPER-NAME
018500         END-IF.
018600******************************************************************
018700*    1700-REFUSE-ACTION - THE OPERATOR'S ROLE DOES NOT ALLOW
018800*    THE ACTION STAGED IN WS-CHK-ACTION.  HAVE OPERCHK LOG THE
018900*    ATTEMPT AND TELL THE OPERATOR.
019000******************************************************************
019100     1700-REFUSE-ACTION.
019200         MOVE 'R' TO WS-CHK-MODE.
019300         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
019400             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
019500             WS-OPER-NAME WS-OPER-RESULT.
019600         DISPLAY "REFUSED - YOUR ROLE DOES NOT ALLOW THIS "
019700             "ACTION".
019800******************************************************************
019900*    2000-MENU-LOOP - SHOW THE MENU AND CARRY OUT ONE OPERATOR
020000*    COMMAND.
020100******************************************************************
020200     2000-MENU-LOOP.
020300         PERFORM 2100-DISPLAY-MENU.
020400         ACCEPT WS-MENU-CHOICE.
020500         INSPECT WS-MENU-CHOICE
020600             CONVERTING "abcdefghijklmnopqrstuvwxyz"
020700                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
020800         EVALUATE WS-MENU-CHOICE
020900             WHEN 'A'
021000                 PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
021100             WHEN 'L'
021200                 PERFORM 4000-LIST-OPERATORS
021300             WHEN 'C'
021400                 PERFORM 5000-CHANGE-OPERATOR THRU 5000-EXIT
021500             WHEN 'B'
021600                 PERFORM 7000-BROWSE-SECLOG
021700             WHEN 'S'
021800                 PERFORM 6000-SAVE-MASTER THRU 6000-EXIT
021900             WHEN 'Q'
022000                 SET WS-DONE TO TRUE
022100             WHEN OTHER
022200                 DISPLAY "NOT A VALID CHOICE - TRY AGAIN"
022300         END-EVALUATE.
022400     2100-DISPLAY-MENU.
022500         DISPLAY " ".
022600         DISPLAY "OPERATOR REFERENCE MASTER MAINTENANCE".
022700         DISPLAY "  A = ADD AN OPERATOR".
022800         DISPLAY "  L = LIST THE MASTER".
022900         DISPLAY "  C = CHANGE AN OPERATOR".
023000         DISPLAY "  B = BROWSE THE REFUSED-ACCESS LOG".
023100         DISPLAY "  S = SAVE THE MASTER AND EXIT".
023200         DISPLAY "  Q = EXIT WITHOUT SAVING".
023300         DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
023400******************************************************************
023500*    3000-ADD-OPERATOR - PROMPT FOR AND VALIDATE A NEW
023600*    OPERATOR.  A DUPLICATE ID IS REJECTED - ONE ID, ONE
023700*    PERSON, OR THE AUDIT TRAIL CANNOT SAY WHO DID WHAT.
023800******************************************************************
023900     3000-ADD-OPERATOR.
024000         DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
024100             WITH NO ADVANCING.
024200         ACCEPT WS-NEW-ID.
024300         IF WS-NEW-ID = SPACES
024400             DISPLAY "REJECTED - OPERATOR ID IS BLANK"
024500             GO TO 3000-EXIT
024600         END-IF.
024700         MOVE 0 TO WS-HIT-SUB.
024800         PERFORM 3500-FIND-OPERATOR
024900             VARYING WS-SUB FROM 1 BY 1
025000             UNTIL WS-SUB > WS-OPER-COUNT.
025100         IF WS-HIT-SUB > 0
025200             DISPLAY "REJECTED - OPERATOR " WS-NEW-ID
025300                 " IS ALREADY ON THE MASTER"
025400             GO TO 3000-EXIT
025500         END-IF.
025600         IF WS-OPER-COUNT NOT LESS THAN 50
025700             DISPLAY "REJECTED - THE MASTER IS FULL"
025800             GO TO 3000-EXIT
025900         END-IF.
026000         DISPLAY "ENTER OPERATOR NAME (UP TO 30 CHARACTERS): "
026100             WITH NO ADVANCING.
026200         ACCEPT WS-NEW-NAME.
026300         IF WS-NEW-NAME = SPACES
026400             DISPLAY "REJECTED - OPERATOR NAME IS BLANK"
026500             GO TO 3000-EXIT
026600         END-IF.
026700         PERFORM 3600-GET-ROLE.
026800         IF WS-NEW-ROLE = SPACE
026900             GO TO 3000-EXIT
027000         END-IF.
027100         PERFORM 3700-GET-STATUS-AND-DATES THRU 3700-EXIT.
027200         IF WS-NEW-STATUS = SPACE
027300             GO TO 3000-EXIT
027400         END-IF.
027500         ADD 1 TO WS-OPER-COUNT.
027600         MOVE WS-NEW-ID TO OT-ID (WS-OPER-COUNT).
027700         MOVE WS-NEW-NAME TO OT-NAME (WS-OPER-COUNT).
027800         MOVE WS-NEW-ROLE TO OT-ROLE (WS-OPER-COUNT).
027900         MOVE WS-NEW-STATUS TO OT-STATUS (WS-OPER-COUNT).
028000         MOVE WS-FROM-DATE TO OT-EFF-FROM (WS-OPER-COUNT).
028100         MOVE WS-TO-DATE TO OT-EFF-TO (WS-OPER-COUNT).
028200         DISPLAY "OPERATOR " WS-NEW-ID " ADDED".
028300     3000-EXIT.
028400         EXIT.
028500     3500-FIND-OPERATOR.
028600         IF OT-ID (WS-SUB) = WS-NEW-ID
028700                 AND WS-HIT-SUB = 0
028800             MOVE WS-SUB TO WS-HIT-SUB
028900         END-IF.
029000******************************************************************
029100*    3600-GET-ROLE - SHARED ROLE PROMPT FOR THE ADD AND CHANGE
029200*    OPTIONS.  A BAD ENTRY LEAVES WS-NEW-ROLE BLANK AND THE
029300*    CALLER BACKS OUT WITHOUT TOUCHING THE TABLE.
029400******************************************************************
029500     3600-GET-ROLE.
029600         DISPLAY "ENTER ROLE (C = CLERK, D = DUTY OFFICER, "
029700             "S = SUPERVISOR): " WITH NO ADVANCING.
029800         ACCEPT WS-NEW-ROLE.
029900         INSPECT WS-NEW-ROLE
030000             CONVERTING "cds" TO "CDS".
030100         IF WS-NEW-ROLE NOT = 'C' AND WS-NEW-ROLE NOT = 'D'
030200                 AND WS-NEW-ROLE NOT = 'S'
030300             DISPLAY "REJECTED - ROLE MUST BE C, D OR S"
030400             MOVE SPACE TO WS-NEW-ROLE
030500         END-IF.
030600******************************************************************
030700*    3700-GET-STATUS-AND-DATES - SHARED PROMPTS FOR THE ADD AND
030800*    CHANGE OPTIONS.  A BAD ENTRY LEAVES WS-NEW-STATUS BLANK
030900*    AND THE CALLER BACKS OUT WITHOUT TOUCHING THE TABLE.
031000******************************************************************
031100     3700-GET-STATUS-AND-DATES.
031200         DISPLAY "ENTER STATUS (A = ACTIVE, I = INACTIVE): "
031300             WITH NO ADVANCING.
031400         ACCEPT WS-NEW-STATUS.
031500         INSPECT WS-NEW-STATUS
031600             CONVERTING "ai" TO "AI".
031700         IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'I'
031800             DISPLAY "REJECTED - STATUS MUST BE A OR I"
031900             MOVE SPACE TO WS-NEW-STATUS
032000             GO TO 3700-EXIT
032100         END-IF.
032200         DISPLAY "ENTER EFFECTIVE FROM DATE (YYYYMMDD): "
032300             WITH NO ADVANCING.
032400         ACCEPT WS-FROM-TEXT.
032500         IF WS-FROM-DATE NOT NUMERIC
032600             DISPLAY "REJECTED - FROM DATE IS BLANK OR NOT "
032700                 "NUMERIC"
032800             MOVE SPACE TO WS-NEW-STATUS
032900             GO TO 3700-EXIT
033000         END-IF.
033100         DISPLAY "ENTER EFFECTIVE TO DATE (YYYYMMDD, BLANK "
033200             "FOR OPEN-ENDED): " WITH NO ADVANCING.
033300         ACCEPT WS-TO-TEXT.
033400         IF WS-TO-TEXT = SPACES
033500             MOVE 99999999 TO WS-TO-DATE
033600         END-IF.
033700         IF WS-TO-DATE NOT NUMERIC
033800             DISPLAY "REJECTED - TO DATE IS NOT NUMERIC"
033900             MOVE SPACE TO WS-NEW-STATUS
034000             GO TO 3700-EXIT
034100         END-IF.
034200         IF WS-TO-DATE < WS-FROM-DATE
034300             DISPLAY "REJECTED - TO DATE IS BEFORE THE FROM "
034400                 "DATE"
034500             MOVE SPACE TO WS-NEW-STATUS
034600         END-IF.
034700     3700-EXIT.
034800         EXIT.
034900******************************************************************
035000*    4000-LIST-OPERATORS - SHOW THE WORKING TABLE (NOT YET
035100*    SAVED UNTIL OPTION S IS CHOSEN).
035200******************************************************************
035300     4000-LIST-OPERATORS.
035400         DISPLAY "OPER ID  NAME                           RL ST "
035500             "EFF FROM EFF TO".
035600         PERFORM 4100-LIST-ONE-OPERATOR
035700             VARYING WS-SUB FROM 1 BY 1
035800             UNTIL WS-SUB > WS-OPER-COUNT.
035900     4100-LIST-ONE-OPERATOR.
036000         DISPLAY OT-ID (WS-SUB) " " OT-NAME (WS-SUB) " "
036100             OT-ROLE (WS-SUB) "  " OT-STATUS (WS-SUB) "  "
036200             OT-EFF-FROM (WS-SUB) " " OT-EFF-TO (WS-SUB).
036300******************************************************************
036400*    5000-CHANGE-OPERATOR - REKEY ONE OPERATOR'S NAME, ROLE,
036500*    STATUS AND EFFECTIVE DATES.  THE ID STAYS - AN ID THAT
036600*    NEEDS TO GO AWAY IS MADE INACTIVE, NEVER DELETED, SO THE
036700*    TRAILS KEYED UNDER IT STAY EXPLAINABLE.  NOBODY MAY
036800*    CHANGE THEIR OWN RECORD.  A BLANK NAME KEEPS THE OLD ONE.
036900******************************************************************
037000     5000-CHANGE-OPERATOR.
037100         DISPLAY "ENTER OPERATOR ID TO CHANGE: "
037200             WITH NO ADVANCING.
037300         ACCEPT WS-NEW-ID.
037400         IF WS-NEW-ID = WS-OPERATOR-ID
037500             MOVE "CHG-SELF" TO WS-CHK-ACTION
037600             PERFORM 1700-REFUSE-ACTION
037700             GO TO 5000-EXIT
037800         END-IF.
037900         MOVE 0 TO WS-HIT-SUB.
038000         PERFORM 3500-FIND-OPERATOR
038100             VARYING WS-SUB FROM 1 BY 1
038200             UNTIL WS-SUB > WS-OPER-COUNT.
038300         IF WS-HIT-SUB = 0
038400             DISPLAY "OPERATOR " WS-NEW-ID " NOT FOUND"
038500             GO TO 5000-EXIT
038600         END-IF.
038700         DISPLAY "ENTER OPERATOR NAME (BLANK TO KEEP "
038800             OT-NAME (WS-HIT-SUB) "): " WITH NO ADVANCING.
038900         ACCEPT WS-NEW-NAME.
039000         IF WS-NEW-NAME = SPACES
039100             MOVE OT-NAME (WS-HIT-SUB) TO WS-NEW-NAME
039200         END-IF.
039300         PERFORM 3600-GET-ROLE.
039400         IF WS-NEW-ROLE = SPACE
039500             GO TO 5000-EXIT
039600         END-IF.
039700         PERFORM 3700-GET-STATUS-AND-DATES THRU 3700-EXIT.
039800         IF WS-NEW-STATUS = SPACE
039900             GO TO 5000-EXIT
040000         END-IF.
040100         MOVE WS-NEW-NAME TO OT-NAME (WS-HIT-SUB).
040200         MOVE WS-NEW-ROLE TO OT-ROLE (WS-HIT-SUB).
040300         MOVE WS-NEW-STATUS TO OT-STATUS (WS-HIT-SUB).
040400         MOVE WS-FROM-DATE TO OT-EFF-FROM (WS-HIT-SUB).
040500         MOVE WS-TO-DATE TO OT-EFF-TO (WS-HIT-SUB).
040600         DISPLAY "OPERATOR " WS-NEW-ID " CHANGED".
040700     5000-EXIT.
040800         EXIT.
040900******************************************************************
041000*    6000-SAVE-MASTER - REWRITE THE MASTER FROM THE WORKING
041100*    TABLE SO THE PANELS PICK UP THE CHANGES.  REFUSED IF THE
041200*    TABLE HOLDS NO ACTIVE SUPERVISOR - SUCH A MASTER WOULD
041300*    LOCK EVERYONE OUT OF THIS PANEL FOR GOOD.
041400******************************************************************
041500     6000-SAVE-MASTER.
041510         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
041600         MOVE 0 TO WS-SUPER-COUNT.
041700         PERFORM 6200-COUNT-ONE-SUPERVISOR
041800             VARYING WS-SUB FROM 1 BY 1
041900             UNTIL WS-SUB > WS-OPER-COUNT.
042000         IF WS-SUPER-COUNT = 0
042100             DISPLAY "SAVE REFUSED - THE MASTER MUST HOLD AT "
042110                 "LEAST ONE ACTIVE SUPERVISOR WHOSE EFFECTIVE "
042120                 "DATES COVER TODAY"
042300             GO TO 6000-EXIT
042400         END-IF.
042500         OPEN OUTPUT OPERMSTR-FILE.
042600         PERFORM 6100-WRITE-ONE-OPERATOR
042700             VARYING WS-SUB FROM 1 BY 1
042800             UNTIL WS-SUB > WS-OPER-COUNT.
042900         CLOSE OPERMSTR-FILE.
043000         DISPLAY "OPERATOR MASTER SAVED".
043100         SET WS-DONE TO TRUE.
043200     6000-EXIT.
043300         EXIT.
043400     6100-WRITE-ONE-OPERATOR.
043500         MOVE SPACES TO OPERMSTR-FILE-RECORD.
043600         MOVE OT-ID (WS-SUB) TO OP-OPERATOR-ID.
043700         MOVE OT-NAME (WS-SUB) TO OP-OPER-NAME.
043800         MOVE OT-ROLE (WS-SUB) TO OP-ROLE.
043900         MOVE OT-STATUS (WS-SUB) TO OP-STATUS.
044000         MOVE OT-EFF-FROM (WS-SUB) TO OP-EFF-FROM.
044100         MOVE OT-EFF-TO (WS-SUB) TO OP-EFF-TO.
044200         WRITE OPERMSTR-FILE-RECORD.
044300     6200-COUNT-ONE-SUPERVISOR.
044400         IF OT-ROLE (WS-SUB) = 'S' AND OT-STATUS (WS-SUB) = 'A'
044410                 AND OT-EFF-FROM (WS-SUB) NOT > WS-TODAY
044420                 AND OT-EFF-TO (WS-SUB) NOT < WS-TODAY
044500             ADD 1 TO WS-SUPER-COUNT
044600         END-IF.
044700******************************************************************
044800*    7000-BROWSE-SECLOG - LIST THE REFUSED-ACCESS LOG ON THE
044900*    PANEL, THE SAME WAY RACEMNTU LISTS ITS AUDIT LOG.  THE
045000*    RECORDS ARE FIXED-WIDTH AND ALREADY CARRY DATE, TIME,
045100*    PANEL, OPERATOR, ACTION AND REASON, SO THEY ARE SHOWN
045200*    AS-IS.
045300******************************************************************
045400     7000-BROWSE-SECLOG.
045500         MOVE 'N' TO WS-SECLOG-EOF-SW.
045600         OPEN INPUT SECLOG-FILE.
045700         IF WS-SECLOG-STATUS = "35"
045800             DISPLAY "NO REFUSED-ACCESS LOG ON FILE YET"
045900         ELSE
046000             IF WS-SECLOG-STATUS NOT = "00"
046100                 DISPLAY "CANNOT OPEN SECLOG (STATUS "
046200                     WS-SECLOG-STATUS ")"
046300             ELSE
046400                 DISPLAY "DATE     TIME   PANEL    OPERATOR "
046500                     "ACTION   REASON"
046600                 PERFORM 7100-SHOW-ONE-SECLOG
046700                     UNTIL WS-SECLOG-EOF
046800                 CLOSE SECLOG-FILE
046900             END-IF
047000         END-IF.
047100     7100-SHOW-ONE-SECLOG.
047200         READ SECLOG-FILE
047300             AT END
047400                 SET WS-SECLOG-EOF TO TRUE
047500             NOT AT END
047600                 DISPLAY SECLOG-FILE-RECORD-X
047700         END-READ.
047800     END PROGRAM OPERMNTU.
