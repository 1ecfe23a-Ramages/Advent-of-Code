001800*    DATE        INIT  DESCRIPTION
001900*    ----------  ----  ----------------------------------------
002000*    2026-08-31  RH    ORIGINAL VERSION.
002010*    2026-10-05  RH    ADDED OPERATOR SIGN-ON, CHECKED AGAINST THE
002020*                      OPERATOR MASTER THROUGH OPERCHK.  ANY
002030*                      ACTIVE OPERATOR MAY LIST THE MASTER; ONLY A
002040*                      SUPERVISOR IS OFFERED ADD, CHANGE AND SAVE.
002100******************************************************************
002200     PROGRAM-ID. VENMNTU.
002300     ENVIRONMENT DIVISION.
004000     01  WS-SUB                     PIC 9(02) VALUE 0.
004100     01  WS-HIT-SUB                 PIC 9(02) VALUE 0.
004200     01  WS-MENU-CHOICE             PIC X(01) VALUE SPACE.
004205*
004210*    SIGN-ON FIELDS PASSED TO OPERCHK.  ROLES RANK CLERK, DUTY
004215*    OFFICER, SUPERVISOR - EACH MAY DO WHAT THE ROLES BELOW IT
004220*    MAY DO.
004225     01  WS-PROGRAM-ID              PIC X(08) VALUE "VENMNTU".
004230     01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
004235     01  WS-OPER-NAME               PIC X(30) VALUE SPACES.
004240     01  WS-OPER-ROLE               PIC X(01) VALUE SPACE.
004245         88  WS-DUTY-OR-ABOVE       VALUE 'D' 'S'.
004250         88  WS-SUPERVISOR          VALUE 'S'.
004255     01  WS-OPER-RESULT             PIC X(01) VALUE SPACE.
004260         88  WS-OPER-ACCEPTED       VALUE 'A' 'N'.
004265     01  WS-CHK-MODE                PIC X(01) VALUE SPACE.
004270     01  WS-CHK-ACTION              PIC X(08) VALUE SPACES.
004300*
004400*    ENTRY FIELDS - ACCEPTED INTO ALPHANUMERIC BUFFERS AND
004500*    VALIDATED THROUGH A REDEFINES, THE SAME PATTERN RACEMNTU
006700             10  VT-EFF-TO          PIC 9(08).
006800     PROCEDURE DIVISION.
006900     MAIN-PROCEDURE.
006910         PERFORM 1500-GET-OPERATOR-ID
006920             UNTIL WS-OPERATOR-ID NOT = SPACES.
006930         PERFORM 1600-CHECK-OPERATOR.
007000         PERFORM 1000-LOAD-MASTER.
007100         PERFORM 2000-MENU-LOOP UNTIL WS-DONE.
007200         STOP RUN.
011400             END-PERFORM
011500             CLOSE VENMASTR-FILE
011600         END-IF.
011602******************************************************************
011604*    1500-GET-OPERATOR-ID - THE PANEL DOES NOT OPEN UNTIL AN
011606*    OPERATOR ID IS KEYED.
011608******************************************************************
011610     1500-GET-OPERATOR-ID.
011612         DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
011614             WITH NO ADVANCING.
011616         ACCEPT WS-OPERATOR-ID.
011618******************************************************************
011620*    1600-CHECK-OPERATOR - SIGN THE OPERATOR ON THROUGH
011622*    OPERCHK.  AN UNKNOWN OR INACTIVE ID ENDS THE SESSION;
011624*    OPERCHK HAS ALREADY LOGGED THE ATTEMPT.
011626******************************************************************
011628     1600-CHECK-OPERATOR.
011630         MOVE 'S' TO WS-CHK-MODE.
011632         MOVE "SIGN-ON " TO WS-CHK-ACTION.
011634         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
011636             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
011638             WS-OPER-NAME WS-OPER-RESULT.
011640         IF NOT WS-OPER-ACCEPTED
011642             DISPLAY "VENMNTU: SIGN-ON REFUSED - OPERATOR "
011644                 WS-OPERATOR-ID " IS UNKNOWN OR NOT ACTIVE"
011646             MOVE 8 TO RETURN-CODE
011648             STOP RUN
011650         END-IF.
011652         IF WS-OPER-NAME NOT = SPACES
011654             DISPLAY "SIGNED ON AS " WS-OPER-NAME
011656         END-IF.
011658******************************************************************
011660*    1700-REFUSE-ACTION - THE OPERATOR'S ROLE DOES NOT ALLOW
011662*    THE ACTION STAGED IN WS-CHK-ACTION.  HAVE OPERCHK LOG THE
011664*    ATTEMPT AND TELL THE OPERATOR.
011666******************************************************************
011668     1700-REFUSE-ACTION.
011670         MOVE 'R' TO WS-CHK-MODE.
011672         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
011674             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
011676             WS-OPER-NAME WS-OPER-RESULT.
011678         DISPLAY "REFUSED - YOUR ROLE DOES NOT ALLOW THIS "
011680             "ACTION".
011700******************************************************************
011800*    2000-MENU-LOOP - SHOW THE MENU AND CARRY OUT ONE OPERATOR
011900*    COMMAND.
012600                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
012700         EVALUATE WS-MENU-CHOICE
012800             WHEN 'A'
012810                 IF WS-SUPERVISOR
012900                     PERFORM 3000-ADD-VENUE THRU 3000-EXIT
012910                 ELSE
012920                     MOVE "ADD     " TO WS-CHK-ACTION
012930                     PERFORM 1700-REFUSE-ACTION
012940                 END-IF
013000             WHEN 'L'
013100                 PERFORM 4000-LIST-VENUES
013200             WHEN 'C'
013210                 IF WS-SUPERVISOR
013300                     PERFORM 5000-CHANGE-VENUE THRU 5000-EXIT
013310                 ELSE
013320                     MOVE "CHANGE  " TO WS-CHK-ACTION
013330                     PERFORM 1700-REFUSE-ACTION
013340                 END-IF
013400             WHEN 'S'
013410                 IF WS-SUPERVISOR
013500                     PERFORM 6000-SAVE-MASTER
013600                     SET WS-DONE TO TRUE
013610                 ELSE
013620                     MOVE "SAVE    " TO WS-CHK-ACTION
013630                     PERFORM 1700-REFUSE-ACTION
013640                 END-IF
013700             WHEN 'Q'
013800                 SET WS-DONE TO TRUE
013900             WHEN OTHER
014200     2100-DISPLAY-MENU.
014300         DISPLAY " ".
014400         DISPLAY "VENUE REFERENCE MASTER MAINTENANCE".
014410         IF WS-SUPERVISOR
014500             DISPLAY "  A = ADD A VENUE"
014510         END-IF.
014600         DISPLAY "  L = LIST THE MASTER".
014610         IF WS-SUPERVISOR
014700             DISPLAY "  C = CHANGE A VENUE'S STATUS AND DATES"
014800             DISPLAY "  S = SAVE THE MASTER AND EXIT"
014810         END-IF.
014900         DISPLAY "  Q = EXIT WITHOUT SAVING".
015000         DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
015100******************************************************************
