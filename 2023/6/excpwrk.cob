002100*    DATE        INIT  DESCRIPTION
002200*    ----------  ----  ----------------------------------------
002300*    2026-08-31  RH    ORIGINAL VERSION.
002310*    2026-10-05  RH    OPERATOR SIGN-ON NOW CHECKED AGAINST THE
002320*                      OPERATOR MASTER THROUGH OPERCHK - AN
002330*                      UNKNOWN OR INACTIVE ID IS REFUSED AND
002340*                      LOGGED.  ONLY A DUTY OFFICER OR
002350*                      SUPERVISOR IS OFFERED THE RESOLVE OPTION.
002400******************************************************************
002500     PROGRAM-ID. EXCPWRK.
002600     ENVIRONMENT DIVISION.
003900         88  WS-EOF                 VALUE 'Y'.
004000     01  WS-DONE-SW                 PIC X(01) VALUE 'N'.
004100         88  WS-DONE                VALUE 'Y'.
004110*
004120*    SIGN-ON FIELDS PASSED TO OPERCHK.  ROLES RANK CLERK, DUTY
004130*    OFFICER, SUPERVISOR - EACH MAY DO WHAT THE ROLES BELOW IT
004140*    MAY DO.
004150     01  WS-PROGRAM-ID              PIC X(08) VALUE "EXCPWRK".
004160     01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
004170     01  WS-OPER-NAME               PIC X(30) VALUE SPACES.
004180     01  WS-OPER-ROLE               PIC X(01) VALUE SPACE.
004190         88  WS-DUTY-OR-ABOVE       VALUE 'D' 'S'.
004200         88  WS-SUPERVISOR          VALUE 'S'.
004210     01  WS-OPER-RESULT             PIC X(01) VALUE SPACE.
004220         88  WS-OPER-ACCEPTED       VALUE 'A' 'N'.
004230     01  WS-CHK-MODE                PIC X(01) VALUE SPACE.
004240     01  WS-CHK-ACTION              PIC X(08) VALUE SPACES.
004300     01  WS-TODAY                   PIC 9(08) VALUE 0.
004400     01  WS-TIME-RAW                PIC X(08) VALUE SPACES.
004500     01  WS-MENU-CHOICE             PIC X(01) VALUE SPACE.
007000         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
007100         PERFORM 1500-GET-OPERATOR-ID
007200             UNTIL WS-OPERATOR-ID NOT = SPACES.
007210         PERFORM 1600-CHECK-OPERATOR.
007300         PERFORM 1000-LOAD-EXCEPTIONS.
007400         PERFORM 2000-MENU-LOOP UNTIL WS-DONE.
007500         STOP RUN.
012600         DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
012700             WITH NO ADVANCING.
012800         ACCEPT WS-OPERATOR-ID.
012802******************************************************************
012804*    1600-CHECK-OPERATOR - SIGN THE OPERATOR ON THROUGH
012806*    OPERCHK.  AN UNKNOWN OR INACTIVE ID ENDS THE SESSION;
012808*    OPERCHK HAS ALREADY LOGGED THE ATTEMPT.
012810******************************************************************
012812     1600-CHECK-OPERATOR.
012814         MOVE 'S' TO WS-CHK-MODE.
012816         MOVE "SIGN-ON " TO WS-CHK-ACTION.
012818         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
012820             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
012822             WS-OPER-NAME WS-OPER-RESULT.
012824         IF NOT WS-OPER-ACCEPTED
012826             DISPLAY "EXCPWRK: SIGN-ON REFUSED - OPERATOR "
012828                 WS-OPERATOR-ID " IS UNKNOWN OR NOT ACTIVE"
012830             MOVE 8 TO RETURN-CODE
012832             STOP RUN
012834         END-IF.
012836         IF WS-OPER-NAME NOT = SPACES
012838             DISPLAY "SIGNED ON AS " WS-OPER-NAME
012840         END-IF.
012842******************************************************************
012844*    1700-REFUSE-ACTION - THE OPERATOR'S ROLE DOES NOT ALLOW
012846*    THE ACTION STAGED IN WS-CHK-ACTION.  HAVE OPERCHK LOG THE
012848*    ATTEMPT AND TELL THE OPERATOR.
012850******************************************************************
012852     1700-REFUSE-ACTION.
012854         MOVE 'R' TO WS-CHK-MODE.
012856         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
012858             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
012860             WS-OPER-NAME WS-OPER-RESULT.
012862         DISPLAY "REFUSED - YOUR ROLE DOES NOT ALLOW THIS "
012864             "ACTION".
012900******************************************************************
013000*    2000-MENU-LOOP - SHOW THE MENU AND CARRY OUT ONE OPERATOR
013100*    COMMAND.
014400             WHEN 'A'
014500                 PERFORM 4000-ACKNOWLEDGE THRU 4000-EXIT
014600             WHEN 'R'
014610                 IF WS-DUTY-OR-ABOVE
014620                     PERFORM 5000-RESOLVE THRU 5000-EXIT
014630                 ELSE
014640                     MOVE "RESOLVE " TO WS-CHK-ACTION
014650                     PERFORM 1700-REFUSE-ACTION
014660                 END-IF
014800             WHEN 'S'
014810                 IF WS-OVERFLOW
014820                     DISPLAY "SAVE REFUSED - THE FILE HOLDS "
015900         DISPLAY "  O = LIST THE UNRESOLVED QUEUE".
016000         DISPLAY "  L = LIST EVERYTHING".
016100         DISPLAY "  A = ACKNOWLEDGE AN EXCEPTION".
016110         IF WS-DUTY-OR-ABOVE
016120             DISPLAY "  R = RESOLVE AN EXCEPTION"
016130         END-IF.
016300         DISPLAY "  S = SAVE THE FILE AND EXIT".
016400         DISPLAY "  Q = EXIT WITHOUT SAVING".
016500         DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
