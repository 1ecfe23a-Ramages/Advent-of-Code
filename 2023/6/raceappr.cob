000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      RACEAPPR
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-06
000700*
000800*    ONLINE APPROVAL PANEL FOR RACE SHEET CHANGE SETS.  A SAVE
000900*    THROUGH RACEMNTU NO LONGER TOUCHES THE SHEET - IT POSTS
001000*    THE WHOLE EDITED SHEET AS A NUMBERED CHANGE SET ON THE
001100*    PENDING REGISTER (PENDREG) AND ITS HEATS FILE (PENDHEAT).
001200*    THIS PANEL LISTS THE SETS STILL PENDING, SHOWS ANY ONE OF
001300*    THEM AGAINST THE LIVE SHEET HEAT BY HEAT (ADDED, REMOVED,
001400*    CHANGED), AND LETS A SECOND OPERATOR APPROVE IT - WHICH
001500*    REWRITES THE SHEET FROM THE SET - OR REJECT IT, WHICH
001600*    LEAVES THE SHEET AS IT WAS.  EITHER DECISION IS APPENDED
001700*    TO THE REGISTER AND THE AUDIT LOG.  THE SAME
001800*    ACCEPT/DISPLAY SHAPE AS RACEMNTU.
001900*
002000*    ANY OPERATOR MAY LIST AND VIEW.  ONLY A DUTY OFFICER OR
002100*    SUPERVISOR MAY APPROVE OR REJECT, AND NEVER A SET THEY
002200*    SUBMITTED THEMSELVES.  AN APPROVAL OBEYS THE SAME SIGN-OFF
002300*    FREEZE RACEMNTU'S SAVE ALWAYS HAS.  WHILE A SHEET HAS A
002400*    SET PENDING, PARTONE AND RECONCIL REFUSE TO RUN IT.
002500*
002600*    MODIFICATION HISTORY.
002700*    DATE        INIT  DESCRIPTION
002800*    ----------  ----  ----------------------------------------
002900*    2026-10-06  RH    ORIGINAL VERSION.
002910*    2026-10-15  RH    A DECISION NOW RE-READS THE REGISTER,
002920*                      BEFORE THE SET IS SHOWN AND AGAIN AFTER
002930*                      IT IS CONFIRMED, AND IS REFUSED UNLESS
002940*                      THE SET IS STILL ITS SHEET'S LATEST
002950*                      RECORD AND STILL A SUBMIT - A NEWER SET
002960*                      SUBMITTED WHILE THE PANEL WAS OPEN IS NO
002970*                      LONGER CLEARED BY A DECISION ON THE OLD
002980*                      ONE.
003000******************************************************************
003100     PROGRAM-ID. RACEAPPR.
003200     ENVIRONMENT DIVISION.
003300     INPUT-OUTPUT SECTION.
003400     FILE-CONTROL.
003500         SELECT PENDREG-FILE ASSIGN TO "PENDREG"
003600             ORGANIZATION IS LINE SEQUENTIAL
003700             FILE STATUS IS WS-PENDREG-STATUS.
003800         SELECT PENDHEAT-FILE ASSIGN TO "PENDHEAT"
003900             ORGANIZATION IS LINE SEQUENTIAL
004000             FILE STATUS IS WS-PENDHEAT-STATUS.
004100         SELECT RACE-FILE ASSIGN TO DYNAMIC WS-SHEET-NAME
004200             ORGANIZATION IS LINE SEQUENTIAL
004300             FILE STATUS IS WS-RACE-STATUS.
004400         SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
004500             ORGANIZATION IS LINE SEQUENTIAL
004600             FILE STATUS IS WS-AUDIT-STATUS.
004700         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
004800             ORGANIZATION IS LINE SEQUENTIAL
004900             FILE STATUS IS WS-RUNLOG-STATUS.
005000         SELECT VENUE-FILE ASSIGN TO "VENUES"
005100             ORGANIZATION IS LINE SEQUENTIAL
005200             FILE STATUS IS WS-VENUE-STATUS.
005300         SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF"
005400             ORGANIZATION IS LINE SEQUENTIAL
005500             FILE STATUS IS WS-SIGNOFF-STATUS.
005600     DATA DIVISION.
005700     FILE SECTION.
005800     FD  PENDREG-FILE.
005900         COPY PNDGREC.
006000     FD  PENDHEAT-FILE.
006100         COPY PNDHREC.
006200     FD  RACE-FILE.
006300         COPY RACEREC.
006400     FD  AUDIT-FILE.
006500         COPY AUDITREC.
006600     FD  RUNLOG-FILE.
006700         COPY RUNLGREC.
006800     FD  VENUE-FILE.
006900         COPY VENUEREC.
007000     FD  SIGNOFF-FILE.
007100         COPY SIGNREC.
007200     WORKING-STORAGE SECTION.
007300     01  WS-PENDREG-STATUS          PIC X(02) VALUE SPACES.
007400     01  WS-PENDHEAT-STATUS         PIC X(02) VALUE SPACES.
007500     01  WS-RACE-STATUS             PIC X(02) VALUE SPACES.
007600     01  WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
007700     01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
007800     01  WS-VENUE-STATUS            PIC X(02) VALUE SPACES.
007900     01  WS-SIGNOFF-STATUS          PIC X(02) VALUE SPACES.
008000     01  WS-SHEET-NAME              PIC X(44) VALUE SPACES.
008100     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
008200         88  WS-EOF                 VALUE 'Y'.
008300     01  WS-DONE-SW                 PIC X(01) VALUE 'N'.
008400         88  WS-DONE                VALUE 'Y'.
008500     01  WS-VENUE-EOF-SW            PIC X(01) VALUE 'N'.
008600         88  WS-VENUE-EOF           VALUE 'Y'.
008700     01  WS-SIGNOFF-EOF-SW          PIC X(01) VALUE 'N'.
008800         88  WS-SIGNOFF-EOF         VALUE 'Y'.
008900     01  WS-SHEET-VENUE             PIC X(04) VALUE SPACES.
009000     01  WS-VENUE-FOUND-SW          PIC X(01) VALUE 'N'.
009100         88  WS-VENUE-FOUND         VALUE 'Y'.
009200     01  WS-FROZEN-SW               PIC X(01) VALUE 'N'.
009300         88  WS-FROZEN              VALUE 'Y'.
009400     01  WS-MENU-CHOICE             PIC X(01) VALUE SPACE.
009500     01  WS-CONFIRM                 PIC X(01) VALUE SPACE.
009600     01  WS-TODAY                   PIC 9(08) VALUE 0.
009700     01  WS-TIME-RAW                PIC X(08) VALUE SPACES.
009800     01  WS-SUB                     PIC 9(04) VALUE 0.
009900     01  WS-SUB2                    PIC 9(04) VALUE 0.
010000     01  WS-HIT-SUB                 PIC 9(04) VALUE 0.
010100     01  WS-MATCH-SUB               PIC 9(04) VALUE 0.
010200     01  WS-PENDING-COUNT           PIC 9(04) VALUE 0.
010300     01  WS-APPROVED-COUNT          PIC 9(02) VALUE 0.
010400     01  WS-REJECTED-COUNT          PIC 9(02) VALUE 0.
010500     01  WS-DIFF-COUNT              PIC 9(04) VALUE 0.
010600     01  WS-DECISION                PIC X(08) VALUE SPACES.
010610     01  WS-CHOSEN-SET-NO           PIC 9(06) VALUE 0.
010700     01  WS-SET-NO-TEXT             PIC X(06) VALUE ZEROS.
010800     01  WS-SET-NO REDEFINES WS-SET-NO-TEXT
010900                                    PIC 9(06).
011000*
011100*    SIGN-ON FIELDS PASSED TO OPERCHK, THE SAME SET EVERY
011200*    PANEL CARRIES.
011300     01  WS-PROGRAM-ID              PIC X(08) VALUE "RACEAPPR".
011400     01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
011500     01  WS-OPER-NAME               PIC X(30) VALUE SPACES.
011600     01  WS-OPER-ROLE               PIC X(01) VALUE SPACE.
011700         88  WS-DUTY-OR-ABOVE       VALUE 'D' 'S'.
011800         88  WS-SUPERVISOR          VALUE 'S'.
011900     01  WS-OPER-RESULT             PIC X(01) VALUE SPACE.
012000         88  WS-OPER-ACCEPTED       VALUE 'A' 'N'.
012100     01  WS-CHK-MODE                PIC X(01) VALUE SPACE.
012200     01  WS-CHK-ACTION              PIC X(08) VALUE SPACES.
012300*
012400*    STAGED FIELDS FOR THE AUDIT RECORD IN HAND, AS RACEMNTU
012500*    STAGES THEM.
012600     01  WS-AUD-ACTION              PIC X(06) VALUE SPACES.
012700     01  WS-AUD-RACE-ID             PIC 9(04) VALUE 0.
012800     01  WS-AUD-OLD-TIME            PIC 9(08)V9(01) VALUE 0.
012900     01  WS-AUD-OLD-DIST            PIC 9(12)V9(02) VALUE 0.
013000     01  WS-AUD-NEW-TIME            PIC 9(08)V9(01) VALUE 0.
013100     01  WS-AUD-NEW-DIST            PIC 9(12)V9(02) VALUE 0.
013200     01  WS-RL-TYPE                 PIC X(05) VALUE SPACES.
013300     01  WS-RL-OUTCOME              PIC X(18) VALUE SPACES.
013400*
013500*    THE REGISTER BOILED DOWN TO ONE ENTRY PER SHEET - THE
013600*    LAST RECORD READ FOR A SHEET IS THE ONE IN FORCE.  FIXED
013700*    AT 50 SHEETS, THE SAME CEILING AS THE VENUE MASTER.
013800     01  WS-SHEET-COUNT             PIC 9(04) VALUE 0.
013900     01  PEND-TABLE.
014000         05  PEND-ENTRY OCCURS 50 TIMES.
014100             10  PT-SHEET-NAME      PIC X(44).
014200             10  PT-SET-NO          PIC 9(06).
014300             10  PT-ACTION          PIC X(08).
014400             10  PT-OPERATOR        PIC X(08).
014500             10  PT-DATE            PIC 9(08).
014600             10  PT-TIME            PIC 9(06).
014700             10  PT-HEATS           PIC 9(04).
014800*
014900*    THE LIVE SHEET (BEFORE) AND THE CHANGE SET (AFTER) FOR
015000*    THE SET IN HAND - 50 HEATS EACH, THE SHEET'S OWN CEILING.
015100     01  WS-OLD-COUNT               PIC 9(04) VALUE 0.
015200     01  OLD-TABLE.
015300         05  OLD-ENTRY OCCURS 50 TIMES.
015400             10  OD-RACE-ID         PIC 9(04).
015500             10  OD-TIME            PIC 9(08)V9(01).
015600             10  OD-DIST            PIC 9(12)V9(02).
015700     01  WS-NEW-COUNT               PIC 9(04) VALUE 0.
015800     01  NEW-TABLE.
015900         05  NEW-ENTRY OCCURS 50 TIMES.
016000             10  NW-RACE-ID         PIC 9(04).
016100             10  NW-TIME            PIC 9(08)V9(01).
016200             10  NW-DIST            PIC 9(12)V9(02).
016300             10  NW-MATCHED-SW      PIC X(01).
016400     01  AP-STATE                   PIC X(09) VALUE SPACES.
016500     01  AP-OLD-TIME-EDIT           PIC Z(07)9.9.
016600     01  AP-OLD-DIST-EDIT           PIC Z(11)9.99.
016700     01  AP-NEW-TIME-EDIT           PIC Z(07)9.9.
016800     01  AP-NEW-DIST-EDIT           PIC Z(11)9.99.
016900     PROCEDURE DIVISION.
017000     MAIN-PROCEDURE.
017100         PERFORM 1500-GET-OPERATOR-ID
017200             UNTIL WS-OPERATOR-ID NOT = SPACES.
017300         PERFORM 1600-CHECK-OPERATOR.
017400         PERFORM 9000-WRITE-RUNLOG-START.
017500         PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.
017600         PERFORM 2000-MENU-LOOP UNTIL WS-DONE.
017700         MOVE SPACES TO WS-RL-OUTCOME.
017800         STRING "APPROVED " WS-APPROVED-COUNT " REJ "
017900             WS-REJECTED-COUNT DELIMITED BY SIZE
018000             INTO WS-RL-OUTCOME.
018100         PERFORM 9100-WRITE-RUNLOG-END.
018200         STOP RUN.
018300******************************************************************
018400*    1000-LOAD-REGISTER - READ THE PENDING REGISTER INTO THE
018500*    SHEET TABLE, KEEPING ONLY THE LAST RECORD FOR EACH SHEET.
018600*    NO REGISTER ON DISK MEANS NOTHING HAS EVER BEEN SUBMITTED.
018700******************************************************************
018800     1000-LOAD-REGISTER.
018900         MOVE 0 TO WS-SHEET-COUNT.
019000         MOVE 'N' TO WS-EOF-SW.
019100         OPEN INPUT PENDREG-FILE.
019200         IF WS-PENDREG-STATUS = "35"
019300             GO TO 1000-EXIT
019400         END-IF.
019500         IF WS-PENDREG-STATUS NOT = "00"
019600             DISPLAY "RACEAPPR: CANNOT OPEN PENDREG - RUN "
019700                 "ABORTED (STATUS " WS-PENDREG-STATUS ")"
019800             MOVE 16 TO RETURN-CODE
019900             STOP RUN
020000         END-IF.
020100         PERFORM UNTIL WS-EOF
020200             READ PENDREG-FILE
020300                 AT END
020400                     SET WS-EOF TO TRUE
020500                 NOT AT END
020600                     PERFORM 1100-POST-ONE-REGISTER
020700             END-READ
020800         END-PERFORM.
020900         CLOSE PENDREG-FILE.
021000     1000-EXIT.
021100         EXIT.
021200     1100-POST-ONE-REGISTER.
021300         MOVE 0 TO WS-HIT-SUB.
021400         PERFORM 1200-FIND-SHEET
021500             VARYING WS-SUB FROM 1 BY 1
021600             UNTIL WS-SUB > WS-SHEET-COUNT.
021700         IF WS-HIT-SUB = 0
021800             IF WS-SHEET-COUNT NOT LESS THAN 50
021900                 DISPLAY "REJECTED - REGISTER TABLE IS FULL - "
022000                     "SHEET " PD-SHEET-NAME " NOT LOADED"
022100             ELSE
022200                 ADD 1 TO WS-SHEET-COUNT
022300                 MOVE WS-SHEET-COUNT TO WS-HIT-SUB
022400             END-IF
022500         END-IF.
022600         IF WS-HIT-SUB > 0
022700             MOVE PD-SHEET-NAME TO PT-SHEET-NAME (WS-HIT-SUB)
022800             MOVE PD-SET-NO TO PT-SET-NO (WS-HIT-SUB)
022900             MOVE PD-ACTION TO PT-ACTION (WS-HIT-SUB)
023000             MOVE PD-OPERATOR TO PT-OPERATOR (WS-HIT-SUB)
023100             MOVE PD-DATE TO PT-DATE (WS-HIT-SUB)
023200             MOVE PD-TIME TO PT-TIME (WS-HIT-SUB)
023300             MOVE PD-HEATS TO PT-HEATS (WS-HIT-SUB)
023400         END-IF.
023500     1200-FIND-SHEET.
023600         IF PT-SHEET-NAME (WS-SUB) = PD-SHEET-NAME
023700             MOVE WS-SUB TO WS-HIT-SUB
023800         END-IF.
023900******************************************************************
024000*    1500-GET-OPERATOR-ID - THE PANEL DOES NOT OPEN UNTIL AN
024100*    OPERATOR ID IS KEYED - EVERY DECISION NAMES WHO MADE IT.
024200******************************************************************
024300     1500-GET-OPERATOR-ID.
024400         DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
024500             WITH NO ADVANCING.
024600         ACCEPT WS-OPERATOR-ID.
024700******************************************************************
024800*    1600-CHECK-OPERATOR - SIGN THE OPERATOR ON THROUGH
024900*    OPERCHK.  AN UNKNOWN OR INACTIVE ID ENDS THE SESSION
025000*    BEFORE IT IS OPENED ON THE RUN LEDGER; OPERCHK HAS
025100*    ALREADY LOGGED THE ATTEMPT.
025200******************************************************************
025300     1600-CHECK-OPERATOR.
025400         MOVE 'S' TO WS-CHK-MODE.
025500         MOVE "SIGN-ON " TO WS-CHK-ACTION.
025600         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
025700             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
025800             WS-OPER-NAME WS-OPER-RESULT.
025900         IF NOT WS-OPER-ACCEPTED
026000             DISPLAY "RACEAPPR: SIGN-ON REFUSED - OPERATOR "
026100                 WS-OPERATOR-ID " IS UNKNOWN OR NOT ACTIVE"
026200             MOVE 8 TO RETURN-CODE
026300             STOP RUN
026400         END-IF.
026500         IF WS-OPER-NAME NOT = SPACES
026600             DISPLAY "SIGNED ON AS " WS-OPER-NAME
026700         END-IF.
026800******************************************************************
026900*    1700-REFUSE-ACTION - THE OPERATOR'S ROLE DOES NOT ALLOW
027000*    THE ACTION STAGED IN WS-CHK-ACTION.  HAVE OPERCHK LOG THE
027100*    ATTEMPT AND TELL THE OPERATOR.
027200******************************************************************
027300     1700-REFUSE-ACTION.
027400         MOVE 'R' TO WS-CHK-MODE.
027500         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
027600             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
027700             WS-OPER-NAME WS-OPER-RESULT.
027800         DISPLAY "REFUSED - YOUR ROLE DOES NOT ALLOW THIS "
027900             "ACTION".
028000******************************************************************
028100*    2000-MENU-LOOP - SHOW THE MENU AND CARRY OUT ONE OPERATOR
028200*    COMMAND.
028300******************************************************************
028400     2000-MENU-LOOP.
028500         PERFORM 2100-DISPLAY-MENU.
028600         ACCEPT WS-MENU-CHOICE.
028700         INSPECT WS-MENU-CHOICE
028800             CONVERTING "abcdefghijklmnopqrstuvwxyz"
028900                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
029000         EVALUATE WS-MENU-CHOICE
029100             WHEN 'L'
029200                 PERFORM 3000-LIST-PENDING
029300             WHEN 'V'
029400                 PERFORM 4000-VIEW-SET THRU 4000-EXIT
029500             WHEN 'A'
029600                 IF WS-DUTY-OR-ABOVE
029700                     MOVE "APPROVE " TO WS-DECISION
029800                     PERFORM 5000-DECIDE-SET THRU 5000-EXIT
029900                 ELSE
030000                     MOVE "APPROVE " TO WS-CHK-ACTION
030100                     PERFORM 1700-REFUSE-ACTION
030200                 END-IF
030300             WHEN 'R'
030400                 IF WS-DUTY-OR-ABOVE
030500                     MOVE "REJECT  " TO WS-DECISION
030600                     PERFORM 5000-DECIDE-SET THRU 5000-EXIT
030700                 ELSE
030800                     MOVE "REJECT  " TO WS-CHK-ACTION
030900                     PERFORM 1700-REFUSE-ACTION
031000                 END-IF
031100             WHEN 'Q'
031200                 SET WS-DONE TO TRUE
031300             WHEN OTHER
031400                 DISPLAY "NOT A VALID CHOICE - TRY AGAIN"
031500         END-EVALUATE.
031600     2100-DISPLAY-MENU.
031700         DISPLAY " ".
031800         DISPLAY "RACE SHEET CHANGE APPROVAL".
031900         DISPLAY "  L = LIST CHANGE SETS AWAITING APPROVAL".
032000         DISPLAY "  V = VIEW A CHANGE SET AGAINST THE SHEET".
032100         IF WS-DUTY-OR-ABOVE
032200             DISPLAY "  A = APPROVE A CHANGE SET"
032300             DISPLAY "  R = REJECT A CHANGE SET"
032400         END-IF.
032500         DISPLAY "  Q = EXIT".
032600         DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
032700******************************************************************
032800*    3000-LIST-PENDING - ONE LINE PER SHEET WHOSE LAST
032900*    REGISTER RECORD IS STILL A SUBMIT.
033000******************************************************************
033100     3000-LIST-PENDING.
033200         MOVE 0 TO WS-PENDING-COUNT.
033300         DISPLAY "SET    SHEET                                "
033400             "        HEATS SUBMITTED BY DATE     TIME".
033500         PERFORM 3100-LIST-ONE-PENDING
033600             VARYING WS-SUB FROM 1 BY 1
033700             UNTIL WS-SUB > WS-SHEET-COUNT.
033800         IF WS-PENDING-COUNT = 0
033900             DISPLAY "NO CHANGE SETS ARE AWAITING APPROVAL"
034000         END-IF.
034100     3100-LIST-ONE-PENDING.
034200         IF PT-ACTION (WS-SUB) = "SUBMIT  "
034300             ADD 1 TO WS-PENDING-COUNT
034400             DISPLAY PT-SET-NO (WS-SUB) " "
034500                 PT-SHEET-NAME (WS-SUB) " "
034600                 PT-HEATS (WS-SUB) "  "
034700                 PT-OPERATOR (WS-SUB) "     "
034800                 PT-DATE (WS-SUB) " " PT-TIME (WS-SUB)
034900         END-IF.
035000******************************************************************
035100*    4000-VIEW-SET - ASK FOR A SET NUMBER, LOAD THE LIVE SHEET
035200*    AND THE SET, AND SHOW THEM SIDE BY SIDE.  WS-HIT-SUB IS
035300*    LEFT AT ZERO IF THE SET IS NOT PENDING.
035400******************************************************************
035500     4000-VIEW-SET.
035600         PERFORM 4100-GET-PENDING-SET THRU 4100-EXIT.
035700         IF WS-HIT-SUB = 0
035800             GO TO 4000-EXIT
035900         END-IF.
036000         PERFORM 4200-LOAD-LIVE-SHEET THRU 4200-EXIT.
036100         PERFORM 4300-LOAD-CHANGE-SET THRU 4300-EXIT.
036200         PERFORM 4400-SHOW-COMPARISON.
036300     4000-EXIT.
036400         EXIT.
036500     4100-GET-PENDING-SET.
036600         MOVE 0 TO WS-HIT-SUB.
036700         DISPLAY "ENTER CHANGE SET NUMBER (6 DIGITS, ZERO-"
036800             "PADDED): " WITH NO ADVANCING.
036900         ACCEPT WS-SET-NO-TEXT.
037000         IF WS-SET-NO NOT NUMERIC
037100             DISPLAY "REJECTED - SET NUMBER IS BLANK OR NOT "
037200                 "NUMERIC"
037300             GO TO 4100-EXIT
037400         END-IF.
037500         PERFORM 4150-FIND-PENDING-SET
037600             VARYING WS-SUB FROM 1 BY 1
037700             UNTIL WS-SUB > WS-SHEET-COUNT.
037800         IF WS-HIT-SUB = 0
037900             DISPLAY "CHANGE SET " WS-SET-NO
038000                 " IS NOT AWAITING APPROVAL"
038100             GO TO 4100-EXIT
038200         END-IF.
038300         MOVE PT-SHEET-NAME (WS-HIT-SUB) TO WS-SHEET-NAME.
038400     4100-EXIT.
038500         EXIT.
038600     4150-FIND-PENDING-SET.
038700         IF PT-SET-NO (WS-SUB) = WS-SET-NO
038800                 AND PT-ACTION (WS-SUB) = "SUBMIT  "
038900             MOVE WS-SUB TO WS-HIT-SUB
039000         END-IF.
039100*
039200*    THE LIVE SHEET MAY NOT EXIST YET (A BRAND-NEW SHEET) -
039300*    THEN EVERY HEAT IN THE SET SHOWS AS ADDED.
039400     4200-LOAD-LIVE-SHEET.
039500         MOVE 0 TO WS-OLD-COUNT.
039600         MOVE 'N' TO WS-EOF-SW.
039700         OPEN INPUT RACE-FILE.
039800         IF WS-RACE-STATUS = "35"
039900             GO TO 4200-EXIT
040000         END-IF.
040100         IF WS-RACE-STATUS NOT = "00"
040200             DISPLAY "RACEAPPR: CANNOT OPEN " WS-SHEET-NAME
040300                 " - RUN ABORTED (STATUS " WS-RACE-STATUS ")"
040400             MOVE 16 TO RETURN-CODE
040500             STOP RUN
040600         END-IF.
040700         PERFORM UNTIL WS-EOF
040800             READ RACE-FILE
040900                 AT END
041000                     SET WS-EOF TO TRUE
041100                 NOT AT END
041200                     IF WS-OLD-COUNT < 50
041300                         ADD 1 TO WS-OLD-COUNT
041400                         MOVE RF-RACE-ID
041500                             TO OD-RACE-ID (WS-OLD-COUNT)
041600                         MOVE RF-RACE-TIME
041700                             TO OD-TIME (WS-OLD-COUNT)
041800                         MOVE RF-RACE-DIST
041900                             TO OD-DIST (WS-OLD-COUNT)
042000                     END-IF
042100             END-READ
042200         END-PERFORM.
042300         CLOSE RACE-FILE.
042400     4200-EXIT.
042500         EXIT.
042600     4300-LOAD-CHANGE-SET.
042700         MOVE 0 TO WS-NEW-COUNT.
042800         MOVE 'N' TO WS-EOF-SW.
042900         OPEN INPUT PENDHEAT-FILE.
043000         IF WS-PENDHEAT-STATUS = "35"
043100             GO TO 4300-EXIT
043200         END-IF.
043300         IF WS-PENDHEAT-STATUS NOT = "00"
043400             DISPLAY "RACEAPPR: CANNOT OPEN PENDHEAT - RUN "
043500                 "ABORTED (STATUS " WS-PENDHEAT-STATUS ")"
043600             MOVE 16 TO RETURN-CODE
043700             STOP RUN
043800         END-IF.
043900         PERFORM UNTIL WS-EOF
044000             READ PENDHEAT-FILE
044100                 AT END
044200                     SET WS-EOF TO TRUE
044300                 NOT AT END
044400                     IF PH-SET-NO = WS-SET-NO
044500                             AND WS-NEW-COUNT < 50
044600                         ADD 1 TO WS-NEW-COUNT
044700                         MOVE PH-RACE-ID
044800                             TO NW-RACE-ID (WS-NEW-COUNT)
044900                         MOVE PH-RACE-TIME
045000                             TO NW-TIME (WS-NEW-COUNT)
045100                         MOVE PH-RACE-DIST
045200                             TO NW-DIST (WS-NEW-COUNT)
045300                         MOVE 'N'
045400                             TO NW-MATCHED-SW (WS-NEW-COUNT)
045500                     END-IF
045600             END-READ
045700         END-PERFORM.
045800         CLOSE PENDHEAT-FILE.
045900     4300-EXIT.
046000         EXIT.
046100******************************************************************
046200*    4400-SHOW-COMPARISON - EVERY HEAT ON THE LIVE SHEET,
046300*    MATCHED BY RACE ID TO THE SET: NOT IN THE SET IS REMOVED,
046400*    A DIFFERENT TIME OR DISTANCE IS CHANGED.  THEN EVERY HEAT
046500*    IN THE SET THAT MATCHED NOTHING ON THE SHEET IS ADDED.
046600******************************************************************
046700     4400-SHOW-COMPARISON.
046800         MOVE 0 TO WS-DIFF-COUNT.
046900         DISPLAY "CHANGE SET " PT-SET-NO (WS-HIT-SUB)
047000             " FOR SHEET " WS-SHEET-NAME.
047100         DISPLAY "SUBMITTED BY " PT-OPERATOR (WS-HIT-SUB)
047200             " ON " PT-DATE (WS-HIT-SUB) " AT "
047300             PT-TIME (WS-HIT-SUB).
047400         DISPLAY "RACE STATUS        OLD TIME    OLD DISTANCE"
047500             "       NEW TIME    NEW DISTANCE".
047600         PERFORM 4500-SHOW-ONE-OLD
047700             VARYING WS-SUB FROM 1 BY 1
047800             UNTIL WS-SUB > WS-OLD-COUNT.
047900         PERFORM 4600-SHOW-ONE-ADDED
048000             VARYING WS-SUB2 FROM 1 BY 1
048100             UNTIL WS-SUB2 > WS-NEW-COUNT.
048200         DISPLAY WS-OLD-COUNT " HEATS ON THE SHEET, "
048300             WS-NEW-COUNT " IN THE SET, " WS-DIFF-COUNT
048400             " DIFFERENCES".
048500     4500-SHOW-ONE-OLD.
048600         MOVE 0 TO WS-MATCH-SUB.
048700         PERFORM 4550-MATCH-ONE-NEW
048800             VARYING WS-SUB2 FROM 1 BY 1
048900             UNTIL WS-SUB2 > WS-NEW-COUNT.
049000         MOVE OD-TIME (WS-SUB) TO AP-OLD-TIME-EDIT.
049100         MOVE OD-DIST (WS-SUB) TO AP-OLD-DIST-EDIT.
049200         IF WS-MATCH-SUB = 0
049300             MOVE "REMOVED" TO AP-STATE
049400             MOVE 0 TO AP-NEW-TIME-EDIT AP-NEW-DIST-EDIT
049500             ADD 1 TO WS-DIFF-COUNT
049600         ELSE
049700             MOVE 'Y' TO NW-MATCHED-SW (WS-MATCH-SUB)
049800             MOVE NW-TIME (WS-MATCH-SUB) TO AP-NEW-TIME-EDIT
049900             MOVE NW-DIST (WS-MATCH-SUB) TO AP-NEW-DIST-EDIT
050000             IF NW-TIME (WS-MATCH-SUB) = OD-TIME (WS-SUB)
050100                     AND NW-DIST (WS-MATCH-SUB)
050200                       = OD-DIST (WS-SUB)
050300                 MOVE SPACES TO AP-STATE
050400             ELSE
050500                 MOVE "CHANGED" TO AP-STATE
050600                 ADD 1 TO WS-DIFF-COUNT
050700             END-IF
050800         END-IF.
050900         DISPLAY OD-RACE-ID (WS-SUB) " " AP-STATE " "
051000             AP-OLD-TIME-EDIT " " AP-OLD-DIST-EDIT " "
051100             AP-NEW-TIME-EDIT " " AP-NEW-DIST-EDIT.
051200     4550-MATCH-ONE-NEW.
051300         IF NW-RACE-ID (WS-SUB2) = OD-RACE-ID (WS-SUB)
051400             MOVE WS-SUB2 TO WS-MATCH-SUB
051500         END-IF.
051600     4600-SHOW-ONE-ADDED.
051700         IF NW-MATCHED-SW (WS-SUB2) = 'N'
051800             ADD 1 TO WS-DIFF-COUNT
051900             MOVE "ADDED" TO AP-STATE
052000             MOVE 0 TO AP-OLD-TIME-EDIT AP-OLD-DIST-EDIT
052100             MOVE NW-TIME (WS-SUB2) TO AP-NEW-TIME-EDIT
052200             MOVE NW-DIST (WS-SUB2) TO AP-NEW-DIST-EDIT
052300             DISPLAY NW-RACE-ID (WS-SUB2) " " AP-STATE " "
052400                 AP-OLD-TIME-EDIT " " AP-OLD-DIST-EDIT " "
052500                 AP-NEW-TIME-EDIT " " AP-NEW-DIST-EDIT
052600         END-IF.
052700******************************************************************
052800*    5000-DECIDE-SET - APPROVE OR REJECT ONE PENDING SET, AS
052900*    STAGED IN WS-DECISION.  THE SET IS SHOWN FIRST AND THE
053000*    DECISION CONFIRMED.  THE SUBMITTER MAY NOT DECIDE THEIR
053100*    OWN SET - THAT IS THE WHOLE POINT OF THE SECOND PAIR OF
053200*    EYES - AND AN APPROVAL IS REFUSED WHILE THE SHEET'S VENUE
053300*    IS SIGNED OFF AS OFFICIAL FOR TODAY.  A REJECTED SET CAN
053400*    STILL BE RESUBMITTED THROUGH RACEMNTU.
053500******************************************************************
053600     5000-DECIDE-SET.
053610         PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.
053700         PERFORM 4000-VIEW-SET THRU 4000-EXIT.
053800         IF WS-HIT-SUB = 0
053900             GO TO 5000-EXIT
054000         END-IF.
054100         IF PT-OPERATOR (WS-HIT-SUB) = WS-OPERATOR-ID
054200             DISPLAY "YOU SUBMITTED THIS CHANGE SET - ANOTHER "
054300                 "OPERATOR MUST DECIDE IT"
054400             MOVE "SELF-APP" TO WS-CHK-ACTION
054500             PERFORM 1700-REFUSE-ACTION
054600             GO TO 5000-EXIT
054700         END-IF.
054800         IF WS-DECISION = "APPROVE "
054900             PERFORM 5500-CHECK-SIGNOFF
055000             IF WS-FROZEN
055100                 DISPLAY "APPROVAL REFUSED - TODAY'S FIGURES "
055200                     "FOR VENUE '" WS-SHEET-VENUE "' ARE "
055300                     "SIGNED OFF AS OFFICIAL (A SUPERVISOR "
055400                     "OVERRIDE THROUGH RACESOFF LIFTS THE "
055500                     "FREEZE)"
055600                 GO TO 5000-EXIT
055700             END-IF
055800         END-IF.
055900         DISPLAY "CONFIRM " WS-DECISION "CHANGE SET "
056000             PT-SET-NO (WS-HIT-SUB) " (Y/N): "
056100             WITH NO ADVANCING.
056200         ACCEPT WS-CONFIRM.
056300         IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
056400             DISPLAY "NOTHING DONE"
056500             GO TO 5000-EXIT
056600         END-IF.
056610         PERFORM 5050-RECHECK-SET.
056620         IF WS-HIT-SUB = 0
056630             DISPLAY "CHANGE SET " WS-CHOSEN-SET-NO " IS NO "
056640                 "LONGER THE LATEST FOR SHEET " WS-SHEET-NAME
056650             DISPLAY "A NEWER SET WAS SUBMITTED OR THE SET WAS "
056660                 "DECIDED ELSEWHERE - NOTHING DONE"
056670             GO TO 5000-EXIT
056680         END-IF.
056700         IF WS-DECISION = "APPROVE "
056800             PERFORM 5100-REWRITE-SHEET
056900             MOVE "APPROV" TO WS-AUD-ACTION
057000             PERFORM 5200-AUDIT-ONE-OLD
057100                 VARYING WS-SUB FROM 1 BY 1
057200                 UNTIL WS-SUB > WS-OLD-COUNT
057300             PERFORM 5300-AUDIT-ONE-ADDED
057400                 VARYING WS-SUB2 FROM 1 BY 1
057500                 UNTIL WS-SUB2 > WS-NEW-COUNT
057600             ADD 1 TO WS-APPROVED-COUNT
057700         ELSE
057800             MOVE "REJECT" TO WS-AUD-ACTION
057900             ADD 1 TO WS-REJECTED-COUNT
058000         END-IF.
058100         MOVE 0 TO WS-AUD-RACE-ID WS-AUD-OLD-TIME
058200             WS-AUD-OLD-DIST WS-AUD-NEW-TIME WS-AUD-NEW-DIST.
058300         PERFORM 8000-WRITE-AUDIT.
058400         PERFORM 5400-WRITE-DECISION.
058500         MOVE WS-DECISION TO PT-ACTION (WS-HIT-SUB).
058600         IF WS-DECISION = "APPROVE "
058700             DISPLAY "CHANGE SET " PT-SET-NO (WS-HIT-SUB)
058800                 " APPROVED - SHEET " WS-SHEET-NAME " UPDATED"
058900         ELSE
059000             DISPLAY "CHANGE SET " PT-SET-NO (WS-HIT-SUB)
059100                 " REJECTED - SHEET LEFT AS IT WAS"
059200         END-IF.
059300     5000-EXIT.
059400         EXIT.
059405*
059410*    RACEMNTU MAY HAVE APPENDED TO THE REGISTER WHILE THE
059415*    OPERATOR LOOKED AT THE SET.  RE-READ IT AND KEEP THE SET
059420*    ONLY IF IT IS STILL ITS SHEET'S LAST RECORD AND STILL A
059425*    SUBMIT; OTHERWISE WS-HIT-SUB IS LEFT AT ZERO.
059430     5050-RECHECK-SET.
059435         MOVE PT-SET-NO (WS-HIT-SUB) TO WS-CHOSEN-SET-NO.
059440         PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.
059445         MOVE 0 TO WS-HIT-SUB.
059450         PERFORM 5060-MATCH-CHOSEN-SET
059455             VARYING WS-SUB FROM 1 BY 1
059460             UNTIL WS-SUB > WS-SHEET-COUNT.
059465     5060-MATCH-CHOSEN-SET.
059470         IF PT-SHEET-NAME (WS-SUB) = WS-SHEET-NAME
059475                 AND PT-SET-NO (WS-SUB) = WS-CHOSEN-SET-NO
059480                 AND PT-ACTION (WS-SUB) = "SUBMIT  "
059485             MOVE WS-SUB TO WS-HIT-SUB
059490         END-IF.
059500     5100-REWRITE-SHEET.
059600         OPEN OUTPUT RACE-FILE.
059700         PERFORM 5150-WRITE-ONE-RACE
059800             VARYING WS-SUB2 FROM 1 BY 1
059900             UNTIL WS-SUB2 > WS-NEW-COUNT.
060000         CLOSE RACE-FILE.
060100     5150-WRITE-ONE-RACE.
060200         MOVE SPACES TO RACE-FILE-RECORD.
060300         MOVE NW-RACE-ID (WS-SUB2) TO RF-RACE-ID.
060400         MOVE NW-TIME (WS-SUB2) TO RF-RACE-TIME.
060500         MOVE NW-DIST (WS-SUB2) TO RF-RACE-DIST.
060600         WRITE RACE-FILE-RECORD.
060700*
060800*    AN APPROVAL AUDITS EACH HEAT IT ACTUALLY MOVED ON THE
060900*    SHEET, BEFORE AND AFTER, THE SAME WAY RACEMNTU AUDITS AN
061000*    ADD OR DELETE - ZERO OLD FIGURES FOR AN ADDED HEAT, ZERO
061100*    NEW FIGURES FOR A REMOVED ONE - AHEAD OF THE SET'S OWN
061200*    RACE-ZERO APPROVAL RECORD.
061300     5200-AUDIT-ONE-OLD.
061400         MOVE 0 TO WS-MATCH-SUB.
061500         PERFORM 4550-MATCH-ONE-NEW
061600             VARYING WS-SUB2 FROM 1 BY 1
061700             UNTIL WS-SUB2 > WS-NEW-COUNT.
061800         MOVE OD-RACE-ID (WS-SUB) TO WS-AUD-RACE-ID.
061900         MOVE OD-TIME (WS-SUB) TO WS-AUD-OLD-TIME.
062000         MOVE OD-DIST (WS-SUB) TO WS-AUD-OLD-DIST.
062100         IF WS-MATCH-SUB = 0
062200             MOVE 0 TO WS-AUD-NEW-TIME WS-AUD-NEW-DIST
062300             PERFORM 8000-WRITE-AUDIT
062400         ELSE
062500             MOVE NW-TIME (WS-MATCH-SUB) TO WS-AUD-NEW-TIME
062600             MOVE NW-DIST (WS-MATCH-SUB) TO WS-AUD-NEW-DIST
062700             IF WS-AUD-NEW-TIME NOT = WS-AUD-OLD-TIME
062800                     OR WS-AUD-NEW-DIST NOT = WS-AUD-OLD-DIST
062900                 PERFORM 8000-WRITE-AUDIT
063000             END-IF
063100         END-IF.
063200     5300-AUDIT-ONE-ADDED.
063300         IF NW-MATCHED-SW (WS-SUB2) = 'N'
063400             MOVE NW-RACE-ID (WS-SUB2) TO WS-AUD-RACE-ID
063500             MOVE 0 TO WS-AUD-OLD-TIME WS-AUD-OLD-DIST
063600             MOVE NW-TIME (WS-SUB2) TO WS-AUD-NEW-TIME
063700             MOVE NW-DIST (WS-SUB2) TO WS-AUD-NEW-DIST
063800             PERFORM 8000-WRITE-AUDIT
063900         END-IF.
064000     5400-WRITE-DECISION.
064100         OPEN EXTEND PENDREG-FILE.
064200         IF WS-PENDREG-STATUS = "35"
064300             OPEN OUTPUT PENDREG-FILE
064400         END-IF.
064500         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
064600         ACCEPT WS-TIME-RAW FROM TIME.
064700         MOVE SPACES TO PENDREG-FILE-RECORD.
064800         MOVE PT-SET-NO (WS-HIT-SUB) TO PD-SET-NO.
064900         MOVE WS-SHEET-NAME TO PD-SHEET-NAME.
065000         MOVE WS-DECISION TO PD-ACTION.
065100         MOVE WS-OPERATOR-ID TO PD-OPERATOR.
065200         MOVE WS-TODAY TO PD-DATE.
065300         MOVE WS-TIME-RAW (1:6) TO PD-TIME.
065400         MOVE PT-HEATS (WS-HIT-SUB) TO PD-HEATS.
065500         WRITE PENDREG-FILE-RECORD.
065600         CLOSE PENDREG-FILE.
065700******************************************************************
065800*    5500-CHECK-SIGNOFF - THE SAME FREEZE CHECK RACEMNTU MAKES
065900*    BEFORE A SAVE: FIND WHICH VENUE (IF ANY) NAMES THIS SHEET
066000*    IN TODAY'S SHEET-CONTROL FILE, THEN SCAN THE SIGN-OFF
066100*    STATUS FILE FOR TODAY AND THAT VENUE.  THE LAST MATCHING
066200*    RECORD IS THE ONE IN FORCE.
066300******************************************************************
066400     5500-CHECK-SIGNOFF.
066500         MOVE 'N' TO WS-FROZEN-SW.
066600         PERFORM 5600-FIND-SHEET-VENUE.
066700         IF WS-VENUE-FOUND
066800             PERFORM 5700-SCAN-SIGNOFF
066900         END-IF.
067000     5600-FIND-SHEET-VENUE.
067100         MOVE 'N' TO WS-VENUE-EOF-SW WS-VENUE-FOUND-SW.
067200         MOVE SPACES TO WS-SHEET-VENUE.
067300         OPEN INPUT VENUE-FILE.
067400         IF WS-VENUE-STATUS = "35"
067500             IF WS-SHEET-NAME = "RACEIN"
067600                 SET WS-VENUE-FOUND TO TRUE
067700             END-IF
067800             SET WS-VENUE-EOF TO TRUE
067900         ELSE
068000             IF WS-VENUE-STATUS NOT = "00"
068100                 DISPLAY "CANNOT OPEN VENUES (STATUS "
068200                     WS-VENUE-STATUS ") - FREEZE CHECK SKIPPED"
068300                 SET WS-VENUE-EOF TO TRUE
068400             END-IF
068500         END-IF.
068600         PERFORM UNTIL WS-VENUE-EOF
068700             READ VENUE-FILE
068800                 AT END
068900                     SET WS-VENUE-EOF TO TRUE
069000                 NOT AT END
069100                     IF VN-SHEET-NAME = WS-SHEET-NAME
069200                         MOVE VN-VENUE-CODE TO WS-SHEET-VENUE
069300                         SET WS-VENUE-FOUND TO TRUE
069400                     END-IF
069500             END-READ
069600         END-PERFORM.
069700         IF WS-VENUE-STATUS = "00" OR WS-VENUE-STATUS = "10"
069800             CLOSE VENUE-FILE
069900         END-IF.
070000     5700-SCAN-SIGNOFF.
070100         MOVE 'N' TO WS-SIGNOFF-EOF-SW.
070200         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
070300         OPEN INPUT SIGNOFF-FILE.
070400         IF WS-SIGNOFF-STATUS = "35"
070500             SET WS-SIGNOFF-EOF TO TRUE
070600         ELSE
070700             IF WS-SIGNOFF-STATUS NOT = "00"
070800                 DISPLAY "CANNOT OPEN SIGNOFF (STATUS "
070900                     WS-SIGNOFF-STATUS ") - FREEZE CHECK "
071000                     "SKIPPED"
071100                 SET WS-SIGNOFF-EOF TO TRUE
071200             END-IF
071300         END-IF.
071400         PERFORM UNTIL WS-SIGNOFF-EOF
071500             READ SIGNOFF-FILE
071600                 AT END
071700                     SET WS-SIGNOFF-EOF TO TRUE
071800                 NOT AT END
071900                     IF SG-RUN-DATE = WS-TODAY
072000                             AND SG-VENUE = WS-SHEET-VENUE
072100                         IF SG-ACTION = "SIGNOFF "
072200                             SET WS-FROZEN TO TRUE
072300                         ELSE
072400                             MOVE 'N' TO WS-FROZEN-SW
072500                         END-IF
072600                     END-IF
072700             END-READ
072800         END-PERFORM.
072900         IF WS-SIGNOFF-STATUS = "00" OR WS-SIGNOFF-STATUS = "10"
073000             CLOSE SIGNOFF-FILE
073100         END-IF.
073200******************************************************************
073300*    8000-WRITE-AUDIT - APPEND ONE AUDIT RECORD FOR THE ACTION
073400*    STAGED IN THE WS-AUD FIELDS, STAMPED WITH THE DECIDING
073500*    OPERATOR AND THE WALL CLOCK, IN THE SAME LOG RACEMNTU
073600*    WRITES.
073700******************************************************************
073800     8000-WRITE-AUDIT.
073900         OPEN EXTEND AUDIT-FILE.
074000         IF WS-AUDIT-STATUS = "35"
074100             OPEN OUTPUT AUDIT-FILE
074200         END-IF.
074300         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
074400         ACCEPT WS-TIME-RAW FROM TIME.
074500         MOVE SPACES TO AUDIT-FILE-RECORD.
074600         MOVE WS-TODAY TO AU-DATE.
074700         MOVE WS-TIME-RAW (1:6) TO AU-TIME.
074800         MOVE WS-OPERATOR-ID TO AU-OPERATOR.
074900         MOVE WS-AUD-ACTION TO AU-ACTION.
075000         MOVE WS-SHEET-NAME (1:20) TO AU-SHEET.
075100         MOVE WS-AUD-RACE-ID TO AU-RACE-ID.
075200         MOVE WS-AUD-OLD-TIME TO AU-OLD-TIME.
075300         MOVE WS-AUD-OLD-DIST TO AU-OLD-DIST.
075400         MOVE WS-AUD-NEW-TIME TO AU-NEW-TIME.
075500         MOVE WS-AUD-NEW-DIST TO AU-NEW-DIST.
075600         WRITE AUDIT-FILE-RECORD.
075700         CLOSE AUDIT-FILE.
075800******************************************************************
075900*    9000/9100-WRITE-RUNLOG-START/END - APPEND THE PANEL
076000*    SESSION'S START AND END RECORDS TO THE SHARED RUN LEDGER.
076100*    THE END RECORD'S OUTCOME CARRIES THE SESSION'S APPROVED
076200*    AND REJECTED COUNTS.
076300******************************************************************
076400     9000-WRITE-RUNLOG-START.
076500         MOVE "START" TO WS-RL-TYPE.
076600         PERFORM 9200-WRITE-RUNLOG-RECORD.
076700     9100-WRITE-RUNLOG-END.
076800         MOVE "END  " TO WS-RL-TYPE.
076900         PERFORM 9200-WRITE-RUNLOG-RECORD.
077000     9200-WRITE-RUNLOG-RECORD.
077100         OPEN EXTEND RUNLOG-FILE.
077200         IF WS-RUNLOG-STATUS = "35"
077300             OPEN OUTPUT RUNLOG-FILE
077400         END-IF.
077500         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
077600         ACCEPT WS-TIME-RAW FROM TIME.
077700         MOVE SPACES TO RUNLOG-FILE-RECORD.
077800         MOVE "RACEAPPR" TO RL-PROGRAM-ID.
077900         MOVE WS-TODAY TO RL-RUN-DATE.
078000         MOVE WS-TIME-RAW (1:6) TO RL-RUN-TIME.
078100         MOVE WS-RL-TYPE TO RL-RECORD-TYPE.
078200         MOVE 0 TO RL-RACES.
078300         IF WS-RL-TYPE = "START"
078400             MOVE SPACES TO RL-OUTCOME
078500         ELSE
078600             MOVE WS-RL-OUTCOME TO RL-OUTCOME
078700         END-IF.
078800         MOVE 0 TO RL-COMP-CODE.
078900         MOVE 'N' TO RL-RESUME-SW.
079000         MOVE 0 TO RL-CYCLE.
079100         WRITE RUNLOG-FILE-RECORD.
079200         CLOSE RUNLOG-FILE.
079300     END PROGRAM RACEAPPR.
