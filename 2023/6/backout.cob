000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      BACKOUT
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-11
000700*
000800*    RUN-CYCLE BACKOUT PANEL FOR THE SUPERVISOR.  WHEN A PARTONE
000900*    CYCLE IS POSTED FROM A BAD SHEET ITS ROWS WOULD OTHERWISE
000910*    STAY ON RESMAST, RACEHIST AND EXCEPTS FOR GOOD - AND
001100*    TRENDRPT, BOARDRPT AND THE CUT LIST WOULD KEEP PICKING
001200*    THEM UP.  THE SUPERVISOR NAMES THE RUN DATE, VENUE AND
001300*    CYCLE, IS SHOWN EVERY RECORD THAT CYCLE WROTE, AND ON
001400*    CONFIRMATION THE CYCLE IS TAKEN OFF ALL THREE FILES
001500*    TOGETHER:
001510*      RESMAST  - THE CYCLE'S ROWS ARE DELETED FROM THE KEYED
001520*                 RESULTS MASTER, AND RECONCIL'S VERDICT FOR
001530*                 THE DATE IS WITHDRAWN ON THE RESULTS CONTROL
001540*                 FILE (RESCTL).
001900*      RACEHIST - THE CYCLE'S RECORDS ARE DELETED FROM THE
002000*                 MASTER, SO THE HEAT'S PREVIOUS CYCLE (IF ANY)
002100*                 IS ONCE AGAIN ITS LATEST.
002200*      EXCEPTS  - THE CYCLE'S EXCEPTIONS ARE REVERSED, NOT
002300*                 REMOVED: EACH ONE STILL UNRESOLVED IS CLOSED
002400*                 OUT AS RESOLVED UNDER THE SUPERVISOR'S ID
002500*                 WITH A "BACKED OUT" NOTE, SO THE LIFECYCLE
002600*                 TRAIL THE COMMITTEE ASKS FOR SURVIVES.  ONE
002700*                 ALREADY RESOLVED KEEPS ITS DISPOSITION.
002800*    THE BACKOUT IS THEN RECORDED ON THE BACKOUT REGISTER
002900*    (BKOUTREG), AS A "BKOUT" REVERSAL RECORD ON RUNLOG, AND AS
003000*    "BKOUT " RECORDS ON AUDITLOG (ONE PER HEAT TAKEN OFF
003100*    RACEHIST AND ONE FOR THE CYCLE AS A WHOLE).
003200*
003300*    A DATE/VENUE THAT RACESOFF HAS SIGNED OFF IS REFUSED UNTIL
003400*    A SUPERVISOR OVERRIDE IS ON THE SIGN-OFF FILE - THE SAME
003500*    FREEZE PARTONE OBEYS.  SO IS A CYCLE ALREADY BACKED OUT,
003600*    A CYCLE STILL HELD BY A PARTONE CHECKPOINT (A RESUME WOULD
003700*    POST STRAIGHT BACK INTO IT), AND A CYCLE WHOSE ROWS ARE
003800*    STILL ON THE RESULTS1 STAGING FILE (RESMERGE HAS NOT RUN,
003810*    SO THE ROWS WOULD ARRIVE ON RESMAST AFTER THE BACKOUT).
003820*    THE BACKED-OUT CYCLE NUMBER IS NEVER REUSED - THE DATE'S
003830*    HIGHEST CYCLE ON RESCTL IS LEFT AS IT IS, AND PARTONE ALSO
004100*    READS THE REGISTER WHEN IT ASSIGNS ITS NEXT CYCLE.  THE
004110*    DATE'S RECONCIL VERDICT PREDATES THE BACKOUT, SO IT IS
004120*    WITHDRAWN AND RACESOFF WILL NOT SIGN THE DATE OFF UNTIL
004130*    RECONCIL HAS BEEN RERUN.
004400*
004500*    SUPERVISORS ONLY - ANY OTHER ROLE IS REFUSED AT SIGN-ON
004600*    AND THE ATTEMPT LOGGED.  A SIMPLE ACCEPT/DISPLAY MENU,
004700*    LIKE RACESOFF.
004800*
004900*    MODIFICATION HISTORY.
005000*    DATE        INIT  DESCRIPTION
005100*    ----------  ----  ----------------------------------------
005200*    2026-10-11  RH    ORIGINAL VERSION.
005210*    2026-10-12  RH    KEYED RESULTS MASTER - THE CYCLE'S ROWS
005220*                      ARE NOW FOUND BY KEY ON THE INDEXED
005230*                      RESULTS MASTER (RESMAST) AND DELETED
005240*                      THERE, INSTEAD OF A SCAN AND REWRITE OF
005250*                      THE WHOLE SEQUENTIAL RESULTS FILE, AND
005260*                      THE DATE'S RECONCIL VERDICT IS WITHDRAWN
005270*                      ON THE RESULTS CONTROL FILE (RESCTL).
005275*    2026-10-14  RH    SEASON CALENDAR - A CYCLE WHOSE RUN
005280*                      DATE FALLS IN A SEASON SEASCLOS HAS
005285*                      CLOSED IS REFUSED (SEASCHK), SINCE THE
005290*                      SEASON'S SUMMARY WAS ROLLED UP FROM IT.
005292*    2026-10-15  RH    RUN LEDGER END AND BKOUT RECORDS CARRY THE
005294*                      RETURN CODE AS THEIR COMPLETION CODE.
005300******************************************************************
005400     PROGRAM-ID. BACKOUT.
005500     ENVIRONMENT DIVISION.
005600     INPUT-OUTPUT SECTION.
005700     FILE-CONTROL.
005710         SELECT RESMAST-FILE ASSIGN TO "RESMAST"
005720             ORGANIZATION IS INDEXED
005730             ACCESS MODE IS DYNAMIC
005740             RECORD KEY IS RM-KEY
005750             FILE STATUS IS WS-RESMAST-STATUS.
005760         SELECT RESCTL-FILE ASSIGN TO "RESCTL"
005770             ORGANIZATION IS INDEXED
005780             ACCESS MODE IS RANDOM
005790             RECORD KEY IS RC-RUN-DATE
005800             FILE STATUS IS WS-RESCTL-STATUS.
006100         SELECT STAGERES-FILE ASSIGN TO "RESULTS1"
006200             ORGANIZATION IS LINE SEQUENTIAL
006300             FILE STATUS IS WS-STAGERES-STATUS.
006700         SELECT HIST-FILE ASSIGN TO "RACEHIST"
006800             ORGANIZATION IS INDEXED
006900             ACCESS MODE IS DYNAMIC
007000             RECORD KEY IS RH-KEY
007100             FILE STATUS IS WS-HIST-STATUS.
007200         SELECT EXCEPT-FILE ASSIGN TO "EXCEPTS"
007300             ORGANIZATION IS LINE SEQUENTIAL
007400             FILE STATUS IS WS-EXCEPT-STATUS.
007500         SELECT EXCWORK-FILE ASSIGN TO "BKXWORK"
007600             ORGANIZATION IS LINE SEQUENTIAL
007700             FILE STATUS IS WS-EXCWORK-STATUS.
007800         SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF"
007900             ORGANIZATION IS LINE SEQUENTIAL
008000             FILE STATUS IS WS-SIGNOFF-STATUS.
008100         SELECT CHKPT-FILE ASSIGN TO "CHKPT"
008200             ORGANIZATION IS LINE SEQUENTIAL
008300             FILE STATUS IS WS-CHKPT-STATUS.
008400         SELECT BKOUT-FILE ASSIGN TO "BKOUTREG"
008500             ORGANIZATION IS LINE SEQUENTIAL
008600             FILE STATUS IS WS-BKOUT-STATUS.
008700         SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
008800             ORGANIZATION IS LINE SEQUENTIAL
008900             FILE STATUS IS WS-AUDIT-STATUS.
009000         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
009100             ORGANIZATION IS LINE SEQUENTIAL
009200             FILE STATUS IS WS-RUNLOG-STATUS.
009300     DATA DIVISION.
009400     FILE SECTION.
009410     FD  RESMAST-FILE.
009420         COPY RESMREC.
009430     FD  RESCTL-FILE.
009440         COPY RESCREC.
009700     FD  STAGERES-FILE.
009710         COPY RESLTREC.
010100     FD  HIST-FILE.
010200         COPY HISTREC.
010300     FD  EXCEPT-FILE.
010400         COPY EXCPTREC.
010500     FD  EXCWORK-FILE.
010600     01  EXCWORK-RECORD             PIC X(116).
010700     FD  SIGNOFF-FILE.
010800         COPY SIGNREC.
010900     FD  CHKPT-FILE.
011000         COPY CHKPTREC.
011100     FD  BKOUT-FILE.
011200         COPY BKOUREC.
011300     FD  AUDIT-FILE.
011400         COPY AUDITREC.
011500     FD  RUNLOG-FILE.
011600         COPY RUNLGREC.
011700     WORKING-STORAGE SECTION.
011710     01  WS-RESMAST-STATUS          PIC X(02) VALUE SPACES.
011720     01  WS-RESCTL-STATUS           PIC X(02) VALUE SPACES.
011900     01  WS-STAGERES-STATUS         PIC X(02) VALUE SPACES.
012100     01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
012200     01  WS-EXCEPT-STATUS           PIC X(02) VALUE SPACES.
012300     01  WS-EXCWORK-STATUS          PIC X(02) VALUE SPACES.
012400     01  WS-SIGNOFF-STATUS          PIC X(02) VALUE SPACES.
012500     01  WS-CHKPT-STATUS            PIC X(02) VALUE SPACES.
012600     01  WS-BKOUT-STATUS            PIC X(02) VALUE SPACES.
012700     01  WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
012800     01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
012900     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
013000         88  WS-EOF                 VALUE 'Y'.
013100     01  WS-DONE-SW                 PIC X(01) VALUE 'N'.
013200         88  WS-DONE                VALUE 'Y'.
013300     01  WS-KEY-OK-SW               PIC X(01) VALUE 'N'.
013400         88  WS-KEY-OK              VALUE 'Y'.
013500     01  WS-FROZEN-SW               PIC X(01) VALUE 'N'.
013600         88  WS-FROZEN              VALUE 'Y'.
013700     01  WS-REGISTERED-SW           PIC X(01) VALUE 'N'.
013800         88  WS-REGISTERED          VALUE 'Y'.
013900     01  WS-CHKPT-HELD-SW           PIC X(01) VALUE 'N'.
014000         88  WS-CHKPT-HELD          VALUE 'Y'.
014100     01  WS-MATCH-SW                PIC X(01) VALUE 'N'.
014200         88  WS-MATCH               VALUE 'Y'.
014300     01  WS-HEAT-OVERFLOW-SW        PIC X(01) VALUE 'N'.
014400         88  WS-HEAT-OVERFLOW       VALUE 'Y'.
014500     01  WS-TODAY                   PIC 9(08) VALUE 0.
014600     01  WS-BUS-DATE                PIC 9(08) VALUE 0.
014700     01  WS-BDATE-RESULT            PIC X(01) VALUE SPACE.
014800         88  WS-BDATE-ERROR         VALUE 'E'.
014810     01  WS-SEASON-CODE             PIC X(06) VALUE SPACES.
014820     01  WS-SEASON-RESULT           PIC X(01) VALUE SPACE.
014830         88  WS-SEASON-CLOSED       VALUE 'C'.
014840         88  WS-SEASON-ERROR        VALUE 'E'.
014900     01  WS-TIME-RAW                PIC X(08) VALUE SPACES.
015000     01  WS-MENU-CHOICE             PIC X(01) VALUE SPACE.
015100     01  WS-CONFIRM                 PIC X(01) VALUE SPACE.
015200     01  WS-SUB                     PIC 9(04) VALUE 0.
015300*
015400*    SIGN-ON FIELDS PASSED TO OPERCHK, THE SAME SET EVERY
015500*    PANEL CARRIES.
015600     01  WS-PROGRAM-ID              PIC X(08) VALUE "BACKOUT".
015700     01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
015800     01  WS-OPER-NAME               PIC X(30) VALUE SPACES.
015900     01  WS-OPER-ROLE               PIC X(01) VALUE SPACE.
016000         88  WS-SUPERVISOR          VALUE 'S'.
016100     01  WS-OPER-RESULT             PIC X(01) VALUE SPACE.
016200         88  WS-OPER-ACCEPTED       VALUE 'A' 'N'.
016300     01  WS-CHK-MODE                PIC X(01) VALUE SPACE.
016400     01  WS-CHK-ACTION              PIC X(08) VALUE SPACES.
016500*
016600*    THE CYCLE BEING BACKED OUT.  ENTRY FIELDS ARE ACCEPTED
016700*    INTO ALPHANUMERIC BUFFERS AND VALIDATED THROUGH A
016800*    REDEFINES, THE SAME PATTERN RACESOFF USES.  ONLY PARTONE
016900*    POSTS RACEHIST AND EXCEPTS, SO IT IS PARTONE'S CYCLE
017000*    NUMBERING THAT IS BACKED OUT.
017100     01  WS-BK-DATE-TEXT            PIC X(08) VALUE ZEROS.
017200     01  WS-BK-DATE REDEFINES WS-BK-DATE-TEXT
017300                                    PIC 9(08).
017400     01  WS-BK-VENUE                PIC X(04) VALUE SPACES.
017500     01  WS-BK-CYCLE-TEXT           PIC X(02) VALUE ZEROS.
017600     01  WS-BK-CYCLE REDEFINES WS-BK-CYCLE-TEXT
017700                                    PIC 9(02).
017800     01  WS-BK-PROGRAM-ID           PIC X(08) VALUE "PARTONE ".
017900*
018000*    WHAT THE PREVIEW FOUND, AND WHAT THE BACKOUT ACTUALLY DID.
018100     01  WS-STAGED-ROWS             PIC 9(04) VALUE 0.
018200     01  WS-RES-FOUND               PIC 9(04) VALUE 0.
018300     01  WS-EXC-FOUND               PIC 9(04) VALUE 0.
018400     01  WS-EXC-TO-REVERSE          PIC 9(04) VALUE 0.
018500     01  WS-RES-REMOVED             PIC 9(04) VALUE 0.
018600     01  WS-HIST-DELETED            PIC 9(04) VALUE 0.
018700     01  WS-EXC-REVERSED            PIC 9(04) VALUE 0.
018800     01  WS-BACKED-OUT-COUNT        PIC 9(02) VALUE 0.
018900*
019000*    THE CYCLE'S RACEHIST KEYS, COLLECTED BY THE PREVIEW AND
019100*    DELETED ON CONFIRMATION.  FIXED AT 50 HEATS - THE RACE
019200*    SHEET'S OWN CEILING - AND A BACKOUT THAT FINDS MORE IS
019300*    REFUSED RATHER THAN LEFT HALF DONE.
019400     01  WS-HEAT-COUNT              PIC 9(04) VALUE 0.
019500     01  HEAT-TABLE.
019600         05  HEAT-ENTRY OCCURS 50 TIMES.
019700             10  HT-RACE-ID         PIC 9(04).
019800*
019900*    STAGED FIELDS FOR THE AUDIT AND LEDGER RECORDS IN HAND.
020000*    A BACKOUT AUDIT RECORD NAMES THE RUN DATE, VENUE AND
020100*    CYCLE WHERE A SHEET EDIT NAMES THE SHEET.
020200     01  WS-AUD-SHEET               PIC X(20) VALUE SPACES.
020300     01  WS-AUD-RACE-ID             PIC 9(04) VALUE 0.
020400     01  WS-RL-TYPE                 PIC X(05) VALUE SPACES.
020500     01  WS-RL-DATE                 PIC 9(08) VALUE 0.
020600     01  WS-RL-RACES                PIC 9(04) VALUE 0.
020700     01  WS-RL-OUTCOME              PIC X(18) VALUE SPACES.
020800     01  WS-RL-CYCLE                PIC 9(02) VALUE 0.
020900     01  WS-NEW-NOTE                PIC X(30) VALUE SPACES.
021000     01  BO-FIGURE-EDIT             PIC Z(17)9.
021100     01  BO-COUNT-EDIT              PIC Z(14)9.
021200     01  BO-MARGIN-EDIT             PIC Z(15)9.99.
021300     PROCEDURE DIVISION.
021400     MAIN-PROCEDURE.
021500         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
021600         CALL "BDATECHK" USING WS-PROGRAM-ID WS-BUS-DATE
021700             WS-BDATE-RESULT.
021800         IF WS-BDATE-ERROR
021900             DISPLAY "BACKOUT: NO USABLE BUSINESS DATE - RUN "
022000                 "ABORTED"
022100             MOVE 16 TO RETURN-CODE
022200             STOP RUN
022300         END-IF.
022400         PERFORM 1500-GET-OPERATOR-ID
022500             UNTIL WS-OPERATOR-ID NOT = SPACES.
022600         PERFORM 1600-CHECK-OPERATOR.
022700         MOVE "START" TO WS-RL-TYPE.
022800         MOVE WS-TODAY TO WS-RL-DATE.
022900         MOVE 0 TO WS-RL-RACES WS-RL-CYCLE.
023000         MOVE SPACES TO WS-RL-OUTCOME.
023100         PERFORM 9200-WRITE-RUNLOG-RECORD.
023200         PERFORM 2000-MENU-LOOP UNTIL WS-DONE.
023300         MOVE "END  " TO WS-RL-TYPE.
023400         MOVE WS-TODAY TO WS-RL-DATE.
023500         MOVE SPACES TO WS-RL-OUTCOME.
023600         STRING "BACKED OUT " DELIMITED BY SIZE
023700                 WS-BACKED-OUT-COUNT DELIMITED BY SIZE
023800                 INTO WS-RL-OUTCOME
023900         END-STRING.
024000         PERFORM 9200-WRITE-RUNLOG-RECORD.
024100         STOP RUN.
024200******************************************************************
024300*    1500-GET-OPERATOR-ID - EVERY BACKOUT NAMES THE SUPERVISOR
024400*    WHO KEYED IT, SO THE PANEL DOES NOT OPEN UNTIL AN
024500*    OPERATOR ID IS KEYED.
024600******************************************************************
024700     1500-GET-OPERATOR-ID.
024800         DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
024900             WITH NO ADVANCING.
025000         ACCEPT WS-OPERATOR-ID.
025100******************************************************************
025200*    1600-CHECK-OPERATOR - SIGN THE OPERATOR ON THROUGH
025300*    OPERCHK.  AN UNKNOWN OR INACTIVE ID ENDS THE SESSION;
025400*    OPERCHK HAS ALREADY LOGGED THE ATTEMPT.  BACKING A CYCLE
025500*    OUT IS SUPERVISOR WORK, SO ANY OTHER ROLE IS TURNED AWAY
025600*    TOO AND THAT REFUSAL IS LOGGED HERE.
025700******************************************************************
025800     1600-CHECK-OPERATOR.
025900         MOVE 'S' TO WS-CHK-MODE.
026000         MOVE "SIGN-ON " TO WS-CHK-ACTION.
026100         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
026200             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
026300             WS-OPER-NAME WS-OPER-RESULT.
026400         IF NOT WS-OPER-ACCEPTED
026500             DISPLAY "BACKOUT: SIGN-ON REFUSED - OPERATOR "
026600                 WS-OPERATOR-ID " IS UNKNOWN OR NOT ACTIVE"
026700             MOVE 8 TO RETURN-CODE
026800             STOP RUN
026900         END-IF.
027000         IF NOT WS-SUPERVISOR
027100             MOVE "BACKOUT " TO WS-CHK-ACTION
027200             PERFORM 1700-REFUSE-ACTION
027300             MOVE 8 TO RETURN-CODE
027400             STOP RUN
027500         END-IF.
027600         IF WS-OPER-NAME NOT = SPACES
027700             DISPLAY "SIGNED ON AS " WS-OPER-NAME
027800         END-IF.
027900******************************************************************
028000*    1700-REFUSE-ACTION - THE OPERATOR'S ROLE DOES NOT ALLOW
028100*    THE ACTION STAGED IN WS-CHK-ACTION.  HAVE OPERCHK LOG THE
028200*    ATTEMPT AND TELL THE OPERATOR.
028300******************************************************************
028400     1700-REFUSE-ACTION.
028500         MOVE 'R' TO WS-CHK-MODE.
028600         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
028700             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
028800             WS-OPER-NAME WS-OPER-RESULT.
028900         DISPLAY "REFUSED - YOUR ROLE DOES NOT ALLOW THIS "
029000             "ACTION".
029100******************************************************************
029200*    2000-MENU-LOOP - SHOW THE MENU AND CARRY OUT ONE OPERATOR
029300*    COMMAND.
029400******************************************************************
029500     2000-MENU-LOOP.
029600         PERFORM 2100-DISPLAY-MENU.
029700         ACCEPT WS-MENU-CHOICE.
029800         INSPECT WS-MENU-CHOICE
029900             CONVERTING "abcdefghijklmnopqrstuvwxyz"
030000                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
030100         EVALUATE WS-MENU-CHOICE
030200             WHEN 'B'
030300                 PERFORM 3000-BACK-OUT-CYCLE THRU 3000-EXIT
030400             WHEN 'Q'
030500                 SET WS-DONE TO TRUE
030600             WHEN OTHER
030700                 DISPLAY "NOT A VALID CHOICE - TRY AGAIN"
030800         END-EVALUATE.
030900     2100-DISPLAY-MENU.
031000         DISPLAY " ".
031100         DISPLAY "RUN-CYCLE BACKOUT".
031200         DISPLAY "  B = BACK OUT A PARTONE RUN CYCLE".
031300         DISPLAY "  Q = EXIT".
031400         DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
031500******************************************************************
031600*    3000-BACK-OUT-CYCLE - TAKE THE DATE, VENUE AND CYCLE, CHECK
031700*    THAT THE CYCLE MAY BE BACKED OUT AT ALL, SHOW EVERY RECORD
031710*    IT WROTE, AND ON CONFIRMATION TAKE IT OFF RESMAST,
031900*    RACEHIST AND EXCEPTS AND RECORD THE REVERSAL.  NOTHING IS
032000*    CHANGED UNTIL THE SUPERVISOR CONFIRMS.  THE REGISTER IS
032100*    WRITTEN LAST, SO A BACKOUT KILLED PART-WAY THROUGH CAN
032200*    SIMPLY BE KEYED AGAIN - EACH STEP ONLY TOUCHES WHAT IS
032300*    STILL THERE.
032400******************************************************************
032500     3000-BACK-OUT-CYCLE.
032600         PERFORM 3100-GET-CYCLE-KEY THRU 3100-EXIT.
032700         IF NOT WS-KEY-OK
032800             GO TO 3000-EXIT
032900         END-IF.
032905         CALL "SEASCHK" USING WS-PROGRAM-ID WS-BK-DATE
032910             WS-SEASON-CODE WS-SEASON-RESULT.
032915         IF WS-SEASON-ERROR
032917             DISPLAY "REFUSED - THE SEASON MASTER COULD NOT BE "
032919                 "READ"
032925             GO TO 3000-EXIT
032930         END-IF.
032935         IF WS-SEASON-CLOSED
032940             DISPLAY "REFUSED - RUN DATE " WS-BK-DATE " FALLS IN "
032945                 "SEASON " WS-SEASON-CODE ", WHICH IS CLOSED AND "
032950                 "ALREADY SUMMARIZED"
032955             GO TO 3000-EXIT
032960         END-IF.
033000         PERFORM 4000-CHECK-SIGNOFF.
033100         IF WS-FROZEN
033200             DISPLAY "REFUSED - RUN DATE " WS-BK-DATE " VENUE '"
033300                 WS-BK-VENUE "' IS SIGNED OFF AS OFFICIAL - A "
033400                 "SUPERVISOR OVERRIDE MUST BE RECORDED THROUGH "
033500                 "RACESOFF FIRST"
033600             GO TO 3000-EXIT
033700         END-IF.
033800         PERFORM 4100-CHECK-REGISTER.
033900         IF WS-REGISTERED
034000             DISPLAY "REFUSED - CYCLE " WS-BK-CYCLE
034100                 " WAS ALREADY BACKED OUT ON " BK-DATE " BY "
034200                 BK-OPERATOR
034300             GO TO 3000-EXIT
034400         END-IF.
034500         PERFORM 4200-CHECK-CHECKPOINT.
034600         IF WS-CHKPT-HELD
034700             DISPLAY "REFUSED - A PARTONE CHECKPOINT IS STILL "
034800                 "HELD FOR CYCLE " WS-BK-CYCLE " - LET THE RUN "
034900                 "RESUME AND FINISH FIRST"
035000             GO TO 3000-EXIT
035100         END-IF.
035200         PERFORM 4300-CHECK-STAGING.
035300         IF WS-STAGED-ROWS > 0
035400             DISPLAY "REFUSED - " WS-STAGED-ROWS " ROWS FOR "
035500                 "THIS CYCLE ARE STILL ON RESULTS1 - RUN "
035600                 "RESMERGE FIRST"
035700             GO TO 3000-EXIT
035800         END-IF.
035900         DISPLAY " ".
036000         DISPLAY "RECORDS POSTED BY PARTONE FOR RUN DATE "
036100             WS-BK-DATE " VENUE '" WS-BK-VENUE "' CYCLE "
036200             WS-BK-CYCLE ":".
036300         PERFORM 5000-PREVIEW-RESULTS.
036400         PERFORM 5200-PREVIEW-HISTORY THRU 5200-EXIT.
036500         PERFORM 5400-PREVIEW-EXCEPTIONS.
036600         IF WS-RES-FOUND = 0 AND WS-HEAT-COUNT = 0
036700                 AND WS-EXC-FOUND = 0
036800             DISPLAY "NOTHING IS ON FILE FOR THAT CYCLE - "
036900                 "NOTHING TO BACK OUT"
037000             GO TO 3000-EXIT
037100         END-IF.
037200         IF WS-HEAT-OVERFLOW
037300             DISPLAY "REFUSED - THE CYCLE HAS MORE THAN 50 "
037400                 "RACEHIST RECORDS FOR THE VENUE"
037500             GO TO 3000-EXIT
037600         END-IF.
037700         DISPLAY WS-RES-FOUND " RESULTS ROWS WILL BE REMOVED, "
037800             WS-HEAT-COUNT " RACEHIST RECORDS DELETED, "
037900             WS-EXC-TO-REVERSE " OF " WS-EXC-FOUND
038000             " EXCEPTIONS REVERSED".
038100         DISPLAY "ENTER Y TO BACK THIS CYCLE OUT, ANYTHING "
038200             "ELSE TO CANCEL: " WITH NO ADVANCING.
038300         ACCEPT WS-CONFIRM.
038400         INSPECT WS-CONFIRM
038500             CONVERTING "abcdefghijklmnopqrstuvwxyz"
038600                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
038700         IF WS-CONFIRM NOT = 'Y'
038800             DISPLAY "BACKOUT CANCELLED - NOTHING CHANGED"
038900             GO TO 3000-EXIT
039000         END-IF.
039100         PERFORM 6000-REMOVE-RESULTS.
039110         PERFORM 6200-WITHDRAW-VERDICT.
039200         PERFORM 6500-DELETE-HISTORY.
039300         PERFORM 7000-REVERSE-EXCEPTIONS.
039400         PERFORM 7500-WRITE-REGISTER.
039500         PERFORM 8000-AUDIT-BACKOUT.
039600         PERFORM 8300-WRITE-RUNLOG-REVERSAL.
039700         ADD 1 TO WS-BACKED-OUT-COUNT.
039800         DISPLAY "CYCLE " WS-BK-CYCLE " BACKED OUT - "
039900             WS-RES-REMOVED " RESULTS ROWS REMOVED, "
040000             WS-HIST-DELETED " RACEHIST RECORDS DELETED, "
040100             WS-EXC-REVERSED " EXCEPTIONS REVERSED".
040110         DISPLAY "RECONCIL VERDICT WITHDRAWN - RERUN RECONCIL "
040120             "FOR " WS-BK-DATE " BEFORE THE DATE IS SIGNED OFF".
040400     3000-EXIT.
040500         EXIT.
040600******************************************************************
040700*    3100-GET-CYCLE-KEY - PROMPT FOR THE RUN DATE (BLANK FOR
040800*    THE BUSINESS DATE), THE VENUE (BLANK IN SINGLE-SHEET MODE)
040900*    AND THE CYCLE.  ANY BAD ENTRY SENDS THE SUPERVISOR BACK
041000*    TO THE MENU.
041100******************************************************************
041200     3100-GET-CYCLE-KEY.
041300         MOVE 'N' TO WS-KEY-OK-SW.
041400         DISPLAY "ENTER RUN DATE (YYYYMMDD, BLANK FOR "
041500             WS-BUS-DATE "): " WITH NO ADVANCING.
041600         ACCEPT WS-BK-DATE-TEXT.
041700         IF WS-BK-DATE-TEXT = SPACES
041800             MOVE WS-BUS-DATE TO WS-BK-DATE
041900         END-IF.
042000         IF WS-BK-DATE NOT NUMERIC
042100             DISPLAY "REJECTED - RUN DATE IS NOT NUMERIC"
042200             GO TO 3100-EXIT
042300         END-IF.
042400         DISPLAY "ENTER VENUE CODE (BLANK IN SINGLE-SHEET "
042500             "MODE): " WITH NO ADVANCING.
042600         ACCEPT WS-BK-VENUE.
042700         DISPLAY "ENTER RUN CYCLE (2 DIGITS, ZERO-PADDED): "
042800             WITH NO ADVANCING.
042900         ACCEPT WS-BK-CYCLE-TEXT.
043000         IF WS-BK-CYCLE NOT NUMERIC
043100             DISPLAY "REJECTED - RUN CYCLE IS BLANK OR NOT "
043200                 "NUMERIC"
043300             GO TO 3100-EXIT
043400         END-IF.
043500         IF WS-BK-CYCLE = 0
043600             DISPLAY "REJECTED - RUN CYCLES START AT 01"
043700             GO TO 3100-EXIT
043800         END-IF.
043900         SET WS-KEY-OK TO TRUE.
044000     3100-EXIT.
044100         EXIT.
044200******************************************************************
044300*    4000-CHECK-SIGNOFF - SCAN THE SIGN-OFF STATUS FILE FOR THE
044400*    RUN DATE AND VENUE, THE SAME WAY PARTONE DOES.  THE LAST
044500*    MATCHING RECORD IS THE ONE IN FORCE - A "SIGNOFF " ACTION
044600*    FREEZES THE DATE/VENUE, A LATER "OVERRIDE" LIFTS IT.  NO
044700*    SIGN-OFF FILE ON DISK MEANS NOTHING HAS BEEN SIGNED OFF.
044800******************************************************************
044900     4000-CHECK-SIGNOFF.
045000         MOVE 'N' TO WS-EOF-SW WS-FROZEN-SW.
045100         OPEN INPUT SIGNOFF-FILE.
045200         IF WS-SIGNOFF-STATUS = "35"
045300             SET WS-EOF TO TRUE
045400         ELSE
045500             IF WS-SIGNOFF-STATUS NOT = "00"
045600                 DISPLAY "BACKOUT: CANNOT OPEN SIGNOFF - RUN "
045700                     "ABORTED (STATUS " WS-SIGNOFF-STATUS ")"
045800                 MOVE 16 TO RETURN-CODE
045900                 STOP RUN
046000             END-IF
046100         END-IF.
046200         PERFORM UNTIL WS-EOF
046300             READ SIGNOFF-FILE
046400                 AT END
046500                     SET WS-EOF TO TRUE
046600                 NOT AT END
046700                     IF SG-RUN-DATE = WS-BK-DATE
046800                             AND SG-VENUE = WS-BK-VENUE
046900                         IF SG-ACTION = "SIGNOFF "
047000                             SET WS-FROZEN TO TRUE
047100                         ELSE
047200                             MOVE 'N' TO WS-FROZEN-SW
047300                         END-IF
047400                     END-IF
047500             END-READ
047600         END-PERFORM.
047700         IF WS-SIGNOFF-STATUS NOT = "35"
047800             CLOSE SIGNOFF-FILE
047900         END-IF.
048000******************************************************************
048100*    4100-CHECK-REGISTER - HAS THIS DATE/VENUE/CYCLE ALREADY
048200*    BEEN BACKED OUT?  THE MATCHING REGISTER RECORD IS LEFT IN
048300*    THE RECORD AREA FOR THE REFUSAL MESSAGE.
048400******************************************************************
048500     4100-CHECK-REGISTER.
048600         MOVE 'N' TO WS-EOF-SW WS-REGISTERED-SW.
048700         OPEN INPUT BKOUT-FILE.
048800         IF WS-BKOUT-STATUS = "35"
048900             SET WS-EOF TO TRUE
049000         ELSE
049100             IF WS-BKOUT-STATUS NOT = "00"
049200                 DISPLAY "BACKOUT: CANNOT OPEN BKOUTREG - RUN "
049300                     "ABORTED (STATUS " WS-BKOUT-STATUS ")"
049400                 MOVE 16 TO RETURN-CODE
049500                 STOP RUN
049600             END-IF
049700         END-IF.
049800         PERFORM UNTIL WS-EOF
049900             READ BKOUT-FILE
050000                 AT END
050100                     SET WS-EOF TO TRUE
050200                 NOT AT END
050300                     IF BK-RUN-DATE = WS-BK-DATE
050400                             AND BK-VENUE = WS-BK-VENUE
050500                             AND BK-PROGRAM-ID = WS-BK-PROGRAM-ID
050600                             AND BK-CYCLE = WS-BK-CYCLE
050700                         SET WS-REGISTERED TO TRUE
050800                         SET WS-EOF TO TRUE
050900                     END-IF
051000             END-READ
051100         END-PERFORM.
051200         IF WS-BKOUT-STATUS NOT = "35"
051300             CLOSE BKOUT-FILE
051400         END-IF.
051500******************************************************************
051600*    4200-CHECK-CHECKPOINT - A PARTONE RUN KILLED PART-WAY
051700*    THROUGH LEAVES A CHECKPOINT NAMING ITS CYCLE, AND ITS
051800*    RESUME POSTS STRAIGHT BACK INTO THAT CYCLE.  THE
051900*    CHECKPOINT CARRIES NO RUN DATE, SO ANY LIVE CHECKPOINT ON
052000*    THE SAME CYCLE NUMBER HOLDS THE BACKOUT OFF.
052100******************************************************************
052200     4200-CHECK-CHECKPOINT.
052300         MOVE 'N' TO WS-CHKPT-HELD-SW.
052400         OPEN INPUT CHKPT-FILE.
052500         IF WS-CHKPT-STATUS = "00"
052600             READ CHKPT-FILE
052700                 AT END
052800                     MOVE SPACES TO CHKPT-FILE-RECORD
052900             END-READ
053000             CLOSE CHKPT-FILE
053100             IF CK-LAST-RACE-ID NUMERIC
053200                     AND CK-LAST-RACE-ID NOT = 0
053300                     AND CK-CYCLE NUMERIC
053400                     AND CK-CYCLE = WS-BK-CYCLE
053500                 SET WS-CHKPT-HELD TO TRUE
053600             END-IF
053700         END-IF.
053800******************************************************************
053900*    4300-CHECK-STAGING - COUNT THE CYCLE'S ROWS STILL SITTING
054000*    ON PARTONE'S STAGING FILE.  RESMERGE WOULD CARRY THEM ONTO
054010*    RESMAST AFTER THE BACKOUT, SO THE MERGE MUST RUN FIRST.
054200******************************************************************
054300     4300-CHECK-STAGING.
054400         MOVE 0 TO WS-STAGED-ROWS.
054500         MOVE 'N' TO WS-EOF-SW.
054600         OPEN INPUT STAGERES-FILE.
054700         IF WS-STAGERES-STATUS = "35"
054800             SET WS-EOF TO TRUE
054900         ELSE
055000             IF WS-STAGERES-STATUS NOT = "00"
055100                 DISPLAY "BACKOUT: CANNOT OPEN RESULTS1 - RUN "
055200                     "ABORTED (STATUS " WS-STAGERES-STATUS ")"
055300                 MOVE 16 TO RETURN-CODE
055400                 STOP RUN
055500             END-IF
055600         END-IF.
055700         PERFORM UNTIL WS-EOF
055800             READ STAGERES-FILE
055900                 AT END
056000                     SET WS-EOF TO TRUE
056100                 NOT AT END
056400                     PERFORM 5100-MATCH-RESULT
056500                     IF WS-MATCH
056600                         ADD 1 TO WS-STAGED-ROWS
056700                     END-IF
056800             END-READ
056900         END-PERFORM.
057000         IF WS-STAGERES-STATUS NOT = "35"
057100             CLOSE STAGERES-FILE
057200         END-IF.
057300******************************************************************
057310*    5000-PREVIEW-RESULTS - LIST THE CYCLE'S ROWS ON THE KEYED
057320*    RESULTS MASTER: EACH PER-RACE WINNING COUNT AND THE VENUE'S
057330*    RACE-0000 FINAL RESULT.  THE CYCLE'S ROWS SIT TOGETHER
057340*    UNDER ONE DATE/VENUE/PROGRAM/CYCLE KEY PREFIX, SO THE
057350*    MASTER IS POSITIONED AT THE FIRST OF THEM AND READ UNTIL
057360*    THE PREFIX CHANGES.  NO MASTER ON DISK MEANS NOTHING WAS
057370*    POSTED THERE.
057700******************************************************************
057800     5000-PREVIEW-RESULTS.
057900         MOVE 0 TO WS-RES-FOUND.
058000         MOVE 'N' TO WS-EOF-SW.
058010         OPEN INPUT RESMAST-FILE.
058020         IF WS-RESMAST-STATUS = "35"
058300             SET WS-EOF TO TRUE
058400         ELSE
058410             IF WS-RESMAST-STATUS NOT = "00"
058420                 DISPLAY "BACKOUT: CANNOT OPEN RESMAST - RUN "
058430                     "ABORTED (STATUS " WS-RESMAST-STATUS ")"
058800                 MOVE 16 TO RETURN-CODE
058900                 STOP RUN
059000             END-IF
059010             PERFORM 5050-POSITION-RESULTS
059100         END-IF.
059200         PERFORM UNTIL WS-EOF
059210             READ RESMAST-FILE NEXT RECORD
059400                 AT END
059500                     SET WS-EOF TO TRUE
059600                 NOT AT END
059610                     PERFORM 5150-MATCH-MASTER-ROW
059800                     IF WS-MATCH
059900                         ADD 1 TO WS-RES-FOUND
059910                         MOVE RM-FINAL-RESULT TO BO-FIGURE-EDIT
059920                         DISPLAY "  RESMAST   RACE " RM-RACE-ID
060200                             "  FIGURE " BO-FIGURE-EDIT
060210                     ELSE
060220                         SET WS-EOF TO TRUE
060300                     END-IF
060400             END-READ
060500         END-PERFORM.
060510         IF WS-RESMAST-STATUS NOT = "35"
060520             CLOSE RESMAST-FILE
060800         END-IF.
060805*
060810*    POSITION THE MASTER AT THE CYCLE'S FIRST ROW.  NO ROW AT
060815*    OR PAST THE KEY ENDS THE READ BEFORE IT STARTS.
060820     5050-POSITION-RESULTS.
060825         MOVE WS-BK-DATE TO RM-RUN-DATE.
060830         MOVE WS-BK-VENUE TO RM-VENUE.
060835         MOVE WS-BK-PROGRAM-ID TO RM-PROGRAM-ID.
060840         MOVE WS-BK-CYCLE TO RM-CYCLE.
060845         MOVE 0 TO RM-RACE-ID.
060850         START RESMAST-FILE KEY NOT LESS THAN RM-KEY
060855             INVALID KEY
060860                 SET WS-EOF TO TRUE
060865         END-START.
060900******************************************************************
060910*    5100-MATCH-RESULT - IS THE STAGING ROW IN THE RECORD AREA
061100*    ONE OF THE CYCLE'S?  A ROW WRITTEN BEFORE THE CYCLE FIELD
061200*    EXISTED READS BACK WITH A BLANK CYCLE AND NEVER MATCHES.
061300******************************************************************
061400     5100-MATCH-RESULT.
061500         MOVE 'N' TO WS-MATCH-SW.
061600         IF RS-RUN-DATE = WS-BK-DATE
061700                 AND RS-PROGRAM-ID = WS-BK-PROGRAM-ID
061800                 AND RS-VENUE = WS-BK-VENUE
061900                 AND RS-CYCLE NUMERIC
062000                 AND RS-CYCLE = WS-BK-CYCLE
062100             SET WS-MATCH TO TRUE
062200         END-IF.
062205*
062210*    5150-MATCH-MASTER-ROW - IS THE MASTER ROW JUST READ STILL
062215*    UNDER THE CYCLE'S KEY PREFIX?
062220     5150-MATCH-MASTER-ROW.
062225         MOVE 'N' TO WS-MATCH-SW.
062230         IF RM-RUN-DATE = WS-BK-DATE
062235                 AND RM-VENUE = WS-BK-VENUE
062240                 AND RM-PROGRAM-ID = WS-BK-PROGRAM-ID
062245                 AND RM-CYCLE = WS-BK-CYCLE
062250             SET WS-MATCH TO TRUE
062255         END-IF.
062300******************************************************************
062400*    5200-PREVIEW-HISTORY - POSITION THE MASTER AT THE FIRST
062500*    RECORD FOR THE DATE AND VENUE AND READ FORWARD UNTIL
062600*    EITHER MOVES ON, LISTING AND COLLECTING THE RECORDS OF THE
062700*    CYCLE.  NO MASTER ON DISK MEANS NOTHING WAS POSTED THERE.
062800******************************************************************
062900     5200-PREVIEW-HISTORY.
063000         MOVE 0 TO WS-HEAT-COUNT.
063100         MOVE 'N' TO WS-HEAT-OVERFLOW-SW.
063200         MOVE 'N' TO WS-EOF-SW.
063300         OPEN INPUT HIST-FILE.
063400         IF WS-HIST-STATUS = "35"
063500             GO TO 5200-EXIT
063600         END-IF.
063700         IF WS-HIST-STATUS NOT = "00"
063800             DISPLAY "BACKOUT: CANNOT OPEN RACEHIST - RUN "
063900                 "ABORTED (STATUS " WS-HIST-STATUS ")"
064000             MOVE 16 TO RETURN-CODE
064100             STOP RUN
064200         END-IF.
064300         MOVE WS-BK-DATE TO RH-RUN-DATE.
064400         MOVE WS-BK-VENUE TO RH-VENUE.
064500         MOVE 0 TO RH-RACE-ID.
064600         MOVE 0 TO RH-CYCLE.
064700         START HIST-FILE KEY NOT LESS THAN RH-KEY
064800             INVALID KEY
064900                 SET WS-EOF TO TRUE
065000         END-START.
065100         PERFORM 5300-READ-ONE-HISTORY
065200             UNTIL WS-EOF.
065300         CLOSE HIST-FILE.
065400     5200-EXIT.
065500         EXIT.
065600     5300-READ-ONE-HISTORY.
065700         READ HIST-FILE NEXT RECORD
065800             AT END
065900                 SET WS-EOF TO TRUE
066000             NOT AT END
066100                 IF RH-RUN-DATE NOT = WS-BK-DATE
066200                         OR RH-VENUE NOT = WS-BK-VENUE
066300                     SET WS-EOF TO TRUE
066400                 ELSE
066500                     IF RH-CYCLE = WS-BK-CYCLE
066600                         PERFORM 5350-KEEP-HISTORY
066700                     END-IF
066800                 END-IF
066900         END-READ.
067000     5350-KEEP-HISTORY.
067100         IF WS-HEAT-COUNT NOT LESS THAN 50
067200             SET WS-HEAT-OVERFLOW TO TRUE
067300         ELSE
067400             ADD 1 TO WS-HEAT-COUNT
067500             MOVE RH-RACE-ID TO HT-RACE-ID (WS-HEAT-COUNT)
067600         END-IF.
067700         MOVE RH-RES-COUNT TO BO-COUNT-EDIT.
067800         COMPUTE BO-MARGIN-EDIT = RH-MARGIN / 100.
067900         DISPLAY "  RACEHIST  RACE " RH-RACE-ID "  COUNT "
068000             BO-COUNT-EDIT "  MARGIN " BO-MARGIN-EDIT.
068100******************************************************************
068200*    5400-PREVIEW-EXCEPTIONS - LIST THE CYCLE'S EXCEPTIONS AND
068300*    SAY WHAT WILL BECOME OF EACH.
068400******************************************************************
068500     5400-PREVIEW-EXCEPTIONS.
068600         MOVE 0 TO WS-EXC-FOUND WS-EXC-TO-REVERSE.
068700         MOVE 'N' TO WS-EOF-SW.
068800         OPEN INPUT EXCEPT-FILE.
068900         IF WS-EXCEPT-STATUS = "35"
069000             SET WS-EOF TO TRUE
069100         ELSE
069200             IF WS-EXCEPT-STATUS NOT = "00"
069300                 DISPLAY "BACKOUT: CANNOT OPEN EXCEPTS - RUN "
069400                     "ABORTED (STATUS " WS-EXCEPT-STATUS ")"
069500                 MOVE 16 TO RETURN-CODE
069600                 STOP RUN
069700             END-IF
069800         END-IF.
069900         PERFORM UNTIL WS-EOF
070000             READ EXCEPT-FILE
070100                 AT END
070200                     SET WS-EOF TO TRUE
070300                 NOT AT END
070400                     PERFORM 5500-MATCH-EXCEPTION
070500                     IF WS-MATCH
070600                         PERFORM 5450-SHOW-EXCEPTION
070700                     END-IF
070800             END-READ
070900         END-PERFORM.
071000         IF WS-EXCEPT-STATUS NOT = "35"
071100             CLOSE EXCEPT-FILE
071200         END-IF.
071300     5450-SHOW-EXCEPTION.
071400         ADD 1 TO WS-EXC-FOUND.
071500         IF EX-RESOLVED
071600             DISPLAY "  EXCEPTS   RACE " EX-RACE-ID "  SEV "
071700                 EX-SEVERITY "  ALREADY RESOLVED - LEFT AS IT "
071800                 "IS"
071900         ELSE
072000             ADD 1 TO WS-EXC-TO-REVERSE
072100             DISPLAY "  EXCEPTS   RACE " EX-RACE-ID "  SEV "
072200                 EX-SEVERITY "  STATUS " EX-STATUS
072300                 " - WILL BE RESOLVED AS BACKED OUT"
072400         END-IF.
072500******************************************************************
072600*    5500-MATCH-EXCEPTION - IS THE EXCEPTION IN THE RECORD AREA
072700*    ONE OF THE CYCLE'S?  A RECORD WRITTEN BEFORE THE CYCLE
072800*    FIELD EXISTED NEVER MATCHES.
072900******************************************************************
073000     5500-MATCH-EXCEPTION.
073100         MOVE 'N' TO WS-MATCH-SW.
073200         IF EX-RUN-DATE = WS-BK-DATE
073300                 AND EX-VENUE = WS-BK-VENUE
073400                 AND EX-CYCLE NUMERIC
073500                 AND EX-CYCLE = WS-BK-CYCLE
073600             SET WS-MATCH TO TRUE
073700         END-IF.
073800******************************************************************
073810*    6000-REMOVE-RESULTS - POSITION THE KEYED RESULTS MASTER AT
073820*    THE CYCLE'S FIRST ROW, AS THE PREVIEW DID, AND DELETE EACH
073830*    OF ITS ROWS IN TURN.  A ROW ALREADY GONE (A BACKOUT KEYED
073840*    AGAIN AFTER BEING KILLED PART-WAY) IS SIMPLY NOT FOUND.
074400******************************************************************
074500     6000-REMOVE-RESULTS.
074600         MOVE 0 TO WS-RES-REMOVED.
074700         IF WS-RES-FOUND = 0
074800             CONTINUE
074900         ELSE
075000             MOVE 'N' TO WS-EOF-SW
075010             OPEN I-O RESMAST-FILE
075020             IF WS-RESMAST-STATUS NOT = "00"
075030                 DISPLAY "BACKOUT: CANNOT OPEN RESMAST FOR "
075040                     "UPDATE - RUN ABORTED (STATUS "
075050                     WS-RESMAST-STATUS ")"
075060                 MOVE 16 TO RETURN-CODE
075070                 STOP RUN
075080             END-IF
075090             PERFORM 5050-POSITION-RESULTS
075300             PERFORM UNTIL WS-EOF
075310                 READ RESMAST-FILE NEXT RECORD
075500                     AT END
075600                         SET WS-EOF TO TRUE
075700                     NOT AT END
075710                         PERFORM 6100-DELETE-ONE-RESULT
075900                 END-READ
076000             END-PERFORM
076010             CLOSE RESMAST-FILE
077600         END-IF.
077610     6100-DELETE-ONE-RESULT.
077620         PERFORM 5150-MATCH-MASTER-ROW.
077900         IF WS-MATCH
077910             DELETE RESMAST-FILE RECORD
077920                 INVALID KEY
077930                     DISPLAY "BACKOUT: RESMAST ROW FOR RACE "
077940                         RM-RACE-ID " COULD NOT BE DELETED"
077950                 NOT INVALID KEY
077960                     ADD 1 TO WS-RES-REMOVED
077970             END-DELETE
078100         ELSE
078110             SET WS-EOF TO TRUE
078400         END-IF.
078402******************************************************************
078404*    6200-WITHDRAW-VERDICT - MARK RECONCIL'S VERDICT FOR THE
078406*    DATE AS WITHDRAWN ON THE RESULTS CONTROL RECORD.  IT WAS
078408*    REACHED OVER FIGURES THAT ARE NO LONGER ON FILE, SO
078410*    RACESOFF MUST NOT ACCEPT IT; A RECONCIL RERUN POSTS A NEW
078412*    ONE.  THE DATE'S HIGHEST CYCLES ARE LEFT AS THEY ARE, SO
078414*    THE BACKED-OUT NUMBER IS NEVER HANDED OUT AGAIN.  NO
078416*    CONTROL FILE, OR NO RECORD OR VERDICT FOR THE DATE, MEANS
078418*    THERE IS NOTHING TO WITHDRAW.
078420******************************************************************
078422     6200-WITHDRAW-VERDICT.
078424         OPEN I-O RESCTL-FILE.
078426         IF WS-RESCTL-STATUS NOT = "35"
078428             IF WS-RESCTL-STATUS NOT = "00"
078430                 DISPLAY "BACKOUT: CANNOT OPEN RESCTL FOR "
078432                     "UPDATE - RUN ABORTED (STATUS "
078434                     WS-RESCTL-STATUS ")"
078436                 MOVE 16 TO RETURN-CODE
078438                 STOP RUN
078440             END-IF
078442             MOVE WS-BK-DATE TO RC-RUN-DATE
078444             READ RESCTL-FILE
078446                 INVALID KEY
078448                     CONTINUE
078450                 NOT INVALID KEY
078452                     IF RC-VERDICT-POSTED
078454                         MOVE 'N' TO RC-VERDICT-SW
078456                         REWRITE RESCTL-FILE-RECORD
078458                             INVALID KEY
078460                                 DISPLAY "BACKOUT: VERDICT FOR "
078462                                     WS-BK-DATE " COULD NOT BE "
078464                                     "WITHDRAWN"
078466                         END-REWRITE
078468                     END-IF
078470             END-READ
078472             CLOSE RESCTL-FILE
078474         END-IF.
078500******************************************************************
078600*    6500-DELETE-HISTORY - DELETE THE CYCLE'S RACEHIST RECORDS
078700*    BY KEY.  A RECORD ALREADY GONE (A BACKOUT KEYED AGAIN
078800*    AFTER BEING KILLED PART-WAY) IS NOTED AND PASSED OVER.
078900******************************************************************
079000     6500-DELETE-HISTORY.
079100         MOVE 0 TO WS-HIST-DELETED.
079200         IF WS-HEAT-COUNT = 0
079300             CONTINUE
079400         ELSE
079500             OPEN I-O HIST-FILE
079600             IF WS-HIST-STATUS NOT = "00"
079700                 DISPLAY "BACKOUT: CANNOT OPEN RACEHIST FOR "
079800                     "UPDATE - RUN ABORTED (STATUS "
079900                     WS-HIST-STATUS ")"
080000                 MOVE 16 TO RETURN-CODE
080100                 STOP RUN
080200             END-IF
080300             PERFORM 6600-DELETE-ONE-HEAT
080400                 VARYING WS-SUB FROM 1 BY 1
080500                 UNTIL WS-SUB > WS-HEAT-COUNT
080600             CLOSE HIST-FILE
080700         END-IF.
080800     6600-DELETE-ONE-HEAT.
080900         MOVE WS-BK-DATE TO RH-RUN-DATE.
081000         MOVE WS-BK-VENUE TO RH-VENUE.
081100         MOVE HT-RACE-ID (WS-SUB) TO RH-RACE-ID.
081200         MOVE WS-BK-CYCLE TO RH-CYCLE.
081300         DELETE HIST-FILE RECORD
081400             INVALID KEY
081500                 DISPLAY "BACKOUT: RACE " RH-RACE-ID
081600                     " IS ALREADY OFF RACEHIST"
081700             NOT INVALID KEY
081800                 ADD 1 TO WS-HIST-DELETED
081900         END-DELETE.
082000******************************************************************
082100*    7000-REVERSE-EXCEPTIONS - ONE PASS OVER THE EXCEPTIONS
082200*    FILE TO THE WORK FILE, CLOSING OUT EACH OF THE CYCLE'S
082300*    UNRESOLVED EXCEPTIONS, THEN THE WORK FILE BACK OVER THE
082400*    LIVE FILE.  EVERY OTHER RECORD RIDES THROUGH UNTOUCHED.
082500******************************************************************
082600     7000-REVERSE-EXCEPTIONS.
082700         MOVE 0 TO WS-EXC-REVERSED.
082800         IF WS-EXC-FOUND = 0
082900             CONTINUE
083000         ELSE
083100             MOVE SPACES TO WS-NEW-NOTE
083200             STRING "BACKED OUT - CYCLE " DELIMITED BY SIZE
083300                     WS-BK-CYCLE DELIMITED BY SIZE
083400                     INTO WS-NEW-NOTE
083500             END-STRING
083600             ACCEPT WS-TODAY FROM DATE YYYYMMDD
083700             ACCEPT WS-TIME-RAW FROM TIME
083800             MOVE 'N' TO WS-EOF-SW
083900             OPEN INPUT EXCEPT-FILE
084000             OPEN OUTPUT EXCWORK-FILE
084100             PERFORM UNTIL WS-EOF
084200                 READ EXCEPT-FILE
084300                     AT END
084400                         SET WS-EOF TO TRUE
084500                     NOT AT END
084600                         PERFORM 7100-REVERSE-ONE-EXCEPTION
084700                 END-READ
084800             END-PERFORM
084900             CLOSE EXCEPT-FILE EXCWORK-FILE
085000             MOVE 'N' TO WS-EOF-SW
085100             OPEN INPUT EXCWORK-FILE
085200             OPEN OUTPUT EXCEPT-FILE
085300             PERFORM UNTIL WS-EOF
085400                 READ EXCWORK-FILE
085500                     AT END
085600                         SET WS-EOF TO TRUE
085700                     NOT AT END
085800                         MOVE EXCWORK-RECORD
085900                             TO EXCEPT-FILE-RECORD-X
086000                         WRITE EXCEPT-FILE-RECORD
086100                 END-READ
086200             END-PERFORM
086300             CLOSE EXCWORK-FILE EXCEPT-FILE
086400         END-IF.
086500     7100-REVERSE-ONE-EXCEPTION.
086600         PERFORM 5500-MATCH-EXCEPTION.
086700         IF WS-MATCH AND NOT EX-RESOLVED
086800             MOVE 'R' TO EX-STATUS
086900             MOVE WS-OPERATOR-ID TO EX-ACK-OPERATOR
087000             MOVE WS-TODAY TO EX-ACK-DATE
087100             MOVE WS-TIME-RAW (1:6) TO EX-ACK-TIME
087200             MOVE WS-NEW-NOTE TO EX-DISP-NOTE
087300             ADD 1 TO WS-EXC-REVERSED
087400         END-IF.
087500         MOVE EXCEPT-FILE-RECORD-X TO EXCWORK-RECORD.
087600         WRITE EXCWORK-RECORD.
087700******************************************************************
087800*    7500-WRITE-REGISTER - APPEND THE BACKOUT TO THE REGISTER,
087900*    STAMPED WITH THE SUPERVISOR AND THE WALL CLOCK.  THIS IS
088000*    WHAT KEEPS PARTONE FROM HANDING THE CYCLE NUMBER OUT
088100*    AGAIN.  THE FILE IS CREATED ON FIRST USE.
088200******************************************************************
088300     7500-WRITE-REGISTER.
088400         OPEN EXTEND BKOUT-FILE.
088500         IF WS-BKOUT-STATUS = "35"
088600             OPEN OUTPUT BKOUT-FILE
088700         END-IF.
088800         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
088900         ACCEPT WS-TIME-RAW FROM TIME.
089000         MOVE SPACES TO BKOUT-FILE-RECORD.
089100         MOVE WS-BK-DATE TO BK-RUN-DATE.
089200         MOVE WS-BK-VENUE TO BK-VENUE.
089300         MOVE WS-BK-PROGRAM-ID TO BK-PROGRAM-ID.
089400         MOVE WS-BK-CYCLE TO BK-CYCLE.
089500         MOVE WS-OPERATOR-ID TO BK-OPERATOR.
089600         MOVE WS-TODAY TO BK-DATE.
089700         MOVE WS-TIME-RAW (1:6) TO BK-TIME.
089800         MOVE WS-RES-REMOVED TO BK-RESULTS-ROWS.
089900         MOVE WS-HIST-DELETED TO BK-HIST-RECORDS.
090000         MOVE WS-EXC-REVERSED TO BK-EXCEPTIONS.
090100         WRITE BKOUT-FILE-RECORD.
090200         CLOSE BKOUT-FILE.
090300******************************************************************
090400*    8000-AUDIT-BACKOUT - ONE "BKOUT " AUDIT RECORD PER HEAT
090500*    TAKEN OFF RACEHIST, THEN A RACE-ZERO RECORD FOR THE CYCLE
090600*    AS A WHOLE - THE SAME SHAPE AS A RACEAPPR APPROVAL.  THE
090700*    SHEET FIELD CARRIES THE RUN DATE, VENUE AND CYCLE, AND
090800*    THE FIGURES ARE ZERO.
090900******************************************************************
091000     8000-AUDIT-BACKOUT.
091100         MOVE SPACES TO WS-AUD-SHEET.
091200         STRING WS-BK-DATE DELIMITED BY SIZE
091300                 " " DELIMITED BY SIZE
091400                 WS-BK-VENUE DELIMITED BY SIZE
091500                 " CY " DELIMITED BY SIZE
091600                 WS-BK-CYCLE DELIMITED BY SIZE
091700                 INTO WS-AUD-SHEET
091800         END-STRING.
091900         PERFORM 8100-AUDIT-ONE-HEAT
092000             VARYING WS-SUB FROM 1 BY 1
092100             UNTIL WS-SUB > WS-HEAT-COUNT.
092200         MOVE 0 TO WS-AUD-RACE-ID.
092300         PERFORM 8200-WRITE-AUDIT.
092400     8100-AUDIT-ONE-HEAT.
092500         MOVE HT-RACE-ID (WS-SUB) TO WS-AUD-RACE-ID.
092600         PERFORM 8200-WRITE-AUDIT.
092700     8200-WRITE-AUDIT.
092800         OPEN EXTEND AUDIT-FILE.
092900         IF WS-AUDIT-STATUS = "35"
093000             OPEN OUTPUT AUDIT-FILE
093100         END-IF.
093200         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
093300         ACCEPT WS-TIME-RAW FROM TIME.
093400         MOVE SPACES TO AUDIT-FILE-RECORD.
093500         MOVE WS-TODAY TO AU-DATE.
093600         MOVE WS-TIME-RAW (1:6) TO AU-TIME.
093700         MOVE WS-OPERATOR-ID TO AU-OPERATOR.
093800         MOVE "BKOUT " TO AU-ACTION.
093900         MOVE WS-AUD-SHEET TO AU-SHEET.
094000         MOVE WS-AUD-RACE-ID TO AU-RACE-ID.
094100         MOVE 0 TO AU-OLD-TIME AU-OLD-DIST.
094200         MOVE 0 TO AU-NEW-TIME AU-NEW-DIST.
094300         WRITE AUDIT-FILE-RECORD.
094400         CLOSE AUDIT-FILE.
094500******************************************************************
094600*    8300-WRITE-RUNLOG-REVERSAL - THE REVERSAL ENTRY ON THE RUN
094700*    LEDGER: RECORD TYPE "BKOUT" UNDER THE BACKED-OUT RUN DATE
094800*    AND CYCLE, THE HEATS TAKEN OFF RACEHIST AS ITS RACES, AND
094900*    "REVERSED" AND THE VENUE AS ITS OUTCOME.
095000******************************************************************
095100     8300-WRITE-RUNLOG-REVERSAL.
095200         MOVE "BKOUT" TO WS-RL-TYPE.
095300         MOVE WS-BK-DATE TO WS-RL-DATE.
095400         MOVE WS-HIST-DELETED TO WS-RL-RACES.
095500         MOVE WS-BK-CYCLE TO WS-RL-CYCLE.
095600         MOVE SPACES TO WS-RL-OUTCOME.
095700         STRING "REVERSED " DELIMITED BY SIZE
095800                 WS-BK-VENUE DELIMITED BY SIZE
095900                 INTO WS-RL-OUTCOME
096000         END-STRING.
096100         PERFORM 9200-WRITE-RUNLOG-RECORD.
096200         MOVE 0 TO WS-RL-RACES WS-RL-CYCLE.
096300******************************************************************
096400*    9200-WRITE-RUNLOG-RECORD - APPEND ONE RECORD, AS STAGED IN
096500*    THE WS-RL FIELDS, TO THE SHARED RUN LEDGER: THE SESSION'S
096600*    START AND END (OUTCOME THE NUMBER OF CYCLES BACKED OUT)
096610*    AND EACH BACKOUT'S REVERSAL ENTRY.  A START RECORD CARRIES
096620*    COMPLETION CODE 0; THE OTHERS CARRY THE RETURN CODE AS IT
096630*    STANDS WHEN THEY ARE WRITTEN.
096800******************************************************************
096900     9200-WRITE-RUNLOG-RECORD.
097000         OPEN EXTEND RUNLOG-FILE.
097100         IF WS-RUNLOG-STATUS = "35"
097200             OPEN OUTPUT RUNLOG-FILE
097300         END-IF.
097400         ACCEPT WS-TIME-RAW FROM TIME.
097500         MOVE SPACES TO RUNLOG-FILE-RECORD.
097600         MOVE WS-PROGRAM-ID TO RL-PROGRAM-ID.
097700         MOVE WS-RL-DATE TO RL-RUN-DATE.
097800         MOVE WS-TIME-RAW (1:6) TO RL-RUN-TIME.
097900         MOVE WS-RL-TYPE TO RL-RECORD-TYPE.
098000         MOVE WS-RL-RACES TO RL-RACES.
098100         MOVE WS-RL-OUTCOME TO RL-OUTCOME.
098110         IF WS-RL-TYPE = "START"
098120             MOVE 0 TO RL-COMP-CODE
098130         ELSE
098140             MOVE RETURN-CODE TO RL-COMP-CODE
098150         END-IF.
098300         MOVE 'N' TO RL-RESUME-SW.
098400         MOVE WS-RL-CYCLE TO RL-CYCLE.
098500         WRITE RUNLOG-FILE-RECORD.
098600         CLOSE RUNLOG-FILE.
098700     END PROGRAM BACKOUT.
