002088*                      DISTANCE'S LAST TWO), THE LIST SHOWS
002089*                      THEM WITH THEIR DECIMAL POINTS, AND
002090*                      THE AUDIT LOG CARRIES THEM IN KIND.
002092*    2026-10-05  RH    OPERATOR SIGN-ON NOW CHECKED AGAINST THE
002094*                      OPERATOR MASTER THROUGH OPERCHK - AN
002096*                      UNKNOWN OR INACTIVE ID IS REFUSED AND
002098*                      LOGGED BEFORE THE SESSION OPENS.  ONLY A
002100*                      DUTY OFFICER OR SUPERVISOR IS OFFERED THE
002102*                      AUDIT LOG BROWSE.
002104*    2026-10-06  RH    TWO-PERSON APPROVAL - THE SAVE OPTION NO
002106*                      LONGER REWRITES THE SHEET.  IT POSTS THE
002108*                      EDITED SHEET AS A CHANGE SET ON THE
002110*                      PENDING REGISTER (PENDREG, HEATS ON
002112*                      PENDHEAT) AND AUDITS A "SUBMIT"; A SECOND
002114*                      OPERATOR APPROVES OR REJECTS IT THROUGH
002116*                      RACEAPPR.  A SHEET WITH A SET STILL
002118*                      PENDING OPENS FROM THAT SET.
002120******************************************************************
002122     PROGRAM-ID. RACEMNTU.
002200     ENVIRONMENT DIVISION.
002300     INPUT-OUTPUT SECTION.
002400     FILE-CONTROL.
002768         SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF"
002770             ORGANIZATION IS LINE SEQUENTIAL
002772             FILE STATUS IS WS-SIGNOFF-STATUS.
002774         SELECT PENDREG-FILE ASSIGN TO "PENDREG"
002776             ORGANIZATION IS LINE SEQUENTIAL
002778             FILE STATUS IS WS-PENDREG-STATUS.
002780         SELECT PENDHEAT-FILE ASSIGN TO "PENDHEAT"
002782             ORGANIZATION IS LINE SEQUENTIAL
002784             FILE STATUS IS WS-PENDHEAT-STATUS.
002800     DATA DIVISION.
002900     FILE SECTION.
003000     FD  RACE-FILE.
003160         COPY VENUEREC.
003170     FD  SIGNOFF-FILE.
003180         COPY SIGNREC.
003182     FD  PENDREG-FILE.
003184         COPY PNDGREC.
003186     FD  PENDHEAT-FILE.
003188         COPY PNDHREC.
003200     WORKING-STORAGE SECTION.
003300     01  WS-RACE-STATUS             PIC X(02) VALUE SPACES.
003310     01  WS-SHEET-NAME              PIC X(44) VALUE "RACEIN".
003352         88  WS-FROZEN              VALUE 'Y'.
003354     01  WS-AUDIT-EOF-SW            PIC X(01) VALUE 'N'.
003356         88  WS-AUDIT-EOF           VALUE 'Y'.
003358*
003360*    SIGN-ON FIELDS PASSED TO OPERCHK.  ROLES RANK CLERK, DUTY
003362*    OFFICER, SUPERVISOR - EACH MAY DO WHAT THE ROLES BELOW IT
003364*    MAY DO.
003366     01  WS-PROGRAM-ID              PIC X(08) VALUE "RACEMNTU".
003368     01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
003370     01  WS-OPER-NAME               PIC X(30) VALUE SPACES.
003372     01  WS-OPER-ROLE               PIC X(01) VALUE SPACE.
003374         88  WS-DUTY-OR-ABOVE       VALUE 'D' 'S'.
003376         88  WS-SUPERVISOR          VALUE 'S'.
003378     01  WS-OPER-RESULT             PIC X(01) VALUE SPACE.
003380         88  WS-OPER-ACCEPTED       VALUE 'A' 'N'.
003382     01  WS-CHK-MODE                PIC X(01) VALUE SPACE.
003384     01  WS-CHK-ACTION              PIC X(08) VALUE SPACES.
003386     01  WS-TODAY                   PIC 9(08) VALUE 0.
003388     01  WS-TIME-RAW                PIC X(08) VALUE SPACES.
003390*
003392*    STAGED FIELDS FOR THE AUDIT RECORD IN HAND.
003394     01  WS-AUD-ACTION              PIC X(06) VALUE SPACES.
005410     01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
005420     01  WS-RL-TYPE                 PIC X(05) VALUE SPACES.
005430     01  WS-RL-OUTCOME              PIC X(18) VALUE "NO SAVE".
005435*
005440*    PENDING REGISTER FIELDS.  WS-PEND-SET-NO IS THE SET STILL
005445*    AWAITING APPROVAL FOR THIS SHEET (ZERO IF NONE);
005450*    WS-HIGH-SET-NO IS THE HIGHEST SET NUMBER ON THE REGISTER.
005455     01  WS-PENDREG-STATUS          PIC X(02) VALUE SPACES.
005460     01  WS-PENDHEAT-STATUS         PIC X(02) VALUE SPACES.
005465     01  WS-PEND-EOF-SW             PIC X(01) VALUE 'N'.
005470         88  WS-PEND-EOF            VALUE 'Y'.
005475     01  WS-PEND-SET-NO             PIC 9(06) VALUE 0.
005480     01  WS-HIGH-SET-NO             PIC 9(06) VALUE 0.
005500     PROCEDURE DIVISION.
005600     MAIN-PROCEDURE.
005610         DISPLAY "ENTER RACE SHEET FILE NAME (BLANK FOR "
005660         END-IF.
005670         PERFORM 1500-GET-OPERATOR-ID
005680             UNTIL WS-OPERATOR-ID NOT = SPACES.
005685         PERFORM 1600-CHECK-OPERATOR.
005690         PERFORM 9000-WRITE-RUNLOG-START.
005700         PERFORM 1300-SCAN-PENDING.
005710         IF WS-PEND-SET-NO > 0
005720             DISPLAY "RACEMNTU: CHANGE SET " WS-PEND-SET-NO
005730                 " FOR THIS SHEET IS AWAITING APPROVAL - "
005740                 "EDITING THAT SET"
005750             PERFORM 1400-LOAD-PENDING-SET
005760         ELSE
005770             PERFORM 1000-LOAD-RACES
005780         END-IF.
005800         PERFORM 1100-COMPUTE-NEXT-ID.
005900         PERFORM 2000-MENU-LOOP UNTIL WS-DONE.
005910         PERFORM 9100-WRITE-RUNLOG-END.
009700         IF RT-RACE-ID (WS-SUB) NOT LESS THAN WS-NEXT-RACE-ID
009800             COMPUTE WS-NEXT-RACE-ID = RT-RACE-ID (WS-SUB) + 1
009900         END-IF.
009902******************************************************************
009904*    1300-SCAN-PENDING - READ THE PENDING REGISTER FOR THE
009906*    HIGHEST SET NUMBER IN USE AND WHETHER THIS SHEET'S LAST
009908*    RECORD IS AN UNDECIDED SUBMIT.  NO REGISTER ON DISK MEANS
009910*    NOTHING HAS EVER BEEN SUBMITTED.
009912******************************************************************
009914     1300-SCAN-PENDING.
009916         MOVE 0 TO WS-PEND-SET-NO WS-HIGH-SET-NO.
009918         MOVE 'N' TO WS-PEND-EOF-SW.
009920         OPEN INPUT PENDREG-FILE.
009922         IF WS-PENDREG-STATUS = "35"
009924             SET WS-PEND-EOF TO TRUE
009926         ELSE
009928             IF WS-PENDREG-STATUS NOT = "00"
009930                 DISPLAY "RACEMNTU: CANNOT OPEN PENDREG - RUN "
009932                     "ABORTED (STATUS " WS-PENDREG-STATUS ")"
009934                 MOVE 16 TO RETURN-CODE
009936                 STOP RUN
009938             END-IF
009940         END-IF.
009942         PERFORM UNTIL WS-PEND-EOF
009944             READ PENDREG-FILE
009946                 AT END
009948                     SET WS-PEND-EOF TO TRUE
009950                 NOT AT END
009952                     IF PD-SET-NO > WS-HIGH-SET-NO
009954                         MOVE PD-SET-NO TO WS-HIGH-SET-NO
009956                     END-IF
009958                     IF PD-SHEET-NAME = WS-SHEET-NAME
009960                         IF PD-ACTION = "SUBMIT  "
009962                             MOVE PD-SET-NO TO WS-PEND-SET-NO
009964                         ELSE
009966                             MOVE 0 TO WS-PEND-SET-NO
009968                         END-IF
009970                     END-IF
009972             END-READ
009974         END-PERFORM.
009976         IF WS-PENDREG-STATUS = "00" OR WS-PENDREG-STATUS = "10"
009978             CLOSE PENDREG-FILE
009980         END-IF.
009982******************************************************************
009984*    1400-LOAD-PENDING-SET - THE SHEET HAS A SET AWAITING
009986*    APPROVAL, SO THE OPERATOR CARRIES ON FROM THAT SET RATHER
009988*    THAN THE LIVE SHEET - SAVING AGAIN SUBMITS A NEW SET THAT
009990*    SUPERSEDES IT.
009992******************************************************************
009994     1400-LOAD-PENDING-SET.
009996         MOVE 'N' TO WS-PEND-EOF-SW.
009998         OPEN INPUT PENDHEAT-FILE.
010000         IF WS-PENDHEAT-STATUS NOT = "00"
010002             DISPLAY "RACEMNTU: CANNOT OPEN PENDHEAT - RUN "
010004                 "ABORTED (STATUS " WS-PENDHEAT-STATUS ")"
010006             MOVE 16 TO RETURN-CODE
010008             STOP RUN
010010         END-IF.
010012         PERFORM UNTIL WS-PEND-EOF
010014             READ PENDHEAT-FILE
010016                 AT END
010018                     SET WS-PEND-EOF TO TRUE
010020                 NOT AT END
010022                     IF PH-SET-NO = WS-PEND-SET-NO
010024                             AND WS-RACE-COUNT < 50
010026                         ADD 1 TO WS-RACE-COUNT
010028                         MOVE PH-RACE-ID
010030                             TO RT-RACE-ID (WS-RACE-COUNT)
010032                         MOVE PH-RACE-TIME
010034                             TO RT-TIME (WS-RACE-COUNT)
010036                         MOVE PH-RACE-DIST
010038                             TO RT-DIST (WS-RACE-COUNT)
010040                     END-IF
010042             END-READ
010044         END-PERFORM.
010046         CLOSE PENDHEAT-FILE.
010048******************************************************************
010050*    1500-GET-OPERATOR-ID - EVERY AUDIT RECORD NAMES WHO MADE
010052*    THE CHANGE, SO THE PANEL DOES NOT OPEN UNTIL AN OPERATOR
010054*    ID IS KEYED.
010056******************************************************************
010058     1500-GET-OPERATOR-ID.
010060         DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
010062             WITH NO ADVANCING.
010064         ACCEPT WS-OPERATOR-ID.
010066******************************************************************
010068*    1600-CHECK-OPERATOR - SIGN THE OPERATOR ON THROUGH
010070*    OPERCHK.  AN UNKNOWN OR INACTIVE ID ENDS THE SESSION
010072*    BEFORE IT IS OPENED ON THE RUN LEDGER; OPERCHK HAS
010074*    ALREADY LOGGED THE ATTEMPT.
010076******************************************************************
010078     1600-CHECK-OPERATOR.
010080         MOVE 'S' TO WS-CHK-MODE.
010082         MOVE "SIGN-ON " TO WS-CHK-ACTION.
010084         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
010086             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
010088             WS-OPER-NAME WS-OPER-RESULT.
010090         IF NOT WS-OPER-ACCEPTED
010092             DISPLAY "RACEMNTU: SIGN-ON REFUSED - OPERATOR "
010094                 WS-OPERATOR-ID " IS UNKNOWN OR NOT ACTIVE"
010096             MOVE 8 TO RETURN-CODE
010098             STOP RUN
010100         END-IF.
010102         IF WS-OPER-NAME NOT = SPACES
010104             DISPLAY "SIGNED ON AS " WS-OPER-NAME
010106         END-IF.
010108******************************************************************
010110*    1700-REFUSE-ACTION - THE OPERATOR'S ROLE DOES NOT ALLOW
010112*    THE ACTION STAGED IN WS-CHK-ACTION.  HAVE OPERCHK LOG THE
010114*    ATTEMPT AND TELL THE OPERATOR.
010116******************************************************************
010118     1700-REFUSE-ACTION.
010120         MOVE 'R' TO WS-CHK-MODE.
010122         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
010124             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
010126             WS-OPER-NAME WS-OPER-RESULT.
010128         DISPLAY "REFUSED - YOUR ROLE DOES NOT ALLOW THIS "
010130             "ACTION".
010132******************************************************************
010134*    2000-MENU-LOOP - SHOW THE MENU AND CARRY OUT ONE OPERATOR
010200*    COMMAND.
010300******************************************************************
010400     2000-MENU-LOOP.
011470                         "FREEZE)"
011480                 ELSE
011500                     PERFORM 6000-SAVE-RACES
011510                     MOVE "SUBMITTED" TO WS-RL-OUTCOME
011600                     SET WS-DONE TO TRUE
011610                 END-IF
011700             WHEN 'Q'
011800                 SET WS-DONE TO TRUE
011810             WHEN 'B'
011820                 IF WS-DUTY-OR-ABOVE
011830                     PERFORM 7000-BROWSE-AUDIT
011840                 ELSE
011850                     MOVE "BROWSE  " TO WS-CHK-ACTION
011860                     PERFORM 1700-REFUSE-ACTION
011870                 END-IF
011900             WHEN OTHER
012000                 DISPLAY "NOT A VALID CHOICE - TRY AGAIN"
012100         END-EVALUATE.
012500         DISPLAY "  A = ADD A RACE".
012600         DISPLAY "  L = LIST THE RACE SHEET".
012700         DISPLAY "  D = DELETE A RACE".
012710         IF WS-DUTY-OR-ABOVE
012720             DISPLAY "  B = BROWSE THE AUDIT LOG"
012730         END-IF.
012740         DISPLAY "  S = SUBMIT THE RACE SHEET FOR APPROVAL "
012750             "AND EXIT".
012900         DISPLAY "  Q = EXIT WITHOUT SAVING".
013000         DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
013100******************************************************************
016660         PERFORM 8000-WRITE-AUDIT.
016700******************************************************************
016800*    4000-LIST-RACES - SHOW EVERY HEAT CURRENTLY ON THE WORKING
016810*    TABLE (NOT YET SUBMITTED UNTIL OPTION S IS CHOSEN).
017000******************************************************************
017100     4000-LIST-RACES.
017200         DISPLAY "RACE ID    TIME         DISTANCE".
020300     5200-SHIFT-ONE-RACE-DOWN.
020400         MOVE RACE-ENTRY (WS-SUB + 1) TO RACE-ENTRY (WS-SUB).
020500******************************************************************
020510*    6000-SAVE-RACES - POST THE WORKING TABLE AS A NEW CHANGE
020520*    SET - ITS HEATS TO PENDHEAT, THEN A SUBMIT RECORD TO THE
020530*    PENDING REGISTER.  THE SHEET ITSELF IS NOT TOUCHED UNTIL
020540*    ANOTHER OPERATOR APPROVES THE SET THROUGH RACEAPPR.  THE
020550*    REGISTER IS RESCANNED FIRST SO A SET SUBMITTED FROM
020560*    ANOTHER SESSION MEANWHILE DOES NOT SHARE OUR NUMBER.
020800******************************************************************
020900     6000-SAVE-RACES.
020910         PERFORM 1300-SCAN-PENDING.
020920         COMPUTE WS-PEND-SET-NO = WS-HIGH-SET-NO + 1.
020930         OPEN EXTEND PENDHEAT-FILE.
020940         IF WS-PENDHEAT-STATUS = "35"
020950             OPEN OUTPUT PENDHEAT-FILE
020960         END-IF.
021100         PERFORM 6100-WRITE-ONE-RACE
021200             VARYING WS-SUB FROM 1 BY 1
021300             UNTIL WS-SUB > WS-RACE-COUNT.
021310         CLOSE PENDHEAT-FILE.
021320         OPEN EXTEND PENDREG-FILE.
021330         IF WS-PENDREG-STATUS = "35"
021340             OPEN OUTPUT PENDREG-FILE
021350         END-IF.
021360         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
021370         ACCEPT WS-TIME-RAW FROM TIME.
021380         MOVE SPACES TO PENDREG-FILE-RECORD.
021390         MOVE WS-PEND-SET-NO TO PD-SET-NO.
021400         MOVE WS-SHEET-NAME TO PD-SHEET-NAME.
021410         MOVE "SUBMIT  " TO PD-ACTION.
021420         MOVE WS-OPERATOR-ID TO PD-OPERATOR.
021430         MOVE WS-TODAY TO PD-DATE.
021440         MOVE WS-TIME-RAW (1:6) TO PD-TIME.
021450         MOVE WS-RACE-COUNT TO PD-HEATS.
021460         WRITE PENDREG-FILE-RECORD.
021470         CLOSE PENDREG-FILE.
021480         DISPLAY "RACE SHEET SUBMITTED AS CHANGE SET "
021490             WS-PEND-SET-NO " - AWAITING APPROVAL".
021500         MOVE "SUBMIT" TO WS-AUD-ACTION.
021520         MOVE 0 TO WS-AUD-RACE-ID WS-AUD-OLD-TIME
021530             WS-AUD-OLD-DIST WS-AUD-NEW-TIME WS-AUD-NEW-DIST.
021540         PERFORM 8000-WRITE-AUDIT.
021600     6100-WRITE-ONE-RACE.
021610         MOVE SPACES TO PENDHEAT-FILE-RECORD.
021620         MOVE WS-PEND-SET-NO TO PH-SET-NO.
021630         MOVE RT-RACE-ID (WS-SUB) TO PH-RACE-ID.
021640         MOVE RT-TIME (WS-SUB) TO PH-RACE-TIME.
021650         MOVE RT-DIST (WS-SUB) TO PH-RACE-DIST.
021660         WRITE PENDHEAT-FILE-RECORD.
022102******************************************************************
022103*    6500-CHECK-SIGNOFF - BEFORE SUBMITTING, FIND WHICH
022104*    VENUE (IF ANY) NAMES THIS SHEET IN TODAY'S SHEET-CONTROL
022105*    FILE, THEN SCAN THE SIGN-OFF STATUS FILE FOR TODAY AND
022106*    THAT VENUE.  THE SIGN-OFF FILE IS APPEND-ONLY, SO THE
