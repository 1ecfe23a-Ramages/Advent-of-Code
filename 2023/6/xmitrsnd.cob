000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      XMITRSND
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-13
000700*
000800*    EXTRACT RESEND QUEUE PANEL.  WHEN THE COMMITTEE REPORTS A
000900*    RESULTS EXTRACT MISSING OR SHORT - OR XMITRCN LISTS IT AS
001000*    MISMATCHED OR UNACKNOWLEDGED - THE DUTY OFFICER LOOKS THE
001100*    SEND SEQUENCE UP ON THE TRANSMISSION REGISTER (XMITREG,
001200*    SEE XMITREC) AND QUEUES IT FOR RESEND.  THE NEXT RACEXTR
001300*    RUN KEYED WITH R REGENERATES THE OLDEST QUEUED SEQUENCE
001400*    FOR THE SAME RUN DATE, VENUE AND CYCLE SELECTION, UNDER
001500*    THE SAME SEQUENCE, AND TAKES IT OFF THE QUEUE.  A QUEUED
001600*    RESEND NOT YET SENT CAN BE CANCELLED.
001700*
001800*    A SIMPLE ACCEPT/DISPLAY MENU, LIKE EXCPWRK.  ANY OPERATOR
001900*    ON THE OPERATOR MASTER MAY LIST THE REGISTER; QUEUEING OR
002000*    CANCELLING A RESEND IS DUTY OFFICER WORK.  THE REGISTER
002100*    RECORD ITSELF CARRIES WHO QUEUED THE RESEND AND WHEN.
002200*
002300*    MODIFICATION HISTORY.
002400*    DATE        INIT  DESCRIPTION
002500*    ----------  ----  ----------------------------------------
002600*    2026-10-13  RH    ORIGINAL VERSION.
002700******************************************************************
002800     PROGRAM-ID. XMITRSND.
002900     ENVIRONMENT DIVISION.
003000     INPUT-OUTPUT SECTION.
003100     FILE-CONTROL.
003200         SELECT XMITREG-FILE ASSIGN TO "XMITREG"
003300             ORGANIZATION IS INDEXED
003400             ACCESS MODE IS DYNAMIC
003500             RECORD KEY IS XR-SEND-SEQ
003600             FILE STATUS IS WS-XMITREG-STATUS.
003700     DATA DIVISION.
003800     FILE SECTION.
003900     FD  XMITREG-FILE.
004000         COPY XMITREC.
004100     WORKING-STORAGE SECTION.
004200     01  WS-XMITREG-STATUS          PIC X(02) VALUE SPACES.
004300     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
004400         88  WS-EOF                 VALUE 'Y'.
004500     01  WS-DONE-SW                 PIC X(01) VALUE 'N'.
004600         88  WS-DONE                VALUE 'Y'.
004700     01  WS-TODAY                   PIC 9(08) VALUE 0.
004800     01  WS-MENU-CHOICE             PIC X(01) VALUE SPACE.
004900     01  WS-CONFIRM                 PIC X(01) VALUE SPACE.
005000     01  WS-SHOWN                   PIC 9(06) VALUE 0.
005100*
005200*    SIGN-ON FIELDS PASSED TO OPERCHK.  ROLES RANK CLERK, DUTY
005300*    OFFICER, SUPERVISOR - EACH MAY DO WHAT THE ROLES BELOW IT
005400*    MAY DO.
005500     01  WS-PROGRAM-ID              PIC X(08) VALUE "XMITRSND".
005600     01  WS-OPERATOR-ID             PIC X(08) VALUE SPACES.
005700     01  WS-OPER-NAME               PIC X(30) VALUE SPACES.
005800     01  WS-OPER-ROLE               PIC X(01) VALUE SPACE.
005900         88  WS-DUTY-OR-ABOVE       VALUE 'D' 'S'.
006000     01  WS-OPER-RESULT             PIC X(01) VALUE SPACE.
006100         88  WS-OPER-ACCEPTED       VALUE 'A' 'N'.
006200     01  WS-CHK-MODE                PIC X(01) VALUE SPACE.
006300     01  WS-CHK-ACTION              PIC X(08) VALUE SPACES.
006400*
006500*    SEND SEQUENCE ENTRY FIELD - ACCEPTED INTO AN ALPHANUMERIC
006600*    BUFFER AND VALIDATED THROUGH A REDEFINES, THE SAME
006700*    PATTERN EXCPWRK USES FOR ITS ITEM NUMBER.
006800     01  WS-SEQ-TEXT                PIC X(06) VALUE ZEROS.
006900     01  WS-SEQ REDEFINES WS-SEQ-TEXT
007000                                    PIC 9(06).
007100     01  XS-ROWS-EDIT               PIC Z(06)9.
007200     01  XS-HASH-EDIT               PIC Z(17)9.
007300     PROCEDURE DIVISION.
007400     MAIN-PROCEDURE.
007500         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
007600         PERFORM 1500-GET-OPERATOR-ID
007700             UNTIL WS-OPERATOR-ID NOT = SPACES.
007800         PERFORM 1600-CHECK-OPERATOR.
007900         PERFORM 1000-OPEN-REGISTER.
008000         PERFORM 2000-MENU-LOOP UNTIL WS-DONE.
008100         CLOSE XMITREG-FILE.
008200         STOP RUN.
008300******************************************************************
008400*    1000-OPEN-REGISTER - THE REGISTER IS HELD OPEN FOR THE
008500*    SESSION.  NO REGISTER ON DISK MEANS NOTHING HAS BEEN SENT,
008600*    SO THERE IS NOTHING TO RESEND.
008700******************************************************************
008800     1000-OPEN-REGISTER.
008900         OPEN I-O XMITREG-FILE.
009000         IF WS-XMITREG-STATUS = "35"
009100             DISPLAY "XMITRSND: NO TRANSMISSION REGISTER "
009200                 "(XMITREG) YET - NOTHING HAS BEEN SENT"
009300             STOP RUN
009400         END-IF.
009500         IF WS-XMITREG-STATUS NOT = "00"
009600             DISPLAY "XMITRSND: CANNOT OPEN XMITREG - RUN "
009700                 "ABORTED (STATUS " WS-XMITREG-STATUS ")"
009800             MOVE 16 TO RETURN-CODE
009900             STOP RUN
010000         END-IF.
010100******************************************************************
010200*    1500-GET-OPERATOR-ID - A QUEUED RESEND NAMES WHO QUEUED
010300*    IT, SO THE PANEL DOES NOT OPEN UNTIL AN OPERATOR ID IS
010400*    KEYED.
010500******************************************************************
010600     1500-GET-OPERATOR-ID.
010700         DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS): "
010800             WITH NO ADVANCING.
010900         ACCEPT WS-OPERATOR-ID.
011000******************************************************************
011100*    1600-CHECK-OPERATOR - SIGN THE OPERATOR ON THROUGH
011200*    OPERCHK.  AN UNKNOWN OR INACTIVE ID ENDS THE SESSION;
011300*    OPERCHK HAS ALREADY LOGGED THE ATTEMPT.
011400******************************************************************
011500     1600-CHECK-OPERATOR.
011600         MOVE 'S' TO WS-CHK-MODE.
011700         MOVE "SIGN-ON " TO WS-CHK-ACTION.
011800         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
011900             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
012000             WS-OPER-NAME WS-OPER-RESULT.
012100         IF NOT WS-OPER-ACCEPTED
012200             DISPLAY "XMITRSND: SIGN-ON REFUSED - OPERATOR "
012300                 WS-OPERATOR-ID " IS UNKNOWN OR NOT ACTIVE"
012400             MOVE 8 TO RETURN-CODE
012500             STOP RUN
012600         END-IF.
012700         IF WS-OPER-NAME NOT = SPACES
012800             DISPLAY "SIGNED ON AS " WS-OPER-NAME
012900         END-IF.
013000******************************************************************
013100*    1700-REFUSE-ACTION - THE OPERATOR'S ROLE DOES NOT ALLOW
013200*    THE ACTION STAGED IN WS-CHK-ACTION.  HAVE OPERCHK LOG THE
013300*    ATTEMPT AND TELL THE OPERATOR.
013400******************************************************************
013500     1700-REFUSE-ACTION.
013600         MOVE 'R' TO WS-CHK-MODE.
013700         CALL "OPERCHK" USING WS-CHK-MODE WS-PROGRAM-ID
013800             WS-OPERATOR-ID WS-CHK-ACTION WS-OPER-ROLE
013900             WS-OPER-NAME WS-OPER-RESULT.
014000         DISPLAY "REFUSED - YOUR ROLE DOES NOT ALLOW THIS "
014100             "ACTION".
014200******************************************************************
014300*    2000-MENU-LOOP - SHOW THE MENU AND CARRY OUT ONE OPERATOR
014400*    COMMAND.
014500******************************************************************
014600     2000-MENU-LOOP.
014700         PERFORM 2100-DISPLAY-MENU.
014800         ACCEPT WS-MENU-CHOICE.
014900         INSPECT WS-MENU-CHOICE
015000             CONVERTING "abcdefghijklmnopqrstuvwxyz"
015100                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
015200         EVALUATE WS-MENU-CHOICE
015300             WHEN 'O'
015400                 PERFORM 3000-LIST-OUTSTANDING
015500             WHEN 'L'
015600                 PERFORM 3500-LIST-QUEUE
015700             WHEN 'R'
015800                 IF WS-DUTY-OR-ABOVE
015900                     PERFORM 4000-QUEUE-RESEND THRU 4000-EXIT
016000                 ELSE
016100                     MOVE "RESEND  " TO WS-CHK-ACTION
016200                     PERFORM 1700-REFUSE-ACTION
016300                 END-IF
016400             WHEN 'C'
016500                 IF WS-DUTY-OR-ABOVE
016600                     PERFORM 5000-CANCEL-RESEND THRU 5000-EXIT
016700                 ELSE
016800                     MOVE "UNQUEUE " TO WS-CHK-ACTION
016900                     PERFORM 1700-REFUSE-ACTION
017000                 END-IF
017100             WHEN 'Q'
017200                 SET WS-DONE TO TRUE
017300             WHEN OTHER
017400                 DISPLAY "NOT A VALID CHOICE - TRY AGAIN"
017500         END-EVALUATE.
017600     2100-DISPLAY-MENU.
017700         DISPLAY " ".
017800         DISPLAY "EXTRACT RESEND QUEUE".
017900         DISPLAY "  O = LIST TRANSMISSIONS NOT YET ACKNOWLEDGED".
018000         DISPLAY "  L = LIST THE RESEND QUEUE".
018100         IF WS-DUTY-OR-ABOVE
018200             DISPLAY "  R = QUEUE A SEQUENCE FOR RESEND"
018300             DISPLAY "  C = CANCEL A QUEUED RESEND"
018400         END-IF.
018500         DISPLAY "  Q = EXIT".
018600         DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
018700******************************************************************
018800*    3000-LIST-OUTSTANDING - EVERY TRANSMISSION AWAITING ITS
018900*    RECEIPT OR WHOSE RECEIPT DISAGREED, IN SEQUENCE ORDER.
019000******************************************************************
019100     3000-LIST-OUTSTANDING.
019200         MOVE 0 TO WS-SHOWN.
019300         PERFORM 3800-SHOW-HEADING.
019400         PERFORM 3900-START-REGISTER.
019500         PERFORM UNTIL WS-EOF
019600             READ XMITREG-FILE NEXT RECORD
019700                 AT END
019800                     SET WS-EOF TO TRUE
019900                 NOT AT END
020000                     IF NOT XR-ACKNOWLEDGED
020100                         ADD 1 TO WS-SHOWN
020200                         PERFORM 3700-SHOW-ONE-TRANSMISSION
020300                     END-IF
020400             END-READ
020500         END-PERFORM.
020600         IF WS-SHOWN = 0
020700             DISPLAY "EVERY TRANSMISSION HAS BEEN ACKNOWLEDGED"
020800         END-IF.
020900******************************************************************
021000*    3500-LIST-QUEUE - EVERY TRANSMISSION QUEUED FOR RESEND,
021100*    IN THE ORDER RACEXTR WILL SEND THEM.
021200******************************************************************
021300     3500-LIST-QUEUE.
021400         MOVE 0 TO WS-SHOWN.
021500         PERFORM 3800-SHOW-HEADING.
021600         PERFORM 3900-START-REGISTER.
021700         PERFORM UNTIL WS-EOF
021800             READ XMITREG-FILE NEXT RECORD
021900                 AT END
022000                     SET WS-EOF TO TRUE
022100                 NOT AT END
022200                     IF XR-RESEND-QUEUED
022300                         ADD 1 TO WS-SHOWN
022400                         PERFORM 3700-SHOW-ONE-TRANSMISSION
022500                     END-IF
022600             END-READ
022700         END-PERFORM.
022800         IF WS-SHOWN = 0
022900             DISPLAY "THE RESEND QUEUE IS EMPTY"
023000         END-IF.
023100*
023200*    ONE REGISTER RECORD: WHAT WAS SENT, WHEN AND HOW OFTEN,
023300*    WHERE ITS RECEIPT STANDS (S AWAITING, A ACKNOWLEDGED,
023400*    M MISMATCHED), AND WHO QUEUED IT FOR RESEND, IF ANYONE.
023500     3700-SHOW-ONE-TRANSMISSION.
023600         MOVE XR-ROW-COUNT TO XS-ROWS-EDIT.
023700         MOVE XR-HASH-TOTAL TO XS-HASH-EDIT.
023800         DISPLAY XR-SEND-SEQ " " XR-RUN-DATE " " XR-VENUE " "
023900             XR-CYCLE-SEL " " XR-SEND-DATE " " XR-SEND-COUNT
024000             " " XS-ROWS-EDIT " " XS-HASH-EDIT "  "
024100             XR-ACK-STATUS "  " XR-QUEUED-BY.
024200     3800-SHOW-HEADING.
024300         DISPLAY "SEQ    RUN DATE VEN  CY SENT ON  NO    ROWS"
024400             "          SENT HASH  ST QUEUED BY".
024500     3900-START-REGISTER.
024600         MOVE 'N' TO WS-EOF-SW.
024700         MOVE 0 TO XR-SEND-SEQ.
024800         START XMITREG-FILE KEY NOT LESS THAN XR-SEND-SEQ
024900             INVALID KEY
025000                 SET WS-EOF TO TRUE
025100         END-START.
025200******************************************************************
025300*    4000-QUEUE-RESEND - TAKE A SEND SEQUENCE, SHOW WHAT WENT
025400*    OUT UNDER IT, AND ON CONFIRMATION PUT IT ON THE RESEND
025500*    QUEUE.  AN ACKNOWLEDGED TRANSMISSION MAY STILL BE QUEUED
025600*    (THE COMMITTEE MAY HAVE LOST THE FILE SINCE), BUT THE
025700*    DUTY OFFICER IS TOLD FIRST.
025800******************************************************************
025900     4000-QUEUE-RESEND.
026000         PERFORM 6000-GET-SEQUENCE THRU 6000-EXIT.
026100         IF WS-SEQ-TEXT = SPACES
026200             GO TO 4000-EXIT
026300         END-IF.
026400         IF XR-RESEND-QUEUED
026500             DISPLAY "SEQUENCE " XR-SEND-SEQ " IS ALREADY "
026600                 "QUEUED - QUEUED BY " XR-QUEUED-BY " ON "
026700                 XR-QUEUED-DATE
026800             GO TO 4000-EXIT
026900         END-IF.
027000         IF XR-ACKNOWLEDGED
027100             DISPLAY "NOTE - THE COMMITTEE ACKNOWLEDGED THIS "
027200                 "SEQUENCE ON " XR-ACK-DATE
027300         END-IF.
027400         DISPLAY "QUEUE SEQUENCE " XR-SEND-SEQ " FOR RESEND? "
027500             "(Y/N): " WITH NO ADVANCING.
027600         ACCEPT WS-CONFIRM.
027700         INSPECT WS-CONFIRM
027800             CONVERTING "abcdefghijklmnopqrstuvwxyz"
027900                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
028000         IF WS-CONFIRM NOT = 'Y'
028100             DISPLAY "NOT QUEUED - NOTHING CHANGED"
028200             GO TO 4000-EXIT
028300         END-IF.
028400         MOVE 'Q' TO XR-RESEND-SW.
028500         MOVE WS-OPERATOR-ID TO XR-QUEUED-BY.
028600         MOVE WS-TODAY TO XR-QUEUED-DATE.
028700         REWRITE XMITREG-FILE-RECORD
028800             INVALID KEY
028900                 DISPLAY "SEQUENCE " XR-SEND-SEQ " COULD NOT "
029000                     "BE QUEUED"
029100             NOT INVALID KEY
029200                 DISPLAY "SEQUENCE " XR-SEND-SEQ " QUEUED - "
029300                     "RUN RACEXTR AND KEY R TO SEND IT"
029400         END-REWRITE.
029500     4000-EXIT.
029600         EXIT.
029700******************************************************************
029800*    5000-CANCEL-RESEND - TAKE A QUEUED SEQUENCE OFF THE QUEUE
029900*    BEFORE RACEXTR SENDS IT.
030000******************************************************************
030100     5000-CANCEL-RESEND.
030200         PERFORM 6000-GET-SEQUENCE THRU 6000-EXIT.
030300         IF WS-SEQ-TEXT = SPACES
030400             GO TO 5000-EXIT
030500         END-IF.
030600         IF NOT XR-RESEND-QUEUED
030700             DISPLAY "SEQUENCE " XR-SEND-SEQ " IS NOT ON THE "
030800                 "RESEND QUEUE"
030900             GO TO 5000-EXIT
031000         END-IF.
031100         MOVE SPACE TO XR-RESEND-SW.
031200         MOVE SPACES TO XR-QUEUED-BY.
031300         MOVE 0 TO XR-QUEUED-DATE.
031400         REWRITE XMITREG-FILE-RECORD
031500             INVALID KEY
031600                 DISPLAY "SEQUENCE " XR-SEND-SEQ " COULD NOT "
031700                     "BE TAKEN OFF THE QUEUE"
031800             NOT INVALID KEY
031900                 DISPLAY "SEQUENCE " XR-SEND-SEQ " TAKEN OFF "
032000                     "THE RESEND QUEUE"
032100         END-REWRITE.
032200     5000-EXIT.
032300         EXIT.
032400******************************************************************
032500*    6000-GET-SEQUENCE - ACCEPT A SEND SEQUENCE AND READ IT
032600*    FROM THE REGISTER, SHOWING THE RECORD.  ANY FAULT IS
032700*    REPORTED AND LEAVES WS-SEQ-TEXT BLANK FOR THE CALLER.
032800******************************************************************
032900     6000-GET-SEQUENCE.
033000         DISPLAY "ENTER SEND SEQUENCE (6 DIGITS, ZERO-PADDED): "
033100             WITH NO ADVANCING.
033200         ACCEPT WS-SEQ-TEXT.
033300         IF WS-SEQ NOT NUMERIC OR WS-SEQ = 0
033400             DISPLAY "REJECTED - SEND SEQUENCE IS BLANK, ZERO "
033500                 "OR NOT NUMERIC"
033600             MOVE SPACES TO WS-SEQ-TEXT
033700             GO TO 6000-EXIT
033800         END-IF.
033900         MOVE WS-SEQ TO XR-SEND-SEQ.
034000         READ XMITREG-FILE
034100             INVALID KEY
034200                 DISPLAY "REJECTED - SEQUENCE " WS-SEQ
034300                     " IS NOT ON THE REGISTER"
034400                 MOVE SPACES TO WS-SEQ-TEXT
034500                 GO TO 6000-EXIT
034600         END-READ.
034700         PERFORM 3800-SHOW-HEADING.
034800         PERFORM 3700-SHOW-ONE-TRANSMISSION.
034900     6000-EXIT.
035000         EXIT.
035100     END PROGRAM XMITRSND.
