009196*                      CYCLE.  RACEHIST, EXCEPTS, AND THE
009197*                      CHECKPOINT ARE THIS PROGRAM'S ALONE AND
009198*                      STAY WHERE THEY ARE.
009200*    2026-10-06  RH    TWO-PERSON APPROVAL - A VENUE WHOSE
009202*                      SHEET HAS A CHANGE SET STILL AWAITING
009204*                      APPROVAL ON THE PENDING REGISTER
009206*                      (PENDREG) IS REFUSED, NOT POSTED, AND
009208*                      THE RUN ENDS WITH RETURN CODE 12 SO
009210*                      NIGHTRUN STOPS THE CHAIN.  THE OTHER
009212*                      VENUES ARE STILL POSTED.
009214*    2026-10-09  RH    BUSINESS DATE - THE RUN DATE NOW
009216*                      COMES FROM THE SUITE'S BUSINESS-DATE
009218*                      CONTROL RECORD (BDATECHK) INSTEAD OF
009220*                      THE CLOCK, SO A RERUN AFTER MIDNIGHT
009222*                      OR A BACKDATED REPROCESS POSTS UNDER
009224*                      THE NIGHT IT BELONGS TO, TAKES ITS
009226*                      CYCLE NUMBER FROM THAT DATE, AND
009228*                      OBEYS THAT DATE'S SIGN-OFF FREEZE.
009230*    2026-10-11  RH    CYCLE BACKOUT - THE RUN-CYCLE SCAN NOW
009232*                      ALSO READS THE BACKOUT REGISTER
009234*                      (BKOUTREG), SO A CYCLE THE BACKOUT
009236*                      PANEL HAS TAKEN OFF RESULTS IS STILL
009238*                      COUNTED AS USED AND ITS NUMBER IS NEVER
009240*                      HANDED OUT AGAIN.
009242*    2026-10-12  RH    KEYED RESULTS MASTER - THE HIGHEST
009244*                      CYCLE ALREADY POSTED FOR THE RUN DATE
009246*                      NOW COMES FROM THE DATE'S RESULTS
009248*                      CONTROL RECORD (RESCTL), READ BY KEY,
009250*                      INSTEAD OF A SCAN OF THE WHOLE LIVE
009252*                      RESULTS FILE.  THE STAGING FILE AND THE
009254*                      BACKOUT REGISTER ARE STILL SCANNED AS
009256*                      BEFORE.
009258*    2026-10-14  RH    SEASON CALENDAR - THE RUN NOW ASKS
009260*                      SEASCHK FOR THE SEASON THE RUN DATE
009262*                      FALLS IN AND REFUSES TO POST, RETURN
009264*                      CODE 12, WHEN SEASCLOS HAS CLOSED IT.
009266*    2026-10-15  RH    THE FROZEN-VENUE (8) AND PENDING-SHEET
009268*                      (12) CODES ARE NOW HELD IN WS-HIGH-RC AND
009270*                      SET AS THE RETURN CODE AFTER THE VENUE
009272*                      LOOP - THE NEXT VENUE'S CALL TO RACECALC
009274*                      WAS RESETTING THEM, SO NIGHTRUN AND THE
009276*                      RUN LEDGER SAW A CLEAN RUN.
009278*****************************************************************
009280     PROGRAM-ID. partOne.
009300     ENVIRONMENT DIVISION.
009400     INPUT-OUTPUT SECTION.
009500     FILE-CONTROL.
010200         SELECT RESULTS-FILE ASSIGN TO "RESULTS1"
010300             ORGANIZATION IS LINE SEQUENTIAL
010400             FILE STATUS IS WS-RESULTS-STATUS.
010410         SELECT RESCTL-FILE ASSIGN TO "RESCTL"
010420             ORGANIZATION IS INDEXED
010430             ACCESS MODE IS RANDOM
010440             RECORD KEY IS RC-RUN-DATE
010450             FILE STATUS IS WS-RESCTL-STATUS.
010500         SELECT REPORT-FILE ASSIGN TO "REPORT1"
010600             ORGANIZATION IS LINE SEQUENTIAL
010700             FILE STATUS IS WS-REPORT-STATUS.
011102         SELECT VENMASTR-FILE ASSIGN TO "VENMASTR"
011104             ORGANIZATION IS LINE SEQUENTIAL
011106             FILE STATUS IS WS-VENMASTR-STATUS.
011107         SELECT PENDREG-FILE ASSIGN TO "PENDREG"
011108             ORGANIZATION IS LINE SEQUENTIAL
011109             FILE STATUS IS WS-PENDREG-STATUS.
011111         SELECT BKOUT-FILE ASSIGN TO "BKOUTREG"
011113             ORGANIZATION IS LINE SEQUENTIAL
011115             FILE STATUS IS WS-BKOUT-STATUS.
011117     DATA DIVISION.
011200     FILE SECTION.
011300     FD  VENUE-FILE.
011400         COPY VENUEREC.
011700     FD  RESULTS-FILE.
011800         COPY RESLTREC.
011810*
011820*    THE RESULTS CONTROL FILE - READ ONLY, FOR THE HIGHEST
011830*    CYCLE ALREADY POSTED UNDER THE RUN DATE.
011840     FD  RESCTL-FILE.
011850         COPY RESCREC.
011900     FD  REPORT-FILE.
012000         COPY REPRTREC.
012100     FD  CHKPT-FILE.
012284         COPY SIGNREC.
012286     FD  VENMASTR-FILE.
012288         COPY VENMREC.
012293     FD  PENDREG-FILE.
012298         COPY PNDGREC.
012300     FD  BKOUT-FILE.
012302         COPY BKOUREC.
012304     WORKING-STORAGE SECTION.
012400     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
012500         88  WS-EOF                 VALUE 'Y'.
012600     01  WS-VALID-SW                PIC X(01) VALUE 'Y'.
012700         88  WS-ALL-VALID           VALUE 'Y'.
012800     01  WS-VENUE-EOF-SW            PIC X(01) VALUE 'N'.
012900         88  WS-VENUE-EOF           VALUE 'Y'.
012910     01  WS-PEND-EOF-SW             PIC X(01) VALUE 'N'.
012920         88  WS-PEND-EOF            VALUE 'Y'.
012930     01  WS-PENDING-SW              PIC X(01) VALUE 'N'.
012940         88  WS-PENDING             VALUE 'Y'.
012950     01  WS-PEND-SET-NO             PIC 9(06) VALUE 0.
012960     01  WS-HIGH-RC                 PIC 9(02) VALUE 0.
013000     01  WS-VENUE-STATUS            PIC X(02) VALUE SPACES.
013100     01  WS-RACE-STATUS             PIC X(02) VALUE SPACES.
013200     01  WS-RESULTS-STATUS          PIC X(02) VALUE SPACES.
013210     01  WS-RESCTL-STATUS           PIC X(02) VALUE SPACES.
013220     01  WS-PENDREG-STATUS          PIC X(02) VALUE SPACES.
013230     01  WS-BKOUT-STATUS            PIC X(02) VALUE SPACES.
013300     01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
013400     01  WS-CHKPT-STATUS            PIC X(02) VALUE SPACES.
013410     01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
013490             10  VMT-EFF-FROM       PIC 9(08).
013492             10  VMT-EFF-TO         PIC 9(08).
013500     01  WS-RUN-DATE                PIC 9(08) VALUE 0.
013510     01  WS-PROGRAM-ID              PIC X(08) VALUE "PARTONE ".
013520     01  WS-BDATE-RESULT            PIC X(01) VALUE SPACE.
013530         88  WS-BDATE-ERROR         VALUE 'E'.
013540     01  WS-SEASON-CODE             PIC X(06) VALUE SPACES.
013550     01  WS-SEASON-RESULT           PIC X(01) VALUE SPACE.
013560         88  WS-SEASON-CLOSED       VALUE 'C'.
013570         88  WS-SEASON-ERROR        VALUE 'E'.
013600     01  WS-RACE-COUNT              PIC 9(04) VALUE 0.
013700     01  WS-SUB                     PIC 9(04) VALUE 0.
013800     01  WS-START-SUB               PIC 9(04) VALUE 1.
018010     01  RP-EXCEPT-EDIT             PIC Z(03)9.
018100     PROCEDURE DIVISION.
018200     MAIN-PROCEDURE.
018210         CALL "BDATECHK" USING WS-PROGRAM-ID WS-RUN-DATE
018220             WS-BDATE-RESULT.
018230         IF WS-BDATE-ERROR
018240             DISPLAY "PARTONE: NO USABLE BUSINESS DATE - RUN "
018250                 "ABORTED"
018260             MOVE 16 TO RETURN-CODE
018270             GOBACK
018280         END-IF.
018310         PERFORM 9000-WRITE-RUNLOG-START.
018312         CALL "SEASCHK" USING WS-PROGRAM-ID WS-RUN-DATE
018314             WS-SEASON-CODE WS-SEASON-RESULT.
018316         IF WS-SEASON-ERROR
018318             DISPLAY "PARTONE: SEASON MASTER NOT READABLE - RUN "
018320                 "ABORTED"
018322             MOVE 16 TO RETURN-CODE
018324             PERFORM 9100-WRITE-RUNLOG-END
018326             GOBACK
018328         END-IF.
018330         IF WS-SEASON-CLOSED
018332             DISPLAY "PARTONE: RUN DATE " WS-RUN-DATE " FALLS IN "
018334                 "SEASON " WS-SEASON-CODE ", WHICH IS CLOSED - "
018336                 "NOTHING POSTED"
018338             MOVE 12 TO RETURN-CODE
018340             PERFORM 9100-WRITE-RUNLOG-END
018342             GOBACK
018344         END-IF.
018346         PERFORM 0300-ASSIGN-RUN-CYCLE.
018400         PERFORM 0500-LOAD-VENUES.
018405         PERFORM 0550-VALIDATE-VENUES THRU 0550-EXIT.
018410         PERFORM 0800-LOAD-THRESHOLDS.
018800             UNTIL WS-VENUE-SUB > WS-VENUE-COUNT.
018810         PERFORM 4600-WRITE-EXCEPTION-SUMMARY.
018900         PERFORM 1900-CLEAR-CHECKPOINT.
018910         MOVE WS-HIGH-RC TO RETURN-CODE.
018920         PERFORM 9100-WRITE-RUNLOG-END.
019000
019100         GOBACK.
019102*****************************************************************
019104*    0300-ASSIGN-RUN-CYCLE - TAKE THE HIGHEST CYCLE ALREADY
019106*    POSTED UNDER TODAY'S RUN DATE BY THIS PROGRAM FROM THE
019108*    DATE'S RESULTS CONTROL RECORD, RAISE IT BY ANY HIGHER
019110*    CYCLE ON THIS PROGRAM'S OWN NOT-YET-MERGED STAGING FILE,
019112*    AND TAKE THE NEXT ONE.  NO CONTROL FILE, OR NO RECORD FOR
019114*    THE DATE, MEANS NOTHING IS POSTED YET.  STAGING ROWS
019116*    WRITTEN BEFORE THE CYCLE FIELD EXISTED READ BACK WITH A
019118*    BLANK (NOT NUMERIC) CYCLE AND COUNT AS CYCLE ZERO.  A
019120*    RESUMED RUN OVERRIDES THIS WITH THE
019122*    CHECKPOINT'S CYCLE IN 0700-READ-CHECKPOINT.  A CYCLE
019124*    BACKED OUT THROUGH THE BACKOUT PANEL HAS NO ROWS LEFT ON
019126*    RESULTS, SO THE BACKOUT REGISTER IS SCANNED TOO - THE
019128*    CYCLE STAYS USED, AND ITS NUMBER (STILL CARRIED BY ITS
019130*    REVERSED EXCEPTIONS AND LEDGER RECORDS) IS NOT REISSUED.
019132*    NO REGISTER ON DISK MEANS NOTHING WAS EVER BACKED OUT.
019134*****************************************************************
019136     0300-ASSIGN-RUN-CYCLE.
019138         MOVE 0 TO WS-MAX-CYCLE.
019139         OPEN INPUT RESCTL-FILE.
019140         IF WS-RESCTL-STATUS NOT = "35"
019141             IF WS-RESCTL-STATUS NOT = "00"
019142                 DISPLAY "PARTONE: CANNOT OPEN RESCTL - RUN "
019143                     "ABORTED (STATUS " WS-RESCTL-STATUS ")"
019144                 MOVE 16 TO RETURN-CODE
019146                 PERFORM 9100-WRITE-RUNLOG-END
019148                 GOBACK
019150             END-IF
019152             MOVE WS-RUN-DATE TO RC-RUN-DATE
019154             READ RESCTL-FILE
019156                 INVALID KEY
019158                     CONTINUE
019160                 NOT INVALID KEY
019162                     IF RC-P1-HIGH-CYCLE NUMERIC
019164                         MOVE RC-P1-HIGH-CYCLE TO WS-MAX-CYCLE
019166                     END-IF
019170             END-READ
019175             CLOSE RESCTL-FILE
019178         END-IF.
019180         MOVE 'N' TO WS-CYCLE-EOF-SW.
019182         OPEN INPUT RESULTS-FILE.
019184         IF WS-RESULTS-STATUS = "35"
019186             SET WS-CYCLE-EOF TO TRUE
019188         ELSE
019190             IF WS-RESULTS-STATUS NOT = "00"
019192                 DISPLAY "PARTONE: CANNOT OPEN RESULTS1 - RUN "
019194                     "ABORTED (STATUS " WS-RESULTS-STATUS ")"
019196                 MOVE 16 TO RETURN-CODE
019198                 PERFORM 9100-WRITE-RUNLOG-END
019200                 GOBACK
019202             END-IF
019204         END-IF.
019206         PERFORM UNTIL WS-CYCLE-EOF
019208             READ RESULTS-FILE
019210                 AT END
019212                     SET WS-CYCLE-EOF TO TRUE
019214                 NOT AT END
019216                     PERFORM 0310-NOTE-ONE-CYCLE
019218             END-READ
019220         END-PERFORM.
019222         IF WS-RESULTS-STATUS NOT = "35"
019224             CLOSE RESULTS-FILE
019226         END-IF.
019228         MOVE 'N' TO WS-CYCLE-EOF-SW.
019230         OPEN INPUT BKOUT-FILE.
019232         IF WS-BKOUT-STATUS = "35"
019234             SET WS-CYCLE-EOF TO TRUE
019236         ELSE
019238             IF WS-BKOUT-STATUS NOT = "00"
019240                 DISPLAY "PARTONE: CANNOT OPEN BKOUTREG - RUN "
019242                     "ABORTED (STATUS " WS-BKOUT-STATUS ")"
019244                 MOVE 16 TO RETURN-CODE
019246                 PERFORM 9100-WRITE-RUNLOG-END
019248                 GOBACK
019250             END-IF
019252         END-IF.
019254         PERFORM UNTIL WS-CYCLE-EOF
019256             READ BKOUT-FILE
019258                 AT END
019260                     SET WS-CYCLE-EOF TO TRUE
019262                 NOT AT END
019264                     PERFORM 0320-NOTE-ONE-BACKOUT
019266             END-READ
019268         END-PERFORM.
019270         IF WS-BKOUT-STATUS NOT = "35"
019272             CLOSE BKOUT-FILE
019274         END-IF.
019276         IF WS-MAX-CYCLE NOT LESS THAN 99
019278             DISPLAY "PARTONE: RUN DATE " WS-RUN-DATE
019280                 " IS ALREADY AT CYCLE 99 - RUN ABORTED"
019282             MOVE 16 TO RETURN-CODE
019284             PERFORM 9100-WRITE-RUNLOG-END
019286             GOBACK
019288         END-IF.
019290         COMPUTE WS-RUN-CYCLE = WS-MAX-CYCLE + 1.
019292     0310-NOTE-ONE-CYCLE.
019294         IF RS-RUN-DATE = WS-RUN-DATE
019296                 AND RS-PROGRAM-ID = "PARTONE "
019298                 AND RS-CYCLE NUMERIC
019300                 AND RS-CYCLE > WS-MAX-CYCLE
019302             MOVE RS-CYCLE TO WS-MAX-CYCLE
019304         END-IF.
019306     0320-NOTE-ONE-BACKOUT.
019308         IF BK-RUN-DATE = WS-RUN-DATE
019310                 AND BK-PROGRAM-ID = "PARTONE "
019312                 AND BK-CYCLE NUMERIC
019314                 AND BK-CYCLE > WS-MAX-CYCLE
019316             MOVE BK-CYCLE TO WS-MAX-CYCLE
019318         END-IF.
019320*****************************************************************
019322*    0500-LOAD-VENUES - READ THE SHEET-CONTROL FILE (VENUES)
019400*    INTO THE VENUE TABLE.  NO VENUES FILE MEANS THE SHOP IS
019500*    RUNNING THE OLD SINGLE-SHEET WAY, SO A LONE ENTRY FOR
019600*    RACEIN UNDER A BLANK VENUE CODE IS SET UP INSTEAD.  THE
026140                 " VENUE '" WS-VENUE-CODE "' IS SIGNED OFF AS "
026150                 "OFFICIAL - NOT REPOSTED (A SUPERVISOR "
026160                 "OVERRIDE THROUGH RACESOFF LIFTS THE FREEZE)"
026170             IF WS-HIGH-RC < 8
026175                 MOVE 8 TO WS-HIGH-RC
026180             END-IF
026185             GO TO 0600-EXIT
026190         END-IF.
026192         PERFORM 0660-CHECK-PENDING.
026194         IF WS-PENDING
026196             DISPLAY "PARTONE: VENUE '" WS-VENUE-CODE "' SHEET "
026198                 WS-SHEET-NAME " HAS CHANGE SET " WS-PEND-SET-NO
026200                 " AWAITING APPROVAL - NOT POSTED (APPROVE OR "
026202                 "REJECT IT THROUGH RACEAPPR)"
026204             IF WS-HIGH-RC < 12
026206                 MOVE 12 TO WS-HIGH-RC
026208             END-IF
026210             GO TO 0600-EXIT
026212         END-IF.
026214         MOVE 'N' TO WS-EOF-SW.
026300         MOVE 0 TO WS-RACE-COUNT.
026400         MOVE 1 TO WS-FINAL-RESULT.
026500         PERFORM 1000-LOAD-RACES.
028078         IF WS-SIGNOFF-STATUS NOT = "35"
028080             CLOSE SIGNOFF-FILE
028082         END-IF.
028084*****************************************************************
028086*    0660-CHECK-PENDING - SCAN THE PENDING REGISTER FOR THE
028088*    SHEET IN HAND.  THE REGISTER IS APPEND-ONLY, SO THE LAST
028090*    RECORD FOR THE SHEET IS THE ONE IN FORCE - A "SUBMIT  "
028092*    MEANS A CHANGE SET IS STILL AWAITING A SECOND OPERATOR'S
028094*    APPROVAL, AND THE SHEET ON DISK IS NOT THE ONE THE
028096*    COMMITTEE WILL STAND BEHIND.  NO REGISTER ON DISK MEANS
028098*    NOTHING HAS EVER BEEN SUBMITTED.
028100*****************************************************************
028102     0660-CHECK-PENDING.
028104         MOVE 'N' TO WS-PEND-EOF-SW WS-PENDING-SW.
028106         MOVE 0 TO WS-PEND-SET-NO.
028108         OPEN INPUT PENDREG-FILE.
028110         IF WS-PENDREG-STATUS = "35"
028112             SET WS-PEND-EOF TO TRUE
028114         ELSE
028116             IF WS-PENDREG-STATUS NOT = "00"
028118                 DISPLAY "PARTONE: CANNOT OPEN PENDREG - RUN "
028120                     "ABORTED (STATUS " WS-PENDREG-STATUS ")"
028122                 MOVE 16 TO RETURN-CODE
028124                 PERFORM 9100-WRITE-RUNLOG-END
028126                 GOBACK
028128             END-IF
028130         END-IF.
028132         PERFORM UNTIL WS-PEND-EOF
028134             READ PENDREG-FILE
028136                 AT END
028138                     SET WS-PEND-EOF TO TRUE
028140                 NOT AT END
028142                     IF PD-SHEET-NAME = WS-SHEET-NAME
028144                         IF PD-ACTION = "SUBMIT  "
028146                             SET WS-PENDING TO TRUE
028148                             MOVE PD-SET-NO TO WS-PEND-SET-NO
028150                         ELSE
028152                             MOVE 'N' TO WS-PENDING-SW
028154                         END-IF
028156                     END-IF
028158             END-READ
028160         END-PERFORM.
028162         IF WS-PENDREG-STATUS NOT = "35"
028164             CLOSE PENDREG-FILE
028166         END-IF.
028168*****************************************************************
028200*    0700-READ-CHECKPOINT - READ THE CHECKPOINT ONCE AT START-UP
028300*    AND SAVE ITS FIELDS.  THE CHECKPOINT NAMES THE VENUE IT WAS
028400*    TAKEN IN; IF THAT VENUE IS NOT IN TODAY'S SHEET-CONTROL
