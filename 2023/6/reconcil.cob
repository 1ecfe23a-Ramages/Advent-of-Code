004162*                      EFFECTIVE DATES ABORTS THE RUN.  NO
004164*                      MASTER ON DISK MEANS VALIDATION IS NOT
004166*                      IN EFFECT.
004168*    2026-10-06  RH    TWO-PERSON APPROVAL - IF ANY VENUE'S
004170*                      SHEET HAS A CHANGE SET STILL AWAITING
004172*                      APPROVAL ON THE PENDING REGISTER
004174*                      (PENDREG), NOTHING IS RECONCILED AND NO
004176*                      VERDICT IS POSTED - SO RACESOFF CANNOT
004178*                      SIGN THE NIGHT OFF - AND THE RUN ENDS
004180*                      WITH RETURN CODE 12 SO NIGHTRUN STOPS
004182*                      THE CHAIN.
004183*    2026-10-09  RH    BUSINESS DATE - THE RUN DATE NOW
004184*                      COMES FROM THE SUITE'S BUSINESS-DATE
004185*                      CONTROL RECORD (BDATECHK) INSTEAD OF
004186*                      THE CLOCK, SO THE VERDICT IS POSTED
004187*                      UNDER THE NIGHT BEING RECONCILED
004188*                      EVEN WHEN THE RUN FALLS AFTER
004189*                      MIDNIGHT.
004191*    2026-10-12  RH    KEYED RESULTS MASTER - THE STORED
004193*                      FIGURES ARE NOW READ STRAIGHT FROM THE
004195*                      RUN DATE'S ROWS FOR THE VENUE ON THE
004197*                      INDEXED RESULTS MASTER (RESMAST)
004199*                      INSTEAD OF SCANNING THE WHOLE RESULTS
004201*                      FILE, AND ONLY THAT DATE'S POSTINGS ARE
004203*                      COMPARED.  THE VERDICT ROW IS POSTED TO
004205*                      THE MASTER BY KEY (A RERUN REWRITES IT)
004207*                      AND THE VERDICT IS ALSO CARRIED ON THE
004209*                      DATE'S RESULTS CONTROL RECORD (RESCTL),
004211*                      WHERE RACESOFF NOW LOOKS FOR IT.
004213*    2026-10-14  RH    SEASON CALENDAR - THE RUN NOW ASKS
004215*                      SEASCHK FOR THE SEASON THE RUN DATE
004217*                      FALLS IN AND REFUSES TO POST, RETURN
004219*                      CODE 12, WHEN SEASCLOS HAS CLOSED IT.
004221*    2026-10-15  RH    A CODE-12 REFUSAL POSTS NO VERDICT, SO
004223*                      ITS LEDGER END RECORD NOW SAYS "CLOSED"
004225*                      (CLOSED SEASON) OR "PENDING" (SHEETS
004227*                      AWAITING APPROVAL) INSTEAD OF "AGREE".
004229******************************************************************
004231     PROGRAM-ID. RECONCIL.
004300     ENVIRONMENT DIVISION.
004400     INPUT-OUTPUT SECTION.
004500     FILE-CONTROL.
004900         SELECT RACE-FILE ASSIGN TO DYNAMIC WS-SHEET-NAME
005000             ORGANIZATION IS LINE SEQUENTIAL
005100             FILE STATUS IS WS-RACE-STATUS.
005200         SELECT RESMAST-FILE ASSIGN TO "RESMAST"
005300             ORGANIZATION IS INDEXED
005310             ACCESS MODE IS DYNAMIC
005320             RECORD KEY IS RM-KEY
005400             FILE STATUS IS WS-RESMAST-STATUS.
005401         SELECT RESCTL-FILE ASSIGN TO "RESCTL"
005402             ORGANIZATION IS INDEXED
005403             ACCESS MODE IS RANDOM
005404             RECORD KEY IS RC-RUN-DATE
005405             FILE STATUS IS WS-RESCTL-STATUS.
005410         SELECT DISCREP-FILE ASSIGN TO "DISCREPS"
005420             ORGANIZATION IS LINE SEQUENTIAL
005430             FILE STATUS IS WS-DISCREP-STATUS.
005470         SELECT VENMASTR-FILE ASSIGN TO "VENMASTR"
005480             ORGANIZATION IS LINE SEQUENTIAL
005490             FILE STATUS IS WS-VENMASTR-STATUS.
005492         SELECT PENDREG-FILE ASSIGN TO "PENDREG"
005494             ORGANIZATION IS LINE SEQUENTIAL
005496             FILE STATUS IS WS-PENDREG-STATUS.
005500     DATA DIVISION.
005600     FILE SECTION.
005700     FD  VENUE-FILE.
005800         COPY VENUEREC.
005900     FD  RACE-FILE.
006000         COPY RACEREC.
006100     FD  RESMAST-FILE.
006200         COPY RESMREC.
006202     FD  RESCTL-FILE.
006204         COPY RESCREC.
006210     FD  DISCREP-FILE.
006220         COPY DISCREC.
006230     FD  RUNLOG-FILE.
006240         COPY RUNLGREC.
006250     FD  VENMASTR-FILE.
006260         COPY VENMREC.
006270     FD  PENDREG-FILE.
006280         COPY PNDGREC.
006300     WORKING-STORAGE SECTION.
006400     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
006500         88  WS-EOF                 VALUE 'Y'.
006700         88  WS-VENUE-EOF           VALUE 'Y'.
006800     01  WS-VENUE-STATUS            PIC X(02) VALUE SPACES.
006900     01  WS-RACE-STATUS             PIC X(02) VALUE SPACES.
007000     01  WS-RESMAST-STATUS          PIC X(02) VALUE SPACES.
007002     01  WS-RESCTL-STATUS           PIC X(02) VALUE SPACES.
007004     01  WS-CTL-FOUND-SW            PIC X(01) VALUE 'N'.
007006         88  WS-CTL-FOUND           VALUE 'Y'.
007010     01  WS-DISCREP-STATUS          PIC X(02) VALUE SPACES.
007020     01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
007100     01  WS-RESULTS-PRESENT-SW      PIC X(01) VALUE 'Y'.
007600         88  WS-DISCREPANCY-FOUND   VALUE 'Y'.
007610     01  WS-DISCREP-COUNT           PIC 9(04) VALUE 0.
007620     01  WS-RUN-DATE                PIC 9(08) VALUE 0.
007622     01  WS-PROGRAM-ID              PIC X(08) VALUE "RECONCIL".
007624     01  WS-BDATE-RESULT            PIC X(01) VALUE SPACE.
007626         88  WS-BDATE-ERROR         VALUE 'E'.
007628     01  WS-SEASON-CODE             PIC X(06) VALUE SPACES.
007630     01  WS-SEASON-RESULT           PIC X(01) VALUE SPACE.
007632         88  WS-SEASON-CLOSED       VALUE 'C'.
007634         88  WS-SEASON-ERROR        VALUE 'E'.
007636*
007638*    STAGED FIELDS FOR THE DISCREPANCY RECORD IN HAND.
007640     01  WS-DC-PROGRAM              PIC X(08) VALUE SPACES.
007642     01  WS-DC-RACE-ID              PIC 9(04) VALUE 0.
007644     01  WS-DC-STORED               PIC 9(18) VALUE 0.
007646     01  WS-DC-RECALC               PIC 9(18) VALUE 0.
007650     01  WS-RACES-TOTAL             PIC 9(04) VALUE 0.
007660     01  WS-TIME-RAW                PIC X(08) VALUE SPACES.
007670     01  WS-RL-TYPE                 PIC X(05) VALUE SPACES.
012000     01  WS-COMBINED-MAX-SPEED      PIC 9(15) VALUE 0.
012100     01  WS-COMBINED-MARGIN         PIC 9(18) VALUE 0.
012200*
012300*    MOST RECENT FIGURES POSTED TO THE RESULTS MASTER FOR THE
012400*    RUN DATE UNDER THE VENUE IN HAND.
012500     01  WS-STORED-PARTONE-OVL      PIC 9(18) VALUE 0.
012600     01  WS-STORED-PARTONE-OVL-SW   PIC X(01) VALUE 'N'.
012700         88  WS-HAS-PARTONE-OVL     VALUE 'Y'.
012800     01  WS-STORED-PARTTWO-OVL      PIC 9(18) VALUE 0.
012900     01  WS-STORED-PARTTWO-OVL-SW   PIC X(01) VALUE 'N'.
013000         88  WS-HAS-PARTTWO-OVL     VALUE 'Y'.
013010     01  WS-PENDREG-STATUS          PIC X(02) VALUE SPACES.
013020     01  WS-PEND-EOF-SW             PIC X(01) VALUE 'N'.
013030         88  WS-PEND-EOF            VALUE 'Y'.
013040     01  WS-PENDING-SW              PIC X(01) VALUE 'N'.
013050         88  WS-PENDING             VALUE 'Y'.
013060     01  WS-PEND-SET-NO             PIC 9(06) VALUE 0.
013070     01  WS-PENDING-COUNT           PIC 9(02) VALUE 0.
013100     PROCEDURE DIVISION.
013200     MAIN-PROCEDURE.
013201         CALL "BDATECHK" USING WS-PROGRAM-ID WS-RUN-DATE
013202             WS-BDATE-RESULT.
013203         IF WS-BDATE-ERROR
013204             DISPLAY "RECONCIL: NO USABLE BUSINESS DATE - RUN "
013205                 "ABORTED"
013206             MOVE 16 TO RETURN-CODE
013207             GOBACK
013208         END-IF.
013215         PERFORM 9000-WRITE-RUNLOG-START.
013217         CALL "SEASCHK" USING WS-PROGRAM-ID WS-RUN-DATE
013219             WS-SEASON-CODE WS-SEASON-RESULT.
013221         IF WS-SEASON-ERROR
013223             DISPLAY "RECONCIL: SEASON MASTER NOT READABLE - RUN "
013225                 "ABORTED"
013227             MOVE 16 TO RETURN-CODE
013229             PERFORM 9100-WRITE-RUNLOG-END
013231             GOBACK
013233         END-IF.
013235         IF WS-SEASON-CLOSED
013236             DISPLAY "RECONCIL: RUN DATE " WS-RUN-DATE
013237                 " FALLS IN SEASON " WS-SEASON-CODE
013238                 ", WHICH IS CLOSED - "
013241                 "NOTHING POSTED"
013243             MOVE 12 TO RETURN-CODE
013245             PERFORM 9100-WRITE-RUNLOG-END
013247             GOBACK
013249         END-IF.
013251         PERFORM 0400-OPEN-DISCREPANCY-FILE.
013300         PERFORM 0500-LOAD-VENUES.
013350         PERFORM 0550-VALIDATE-VENUES THRU 0550-EXIT.
013352         PERFORM 0580-CHECK-PENDING.
013354         IF WS-PENDING-COUNT > 0
013356             DISPLAY "RECONCIL: " WS-PENDING-COUNT " SHEET(S) "
013358                 "HAVE CHANGES AWAITING APPROVAL - NOTHING "
013360                 "RECONCILED, NO VERDICT POSTED"
013362             CLOSE DISCREP-FILE
013364             MOVE 12 TO RETURN-CODE
013366             PERFORM 9100-WRITE-RUNLOG-END
013368             GOBACK
013370         END-IF.
013400         PERFORM 0600-RECONCILE-ONE-VENUE
013500             VARYING WS-VENUE-SUB FROM 1 BY 1
013600             UNTIL WS-VENUE-SUB > WS-VENUE-COUNT.
019497                 AND WS-VENM-HIT = 0
019498             MOVE WS-VENM-SUB TO WS-VENM-HIT
019499         END-IF.
019501******************************************************************
019503*    0580-CHECK-PENDING - SCAN THE PENDING REGISTER FOR EVERY
019505*    SHEET IN TONIGHT'S CONTROL FILE.  THE REGISTER IS
019507*    APPEND-ONLY, SO THE LAST RECORD FOR A SHEET IS THE ONE IN
019509*    FORCE - A "SUBMIT  " MEANS A CHANGE SET IS STILL AWAITING
019511*    A SECOND OPERATOR'S APPROVAL, AND THE SHEET ON DISK IS NOT
019513*    ONE A VERDICT CAN BE POSTED AGAINST.  NO REGISTER ON DISK
019515*    MEANS NOTHING HAS EVER BEEN SUBMITTED.
019517******************************************************************
019519     0580-CHECK-PENDING.
019521         MOVE 0 TO WS-PENDING-COUNT.
019523         PERFORM 0585-CHECK-ONE-SHEET
019525             VARYING WS-VENUE-SUB FROM 1 BY 1
019527             UNTIL WS-VENUE-SUB > WS-VENUE-COUNT.
019529     0585-CHECK-ONE-SHEET.
019531         MOVE 'N' TO WS-PEND-EOF-SW WS-PENDING-SW.
019533         MOVE 0 TO WS-PEND-SET-NO.
019535         OPEN INPUT PENDREG-FILE.
019537         IF WS-PENDREG-STATUS = "35"
019539             SET WS-PEND-EOF TO TRUE
019541         ELSE
019543             IF WS-PENDREG-STATUS NOT = "00"
019545                 DISPLAY "RECONCIL: CANNOT OPEN PENDREG - RUN "
019547                     "ABORTED (STATUS " WS-PENDREG-STATUS ")"
019549                 MOVE 16 TO RETURN-CODE
019551                 PERFORM 9100-WRITE-RUNLOG-END
019553                 GOBACK
019555             END-IF
019557         END-IF.
019559         PERFORM UNTIL WS-PEND-EOF
019561             READ PENDREG-FILE
019563                 AT END
019565                     SET WS-PEND-EOF TO TRUE
019567                 NOT AT END
019569                     IF PD-SHEET-NAME
019571                             = VT-SHEET-NAME (WS-VENUE-SUB)
019573                         IF PD-ACTION = "SUBMIT  "
019575                             SET WS-PENDING TO TRUE
019577                             MOVE PD-SET-NO TO WS-PEND-SET-NO
019579                         ELSE
019581                             MOVE 'N' TO WS-PENDING-SW
019583                         END-IF
019585                     END-IF
019587             END-READ
019589         END-PERFORM.
019591         IF WS-PENDREG-STATUS NOT = "35"
019593             CLOSE PENDREG-FILE
019595         END-IF.
019597         IF WS-PENDING
019599             ADD 1 TO WS-PENDING-COUNT
019601             DISPLAY "RECONCIL: VENUE '"
019603                 VT-VENUE-CODE (WS-VENUE-SUB) "' SHEET "
019605                 VT-SHEET-NAME (WS-VENUE-SUB) " HAS CHANGE SET "
019607                 WS-PEND-SET-NO " AWAITING APPROVAL"
019609         END-IF.
019611******************************************************************
019613*    0600-RECONCILE-ONE-VENUE - RECOMPUTE ONE VENUE'S SHEET BOTH
019700*    WAYS AND COMPARE AGAINST THE FIGURES POSTED FOR THAT VENUE
019800*    ON THE SHARED RESULTS FILE.  THE WORK AREAS ARE RESET FIRST
019900*    SO EACH VENUE'S CHECK STANDS ALONE.
033100         END-STRING.
033200******************************************************************
033300*    3000-LOAD-STORED-RESULTS - PICK UP THE MOST RECENT FIGURES
033400*    PARTONE AND PARTTWO POSTED TO THE RESULTS MASTER FOR THE
033500*    RUN DATE AND THE VENUE IN HAND.  THE MASTER IS POSITIONED
033600*    AT THE VENUE'S FIRST ROW FOR THE DATE AND READ FORWARD
033700*    UNTIL EITHER MOVES ON.  A PROGRAM'S ROWS COME IN CYCLE
033710*    ORDER, SO THE LAST ONE READ FOR A RACE IS THE LATEST
033720*    CYCLE'S.  NO MASTER ON DISK MEANS NOTHING IS STORED YET.
033800******************************************************************
033900     3000-LOAD-STORED-RESULTS.
034000         MOVE 'N' TO WS-EOF-SW.
034100         OPEN INPUT RESMAST-FILE.
034200         IF WS-RESMAST-STATUS = "35"
034300             SET WS-EOF TO TRUE
034400             MOVE 'N' TO WS-RESULTS-PRESENT-SW
034405         ELSE
034410             IF WS-RESMAST-STATUS NOT = "00"
034415                 DISPLAY "RECONCIL: CANNOT OPEN RESMAST - RUN "
034420                     "ABORTED (STATUS " WS-RESMAST-STATUS ")"
034425                 MOVE 16 TO RETURN-CODE
034430                 PERFORM 9100-WRITE-RUNLOG-END
034435                 GOBACK
034440             END-IF
034445             MOVE WS-RUN-DATE TO RM-RUN-DATE
034450             MOVE WS-VENUE-CODE TO RM-VENUE
034455             MOVE LOW-VALUES TO RM-PROGRAM-ID
034460             MOVE 0 TO RM-CYCLE
034465             MOVE 0 TO RM-RACE-ID
034470             START RESMAST-FILE KEY NOT LESS THAN RM-KEY
034475                 INVALID KEY
034480                     SET WS-EOF TO TRUE
034485             END-START
034500         END-IF.
034600         PERFORM UNTIL WS-EOF
034700             READ RESMAST-FILE NEXT RECORD
034800                 AT END
034900                     SET WS-EOF TO TRUE
035000                 NOT AT END
035100                     IF RM-RUN-DATE NOT = WS-RUN-DATE
035110                             OR RM-VENUE NOT = WS-VENUE-CODE
035120                         SET WS-EOF TO TRUE
035130                     ELSE
035200                         PERFORM 3100-POST-STORED-RESULT
035300                     END-IF
035400             END-READ
035500         END-PERFORM.
035600         IF WS-RESULTS-PRESENT
035700             CLOSE RESMAST-FILE
035800         END-IF.
035900     3100-POST-STORED-RESULT.
036000         IF RM-PROGRAM-ID = "PARTONE "
036100             IF RM-RACE-ID = 0
036200                 MOVE RM-FINAL-RESULT TO WS-STORED-PARTONE-OVL
036300                 MOVE 'Y' TO WS-STORED-PARTONE-OVL-SW
036400             ELSE
036500                 PERFORM 3200-POST-STORED-RACE
036600             END-IF
036700         END-IF.
036800         IF RM-PROGRAM-ID = "PARTTWO "
036900             IF RM-RACE-ID = 0
037000                 MOVE RM-FINAL-RESULT TO WS-STORED-PARTTWO-OVL
037100                 MOVE 'Y' TO WS-STORED-PARTTWO-OVL-SW
037200             END-IF
037300         END-IF.
037400     3200-POST-STORED-RACE.
037500         PERFORM VARYING WS-SUB FROM 1 BY 1
037600                 UNTIL WS-SUB > WS-RACE-COUNT
037700             IF RT-RACE-ID (WS-SUB) = RM-RACE-ID
037800                 MOVE RM-FINAL-RESULT TO RT-STORED-COUNT (WS-SUB)
037900                 MOVE 'Y' TO RT-STORED-SW (WS-SUB)
038000             END-IF
038100         END-PERFORM.
042230         MOVE WS-DC-RECALC TO DC-RECALC-RESULT.
042232         WRITE DISCREP-FILE-RECORD.
042234******************************************************************
042236*    6000-POST-VERDICT - POST THE RUN'S OVERALL AGREE/DISAGREE
042238*    VERDICT TO THE RESULTS MASTER UNDER THIS PROGRAM'S OWN ID
042240*    (RACE ID 0000, BLANK VENUE, CYCLE 00) - A RERUN FOR THE
042242*    SAME DATE REWRITES IT - AND ONTO THE DATE'S RESULTS
042244*    CONTROL RECORD, WHERE RACESOFF READS IT.  THE FIGURE IS
042246*    THE DISCREPANCY COUNT - ZERO MEANS AGREE.  EITHER FILE IS
042247*    CREATED ON FIRST USE.
042248******************************************************************
042250     6000-POST-VERDICT.
042252         OPEN I-O RESMAST-FILE.
042254         IF WS-RESMAST-STATUS = "35"
042256             OPEN OUTPUT RESMAST-FILE
042258             CLOSE RESMAST-FILE
042260             OPEN I-O RESMAST-FILE
042262         END-IF.
042264         IF WS-RESMAST-STATUS NOT = "00"
042266             DISPLAY "RECONCIL: CANNOT OPEN RESMAST - RUN "
042268                 "ABORTED (STATUS " WS-RESMAST-STATUS ")"
042270             MOVE 16 TO RETURN-CODE
042272             PERFORM 9100-WRITE-RUNLOG-END
042274             GOBACK
042276         END-IF.
042278         MOVE WS-RUN-DATE TO RM-RUN-DATE.
042280         MOVE SPACES TO RM-VENUE.
042282         MOVE "RECONCIL" TO RM-PROGRAM-ID.
042284         MOVE 0 TO RM-CYCLE.
042286         MOVE 0 TO RM-RACE-ID.
042288         MOVE WS-DISCREP-COUNT TO RM-FINAL-RESULT.
042290         WRITE RESMAST-FILE-RECORD
042292             INVALID KEY
042294                 REWRITE RESMAST-FILE-RECORD
042296         END-WRITE.
042298         CLOSE RESMAST-FILE.
042300         OPEN I-O RESCTL-FILE.
042302         IF WS-RESCTL-STATUS = "35"
042304             OPEN OUTPUT RESCTL-FILE
042306             CLOSE RESCTL-FILE
042308             OPEN I-O RESCTL-FILE
042310         END-IF.
042312         IF WS-RESCTL-STATUS NOT = "00"
042314             DISPLAY "RECONCIL: CANNOT OPEN RESCTL - RUN "
042316                 "ABORTED (STATUS " WS-RESCTL-STATUS ")"
042318             MOVE 16 TO RETURN-CODE
042320             PERFORM 9100-WRITE-RUNLOG-END
042322             GOBACK
042324         END-IF.
042326         MOVE WS-RUN-DATE TO RC-RUN-DATE.
042328         READ RESCTL-FILE
042330             INVALID KEY
042332                 MOVE 'N' TO WS-CTL-FOUND-SW
042334             NOT INVALID KEY
042336                 SET WS-CTL-FOUND TO TRUE
042338         END-READ.
042340         IF NOT WS-CTL-FOUND
042342             MOVE WS-RUN-DATE TO RC-RUN-DATE
042344             MOVE 0 TO RC-P1-HIGH-CYCLE RC-P2-HIGH-CYCLE
042346         END-IF.
042348         MOVE 'Y' TO RC-VERDICT-SW.
042350         MOVE WS-DISCREP-COUNT TO RC-VERDICT.
042352         IF WS-CTL-FOUND
042354             REWRITE RESCTL-FILE-RECORD
042356                 INVALID KEY
042358                     DISPLAY "RECONCIL: CONTROL RECORD FOR "
042360                         RC-RUN-DATE " COULD NOT BE REWRITTEN"
042362             END-REWRITE
042364         ELSE
042366             WRITE RESCTL-FILE-RECORD
042368                 INVALID KEY
042370                     DISPLAY "RECONCIL: CONTROL RECORD FOR "
042372                         RC-RUN-DATE " COULD NOT BE WRITTEN"
042374             END-WRITE
042376         END-IF.
042378         CLOSE RESCTL-FILE.
042380******************************************************************
042382*    9000/9100-WRITE-RUNLOG-START/END - APPEND THIS RUN'S START
042384*    AND END RECORDS TO THE SHARED RUN LEDGER.  THE END RECORD
042386*    IS WRITTEN ON THE NORMAL PATH AND ON EVERY ABORT PATH
042388*    (AFTER THE RETURN CODE IS SET), SO A START WITH NO END ON
042390*    THE LEDGER MEANS THE RUN WAS KILLED OR ABENDED OUTRIGHT.
042392*    THE OUTCOME IS THE VERDICT ONLY WHEN ONE WAS POSTED - A
042394*    CODE-12 REFUSAL RECORDS WHY NOTHING WAS RECONCILED.
042396******************************************************************
042398     9000-WRITE-RUNLOG-START.
042400         MOVE "START" TO WS-RL-TYPE.
042402         PERFORM 9200-WRITE-RUNLOG-RECORD.
042404     9100-WRITE-RUNLOG-END.
042406         MOVE "END  " TO WS-RL-TYPE.
042408         PERFORM 9200-WRITE-RUNLOG-RECORD.
042410     9200-WRITE-RUNLOG-RECORD.
042412         OPEN EXTEND RUNLOG-FILE.
042414         IF WS-RUNLOG-STATUS = "35"
042416             OPEN OUTPUT RUNLOG-FILE
042418         END-IF.
042420         ACCEPT WS-TIME-RAW FROM TIME.
042422         MOVE SPACES TO RUNLOG-FILE-RECORD.
042424         MOVE "RECONCIL" TO RL-PROGRAM-ID.
042426         MOVE WS-RUN-DATE TO RL-RUN-DATE.
042428         MOVE WS-TIME-RAW (1:6) TO RL-RUN-TIME.
042430         MOVE WS-RL-TYPE TO RL-RECORD-TYPE.
042432         IF WS-RL-TYPE = "START"
042434             MOVE 0 TO RL-RACES
042436             MOVE SPACES TO RL-OUTCOME
042438             MOVE 0 TO RL-COMP-CODE
042440         ELSE
042442             MOVE WS-RACES-TOTAL TO RL-RACES
042444             EVALUATE TRUE
042446                 WHEN RETURN-CODE = 16
042448                     MOVE "ABORTED" TO RL-OUTCOME
042450                 WHEN RETURN-CODE = 12 AND WS-SEASON-CLOSED
042452                     MOVE "CLOSED" TO RL-OUTCOME
042454                 WHEN RETURN-CODE = 12
042456                     MOVE "PENDING" TO RL-OUTCOME
042458                 WHEN WS-DISCREPANCY-FOUND
042460                     MOVE "DISAGREE" TO RL-OUTCOME
042462                 WHEN OTHER
042464                     MOVE "AGREE" TO RL-OUTCOME
042466             END-EVALUATE
042468             MOVE RETURN-CODE TO RL-COMP-CODE
042470         END-IF.
042472         MOVE 'N' TO RL-RESUME-SW.
042474         MOVE 0 TO RL-CYCLE.
042476         WRITE RUNLOG-FILE-RECORD.
042478         CLOSE RUNLOG-FILE.
042480     END PROGRAM RECONCIL.
