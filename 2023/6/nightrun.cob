002600*    DATE        INIT  DESCRIPTION
002700*    ----------  ----  ----------------------------------------
002800*    2026-08-28  RH    ORIGINAL VERSION.
002805*    2026-10-09  RH    BUSINESS DATE - THE CHAIN NOW SETS THE
002810*                      SUITE'S BUSINESS-DATE CONTROL RECORD
002815*                      (BUSDATE) BEFORE THE FIRST STEP, SO
002820*                      EVERY DATED STEP STAMPS ITS WORK WITH
002825*                      THE NIGHT IT BELONGS TO EVEN WHEN IT
002830*                      RUNS AFTER MIDNIGHT.  A NIGHT LEFT OPEN
002835*                      BY A STOPPED CHAIN KEEPS ITS DATE; THE
002840*                      DATE ONLY ROLLS FORWARD ONCE A NIGHT
002845*                      HAS COMPLETED, AND THE NIGHT IS MARKED
002850*                      DONE ONLY WHEN EVERY STEP FINISHED
002855*                      WITHIN ITS CEILING.  AN EARLIER DATE
002860*                      KEYED ON THE OVERRIDE REQUEST FILE
002865*                      (BDATEOVR) IS APPLIED ONCE.  HOW THE
002870*                      DATE WAS SET, AND THE NIGHT'S
002875*                      COMPLETION, ARE RECORDED ON RUNLOG.
002880*                      THE STEP CHECKPOINT IS ONLY TRUSTED
002885*                      WHILE THE SAME NIGHT IS STILL OPEN.
002900******************************************************************
003000     PROGRAM-ID. NIGHTRUN.
003100     ENVIRONMENT DIVISION.
003700         SELECT NCKPT-FILE ASSIGN TO "NIGHTCKP"
003800             ORGANIZATION IS LINE SEQUENTIAL
003900             FILE STATUS IS WS-NCKPT-STATUS.
003910         SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
003920             ORGANIZATION IS LINE SEQUENTIAL
003930             FILE STATUS IS WS-BUSDATE-STATUS.
003940         SELECT BDATEOVR-FILE ASSIGN TO "BDATEOVR"
003950             ORGANIZATION IS LINE SEQUENTIAL
003960             FILE STATUS IS WS-BDATEOVR-STATUS.
003970         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
003980             ORGANIZATION IS LINE SEQUENTIAL
003990             FILE STATUS IS WS-RUNLOG-STATUS.
004000     DATA DIVISION.
004100     FILE SECTION.
004200     FD  STEP-FILE.
004300         COPY STEPREC.
004400     FD  NCKPT-FILE.
004500         COPY NCKPREC.
004510     FD  BUSDATE-FILE.
004520         COPY BDATREC.
004530     FD  BDATEOVR-FILE.
004540         COPY BOVRREC.
004550     FD  RUNLOG-FILE.
004560         COPY RUNLGREC.
004600     WORKING-STORAGE SECTION.
004700     01  WS-STEP-EOF-SW             PIC X(01) VALUE 'N'.
004800         88  WS-STEP-EOF            VALUE 'Y'.
005800     01  WS-CALL-NAME               PIC X(08) VALUE SPACES.
005900     01  WS-CHAIN-STOPPED-SW        PIC X(01) VALUE 'N'.
006000         88  WS-CHAIN-STOPPED       VALUE 'Y'.
006002     01  WS-BUSDATE-STATUS          PIC X(02) VALUE SPACES.
006004     01  WS-BDATEOVR-STATUS         PIC X(02) VALUE SPACES.
006006     01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
006008     01  WS-RL-OUTCOME              PIC X(18) VALUE SPACES.
006010*
006012*    THE NIGHT'S BUSINESS DATE AND HOW IT WAS SET, AS WRITTEN
006014*    TO THE BUSINESS-DATE CONTROL RECORD, AND WHAT THE RECORD
006016*    HELD BEFORE THIS CHAIN STARTED.  A CHAIN CONTINUING A
006018*    NIGHT STILL OPEN UNDER THE SAME DATE MAY PICK UP FROM
006020*    THE STEP CHECKPOINT; ANY OTHER CHAIN IS A NEW NIGHT.
006022     01  WS-BUS-DATE                PIC 9(08) VALUE 0.
006024     01  WS-BD-REASON               PIC X(08) VALUE SPACES.
006026     01  WS-BD-STATE                PIC X(01) VALUE SPACE.
006028     01  WS-BD-SET-DATE             PIC 9(08) VALUE 0.
006030     01  WS-BD-SET-TIME             PIC 9(06) VALUE 0.
006032     01  WS-BD-DONE-DATE            PIC 9(08) VALUE 0.
006034     01  WS-BD-DONE-TIME            PIC 9(06) VALUE 0.
006036     01  WS-BD-FOUND-SW             PIC X(01) VALUE 'N'.
006038         88  WS-BD-FOUND            VALUE 'Y'.
006040     01  WS-BD-PRIOR-DATE           PIC 9(08) VALUE 0.
006042     01  WS-BD-PRIOR-STATE          PIC X(01) VALUE SPACE.
006044     01  WS-BD-CONTINUING-SW        PIC X(01) VALUE 'N'.
006046         88  WS-BD-CONTINUING       VALUE 'Y'.
006048     01  WS-OVR-FOUND-SW            PIC X(01) VALUE 'N'.
006050         88  WS-OVR-FOUND           VALUE 'Y'.
006052     01  WS-OVR-DATE                PIC 9(08) VALUE 0.
006054     01  WS-OVR-OPERATOR            PIC X(08) VALUE SPACES.
006100*
006200*    THE NIGHT'S STEPS, IN CONTROL-FILE ORDER.  THE TABLE IS
006300*    FIXED AT 20 ENTRIES, SO A CONTROL FILE LISTING MORE THAN
007000     MAIN-PROCEDURE.
007100         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
007200         PERFORM 1000-LOAD-STEPS.
007210         PERFORM 1500-SET-BUSINESS-DATE.
007220         PERFORM 2000-READ-CHECKPOINT THRU 2000-EXIT.
007400         PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
007500             VARYING WS-STEP-SUB FROM WS-START-STEP BY 1
007600             UNTIL WS-STEP-SUB > WS-STEP-COUNT
008100             MOVE WS-FAIL-RC TO RETURN-CODE
008200         ELSE
008300             PERFORM 5000-CLEAR-CHECKPOINT
008310             PERFORM 5500-CLOSE-BUSINESS-DATE
008400             DISPLAY "NIGHTRUN: ALL " WS-STEP-COUNT
008500                 " STEPS COMPLETED WITHIN THEIR CEILINGS"
008600         END-IF.
013100             STOP RUN
013200         END-IF.
013300******************************************************************
013302*    1500-SET-BUSINESS-DATE - DECIDE THE NIGHT'S BUSINESS DATE
013304*    AND WRITE IT TO THE CONTROL RECORD, MARKED OPEN, BEFORE
013306*    ANY STEP RUNS:
013308*      - AN OVERRIDE ON BDATEOVR WINS;
013310*      - NO CONTROL RECORD YET - THE CLOCK DATE;
013312*      - LAST NIGHT NOT DONE - HELD AT LAST NIGHT'S DATE, SO
013314*        THE RERUN POSTS WHERE THE FAILED CHAIN WAS POSTING;
013316*      - LAST NIGHT DONE - ROLLED FORWARD TO THE CLOCK DATE,
013318*        OR THE SAME DATE AGAIN IF THE CLOCK HAS NOT MOVED ON.
013320*    THE DATE AND HOW IT WAS SET GO ON RUNLOG.
013322******************************************************************
013324     1500-SET-BUSINESS-DATE.
013326         MOVE 'N' TO WS-BD-FOUND-SW.
013328         OPEN INPUT BUSDATE-FILE.
013330         IF WS-BUSDATE-STATUS = "00"
013332             READ BUSDATE-FILE
013334                 AT END
013336                     CONTINUE
013338                 NOT AT END
013340                     IF BD-BUSINESS-DATE NUMERIC
013342                             AND BD-BUSINESS-DATE > 0
013344                         SET WS-BD-FOUND TO TRUE
013346                         MOVE BD-BUSINESS-DATE
013348                             TO WS-BD-PRIOR-DATE
013350                         MOVE BD-NIGHT-STATE
013352                             TO WS-BD-PRIOR-STATE
013354                     END-IF
013356             END-READ
013358             CLOSE BUSDATE-FILE
013360         ELSE
013362             IF WS-BUSDATE-STATUS NOT = "35"
013364                 DISPLAY "NIGHTRUN: CANNOT OPEN BUSDATE - RUN "
013366                     "ABORTED (STATUS " WS-BUSDATE-STATUS ")"
013368                 MOVE 16 TO RETURN-CODE
013370                 STOP RUN
013372             END-IF
013374         END-IF.
013376         PERFORM 1600-READ-OVERRIDE.
013378         EVALUATE TRUE
013380             WHEN WS-OVR-FOUND
013382                 MOVE WS-OVR-DATE TO WS-BUS-DATE
013384                 MOVE "OVERRIDE" TO WS-BD-REASON
013386             WHEN NOT WS-BD-FOUND
013388                 MOVE WS-TODAY TO WS-BUS-DATE
013390                 MOVE "INITIAL " TO WS-BD-REASON
013392             WHEN WS-BD-PRIOR-STATE NOT = 'C'
013394                 MOVE WS-BD-PRIOR-DATE TO WS-BUS-DATE
013396                 MOVE "HELD    " TO WS-BD-REASON
013398             WHEN WS-TODAY > WS-BD-PRIOR-DATE
013400                 MOVE WS-TODAY TO WS-BUS-DATE
013402                 MOVE "ROLLED  " TO WS-BD-REASON
013404             WHEN OTHER
013406                 MOVE WS-BD-PRIOR-DATE TO WS-BUS-DATE
013408                 MOVE "RERUN   " TO WS-BD-REASON
013410         END-EVALUATE.
013412*        WITH NO CONTROL RECORD YET THERE IS NOTHING TO SAY THE
013414*        CHECKPOINT IS STALE, SO IT IS TRUSTED AS IT ALWAYS WAS.
013416         MOVE 'N' TO WS-BD-CONTINUING-SW.
013418         IF NOT WS-BD-FOUND
013420             SET WS-BD-CONTINUING TO TRUE
013422         ELSE
013424             IF WS-BD-PRIOR-STATE NOT = 'C'
013426                     AND WS-BUS-DATE = WS-BD-PRIOR-DATE
013428                 SET WS-BD-CONTINUING TO TRUE
013430             END-IF
013432         END-IF.
013434         ACCEPT WS-TIME-RAW FROM TIME.
013436         MOVE WS-TODAY TO WS-BD-SET-DATE.
013438         MOVE WS-TIME-RAW (1:6) TO WS-BD-SET-TIME.
013440         MOVE 'O' TO WS-BD-STATE.
013442         MOVE 0 TO WS-BD-DONE-DATE WS-BD-DONE-TIME.
013444         PERFORM 1700-WRITE-BUSINESS-DATE.
013446         IF WS-OVR-FOUND
013448             PERFORM 1650-CLEAR-OVERRIDE
013450         END-IF.
013452         DISPLAY "NIGHTRUN: BUSINESS DATE " WS-BUS-DATE " ("
013454             WS-BD-REASON ")".
013456         MOVE SPACES TO WS-RL-OUTCOME.
013458         EVALUATE WS-BD-REASON
013460             WHEN "OVERRIDE"
013462                 STRING "OVERRIDE " DELIMITED BY SIZE
013464                         WS-OVR-OPERATOR DELIMITED BY SIZE
013466                         INTO WS-RL-OUTCOME
013468                 END-STRING
013470             WHEN "HELD    "
013472                 MOVE "HELD - NOT DONE" TO WS-RL-OUTCOME
013474             WHEN "ROLLED  "
013476                 MOVE "ROLLED FORWARD" TO WS-RL-OUTCOME
013478             WHEN "RERUN   "
013480                 MOVE "RERUN OF DATE" TO WS-RL-OUTCOME
013482             WHEN OTHER
013484                 MOVE "INITIAL" TO WS-RL-OUTCOME
013486         END-EVALUATE.
013488         PERFORM 9200-WRITE-RUNLOG-BDATE.
013490******************************************************************
013492*    1600-READ-OVERRIDE - AN OVERRIDE REQUEST MUST BE A REAL
013494*    DATE NO LATER THAN TODAY.  A BAD ONE ABORTS THE CHAIN AND
013496*    IS LEFT ON THE FILE TO BE CORRECTED - THE DRIVER MUST NOT
013498*    GUESS WHICH NIGHT THE OPERATOR MEANT.
013500******************************************************************
013502     1600-READ-OVERRIDE.
013504         MOVE 'N' TO WS-OVR-FOUND-SW.
013506         OPEN INPUT BDATEOVR-FILE.
013508         IF WS-BDATEOVR-STATUS = "35"
013510             CONTINUE
013512         ELSE
013514             IF WS-BDATEOVR-STATUS NOT = "00"
013516                 DISPLAY "NIGHTRUN: CANNOT OPEN BDATEOVR - RUN "
013518                     "ABORTED (STATUS " WS-BDATEOVR-STATUS ")"
013520                 MOVE 16 TO RETURN-CODE
013522                 STOP RUN
013524             END-IF
013526             READ BDATEOVR-FILE
013528                 AT END
013530                     CONTINUE
013532                 NOT AT END
013534                     SET WS-OVR-FOUND TO TRUE
013536             END-READ
013538             CLOSE BDATEOVR-FILE
013540         END-IF.
013542         IF WS-OVR-FOUND
013544             IF BO-BUSINESS-DATE NOT NUMERIC
013546                 DISPLAY "NIGHTRUN: BDATEOVR DATE IS NOT "
013548                     "NUMERIC - RUN ABORTED"
013550                 MOVE 16 TO RETURN-CODE
013552                 STOP RUN
013554             END-IF
013556             IF FUNCTION TEST-DATE-YYYYMMDD (BO-BUSINESS-DATE)
013558                     NOT = 0
013560                 OR BO-BUSINESS-DATE > WS-TODAY
013562                 DISPLAY "NIGHTRUN: BDATEOVR DATE "
013564                     BO-BUSINESS-DATE " IS NOT A DATE NO "
013566                     "LATER THAN TODAY - RUN ABORTED"
013568                 MOVE 16 TO RETURN-CODE
013570                 STOP RUN
013572             END-IF
013574             MOVE BO-BUSINESS-DATE TO WS-OVR-DATE
013576             MOVE BO-OPERATOR TO WS-OVR-OPERATOR
013578             DISPLAY "NIGHTRUN: BUSINESS DATE OVERRIDE TO "
013580                 WS-OVR-DATE " REQUESTED BY " WS-OVR-OPERATOR
013582         END-IF.
013584*    1650-CLEAR-OVERRIDE - EMPTY THE REQUEST FILE ONCE THE DATE
013586*    IS ON THE CONTROL RECORD, SO IT IS APPLIED ONCE ONLY.
013588     1650-CLEAR-OVERRIDE.
013590         OPEN OUTPUT BDATEOVR-FILE.
013592         CLOSE BDATEOVR-FILE.
013594******************************************************************
013596*    1700-WRITE-BUSINESS-DATE - REWRITE THE ONE-RECORD CONTROL
013598*    FILE FROM THE WS-BD FIELDS.
013600******************************************************************
013602     1700-WRITE-BUSINESS-DATE.
013604         OPEN OUTPUT BUSDATE-FILE.
013606         IF WS-BUSDATE-STATUS NOT = "00"
013608             DISPLAY "NIGHTRUN: CANNOT WRITE BUSDATE - RUN "
013610                 "ABORTED (STATUS " WS-BUSDATE-STATUS ")"
013612             MOVE 16 TO RETURN-CODE
013614             STOP RUN
013616         END-IF.
013618         MOVE SPACES TO BUSDATE-FILE-RECORD.
013620         MOVE WS-BUS-DATE TO BD-BUSINESS-DATE.
013622         MOVE WS-BD-STATE TO BD-NIGHT-STATE.
013624         MOVE WS-BD-REASON TO BD-SET-REASON.
013626         MOVE WS-BD-SET-DATE TO BD-SET-DATE.
013628         MOVE WS-BD-SET-TIME TO BD-SET-TIME.
013630         MOVE WS-BD-DONE-DATE TO BD-DONE-DATE.
013632         MOVE WS-BD-DONE-TIME TO BD-DONE-TIME.
013634         WRITE BUSDATE-FILE-RECORD.
013636         CLOSE BUSDATE-FILE.
013638******************************************************************
013640*    2000-READ-CHECKPOINT - PICK UP WHERE THE LAST INVOCATION
013642*    STOPPED.  THE CHECKPOINT IS ONLY TRUSTED WHEN THE STEP IT
013644*    NAMES IS STILL AT THAT POSITION IN THE CONTROL FILE -
013700*    OTHERWISE THE CONTROL FILE CHANGED UNDERNEATH IT AND THE
013710*    CHAIN RUNS FRESH FROM THE TOP.  NOR IS IT TRUSTED WHEN
013720*    THIS CHAIN IS A NEW NIGHT RATHER THAN THE CONTINUATION OF
013730*    ONE STILL OPEN UNDER THE SAME BUSINESS DATE - ITS STEPS
013740*    BELONG TO ANOTHER DATE.
013900******************************************************************
014000     2000-READ-CHECKPOINT.
014100         MOVE 1 TO WS-START-STEP.
014110         IF NOT WS-BD-CONTINUING
014120             GO TO 2000-EXIT
014130         END-IF.
014200         OPEN INPUT NCKPT-FILE.
014300         IF WS-NCKPT-STATUS = "00"
014400             READ NCKPT-FILE
016200                 END-IF
016300             END-IF
016400         END-IF.
016410     2000-EXIT.
016420         EXIT.
016500******************************************************************
016600*    3000-RUN-ONE-STEP - CHECKPOINT THE STEP ABOUT TO RUN, CALL
016700*    IT WITH A CLEAN RETURN CODE, AND GATE THE CHAIN ON WHAT
022500         MOVE WS-TIME-RAW (1:6) TO NC-TIME.
022600         WRITE NCKPT-FILE-RECORD.
022700         CLOSE NCKPT-FILE.
022702******************************************************************
022704*    5500-CLOSE-BUSINESS-DATE - EVERY STEP FINISHED WITHIN ITS
022706*    CEILING, SO THE NIGHT IS DONE: MARK THE CONTROL RECORD
022708*    COMPLETED, WHICH IS WHAT LETS THE NEXT CHAIN ROLL THE DATE
022710*    FORWARD, AND SAY SO ON RUNLOG.
022712******************************************************************
022714     5500-CLOSE-BUSINESS-DATE.
022716         ACCEPT WS-BD-DONE-DATE FROM DATE YYYYMMDD.
022718         ACCEPT WS-TIME-RAW FROM TIME.
022720         MOVE WS-TIME-RAW (1:6) TO WS-BD-DONE-TIME.
022722         MOVE 'C' TO WS-BD-STATE.
022724         PERFORM 1700-WRITE-BUSINESS-DATE.
022726         MOVE "NIGHT COMPLETED" TO WS-RL-OUTCOME.
022728         PERFORM 9200-WRITE-RUNLOG-BDATE.
022730******************************************************************
022732*    9200-WRITE-RUNLOG-BDATE - APPEND A "BDATE" RECORD TO THE
022734*    SHARED RUN LEDGER UNDER THE BUSINESS DATE, CARRYING THE
022736*    OUTCOME STAGED IN WS-RL-OUTCOME.
022738******************************************************************
022740     9200-WRITE-RUNLOG-BDATE.
022742         OPEN EXTEND RUNLOG-FILE.
022744         IF WS-RUNLOG-STATUS = "35"
022746             OPEN OUTPUT RUNLOG-FILE
022748         END-IF.
022750         ACCEPT WS-TIME-RAW FROM TIME.
022752         MOVE SPACES TO RUNLOG-FILE-RECORD.
022754         MOVE "NIGHTRUN" TO RL-PROGRAM-ID.
022756         MOVE WS-BUS-DATE TO RL-RUN-DATE.
022758         MOVE WS-TIME-RAW (1:6) TO RL-RUN-TIME.
022760         MOVE "BDATE" TO RL-RECORD-TYPE.
022762         MOVE 0 TO RL-RACES.
022764         MOVE WS-RL-OUTCOME TO RL-OUTCOME.
022766         MOVE 0 TO RL-COMP-CODE.
022768         MOVE 'N' TO RL-RESUME-SW.
022770         MOVE 0 TO RL-CYCLE.
022772         WRITE RUNLOG-FILE-RECORD.
022774         CLOSE RUNLOG-FILE.
022800     END PROGRAM NIGHTRUN.
