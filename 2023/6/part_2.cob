005670*                      PLUS ANY NOT-YET-MERGED STAGING ROWS,
005672*                      SO A SKIPPED MERGE CANNOT REUSE A
005674*                      CYCLE.
005676*    2026-10-09  RH    BUSINESS DATE - THE RUN DATE NOW
005678*                      COMES FROM THE SUITE'S BUSINESS-DATE
005680*                      CONTROL RECORD (BDATECHK) INSTEAD OF
005682*                      THE CLOCK, SO A RERUN AFTER MIDNIGHT
005684*                      OR A BACKDATED REPROCESS POSTS UNDER
005686*                      THE NIGHT IT BELONGS TO AND TAKES ITS
005688*                      CYCLE NUMBER FROM THAT DATE.
005692*    2026-10-12  RH    KEYED RESULTS MASTER - THE HIGHEST
005694*                      CYCLE ALREADY POSTED FOR THE RUN DATE
005696*                      NOW COMES FROM THE DATE'S RESULTS
005698*                      CONTROL RECORD (RESCTL), READ BY KEY,
005700*                      INSTEAD OF A SCAN OF THE WHOLE LIVE
005702*                      RESULTS FILE.
005704*    2026-10-14  RH    SEASON CALENDAR - THE RUN NOW ASKS
005706*                      SEASCHK FOR THE SEASON THE RUN DATE
005708*                      FALLS IN AND REFUSES TO POST, RETURN
005710*                      CODE 12, WHEN SEASCLOS HAS CLOSED IT.
005712******************************************************************
005714     PROGRAM-ID. partTwo.
005800     ENVIRONMENT DIVISION.
005900     INPUT-OUTPUT SECTION.
006000     FILE-CONTROL.
006700         SELECT RESULTS-FILE ASSIGN TO "RESULTS2"
006800             ORGANIZATION IS LINE SEQUENTIAL
006900             FILE STATUS IS WS-RESULTS-STATUS.
006910         SELECT RESCTL-FILE ASSIGN TO "RESCTL"
006920             ORGANIZATION IS INDEXED
006930             ACCESS MODE IS RANDOM
006940             RECORD KEY IS RC-RUN-DATE
006950             FILE STATUS IS WS-RESCTL-STATUS.
007000         SELECT REPORT-FILE ASSIGN TO "REPORT2"
007100             ORGANIZATION IS LINE SEQUENTIAL
007200             FILE STATUS IS WS-REPORT-STATUS.
007900     FD  RESULTS-FILE.
008000         COPY RESLTREC.
008010*
008020*    THE RESULTS CONTROL FILE - READ ONLY, FOR THE HIGHEST
008030*    CYCLE ALREADY POSTED UNDER THE RUN DATE.
008040     FD  RESCTL-FILE.
008050         COPY RESCREC.
008100     FD  REPORT-FILE.
008200         COPY REPRTREC.
008210     FD  RUNLOG-FILE.
008800     01  WS-VENUE-STATUS            PIC X(02) VALUE SPACES.
008900     01  WS-RACE-STATUS             PIC X(02) VALUE SPACES.
009000     01  WS-RESULTS-STATUS          PIC X(02) VALUE SPACES.
009010     01  WS-RESCTL-STATUS           PIC X(02) VALUE SPACES.
009100     01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
009110     01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
009200     01  WS-RUN-DATE                PIC 9(08) VALUE 0.
009210     01  WS-PROGRAM-ID              PIC X(08) VALUE "PARTTWO ".
009220     01  WS-BDATE-RESULT            PIC X(01) VALUE SPACE.
009230         88  WS-BDATE-ERROR         VALUE 'E'.
009240     01  WS-SEASON-CODE             PIC X(06) VALUE SPACES.
009250     01  WS-SEASON-RESULT           PIC X(01) VALUE SPACE.
009260         88  WS-SEASON-CLOSED       VALUE 'C'.
009270         88  WS-SEASON-ERROR        VALUE 'E'.
009300     01  WS-RACE-COUNT              PIC 9(04) VALUE 0.
009400     01  WS-VENUE-COUNT             PIC 9(02) VALUE 0.
009500     01  WS-VENUE-SUB               PIC 9(02) VALUE 0.
012200     01  RP-RESULT-EDIT             PIC Z(14)9.
012300     PROCEDURE DIVISION.
012400     MAIN-PROCEDURE.
012410         CALL "BDATECHK" USING WS-PROGRAM-ID WS-RUN-DATE
012420             WS-BDATE-RESULT.
012430         IF WS-BDATE-ERROR
012440             DISPLAY "PARTTWO: NO USABLE BUSINESS DATE - RUN "
012450                 "ABORTED"
012460             MOVE 16 TO RETURN-CODE
012470             GOBACK
012480         END-IF.
012510         PERFORM 9000-WRITE-RUNLOG-START.
012512         CALL "SEASCHK" USING WS-PROGRAM-ID WS-RUN-DATE
012514             WS-SEASON-CODE WS-SEASON-RESULT.
012516         IF WS-SEASON-ERROR
012518             DISPLAY "PARTTWO: SEASON MASTER NOT READABLE - RUN "
012520                 "ABORTED"
012522             MOVE 16 TO RETURN-CODE
012524             PERFORM 9100-WRITE-RUNLOG-END
012526             GOBACK
012528         END-IF.
012530         IF WS-SEASON-CLOSED
012532             DISPLAY "PARTTWO: RUN DATE " WS-RUN-DATE " FALLS IN "
012534                 "SEASON " WS-SEASON-CODE ", WHICH IS CLOSED - "
012536                 "NOTHING POSTED"
012538             MOVE 12 TO RETURN-CODE
012540             PERFORM 9100-WRITE-RUNLOG-END
012542             GOBACK
012544         END-IF.
012546         PERFORM 0300-ASSIGN-RUN-CYCLE.
012600         PERFORM 0500-LOAD-VENUES.
012610         PERFORM 0550-VALIDATE-VENUES THRU 0550-EXIT.
012700         PERFORM 0600-PROCESS-ONE-VENUE
013050         PERFORM 9100-WRITE-RUNLOG-END.
013100         GOBACK.
013102******************************************************************
013104*    0300-ASSIGN-RUN-CYCLE - TAKE THE HIGHEST CYCLE ALREADY
013106*    POSTED UNDER THE BUSINESS DATE (BDATECHK) BY THIS PROGRAM
013108*    FROM THE DATE'S RESULTS CONTROL RECORD, RAISE IT BY ANY
013110*    HIGHER CYCLE ON THIS PROGRAM'S OWN NOT-YET-MERGED STAGING
013112*    FILE, AND TAKE THE NEXT ONE, THE SAME WAY PARTONE DOES.
013114*    STAGING ROWS WRITTEN BEFORE THE CYCLE FIELD EXISTED READ
013116*    BACK WITH A BLANK (NOT NUMERIC) CYCLE AND COUNT AS CYCLE
013118*    ZERO.
013120******************************************************************
013122     0300-ASSIGN-RUN-CYCLE.
013124         MOVE 0 TO WS-MAX-CYCLE.
013126         OPEN INPUT RESCTL-FILE.
013128         IF WS-RESCTL-STATUS NOT = "35"
013130             IF WS-RESCTL-STATUS NOT = "00"
013132                 DISPLAY "PARTTWO: CANNOT OPEN RESCTL - RUN "
013134                     "ABORTED (STATUS " WS-RESCTL-STATUS ")"
013138                 MOVE 16 TO RETURN-CODE
013140                 PERFORM 9100-WRITE-RUNLOG-END
013142                 GOBACK
013144             END-IF
013145             MOVE WS-RUN-DATE TO RC-RUN-DATE
013146             READ RESCTL-FILE
013147                 INVALID KEY
013148                     CONTINUE
013149                 NOT INVALID KEY
013150                     IF RC-P2-HIGH-CYCLE NUMERIC
013151                         MOVE RC-P2-HIGH-CYCLE TO WS-MAX-CYCLE
013152                     END-IF
013160             END-READ
013162             CLOSE RESCTL-FILE
013164         END-IF.
013165         MOVE 'N' TO WS-CYCLE-EOF-SW.
013166         OPEN INPUT RESULTS-FILE.
