002300*    DATE        INIT  DESCRIPTION
002400*    ----------  ----  ----------------------------------------
002500*    2026-09-02  RH    ORIGINAL VERSION.
002505*    2026-10-12  RH    KEYED RESULTS MASTER - THE RESULTS
002510*                      STAGING ROWS ARE NOW POSTED BY KEY ONTO
002515*                      THE INDEXED RESULTS MASTER (RESMAST)
002520*                      INSTEAD OF APPENDED TO THE SEQUENTIAL
002525*                      RESULTS FILE - A ROW ALREADY ON THE
002530*                      MASTER UNDER THE SAME KEY IS REWRITTEN,
002535*                      SO A RE-POSTED FILE STILL CHANGES
002540*                      NOTHING - AND EACH ROW RAISES ITS
002545*                      DATE'S HIGHEST CYCLE ON THE RESULTS
002550*                      CONTROL FILE (RESCTL).  THE OLD
002555*                      SEQUENTIAL RESULTS FILE IS POSTED THE
002560*                      SAME WAY, AHEAD OF THE STAGING FILES,
002565*                      AND CLEARED, WHICH CARRIES THE SEASON
002570*                      SO FAR (AND ITS RECONCIL VERDICTS)
002575*                      ONTO THE MASTER ON THE FIRST RUN.
002600******************************************************************
002700     PROGRAM-ID. RESMERGE.
002800     ENVIRONMENT DIVISION.
002900     INPUT-OUTPUT SECTION.
003000     FILE-CONTROL.
003100         SELECT RESMAST-FILE ASSIGN TO "RESMAST"
003110             ORGANIZATION IS INDEXED
003120             ACCESS MODE IS RANDOM
003130             RECORD KEY IS RM-KEY
003300             FILE STATUS IS WS-RESMAST-STATUS.
003310         SELECT RESCTL-FILE ASSIGN TO "RESCTL"
003320             ORGANIZATION IS INDEXED
003330             ACCESS MODE IS RANDOM
003340             RECORD KEY IS RC-RUN-DATE
003350             FILE STATUS IS WS-RESCTL-STATUS.
003400         SELECT STAGERES-FILE ASSIGN TO DYNAMIC WS-STAGE-NAME
003500             ORGANIZATION IS LINE SEQUENTIAL
003600             FILE STATUS IS WS-STAGERES-STATUS.
004800             FILE STATUS IS WS-STAGELOG-STATUS.
004900     DATA DIVISION.
005000     FILE SECTION.
005100     FD  RESMAST-FILE.
005200         COPY RESMREC.
005210     FD  RESCTL-FILE.
005220         COPY RESCREC.
005300     FD  STAGERES-FILE.
005400         COPY RESLTREC.
005500     FD  REPORT-FILE.
005600     01  REPORT-RECORD              PIC X(132).
005700     FD  STAGEREP-FILE.
006300     WORKING-STORAGE SECTION.
006400     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
006500         88  WS-EOF                 VALUE 'Y'.
006600     01  WS-RESMAST-STATUS          PIC X(02) VALUE SPACES.
006610     01  WS-RESCTL-STATUS           PIC X(02) VALUE SPACES.
006700     01  WS-STAGERES-STATUS         PIC X(02) VALUE SPACES.
006800     01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
006900     01  WS-STAGEREP-STATUS         PIC X(02) VALUE SPACES.
007300     01  WS-FILE-ROWS               PIC 9(05) VALUE 0.
007400     01  WS-TOTAL-ROWS              PIC 9(05) VALUE 0.
007500     01  WS-FILES-MERGED            PIC 9(02) VALUE 0.
007510     01  WS-FILE-SKIPPED            PIC 9(05) VALUE 0.
007520     01  WS-RS-CYCLE                PIC 9(02) VALUE 0.
007530     01  WS-CTL-FOUND-SW            PIC X(01) VALUE 'N'.
007540         88  WS-CTL-FOUND           VALUE 'Y'.
007600     PROCEDURE DIVISION.
007700     MAIN-PROCEDURE.
007710         MOVE "RESULTS" TO WS-STAGE-NAME.
007720         PERFORM 2000-MERGE-RESULTS THRU 2000-EXIT.
007800         MOVE "RESULTS1" TO WS-STAGE-NAME.
007900         PERFORM 2000-MERGE-RESULTS THRU 2000-EXIT.
008000         MOVE "RESULTS2" TO WS-STAGE-NAME.
009100             WS-FILES-MERGED " STAGING FILES MERGED".
009200         GOBACK.
009300******************************************************************
009400*    2000-MERGE-RESULTS - POST ONE RESULTS STAGING FILE ONTO
009500*    THE KEYED RESULTS MASTER AND CLEAR IT.  A STAGING FILE NOT
009600*    ON DISK SIMPLY MEANS THAT CALCULATION HAS NOT RUN (OR
009700*    WAS ALREADY MERGED), SO IT IS PASSED OVER.  THE MASTER AND
009710*    THE CONTROL FILE ARE CREATED ON FIRST USE, THE WAY
009720*    PARTONE CREATES RACEHIST.
009800******************************************************************
009900     2000-MERGE-RESULTS.
010000         MOVE 'N' TO WS-EOF-SW.
010100         MOVE 0 TO WS-FILE-ROWS WS-FILE-SKIPPED.
010200         OPEN INPUT STAGERES-FILE.
010300         IF WS-STAGERES-STATUS = "35"
010400             DISPLAY "RESMERGE: NO " WS-STAGE-NAME
011200             MOVE 16 TO RETURN-CODE
011300             GOBACK
011400         END-IF.
011500         OPEN I-O RESMAST-FILE.
011600         IF WS-RESMAST-STATUS = "35"
011700             OPEN OUTPUT RESMAST-FILE
011710             CLOSE RESMAST-FILE
011720             OPEN I-O RESMAST-FILE
011800         END-IF.
011805         IF WS-RESMAST-STATUS NOT = "00"
011810             DISPLAY "RESMERGE: CANNOT OPEN RESMAST - RUN "
011815                 "ABORTED (STATUS " WS-RESMAST-STATUS ")"
011820             MOVE 16 TO RETURN-CODE
011825             GOBACK
011830         END-IF.
011835         OPEN I-O RESCTL-FILE.
011840         IF WS-RESCTL-STATUS = "35"
011845             OPEN OUTPUT RESCTL-FILE
011850             CLOSE RESCTL-FILE
011855             OPEN I-O RESCTL-FILE
011860         END-IF.
011865         IF WS-RESCTL-STATUS NOT = "00"
011870             DISPLAY "RESMERGE: CANNOT OPEN RESCTL - RUN "
011875                 "ABORTED (STATUS " WS-RESCTL-STATUS ")"
011880             MOVE 16 TO RETURN-CODE
011885             GOBACK
011890         END-IF.
011900         PERFORM UNTIL WS-EOF
012000             READ STAGERES-FILE
012100                 AT END
012200                     SET WS-EOF TO TRUE
012300                 NOT AT END
012310                     PERFORM 2100-POST-ONE-ROW THRU 2100-EXIT
012700             END-READ
012800         END-PERFORM.
012900         CLOSE RESMAST-FILE RESCTL-FILE STAGERES-FILE.
013000         OPEN OUTPUT STAGERES-FILE.
013100         CLOSE STAGERES-FILE.
013200         ADD WS-FILE-ROWS TO WS-TOTAL-ROWS.
013300         ADD 1 TO WS-FILES-MERGED.
013400         DISPLAY "RESMERGE: " WS-FILE-ROWS " ROWS MERGED FROM "
013500             WS-STAGE-NAME.
013510         IF WS-FILE-SKIPPED > 0
013520             DISPLAY "RESMERGE: " WS-FILE-SKIPPED " ROWS ON "
013530                 WS-STAGE-NAME " HAD NO USABLE RUN DATE OR "
013540                 "RACE ID AND WERE NOT POSTED"
013550         END-IF.
013600     2000-EXIT.
013700         EXIT.
013701******************************************************************
013702*    2100-POST-ONE-ROW - POST THE STAGING ROW IN THE RECORD AREA
013703*    UNDER ITS MASTER KEY, REWRITING A ROW ALREADY THERE - THE
013704*    SAME "LAST ROW FOR A KEY WINS" THE READERS OF THE OLD
013705*    FILE RELIED ON.  A ROW FROM BEFORE THE CYCLE FIELD EXISTED
013706*    READS BACK WITH A BLANK CYCLE AND IS HELD UNDER CYCLE 00.
013707******************************************************************
013708     2100-POST-ONE-ROW.
013709         IF RS-RUN-DATE NOT NUMERIC
013710                 OR RS-RACE-ID NOT NUMERIC
013711             ADD 1 TO WS-FILE-SKIPPED
013712             GO TO 2100-EXIT
013713         END-IF.
013714         IF RS-CYCLE NUMERIC
013715             MOVE RS-CYCLE TO WS-RS-CYCLE
013716         ELSE
013717             MOVE 0 TO WS-RS-CYCLE
013718         END-IF.
013719         MOVE RS-RUN-DATE TO RM-RUN-DATE.
013720         MOVE RS-VENUE TO RM-VENUE.
013721         MOVE RS-PROGRAM-ID TO RM-PROGRAM-ID.
013722         MOVE WS-RS-CYCLE TO RM-CYCLE.
013723         MOVE RS-RACE-ID TO RM-RACE-ID.
013724         MOVE RS-FINAL-RESULT TO RM-FINAL-RESULT.
013725         WRITE RESMAST-FILE-RECORD
013726             INVALID KEY
013727                 REWRITE RESMAST-FILE-RECORD
013728         END-WRITE.
013729         ADD 1 TO WS-FILE-ROWS.
013730         PERFORM 2200-UPDATE-CONTROL.
013731     2100-EXIT.
013732         EXIT.
013733******************************************************************
013734*    2200-UPDATE-CONTROL - CARRY THE ROW ONTO ITS DATE'S
013735*    CONTROL RECORD: A PARTONE OR PARTTWO ROW RAISES THAT
013736*    PROGRAM'S HIGHEST CYCLE, AND A RECONCIL ROW (ONLY EVER
013737*    FOUND ON THE OLD SEQUENTIAL FILE) BECOMES THE DATE'S
013738*    VERDICT - THAT FILE IS IN POSTING ORDER, SO THE LAST
013739*    VERDICT ROW FOR A DATE IS THE ONE LEFT STANDING.
013740******************************************************************
013741     2200-UPDATE-CONTROL.
013742         MOVE RS-RUN-DATE TO RC-RUN-DATE.
013743         READ RESCTL-FILE
013744             INVALID KEY
013745                 MOVE 'N' TO WS-CTL-FOUND-SW
013746             NOT INVALID KEY
013747                 SET WS-CTL-FOUND TO TRUE
013748         END-READ.
013749         IF NOT WS-CTL-FOUND
013750             MOVE RS-RUN-DATE TO RC-RUN-DATE
013751             MOVE 0 TO RC-P1-HIGH-CYCLE RC-P2-HIGH-CYCLE
013752                 RC-VERDICT
013753             MOVE 'N' TO RC-VERDICT-SW
013754         END-IF.
013755         IF RS-PROGRAM-ID = "PARTONE "
013756                 AND WS-RS-CYCLE > RC-P1-HIGH-CYCLE
013757             MOVE WS-RS-CYCLE TO RC-P1-HIGH-CYCLE
013758         END-IF.
013759         IF RS-PROGRAM-ID = "PARTTWO "
013760                 AND WS-RS-CYCLE > RC-P2-HIGH-CYCLE
013761             MOVE WS-RS-CYCLE TO RC-P2-HIGH-CYCLE
013762         END-IF.
013763         IF RS-PROGRAM-ID = "RECONCIL"
013764             MOVE 'Y' TO RC-VERDICT-SW
013765             MOVE RS-FINAL-RESULT TO RC-VERDICT
013766         END-IF.
013767         IF WS-CTL-FOUND
013768             REWRITE RESCTL-FILE-RECORD
013769                 INVALID KEY
013770                     DISPLAY "RESMERGE: CONTROL RECORD FOR "
013771                         RC-RUN-DATE " COULD NOT BE REWRITTEN"
013772             END-REWRITE
013773         ELSE
013774             WRITE RESCTL-FILE-RECORD
013775                 INVALID KEY
013776                     DISPLAY "RESMERGE: CONTROL RECORD FOR "
013777                         RC-RUN-DATE " COULD NOT BE WRITTEN"
013778             END-WRITE
013779         END-IF.
013800******************************************************************
013900*    3000-MERGE-REPORT - SAME APPEND-AND-CLEAR FOR ONE REPORT
014000*    STAGING FILE.
