000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      SHTDIFF
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-08
000700*
000800*    UNEXPLAINED SHEET CHANGE REPORT, RUN AHEAD OF PARTONE.
000900*    COMPARES EVERY VENUE'S LIVE RACE SHEET WITH THE SAME
001000*    VENUE'S HEATS ON THE PREVIOUS NIGHT'S SHEET-ARCHIVE
001100*    GENERATION (SHTARCH.YYYYMMDD, WRITTEN BY ARCHPRGE) AND
001200*    LISTS EVERY HEAT ADDED, REMOVED, OR CHANGED IN TIME OR
001300*    DISTANCE ON THE PRINTED REPORT (SHTDRPT).  EACH
001400*    DIFFERENCE IS THEN ACCOUNTED FOR, IF IT CAN BE, BY WHAT
001500*    LAST TOUCHED THAT HEAT SINCE THE GENERATION WAS TAKEN:
001600*
001700*      - AN APPROVED CHANGE ON THE AUDIT LOG (AN "APPROV"
001800*        RECORD FOR THE SHEET AND RACE) WHOSE AFTER FIGURES
001900*        ARE THE FIGURES NOW ON THE SHEET, OR
001910*      - A RACELOAD FEED LOADED ONTO THE SHEET (FEEDREG) AFTER
001920*        THE GENERATION'S COPY OF IT WAS TAKEN, WHICH REPLACES
001930*        THE WHOLE SHEET - PROVIDED THE SHEET STILL HOLDS WHAT
001940*        THE FEED LEFT ON IT (ITS REGISTERED HEAT COUNT AND
001950*        DISTANCE HASH).
002200*
002300*    WHICHEVER OF THE TWO CAME LATER GOVERNS.  SINCE EDITS
002400*    NEED A SECOND OPERATOR'S APPROVAL, ONLY APPROVALS MOVE
002500*    HEATS ON THE SHEET - A RACEMNTU ADD OR DELETE ONLY
002600*    CHANGES A CHANGE SET AWAITING APPROVAL, SO IT EXPLAINS
002700*    NOTHING HERE.  A DIFFERENCE NOTHING ACCOUNTS FOR - THE
002800*    FILE EDITED OUTSIDE THE PANEL - IS FLAGGED, AND THE RUN
002900*    ENDS WITH RETURN CODE 8 SO THE NIGHT DRIVER STOPS
003000*    AHEAD OF PARTONE UNDER A STEPCTL CEILING OF 4.
003100*
003200*    THE GENERATION USED IS THE NEWEST ONE DATED BEFORE THE
003300*    RUN DATE, LOOKING BACK UP TO A WEEK FOR NIGHTS WHEN THE
003400*    ARCHIVE DID NOT RUN.  NO GENERATION IN THAT WEEK, OR A
003500*    VENUE'S SHEET MISSING FROM DISK, IS A WARNING (CODE 4)
003600*    - THERE IS NOTHING TO COMPARE, NOT A CHANGE TO FLAG.
003700*
003800*    MODIFICATION HISTORY.
003900*    DATE        INIT  DESCRIPTION
004000*    ----------  ----  ----------------------------------------
004100*    2026-10-08  RH    ORIGINAL VERSION.
004110*    2026-10-09  RH    BUSINESS DATE - THE RUN DATE NOW
004120*                      COMES FROM THE SUITE'S BUSINESS-DATE
004130*                      CONTROL RECORD (BDATECHK) INSTEAD OF
004140*                      THE CLOCK, SO THE BASELINE
004150*                      GENERATION IS CHOSEN RELATIVE TO THE
004160*                      NIGHT BEING CHECKED.
004162*    2026-10-15  RH    A FEED NOW EXPLAINS A DIFFERENCE ONLY IF
004164*                      IT WAS LOADED AFTER THE GENERATION'S COPY
004166*                      OF THE SHEET WAS TAKEN (THE COPY STAMP ON
004168*                      SHTAREC, NOT JUST THE GENERATION DATE)
004170*                      AND THE LIVE SHEET'S HEAT COUNT AND
004172*                      DISTANCE HASH STILL EQUAL THE FEED'S
004174*                      REGISTERED FIGURES; OTHERWISE THE
004176*                      DIFFERENCE IS FLAGGED AS A SHEET CHANGED
004178*                      SINCE THE FEED.  AN UNSTAMPED GENERATION
004180*                      COUNTS ONLY FEEDS FROM LATER DAYS.
004182*                      APPROVALS MADE AFTER THE FEED ARE
004184*                      APPLIED TO THE FEED'S FIGURES FIRST, SO A
004186*                      FEED FOLLOWED BY APPROVED EDITS STILL
004188*                      COUNTS AS INTACT.
004200******************************************************************
004300     PROGRAM-ID. SHTDIFF.
004400     ENVIRONMENT DIVISION.
004500     INPUT-OUTPUT SECTION.
004600     FILE-CONTROL.
004700         SELECT VENUE-FILE ASSIGN TO "VENUES"
004800             ORGANIZATION IS LINE SEQUENTIAL
004900             FILE STATUS IS WS-VENUE-STATUS.
005000         SELECT RACE-FILE ASSIGN TO DYNAMIC WS-SHEET-NAME
005100             ORGANIZATION IS LINE SEQUENTIAL
005200             FILE STATUS IS WS-RACE-STATUS.
005300         SELECT SHTARCH-FILE ASSIGN TO DYNAMIC WS-SHT-ARCH-NAME
005400             ORGANIZATION IS LINE SEQUENTIAL
005500             FILE STATUS IS WS-SHTARCH-STATUS.
005600         SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
005700             ORGANIZATION IS LINE SEQUENTIAL
005800             FILE STATUS IS WS-AUDIT-STATUS.
005900         SELECT FEEDREG-FILE ASSIGN TO "FEEDREG"
006000             ORGANIZATION IS LINE SEQUENTIAL
006100             FILE STATUS IS WS-FEEDREG-STATUS.
006200         SELECT REPORT-FILE ASSIGN TO "SHTDRPT"
006300             ORGANIZATION IS LINE SEQUENTIAL
006400             FILE STATUS IS WS-REPORT-STATUS.
006500         SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
006600             ORGANIZATION IS LINE SEQUENTIAL
006700             FILE STATUS IS WS-RUNLOG-STATUS.
006800     DATA DIVISION.
006900     FILE SECTION.
007000     FD  VENUE-FILE.
007100         COPY VENUEREC.
007200     FD  RACE-FILE.
007300         COPY RACEREC.
007400     FD  SHTARCH-FILE.
007500         COPY SHTAREC.
007600     FD  AUDIT-FILE.
007700         COPY AUDITREC.
007800     FD  FEEDREG-FILE.
007900         COPY FEEDREC.
008000     FD  REPORT-FILE.
008100         COPY REPRTREC.
008200     FD  RUNLOG-FILE.
008300         COPY RUNLGREC.
008400     WORKING-STORAGE SECTION.
008500     01  WS-VENUE-EOF-SW            PIC X(01) VALUE 'N'.
008600         88  WS-VENUE-EOF           VALUE 'Y'.
008700     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
008800         88  WS-EOF                 VALUE 'Y'.
008900     01  WS-VENUE-STATUS            PIC X(02) VALUE SPACES.
009000     01  WS-RACE-STATUS             PIC X(02) VALUE SPACES.
009100     01  WS-SHTARCH-STATUS          PIC X(02) VALUE SPACES.
009200     01  WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
009300     01  WS-FEEDREG-STATUS          PIC X(02) VALUE SPACES.
009400     01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
009500     01  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
009600     01  WS-RUN-DATE                PIC 9(08) VALUE 0.
009610     01  WS-PROGRAM-ID              PIC X(08) VALUE "SHTDIFF ".
009620     01  WS-BDATE-RESULT            PIC X(01) VALUE SPACE.
009630         88  WS-BDATE-ERROR         VALUE 'E'.
009700     01  WS-TIME-RAW                PIC X(08) VALUE SPACES.
009800     01  WS-RL-TYPE                 PIC X(05) VALUE SPACES.
009900*
010000*    THE ARCHIVE GENERATION COMPARED AGAINST - THE NEWEST ONE
010100*    ON DISK DATED BEFORE THE RUN DATE, NO MORE THAN
010200*    WS-MAX-BACK-DAYS OLD.
010300     01  WS-SHT-ARCH-NAME           PIC X(44) VALUE SPACES.
010400     01  WS-GEN-DATE                PIC 9(08) VALUE 0.
010500     01  WS-BACK-DAYS               PIC 9(02) VALUE 0.
010600     01  WS-MAX-BACK-DAYS           PIC 9(02) VALUE 7.
010700     01  WS-GEN-FOUND-SW            PIC X(01) VALUE 'N'.
010800         88  WS-GEN-FOUND           VALUE 'Y'.
010900     01  WS-VENUE-COUNT             PIC 9(02) VALUE 0.
011000     01  WS-VENUE-SUB               PIC 9(02) VALUE 0.
011100     01  WS-VENUE-CODE              PIC X(04) VALUE SPACES.
011200     01  WS-SHEET-NAME              PIC X(44) VALUE SPACES.
011300     01  WS-SHEET-MISSING-SW        PIC X(01) VALUE 'N'.
011400         88  WS-SHEET-MISSING       VALUE 'Y'.
011500*
011600*    THE DAY'S VENUES, IN SHEET-CONTROL FILE ORDER.
011700     01  VENUE-TABLE.
011800         05  VENUE-ENTRY OCCURS 10 TIMES.
011900             10  VT-VENUE-CODE      PIC X(04).
012000             10  VT-SHEET-NAME      PIC X(44).
012100*
012200*    THE VENUE IN HAND'S HEATS ON THE ARCHIVE GENERATION - THE
012300*    LAST RECORD PER HEAT, SINCE A SECOND ARCHIVE RUN ON THE
012400*    SAME NIGHT APPENDS AGAIN - AND ON THE LIVE SHEET.  BOTH
012500*    ARE FIXED AT 50 HEATS, THE SAME CEILING RACEMNTU AND THE
012600*    CALCULATION PROGRAMS CARRY.
012700     01  WS-ARCH-COUNT              PIC 9(04) VALUE 0.
012800     01  WS-ARCH-SUB                PIC 9(04) VALUE 0.
012900     01  WS-ARCH-HIT                PIC 9(04) VALUE 0.
012910     01  WS-ARCH-STAMP              PIC 9(14) VALUE 0.
013000     01  ARCH-TABLE.
013100         05  ARCH-ENTRY OCCURS 50 TIMES.
013200             10  AT-RACE-ID         PIC 9(04).
013300             10  AT-RACE-TIME       PIC 9(08)V9(01).
013400             10  AT-RACE-DIST       PIC 9(12)V9(02).
013500             10  AT-MATCHED-SW      PIC X(01).
013600                 88  AT-MATCHED     VALUE 'Y'.
013700     01  WS-LIVE-COUNT              PIC 9(04) VALUE 0.
013800     01  WS-LIVE-SUB                PIC 9(04) VALUE 0.
013810     01  WS-LIVE-HASH               PIC 9(18) VALUE 0.
013900     01  LIVE-TABLE.
014000         05  LIVE-ENTRY OCCURS 50 TIMES.
014100             10  LT-RACE-ID         PIC 9(04).
014200             10  LT-RACE-TIME       PIC 9(08)V9(01).
014300             10  LT-RACE-DIST       PIC 9(12)V9(02).
014400     01  WS-FIND-RACE-ID            PIC 9(04) VALUE 0.
014500*
014600*    EVERY HEAT-LEVEL APPROVAL ON THE AUDIT LOG SINCE THE
014700*    GENERATION DATE, IN LOG ORDER, SO THE LAST MATCH FOR A
014800*    SHEET AND RACE IS THE ONE IN FORCE.  AP-STAMP IS THE
014900*    DATE AND TIME RUN TOGETHER FOR COMPARING WITH A FEED
015000*    LOAD.  A TABLE THAT FILLS ABORTS THE RUN RATHER THAN
015100*    FLAG HEATS IT NEVER LOOKED AT.
015110*    AP-KIND IS 'A' FOR AN ADDED HEAT (OLD FIGURES ZERO), 'R'
015120*    FOR A REMOVED ONE (NEW FIGURES ZERO), 'C' FOR A CHANGE.
015200     01  WS-APPR-COUNT              PIC 9(04) VALUE 0.
015300     01  WS-APPR-SUB                PIC 9(04) VALUE 0.
015400     01  WS-APPR-HIT                PIC 9(04) VALUE 0.
015500     01  APPR-TABLE.
015600         05  APPR-ENTRY OCCURS 500 TIMES.
015700             10  AP-SHEET           PIC X(20).
015800             10  AP-RACE-ID         PIC 9(04).
015810             10  AP-KIND            PIC X(01).
015820                 88  AP-ADDED       VALUE 'A'.
015830                 88  AP-REMOVED     VALUE 'R'.
015840             10  AP-OLD-DIST        PIC 9(12)V9(02).
015900             10  AP-NEW-TIME        PIC 9(08)V9(01).
016000             10  AP-NEW-DIST        PIC 9(12)V9(02).
016100             10  AP-OPERATOR        PIC X(08).
016200             10  AP-DATE            PIC 9(08).
016300             10  AP-STAMP           PIC 9(14).
016400*
016500*    THE LATEST RACELOAD FEED LOADED ONTO THE VENUE IN HAND'S
016510*    SHEET SINCE THE GENERATION'S COPY OF IT, IF ANY, WITH THE
016520*    HEAT COUNT AND DISTANCE HASH IT LEFT ON THE SHEET.  THE
016530*    HASH IS UNKNOWN FOR A REGISTER RECORD WRITTEN BEFORE THE
016540*    SHEET HASH WAS CARRIED THAT ALSO HAD ROWS REJECTED.  THE
016550*    COUNT AND HASH ARE SIGNED SO APPROVALS APPLIED ON TOP OF
016560*    THEM CANNOT WRAP.
016700     01  WS-FEED-FOUND-SW           PIC X(01) VALUE 'N'.
016800         88  WS-FEED-FOUND          VALUE 'Y'.
016900     01  WS-FEED-SEQ                PIC 9(06) VALUE 0.
017000     01  WS-FEED-DATE               PIC 9(08) VALUE 0.
017100     01  WS-FEED-STAMP              PIC 9(14) VALUE 0.
017110     01  WS-FEED-ACCEPTED           PIC S9(05) VALUE 0.
017120     01  WS-FEED-HASH               PIC S9(18) VALUE 0.
017130     01  WS-FEED-HASH-SW            PIC X(01) VALUE 'N'.
017140         88  WS-FEED-HASH-KNOWN     VALUE 'Y'.
017150     01  WS-FEED-SHEET-SW           PIC X(01) VALUE 'N'.
017160         88  WS-FEED-SHEET-INTACT   VALUE 'Y'.
017170     01  WS-FR-STAMP                PIC 9(14) VALUE 0.
017200*
017300*    STAGED FIELDS FOR THE DIFFERENCE IN HAND.  AN ADDED HEAT
017400*    CARRIES ZEROS AS ITS OLD FIGURES AND A REMOVED HEAT ZEROS
017500*    AS ITS NEW FIGURES, THE SAME CONVENTION AS THE AUDIT LOG.
017600     01  WS-DF-TYPE                 PIC X(08) VALUE SPACES.
017700     01  WS-DF-RACE-ID              PIC 9(04) VALUE 0.
017800     01  WS-DF-OLD-TIME             PIC 9(08)V9(01) VALUE 0.
017900     01  WS-DF-OLD-DIST             PIC 9(12)V9(02) VALUE 0.
018000     01  WS-DF-NEW-TIME             PIC 9(08)V9(01) VALUE 0.
018100     01  WS-DF-NEW-DIST             PIC 9(12)V9(02) VALUE 0.
018110     01  WS-DF-REASON               PIC X(44) VALUE SPACES.
018300     01  WS-DF-EXPLAINED-SW         PIC X(01) VALUE 'N'.
018400         88  WS-DF-EXPLAINED        VALUE 'Y'.
018500     01  WS-ED-OLD-TIME             PIC Z(07)9.9.
018600     01  WS-ED-NEW-TIME             PIC Z(07)9.9.
018700     01  WS-ED-OLD-DIST             PIC Z(11)9.99.
018800     01  WS-ED-NEW-DIST             PIC Z(11)9.99.
018900*
019000*    RUN TOTALS.
019100     01  WS-HEATS-TOTAL             PIC 9(04) VALUE 0.
019200     01  WS-VENUE-DIFFS             PIC 9(04) VALUE 0.
019300     01  WS-DIFF-COUNT              PIC 9(04) VALUE 0.
019400     01  WS-EXPLAINED-COUNT         PIC 9(04) VALUE 0.
019500     01  WS-UNEXPLAINED-COUNT       PIC 9(04) VALUE 0.
019600     01  WS-MISSING-SHEETS          PIC 9(02) VALUE 0.
019700     PROCEDURE DIVISION.
019800     MAIN-PROCEDURE.
019810         CALL "BDATECHK" USING WS-PROGRAM-ID WS-RUN-DATE
019820             WS-BDATE-RESULT.
019830         IF WS-BDATE-ERROR
019840             DISPLAY "SHTDIFF: NO USABLE BUSINESS DATE - RUN "
019850                 "ABORTED"
019860             MOVE 16 TO RETURN-CODE
019870             GOBACK
019880         END-IF.
020000         PERFORM 9000-WRITE-RUNLOG-START.
020100         PERFORM 0400-OPEN-REPORT.
020200         PERFORM 0500-LOAD-VENUES.
020300         PERFORM 1000-FIND-GENERATION.
020400         IF NOT WS-GEN-FOUND
020500             DISPLAY "SHTDIFF: NO SHEET ARCHIVE GENERATION IN "
020600                 "THE LAST " WS-MAX-BACK-DAYS " DAYS - NOTHING "
020700                 "TO COMPARE AGAINST"
020800             MOVE SPACES TO REPORT-LINE
020900             STRING "NO SHEET ARCHIVE GENERATION IN THE LAST "
021000                     DELIMITED BY SIZE
021100                     WS-MAX-BACK-DAYS DELIMITED BY SIZE
021200                     " DAYS - NOTHING COMPARED" DELIMITED BY SIZE
021300                     INTO RPT-TEXT
021400             END-STRING
021500             WRITE REPORT-LINE
021600             CLOSE REPORT-FILE
021700             MOVE 4 TO RETURN-CODE
021800             PERFORM 9100-WRITE-RUNLOG-END
021900             GOBACK
022000         END-IF.
022100         PERFORM 1500-LOAD-APPROVALS.
022200         PERFORM 2000-COMPARE-ONE-VENUE THRU 2000-EXIT
022300             VARYING WS-VENUE-SUB FROM 1 BY 1
022400             UNTIL WS-VENUE-SUB > WS-VENUE-COUNT.
022500         PERFORM 6000-WRITE-TRAILER.
022600         CLOSE REPORT-FILE.
022700         DISPLAY "SHTDIFF: " WS-HEATS-TOTAL " HEATS COMPARED, "
022800             WS-DIFF-COUNT " DIFFERENCES, " WS-UNEXPLAINED-COUNT
022900             " UNEXPLAINED".
023000         IF WS-UNEXPLAINED-COUNT > 0
023100             DISPLAY "SHTDIFF: SHEETS CHANGED OUTSIDE THE PANEL "
023200                 "- SEE SHTDRPT BEFORE RUNNING PARTONE"
023300             MOVE 8 TO RETURN-CODE
023400         ELSE
023500             IF WS-MISSING-SHEETS > 0
023600                 MOVE 4 TO RETURN-CODE
023700             END-IF
023800         END-IF.
023900         PERFORM 9100-WRITE-RUNLOG-END.
024000         GOBACK.
024100******************************************************************
024200*    0400-OPEN-REPORT - THE REPORT IS REWRITTEN FRESH BY EVERY
024300*    RUN AND STAYS OPEN ACROSS THE VENUE LOOP.
024400******************************************************************
024500     0400-OPEN-REPORT.
024600         OPEN OUTPUT REPORT-FILE.
024700         IF WS-REPORT-STATUS NOT = "00"
024800             DISPLAY "SHTDIFF: CANNOT OPEN SHTDRPT - RUN "
024900                 "ABORTED (STATUS " WS-REPORT-STATUS ")"
025000             MOVE 16 TO RETURN-CODE
025100             PERFORM 9100-WRITE-RUNLOG-END
025200             GOBACK
025300         END-IF.
025400******************************************************************
025500*    0500-LOAD-VENUES - READ THE SHEET-CONTROL FILE (VENUES)
025600*    INTO THE VENUE TABLE, THE SAME WAY THE CALCULATION
025700*    PROGRAMS DO.  NO VENUES FILE MEANS SINGLE-SHEET MODE - A
025800*    LONE ENTRY FOR RACEIN UNDER A BLANK VENUE CODE, WHICH IS
025900*    ALSO HOW ARCHPRGE STAMPS THAT SHEET ON THE GENERATION.
026000******************************************************************
026100     0500-LOAD-VENUES.
026200         OPEN INPUT VENUE-FILE.
026300         IF WS-VENUE-STATUS = "35"
026400             DISPLAY "SHTDIFF: NO SHEET-CONTROL FILE (VENUES) "
026500                 "- CHECKING THE SINGLE RACE SHEET RACEIN"
026600             MOVE 1 TO WS-VENUE-COUNT
026700             MOVE SPACES TO VT-VENUE-CODE (1)
026800             MOVE "RACEIN" TO VT-SHEET-NAME (1)
026900         ELSE
027000             IF WS-VENUE-STATUS NOT = "00"
027100                 DISPLAY "SHTDIFF: CANNOT OPEN VENUES - RUN "
027200                     "ABORTED (STATUS " WS-VENUE-STATUS ")"
027300                 MOVE 16 TO RETURN-CODE
027400                 PERFORM 9100-WRITE-RUNLOG-END
027500                 GOBACK
027600             END-IF
027700             PERFORM UNTIL WS-VENUE-EOF
027800                 READ VENUE-FILE
027900                     AT END
028000                         SET WS-VENUE-EOF TO TRUE
028100                     NOT AT END
028200                         IF WS-VENUE-COUNT NOT LESS THAN 10
028300                             DISPLAY "SHTDIFF: SHEET-CONTROL "
028400                                 "FILE LISTS MORE THAN 10 "
028500                                 "VENUES - RUN ABORTED"
028600                             MOVE 16 TO RETURN-CODE
028700                             PERFORM 9100-WRITE-RUNLOG-END
028800                             GOBACK
028900                         END-IF
029000                         ADD 1 TO WS-VENUE-COUNT
029100                         MOVE VN-VENUE-CODE TO
029200                             VT-VENUE-CODE (WS-VENUE-COUNT)
029300                         MOVE VN-SHEET-NAME TO
029400                             VT-SHEET-NAME (WS-VENUE-COUNT)
029500                 END-READ
029600             END-PERFORM
029700             CLOSE VENUE-FILE
029800         END-IF.
029900******************************************************************
030000*    1000-FIND-GENERATION - STEP BACK A DAY AT A TIME FROM THE
030100*    RUN DATE UNTIL A SHEET-ARCHIVE GENERATION OPENS.  TONIGHT'S
030200*    OWN GENERATION, IF ARCHPRGE HAS ALREADY RUN, IS NEVER
030300*    USED - IT WOULD BE COMPARING THE SHEET WITH ITSELF.
030400******************************************************************
030500     1000-FIND-GENERATION.
030600         MOVE 'N' TO WS-GEN-FOUND-SW.
030700         PERFORM 1100-TRY-GENERATION
030800             VARYING WS-BACK-DAYS FROM 1 BY 1
030900             UNTIL WS-BACK-DAYS > WS-MAX-BACK-DAYS
031000                 OR WS-GEN-FOUND.
031100         IF WS-GEN-FOUND
031200             DISPLAY "SHTDIFF: COMPARING AGAINST "
031300                 WS-SHT-ARCH-NAME
031400             MOVE SPACES TO REPORT-LINE
031500             STRING "SHEET CHANGE REPORT - RUN DATE "
031600                     DELIMITED BY SIZE
031700                     WS-RUN-DATE DELIMITED BY SIZE
031800                     " - LIVE SHEETS AGAINST " DELIMITED BY SIZE
031900                     WS-SHT-ARCH-NAME DELIMITED BY SPACE
032000                     INTO RPT-TEXT
032100             END-STRING
032200             WRITE REPORT-LINE
032300         END-IF.
032400     1100-TRY-GENERATION.
032500         COMPUTE WS-GEN-DATE = FUNCTION DATE-OF-INTEGER
032600             (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
032700                 - WS-BACK-DAYS).
032800         MOVE SPACES TO WS-SHT-ARCH-NAME.
032900         STRING "SHTARCH." DELIMITED BY SIZE
033000                 WS-GEN-DATE DELIMITED BY SIZE
033100                 INTO WS-SHT-ARCH-NAME
033200         END-STRING.
033300         OPEN INPUT SHTARCH-FILE.
033400         IF WS-SHTARCH-STATUS = "00"
033500             CLOSE SHTARCH-FILE
033600             SET WS-GEN-FOUND TO TRUE
033700         ELSE
033800             IF WS-SHTARCH-STATUS NOT = "35"
033900                 DISPLAY "SHTDIFF: CANNOT OPEN " WS-SHT-ARCH-NAME
034000                     " - RUN ABORTED (STATUS "
034100                     WS-SHTARCH-STATUS ")"
034200                 MOVE 16 TO RETURN-CODE
034300                 PERFORM 9100-WRITE-RUNLOG-END
034400                 GOBACK
034500             END-IF
034600         END-IF.
034700******************************************************************
034800*    1500-LOAD-APPROVALS - TABLE EVERY HEAT-LEVEL "APPROV"
034900*    RECORD DATED ON OR AFTER THE GENERATION DATE.  THE
035000*    RACE-ZERO RECORD CLOSING EACH APPROVED SET CARRIES NO
035100*    FIGURES AND IS SKIPPED.  NO AUDIT LOG MEANS NO EDIT HAS
035200*    EVER BEEN MADE THROUGH THE PANEL.
035300******************************************************************
035400     1500-LOAD-APPROVALS.
035500         MOVE 'N' TO WS-EOF-SW.
035600         OPEN INPUT AUDIT-FILE.
035700         IF WS-AUDIT-STATUS = "35"
035800             DISPLAY "SHTDIFF: NO AUDIT LOG ON DISK - NO PANEL "
035900                 "EDITS TO MATCH"
036000             SET WS-EOF TO TRUE
036100         ELSE
036200             IF WS-AUDIT-STATUS NOT = "00"
036300                 DISPLAY "SHTDIFF: CANNOT OPEN AUDITLOG - RUN "
036400                     "ABORTED (STATUS " WS-AUDIT-STATUS ")"
036500                 MOVE 16 TO RETURN-CODE
036600                 PERFORM 9100-WRITE-RUNLOG-END
036700                 GOBACK
036800             END-IF
036900         END-IF.
037000         PERFORM UNTIL WS-EOF
037100             READ AUDIT-FILE
037200                 AT END
037300                     SET WS-EOF TO TRUE
037400                 NOT AT END
037500                     IF AU-ACTION = "APPROV"
037600                             AND AU-RACE-ID NUMERIC
037700                             AND AU-RACE-ID > 0
037800                             AND AU-DATE NUMERIC
037900                             AND AU-DATE NOT < WS-GEN-DATE
038000                         PERFORM 1600-KEEP-APPROVAL
038100                     END-IF
038200             END-READ
038300         END-PERFORM.
038400         IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
038500             CLOSE AUDIT-FILE
038600         END-IF.
038700     1600-KEEP-APPROVAL.
038800         IF WS-APPR-COUNT NOT LESS THAN 500
038900             DISPLAY "SHTDIFF: MORE THAN 500 APPROVED HEAT "
039000                 "CHANGES SINCE " WS-GEN-DATE " - RUN ABORTED"
039100             MOVE 16 TO RETURN-CODE
039200             PERFORM 9100-WRITE-RUNLOG-END
039300             GOBACK
039400         END-IF.
039500         ADD 1 TO WS-APPR-COUNT.
039600         MOVE AU-SHEET TO AP-SHEET (WS-APPR-COUNT).
039700         MOVE AU-RACE-ID TO AP-RACE-ID (WS-APPR-COUNT).
039710         MOVE 'C' TO AP-KIND (WS-APPR-COUNT).
039720         IF AU-OLD-TIME = 0 AND AU-OLD-DIST = 0
039730             SET AP-ADDED (WS-APPR-COUNT) TO TRUE
039740         END-IF.
039750         IF AU-NEW-TIME = 0 AND AU-NEW-DIST = 0
039760             SET AP-REMOVED (WS-APPR-COUNT) TO TRUE
039770         END-IF.
039780         MOVE AU-OLD-DIST TO AP-OLD-DIST (WS-APPR-COUNT).
039800         MOVE AU-NEW-TIME TO AP-NEW-TIME (WS-APPR-COUNT).
039900         MOVE AU-NEW-DIST TO AP-NEW-DIST (WS-APPR-COUNT).
040000         MOVE AU-OPERATOR TO AP-OPERATOR (WS-APPR-COUNT).
040100         MOVE AU-DATE TO AP-DATE (WS-APPR-COUNT).
040200         COMPUTE AP-STAMP (WS-APPR-COUNT) =
040300             AU-DATE * 1000000 + AU-TIME.
040400******************************************************************
040500*    2000-COMPARE-ONE-VENUE - LOAD THE VENUE'S ARCHIVED AND
040600*    LIVE HEATS, THEN WALK THE LIVE SHEET (ADDED AND CHANGED
040700*    HEATS) AND WHAT IS LEFT UNMATCHED ON THE ARCHIVE (REMOVED
040800*    HEATS).  A SHEET MISSING FROM DISK IS NOTED AND SKIPPED -
040900*    PARTONE REFUSES THE NIGHT FOR IT ANYWAY.
041000******************************************************************
041100     2000-COMPARE-ONE-VENUE.
041200         MOVE VT-VENUE-CODE (WS-VENUE-SUB) TO WS-VENUE-CODE.
041300         MOVE VT-SHEET-NAME (WS-VENUE-SUB) TO WS-SHEET-NAME.
041400         MOVE 0 TO WS-VENUE-DIFFS.
041500         PERFORM 2100-LOAD-ARCHIVE.
041600         PERFORM 2200-LOAD-LIVE THRU 2200-EXIT.
041700         IF WS-SHEET-MISSING
041800             GO TO 2000-EXIT
041900         END-IF.
042000         PERFORM 2300-FIND-FEED.
042100         MOVE SPACES TO REPORT-LINE.
042200         WRITE REPORT-LINE.
042300         MOVE SPACES TO REPORT-LINE.
042400         STRING "VENUE '" DELIMITED BY SIZE
042500                 WS-VENUE-CODE DELIMITED BY SIZE
042600                 "' SHEET " DELIMITED BY SIZE
042700                 WS-SHEET-NAME DELIMITED BY SPACE
042800                 " - " DELIMITED BY SIZE
042900                 WS-LIVE-COUNT DELIMITED BY SIZE
043000                 " HEATS LIVE, " DELIMITED BY SIZE
043100                 WS-ARCH-COUNT DELIMITED BY SIZE
043200                 " ARCHIVED" DELIMITED BY SIZE
043300                 INTO RPT-TEXT
043400         END-STRING.
043500         WRITE REPORT-LINE.
043600         PERFORM 3000-CHECK-LIVE-HEAT
043700             VARYING WS-LIVE-SUB FROM 1 BY 1
043800             UNTIL WS-LIVE-SUB > WS-LIVE-COUNT.
043900         PERFORM 3100-CHECK-ARCH-HEAT
044000             VARYING WS-ARCH-SUB FROM 1 BY 1
044100             UNTIL WS-ARCH-SUB > WS-ARCH-COUNT.
044200         IF WS-VENUE-DIFFS = 0
044300             MOVE SPACES TO REPORT-LINE
044400             MOVE "    NO CHANGES SINCE THE ARCHIVED SHEET"
044500                 TO RPT-TEXT
044600             WRITE REPORT-LINE
044700         END-IF.
044800     2000-EXIT.
044900         EXIT.
045000******************************************************************
045100*    2100-LOAD-ARCHIVE - ONE PASS OVER THE GENERATION, KEEPING
045200*    THE VENUE IN HAND'S HEATS.  A HEAT ALREADY IN THE TABLE
045210*    IS OVERWRITTEN, SO THE LAST RECORD PER HEAT WINS.  THE
045220*    LATEST COPY STAMP SEEN IS WHEN THE SHEET WAS LAST COPIED;
045230*    A GENERATION WRITTEN BEFORE THE STAMP WAS CARRIED (OR NO
045240*    ARCHIVED HEATS FOR THE VENUE) IS TAKEN AS COPIED AT THE
045250*    END OF THE GENERATION DATE, SO ONLY LATER DAYS' FEEDS
045260*    COUNT AGAINST IT.
045400******************************************************************
045500     2100-LOAD-ARCHIVE.
045600         MOVE 0 TO WS-ARCH-COUNT.
045610         MOVE 0 TO WS-ARCH-STAMP.
045700         MOVE 'N' TO WS-EOF-SW.
045800         OPEN INPUT SHTARCH-FILE.
045900         IF WS-SHTARCH-STATUS NOT = "00"
046000             DISPLAY "SHTDIFF: CANNOT OPEN " WS-SHT-ARCH-NAME
046100                 " - RUN ABORTED (STATUS " WS-SHTARCH-STATUS ")"
046200             MOVE 16 TO RETURN-CODE
046300             PERFORM 9100-WRITE-RUNLOG-END
046400             GOBACK
046500         END-IF.
046600         PERFORM UNTIL WS-EOF
046700             READ SHTARCH-FILE
046800                 AT END
046900                     SET WS-EOF TO TRUE
047000                 NOT AT END
047100                     IF SH-VENUE = WS-VENUE-CODE
047200                         PERFORM 2110-KEEP-ARCH-HEAT
047300                     END-IF
047400             END-READ
047500         END-PERFORM.
047600         CLOSE SHTARCH-FILE.
047610         IF WS-ARCH-STAMP = 0
047615             COMPUTE WS-ARCH-STAMP =
047620                 WS-GEN-DATE * 1000000 + 235959
047630         END-IF.
047700     2110-KEEP-ARCH-HEAT.
047710         IF SH-COPY-DATE NUMERIC AND SH-COPY-TIME NUMERIC
047720             COMPUTE WS-FR-STAMP =
047730                 SH-COPY-DATE * 1000000 + SH-COPY-TIME
047740             IF WS-FR-STAMP > WS-ARCH-STAMP
047750                 MOVE WS-FR-STAMP TO WS-ARCH-STAMP
047760             END-IF
047770         END-IF.
047800         MOVE SH-RACE-ID TO WS-FIND-RACE-ID.
047900         PERFORM 2120-FIND-ARCH-HEAT.
048000         IF WS-ARCH-HIT = 0
048100             IF WS-ARCH-COUNT NOT LESS THAN 50
048200                 DISPLAY "SHTDIFF: MORE THAN 50 ARCHIVED HEATS "
048300                     "FOR VENUE '" WS-VENUE-CODE
048400                     "' - RUN ABORTED"
048500                 MOVE 16 TO RETURN-CODE
048600                 PERFORM 9100-WRITE-RUNLOG-END
048700                 GOBACK
048800             END-IF
048900             ADD 1 TO WS-ARCH-COUNT
049000             MOVE WS-ARCH-COUNT TO WS-ARCH-HIT
049100         END-IF.
049200         MOVE SH-RACE-ID TO AT-RACE-ID (WS-ARCH-HIT).
049300         MOVE SH-RACE-TIME TO AT-RACE-TIME (WS-ARCH-HIT).
049400         MOVE SH-RACE-DIST TO AT-RACE-DIST (WS-ARCH-HIT).
049500         MOVE 'N' TO AT-MATCHED-SW (WS-ARCH-HIT).
049600*    2120-FIND-ARCH-HEAT - WS-ARCH-HIT IS LEFT POINTING AT THE
049700*    TABLE ENTRY FOR WS-FIND-RACE-ID, OR ZERO.
049800     2120-FIND-ARCH-HEAT.
049900         MOVE 0 TO WS-ARCH-HIT.
050000         PERFORM 2130-MATCH-ARCH-HEAT
050100             VARYING WS-ARCH-SUB FROM 1 BY 1
050200             UNTIL WS-ARCH-SUB > WS-ARCH-COUNT.
050300     2130-MATCH-ARCH-HEAT.
050400         IF AT-RACE-ID (WS-ARCH-SUB) = WS-FIND-RACE-ID
050500             MOVE WS-ARCH-SUB TO WS-ARCH-HIT
050600         END-IF.
050700******************************************************************
050800*    2200-LOAD-LIVE - READ THE VENUE'S LIVE SHEET INTO THE
050810*    LIVE TABLE, TAKING THE HASH OF ITS DISTANCES IN HUNDREDTHS
050820*    THE WAY RACELOAD HASHES A FEED.
051000******************************************************************
051100     2200-LOAD-LIVE.
051200         MOVE 0 TO WS-LIVE-COUNT.
051210         MOVE 0 TO WS-LIVE-HASH.
051300         MOVE 'N' TO WS-SHEET-MISSING-SW.
051400         MOVE 'N' TO WS-EOF-SW.
051500         OPEN INPUT RACE-FILE.
051600         IF WS-RACE-STATUS NOT = "00"
051700             SET WS-SHEET-MISSING TO TRUE
051800             ADD 1 TO WS-MISSING-SHEETS
051900             DISPLAY "SHTDIFF: RACE SHEET " WS-SHEET-NAME
052000                 " NOT ON DISK (STATUS " WS-RACE-STATUS
052100                 ") - VENUE '" WS-VENUE-CODE "' NOT COMPARED"
052200             MOVE SPACES TO REPORT-LINE
052300             WRITE REPORT-LINE
052400             MOVE SPACES TO REPORT-LINE
052500             STRING "VENUE '" DELIMITED BY SIZE
052600                     WS-VENUE-CODE DELIMITED BY SIZE
052700                     "' SHEET " DELIMITED BY SIZE
052800                     WS-SHEET-NAME DELIMITED BY SPACE
052900                     " - NOT ON DISK, NOT COMPARED"
053000                     DELIMITED BY SIZE
053100                     INTO RPT-TEXT
053200             END-STRING
053300             WRITE REPORT-LINE
053400             GO TO 2200-EXIT
053500         END-IF.
053600         PERFORM UNTIL WS-EOF
053700             READ RACE-FILE
053800                 AT END
053900                     SET WS-EOF TO TRUE
054000                 NOT AT END
054100                     IF WS-LIVE-COUNT NOT LESS THAN 50
054200                         DISPLAY "SHTDIFF: RACE SHEET "
054300                             WS-SHEET-NAME " HOLDS MORE THAN "
054400                             "50 HEATS - RUN ABORTED"
054500                         MOVE 16 TO RETURN-CODE
054600                         PERFORM 9100-WRITE-RUNLOG-END
054700                         GOBACK
054800                     END-IF
054900                     ADD 1 TO WS-LIVE-COUNT
055000                     MOVE RF-RACE-ID TO LT-RACE-ID (WS-LIVE-COUNT)
055100                     MOVE RF-RACE-TIME
055200                         TO LT-RACE-TIME (WS-LIVE-COUNT)
055300                     MOVE RF-RACE-DIST
055400                         TO LT-RACE-DIST (WS-LIVE-COUNT)
055410                     COMPUTE WS-LIVE-HASH =
055420                         WS-LIVE-HASH + RF-RACE-DIST * 100
055500             END-READ
055600         END-PERFORM.
055700         CLOSE RACE-FILE.
055800         ADD WS-LIVE-COUNT TO WS-HEATS-TOTAL.
055900     2200-EXIT.
056000         EXIT.
056100******************************************************************
056200*    2300-FIND-FEED - THE LATEST RACELOAD FEED REGISTERED
056210*    AGAINST THE VENUE IN HAND'S SHEET AFTER THE GENERATION'S
056220*    COPY OF IT WAS TAKEN - A FEED LOADED EARLIER ON THE SAME
056230*    DAY IS ALREADY ON THE ARCHIVE.  THE REGISTER IS
056240*    APPEND-ONLY, SO THE LAST MATCH READ IS THE LATEST LOAD.  THE
056250*    SHEET IS INTACT SINCE THAT FEED ONLY IF ITS HEAT COUNT
056260*    AND DISTANCE HASH ARE STILL THE ONES THE FEED LEFT, AS
056270*    MOVED ON BY THE APPROVALS MADE TO THE SHEET SINCE (2320).
056600******************************************************************
056700     2300-FIND-FEED.
056800         MOVE 'N' TO WS-FEED-FOUND-SW.
056810         MOVE 'N' TO WS-FEED-SHEET-SW.
056900         MOVE 'N' TO WS-EOF-SW.
057000         OPEN INPUT FEEDREG-FILE.
057100         IF WS-FEEDREG-STATUS = "35"
057200             SET WS-EOF TO TRUE
057300         ELSE
057400             IF WS-FEEDREG-STATUS NOT = "00"
057500                 DISPLAY "SHTDIFF: CANNOT OPEN FEEDREG - RUN "
057600                     "ABORTED (STATUS " WS-FEEDREG-STATUS ")"
057700                 MOVE 16 TO RETURN-CODE
057800                 PERFORM 9100-WRITE-RUNLOG-END
057900                 GOBACK
058000             END-IF
058100         END-IF.
058200         PERFORM UNTIL WS-EOF
058300             READ FEEDREG-FILE
058400                 AT END
058500                     SET WS-EOF TO TRUE
058600                 NOT AT END
058700                     IF FR-SHEET-NAME = WS-SHEET-NAME
058800                             AND FR-LOAD-DATE NUMERIC
058810                             AND FR-LOAD-TIME NUMERIC
058820                         PERFORM 2310-CHECK-FEED
059600                     END-IF
059700             END-READ
059800         END-PERFORM.
059900         IF WS-FEEDREG-STATUS = "00" OR WS-FEEDREG-STATUS = "10"
060000             CLOSE FEEDREG-FILE
060100         END-IF.
060102         IF WS-FEED-FOUND AND WS-FEED-HASH-KNOWN
060104             PERFORM 2320-APPLY-APPROVAL
060106                 VARYING WS-APPR-SUB FROM 1 BY 1
060108                 UNTIL WS-APPR-SUB > WS-APPR-COUNT
060110         END-IF.
060112         IF WS-FEED-FOUND AND WS-FEED-HASH-KNOWN
060114                 AND WS-FEED-ACCEPTED = WS-LIVE-COUNT
060116                 AND WS-FEED-HASH = WS-LIVE-HASH
060118             SET WS-FEED-SHEET-INTACT TO TRUE
060120         END-IF.
060122*    2310-CHECK-FEED - KEEP A FEED LOADED AFTER THE COPY.  A
060124*    REGISTER RECORD WITHOUT THE SHEET HASH STILL DESCRIBES THE
060126*    SHEET IF NO ROW WAS REJECTED, SINCE THEN THE TRAILER HASH
060128*    COVERS EXACTLY THE ROWS WRITTEN.
060130     2310-CHECK-FEED.
060132         COMPUTE WS-FR-STAMP =
060134             FR-LOAD-DATE * 1000000 + FR-LOAD-TIME.
060136         IF WS-FR-STAMP > WS-ARCH-STAMP
060138             SET WS-FEED-FOUND TO TRUE
060140             MOVE FR-FEED-SEQ TO WS-FEED-SEQ
060142             MOVE FR-LOAD-DATE TO WS-FEED-DATE
060144             MOVE WS-FR-STAMP TO WS-FEED-STAMP
060146             MOVE FR-ACCEPTED TO WS-FEED-ACCEPTED
060148             MOVE 'N' TO WS-FEED-HASH-SW
060150             IF FR-SHEET-HASH NUMERIC
060152                 MOVE FR-SHEET-HASH TO WS-FEED-HASH
060154                 SET WS-FEED-HASH-KNOWN TO TRUE
060156             ELSE
060158                 IF FR-REJECTED = 0
060160                     MOVE FR-HASH-TOTAL TO WS-FEED-HASH
060162                     SET WS-FEED-HASH-KNOWN TO TRUE
060164                 END-IF
060166             END-IF
060168         END-IF.
060169*    2320-APPLY-APPROVAL - AN APPROVAL TO THE SHEET AFTER THE
060170*    FEED MOVES THE FIGURES THE SHEET SHOULD NOW HOLD: THE
060171*    HASH LOSES THE OLD DISTANCE AND GAINS THE NEW (ZERO FOR AN
060172*    ADDED OR REMOVED HEAT RESPECTIVELY), AND THE COUNT GOES UP
060173*    FOR AN ADD AND DOWN FOR A REMOVAL.
060174     2320-APPLY-APPROVAL.
060175         IF AP-SHEET (WS-APPR-SUB) = WS-SHEET-NAME (1:20)
060176                 AND AP-STAMP (WS-APPR-SUB) > WS-FEED-STAMP
060177             COMPUTE WS-FEED-HASH = WS-FEED-HASH
060178                 - AP-OLD-DIST (WS-APPR-SUB) * 100
060179                 + AP-NEW-DIST (WS-APPR-SUB) * 100
060180             IF AP-ADDED (WS-APPR-SUB)
060181                 ADD 1 TO WS-FEED-ACCEPTED
060182             END-IF
060183             IF AP-REMOVED (WS-APPR-SUB)
060184                 SUBTRACT 1 FROM WS-FEED-ACCEPTED
060185             END-IF
060186         END-IF.
060200******************************************************************
060300*    3000-CHECK-LIVE-HEAT - A LIVE HEAT NOT ON THE ARCHIVE WAS
060400*    ADDED; ONE WHOSE TIME OR DISTANCE DIFFERS WAS CHANGED.
060500*    EITHER WAY THE ARCHIVED HEAT IS MARKED MATCHED SO 3100
060600*    DOES NOT ALSO REPORT IT AS REMOVED.
060700******************************************************************
060800     3000-CHECK-LIVE-HEAT.
060900         MOVE LT-RACE-ID (WS-LIVE-SUB) TO WS-FIND-RACE-ID.
061000         PERFORM 2120-FIND-ARCH-HEAT.
061100         MOVE LT-RACE-ID (WS-LIVE-SUB) TO WS-DF-RACE-ID.
061200         MOVE LT-RACE-TIME (WS-LIVE-SUB) TO WS-DF-NEW-TIME.
061300         MOVE LT-RACE-DIST (WS-LIVE-SUB) TO WS-DF-NEW-DIST.
061400         IF WS-ARCH-HIT = 0
061500             MOVE "ADDED   " TO WS-DF-TYPE
061600             MOVE 0 TO WS-DF-OLD-TIME WS-DF-OLD-DIST
061700             PERFORM 4000-EXPLAIN-DIFFERENCE THRU 4000-EXIT
061800             PERFORM 5000-WRITE-DIFFERENCE
061900         ELSE
062000             SET AT-MATCHED (WS-ARCH-HIT) TO TRUE
062100             IF AT-RACE-TIME (WS-ARCH-HIT) NOT = WS-DF-NEW-TIME
062200                     OR AT-RACE-DIST (WS-ARCH-HIT)
062300                         NOT = WS-DF-NEW-DIST
062400                 MOVE "CHANGED " TO WS-DF-TYPE
062500                 MOVE AT-RACE-TIME (WS-ARCH-HIT) TO WS-DF-OLD-TIME
062600                 MOVE AT-RACE-DIST (WS-ARCH-HIT) TO WS-DF-OLD-DIST
062700                 PERFORM 4000-EXPLAIN-DIFFERENCE THRU 4000-EXIT
062800                 PERFORM 5000-WRITE-DIFFERENCE
062900             END-IF
063000         END-IF.
063100******************************************************************
063200*    3100-CHECK-ARCH-HEAT - AN ARCHIVED HEAT NO LIVE HEAT
063300*    MATCHED HAS BEEN REMOVED FROM THE SHEET.
063400******************************************************************
063500     3100-CHECK-ARCH-HEAT.
063600         IF NOT AT-MATCHED (WS-ARCH-SUB)
063700             MOVE "REMOVED " TO WS-DF-TYPE
063800             MOVE AT-RACE-ID (WS-ARCH-SUB) TO WS-DF-RACE-ID
063900             MOVE AT-RACE-TIME (WS-ARCH-SUB) TO WS-DF-OLD-TIME
064000             MOVE AT-RACE-DIST (WS-ARCH-SUB) TO WS-DF-OLD-DIST
064100             MOVE 0 TO WS-DF-NEW-TIME WS-DF-NEW-DIST
064200             PERFORM 4000-EXPLAIN-DIFFERENCE THRU 4000-EXIT
064300             PERFORM 5000-WRITE-DIFFERENCE
064400         END-IF.
064500******************************************************************
064600*    4000-EXPLAIN-DIFFERENCE - FIND THE LATEST APPROVAL FOR THE
064700*    HEAT AND SET IT AGAINST THE LATEST FEED LOAD FOR THE
064800*    SHEET.  A LATER FEED REPLACED THE WHOLE SHEET AND SO
064810*    ACCOUNTS FOR ANY DIFFERENCE - BUT ONLY WHILE THE SHEET IS
064820*    STILL AS THE FEED LEFT IT.  A LATER APPROVAL ACCOUNTS
065000*    FOR IT ONLY IF ITS AFTER FIGURES ARE WHAT IS ON THE SHEET
065100*    NOW (ZEROS FOR A REMOVED HEAT) - OTHERWISE THE HEAT WAS
065200*    TOUCHED AGAIN AFTER IT WAS APPROVED.
065300******************************************************************
065400     4000-EXPLAIN-DIFFERENCE.
065500         MOVE 'N' TO WS-DF-EXPLAINED-SW.
065600         MOVE 0 TO WS-APPR-HIT.
065700         PERFORM 4100-MATCH-APPROVAL
065800             VARYING WS-APPR-SUB FROM 1 BY 1
065900             UNTIL WS-APPR-SUB > WS-APPR-COUNT.
066000         IF WS-FEED-FOUND
066100             IF WS-APPR-HIT = 0
066200                     OR WS-FEED-STAMP > AP-STAMP (WS-APPR-HIT)
066210                 IF NOT WS-FEED-SHEET-INTACT
066212                     MOVE SPACES TO WS-DF-REASON
066214                     STRING "** UNEXPLAINED - SHEET CHANGED "
066216                                 DELIMITED BY SIZE
066218                             "SINCE FEED **" DELIMITED BY SIZE
066220                             INTO WS-DF-REASON
066222                     END-STRING
066240                     GO TO 4000-EXIT
066250                 END-IF
066300                 SET WS-DF-EXPLAINED TO TRUE
066400                 MOVE SPACES TO WS-DF-REASON
066500                 STRING "RACELOAD FEED " DELIMITED BY SIZE
066600                         WS-FEED-SEQ DELIMITED BY SIZE
066700                         " LOADED " DELIMITED BY SIZE
066800                         WS-FEED-DATE DELIMITED BY SIZE
066900                         INTO WS-DF-REASON
067000                 END-STRING
067100                 GO TO 4000-EXIT
067200             END-IF
067300         END-IF.
067400         IF WS-APPR-HIT = 0
067500             MOVE "** UNEXPLAINED - NO APPROVAL OR FEED **"
067600                 TO WS-DF-REASON
067700             GO TO 4000-EXIT
067800         END-IF.
067900         IF AP-NEW-TIME (WS-APPR-HIT) NOT = WS-DF-NEW-TIME
068000                 OR AP-NEW-DIST (WS-APPR-HIT) NOT = WS-DF-NEW-DIST
068100             MOVE "** UNEXPLAINED - NOT AS APPROVED **"
068200                 TO WS-DF-REASON
068300             GO TO 4000-EXIT
068400         END-IF.
068500         SET WS-DF-EXPLAINED TO TRUE.
068600         MOVE SPACES TO WS-DF-REASON.
068700         STRING "APPROVED BY " DELIMITED BY SIZE
068800                 AP-OPERATOR (WS-APPR-HIT) DELIMITED BY SPACE
068900                 " ON " DELIMITED BY SIZE
069000                 AP-DATE (WS-APPR-HIT) DELIMITED BY SIZE
069100                 INTO WS-DF-REASON
069200         END-STRING.
069300     4000-EXIT.
069400         EXIT.
069500*    4100-MATCH-APPROVAL - NO EARLY OUT: THE SCAN KEEPS THE LAST
069600*    (NEWEST) APPROVAL FOR THE SHEET AND RACE.
069700     4100-MATCH-APPROVAL.
069800         IF AP-SHEET (WS-APPR-SUB) = WS-SHEET-NAME (1:20)
069900                 AND AP-RACE-ID (WS-APPR-SUB) = WS-DF-RACE-ID
070000             MOVE WS-APPR-SUB TO WS-APPR-HIT
070100         END-IF.
070200******************************************************************
070300*    5000-WRITE-DIFFERENCE - ONE REPORT LINE FOR THE DIFFERENCE
070400*    STAGED IN THE WS-DF FIELDS, COUNTED AS EXPLAINED OR NOT.
070500*    AN UNEXPLAINED ONE IS ALSO ECHOED TO THE CONSOLE.
070600******************************************************************
070700     5000-WRITE-DIFFERENCE.
070800         ADD 1 TO WS-DIFF-COUNT WS-VENUE-DIFFS.
070900         IF WS-DF-EXPLAINED
071000             ADD 1 TO WS-EXPLAINED-COUNT
071100         ELSE
071200             ADD 1 TO WS-UNEXPLAINED-COUNT
071300             DISPLAY "SHTDIFF: VENUE '" WS-VENUE-CODE "' RACE "
071400                 WS-DF-RACE-ID " " WS-DF-TYPE
071500                 "- NOTHING ACCOUNTS FOR IT"
071600         END-IF.
071700         MOVE WS-DF-OLD-TIME TO WS-ED-OLD-TIME.
071800         MOVE WS-DF-OLD-DIST TO WS-ED-OLD-DIST.
071900         MOVE WS-DF-NEW-TIME TO WS-ED-NEW-TIME.
072000         MOVE WS-DF-NEW-DIST TO WS-ED-NEW-DIST.
072100         MOVE SPACES TO REPORT-LINE.
072200         STRING "    RACE " DELIMITED BY SIZE
072300                 WS-DF-RACE-ID DELIMITED BY SIZE
072400                 " " DELIMITED BY SIZE
072500                 WS-DF-TYPE DELIMITED BY SIZE
072600                 " WAS " DELIMITED BY SIZE
072700                 WS-ED-OLD-TIME DELIMITED BY SIZE
072800                 WS-ED-OLD-DIST DELIMITED BY SIZE
072900                 "  NOW " DELIMITED BY SIZE
073000                 WS-ED-NEW-TIME DELIMITED BY SIZE
073100                 WS-ED-NEW-DIST DELIMITED BY SIZE
073200                 "  " DELIMITED BY SIZE
073300                 WS-DF-REASON DELIMITED BY SIZE
073400                 INTO RPT-TEXT
073500         END-STRING.
073600         WRITE REPORT-LINE.
073700******************************************************************
073800*    6000-WRITE-TRAILER - CLOSING COUNTS, SO A CLEAN NIGHT AND A
073900*    REPORT CUT SHORT CANNOT BE CONFUSED.
074000******************************************************************
074100     6000-WRITE-TRAILER.
074200         MOVE SPACES TO REPORT-LINE.
074300         WRITE REPORT-LINE.
074400         MOVE SPACES TO REPORT-LINE.
074500         STRING "END OF SHEET CHANGE REPORT - " DELIMITED BY SIZE
074600                 WS-HEATS-TOTAL DELIMITED BY SIZE
074700                 " HEATS COMPARED, " DELIMITED BY SIZE
074800                 WS-DIFF-COUNT DELIMITED BY SIZE
074900                 " DIFFERENCES, " DELIMITED BY SIZE
075000                 WS-EXPLAINED-COUNT DELIMITED BY SIZE
075100                 " EXPLAINED, " DELIMITED BY SIZE
075200                 WS-UNEXPLAINED-COUNT DELIMITED BY SIZE
075300                 " UNEXPLAINED" DELIMITED BY SIZE
075400                 INTO RPT-TEXT
075500         END-STRING.
075600         WRITE REPORT-LINE.
075700******************************************************************
075800*    9000/9100-WRITE-RUNLOG-START/END - APPEND THIS RUN'S START
075900*    AND END RECORDS TO THE SHARED RUN LEDGER.  THE END RECORD
076000*    IS WRITTEN ON THE NORMAL PATH AND ON EVERY ABORT PATH
076100*    (AFTER THE RETURN CODE IS SET).  ITS OUTCOME IS THE
076200*    UNEXPLAINED COUNT, "ALL EXPLAINED", OR "NO BASELINE" WHEN
076300*    NO GENERATION WAS FOUND TO COMPARE AGAINST.
076400******************************************************************
076500     9000-WRITE-RUNLOG-START.
076600         MOVE "START" TO WS-RL-TYPE.
076700         PERFORM 9200-WRITE-RUNLOG-RECORD.
076800     9100-WRITE-RUNLOG-END.
076900         MOVE "END  " TO WS-RL-TYPE.
077000         PERFORM 9200-WRITE-RUNLOG-RECORD.
077100     9200-WRITE-RUNLOG-RECORD.
077200         OPEN EXTEND RUNLOG-FILE.
077300         IF WS-RUNLOG-STATUS = "35"
077400             OPEN OUTPUT RUNLOG-FILE
077500         END-IF.
077600         ACCEPT WS-TIME-RAW FROM TIME.
077700         MOVE SPACES TO RUNLOG-FILE-RECORD.
077800         MOVE "SHTDIFF" TO RL-PROGRAM-ID.
077900         MOVE WS-RUN-DATE TO RL-RUN-DATE.
078000         MOVE WS-TIME-RAW (1:6) TO RL-RUN-TIME.
078100         MOVE WS-RL-TYPE TO RL-RECORD-TYPE.
078200         IF WS-RL-TYPE = "START"
078300             MOVE 0 TO RL-RACES
078400             MOVE SPACES TO RL-OUTCOME
078500             MOVE 0 TO RL-COMP-CODE
078600         ELSE
078700             MOVE WS-HEATS-TOTAL TO RL-RACES
078800             IF RETURN-CODE = 16
078900                 MOVE "ABORTED" TO RL-OUTCOME
079000             ELSE
079100                 IF NOT WS-GEN-FOUND
079200                     MOVE "NO BASELINE" TO RL-OUTCOME
079300                 ELSE
079400                     IF WS-UNEXPLAINED-COUNT > 0
079500                         STRING "UNEXPLAINED " DELIMITED BY SIZE
079600                                 WS-UNEXPLAINED-COUNT
079700                                 DELIMITED BY SIZE
079800                                 INTO RL-OUTCOME
079900                         END-STRING
080000                     ELSE
080100                         MOVE "ALL EXPLAINED" TO RL-OUTCOME
080200                     END-IF
080300                 END-IF
080400             END-IF
080500             MOVE RETURN-CODE TO RL-COMP-CODE
080600         END-IF.
080700         MOVE 'N' TO RL-RESUME-SW.
080800         MOVE 0 TO RL-CYCLE.
080900         WRITE RUNLOG-FILE-RECORD.
081000         CLOSE RUNLOG-FILE.
081100     END PROGRAM SHTDIFF.
