000900*    REPORT FILES.  EVERYTHING OLDER THAN THE RETENTION CUTOFF
001000*    (RUN DATE MINUS THE DAYS IN THE ARCHCTL CONTROL FILE) IS
001100*    ROLLED INTO DATED ARCHIVE GENERATIONS (RESARCH.YYYYMMDD /
001110*    REPARCH.YYYYMMDD) AND TAKEN OFF THE LIVE FILES - DELETED
001120*    FROM THE KEYED RESULTS MASTER (ALONG WITH THE DATE'S
001130*    RESULTS CONTROL RECORD), AND LEFT OUT WHEN THE REPORT IS
001140*    REWRITTEN WITH ONLY THE RETAINED LINES, SO THE REPORT
001150*    STAYS PRINTABLE.  RESULTS ROWS ARE KEYED OFF THEIR RUN
001160*    DATE; REPORT LINES INHERIT THE RUN DATE OF THE SECTION
001600*    HEADER ABOVE THEM.  A ONE-LINE
001700*    SUMMARY PER FILE GOES TO ARCHSUMM (READ = ARCHIVED +
001800*    RETAINED) TO PROVE NOTHING WAS DROPPED.
001900*
002386*                      HISTORY UTILITY (HISTCHK) REBUILDS THE
002388*                      RACEHIST MASTER FROM AFTER AN INDEX
002390*                      FAILURE.
002391*    2026-10-09  RH    BUSINESS DATE - THE RUN DATE NOW
002392*                      COMES FROM THE SUITE'S BUSINESS-DATE
002393*                      CONTROL RECORD (BDATECHK) INSTEAD OF
002394*                      THE CLOCK, SO THE RETENTION CUTOFF,
002395*                      THE ARCHIVE GENERATION NAMES AND THE
002396*                      PURGE SUMMARY FOLLOW THE NIGHT BEING
002397*                      PROCESSED.
002399*    2026-10-12  RH    KEYED RESULTS MASTER - RESULTS ROWS
002401*                      PAST THE CUTOFF ARE NOW READ FROM THE
002403*                      FRONT OF THE INDEXED RESULTS MASTER
002405*                      (RESMAST), ARCHIVED IN THE SAME RESARCH
002407*                      LAYOUT AS BEFORE, AND DELETED BY KEY;
002409*                      THE RESWORK COPY-BACK IS GONE.  THE
002411*                      RESULTS CONTROL RECORDS (RESCTL) FOR
002413*                      THOSE DATES ARE PURGED TOO, WITH THEIR
002415*                      OWN LINE ON ARCHSUMM.
002417*    2026-10-15  RH    EVERY ARCHIVED HEAT NOW ALSO CARRIES THE
002419*                      CLOCK DATE AND TIME ITS SHEET WAS COPIED
002421*                      (SEE SHTAREC), SO SHTDIFF CAN TELL A FEED
002423*                      LOADED BEFORE THE COPY FROM ONE LOADED
002425*                      AFTER IT ON THE SAME DAY.
002427******************************************************************
002500     PROGRAM-ID. ARCHPRGE.
002600     ENVIRONMENT DIVISION.
002700     INPUT-OUTPUT SECTION.
002900         SELECT ARCHCTL-FILE ASSIGN TO "ARCHCTL"
003000             ORGANIZATION IS LINE SEQUENTIAL
003100             FILE STATUS IS WS-ARCHCTL-STATUS.
003110         SELECT RESMAST-FILE ASSIGN TO "RESMAST"
003120             ORGANIZATION IS INDEXED
003130             ACCESS MODE IS DYNAMIC
003140             RECORD KEY IS RM-KEY
003150             FILE STATUS IS WS-RESMAST-STATUS.
003160         SELECT RESCTL-FILE ASSIGN TO "RESCTL"
003170             ORGANIZATION IS INDEXED
003180             ACCESS MODE IS DYNAMIC
003190             RECORD KEY IS RC-RUN-DATE
003200             FILE STATUS IS WS-RESCTL-STATUS.
003500         SELECT RESARCH-FILE ASSIGN TO DYNAMIC WS-RES-ARCH-NAME
003600             ORGANIZATION IS LINE SEQUENTIAL
003700             FILE STATUS IS WS-RESARCH-STATUS.
004100         SELECT REPORT-FILE ASSIGN TO "REPORT"
004200             ORGANIZATION IS LINE SEQUENTIAL
004300             FILE STATUS IS WS-REPORT-STATUS.
005400     FILE SECTION.
005500     FD  ARCHCTL-FILE.
005600         COPY ARCHREC.
005610     FD  RESMAST-FILE.
005620         COPY RESMREC.
005630     FD  RESCTL-FILE.
005640         COPY RESCREC.
005900     FD  RESARCH-FILE.
006000     01  RESARCH-RECORD             PIC X(49).
006300     FD  REPORT-FILE.
006400         COPY REPRTREC.
006500     FD  REPARCH-FILE.
007200     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
007300         88  WS-EOF                 VALUE 'Y'.
007400     01  WS-ARCHCTL-STATUS          PIC X(02) VALUE SPACES.
007410     01  WS-RESMAST-STATUS          PIC X(02) VALUE SPACES.
007420     01  WS-RESCTL-STATUS           PIC X(02) VALUE SPACES.
007600     01  WS-RESARCH-STATUS          PIC X(02) VALUE SPACES.
007800     01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
007900     01  WS-REPARCH-STATUS          PIC X(02) VALUE SPACES.
008000     01  WS-REPWORK-STATUS          PIC X(02) VALUE SPACES.
008160     01  WS-SHEET-EOF-SW            PIC X(01) VALUE 'N'.
008170         88  WS-SHEET-EOF           VALUE 'Y'.
008200     01  WS-RUN-DATE                PIC 9(08) VALUE 0.
008210     01  WS-PROGRAM-ID              PIC X(08) VALUE "ARCHPRGE".
008220     01  WS-BDATE-RESULT            PIC X(01) VALUE SPACE.
008230         88  WS-BDATE-ERROR         VALUE 'E'.
008300     01  WS-CUTOFF-DATE             PIC 9(08) VALUE 0.
008400     01  WS-RETAIN-DAYS             PIC 9(03) VALUE 0.
008500     01  WS-RES-ARCH-NAME           PIC X(44) VALUE SPACES.
008650     01  WS-SHT-HEATS               PIC 9(05) VALUE 0.
008660     01  WS-VENUE-COUNT             PIC 9(02) VALUE 0.
008670     01  WS-VENUE-SUB               PIC 9(02) VALUE 0.
008672     01  WS-COPY-DATE               PIC 9(08) VALUE 0.
008674     01  WS-COPY-TIME-RAW           PIC X(08) VALUE SPACES.
008680*
008690*    THE DAY'S VENUES, IN SHEET-CONTROL FILE ORDER, THE SAME
008692*    TABLE THE CALCULATION PROGRAMS CARRY.
010000     01  WS-REP-READ                PIC 9(07) VALUE 0.
010100     01  WS-REP-ARCHIVED            PIC 9(07) VALUE 0.
010200     01  WS-REP-RETAINED            PIC 9(07) VALUE 0.
010210     01  WS-CTL-PURGED              PIC 9(07) VALUE 0.
010220*
010230*    AN ARCHIVED MASTER ROW IS LAID OUT HERE IN THE RESARCH
010240*    (RESLTREC) LAYOUT - THE GENERATIONS KEEP THE FORMAT THE
010250*    HISTORY UTILITY (HISTCHK) ALREADY READS.
010260     COPY RESLTREC.
010300     PROCEDURE DIVISION.
010400     MAIN-PROCEDURE.
010410         CALL "BDATECHK" USING WS-PROGRAM-ID WS-RUN-DATE
010420             WS-BDATE-RESULT.
010430         IF WS-BDATE-ERROR
010440             DISPLAY "ARCHPRGE: NO USABLE BUSINESS DATE - RUN "
010450                 "ABORTED"
010460             MOVE 16 TO RETURN-CODE
010470             GOBACK
010480         END-IF.
010600         PERFORM 1000-LOAD-CONTROL.
010700         PERFORM 1100-BUILD-ARCHIVE-NAMES.
010800         PERFORM 2000-SPLIT-RESULTS.
010810         PERFORM 2500-PURGE-CONTROL.
011000         PERFORM 3000-SPLIT-REPORT.
011100         PERFORM 3500-REWRITE-REPORT.
011150         PERFORM 3700-ARCHIVE-SHEETS.
016340                 INTO WS-SHT-ARCH-NAME
016350         END-STRING.
016400******************************************************************
016410*    2000-SPLIT-RESULTS - ONE PASS OVER THE RESULTS MASTER IN
016420*    KEY (RUN DATE) ORDER: ROWS DATED BEFORE THE CUTOFF ARE
016430*    WRITTEN TO THE ARCHIVE GENERATION AND THEN DELETED FROM
016440*    THE MASTER; THE REST ARE COUNTED AS RETAINED AND LEFT IN
016450*    PLACE.  EACH ROW IS ARCHIVED BEFORE IT IS DELETED, SO A
016460*    RUN KILLED PART WAY LOSES NOTHING - THE NEXT NIGHT PICKS
016470*    UP WHAT IS LEFT.  NO MASTER ON DISK MEANS NOTHING TO DO.
016900******************************************************************
017000     2000-SPLIT-RESULTS.
017100         MOVE 'N' TO WS-EOF-SW.
017110         OPEN I-O RESMAST-FILE.
017120         IF WS-RESMAST-STATUS = "35"
017130             DISPLAY "ARCHPRGE: NO RESULTS MASTER ON DISK - "
017500                 "NOTHING TO ARCHIVE THERE"
017600             SET WS-EOF TO TRUE
017700         ELSE
017710             IF WS-RESMAST-STATUS NOT = "00"
017720                 DISPLAY "ARCHPRGE: CANNOT OPEN RESMAST - RUN "
017730                     "ABORTED (STATUS " WS-RESMAST-STATUS ")"
018100                 MOVE 16 TO RETURN-CODE
018200                 GOBACK
018300             END-IF
018500             IF WS-RESARCH-STATUS = "35"
018600                 OPEN OUTPUT RESARCH-FILE
018700             END-IF
018900         END-IF.
019000         PERFORM UNTIL WS-EOF
019010             READ RESMAST-FILE NEXT RECORD
019200                 AT END
019300                     SET WS-EOF TO TRUE
019400                 NOT AT END
019500                     PERFORM 2100-SPLIT-ONE-RESULT
019600             END-READ
019700         END-PERFORM.
019710         IF WS-RESMAST-STATUS NOT = "35"
019720             CLOSE RESMAST-FILE RESARCH-FILE
020000         END-IF.
020100     2100-SPLIT-ONE-RESULT.
020200         ADD 1 TO WS-RES-READ.
020210         IF RM-RUN-DATE < WS-CUTOFF-DATE
020220             MOVE SPACES TO RESULT-FILE-RECORD-X
020230             MOVE RM-RUN-DATE TO RS-RUN-DATE
020240             MOVE RM-PROGRAM-ID TO RS-PROGRAM-ID
020250             MOVE RM-RACE-ID TO RS-RACE-ID
020260             MOVE RM-FINAL-RESULT TO RS-FINAL-RESULT
020270             MOVE RM-VENUE TO RS-VENUE
020280             MOVE RM-CYCLE TO RS-CYCLE
020500             MOVE RESULT-FILE-RECORD-X TO RESARCH-RECORD
020600             WRITE RESARCH-RECORD
020610             DELETE RESMAST-FILE RECORD
020620                 INVALID KEY
020630                     DISPLAY "ARCHPRGE: RESULTS ROW FOR "
020640                         RM-RUN-DATE " COULD NOT BE DELETED "
020650                         "(STATUS " WS-RESMAST-STATUS ")"
020660             END-DELETE
020700             ADD 1 TO WS-RES-ARCHIVED
020800         ELSE
021100             ADD 1 TO WS-RES-RETAINED
021200         END-IF.
021300******************************************************************
021310*    2500-PURGE-CONTROL - DELETE THE RESULTS CONTROL RECORDS
021320*    DATED BEFORE THE CUTOFF - THEIR ROWS ARE OFF THE MASTER,
021330*    AND NOTHING POSTS UNDER A DATE THAT OLD AGAIN.  THE FILE
021340*    IS KEYED BY DATE, SO THE PASS STOPS AT THE CUTOFF.  NO
021350*    CONTROL FILE ON DISK MEANS NOTHING TO DO.
021800******************************************************************
021810     2500-PURGE-CONTROL.
021820         MOVE 'N' TO WS-EOF-SW.
021830         OPEN I-O RESCTL-FILE.
021840         IF WS-RESCTL-STATUS = "35"
021850             SET WS-EOF TO TRUE
022200         ELSE
022210             IF WS-RESCTL-STATUS NOT = "00"
022220                 DISPLAY "ARCHPRGE: CANNOT OPEN RESCTL - RUN "
022230                     "ABORTED (STATUS " WS-RESCTL-STATUS ")"
022240                 MOVE 16 TO RETURN-CODE
022250                 GOBACK
022260             END-IF
023700         END-IF.
023702         PERFORM UNTIL WS-EOF
023704             READ RESCTL-FILE NEXT RECORD
023706                 AT END
023708                     SET WS-EOF TO TRUE
023710                 NOT AT END
023712                     IF RC-RUN-DATE NOT LESS THAN WS-CUTOFF-DATE
023714                         SET WS-EOF TO TRUE
023716                     ELSE
023718                         DELETE RESCTL-FILE RECORD
023720                             INVALID KEY
023722                                 DISPLAY "ARCHPRGE: CONTROL "
023724                                     "RECORD FOR " RC-RUN-DATE
023726                                     " COULD NOT BE DELETED"
023728                             NOT INVALID KEY
023730                                 ADD 1 TO WS-CTL-PURGED
023732                         END-DELETE
023734                     END-IF
023736             END-READ
023738         END-PERFORM.
023740         IF WS-RESCTL-STATUS NOT = "35"
023742             CLOSE RESCTL-FILE
023744         END-IF.
023800******************************************************************
023900*    3000-SPLIT-REPORT - SAME SPLIT FOR THE NARRATIVE REPORT.
024000*    A SECTION HEADER LINE ("QUALIFYING RACE REPORT - ...")
031799         CLOSE SHTARCH-FILE.
031800******************************************************************
031802*    3750-ARCHIVE-ONE-SHEET - COPY ONE VENUE'S SHEET, HEAT BY
031803*    HEAT, ONTO THE GENERATION.  THE CLOCK IS READ JUST BEFORE
031804*    THE SHEET IS OPENED, SO THE COPY STAMP IS NEVER LATER THAN
031805*    THE FIGURES IT COVERS.
031806******************************************************************
031808     3750-ARCHIVE-ONE-SHEET.
031810         MOVE VT-VENUE-CODE (WS-VENUE-SUB) TO WS-VENUE-CODE.
031812         MOVE VT-SHEET-NAME (WS-VENUE-SUB) TO WS-SHEET-NAME.
031814         MOVE 'N' TO WS-SHEET-EOF-SW.
031816         ACCEPT WS-COPY-DATE FROM DATE YYYYMMDD.
031818         ACCEPT WS-COPY-TIME-RAW FROM TIME.
031820         OPEN INPUT RACE-FILE.
031822         IF WS-RACE-STATUS NOT = "00"
031824             DISPLAY "ARCHPRGE: RACE SHEET " WS-SHEET-NAME
031826                 " NOT ON DISK (STATUS " WS-RACE-STATUS
031828                 ") - NOTHING TO ARCHIVE FOR VENUE '"
031830                 WS-VENUE-CODE "'"
031832         ELSE
031834             ADD 1 TO WS-SHT-SHEETS
031836             PERFORM UNTIL WS-SHEET-EOF
031838                 READ RACE-FILE
031840                     AT END
031842                         SET WS-SHEET-EOF TO TRUE
031844                     NOT AT END
031846                         MOVE SPACES TO SHTARCH-FILE-RECORD
031848                         MOVE WS-RUN-DATE TO SH-RUN-DATE
031850                         MOVE WS-VENUE-CODE TO SH-VENUE
031852                         MOVE RF-RACE-ID TO SH-RACE-ID
031854                         MOVE RF-RACE-TIME TO SH-RACE-TIME
031856                         MOVE RF-RACE-DIST TO SH-RACE-DIST
031858                         MOVE WS-COPY-DATE TO SH-COPY-DATE
031860                         MOVE WS-COPY-TIME-RAW (1:6)
031862                             TO SH-COPY-TIME
031864                         WRITE SHTARCH-FILE-RECORD
031866                         ADD 1 TO WS-SHT-HEATS
031868                 END-READ
031870             END-PERFORM
031872             CLOSE RACE-FILE
031874         END-IF.
031876******************************************************************
031900*    4000-WRITE-SUMMARY - ONE LINE PER FILE ON ARCHSUMM: READ,
032000*    ARCHIVED, AND RETAINED COUNTS (READ = ARCHIVED + RETAINED
032100*    PROVES NOTHING WAS DROPPED), PLUS THE CUTOFF USED.  ALSO
035692         END-STRING.
035694         DISPLAY "ARCHPRGE: " SUMMARY-RECORD.
035696         WRITE SUMMARY-RECORD.
035698         MOVE SPACES TO SUMMARY-RECORD.
035700         STRING WS-RUN-DATE DELIMITED BY SIZE
035702                 " RESCTL  PURGED " DELIMITED BY SIZE
035704                 WS-CTL-PURGED DELIMITED BY SIZE
035706                 " CUTOFF " DELIMITED BY SIZE
035708                 WS-CUTOFF-DATE DELIMITED BY SIZE
035710                 INTO SUMMARY-RECORD
035712         END-STRING.
035714         DISPLAY "ARCHPRGE: " SUMMARY-RECORD.
035716         WRITE SUMMARY-RECORD.
035718         CLOSE SUMMARY-FILE.
035800     END PROGRAM ARCHPRGE.
