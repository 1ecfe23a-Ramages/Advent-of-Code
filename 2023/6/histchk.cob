000600*    DATE-WRITTEN: 2026-08-29
000700*
000800*    INTEGRITY CHECK AND REBUILD UTILITY FOR THE KEYED RACE-
000810*    HISTORY MASTER (RACEHIST) - THE ONLY COPY OF THE PER-HEAT
000820*    MIN/MAX SPEEDS AND MARGINS.
001200*
001210*    VERIFY MODE WALKS THE MASTER AGAINST THE KEYED RESULTS
001220*    MASTER AND THE DATED RESARCH.YYYYMMDD ARCHIVE GENERATIONS
001500*    OVER A KEYED DATE RANGE: EVERY PER-RACE RESULTS ROW MUST
001600*    HAVE A HISTORY RECORD WITH THE SAME WINNING COUNT UNDER
001700*    THE SAME DATE/VENUE/RACE/CYCLE KEY.  HISTORY RECORDS WITH
003400*    DATE        INIT  DESCRIPTION
003500*    ----------  ----  ----------------------------------------
003600*    2026-08-29  RH    ORIGINAL VERSION.
003610*    2026-10-12  RH    KEYED RESULTS MASTER - VERIFY MODE NOW
003620*                      READS THE LIVE ROWS FOR THE DATE RANGE
003630*                      STRAIGHT FROM THE INDEXED RESULTS
003640*                      MASTER (RESMAST), STARTING AT THE FROM
003650*                      DATE, INSTEAD OF SCANNING THE WHOLE
003660*                      SEQUENTIAL RESULTS FILE.  ROWS CARRIED
003670*                      OVER FROM BEFORE THE CYCLE FIELD
003680*                      EXISTED SIT UNDER CYCLE 00 AND ARE
003690*                      STILL COUNTED AS SKIPPED.
003700******************************************************************
003800     PROGRAM-ID. HISTCHK.
003900     ENVIRONMENT DIVISION.
004400             ACCESS MODE IS DYNAMIC
004500             RECORD KEY IS RH-KEY
004600             FILE STATUS IS WS-HIST-STATUS.
004610         SELECT RESMAST-FILE ASSIGN TO "RESMAST"
004620             ORGANIZATION IS INDEXED
004630             ACCESS MODE IS DYNAMIC
004640             RECORD KEY IS RM-KEY
004650             FILE STATUS IS WS-RESMAST-STATUS.
005000         SELECT RESARCH-FILE ASSIGN TO DYNAMIC WS-RES-ARCH-NAME
005100             ORGANIZATION IS LINE SEQUENTIAL
005200             FILE STATUS IS WS-RESARCH-STATUS.
006000     FILE SECTION.
006100     FD  HIST-FILE.
006200         COPY HISTREC.
006210     FD  RESMAST-FILE.
006220         COPY RESMREC.
006500     FD  RESARCH-FILE.
006600     01  RESARCH-RECORD             PIC X(49).
006700     FD  SHTARCH-FILE.
007400     01  WS-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
007500         88  WS-SCAN-EOF            VALUE 'Y'.
007600     01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
007610     01  WS-RESMAST-STATUS          PIC X(02) VALUE SPACES.
007800     01  WS-RESARCH-STATUS          PIC X(02) VALUE SPACES.
007900     01  WS-SHTARCH-STATUS          PIC X(02) VALUE SPACES.
008000     01  WS-CHKRPT-STATUS           PIC X(02) VALUE SPACES.
011900             10  RE-MATCHED-SW      PIC X(01).
012000                 88  RE-MATCHED     VALUE 'Y'.
012100     01  WS-RS-CYCLE                PIC 9(02) VALUE 0.
012110*
012120*    EVERY ROW IN SCOPE, MASTER OR ARCHIVED, IS LAID OUT HERE
012130*    IN THE ARCHIVE (RESLTREC) LAYOUT BEFORE IT IS FOLDED INTO
012140*    THE TABLE, SO ONE FOLD SERVES BOTH SOURCES.
012150     COPY RESLTREC.
012200     01  WS-ROWS-LOADED             PIC 9(05) VALUE 0.
012300     01  WS-ROWS-SKIPPED            PIC 9(05) VALUE 0.
012400     01  WS-ROWS-DROPPED            PIC 9(05) VALUE 0.
024500             UNTIL WS-ROW-SUB > WS-ROW-COUNT.
024600         PERFORM 2900-WRITE-VERIFY-SUMMARY.
024700******************************************************************
024710*    2200-LOAD-LIVE-RESULTS - FOLD THE RESULTS MASTER'S PARTONE
024720*    PER-RACE ROWS FOR THE DATE RANGE INTO THE TABLE.  THE
024730*    MASTER IS POSITIONED AT THE FROM DATE'S FIRST ROW AND
024740*    READ UNTIL THE DATE PASSES THE TO DATE.
025000*    ROWS FROM BEFORE THE RUN-CYCLE FIELD EXISTED CANNOT BE
025100*    HELD TO A KEYED MASTER RECORD AND ARE COUNTED AS SKIPPED.
025200******************************************************************
025300     2200-LOAD-LIVE-RESULTS.
025400         MOVE 'N' TO WS-EOF-SW.
025410         OPEN INPUT RESMAST-FILE.
025420         IF WS-RESMAST-STATUS = "35"
025430             DISPLAY "HISTCHK: NO RESULTS MASTER ON DISK"
025800             SET WS-EOF TO TRUE
025900         ELSE
025910             IF WS-RESMAST-STATUS NOT = "00"
025920                 DISPLAY "HISTCHK: CANNOT OPEN RESMAST - RUN "
025930                     "ABORTED (STATUS " WS-RESMAST-STATUS ")"
026300                 MOVE 16 TO RETURN-CODE
026400                 STOP RUN
026500             END-IF
026510             MOVE LOW-VALUES TO RM-KEY
026520             MOVE WS-FROM-DATE TO RM-RUN-DATE
026530             START RESMAST-FILE KEY NOT LESS THAN RM-KEY
026540                 INVALID KEY
027000                     SET WS-EOF TO TRUE
027010             END-START
027700         END-IF.
027702         PERFORM UNTIL WS-EOF
027704             READ RESMAST-FILE NEXT RECORD
027706                 AT END
027708                     SET WS-EOF TO TRUE
027710                 NOT AT END
027712                     IF RM-RUN-DATE > WS-TO-DATE
027714                         SET WS-EOF TO TRUE
027716                     ELSE
027718                         PERFORM 2210-POST-MASTER-ROW
027722                     END-IF
027724             END-READ
027726         END-PERFORM.
027728         IF WS-RESMAST-STATUS NOT = "35"
027730             CLOSE RESMAST-FILE
027732         END-IF.
027734******************************************************************
027736*    2210-POST-MASTER-ROW - LAY THE MASTER ROW OUT IN THE
027741*    ARCHIVE LAYOUT AND FOLD IT.
027745******************************************************************
027746     2210-POST-MASTER-ROW.
027760         MOVE SPACES TO RESULT-FILE-RECORD-X.
027762         MOVE RM-RUN-DATE TO RS-RUN-DATE.
027764         MOVE RM-PROGRAM-ID TO RS-PROGRAM-ID.
027766         MOVE RM-RACE-ID TO RS-RACE-ID.
027768         MOVE RM-FINAL-RESULT TO RS-FINAL-RESULT.
027770         MOVE RM-VENUE TO RS-VENUE.
027772         MOVE RM-CYCLE TO RS-CYCLE.
027774         PERFORM 2400-POST-ONE-ROW THRU 2400-EXIT.
027800******************************************************************
027900*    2300-LOAD-ARCHIVE-ROWS - SAME FOLD FOR ONE DATE'S RESARCH
028000*    GENERATION.  THE ARCHIVED ROWS ARE PLAIN RECORDS, SO EACH
031400*    2400-POST-ONE-ROW - FOLD THE RESULTS ROW IN THE RECORD
031500*    AREA INTO ITS DATE/VENUE/RACE/CYCLE SLOT.  ONLY PARTONE'S
031600*    PER-RACE ROWS INSIDE THE DATE RANGE COUNT - OVERALL ROWS
031610*    AND OTHER PROGRAMS' ROWS NEVER REACH THE MASTER.  A BLANK
031620*    CYCLE (AN OLD ARCHIVED ROW) OR CYCLE 00 (THE SAME KIND OF
031630*    ROW CARRIED ONTO THE RESULTS MASTER) PREDATES THE CYCLE
031640*    FIELD - PARTONE'S OWN CYCLES START AT 01 - AND IS SKIPPED.
031800******************************************************************
031900     2400-POST-ONE-ROW.
032000         IF RS-PROGRAM-ID NOT = "PARTONE "
032700             GO TO 2400-EXIT
032800         END-IF.
032900         IF RS-CYCLE NOT NUMERIC
032910                 OR RS-CYCLE = 0
033000             ADD 1 TO WS-ROWS-SKIPPED
033100             GO TO 2400-EXIT
033200         END-IF.
