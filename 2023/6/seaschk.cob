000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      SEASCHK
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-14
000700*
000800*    SEASON LOOK-UP SHARED BY EVERY PROGRAM THAT POSTS OR
000900*    REVERSES FIGURES UNDER A RUN DATE (PARTONE, PARTTWO,
001000*    RECONCIL, BACKOUT).  CALLED WITH THE RUN DATE, IT FINDS
001100*    THE SEASON ON THE SEASON CALENDAR MASTER (SEASMAST) THAT
001200*    COVERS THE DATE AND SAYS WHETHER THAT SEASON IS STILL
001300*    OPEN.  A SEASON THE SEASON-CLOSE JOB HAS CLOSED HAS
001400*    ALREADY BEEN ROLLED UP AND REPORTED TO THE ANNUAL
001500*    MEETING, SO THE CALLER MUST NOT POST INTO IT.
001600*
001700*    RESULT CODES RETURNED IN LK-RESULT:
001800*      'O' - THE DATE IS IN AN OPEN SEASON, LK-SEASON-CODE SET.
001900*      'C' - THE DATE IS IN A CLOSED SEASON, LK-SEASON-CODE
002000*            SET.  THE CALLER REFUSES TO POST.
002100*      'N' - NO MASTER ON DISK, OR NO SEASON COVERS THE DATE.
002200*            THE CALENDAR IS NOT IN EFFECT FOR THE DATE (THE
002300*            PHASE-IN RULE THE VENUE MASTER USES) AND THE
002400*            CALLER POSTS AS BEFORE.  LK-SEASON-CODE IS SPACES.
002500*      'E' - THE MASTER COULD NOT BE READ.  THE CALLER MUST
002600*            NOT GUESS AND ABORTS.
002700*
002800*    MODIFICATION HISTORY.
002900*    DATE        INIT  DESCRIPTION
003000*    ----------  ----  ----------------------------------------
003100*    2026-10-14  RH    ORIGINAL VERSION.
003200******************************************************************
003300     PROGRAM-ID. SEASCHK.
003400     ENVIRONMENT DIVISION.
003500     INPUT-OUTPUT SECTION.
003600     FILE-CONTROL.
003700         SELECT SEASMAST-FILE ASSIGN TO "SEASMAST"
003800             ORGANIZATION IS LINE SEQUENTIAL
003900             FILE STATUS IS WK-SEASMAST-STATUS.
004000     DATA DIVISION.
004100     FILE SECTION.
004200     FD  SEASMAST-FILE.
004300         COPY SEASREC.
004400     WORKING-STORAGE SECTION.
004500     01  WK-SEASMAST-STATUS         PIC X(02) VALUE SPACES.
004600     01  WK-EOF-SW                  PIC X(01) VALUE 'N'.
004700         88  WK-EOF                 VALUE 'Y'.
004800     LINKAGE SECTION.
004900     01  LK-PROGRAM-ID              PIC X(08).
005000     01  LK-RUN-DATE                PIC 9(08).
005100     01  LK-SEASON-CODE             PIC X(06).
005200     01  LK-RESULT                  PIC X(01).
005300     PROCEDURE DIVISION USING LK-PROGRAM-ID LK-RUN-DATE
005400             LK-SEASON-CODE LK-RESULT.
005500     0000-CHECK.
005600******************************************************************
005700*    READ THE MASTER UNTIL A SEASON COVERING THE DATE TURNS UP.
005800*    THE FILE IS OPENED AND CLOSED ON EVERY CALL - IT IS A FEW
005900*    RECORDS A YEAR.
006000******************************************************************
006100         MOVE 'N' TO LK-RESULT.
006200         MOVE SPACES TO LK-SEASON-CODE.
006300         MOVE 'N' TO WK-EOF-SW.
006400         OPEN INPUT SEASMAST-FILE.
006500         IF WK-SEASMAST-STATUS = "35"
006600             GO TO 0000-EXIT
006700         END-IF.
006800         IF WK-SEASMAST-STATUS NOT = "00"
006900             DISPLAY LK-PROGRAM-ID ": CANNOT OPEN SEASMAST "
007000                 "(STATUS " WK-SEASMAST-STATUS ")"
007100             MOVE 'E' TO LK-RESULT
007200             GO TO 0000-EXIT
007300         END-IF.
007400         PERFORM UNTIL WK-EOF
007500             READ SEASMAST-FILE
007600                 AT END
007700                     SET WK-EOF TO TRUE
007800                 NOT AT END
007900                     IF SN-START-DATE NOT > LK-RUN-DATE
008000                             AND SN-END-DATE NOT < LK-RUN-DATE
008100                         MOVE SN-SEASON-CODE TO LK-SEASON-CODE
008200                         IF SN-CLOSED
008300                             MOVE 'C' TO LK-RESULT
008400                         ELSE
008500                             MOVE 'O' TO LK-RESULT
008600                         END-IF
008700                         SET WK-EOF TO TRUE
008800                     END-IF
008900             END-READ
009000         END-PERFORM.
009100         CLOSE SEASMAST-FILE.
009200     0000-EXIT.
009300         GOBACK.
009400     END PROGRAM SEASCHK.
