000100******************************************************************
000200*    RESMREC.CPY
000300*    RECORD LAYOUT FOR THE KEYED QUALIFYING RESULTS MASTER
000400*    (RESMAST), AN INDEXED FILE KEYED BY RUN DATE, VENUE,
000500*    PROGRAM, RUN CYCLE AND RACE ID.  IT REPLACES THE OLD
000600*    APPEND-ONLY SEQUENTIAL RESULTS FILE, WHOSE READERS EACH
000700*    WALKED THE WHOLE SEASON FRONT TO BACK TO FIND ONE DATE.
000800*    THE RUN DATE LEADS THE KEY, SO A READER STARTS AT THE
000900*    DATE IT NEEDS AND STOPS WHEN THE DATE MOVES ON; WITHIN A
001000*    DATE A VENUE'S ROWS FOR ONE PROGRAM COME IN CYCLE ORDER,
001100*    SO THE LAST ONE READ FOR A RACE IS STILL THE LATEST.
001200*
001300*    THE FIELDS MEAN WHAT THEY MEANT ON THE SEQUENTIAL FILE
001400*    (SEE RESLTREC, STILL THE LAYOUT OF THE RESULTS1/RESULTS2
001500*    STAGING FILES AND THE RESARCH ARCHIVE GENERATIONS):
001600*    RACE ID 0000 IS THE OVERALL FIGURE, A BLANK VENUE IS
001700*    SINGLE-SHEET MODE, AND RECONCIL'S VERDICT ROW SITS UNDER
001800*    ITS OWN PROGRAM ID WITH A BLANK VENUE, CYCLE 00 AND RACE
001900*    0000.  A ROW POSTED AGAIN UNDER THE SAME KEY (A RESUMED
002000*    RUN, A RECONCIL RERUN) REWRITES IT IN PLACE.  ROWS FROM
002100*    BEFORE THE CYCLE FIELD EXISTED ARE HELD UNDER CYCLE 00.
002200*
002300*    THE DATE'S HIGHEST CYCLES AND RECONCILIATION VERDICT ARE
002400*    KEPT ON THE PER-DATE CONTROL RECORD (RESCTL - SEE
002500*    RESCREC), NOT WORKED OUT FROM THESE ROWS.
002600*
002700*    WRITTEN BY:     RESMERGE (POSTING THE STAGING FILES),
002800*                    RECONCIL (ITS VERDICT ROW)
002900*    DELETED BY:     ARCHPRGE (ROWS PAST RETENTION), BACKOUT
003000*                    (A BACKED-OUT RUN CYCLE'S ROWS)
003100*    READ BY:        RECONCIL, TRENDRPT, BOARDRPT, HISTCHK
003200******************************************************************
003300     01  RESMAST-FILE-RECORD.
003400         05  RM-KEY.
003500             10  RM-RUN-DATE         PIC 9(08).
003600             10  RM-VENUE            PIC X(04).
003700             10  RM-PROGRAM-ID       PIC X(08).
003800             10  RM-CYCLE            PIC 9(02).
003900             10  RM-RACE-ID          PIC 9(04).
004000         05  RM-FINAL-RESULT         PIC 9(18).
