000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      SEASCLOS
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-14
000700*
000800*    SEASON CLOSE.  RUN ONCE A SEASON HAS ENDED, FOR THE
000900*    SEASON CODE KEYED AT START-UP (SEE SEASREC).  THE SEASON
001000*    MUST BE ON THE SEASON CALENDAR MASTER (SEASMAST), STILL
001100*    OPEN, AND OVER - ITS LAST RUN DATE BEFORE THE SUITE'S
001200*    BUSINESS DATE (BDATECHK).
001300*
001400*    THE JOB REFUSES TO CLOSE THE SEASON, AND CHANGES NOTHING,
001500*    WHILE ANY RUN DATE IN IT IS NOT YET FINISHED WITH:
001600*      - A DATE/VENUE WITH HEATS ON THE RACE-HISTORY MASTER
001700*        (RACEHIST) WHOSE SIGN-OFF IN FORCE ON THE SIGN-OFF
001800*        STATUS FILE (SIGNOFF) IS NOT A "SIGNOFF " - NEVER
001900*        SIGNED OFF, OR OVERRIDDEN SINCE;
002000*      - AN EXCEPTION ON EXCEPTS STILL OPEN (NEITHER
002100*        ACKNOWLEDGED NOR RESOLVED THROUGH EXCPWRK).
002200*    EACH ONE IS LISTED ON THE CONSOLE AND THE JOB ENDS WITH
002300*    RETURN CODE 8.
002400*
002500*    OTHERWISE IT ROLLS RACEHIST UP INTO ONE SEASON SUMMARY
002600*    RECORD PER VENUE AND RACE ID (SEASSUMM, SEE SSUMREC),
002700*    COUNTING EACH HEAT ONCE AT ITS LATEST CYCLE, THE SAME
002800*    RULE CUTLIST RANKS BY: HEATS RUN, AVERAGE, BEST AND WORST
002900*    WINNING COUNT, TIGHTEST MARGIN EVER, AND THE EXCEPTIONS
003000*    RAISED AGAINST THE COUNTED CYCLES.  AN EXCEPTION AGAINST
003100*    AN EARLIER CYCLE BELONGS TO FIGURES A RERUN REPLACED, AND
003200*    ONE AGAINST A BACKED-OUT CYCLE TO FIGURES NO LONGER ON
003300*    FILE, SO NEITHER IS COUNTED.  THE SEASON REPORT (SEASRPT)
003400*    FOR THE ANNUAL MEETING PRINTS THE SAME FIGURES BY VENUE,
003500*    AND THE SEASON IS THEN MARKED CLOSED ON THE MASTER, SO
003600*    THE POSTING PROGRAMS (THROUGH SEASCHK) WILL NOT POST INTO
003700*    IT AGAIN.  THE MASTER IS UPDATED LAST: A CLOSE THAT DIES
003800*    BEFORE IT LEAVES THE SEASON OPEN, AND THE SUMMARY ROWS
003900*    ALREADY WRITTEN ARE REPORTED ON THE RERUN RATHER THAN
004000*    WRITTEN TWICE.
004100*
004200*    ENDS WITH RETURN CODE 4 WHEN THE SEASON HAD NO HEATS ON
004300*    RACEHIST (IT IS STILL CLOSED), 8 WHEN THE CLOSE IS
004400*    REFUSED, AND 16 ON A FILE OR TABLE FAILURE.
004500*
004600*    MODIFICATION HISTORY.
004700*    DATE        INIT  DESCRIPTION
004800*    ----------  ----  ----------------------------------------
004900*    2026-10-14  RH    ORIGINAL VERSION.
004910*    2026-10-15  RH    THE SEASON IS NOW MARKED CLOSED ON A
004920*                      FRESH READ OF THE MASTER, NOT THE COPY
004930*                      LOADED AT START-UP, SO A SEASMNTU SAVE
004940*                      MADE WHILE THE CLOSE RAN IS NOT LOST.  A
004950*                      SEASON GONE, ALREADY CLOSED, OR REDATED
004960*                      IN THE MEANTIME IS NOT MARKED (CODE 16).
005000******************************************************************
005100     PROGRAM-ID. SEASCLOS.
005200     ENVIRONMENT DIVISION.
005300     INPUT-OUTPUT SECTION.
005400     FILE-CONTROL.
005500         SELECT SEASMAST-FILE ASSIGN TO "SEASMAST"
005600             ORGANIZATION IS LINE SEQUENTIAL
005700             FILE STATUS IS WS-SEASMAST-STATUS.
005800         SELECT VENMASTR-FILE ASSIGN TO "VENMASTR"
005900             ORGANIZATION IS LINE SEQUENTIAL
006000             FILE STATUS IS WS-VENMASTR-STATUS.
006100         SELECT HIST-FILE ASSIGN TO "RACEHIST"
006200             ORGANIZATION IS INDEXED
006300             ACCESS MODE IS DYNAMIC
006400             RECORD KEY IS RH-KEY
006500             FILE STATUS IS WS-HIST-STATUS.
006600         SELECT EXCEPT-FILE ASSIGN TO "EXCEPTS"
006700             ORGANIZATION IS LINE SEQUENTIAL
006800             FILE STATUS IS WS-EXCEPT-STATUS.
006900         SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF"
007000             ORGANIZATION IS LINE SEQUENTIAL
007100             FILE STATUS IS WS-SIGNOFF-STATUS.
007200         SELECT SEASSUMM-FILE ASSIGN TO "SEASSUMM"
007300             ORGANIZATION IS LINE SEQUENTIAL
007400             FILE STATUS IS WS-SEASSUMM-STATUS.
007500         SELECT SEASRPT-FILE ASSIGN TO "SEASRPT"
007600             ORGANIZATION IS LINE SEQUENTIAL
007700             FILE STATUS IS WS-SEASRPT-STATUS.
007800     DATA DIVISION.
007900     FILE SECTION.
008000     FD  SEASMAST-FILE.
008100         COPY SEASREC.
008200     FD  VENMASTR-FILE.
008300         COPY VENMREC.
008400     FD  HIST-FILE.
008500         COPY HISTREC.
008600     FD  EXCEPT-FILE.
008700         COPY EXCPTREC.
008800     FD  SIGNOFF-FILE.
008900         COPY SIGNREC.
009000     FD  SEASSUMM-FILE.
009100         COPY SSUMREC.
009200     FD  SEASRPT-FILE.
009300         COPY REPRTREC.
009400     WORKING-STORAGE SECTION.
009500     01  WS-SEASMAST-STATUS         PIC X(02) VALUE SPACES.
009600     01  WS-VENMASTR-STATUS         PIC X(02) VALUE SPACES.
009700     01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
009800     01  WS-EXCEPT-STATUS           PIC X(02) VALUE SPACES.
009900     01  WS-SIGNOFF-STATUS          PIC X(02) VALUE SPACES.
010000     01  WS-SEASSUMM-STATUS         PIC X(02) VALUE SPACES.
010100     01  WS-SEASRPT-STATUS          PIC X(02) VALUE SPACES.
010200     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
010300         88  WS-EOF                 VALUE 'Y'.
010400     01  WS-HIST-OPEN-SW            PIC X(01) VALUE 'N'.
010500         88  WS-HIST-OPEN           VALUE 'Y'.
010600     01  WS-LATEST-SW               PIC X(01) VALUE 'N'.
010700         88  WS-LATEST              VALUE 'Y'.
010800     01  WS-ROWS-ON-FILE-SW         PIC X(01) VALUE 'N'.
010900         88  WS-ROWS-ON-FILE        VALUE 'Y'.
011000     01  WS-TODAY                   PIC 9(08) VALUE 0.
011100     01  WS-RUN-DATE                PIC 9(08) VALUE 0.
011200     01  WS-PROGRAM-ID              PIC X(08) VALUE "SEASCLOS".
011300     01  WS-BDATE-RESULT            PIC X(01) VALUE SPACE.
011400         88  WS-BDATE-ERROR         VALUE 'E'.
011500*
011600*    THE SEASON BEING CLOSED, AND THE CALENDAR IT SITS ON -
011700*    LOADED WHOLE AND REWRITTEN WHOLE WHEN THE SEASON IS
011800*    MARKED CLOSED, THE SAME WAY SEASMNTU CARRIES IT.
011900     01  WS-SEASON-CODE             PIC X(06) VALUE SPACES.
012000     01  WS-SEASON-NAME             PIC X(30) VALUE SPACES.
012100     01  WS-START-DATE              PIC 9(08) VALUE 0.
012200     01  WS-END-DATE                PIC 9(08) VALUE 0.
012300     01  WS-SEASON-COUNT            PIC 9(02) VALUE 0.
012400     01  WS-SEAS-SUB                PIC 9(02) VALUE 0.
012500     01  WS-SEAS-HIT                PIC 9(02) VALUE 0.
012600     01  SEASON-TABLE.
012700         05  SEASON-ENTRY OCCURS 50 TIMES.
012800             10  ST-CODE            PIC X(06).
012900             10  ST-NAME            PIC X(30).
013000             10  ST-START-DATE      PIC 9(08).
013100             10  ST-END-DATE        PIC 9(08).
013200             10  ST-STATUS          PIC X(01).
013300                 88  ST-CLOSED      VALUE 'C'.
013400             10  ST-CLOSED-DATE     PIC 9(08).
013500*
013600*    VENUE NAMES FOR THE REPORT HEADINGS.  NO VENUE MASTER ON
013700*    DISK SIMPLY MEANS THE HEADINGS CARRY THE CODE ALONE.
013800     01  WS-VENM-COUNT              PIC 9(02) VALUE 0.
013900     01  WS-VENM-SUB                PIC 9(02) VALUE 0.
014000     01  WS-VENM-HIT                PIC 9(02) VALUE 0.
014100     01  VENM-TABLE.
014200         05  VENM-ENTRY OCCURS 50 TIMES.
014300             10  VMT-CODE           PIC X(04).
014400             10  VMT-NAME           PIC X(30).
014500*
014600*    EVERY DATE/VENUE IN THE SEASON WITH HEATS ON RACEHIST, IN
014700*    KEY ORDER, AND WHETHER THE SIGN-OFF IN FORCE FOR IT IS A
014800*    "SIGNOFF ".  FIXED AT 4000 - TEN VENUES EVERY DAY OF A
014900*    YEAR-LONG SEASON; A SEASON THAT WILL NOT FIT IS REFUSED
015000*    RATHER THAN CLOSED UNCHECKED.
015100     01  WS-DAY-COUNT               PIC 9(04) VALUE 0.
015200     01  WS-DAY-SUB                 PIC 9(04) VALUE 0.
015300     01  WS-DAY-HIT                 PIC 9(04) VALUE 0.
015400     01  DAY-TABLE.
015500         05  DAY-ENTRY OCCURS 4000 TIMES.
015600             10  DT-RUN-DATE        PIC 9(08).
015700             10  DT-VENUE           PIC X(04).
015800             10  DT-SIGNED-SW       PIC X(01).
015900                 88  DT-SIGNED      VALUE 'Y'.
016000*
016100*    THE HEAT IN HAND.  A HEAT'S CYCLES ARRIVE TOGETHER AND IN
016200*    ORDER, SO EACH RECORD FOR THE SAME DATE/VENUE/RACE
016300*    OVERWRITES THE LAST, AND THE HEAT IS FOLDED INTO THE
016400*    SUMMARY ONLY WHEN THE NEXT ONE STARTS - AT ITS LATEST
016500*    CYCLE.
016600     01  WS-HELD-SW                 PIC X(01) VALUE 'N'.
016700         88  WS-HEAT-HELD           VALUE 'Y'.
016800     01  WS-HELD-DATE               PIC 9(08) VALUE 0.
016900     01  WS-HELD-VENUE              PIC X(04) VALUE SPACES.
017000     01  WS-HELD-RACE-ID            PIC 9(04) VALUE 0.
017100     01  WS-HELD-COUNT              PIC 9(15) VALUE 0.
017200     01  WS-HELD-MARGIN             PIC 9(18) VALUE 0.
017300*
017400*    THE SEASON SUMMARY, ONE SLOT PER VENUE/RACE, KEPT IN
017500*    VENUE/RACE ORDER AS SLOTS ARE OPENED SO THE SUMMARY FILE
017600*    AND THE REPORT COME OUT SORTED.  FIXED AT 1000 SLOTS; A
017700*    SEASON THAT WILL NOT FIT IS REFUSED.
017800     01  WS-SUM-COUNT               PIC 9(04) VALUE 0.
017900     01  WS-SUM-SUB                 PIC 9(04) VALUE 0.
018000     01  WS-SUM-HIT                 PIC 9(04) VALUE 0.
018100     01  WS-INS-SUB                 PIC 9(04) VALUE 0.
018200     01  WS-NEW-KEY.
018300         05  WS-NEW-VENUE           PIC X(04).
018400         05  WS-NEW-RACE-ID         PIC 9(04).
018500     01  SUMMARY-TABLE.
018600         05  SUM-ENTRY OCCURS 1000 TIMES.
018700             10  SM-KEY.
018800                 15  SM-VENUE       PIC X(04).
018900                 15  SM-RACE-ID     PIC 9(04).
019000             10  SM-HEATS           PIC 9(05).
019100             10  SM-COUNT-TOTAL     PIC 9(18).
019200             10  SM-BEST            PIC 9(15).
019300             10  SM-WORST           PIC 9(15).
019400             10  SM-TIGHTEST        PIC 9(18).
019500             10  SM-EXCEPTIONS      PIC 9(05).
019600*
019700*    RUN TOTALS.
019800     01  WS-HEATS-ROLLED            PIC 9(06) VALUE 0.
019900     01  WS-UNSIGNED                PIC 9(04) VALUE 0.
020000     01  WS-OPEN-EXCEPTIONS         PIC 9(05) VALUE 0.
020100     01  WS-EXC-COUNTED             PIC 9(05) VALUE 0.
020200     01  WS-EX-CYCLE                PIC 9(02) VALUE 0.
020300     01  WS-AVG-COUNT               PIC 9(15)V9(02) VALUE 0.
020400     01  WS-MARGIN-DEC              PIC 9(16)V9(02) VALUE 0.
020500*
020600*    PRINT BOOKKEEPING.  A PAGE HOLDS 60 PRINT LINES; A VENUE
020700*    THAT RUNS PAST THE PAGE DEPTH CARRIES ON UNDER A FRESH
020800*    PAGE BANNER AND ITS HEADINGS AGAIN.
020900     01  WS-PAGE-NUM                PIC 9(04) VALUE 0.
021000     01  WS-LINE-COUNT              PIC 9(02) VALUE 0.
021100     01  WS-PAGE-DEPTH              PIC 9(02) VALUE 60.
021200     01  WS-CUR-VENUE               PIC X(04) VALUE SPACES.
021300     01  WS-VENUE-HEATS             PIC 9(06) VALUE 0.
021400     01  WS-VENUE-EXCEPTIONS        PIC 9(05) VALUE 0.
021500     01  WS-VENUE-RACES             PIC 9(04) VALUE 0.
021600     01  SC-PAGE-EDIT               PIC Z(03)9.
021700     01  SC-RACE-EDIT               PIC Z(03)9.
021800     01  SC-HEATS-EDIT              PIC Z(04)9.
021900     01  SC-AVG-EDIT                PIC Z(14)9.99.
022000     01  SC-BEST-EDIT               PIC Z(14)9.
022100     01  SC-WORST-EDIT              PIC Z(14)9.
022200     01  SC-MARGIN-EDIT             PIC Z(15)9.99.
022300     01  SC-EXC-EDIT                PIC Z(04)9.
022400     01  SC-TOTAL-EDIT              PIC Z(05)9.
022500     PROCEDURE DIVISION.
022600     MAIN-PROCEDURE.
022700         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
022800         CALL "BDATECHK" USING WS-PROGRAM-ID WS-RUN-DATE
022900             WS-BDATE-RESULT.
023000         IF WS-BDATE-ERROR
023100             DISPLAY "SEASCLOS: NO USABLE BUSINESS DATE - RUN "
023200                 "ABORTED"
023300             MOVE 16 TO RETURN-CODE
023400             GOBACK
023500         END-IF.
023600         DISPLAY "SEASCLOS: ENTER THE SEASON CODE TO CLOSE: "
023700             WITH NO ADVANCING.
023800         ACCEPT WS-SEASON-CODE.
023900         INSPECT WS-SEASON-CODE
024000             CONVERTING "abcdefghijklmnopqrstuvwxyz"
024100                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
024200         IF WS-SEASON-CODE = SPACES
024300             DISPLAY "SEASCLOS: NO SEASON CODE KEYED - RUN "
024400                 "ABORTED"
024500             MOVE 16 TO RETURN-CODE
024600             GOBACK
024700         END-IF.
024800         PERFORM 1000-LOAD-SEASONS.
024900         PERFORM 1100-CHECK-SEASON.
025000         PERFORM 1200-CHECK-SUMMARY-FILE.
025100         PERFORM 1300-LOAD-VENUE-NAMES.
025200         PERFORM 2000-ROLL-UP-HISTORY THRU 2000-EXIT.
025300         PERFORM 3000-CHECK-EXCEPTIONS.
025400         IF WS-HIST-OPEN
025500             CLOSE HIST-FILE
025600         END-IF.
025700         PERFORM 4000-CHECK-SIGNOFF.
025800         IF WS-UNSIGNED > 0 OR WS-OPEN-EXCEPTIONS > 0
025900             DISPLAY "SEASCLOS: SEASON " WS-SEASON-CODE
026000                 " NOT CLOSED - " WS-UNSIGNED " DATE/VENUE(S) "
026100                 "NOT SIGNED OFF, " WS-OPEN-EXCEPTIONS
026200                 " OPEN EXCEPTION(S) - NOTHING CHANGED"
026300             MOVE 8 TO RETURN-CODE
026400             GOBACK
026500         END-IF.
026600         PERFORM 5000-OPEN-OUTPUTS.
026700         PERFORM 5100-WRITE-ONE-SUMMARY
026800             VARYING WS-SUM-SUB FROM 1 BY 1
026900             UNTIL WS-SUM-SUB > WS-SUM-COUNT.
027000         CLOSE SEASSUMM-FILE.
027100         PERFORM 6000-WRITE-REPORT.
027200         PERFORM 7000-WRITE-TOTALS.
027300         CLOSE SEASRPT-FILE.
027400         PERFORM 7500-MARK-SEASON-CLOSED.
027500         DISPLAY "SEASCLOS: SEASON " WS-SEASON-CODE " CLOSED - "
027600             WS-HEATS-ROLLED " HEATS OVER " WS-SUM-COUNT
027700             " VENUE/RACES - SEE SEASRPT AND SEASSUMM".
027800         IF WS-HEATS-ROLLED = 0
027900             MOVE 4 TO RETURN-CODE
028000         END-IF.
028100         GOBACK.
028200******************************************************************
028300*    1000-LOAD-SEASONS - READ THE SEASON CALENDAR INTO THE
028400*    WORKING TABLE.  WITH NO CALENDAR THERE IS NO SEASON TO
028500*    CLOSE.
028600******************************************************************
028700     1000-LOAD-SEASONS.
028800         MOVE 'N' TO WS-EOF-SW.
028900         OPEN INPUT SEASMAST-FILE.
029000         IF WS-SEASMAST-STATUS = "35"
029100             DISPLAY "SEASCLOS: NO SEASON MASTER (SEASMAST) ON "
029200                 "FILE - RUN ABORTED"
029300             MOVE 16 TO RETURN-CODE
029400             GOBACK
029500         END-IF.
029600         IF WS-SEASMAST-STATUS NOT = "00"
029700             DISPLAY "SEASCLOS: CANNOT OPEN SEASMAST - RUN "
029800                 "ABORTED (STATUS " WS-SEASMAST-STATUS ")"
029900             MOVE 16 TO RETURN-CODE
030000             GOBACK
030100         END-IF.
030200         PERFORM UNTIL WS-EOF
030300             READ SEASMAST-FILE
030400                 AT END
030500                     SET WS-EOF TO TRUE
030600                 NOT AT END
030700                     IF WS-SEASON-COUNT NOT LESS THAN 50
030800                         DISPLAY "SEASCLOS: SEASMAST HOLDS "
030900                             "MORE THAN 50 SEASONS - RUN "
031000                             "ABORTED"
031100                         CLOSE SEASMAST-FILE
031200                         MOVE 16 TO RETURN-CODE
031300                         GOBACK
031400                     END-IF
031500                     ADD 1 TO WS-SEASON-COUNT
031600                     MOVE SN-SEASON-CODE TO
031700                         ST-CODE (WS-SEASON-COUNT)
031800                     MOVE SN-SEASON-NAME TO
031900                         ST-NAME (WS-SEASON-COUNT)
032000                     MOVE SN-START-DATE TO
032100                         ST-START-DATE (WS-SEASON-COUNT)
032200                     MOVE SN-END-DATE TO
032300                         ST-END-DATE (WS-SEASON-COUNT)
032400                     MOVE SN-STATUS TO
032500                         ST-STATUS (WS-SEASON-COUNT)
032600                     MOVE SN-CLOSED-DATE TO
032700                         ST-CLOSED-DATE (WS-SEASON-COUNT)
032800             END-READ
032900         END-PERFORM.
033000         CLOSE SEASMAST-FILE.
033100******************************************************************
033200*    1100-CHECK-SEASON - THE SEASON MUST BE ON THE CALENDAR,
033300*    STILL OPEN, AND OVER BY THE BUSINESS DATE - A SEASON
033400*    STILL RUNNING WOULD GO ON TAKING RESULTS AFTER ITS
033500*    SUMMARY WAS PRINTED.
033600******************************************************************
033700     1100-CHECK-SEASON.
033800         MOVE 0 TO WS-SEAS-HIT.
033900         PERFORM 1150-MATCH-SEASON
034000             VARYING WS-SEAS-SUB FROM 1 BY 1
034100             UNTIL WS-SEAS-SUB > WS-SEASON-COUNT.
034200         IF WS-SEAS-HIT = 0
034300             DISPLAY "SEASCLOS: SEASON " WS-SEASON-CODE
034400                 " IS NOT ON THE SEASON MASTER - RUN ABORTED"
034500             MOVE 16 TO RETURN-CODE
034600             GOBACK
034700         END-IF.
034800         IF ST-CLOSED (WS-SEAS-HIT)
034900             DISPLAY "SEASCLOS: SEASON " WS-SEASON-CODE
035000                 " WAS ALREADY CLOSED ON "
035100                 ST-CLOSED-DATE (WS-SEAS-HIT)
035200                 " - NOTHING CHANGED"
035300             MOVE 8 TO RETURN-CODE
035400             GOBACK
035500         END-IF.
035600         MOVE ST-NAME (WS-SEAS-HIT) TO WS-SEASON-NAME.
035700         MOVE ST-START-DATE (WS-SEAS-HIT) TO WS-START-DATE.
035800         MOVE ST-END-DATE (WS-SEAS-HIT) TO WS-END-DATE.
035900         IF WS-END-DATE NOT < WS-RUN-DATE
036000             DISPLAY "SEASCLOS: SEASON " WS-SEASON-CODE
036100                 " RUNS TO " WS-END-DATE " - IT CANNOT BE "
036200                 "CLOSED UNTIL THE BUSINESS DATE ("
036300                 WS-RUN-DATE ") IS PAST ITS LAST RUN DATE"
036400             MOVE 8 TO RETURN-CODE
036500             GOBACK
036600         END-IF.
036700     1150-MATCH-SEASON.
036800         IF ST-CODE (WS-SEAS-SUB) = WS-SEASON-CODE
036900                 AND WS-SEAS-HIT = 0
037000             MOVE WS-SEAS-SUB TO WS-SEAS-HIT
037100         END-IF.
037200******************************************************************
037300*    1200-CHECK-SUMMARY-FILE - A SEASON STILL OPEN SHOULD HAVE
037400*    NO ROWS ON THE SUMMARY FILE.  ANY THAT ARE THERE WERE
037500*    WRITTEN BY A CLOSE THAT DIED BEFORE IT MARKED THE SEASON
037600*    CLOSED; THEY MUST BE TAKEN OFF BEFORE THE CLOSE IS RUN
037700*    AGAIN, OR THE SEASON WOULD BE SUMMARIZED TWICE.
037800******************************************************************
037900     1200-CHECK-SUMMARY-FILE.
038000         MOVE 'N' TO WS-EOF-SW.
038100         OPEN INPUT SEASSUMM-FILE.
038200         IF WS-SEASSUMM-STATUS = "35"
038300             SET WS-EOF TO TRUE
038400         ELSE
038500             IF WS-SEASSUMM-STATUS NOT = "00"
038600                 DISPLAY "SEASCLOS: CANNOT OPEN SEASSUMM - RUN "
038700                     "ABORTED (STATUS " WS-SEASSUMM-STATUS ")"
038800                 MOVE 16 TO RETURN-CODE
038900                 GOBACK
039000             END-IF
039100         END-IF.
039200         PERFORM UNTIL WS-EOF
039300             READ SEASSUMM-FILE
039400                 AT END
039500                     SET WS-EOF TO TRUE
039600                 NOT AT END
039700                     IF SS-SEASON-CODE = WS-SEASON-CODE
039800                         SET WS-ROWS-ON-FILE TO TRUE
039900                         SET WS-EOF TO TRUE
040000                     END-IF
040100             END-READ
040200         END-PERFORM.
040300         IF WS-SEASSUMM-STATUS NOT = "35"
040400             CLOSE SEASSUMM-FILE
040500         END-IF.
040600         IF WS-ROWS-ON-FILE
040700             DISPLAY "SEASCLOS: SEASSUMM ALREADY HOLDS ROWS FOR "
040800                 "SEASON " WS-SEASON-CODE " FROM A CLOSE THAT "
040900                 "DID NOT FINISH - TAKE THEM OFF AND RERUN"
041000             MOVE 16 TO RETURN-CODE
041100             GOBACK
041200         END-IF.
041300******************************************************************
041400*    1300-LOAD-VENUE-NAMES - TABLE THE VENUE MASTER'S CODES
041500*    AND NAMES FOR THE REPORT.  EVERY VENUE IS KEPT, ACTIVE
041600*    OR NOT - A VENUE RETIRED SINCE STILL RAN IN THE SEASON.
041700******************************************************************
041800     1300-LOAD-VENUE-NAMES.
041900         MOVE 'N' TO WS-EOF-SW.
042000         OPEN INPUT VENMASTR-FILE.
042100         IF WS-VENMASTR-STATUS = "35"
042200             SET WS-EOF TO TRUE
042300         ELSE
042400             IF WS-VENMASTR-STATUS NOT = "00"
042500                 DISPLAY "SEASCLOS: CANNOT OPEN VENMASTR - RUN "
042600                     "ABORTED (STATUS " WS-VENMASTR-STATUS ")"
042700                 MOVE 16 TO RETURN-CODE
042800                 GOBACK
042900             END-IF
043000         END-IF.
043100         PERFORM UNTIL WS-EOF
043200             READ VENMASTR-FILE
043300                 AT END
043400                     SET WS-EOF TO TRUE
043500                 NOT AT END
043600                     IF WS-VENM-COUNT < 50
043700                         ADD 1 TO WS-VENM-COUNT
043800                         MOVE VM-VENUE-CODE
043900                             TO VMT-CODE (WS-VENM-COUNT)
044000                         MOVE VM-VENUE-NAME
044100                             TO VMT-NAME (WS-VENM-COUNT)
044200                     END-IF
044300             END-READ
044400         END-PERFORM.
044500         IF WS-VENMASTR-STATUS NOT = "35"
044600             CLOSE VENMASTR-FILE
044700         END-IF.
044800******************************************************************
044900*    2000-ROLL-UP-HISTORY - POSITION RACEHIST AT THE SEASON'S
045000*    FIRST RUN DATE AND READ FORWARD UNTIL THE DATE MOVES PAST
045100*    ITS LAST, FOLDING EACH HEAT INTO THE SUMMARY AT ITS
045200*    LATEST CYCLE AND NOTING EVERY DATE/VENUE FOR THE SIGN-OFF
045300*    CHECK.  THE MASTER STAYS OPEN FOR THE EXCEPTIONS PASS.
045400*    NO MASTER ON DISK MEANS NOTHING WAS EVER POSTED.
045500******************************************************************
045600     2000-ROLL-UP-HISTORY.
045700         MOVE 'N' TO WS-EOF-SW.
045800         OPEN INPUT HIST-FILE.
045900         IF WS-HIST-STATUS = "35"
046000             DISPLAY "SEASCLOS: NO RACE-HISTORY MASTER ON FILE "
046100                 "- NOTHING TO ROLL UP"
046200             GO TO 2000-EXIT
046300         END-IF.
046400         IF WS-HIST-STATUS NOT = "00"
046500             DISPLAY "SEASCLOS: CANNOT OPEN RACEHIST - RUN "
046600                 "ABORTED (STATUS " WS-HIST-STATUS ")"
046700             MOVE 16 TO RETURN-CODE
046800             GOBACK
046900         END-IF.
047000         SET WS-HIST-OPEN TO TRUE.
047100         MOVE WS-START-DATE TO RH-RUN-DATE.
047200         MOVE LOW-VALUES TO RH-VENUE.
047300         MOVE 0 TO RH-RACE-ID.
047400         MOVE 0 TO RH-CYCLE.
047500         START HIST-FILE KEY NOT LESS THAN RH-KEY
047600             INVALID KEY
047700                 SET WS-EOF TO TRUE
047800         END-START.
047900         PERFORM 2100-READ-ONE-HEAT
048000             UNTIL WS-EOF.
048100         IF WS-HEAT-HELD
048200             PERFORM 2300-FOLD-HEAT
048300         END-IF.
048400     2000-EXIT.
048500         EXIT.
048600     2100-READ-ONE-HEAT.
048700         READ HIST-FILE NEXT RECORD
048800             AT END
048900                 SET WS-EOF TO TRUE
049000             NOT AT END
049100                 IF RH-RUN-DATE > WS-END-DATE
049200                     SET WS-EOF TO TRUE
049300                 ELSE
049400                     PERFORM 2200-KEEP-HEAT
049500                 END-IF
049600         END-READ.
049700     2200-KEEP-HEAT.
049800         IF WS-HEAT-HELD
049900                 AND RH-RUN-DATE = WS-HELD-DATE
050000                 AND RH-VENUE = WS-HELD-VENUE
050100                 AND RH-RACE-ID = WS-HELD-RACE-ID
050200             CONTINUE
050300         ELSE
050400             IF WS-HEAT-HELD
050500                 PERFORM 2300-FOLD-HEAT
050600             END-IF
050700             PERFORM 2400-NOTE-DAY
050800             SET WS-HEAT-HELD TO TRUE
050900             MOVE RH-RUN-DATE TO WS-HELD-DATE
051000             MOVE RH-VENUE TO WS-HELD-VENUE
051100             MOVE RH-RACE-ID TO WS-HELD-RACE-ID
051200         END-IF.
051300         MOVE RH-RES-COUNT TO WS-HELD-COUNT.
051400         MOVE RH-MARGIN TO WS-HELD-MARGIN.
051500*
051600*    FOLD THE HELD HEAT INTO ITS VENUE/RACE SLOT.  THE FIRST
051700*    HEAT SETS THE BEST, WORST AND TIGHTEST OUTRIGHT.
051800     2300-FOLD-HEAT.
051900         MOVE WS-HELD-VENUE TO WS-NEW-VENUE.
052000         MOVE WS-HELD-RACE-ID TO WS-NEW-RACE-ID.
052100         PERFORM 2500-FIND-SUMMARY-SLOT.
052200         IF SM-HEATS (WS-SUM-HIT) = 0
052300             MOVE WS-HELD-COUNT TO SM-BEST (WS-SUM-HIT)
052400             MOVE WS-HELD-COUNT TO SM-WORST (WS-SUM-HIT)
052500             MOVE WS-HELD-MARGIN TO SM-TIGHTEST (WS-SUM-HIT)
052600         END-IF.
052700         IF WS-HELD-COUNT > SM-BEST (WS-SUM-HIT)
052800             MOVE WS-HELD-COUNT TO SM-BEST (WS-SUM-HIT)
052900         END-IF.
053000         IF WS-HELD-COUNT < SM-WORST (WS-SUM-HIT)
053100             MOVE WS-HELD-COUNT TO SM-WORST (WS-SUM-HIT)
053200         END-IF.
053300         IF WS-HELD-MARGIN < SM-TIGHTEST (WS-SUM-HIT)
053400             MOVE WS-HELD-MARGIN TO SM-TIGHTEST (WS-SUM-HIT)
053500         END-IF.
053600         ADD 1 TO SM-HEATS (WS-SUM-HIT).
053700         ADD WS-HELD-COUNT TO SM-COUNT-TOTAL (WS-SUM-HIT).
053800         ADD 1 TO WS-HEATS-ROLLED.
053900*
054000*    RACEHIST RUNS IN DATE/VENUE ORDER, SO A NEW DATE/VENUE IS
054100*    ONE THAT DIFFERS FROM THE LAST SLOT FILLED.
054200     2400-NOTE-DAY.
054300         IF WS-DAY-COUNT = 0
054400                 OR DT-RUN-DATE (WS-DAY-COUNT) NOT = RH-RUN-DATE
054500                 OR DT-VENUE (WS-DAY-COUNT) NOT = RH-VENUE
054600             IF WS-DAY-COUNT NOT LESS THAN 4000
054700                 DISPLAY "SEASCLOS: MORE THAN 4000 DATE/VENUES "
054800                     "IN THE SEASON - RUN ABORTED"
054900                 CLOSE HIST-FILE
055000                 MOVE 16 TO RETURN-CODE
055100                 GOBACK
055200             END-IF
055300             ADD 1 TO WS-DAY-COUNT
055400             MOVE RH-RUN-DATE TO DT-RUN-DATE (WS-DAY-COUNT)
055500             MOVE RH-VENUE TO DT-VENUE (WS-DAY-COUNT)
055600             MOVE 'N' TO DT-SIGNED-SW (WS-DAY-COUNT)
055700         END-IF.
055800******************************************************************
055900*    2500-FIND-SUMMARY-SLOT - POINT WS-SUM-HIT AT THE SLOT FOR
056000*    THE VENUE/RACE IN WS-NEW-KEY, OPENING ONE IN ITS SORTED
056100*    PLACE THE FIRST TIME THE VENUE/RACE IS SEEN: THE WALK
056200*    STOPS AT THE SLOT ITSELF OR AT THE FIRST SLOT THAT SORTS
056300*    AFTER IT, AND THE SLOTS FROM THERE DOWN MOVE ONE PLACE
056400*    TO MAKE ROOM.
056500******************************************************************
056600     2500-FIND-SUMMARY-SLOT.
056700         MOVE 0 TO WS-SUM-HIT.
056800         MOVE 0 TO WS-INS-SUB.
056900         PERFORM 2550-MATCH-SLOT
057000             VARYING WS-SUM-SUB FROM 1 BY 1
057100             UNTIL WS-SUM-SUB > WS-SUM-COUNT
057200                 OR WS-INS-SUB > 0.
057300         IF WS-SUM-HIT > 0
057400             GO TO 2500-EXIT
057500         END-IF.
057600         IF WS-SUM-COUNT NOT LESS THAN 1000
057700             DISPLAY "SEASCLOS: MORE THAN 1000 VENUE/RACES IN "
057800                 "THE SEASON - RUN ABORTED"
057900             CLOSE HIST-FILE
058000             MOVE 16 TO RETURN-CODE
058100             GOBACK
058200         END-IF.
058300         IF WS-INS-SUB = 0
058400             COMPUTE WS-INS-SUB = WS-SUM-COUNT + 1
058500         ELSE
058600             PERFORM 2600-SHIFT-ONE-DOWN
058700                 VARYING WS-SUM-SUB FROM WS-SUM-COUNT BY -1
058800                 UNTIL WS-SUM-SUB < WS-INS-SUB
058900         END-IF.
059000         ADD 1 TO WS-SUM-COUNT.
059100         MOVE WS-NEW-KEY TO SM-KEY (WS-INS-SUB).
059200         MOVE 0 TO SM-HEATS (WS-INS-SUB).
059300         MOVE 0 TO SM-COUNT-TOTAL (WS-INS-SUB).
059400         MOVE 0 TO SM-BEST (WS-INS-SUB).
059500         MOVE 0 TO SM-WORST (WS-INS-SUB).
059600         MOVE 0 TO SM-TIGHTEST (WS-INS-SUB).
059700         MOVE 0 TO SM-EXCEPTIONS (WS-INS-SUB).
059800         MOVE WS-INS-SUB TO WS-SUM-HIT.
059900     2500-EXIT.
060000         EXIT.
060100     2550-MATCH-SLOT.
060200         IF SM-KEY (WS-SUM-SUB) = WS-NEW-KEY
060300             MOVE WS-SUM-SUB TO WS-SUM-HIT
060400             MOVE WS-SUM-SUB TO WS-INS-SUB
060500         ELSE
060600             IF SM-KEY (WS-SUM-SUB) > WS-NEW-KEY
060700                 MOVE WS-SUM-SUB TO WS-INS-SUB
060800             END-IF
060900         END-IF.
061000     2600-SHIFT-ONE-DOWN.
061100         MOVE SUM-ENTRY (WS-SUM-SUB)
061200             TO SUM-ENTRY (WS-SUM-SUB + 1).
061300******************************************************************
061400*    3000-CHECK-EXCEPTIONS - WALK EXCEPTS FOR THE SEASON'S
061500*    DATES.  EVERY EXCEPTION STILL OPEN BLOCKS THE CLOSE AND
061600*    IS LISTED.  EACH ONE RAISED AGAINST THE CYCLE THE SUMMARY
061700*    COUNTS FOR ITS HEAT IS ADDED TO THE HEAT'S VENUE/RACE.
061800*    NO EXCEPTIONS FILE MEANS NOTHING WAS EVER FLAGGED.
061900******************************************************************
062000     3000-CHECK-EXCEPTIONS.
062100         MOVE 'N' TO WS-EOF-SW.
062200         OPEN INPUT EXCEPT-FILE.
062300         IF WS-EXCEPT-STATUS = "35"
062400             SET WS-EOF TO TRUE
062500         ELSE
062600             IF WS-EXCEPT-STATUS NOT = "00"
062700                 DISPLAY "SEASCLOS: CANNOT OPEN EXCEPTS - RUN "
062800                     "ABORTED (STATUS " WS-EXCEPT-STATUS ")"
062900                 MOVE 16 TO RETURN-CODE
063000                 GOBACK
063100             END-IF
063200         END-IF.
063300         PERFORM UNTIL WS-EOF
063400             READ EXCEPT-FILE
063500                 AT END
063600                     SET WS-EOF TO TRUE
063700                 NOT AT END
063800                     IF EX-RUN-DATE NOT < WS-START-DATE
063900                             AND EX-RUN-DATE NOT > WS-END-DATE
064000                         PERFORM 3100-CHECK-ONE-EXCEPTION
064100                     END-IF
064200             END-READ
064300         END-PERFORM.
064400         IF WS-EXCEPT-STATUS NOT = "35"
064500             CLOSE EXCEPT-FILE
064600         END-IF.
064700     3100-CHECK-ONE-EXCEPTION.
064800         IF EX-OPEN
064900             ADD 1 TO WS-OPEN-EXCEPTIONS
065000             DISPLAY "SEASCLOS: OPEN EXCEPTION - RUN DATE "
065100                 EX-RUN-DATE " VENUE '" EX-VENUE "' RACE "
065200                 EX-RACE-ID
065300         END-IF.
065400         IF EX-CYCLE NUMERIC
065500             MOVE EX-CYCLE TO WS-EX-CYCLE
065600         ELSE
065700             MOVE 0 TO WS-EX-CYCLE
065800         END-IF.
065900         PERFORM 3200-CHECK-LATEST-CYCLE.
066000         IF WS-LATEST
066100             MOVE EX-VENUE TO WS-NEW-VENUE
066200             MOVE EX-RACE-ID TO WS-NEW-RACE-ID
066300             PERFORM 2500-FIND-SUMMARY-SLOT
066400             ADD 1 TO SM-EXCEPTIONS (WS-SUM-HIT)
066500             ADD 1 TO WS-EXC-COUNTED
066600         END-IF.
066700*
066800*    THE EXCEPTION'S CYCLE IS ITS HEAT'S LATEST WHEN THAT
066900*    CYCLE'S RACEHIST RECORD IS STILL ON FILE AND THE NEXT
067000*    RECORD IN KEY ORDER IS NOT A LATER CYCLE OF THE SAME
067100*    HEAT.
067200     3200-CHECK-LATEST-CYCLE.
067300         MOVE 'N' TO WS-LATEST-SW.
067400         IF NOT WS-HIST-OPEN
067500             GO TO 3200-EXIT
067600         END-IF.
067700         MOVE EX-RUN-DATE TO RH-RUN-DATE.
067800         MOVE EX-VENUE TO RH-VENUE.
067900         MOVE EX-RACE-ID TO RH-RACE-ID.
068000         MOVE WS-EX-CYCLE TO RH-CYCLE.
068100         READ HIST-FILE
068200             INVALID KEY
068300                 GO TO 3200-EXIT
068400         END-READ.
068500         SET WS-LATEST TO TRUE.
068600         READ HIST-FILE NEXT RECORD
068700             AT END
068800                 CONTINUE
068900             NOT AT END
069000                 IF RH-RUN-DATE = EX-RUN-DATE
069100                         AND RH-VENUE = EX-VENUE
069200                         AND RH-RACE-ID = EX-RACE-ID
069300                     MOVE 'N' TO WS-LATEST-SW
069400                 END-IF
069500         END-READ.
069600     3200-EXIT.
069700         EXIT.
069800******************************************************************
069900*    4000-CHECK-SIGNOFF - WALK THE SIGN-OFF STATUS FILE FOR
070000*    THE SEASON'S DATES.  THE FILE IS APPEND-ONLY, SO THE LAST
070100*    RECORD FOR A DATE/VENUE IS THE ONE IN FORCE - THE SAME
070200*    RULE PARTONE FREEZES BY.  EVERY DATE/VENUE LEFT WITHOUT
070300*    A "SIGNOFF " IN FORCE BLOCKS THE CLOSE AND IS LISTED.  NO
070400*    SIGN-OFF FILE ON DISK MEANS NOTHING WAS EVER SIGNED OFF.
070500******************************************************************
070600     4000-CHECK-SIGNOFF.
070700         MOVE 'N' TO WS-EOF-SW.
070800         IF WS-DAY-COUNT = 0
070900             SET WS-EOF TO TRUE
071000             MOVE "35" TO WS-SIGNOFF-STATUS
071100         ELSE
071200             OPEN INPUT SIGNOFF-FILE
071300             IF WS-SIGNOFF-STATUS = "35"
071400                 SET WS-EOF TO TRUE
071500             ELSE
071600                 IF WS-SIGNOFF-STATUS NOT = "00"
071700                     DISPLAY "SEASCLOS: CANNOT OPEN SIGNOFF - "
071800                         "RUN ABORTED (STATUS "
071900                         WS-SIGNOFF-STATUS ")"
072000                     MOVE 16 TO RETURN-CODE
072100                     GOBACK
072200                 END-IF
072300             END-IF
072400         END-IF.
072500         PERFORM UNTIL WS-EOF
072600             READ SIGNOFF-FILE
072700                 AT END
072800                     SET WS-EOF TO TRUE
072900                 NOT AT END
073000                     IF SG-RUN-DATE NOT < WS-START-DATE
073100                             AND SG-RUN-DATE NOT > WS-END-DATE
073200                         PERFORM 4100-POST-SIGNOFF
073300                     END-IF
073400             END-READ
073500         END-PERFORM.
073600         IF WS-SIGNOFF-STATUS NOT = "35"
073700             CLOSE SIGNOFF-FILE
073800         END-IF.
073900         PERFORM 4300-NOTE-UNSIGNED
074000             VARYING WS-DAY-SUB FROM 1 BY 1
074100             UNTIL WS-DAY-SUB > WS-DAY-COUNT.
074200     4100-POST-SIGNOFF.
074300         MOVE 0 TO WS-DAY-HIT.
074400         PERFORM 4200-MATCH-DAY
074500             VARYING WS-DAY-SUB FROM 1 BY 1
074600             UNTIL WS-DAY-SUB > WS-DAY-COUNT
074700                 OR WS-DAY-HIT > 0.
074800         IF WS-DAY-HIT > 0
074900             IF SG-ACTION = "SIGNOFF "
075000                 SET DT-SIGNED (WS-DAY-HIT) TO TRUE
075100             ELSE
075200                 MOVE 'N' TO DT-SIGNED-SW (WS-DAY-HIT)
075300             END-IF
075400         END-IF.
075500     4200-MATCH-DAY.
075600         IF DT-RUN-DATE (WS-DAY-SUB) = SG-RUN-DATE
075700                 AND DT-VENUE (WS-DAY-SUB) = SG-VENUE
075800             MOVE WS-DAY-SUB TO WS-DAY-HIT
075900         END-IF.
076000     4300-NOTE-UNSIGNED.
076100         IF NOT DT-SIGNED (WS-DAY-SUB)
076200             ADD 1 TO WS-UNSIGNED
076300             DISPLAY "SEASCLOS: NOT SIGNED OFF - RUN DATE "
076400                 DT-RUN-DATE (WS-DAY-SUB) " VENUE '"
076500                 DT-VENUE (WS-DAY-SUB) "'"
076600         END-IF.
076700******************************************************************
076800*    5000-OPEN-OUTPUTS - THE REPORT IS OPENED FIRST, SO A
076900*    FAILURE ON EITHER FILE STOPS THE RUN BEFORE A SINGLE
077000*    SUMMARY ROW IS WRITTEN.  THE SUMMARY FILE IS CREATED ON
077100*    FIRST USE.
077200******************************************************************
077300     5000-OPEN-OUTPUTS.
077400         OPEN OUTPUT SEASRPT-FILE.
077500         IF WS-SEASRPT-STATUS NOT = "00"
077600             DISPLAY "SEASCLOS: CANNOT OPEN SEASRPT - RUN "
077700                 "ABORTED (STATUS " WS-SEASRPT-STATUS ")"
077800             MOVE 16 TO RETURN-CODE
077900             GOBACK
078000         END-IF.
078100         OPEN EXTEND SEASSUMM-FILE.
078200         IF WS-SEASSUMM-STATUS = "35"
078300             OPEN OUTPUT SEASSUMM-FILE
078400         END-IF.
078500         IF WS-SEASSUMM-STATUS NOT = "00"
078600             DISPLAY "SEASCLOS: CANNOT OPEN SEASSUMM - RUN "
078700                 "ABORTED (STATUS " WS-SEASSUMM-STATUS ")"
078800             CLOSE SEASRPT-FILE
078900             MOVE 16 TO RETURN-CODE
079000             GOBACK
079100         END-IF.
079200     5100-WRITE-ONE-SUMMARY.
079300         MOVE SPACES TO SEASSUMM-FILE-RECORD.
079400         MOVE WS-SEASON-CODE TO SS-SEASON-CODE.
079500         MOVE SM-VENUE (WS-SUM-SUB) TO SS-VENUE.
079600         MOVE SM-RACE-ID (WS-SUM-SUB) TO SS-RACE-ID.
079700         MOVE SM-HEATS (WS-SUM-SUB) TO SS-HEATS.
079800         COMPUTE SS-AVG-COUNT ROUNDED =
079900             SM-COUNT-TOTAL (WS-SUM-SUB) / SM-HEATS (WS-SUM-SUB).
080000         MOVE SM-BEST (WS-SUM-SUB) TO SS-BEST-COUNT.
080100         MOVE SM-WORST (WS-SUM-SUB) TO SS-WORST-COUNT.
080200         MOVE SM-TIGHTEST (WS-SUM-SUB) TO SS-TIGHT-MARGIN.
080300         MOVE SM-EXCEPTIONS (WS-SUM-SUB) TO SS-EXCEPTIONS.
080400         WRITE SEASSUMM-FILE-RECORD.
080500******************************************************************
080600*    6000-WRITE-REPORT - THE SEASON REPORT: THE SEASON AND ITS
080700*    DATES, THEN ONE SECTION PER VENUE, ONE LINE PER RACE ID,
080800*    CLOSED BY THE VENUE'S TOTALS.
080900******************************************************************
081000     6000-WRITE-REPORT.
081100         PERFORM 8100-START-NEW-PAGE.
081200         MOVE SPACES TO REPORT-LINE.
081300         STRING "SEASON " DELIMITED BY SIZE
081400                 WS-SEASON-CODE DELIMITED BY SIZE
081500                 "  " DELIMITED BY SIZE
081600                 WS-SEASON-NAME DELIMITED BY SIZE
081700                 INTO RPT-TEXT
081800         END-STRING.
081900         PERFORM 8200-WRITE-LINE.
082000         MOVE SPACES TO REPORT-LINE.
082100         STRING "RUN DATES " DELIMITED BY SIZE
082200                 WS-START-DATE DELIMITED BY SIZE
082300                 " TO " DELIMITED BY SIZE
082400                 WS-END-DATE DELIMITED BY SIZE
082500                 ", CLOSED " DELIMITED BY SIZE
082600                 WS-TODAY DELIMITED BY SIZE
082700                 INTO RPT-TEXT
082800         END-STRING.
082900         PERFORM 8200-WRITE-LINE.
083000         MOVE SPACES TO REPORT-LINE.
083100         STRING "EACH HEAT COUNTED ONCE, AT ITS LATEST CYCLE; "
083200                 DELIMITED BY SIZE
083300                 "EXCEPTIONS ARE THOSE RAISED AGAINST THE "
083400                 DELIMITED BY SIZE
083500                 "COUNTED CYCLES" DELIMITED BY SIZE
083600                 INTO RPT-TEXT
083700         END-STRING.
083800         PERFORM 8200-WRITE-LINE.
083900         IF WS-SUM-COUNT = 0
084000             PERFORM 8300-WRITE-BLANK-LINE
084100             MOVE SPACES TO REPORT-LINE
084200             MOVE "   NO HEATS ON RACEHIST FOR THE SEASON"
084300                 TO RPT-TEXT
084400             PERFORM 8200-WRITE-LINE
084500         ELSE
084600             MOVE SM-VENUE (1) TO WS-CUR-VENUE
084700             PERFORM 8400-WRITE-VENUE-HEADING
084800             PERFORM 6100-WRITE-ONE-RACE
084900                 VARYING WS-SUM-SUB FROM 1 BY 1
085000                 UNTIL WS-SUM-SUB > WS-SUM-COUNT
085100             PERFORM 6200-WRITE-VENUE-TOTAL
085200         END-IF.
085300*
085400*    A NEW VENUE CLOSES THE LAST ONE'S SECTION AND OPENS ITS
085500*    OWN.
085600     6100-WRITE-ONE-RACE.
085700         IF SM-VENUE (WS-SUM-SUB) NOT = WS-CUR-VENUE
085800             PERFORM 6200-WRITE-VENUE-TOTAL
085900             MOVE SM-VENUE (WS-SUM-SUB) TO WS-CUR-VENUE
086000             PERFORM 8400-WRITE-VENUE-HEADING
086100         END-IF.
086200         IF WS-LINE-COUNT > WS-PAGE-DEPTH - 2
086300             PERFORM 8100-START-NEW-PAGE
086400             PERFORM 8400-WRITE-VENUE-HEADING
086500         END-IF.
086600         MOVE SM-RACE-ID (WS-SUM-SUB) TO SC-RACE-EDIT.
086700         MOVE SM-HEATS (WS-SUM-SUB) TO SC-HEATS-EDIT.
086800         COMPUTE WS-AVG-COUNT ROUNDED =
086900             SM-COUNT-TOTAL (WS-SUM-SUB) / SM-HEATS (WS-SUM-SUB).
087000         MOVE WS-AVG-COUNT TO SC-AVG-EDIT.
087100         MOVE SM-BEST (WS-SUM-SUB) TO SC-BEST-EDIT.
087200         MOVE SM-WORST (WS-SUM-SUB) TO SC-WORST-EDIT.
087300         COMPUTE WS-MARGIN-DEC = SM-TIGHTEST (WS-SUM-SUB) / 100.
087400         MOVE WS-MARGIN-DEC TO SC-MARGIN-EDIT.
087500         MOVE SM-EXCEPTIONS (WS-SUM-SUB) TO SC-EXC-EDIT.
087600         MOVE SPACES TO REPORT-LINE.
087700         STRING "  " DELIMITED BY SIZE
087800                 SC-RACE-EDIT DELIMITED BY SIZE
087900                 "  " DELIMITED BY SIZE
088000                 SC-HEATS-EDIT DELIMITED BY SIZE
088100                 "  " DELIMITED BY SIZE
088200                 SC-AVG-EDIT DELIMITED BY SIZE
088300                 "  " DELIMITED BY SIZE
088400                 SC-BEST-EDIT DELIMITED BY SIZE
088500                 "  " DELIMITED BY SIZE
088600                 SC-WORST-EDIT DELIMITED BY SIZE
088700                 "  " DELIMITED BY SIZE
088800                 SC-MARGIN-EDIT DELIMITED BY SIZE
088900                 "  " DELIMITED BY SIZE
089000                 SC-EXC-EDIT DELIMITED BY SIZE
089100                 INTO RPT-TEXT
089200         END-STRING.
089300         PERFORM 8200-WRITE-LINE.
089400         ADD 1 TO WS-VENUE-RACES.
089500         ADD SM-HEATS (WS-SUM-SUB) TO WS-VENUE-HEATS.
089600         ADD SM-EXCEPTIONS (WS-SUM-SUB) TO WS-VENUE-EXCEPTIONS.
089700     6200-WRITE-VENUE-TOTAL.
089800         MOVE SPACES TO REPORT-LINE.
089900         MOVE WS-VENUE-RACES TO SC-RACE-EDIT.
090000         MOVE WS-VENUE-HEATS TO SC-TOTAL-EDIT.
090100         MOVE WS-VENUE-EXCEPTIONS TO SC-EXC-EDIT.
090200         STRING "  VENUE TOTAL: " DELIMITED BY SIZE
090300                 SC-RACE-EDIT DELIMITED BY SIZE
090400                 " RACE(S), " DELIMITED BY SIZE
090500                 SC-TOTAL-EDIT DELIMITED BY SIZE
090600                 " HEAT(S), " DELIMITED BY SIZE
090700                 SC-EXC-EDIT DELIMITED BY SIZE
090800                 " EXCEPTION(S)" DELIMITED BY SIZE
090900                 INTO RPT-TEXT
091000         END-STRING.
091100         PERFORM 8200-WRITE-LINE.
091200         MOVE 0 TO WS-VENUE-RACES.
091300         MOVE 0 TO WS-VENUE-HEATS.
091400         MOVE 0 TO WS-VENUE-EXCEPTIONS.
091500******************************************************************
091600*    7000-WRITE-TOTALS - THE SEASON'S TOTALS, AND THE SIGN-OFF
091700*    AND EXCEPTION POSITION IT WAS CLOSED ON.
091800******************************************************************
091900     7000-WRITE-TOTALS.
092000         PERFORM 8300-WRITE-BLANK-LINE.
092100         MOVE SPACES TO REPORT-LINE.
092200         MOVE "SEASON TOTALS" TO RPT-TEXT.
092300         PERFORM 8200-WRITE-LINE.
092400         MOVE WS-SUM-COUNT TO SC-TOTAL-EDIT.
092500         MOVE SPACES TO REPORT-LINE.
092600         STRING "  VENUE/RACES:                " DELIMITED BY SIZE
092700                 SC-TOTAL-EDIT DELIMITED BY SIZE
092800                 INTO RPT-TEXT
092900         END-STRING.
093000         PERFORM 8200-WRITE-LINE.
093100         MOVE WS-HEATS-ROLLED TO SC-TOTAL-EDIT.
093200         MOVE SPACES TO REPORT-LINE.
093300         STRING "  HEATS RUN:                  " DELIMITED BY SIZE
093400                 SC-TOTAL-EDIT DELIMITED BY SIZE
093500                 INTO RPT-TEXT
093600         END-STRING.
093700         PERFORM 8200-WRITE-LINE.
093800         MOVE WS-DAY-COUNT TO SC-TOTAL-EDIT.
093900         MOVE SPACES TO REPORT-LINE.
094000         STRING "  DATE/VENUES SIGNED OFF:     " DELIMITED BY SIZE
094100                 SC-TOTAL-EDIT DELIMITED BY SIZE
094200                 INTO RPT-TEXT
094300         END-STRING.
094400         PERFORM 8200-WRITE-LINE.
094500         MOVE WS-EXC-COUNTED TO SC-TOTAL-EDIT.
094600         MOVE SPACES TO REPORT-LINE.
094700         STRING "  EXCEPTIONS (ALL WORKED):    " DELIMITED BY SIZE
094800                 SC-TOTAL-EDIT DELIMITED BY SIZE
094900                 INTO RPT-TEXT
095000         END-STRING.
095100         PERFORM 8200-WRITE-LINE.
095200         PERFORM 8300-WRITE-BLANK-LINE.
095300         MOVE SPACES TO REPORT-LINE.
095400         MOVE "END OF SEASON REPORT" TO RPT-TEXT.
095500         PERFORM 8200-WRITE-LINE.
095600******************************************************************
095700*    7500-MARK-SEASON-CLOSED - STAMP THE SEASON CLOSED AND
095710*    REWRITE THE CALENDAR.  THE CALENDAR IS READ AGAIN FIRST -
095720*    THE MAINTENANCE PANEL MAY HAVE SAVED IT WHILE THE ROLL-UP
095730*    RAN - AND THE SEASON MUST STILL BE THERE, OPEN, AND OVER
095740*    THE DATES THE SUMMARY WAS BUILT FOR.  FROM HERE ON
095750*    SEASCHK TELLS EVERY POSTING PROGRAM THE SEASON IS CLOSED.
096100******************************************************************
096200     7500-MARK-SEASON-CLOSED.
096202         MOVE 0 TO WS-SEASON-COUNT.
096204         PERFORM 1000-LOAD-SEASONS.
096206         MOVE 0 TO WS-SEAS-HIT.
096208         PERFORM 1150-MATCH-SEASON
096210             VARYING WS-SEAS-SUB FROM 1 BY 1
096212             UNTIL WS-SEAS-SUB > WS-SEASON-COUNT.
096214         IF WS-SEAS-HIT = 0
096216             DISPLAY "SEASCLOS: SEASON " WS-SEASON-CODE
096218                 " IS NO LONGER ON SEASMAST - SUMMARY AND REPORT "
096220                 "WRITTEN BUT THE SEASON IS NOT MARKED CLOSED"
096222             MOVE 16 TO RETURN-CODE
096224             GOBACK
096226         END-IF.
096228         IF ST-CLOSED (WS-SEAS-HIT)
096230             DISPLAY "SEASCLOS: SEASON " WS-SEASON-CODE
096232                 " WAS CLOSED ON " ST-CLOSED-DATE (WS-SEAS-HIT)
096234                 " BY ANOTHER RUN - THIS RUN'S SUMMARY ROWS ARE "
096236                 "ON SEASSUMM TWICE AND MUST BE TAKEN OFF"
096238             MOVE 16 TO RETURN-CODE
096240             GOBACK
096242         END-IF.
096244         IF ST-START-DATE (WS-SEAS-HIT) NOT = WS-START-DATE
096246                 OR ST-END-DATE (WS-SEAS-HIT) NOT = WS-END-DATE
096248             DISPLAY "SEASCLOS: SEASON " WS-SEASON-CODE
096250                 " WAS REDATED ON SEASMAST WHILE THE CLOSE RAN - "
096252                 "SUMMARY AND REPORT WRITTEN BUT THE SEASON IS "
096254                 "NOT MARKED CLOSED"
096256             MOVE 16 TO RETURN-CODE
096258             GOBACK
096260         END-IF.
096300         MOVE 'C' TO ST-STATUS (WS-SEAS-HIT).
096400         MOVE WS-TODAY TO ST-CLOSED-DATE (WS-SEAS-HIT).
096500         OPEN OUTPUT SEASMAST-FILE.
096600         IF WS-SEASMAST-STATUS NOT = "00"
096700             DISPLAY "SEASCLOS: CANNOT REWRITE SEASMAST - "
096800                 "SUMMARY AND REPORT WRITTEN BUT THE SEASON "
096900                 "IS NOT MARKED CLOSED (STATUS "
097000                 WS-SEASMAST-STATUS ")"
097100             MOVE 16 TO RETURN-CODE
097200             GOBACK
097300         END-IF.
097400         PERFORM 7600-WRITE-ONE-SEASON
097500             VARYING WS-SEAS-SUB FROM 1 BY 1
097600             UNTIL WS-SEAS-SUB > WS-SEASON-COUNT.
097700         CLOSE SEASMAST-FILE.
097800     7600-WRITE-ONE-SEASON.
097900         MOVE SPACES TO SEASMAST-FILE-RECORD.
098000         MOVE ST-CODE (WS-SEAS-SUB) TO SN-SEASON-CODE.
098100         MOVE ST-NAME (WS-SEAS-SUB) TO SN-SEASON-NAME.
098200         MOVE ST-START-DATE (WS-SEAS-SUB) TO SN-START-DATE.
098300         MOVE ST-END-DATE (WS-SEAS-SUB) TO SN-END-DATE.
098400         MOVE ST-STATUS (WS-SEAS-SUB) TO SN-STATUS.
098500         MOVE ST-CLOSED-DATE (WS-SEAS-SUB) TO SN-CLOSED-DATE.
098600         WRITE SEASMAST-FILE-RECORD.
098700******************************************************************
098800*    8100-START-NEW-PAGE - NUMBERED PAGE BANNER NAMING THE
098900*    SEASON, SO A LOOSE PAGE STILL SAYS WHERE IT BELONGS.
099000******************************************************************
099100     8100-START-NEW-PAGE.
099200         ADD 1 TO WS-PAGE-NUM.
099300         MOVE 0 TO WS-LINE-COUNT.
099400         MOVE WS-PAGE-NUM TO SC-PAGE-EDIT.
099500         MOVE SPACES TO REPORT-LINE.
099600         STRING "SEASON SUMMARY - SEASON " DELIMITED BY SIZE
099700                 WS-SEASON-CODE DELIMITED BY SIZE
099800                 "                                          "
099900                 DELIMITED BY SIZE
100000                 "PAGE " DELIMITED BY SIZE
100100                 SC-PAGE-EDIT DELIMITED BY SIZE
100200                 INTO RPT-TEXT
100300         END-STRING.
100400         PERFORM 8200-WRITE-LINE.
100500         PERFORM 8300-WRITE-BLANK-LINE.
100600     8200-WRITE-LINE.
100700         WRITE REPORT-LINE.
100800         ADD 1 TO WS-LINE-COUNT.
100900     8300-WRITE-BLANK-LINE.
101000         MOVE SPACES TO REPORT-LINE.
101100         PERFORM 8200-WRITE-LINE.
101200*
101300*    THE VENUE'S CODE AND, WHEN THE VENUE MASTER HAS IT, ITS
101400*    NAME, OVER THE COLUMN HEADINGS.
101500     8400-WRITE-VENUE-HEADING.
101600         MOVE 0 TO WS-VENM-HIT.
101700         PERFORM 8450-MATCH-VENUE-NAME
101800             VARYING WS-VENM-SUB FROM 1 BY 1
101900             UNTIL WS-VENM-SUB > WS-VENM-COUNT.
102000         PERFORM 8300-WRITE-BLANK-LINE.
102100         MOVE SPACES TO REPORT-LINE.
102200         IF WS-VENM-HIT > 0
102300             STRING "VENUE '" DELIMITED BY SIZE
102400                     WS-CUR-VENUE DELIMITED BY SIZE
102500                     "'  " DELIMITED BY SIZE
102600                     VMT-NAME (WS-VENM-HIT) DELIMITED BY SIZE
102700                     INTO RPT-TEXT
102800             END-STRING
102900         ELSE
103000             STRING "VENUE '" DELIMITED BY SIZE
103100                     WS-CUR-VENUE DELIMITED BY SIZE
103200                     "'" DELIMITED BY SIZE
103300                     INTO RPT-TEXT
103400             END-STRING
103500         END-IF.
103600         PERFORM 8200-WRITE-LINE.
103700         MOVE SPACES TO REPORT-LINE.
103800         STRING "  RACE  HEATS" DELIMITED BY SIZE
103900                 "  AVG WINNING COUNT" DELIMITED BY SIZE
104000                 "       BEST COUNT" DELIMITED BY SIZE
104100                 "      WORST COUNT" DELIMITED BY SIZE
104200                 "      TIGHTEST MARGIN" DELIMITED BY SIZE
104300                 "  EXCPT" DELIMITED BY SIZE
104400                 INTO RPT-TEXT
104500         END-STRING.
104600         PERFORM 8200-WRITE-LINE.
104700     8450-MATCH-VENUE-NAME.
104800         IF VMT-CODE (WS-VENM-SUB) = WS-CUR-VENUE
104900                 AND WS-VENM-HIT = 0
105000             MOVE WS-VENM-SUB TO WS-VENM-HIT
105100         END-IF.
105200     END PROGRAM SEASCLOS.
