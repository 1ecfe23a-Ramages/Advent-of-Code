000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      CUTLIST
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-10
000700*
000800*    QUALIFYING CUT LIST.  WHAT THE COMMITTEE DECIDES EACH
000900*    EVENING IS WHICH HEATS QUALIFY, AND UNTIL NOW THEY WORKED
001000*    IT OUT BY HAND FROM THE BOARD PACK.  THIS PROGRAM READS
001100*    THE KEYED RACE-HISTORY MASTER (RACEHIST) FOR THE RUN DATE,
001200*    TAKING EACH HEAT'S LATEST CYCLE, AND RANKS EVERY HEAT AT
001300*    AN ACTIVE VENUE ON THE VENUE MASTER (VENMASTR) BY WINNING
001400*    COUNT, HIGHEST FIRST.  HEATS ON THE SAME COUNT ARE SPLIT
001500*    ON THE TIGHTEST MARGIN - THE WIDER THE HEAT'S TIGHTEST
001600*    MARGIN, THE CLEANER THE RESULT AND THE HIGHER IT RANKS -
001700*    AND A HEAT LEVEL ON BOTH KEEPS VENUE/RACE ORDER.
001800*
001900*    THE CUT RULES COME FROM THE CONTROL FILE (CUTCTL, SEE
002000*    CUTCREC):
002100*      - EACH ACTIVE VENUE'S BEST-RANKED HEATS TAKE THE
002200*        VENUE MINIMUM FIRST;
002300*      - THE REST OF THE QUALIFY COUNT IS FILLED IN RANK
002400*        ORDER;
002500*      - EVERY OTHER RANKED HEAT IS A RESERVE, IN RANK ORDER;
002600*      - A HEAT AT A VENUE THAT IS NOT ACTIVE FOR THE RUN
002700*        DATE, OR (UNLESS THE CONTROL FILE SAYS OTHERWISE) ONE
002800*        WITH AN OPEN SEVERITY-1 EXCEPTION ON EXCEPTS FOR ITS
002900*        LATEST CYCLE, IS EXCLUDED AND NOT RANKED.
003000*    THE MINIMUMS ARE GUARANTEES - WHEN THEY ALONE TAKE MORE
003100*    PLACES THAN THE QUALIFY COUNT, THEY STILL STAND AND THE
003200*    LIST SAYS SO.
003300*
003400*    THE PRINTED CUT LIST (CUTRPT) SHOWS THE QUALIFIED, RESERVE
003500*    AND EXCLUDED HEATS, EACH WITH THE REASON FOR ITS PLACE.
003600*    THE CSV COMPANION (CUTCSV) CARRIES THE SAME ROWS FOR THE
003700*    COMMITTEE TO LOAD, FRAMED BY A HEADER ROW AND A TRAILER
003800*    ROW WITH THE ROW COUNT AND A HASH TOTAL OF THE WINNING
003900*    COUNTS, THE SAME FRAMING AS THE RESULTS EXTRACT (RACEXTR).
004000*
004100*    THE RUN DATE IS THE SUITE'S BUSINESS DATE (BDATECHK).
004200*    ENDS WITH RETURN CODE 8 WHEN THE DATE HAS NO HEATS ON
004300*    RACEHIST, AND 4 WHEN THE CUT COULD NOT BE MADE AS THE
004400*    RULES ASK (A VENUE SHORT OF ITS MINIMUM, MINIMUMS OVER
004500*    THE QUALIFY COUNT, OR FEWER RANKED HEATS THAN THE COUNT).
004600*
004700*    MODIFICATION HISTORY.
004800*    DATE        INIT  DESCRIPTION
004900*    ----------  ----  ----------------------------------------
005000*    2026-10-10  RH    ORIGINAL VERSION.
005010*    2026-10-15  RH    EVERY ACTIVE VENUE ON VENMASTR IS HELD TO
005020*                      THE MINIMUM, INCLUDING ONE WITH NO HEATS
005030*                      ON RACEHIST FOR THE DATE.
005100******************************************************************
005200     PROGRAM-ID. CUTLIST.
005300     ENVIRONMENT DIVISION.
005400     INPUT-OUTPUT SECTION.
005500     FILE-CONTROL.
005600         SELECT CUTCTL-FILE ASSIGN TO "CUTCTL"
005700             ORGANIZATION IS LINE SEQUENTIAL
005800             FILE STATUS IS WS-CUTCTL-STATUS.
005900         SELECT VENMASTR-FILE ASSIGN TO "VENMASTR"
006000             ORGANIZATION IS LINE SEQUENTIAL
006100             FILE STATUS IS WS-VENMASTR-STATUS.
006200         SELECT EXCEPT-FILE ASSIGN TO "EXCEPTS"
006300             ORGANIZATION IS LINE SEQUENTIAL
006400             FILE STATUS IS WS-EXCEPT-STATUS.
006500         SELECT HIST-FILE ASSIGN TO "RACEHIST"
006600             ORGANIZATION IS INDEXED
006700             ACCESS MODE IS DYNAMIC
006800             RECORD KEY IS RH-KEY
006900             FILE STATUS IS WS-HIST-STATUS.
007000         SELECT CUTRPT-FILE ASSIGN TO "CUTRPT"
007100             ORGANIZATION IS LINE SEQUENTIAL
007200             FILE STATUS IS WS-CUTRPT-STATUS.
007300         SELECT CUTCSV-FILE ASSIGN TO "CUTCSV"
007400             ORGANIZATION IS LINE SEQUENTIAL
007500             FILE STATUS IS WS-CUTCSV-STATUS.
007600     DATA DIVISION.
007700     FILE SECTION.
007800     FD  CUTCTL-FILE.
007900         COPY CUTCREC.
008000     FD  VENMASTR-FILE.
008100         COPY VENMREC.
008200     FD  EXCEPT-FILE.
008300         COPY EXCPTREC.
008400     FD  HIST-FILE.
008500         COPY HISTREC.
008600     FD  CUTRPT-FILE.
008700         COPY REPRTREC.
008800     FD  CUTCSV-FILE.
008900     01  CUTCSV-RECORD              PIC X(132).
009000     WORKING-STORAGE SECTION.
009100     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
009200         88  WS-EOF                 VALUE 'Y'.
009300     01  WS-CUTCTL-STATUS           PIC X(02) VALUE SPACES.
009400     01  WS-VENMASTR-STATUS         PIC X(02) VALUE SPACES.
009500     01  WS-EXCEPT-STATUS           PIC X(02) VALUE SPACES.
009600     01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
009700     01  WS-CUTRPT-STATUS           PIC X(02) VALUE SPACES.
009800     01  WS-CUTCSV-STATUS           PIC X(02) VALUE SPACES.
009900     01  WS-RUN-DATE                PIC 9(08) VALUE 0.
010000     01  WS-PROGRAM-ID              PIC X(08) VALUE "CUTLIST ".
010100     01  WS-BDATE-RESULT            PIC X(01) VALUE SPACE.
010200         88  WS-BDATE-ERROR         VALUE 'E'.
010300*
010400*    THE CUT RULES, OFF THE CONTROL FILE.
010500     01  WS-QUALIFY-COUNT           PIC 9(03) VALUE 0.
010600     01  WS-VENUE-MIN               PIC 9(02) VALUE 0.
010700     01  WS-EXCL-SEV1-SW            PIC X(01) VALUE 'Y'.
010800         88  WS-EXCL-SEV1           VALUE 'Y'.
010900*
011000*    THE VENUES ACTIVE ON THE VENUE MASTER FOR THE RUN DATE.
011100*    NO MASTER ON DISK MEANS VENUE VALIDATION IS NOT IN
011200*    EFFECT - THE PHASE-IN RULE THE CALCULATION PROGRAMS USE -
011300*    AND EVERY VENUE ON RACEHIST COUNTS AS ACTIVE.
011400     01  WS-VENM-IN-EFFECT-SW       PIC X(01) VALUE 'Y'.
011500         88  WS-VENM-IN-EFFECT      VALUE 'Y'.
011600     01  WS-VENM-COUNT              PIC 9(02) VALUE 0.
011700     01  WS-VENM-SUB                PIC 9(02) VALUE 0.
011800     01  VENM-TABLE.
011900         05  VENM-ENTRY OCCURS 50 TIMES.
012000             10  VMT-CODE           PIC X(04).
012100*
012200*    THE DATE'S OPEN SEVERITY-1 EXCEPTIONS, BY VENUE, RACE
012300*    AND CYCLE.  AN EXCEPTION FROM BEFORE THE CYCLE FIELD
012400*    EXISTED READS BACK AS CYCLE ZERO.
012500     01  WS-XT-COUNT                PIC 9(03) VALUE 0.
012600     01  WS-XT-SUB                  PIC 9(03) VALUE 0.
012700     01  WS-EX-CYCLE                PIC 9(02) VALUE 0.
012800     01  XT-TABLE.
012900         05  XT-ENTRY OCCURS 500 TIMES.
013000             10  XT-VENUE           PIC X(04).
013100             10  XT-RACE-ID         PIC 9(04).
013200             10  XT-CYCLE           PIC 9(02).
013300*
013400*    THE DATE'S HEATS, ONE SLOT PER VENUE/RACE IN KEY ORDER,
013500*    HOLDING THE LATEST CYCLE'S FIGURES.  CT-STATUS IS BLANK
013600*    UNTIL THE CUT PLACES THE HEAT.  CT-CV-SUB POINTS AT THE
013700*    HEAT'S VENUE IN THE CUT VENUE TABLE BELOW.  FIXED AT 500
013800*    SLOTS, WITH A CONSOLE NOTE WHEN A HEAT HAS TO BE DROPPED,
013900*    THE SAME GUARD BOARDRPT USES.
014000     01  WS-HEAT-COUNT              PIC 9(03) VALUE 0.
014100     01  WS-HEAT-SUB                PIC 9(03) VALUE 0.
014200     01  WS-HEATS-DROPPED           PIC 9(05) VALUE 0.
014300     01  CUT-TABLE.
014400         05  CUT-ENTRY OCCURS 500 TIMES.
014500             10  CT-VENUE           PIC X(04).
014600             10  CT-RACE-ID         PIC 9(04).
014700             10  CT-CYCLE           PIC 9(02).
014800             10  CT-COUNT           PIC 9(15).
014900             10  CT-MARGIN          PIC 9(18).
015000             10  CT-CV-SUB          PIC 9(02).
015100             10  CT-RANK            PIC 9(03).
015200             10  CT-STATUS          PIC X(01).
015300                 88  CT-UNPLACED    VALUE ' '.
015400                 88  CT-QUALIFIED   VALUE 'Q'.
015500                 88  CT-RESERVE     VALUE 'R'.
015600                 88  CT-EXCLUDED    VALUE 'X'.
015700             10  CT-REASON          PIC X(30).
015800*
015900*    THE RANKED HEATS IN RANK ORDER - RANK-SUB (N) IS THE
016000*    CUT-TABLE SLOT OF THE HEAT RANKED N.
016100     01  WS-RANKED-COUNT            PIC 9(03) VALUE 0.
016200     01  WS-RANK-NO                 PIC 9(03) VALUE 0.
016300     01  WS-BEST-SUB                PIC 9(03) VALUE 0.
016400     01  RANK-TABLE.
016500         05  RANK-SUB OCCURS 500 TIMES
016600                                    PIC 9(03).
016700*
016710*    EVERY ACTIVE VENUE ON THE VENUE MASTER, AND ANY OTHER VENUE
016720*    WITH HEATS ON THE DATE, WITH HOW MANY OF ITS HEATS WERE
016730*    RANKED AND HOW MANY HAVE QUALIFIED SO FAR.
017000     01  WS-CV-COUNT                PIC 9(02) VALUE 0.
017100     01  WS-CV-SUB                  PIC 9(02) VALUE 0.
017200     01  CV-TABLE.
017300         05  CV-ENTRY OCCURS 50 TIMES.
017400             10  CV-VENUE           PIC X(04).
017500             10  CV-ACTIVE-SW       PIC X(01).
017600                 88  CV-ACTIVE      VALUE 'Y'.
017700             10  CV-RANKED          PIC 9(03).
017800             10  CV-TAKEN           PIC 9(03).
017900     01  WS-VENUE-OK-SW             PIC X(01) VALUE 'N'.
018000         88  WS-VENUE-OK            VALUE 'Y'.
018100*
018200*    THE CUT'S TOTALS AND THE RULE SHORTFALLS THE LIST
018300*    REPORTS.
018400     01  WS-QUAL-COUNT              PIC 9(03) VALUE 0.
018500     01  WS-MIN-PLACES              PIC 9(03) VALUE 0.
018600     01  WS-RESERVE-COUNT           PIC 9(03) VALUE 0.
018700     01  WS-EXCLUDED-COUNT          PIC 9(03) VALUE 0.
018800     01  WS-VENUES-SHORT            PIC 9(02) VALUE 0.
018900     01  WS-POSITION                PIC 9(03) VALUE 0.
019000*
019100*    PRINT BOOKKEEPING.  A PAGE HOLDS 60 PRINT LINES; A
019200*    SECTION THAT RUNS PAST THE PAGE DEPTH CARRIES ON UNDER A
019300*    FRESH PAGE BANNER AND ITS HEADINGS AGAIN.
019400     01  WS-PAGE-NUM                PIC 9(04) VALUE 0.
019500     01  WS-LINE-COUNT              PIC 9(02) VALUE 0.
019600     01  WS-PAGE-DEPTH              PIC 9(02) VALUE 60.
019700     01  WS-SECTION-NAME            PIC X(09) VALUE SPACES.
019800     01  WS-RANK-TEXT               PIC X(03) VALUE SPACES.
019900     01  WS-MARGIN-DEC              PIC 9(16)V9(02) VALUE 0.
020000     01  CL-POS-EDIT                PIC Z(02)9.
020100     01  CL-RANK-EDIT               PIC Z(02)9.
020200     01  CL-COUNT-EDIT              PIC Z(14)9.
020300     01  CL-MARGIN-EDIT             PIC Z(15)9.99.
020400     01  CL-PAGE-EDIT               PIC Z(03)9.
020500     01  CL-TOTAL-EDIT              PIC Z(04)9.
020600*
020700*    ONE CSV ROW IS BUILT FIELD BY FIELD THROUGH A RUNNING
020800*    POINTER, THE NUMERIC FIELDS STRIPPED OF THEIR LEADING
020900*    ZEROS THE WAY RACEXTR WRITES ITS ROWS.
021000     01  WS-CSV-ROW                 PIC X(132) VALUE SPACES.
021100     01  WS-ROW-PTR                 PIC 9(03) VALUE 1.
021200     01  WS-FIELD-TEXT              PIC X(19) VALUE SPACES.
021300     01  WS-LEAD-ZEROS              PIC 9(02) VALUE 0.
021400     01  WS-MARGIN-DISP             PIC 9(16).9(02).
021500     01  WS-HASH-TOTAL              PIC 9(18) VALUE 0.
021600     PROCEDURE DIVISION.
021700     MAIN-PROCEDURE.
021800         CALL "BDATECHK" USING WS-PROGRAM-ID WS-RUN-DATE
021900             WS-BDATE-RESULT.
022000         IF WS-BDATE-ERROR
022100             DISPLAY "CUTLIST: NO USABLE BUSINESS DATE - RUN "
022200                 "ABORTED"
022300             MOVE 16 TO RETURN-CODE
022400             GOBACK
022500         END-IF.
022600         PERFORM 1000-LOAD-CONTROL.
022700         PERFORM 1200-LOAD-VENUE-MASTER.
022800         PERFORM 1400-LOAD-EXCEPTIONS.
022900         PERFORM 1600-LOAD-HEATS THRU 1600-EXIT.
023000         PERFORM 2000-CHECK-ONE-HEAT THRU 2000-EXIT
023100             VARYING WS-HEAT-SUB FROM 1 BY 1
023200             UNTIL WS-HEAT-SUB > WS-HEAT-COUNT.
023300         PERFORM 3000-PICK-NEXT-RANK
023400             VARYING WS-RANK-NO FROM 1 BY 1
023500             UNTIL WS-RANK-NO > WS-RANKED-COUNT.
023600         PERFORM 4000-MAKE-THE-CUT.
023700         PERFORM 5000-OPEN-OUTPUTS.
023800         PERFORM 6000-WRITE-CUT-LIST.
023900         PERFORM 7000-WRITE-TOTALS.
024000         PERFORM 8800-WRITE-CSV-TRAILER.
024100         CLOSE CUTRPT-FILE CUTCSV-FILE.
024200         DISPLAY "CUTLIST: " WS-HEAT-COUNT " HEATS - "
024300             WS-QUAL-COUNT " QUALIFIED, " WS-RESERVE-COUNT
024400             " RESERVE, " WS-EXCLUDED-COUNT " EXCLUDED - SEE "
024500             "CUTRPT AND CUTCSV".
024600         EVALUATE TRUE
024700             WHEN WS-HEAT-COUNT = 0
024800                 MOVE 8 TO RETURN-CODE
024900             WHEN WS-VENUES-SHORT > 0
025000                     OR WS-MIN-PLACES > WS-QUALIFY-COUNT
025100                     OR WS-QUAL-COUNT < WS-QUALIFY-COUNT
025200                 MOVE 4 TO RETURN-CODE
025300             WHEN OTHER
025400                 CONTINUE
025500         END-EVALUATE.
025600         GOBACK.
025700******************************************************************
025800*    1000-LOAD-CONTROL - READ THE CUT RULES FROM CUTCTL.  A CUT
025900*    LIST WITH NO (OR A BAD) CONTROL FILE MUST NOT GUESS HOW
026000*    MANY HEATS QUALIFY, SO IT ABORTS, THE WAY EXCPAGE REFUSES
026100*    TO GUESS AN AGING WINDOW.
026200******************************************************************
026300     1000-LOAD-CONTROL.
026400         OPEN INPUT CUTCTL-FILE.
026500         IF WS-CUTCTL-STATUS NOT = "00"
026600             DISPLAY "CUTLIST: CANNOT OPEN CUTCTL - RUN "
026700                 "ABORTED (STATUS " WS-CUTCTL-STATUS ")"
026800             MOVE 16 TO RETURN-CODE
026900             GOBACK
027000         END-IF.
027100         READ CUTCTL-FILE
027200             AT END
027300                 DISPLAY "CUTLIST: CUTCTL IS EMPTY - RUN "
027400                     "ABORTED"
027500                 MOVE 16 TO RETURN-CODE
027600                 GOBACK
027700         END-READ.
027800         CLOSE CUTCTL-FILE.
027900         IF CC-QUALIFY-COUNT NOT NUMERIC
028000                 OR CC-VENUE-MIN NOT NUMERIC
028100             DISPLAY "CUTLIST: CUTCTL QUALIFY COUNT OR VENUE "
028200                 "MINIMUM NOT NUMERIC - RUN ABORTED"
028300             MOVE 16 TO RETURN-CODE
028400             GOBACK
028500         END-IF.
028600         IF CC-QUALIFY-COUNT = 0
028700             DISPLAY "CUTLIST: CUTCTL QUALIFY COUNT IS ZERO - "
028800                 "RUN ABORTED"
028900             MOVE 16 TO RETURN-CODE
029000             GOBACK
029100         END-IF.
029200         MOVE CC-QUALIFY-COUNT TO WS-QUALIFY-COUNT.
029300         MOVE CC-VENUE-MIN TO WS-VENUE-MIN.
029400         IF CC-KEEP-SEV1
029500             MOVE 'N' TO WS-EXCL-SEV1-SW
029600         END-IF.
029700******************************************************************
029800*    1200-LOAD-VENUE-MASTER - TABLE THE VENUES ACTIVE AND
029810*    WITHIN THEIR EFFECTIVE DATES ON THE RUN DATE, AND OPEN A
029820*    CUT-VENUE SLOT FOR EACH, SO A VENUE WITH NO HEATS ON
029830*    RACEHIST IS STILL HELD TO THE MINIMUM.
030000******************************************************************
030100     1200-LOAD-VENUE-MASTER.
030200         MOVE 'N' TO WS-EOF-SW.
030300         OPEN INPUT VENMASTR-FILE.
030400         IF WS-VENMASTR-STATUS = "35"
030500             DISPLAY "CUTLIST: NO VENUE MASTER (VENMASTR) - "
030600                 "EVERY VENUE ON RACEHIST COUNTS AS ACTIVE"
030700             MOVE 'N' TO WS-VENM-IN-EFFECT-SW
030800             SET WS-EOF TO TRUE
030900         ELSE
031000             IF WS-VENMASTR-STATUS NOT = "00"
031100                 DISPLAY "CUTLIST: CANNOT OPEN VENMASTR - RUN "
031200                     "ABORTED (STATUS " WS-VENMASTR-STATUS ")"
031300                 MOVE 16 TO RETURN-CODE
031400                 GOBACK
031500             END-IF
031600         END-IF.
031700         PERFORM UNTIL WS-EOF
031800             READ VENMASTR-FILE
031900                 AT END
032000                     SET WS-EOF TO TRUE
032100                 NOT AT END
032200                     IF VM-ACTIVE
032300                             AND VM-EFF-FROM NOT > WS-RUN-DATE
032400                             AND VM-EFF-TO NOT < WS-RUN-DATE
032500                             AND WS-VENM-COUNT < 50
032600                         ADD 1 TO WS-VENM-COUNT
032700                         MOVE VM-VENUE-CODE
032800                             TO VMT-CODE (WS-VENM-COUNT)
032900                     END-IF
033000             END-READ
033100         END-PERFORM.
033200         IF WS-VENM-IN-EFFECT
033300             CLOSE VENMASTR-FILE
033400         END-IF.
033410         PERFORM 1300-SEED-CUT-VENUE
033420             VARYING WS-VENM-SUB FROM 1 BY 1
033430             UNTIL WS-VENM-SUB > WS-VENM-COUNT.
033440     1300-SEED-CUT-VENUE.
033450         ADD 1 TO WS-CV-COUNT.
033460         MOVE VMT-CODE (WS-VENM-SUB) TO CV-VENUE (WS-CV-COUNT).
033470         MOVE 'Y' TO CV-ACTIVE-SW (WS-CV-COUNT).
033480         MOVE 0 TO CV-RANKED (WS-CV-COUNT).
033490         MOVE 0 TO CV-TAKEN (WS-CV-COUNT).
033500******************************************************************
033600*    1400-LOAD-EXCEPTIONS - TABLE THE RUN DATE'S SEVERITY-1
033700*    EXCEPTIONS STILL OPEN (NEVER ACKNOWLEDGED OR RESOLVED
033800*    THROUGH EXCPWRK).  NOT NEEDED WHEN THE CONTROL FILE LETS
033900*    SUCH HEATS BE RANKED.  NO EXCEPTIONS FILE MEANS NOTHING
034000*    HAS BEEN FLAGGED.
034100******************************************************************
034200     1400-LOAD-EXCEPTIONS.
034300         MOVE 'N' TO WS-EOF-SW.
034400         IF NOT WS-EXCL-SEV1
034500             SET WS-EOF TO TRUE
034600         ELSE
034700             OPEN INPUT EXCEPT-FILE
034800             IF WS-EXCEPT-STATUS = "35"
034900                 SET WS-EOF TO TRUE
035000             ELSE
035100                 IF WS-EXCEPT-STATUS NOT = "00"
035200                     DISPLAY "CUTLIST: CANNOT OPEN EXCEPTS - "
035300                         "RUN ABORTED (STATUS "
035400                         WS-EXCEPT-STATUS ")"
035500                     MOVE 16 TO RETURN-CODE
035600                     GOBACK
035700                 END-IF
035800             END-IF
035900         END-IF.
036000         PERFORM UNTIL WS-EOF
036100             READ EXCEPT-FILE
036200                 AT END
036300                     SET WS-EOF TO TRUE
036400                 NOT AT END
036500                     IF EX-RUN-DATE = WS-RUN-DATE
036600                             AND EX-SEVERITY = '1'
036700                             AND EX-OPEN
036800                         PERFORM 1500-KEEP-EXCEPTION
036900                     END-IF
037000             END-READ
037100         END-PERFORM.
037200         IF WS-EXCEPT-STATUS = "00" OR WS-EXCEPT-STATUS = "10"
037300             CLOSE EXCEPT-FILE
037400         END-IF.
037500     1500-KEEP-EXCEPTION.
037600         IF WS-XT-COUNT NOT LESS THAN 500
037700             DISPLAY "CUTLIST: MORE THAN 500 OPEN SEVERITY-1 "
037800                 "EXCEPTIONS - RACE " EX-RACE-ID " AT "
037900                 EX-VENUE " NOT CHECKED"
038000         ELSE
038100             IF EX-CYCLE NUMERIC
038200                 MOVE EX-CYCLE TO WS-EX-CYCLE
038300             ELSE
038400                 MOVE 0 TO WS-EX-CYCLE
038500             END-IF
038600             ADD 1 TO WS-XT-COUNT
038700             MOVE EX-VENUE TO XT-VENUE (WS-XT-COUNT)
038800             MOVE EX-RACE-ID TO XT-RACE-ID (WS-XT-COUNT)
038900             MOVE WS-EX-CYCLE TO XT-CYCLE (WS-XT-COUNT)
039000         END-IF.
039100******************************************************************
039200*    1600-LOAD-HEATS - POSITION THE MASTER AT THE FIRST RECORD
039300*    OF THE RUN DATE AND READ FORWARD UNTIL THE DATE MOVES PAST
039400*    IT.  THE CYCLE IS THE LAST KEY COMPONENT, SO A HEAT'S
039500*    CYCLES ARRIVE TOGETHER AND IN ORDER: A RECORD FOR THE SAME
039600*    VENUE/RACE AS THE LAST SLOT FILLED OVERWRITES IT, AND THE
039700*    SLOT ENDS UP HOLDING THE LATEST CYCLE.  NO MASTER ON DISK
039800*    MEANS NOTHING HAS BEEN POSTED - AN EMPTY LIST.
039900******************************************************************
040000     1600-LOAD-HEATS.
040100         MOVE 'N' TO WS-EOF-SW.
040200         OPEN INPUT HIST-FILE.
040300         IF WS-HIST-STATUS = "35"
040400             DISPLAY "CUTLIST: NO RACE-HISTORY MASTER ON FILE "
040500                 "YET - NOTHING TO RANK"
040600             GO TO 1600-EXIT
040700         END-IF.
040800         IF WS-HIST-STATUS NOT = "00"
040900             DISPLAY "CUTLIST: CANNOT OPEN RACEHIST - RUN "
041000                 "ABORTED (STATUS " WS-HIST-STATUS ")"
041100             MOVE 16 TO RETURN-CODE
041200             GOBACK
041300         END-IF.
041400         MOVE WS-RUN-DATE TO RH-RUN-DATE.
041500         MOVE LOW-VALUES TO RH-VENUE.
041600         MOVE 0 TO RH-RACE-ID.
041700         MOVE 0 TO RH-CYCLE.
041800         START HIST-FILE KEY NOT LESS THAN RH-KEY
041900             INVALID KEY
042000                 SET WS-EOF TO TRUE
042100         END-START.
042200         PERFORM 1700-READ-ONE-HEAT
042300             UNTIL WS-EOF.
042400         CLOSE HIST-FILE.
042500         IF WS-HEATS-DROPPED > 0
042600             DISPLAY "CUTLIST: MORE THAN 500 HEATS - "
042700                 WS-HEATS-DROPPED " RECORDS DROPPED"
042800         END-IF.
042900     1600-EXIT.
043000         EXIT.
043100     1700-READ-ONE-HEAT.
043200         READ HIST-FILE NEXT RECORD
043300             AT END
043400                 SET WS-EOF TO TRUE
043500             NOT AT END
043600                 IF RH-RUN-DATE > WS-RUN-DATE
043700                     SET WS-EOF TO TRUE
043800                 ELSE
043900                     PERFORM 1800-KEEP-HEAT
044000                 END-IF
044100         END-READ.
044200     1800-KEEP-HEAT.
044300         IF WS-HEAT-COUNT = 0
044400                 OR CT-VENUE (WS-HEAT-COUNT) NOT = RH-VENUE
044500                 OR CT-RACE-ID (WS-HEAT-COUNT) NOT = RH-RACE-ID
044600             IF WS-HEAT-COUNT NOT LESS THAN 500
044700                 ADD 1 TO WS-HEATS-DROPPED
044800             ELSE
044900                 ADD 1 TO WS-HEAT-COUNT
045000                 MOVE SPACES TO CUT-ENTRY (WS-HEAT-COUNT)
045100                 MOVE RH-VENUE TO CT-VENUE (WS-HEAT-COUNT)
045200                 MOVE RH-RACE-ID TO CT-RACE-ID (WS-HEAT-COUNT)
045300                 MOVE 0 TO CT-RANK (WS-HEAT-COUNT)
045400                 MOVE 0 TO CT-CV-SUB (WS-HEAT-COUNT)
045500                 PERFORM 1900-POST-FIGURES
045600             END-IF
045700         ELSE
045800             PERFORM 1900-POST-FIGURES
045900         END-IF.
046000     1900-POST-FIGURES.
046100         MOVE RH-CYCLE TO CT-CYCLE (WS-HEAT-COUNT).
046200         MOVE RH-RES-COUNT TO CT-COUNT (WS-HEAT-COUNT).
046300         MOVE RH-MARGIN TO CT-MARGIN (WS-HEAT-COUNT).
046400******************************************************************
046500*    2000-CHECK-ONE-HEAT - SETTLE WHETHER THE HEAT MAY BE
046600*    RANKED: ITS VENUE MUST BE ACTIVE FOR THE RUN DATE, AND
046700*    (WHEN THE RULE IS ON) IT MUST CARRY NO OPEN SEVERITY-1
046800*    EXCEPTION FOR THE CYCLE BEING RANKED.  AN EXCEPTION
046900*    AGAINST AN EARLIER CYCLE BELONGS TO FIGURES A RERUN HAS
047000*    ALREADY REPLACED, SO IT DOES NOT EXCLUDE THE HEAT.
047100******************************************************************
047200     2000-CHECK-ONE-HEAT.
047300         MOVE 'N' TO WS-VENUE-OK-SW.
047400         IF NOT WS-VENM-IN-EFFECT
047500             SET WS-VENUE-OK TO TRUE
047600         ELSE
047700             PERFORM 2100-MATCH-VENUE
047800                 VARYING WS-VENM-SUB FROM 1 BY 1
047900                 UNTIL WS-VENM-SUB > WS-VENM-COUNT
048000         END-IF.
048100         PERFORM 2200-FIND-CUT-VENUE.
048200         IF NOT WS-VENUE-OK
048300             SET CT-EXCLUDED (WS-HEAT-SUB) TO TRUE
048400             MOVE "VENUE NOT ACTIVE ON VENMASTR"
048500                 TO CT-REASON (WS-HEAT-SUB)
048600             ADD 1 TO WS-EXCLUDED-COUNT
048700             GO TO 2000-EXIT
048800         END-IF.
048900         IF WS-EXCL-SEV1
049000             PERFORM 2300-MATCH-EXCEPTION
049100                 VARYING WS-XT-SUB FROM 1 BY 1
049200                 UNTIL WS-XT-SUB > WS-XT-COUNT
049300                     OR CT-EXCLUDED (WS-HEAT-SUB)
049400         END-IF.
049500         IF CT-EXCLUDED (WS-HEAT-SUB)
049600             MOVE "OPEN SEVERITY-1 EXCEPTION"
049700                 TO CT-REASON (WS-HEAT-SUB)
049800             ADD 1 TO WS-EXCLUDED-COUNT
049900             GO TO 2000-EXIT
050000         END-IF.
050100         ADD 1 TO WS-RANKED-COUNT.
050200         IF CT-CV-SUB (WS-HEAT-SUB) > 0
050300             ADD 1 TO CV-RANKED (CT-CV-SUB (WS-HEAT-SUB))
050400         END-IF.
050500     2000-EXIT.
050600         EXIT.
050700     2100-MATCH-VENUE.
050800         IF VMT-CODE (WS-VENM-SUB) = CT-VENUE (WS-HEAT-SUB)
050900             SET WS-VENUE-OK TO TRUE
051000         END-IF.
051100*    2200-FIND-CUT-VENUE - POINT THE HEAT AT ITS VENUE'S
051200*    TALLIES, OPENING A SLOT THE FIRST TIME THE VENUE IS SEEN.
051300*    A VENUE THAT CANNOT GET A SLOT IS SIMPLY NOT HELD TO THE
051400*    MINIMUM.
051500     2200-FIND-CUT-VENUE.
051600         PERFORM 2250-MATCH-CUT-VENUE
051700             VARYING WS-CV-SUB FROM 1 BY 1
051800             UNTIL WS-CV-SUB > WS-CV-COUNT
051900                 OR CT-CV-SUB (WS-HEAT-SUB) > 0.
052000         IF CT-CV-SUB (WS-HEAT-SUB) = 0
052100                 AND WS-CV-COUNT < 50
052200             ADD 1 TO WS-CV-COUNT
052300             MOVE CT-VENUE (WS-HEAT-SUB)
052400                 TO CV-VENUE (WS-CV-COUNT)
052500             MOVE WS-VENUE-OK-SW TO CV-ACTIVE-SW (WS-CV-COUNT)
052600             MOVE 0 TO CV-RANKED (WS-CV-COUNT)
052700             MOVE 0 TO CV-TAKEN (WS-CV-COUNT)
052800             MOVE WS-CV-COUNT TO CT-CV-SUB (WS-HEAT-SUB)
052900         END-IF.
053000     2250-MATCH-CUT-VENUE.
053100         IF CV-VENUE (WS-CV-SUB) = CT-VENUE (WS-HEAT-SUB)
053200             MOVE WS-CV-SUB TO CT-CV-SUB (WS-HEAT-SUB)
053300         END-IF.
053400     2300-MATCH-EXCEPTION.
053500         IF XT-VENUE (WS-XT-SUB) = CT-VENUE (WS-HEAT-SUB)
053600                 AND XT-RACE-ID (WS-XT-SUB)
053700                     = CT-RACE-ID (WS-HEAT-SUB)
053800                 AND XT-CYCLE (WS-XT-SUB)
053900                     = CT-CYCLE (WS-HEAT-SUB)
054000             SET CT-EXCLUDED (WS-HEAT-SUB) TO TRUE
054100         END-IF.
054200******************************************************************
054300*    3000-PICK-NEXT-RANK - GIVE THE NEXT RANK TO THE BEST HEAT
054400*    NOT YET RANKED: HIGHEST WINNING COUNT, THEN THE WIDER
054500*    TIGHTEST MARGIN.  A HEAT LEVEL ON BOTH LOSES TO THE ONE
054600*    EARLIER IN THE TABLE, SO TIES KEEP VENUE/RACE ORDER.
054700******************************************************************
054800     3000-PICK-NEXT-RANK.
054900         MOVE 0 TO WS-BEST-SUB.
055000         PERFORM 3100-COMPARE-ONE-HEAT
055100             VARYING WS-HEAT-SUB FROM 1 BY 1
055200             UNTIL WS-HEAT-SUB > WS-HEAT-COUNT.
055300         MOVE WS-RANK-NO TO CT-RANK (WS-BEST-SUB).
055400         MOVE WS-BEST-SUB TO RANK-SUB (WS-RANK-NO).
055500     3100-COMPARE-ONE-HEAT.
055600         IF CT-UNPLACED (WS-HEAT-SUB)
055700                 AND CT-RANK (WS-HEAT-SUB) = 0
055800             IF WS-BEST-SUB = 0
055900                 MOVE WS-HEAT-SUB TO WS-BEST-SUB
056000             ELSE
056100                 IF CT-COUNT (WS-HEAT-SUB)
056200                         > CT-COUNT (WS-BEST-SUB)
056300                     OR (CT-COUNT (WS-HEAT-SUB)
056400                             = CT-COUNT (WS-BEST-SUB)
056500                         AND CT-MARGIN (WS-HEAT-SUB)
056600                             > CT-MARGIN (WS-BEST-SUB))
056700                     MOVE WS-HEAT-SUB TO WS-BEST-SUB
056800                 END-IF
056900             END-IF
057000         END-IF.
057100******************************************************************
057200*    4000-MAKE-THE-CUT - THREE PASSES DOWN THE RANKING: EACH
057300*    VENUE'S BEST HEATS TAKE ITS MINIMUM, THE NEXT BEST FILL
057400*    THE REST OF THE QUALIFY COUNT, AND WHAT IS LEFT IS
057500*    RESERVE.  THEN EVERY ACTIVE VENUE THAT COULD NOT MEET ITS
057600*    MINIMUM IS COUNTED FOR THE TOTALS PAGE.
057700******************************************************************
057800     4000-MAKE-THE-CUT.
057900         PERFORM 4100-TAKE-VENUE-MINIMUM
058000             VARYING WS-RANK-NO FROM 1 BY 1
058100             UNTIL WS-RANK-NO > WS-RANKED-COUNT.
058200         MOVE WS-QUAL-COUNT TO WS-MIN-PLACES.
058300         PERFORM 4200-TAKE-BY-RANK
058400             VARYING WS-RANK-NO FROM 1 BY 1
058500             UNTIL WS-RANK-NO > WS-RANKED-COUNT.
058600         PERFORM 4300-MARK-RESERVE
058700             VARYING WS-RANK-NO FROM 1 BY 1
058800             UNTIL WS-RANK-NO > WS-RANKED-COUNT.
058900         PERFORM 4400-CHECK-VENUE-SHORT
059000             VARYING WS-CV-SUB FROM 1 BY 1
059100             UNTIL WS-CV-SUB > WS-CV-COUNT.
059200     4100-TAKE-VENUE-MINIMUM.
059300         MOVE RANK-SUB (WS-RANK-NO) TO WS-HEAT-SUB.
059400         MOVE CT-CV-SUB (WS-HEAT-SUB) TO WS-CV-SUB.
059500         IF WS-CV-SUB > 0
059600             IF CV-TAKEN (WS-CV-SUB) < WS-VENUE-MIN
059700                 SET CT-QUALIFIED (WS-HEAT-SUB) TO TRUE
059800                 MOVE "VENUE MINIMUM"
059900                     TO CT-REASON (WS-HEAT-SUB)
060000                 ADD 1 TO CV-TAKEN (WS-CV-SUB)
060100                 ADD 1 TO WS-QUAL-COUNT
060200             END-IF
060300         END-IF.
060400     4200-TAKE-BY-RANK.
060500         MOVE RANK-SUB (WS-RANK-NO) TO WS-HEAT-SUB.
060600         IF CT-UNPLACED (WS-HEAT-SUB)
060700                 AND WS-QUAL-COUNT < WS-QUALIFY-COUNT
060800             SET CT-QUALIFIED (WS-HEAT-SUB) TO TRUE
060900             MOVE "RANKED WITHIN THE CUT"
061000                 TO CT-REASON (WS-HEAT-SUB)
061100             IF CT-CV-SUB (WS-HEAT-SUB) > 0
061200                 ADD 1 TO CV-TAKEN (CT-CV-SUB (WS-HEAT-SUB))
061300             END-IF
061400             ADD 1 TO WS-QUAL-COUNT
061500         END-IF.
061600     4300-MARK-RESERVE.
061700         MOVE RANK-SUB (WS-RANK-NO) TO WS-HEAT-SUB.
061800         IF CT-UNPLACED (WS-HEAT-SUB)
061900             SET CT-RESERVE (WS-HEAT-SUB) TO TRUE
062000             MOVE "RANKED BELOW THE CUT"
062100                 TO CT-REASON (WS-HEAT-SUB)
062200             ADD 1 TO WS-RESERVE-COUNT
062300         END-IF.
062400     4400-CHECK-VENUE-SHORT.
062500         IF CV-ACTIVE (WS-CV-SUB)
062600                 AND CV-RANKED (WS-CV-SUB) < WS-VENUE-MIN
062700             ADD 1 TO WS-VENUES-SHORT
062800             DISPLAY "CUTLIST: VENUE " CV-VENUE (WS-CV-SUB)
062900                 " HAS " CV-RANKED (WS-CV-SUB) " RANKED "
063000                 "HEAT(S) - SHORT OF THE MINIMUM OF "
063100                 WS-VENUE-MIN
063200         END-IF.
063300******************************************************************
063400*    5000-OPEN-OUTPUTS - THE CUT LIST AND ITS CSV COMPANION ARE
063500*    REWRITTEN FRESH EACH RUN.  THE CSV OPENS WITH A HEADER ROW
063600*    NAMING THE RUN DATE AND THE RULES THE CUT WAS MADE UNDER,
063700*    SO A FILE PICKED UP FROM THE WRONG NIGHT EXPLAINS ITSELF.
063800******************************************************************
063900     5000-OPEN-OUTPUTS.
064000         OPEN OUTPUT CUTRPT-FILE.
064100         IF WS-CUTRPT-STATUS NOT = "00"
064200             DISPLAY "CUTLIST: CANNOT OPEN CUTRPT - RUN "
064300                 "ABORTED (STATUS " WS-CUTRPT-STATUS ")"
064400             MOVE 16 TO RETURN-CODE
064500             GOBACK
064600         END-IF.
064700         OPEN OUTPUT CUTCSV-FILE.
064800         IF WS-CUTCSV-STATUS NOT = "00"
064900             DISPLAY "CUTLIST: CANNOT OPEN CUTCSV - RUN "
065000                 "ABORTED (STATUS " WS-CUTCSV-STATUS ")"
065100             CLOSE CUTRPT-FILE
065200             MOVE 16 TO RETURN-CODE
065300             GOBACK
065400         END-IF.
065500         MOVE SPACES TO WS-CSV-ROW.
065600         MOVE 1 TO WS-ROW-PTR.
065700         STRING "HDR," DELIMITED BY SIZE
065800                 INTO WS-CSV-ROW
065900                 WITH POINTER WS-ROW-PTR
066000         END-STRING.
066100         MOVE WS-RUN-DATE TO WS-FIELD-TEXT.
066200         PERFORM 8500-APPEND-FIELD.
066300         PERFORM 8600-APPEND-COMMA.
066400         MOVE WS-QUALIFY-COUNT TO WS-FIELD-TEXT.
066500         PERFORM 8500-APPEND-FIELD.
066600         PERFORM 8600-APPEND-COMMA.
066700         MOVE WS-VENUE-MIN TO WS-FIELD-TEXT.
066800         PERFORM 8500-APPEND-FIELD.
066900         PERFORM 8600-APPEND-COMMA.
067000         STRING WS-EXCL-SEV1-SW DELIMITED BY SIZE
067100                 INTO WS-CSV-ROW
067200                 WITH POINTER WS-ROW-PTR
067300         END-STRING.
067400         PERFORM 8700-WRITE-CSV-ROW.
067500******************************************************************
067600*    6000-WRITE-CUT-LIST - THE RULES, THEN THE THREE SECTIONS:
067700*    QUALIFIED AND RESERVE IN RANK ORDER, EXCLUDED IN VENUE/
067800*    RACE ORDER.  EACH HEAT'S POSITION IS ITS PLACE WITHIN
067900*    ITS SECTION.
068000******************************************************************
068100     6000-WRITE-CUT-LIST.
068200         PERFORM 8100-START-NEW-PAGE.
068300         MOVE WS-QUALIFY-COUNT TO CL-TOTAL-EDIT.
068400         MOVE SPACES TO REPORT-LINE.
068500         STRING "CUT RULES: QUALIFY " DELIMITED BY SIZE
068600                 CL-TOTAL-EDIT DELIMITED BY SIZE
068700                 " HEATS, VENUE MINIMUM " DELIMITED BY SIZE
068800                 WS-VENUE-MIN DELIMITED BY SIZE
068900                 INTO RPT-TEXT
069000         END-STRING.
069100         PERFORM 8200-WRITE-LINE.
069200         MOVE SPACES TO REPORT-LINE.
069300         IF WS-EXCL-SEV1
069400             STRING "           HEATS WITH AN OPEN SEVERITY-1 "
069500                     DELIMITED BY SIZE
069600                     "EXCEPTION ARE EXCLUDED" DELIMITED BY SIZE
069700                     INTO RPT-TEXT
069800             END-STRING
069900         ELSE
070000             STRING "           HEATS WITH AN OPEN SEVERITY-1 "
070100                     DELIMITED BY SIZE
070200                     "EXCEPTION ARE RANKED" DELIMITED BY SIZE
070300                     INTO RPT-TEXT
070400             END-STRING
070500         END-IF.
070600         PERFORM 8200-WRITE-LINE.
070700         MOVE SPACES TO REPORT-LINE.
070800         STRING "           RANKED BY WINNING COUNT, THEN THE "
070900                 DELIMITED BY SIZE
071000                 "WIDER TIGHTEST MARGIN; EACH HEAT'S LATEST "
071100                 DELIMITED BY SIZE
071200                 "CYCLE" DELIMITED BY SIZE
071300                 INTO RPT-TEXT
071400         END-STRING.
071500         PERFORM 8200-WRITE-LINE.
071600         IF NOT WS-VENM-IN-EFFECT
071700             MOVE SPACES TO REPORT-LINE
071800             STRING "NOTE: NO VENUE MASTER - EVERY VENUE "
071900                     DELIMITED BY SIZE
072000                     "COUNTS AS ACTIVE" DELIMITED BY SIZE
072100                     INTO RPT-TEXT
072200             END-STRING
072300             PERFORM 8200-WRITE-LINE
072400         END-IF.
072500         MOVE "QUALIFIED" TO WS-SECTION-NAME.
072600         PERFORM 8400-WRITE-SECTION-HEADING.
072700         MOVE 0 TO WS-POSITION.
072800         PERFORM 6100-LIST-QUALIFIED
072900             VARYING WS-RANK-NO FROM 1 BY 1
073000             UNTIL WS-RANK-NO > WS-RANKED-COUNT.
073100         PERFORM 6400-NOTE-EMPTY-SECTION.
073200         MOVE "RESERVE" TO WS-SECTION-NAME.
073300         PERFORM 8400-WRITE-SECTION-HEADING.
073400         MOVE 0 TO WS-POSITION.
073500         PERFORM 6200-LIST-RESERVE
073600             VARYING WS-RANK-NO FROM 1 BY 1
073700             UNTIL WS-RANK-NO > WS-RANKED-COUNT.
073800         PERFORM 6400-NOTE-EMPTY-SECTION.
073900         MOVE "EXCLUDED" TO WS-SECTION-NAME.
074000         PERFORM 8400-WRITE-SECTION-HEADING.
074100         MOVE 0 TO WS-POSITION.
074200         PERFORM 6300-LIST-EXCLUDED
074300             VARYING WS-HEAT-SUB FROM 1 BY 1
074400             UNTIL WS-HEAT-SUB > WS-HEAT-COUNT.
074500         PERFORM 6400-NOTE-EMPTY-SECTION.
074600     6100-LIST-QUALIFIED.
074700         MOVE RANK-SUB (WS-RANK-NO) TO WS-HEAT-SUB.
074800         IF CT-QUALIFIED (WS-HEAT-SUB)
074900             ADD 1 TO WS-POSITION
075000             PERFORM 6500-WRITE-HEAT
075100         END-IF.
075200     6200-LIST-RESERVE.
075300         MOVE RANK-SUB (WS-RANK-NO) TO WS-HEAT-SUB.
075400         IF CT-RESERVE (WS-HEAT-SUB)
075500             ADD 1 TO WS-POSITION
075600             PERFORM 6500-WRITE-HEAT
075700         END-IF.
075800     6300-LIST-EXCLUDED.
075900         IF CT-EXCLUDED (WS-HEAT-SUB)
076000             ADD 1 TO WS-POSITION
076100             PERFORM 6500-WRITE-HEAT
076200         END-IF.
076300     6400-NOTE-EMPTY-SECTION.
076400         IF WS-POSITION = 0
076500             MOVE SPACES TO REPORT-LINE
076600             MOVE "   (NONE)" TO RPT-TEXT
076700             PERFORM 8200-WRITE-LINE
076800         END-IF.
076900******************************************************************
077000*    6500-WRITE-HEAT - ONE PRINT LINE AND ONE CSV ROW FOR THE
077100*    HEAT IN WS-HEAT-SUB.  AN EXCLUDED HEAT HAS NO RANK.
077200******************************************************************
077300     6500-WRITE-HEAT.
077400         IF WS-LINE-COUNT > WS-PAGE-DEPTH - 2
077500             PERFORM 8100-START-NEW-PAGE
077600             PERFORM 8400-WRITE-SECTION-HEADING
077700         END-IF.
077800         MOVE WS-POSITION TO CL-POS-EDIT.
077900         IF CT-RANK (WS-HEAT-SUB) = 0
078000             MOVE SPACES TO WS-RANK-TEXT
078100         ELSE
078200             MOVE CT-RANK (WS-HEAT-SUB) TO CL-RANK-EDIT
078300             MOVE CL-RANK-EDIT TO WS-RANK-TEXT
078400         END-IF.
078500         MOVE CT-COUNT (WS-HEAT-SUB) TO CL-COUNT-EDIT.
078600         COMPUTE WS-MARGIN-DEC = CT-MARGIN (WS-HEAT-SUB) / 100.
078700         MOVE WS-MARGIN-DEC TO CL-MARGIN-EDIT.
078800         MOVE SPACES TO REPORT-LINE.
078900         STRING "  " DELIMITED BY SIZE
079000                 CL-POS-EDIT DELIMITED BY SIZE
079100                 "   " DELIMITED BY SIZE
079200                 WS-RANK-TEXT DELIMITED BY SIZE
079300                 "   " DELIMITED BY SIZE
079400                 CT-VENUE (WS-HEAT-SUB) DELIMITED BY SIZE
079500                 "   " DELIMITED BY SIZE
079600                 CT-RACE-ID (WS-HEAT-SUB) DELIMITED BY SIZE
079700                 "   " DELIMITED BY SIZE
079800                 CT-CYCLE (WS-HEAT-SUB) DELIMITED BY SIZE
079900                 "  " DELIMITED BY SIZE
080000                 CL-COUNT-EDIT DELIMITED BY SIZE
080100                 "  " DELIMITED BY SIZE
080200                 CL-MARGIN-EDIT DELIMITED BY SIZE
080300                 "  " DELIMITED BY SIZE
080400                 CT-REASON (WS-HEAT-SUB) DELIMITED BY SIZE
080500                 INTO RPT-TEXT
080600         END-STRING.
080700         PERFORM 8200-WRITE-LINE.
080800         PERFORM 6600-WRITE-CSV-HEAT.
080900******************************************************************
081000*    6600-WRITE-CSV-HEAT - RUN DATE, VENUE, RACE ID, CYCLE,
081100*    SECTION, POSITION IN THE SECTION, RANK (EMPTY WHEN
081200*    EXCLUDED), WINNING COUNT, TIGHTEST MARGIN, REASON.  THE
081300*    WINNING COUNT IS ALSO FOLDED INTO THE TRAILER'S HASH.
081400******************************************************************
081500     6600-WRITE-CSV-HEAT.
081600         MOVE SPACES TO WS-CSV-ROW.
081700         MOVE 1 TO WS-ROW-PTR.
081800         MOVE WS-RUN-DATE TO WS-FIELD-TEXT.
081900         PERFORM 8500-APPEND-FIELD.
082000         PERFORM 8600-APPEND-COMMA.
082100         STRING CT-VENUE (WS-HEAT-SUB) DELIMITED BY SPACE
082200                 INTO WS-CSV-ROW
082300                 WITH POINTER WS-ROW-PTR
082400         END-STRING.
082500         PERFORM 8600-APPEND-COMMA.
082600         MOVE CT-RACE-ID (WS-HEAT-SUB) TO WS-FIELD-TEXT.
082700         PERFORM 8500-APPEND-FIELD.
082800         PERFORM 8600-APPEND-COMMA.
082900         MOVE CT-CYCLE (WS-HEAT-SUB) TO WS-FIELD-TEXT.
083000         PERFORM 8500-APPEND-FIELD.
083100         PERFORM 8600-APPEND-COMMA.
083200         STRING WS-SECTION-NAME DELIMITED BY SPACE
083300                 INTO WS-CSV-ROW
083400                 WITH POINTER WS-ROW-PTR
083500         END-STRING.
083600         PERFORM 8600-APPEND-COMMA.
083700         MOVE WS-POSITION TO WS-FIELD-TEXT.
083800         PERFORM 8500-APPEND-FIELD.
083900         PERFORM 8600-APPEND-COMMA.
084000         IF CT-RANK (WS-HEAT-SUB) > 0
084100             MOVE CT-RANK (WS-HEAT-SUB) TO WS-FIELD-TEXT
084200             PERFORM 8500-APPEND-FIELD
084300         END-IF.
084400         PERFORM 8600-APPEND-COMMA.
084500         MOVE CT-COUNT (WS-HEAT-SUB) TO WS-FIELD-TEXT.
084600         PERFORM 8500-APPEND-FIELD.
084700         PERFORM 8600-APPEND-COMMA.
084800         MOVE WS-MARGIN-DEC TO WS-MARGIN-DISP.
084900         MOVE WS-MARGIN-DISP TO WS-FIELD-TEXT.
085000         PERFORM 8500-APPEND-FIELD.
085100         PERFORM 8600-APPEND-COMMA.
085200         STRING CT-REASON (WS-HEAT-SUB) DELIMITED BY "  "
085300                 INTO WS-CSV-ROW
085400                 WITH POINTER WS-ROW-PTR
085500         END-STRING.
085600         PERFORM 8700-WRITE-CSV-ROW.
085700         ADD CT-COUNT (WS-HEAT-SUB) TO WS-HASH-TOTAL.
085800******************************************************************
085900*    7000-WRITE-TOTALS - THE SECTION COUNTS, AND EVERY PLACE
086000*    THE CUT FELL SHORT OF WHAT THE RULES ASKED FOR.
086100******************************************************************
086200     7000-WRITE-TOTALS.
086300         PERFORM 8300-WRITE-BLANK-LINE.
086400         MOVE SPACES TO REPORT-LINE.
086500         MOVE "TOTALS" TO RPT-TEXT.
086600         PERFORM 8200-WRITE-LINE.
086700         MOVE WS-HEAT-COUNT TO CL-TOTAL-EDIT.
086800         MOVE SPACES TO REPORT-LINE.
086900         STRING "  HEATS ON RACEHIST:     " DELIMITED BY SIZE
087000                 CL-TOTAL-EDIT DELIMITED BY SIZE
087100                 INTO RPT-TEXT
087200         END-STRING.
087300         PERFORM 8200-WRITE-LINE.
087400         MOVE WS-QUAL-COUNT TO CL-TOTAL-EDIT.
087500         MOVE SPACES TO REPORT-LINE.
087600         STRING "  QUALIFIED:             " DELIMITED BY SIZE
087700                 CL-TOTAL-EDIT DELIMITED BY SIZE
087800                 INTO RPT-TEXT
087900         END-STRING.
088000         PERFORM 8200-WRITE-LINE.
088100         MOVE WS-MIN-PLACES TO CL-TOTAL-EDIT.
088200         MOVE SPACES TO REPORT-LINE.
088300         STRING "    ON VENUE MINIMUMS:   " DELIMITED BY SIZE
088400                 CL-TOTAL-EDIT DELIMITED BY SIZE
088500                 INTO RPT-TEXT
088600         END-STRING.
088700         PERFORM 8200-WRITE-LINE.
088800         MOVE WS-RESERVE-COUNT TO CL-TOTAL-EDIT.
088900         MOVE SPACES TO REPORT-LINE.
089000         STRING "  RESERVE:               " DELIMITED BY SIZE
089100                 CL-TOTAL-EDIT DELIMITED BY SIZE
089200                 INTO RPT-TEXT
089300         END-STRING.
089400         PERFORM 8200-WRITE-LINE.
089500         MOVE WS-EXCLUDED-COUNT TO CL-TOTAL-EDIT.
089600         MOVE SPACES TO REPORT-LINE.
089700         STRING "  EXCLUDED:              " DELIMITED BY SIZE
089800                 CL-TOTAL-EDIT DELIMITED BY SIZE
089900                 INTO RPT-TEXT
090000         END-STRING.
090100         PERFORM 8200-WRITE-LINE.
090200         IF WS-HEAT-COUNT = 0
090300             MOVE SPACES TO REPORT-LINE
090400             STRING "  NO HEATS ON RACEHIST FOR RUN DATE "
090500                     DELIMITED BY SIZE
090600                     WS-RUN-DATE DELIMITED BY SIZE
090700                     INTO RPT-TEXT
090800             END-STRING
090900             PERFORM 8200-WRITE-LINE
091000         END-IF.
091100         IF WS-MIN-PLACES > WS-QUALIFY-COUNT
091200             MOVE SPACES TO REPORT-LINE
091300             STRING "  WARNING: VENUE MINIMUMS ALONE TAKE "
091400                     DELIMITED BY SIZE
091500                     "MORE PLACES THAN THE QUALIFY COUNT"
091600                     DELIMITED BY SIZE
091700                     INTO RPT-TEXT
091800             END-STRING
091900             PERFORM 8200-WRITE-LINE
092000         END-IF.
092100         IF WS-QUAL-COUNT < WS-QUALIFY-COUNT
092200                 AND WS-HEAT-COUNT > 0
092300             MOVE SPACES TO REPORT-LINE
092400             STRING "  WARNING: FEWER RANKED HEATS THAN THE "
092500                     DELIMITED BY SIZE
092600                     "QUALIFY COUNT" DELIMITED BY SIZE
092700                     INTO RPT-TEXT
092800             END-STRING
092900             PERFORM 8200-WRITE-LINE
093000         END-IF.
093100         PERFORM 7100-NOTE-VENUE-SHORT
093200             VARYING WS-CV-SUB FROM 1 BY 1
093300             UNTIL WS-CV-SUB > WS-CV-COUNT.
093400         PERFORM 8300-WRITE-BLANK-LINE.
093500         MOVE SPACES TO REPORT-LINE.
093600         MOVE "END OF CUT LIST" TO RPT-TEXT.
093700         PERFORM 8200-WRITE-LINE.
093800     7100-NOTE-VENUE-SHORT.
093900         IF CV-ACTIVE (WS-CV-SUB)
094000                 AND CV-RANKED (WS-CV-SUB) < WS-VENUE-MIN
094100             MOVE SPACES TO REPORT-LINE
094200             STRING "  WARNING: VENUE " DELIMITED BY SIZE
094300                     CV-VENUE (WS-CV-SUB) DELIMITED BY SIZE
094400                     " HAS " DELIMITED BY SIZE
094500                     CV-RANKED (WS-CV-SUB) DELIMITED BY SIZE
094600                     " RANKED HEAT(S), SHORT OF THE VENUE "
094700                     DELIMITED BY SIZE
094800                     "MINIMUM" DELIMITED BY SIZE
094900                     INTO RPT-TEXT
095000             END-STRING
095100             PERFORM 8200-WRITE-LINE
095200         END-IF.
095300******************************************************************
095400*    8100-START-NEW-PAGE - NUMBERED PAGE BANNER NAMING THE LIST
095500*    AND THE RUN DATE, SO A LOOSE PAGE STILL SAYS WHERE IT
095600*    BELONGS.
095700******************************************************************
095800     8100-START-NEW-PAGE.
095900         ADD 1 TO WS-PAGE-NUM.
096000         MOVE 0 TO WS-LINE-COUNT.
096100         MOVE WS-PAGE-NUM TO CL-PAGE-EDIT.
096200         MOVE SPACES TO REPORT-LINE.
096300         STRING "QUALIFYING CUT LIST - RUN DATE "
096400                 DELIMITED BY SIZE
096500                 WS-RUN-DATE DELIMITED BY SIZE
096600                 "                                          "
096700                 DELIMITED BY SIZE
096800                 "PAGE " DELIMITED BY SIZE
096900                 CL-PAGE-EDIT DELIMITED BY SIZE
097000                 INTO RPT-TEXT
097100         END-STRING.
097200         PERFORM 8200-WRITE-LINE.
097300         PERFORM 8300-WRITE-BLANK-LINE.
097400     8200-WRITE-LINE.
097500         WRITE REPORT-LINE.
097600         ADD 1 TO WS-LINE-COUNT.
097700     8300-WRITE-BLANK-LINE.
097800         MOVE SPACES TO REPORT-LINE.
097900         PERFORM 8200-WRITE-LINE.
098000     8400-WRITE-SECTION-HEADING.
098100         PERFORM 8300-WRITE-BLANK-LINE.
098200         MOVE SPACES TO REPORT-LINE.
098300         MOVE WS-SECTION-NAME TO RPT-TEXT.
098400         PERFORM 8200-WRITE-LINE.
098500         MOVE SPACES TO REPORT-LINE.
098600         STRING "  POS  RANK  VENUE   RACE   CY"
098700                 DELIMITED BY SIZE
098800                 "    WINNING COUNT" DELIMITED BY SIZE
098900                 "      TIGHTEST MARGIN  REASON"
099000                 DELIMITED BY SIZE
099100                 INTO RPT-TEXT
099200         END-STRING.
099300         PERFORM 8200-WRITE-LINE.
099400******************************************************************
099500*    8500-APPEND-FIELD - APPEND THE SIGNIFICANT DIGITS OF THE
099600*    NUMERIC FIELD STAGED IN WS-FIELD-TEXT ONTO THE CSV ROW,
099700*    THE SAME LEADING-ZERO STRIP RACEXTR USES: A ZERO FIGURE
099800*    STILL GOES OUT AS "0", AND A FRACTION UNDER ONE KEEPS THE
099900*    ZERO AHEAD OF ITS DECIMAL POINT.
100000******************************************************************
100100     8500-APPEND-FIELD.
100200         MOVE 0 TO WS-LEAD-ZEROS.
100300         INSPECT WS-FIELD-TEXT TALLYING WS-LEAD-ZEROS
100400             FOR LEADING '0'.
100500         IF WS-LEAD-ZEROS = LENGTH OF WS-FIELD-TEXT
100600             SUBTRACT 1 FROM WS-LEAD-ZEROS
100700         END-IF.
100800         IF WS-LEAD-ZEROS > 0
100900                 AND WS-FIELD-TEXT (WS-LEAD-ZEROS + 1:1)
101000                     = SPACE
101100             SUBTRACT 1 FROM WS-LEAD-ZEROS
101200         END-IF.
101300         IF WS-LEAD-ZEROS > 0
101400                 AND WS-FIELD-TEXT (WS-LEAD-ZEROS + 1:1) = "."
101500             SUBTRACT 1 FROM WS-LEAD-ZEROS
101600         END-IF.
101700         STRING WS-FIELD-TEXT (WS-LEAD-ZEROS + 1:)
101800                 DELIMITED BY SPACE
101900                 INTO WS-CSV-ROW
102000                 WITH POINTER WS-ROW-PTR
102100         END-STRING.
102200     8600-APPEND-COMMA.
102300         STRING "," DELIMITED BY SIZE
102400                 INTO WS-CSV-ROW
102500                 WITH POINTER WS-ROW-PTR
102600         END-STRING.
102700     8700-WRITE-CSV-ROW.
102800         MOVE WS-CSV-ROW TO CUTCSV-RECORD.
102900         WRITE CUTCSV-RECORD.
103000******************************************************************
103100*    8800-WRITE-CSV-TRAILER - THE CLOSING ROW CARRIES THE HEAT
103200*    ROW COUNT AND THE HASH TOTAL OF THEIR WINNING COUNTS, SO
103300*    THE COMMITTEE'S SIDE CAN PROVE THE FILE ARRIVED WHOLE.
103400******************************************************************
103500     8800-WRITE-CSV-TRAILER.
103600         MOVE SPACES TO WS-CSV-ROW.
103700         MOVE 1 TO WS-ROW-PTR.
103800         STRING "TRL," DELIMITED BY SIZE
103900                 INTO WS-CSV-ROW
104000                 WITH POINTER WS-ROW-PTR
104100         END-STRING.
104200         MOVE WS-HEAT-COUNT TO WS-FIELD-TEXT.
104300         PERFORM 8500-APPEND-FIELD.
104400         PERFORM 8600-APPEND-COMMA.
104500         MOVE WS-HASH-TOTAL TO WS-FIELD-TEXT.
104600         PERFORM 8500-APPEND-FIELD.
104700         PERFORM 8700-WRITE-CSV-ROW.
104800     END PROGRAM CUTLIST.
