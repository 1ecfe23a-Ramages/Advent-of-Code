001800*    CAN PROVE THE FILE ARRIVED WHOLE.  THE INTERFACE FILE IS
001900*    THE HANDOFF - NOBODY RETYPES THE REPORT INTO A
002000*    SPREADSHEET ANY MORE.
002010*
002020*    EVERY EXTRACT IS GIVEN THE NEXT SEND SEQUENCE, CARRIED ON
002030*    ITS HEADER ROW, AND LOGGED TO THE TRANSMISSION REGISTER
002040*    (XMITREG, SEE XMITREC) WITH ITS ROW COUNT AND HASH TOTAL.
002050*    KEYING R FOR THE RUN DATE SENDS THE OLDEST SEQUENCE ON
002060*    THE RESEND QUEUE (QUEUED THROUGH XMITRSND) AGAIN, FOR THE
002070*    SAME RUN DATE, VENUE AND CYCLE SELECTION, UNDER THE SAME
002080*    SEQUENCE.  XMITRCN MATCHES THE COMMITTEE'S RECEIPTS
002090*    AGAINST THE REGISTER.
002100*
002200*    MODIFICATION HISTORY.
002300*    DATE        INIT  DESCRIPTION
002588*                      ITS DECIMAL POINT, THE WAY THE
002590*                      COMMITTEE'S OWN FEED WRITES FRACTIONAL
002592*                      FIGURES.
002594*    2026-10-13  RH    TRANSMISSION REGISTER - EACH EXTRACT
002596*                      TAKES THE NEXT SEND SEQUENCE, CARRIES
002598*                      IT AS A NEW LAST FIELD ON THE HEADER
002600*                      ROW, AND IS LOGGED TO THE NEW REGISTER
002602*                      (XMITREG) WITH ITS COUNT AND HASH.  R
002604*                      AT THE RUN DATE PROMPT REGENERATES THE
002606*                      OLDEST QUEUED RESEND UNDER ITS OWN
002608*                      SEQUENCE.  THE REQUEST PROMPTS MOVED TO
002610*                      0500-GET-REQUEST.
002612******************************************************************
002700     PROGRAM-ID. RACEXTR.
002800     ENVIRONMENT DIVISION.
002900     INPUT-OUTPUT SECTION.
003600         SELECT CSVOUT-FILE ASSIGN TO "CSVOUT"
003700             ORGANIZATION IS LINE SEQUENTIAL
003800             FILE STATUS IS WS-CSVOUT-STATUS.
003810         SELECT XMITREG-FILE ASSIGN TO "XMITREG"
003820             ORGANIZATION IS INDEXED
003830             ACCESS MODE IS DYNAMIC
003840             RECORD KEY IS XR-SEND-SEQ
003850             FILE STATUS IS WS-XMITREG-STATUS.
003900     DATA DIVISION.
004000     FILE SECTION.
004100     FD  HIST-FILE.
004200         COPY HISTREC.
004300     FD  CSVOUT-FILE.
004400     01  CSVOUT-RECORD              PIC X(80).
004410     FD  XMITREG-FILE.
004420         COPY XMITREC.
004500     WORKING-STORAGE SECTION.
004600     01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
004700     01  WS-CSVOUT-STATUS           PIC X(02) VALUE SPACES.
004710     01  WS-XMITREG-STATUS          PIC X(02) VALUE SPACES.
004800     01  WS-SCAN-EOF-SW             PIC X(01) VALUE 'N'.
004900         88  WS-SCAN-EOF            VALUE 'Y'.
004910     01  WS-REG-EOF-SW              PIC X(01) VALUE 'N'.
004920         88  WS-REG-EOF             VALUE 'Y'.
005000     01  WS-TODAY                   PIC 9(08) VALUE 0.
005010     01  WS-TIME-RAW                PIC X(08) VALUE SPACES.
005020*
005030*    THE SEND SEQUENCE THIS EXTRACT GOES OUT UNDER - THE NEXT
005040*    ONE FREE ON THE REGISTER, OR THE QUEUED ONE ON A RESEND.
005050     01  WS-SEND-SEQ                PIC 9(06) VALUE 0.
005060     01  WS-RESEND-SW               PIC X(01) VALUE 'N'.
005070         88  WS-RESEND              VALUE 'Y'.
005100     01  WS-DETAIL-COUNT            PIC 9(07) VALUE 0.
005200     01  WS-HASH-TOTAL              PIC 9(18) VALUE 0.
005300*
007200     MAIN-PROCEDURE.
007300         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
007400         DISPLAY "ENTER RUN DATE TO EXTRACT (YYYYMMDD, BLANK "
007410             "FOR TODAY, R TO SEND THE NEXT QUEUED RESEND): "
007420             WITH NO ADVANCING.
007600         ACCEPT WS-EXT-DATE-TEXT.
007602         INSPECT WS-EXT-DATE-TEXT
007604             CONVERTING "r" TO "R".
007606         IF WS-EXT-DATE-TEXT = "R"
007608             SET WS-RESEND TO TRUE
007610         END-IF.
007612         PERFORM 0800-OPEN-REGISTER.
007614         IF WS-RESEND
007616             PERFORM 1200-TAKE-QUEUED-RESEND
007618         ELSE
007620             PERFORM 0500-GET-REQUEST
007622             PERFORM 1300-NEXT-SEQUENCE
007624         END-IF.
007626         PERFORM 1000-OPEN-FILES.
007628         PERFORM 2000-WRITE-HEADER.
007630         PERFORM 3000-EXTRACT-HISTORY.
007632         PERFORM 4000-WRITE-TRAILER.
007634         PERFORM 7000-REGISTER-EXTRACT.
007636         CLOSE HIST-FILE CSVOUT-FILE XMITREG-FILE.
007638         DISPLAY "RACEXTR: " WS-DETAIL-COUNT " HEATS EXTRACTED "
007640             "FOR RUN DATE " WS-EXT-DATE " - SEE CSVOUT".
007642         IF WS-RESEND
007644             DISPLAY "RACEXTR: RESENT AS SEQUENCE " WS-SEND-SEQ
007646         ELSE
007648             DISPLAY "RACEXTR: SENT AS SEQUENCE " WS-SEND-SEQ
007650         END-IF.
007652         STOP RUN.
007654******************************************************************
007656*    0500-GET-REQUEST - THE REST OF A NEW EXTRACT'S REQUEST:
007658*    THE RUN DATE KEYED (BLANK FOR TODAY) MUST BE NUMERIC, THEN
007660*    THE VENUE AND THE CYCLE SELECTION.
007662******************************************************************
007664     0500-GET-REQUEST.
007700         IF WS-EXT-DATE-TEXT = SPACES
007800             MOVE WS-TODAY TO WS-EXT-DATE
007900         END-IF.
008890                 MOVE 16 TO RETURN-CODE
008892                 STOP RUN
008894         END-EVALUATE.
009700******************************************************************
009702*    0800-OPEN-REGISTER - THE TRANSMISSION REGISTER IS HELD
009704*    OPEN FOR THE WHOLE RUN: IT GIVES THE SEQUENCE BEFORE THE
009706*    HEADER ROW IS WRITTEN AND TAKES THE EXTRACT'S FIGURES
009708*    AFTER THE TRAILER.  CREATED ON FIRST USE, THE WAY PARTONE
009710*    CREATES RACEHIST.
009712******************************************************************
009714     0800-OPEN-REGISTER.
009716         OPEN I-O XMITREG-FILE.
009718         IF WS-XMITREG-STATUS = "35"
009720             OPEN OUTPUT XMITREG-FILE
009722             CLOSE XMITREG-FILE
009724             OPEN I-O XMITREG-FILE
009726         END-IF.
009728         IF WS-XMITREG-STATUS NOT = "00"
009730             DISPLAY "RACEXTR: CANNOT OPEN XMITREG - RUN "
009732                 "ABORTED (STATUS " WS-XMITREG-STATUS ")"
009734             MOVE 16 TO RETURN-CODE
009736             STOP RUN
009738         END-IF.
009740******************************************************************
009800*    1000-OPEN-FILES - THE RACE-HISTORY MASTER MUST EXIST; THE
009900*    CSV HANDOFF FILE IS REWRITTEN FRESH EACH RUN, THE SAME WAY
010000*    RACELOAD REWRITES ITS REJECTS FILE.
012100             STOP RUN
012200         END-IF.
012300******************************************************************
012301*    1200-TAKE-QUEUED-RESEND - READ THE REGISTER IN SEQUENCE
012302*    ORDER FOR THE FIRST TRANSMISSION ON THE RESEND QUEUE AND
012303*    TAKE ITS RUN DATE, VENUE AND CYCLE SELECTION AS THE
012304*    REQUEST, SO THE FILE IS REGENERATED EXACTLY AS IT WAS
012305*    ASKED FOR THE FIRST TIME.  AN EMPTY QUEUE SENDS NOTHING.
012306******************************************************************
012307     1200-TAKE-QUEUED-RESEND.
012308         MOVE 'N' TO WS-REG-EOF-SW.
012309         PERFORM UNTIL WS-REG-EOF
012310             READ XMITREG-FILE NEXT RECORD
012311                 AT END
012312                     DISPLAY "RACEXTR: THE RESEND QUEUE IS "
012313                         "EMPTY - NOTHING SENT"
012314                     CLOSE XMITREG-FILE
012315                     MOVE 4 TO RETURN-CODE
012316                     STOP RUN
012317                 NOT AT END
012318                     IF XR-RESEND-QUEUED
012319                         SET WS-REG-EOF TO TRUE
012320                     END-IF
012321             END-READ
012322         END-PERFORM.
012323         MOVE XR-SEND-SEQ TO WS-SEND-SEQ.
012324         MOVE XR-RUN-DATE TO WS-EXT-DATE.
012325         MOVE XR-VENUE TO WS-EXT-VENUE.
012326         MOVE XR-CYCLE-SEL TO WS-EXT-CYCLE-TEXT.
012327         EVALUATE TRUE
012328             WHEN WS-EXT-CYCLE-TEXT = SPACES
012329                 MOVE 'L' TO WS-CYCLE-MODE
012330             WHEN WS-EXT-CYCLE-TEXT = "A "
012331                 MOVE 'A' TO WS-CYCLE-MODE
012332             WHEN OTHER
012333                 MOVE 'C' TO WS-CYCLE-MODE
012334         END-EVALUATE.
012335         DISPLAY "RACEXTR: RESENDING SEQUENCE " WS-SEND-SEQ
012336             " (RUN DATE " WS-EXT-DATE ") QUEUED BY "
012337             XR-QUEUED-BY " ON " XR-QUEUED-DATE.
012338******************************************************************
012339*    1300-NEXT-SEQUENCE - A NEW EXTRACT TAKES ONE PAST THE
012340*    HIGHEST SEQUENCE ON THE REGISTER.  THE REGISTER IS READ
012341*    IN KEY ORDER, SO THE LAST RECORD READ IS THE HIGHEST.
012342******************************************************************
012343     1300-NEXT-SEQUENCE.
012344         MOVE 0 TO WS-SEND-SEQ.
012345         MOVE 'N' TO WS-REG-EOF-SW.
012346         PERFORM UNTIL WS-REG-EOF
012347             READ XMITREG-FILE NEXT RECORD
012348                 AT END
012349                     SET WS-REG-EOF TO TRUE
012350                 NOT AT END
012351                     MOVE XR-SEND-SEQ TO WS-SEND-SEQ
012352             END-READ
012353         END-PERFORM.
012354         ADD 1 TO WS-SEND-SEQ.
012355******************************************************************
012400*    2000-WRITE-HEADER - THE OPENING ROW NAMES THE RUN DATE,
012500*    THE VENUE THE FILE COVERS ("ALL" FOR EVERY VENUE), AND
012550*    THE CYCLE SELECTION ("LATEST", "ALL", OR THE KEYED
012600*    CYCLE), SO A FILE PICKED UP FROM THE WRONG NIGHT OR THE
012610*    WRONG RUN EXPLAINS ITSELF.  THE LAST FIELD IS THE SEND
012620*    SEQUENCE THE COMMITTEE QUOTES ON ITS RECEIPT.
012700******************************************************************
012800     2000-WRITE-HEADER.
012900         MOVE SPACES TO WS-CSV-ROW.
014892                 MOVE WS-EXT-CYCLE TO WS-FIELD-TEXT
014894                 PERFORM 5000-APPEND-FIELD
014896         END-EVALUATE.
014897         PERFORM 5100-APPEND-COMMA.
014898         MOVE WS-SEND-SEQ TO WS-FIELD-TEXT.
014899         PERFORM 5000-APPEND-FIELD.
014900         PERFORM 6000-WRITE-ONE-ROW.
015000******************************************************************
015100*    3000-EXTRACT-HISTORY - POSITION THE MASTER AT THE FIRST
025100     6000-WRITE-ONE-ROW.
025200         MOVE WS-CSV-ROW TO CSVOUT-RECORD.
025300         WRITE CSVOUT-RECORD.
025301******************************************************************
025302*    7000-REGISTER-EXTRACT - LOG THE FINISHED EXTRACT ON THE
025303*    TRANSMISSION REGISTER WITH THE COUNT AND HASH ITS TRAILER
025304*    CARRIES.  A RESEND REWRITES ITS OWN RECORD: THE NEW
025305*    FIGURES AND SEND TIME REPLACE THE OLD, THE SEND COUNT
025306*    GOES UP, AND ANY EARLIER RECEIPT NO LONGER COUNTS - THE
025307*    COMMITTEE MUST ACKNOWLEDGE THE FILE IT NOW HOLDS.
025308******************************************************************
025309     7000-REGISTER-EXTRACT.
025310         ACCEPT WS-TIME-RAW FROM TIME.
025311         IF WS-RESEND
025312             MOVE WS-SEND-SEQ TO XR-SEND-SEQ
025313             READ XMITREG-FILE
025314                 INVALID KEY
025315                     DISPLAY "RACEXTR: SEQUENCE " WS-SEND-SEQ
025316                         " HAS LEFT THE REGISTER - RESEND NOT "
025317                         "LOGGED"
025318                     MOVE 16 TO RETURN-CODE
025319                 NOT INVALID KEY
025320                     PERFORM 7100-STAGE-REGISTER-FIELDS
025321                     ADD 1 TO XR-SEND-COUNT
025322                     REWRITE XMITREG-FILE-RECORD
025323                         INVALID KEY
025324                             DISPLAY "RACEXTR: RESEND OF "
025325                                 "SEQUENCE " WS-SEND-SEQ
025326                                 " NOT LOGGED"
025327                             MOVE 16 TO RETURN-CODE
025328                     END-REWRITE
025329             END-READ
025330         ELSE
025331             MOVE ZEROS TO XMITREG-FILE-RECORD
025332             MOVE WS-SEND-SEQ TO XR-SEND-SEQ
025333             PERFORM 7100-STAGE-REGISTER-FIELDS
025334             MOVE 1 TO XR-SEND-COUNT
025335             WRITE XMITREG-FILE-RECORD
025336                 INVALID KEY
025337                     DISPLAY "RACEXTR: SEQUENCE " WS-SEND-SEQ
025338                         " IS ALREADY ON THE REGISTER - "
025339                         "EXTRACT NOT LOGGED"
025340                     MOVE 16 TO RETURN-CODE
025341             END-WRITE
025342         END-IF.
025343     7100-STAGE-REGISTER-FIELDS.
025344         MOVE WS-EXT-DATE TO XR-RUN-DATE.
025345         MOVE WS-EXT-VENUE TO XR-VENUE.
025346         EVALUATE TRUE
025347             WHEN WS-MODE-LATEST
025348                 MOVE SPACES TO XR-CYCLE-SEL
025349             WHEN WS-MODE-ALL
025350                 MOVE "A " TO XR-CYCLE-SEL
025351             WHEN WS-MODE-ONE
025352                 MOVE WS-EXT-CYCLE-TEXT TO XR-CYCLE-SEL
025353         END-EVALUATE.
025354         MOVE WS-DETAIL-COUNT TO XR-ROW-COUNT.
025355         MOVE WS-HASH-TOTAL TO XR-HASH-TOTAL.
025356         MOVE WS-TODAY TO XR-SEND-DATE.
025357         MOVE WS-TIME-RAW (1:6) TO XR-SEND-TIME.
025358         MOVE 'S' TO XR-ACK-STATUS.
025359         MOVE 0 TO XR-ACK-COUNT XR-ACK-HASH XR-ACK-DATE
025360             XR-QUEUED-DATE.
025361         MOVE SPACE TO XR-RESEND-SW.
025362         MOVE SPACES TO XR-QUEUED-BY.
025400     END PROGRAM RACEXTR.
