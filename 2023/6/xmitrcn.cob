000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*    PROGRAM:      XMITRCN
000400*    AUTHOR:       R. HALVERSEN
000500*    INSTALLATION: QUALIFYING OPERATIONS
000600*    DATE-WRITTEN: 2026-10-13
000700*
000800*    EXTRACT RECEIPT RECONCILIATION.  RACEXTR LOGS EVERY
000900*    RESULTS EXTRACT IT SENDS THE COMMITTEE ON THE TRANSMISSION
001000*    REGISTER (XMITREG, SEE XMITREC) UNDER A SEND SEQUENCE THAT
001100*    ALSO GOES OUT ON THE EXTRACT'S HEADER ROW.  THE COMMITTEE
001200*    RETURNS A RECEIPT FILE (RCPTIN) - ONE COMMA-SEPARATED ROW
001300*    PER EXTRACT THEY TOOK IN, "SEQUENCE,ROW COUNT,HASH TOTAL",
001400*    FREE WIDTH LIKE THEIR HEAT FEED, CARRYING THE COUNT AND
001500*    HASH THEIR SIDE WORKED OUT ON ARRIVAL.
001600*
001700*    THIS PROGRAM LOADS THE RECEIPTS ONTO THE REGISTER - EACH
001800*    ONE MARKS ITS TRANSMISSION ACKNOWLEDGED WHEN THE FIGURES
001900*    AGREE AND MISMATCHED WHEN THEY DO NOT - AND THEN WALKS
002000*    THE WHOLE REGISTER.  THE EXCEPTIONS REPORT (XMITEXC)
002100*    LISTS:
002200*      - UNMATCHED RECEIPTS, QUOTING A SEQUENCE THAT IS NOT ON
002300*        THE REGISTER, AND RECEIPT ROWS THAT DO NOT PARSE;
002400*      - MISMATCHED TRANSMISSIONS, WHOSE RECEIPT DISAGREED
002500*        WITH WHAT WAS SENT, UNTIL THEY ARE RESENT;
002600*      - TRANSMISSIONS STILL UNACKNOWLEDGED A DAY OR MORE
002700*        AFTER THEY WERE SENT.
002800*    A TRANSMISSION ON THE RESEND QUEUE (XMITRSND) IS NOTED AS
002900*    SUCH.  THE RECEIPT FILE IS CLEARED ONCE LOADED, THE WAY
003000*    RESMERGE CLEARS A STAGING FILE, SO A RECEIPT FOR AN
003100*    EARLIER SEND CANNOT ACKNOWLEDGE A LATER RESEND.
003200*
003300*    NO RECEIPT FILE ON DISK MEANS NONE ARRIVED; THE REGISTER
003400*    IS STILL CHECKED FOR OVERDUE RECEIPTS.  ENDS WITH RETURN
003500*    CODE 4 WHEN THE REPORT LISTS ANY EXCEPTION.  ENDS WITH
003600*    GOBACK, SO THE NIGHT DRIVER (NIGHTRUN) CAN RUN IT AS A
003700*    STEP.
003800*
003900*    MODIFICATION HISTORY.
004000*    DATE        INIT  DESCRIPTION
004100*    ----------  ----  ----------------------------------------
004200*    2026-10-13  RH    ORIGINAL VERSION.
004210*    2026-10-15  RH    REPORT NOW PAGES: A NEW NUMBERED PAGE,
004220*                      REPEATING THE SECTION AND COLUMN
004230*                      HEADINGS, ONCE THE PAGE DEPTH IS REACHED.
004300******************************************************************
004400     PROGRAM-ID. XMITRCN.
004500     ENVIRONMENT DIVISION.
004600     INPUT-OUTPUT SECTION.
004700     FILE-CONTROL.
004800         SELECT XMITREG-FILE ASSIGN TO "XMITREG"
004900             ORGANIZATION IS INDEXED
005000             ACCESS MODE IS DYNAMIC
005100             RECORD KEY IS XR-SEND-SEQ
005200             FILE STATUS IS WS-XMITREG-STATUS.
005300         SELECT RCPTIN-FILE ASSIGN TO "RCPTIN"
005400             ORGANIZATION IS LINE SEQUENTIAL
005500             FILE STATUS IS WS-RCPTIN-STATUS.
005600         SELECT XMITEXC-FILE ASSIGN TO "XMITEXC"
005700             ORGANIZATION IS LINE SEQUENTIAL
005800             FILE STATUS IS WS-XMITEXC-STATUS.
005900     DATA DIVISION.
006000     FILE SECTION.
006100     FD  XMITREG-FILE.
006200         COPY XMITREC.
006300     FD  RCPTIN-FILE.
006400     01  RCPTIN-RECORD              PIC X(80).
006500     FD  XMITEXC-FILE.
006600         COPY REPRTREC.
006700     WORKING-STORAGE SECTION.
006800     01  WS-XMITREG-STATUS          PIC X(02) VALUE SPACES.
006900     01  WS-RCPTIN-STATUS           PIC X(02) VALUE SPACES.
007000     01  WS-XMITEXC-STATUS          PIC X(02) VALUE SPACES.
007100     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
007200         88  WS-EOF                 VALUE 'Y'.
007300     01  WS-REGISTER-SW             PIC X(01) VALUE 'Y'.
007400         88  WS-REGISTER-ON-FILE    VALUE 'Y'.
007500     01  WS-RECEIPTS-SW             PIC X(01) VALUE 'Y'.
007600         88  WS-RECEIPTS-ON-FILE    VALUE 'Y'.
007700     01  WS-TODAY                   PIC 9(08) VALUE 0.
007800     01  WS-TODAY-INT               PIC 9(08) VALUE 0.
007900     01  WS-AGE                     PIC S9(08) VALUE 0.
008000*
008100*    A TRANSMISSION IS OVERDUE ONCE THIS MANY DAYS HAVE PASSED
008200*    SINCE ITS SEND DATE WITH NO RECEIPT AGAINST IT.
008300     01  WS-ACK-DAYS                PIC 9(03) VALUE 1.
008400*
008500*    RUN COUNTS, FOR THE TOTALS AND THE CONSOLE.
008600     01  WS-RECEIPTS-READ           PIC 9(05) VALUE 0.
008700     01  WS-RECEIPTS-MATCHED        PIC 9(05) VALUE 0.
008800     01  WS-RECEIPTS-MISMATCHED     PIC 9(05) VALUE 0.
008900     01  WS-RECEIPTS-UNMATCHED      PIC 9(05) VALUE 0.
009000     01  WS-RECEIPTS-MALFORMED      PIC 9(05) VALUE 0.
009100     01  WS-XMIT-READ               PIC 9(06) VALUE 0.
009200     01  WS-XMIT-ACKED              PIC 9(06) VALUE 0.
009300     01  WS-XMIT-AWAITING           PIC 9(06) VALUE 0.
009400     01  WS-XMIT-MISMATCHED         PIC 9(06) VALUE 0.
009500     01  WS-XMIT-OVERDUE            PIC 9(06) VALUE 0.
009600     01  WS-EXCEPTIONS              PIC 9(06) VALUE 0.
009700     01  WS-SECTION-LINES           PIC 9(06) VALUE 0.
009800     01  WS-SECTION-NAME            PIC X(30) VALUE SPACES.
009900     01  WS-PAGE-NUM                PIC 9(04) VALUE 0.
010000     01  WS-LINE-COUNT              PIC 9(04) VALUE 0.
010010     01  WS-PAGE-DEPTH              PIC 9(02) VALUE 60.
010100*
010200*    ONE RECEIPT ROW, SPLIT ON ITS COMMAS, AND ITS PARSED
010300*    FIGURES.
010400     01  WS-CSV-ROW                 PIC X(80) VALUE SPACES.
010500     01  WS-FIELD-COUNT             PIC 9(02) VALUE 0.
010600     01  WS-SEQ-TEXT                PIC X(80) VALUE SPACES.
010700     01  WS-COUNT-TEXT              PIC X(80) VALUE SPACES.
010800     01  WS-HASH-TEXT               PIC X(80) VALUE SPACES.
010900     01  WS-EXTRA-TEXT              PIC X(80) VALUE SPACES.
011000     01  WS-RCPT-SEQ                PIC 9(06) VALUE 0.
011100     01  WS-RCPT-COUNT              PIC 9(07) VALUE 0.
011200     01  WS-RCPT-HASH               PIC 9(18) VALUE 0.
011300*
011400*    ONE RECEIPT FIELD AT A TIME IS PARSED THROUGH THESE - FREE
011500*    WIDTH DIGITS WITH OPTIONAL SURROUNDING BLANKS, THE SAME
011600*    SCAN RACELOAD USES ON THE HEAT FEED - INTO A VALUE WITH A
011700*    STATUS OF G (GOOD), B (BLANK OR NOT NUMERIC) OR W (TOO
011800*    WIDE FOR ITS REGISTER FIELD).
011900     01  WS-FIELD-TEXT              PIC X(80) VALUE SPACES.
012000     01  WS-FIELD-MAX               PIC 9(18) VALUE 0.
012100     01  WS-FIELD-VALUE             PIC 9(18) VALUE 0.
012200     01  WS-FIELD-STATUS            PIC X(01) VALUE 'G'.
012300         88  WS-FIELD-GOOD          VALUE 'G'.
012400     01  WS-DIGIT-SEEN-SW           PIC X(01) VALUE 'N'.
012500         88  WS-DIGIT-SEEN          VALUE 'Y'.
012600     01  WS-FIELD-ENDED-SW          PIC X(01) VALUE 'N'.
012700         88  WS-FIELD-ENDED         VALUE 'Y'.
012800     01  WS-CHAR-SUB                PIC 9(02) COMP VALUE 0.
012900     01  WS-CHAR-TEXT               PIC X(01) VALUE SPACE.
013000     01  WS-CHAR-DIGIT REDEFINES WS-CHAR-TEXT
013100                                    PIC 9(01).
013200*
013300*    ONE EXCEPTION LINE.  A COLUMN THAT DOES NOT APPLY TO THE
013400*    EXCEPTION (THE SENT FIGURES OF AN UNMATCHED RECEIPT, THE
013500*    RECEIPT FIGURES OF AN UNACKNOWLEDGED SEND) STAYS BLANK.
013600     01  XE-LINE.
013700         05  FILLER                 PIC X(02).
013800         05  XE-REASON              PIC X(14).
013900         05  FILLER                 PIC X(01).
014000         05  XE-SEQ                 PIC 9(06).
014100         05  FILLER                 PIC X(02).
014200         05  XE-RUN-DATE            PIC X(08).
014300         05  FILLER                 PIC X(02).
014400         05  XE-VENUE               PIC X(04).
014500         05  FILLER                 PIC X(02).
014600         05  XE-CYCLE-SEL           PIC X(02).
014700         05  FILLER                 PIC X(02).
014800         05  XE-SEND-DATE           PIC X(08).
014900         05  FILLER                 PIC X(01).
015000         05  XE-SENT-ROWS           PIC Z(06)9.
015100         05  FILLER                 PIC X(01).
015200         05  XE-SENT-HASH           PIC Z(17)9.
015300         05  FILLER                 PIC X(02).
015400         05  XE-RCPT-ROWS           PIC Z(06)9.
015500         05  FILLER                 PIC X(01).
015600         05  XE-RCPT-HASH           PIC Z(17)9.
015700         05  FILLER                 PIC X(02).
015800         05  XE-NOTE                PIC X(20).
015900     01  XE-AGE-EDIT                PIC Z(03)9.
016000     01  XE-PAGE-EDIT               PIC Z(03)9.
016100     01  XE-TOTAL-EDIT              PIC Z(05)9.
016200     PROCEDURE DIVISION.
016300     MAIN-PROCEDURE.
016400         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
016500         COMPUTE WS-TODAY-INT =
016600             FUNCTION INTEGER-OF-DATE (WS-TODAY).
016700         PERFORM 1000-OPEN-FILES.
016800         PERFORM 8100-START-NEW-PAGE.
016900         PERFORM 2000-LOAD-RECEIPTS.
017000         PERFORM 3000-CHECK-REGISTER.
017100         PERFORM 7000-WRITE-TOTALS.
017200         CLOSE XMITEXC-FILE.
017300         IF WS-REGISTER-ON-FILE
017400             CLOSE XMITREG-FILE
017500         END-IF.
017600         PERFORM 7500-CLEAR-RECEIPTS.
017700         DISPLAY "XMITRCN: " WS-RECEIPTS-READ " RECEIPTS READ, "
017800             WS-RECEIPTS-MATCHED " MATCHED, "
017900             WS-RECEIPTS-MISMATCHED " MISMATCHED, "
018000             WS-RECEIPTS-UNMATCHED " UNMATCHED".
018100         DISPLAY "XMITRCN: " WS-XMIT-READ " TRANSMISSIONS ON "
018200             "THE REGISTER - " WS-EXCEPTIONS " EXCEPTIONS - "
018300             "SEE XMITEXC".
018400         IF WS-EXCEPTIONS > 0
018500             MOVE 4 TO RETURN-CODE
018600         END-IF.
018700         GOBACK.
018800******************************************************************
018900*    1000-OPEN-FILES - THE REGISTER IS UPDATED IN PLACE AS THE
019000*    RECEIPTS ARE LOADED.  NO REGISTER ON DISK MEANS NOTHING
019100*    HAS BEEN SENT YET, SO EVERY RECEIPT IS UNMATCHED; NO
019200*    RECEIPT FILE MEANS NONE ARRIVED.  THE REPORT IS REWRITTEN
019300*    FRESH EACH RUN.
019400******************************************************************
019500     1000-OPEN-FILES.
019600         OPEN I-O XMITREG-FILE.
019700         IF WS-XMITREG-STATUS = "35"
019800             MOVE 'N' TO WS-REGISTER-SW
019900         ELSE
020000             IF WS-XMITREG-STATUS NOT = "00"
020100                 DISPLAY "XMITRCN: CANNOT OPEN XMITREG - RUN "
020200                     "ABORTED (STATUS " WS-XMITREG-STATUS ")"
020300                 MOVE 16 TO RETURN-CODE
020400                 GOBACK
020500             END-IF
020600         END-IF.
020700         OPEN INPUT RCPTIN-FILE.
020800         IF WS-RCPTIN-STATUS = "35"
020900             MOVE 'N' TO WS-RECEIPTS-SW
021000         ELSE
021100             IF WS-RCPTIN-STATUS NOT = "00"
021200                 DISPLAY "XMITRCN: CANNOT OPEN RCPTIN - RUN "
021300                     "ABORTED (STATUS " WS-RCPTIN-STATUS ")"
021400                 MOVE 16 TO RETURN-CODE
021500                 GOBACK
021600             END-IF
021700         END-IF.
021800         OPEN OUTPUT XMITEXC-FILE.
021900         IF WS-XMITEXC-STATUS NOT = "00"
022000             DISPLAY "XMITRCN: CANNOT OPEN XMITEXC - RUN "
022100                 "ABORTED (STATUS " WS-XMITEXC-STATUS ")"
022200             MOVE 16 TO RETURN-CODE
022300             GOBACK
022400         END-IF.
022500******************************************************************
022600*    2000-LOAD-RECEIPTS - POST EVERY RECEIPT ROW AGAINST THE
022700*    REGISTER, LISTING THE ONES THAT CANNOT BE MATCHED.
022800******************************************************************
022900     2000-LOAD-RECEIPTS.
023000         MOVE "RECEIPTS LOADED" TO WS-SECTION-NAME.
023100         PERFORM 8400-WRITE-SECTION-HEADING.
023200         IF WS-RECEIPTS-ON-FILE
023300             MOVE 'N' TO WS-EOF-SW
023400             PERFORM UNTIL WS-EOF
023500                 READ RCPTIN-FILE
023600                     AT END
023700                         SET WS-EOF TO TRUE
023800                     NOT AT END
023900                         PERFORM 2100-LOAD-ONE-RECEIPT
024000                             THRU 2100-EXIT
024100                 END-READ
024200             END-PERFORM
024300             CLOSE RCPTIN-FILE
024400         ELSE
024500             MOVE SPACES TO REPORT-LINE
024600             MOVE "  NO RECEIPT FILE (RCPTIN) ON DISK"
024700                 TO RPT-TEXT
024800             PERFORM 8200-WRITE-LINE
024900         END-IF.
025000         IF WS-RECEIPTS-ON-FILE AND WS-SECTION-LINES = 0
025100             MOVE SPACES TO REPORT-LINE
025200             MOVE "  EVERY RECEIPT MATCHED A TRANSMISSION"
025300                 TO RPT-TEXT
025400             PERFORM 8200-WRITE-LINE
025500         END-IF.
025600******************************************************************
025700*    2100-LOAD-ONE-RECEIPT - SPLIT AND PARSE ONE ROW, FIND ITS
025800*    SEQUENCE ON THE REGISTER, AND RECORD THE COMMITTEE'S
025900*    FIGURES THERE: ACKNOWLEDGED WHEN COUNT AND HASH BOTH
026000*    AGREE WITH WHAT WAS SENT, MISMATCHED OTHERWISE.  A LATER
026100*    RECEIPT FOR THE SAME SEQUENCE REPLACES AN EARLIER ONE.
026200*    BLANK ROWS ARE SKIPPED, AS RACELOAD SKIPS THEM.
026300******************************************************************
026400     2100-LOAD-ONE-RECEIPT.
026500         IF RCPTIN-RECORD = SPACES
026600             GO TO 2100-EXIT
026700         END-IF.
026800         ADD 1 TO WS-RECEIPTS-READ.
026900         MOVE RCPTIN-RECORD TO WS-CSV-ROW.
027000         MOVE 0 TO WS-FIELD-COUNT.
027100         MOVE SPACES TO WS-SEQ-TEXT WS-COUNT-TEXT WS-HASH-TEXT
027200             WS-EXTRA-TEXT.
027300         UNSTRING WS-CSV-ROW DELIMITED BY ","
027400             INTO WS-SEQ-TEXT WS-COUNT-TEXT WS-HASH-TEXT
027500                 WS-EXTRA-TEXT
027600             TALLYING IN WS-FIELD-COUNT
027700             ON OVERFLOW
027800                 MOVE 99 TO WS-FIELD-COUNT
027900         END-UNSTRING.
028000         IF WS-FIELD-COUNT NOT = 3
028100             PERFORM 2800-REPORT-MALFORMED
028200             GO TO 2100-EXIT
028300         END-IF.
028400         MOVE WS-SEQ-TEXT TO WS-FIELD-TEXT.
028500         MOVE 999999 TO WS-FIELD-MAX.
028600         PERFORM 2500-PARSE-ONE-FIELD.
028700         IF NOT WS-FIELD-GOOD OR WS-FIELD-VALUE = ZERO
028800             PERFORM 2800-REPORT-MALFORMED
028900             GO TO 2100-EXIT
029000         END-IF.
029100         MOVE WS-FIELD-VALUE TO WS-RCPT-SEQ.
029200         MOVE WS-COUNT-TEXT TO WS-FIELD-TEXT.
029300         MOVE 9999999 TO WS-FIELD-MAX.
029400         PERFORM 2500-PARSE-ONE-FIELD.
029500         IF NOT WS-FIELD-GOOD
029600             PERFORM 2800-REPORT-MALFORMED
029700             GO TO 2100-EXIT
029800         END-IF.
029900         MOVE WS-FIELD-VALUE TO WS-RCPT-COUNT.
030000         MOVE WS-HASH-TEXT TO WS-FIELD-TEXT.
030100         MOVE 999999999999999999 TO WS-FIELD-MAX.
030200         PERFORM 2500-PARSE-ONE-FIELD.
030300         IF NOT WS-FIELD-GOOD
030400             PERFORM 2800-REPORT-MALFORMED
030500             GO TO 2100-EXIT
030600         END-IF.
030700         MOVE WS-FIELD-VALUE TO WS-RCPT-HASH.
030800         IF NOT WS-REGISTER-ON-FILE
030900             PERFORM 2900-REPORT-UNMATCHED
031000             GO TO 2100-EXIT
031100         END-IF.
031200         MOVE WS-RCPT-SEQ TO XR-SEND-SEQ.
031300         READ XMITREG-FILE
031400             INVALID KEY
031500                 PERFORM 2900-REPORT-UNMATCHED
031600                 GO TO 2100-EXIT
031700         END-READ.
031800         IF WS-RCPT-COUNT = XR-ROW-COUNT
031900                 AND WS-RCPT-HASH = XR-HASH-TOTAL
032000             MOVE 'A' TO XR-ACK-STATUS
032100             ADD 1 TO WS-RECEIPTS-MATCHED
032200         ELSE
032300             MOVE 'M' TO XR-ACK-STATUS
032400             ADD 1 TO WS-RECEIPTS-MISMATCHED
032500         END-IF.
032600         MOVE WS-RCPT-COUNT TO XR-ACK-COUNT.
032700         MOVE WS-RCPT-HASH TO XR-ACK-HASH.
032800         MOVE WS-TODAY TO XR-ACK-DATE.
032900         REWRITE XMITREG-FILE-RECORD
033000             INVALID KEY
033100                 DISPLAY "XMITRCN: RECEIPT FOR SEQUENCE "
033200                     WS-RCPT-SEQ " COULD NOT BE POSTED"
033300         END-REWRITE.
033400     2100-EXIT.
033500         EXIT.
033600******************************************************************
033700*    2500-PARSE-ONE-FIELD - SCAN WS-FIELD-TEXT LEFT TO RIGHT:
033800*    LEADING BLANKS, ONE RUN OF DIGITS, TRAILING BLANKS.
033900*    ANYTHING ELSE MARKS THE FIELD BAD, AND A VALUE PAST
034000*    WS-FIELD-MAX MARKS IT TOO WIDE.
034100******************************************************************
034200     2500-PARSE-ONE-FIELD.
034300         MOVE 0 TO WS-FIELD-VALUE.
034400         MOVE 'G' TO WS-FIELD-STATUS.
034500         MOVE 'N' TO WS-DIGIT-SEEN-SW WS-FIELD-ENDED-SW.
034600         PERFORM 2550-PARSE-ONE-CHAR
034700             VARYING WS-CHAR-SUB FROM 1 BY 1
034800             UNTIL WS-CHAR-SUB > 80
034900                 OR NOT WS-FIELD-GOOD.
035000         IF WS-FIELD-GOOD AND NOT WS-DIGIT-SEEN
035100             MOVE 'B' TO WS-FIELD-STATUS
035200         END-IF.
035300     2550-PARSE-ONE-CHAR.
035400         MOVE WS-FIELD-TEXT (WS-CHAR-SUB:1) TO WS-CHAR-TEXT.
035500         IF WS-CHAR-TEXT = SPACE
035600             IF WS-DIGIT-SEEN
035700                 SET WS-FIELD-ENDED TO TRUE
035800             END-IF
035900         ELSE
036000             IF WS-CHAR-DIGIT NOT NUMERIC OR WS-FIELD-ENDED
036100                 MOVE 'B' TO WS-FIELD-STATUS
036200             ELSE
036300                 SET WS-DIGIT-SEEN TO TRUE
036400                 COMPUTE WS-FIELD-VALUE =
036500                     WS-FIELD-VALUE * 10 + WS-CHAR-DIGIT
036600                     ON SIZE ERROR
036700                         MOVE 'W' TO WS-FIELD-STATUS
036800                 END-COMPUTE
036900                 IF WS-FIELD-GOOD
037000                         AND WS-FIELD-VALUE > WS-FIELD-MAX
037100                     MOVE 'W' TO WS-FIELD-STATUS
037200                 END-IF
037300             END-IF
037400         END-IF.
037500*
037600*    A RECEIPT ROW THAT DOES NOT PARSE IS LISTED AS IT CAME IN.
037700     2800-REPORT-MALFORMED.
037800         ADD 1 TO WS-RECEIPTS-MALFORMED WS-EXCEPTIONS
037900             WS-SECTION-LINES.
037910         PERFORM 8500-CHECK-PAGE-DEPTH.
038000         MOVE SPACES TO REPORT-LINE.
038100         STRING "  MALFORMED      " DELIMITED BY SIZE
038200                 WS-CSV-ROW DELIMITED BY SIZE
038300                 INTO RPT-TEXT
038400         END-STRING.
038500         PERFORM 8200-WRITE-LINE.
038600*
038700*    A RECEIPT QUOTING A SEQUENCE THE REGISTER NEVER SENT.
038800     2900-REPORT-UNMATCHED.
038900         ADD 1 TO WS-RECEIPTS-UNMATCHED WS-EXCEPTIONS
039000             WS-SECTION-LINES.
039100         MOVE SPACES TO XE-LINE.
039200         MOVE "UNMATCHED" TO XE-REASON.
039300         MOVE WS-RCPT-SEQ TO XE-SEQ.
039400         MOVE WS-RCPT-COUNT TO XE-RCPT-ROWS.
039500         MOVE WS-RCPT-HASH TO XE-RCPT-HASH.
039600         MOVE "NOT ON THE REGISTER" TO XE-NOTE.
039700         PERFORM 8300-WRITE-EXCEPTION-LINE.
039800******************************************************************
039900*    3000-CHECK-REGISTER - WALK THE REGISTER IN SEQUENCE ORDER
040000*    AND LIST EVERY TRANSMISSION STILL MISMATCHED, AND EVERY
040100*    ONE AWAITING ITS RECEIPT PAST THE ACKNOWLEDGEMENT WINDOW.
040200******************************************************************
040300     3000-CHECK-REGISTER.
040400         MOVE "TRANSMISSIONS OUTSTANDING" TO WS-SECTION-NAME.
040500         PERFORM 8400-WRITE-SECTION-HEADING.
040600         IF WS-REGISTER-ON-FILE
040700             MOVE 'N' TO WS-EOF-SW
040800             MOVE 0 TO XR-SEND-SEQ
040900             START XMITREG-FILE KEY NOT LESS THAN XR-SEND-SEQ
041000                 INVALID KEY
041100                     SET WS-EOF TO TRUE
041200             END-START
041300             PERFORM UNTIL WS-EOF
041400                 READ XMITREG-FILE NEXT RECORD
041500                     AT END
041600                         SET WS-EOF TO TRUE
041700                     NOT AT END
041800                         PERFORM 3100-CHECK-ONE-TRANSMISSION
041900                 END-READ
042000             END-PERFORM
042100         END-IF.
042200         IF WS-SECTION-LINES = 0
042300             MOVE SPACES TO REPORT-LINE
042400             MOVE "  NOTHING OUTSTANDING" TO RPT-TEXT
042500             PERFORM 8200-WRITE-LINE
042600         END-IF.
042700     3100-CHECK-ONE-TRANSMISSION.
042800         ADD 1 TO WS-XMIT-READ.
042900         EVALUATE TRUE
043000             WHEN XR-ACKNOWLEDGED
043100                 ADD 1 TO WS-XMIT-ACKED
043200             WHEN XR-MISMATCHED
043300                 ADD 1 TO WS-XMIT-MISMATCHED
043400                 PERFORM 3200-STAGE-TRANSMISSION
043500                 MOVE "MISMATCHED" TO XE-REASON
043600                 MOVE XR-ACK-COUNT TO XE-RCPT-ROWS
043700                 MOVE XR-ACK-HASH TO XE-RCPT-HASH
043800                 PERFORM 3300-WRITE-OUTSTANDING
043900             WHEN OTHER
044000                 COMPUTE WS-AGE = WS-TODAY-INT
044100                     - FUNCTION INTEGER-OF-DATE (XR-SEND-DATE)
044200                 IF WS-AGE NOT LESS THAN WS-ACK-DAYS
044300                     ADD 1 TO WS-XMIT-OVERDUE
044400                     PERFORM 3200-STAGE-TRANSMISSION
044500                     MOVE "UNACKNOWLEDGED" TO XE-REASON
044600                     MOVE WS-AGE TO XE-AGE-EDIT
044700                     STRING XE-AGE-EDIT DELIMITED BY SIZE
044800                             " DAY(S) OLD" DELIMITED BY SIZE
044900                             INTO XE-NOTE
045000                     END-STRING
045100                     PERFORM 3300-WRITE-OUTSTANDING
045200                 ELSE
045300                     ADD 1 TO WS-XMIT-AWAITING
045400                 END-IF
045500         END-EVALUATE.
045600*
045700*    THE SENT SIDE OF AN OUTSTANDING TRANSMISSION'S LINE.
045800     3200-STAGE-TRANSMISSION.
045900         MOVE SPACES TO XE-LINE.
046000         MOVE XR-SEND-SEQ TO XE-SEQ.
046100         MOVE XR-RUN-DATE TO XE-RUN-DATE.
046200         IF XR-VENUE = SPACES
046300             MOVE "ALL" TO XE-VENUE
046400         ELSE
046500             MOVE XR-VENUE TO XE-VENUE
046600         END-IF.
046700         MOVE XR-CYCLE-SEL TO XE-CYCLE-SEL.
046800         MOVE XR-SEND-DATE TO XE-SEND-DATE.
046900         MOVE XR-ROW-COUNT TO XE-SENT-ROWS.
047000         MOVE XR-HASH-TOTAL TO XE-SENT-HASH.
047100*
047200*    A TRANSMISSION ALREADY ON THE RESEND QUEUE SAYS SO, SO THE
047300*    DUTY OFFICER DOES NOT QUEUE IT TWICE.
047400     3300-WRITE-OUTSTANDING.
047500         ADD 1 TO WS-EXCEPTIONS WS-SECTION-LINES.
047600         IF XR-RESEND-QUEUED
047700             MOVE "RESEND QUEUED" TO XE-NOTE
047800         END-IF.
047900         PERFORM 8300-WRITE-EXCEPTION-LINE.
048000******************************************************************
048100*    7000-WRITE-TOTALS - WHAT WAS LOADED AND WHERE THE
048200*    REGISTER STANDS.
048300******************************************************************
048400     7000-WRITE-TOTALS.
048410         IF WS-LINE-COUNT > WS-PAGE-DEPTH - 18
048420             PERFORM 8100-START-NEW-PAGE
048430         END-IF.
048500         MOVE SPACES TO REPORT-LINE.
048600         PERFORM 8200-WRITE-LINE.
048700         MOVE "TOTALS" TO RPT-TEXT.
048800         PERFORM 8200-WRITE-LINE.
048900         MOVE WS-RECEIPTS-READ TO XE-TOTAL-EDIT.
049000         MOVE SPACES TO REPORT-LINE.
049100         STRING "  RECEIPTS READ:              " DELIMITED BY SIZE
049200                 XE-TOTAL-EDIT DELIMITED BY SIZE
049300                 INTO RPT-TEXT
049400         END-STRING.
049500         PERFORM 8200-WRITE-LINE.
049600         MOVE WS-RECEIPTS-MATCHED TO XE-TOTAL-EDIT.
049700         MOVE SPACES TO REPORT-LINE.
049800         STRING "    MATCHED:                  " DELIMITED BY SIZE
049900                 XE-TOTAL-EDIT DELIMITED BY SIZE
050000                 INTO RPT-TEXT
050100         END-STRING.
050200         PERFORM 8200-WRITE-LINE.
050300         MOVE WS-RECEIPTS-MISMATCHED TO XE-TOTAL-EDIT.
050400         MOVE SPACES TO REPORT-LINE.
050500         STRING "    MISMATCHED:               " DELIMITED BY SIZE
050600                 XE-TOTAL-EDIT DELIMITED BY SIZE
050700                 INTO RPT-TEXT
050800         END-STRING.
050900         PERFORM 8200-WRITE-LINE.
051000         MOVE WS-RECEIPTS-UNMATCHED TO XE-TOTAL-EDIT.
051100         MOVE SPACES TO REPORT-LINE.
051200         STRING "    UNMATCHED:                " DELIMITED BY SIZE
051300                 XE-TOTAL-EDIT DELIMITED BY SIZE
051400                 INTO RPT-TEXT
051500         END-STRING.
051600         PERFORM 8200-WRITE-LINE.
051700         MOVE WS-RECEIPTS-MALFORMED TO XE-TOTAL-EDIT.
051800         MOVE SPACES TO REPORT-LINE.
051900         STRING "    MALFORMED:                " DELIMITED BY SIZE
052000                 XE-TOTAL-EDIT DELIMITED BY SIZE
052100                 INTO RPT-TEXT
052200         END-STRING.
052300         PERFORM 8200-WRITE-LINE.
052400         MOVE WS-XMIT-READ TO XE-TOTAL-EDIT.
052500         MOVE SPACES TO REPORT-LINE.
052600         STRING "  TRANSMISSIONS ON REGISTER:  " DELIMITED BY SIZE
052700                 XE-TOTAL-EDIT DELIMITED BY SIZE
052800                 INTO RPT-TEXT
052900         END-STRING.
053000         PERFORM 8200-WRITE-LINE.
053100         MOVE WS-XMIT-ACKED TO XE-TOTAL-EDIT.
053200         MOVE SPACES TO REPORT-LINE.
053300         STRING "    ACKNOWLEDGED:             " DELIMITED BY SIZE
053400                 XE-TOTAL-EDIT DELIMITED BY SIZE
053500                 INTO RPT-TEXT
053600         END-STRING.
053700         PERFORM 8200-WRITE-LINE.
053800         MOVE WS-XMIT-AWAITING TO XE-TOTAL-EDIT.
053900         MOVE SPACES TO REPORT-LINE.
054000         STRING "    AWAITING RECEIPT:         " DELIMITED BY SIZE
054100                 XE-TOTAL-EDIT DELIMITED BY SIZE
054200                 INTO RPT-TEXT
054300         END-STRING.
054400         PERFORM 8200-WRITE-LINE.
054500         MOVE WS-XMIT-OVERDUE TO XE-TOTAL-EDIT.
054600         MOVE SPACES TO REPORT-LINE.
054700         STRING "    UNACKNOWLEDGED (OVERDUE): " DELIMITED BY SIZE
054800                 XE-TOTAL-EDIT DELIMITED BY SIZE
054900                 INTO RPT-TEXT
055000         END-STRING.
055100         PERFORM 8200-WRITE-LINE.
055200         MOVE WS-XMIT-MISMATCHED TO XE-TOTAL-EDIT.
055300         MOVE SPACES TO REPORT-LINE.
055400         STRING "    MISMATCHED:               " DELIMITED BY SIZE
055500                 XE-TOTAL-EDIT DELIMITED BY SIZE
055600                 INTO RPT-TEXT
055700         END-STRING.
055800         PERFORM 8200-WRITE-LINE.
055900         IF NOT WS-REGISTER-ON-FILE
056000             MOVE SPACES TO REPORT-LINE
056100             MOVE "  NO TRANSMISSION REGISTER (XMITREG) ON DISK"
056200                 TO RPT-TEXT
056300             PERFORM 8200-WRITE-LINE
056400         END-IF.
056500         MOVE SPACES TO REPORT-LINE.
056600         PERFORM 8200-WRITE-LINE.
056700         MOVE "END OF TRANSMISSION EXCEPTIONS" TO RPT-TEXT.
056800         PERFORM 8200-WRITE-LINE.
056900******************************************************************
057000*    7500-CLEAR-RECEIPTS - EMPTY THE RECEIPT FILE NOW ITS ROWS
057100*    ARE ON THE REGISTER, SO THEY ARE NOT LOADED AGAIN OVER A
057200*    LATER RESEND.
057300******************************************************************
057400     7500-CLEAR-RECEIPTS.
057500         IF WS-RECEIPTS-ON-FILE
057600             OPEN OUTPUT RCPTIN-FILE
057700             IF WS-RCPTIN-STATUS = "00"
057800                 CLOSE RCPTIN-FILE
057900             ELSE
058000                 DISPLAY "XMITRCN: CANNOT CLEAR RCPTIN (STATUS "
058100                     WS-RCPTIN-STATUS ") - EMPTY IT BEFORE "
058200                     "THE NEXT RUN"
058300             END-IF
058400         END-IF.
058500******************************************************************
058600*    8100-START-NEW-PAGE - NUMBERED PAGE BANNER NAMING THE
058700*    REPORT AND THE DATE IT WAS RUN.
058800******************************************************************
058900     8100-START-NEW-PAGE.
059000         ADD 1 TO WS-PAGE-NUM.
059100         MOVE 0 TO WS-LINE-COUNT.
059200         MOVE WS-PAGE-NUM TO XE-PAGE-EDIT.
059300         MOVE SPACES TO REPORT-LINE.
059400         STRING "EXTRACT TRANSMISSION EXCEPTIONS - RUN "
059500                 DELIMITED BY SIZE
059600                 WS-TODAY DELIMITED BY SIZE
059700                 "                                    "
059800                 DELIMITED BY SIZE
059900                 "PAGE " DELIMITED BY SIZE
060000                 XE-PAGE-EDIT DELIMITED BY SIZE
060100                 INTO RPT-TEXT
060200         END-STRING.
060300         PERFORM 8200-WRITE-LINE.
060400         MOVE SPACES TO REPORT-LINE.
060500         PERFORM 8200-WRITE-LINE.
060600     8200-WRITE-LINE.
060700         WRITE REPORT-LINE.
060800         ADD 1 TO WS-LINE-COUNT.
060900     8300-WRITE-EXCEPTION-LINE.
060910         PERFORM 8500-CHECK-PAGE-DEPTH.
061000         MOVE SPACES TO REPORT-LINE.
061100         MOVE XE-LINE TO RPT-TEXT.
061200         PERFORM 8200-WRITE-LINE.
061300     8400-WRITE-SECTION-HEADING.
061400         MOVE 0 TO WS-SECTION-LINES.
061410         PERFORM 8450-WRITE-COLUMN-HEADINGS.
061420     8450-WRITE-COLUMN-HEADINGS.
061500         MOVE SPACES TO REPORT-LINE.
061600         PERFORM 8200-WRITE-LINE.
061700         MOVE WS-SECTION-NAME TO RPT-TEXT.
061800         PERFORM 8200-WRITE-LINE.
061900         MOVE SPACES TO REPORT-LINE.
062000         STRING "  EXCEPTION      SEQ     RUN DATE  VENUE CY  "
062100                 DELIMITED BY SIZE
062200                 "SENT ON     ROWS          SENT HASH  "
062300                 DELIMITED BY SIZE
062400                 "RC ROWS       RECEIPT HASH  NOTE"
062500                 DELIMITED BY SIZE
062600                 INTO RPT-TEXT
062700         END-STRING.
062800         PERFORM 8200-WRITE-LINE.
062805******************************************************************
062810*    8500-CHECK-PAGE-DEPTH - A FULL PAGE IS CLOSED OFF BEFORE THE
062815*    NEXT EXCEPTION LINE; THE NEW PAGE REPEATS THE SECTION AND
062820*    COLUMN HEADINGS SO IT READS ON ITS OWN.
062825******************************************************************
062830     8500-CHECK-PAGE-DEPTH.
062835         IF WS-LINE-COUNT > WS-PAGE-DEPTH - 2
062840             PERFORM 8100-START-NEW-PAGE
062845             PERFORM 8450-WRITE-COLUMN-HEADINGS
062850         END-IF.
062900     END PROGRAM XMITRCN.
