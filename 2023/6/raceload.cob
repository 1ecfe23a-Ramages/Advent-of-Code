002406*                      (NIGHTRUN) CAN CALL THIS PROGRAM AS A
002408*                      STEP AND READ ITS RETURN CODE.
002410*                      STANDALONE INVOCATION ENDS AS BEFORE.
002412*    2026-10-07  RH    CONTROL TOTALS - THE COMMITTEE NOW FRAMES
002414*                      THE FEED THE WAY RACEXTR FRAMES CSVOUT:
002416*                      A HEADER ROW (FEED DATE, VENUE, FEED
002418*                      SEQUENCE) AND A TRAILER ROW (ROW COUNT,
002420*                      HASH TOTAL OF THE DISTANCES).  THE FEED
002422*                      IS CHECKED WHOLE BEFORE RACEIN IS
002424*                      OPENED; A MISSING OR BAD FRAME, A COUNT
002426*                      OR HASH MISMATCH, OR A SEQUENCE ALREADY
002428*                      ON THE NEW ACCEPTED-FEED REGISTER
002430*                      (FEEDREG) REFUSES THE WHOLE FEED WITH A
002432*                      FEED-LEVEL REASON CODE (09-13) ON
002434*                      REJECTS AND RETURN CODE 8, LEAVING
002436*                      RACEIN AS IT WAS.  EVERY FEED LOADED IS
002438*                      APPENDED TO THE REGISTER.
002440*    2026-10-15  RH    THE REGISTER RECORD NOW ALSO CARRIES THE
002442*                      HASH OF THE DISTANCES ACTUALLY WRITTEN TO
002444*                      THE SHEET (REJECTED ROWS LEFT OUT), SO
002446*                      SHTDIFF CAN TELL WHETHER THE SHEET IS
002448*                      STILL AS THE FEED LEFT IT.
002450******************************************************************
002500     PROGRAM-ID. RACELOAD.
002600     ENVIRONMENT DIVISION.
002700     INPUT-OUTPUT SECTION.
003500         SELECT REJECT-FILE ASSIGN TO "REJECTS"
003600             ORGANIZATION IS LINE SEQUENTIAL
003700             FILE STATUS IS WS-REJECT-STATUS.
003710         SELECT FEEDREG-FILE ASSIGN TO "FEEDREG"
003720             ORGANIZATION IS LINE SEQUENTIAL
003730             FILE STATUS IS WS-FEEDREG-STATUS.
003800     DATA DIVISION.
003900     FILE SECTION.
004000     FD  CSV-FILE.
004300         COPY RACEREC.
004400     FD  REJECT-FILE.
004500         COPY RJCTREC.
004510     FD  FEEDREG-FILE.
004520         COPY FEEDREC.
004600     WORKING-STORAGE SECTION.
004700     01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
004800         88  WS-EOF                 VALUE 'Y'.
004900     01  WS-CSV-STATUS              PIC X(02) VALUE SPACES.
005000     01  WS-RACE-STATUS             PIC X(02) VALUE SPACES.
005100     01  WS-REJECT-STATUS           PIC X(02) VALUE SPACES.
005110     01  WS-FEEDREG-STATUS          PIC X(02) VALUE SPACES.
005200     01  WS-ROWS-READ               PIC 9(05) VALUE 0.
005300     01  WS-ROWS-ACCEPTED           PIC 9(05) VALUE 0.
005400     01  WS-ROWS-REJECTED           PIC 9(05) VALUE 0.
005800     01  WS-TIME-TEXT               PIC X(80) VALUE SPACES.
005900     01  WS-DIST-TEXT               PIC X(80) VALUE SPACES.
006000     01  WS-EXTRA-TEXT              PIC X(80) VALUE SPACES.
006002     01  WS-TAG-TEXT                PIC X(80) VALUE SPACES.
006004*
006006*    FEED FRAME, TAKEN FROM THE HEADER AND TRAILER ROWS, AND
006008*    THE COUNT AND HASH RECOMPUTED FROM THE DETAIL ROWS.  THE
006010*    HASH IS IN HUNDREDTHS; A DISTANCE THAT DOES NOT PARSE
006012*    ADDS NOTHING TO IT.  WS-FEED-REJ-CODE STAYS BLANK WHILE
006014*    THE FEED IS GOOD.
006016     01  WS-HEADER-SEEN-SW          PIC X(01) VALUE 'N'.
006018         88  WS-HEADER-SEEN         VALUE 'Y'.
006020     01  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
006022         88  WS-TRAILER-SEEN        VALUE 'Y'.
006024     01  WS-DUP-SW                  PIC X(01) VALUE 'N'.
006026         88  WS-DUPLICATE-FEED      VALUE 'Y'.
006028     01  WS-FEEDREG-EOF-SW          PIC X(01) VALUE 'N'.
006030         88  WS-FEEDREG-EOF         VALUE 'Y'.
006032     01  WS-FEED-REJ-CODE           PIC X(02) VALUE SPACES.
006034     01  WS-HEADER-ROW              PIC X(80) VALUE SPACES.
006036     01  WS-TRAILER-ROW             PIC X(80) VALUE SPACES.
006038     01  WS-FEED-DATE               PIC 9(08) VALUE 0.
006040     01  WS-FEED-VENUE              PIC X(04) VALUE SPACES.
006042     01  WS-FEED-SEQ                PIC 9(06) VALUE 0.
006044     01  WS-TRL-COUNT               PIC 9(05) VALUE 0.
006046     01  WS-TRL-HASH                PIC 9(18) VALUE 0.
006048     01  WS-FEED-ROWS               PIC 9(05) VALUE 0.
006050     01  WS-FEED-HASH               PIC 9(18) VALUE 0.
006051     01  WS-SHEET-HASH              PIC 9(18) VALUE 0.
006052     01  WS-TODAY                   PIC 9(08) VALUE 0.
006054     01  WS-TIME-RAW                PIC X(08) VALUE SPACES.
006100*
006200*    ONE CSV FIELD AT A TIME IS PARSED THROUGH THESE - FREE
006300*    WIDTH DIGITS WITH OPTIONAL SURROUNDING BLANKS AND AN
006500*    WIDE FOR THE TARGET FIELD), OR D (MORE DECIMAL PLACES
006510*    THAN THE FIELD TAKES).
006600     01  WS-FIELD-TEXT              PIC X(80) VALUE SPACES.
006610     01  WS-FIELD-MAX               PIC 9(18) VALUE 0.
006620     01  WS-FIELD-VALUE             PIC 9(18) VALUE 0.
006810     01  WS-FIELD-SCALE             PIC 9(01) VALUE 0.
006820     01  WS-FRAC-COUNT              PIC 9(01) VALUE 0.
006900     01  WS-FIELD-STATUS            PIC X(01) VALUE 'G'.
008800     PROCEDURE DIVISION.
008900     MAIN-PROCEDURE.
009000         PERFORM 1000-OPEN-FILES.
009005         PERFORM 1500-CHECK-FEED THRU 1500-EXIT.
009010         IF WS-FEED-REJ-CODE NOT = SPACES
009015             CLOSE REJECT-FILE
009020             DISPLAY "RACELOAD: FEED REFUSED WHOLE - REASON "
009025                 WS-FEED-REJ-CODE " (SEE REJECTS) - RACEIN NOT "
009030                 "CHANGED"
009035             MOVE 8 TO RETURN-CODE
009040             GOBACK
009045         END-IF.
009050         PERFORM 1900-OPEN-FOR-LOAD.
009100         PERFORM UNTIL WS-EOF
009200             READ CSV-FILE
009300                 AT END
009800             END-READ
009900         END-PERFORM.
010000         CLOSE CSV-FILE RACE-FILE REJECT-FILE.
010010         PERFORM 7000-WRITE-REGISTER.
010020         DISPLAY "RACELOAD: FEED " WS-FEED-VENUE " SEQUENCE "
010030             WS-FEED-SEQ " OF " WS-FEED-DATE " LOADED".
010100         DISPLAY "RACELOAD: " WS-ROWS-READ " ROWS READ, "
010200             WS-ROWS-ACCEPTED " ACCEPTED, "
010300             WS-ROWS-REJECTED " REJECTED".
010400         GOBACK.
010500******************************************************************
010600*    1000-OPEN-FILES - THE CSV FEED MUST EXIST; THE REJECTS
010700*    FILE IS REWRITTEN FRESH EACH RUN.  RACEIN IS NOT OPENED
010800*    UNTIL THE FEED HAS PASSED ITS FRAME CHECK (1500).
010900******************************************************************
011000     1000-OPEN-FILES.
011100         OPEN INPUT CSV-FILE.
011500             MOVE 16 TO RETURN-CODE
011600             GOBACK
011700         END-IF.
012500         OPEN OUTPUT REJECT-FILE.
012600         IF WS-REJECT-STATUS NOT = "00"
012700             DISPLAY "RACELOAD: CANNOT OPEN REJECTS - RUN "
013000             GOBACK
013100         END-IF.
013200******************************************************************
013202*    1500-CHECK-FEED - FIRST PASS OVER THE FEED, BEFORE RACEIN
013204*    IS TOUCHED.  THE FIRST NON-BLANK ROW MUST BE THE HEADER
013206*    ("HDR,FEED DATE,VENUE,FEED SEQUENCE") AND THE LAST THE
013208*    TRAILER ("TRL,ROW COUNT,HASH TOTAL"); EVERY ROW BETWEEN IS
013210*    A DETAIL ROW, COUNTED AND ITS DISTANCE ADDED TO THE HASH
013212*    (IN HUNDREDTHS, SO "12.5" AND "12.50" HASH ALIKE).  THE
013214*    COUNT AND HASH MUST MATCH THE TRAILER AND THE VENUE AND
013216*    SEQUENCE MUST NOT BE ON THE ACCEPTED-FEED REGISTER.  THE
013218*    FIRST FAULT FOUND IS WRITTEN TO REJECTS AGAINST THE ROW
013220*    AT FAULT AND LEFT IN WS-FEED-REJ-CODE.
013222******************************************************************
013224     1500-CHECK-FEED.
013226         PERFORM UNTIL WS-EOF OR WS-FEED-REJ-CODE NOT = SPACES
013228             READ CSV-FILE
013230                 AT END
013232                     SET WS-EOF TO TRUE
013234                 NOT AT END
013236                     PERFORM 1600-CHECK-ONE-ROW THRU 1600-EXIT
013238             END-READ
013240         END-PERFORM.
013242         CLOSE CSV-FILE.
013244         IF WS-FEED-REJ-CODE NOT = SPACES
013246             GO TO 1500-EXIT
013248         END-IF.
013250         IF NOT WS-HEADER-SEEN
013252             MOVE SPACES TO WS-CSV-ROW
013254             MOVE "09" TO WS-REJ-CODE
013256             MOVE "FEED HAS NO HEADER ROW" TO WS-REJ-TEXT
013258             PERFORM 1800-REJECT-FEED
013260             GO TO 1500-EXIT
013262         END-IF.
013264         IF NOT WS-TRAILER-SEEN
013266             MOVE WS-HEADER-ROW TO WS-CSV-ROW
013268             MOVE "10" TO WS-REJ-CODE
013270             MOVE "FEED TRUNCATED - NO TRAILER"
013272                 TO WS-REJ-TEXT
013274             PERFORM 1800-REJECT-FEED
013276             GO TO 1500-EXIT
013278         END-IF.
013280         MOVE WS-TRAILER-ROW TO WS-CSV-ROW.
013282         IF WS-TRL-COUNT NOT = WS-FEED-ROWS
013284             MOVE "11" TO WS-REJ-CODE
013286             MOVE "TRAILER ROW COUNT MISMATCH"
013288                 TO WS-REJ-TEXT
013290             PERFORM 1800-REJECT-FEED
013292             GO TO 1500-EXIT
013294         END-IF.
013296         IF WS-TRL-HASH NOT = WS-FEED-HASH
013298             MOVE "12" TO WS-REJ-CODE
013300             MOVE "TRAILER HASH TOTAL MISMATCH"
013302                 TO WS-REJ-TEXT
013304             PERFORM 1800-REJECT-FEED
013306             GO TO 1500-EXIT
013308         END-IF.
013310         PERFORM 1700-SCAN-REGISTER.
013312         IF WS-DUPLICATE-FEED
013314             MOVE WS-HEADER-ROW TO WS-CSV-ROW
013316             MOVE "13" TO WS-REJ-CODE
013318             MOVE "FEED SEQUENCE ALREADY LOADED"
013320                 TO WS-REJ-TEXT
013322             PERFORM 1800-REJECT-FEED
013324         END-IF.
013326     1500-EXIT.
013328         EXIT.
013330*
013332*    ONE ROW OF THE FIRST PASS.  BLANK ROWS ARE SKIPPED HERE
013334*    AS THEY ARE IN THE LOAD ITSELF.
013336     1600-CHECK-ONE-ROW.
013338         IF CSV-FILE-RECORD = SPACES
013340             GO TO 1600-EXIT
013342         END-IF.
013344         MOVE CSV-FILE-RECORD TO WS-CSV-ROW.
013346         MOVE 0 TO WS-FIELD-COUNT.
013348         MOVE SPACES TO WS-TAG-TEXT WS-ID-TEXT WS-TIME-TEXT
013350             WS-DIST-TEXT WS-EXTRA-TEXT.
013352         IF WS-TRAILER-SEEN
013354             MOVE "10" TO WS-REJ-CODE
013356             MOVE "ROWS FOLLOW THE TRAILER ROW"
013358                 TO WS-REJ-TEXT
013360             PERFORM 1800-REJECT-FEED
013362             GO TO 1600-EXIT
013364         END-IF.
013366         IF WS-CSV-ROW (1:4) = "HDR,"
013368             IF WS-HEADER-SEEN
013370                 MOVE "09" TO WS-REJ-CODE
013372                 MOVE "SECOND HEADER ROW IN FEED"
013374                     TO WS-REJ-TEXT
013376                 PERFORM 1800-REJECT-FEED
013378             ELSE
013380                 PERFORM 1650-CHECK-HEADER THRU 1650-EXIT
013382             END-IF
013384             GO TO 1600-EXIT
013386         END-IF.
013388         IF NOT WS-HEADER-SEEN
013390             MOVE "09" TO WS-REJ-CODE
013392             MOVE "FEED DOES NOT OPEN WITH HEADER"
013394                 TO WS-REJ-TEXT
013396             PERFORM 1800-REJECT-FEED
013398             GO TO 1600-EXIT
013400         END-IF.
013402         IF WS-CSV-ROW (1:4) = "TRL,"
013404             PERFORM 1660-CHECK-TRAILER THRU 1660-EXIT
013406             GO TO 1600-EXIT
013408         END-IF.
013410         ADD 1 TO WS-FEED-ROWS.
013412         UNSTRING WS-CSV-ROW DELIMITED BY ","
013414             INTO WS-ID-TEXT WS-TIME-TEXT WS-DIST-TEXT
013416                 WS-EXTRA-TEXT
013418             TALLYING IN WS-FIELD-COUNT
013420             ON OVERFLOW
013422                 MOVE 99 TO WS-FIELD-COUNT
013424         END-UNSTRING.
013426         IF WS-FIELD-COUNT = 3
013428             MOVE WS-DIST-TEXT TO WS-FIELD-TEXT
013430             MOVE 99999999999999 TO WS-FIELD-MAX
013432             MOVE 2 TO WS-FIELD-SCALE
013434             PERFORM 2100-PARSE-ONE-FIELD
013436             IF WS-FIELD-GOOD
013438                 ADD WS-FIELD-VALUE TO WS-FEED-HASH
013440             END-IF
013442         END-IF.
013444     1600-EXIT.
013446         EXIT.
013448     1650-CHECK-HEADER.
013450         SET WS-HEADER-SEEN TO TRUE.
013452         MOVE WS-CSV-ROW TO WS-HEADER-ROW.
013454         MOVE "09" TO WS-REJ-CODE.
013456         MOVE "HEADER ROW IS MALFORMED" TO WS-REJ-TEXT.
013458         UNSTRING WS-CSV-ROW DELIMITED BY ","
013460             INTO WS-TAG-TEXT WS-ID-TEXT WS-TIME-TEXT
013462                 WS-DIST-TEXT WS-EXTRA-TEXT
013464             TALLYING IN WS-FIELD-COUNT
013466             ON OVERFLOW
013468                 MOVE 99 TO WS-FIELD-COUNT
013470         END-UNSTRING.
013472         IF WS-FIELD-COUNT NOT = 4
013474             PERFORM 1800-REJECT-FEED
013476             GO TO 1650-EXIT
013478         END-IF.
013480         MOVE WS-ID-TEXT TO WS-FIELD-TEXT.
013482         MOVE 99999999 TO WS-FIELD-MAX.
013484         MOVE 0 TO WS-FIELD-SCALE.
013486         PERFORM 2100-PARSE-ONE-FIELD.
013488         IF NOT WS-FIELD-GOOD OR WS-FIELD-VALUE = ZERO
013490             PERFORM 1800-REJECT-FEED
013492             GO TO 1650-EXIT
013494         END-IF.
013496         MOVE WS-FIELD-VALUE TO WS-FEED-DATE.
013498         IF WS-TIME-TEXT (1:4) = SPACES
013500                 OR WS-TIME-TEXT (5:) NOT = SPACES
013502             PERFORM 1800-REJECT-FEED
013504             GO TO 1650-EXIT
013506         END-IF.
013508         MOVE WS-TIME-TEXT (1:4) TO WS-FEED-VENUE.
013510         MOVE WS-DIST-TEXT TO WS-FIELD-TEXT.
013512         MOVE 999999 TO WS-FIELD-MAX.
013514         PERFORM 2100-PARSE-ONE-FIELD.
013516         IF NOT WS-FIELD-GOOD OR WS-FIELD-VALUE = ZERO
013518             PERFORM 1800-REJECT-FEED
013520             GO TO 1650-EXIT
013522         END-IF.
013524         MOVE WS-FIELD-VALUE TO WS-FEED-SEQ.
013526     1650-EXIT.
013528         EXIT.
013530     1660-CHECK-TRAILER.
013532         SET WS-TRAILER-SEEN TO TRUE.
013534         MOVE WS-CSV-ROW TO WS-TRAILER-ROW.
013536         MOVE "10" TO WS-REJ-CODE.
013538         MOVE "TRAILER ROW IS MALFORMED" TO WS-REJ-TEXT.
013540         UNSTRING WS-CSV-ROW DELIMITED BY ","
013542             INTO WS-TAG-TEXT WS-ID-TEXT WS-TIME-TEXT
013544                 WS-DIST-TEXT
013546             TALLYING IN WS-FIELD-COUNT
013548             ON OVERFLOW
013550                 MOVE 99 TO WS-FIELD-COUNT
013552         END-UNSTRING.
013554         IF WS-FIELD-COUNT NOT = 3
013556             PERFORM 1800-REJECT-FEED
013558             GO TO 1660-EXIT
013560         END-IF.
013562         MOVE WS-ID-TEXT TO WS-FIELD-TEXT.
013564         MOVE 99999 TO WS-FIELD-MAX.
013566         MOVE 0 TO WS-FIELD-SCALE.
013568         PERFORM 2100-PARSE-ONE-FIELD.
013570         IF NOT WS-FIELD-GOOD
013572             PERFORM 1800-REJECT-FEED
013574             GO TO 1660-EXIT
013576         END-IF.
013578         MOVE WS-FIELD-VALUE TO WS-TRL-COUNT.
013580         MOVE WS-TIME-TEXT TO WS-FIELD-TEXT.
013582         MOVE 999999999999999999 TO WS-FIELD-MAX.
013584         MOVE 2 TO WS-FIELD-SCALE.
013586         PERFORM 2100-PARSE-ONE-FIELD.
013588         IF NOT WS-FIELD-GOOD
013590             PERFORM 1800-REJECT-FEED
013592             GO TO 1660-EXIT
013594         END-IF.
013596         MOVE WS-FIELD-VALUE TO WS-TRL-HASH.
013598     1660-EXIT.
013600         EXIT.
013602******************************************************************
013604*    1700-SCAN-REGISTER - LOOK FOR THIS FEED'S VENUE AND
013606*    SEQUENCE ON THE ACCEPTED-FEED REGISTER.  NO REGISTER ON
013608*    DISK MEANS NO FEED HAS BEEN LOADED YET.
013610******************************************************************
013612     1700-SCAN-REGISTER.
013614         MOVE 'N' TO WS-DUP-SW WS-FEEDREG-EOF-SW.
013616         OPEN INPUT FEEDREG-FILE.
013618         IF WS-FEEDREG-STATUS = "35"
013620             SET WS-FEEDREG-EOF TO TRUE
013622         ELSE
013624             IF WS-FEEDREG-STATUS NOT = "00"
013626                 DISPLAY "RACELOAD: CANNOT OPEN FEEDREG - RUN "
013628                     "ABORTED (STATUS " WS-FEEDREG-STATUS ")"
013630                 MOVE 16 TO RETURN-CODE
013632                 GOBACK
013634             END-IF
013636         END-IF.
013638         PERFORM UNTIL WS-FEEDREG-EOF OR WS-DUPLICATE-FEED
013640             READ FEEDREG-FILE
013642                 AT END
013644                     SET WS-FEEDREG-EOF TO TRUE
013646                 NOT AT END
013648                     IF FR-VENUE = WS-FEED-VENUE
013650                             AND FR-FEED-SEQ = WS-FEED-SEQ
013652                         SET WS-DUPLICATE-FEED TO TRUE
013654                         DISPLAY "RACELOAD: SEQUENCE "
013656                             WS-FEED-SEQ " FOR VENUE "
013658                             WS-FEED-VENUE " WAS LOADED ON "
013660                             FR-LOAD-DATE
013662                     END-IF
013664             END-READ
013666         END-PERFORM.
013668         IF WS-FEEDREG-STATUS NOT = "35"
013670             CLOSE FEEDREG-FILE
013672         END-IF.
013674*
013676*    A FEED-LEVEL REJECT GOES TO REJECTS LIKE ANY ROW REJECT,
013678*    BUT ALSO STOPS THE FIRST PASS.
013680     1800-REJECT-FEED.
013682         PERFORM 3100-WRITE-REJECT.
013684         MOVE WS-REJ-CODE TO WS-FEED-REJ-CODE.
013686******************************************************************
013688*    1900-OPEN-FOR-LOAD - THE FEED HAS PASSED ITS FRAME CHECK,
013690*    SO REOPEN IT FOR THE LOAD ITSELF AND REWRITE RACEIN FRESH,
013692*    THE SAME WAY RACEMNTU'S SAVE ALWAYS REWROTE THE WHOLE
013694*    SHEET.
013696******************************************************************
013698     1900-OPEN-FOR-LOAD.
013700         MOVE 'N' TO WS-EOF-SW.
013702         OPEN INPUT CSV-FILE.
013704         IF WS-CSV-STATUS NOT = "00"
013706             DISPLAY "RACELOAD: CANNOT REOPEN CSVIN - RUN "
013708                 "ABORTED (STATUS " WS-CSV-STATUS ")"
013710             MOVE 16 TO RETURN-CODE
013712             GOBACK
013714         END-IF.
013716         OPEN OUTPUT RACE-FILE.
013718         IF WS-RACE-STATUS NOT = "00"
013720             DISPLAY "RACELOAD: CANNOT OPEN RACEIN - RUN ABORTED "
013722                 "(STATUS " WS-RACE-STATUS ")"
013724             MOVE 16 TO RETURN-CODE
013726             GOBACK
013728         END-IF.
013730******************************************************************
013732*    2000-PROCESS-ONE-ROW - SPLIT ONE CSV ROW ON ITS COMMAS,
013734*    PARSE AND VALIDATE EACH FIELD, AND WRITE THE HEAT TO
013736*    RACEIN OR THE ROW TO THE REJECTS FILE.  AN ENTIRELY BLANK
013738*    ROW (A TRAILING LINE ON THE COMMITTEE'S MAIL) IS SKIPPED
013748*    WITHOUT COMMENT, AS ARE THE HEADER AND TRAILER ROWS,
013758*    ALREADY CHECKED BY 1500-CHECK-FEED.
013800******************************************************************
013900     2000-PROCESS-ONE-ROW.
014000         IF CSV-FILE-RECORD = SPACES
014100             GO TO 2000-EXIT.
014110         IF CSV-FILE-RECORD (1:4) = "HDR,"
014120                 OR CSV-FILE-RECORD (1:4) = "TRL,"
014130             GO TO 2000-EXIT
014140         END-IF.
014200         ADD 1 TO WS-ROWS-READ.
014300         MOVE CSV-FILE-RECORD TO WS-CSV-ROW.
014400         MOVE 0 TO WS-FIELD-COUNT.
027490         END-COMPUTE.
027500******************************************************************
027600*    3000-WRITE-ACCEPTED - POST ONE VALIDATED HEAT TO RACEIN IN
027700*    THE FIXED-WIDTH RACEREC LAYOUT, ADDING ITS DISTANCE (IN
027710*    HUNDREDTHS, LIKE THE TRAILER HASH) TO THE SHEET HASH.
027800******************************************************************
027900     3000-WRITE-ACCEPTED.
028000         MOVE SPACES TO RACE-FILE-RECORD.
028300         MOVE WS-NEW-DIST TO RF-RACE-DIST.
028400         WRITE RACE-FILE-RECORD.
028500         ADD 1 TO WS-ROWS-ACCEPTED.
028510         COMPUTE WS-SHEET-HASH =
028520             WS-SHEET-HASH + WS-NEW-DIST * 100.
028600******************************************************************
028700*    3100-WRITE-REJECT - POST THE ORIGINAL ROW, UNTOUCHED, TO
028800*    THE REJECTS FILE WITH ITS REASON CODE SO THE FILE CAN GO
029500         MOVE WS-CSV-ROW TO RJ-CSV-ROW.
029600         WRITE REJECT-FILE-RECORD.
029700         ADD 1 TO WS-ROWS-REJECTED.
029702******************************************************************
029704*    7000-WRITE-REGISTER - APPEND THE LOADED FEED TO THE
029706*    ACCEPTED-FEED REGISTER, SO THE SHEET CAN ALWAYS BE TRACED
029708*    BACK TO THE FEED THAT PRODUCED IT AND THE SAME FEED IS
029710*    NEVER LOADED TWICE.  CREATED ON FIRST USE.
029712******************************************************************
029714     7000-WRITE-REGISTER.
029716         OPEN EXTEND FEEDREG-FILE.
029718         IF WS-FEEDREG-STATUS = "35"
029720             OPEN OUTPUT FEEDREG-FILE
029722         END-IF.
029724         IF WS-FEEDREG-STATUS NOT = "00"
029726             DISPLAY "RACELOAD: CANNOT OPEN FEEDREG - FEED "
029728                 "LOADED BUT NOT REGISTERED (STATUS "
029730                 WS-FEEDREG-STATUS ")"
029732             MOVE 16 TO RETURN-CODE
029734             GOBACK
029736         END-IF.
029738         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
029740         ACCEPT WS-TIME-RAW FROM TIME.
029742         MOVE SPACES TO FEEDREG-FILE-RECORD.
029744         MOVE WS-FEED-DATE TO FR-FEED-DATE.
029746         MOVE WS-FEED-VENUE TO FR-VENUE.
029748         MOVE WS-FEED-SEQ TO FR-FEED-SEQ.
029750         MOVE WS-TRL-COUNT TO FR-ROW-COUNT.
029752         MOVE WS-TRL-HASH TO FR-HASH-TOTAL.
029754         MOVE WS-ROWS-ACCEPTED TO FR-ACCEPTED.
029756         MOVE WS-ROWS-REJECTED TO FR-REJECTED.
029758         MOVE "RACEIN" TO FR-SHEET-NAME.
029760         MOVE WS-TODAY TO FR-LOAD-DATE.
029762         MOVE WS-TIME-RAW (1:6) TO FR-LOAD-TIME.
029763         MOVE WS-SHEET-HASH TO FR-SHEET-HASH.
029764         WRITE FEEDREG-FILE-RECORD.
029766         CLOSE FEEDREG-FILE.
029800     END PROGRAM RACELOAD.
