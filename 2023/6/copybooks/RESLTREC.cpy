001296*    RS-CYCLE IS THE RUN CYCLE - THE SEQUENCE OF THE OFFICIAL
001297*    RUN WITHIN ITS RUN DATE, ASSIGNED BY PARTONE AND PARTTWO
001298*    AS ONE PAST THE HIGHEST CYCLE ALREADY POSTED FOR THE
001300*    DATE (PARTONE ALSO COUNTS A CYCLE SINCE BACKED OUT - SEE
001302*    BKOUREC) - SO A CORRECTED AFTERNOON RUN NO LONGER HIDES THE
001304*    MORNING'S FIGURES.  ZERO ON RECONCIL VERDICT ROWS (THE
001306*    VERDICT COVERS THE DATE AS A WHOLE).  CARRIED AT THE END
001308*    OF THE RECORD SO ROWS WRITTEN BEFORE THE FIELD EXISTED
001310*    (46 BYTES) STILL PARSE, READING BACK WITH A BLANK CYCLE
001312*    THAT DOWNSTREAM READERS TREAT AS CYCLE ZERO.
001314*
001316*    THE LIVE RESULTS ARE NOW HELD ON THE KEYED RESULTS MASTER
001318*    (RESMAST - SEE RESMREC).  THIS LAYOUT REMAINS THE ONE
001320*    PARTONE AND PARTTWO WRITE TO THEIR STAGING FILES
001322*    (RESULTS1/RESULTS2), THE ONE RESMERGE POSTS FROM, AND THE
001324*    ONE ARCHPRGE WRITES THE RESARCH GENERATIONS IN.  THE OLD
001326*    SEQUENTIAL RESULTS FILE IS POSTED ONTO THE MASTER BY
001328*    RESMERGE THE FIRST TIME IT FINDS IT, THEN CLEARED.
001330******************************************************************
001400     01  RESULT-FILE-RECORD.
001500         05  RS-RUN-DATE             PIC 9(08).
001600         05  FILLER                  PIC X(01).
