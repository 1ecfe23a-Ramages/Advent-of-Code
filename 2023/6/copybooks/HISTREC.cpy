001270*    USE, AS ALWAYS.
001300*
001400*    WRITTEN BY:     PARTONE
001410*    DELETED BY:     BACKOUT (A BACKED-OUT RUN CYCLE'S RECORDS)
001500*    READ BY:        RACEHINQ (OPERATOR INQUIRY PANEL), RACEXTR,
001510*                    CUTLIST, SEASCLOS
001600******************************************************************
001700     01  HIST-FILE-RECORD.
001800         05  RH-KEY.
