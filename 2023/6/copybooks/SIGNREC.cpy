001000*    (KEYED BY A SUPERVISOR, AND RECORDED HERE WITH THEIR ID)
001100*    LIFTS THE FREEZE AGAIN.  PARTONE REFUSES TO REPOST A
001200*    FROZEN DATE/VENUE'S RESULTS AND RACEHIST ROWS, AND
001300*    RACEMNTU REFUSES TO SAVE (AND RACEAPPR TO APPROVE) A
001400*    SHEET NAMED IN THAT DAY'S SHEET-CONTROL FILE, UNTIL AN
001410*    OVERRIDE IS ON RECORD.
001500*
001600*    SG-VENUE IS SPACES WHEN THE SUITE RUNS WITHOUT A SHEET-
001700*    CONTROL FILE (SINGLE-SHEET MODE).
001800*
001900*    WRITTEN BY:     RACESOFF
002000*    READ BY:        PARTONE, RACEMNTU, RACEAPPR, RACESOFF,
002010*                    BACKOUT, SEASCLOS
002100******************************************************************
002200     01  SIGNOFF-FILE-RECORD.
002300         05  SG-RUN-DATE             PIC 9(08).
