000100******************************************************************
000200*    RESCREC.CPY
000300*    RECORD LAYOUT FOR THE RESULTS CONTROL FILE (RESCTL), AN
000400*    INDEXED FILE KEYED BY RUN DATE.  ONE RECORD PER RUN DATE
000500*    POSTED TO THE RESULTS MASTER (RESMAST - SEE RESMREC),
000600*    CARRYING WHAT USED TO BE WORKED OUT BY SCANNING THE
000700*    WHOLE RESULTS FILE:
000800*      RC-P1-HIGH-CYCLE / RC-P2-HIGH-CYCLE - THE HIGHEST RUN
000900*        CYCLE EVER POSTED FOR THE DATE BY PARTONE / PARTTWO.
001000*        RAISED BY RESMERGE AS THE STAGING ROWS ARE POSTED AND
001100*        NEVER LOWERED - NOT EVEN WHEN BACKOUT TAKES A CYCLE
001200*        OFF THE MASTER - SO A CYCLE NUMBER IS NEVER REISSUED.
001300*      RC-VERDICT-SW / RC-VERDICT - RECONCIL'S VERDICT FOR THE
001400*        DATE: THE DISCREPANCY COUNT, ZERO MEANING AGREE.  THE
001500*        SWITCH IS 'Y' ONCE A VERDICT IS POSTED; BACKOUT SETS
001600*        IT BACK TO 'N' WHEN IT TAKES A CYCLE OFF THE DATE, AS
001700*        THE VERDICT NO LONGER COVERS WHAT IS ON FILE.
001800*    THE RECORD IS CREATED BY WHICHEVER OF RESMERGE AND
001900*    RECONCIL FIRST POSTS FOR THE DATE.
002000*
002100*    WRITTEN BY:     RESMERGE, RECONCIL
002200*    UPDATED BY:     BACKOUT (VERDICT WITHDRAWN)
002300*    DELETED BY:     ARCHPRGE (DATES PAST RETENTION)
002400*    READ BY:        PARTONE, PARTTWO, RACESOFF
002500******************************************************************
002600     01  RESCTL-FILE-RECORD.
002700         05  RC-RUN-DATE             PIC 9(08).
002800         05  RC-P1-HIGH-CYCLE        PIC 9(02).
002900         05  RC-P2-HIGH-CYCLE        PIC 9(02).
003000         05  RC-VERDICT-SW           PIC X(01).
003100             88  RC-VERDICT-POSTED   VALUE 'Y'.
003200         05  RC-VERDICT              PIC 9(18).
