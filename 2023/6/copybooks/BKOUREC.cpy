000100******************************************************************
000200*    BKOUREC.CPY
000300*    RECORD LAYOUT FOR THE RUN-CYCLE BACKOUT REGISTER (BKOUTREG).
000400*    ONE RECORD PER CYCLE BACKED OUT THROUGH THE BACKOUT PANEL -
000500*    WHICH RUN DATE, VENUE, PROGRAM AND CYCLE WERE TAKEN OFF THE
000600*    FILES, WHICH SUPERVISOR DID IT AND WHEN, AND HOW MANY
000700*    RESMAST ROWS, RACEHIST RECORDS AND EXCEPTIONS IT REVERSED.
000800*    THE FILE IS APPEND-ONLY AND IS CREATED ON FIRST USE, LIKE
000900*    THE SUITE'S OTHER REGISTERS.
001000*
001100*    A BACKED-OUT CYCLE NUMBER IS NEVER HANDED OUT AGAIN: ITS
001200*    REVERSED EXCEPTIONS, ITS RUNLOG RECORDS AND THIS REGISTER
001300*    STILL CARRY IT, SO PARTONE TAKES THE REGISTER INTO ACCOUNT
001400*    WHEN IT ASSIGNS THE NEXT CYCLE FOR A RUN DATE, EXACTLY AS
001500*    IF THE CYCLE'S ROWS WERE STILL ON RESMAST.
001600*
001700*    WRITTEN BY:     BACKOUT
001800*    READ BY:        BACKOUT, PARTONE
001900******************************************************************
002000     01  BKOUT-FILE-RECORD.
002100         05  BK-RUN-DATE             PIC 9(08).
002200         05  FILLER                  PIC X(01).
002300         05  BK-VENUE                PIC X(04).
002400         05  FILLER                  PIC X(01).
002500         05  BK-PROGRAM-ID           PIC X(08).
002600         05  FILLER                  PIC X(01).
002700         05  BK-CYCLE                PIC 9(02).
002800         05  FILLER                  PIC X(01).
002900         05  BK-OPERATOR             PIC X(08).
003000         05  FILLER                  PIC X(01).
003100         05  BK-DATE                 PIC 9(08).
003200         05  FILLER                  PIC X(01).
003300         05  BK-TIME                 PIC 9(06).
003400         05  FILLER                  PIC X(01).
003500         05  BK-RESULTS-ROWS         PIC 9(04).
003600         05  FILLER                  PIC X(01).
003700         05  BK-HIST-RECORDS         PIC 9(04).
003800         05  FILLER                  PIC X(01).
003900         05  BK-EXCEPTIONS           PIC 9(04).
004000     01  BKOUT-FILE-RECORD-X REDEFINES BKOUT-FILE-RECORD
004100                                     PIC X(65).
