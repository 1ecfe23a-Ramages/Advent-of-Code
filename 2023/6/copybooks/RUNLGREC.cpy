001300*    RL-RACES IS THE NUMBER OF HEATS THE RUN PROCESSED (ZERO
001400*    ON A START RECORD).  RL-OUTCOME CARRIES THE FINAL FIGURE
001500*    (PARTONE/PARTTWO - THE LAST VENUE POSTED), THE VERDICT
001600*    (RECONCIL: AGREE/DISAGREE, OR CLOSED/PENDING WHEN IT
001605*    REFUSES WITH CODE 12; SHTDIFF: UNEXPLAINED COUNT,
001610*    ALL EXPLAINED, OR NO BASELINE), OR THE PANEL DISPOSITION
001700*    (RACEMNTU: SUBMITTED/NO SAVE; RACEAPPR: THE SESSION'S
001710*    APPROVED AND REJECTED COUNTS).  RL-COMP-CODE IS THE RETURN
001800*    CODE THE RUN ENDED WITH.  RL-RESUME-SW IS 'Y' ON AN END
001900*    RECORD WHEN A CHECKPOINT RESUME OCCURRED (PARTONE ONLY).
002000*
002040*    RECORD SO RECORDS WRITTEN BEFORE THE FIELD EXISTED (59
002050*    BYTES) STILL PARSE, READING BACK WITH A BLANK CYCLE.
002060*
002062*    A THIRD RECORD TYPE, "BDATE", RECORDS THE SUITE'S BUSINESS
002064*    DATE (SEE BDATREC).  NIGHTRUN WRITES ONE AT CHAIN START
002066*    SAYING HOW THE DATE WAS SET (OUTCOME INITIAL, ROLLED
002068*    FORWARD, RERUN OF DATE, HELD - NOT DONE, OR OVERRIDE AND
002070*    THE OPERATOR ID) AND ONE WHEN THE NIGHT COMPLETES (NIGHT
002072*    COMPLETED).  BDATECHK WRITES ONE UNDER THE CALLING
002074*    PROGRAM'S NAME WHENEVER IT RUNS UNDER A BUSINESS DATE
002076*    OTHER THAN THE CLOCK DATE, WITH "CLOCK" AND THE CLOCK
002078*    DATE AS THE OUTCOME.  RL-RUN-DATE IS THE BUSINESS DATE;
002080*    RACES, CODE AND CYCLE ARE ZERO.  A BDATE RECORD NEITHER
002082*    OPENS NOR CLOSES A RUN.
002084*
002086*    A FOURTH, "BKOUT", IS THE REVERSAL ENTRY THE BACKOUT PANEL
002088*    WRITES WHEN A SUPERVISOR BACKS A PARTONE RUN CYCLE OUT:
002090*    RL-RUN-DATE AND RL-CYCLE ARE THE BACKED-OUT DATE AND
002092*    CYCLE, RL-RACES THE HEATS TAKEN OFF RACEHIST, AND THE
002094*    OUTCOME "REVERSED" AND THE VENUE.  LIKE BDATE IT NEITHER
002096*    OPENS NOR CLOSES A RUN.
002098*
002100*    WRITTEN BY:     PARTONE, PARTTWO, RECONCIL, RACEMNTU,
002110*                    RACEAPPR, SHTDIFF, NIGHTRUN, BDATECHK,
002120*                    BACKOUT
002200*    READ BY:        RUNLGRPT (DAILY LEDGER REPORT)
002300******************************************************************
002400     01  RUNLOG-FILE-RECORD.
