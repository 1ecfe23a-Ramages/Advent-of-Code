000100******************************************************************
000200*    SEASREC.CPY
000300*    RECORD LAYOUT FOR THE SEASON CALENDAR MASTER (SEASMAST).
000400*    ONE RECORD PER QUALIFYING SEASON: THE SHORT CODE THE
000500*    SEASON IS KNOWN BY, ITS FULL NAME FOR THE REPORTS, THE
000600*    FIRST AND LAST RUN DATES IT COVERS, AND WHETHER IT IS
000700*    STILL OPEN.  NO TWO SEASONS MAY SHARE A DATE, SO A RUN
000800*    DATE FALLS IN ONE SEASON AT MOST; A DATE IN NO SEASON IS
000900*    SIMPLY NOT YET ON THE CALENDAR.
001000*
001100*    SN-STATUS IS 'O' WHILE THE SEASON IS OPEN AND 'C' ONCE
001200*    THE SEASON-CLOSE JOB (SEASCLOS) HAS ROLLED IT UP, WITH
001300*    SN-CLOSED-DATE THE DAY IT WAS CLOSED (ZERO WHILE OPEN).
001400*    NOTHING POSTS INTO A CLOSED SEASON AGAIN - THE POSTING
001500*    PROGRAMS ASK SEASCHK BEFORE THEY WRITE - AND THE
001600*    MAINTENANCE PANEL WILL NOT CHANGE ONE.  NO MASTER ON DISK
001700*    MEANS NO SEASON HAS BEEN SET UP, THE SAME PHASE-IN RULE
001800*    THE VENUE MASTER USES.
001900*
002000*    MAINTAINED BY:  SEASMNTU (ONLINE MAINTENANCE PANEL)
002010*    WRITTEN BY:     SEASMNTU, SEASCLOS
002100*    CLOSED BY:      SEASCLOS
002200*    READ BY:        SEASCHK (FOR PARTONE, PARTTWO, RECONCIL,
002210*                    BACKOUT), SEASCLOS, SEASMNTU
002400******************************************************************
002500     01  SEASMAST-FILE-RECORD.
002600         05  SN-SEASON-CODE          PIC X(06).
002700         05  FILLER                  PIC X(01).
002800         05  SN-SEASON-NAME          PIC X(30).
002900         05  FILLER                  PIC X(01).
003000         05  SN-START-DATE           PIC 9(08).
003100         05  FILLER                  PIC X(01).
003200         05  SN-END-DATE             PIC 9(08).
003300         05  FILLER                  PIC X(01).
003400         05  SN-STATUS               PIC X(01).
003500             88  SN-OPEN             VALUE 'O'.
003600             88  SN-CLOSED           VALUE 'C'.
003700         05  FILLER                  PIC X(01).
003800         05  SN-CLOSED-DATE          PIC 9(08).
003900     01  SEASMAST-FILE-RECORD-X REDEFINES SEASMAST-FILE-RECORD
004000                                     PIC X(66).
