000100******************************************************************
000200*    PNDGREC.CPY
000300*    RECORD LAYOUT FOR THE PENDING SHEET-CHANGE REGISTER
000400*    (PENDREG).  A RACE SHEET SAVED THROUGH RACEMNTU IS NO
000500*    LONGER WRITTEN STRAIGHT TO THE SHEET FILE - IT IS POSTED
000600*    AS A NUMBERED CHANGE SET (ITS HEATS GO TO PENDHEAT, SEE
000700*    PNDHREC) AND A "SUBMIT  " RECORD IS APPENDED HERE.  A
000800*    SECOND OPERATOR THEN APPROVES OR REJECTS IT THROUGH THE
000900*    APPROVAL PANEL (RACEAPPR), WHICH APPENDS AN "APPROVE " OR
001000*    "REJECT  " RECORD FOR THE SAME SET; ONLY AN APPROVAL
001100*    REWRITES THE SHEET.  THE FILE IS APPEND-ONLY, SO FOR A
001200*    GIVEN SHEET THE LAST RECORD READ IS THE ONE IN FORCE - A
001300*    "SUBMIT  " LAST MEANS THE SHEET HAS UNAPPROVED CHANGES
001400*    PENDING, AND PARTONE AND RECONCIL REFUSE TO RUN IT.  A
001500*    LATER SUBMIT FOR THE SAME SHEET SUPERSEDES AN EARLIER
001600*    UNDECIDED ONE.  NO REGISTER ON DISK MEANS NOTHING IS
001700*    PENDING.
001800*
001900*    PD-SET-NO RUNS UP BY ONE ACROSS THE WHOLE REGISTER.
002000*    PD-HEATS IS THE NUMBER OF HEATS IN THE CHANGE SET.
002100*
002200*    WRITTEN BY:     RACEMNTU (SUBMIT), RACEAPPR (APPROVE/REJECT)
002300*    READ BY:        RACEMNTU, RACEAPPR, PARTONE, RECONCIL
002400******************************************************************
002500     01  PENDREG-FILE-RECORD.
002600         05  PD-SET-NO               PIC 9(06).
002700         05  FILLER                  PIC X(01).
002800         05  PD-SHEET-NAME           PIC X(44).
002900         05  FILLER                  PIC X(01).
003000         05  PD-ACTION               PIC X(08).
003100         05  FILLER                  PIC X(01).
003200         05  PD-OPERATOR             PIC X(08).
003300         05  FILLER                  PIC X(01).
003400         05  PD-DATE                 PIC 9(08).
003500         05  FILLER                  PIC X(01).
003600         05  PD-TIME                 PIC 9(06).
003700         05  FILLER                  PIC X(01).
003800         05  PD-HEATS                PIC 9(04).
003900     01  PENDREG-FILE-RECORD-X REDEFINES PENDREG-FILE-RECORD
004000                                     PIC X(90).
