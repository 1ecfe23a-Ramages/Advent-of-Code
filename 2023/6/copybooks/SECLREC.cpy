000100******************************************************************
000200*    SECLREC.CPY
000300*    RECORD LAYOUT FOR THE REFUSED-ACCESS LOG (SECLOG).  ONE
000400*    RECORD PER SIGN-ON OR ACTION A PANEL REFUSED - WHEN, WHICH
000500*    PANEL, THE OPERATOR ID THAT WAS KEYED, WHAT WAS ATTEMPTED
000600*    ("SIGN-ON " FOR A REFUSED SIGN-ON, OTHERWISE THE PANEL
000700*    ACTION), AND WHY - SO THE COMMITTEE CAN SEE WHO TRIED
000800*    WHAT.  APPEND-ONLY, CREATED ON FIRST USE LIKE THE SUITE'S
000900*    OTHER LOGS.
001000*
001100*    WRITTEN BY:     OPERCHK (ON BEHALF OF EVERY PANEL)
001200*    READ BY:        OPERMNTU (BROWSE OPTION ON THE MENU)
001300******************************************************************
001400     01  SECLOG-FILE-RECORD.
001500         05  SL-DATE                 PIC 9(08).
001600         05  FILLER                  PIC X(01).
001700         05  SL-TIME                 PIC 9(06).
001800         05  FILLER                  PIC X(01).
001900         05  SL-PROGRAM-ID           PIC X(08).
002000         05  FILLER                  PIC X(01).
002100         05  SL-OPERATOR             PIC X(08).
002200         05  FILLER                  PIC X(01).
002300         05  SL-ACTION               PIC X(08).
002400         05  FILLER                  PIC X(01).
002500         05  SL-REASON               PIC X(30).
002600     01  SECLOG-FILE-RECORD-X REDEFINES SECLOG-FILE-RECORD
002700                                     PIC X(73).
