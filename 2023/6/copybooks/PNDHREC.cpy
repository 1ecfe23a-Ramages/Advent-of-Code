000100******************************************************************
000200*    PNDHREC.CPY
000300*    RECORD LAYOUT FOR THE PENDING SHEET-CHANGE HEATS FILE
000400*    (PENDHEAT).  ONE RECORD PER HEAT OF A CHANGE SET POSTED
000500*    BY RACEMNTU - THE WHOLE SHEET AS THE OPERATOR LEFT IT,
000600*    UNDER THE CHANGE SET'S NUMBER (SEE PNDGREC).  THE HEAT
000700*    FIELDS ARE THE RACE SHEET'S OWN, WITH THE SAME IMPLIED
000800*    DECIMALS (SEE RACEREC).  APPEND-ONLY; THE APPROVAL PANEL
000900*    (RACEAPPR) READS A SET BACK TO SHOW IT AGAINST THE LIVE
001000*    SHEET AND, ON APPROVAL, TO REWRITE THE SHEET FROM IT.  A
001100*    SET WITH NO HEATS EMPTIES THE SHEET.
001200*
001300*    WRITTEN BY:     RACEMNTU
001400*    READ BY:        RACEMNTU, RACEAPPR
001500******************************************************************
001600     01  PENDHEAT-FILE-RECORD.
001700         05  PH-SET-NO               PIC 9(06).
001800         05  FILLER                  PIC X(01).
001900         05  PH-RACE-ID              PIC 9(04).
002000         05  FILLER                  PIC X(01).
002100         05  PH-RACE-TIME            PIC 9(08)V9(01).
002200         05  FILLER                  PIC X(01).
002300         05  PH-RACE-DIST            PIC 9(12)V9(02).
002400     01  PENDHEAT-FILE-RECORD-X REDEFINES PENDHEAT-FILE-RECORD
002500                                     PIC X(36).
