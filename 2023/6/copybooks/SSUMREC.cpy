000100******************************************************************
000200*    SSUMREC.CPY
000300*    RECORD LAYOUT FOR THE SEASON SUMMARY FILE (SEASSUMM).  ONE
000400*    RECORD PER VENUE AND RACE ID RUN IN A CLOSED SEASON,
000500*    ROLLED UP FROM THE RACE-HISTORY MASTER (RACEHIST) BY THE
000600*    SEASON-CLOSE JOB, TAKING EACH HEAT'S LATEST CYCLE ONLY:
000700*      SS-HEATS        - HEATS RUN (RUN DATES THE RACE RAN ON)
000800*      SS-AVG-COUNT    - AVERAGE WINNING COUNT, TO TWO PLACES
000900*      SS-BEST-COUNT   - HIGHEST WINNING COUNT OF THE SEASON
001000*      SS-WORST-COUNT  - LOWEST WINNING COUNT OF THE SEASON
001100*      SS-TIGHT-MARGIN - TIGHTEST WINNING MARGIN EVER RECORDED,
001200*                        IN HUNDREDTHS OF A DISTANCE UNIT (SEE
001300*                        RACEREC)
001400*      SS-EXCEPTIONS   - TIGHT-HEAT EXCEPTIONS RAISED AGAINST
001500*                        THE COUNTED CYCLES (SEE EXCPTREC)
001600*    THE FILE IS APPEND-ONLY AND IS CREATED ON FIRST USE; EACH
001700*    SEASON'S RECORDS GO ON ONCE, WHEN IT IS CLOSED, SO
001800*    RACEHIST CAN LATER BE PURGED WITHOUT LOSING THE SEASON.
001900*
002000*    WRITTEN BY:     SEASCLOS
002100******************************************************************
002200     01  SEASSUMM-FILE-RECORD.
002300         05  SS-SEASON-CODE          PIC X(06).
002400         05  FILLER                  PIC X(01).
002500         05  SS-VENUE                PIC X(04).
002600         05  FILLER                  PIC X(01).
002700         05  SS-RACE-ID              PIC 9(04).
002800         05  FILLER                  PIC X(01).
002900         05  SS-HEATS                PIC 9(05).
003000         05  FILLER                  PIC X(01).
003100         05  SS-AVG-COUNT            PIC 9(15)V9(02).
003200         05  FILLER                  PIC X(01).
003300         05  SS-BEST-COUNT           PIC 9(15).
003400         05  FILLER                  PIC X(01).
003500         05  SS-WORST-COUNT          PIC 9(15).
003600         05  FILLER                  PIC X(01).
003700         05  SS-TIGHT-MARGIN         PIC 9(18).
003800         05  FILLER                  PIC X(01).
003900         05  SS-EXCEPTIONS           PIC 9(05).
004000     01  SEASSUMM-FILE-RECORD-X REDEFINES SEASSUMM-FILE-RECORD
004100                                     PIC X(97).
