000100******************************************************************
000200*    CUTCREC.CPY
000300*    RECORD LAYOUT FOR THE QUALIFYING CUT CONTROL FILE (CUTCTL).
000400*    ONE RECORD HOLDING THE COMMITTEE'S CUT RULES FOR THE CUT
000500*    LIST (CUTLIST): HOW MANY HEATS QUALIFY OVERALL, THE
000600*    MINIMUM NUMBER OF QUALIFIERS EACH ACTIVE VENUE IS
000700*    GUARANTEED, AND WHETHER A HEAT WITH AN OPEN SEVERITY-1
000800*    EXCEPTION ON EXCEPTS IS EXCLUDED FROM THE CUT.  HELD IN A
000900*    CONTROL FILE, NOT HARDCODED, SO THE COMMITTEE CAN CHANGE
001000*    THE RULES WITHOUT A RECOMPILE - THE SAME SHAPE AS THE
001100*    ARCHIVE RETENTION FILE (ARCHREC) AND THE AGING WINDOW
001200*    (AGECREC).
001300*
001400*    CC-EXCL-SEV1 OF 'N' LETS SUCH HEATS BE RANKED; ANY OTHER
001500*    VALUE (INCLUDING BLANK) EXCLUDES THEM.
001600*
001700*    MAINTAINED BY:  OPERATIONS (HAND-EDITED)
001800*    READ BY:        CUTLIST
001900******************************************************************
002000     01  CUTCTL-FILE-RECORD.
002100         05  CC-QUALIFY-COUNT        PIC 9(03).
002200         05  FILLER                  PIC X(01).
002300         05  CC-VENUE-MIN            PIC 9(02).
002400         05  FILLER                  PIC X(01).
002500         05  CC-EXCL-SEV1            PIC X(01).
002600             88  CC-KEEP-SEV1        VALUE 'N'.
002700     01  CUTCTL-FILE-RECORD-X REDEFINES CUTCTL-FILE-RECORD
002800                                     PIC X(08).
