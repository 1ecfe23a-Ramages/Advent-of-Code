000100******************************************************************
000200*    OPERREC.CPY
000300*    RECORD LAYOUT FOR THE OPERATOR REFERENCE MASTER (OPERMSTR).
000400*    ONE RECORD PER PERSON ALLOWED TO SIGN ON TO THE SUITE'S
000500*    PANELS: THE EIGHT-CHARACTER OPERATOR ID THE AUDIT,
000600*    SIGN-OFF, AND EXCEPTION TRAILS RECORD, THE PERSON'S FULL
000700*    NAME, THEIR ROLE, AN ACTIVE/INACTIVE STATUS, AND THE
000800*    EFFECTIVE DATE RANGE THE ID IS GOOD FOR.  EVERY PANEL
000900*    REFUSES AN ID THAT IS NOT ON THIS MASTER, IS INACTIVE, OR
001000*    IS OUTSIDE ITS EFFECTIVE DATES, AND OFFERS ONLY THE
001100*    ACTIONS THE ROLE ALLOWS.  ROLES RANK CLERK, DUTY OFFICER,
001200*    SUPERVISOR - EACH ROLE MAY DO EVERYTHING THE ROLES BELOW
001300*    IT MAY DO.  NO MASTER ON DISK MEANS OPERATOR VALIDATION
001400*    IS NOT IN EFFECT, THE SAME PHASE-IN RULE THE VENUE
001500*    MASTER USES.
001600*
001700*    OP-EFF-TO OF 99999999 MEANS OPEN-ENDED.
001800*
001900*    MAINTAINED BY:  OPERMNTU (ONLINE MAINTENANCE PANEL)
002000*    READ BY:        OPERCHK (SIGN-ON CHECK CALLED BY THE PANELS)
002100******************************************************************
002200     01  OPERMSTR-FILE-RECORD.
002300         05  OP-OPERATOR-ID          PIC X(08).
002400         05  FILLER                  PIC X(01).
002500         05  OP-OPER-NAME            PIC X(30).
002600         05  FILLER                  PIC X(01).
002700         05  OP-ROLE                 PIC X(01).
002800             88  OP-CLERK            VALUE 'C'.
002900             88  OP-DUTY-OFFICER     VALUE 'D'.
003000             88  OP-SUPERVISOR       VALUE 'S'.
003100         05  FILLER                  PIC X(01).
003200         05  OP-STATUS               PIC X(01).
003300             88  OP-ACTIVE           VALUE 'A'.
003400             88  OP-INACTIVE         VALUE 'I'.
003500         05  FILLER                  PIC X(01).
003600         05  OP-EFF-FROM             PIC 9(08).
003700         05  FILLER                  PIC X(01).
003800         05  OP-EFF-TO               PIC 9(08).
003900     01  OPERMSTR-FILE-RECORD-X REDEFINES OPERMSTR-FILE-RECORD
004000                                     PIC X(61).
