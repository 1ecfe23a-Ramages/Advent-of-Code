000100******************************************************************
000200*    BOVRREC.CPY
000300*    RECORD LAYOUT FOR THE BUSINESS-DATE OVERRIDE REQUEST FILE
000400*    (BDATEOVR).  WHEN A NIGHT WAS MISSED OUTRIGHT AND HAS TO
000500*    BE REPROCESSED UNDER ITS PROPER DATE, OPERATIONS KEYS THAT
000600*    DATE HERE, WITH THEIR OPERATOR ID, BEFORE STARTING THE
000700*    NIGHT DRIVER.  NIGHTRUN APPLIES IT TO THE BUSINESS-DATE
000800*    CONTROL RECORD (BDATREC) AT CHAIN START, RECORDS IT ON
000900*    RUNLOG, AND EMPTIES THE FILE SO IT IS APPLIED ONCE - A
001000*    RESTART OF THE SAME CHAIN KEEPS THE DATE BECAUSE THE
001100*    NIGHT STAYS OPEN UNDER IT.  THE DATE MAY NOT BE LATER
001200*    THAN TODAY.
001300*
001400*    MAINTAINED BY:  OPERATIONS (HAND-EDITED)
001500*    READ BY:        NIGHTRUN
001600******************************************************************
001700     01  BDATEOVR-FILE-RECORD.
001800         05  BO-BUSINESS-DATE        PIC 9(08).
001900         05  FILLER                  PIC X(01).
002000         05  BO-OPERATOR             PIC X(08).
002100     01  BDATEOVR-FILE-RECORD-X REDEFINES BDATEOVR-FILE-RECORD
002200                                     PIC X(17).
