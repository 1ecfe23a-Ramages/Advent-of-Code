001600*    VM-EFF-TO OF 99999999 MEANS OPEN-ENDED.
001700*
001800*    MAINTAINED BY:  VENMNTU (ONLINE MAINTENANCE PANEL)
001900*    READ BY:        PARTONE, PARTTWO, RECONCIL, BOARD REPORTS,
001910*                    CUTLIST, SEASCLOS
002000******************************************************************
002100     01  VENMASTR-FILE-RECORD.
002200         05  VM-VENUE-CODE           PIC X(04).
