001288*    THE AGING REPORT TREAT AS OPEN.
001290*
001300*    WRITTEN BY:     PARTONE
001310*    WORKED BY:      EXCPWRK (EXCEPTION WORKBENCH PANEL),
001312*                    BACKOUT (RESOLVES A BACKED-OUT RUN
001314*                    CYCLE'S EXCEPTIONS)
001316*    READ BY:        EXCPAGE (AGING REPORT), CUTLIST, SEASCLOS
001400******************************************************************
001500     01  EXCEPT-FILE-RECORD.
001600         05  EX-RUN-DATE             PIC 9(08).
