001200*    LEFT OVER FROM AN OLDER STEP CONTROL FILE IS RECOGNIZED
001300*    AS STALE AND IGNORED RATHER THAN TRUSTED BLINDLY - THE
001400*    SAME MISTRUST PARTONE'S OWN CHECKPOINT APPLIES TO A
001500*    CHANGED RACE SHEET.  NOR IS IT TRUSTED WHEN THE CHAIN
001510*    STARTS A NEW NIGHT - ONLY A CHAIN CONTINUING A NIGHT STILL
001520*    OPEN UNDER THE SAME BUSINESS DATE (SEE BDATREC) RESUMES.
001530*    NC-DATE IS THE CLOCK DATE THE CHECKPOINT WAS WRITTEN.
001600*
001700*    WRITTEN BY:     NIGHTRUN
001800*    READ BY:        NIGHTRUN
