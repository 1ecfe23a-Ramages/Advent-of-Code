001300*    THE PROGRAM NAME IS THE PROGRAM-ID AS COMPILED AND IS
001400*    CASE-SENSITIVE - THE CALCULATION STEPS ARE "partOne" AND
001500*    "partTwo", THE REST OF THE SUITE IS UPPER CASE.
001510*
001520*    THE SHEET CHANGE CHECK (SHTDIFF) RUNS AHEAD OF partOne
001530*    WITH A CEILING OF 4: A MISSING ARCHIVE OR SHEET (CODE 4)
001540*    LETS THE NIGHT GO ON, A SHEET EDITED OUTSIDE THE PANEL
001550*    (CODE 8) HOLDS IT.
001600*
001700*    MAINTAINED BY:  OPERATIONS (HAND-EDITED)
001800*    READ BY:        NIGHTRUN
