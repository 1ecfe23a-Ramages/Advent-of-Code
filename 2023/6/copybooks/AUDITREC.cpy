001430*    THE DISTANCE'S LAST TWO DIGITS ARE HUNDREDTHS (SEE
001440*    RACEREC).
001450*
001452*    SINCE SHEET EDITS NEED A SECOND OPERATOR'S APPROVAL, A
001454*    RACEMNTU SAVE NO LONGER REWRITES THE SHEET - IT IS
001456*    AUDITED AS "SUBMIT" (RACE ID AND FIGURES ZERO) WHEN THE
001458*    EDITED SHEET IS POSTED AS A CHANGE SET (SEE PNDGREC).
001460*    RACEAPPR THEN AUDITS THE DECISION: AN APPROVAL WRITES ONE
001462*    "APPROV" RECORD PER HEAT IT ACTUALLY ADDED, REMOVED, OR
001464*    CHANGED ON THE SHEET (BEFORE/AFTER FIGURES AS ABOVE),
001466*    FOLLOWED BY A RACE-ZERO "APPROV" RECORD FOR THE SET; A
001468*    REJECTION WRITES A SINGLE RACE-ZERO "REJECT" RECORD.  THE
001470*    OPERATOR ON A DECISION RECORD IS THE APPROVER, NOT THE
001472*    SUBMITTER.  OLDER LOGS STILL CARRY "SAVE  " RECORDS.
001474*
001476*    THE BACKOUT PANEL AUDITS A BACKED-OUT RUN CYCLE AS
001478*    "BKOUT " - ONE RECORD PER HEAT TAKEN OFF RACEHIST AND A
001480*    RACE-ZERO RECORD FOR THE CYCLE, ALL WITH ZERO FIGURES.
001482*    ON THESE RECORDS AU-SHEET CARRIES THE RUN DATE, VENUE AND
001484*    CYCLE ("YYYYMMDD VVVV CY NN") INSTEAD OF A SHEET NAME.
001486*
001500*    WRITTEN BY:     RACEMNTU, RACEAPPR, BACKOUT
001600*    READ BY:        RACEMNTU (BROWSE OPTION ON THE MENU),
001610*                    SHTDIFF (APPROVALS THAT ACCOUNT FOR A
001620*                    SHEET CHANGE)
001700******************************************************************
001800     01  AUDIT-FILE-RECORD.
001900         05  AU-DATE                 PIC 9(08).
