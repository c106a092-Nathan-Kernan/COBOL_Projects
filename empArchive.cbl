000446*                     - THE NEW L(EAVE) AND S(USPENDED) STATUSES
000447*                     ARE NEVER SWEPT, WHATEVER THEIR DATES; AN
000448*                     EMPLOYEE ON LEAVE IS STILL OURS.
000449*    2026-10-15 NK    EVERY ARCHIVE HISTORY RECORD NOW CARRIES
000450*                     "BATCH" IN HIST-OPERATOR (SEE EMPHIST.CPY)
000451*                     - THE SWEEP IS A HOUSEKEEPING RUN, NOT AN
000452*                     OPERATOR'S CHANGE TO ANY ONE EMPLOYEE.
000440******************************************************************
000450
000460 ENVIRONMENT DIVISION.
003010         MOVE "ARCHIVE"        TO HIST-ACTION
003020         MOVE WS-BEFORE-IMAGE  TO HIST-BEFORE-IMAGE
003030         MOVE SPACES           TO HIST-AFTER-IMAGE
003035         MOVE "BATCH"          TO HIST-OPERATOR
003040         WRITE HIST-REC
003050         CLOSE HIST-FILE
003060     ELSE
