000374*                     HIRES INTO THE AFTER IMAGE'S DEPARTMENT -
000376*                     A RETURNING EMPLOYEE IS HEADCOUNT
000378*                     MOVEMENT JUST LIKE A NEW ONE.
000379*    2026-10-15 NK    DEPTCHANGE RECORDS WRITTEN BY DEPTREORG
000380*                     ARE TALLIED LIKE A CHANGE, SO A
000381*                     REORGANIZATION SHOWS AS TRANSFERS OUT OF
000382*                     THE OLD CODE AND INTO THE NEW ONE.
000383******************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
002440                     WHEN "DEACTIVATE"
002450                         PERFORM 2200-TALLY-TERMINATION
002460                     WHEN "CHANGE"
002465                     WHEN "DEPTCHANGE"
002470                         PERFORM 2300-TALLY-CHANGE
002480                     WHEN OTHER
002490                         CONTINUE
