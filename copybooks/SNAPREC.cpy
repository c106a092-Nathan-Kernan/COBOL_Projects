000100******************************************************************
000200*    SNAPREC.CPY
000300*    MONTH-END HEADCOUNT SNAPSHOT RECORD LAYOUT - WRITTEN BY
000400*    HEADCOUNTSNAP TO HEADCOUNTSNAP.TXT AND READ BY
000450*    HEADCOUNTTREND.
000500*    THE FILE IS PERMANENT AND ONLY EVER APPENDED TO: ONE RECORD
000600*    PER DEPARTMENT FOR EACH MONTH SNAPSHOTTED, FOLLOWED BY ONE
000700*    COMPANY-WIDE RECORD (DEPT "****") THAT ALSO MARKS THE MONTH
000800*    AS TAKEN.  SNAP-SALARY IS THE TOTAL ANNUAL SALARY OF THE
000900*    ACTIVE, ON-LEAVE AND SUSPENDED EMPLOYEES; SNAP-AVG-TENURE IS
001000*    THEIR AVERAGE DAYS FROM EMP-HIRE-DATE TO THE LAST DAY OF THE
001100*    MONTH.  SNAP-TAKEN-DATE LATER THAN THE MONTH MEANS THE
001200*    SNAPSHOT WAS CAUGHT UP AFTER A MISSED MONTH-END RUN.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ------------------------------------------
001700*    2026-10-15 NK    ORIGINAL LAYOUT.
001800******************************************************************
001900 01  SNAP-REC.
002000     05  SNAP-MONTH              PIC 9(06).
002100     05  FILLER                  PIC X(01).
002200     05  SNAP-DEPT               PIC X(04).
002300         88  SNAP-COMPANY-TOTAL      VALUE "****".
002400     05  FILLER                  PIC X(01).
002500     05  SNAP-ACTIVE             PIC 9(06).
002600     05  FILLER                  PIC X(01).
002700     05  SNAP-LEAVE              PIC 9(06).
002800     05  FILLER                  PIC X(01).
002900     05  SNAP-SUSPENDED          PIC 9(06).
003000     05  FILLER                  PIC X(01).
003100     05  SNAP-TERMINATED         PIC 9(06).
003200     05  FILLER                  PIC X(01).
003300     05  SNAP-SALARY             PIC 9(11)V99.
003400     05  FILLER                  PIC X(01).
003500     05  SNAP-AVG-TENURE         PIC 9(06).
003600     05  FILLER                  PIC X(01).
003700     05  SNAP-TAKEN-DATE         PIC 9(08).
