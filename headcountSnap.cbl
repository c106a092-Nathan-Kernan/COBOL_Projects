000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. headcountSnap.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    MONTH-END HEADCOUNT SNAPSHOT.  DEPTSUMMARY AND COMPEXPOSURE
000180*    ONLY EVER SHOW THE MASTER AS IT IS TODAY; THIS STEP FREEZES
000190*    THE MONTH-END PICTURE SO HEADCOUNTTREND CAN SHOW HOW IT
000200*    MOVED.  IT APPENDS ONE RECORD PER DEPARTMENT, THEN ONE
000210*    COMPANY-WIDE RECORD, TO THE PERMANENT HEADCOUNTSNAP.TXT
000220*    (SEE SNAPREC.CPY): ACTIVE, ON-LEAVE, SUSPENDED AND
000230*    TERMINATED COUNTS, TOTAL ANNUAL SALARY AND AVERAGE TENURE.
000240*    EVERY DEPARTMENT ON DEPARTMENTS.TXT GETS A RECORD, EVEN AN
000250*    EMPTY ONE, SO A DEPARTMENT THAT WENT TO ZERO SHOWS AS ZERO.
000260*
000270*    RUNS UNATTENDED EVERY NIGHT AS A NIGHTLYRUN STEP AND ONLY
000280*    TAKES A SNAPSHOT ON THE LAST DAY OF THE MONTH.  ON ANY OTHER
000290*    NIGHT IT CHECKS THAT LAST MONTH'S SNAPSHOT IS ON FILE AND,
000300*    IF THE MONTH-END RUN WAS MISSED, TAKES IT LATE (THE TAKEN
000310*    DATE ON THE RECORDS SHOWS IT) RATHER THAN LEAVE A HOLE.  A
000320*    MONTH ALREADY ON FILE IS NEVER WRITTEN TWICE.
000330*
000340*    MODIFICATION HISTORY
000350*    DATE       INIT  DESCRIPTION
000360*    ---------- ----  ------------------------------------------
000370*    2026-10-15 NK    ORIGINAL PROGRAM.
000380******************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT EMP-FILE ASSIGN TO "employees.txt"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS EMP-ID
000470         FILE STATUS IS WS-EMP-FILE-STATUS.
000480
000490     SELECT DEPT-FILE ASSIGN TO "departments.txt"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS DEPT-CODE
000530         FILE STATUS IS WS-DEPT-FILE-STATUS.
000540
000550     SELECT SNAP-FILE ASSIGN TO "headcountsnap.txt"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SNAP-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  EMP-FILE.
000620     COPY "EMPREC.cpy".
000630
000640 FD  DEPT-FILE.
000650     COPY "DEPTREC.cpy".
000660
000670 FD  SNAP-FILE.
000680     COPY "SNAPREC.cpy".
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-EMP-FILE-STATUS      PIC X(02).
000720     88  WS-EMP-FILE-OK          VALUE "00".
000730     88  WS-EMP-FILE-NOT-FOUND   VALUE "35".
000740 01  WS-DEPT-FILE-STATUS     PIC X(02).
000750     88  WS-DEPT-FILE-OK         VALUE "00".
000760 01  WS-SNAP-FILE-STATUS     PIC X(02).
000770     88  WS-SNAP-FILE-OK         VALUE "00".
000780     88  WS-SNAP-FILE-NOT-FOUND  VALUE "35".
000790 01  EOF                     PIC X VALUE "N".
000800
000810 01  WS-RUN-DATE             PIC 9(08).
000820 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
000830     05  WS-RUN-YEAR             PIC 9(04).
000840     05  WS-RUN-MONTH            PIC 9(02).
000850     05  WS-RUN-DAY              PIC 9(02).
000860 01  WS-SNAP-MONTH           PIC 9(06).
000870 01  WS-SNAP-MONTH-PARTS REDEFINES WS-SNAP-MONTH.
000880     05  WS-SNAP-YEAR            PIC 9(04).
000890     05  WS-SNAP-MM              PIC 9(02).
000900 01  WS-AS-OF-DATE           PIC 9(08).
000910 01  WS-DAYS-IN-MONTH        PIC 9(02).
000920 01  WS-MONTH-LENGTHS        PIC X(24)
000930         VALUE "312831303130313130313031".
000940 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
000950     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
000960 77  WS-LEAP-QUOTIENT        PIC 9(04) COMP VALUE 0.
000970 77  WS-LEAP-REM-4           PIC 9(04) COMP VALUE 0.
000980 77  WS-LEAP-REM-100         PIC 9(04) COMP VALUE 0.
000990 77  WS-LEAP-REM-400         PIC 9(04) COMP VALUE 0.
001000
001010 01  WS-MONTH-END-RUN        PIC X(01) VALUE "N".
001020     88  WS-IS-MONTH-END         VALUE "Y".
001030 01  WS-SNAP-FILE-NEW        PIC X(01) VALUE "N".
001040     88  WS-NO-SNAPSHOTS-YET     VALUE "Y".
001050 01  WS-MONTH-TAKEN          PIC X(01) VALUE "N".
001060     88  WS-MONTH-WAS-TAKEN      VALUE "Y".
001070 01  WS-WRITE-FAILED         PIC X(01) VALUE "N".
001080     88  WS-WRITE-DID-FAIL       VALUE "Y".
001090
001100 77  WS-AS-OF-INT            PIC 9(08) COMP VALUE 0.
001110 77  WS-HIRE-INT             PIC 9(08) COMP VALUE 0.
001120 77  WS-TENURE-DAYS          PIC S9(08) COMP VALUE 0.
001130 77  WS-WRITE-COUNT          PIC 9(06) COMP VALUE 0.
001140
001150*    ONE ENTRY PER DEPARTMENT, LOADED IN CODE ORDER FROM
001160*    DEPARTMENTS.TXT; A CODE FOUND ONLY ON THE MASTER IS ADDED
001170*    AT THE END.
001180 77  WS-MAX-DEPTS            PIC 9(04) COMP VALUE 300.
001190 77  WS-DEPT-COUNT           PIC 9(04) COMP VALUE 0.
001200 77  WS-DEPT-IDX             PIC 9(04) COMP VALUE 0.
001210 77  WS-DEPT-SLOT            PIC 9(04) COMP VALUE 0.
001220 01  WS-DEPT-TABLE-FULL      PIC X(01) VALUE "N".
001230     88  WS-DEPT-TABLE-WAS-FULL  VALUE "Y".
001240 01  WS-DEPT-TABLE.
001250     05  WS-DEPT-ENTRY OCCURS 300 TIMES.
001260         10  WSD-CODE            PIC X(04).
001270         10  WSD-ACTIVE          PIC 9(06) COMP.
001280         10  WSD-ONLEAVE         PIC 9(06) COMP.
001290         10  WSD-SUSPENDED       PIC 9(06) COMP.
001300         10  WSD-TERMINATED      PIC 9(06) COMP.
001310         10  WSD-SALARY          PIC 9(11)V99.
001320         10  WSD-TENURE-TOTAL    PIC 9(12) COMP.
001330         10  WSD-TENURE-COUNT    PIC 9(06) COMP.
001340
001350 01  WS-COMPANY-TOTALS.
001360     05  WST-ACTIVE              PIC 9(06) COMP VALUE 0.
001370     05  WST-ONLEAVE             PIC 9(06) COMP VALUE 0.
001380     05  WST-SUSPENDED           PIC 9(06) COMP VALUE 0.
001390     05  WST-TERMINATED          PIC 9(06) COMP VALUE 0.
001400     05  WST-SALARY              PIC 9(11)V99 VALUE 0.
001410     05  WST-TENURE-TOTAL        PIC 9(12) COMP VALUE 0.
001420     05  WST-TENURE-COUNT        PIC 9(06) COMP VALUE 0.
001430
001440 PROCEDURE DIVISION.
001450
001460 0000-MAINLINE.
001470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001480     PERFORM 1000-SET-SNAPSHOT-MONTH
001490     PERFORM 1200-CHECK-SNAPSHOT-FILE
001500     IF WS-MONTH-WAS-TAKEN
001510         DISPLAY "Headcount snapshot for " WS-SNAP-MONTH
001520             " is already on file - nothing to do."
001530         STOP RUN
001540     END-IF
001550     IF NOT WS-IS-MONTH-END
001560         IF WS-NO-SNAPSHOTS-YET
001570             DISPLAY "Not month end and no snapshots on file "
001580                 "yet - the first is taken on the last day of "
001590                 "the month."
001600             STOP RUN
001610         END-IF
001620         DISPLAY "Month-end snapshot for " WS-SNAP-MONTH
001630             " was missed - taking it now, dated "
001640             WS-RUN-DATE "."
001650     END-IF
001660     PERFORM 1300-LOAD-DEPARTMENTS
001670     PERFORM 2000-OPEN-MASTER
001680     PERFORM 2100-TALLY-ONE-EMPLOYEE
001690         UNTIL EOF = "Y"
001700     CLOSE EMP-FILE
001710     IF WS-DEPT-TABLE-WAS-FULL
001720         DISPLAY "Department table full at " WS-MAX-DEPTS
001730             " - no snapshot written for " WS-SNAP-MONTH "."
001740         MOVE 8 TO RETURN-CODE
001750         STOP RUN
001760     END-IF
001770     PERFORM 3000-WRITE-SNAPSHOT
001780     IF WS-WRITE-DID-FAIL
001790         DISPLAY "Snapshot for " WS-SNAP-MONTH " is INCOMPLETE"
001800             " on headcountsnap.txt - correct the problem and"
001810             " rerun."
001820         MOVE 8 TO RETURN-CODE
001830         STOP RUN
001840     END-IF
001850     DISPLAY "Headcount snapshot for " WS-SNAP-MONTH ": "
001860         WS-WRITE-COUNT " record(s) appended to "
001870         "headcountsnap.txt."
001880     STOP RUN.
001890
001900******************************************************************
001910*    1000-SET-SNAPSHOT-MONTH - ON THE LAST DAY OF A MONTH THE
001920*    SNAPSHOT IS FOR THIS MONTH; ON ANY OTHER DAY THE ONLY
001930*    SNAPSHOT THAT CAN BE DUE IS LAST MONTH'S, IF IT WAS MISSED.
001940*    TENURE IS MEASURED TO THE LAST DAY OF THE SNAPSHOT MONTH
001950*    EITHER WAY.
001960******************************************************************
001970 1000-SET-SNAPSHOT-MONTH.
001980     MOVE WS-RUN-YEAR TO WS-SNAP-YEAR
001990     MOVE WS-RUN-MONTH TO WS-SNAP-MM
002000     PERFORM 1100-SET-MONTH-END
002010     IF WS-RUN-DAY = WS-DAYS-IN-MONTH
002020         MOVE "Y" TO WS-MONTH-END-RUN
002030     ELSE
002040         IF WS-SNAP-MM = 1
002050             SUBTRACT 1 FROM WS-SNAP-YEAR
002060             MOVE 12 TO WS-SNAP-MM
002070         ELSE
002080             SUBTRACT 1 FROM WS-SNAP-MM
002090         END-IF
002100         PERFORM 1100-SET-MONTH-END
002110     END-IF
002120     MOVE FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
002130         TO WS-AS-OF-INT.
002140
002150******************************************************************
002160*    1100-SET-MONTH-END - LAST DAY OF WS-SNAP-MONTH.  FEBRUARY
002170*    HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR
002180*    NOT DIVISIBLE BY 400.
002190******************************************************************
002200 1100-SET-MONTH-END.
002210     MOVE WS-MONTH-LENGTH (WS-SNAP-MM) TO WS-DAYS-IN-MONTH
002220     IF WS-SNAP-MM = 2
002230         DIVIDE WS-SNAP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002240             REMAINDER WS-LEAP-REM-4
002250         DIVIDE WS-SNAP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
002260             REMAINDER WS-LEAP-REM-100
002270         DIVIDE WS-SNAP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
002280             REMAINDER WS-LEAP-REM-400
002290         IF WS-LEAP-REM-4 = 0
002300             AND (WS-LEAP-REM-100 NOT = 0
002310                 OR WS-LEAP-REM-400 = 0)
002320             MOVE 29 TO WS-DAYS-IN-MONTH
002330         END-IF
002340     END-IF
002350     COMPUTE WS-AS-OF-DATE = WS-SNAP-MONTH * 100
002360         + WS-DAYS-IN-MONTH.
002370
002380******************************************************************
002390*    1200-CHECK-SNAPSHOT-FILE - A MONTH IS ON FILE ONCE ITS
002400*    COMPANY RECORD IS, SINCE THAT RECORD IS WRITTEN LAST.  NO
002410*    FILE YET JUST MEANS NO SNAPSHOT HAS EVER BEEN TAKEN.
002420******************************************************************
002430 1200-CHECK-SNAPSHOT-FILE.
002440     OPEN INPUT SNAP-FILE
002450     IF WS-SNAP-FILE-NOT-FOUND
002460         MOVE "Y" TO WS-SNAP-FILE-NEW
002470     ELSE
002480         IF WS-SNAP-FILE-OK
002490             MOVE "N" TO EOF
002500             PERFORM 1210-CHECK-ONE-SNAPSHOT
002510                 UNTIL EOF = "Y"
002520             CLOSE SNAP-FILE
002530         ELSE
002540             DISPLAY "Unable to read headcountsnap.txt, status "
002550                 WS-SNAP-FILE-STATUS
002560             MOVE 8 TO RETURN-CODE
002570             STOP RUN
002580         END-IF
002590     END-IF.
002600
002610 1210-CHECK-ONE-SNAPSHOT.
002620     READ SNAP-FILE
002630         AT END
002640             MOVE "Y" TO EOF
002650         NOT AT END
002660             IF SNAP-MONTH = WS-SNAP-MONTH
002670                 AND SNAP-COMPANY-TOTAL
002680                 MOVE "Y" TO WS-MONTH-TAKEN
002690             END-IF
002700     END-READ.
002710
002720******************************************************************
002730*    1300-LOAD-DEPARTMENTS - EVERY DEPARTMENT, IN CODE ORDER, SO
002740*    EACH GETS A RECORD EVEN WITH NO ONE IN IT.  WITHOUT THE
002750*    REFERENCE FILE THE SNAPSHOT STILL COVERS EVERY CODE ON THE
002760*    MASTER.
002770******************************************************************
002780 1300-LOAD-DEPARTMENTS.
002790     OPEN INPUT DEPT-FILE
002800     IF WS-DEPT-FILE-OK
002810         MOVE "N" TO EOF
002820         PERFORM 1310-LOAD-ONE-DEPARTMENT
002830             UNTIL EOF = "Y"
002840         CLOSE DEPT-FILE
002850     ELSE
002860         DISPLAY "departments.txt unavailable (status "
002870             WS-DEPT-FILE-STATUS ") - snapshot covers only "
002880             "the codes on the master."
002890     END-IF.
002900
002910 1310-LOAD-ONE-DEPARTMENT.
002920     READ DEPT-FILE NEXT RECORD
002930         AT END
002940             MOVE "Y" TO EOF
002950         NOT AT END
002960             PERFORM 2300-FIND-DEPT-SLOT
002970     END-READ.
002980
002990******************************************************************
003000*    2000-OPEN-MASTER
003010******************************************************************
003020 2000-OPEN-MASTER.
003030     OPEN INPUT EMP-FILE
003040     IF NOT WS-EMP-FILE-OK
003050         DISPLAY "Unable to open employee file, status "
003060             WS-EMP-FILE-STATUS " - no snapshot taken."
003070         MOVE 8 TO RETURN-CODE
003080         STOP RUN
003090     END-IF
003100     MOVE "N" TO EOF.
003110
003120******************************************************************
003130*    2100-TALLY-ONE-EMPLOYEE - COUNTS ONE MASTER RECORD BY
003140*    STATUS INTO ITS DEPARTMENT AND THE COMPANY TOTALS.  SALARY
003150*    AND TENURE COVER ONLY THOSE STILL EMPLOYED - ACTIVE, ON
003160*    LEAVE OR SUSPENDED.
003170******************************************************************
003180 2100-TALLY-ONE-EMPLOYEE.
003190     READ EMP-FILE NEXT RECORD
003200         AT END
003210             MOVE "Y" TO EOF
003220         NOT AT END
003230             MOVE EMP-DEPT TO DEPT-CODE
003240             PERFORM 2300-FIND-DEPT-SLOT
003250             IF WS-DEPT-SLOT > 0
003260                 PERFORM 2200-TALLY-EMPLOYEE-INTO-SLOT
003270             END-IF
003280     END-READ.
003290
003300 2200-TALLY-EMPLOYEE-INTO-SLOT.
003310     IF EMP-TERMINATED
003320         ADD 1 TO WSD-TERMINATED (WS-DEPT-SLOT)
003330         ADD 1 TO WST-TERMINATED
003340     ELSE
003350         IF EMP-ACTIVE
003360             ADD 1 TO WSD-ACTIVE (WS-DEPT-SLOT)
003370             ADD 1 TO WST-ACTIVE
003380         END-IF
003390         IF EMP-ON-LEAVE
003400             ADD 1 TO WSD-ONLEAVE (WS-DEPT-SLOT)
003410             ADD 1 TO WST-ONLEAVE
003420         END-IF
003430         IF EMP-SUSPENDED
003440             ADD 1 TO WSD-SUSPENDED (WS-DEPT-SLOT)
003450             ADD 1 TO WST-SUSPENDED
003460         END-IF
003470         ADD EMP-ANNUAL-SALARY TO WSD-SALARY (WS-DEPT-SLOT)
003480         ADD EMP-ANNUAL-SALARY TO WST-SALARY
003490         PERFORM 2400-TALLY-TENURE
003500     END-IF.
003510
003520******************************************************************
003530*    2300-FIND-DEPT-SLOT - LOCATES (OR CREATES) THE TABLE SLOT
003540*    FOR THE CODE IN DEPT-CODE, LEAVING ITS SUBSCRIPT IN
003550*    WS-DEPT-SLOT.  A ZERO SLOT MEANS THE TABLE IS FULL.
003560******************************************************************
003570 2300-FIND-DEPT-SLOT.
003580     MOVE 0 TO WS-DEPT-SLOT
003590     PERFORM 2310-CHECK-ONE-SLOT
003600         VARYING WS-DEPT-IDX FROM 1 BY 1
003610         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
003620             OR WS-DEPT-SLOT > 0
003630     IF WS-DEPT-SLOT = 0
003640         IF WS-DEPT-COUNT < WS-MAX-DEPTS
003650             ADD 1 TO WS-DEPT-COUNT
003660             MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
003670             INITIALIZE WS-DEPT-ENTRY (WS-DEPT-SLOT)
003680             MOVE DEPT-CODE TO WSD-CODE (WS-DEPT-SLOT)
003690         ELSE
003700             MOVE "Y" TO WS-DEPT-TABLE-FULL
003710         END-IF
003720     END-IF.
003730
003740 2310-CHECK-ONE-SLOT.
003750     IF WSD-CODE (WS-DEPT-IDX) = DEPT-CODE
003760         MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
003770     END-IF.
003780
003790******************************************************************
003800*    2400-TALLY-TENURE - DAYS FROM EMP-HIRE-DATE TO THE LAST DAY
003810*    OF THE SNAPSHOT MONTH, AS DEPTSUMMARY MEASURES IT.  A HIRE
003820*    DATE THAT IS NOT A REAL CALENDAR DATE IS LEFT OUT OF THE
003830*    AVERAGE; A HIRE DATED AFTER THE MONTH COUNTS AS ZERO DAYS.
003840******************************************************************
003850 2400-TALLY-TENURE.
003860     IF EMP-HIRE-DATE NUMERIC
003870         MOVE FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
003880             TO WS-HIRE-INT
003890     ELSE
003900         MOVE 0 TO WS-HIRE-INT
003910     END-IF
003920     IF WS-HIRE-INT > 0
003930         SUBTRACT WS-HIRE-INT FROM WS-AS-OF-INT
003940             GIVING WS-TENURE-DAYS
003950         IF WS-TENURE-DAYS < 0
003960             MOVE 0 TO WS-TENURE-DAYS
003970         END-IF
003980         ADD WS-TENURE-DAYS TO WSD-TENURE-TOTAL (WS-DEPT-SLOT)
003990         ADD 1 TO WSD-TENURE-COUNT (WS-DEPT-SLOT)
004000         ADD WS-TENURE-DAYS TO WST-TENURE-TOTAL
004010         ADD 1 TO WST-TENURE-COUNT
004020     END-IF.
004030
004040******************************************************************
004050*    3000-WRITE-SNAPSHOT - APPENDS THE DEPARTMENT RECORDS, THEN
004060*    THE COMPANY RECORD THAT MARKS THE MONTH TAKEN.  SAME OPEN-
004070*    EXTEND-OR-CREATE PATTERN AS THE AUDIT AND HISTORY LOGS.
004080******************************************************************
004090 3000-WRITE-SNAPSHOT.
004100     OPEN EXTEND SNAP-FILE
004110     IF NOT WS-SNAP-FILE-OK
004120         OPEN OUTPUT SNAP-FILE
004130     END-IF
004140     IF NOT WS-SNAP-FILE-OK
004150         DISPLAY "Unable to open headcountsnap.txt, status "
004160             WS-SNAP-FILE-STATUS
004170         MOVE "Y" TO WS-WRITE-FAILED
004180     ELSE
004190         PERFORM 3100-WRITE-ONE-DEPT
004200             VARYING WS-DEPT-IDX FROM 1 BY 1
004210             UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
004220                 OR WS-WRITE-DID-FAIL
004230         IF NOT WS-WRITE-DID-FAIL
004240             PERFORM 3200-WRITE-COMPANY
004250         END-IF
004260         CLOSE SNAP-FILE
004270     END-IF.
004280
004290 3100-WRITE-ONE-DEPT.
004300     MOVE SPACES TO SNAP-REC
004310     MOVE WS-SNAP-MONTH TO SNAP-MONTH
004320     MOVE WSD-CODE (WS-DEPT-IDX) TO SNAP-DEPT
004330     MOVE WSD-ACTIVE (WS-DEPT-IDX) TO SNAP-ACTIVE
004340     MOVE WSD-ONLEAVE (WS-DEPT-IDX) TO SNAP-LEAVE
004350     MOVE WSD-SUSPENDED (WS-DEPT-IDX) TO SNAP-SUSPENDED
004360     MOVE WSD-TERMINATED (WS-DEPT-IDX) TO SNAP-TERMINATED
004370     MOVE WSD-SALARY (WS-DEPT-IDX) TO SNAP-SALARY
004380     MOVE 0 TO SNAP-AVG-TENURE
004390     IF WSD-TENURE-COUNT (WS-DEPT-IDX) > 0
004400         DIVIDE WSD-TENURE-TOTAL (WS-DEPT-IDX)
004410             BY WSD-TENURE-COUNT (WS-DEPT-IDX)
004420             GIVING SNAP-AVG-TENURE
004430     END-IF
004440     MOVE WS-RUN-DATE TO SNAP-TAKEN-DATE
004450     PERFORM 3500-WRITE-SNAP-REC.
004460
004470 3200-WRITE-COMPANY.
004480     MOVE SPACES TO SNAP-REC
004490     MOVE WS-SNAP-MONTH TO SNAP-MONTH
004500     MOVE "****" TO SNAP-DEPT
004510     MOVE WST-ACTIVE TO SNAP-ACTIVE
004520     MOVE WST-ONLEAVE TO SNAP-LEAVE
004530     MOVE WST-SUSPENDED TO SNAP-SUSPENDED
004540     MOVE WST-TERMINATED TO SNAP-TERMINATED
004550     MOVE WST-SALARY TO SNAP-SALARY
004560     MOVE 0 TO SNAP-AVG-TENURE
004570     IF WST-TENURE-COUNT > 0
004580         DIVIDE WST-TENURE-TOTAL BY WST-TENURE-COUNT
004590             GIVING SNAP-AVG-TENURE
004600     END-IF
004610     MOVE WS-RUN-DATE TO SNAP-TAKEN-DATE
004620     PERFORM 3500-WRITE-SNAP-REC.
004630
004640 3500-WRITE-SNAP-REC.
004650     WRITE SNAP-REC
004660     IF WS-SNAP-FILE-OK
004670         ADD 1 TO WS-WRITE-COUNT
004680     ELSE
004690         DISPLAY "Unable to write headcountsnap.txt, status "
004700             WS-SNAP-FILE-STATUS
004710         MOVE "Y" TO WS-WRITE-FAILED
004720     END-IF.
004730
004740 END PROGRAM headcountSnap.
