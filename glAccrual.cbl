000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. glAccrual.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    MONTH-END LABOR-COST ACCRUAL INTERFACE TO THE GENERAL
000180*    LEDGER.  BUILDS GLACCRUAL.TXT, A FIXED-WIDTH JOURNAL WITH ONE
000190*    COST LINE PER DEPARTMENT: THE MONTHLY SHARE (ONE TWELFTH) OF
000200*    THE ANNUAL SALARY OF EVERYONE PAID IN THAT DEPARTMENT DURING
000210*    THE PERIOD, PRORATED BY DAY FOR ANYONE WHO WAS NOT THERE FOR
000220*    THE WHOLE MONTH.
000230*
000240*    FILE LAYOUT (EVERY RECORD 60 BYTES):
000250*        HEADER   "HDR" + PERIOD (6) + RUN DATE (8) + RUN TYPE (1)
000260*        DETAIL   ENTRY TYPE (1) + PERIOD (6) + DEPT (4) +
000270*                 DEPT NAME (20) + SIGNED AMOUNT (12)
000280*        TRAILER  "TRL" + PERIOD (6) + DETAIL COUNT (6) +
000290*                 SIGNED CONTROL TOTAL (14)
000300*    RUN TYPE IS "P" FOR A FIRST POSTING, "R" FOR A REVERSAL AND
000310*    REPOST.  ENTRY TYPE IS "A" FOR AN ACCRUAL LINE, "V" FOR THE
000320*    REVERSAL OF WHAT WAS SENT BEFORE.  THE CONTROL TOTAL IS THE
000330*    ALGEBRAIC SUM OF THE DETAIL AMOUNTS.
000340*
000350*    PRORATION.  EVERY EMPLOYEE'S HISTORY RECORDS AND CURRENT
000360*    MASTER RECORD GO THROUGH ONE SORT BY EMP-ID AND EFFECTIVE
000370*    DATE, AND THE MONTH IS WALKED DAY-RANGE BY DAY-RANGE: EACH
000380*    HISTORY RECORD ENDS THE STATE SHOWN IN ITS BEFORE IMAGE AND
000390*    STARTS THE ONE IN ITS AFTER IMAGE, SO A MID-MONTH TRANSFER
000400*    SPLITS THE COST BETWEEN THE TWO DEPARTMENTS AND A MID-MONTH
000410*    RAISE IS COSTED AT EACH RATE FOR ITS OWN DAYS.  AN ADD TAKES
000420*    EFFECT ON EMP-HIRE-DATE, A TERMINATION THE DAY AFTER
000430*    EMP-TERM-DATE, AND A MOVE TO LEAVE OR SUSPENSION ON
000440*    EMP-STATUS-DATE; EVERYTHING ELSE ON THE DAY IT WAS ENTERED.
000450*    LEAVE AND SUSPENSION ARE UNPAID, AS ON THE PAYROLL EXTRACT.
000460*    AN EMPLOYEE WITH NO HISTORY IS COSTED FROM THE MASTER ALONE,
000470*    BOUNDED BY THOSE SAME DATES.
000480*
000490*    EVERY PERIOD SENT IS RECORDED ON GLPOSTED.TXT, DEPARTMENT BY
000500*    DEPARTMENT.  A PERIOD ALREADY ON IT IS REFUSED UNLESS THE
000510*    OPERATOR ASKS FOR A REVERSAL AND REPOST, WHICH SENDS A "V"
000520*    LINE BACKING OUT THE NET AMOUNT EACH DEPARTMENT WAS SENT,
000530*    THEN THE FRESH "A" LINES.
000540*
000550*    MODIFICATION HISTORY
000560*    DATE       INIT  DESCRIPTION
000570*    ---------- ----  ------------------------------------------
000580*    2026-10-15 NK    ORIGINAL PROGRAM.
000590******************************************************************
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT EMP-FILE ASSIGN TO "employees.txt"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS EMP-ID
000680         FILE STATUS IS WS-EMP-FILE-STATUS.
000690
000700     SELECT HIST-FILE ASSIGN TO "emphistory.txt"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-HIST-FILE-STATUS.
000730
000740     SELECT DEPT-FILE ASSIGN TO "departments.txt"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS DEPT-CODE
000780         FILE STATUS IS WS-DEPT-FILE-STATUS.
000790
000800     SELECT POSTED-FILE ASSIGN TO "glposted.txt"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-POSTED-FILE-STATUS.
000830
000840     SELECT SORT-FILE ASSIGN TO "glsort.tmp".
000850
000860     SELECT GL-JOURNAL ASSIGN TO "glaccrual.txt"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-GL-FILE-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  EMP-FILE.
000930     COPY "EMPREC.cpy".
000940
000950 FD  HIST-FILE.
000960     COPY "EMPHIST.cpy".
000970
000980 FD  DEPT-FILE.
000990     COPY "DEPTREC.cpy".
001000
001010 FD  POSTED-FILE.
001020 01  POSTED-REC.
001030     05  GLP-PERIOD              PIC 9(06).
001040     05  FILLER                  PIC X(01).
001050     05  GLP-RUN-DATE            PIC 9(08).
001060     05  FILLER                  PIC X(01).
001070     05  GLP-ENTRY-TYPE          PIC X(01).
001080     05  FILLER                  PIC X(01).
001090     05  GLP-DEPT                PIC X(04).
001100     05  FILLER                  PIC X(01).
001110     05  GLP-AMOUNT              PIC S9(09)V99
001120                                 SIGN IS LEADING SEPARATE.
001130
001140 SD  SORT-FILE.
001150 01  SORT-REC.
001160     05  SORT-EMP-ID             PIC X(05).
001170     05  SORT-EVENT-DATE         PIC 9(08).
001180     05  SORT-STAMP              PIC X(14).
001190     05  SORT-KIND               PIC X(01).
001200     05  SORT-BEFORE             PIC X(66).
001210     05  SORT-AFTER              PIC X(66).
001220
001230 FD  GL-JOURNAL.
001240 01  GL-JOURNAL-REC.
001250     05  GLJ-ENTRY-TYPE          PIC X(01).
001260     05  GLJ-PERIOD              PIC 9(06).
001270     05  GLJ-DEPT                PIC X(04).
001280     05  GLJ-DEPT-NAME           PIC X(20).
001290     05  GLJ-AMOUNT              PIC S9(09)V99
001300                                 SIGN IS LEADING SEPARATE.
001310     05  FILLER                  PIC X(17).
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-EMP-FILE-STATUS      PIC X(02).
001350     88  WS-EMP-FILE-OK          VALUE "00".
001360     88  WS-EMP-FILE-NOT-FOUND   VALUE "35".
001370 01  WS-HIST-FILE-STATUS     PIC X(02).
001380     88  WS-HIST-FILE-OK         VALUE "00".
001390     88  WS-HIST-FILE-NOT-FOUND  VALUE "35".
001400 01  WS-DEPT-FILE-STATUS     PIC X(02).
001410     88  WS-DEPT-FILE-OK         VALUE "00".
001420 01  WS-POSTED-FILE-STATUS   PIC X(02).
001430     88  WS-POSTED-FILE-OK       VALUE "00".
001440     88  WS-POSTED-FILE-NOT-FOUND VALUE "35".
001450 01  WS-GL-FILE-STATUS       PIC X(02).
001460     88  WS-GL-FILE-OK           VALUE "00".
001470 01  EOF                     PIC X VALUE "N".
001480 01  WS-HIST-OPENED          PIC X(01) VALUE "N".
001490     88  WS-HIST-WAS-OPENED      VALUE "Y".
001500 01  WS-SORT-EOF             PIC X(01) VALUE "N".
001510
001520 01  WS-PERIOD-ENTRY         PIC X(06).
001530 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-ENTRY.
001540     05  WS-PERIOD-YEAR          PIC 9(04).
001550     05  WS-PERIOD-MONTH         PIC 9(02).
001560 01  WS-PERIOD-NUM REDEFINES WS-PERIOD-ENTRY
001570                             PIC 9(06).
001580 01  WS-RUN-TYPE             PIC X(01).
001590     88  WS-RUN-POST             VALUE "P".
001600     88  WS-RUN-REPOST           VALUE "R".
001610 01  WS-RUN-DATE             PIC 9(08).
001620 01  WS-RUN-PERIOD           PIC 9(06).
001630
001640 01  WS-MONTH-START          PIC 9(08).
001650 01  WS-MONTH-END            PIC 9(08).
001660 01  WS-DAYS-IN-MONTH        PIC 9(02).
001670 01  WS-END-OF-MONTH-IDX     PIC 9(02).
001680 01  WS-MONTH-LENGTHS        PIC X(24)
001690         VALUE "312831303130313130313031".
001700 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001710     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
001720 77  WS-LEAP-QUOTIENT        PIC 9(04) COMP VALUE 0.
001730 77  WS-LEAP-REM-4           PIC 9(04) COMP VALUE 0.
001740 77  WS-LEAP-REM-100         PIC 9(04) COMP VALUE 0.
001750 77  WS-LEAP-REM-400         PIC 9(04) COMP VALUE 0.
001760
001770 01  WS-PERIOD-POSTED        PIC X(01) VALUE "N".
001780     88  WS-PERIOD-WAS-POSTED    VALUE "Y".
001790 01  WS-LAST-POSTED-DATE     PIC 9(08) VALUE 0.
001800
001810*    ONE ENTRY PER DEPARTMENT, LOADED IN CODE ORDER FROM
001820*    DEPARTMENTS.TXT; A CODE FOUND ONLY ON THE MASTER, HISTORY OR
001830*    POSTED REGISTER (A RETIRED DEPARTMENT) IS ADDED AT THE END.
001840 77  WS-MAX-DEPTS            PIC 9(04) COMP VALUE 300.
001850 77  WS-DEPT-COUNT           PIC 9(04) COMP VALUE 0.
001860 77  WS-DEPT-IDX             PIC 9(04) COMP VALUE 0.
001870 77  WS-DEPT-SLOT            PIC 9(04) COMP VALUE 0.
001880 01  WS-DEPT-TABLE-FULL      PIC X(01) VALUE "N".
001890     88  WS-DEPT-TABLE-WAS-FULL  VALUE "Y".
001900 01  WS-FIND-DEPT            PIC X(04).
001910 01  WS-DEPT-TABLE.
001920     05  WS-DEPT-ENTRY OCCURS 300 TIMES.
001930         10  WSD-CODE            PIC X(04).
001940         10  WSD-NAME            PIC X(20).
001950         10  WSD-ACCRUAL         PIC S9(09)V99.
001960         10  WSD-POSTED          PIC S9(09)V99.
001970
001980*    BEFORE AND AFTER IMAGES OFF A HISTORY RECORD, AND THE STATE
001990*    CURRENTLY BEING COSTED - ALL THREE IN THE EMPREC LAYOUT.
002000 01  WS-BEFORE-IMAGE.
002010     05  WSB-ID                  PIC X(05).
002020     05  WSB-NAME                PIC X(20).
002030     05  WSB-DEPT                PIC X(04).
002040     05  WSB-HIRE-DATE           PIC 9(08).
002050     05  WSB-PAY-GRADE           PIC X(03).
002060     05  WSB-STATUS              PIC X(01).
002070     05  WSB-TERM-DATE           PIC 9(08).
002080     05  WSB-SALARY              PIC 9(07)V99.
002090     05  WSB-STATUS-DATE         PIC 9(08).
002100 01  WS-AFTER-IMAGE.
002110     05  WSA-ID                  PIC X(05).
002120     05  WSA-NAME                PIC X(20).
002130     05  WSA-DEPT                PIC X(04).
002140     05  WSA-HIRE-DATE           PIC 9(08).
002150     05  WSA-PAY-GRADE           PIC X(03).
002160     05  WSA-STATUS              PIC X(01).
002170     05  WSA-TERM-DATE           PIC 9(08).
002180     05  WSA-SALARY              PIC 9(07)V99.
002190     05  WSA-STATUS-DATE         PIC 9(08).
002200 01  WS-STATE-IMAGE.
002210     05  WSS-ID                  PIC X(05).
002220     05  WSS-NAME                PIC X(20).
002230     05  WSS-DEPT                PIC X(04).
002240     05  WSS-HIRE-DATE           PIC 9(08).
002250     05  WSS-PAY-GRADE           PIC X(03).
002260     05  WSS-STATUS              PIC X(01).
002270     05  WSS-TERM-DATE           PIC 9(08).
002280     05  WSS-SALARY              PIC 9(07)V99.
002290     05  WSS-STATUS-DATE         PIC 9(08).
002300
002310 01  WS-CURRENT-EMP          PIC X(05) VALUE SPACES.
002320 01  WS-STATE-KNOWN          PIC X(01) VALUE "N".
002330     88  WS-STATE-IS-KNOWN       VALUE "Y".
002340 01  WS-SEG-PAID             PIC X(01) VALUE "N".
002350     88  WS-SEG-IS-PAID          VALUE "Y".
002360
002370*    DAYS OF THE PERIOD ARE NUMBERED 1 THROUGH WS-DAYS-IN-MONTH;
002380*    A DAY RANGE RUNS FROM ITS START INDEX UP TO, NOT INCLUDING,
002390*    ITS END INDEX, SO WS-DAYS-IN-MONTH + 1 MEANS "TO MONTH END".
002400 01  WS-IDX-DATE             PIC 9(08).
002410 01  WS-IDX-DATE-PARTS REDEFINES WS-IDX-DATE.
002420     05  FILLER                  PIC 9(06).
002430     05  WS-IDX-DAY              PIC 9(02).
002440 77  WS-BOUND-IDX            PIC 9(04) COMP VALUE 0.
002450 77  WS-FROM-IDX             PIC 9(04) COMP VALUE 0.
002460 77  WS-SEG-START            PIC 9(04) COMP VALUE 0.
002470 77  WS-SEG-END              PIC 9(04) COMP VALUE 0.
002480 77  WS-SEG-DAYS             PIC 9(04) COMP VALUE 0.
002490 01  WS-SEG-AMOUNT           PIC S9(09)V99 VALUE 0.
002500
002510 77  WS-EVENT-COUNT          PIC 9(06) COMP VALUE 0.
002520 77  WS-DETAIL-COUNT         PIC 9(06) COMP VALUE 0.
002530 01  WS-CONTROL-TOTAL        PIC S9(11)V99 VALUE 0.
002540 01  WS-ACCRUAL-TOTAL        PIC S9(11)V99 VALUE 0.
002550 01  WS-REVERSAL-TOTAL       PIC S9(11)V99 VALUE 0.
002560 01  WS-JOURNAL-FAILED       PIC X(01) VALUE "N".
002570     88  WS-JOURNAL-WAS-FAILED   VALUE "Y".
002580 01  WS-TOTAL-SHOW           PIC -ZZZ,ZZZ,ZZ9.99.
002590 01  WS-COUNT-SHOW           PIC Z(05)9.
002600
002610 01  WS-HEADER-REC.
002620     05  FILLER                  PIC X(03) VALUE "HDR".
002630     05  HDR-PERIOD              PIC 9(06).
002640     05  HDR-RUN-DATE            PIC 9(08).
002650     05  HDR-RUN-TYPE            PIC X(01).
002660     05  FILLER                  PIC X(42) VALUE SPACES.
002670
002680 01  WS-TRAILER-REC.
002690     05  FILLER                  PIC X(03) VALUE "TRL".
002700     05  TRL-PERIOD              PIC 9(06).
002710     05  TRL-COUNT               PIC 9(06).
002720     05  TRL-CONTROL-TOTAL       PIC S9(11)V99
002730                                 SIGN IS LEADING SEPARATE.
002740     05  FILLER                  PIC X(31) VALUE SPACES.
002750
002760 PROCEDURE DIVISION.
002770
002780 0000-MAINLINE.
002790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002800     PERFORM 1000-GET-PERIOD
002810     PERFORM 1200-LOAD-DEPARTMENTS
002820     PERFORM 1300-READ-POSTED-REGISTER
002830     PERFORM 1400-CHECK-RUN-TYPE
002840     PERFORM 1500-OPEN-INPUTS
002850     SORT SORT-FILE
002860         ON ASCENDING KEY SORT-EMP-ID SORT-EVENT-DATE
002870             SORT-STAMP
002880         INPUT PROCEDURE IS 2000-RELEASE-EVENTS
002890         OUTPUT PROCEDURE IS 3000-ACCRUE-EMPLOYEES
002900     CLOSE EMP-FILE
002910     IF WS-HIST-WAS-OPENED
002920         CLOSE HIST-FILE
002930     END-IF
002940     IF WS-DEPT-TABLE-WAS-FULL
002950         DISPLAY "Department table full at " WS-MAX-DEPTS
002960             " - no journal written for period "
002970             WS-PERIOD-ENTRY "."
002980         MOVE 8 TO RETURN-CODE
002990         STOP RUN
003000     END-IF
003010     PERFORM 5000-WRITE-JOURNAL
003020     IF WS-JOURNAL-WAS-FAILED
003030         DISPLAY "glaccrual.txt for period " WS-PERIOD-ENTRY
003040             " is INCOMPLETE and was NOT recorded on "
003050             "glposted.txt.  Do not send it to the ledger."
003060         MOVE 8 TO RETURN-CODE
003070         STOP RUN
003080     END-IF
003090     PERFORM 6000-RECORD-POSTED
003100     MOVE WS-DETAIL-COUNT TO WS-COUNT-SHOW
003110     DISPLAY "Period " WS-PERIOD-ENTRY ": " WS-COUNT-SHOW
003120         " journal line(s) written to glaccrual.txt."
003130     IF WS-RUN-REPOST
003140         MOVE WS-REVERSAL-TOTAL TO WS-TOTAL-SHOW
003150         DISPLAY "  Reversed:  " WS-TOTAL-SHOW
003160     END-IF
003170     MOVE WS-ACCRUAL-TOTAL TO WS-TOTAL-SHOW
003180     DISPLAY "  Accrued:   " WS-TOTAL-SHOW
003190     MOVE WS-CONTROL-TOTAL TO WS-TOTAL-SHOW
003200     DISPLAY "  Control:   " WS-TOTAL-SHOW
003210     STOP RUN.
003220
003230******************************************************************
003240*    1000-GET-PERIOD - ASKS FOR THE ACCRUAL PERIOD AND THE RUN
003250*    TYPE.  THE PERIOD MUST BE A REAL MONTH NO LATER THAN THE
003260*    CURRENT ONE - A MONTH THAT HAS NOT STARTED HAS NOTHING TO
003270*    ACCRUE.
003280******************************************************************
003290 1000-GET-PERIOD.
003300     DISPLAY "Accrual period (YYYYMM): "
003310     ACCEPT WS-PERIOD-ENTRY
003320     MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD
003330     IF WS-PERIOD-ENTRY NOT NUMERIC
003340         DISPLAY "Period must be 6 digits (YYYYMM), got "
003350             WS-PERIOD-ENTRY
003360         MOVE 8 TO RETURN-CODE
003370         STOP RUN
003380     END-IF
003390     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
003400         DISPLAY "Period month must be 01 through 12, got "
003410             WS-PERIOD-ENTRY
003420         MOVE 8 TO RETURN-CODE
003430         STOP RUN
003440     END-IF
003450     IF WS-PERIOD-NUM > WS-RUN-PERIOD
003460         DISPLAY "Period " WS-PERIOD-ENTRY " has not started "
003470             "yet - nothing to accrue."
003480         MOVE 8 TO RETURN-CODE
003490         STOP RUN
003500     END-IF
003510     DISPLAY "P)ost the period, or R)everse and repost a "
003520         "period already sent: "
003530     ACCEPT WS-RUN-TYPE
003540     IF NOT WS-RUN-POST AND NOT WS-RUN-REPOST
003550         DISPLAY "Run type must be P or R, got " WS-RUN-TYPE
003560         MOVE 8 TO RETURN-CODE
003570         STOP RUN
003580     END-IF
003590     PERFORM 1100-SET-MONTH-BOUNDS.
003600
003610******************************************************************
003620*    1100-SET-MONTH-BOUNDS - FIRST AND LAST DAY OF THE PERIOD.
003630*    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
003640*    CENTURY YEAR NOT DIVISIBLE BY 400.
003650******************************************************************
003660 1100-SET-MONTH-BOUNDS.
003670     MOVE WS-MONTH-LENGTH (WS-PERIOD-MONTH) TO WS-DAYS-IN-MONTH
003680     IF WS-PERIOD-MONTH = 2
003690         DIVIDE WS-PERIOD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003700             REMAINDER WS-LEAP-REM-4
003710         DIVIDE WS-PERIOD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003720             REMAINDER WS-LEAP-REM-100
003730         DIVIDE WS-PERIOD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003740             REMAINDER WS-LEAP-REM-400
003750         IF WS-LEAP-REM-4 = 0
003760             AND (WS-LEAP-REM-100 NOT = 0
003770                 OR WS-LEAP-REM-400 = 0)
003780             MOVE 29 TO WS-DAYS-IN-MONTH
003790         END-IF
003800     END-IF
003810     COMPUTE WS-MONTH-START = WS-PERIOD-NUM * 100 + 1
003820     COMPUTE WS-MONTH-END = WS-PERIOD-NUM * 100
003830         + WS-DAYS-IN-MONTH
003840     COMPUTE WS-END-OF-MONTH-IDX = WS-DAYS-IN-MONTH + 1.
003850
003860******************************************************************
003870*    1200-LOAD-DEPARTMENTS - EVERY DEPARTMENT, IN CODE ORDER, SO
003880*    THE JOURNAL COMES OUT SORTED AND NAMED.
003890******************************************************************
003900 1200-LOAD-DEPARTMENTS.
003910     OPEN INPUT DEPT-FILE
003920     IF NOT WS-DEPT-FILE-OK
003930         DISPLAY "Unable to open departments.txt (status "
003940             WS-DEPT-FILE-STATUS ") - run deptMaint to set "
003950             "up the department reference file."
003960         MOVE 8 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990     MOVE "N" TO EOF
004000     PERFORM 1210-LOAD-ONE-DEPARTMENT
004010         UNTIL EOF = "Y"
004020     CLOSE DEPT-FILE.
004030
004040 1210-LOAD-ONE-DEPARTMENT.
004050     READ DEPT-FILE NEXT RECORD
004060         AT END
004070             MOVE "Y" TO EOF
004080         NOT AT END
004090             IF WS-DEPT-COUNT < WS-MAX-DEPTS
004100                 ADD 1 TO WS-DEPT-COUNT
004110                 MOVE DEPT-CODE TO WSD-CODE (WS-DEPT-COUNT)
004120                 MOVE DEPT-NAME TO WSD-NAME (WS-DEPT-COUNT)
004130                 MOVE 0 TO WSD-ACCRUAL (WS-DEPT-COUNT)
004140                 MOVE 0 TO WSD-POSTED (WS-DEPT-COUNT)
004150             ELSE
004160                 MOVE "Y" TO WS-DEPT-TABLE-FULL
004170             END-IF
004180     END-READ.
004190
004200******************************************************************
004210*    1300-READ-POSTED-REGISTER - FINDS OUT WHETHER THE PERIOD
004220*    HAS BEEN SENT BEFORE, AND NETS WHAT EACH DEPARTMENT WAS
004230*    SENT FOR IT ACROSS EVERY EARLIER POSTING AND REVERSAL.  NO
004240*    REGISTER YET MEANS NOTHING HAS EVER BEEN SENT.
004250******************************************************************
004260 1300-READ-POSTED-REGISTER.
004270     OPEN INPUT POSTED-FILE
004280     IF WS-POSTED-FILE-NOT-FOUND
004290         CONTINUE
004300     ELSE
004310     IF NOT WS-POSTED-FILE-OK
004320         DISPLAY "Unable to open glposted.txt, status "
004330             WS-POSTED-FILE-STATUS
004340         MOVE 8 TO RETURN-CODE
004350         STOP RUN
004360     ELSE
004370         MOVE "N" TO EOF
004380         PERFORM 1310-READ-ONE-POSTED-LINE
004390             UNTIL EOF = "Y"
004400         CLOSE POSTED-FILE
004410     END-IF
004420     END-IF.
004430
004440 1310-READ-ONE-POSTED-LINE.
004450     READ POSTED-FILE
004460         AT END
004470             MOVE "Y" TO EOF
004480         NOT AT END
004490             IF GLP-PERIOD = WS-PERIOD-NUM
004500                 MOVE "Y" TO WS-PERIOD-POSTED
004510                 MOVE GLP-RUN-DATE TO WS-LAST-POSTED-DATE
004520                 IF GLP-DEPT NOT = SPACES
004530                     MOVE GLP-DEPT TO WS-FIND-DEPT
004540                     PERFORM 3500-FIND-DEPT-SLOT
004550                     IF WS-DEPT-SLOT > 0
004560                         ADD GLP-AMOUNT
004570                             TO WSD-POSTED (WS-DEPT-SLOT)
004580                     END-IF
004590                 END-IF
004600             END-IF
004610     END-READ.
004620
004630******************************************************************
004640*    1400-CHECK-RUN-TYPE - A PERIOD ALREADY SENT IS ONLY SENT
004650*    AGAIN AS A REVERSAL AND REPOST, AND ONLY A PERIOD ALREADY
004660*    SENT HAS ANYTHING TO REVERSE.
004670******************************************************************
004680 1400-CHECK-RUN-TYPE.
004690     IF WS-RUN-POST AND WS-PERIOD-WAS-POSTED
004700         DISPLAY "Period " WS-PERIOD-ENTRY " was already sent "
004710             "to the ledger on " WS-LAST-POSTED-DATE
004720             " - run again as R)everse and repost to "
004730             "replace it."
004740         MOVE 8 TO RETURN-CODE
004750         STOP RUN
004760     END-IF
004770     IF WS-RUN-REPOST AND NOT WS-PERIOD-WAS-POSTED
004780         DISPLAY "Period " WS-PERIOD-ENTRY " has not been "
004790             "sent - nothing to reverse.  Run it as P)ost."
004800         MOVE 8 TO RETURN-CODE
004810         STOP RUN
004820     END-IF.
004830
004840******************************************************************
004850*    1500-OPEN-INPUTS - THE MASTER IS REQUIRED.  WITH NO HISTORY
004860*    FILE EVERY EMPLOYEE IS COSTED FROM THE MASTER ALONE.
004870******************************************************************
004880 1500-OPEN-INPUTS.
004890     OPEN INPUT EMP-FILE
004900     IF WS-EMP-FILE-NOT-FOUND
004910         DISPLAY "Employee file not found, nothing to accrue."
004920         MOVE 8 TO RETURN-CODE
004930         STOP RUN
004940     END-IF
004950     IF NOT WS-EMP-FILE-OK
004960         DISPLAY "Unable to open employee file, status "
004970             WS-EMP-FILE-STATUS
004980         MOVE 8 TO RETURN-CODE
004990         STOP RUN
005000     END-IF
005010     OPEN INPUT HIST-FILE
005020     IF WS-HIST-FILE-OK
005030         MOVE "Y" TO WS-HIST-OPENED
005040     ELSE
005050     IF NOT WS-HIST-FILE-NOT-FOUND
005060         DISPLAY "Unable to open change history, status "
005070             WS-HIST-FILE-STATUS
005080         CLOSE EMP-FILE
005090         MOVE 8 TO RETURN-CODE
005100         STOP RUN
005110     END-IF
005120     END-IF.
005130
005140******************************************************************
005150*    2000-RELEASE-EVENTS - SORT INPUT PROCEDURE.  ONE SORT
005160*    RECORD PER HISTORY RECORD, UNDER ITS EFFECTIVE DATE, AND ONE
005170*    PER MASTER RECORD UNDER 99999999 SO IT SORTS LAST FOR ITS
005180*    EMPLOYEE.
005190******************************************************************
005200 2000-RELEASE-EVENTS.
005210     MOVE "N" TO EOF
005220     PERFORM 2100-RELEASE-ONE-MASTER-REC
005230         UNTIL EOF = "Y"
005240     IF WS-HIST-WAS-OPENED
005250         MOVE "N" TO EOF
005260         PERFORM 2200-RELEASE-ONE-HISTORY-REC
005270             UNTIL EOF = "Y"
005280     END-IF.
005290
005300 2100-RELEASE-ONE-MASTER-REC.
005310     READ EMP-FILE NEXT RECORD
005320         AT END
005330             MOVE "Y" TO EOF
005340         NOT AT END
005350             MOVE EMP-ID     TO SORT-EMP-ID
005360             MOVE 99999999   TO SORT-EVENT-DATE
005370             MOVE ALL "9"    TO SORT-STAMP
005380             MOVE "M"        TO SORT-KIND
005390             MOVE SPACES     TO SORT-BEFORE
005400             MOVE EMP-REC    TO SORT-AFTER
005410             RELEASE SORT-REC
005420     END-READ.
005430
005440 2200-RELEASE-ONE-HISTORY-REC.
005450     READ HIST-FILE
005460         AT END
005470             MOVE "Y" TO EOF
005480         NOT AT END
005490             IF HIST-TIMESTAMP NUMERIC
005500                 PERFORM 2300-RELEASE-HISTORY-EVENT
005510             END-IF
005520     END-READ.
005530
005540******************************************************************
005550*    2300-RELEASE-HISTORY-EVENT - WORKS OUT WHEN THE CHANGE TOOK
005560*    EFFECT.  AN ADD TAKES EFFECT ON THE HIRE DATE, A MOVE INTO
005570*    T ON THE TERM DATE (THE TERMINATED STATE PAYS THROUGH THAT
005580*    DAY - SEE 3400), A MOVE INTO L OR S ON THE STATUS DATE;
005590*    ANYTHING ELSE, INCLUDING A TRANSFER, ON THE DAY IT WAS
005600*    ENTERED.
005610******************************************************************
005620 2300-RELEASE-HISTORY-EVENT.
005630     MOVE HIST-BEFORE-IMAGE TO WS-BEFORE-IMAGE
005640     MOVE HIST-AFTER-IMAGE  TO WS-AFTER-IMAGE
005650     IF WS-AFTER-IMAGE = SPACES
005660         MOVE WSB-ID TO SORT-EMP-ID
005670     ELSE
005680         MOVE WSA-ID TO SORT-EMP-ID
005690     END-IF
005700     MOVE HIST-TIMESTAMP (1:8) TO SORT-EVENT-DATE
005710     IF HIST-ACTION = "ADD"
005720         IF WSA-HIRE-DATE NUMERIC
005730             IF WSA-HIRE-DATE > 0
005740                 MOVE WSA-HIRE-DATE TO SORT-EVENT-DATE
005750             END-IF
005760         END-IF
005770     END-IF
005780     IF WSA-STATUS = "T" AND WSB-STATUS NOT = "T"
005790         IF WSA-TERM-DATE NUMERIC
005800             IF WSA-TERM-DATE > 0
005810                 MOVE WSA-TERM-DATE TO SORT-EVENT-DATE
005820             END-IF
005830         END-IF
005840     END-IF
005850     IF (WSA-STATUS = "L" OR WSA-STATUS = "S")
005860         AND WSB-STATUS NOT = WSA-STATUS
005870         IF WSA-STATUS-DATE NUMERIC
005880             IF WSA-STATUS-DATE > 0
005890                 MOVE WSA-STATUS-DATE TO SORT-EVENT-DATE
005900             END-IF
005910         END-IF
005920     END-IF
005930     MOVE HIST-TIMESTAMP    TO SORT-STAMP
005940     MOVE "H"               TO SORT-KIND
005950     MOVE HIST-BEFORE-IMAGE TO SORT-BEFORE
005960     MOVE HIST-AFTER-IMAGE  TO SORT-AFTER
005970     RELEASE SORT-REC.
005980
005990******************************************************************
006000*    3000-ACCRUE-EMPLOYEES - SORT OUTPUT PROCEDURE.  WALKS EACH
006010*    EMPLOYEE'S EVENTS IN EFFECTIVE-DATE ORDER, COSTING THE STATE
006020*    IN FORCE BETWEEN ONE EVENT AND THE NEXT.
006030******************************************************************
006040 3000-ACCRUE-EMPLOYEES.
006050     MOVE "N" TO WS-SORT-EOF
006060     PERFORM 3100-ACCRUE-ONE-EVENT
006070         UNTIL WS-SORT-EOF = "Y"
006080     IF WS-CURRENT-EMP NOT = SPACES
006090         PERFORM 3300-CLOSE-EMPLOYEE
006100     END-IF.
006110
006120 3100-ACCRUE-ONE-EVENT.
006130     RETURN SORT-FILE
006140         AT END
006150             MOVE "Y" TO WS-SORT-EOF
006160         NOT AT END
006170             ADD 1 TO WS-EVENT-COUNT
006180             IF SORT-EMP-ID NOT = WS-CURRENT-EMP
006190                 IF WS-CURRENT-EMP NOT = SPACES
006200                     PERFORM 3300-CLOSE-EMPLOYEE
006210                 END-IF
006220                 MOVE SORT-EMP-ID TO WS-CURRENT-EMP
006230                 MOVE "N" TO WS-STATE-KNOWN
006240                 MOVE 1 TO WS-FROM-IDX
006250             END-IF
006260             PERFORM 3200-APPLY-EVENT
006270     END-RETURN.
006280
006290******************************************************************
006300*    3200-APPLY-EVENT - THE FIRST HISTORY RECORD'S BEFORE IMAGE
006310*    IS THE STATE THE EMPLOYEE WAS IN BEFORE ANY OF THE RECORDED
006320*    CHANGES.  EACH HISTORY RECORD COSTS THE STATE IN FORCE UP TO
006330*    ITS EFFECTIVE DATE, THEN SWITCHES TO ITS AFTER IMAGE.  THE
006340*    MASTER RECORD ONLY SUPPLIES THE STATE WHEN THERE WAS NO
006350*    HISTORY AT ALL.
006360******************************************************************
006370 3200-APPLY-EVENT.
006380     IF SORT-KIND = "M"
006390         IF NOT WS-STATE-IS-KNOWN
006400             MOVE SORT-AFTER TO WS-STATE-IMAGE
006410             MOVE "Y" TO WS-STATE-KNOWN
006420         END-IF
006430     ELSE
006440         IF NOT WS-STATE-IS-KNOWN
006450             MOVE SORT-BEFORE TO WS-STATE-IMAGE
006460             MOVE "Y" TO WS-STATE-KNOWN
006470         END-IF
006480         MOVE SORT-EVENT-DATE TO WS-IDX-DATE
006490         PERFORM 4500-DATE-TO-START-IDX
006500         IF WS-BOUND-IDX > WS-FROM-IDX
006510             MOVE WS-FROM-IDX  TO WS-SEG-START
006520             MOVE WS-BOUND-IDX TO WS-SEG-END
006530             PERFORM 3400-ACCRUE-SEGMENT
006540             MOVE WS-BOUND-IDX TO WS-FROM-IDX
006550         END-IF
006560         MOVE SORT-AFTER TO WS-STATE-IMAGE
006570     END-IF.
006580
006590******************************************************************
006600*    3300-CLOSE-EMPLOYEE - COSTS THE LAST STATE THROUGH MONTH END.
006610******************************************************************
006620 3300-CLOSE-EMPLOYEE.
006630     IF WS-STATE-IS-KNOWN
006640         AND WS-END-OF-MONTH-IDX > WS-FROM-IDX
006650         MOVE WS-FROM-IDX         TO WS-SEG-START
006660         MOVE WS-END-OF-MONTH-IDX TO WS-SEG-END
006670         PERFORM 3400-ACCRUE-SEGMENT
006680     END-IF.
006690
006700******************************************************************
006710*    3400-ACCRUE-SEGMENT - COSTS WS-STATE-IMAGE FOR THE DAYS
006720*    WS-SEG-START UP TO WS-SEG-END, TRIMMED BY THE IMAGE'S OWN
006730*    DATES: NOTHING BEFORE THE HIRE DATE, NOTHING AFTER THE TERM
006740*    DATE OF A TERMINATED STATE, NOTHING FROM THE STATUS DATE OF
006750*    A LEAVE OR SUSPENSION.  THE COST IS A TWELFTH OF THE ANNUAL
006760*    SALARY FOR EACH WHOLE MONTH, PRORATED BY DAYS.
006770******************************************************************
006780 3400-ACCRUE-SEGMENT.
006790     MOVE "Y" TO WS-SEG-PAID
006800     IF WS-STATE-IMAGE = SPACES OR WSS-SALARY NOT NUMERIC
006810         MOVE "N" TO WS-SEG-PAID
006820     END-IF
006830     IF WS-SEG-IS-PAID AND WSS-HIRE-DATE NUMERIC
006840         MOVE WSS-HIRE-DATE TO WS-IDX-DATE
006850         PERFORM 4500-DATE-TO-START-IDX
006860         IF WS-BOUND-IDX > WS-SEG-START
006870             MOVE WS-BOUND-IDX TO WS-SEG-START
006880         END-IF
006890     END-IF
006900     IF WS-SEG-IS-PAID
006910         EVALUATE WSS-STATUS
006920             WHEN "A"
006930                 CONTINUE
006940             WHEN "T"
006950                 PERFORM 3410-TRIM-TO-TERM-DATE
006960             WHEN "L"
006970             WHEN "S"
006980                 PERFORM 3420-TRIM-TO-STATUS-DATE
006990             WHEN OTHER
007000                 MOVE "N" TO WS-SEG-PAID
007010         END-EVALUATE
007020     END-IF
007030     IF WS-SEG-IS-PAID AND WS-SEG-END > WS-SEG-START
007040         COMPUTE WS-SEG-DAYS = WS-SEG-END - WS-SEG-START
007050         COMPUTE WS-SEG-AMOUNT ROUNDED =
007060             WSS-SALARY * WS-SEG-DAYS
007070             / (12 * WS-DAYS-IN-MONTH)
007080         MOVE WSS-DEPT TO WS-FIND-DEPT
007090         PERFORM 3500-FIND-DEPT-SLOT
007100         IF WS-DEPT-SLOT > 0
007110             ADD WS-SEG-AMOUNT TO WSD-ACCRUAL (WS-DEPT-SLOT)
007120         END-IF
007130     END-IF.
007140
007150******************************************************************
007160*    3410-TRIM-TO-TERM-DATE - A TERMINATED STATE PAYS THROUGH
007170*    ITS TERM DATE.  ONE WITH NO TERM DATE (CARRIED OVER FROM
007180*    BEFORE THE FIELD EXISTED) PAYS NOTHING.
007190******************************************************************
007200 3410-TRIM-TO-TERM-DATE.
007210     MOVE "N" TO WS-SEG-PAID
007220     IF WSS-TERM-DATE NUMERIC
007230         IF WSS-TERM-DATE > 0
007240             MOVE "Y" TO WS-SEG-PAID
007250             MOVE WSS-TERM-DATE TO WS-IDX-DATE
007260             PERFORM 4600-DATE-TO-END-IDX
007270             IF WS-BOUND-IDX < WS-SEG-END
007280                 MOVE WS-BOUND-IDX TO WS-SEG-END
007290             END-IF
007300         END-IF
007310     END-IF.
007320
007330******************************************************************
007340*    3420-TRIM-TO-STATUS-DATE - LEAVE AND SUSPENSION ARE UNPAID
007350*    FROM THEIR STATUS DATE ON.
007360******************************************************************
007370 3420-TRIM-TO-STATUS-DATE.
007380     MOVE "N" TO WS-SEG-PAID
007390     IF WSS-STATUS-DATE NUMERIC
007400         IF WSS-STATUS-DATE > 0
007410             MOVE "Y" TO WS-SEG-PAID
007420             MOVE WSS-STATUS-DATE TO WS-IDX-DATE
007430             PERFORM 4500-DATE-TO-START-IDX
007440             IF WS-BOUND-IDX < WS-SEG-END
007450                 MOVE WS-BOUND-IDX TO WS-SEG-END
007460             END-IF
007470         END-IF
007480     END-IF.
007490
007500******************************************************************
007510*    3500-FIND-DEPT-SLOT - POINTS WS-DEPT-SLOT AT WS-FIND-DEPT'S
007520*    TABLE ENTRY, ADDING ONE FOR A CODE NOT ON DEPARTMENTS.TXT.
007530*    ZERO MEANS THE TABLE IS FULL.
007540******************************************************************
007550 3500-FIND-DEPT-SLOT.
007560     MOVE 0 TO WS-DEPT-SLOT
007570     PERFORM 3510-CHECK-ONE-DEPT
007580         VARYING WS-DEPT-IDX FROM 1 BY 1
007590         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
007600             OR WS-DEPT-SLOT > 0
007610     IF WS-DEPT-SLOT = 0
007620         IF WS-DEPT-COUNT < WS-MAX-DEPTS
007630             ADD 1 TO WS-DEPT-COUNT
007640             MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
007650             MOVE WS-FIND-DEPT TO WSD-CODE (WS-DEPT-SLOT)
007660             MOVE "NOT ON DEPT FILE" TO WSD-NAME (WS-DEPT-SLOT)
007670             MOVE 0 TO WSD-ACCRUAL (WS-DEPT-SLOT)
007680             MOVE 0 TO WSD-POSTED (WS-DEPT-SLOT)
007690         ELSE
007700             MOVE "Y" TO WS-DEPT-TABLE-FULL
007710         END-IF
007720     END-IF.
007730
007740 3510-CHECK-ONE-DEPT.
007750     IF WSD-CODE (WS-DEPT-IDX) = WS-FIND-DEPT
007760         MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
007770     END-IF.
007780
007790******************************************************************
007800*    4500-DATE-TO-START-IDX - DAY INDEX OF WS-IDX-DATE AS THE
007810*    FIRST DAY OF A RANGE: 1 FOR ANY DATE BEFORE THE PERIOD,
007820*    MONTH END + 1 FOR ANY DATE AFTER IT.
007830******************************************************************
007840 4500-DATE-TO-START-IDX.
007850     IF WS-IDX-DATE < WS-MONTH-START
007860         MOVE 1 TO WS-BOUND-IDX
007870     ELSE
007880     IF WS-IDX-DATE > WS-MONTH-END
007890         MOVE WS-END-OF-MONTH-IDX TO WS-BOUND-IDX
007900     ELSE
007910         MOVE WS-IDX-DAY TO WS-BOUND-IDX
007920     END-IF
007930     END-IF.
007940
007950******************************************************************
007960*    4600-DATE-TO-END-IDX - DAY INDEX JUST PAST WS-IDX-DATE, FOR
007970*    A RANGE THAT INCLUDES THAT DAY.
007980******************************************************************
007990 4600-DATE-TO-END-IDX.
008000     IF WS-IDX-DATE < WS-MONTH-START
008010         MOVE 1 TO WS-BOUND-IDX
008020     ELSE
008030     IF WS-IDX-DATE > WS-MONTH-END
008040         MOVE WS-END-OF-MONTH-IDX TO WS-BOUND-IDX
008050     ELSE
008060         COMPUTE WS-BOUND-IDX = WS-IDX-DAY + 1
008070     END-IF
008080     END-IF.
008090
008100******************************************************************
008110*    5000-WRITE-JOURNAL - HEADER, THE REVERSAL LINES ON A
008120*    REPOST, ONE ACCRUAL LINE PER DEPARTMENT WITH A COST, AND THE
008130*    TRAILER.
008140******************************************************************
008150 5000-WRITE-JOURNAL.
008160     OPEN OUTPUT GL-JOURNAL
008170     IF NOT WS-GL-FILE-OK
008180         DISPLAY "Unable to open glaccrual.txt, status "
008190             WS-GL-FILE-STATUS
008200         MOVE 8 TO RETURN-CODE
008210         STOP RUN
008220     END-IF
008230     MOVE WS-PERIOD-NUM TO HDR-PERIOD
008240     MOVE WS-RUN-DATE   TO HDR-RUN-DATE
008250     MOVE WS-RUN-TYPE   TO HDR-RUN-TYPE
008260     MOVE WS-HEADER-REC TO GL-JOURNAL-REC
008270     WRITE GL-JOURNAL-REC
008280     IF NOT WS-GL-FILE-OK
008290         MOVE "Y" TO WS-JOURNAL-FAILED
008300     END-IF
008310     IF WS-RUN-REPOST
008320         PERFORM 5100-WRITE-REVERSAL-LINE
008330             VARYING WS-DEPT-IDX FROM 1 BY 1
008340             UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
008350     END-IF
008360     PERFORM 5200-WRITE-ACCRUAL-LINE
008370         VARYING WS-DEPT-IDX FROM 1 BY 1
008380         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
008390     MOVE WS-PERIOD-NUM    TO TRL-PERIOD
008400     MOVE WS-DETAIL-COUNT  TO TRL-COUNT
008410     MOVE WS-CONTROL-TOTAL TO TRL-CONTROL-TOTAL
008420     MOVE WS-TRAILER-REC   TO GL-JOURNAL-REC
008430     WRITE GL-JOURNAL-REC
008440     IF NOT WS-GL-FILE-OK
008450         MOVE "Y" TO WS-JOURNAL-FAILED
008460     END-IF
008470     CLOSE GL-JOURNAL.
008480
008490 5100-WRITE-REVERSAL-LINE.
008500     IF WSD-POSTED (WS-DEPT-IDX) NOT = 0
008510         MOVE SPACES TO GL-JOURNAL-REC
008520         MOVE "V" TO GLJ-ENTRY-TYPE
008530         COMPUTE GLJ-AMOUNT = 0 - WSD-POSTED (WS-DEPT-IDX)
008540         ADD GLJ-AMOUNT TO WS-REVERSAL-TOTAL
008550         PERFORM 5300-WRITE-DETAIL
008560     END-IF.
008570
008580 5200-WRITE-ACCRUAL-LINE.
008590     IF WSD-ACCRUAL (WS-DEPT-IDX) NOT = 0
008600         MOVE SPACES TO GL-JOURNAL-REC
008610         MOVE "A" TO GLJ-ENTRY-TYPE
008620         MOVE WSD-ACCRUAL (WS-DEPT-IDX) TO GLJ-AMOUNT
008630         ADD GLJ-AMOUNT TO WS-ACCRUAL-TOTAL
008640         PERFORM 5300-WRITE-DETAIL
008650     END-IF.
008660
008670 5300-WRITE-DETAIL.
008680     MOVE WS-PERIOD-NUM TO GLJ-PERIOD
008690     MOVE WSD-CODE (WS-DEPT-IDX) TO GLJ-DEPT
008700     MOVE WSD-NAME (WS-DEPT-IDX) TO GLJ-DEPT-NAME
008710     WRITE GL-JOURNAL-REC
008720     IF WS-GL-FILE-OK
008730         ADD 1 TO WS-DETAIL-COUNT
008740         ADD GLJ-AMOUNT TO WS-CONTROL-TOTAL
008750     ELSE
008760         DISPLAY "Unable to write journal line, status "
008770             WS-GL-FILE-STATUS
008780         MOVE "Y" TO WS-JOURNAL-FAILED
008790     END-IF.
008800
008810******************************************************************
008820*    6000-RECORD-POSTED - APPENDS THIS RUN TO GLPOSTED.TXT: A
008830*    MARKER LINE WITH NO DEPARTMENT (SO A PERIOD THAT COST
008840*    NOTHING STILL SHOWS AS SENT), THEN ONE LINE PER JOURNAL
008850*    DETAIL.  ONLY RUNS AFTER THE JOURNAL CLOSED CLEANLY - A DEAD
008860*    JOURNAL MUST NOT MARK THE PERIOD SENT.
008870******************************************************************
008880 6000-RECORD-POSTED.
008890     OPEN EXTEND POSTED-FILE
008900     IF NOT WS-POSTED-FILE-OK
008910         OPEN OUTPUT POSTED-FILE
008920     END-IF
008930     IF NOT WS-POSTED-FILE-OK
008940         DISPLAY "Unable to open glposted.txt, status "
008950             WS-POSTED-FILE-STATUS " - period "
008960             WS-PERIOD-ENTRY " is NOT recorded as sent."
008970         MOVE 8 TO RETURN-CODE
008980     ELSE
008990         MOVE SPACES TO POSTED-REC
009000         MOVE WS-PERIOD-NUM TO GLP-PERIOD
009010         MOVE WS-RUN-DATE   TO GLP-RUN-DATE
009020         MOVE WS-RUN-TYPE   TO GLP-ENTRY-TYPE
009030         MOVE 0             TO GLP-AMOUNT
009040         WRITE POSTED-REC
009050         PERFORM 6100-RECORD-ONE-DEPT
009060             VARYING WS-DEPT-IDX FROM 1 BY 1
009070             UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
009080         CLOSE POSTED-FILE
009090     END-IF.
009100
009110 6100-RECORD-ONE-DEPT.
009120     MOVE SPACES TO POSTED-REC
009130     MOVE WS-PERIOD-NUM TO GLP-PERIOD
009140     MOVE WS-RUN-DATE   TO GLP-RUN-DATE
009150     MOVE WSD-CODE (WS-DEPT-IDX) TO GLP-DEPT
009160     IF WS-RUN-REPOST AND WSD-POSTED (WS-DEPT-IDX) NOT = 0
009170         MOVE "V" TO GLP-ENTRY-TYPE
009180         COMPUTE GLP-AMOUNT = 0 - WSD-POSTED (WS-DEPT-IDX)
009190         WRITE POSTED-REC
009200     END-IF
009210     IF WSD-ACCRUAL (WS-DEPT-IDX) NOT = 0
009220         MOVE "A" TO GLP-ENTRY-TYPE
009230         MOVE WSD-ACCRUAL (WS-DEPT-IDX) TO GLP-AMOUNT
009240         WRITE POSTED-REC
009250     END-IF.
009260
009270 END PROGRAM glAccrual.
