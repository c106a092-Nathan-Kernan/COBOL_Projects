000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. vacancyReport.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    POSITION-CONTROL VACANCY REPORT.  FOR EVERY DEPARTMENT AND
000180*    PAY-GRADE COMBINATION ON POSITIONS.TXT (SEE POSMAINT), AND
000190*    EVERY COMBINATION SOMEONE ON THE MASTER FILLS WITHOUT AN
000200*    AUTHORIZATION, VACANCYREPORT.TXT SHOWS THE AUTHORIZED
000210*    HEADCOUNT, HOW MANY ARE FILLED (ACTIVE, ON LEAVE OR
000220*    SUSPENDED), HOW MANY ARE VACANT, AND HOW MANY ARE OVER THE
000230*    AUTHORIZATION, WITH DEPARTMENT AND COMPANY TOTALS.  A
000240*    COMBINATION WITH NO POSITION RECORD IS FLAGGED - EVERYONE IN
000250*    IT IS OVER.
000260*
000270*    THE POSITIONS AND THE FILLED EMPLOYEES ARE BOTH RELEASED TO
000280*    ONE SORT ON DEPARTMENT AND GRADE AND ADDED UP ON THE WAY
000290*    OUT, SO THERE IS NO TABLE TO OVERFLOW.  DEPARTMENT NAMES
000300*    COME FROM DEPARTMENTS.TXT WHEN IT IS AVAILABLE, AS ON
000310*    DEPTSUMMARY.
000320*
000330*    MODIFICATION HISTORY
000340*    DATE       INIT  DESCRIPTION
000350*    ---------- ----  ------------------------------------------
000360*    2026-10-15 NK    ORIGINAL PROGRAM.
000370******************************************************************
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EMP-FILE ASSIGN TO "employees.txt"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS EMP-ID
000460         FILE STATUS IS WS-EMP-FILE-STATUS.
000470
000480     SELECT POS-FILE ASSIGN TO "positions.txt"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS POS-KEY
000520         FILE STATUS IS WS-POS-FILE-STATUS.
000530
000540     SELECT DEPT-FILE ASSIGN TO "departments.txt"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS DEPT-CODE
000580         FILE STATUS IS WS-DEPT-FILE-STATUS.
000590
000600     SELECT SORT-FILE ASSIGN TO "vacsort.tmp".
000610
000620     SELECT REPORT-FILE ASSIGN TO "vacancyreport.txt"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  EMP-FILE.
000690     COPY "EMPREC.cpy".
000700
000710 FD  POS-FILE.
000720     COPY "POSREC.cpy".
000730
000740 FD  DEPT-FILE.
000750     COPY "DEPTREC.cpy".
000760
000770 SD  SORT-FILE.
000780 01  SORT-REC.
000790     05  SORT-DEPT               PIC X(04).
000800     05  SORT-GRADE              PIC X(03).
000810     05  SORT-AUTHORIZED         PIC 9(04).
000820     05  SORT-FILLED             PIC 9(04).
000830     05  SORT-HAS-POSITION       PIC X(01).
000840
000850 FD  REPORT-FILE.
000860 01  REPORT-REC                  PIC X(80).
000870
000880 WORKING-STORAGE SECTION.
000890 01  WS-EMP-FILE-STATUS      PIC X(02).
000900     88  WS-EMP-FILE-OK          VALUE "00".
000910     88  WS-EMP-FILE-NOT-FOUND   VALUE "35".
000915 01  WS-EMP-AVAILABLE        PIC X(01) VALUE "N".
000916     88  WS-EMP-FILE-AVAILABLE   VALUE "Y".
000920 01  WS-POS-FILE-STATUS      PIC X(02).
000930     88  WS-POS-FILE-OK          VALUE "00".
000940     88  WS-POS-FILE-NOT-FOUND   VALUE "35".
000950 01  WS-DEPT-FILE-STATUS     PIC X(02).
000960     88  WS-DEPT-FILE-OK         VALUE "00".
000970 01  WS-DEPT-AVAILABLE       PIC X(01) VALUE "N".
000980     88  WS-DEPT-FILE-AVAILABLE  VALUE "Y".
000990 01  WS-RPT-FILE-STATUS      PIC X(02).
001000     88  WS-RPT-FILE-OK          VALUE "00".
001010 01  EOF                     PIC X VALUE "N".
001020 01  WS-SORT-EOF             PIC X VALUE "N".
001030 01  WS-CURRENT-DATE         PIC 9(08).
001040
001050 01  WS-CURRENT-KEY.
001060     05  WS-CURRENT-DEPT         PIC X(04).
001070     05  WS-CURRENT-GRADE        PIC X(03).
001080
001090 01  WS-LINE-TOTALS.
001100     05  WSL-AUTHORIZED          PIC 9(06) COMP.
001110     05  WSL-FILLED              PIC 9(06) COMP.
001120     05  WSL-HAS-POSITION        PIC X(01).
001130 01  WS-DEPT-TOTALS.
001140     05  WSD-AUTHORIZED          PIC 9(06) COMP.
001150     05  WSD-FILLED              PIC 9(06) COMP.
001160     05  WSD-VACANT              PIC 9(06) COMP.
001170     05  WSD-OVER                PIC 9(06) COMP.
001180 01  WS-COMPANY-TOTALS.
001190     05  WST-AUTHORIZED          PIC 9(06) COMP VALUE 0.
001200     05  WST-FILLED              PIC 9(06) COMP VALUE 0.
001210     05  WST-VACANT              PIC 9(06) COMP VALUE 0.
001220     05  WST-OVER                PIC 9(06) COMP VALUE 0.
001230     05  WST-DEPTS               PIC 9(06) COMP VALUE 0.
001240 77  WS-VACANT               PIC 9(06) COMP VALUE 0.
001250 77  WS-OVER                 PIC 9(06) COMP VALUE 0.
001260
001270 01  WS-TITLE-LINE.
001280     05  FILLER                  PIC X(41)
001290         VALUE "POSITION CONTROL - VACANCY REPORT AS OF ".
001300     05  TTL-DATE                PIC 9(08).
001310
001320 01  WS-DEPT-HEADER.
001330     05  FILLER                  PIC X(12) VALUE "DEPARTMENT  ".
001340     05  HDR-DEPT-CODE           PIC X(04).
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  HDR-DEPT-NAME           PIC X(20).
001370
001380 01  WS-COLUMN-HEADER.
001390     05  FILLER                  PIC X(31)
001400         VALUE "    GRADE  AUTHORIZED   FILLED".
001410     05  FILLER                  PIC X(18)
001420         VALUE "   VACANT     OVER".
001430
001440 01  WS-DETAIL-LINE.
001450     05  FILLER                  PIC X(04) VALUE SPACES.
001460     05  DTL-GRADE               PIC X(03).
001470     05  FILLER                  PIC X(08) VALUE SPACES.
001480     05  DTL-AUTHORIZED          PIC Z(05)9.
001490     05  FILLER                  PIC X(03) VALUE SPACES.
001500     05  DTL-FILLED              PIC Z(05)9.
001510     05  FILLER                  PIC X(03) VALUE SPACES.
001520     05  DTL-VACANT              PIC Z(05)9.
001530     05  FILLER                  PIC X(03) VALUE SPACES.
001540     05  DTL-OVER                PIC Z(05)9.
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  DTL-FLAG                PIC X(16).
001570
001580 01  WS-TOTAL-LINE.
001590     05  FILLER                  PIC X(04) VALUE SPACES.
001600     05  TOT-LABEL               PIC X(11).
001610     05  TOT-AUTHORIZED          PIC Z(05)9.
001620     05  FILLER                  PIC X(03) VALUE SPACES.
001630     05  TOT-FILLED              PIC Z(05)9.
001640     05  FILLER                  PIC X(03) VALUE SPACES.
001650     05  TOT-VACANT              PIC Z(05)9.
001660     05  FILLER                  PIC X(03) VALUE SPACES.
001670     05  TOT-OVER                PIC Z(05)9.
001680
001690 01  WS-COUNT-LINE.
001700     05  FILLER                  PIC X(04) VALUE SPACES.
001710     05  CNT-LABEL               PIC X(22).
001720     05  CNT-VALUE               PIC Z(05)9.
001730
001740 01  WS-LITERAL-LINE             PIC X(80).
001750
001760 PROCEDURE DIVISION.
001770
001780 0000-MAINLINE.
001790     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001800     PERFORM 1000-OPEN-FILES
001810     SORT SORT-FILE
001820         ON ASCENDING KEY SORT-DEPT SORT-GRADE
001830         INPUT PROCEDURE IS 2000-RELEASE-POSITIONS
001840         OUTPUT PROCEDURE IS 3000-WRITE-VACANCIES
001850     IF WS-EMP-FILE-AVAILABLE
001855         CLOSE EMP-FILE
001857     END-IF
001860     CLOSE POS-FILE
001870     IF WS-DEPT-FILE-AVAILABLE
001880         CLOSE DEPT-FILE
001890     END-IF
001900     CLOSE REPORT-FILE
001910     DISPLAY WST-AUTHORIZED " position(s) authorized, "
001920         WST-FILLED " filled, " WST-VACANT " vacant, "
001930         WST-OVER " over.  See vacancyreport.txt."
001940     STOP RUN.
001950
001960******************************************************************
001970*    1000-OPEN-FILES - THE MASTER AND THE POSITION FILE ARE
001980*    REQUIRED; DEPARTMENT NAMES ARE OPTIONAL, AS ON DEPTSUMMARY.
001990******************************************************************
002000 1000-OPEN-FILES.
002010     OPEN INPUT POS-FILE
002020     IF WS-POS-FILE-NOT-FOUND
002030         DISPLAY "positions.txt not found - run posMaint to set "
002040             "up the authorized headcount."
002050         STOP RUN
002060     END-IF
002070     IF NOT WS-POS-FILE-OK
002080         DISPLAY "Unable to open positions.txt, status "
002090             WS-POS-FILE-STATUS
002100         STOP RUN
002110     END-IF
002120     OPEN INPUT EMP-FILE
002130     IF WS-EMP-FILE-NOT-FOUND
002140         DISPLAY "Employee file not found - every position "
002150             "is reported vacant."
002160     ELSE
002170         IF WS-EMP-FILE-OK
002180             MOVE "Y" TO WS-EMP-AVAILABLE
002190         END-IF
002195     END-IF
002200     IF NOT WS-EMP-FILE-OK AND NOT WS-EMP-FILE-NOT-FOUND
002210         DISPLAY "Unable to open employee file, status "
002220             WS-EMP-FILE-STATUS
002230         CLOSE POS-FILE
002240         STOP RUN
002250     END-IF
002260     OPEN INPUT DEPT-FILE
002270     IF WS-DEPT-FILE-OK
002280         MOVE "Y" TO WS-DEPT-AVAILABLE
002290     ELSE
002300         DISPLAY "departments.txt unavailable (status "
002310             WS-DEPT-FILE-STATUS ") - department names "
002320             "left blank on the report."
002330     END-IF
002340     OPEN OUTPUT REPORT-FILE
002350     IF NOT WS-RPT-FILE-OK
002360         DISPLAY "Unable to open vacancyreport.txt, status "
002370             WS-RPT-FILE-STATUS
002380         CLOSE POS-FILE
002390         IF WS-EMP-FILE-AVAILABLE
002395             CLOSE EMP-FILE
002397         END-IF
002400         STOP RUN
002410     END-IF.
002420
002430******************************************************************
002440*    2000-RELEASE-POSITIONS - SORT INPUT PROCEDURE.  ONE SORT
002450*    RECORD PER POSITION CARRYING ITS AUTHORIZED COUNT, THEN ONE
002460*    PER EMPLOYEE WHO FILLS A SLOT (ACTIVE, LEAVE OR SUSPENDED)
002470*    CARRYING A FILLED COUNT OF ONE.  TERMINATED RECORDS HOLD NO
002480*    SLOT.
002490******************************************************************
002500 2000-RELEASE-POSITIONS.
002510     PERFORM 2100-RELEASE-ONE-POSITION
002520         UNTIL EOF = "Y"
002530     IF WS-EMP-FILE-AVAILABLE
002540         MOVE "N" TO EOF
002545         PERFORM 2200-RELEASE-ONE-EMPLOYEE
002550             UNTIL EOF = "Y"
002555     END-IF.
002560
002570 2100-RELEASE-ONE-POSITION.
002580     READ POS-FILE NEXT RECORD
002590         AT END
002600             MOVE "Y" TO EOF
002610         NOT AT END
002620             MOVE POS-DEPT       TO SORT-DEPT
002630             MOVE POS-GRADE      TO SORT-GRADE
002640             MOVE POS-AUTHORIZED TO SORT-AUTHORIZED
002650             MOVE 0              TO SORT-FILLED
002660             MOVE "Y"            TO SORT-HAS-POSITION
002670             RELEASE SORT-REC
002680     END-READ.
002690
002700 2200-RELEASE-ONE-EMPLOYEE.
002710     READ EMP-FILE NEXT RECORD
002720         AT END
002730             MOVE "Y" TO EOF
002740         NOT AT END
002750             IF EMP-ACTIVE OR EMP-ON-LEAVE OR EMP-SUSPENDED
002760                 MOVE EMP-DEPT       TO SORT-DEPT
002770                 MOVE EMP-PAY-GRADE  TO SORT-GRADE
002780                 MOVE 0              TO SORT-AUTHORIZED
002790                 MOVE 1              TO SORT-FILLED
002800                 MOVE "N"            TO SORT-HAS-POSITION
002810                 RELEASE SORT-REC
002820             END-IF
002830     END-READ.
002840
002850******************************************************************
002860*    3000-WRITE-VACANCIES - SORT OUTPUT PROCEDURE.  RECORDS FOR
002870*    THE SAME DEPARTMENT AND GRADE ARE ADDED INTO ONE LINE; A
002880*    CHANGE OF DEPARTMENT CLOSES THE DEPARTMENT'S TOTAL AND
002890*    OPENS A NEW HEADING.
002900******************************************************************
002910 3000-WRITE-VACANCIES.
002920     MOVE WS-CURRENT-DATE TO TTL-DATE
002930     MOVE WS-TITLE-LINE TO REPORT-REC
002940     PERFORM 5000-WRITE-REPORT-LINE
002950     MOVE SPACES TO REPORT-REC
002960     PERFORM 5000-WRITE-REPORT-LINE
002970     MOVE HIGH-VALUES TO WS-CURRENT-KEY
002980     PERFORM 3100-ADD-ONE-SORTED-REC
002990         UNTIL WS-SORT-EOF = "Y"
003000     IF WS-CURRENT-KEY NOT = HIGH-VALUES
003010         PERFORM 3300-WRITE-GRADE-LINE
003020         PERFORM 3400-WRITE-DEPT-TOTAL
003030     END-IF
003040     PERFORM 4000-WRITE-COMPANY-TOTAL.
003050
003060 3100-ADD-ONE-SORTED-REC.
003070     RETURN SORT-FILE
003080         AT END
003090             MOVE "Y" TO WS-SORT-EOF
003100         NOT AT END
003110             IF SORT-DEPT NOT = WS-CURRENT-DEPT
003120                 OR SORT-GRADE NOT = WS-CURRENT-GRADE
003130                 IF WS-CURRENT-KEY NOT = HIGH-VALUES
003140                     PERFORM 3300-WRITE-GRADE-LINE
003150                 END-IF
003160                 IF SORT-DEPT NOT = WS-CURRENT-DEPT
003170                     IF WS-CURRENT-KEY NOT = HIGH-VALUES
003180                         PERFORM 3400-WRITE-DEPT-TOTAL
003190                     END-IF
003200                     PERFORM 3200-WRITE-DEPT-HEADING
003210                 END-IF
003220                 MOVE SORT-GRADE TO WS-CURRENT-GRADE
003230                 MOVE 0 TO WSL-AUTHORIZED
003240                 MOVE 0 TO WSL-FILLED
003250                 MOVE "N" TO WSL-HAS-POSITION
003260             END-IF
003270             ADD SORT-AUTHORIZED TO WSL-AUTHORIZED
003280             ADD SORT-FILLED TO WSL-FILLED
003290             IF SORT-HAS-POSITION = "Y"
003300                 MOVE "Y" TO WSL-HAS-POSITION
003310             END-IF
003320     END-RETURN.
003330
003340******************************************************************
003350*    3200-WRITE-DEPT-HEADING - DEPARTMENT CODE AND NAME, THE
003360*    COLUMN HEADINGS, AND THE DEPARTMENT TOTALS ZEROED.
003370******************************************************************
003380 3200-WRITE-DEPT-HEADING.
003390     MOVE SORT-DEPT TO WS-CURRENT-DEPT
003400     MOVE SORT-DEPT TO HDR-DEPT-CODE
003410     MOVE SPACES TO HDR-DEPT-NAME
003420     IF WS-DEPT-FILE-AVAILABLE
003430         MOVE SORT-DEPT TO DEPT-CODE
003440         READ DEPT-FILE
003450             INVALID KEY
003460                 MOVE "(UNKNOWN DEPT CODE)" TO HDR-DEPT-NAME
003470         END-READ
003480         IF WS-DEPT-FILE-OK
003490             MOVE DEPT-NAME TO HDR-DEPT-NAME
003500         END-IF
003510     END-IF
003520     MOVE WS-DEPT-HEADER TO REPORT-REC
003530     PERFORM 5000-WRITE-REPORT-LINE
003540     MOVE WS-COLUMN-HEADER TO REPORT-REC
003550     PERFORM 5000-WRITE-REPORT-LINE
003560     ADD 1 TO WST-DEPTS
003570     MOVE 0 TO WSD-AUTHORIZED
003580     MOVE 0 TO WSD-FILLED
003590     MOVE 0 TO WSD-VACANT
003600     MOVE 0 TO WSD-OVER.
003610
003620******************************************************************
003630*    3300-WRITE-GRADE-LINE - ONE LINE FOR THE DEPARTMENT AND
003640*    GRADE JUST ADDED UP.  VACANT IS WHAT THE AUTHORIZATION
003650*    STILL ALLOWS; OVER IS HOW FAR THE FILLED COUNT EXCEEDS IT.
003660******************************************************************
003670 3300-WRITE-GRADE-LINE.
003680     MOVE 0 TO WS-VACANT
003690     MOVE 0 TO WS-OVER
003700     IF WSL-FILLED < WSL-AUTHORIZED
003710         SUBTRACT WSL-FILLED FROM WSL-AUTHORIZED
003720             GIVING WS-VACANT
003730     END-IF
003740     IF WSL-FILLED > WSL-AUTHORIZED
003750         SUBTRACT WSL-AUTHORIZED FROM WSL-FILLED
003760             GIVING WS-OVER
003770     END-IF
003780     MOVE WS-CURRENT-GRADE TO DTL-GRADE
003790     MOVE WSL-AUTHORIZED TO DTL-AUTHORIZED
003800     MOVE WSL-FILLED TO DTL-FILLED
003810     MOVE WS-VACANT TO DTL-VACANT
003820     MOVE WS-OVER TO DTL-OVER
003830     MOVE SPACES TO DTL-FLAG
003840     IF WSL-HAS-POSITION NOT = "Y"
003850         MOVE "NOT AUTHORIZED" TO DTL-FLAG
003860     END-IF
003870     MOVE WS-DETAIL-LINE TO REPORT-REC
003880     PERFORM 5000-WRITE-REPORT-LINE
003890     ADD WSL-AUTHORIZED TO WSD-AUTHORIZED
003900     ADD WSL-FILLED TO WSD-FILLED
003910     ADD WS-VACANT TO WSD-VACANT
003920     ADD WS-OVER TO WSD-OVER.
003930
003940******************************************************************
003950*    3400-WRITE-DEPT-TOTAL
003960******************************************************************
003970 3400-WRITE-DEPT-TOTAL.
003980     MOVE "TOTAL" TO TOT-LABEL
003990     MOVE WSD-AUTHORIZED TO TOT-AUTHORIZED
004000     MOVE WSD-FILLED TO TOT-FILLED
004010     MOVE WSD-VACANT TO TOT-VACANT
004020     MOVE WSD-OVER TO TOT-OVER
004030     MOVE WS-TOTAL-LINE TO REPORT-REC
004040     PERFORM 5000-WRITE-REPORT-LINE
004050     MOVE SPACES TO REPORT-REC
004060     PERFORM 5000-WRITE-REPORT-LINE
004070     ADD WSD-AUTHORIZED TO WST-AUTHORIZED
004080     ADD WSD-FILLED TO WST-FILLED
004090     ADD WSD-VACANT TO WST-VACANT
004100     ADD WSD-OVER TO WST-OVER.
004110
004120******************************************************************
004130*    4000-WRITE-COMPANY-TOTAL
004140******************************************************************
004150 4000-WRITE-COMPANY-TOTAL.
004160     MOVE "COMPANY TOTAL" TO WS-LITERAL-LINE
004170     MOVE WS-LITERAL-LINE TO REPORT-REC
004180     PERFORM 5000-WRITE-REPORT-LINE
004190     MOVE WS-COLUMN-HEADER TO REPORT-REC
004200     PERFORM 5000-WRITE-REPORT-LINE
004210     MOVE "ALL" TO TOT-LABEL
004220     MOVE WST-AUTHORIZED TO TOT-AUTHORIZED
004230     MOVE WST-FILLED TO TOT-FILLED
004240     MOVE WST-VACANT TO TOT-VACANT
004250     MOVE WST-OVER TO TOT-OVER
004260     MOVE WS-TOTAL-LINE TO REPORT-REC
004270     PERFORM 5000-WRITE-REPORT-LINE
004280     MOVE "DEPARTMENTS" TO CNT-LABEL
004290     MOVE WST-DEPTS TO CNT-VALUE
004300     MOVE WS-COUNT-LINE TO REPORT-REC
004310     PERFORM 5000-WRITE-REPORT-LINE.
004320
004330******************************************************************
004340*    5000-WRITE-REPORT-LINE - WRITES REPORT-REC, REPORTING ANY
004350*    BAD FILE STATUS THE WAY THE OTHER REPORT WRITERS DO.
004360******************************************************************
004370 5000-WRITE-REPORT-LINE.
004380     WRITE REPORT-REC
004390     IF NOT WS-RPT-FILE-OK
004400         DISPLAY "Unable to write report line, status "
004410             WS-RPT-FILE-STATUS
004420     END-IF.
004430
004440 END PROGRAM vacancyReport.
