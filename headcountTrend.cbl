000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. headcountTrend.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ROLLING 12-MONTH HEADCOUNT TREND.  READS THE MONTH-END
000180*    SNAPSHOTS HEADCOUNTSNAP LEAVES ON HEADCOUNTSNAP.TXT AND
000190*    WRITES HEADCOUNTTREND.TXT: ONE PAGE PER DEPARTMENT AND A
000200*    COMPANY PAGE, EACH WITH A LINE PER MONTH FOR THE TWELVE
000210*    MONTHS ENDING AT THE MONTH THE OPERATOR NAMES (DEFAULT THE
000220*    LATEST SNAPSHOT) - STATUS COUNTS, HEADCOUNT (ACTIVE + ON
000230*    LEAVE + SUSPENDED), ITS CHANGE FROM THE MONTH BEFORE, TOTAL
000240*    ANNUAL SALARY AND AVERAGE TENURE.
000250*
000260*    EACH MONTH'S CHANGE IS PROVED AGAINST THE MOVEMENT FOR THE
000270*    SAME CALENDAR MONTH ON EMPHISTORY.TXT, COUNTED THE WAY
000280*    EMPMOVEMENT COUNTS IT: HIRES (ADD, REHIRE) LESS
000290*    TERMINATIONS (DEACTIVATE) PLUS TRANSFERS IN LESS TRANSFERS
000300*    OUT (A CHANGE OR DEPTCHANGE THAT MOVED THE DEPARTMENT OF
000301*    SOMEONE ACTIVE, ON LEAVE OR SUSPENDED BOTH BEFORE AND AFTER -
000302*    A TERMINATED RECORD CARRIED ALONG BY DEPTREORG IS NOT IN
000303*    HEADCOUNT ON EITHER SIDE).  A
000310*    MONTH WHOSE CHANGE DISAGREES IS FLAGGED "*" - SOMETHING
000320*    MOVED HEADCOUNT WITHOUT BEING A HIRE, TERMINATION OR
000330*    TRANSFER, OR THE SNAPSHOT WAS NOT TAKEN AT MONTH END.  A
000340*    SNAPSHOT CAUGHT UP AFTER A MISSED MONTH END IS MARKED "#".
000350*
000360*    MODIFICATION HISTORY
000370*    DATE       INIT  DESCRIPTION
000380*    ---------- ----  ------------------------------------------
000390*    2026-10-15 NK    ORIGINAL PROGRAM.
000391*    2026-10-15 NK    1540 NO LONGER COUNTS A DEPARTMENT MOVE AS A
000392*                     TRANSFER UNLESS THE STATUS IS A, L OR S ON
000393*                     BOTH IMAGES - DEPTREORG MOVES TERMINATED
000394*                     RECORDS TOO, AND THOSE SHOWED AS MOVEMENT
000395*                     THE SNAPSHOTS NEVER COUNTED, FLAGGING BOTH
000396*                     DEPARTMENTS "*".
000400******************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SNAP-FILE ASSIGN TO "headcountsnap.txt"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SNAP-FILE-STATUS.
000480
000490     SELECT HIST-FILE ASSIGN TO "emphistory.txt"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-HIST-FILE-STATUS.
000520
000530     SELECT DEPT-FILE ASSIGN TO "departments.txt"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS DEPT-CODE
000570         FILE STATUS IS WS-DEPT-FILE-STATUS.
000580
000590     SELECT TREND-FILE ASSIGN TO "headcounttrend.txt"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-TRD-FILE-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SNAP-FILE.
000660     COPY "SNAPREC.cpy".
000670
000680 FD  HIST-FILE.
000690     COPY "EMPHIST.cpy".
000700
000710 FD  DEPT-FILE.
000720     COPY "DEPTREC.cpy".
000730
000740 FD  TREND-FILE.
000750 01  TREND-REC                   PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-SNAP-FILE-STATUS     PIC X(02).
000790     88  WS-SNAP-FILE-OK         VALUE "00".
000800     88  WS-SNAP-FILE-NOT-FOUND  VALUE "35".
000810 01  WS-HIST-FILE-STATUS     PIC X(02).
000820     88  WS-HIST-FILE-OK         VALUE "00".
000830     88  WS-HIST-FILE-NOT-FOUND  VALUE "35".
000840 01  WS-DEPT-FILE-STATUS     PIC X(02).
000850     88  WS-DEPT-FILE-OK         VALUE "00".
000860 01  WS-DEPT-AVAILABLE       PIC X(01) VALUE "N".
000870     88  WS-DEPT-FILE-AVAILABLE  VALUE "Y".
000880 01  WS-TRD-FILE-STATUS      PIC X(02).
000890     88  WS-TRD-FILE-OK          VALUE "00".
000900 01  EOF                     PIC X VALUE "N".
000910
000920 01  WS-RUN-DATE             PIC 9(08).
000930 01  WS-END-ENTRY            PIC X(06).
000940 01  WS-END-PARTS REDEFINES WS-END-ENTRY.
000950     05  WS-END-YEAR             PIC 9(04).
000960     05  WS-END-MM               PIC 9(02).
000970 01  WS-END-NUM REDEFINES WS-END-ENTRY
000980                             PIC 9(06).
000990 01  WS-LATEST-MONTH         PIC 9(06) VALUE 0.
001000 01  WS-LINE-MONTH           PIC X(06).
001010 01  WS-LINE-MONTH-NUM REDEFINES WS-LINE-MONTH
001020                             PIC 9(06).
001030 01  WS-STEP-MONTH           PIC 9(06).
001040 01  WS-STEP-MONTH-PARTS REDEFINES WS-STEP-MONTH.
001050     05  WS-STEP-YEAR            PIC 9(04).
001060     05  WS-STEP-MM              PIC 9(02).
001070
001080*    THE WINDOW IS 13 MONTHS: ENTRY 1 IS THE MONTH BEFORE THE
001090*    TWELVE REPORTED, KEPT ONLY SO THE FIRST REPORTED MONTH HAS
001100*    A CHANGE TO SHOW.  ENTRY 13 IS THE ENDING MONTH.
001110 77  WS-WINDOW-SIZE          PIC 9(04) COMP VALUE 13.
001120 77  WS-MON-IDX              PIC 9(04) COMP VALUE 0.
001130 77  WS-MON-SLOT             PIC 9(04) COMP VALUE 0.
001140 77  WS-PRIOR-IDX            PIC 9(04) COMP VALUE 0.
001150 01  WS-WINDOW-TABLE.
001160     05  WS-WINDOW-ENTRY OCCURS 13 TIMES.
001170         10  WSW-MONTH           PIC 9(06).
001180         10  WSW-TAKEN           PIC X(01).
001190         10  WSW-LATE            PIC X(01).
001200
001210*    ONE MONTH'S FIGURES FOR ONE DEPARTMENT OR THE COMPANY.  THE
001220*    SAME LAYOUT IS USED IN THE DEPARTMENT TABLE, THE COMPANY
001230*    TABLE AND THE TWO WORK CELLS THE PRINT PARAGRAPHS READ, SO
001240*    A GROUP MOVE CARRIES A WHOLE CELL.
001250 01  WS-DEPT-TABLE.
001260     05  WS-DEPT-ENTRY OCCURS 300 TIMES.
001270         10  WSD-CODE            PIC X(04).
001280         10  WSD-SEEN            PIC X(01).
001290         10  WSD-MONTH-CELL OCCURS 13 TIMES.
001300             15  WSD-ACTIVE      PIC 9(06).
001310             15  WSD-LEAVE       PIC 9(06).
001320             15  WSD-SUSPENDED   PIC 9(06).
001330             15  WSD-TERMINATED  PIC 9(06).
001340             15  WSD-SALARY      PIC 9(11)V99.
001350             15  WSD-TENURE      PIC 9(06).
001360             15  WSD-MOVEMENT    PIC S9(06).
001370 01  WS-COMPANY-TABLE.
001380     05  WSC-MONTH-CELL OCCURS 13 TIMES.
001390         10  WSC-ACTIVE          PIC 9(06).
001400         10  WSC-LEAVE           PIC 9(06).
001410         10  WSC-SUSPENDED       PIC 9(06).
001420         10  WSC-TERMINATED      PIC 9(06).
001430         10  WSC-SALARY          PIC 9(11)V99.
001440         10  WSC-TENURE          PIC 9(06).
001450         10  WSC-MOVEMENT        PIC S9(06).
001460 01  WS-THIS-CELL.
001470     05  WST-ACTIVE              PIC 9(06).
001480     05  WST-LEAVE               PIC 9(06).
001490     05  WST-SUSPENDED           PIC 9(06).
001500     05  WST-TERMINATED          PIC 9(06).
001510     05  WST-SALARY              PIC 9(11)V99.
001520     05  WST-TENURE              PIC 9(06).
001530     05  WST-MOVEMENT            PIC S9(06).
001540 01  WS-PRIOR-CELL.
001550     05  WSP-ACTIVE              PIC 9(06).
001560     05  WSP-LEAVE               PIC 9(06).
001570     05  WSP-SUSPENDED           PIC 9(06).
001580     05  WSP-TERMINATED          PIC 9(06).
001590     05  WSP-SALARY              PIC 9(11)V99.
001600     05  WSP-TENURE              PIC 9(06).
001610     05  WSP-MOVEMENT            PIC S9(06).
001620
001630 77  WS-MAX-DEPTS            PIC 9(04) COMP VALUE 300.
001640 77  WS-DEPT-COUNT           PIC 9(04) COMP VALUE 0.
001650 77  WS-DEPT-IDX             PIC 9(04) COMP VALUE 0.
001660 77  WS-DEPT-SLOT            PIC 9(04) COMP VALUE 0.
001670 01  WS-DEPT-TABLE-FULL      PIC X(01) VALUE "N".
001680     88  WS-DEPT-TABLE-WAS-FULL  VALUE "Y".
001690 01  WS-PRINT-DEPT           PIC X(04).
001700
001710*    BEFORE AND AFTER IMAGES OFF A HISTORY RECORD, IN THE EMPREC
001720*    LAYOUT, AS EMPMOVEMENT READS THEM.
001730 01  WS-BEFORE-FIELDS.
001740     05  WSB-ID                  PIC X(05).
001750     05  WSB-NAME                PIC X(20).
001760     05  WSB-DEPT                PIC X(04).
001770     05  WSB-HIRE-DATE           PIC X(08).
001780     05  WSB-PAY-GRADE           PIC X(03).
001790     05  WSB-STATUS              PIC X(01).
001800     05  WSB-TERM-DATE           PIC X(08).
001810     05  WSB-SALARY              PIC X(09).
001820     05  WSB-STATUS-DATE         PIC X(08).
001830 01  WS-AFTER-FIELDS.
001840     05  WSA-ID                  PIC X(05).
001850     05  WSA-NAME                PIC X(20).
001860     05  WSA-DEPT                PIC X(04).
001870     05  WSA-HIRE-DATE           PIC X(08).
001880     05  WSA-PAY-GRADE           PIC X(03).
001890     05  WSA-STATUS              PIC X(01).
001900     05  WSA-TERM-DATE           PIC X(08).
001910     05  WSA-SALARY              PIC X(09).
001920     05  WSA-STATUS-DATE         PIC X(08).
001930
001940 77  WS-HEADCOUNT            PIC 9(06) COMP VALUE 0.
001950 77  WS-PRIOR-HEADCOUNT      PIC 9(06) COMP VALUE 0.
001960 77  WS-CHANGE               PIC S9(06) COMP VALUE 0.
001970 77  WS-FLAGGED-COUNT        PIC 9(06) COMP VALUE 0.
001980 77  WS-PAGE-COUNT           PIC 9(04) COMP VALUE 0.
001990 77  WS-SNAP-READ-COUNT      PIC 9(06) COMP VALUE 0.
002000
002010 01  WS-TITLE-LINE.
002020     05  FILLER                  PIC X(35)
002030         VALUE "HEADCOUNT TREND - 12 MONTHS ENDING ".
002040     05  TTL-END-MONTH           PIC 9(06).
002050     05  FILLER                  PIC X(09) VALUE "     RUN ".
002060     05  TTL-RUN-DATE            PIC 9(08).
002070
002080 01  WS-PAGE-HEADER.
002090     05  FILLER                  PIC X(12) VALUE "DEPARTMENT  ".
002100     05  HDR-DEPT-CODE           PIC X(04).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  HDR-DEPT-NAME           PIC X(20).
002130
002140 01  WS-COLUMN-HEADER.
002150     05  FILLER                  PIC X(40)
002160         VALUE "MONTH   ACTIVE  LEAVE   SUSP   TERM HEAD".
002170     05  FILLER                  PIC X(40)
002180         VALUE "CT CHANGE MOVEMT  ANNUAL SALARY TENURE  ".
002190
002200 01  WS-DETAIL-LINE.
002210     05  DL-MONTH                PIC 9(06).
002220     05  DL-LATE                 PIC X(01).
002230     05  FILLER                  PIC X(01) VALUE SPACE.
002240     05  DL-ACTIVE               PIC Z(05)9.
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  DL-LEAVE                PIC Z(05)9.
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  DL-SUSPENDED            PIC Z(05)9.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  DL-TERMINATED           PIC Z(05)9.
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  DL-HEADCOUNT            PIC Z(05)9.
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  DL-CHANGE               PIC +Z(04)9.
002350     05  DL-CHANGE-X REDEFINES DL-CHANGE
002360                                 PIC X(06).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  DL-MOVEMENT             PIC +Z(04)9.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  DL-SALARY               PIC ZZZ,ZZZ,ZZ9.99.
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  DL-TENURE               PIC Z(05)9.
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  DL-FLAG                 PIC X(01).
002450
002460 01  WS-MISSING-LINE.
002470     05  ML-MONTH                PIC 9(06).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  FILLER                  PIC X(41)
002500         VALUE "NO SNAPSHOT ON FILE FOR THIS MONTH       ".
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  ML-MOVEMENT             PIC +Z(04)9.
002530
002540 01  WS-LEGEND-1.
002550     05  FILLER                  PIC X(40)
002560         VALUE "HEADCT = ACTIVE + LEAVE + SUSP.  CHANGE ".
002570     05  FILLER                  PIC X(31)
002580         VALUE "= HEADCT LESS THE MONTH BEFORE.".
002590 01  WS-LEGEND-2.
002600     05  FILLER                  PIC X(32)
002610         VALUE "MOVEMT = HIRES - TERMINATIONS + ".
002620     05  FILLER                  PIC X(47)
002630         VALUE "TRANSFERS IN - OUT, AS EMPMOVEMENT COUNTS THEM.".
002640 01  WS-LEGEND-3.
002650     05  FILLER                  PIC X(34)
002660         VALUE "* CHANGE DISAGREES WITH MOVEMT.   ".
002670     05  FILLER                  PIC X(33)
002680         VALUE "# SNAPSHOT TAKEN AFTER MONTH END.".
002690
002700 PROCEDURE DIVISION.
002710
002720 0000-MAINLINE.
002730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002740     PERFORM 1000-FIND-LATEST-SNAPSHOT
002750     PERFORM 1100-GET-END-MONTH
002760     PERFORM 1200-BUILD-WINDOW
002770     PERFORM 1300-LOAD-DEPARTMENTS
002780     PERFORM 1400-LOAD-SNAPSHOTS
002790     PERFORM 1500-TALLY-MOVEMENT
002800     PERFORM 2000-OPEN-REPORT
002810     PERFORM 3000-WRITE-DEPT-PAGE
002820         VARYING WS-DEPT-IDX FROM 1 BY 1
002830         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
002840     PERFORM 4000-WRITE-COMPANY-PAGE
002850     PERFORM 4500-WRITE-LEGEND
002860     CLOSE TREND-FILE
002870     IF WS-DEPT-FILE-AVAILABLE
002880         CLOSE DEPT-FILE
002890     END-IF
002900     DISPLAY WS-PAGE-COUNT " department page(s) and the company "
002910         "page written to headcounttrend.txt."
002920     DISPLAY WS-FLAGGED-COUNT " month(s) flagged where the "
002930         "change disagrees with hires, terminations and "
002940         "transfers."
002950     IF WS-DEPT-TABLE-WAS-FULL
002960         DISPLAY "Department table full at " WS-MAX-DEPTS
002970             " - some departments were not reported."
002980     END-IF
002990     STOP RUN.
003000
003010******************************************************************
003020*    1000-FIND-LATEST-SNAPSHOT - THE LATEST MONTH ON FILE IS THE
003030*    DEFAULT END OF THE WINDOW.  NO SNAPSHOT FILE MEANS THERE IS
003040*    NOTHING TO TREND.
003050******************************************************************
003060 1000-FIND-LATEST-SNAPSHOT.
003070     OPEN INPUT SNAP-FILE
003080     IF WS-SNAP-FILE-NOT-FOUND
003090         DISPLAY "headcountsnap.txt not found - no month-end "
003100             "snapshots have been taken yet."
003110         MOVE 8 TO RETURN-CODE
003120         STOP RUN
003130     END-IF
003140     IF NOT WS-SNAP-FILE-OK
003150         DISPLAY "Unable to open headcountsnap.txt, status "
003160             WS-SNAP-FILE-STATUS
003170         MOVE 8 TO RETURN-CODE
003180         STOP RUN
003190     END-IF
003200     MOVE "N" TO EOF
003210     PERFORM 1010-CHECK-ONE-MONTH
003220         UNTIL EOF = "Y"
003230     CLOSE SNAP-FILE
003240     IF WS-LATEST-MONTH = 0
003250         DISPLAY "headcountsnap.txt holds no complete month - "
003260             "nothing to trend."
003270         MOVE 8 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300
003310 1010-CHECK-ONE-MONTH.
003320     READ SNAP-FILE
003330         AT END
003340             MOVE "Y" TO EOF
003350         NOT AT END
003360             IF SNAP-COMPANY-TOTAL
003370                 AND SNAP-MONTH NUMERIC
003380                 AND SNAP-MONTH > WS-LATEST-MONTH
003390                 MOVE SNAP-MONTH TO WS-LATEST-MONTH
003400             END-IF
003410     END-READ.
003420
003430******************************************************************
003440*    1100-GET-END-MONTH - ASKS FOR THE LAST MONTH OF THE WINDOW;
003450*    BLANK TAKES THE LATEST SNAPSHOT.
003460******************************************************************
003470 1100-GET-END-MONTH.
003480     DISPLAY "Trend through month (YYYYMM, blank for latest "
003490         "snapshot " WS-LATEST-MONTH "): "
003500     MOVE SPACES TO WS-END-ENTRY
003510     ACCEPT WS-END-ENTRY
003520     IF WS-END-ENTRY = SPACES
003530         MOVE WS-LATEST-MONTH TO WS-END-NUM
003540     END-IF
003550     IF WS-END-ENTRY NOT NUMERIC
003560         DISPLAY "Month must be 6 digits (YYYYMM), got "
003570             WS-END-ENTRY
003580         MOVE 8 TO RETURN-CODE
003590         STOP RUN
003600     END-IF
003610     IF WS-END-MM < 1 OR WS-END-MM > 12
003620         DISPLAY "Month must be 01 through 12, got "
003630             WS-END-ENTRY
003640         MOVE 8 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670
003680******************************************************************
003690*    1200-BUILD-WINDOW - FILLS THE 13 WINDOW MONTHS BACKWARDS
003700*    FROM THE ENDING MONTH.
003710******************************************************************
003720 1200-BUILD-WINDOW.
003730     INITIALIZE WS-WINDOW-TABLE
003740     MOVE WS-END-NUM TO WS-STEP-MONTH
003750     PERFORM 1210-SET-ONE-WINDOW-MONTH
003760         VARYING WS-MON-IDX FROM WS-WINDOW-SIZE BY -1
003770         UNTIL WS-MON-IDX < 1
003780     INITIALIZE WS-COMPANY-TABLE.
003790
003800 1210-SET-ONE-WINDOW-MONTH.
003810     MOVE WS-STEP-MONTH TO WSW-MONTH (WS-MON-IDX)
003820     MOVE "N" TO WSW-TAKEN (WS-MON-IDX)
003830     MOVE SPACE TO WSW-LATE (WS-MON-IDX)
003840     IF WS-STEP-MM = 1
003850         SUBTRACT 1 FROM WS-STEP-YEAR
003860         MOVE 12 TO WS-STEP-MM
003870     ELSE
003880         SUBTRACT 1 FROM WS-STEP-MM
003890     END-IF.
003900
003910******************************************************************
003920*    1300-LOAD-DEPARTMENTS - EVERY DEPARTMENT, IN CODE ORDER, SO
003930*    THE PAGES COME OUT SORTED.  ONLY THOSE WITH A SNAPSHOT OR
003940*    MOVEMENT IN THE WINDOW GET A PAGE.  WITHOUT THE REFERENCE
003950*    FILE THE PAGES FOLLOW SNAPSHOT ORDER WITH NO NAMES.
003960******************************************************************
003970 1300-LOAD-DEPARTMENTS.
003980     OPEN INPUT DEPT-FILE
003990     IF WS-DEPT-FILE-OK
004000         MOVE "Y" TO WS-DEPT-AVAILABLE
004010         MOVE "N" TO EOF
004020         PERFORM 1310-LOAD-ONE-DEPARTMENT
004030             UNTIL EOF = "Y"
004040     ELSE
004050         DISPLAY "departments.txt unavailable (status "
004060             WS-DEPT-FILE-STATUS ") - department names "
004070             "left blank on the trend."
004080     END-IF.
004090
004100 1310-LOAD-ONE-DEPARTMENT.
004110     READ DEPT-FILE NEXT RECORD
004120         AT END
004130             MOVE "Y" TO EOF
004140         NOT AT END
004150             MOVE DEPT-CODE TO WS-PRINT-DEPT
004160             PERFORM 5000-FIND-DEPT-SLOT
004170     END-READ.
004180
004190******************************************************************
004200*    1400-LOAD-SNAPSHOTS - FILES EVERY SNAPSHOT RECORD FOR A
004210*    WINDOW MONTH INTO ITS CELL.  THE COMPANY RECORD MARKS THE
004220*    MONTH TAKEN, AND LATE IF IT WAS WRITTEN AFTER THE MONTH.
004230******************************************************************
004240 1400-LOAD-SNAPSHOTS.
004250     OPEN INPUT SNAP-FILE
004260     IF NOT WS-SNAP-FILE-OK
004270         DISPLAY "Unable to reopen headcountsnap.txt, status "
004280             WS-SNAP-FILE-STATUS
004290         MOVE 8 TO RETURN-CODE
004300         STOP RUN
004310     END-IF
004320     MOVE "N" TO EOF
004330     PERFORM 1410-LOAD-ONE-SNAPSHOT
004340         UNTIL EOF = "Y"
004350     CLOSE SNAP-FILE.
004360
004370 1410-LOAD-ONE-SNAPSHOT.
004380     READ SNAP-FILE
004390         AT END
004400             MOVE "Y" TO EOF
004410         NOT AT END
004420             ADD 1 TO WS-SNAP-READ-COUNT
004430             MOVE SNAP-MONTH TO WS-LINE-MONTH
004440             PERFORM 5100-FIND-MONTH-SLOT
004450             IF WS-MON-SLOT > 0
004460                 PERFORM 1420-FILE-SNAPSHOT
004470             END-IF
004480     END-READ.
004490
004500 1420-FILE-SNAPSHOT.
004510     MOVE SNAP-ACTIVE TO WST-ACTIVE
004520     MOVE SNAP-LEAVE TO WST-LEAVE
004530     MOVE SNAP-SUSPENDED TO WST-SUSPENDED
004540     MOVE SNAP-TERMINATED TO WST-TERMINATED
004550     MOVE SNAP-SALARY TO WST-SALARY
004560     MOVE SNAP-AVG-TENURE TO WST-TENURE
004570     MOVE 0 TO WST-MOVEMENT
004580     IF SNAP-COMPANY-TOTAL
004590         MOVE WS-THIS-CELL TO WSC-MONTH-CELL (WS-MON-SLOT)
004600         MOVE "Y" TO WSW-TAKEN (WS-MON-SLOT)
004610         IF SNAP-TAKEN-DATE (1:6) > SNAP-MONTH
004620             MOVE "#" TO WSW-LATE (WS-MON-SLOT)
004630         ELSE
004640             MOVE SPACE TO WSW-LATE (WS-MON-SLOT)
004650         END-IF
004660     ELSE
004670         MOVE SNAP-DEPT TO WS-PRINT-DEPT
004680         PERFORM 5000-FIND-DEPT-SLOT
004690         IF WS-DEPT-SLOT > 0
004700             MOVE "Y" TO WSD-SEEN (WS-DEPT-SLOT)
004710             MOVE WS-THIS-CELL
004720                 TO WSD-MONTH-CELL (WS-DEPT-SLOT, WS-MON-SLOT)
004730         END-IF
004740     END-IF.
004750
004760******************************************************************
004770*    1500-TALLY-MOVEMENT - NETS EACH WINDOW MONTH'S HIRES,
004780*    TERMINATIONS AND TRANSFERS OFF EMPHISTORY.TXT BY THE MONTH
004790*    OF THE HISTORY TIMESTAMP.  NO HISTORY FILE LEAVES EVERY
004800*    MOVEMENT AT ZERO.
004810******************************************************************
004820 1500-TALLY-MOVEMENT.
004830     OPEN INPUT HIST-FILE
004840     IF WS-HIST-FILE-OK
004850         MOVE "N" TO EOF
004860         PERFORM 1510-TALLY-ONE-HISTORY-REC
004870             UNTIL EOF = "Y"
004880         CLOSE HIST-FILE
004890     ELSE
004900         DISPLAY "emphistory.txt unavailable (status "
004910             WS-HIST-FILE-STATUS ") - movement shown as zero."
004920     END-IF.
004930
004940 1510-TALLY-ONE-HISTORY-REC.
004950     READ HIST-FILE
004960         AT END
004970             MOVE "Y" TO EOF
004980         NOT AT END
004990             MOVE HIST-TIMESTAMP (1:6) TO WS-LINE-MONTH
005000             PERFORM 5100-FIND-MONTH-SLOT
005010             IF WS-MON-SLOT > 0
005020                 MOVE HIST-BEFORE-IMAGE TO WS-BEFORE-FIELDS
005030                 MOVE HIST-AFTER-IMAGE  TO WS-AFTER-FIELDS
005040                 EVALUATE HIST-ACTION
005050                     WHEN "ADD"
005060                     WHEN "REHIRE"
005070                         PERFORM 1520-TALLY-HIRE
005080                     WHEN "DEACTIVATE"
005090                         PERFORM 1530-TALLY-TERMINATION
005100                     WHEN "CHANGE"
005110                     WHEN "DEPTCHANGE"
005120                         PERFORM 1540-TALLY-TRANSFER
005130                     WHEN OTHER
005140                         CONTINUE
005150                 END-EVALUATE
005160             END-IF
005170     END-READ.
005180
005190 1520-TALLY-HIRE.
005200     ADD 1 TO WSC-MOVEMENT (WS-MON-SLOT)
005210     MOVE WSA-DEPT TO WS-PRINT-DEPT
005220     PERFORM 5000-FIND-DEPT-SLOT
005230     IF WS-DEPT-SLOT > 0
005240         MOVE "Y" TO WSD-SEEN (WS-DEPT-SLOT)
005250         ADD 1 TO WSD-MOVEMENT (WS-DEPT-SLOT, WS-MON-SLOT)
005260     END-IF.
005270
005280 1530-TALLY-TERMINATION.
005290     SUBTRACT 1 FROM WSC-MOVEMENT (WS-MON-SLOT)
005300     MOVE WSA-DEPT TO WS-PRINT-DEPT
005310     PERFORM 5000-FIND-DEPT-SLOT
005320     IF WS-DEPT-SLOT > 0
005330         MOVE "Y" TO WSD-SEEN (WS-DEPT-SLOT)
005340         SUBTRACT 1 FROM WSD-MOVEMENT (WS-DEPT-SLOT, WS-MON-SLOT)
005350     END-IF.
005360
005370*    A TRANSFER NETS TO ZERO FOR THE COMPANY.  ONLY SOMEONE IN
005371*    HEADCOUNT (A, L OR S) ON BOTH IMAGES IS A TRANSFER.
005380 1540-TALLY-TRANSFER.
005390     IF WSB-DEPT NOT = WSA-DEPT
005391         AND (WSB-STATUS = "A" OR "L" OR "S")
005392         AND (WSA-STATUS = "A" OR "L" OR "S")
005400         MOVE WSB-DEPT TO WS-PRINT-DEPT
005410         PERFORM 5000-FIND-DEPT-SLOT
005420         IF WS-DEPT-SLOT > 0
005430             MOVE "Y" TO WSD-SEEN (WS-DEPT-SLOT)
005440             SUBTRACT 1
005450                 FROM WSD-MOVEMENT (WS-DEPT-SLOT, WS-MON-SLOT)
005460         END-IF
005470         MOVE WSA-DEPT TO WS-PRINT-DEPT
005480         PERFORM 5000-FIND-DEPT-SLOT
005490         IF WS-DEPT-SLOT > 0
005500             MOVE "Y" TO WSD-SEEN (WS-DEPT-SLOT)
005510             ADD 1 TO WSD-MOVEMENT (WS-DEPT-SLOT, WS-MON-SLOT)
005520         END-IF
005530     END-IF.
005540
005550******************************************************************
005560*    2000-OPEN-REPORT
005570******************************************************************
005580 2000-OPEN-REPORT.
005590     OPEN OUTPUT TREND-FILE
005600     IF NOT WS-TRD-FILE-OK
005610         DISPLAY "Unable to open headcounttrend.txt, status "
005620             WS-TRD-FILE-STATUS
005630         MOVE 8 TO RETURN-CODE
005640         STOP RUN
005650     END-IF
005660     MOVE WS-END-NUM TO TTL-END-MONTH
005670     MOVE WS-RUN-DATE TO TTL-RUN-DATE
005680     MOVE WS-TITLE-LINE TO TREND-REC
005690     PERFORM 5500-WRITE-TREND-LINE.
005700
005710******************************************************************
005720*    3000-WRITE-DEPT-PAGE - ONE PAGE PER DEPARTMENT THAT HAD A
005730*    SNAPSHOT OR MOVEMENT IN THE WINDOW.
005740******************************************************************
005750 3000-WRITE-DEPT-PAGE.
005760     IF WSD-SEEN (WS-DEPT-IDX) = "Y"
005770         ADD 1 TO WS-PAGE-COUNT
005780         MOVE WSD-CODE (WS-DEPT-IDX) TO HDR-DEPT-CODE
005790         MOVE SPACES TO HDR-DEPT-NAME
005800         IF WS-DEPT-FILE-AVAILABLE
005810             MOVE WSD-CODE (WS-DEPT-IDX) TO DEPT-CODE
005820             READ DEPT-FILE
005830                 INVALID KEY
005840                     MOVE "(NOT ON FILE)" TO HDR-DEPT-NAME
005850                 NOT INVALID KEY
005860                     MOVE DEPT-NAME TO HDR-DEPT-NAME
005870             END-READ
005880         END-IF
005890         PERFORM 3100-WRITE-PAGE-HEADINGS
005900         PERFORM 3200-WRITE-DEPT-MONTH
005910             VARYING WS-MON-IDX FROM 2 BY 1
005920             UNTIL WS-MON-IDX > WS-WINDOW-SIZE
005930     END-IF.
005940
005950 3100-WRITE-PAGE-HEADINGS.
005960     MOVE SPACES TO TREND-REC
005970     PERFORM 5500-WRITE-TREND-LINE
005980     MOVE WS-PAGE-HEADER TO TREND-REC
005990     PERFORM 5500-WRITE-TREND-LINE
006000     MOVE WS-COLUMN-HEADER TO TREND-REC
006010     PERFORM 5500-WRITE-TREND-LINE.
006020
006030 3200-WRITE-DEPT-MONTH.
006040     COMPUTE WS-PRIOR-IDX = WS-MON-IDX - 1
006050     MOVE WSD-MONTH-CELL (WS-DEPT-IDX, WS-MON-IDX)
006060         TO WS-THIS-CELL
006070     MOVE WSD-MONTH-CELL (WS-DEPT-IDX, WS-PRIOR-IDX)
006080         TO WS-PRIOR-CELL
006090     PERFORM 3500-WRITE-MONTH-LINE.
006100
006110******************************************************************
006120*    3500-WRITE-MONTH-LINE - PRINTS WS-THIS-CELL FOR THE WINDOW
006130*    MONTH AT WS-MON-IDX, WITH ITS CHANGE FROM WS-PRIOR-CELL
006140*    WHEN THE PRIOR MONTH WAS SNAPSHOTTED TOO, AND FLAGS A
006150*    CHANGE THAT THE MONTH'S MOVEMENT DOES NOT ACCOUNT FOR.
006160******************************************************************
006170 3500-WRITE-MONTH-LINE.
006180     IF WSW-TAKEN (WS-MON-IDX) NOT = "Y"
006190         MOVE WSW-MONTH (WS-MON-IDX) TO ML-MONTH
006200         MOVE WST-MOVEMENT TO ML-MOVEMENT
006210         MOVE WS-MISSING-LINE TO TREND-REC
006220     ELSE
006230         COMPUTE WS-HEADCOUNT = WST-ACTIVE + WST-LEAVE
006240             + WST-SUSPENDED
006250         MOVE WSW-MONTH (WS-MON-IDX) TO DL-MONTH
006260         MOVE WSW-LATE (WS-MON-IDX) TO DL-LATE
006270         MOVE WST-ACTIVE TO DL-ACTIVE
006280         MOVE WST-LEAVE TO DL-LEAVE
006290         MOVE WST-SUSPENDED TO DL-SUSPENDED
006300         MOVE WST-TERMINATED TO DL-TERMINATED
006310         MOVE WS-HEADCOUNT TO DL-HEADCOUNT
006320         MOVE WST-MOVEMENT TO DL-MOVEMENT
006330         MOVE WST-SALARY TO DL-SALARY
006340         MOVE WST-TENURE TO DL-TENURE
006350         MOVE SPACE TO DL-FLAG
006360         IF WSW-TAKEN (WS-PRIOR-IDX) = "Y"
006370             COMPUTE WS-PRIOR-HEADCOUNT = WSP-ACTIVE + WSP-LEAVE
006380                 + WSP-SUSPENDED
006390             COMPUTE WS-CHANGE = WS-HEADCOUNT
006400                 - WS-PRIOR-HEADCOUNT
006410             MOVE WS-CHANGE TO DL-CHANGE
006420             IF WS-CHANGE NOT = WST-MOVEMENT
006430                 MOVE "*" TO DL-FLAG
006440                 ADD 1 TO WS-FLAGGED-COUNT
006450             END-IF
006460         ELSE
006470             MOVE SPACES TO DL-CHANGE-X
006480         END-IF
006490         MOVE WS-DETAIL-LINE TO TREND-REC
006500     END-IF
006510     PERFORM 5500-WRITE-TREND-LINE.
006520
006530******************************************************************
006540*    4000-WRITE-COMPANY-PAGE
006550******************************************************************
006560 4000-WRITE-COMPANY-PAGE.
006570     MOVE "****" TO HDR-DEPT-CODE
006580     MOVE "COMPANY TOTAL" TO HDR-DEPT-NAME
006590     PERFORM 3100-WRITE-PAGE-HEADINGS
006600     PERFORM 4100-WRITE-COMPANY-MONTH
006610         VARYING WS-MON-IDX FROM 2 BY 1
006620         UNTIL WS-MON-IDX > WS-WINDOW-SIZE.
006630
006640 4100-WRITE-COMPANY-MONTH.
006650     COMPUTE WS-PRIOR-IDX = WS-MON-IDX - 1
006660     MOVE WSC-MONTH-CELL (WS-MON-IDX) TO WS-THIS-CELL
006670     MOVE WSC-MONTH-CELL (WS-PRIOR-IDX) TO WS-PRIOR-CELL
006680     PERFORM 3500-WRITE-MONTH-LINE.
006690
006700******************************************************************
006710*    4500-WRITE-LEGEND
006720******************************************************************
006730 4500-WRITE-LEGEND.
006740     MOVE SPACES TO TREND-REC
006750     PERFORM 5500-WRITE-TREND-LINE
006760     MOVE WS-LEGEND-1 TO TREND-REC
006770     PERFORM 5500-WRITE-TREND-LINE
006780     MOVE WS-LEGEND-2 TO TREND-REC
006790     PERFORM 5500-WRITE-TREND-LINE
006800     MOVE WS-LEGEND-3 TO TREND-REC
006810     PERFORM 5500-WRITE-TREND-LINE.
006820
006830******************************************************************
006840*    5000-FIND-DEPT-SLOT - LOCATES (OR CREATES) THE TABLE SLOT
006850*    FOR THE CODE IN WS-PRINT-DEPT, LEAVING ITS SUBSCRIPT IN
006860*    WS-DEPT-SLOT.  A ZERO SLOT MEANS THE TABLE IS FULL.
006870******************************************************************
006880 5000-FIND-DEPT-SLOT.
006890     MOVE 0 TO WS-DEPT-SLOT
006900     PERFORM 5010-CHECK-ONE-SLOT
006910         VARYING WS-DEPT-IDX FROM 1 BY 1
006920         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
006930             OR WS-DEPT-SLOT > 0
006940     IF WS-DEPT-SLOT = 0
006950         IF WS-DEPT-COUNT < WS-MAX-DEPTS
006960             ADD 1 TO WS-DEPT-COUNT
006970             MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
006980             INITIALIZE WS-DEPT-ENTRY (WS-DEPT-SLOT)
006990             MOVE WS-PRINT-DEPT TO WSD-CODE (WS-DEPT-SLOT)
007000             MOVE "N" TO WSD-SEEN (WS-DEPT-SLOT)
007010         ELSE
007020             MOVE "Y" TO WS-DEPT-TABLE-FULL
007030         END-IF
007040     END-IF.
007050
007060 5010-CHECK-ONE-SLOT.
007070     IF WSD-CODE (WS-DEPT-IDX) = WS-PRINT-DEPT
007080         MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
007090     END-IF.
007100
007110******************************************************************
007120*    5100-FIND-MONTH-SLOT - WINDOW SUBSCRIPT FOR THE MONTH IN
007130*    WS-LINE-MONTH, OR ZERO WHEN IT FALLS OUTSIDE THE WINDOW OR
007140*    IS NOT A MONTH AT ALL.
007150******************************************************************
007160 5100-FIND-MONTH-SLOT.
007170     MOVE 0 TO WS-MON-SLOT
007180     IF WS-LINE-MONTH NUMERIC
007190         PERFORM 5110-CHECK-ONE-MONTH
007200             VARYING WS-MON-IDX FROM 1 BY 1
007210             UNTIL WS-MON-IDX > WS-WINDOW-SIZE
007220                 OR WS-MON-SLOT > 0
007230     END-IF.
007240
007250 5110-CHECK-ONE-MONTH.
007260     IF WSW-MONTH (WS-MON-IDX) = WS-LINE-MONTH-NUM
007270         MOVE WS-MON-IDX TO WS-MON-SLOT
007280     END-IF.
007290
007300******************************************************************
007310*    5500-WRITE-TREND-LINE
007320******************************************************************
007330 5500-WRITE-TREND-LINE.
007340     WRITE TREND-REC
007350     IF NOT WS-TRD-FILE-OK
007360         DISPLAY "Unable to write trend line, status "
007370             WS-TRD-FILE-STATUS
007380     END-IF.
007390
007400 END PROGRAM headcountTrend.
