000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. meritCycle.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ANNUAL MERIT-INCREASE CYCLE.  SPRING RAISES USED TO BE KEYED
000180*    ONE AT A TIME THROUGH EMPMAINT OR AS A HUGE EMPTRANS.TXT
000190*    SHEET; THIS PROGRAM WORKS THEM OUT FROM A GUIDELINE FILE
000200*    AND POSTS THEM IN ONE PASS.  IT RUNS IN TWO MODES:
000210*
000220*    P)ROPOSAL - FOR EVERY ACTIVE EMPLOYEE (L, S AND T ARE
000230*    SKIPPED) LOOKS UP THE GUIDELINE PERCENTAGE FOR THE
000240*    EMPLOYEE'S DEPARTMENT AND PAY GRADE AND WORKS OUT THE NEW
000250*    SALARY.  AN INCREASE THAT WOULD PUSH SOMEONE PAST THE
000260*    GRADE'S GRADE-MAX-RATE ON PAYGRADES.TXT IS CAPPED AT THE
000270*    MAXIMUM AND FLAGGED.  MERITREPORT.TXT LISTS CURRENT,
000280*    PROPOSED AND CHANGE BY DEPARTMENT, WITH DEPARTMENT AND
000290*    COMPANY TOTALS SO FINANCE CAN SEE WHAT THE CYCLE COSTS.
000300*    EVERY NONZERO INCREASE IS ALSO WRITTEN TO MERITAPPROVED.TXT
000310*    FOR THE APPLY RUN.  NOTHING ON THE MASTER CHANGES.
000320*
000330*    A)PPLY - AFTER FINANCE SIGNS OFF ON THE REPORT, AN
000340*    EMPLOYEE-UPDATE OPERATOR SIGNS ON, PICKS THE EFFECTIVE
000350*    DATE, AND EACH LINE OF MERITAPPROVED.TXT IS QUEUED ON
000360*    PENDINGTRANS.TXT AS AN "M" TRANSACTION CARRYING THE NEW
000370*    SALARY.  EMPTRNRELEASE POSTS IT TO THE MASTER WHEN IT COMES
000380*    DUE AND LOGS IT TO EMPHISTORY.TXT AS A "MERIT" ACTION;
000390*    PENDMAINT CAN STILL CANCEL ONE BEFORE THEN.  AN EMPLOYEE
000400*    WHO IS NO LONGER ACTIVE, OR WHOSE SALARY HAS CHANGED SINCE
000410*    THE PROPOSAL, IS NOT QUEUED - FINANCE APPROVED A FIGURE
000420*    THAT NO LONGER APPLIES.  RESULTS GO TO MERITPOST.TXT, AND
000430*    THE APPROVED FILE IS REMOVED ONCE POSTED SO THE SAME
000440*    PROPOSAL CANNOT BE QUEUED TWICE.
000450*
000460*    GUIDELINE LAYOUT (MERITGUIDE.TXT, ONE PER LINE):
000470*        COL  1-3    PAY GRADE
000480*        COL  4-7    DEPARTMENT CODE - BLANK FOR THE GRADE'S
000490*                    DEFAULT; A LINE NAMING A DEPARTMENT
000500*                    OVERRIDES THE DEFAULT FOR THAT DEPARTMENT
000510*        COL  8-11   PERCENT INCREASE, PENNIES LAST (E.G.
000520*                    0350 FOR 3.50%)
000530*    AN EMPLOYEE WHOSE GRADE HAS NO GUIDELINE IS LISTED WITH NO
000540*    INCREASE AND FLAGGED "NO GUIDE".
000550*
000560*    MODIFICATION HISTORY
000570*    DATE       INIT  DESCRIPTION
000580*    ---------- ----  ------------------------------------------
000590*    2026-10-15 NK    ORIGINAL PROGRAM.
000600******************************************************************
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT EMP-FILE ASSIGN TO "employees.txt"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS EMP-ID
000690         FILE STATUS IS WS-EMP-FILE-STATUS.
000700
000710     SELECT GRADE-FILE ASSIGN TO "paygrades.txt"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS GRADE-CODE
000750         FILE STATUS IS WS-GRADE-FILE-STATUS.
000760
000770     SELECT DEPT-FILE ASSIGN TO "departments.txt"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS DEPT-CODE
000810         FILE STATUS IS WS-DEPT-FILE-STATUS.
000820
000830     SELECT GUIDE-FILE ASSIGN TO "meritguide.txt"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-GUIDE-FILE-STATUS.
000860
000870     SELECT SORT-FILE ASSIGN TO "meritsort.tmp".
000880
000890     SELECT REPORT-FILE ASSIGN TO "meritreport.txt"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-RPT-FILE-STATUS.
000920
000930     SELECT APPROVED-FILE ASSIGN TO "meritapproved.txt"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-APPR-FILE-STATUS.
000960
000970     SELECT POST-FILE ASSIGN TO "meritpost.txt"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-POST-FILE-STATUS.
001000
001010     SELECT PEND-FILE ASSIGN TO "pendingtrans.txt"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-PEND-FILE-STATUS.
001040
001050     SELECT OPER-FILE ASSIGN TO "operators.txt"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS OPER-ID
001090         FILE STATUS IS WS-OPER-FILE-STATUS.
001100
001110     SELECT VIOL-FILE ASSIGN TO "secviolations.txt"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-VIOL-FILE-STATUS.
001140
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  EMP-FILE.
001180     COPY "EMPREC.cpy".
001190
001200 FD  GRADE-FILE.
001210     COPY "PAYGRD.cpy".
001220
001230 FD  DEPT-FILE.
001240     COPY "DEPTREC.cpy".
001250
001260 FD  GUIDE-FILE.
001270 01  GUIDE-REC.
001280     05  MG-GRADE                PIC X(03).
001290     05  MG-DEPT                 PIC X(04).
001300     05  MG-PERCENT              PIC X(04).
001310     05  MG-PERCENT-NUM REDEFINES MG-PERCENT
001320                                 PIC 9(02)V99.
001330
001340 SD  SORT-FILE.
001350 01  SORT-REC.
001360     05  SORT-DEPT               PIC X(04).
001370     05  SORT-ID                 PIC X(05).
001380     05  SORT-NAME               PIC X(20).
001390     05  SORT-GRADE              PIC X(03).
001400     05  SORT-PERCENT            PIC 9(02)V99.
001410     05  SORT-CURRENT            PIC 9(07)V99.
001420     05  SORT-PROPOSED           PIC 9(07)V99.
001430     05  SORT-FLAG               PIC X(08).
001440
001450 FD  REPORT-FILE.
001460 01  REPORT-REC                  PIC X(96).
001470
001480 FD  APPROVED-FILE.
001490 01  APPROVED-REC.
001500     05  MA-ID                   PIC X(05).
001510     05  MA-DEPT                 PIC X(04).
001520     05  MA-GRADE                PIC X(03).
001530     05  MA-CURRENT              PIC 9(07)V99.
001540     05  MA-PROPOSED             PIC 9(07)V99.
001550
001560 FD  POST-FILE.
001570 01  POST-REC.
001580     05  MP-ID                   PIC X(05).
001590     05  FILLER                  PIC X(02).
001600     05  MP-RESULT               PIC X(08).
001610     05  FILLER                  PIC X(02).
001620     05  MP-REASON               PIC X(30).
001630
001640 FD  PEND-FILE.
001650 01  PEND-REC.
001660     05  TRN-ACTION              PIC X(01).
001670     05  TRN-ID                  PIC X(05).
001680     05  TRN-NAME                PIC X(20).
001690     05  TRN-DEPT                PIC X(04).
001700     05  TRN-HIRE-DATE           PIC 9(08).
001710     05  TRN-PAY-GRADE           PIC X(03).
001720     05  TRN-SALARY-NUM          PIC 9(07)V99.
001730     05  TRN-EFF-DATE            PIC X(08).
001740     05  TRN-OPERATOR            PIC X(08).
001750
001760 FD  OPER-FILE.
001770     COPY "OPERREC.cpy".
001780
001790 FD  VIOL-FILE.
001800     COPY "SECVIOL.cpy".
001810
001820 WORKING-STORAGE SECTION.
001830 01  WS-EMP-FILE-STATUS      PIC X(02).
001840     88  WS-EMP-FILE-OK          VALUE "00".
001850     88  WS-EMP-FILE-NOT-FOUND   VALUE "35".
001860 01  WS-GRADE-FILE-STATUS    PIC X(02).
001870     88  WS-GRADE-FILE-OK        VALUE "00".
001880 01  WS-DEPT-FILE-STATUS     PIC X(02).
001890     88  WS-DEPT-FILE-OK         VALUE "00".
001900 01  WS-DEPT-AVAILABLE       PIC X(01) VALUE "N".
001910     88  WS-DEPT-FILE-AVAILABLE  VALUE "Y".
001920 01  WS-GUIDE-FILE-STATUS    PIC X(02).
001930     88  WS-GUIDE-FILE-OK        VALUE "00".
001940     88  WS-GUIDE-FILE-NOT-FOUND VALUE "35".
001950 01  WS-RPT-FILE-STATUS      PIC X(02).
001960     88  WS-RPT-FILE-OK          VALUE "00".
001970 01  WS-APPR-FILE-STATUS     PIC X(02).
001980     88  WS-APPR-FILE-OK         VALUE "00".
001990     88  WS-APPR-FILE-NOT-FOUND  VALUE "35".
002000 01  WS-POST-FILE-STATUS     PIC X(02).
002010     88  WS-POST-FILE-OK         VALUE "00".
002020 01  WS-PEND-FILE-STATUS     PIC X(02).
002030     88  WS-PEND-FILE-OK         VALUE "00".
002040 01  EOF                     PIC X VALUE "N".
002050 01  WS-SORT-EOF             PIC X VALUE "N".
002060
002070 01  WS-RUN-MODE             PIC X(01).
002080     88  WS-MODE-PROPOSAL        VALUE "P".
002090     88  WS-MODE-APPLY           VALUE "A".
002100 01  WS-CONFIRM              PIC X(01).
002110 01  WS-TODAY                PIC 9(08).
002120 01  WS-EFF-DATE             PIC X(08).
002130 01  WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE.
002140     05  WS-EFF-YYYY             PIC 9(04).
002150     05  WS-EFF-MM               PIC 9(02).
002160     05  WS-EFF-DD               PIC 9(02).
002170
002180 77  WS-MAX-GUIDES           PIC 9(04) COMP VALUE 200.
002190 77  WS-GUIDE-COUNT          PIC 9(04) COMP VALUE 0.
002200 77  WS-GUIDE-IDX            PIC 9(04) COMP VALUE 0.
002210 77  WS-GUIDE-SLOT           PIC 9(04) COMP VALUE 0.
002220 77  WS-DEFAULT-SLOT         PIC 9(04) COMP VALUE 0.
002230 77  WS-GUIDE-SKIPPED        PIC 9(04) COMP VALUE 0.
002240 77  WS-QUEUED-COUNT         PIC 9(06) COMP VALUE 0.
002250 77  WS-SKIPPED-COUNT        PIC 9(06) COMP VALUE 0.
002260 01  WS-GUIDE-TABLE-FULL     PIC X(01) VALUE "N".
002270     88  WS-GUIDE-TABLE-WAS-FULL VALUE "Y".
002280 01  WS-GUIDE-TABLE.
002290     05  WS-GUIDE-ENTRY OCCURS 200 TIMES.
002300         10  WSG-GRADE           PIC X(03).
002310         10  WSG-DEPT            PIC X(04).
002320         10  WSG-PERCENT         PIC 9(02)V99.
002330
002340 01  WS-PERCENT              PIC 9(02)V99.
002350 01  WS-PROPOSED             PIC 9(07)V99.
002360 01  WS-FLAG                 PIC X(08).
002370 01  WS-CHANGE               PIC 9(07)V99.
002380 01  WS-CURRENT-DEPT         PIC X(04).
002390 01  WS-REJECT-REASON        PIC X(30).
002400
002410 01  WS-DEPT-TOTALS.
002420     05  WSD-COUNT               PIC 9(06) COMP.
002430     05  WSD-CURRENT             PIC 9(11)V99.
002440     05  WSD-PROPOSED            PIC 9(11)V99.
002450 01  WS-COMPANY-TOTALS.
002460     05  WST-COUNT               PIC 9(06) COMP VALUE 0.
002470     05  WST-CAPPED              PIC 9(06) COMP VALUE 0.
002480     05  WST-NO-GUIDE            PIC 9(06) COMP VALUE 0.
002490     05  WST-CURRENT             PIC 9(11)V99 VALUE 0.
002500     05  WST-PROPOSED            PIC 9(11)V99 VALUE 0.
002510
002520 01  WS-TITLE-LINE.
002530     05  FILLER                  PIC X(31)
002540         VALUE "MERIT CYCLE PROPOSAL - RUN OF ".
002550     05  TTL-DATE                PIC 9(08).
002560
002570 01  WS-DEPT-HEADER.
002580     05  FILLER                  PIC X(12) VALUE "DEPARTMENT  ".
002590     05  HDR-DEPT-CODE           PIC X(04).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  HDR-DEPT-NAME           PIC X(20).
002620
002630 01  WS-COLUMN-HEADER.
002640     05  FILLER                  PIC X(30)
002650         VALUE "  ID     NAME".
002660     05  FILLER                  PIC X(37)
002670         VALUE "GRD   PCT      CURRENT       PROPOSED".
002680     05  FILLER                  PIC X(21)
002690         VALUE "         CHANGE  FLAG".
002700
002710 01  WS-DETAIL-LINE.
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  DTL-ID                  PIC X(05).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  DTL-NAME                PIC X(20).
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  DTL-GRADE               PIC X(03).
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  DTL-PERCENT             PIC Z9.99.
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  DTL-CURRENT             PIC Z,ZZZ,ZZ9.99.
002820     05  FILLER                  PIC X(03) VALUE SPACES.
002830     05  DTL-PROPOSED            PIC Z,ZZZ,ZZ9.99.
002840     05  FILLER                  PIC X(03) VALUE SPACES.
002850     05  DTL-CHANGE              PIC Z,ZZZ,ZZ9.99.
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  DTL-FLAG                PIC X(08).
002880
002890 01  WS-TOTAL-LINE.
002900     05  FILLER                  PIC X(04) VALUE SPACES.
002910     05  TOT-LABEL               PIC X(17).
002920     05  TOT-COUNT               PIC Z(05)9.
002930     05  FILLER                  PIC X(11) VALUE SPACES.
002940     05  TOT-CURRENT             PIC ZZZ,ZZZ,ZZ9.99.
002950     05  FILLER                  PIC X(01) VALUE SPACES.
002960     05  TOT-PROPOSED            PIC ZZZ,ZZZ,ZZ9.99.
002970     05  FILLER                  PIC X(01) VALUE SPACES.
002980     05  TOT-CHANGE              PIC ZZZ,ZZZ,ZZ9.99.
002990
003000 01  WS-COUNT-LINE.
003010     05  FILLER                  PIC X(04) VALUE SPACES.
003020     05  CNT-LABEL               PIC X(30).
003030     05  CNT-VALUE               PIC Z(05)9.
003040
003050 01  WS-LITERAL-LINE             PIC X(96).
003060
003070 01  WS-OPER-FILE-STATUS     PIC X(02).
003080     88  WS-OPER-FILE-OK         VALUE "00".
003090 01  WS-VIOL-FILE-STATUS     PIC X(02).
003100     88  WS-VIOL-FILE-OK         VALUE "00".
003110 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
003120 01  WS-OPERATOR-ROLE        PIC X(01) VALUE SPACE.
003130     88  WS-ROLE-EMP-UPDATE      VALUE "E".
003140 01  WS-PASSWORD-ENTRY       PIC X(08).
003150 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
003160     88  WS-SIGNED-ON            VALUE "Y".
003170 01  WS-AUTHORITY            PIC X(01) VALUE "Y".
003180     88  WS-ACTION-ALLOWED       VALUE "Y".
003190 01  WS-VIOL-ACTION          PIC X(10).
003200 01  WS-VIOL-REASON          PIC X(30).
003210 01  WS-CURRENT-DATE         PIC 9(08).
003220 01  WS-CURRENT-TIME         PIC 9(08).
003230
003240 PROCEDURE DIVISION.
003250
003260 0000-MAINLINE.
003270     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003280     DISPLAY "Merit cycle - P)roposal or A)pply: "
003290     ACCEPT WS-RUN-MODE
003300     EVALUATE TRUE
003310         WHEN WS-MODE-PROPOSAL
003320             PERFORM 1000-OPEN-PROPOSAL-FILES
003330             PERFORM 1500-LOAD-GUIDELINES
003340             SORT SORT-FILE
003350                 ON ASCENDING KEY SORT-DEPT SORT-ID
003360                 INPUT PROCEDURE IS 2000-PRICE-EMPLOYEES
003370                 OUTPUT PROCEDURE IS 3000-WRITE-PROPOSAL
003380             CLOSE EMP-FILE
003390             CLOSE GRADE-FILE
003400             IF WS-DEPT-FILE-AVAILABLE
003410                 CLOSE DEPT-FILE
003420             END-IF
003430             CLOSE REPORT-FILE
003440             CLOSE APPROVED-FILE
003450             DISPLAY WST-COUNT " active employee(s) priced, "
003460                 WST-CAPPED " capped at grade maximum.  See "
003470                 "meritreport.txt."
003480         WHEN WS-MODE-APPLY
003490             PERFORM 9000-OPERATOR-SIGN-ON
003500             PERFORM 9100-CHECK-AUTHORITY
003510             IF WS-ACTION-ALLOWED
003520                 PERFORM 5000-APPLY-APPROVED
003530             ELSE
003540                 PERFORM 9150-REFUSE-ACTION
003550             END-IF
003560         WHEN OTHER
003570             DISPLAY "Invalid mode, nothing done."
003580     END-EVALUATE
003590     STOP RUN.
003600
003610******************************************************************
003620*    1000-OPEN-PROPOSAL-FILES - THE MASTER AND PAY GRADES ARE
003630*    REQUIRED; DEPARTMENT NAMES ARE OPTIONAL, AS IN DEPTSUMMARY.
003640******************************************************************
003650 1000-OPEN-PROPOSAL-FILES.
003660     OPEN INPUT EMP-FILE
003670     IF WS-EMP-FILE-NOT-FOUND
003680         DISPLAY "Employee file not found, nothing to price."
003690         STOP RUN
003700     END-IF
003710     IF NOT WS-EMP-FILE-OK
003720         DISPLAY "Unable to open employee file, status "
003730             WS-EMP-FILE-STATUS
003740         STOP RUN
003750     END-IF
003760     OPEN INPUT GRADE-FILE
003770     IF NOT WS-GRADE-FILE-OK
003780         DISPLAY "Unable to open paygrades.txt (status "
003790             WS-GRADE-FILE-STATUS ") - run gradeMaint to set "
003800             "up the pay grade reference file."
003810         CLOSE EMP-FILE
003820         STOP RUN
003830     END-IF
003840     OPEN INPUT DEPT-FILE
003850     IF WS-DEPT-FILE-OK
003860         MOVE "Y" TO WS-DEPT-AVAILABLE
003870     ELSE
003880         DISPLAY "departments.txt unavailable (status "
003890             WS-DEPT-FILE-STATUS ") - department names "
003900             "left blank on the report."
003910     END-IF
003920     OPEN OUTPUT REPORT-FILE
003930     IF NOT WS-RPT-FILE-OK
003940         DISPLAY "Unable to open meritreport.txt, status "
003950             WS-RPT-FILE-STATUS
003960         CLOSE EMP-FILE
003970         CLOSE GRADE-FILE
003980         STOP RUN
003990     END-IF
004000     OPEN OUTPUT APPROVED-FILE
004010     IF NOT WS-APPR-FILE-OK
004020         DISPLAY "Unable to open meritapproved.txt, status "
004030             WS-APPR-FILE-STATUS
004040         CLOSE EMP-FILE
004050         CLOSE GRADE-FILE
004060         CLOSE REPORT-FILE
004070         STOP RUN
004080     END-IF.
004090
004100******************************************************************
004110*    1500-LOAD-GUIDELINES - READS MERITGUIDE.TXT INTO THE
004120*    GUIDELINE TABLE.  NO GUIDELINE FILE MEANS NO CYCLE - STOP
004130*    AND SAY SO.  A LINE WHOSE PERCENT IS NOT NUMERIC IS SKIPPED
004140*    AND COUNTED.
004150******************************************************************
004160 1500-LOAD-GUIDELINES.
004170     OPEN INPUT GUIDE-FILE
004180     IF NOT WS-GUIDE-FILE-OK
004190         DISPLAY "Unable to open meritguide.txt (status "
004200             WS-GUIDE-FILE-STATUS ") - no guidelines, no "
004210             "proposal."
004220         CLOSE EMP-FILE
004230         CLOSE GRADE-FILE
004240         CLOSE REPORT-FILE
004250         CLOSE APPROVED-FILE
004260         STOP RUN
004270     END-IF
004280     MOVE "N" TO EOF
004290     PERFORM 1600-LOAD-ONE-GUIDELINE
004300         UNTIL EOF = "Y"
004310     CLOSE GUIDE-FILE
004320     MOVE "N" TO EOF
004330     IF WS-GUIDE-SKIPPED > 0
004340         DISPLAY WS-GUIDE-SKIPPED " guideline line(s) with a "
004350             "non-numeric percent skipped."
004360     END-IF
004370     IF WS-GUIDE-TABLE-WAS-FULL
004380         DISPLAY "Guideline table full at " WS-MAX-GUIDES
004390             " - later guideline lines were ignored."
004400     END-IF.
004410
004420 1600-LOAD-ONE-GUIDELINE.
004430     READ GUIDE-FILE
004440         AT END
004450             MOVE "Y" TO EOF
004460         NOT AT END
004470             IF MG-PERCENT NOT NUMERIC
004480                 ADD 1 TO WS-GUIDE-SKIPPED
004490             ELSE
004500                 IF WS-GUIDE-COUNT < WS-MAX-GUIDES
004510                     ADD 1 TO WS-GUIDE-COUNT
004520                     MOVE MG-GRADE
004530                         TO WSG-GRADE (WS-GUIDE-COUNT)
004540                     MOVE MG-DEPT
004550                         TO WSG-DEPT (WS-GUIDE-COUNT)
004560                     MOVE MG-PERCENT-NUM
004570                         TO WSG-PERCENT (WS-GUIDE-COUNT)
004580                 ELSE
004590                     MOVE "Y" TO WS-GUIDE-TABLE-FULL
004600                 END-IF
004610             END-IF
004620     END-READ.
004630
004640******************************************************************
004650*    2000-PRICE-EMPLOYEES - SORT INPUT PROCEDURE.  READS THE
004660*    WHOLE MASTER AND RELEASES ONE PRICED LINE PER ACTIVE
004670*    EMPLOYEE; LEAVE, SUSPENDED AND TERMINATED RECORDS ARE NOT
004680*    PART OF THE CYCLE.
004690******************************************************************
004700 2000-PRICE-EMPLOYEES.
004710     PERFORM 2100-PRICE-ONE-EMPLOYEE
004720         UNTIL EOF = "Y".
004730
004740 2100-PRICE-ONE-EMPLOYEE.
004750     READ EMP-FILE NEXT RECORD
004760         AT END
004770             MOVE "Y" TO EOF
004780         NOT AT END
004790             IF EMP-ACTIVE
004800                 PERFORM 2200-FIND-GUIDELINE
004810                 PERFORM 2300-WORK-OUT-PROPOSAL
004820                 MOVE EMP-DEPT          TO SORT-DEPT
004830                 MOVE EMP-ID            TO SORT-ID
004840                 MOVE EMP-NAME          TO SORT-NAME
004850                 MOVE EMP-PAY-GRADE     TO SORT-GRADE
004860                 MOVE WS-PERCENT        TO SORT-PERCENT
004870                 MOVE EMP-ANNUAL-SALARY TO SORT-CURRENT
004880                 MOVE WS-PROPOSED       TO SORT-PROPOSED
004890                 MOVE WS-FLAG           TO SORT-FLAG
004900                 RELEASE SORT-REC
004910             END-IF
004920     END-READ.
004930
004940******************************************************************
004950*    2200-FIND-GUIDELINE - A LINE FOR THIS GRADE AND THIS
004960*    DEPARTMENT WINS; OTHERWISE THE GRADE'S BLANK-DEPARTMENT
004970*    DEFAULT.  LEAVES THE CHOSEN SUBSCRIPT IN WS-GUIDE-SLOT,
004980*    ZERO WHEN THE GRADE HAS NO GUIDELINE AT ALL.
004990******************************************************************
005000 2200-FIND-GUIDELINE.
005010     MOVE 0 TO WS-GUIDE-SLOT
005020     MOVE 0 TO WS-DEFAULT-SLOT
005030     PERFORM 2210-CHECK-ONE-GUIDELINE
005040         VARYING WS-GUIDE-IDX FROM 1 BY 1
005050         UNTIL WS-GUIDE-IDX > WS-GUIDE-COUNT
005060     IF WS-GUIDE-SLOT = 0
005070         MOVE WS-DEFAULT-SLOT TO WS-GUIDE-SLOT
005080     END-IF.
005090
005100 2210-CHECK-ONE-GUIDELINE.
005110     IF WSG-GRADE (WS-GUIDE-IDX) = EMP-PAY-GRADE
005120         IF WSG-DEPT (WS-GUIDE-IDX) = EMP-DEPT
005130             MOVE WS-GUIDE-IDX TO WS-GUIDE-SLOT
005140         END-IF
005150         IF WSG-DEPT (WS-GUIDE-IDX) = SPACES
005160             MOVE WS-GUIDE-IDX TO WS-DEFAULT-SLOT
005170         END-IF
005180     END-IF.
005190
005200******************************************************************
005210*    2300-WORK-OUT-PROPOSAL - PROPOSED SALARY FROM THE CURRENT
005220*    ONE AND THE GUIDELINE PERCENT, ROUNDED TO THE PENNY, THEN
005230*    CAPPED AT THE GRADE'S MAXIMUM.  SOMEONE ALREADY AT OR OVER
005240*    THE MAXIMUM GETS NOTHING AND IS FLAGGED CAPPED TOO.  A GRADE
005250*    MISSING FROM PAYGRADES.TXT CANNOT BE CAPPED, SO IT GETS NO
005260*    INCREASE AND IS FLAGGED FOR HR TO SORT OUT.
005270******************************************************************
005280 2300-WORK-OUT-PROPOSAL.
005290     MOVE SPACES TO WS-FLAG
005300     MOVE 0 TO WS-PERCENT
005310     MOVE EMP-ANNUAL-SALARY TO WS-PROPOSED
005320     IF WS-GUIDE-SLOT = 0
005330         MOVE "NO GUIDE" TO WS-FLAG
005340     ELSE
005350         MOVE EMP-PAY-GRADE TO GRADE-CODE
005360         READ GRADE-FILE
005370             INVALID KEY
005380                 CONTINUE
005390         END-READ
005400         IF NOT WS-GRADE-FILE-OK
005410             MOVE "NO GRADE" TO WS-FLAG
005420         ELSE
005430             MOVE WSG-PERCENT (WS-GUIDE-SLOT) TO WS-PERCENT
005440             COMPUTE WS-PROPOSED ROUNDED =
005450                 EMP-ANNUAL-SALARY * (100 + WS-PERCENT) / 100
005460             IF WS-PROPOSED > GRADE-MAX-RATE
005470                 MOVE "CAPPED" TO WS-FLAG
005480                 IF EMP-ANNUAL-SALARY < GRADE-MAX-RATE
005490                     MOVE GRADE-MAX-RATE TO WS-PROPOSED
005500                 ELSE
005510                     MOVE EMP-ANNUAL-SALARY TO WS-PROPOSED
005520                 END-IF
005530             END-IF
005540         END-IF
005550     END-IF.
005560
005570******************************************************************
005580*    3000-WRITE-PROPOSAL - SORT OUTPUT PROCEDURE.  THE PRICED
005590*    LINES COME BACK IN DEPARTMENT/ID ORDER; A CHANGE OF
005600*    DEPARTMENT CLOSES THE PREVIOUS DEPARTMENT'S TOTAL AND OPENS
005610*    A NEW HEADING.  THE COMPANY TOTAL CLOSES THE REPORT.
005620******************************************************************
005630 3000-WRITE-PROPOSAL.
005640     MOVE WS-TODAY TO TTL-DATE
005650     MOVE WS-TITLE-LINE TO REPORT-REC
005660     PERFORM 4000-WRITE-REPORT-LINE
005670     MOVE SPACES TO REPORT-REC
005680     PERFORM 4000-WRITE-REPORT-LINE
005690     MOVE HIGH-VALUES TO WS-CURRENT-DEPT
005700     PERFORM 3100-WRITE-ONE-PROPOSAL-LINE
005710         UNTIL WS-SORT-EOF = "Y"
005720     IF WS-CURRENT-DEPT NOT = HIGH-VALUES
005730         PERFORM 3300-WRITE-DEPT-TOTAL
005740     END-IF
005750     PERFORM 3400-WRITE-COMPANY-TOTAL.
005760
005770 3100-WRITE-ONE-PROPOSAL-LINE.
005780     RETURN SORT-FILE
005790         AT END
005800             MOVE "Y" TO WS-SORT-EOF
005810         NOT AT END
005820             IF SORT-DEPT NOT = WS-CURRENT-DEPT
005830                 IF WS-CURRENT-DEPT NOT = HIGH-VALUES
005840                     PERFORM 3300-WRITE-DEPT-TOTAL
005850                 END-IF
005860                 PERFORM 3200-WRITE-DEPT-HEADING
005870             END-IF
005880             COMPUTE WS-CHANGE = SORT-PROPOSED - SORT-CURRENT
005890             MOVE SORT-ID       TO DTL-ID
005900             MOVE SORT-NAME     TO DTL-NAME
005910             MOVE SORT-GRADE    TO DTL-GRADE
005920             MOVE SORT-PERCENT  TO DTL-PERCENT
005930             MOVE SORT-CURRENT  TO DTL-CURRENT
005940             MOVE SORT-PROPOSED TO DTL-PROPOSED
005950             MOVE WS-CHANGE     TO DTL-CHANGE
005960             MOVE SORT-FLAG     TO DTL-FLAG
005970             MOVE WS-DETAIL-LINE TO REPORT-REC
005980             PERFORM 4000-WRITE-REPORT-LINE
005990             ADD 1 TO WSD-COUNT
006000             ADD SORT-CURRENT  TO WSD-CURRENT
006010             ADD SORT-PROPOSED TO WSD-PROPOSED
006020             ADD 1 TO WST-COUNT
006030             ADD SORT-CURRENT  TO WST-CURRENT
006040             ADD SORT-PROPOSED TO WST-PROPOSED
006050             IF SORT-FLAG = "CAPPED"
006060                 ADD 1 TO WST-CAPPED
006070             END-IF
006080             IF SORT-FLAG = "NO GUIDE" OR SORT-FLAG = "NO GRADE"
006090                 ADD 1 TO WST-NO-GUIDE
006100             END-IF
006110             IF WS-CHANGE > 0
006120                 PERFORM 3500-WRITE-APPROVED-LINE
006130             END-IF
006140     END-RETURN.
006150
006160******************************************************************
006170*    3200-WRITE-DEPT-HEADING - DEPARTMENT CODE AND NAME, THEN
006180*    THE COLUMN HEADINGS, AND THE DEPARTMENT TOTALS ZEROED.
006190******************************************************************
006200 3200-WRITE-DEPT-HEADING.
006210     MOVE SORT-DEPT TO WS-CURRENT-DEPT
006220     MOVE SORT-DEPT TO HDR-DEPT-CODE
006230     MOVE SPACES TO HDR-DEPT-NAME
006240     IF WS-DEPT-FILE-AVAILABLE
006250         MOVE SORT-DEPT TO DEPT-CODE
006260         READ DEPT-FILE
006270             INVALID KEY
006280                 MOVE "(UNKNOWN DEPT CODE)" TO HDR-DEPT-NAME
006290         END-READ
006300         IF WS-DEPT-FILE-OK
006310             MOVE DEPT-NAME TO HDR-DEPT-NAME
006320         END-IF
006330     END-IF
006340     MOVE WS-DEPT-HEADER TO REPORT-REC
006350     PERFORM 4000-WRITE-REPORT-LINE
006360     MOVE WS-COLUMN-HEADER TO REPORT-REC
006370     PERFORM 4000-WRITE-REPORT-LINE
006380     MOVE 0 TO WSD-COUNT
006390     MOVE 0 TO WSD-CURRENT
006400     MOVE 0 TO WSD-PROPOSED.
006410
006420******************************************************************
006430*    3300-WRITE-DEPT-TOTAL
006440******************************************************************
006450 3300-WRITE-DEPT-TOTAL.
006460     MOVE "DEPARTMENT TOTAL" TO TOT-LABEL
006470     MOVE WSD-COUNT TO TOT-COUNT
006480     MOVE WSD-CURRENT TO TOT-CURRENT
006490     MOVE WSD-PROPOSED TO TOT-PROPOSED
006500     COMPUTE TOT-CHANGE = WSD-PROPOSED - WSD-CURRENT
006510     MOVE WS-TOTAL-LINE TO REPORT-REC
006520     PERFORM 4000-WRITE-REPORT-LINE
006530     MOVE SPACES TO REPORT-REC
006540     PERFORM 4000-WRITE-REPORT-LINE.
006550
006560******************************************************************
006570*    3400-WRITE-COMPANY-TOTAL - WHAT THE WHOLE CYCLE COSTS, AND
006580*    HOW MANY LINES NEED A SECOND LOOK.
006590******************************************************************
006600 3400-WRITE-COMPANY-TOTAL.
006610     MOVE "COMPANY TOTAL" TO TOT-LABEL
006620     MOVE WST-COUNT TO TOT-COUNT
006630     MOVE WST-CURRENT TO TOT-CURRENT
006640     MOVE WST-PROPOSED TO TOT-PROPOSED
006650     COMPUTE TOT-CHANGE = WST-PROPOSED - WST-CURRENT
006660     MOVE WS-TOTAL-LINE TO REPORT-REC
006670     PERFORM 4000-WRITE-REPORT-LINE
006680     MOVE "CAPPED AT GRADE MAXIMUM" TO CNT-LABEL
006690     MOVE WST-CAPPED TO CNT-VALUE
006700     MOVE WS-COUNT-LINE TO REPORT-REC
006710     PERFORM 4000-WRITE-REPORT-LINE
006720     MOVE "NO GUIDELINE OR UNKNOWN GRADE" TO CNT-LABEL
006730     MOVE WST-NO-GUIDE TO CNT-VALUE
006740     MOVE WS-COUNT-LINE TO REPORT-REC
006750     PERFORM 4000-WRITE-REPORT-LINE.
006760
006770******************************************************************
006780*    3500-WRITE-APPROVED-LINE - ONE LINE FOR THE APPLY RUN.
006790******************************************************************
006800 3500-WRITE-APPROVED-LINE.
006810     MOVE SORT-ID       TO MA-ID
006820     MOVE SORT-DEPT     TO MA-DEPT
006830     MOVE SORT-GRADE    TO MA-GRADE
006840     MOVE SORT-CURRENT  TO MA-CURRENT
006850     MOVE SORT-PROPOSED TO MA-PROPOSED
006860     WRITE APPROVED-REC
006870     IF NOT WS-APPR-FILE-OK
006880         DISPLAY "Unable to write meritapproved.txt, status "
006890             WS-APPR-FILE-STATUS
006900     END-IF.
006910
006920******************************************************************
006930*    4000-WRITE-REPORT-LINE
006940******************************************************************
006950 4000-WRITE-REPORT-LINE.
006960     WRITE REPORT-REC
006970     IF NOT WS-RPT-FILE-OK
006980         DISPLAY "Unable to write report line, status "
006990             WS-RPT-FILE-STATUS
007000     END-IF.
007010
007020******************************************************************
007030*    5000-APPLY-APPROVED - QUEUES EVERY APPROVED INCREASE ON THE
007040*    PENDING FILE FOR THE CHOSEN EFFECTIVE DATE.  THE EFFECTIVE
007050*    DATE MUST BE A REAL YYYYMMDD; TODAY OR EARLIER POSTS ON
007060*    TONIGHT'S RELEASE STEP.
007070******************************************************************
007080 5000-APPLY-APPROVED.
007090     OPEN INPUT APPROVED-FILE
007100     IF WS-APPR-FILE-NOT-FOUND
007110         DISPLAY "meritapproved.txt not found - run the "
007120             "proposal first (or it has already been posted)."
007130         STOP RUN
007140     END-IF
007150     IF NOT WS-APPR-FILE-OK
007160         DISPLAY "Unable to open meritapproved.txt, status "
007170             WS-APPR-FILE-STATUS
007180         STOP RUN
007190     END-IF
007200     DISPLAY "Effective date of the increases (YYYYMMDD): "
007210     ACCEPT WS-EFF-DATE
007220     IF WS-EFF-DATE NOT NUMERIC
007230         OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
007240         OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
007250         DISPLAY "Effective date must be YYYYMMDD, got "
007260             WS-EFF-DATE " - nothing posted."
007270         CLOSE APPROVED-FILE
007280         STOP RUN
007290     END-IF
007300     DISPLAY "Queue the approved increases effective "
007310         WS-EFF-DATE " (Y/N)? "
007320     ACCEPT WS-CONFIRM
007330     IF WS-CONFIRM NOT = "Y"
007340         DISPLAY "Nothing posted."
007350         CLOSE APPROVED-FILE
007360         STOP RUN
007370     END-IF
007380     PERFORM 5100-OPEN-APPLY-FILES
007390     MOVE "N" TO EOF
007400     PERFORM 5200-QUEUE-ONE-INCREASE
007410         UNTIL EOF = "Y"
007420     CLOSE APPROVED-FILE
007430     CLOSE EMP-FILE
007440     CLOSE PEND-FILE
007450     CLOSE POST-FILE
007460     DELETE FILE APPROVED-FILE
007470     IF NOT WS-APPR-FILE-OK
007480         DISPLAY "Unable to remove meritapproved.txt, status "
007490             WS-APPR-FILE-STATUS " - delete it by hand so "
007500             "the proposal is not queued twice."
007510     END-IF
007520     DISPLAY WS-QUEUED-COUNT " increase(s) queued effective "
007530         WS-EFF-DATE ", " WS-SKIPPED-COUNT " not queued.  "
007540         "See meritpost.txt."
007550     MOVE "N" TO EOF.
007560
007570******************************************************************
007580*    5100-OPEN-APPLY-FILES - PENDING FILE USES THE SAME OPEN-
007590*    EXTEND-OR-CREATE PATTERN AS EMPBATCHAPPLY'S PEND STEP.
007600******************************************************************
007610 5100-OPEN-APPLY-FILES.
007620     OPEN INPUT EMP-FILE
007630     IF NOT WS-EMP-FILE-OK
007640         DISPLAY "Unable to open employee file, status "
007650             WS-EMP-FILE-STATUS
007660         CLOSE APPROVED-FILE
007670         STOP RUN
007680     END-IF
007690     OPEN EXTEND PEND-FILE
007700     IF NOT WS-PEND-FILE-OK
007710         OPEN OUTPUT PEND-FILE
007720     END-IF
007730     IF NOT WS-PEND-FILE-OK
007740         DISPLAY "Unable to open pendingtrans.txt, status "
007750             WS-PEND-FILE-STATUS
007760         CLOSE APPROVED-FILE
007770         CLOSE EMP-FILE
007780         STOP RUN
007790     END-IF
007800     OPEN OUTPUT POST-FILE
007810     IF NOT WS-POST-FILE-OK
007820         DISPLAY "Unable to open meritpost.txt, status "
007830             WS-POST-FILE-STATUS
007840         CLOSE APPROVED-FILE
007850         CLOSE EMP-FILE
007860         CLOSE PEND-FILE
007870         STOP RUN
007880     END-IF.
007890
007900******************************************************************
007910*    5200-QUEUE-ONE-INCREASE - RECHECKS ONE APPROVED LINE
007920*    AGAINST THE MASTER AS IT STANDS NOW AND QUEUES IT.  THE
007930*    PENDING RECORD CARRIES THE MASTER'S OWN NAME, DEPARTMENT,
007940*    HIRE DATE AND GRADE SO PENDMAINT'S LIST READS NORMALLY,
007950*    AND THE SIGNED-ON OPERATOR SO THE HISTORY RECORD WRITTEN
007960*    AT RELEASE TIME NAMES WHO POSTED IT.
007970******************************************************************
007980 5200-QUEUE-ONE-INCREASE.
007990     READ APPROVED-FILE
008000         AT END
008010             MOVE "Y" TO EOF
008020         NOT AT END
008030             MOVE MA-ID TO EMP-ID
008040             READ EMP-FILE
008050                 INVALID KEY
008060                     CONTINUE
008070             END-READ
008080             EVALUATE TRUE
008090                 WHEN NOT WS-EMP-FILE-OK
008100                     MOVE "ID NOT FOUND" TO WS-REJECT-REASON
008110                     PERFORM 5300-REPORT-NOT-QUEUED
008120                 WHEN NOT EMP-ACTIVE
008130                     MOVE "NO LONGER ACTIVE" TO WS-REJECT-REASON
008140                     PERFORM 5300-REPORT-NOT-QUEUED
008150                 WHEN EMP-ANNUAL-SALARY NOT = MA-CURRENT
008160                     MOVE "SALARY CHANGED SINCE PROPOSAL"
008170                         TO WS-REJECT-REASON
008180                     PERFORM 5300-REPORT-NOT-QUEUED
008190                 WHEN OTHER
008200                     PERFORM 5400-WRITE-PENDING-MERIT
008210             END-EVALUATE
008220     END-READ.
008230
008240******************************************************************
008250*    5300-REPORT-NOT-QUEUED
008260******************************************************************
008270 5300-REPORT-NOT-QUEUED.
008280     MOVE SPACES TO POST-REC
008290     MOVE MA-ID TO MP-ID
008300     MOVE "SKIPPED" TO MP-RESULT
008310     MOVE WS-REJECT-REASON TO MP-REASON
008320     WRITE POST-REC
008330     ADD 1 TO WS-SKIPPED-COUNT.
008340
008350******************************************************************
008360*    5400-WRITE-PENDING-MERIT
008370******************************************************************
008380 5400-WRITE-PENDING-MERIT.
008390     MOVE SPACES            TO PEND-REC
008400     MOVE "M"               TO TRN-ACTION
008410     MOVE EMP-ID            TO TRN-ID
008420     MOVE EMP-NAME          TO TRN-NAME
008430     MOVE EMP-DEPT          TO TRN-DEPT
008440     MOVE EMP-HIRE-DATE     TO TRN-HIRE-DATE
008450     MOVE EMP-PAY-GRADE     TO TRN-PAY-GRADE
008460     MOVE MA-PROPOSED       TO TRN-SALARY-NUM
008470     MOVE WS-EFF-DATE       TO TRN-EFF-DATE
008480     MOVE WS-OPERATOR-ID    TO TRN-OPERATOR
008490     WRITE PEND-REC
008500     MOVE SPACES TO POST-REC
008510     MOVE MA-ID TO MP-ID
008520     IF WS-PEND-FILE-OK
008530         MOVE "QUEUED" TO MP-RESULT
008540         STRING "EFFECTIVE " WS-EFF-DATE
008550             DELIMITED BY SIZE INTO MP-REASON
008560         ADD 1 TO WS-QUEUED-COUNT
008570     ELSE
008580         MOVE "SKIPPED" TO MP-RESULT
008590         MOVE "PENDING WRITE FAILED" TO MP-REASON
008600         ADD 1 TO WS-SKIPPED-COUNT
008610     END-IF
008620     WRITE POST-REC.
008630
008640******************************************************************
008650*    9000-OPERATOR-SIGN-ON - ASKS FOR AN OPERATOR ID AND PASSWORD
008660*    AND CHECKS THEM AGAINST THE OPERATORS.TXT SECURITY FILE (SEE
008670*    OPERMAINT), KEEPING THE OPERATOR'S ROLE FOR 9100.  A MISSING
008680*    SECURITY FILE, AN UNKNOWN ID OR A WRONG PASSWORD IS WRITTEN
008690*    TO THE VIOLATION LOG AND ENDS THE RUN.
008700******************************************************************
008710 9000-OPERATOR-SIGN-ON.
008720     MOVE "N" TO WS-SIGNON-RESULT
008730     DISPLAY "Operator ID: "
008740     ACCEPT WS-OPERATOR-ID
008750     DISPLAY "Password: "
008760     ACCEPT WS-PASSWORD-ENTRY
008770     OPEN INPUT OPER-FILE
008780     IF NOT WS-OPER-FILE-OK
008790         DISPLAY "Unable to open operators.txt (status "
008800             WS-OPER-FILE-STATUS ") - run operMaint to set "
008810             "up the operator security file."
008820         MOVE "NO SECURITY FILE" TO WS-VIOL-REASON
008830     ELSE
008840         MOVE WS-OPERATOR-ID TO OPER-ID
008850         READ OPER-FILE
008860             INVALID KEY
008870                 CONTINUE
008880         END-READ
008890         IF WS-OPER-FILE-OK
008900             AND OPER-PASSWORD = WS-PASSWORD-ENTRY
008910             MOVE OPER-ROLE TO WS-OPERATOR-ROLE
008920             MOVE "Y" TO WS-SIGNON-RESULT
008930             DISPLAY "Signed on: " OPER-NAME
008940                 " (role " OPER-ROLE ")"
008950         ELSE
008960             MOVE "UNKNOWN ID OR BAD PASSWORD" TO WS-VIOL-REASON
008970         END-IF
008980         CLOSE OPER-FILE
008990     END-IF
009000     IF NOT WS-SIGNED-ON
009010         DISPLAY "Sign-on refused."
009020         MOVE "SIGN-ON" TO WS-VIOL-ACTION
009030         PERFORM 9200-LOG-VIOLATION
009040         STOP RUN
009050     END-IF.
009060
009070******************************************************************
009080*    9100-CHECK-AUTHORITY - POSTING SALARY INCREASES IS AN
009090*    EMPLOYEE UPDATE, SO THE APPLY RUN NEEDS THAT ROLE.  THE
009100*    PROPOSAL CHANGES NOTHING AND NEEDS NO SIGN-ON.
009110******************************************************************
009120 9100-CHECK-AUTHORITY.
009130     MOVE "Y" TO WS-AUTHORITY
009140     MOVE "MERIT" TO WS-VIOL-ACTION
009150     IF NOT WS-ROLE-EMP-UPDATE
009160         MOVE "N" TO WS-AUTHORITY
009170     END-IF.
009180
009190******************************************************************
009200*    9150-REFUSE-ACTION - TELLS THE OPERATOR THE ACTION 9100
009210*    DISALLOWED WAS NOT CARRIED OUT AND LOGS THE ATTEMPT.
009220******************************************************************
009230 9150-REFUSE-ACTION.
009240     DISPLAY "Operator " WS-OPERATOR-ID
009250         " is not authorized for " WS-VIOL-ACTION
009260         " - action refused."
009270     MOVE SPACES TO WS-VIOL-REASON
009280     STRING "ROLE " WS-OPERATOR-ROLE " NOT AUTHORIZED"
009290         DELIMITED BY SIZE INTO WS-VIOL-REASON
009300     PERFORM 9200-LOG-VIOLATION.
009310
009320******************************************************************
009330*    9200-LOG-VIOLATION - APPENDS ONE RECORD TO SECVIOLATIONS.TXT
009340*    (SEE SECVIOL.CPY).  THE CALLER HAS ALREADY PUT THE ACTION IN
009350*    WS-VIOL-ACTION AND THE REASON IN WS-VIOL-REASON.  SAME OPEN-
009360*    EXTEND-OR-CREATE PATTERN AS THE CHANGE HISTORY.
009370******************************************************************
009380 9200-LOG-VIOLATION.
009390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
009400     ACCEPT WS-CURRENT-TIME FROM TIME
009410     OPEN EXTEND VIOL-FILE
009420     IF NOT WS-VIOL-FILE-OK
009430         OPEN OUTPUT VIOL-FILE
009440     END-IF
009450     IF WS-VIOL-FILE-OK
009460         MOVE SPACES TO VIOL-REC
009470         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
009480             DELIMITED BY SIZE INTO VIOL-TIMESTAMP
009490         MOVE WS-OPERATOR-ID    TO VIOL-OPERATOR
009500         MOVE "MERITCYCLE"      TO VIOL-PROGRAM
009510         MOVE WS-VIOL-ACTION    TO VIOL-ACTION
009520         MOVE WS-VIOL-REASON    TO VIOL-REASON
009530         WRITE VIOL-REC
009540         CLOSE VIOL-FILE
009550     ELSE
009560         DISPLAY "Unable to open violation log, status "
009570             WS-VIOL-FILE-STATUS
009580     END-IF.
009590
009600 END PROGRAM meritCycle.
