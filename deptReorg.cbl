000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. deptReorg.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    DEPARTMENT REORGANIZATION UTILITY - MERGE, SPLIT AND RECODE.
000180*    MOVING A WHOLE DEPARTMENT USED TO MEAN ONE EMPMAINT CHANGE
000190*    PER EMPLOYEE AND THEN A DEPTMAINT DELETE, WHICH WAS REFUSED
000200*    WHENEVER A TERMINATED RECORD STILL CARRIED THE OLD CODE.
000210*    THIS PROGRAM TAKES THE WHOLE REORGANIZATION FROM ONE
000220*    MAPPING FILE AND RUNS IN TWO MODES:
000230*
000240*    P)REVIEW - LISTS ON REORGREPORT.TXT EVERY EMPLOYEE WHO
000250*    WOULD MOVE, WHATEVER THEIR STATUS (T, L AND S RECORDS ON
000260*    THE MASTER MOVE TOO, OR THE OLD CODE COULD NEVER BE
000270*    RETIRED), HOW MANY PENDING TRANSACTIONS AND POSITION
000280*    RECORDS WOULD BE RE-POINTED, AND WHICH OLD CODES WOULD BE
000290*    RETIRED.  ANY ERROR IN THE MAPPING IS LISTED.  NOTHING
000300*    CHANGES.
000310*
000320*    A)PPLY - A REFERENCE-DATA OPERATOR SIGNS ON AND THE
000330*    MAPPING IS APPLIED AS ONE UNIT.  THE WHOLE MAPPING IS
000340*    CHECKED FIRST AND A SINGLE ERROR REFUSES ALL OF IT; THEN
000350*        - ANY NEW CODE NOT YET ON DEPARTMENTS.TXT IS ADDED,
000360*        - EVERY MOVING EMPLOYEE'S EMP-DEPT IS REWRITTEN, WITH
000370*          ONE "DEPTCHANGE" RECORD ON EMPHISTORY.TXT EACH
000380*          (EMPMOVEMENT COUNTS THEM AS TRANSFERS),
000390*        - PENDING TRANSACTIONS CARRYING AN OLD CODE ARE
000400*          RE-POINTED TO THE NEW ONE,
000410*        - POSITIONS.TXT RECORDS FOR A WHOLE-CODE MAPPING MOVE
000420*          TO THE NEW CODE (AUTHORIZED COUNTS ADD UP ON A
000430*          MERGE),
000440*        - EACH OLD CODE IS DELETED FROM DEPARTMENTS.TXT ONCE
000450*          NO EMPLOYEE, PENDING TRANSACTION OR POSITION STILL
000460*          REFERS TO IT.
000470*    RUNNING THE SAME MAPPING AGAIN FINISHES AN APPLY THAT WAS
000480*    INTERRUPTED: EMPLOYEES ALREADY ON THEIR NEW CODE ARE LEFT
000490*    ALONE.
000500*
000510*    MAPPING LAYOUT (REORGMAP.TXT, ONE PER LINE):
000520*        COL  1-4    OLD DEPARTMENT CODE
000530*        COL  6-9    NEW DEPARTMENT CODE
000540*        COL 11-15   EMP-ID FOR A SPLIT; BLANK MEANS EVERY
000550*                    EMPLOYEE ON THE OLD CODE NOT NAMED ON A
000560*                    SPLIT LINE (A RECODE, OR A MERGE WHEN
000570*                    SEVERAL OLD CODES NAME THE SAME NEW ONE)
000580*        COL 17-36   NEW DEPARTMENT NAME - ONLY NEEDED WHEN THE
000590*                    NEW CODE IS NOT ON DEPARTMENTS.TXT YET
000600*    AN OLD CODE WITH SPLIT LINES ONLY KEEPS ANYONE NOT LISTED,
000610*    SO IT STAYS ON FILE; ITS POSITION RECORDS ARE LEFT FOR
000620*    POSMAINT.  A CODE MAY NOT BE BOTH AN OLD AND A NEW CODE IN
000630*    ONE MAPPING.
000640*
000650*    MODIFICATION HISTORY
000660*    DATE       INIT  DESCRIPTION
000670*    ---------- ----  ------------------------------------------
000680*    2026-10-15 NK    ORIGINAL PROGRAM.
000681*    2026-10-15 NK    A FAILED DEPTCHANGE HISTORY WRITE NOW BACKS
000682*                     THE EMPLOYEE OUT TO THE OLD CODE (NOT
000683*                     MOVED) INSTEAD OF LEAVING AN UNLOGGED MOVE.
000684*                     THE PENDWORK.TXT OPEN IS NOW CHECKED, AND
000685*                     PENDINGTRANS.TXT IS ONLY REWRITTEN WHEN THE
000686*                     WHOLE PASS WROTE CLEANLY - A STALE SCRATCH
000687*                     FILE COULD OTHERWISE BE COPIED OVER IT.  NO
000688*                     OLD CODE IS RETIRED AFTER A FAILED PENDING
000689*                     PASS.
000690*    2026-10-15 NK    THE POSITION LOOP HAS ITS OWN SUBSCRIPT -
000691*                     5000 RAN ITS SEARCH ON WS-IDX UNDER IT.  A
000692*                     FAILED DELETE OF THE OLD POSITION NOW BACKS
000693*                     THE NEW CODE'S RECORD OUT, SO A RERUN DOES
000694*                     NOT ADD THE COUNT TWICE.  NO OLD CODE IS
000695*                     RETIRED AFTER ANY FAILED UPDATE, SO THE
000696*                     RERUN STILL FINDS EVERY OLD CODE ON FILE.
000697******************************************************************
000698
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT EMP-FILE ASSIGN TO "employees.txt"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS EMP-ID
000780         FILE STATUS IS WS-EMP-FILE-STATUS.
000790
000800     SELECT DEPT-FILE ASSIGN TO "departments.txt"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS DEPT-CODE
000840         FILE STATUS IS WS-DEPT-FILE-STATUS.
000850
000860     SELECT POS-FILE ASSIGN TO "positions.txt"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS POS-KEY
000900         FILE STATUS IS WS-POS-FILE-STATUS.
000910
000920     SELECT MAP-FILE ASSIGN TO "reorgmap.txt"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-MAP-FILE-STATUS.
000950
000960     SELECT PEND-FILE ASSIGN TO "pendingtrans.txt"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-PEND-FILE-STATUS.
000990
001000     SELECT PEND-WORK ASSIGN TO "pendwork.txt"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-WORK-FILE-STATUS.
001030
001040     SELECT HIST-FILE ASSIGN TO "emphistory.txt"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-HIST-FILE-STATUS.
001070
001080     SELECT REPORT-FILE ASSIGN TO "reorgreport.txt"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-RPT-FILE-STATUS.
001110
001120     SELECT OPER-FILE ASSIGN TO "operators.txt"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS OPER-ID
001160         FILE STATUS IS WS-OPER-FILE-STATUS.
001170
001180     SELECT VIOL-FILE ASSIGN TO "secviolations.txt"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-VIOL-FILE-STATUS.
001210
001220 DATA DIVISION.
001230 FILE SECTION.
001240 FD  EMP-FILE.
001250     COPY "EMPREC.cpy".
001260
001270 FD  DEPT-FILE.
001280     COPY "DEPTREC.cpy".
001290
001300 FD  POS-FILE.
001310     COPY "POSREC.cpy".
001320
001330 FD  MAP-FILE.
001340 01  MAP-REC.
001350     05  RM-OLD-DEPT             PIC X(04).
001360     05  FILLER                  PIC X(01).
001370     05  RM-NEW-DEPT             PIC X(04).
001380     05  FILLER                  PIC X(01).
001390     05  RM-EMP-ID               PIC X(05).
001400     05  FILLER                  PIC X(01).
001410     05  RM-NEW-NAME             PIC X(20).
001420
001430 FD  PEND-FILE.
001440 01  PEND-REC.
001450     05  TRN-ACTION              PIC X(01).
001460     05  TRN-ID                  PIC X(05).
001470     05  TRN-NAME                PIC X(20).
001480     05  TRN-DEPT                PIC X(04).
001490     05  TRN-HIRE-DATE           PIC 9(08).
001500     05  TRN-PAY-GRADE           PIC X(03).
001510     05  TRN-SALARY              PIC X(09).
001520     05  TRN-EFF-DATE            PIC X(08).
001530     05  TRN-OPERATOR            PIC X(08).
001540
001550 FD  PEND-WORK.
001560 01  PEND-WORK-REC               PIC X(66).
001570
001580 FD  HIST-FILE.
001590     COPY "EMPHIST.cpy".
001600
001610 FD  REPORT-FILE.
001620 01  REPORT-REC                  PIC X(80).
001630
001640 FD  OPER-FILE.
001650     COPY "OPERREC.cpy".
001660
001670 FD  VIOL-FILE.
001680     COPY "SECVIOL.cpy".
001690
001700 WORKING-STORAGE SECTION.
001710 01  WS-EMP-FILE-STATUS      PIC X(02).
001720     88  WS-EMP-FILE-OK          VALUE "00".
001730     88  WS-EMP-FILE-NOT-FOUND   VALUE "35".
001740 01  WS-DEPT-FILE-STATUS     PIC X(02).
001750     88  WS-DEPT-FILE-OK         VALUE "00".
001760 01  WS-POS-FILE-STATUS      PIC X(02).
001770     88  WS-POS-FILE-OK          VALUE "00".
001780     88  WS-POS-FILE-NOT-FOUND   VALUE "35".
001790 01  WS-POS-AVAILABLE        PIC X(01) VALUE "N".
001800     88  WS-POS-FILE-AVAILABLE   VALUE "Y".
001810 01  WS-MAP-FILE-STATUS      PIC X(02).
001820     88  WS-MAP-FILE-OK          VALUE "00".
001830 01  WS-PEND-FILE-STATUS     PIC X(02).
001840     88  WS-PEND-FILE-OK         VALUE "00".
001850     88  WS-PEND-FILE-NOT-FOUND  VALUE "35".
001860 01  WS-WORK-FILE-STATUS     PIC X(02).
001870     88  WS-WORK-FILE-OK         VALUE "00".
001880 01  WS-HIST-FILE-STATUS     PIC X(02).
001890     88  WS-HIST-FILE-OK         VALUE "00".
001900 01  WS-RPT-FILE-STATUS      PIC X(02).
001910     88  WS-RPT-FILE-OK          VALUE "00".
001920 01  EOF                     PIC X VALUE "N".
001930
001940 01  WS-RUN-MODE             PIC X(01).
001950     88  WS-MODE-PREVIEW         VALUE "P".
001960     88  WS-MODE-APPLY           VALUE "A".
001970*    "C" WHILE CHECKING THE MAPPING, "U" WHILE UPDATING.
001980 01  WS-PASS                 PIC X(01) VALUE "C".
001990     88  WS-PASS-CHECKING        VALUE "C".
002000     88  WS-PASS-UPDATING        VALUE "U".
002010 01  WS-LISTING              PIC X(01) VALUE "N".
002020     88  WS-LISTING-MOVES        VALUE "Y".
002030 01  WS-CONFIRM              PIC X(01).
002040 01  WS-TODAY                PIC 9(08).
002050 01  WS-NOW                  PIC 9(08).
002060 01  WS-RUN-TIMESTAMP        PIC X(14).
002062 01  WS-PEND-WORK-OPEN       PIC X(01) VALUE "N".
002064     88  WS-PEND-WORK-IS-OPEN    VALUE "Y".
002070
002080 77  WS-MAP-LINE             PIC 9(04) COMP VALUE 0.
002090 77  WS-MAP-LINE-SHOW        PIC 9(04) VALUE 0.
002100 77  WS-ERROR-COUNT          PIC 9(04) VALUE 0.
002110 77  WS-MOVE-COUNT           PIC 9(06) VALUE 0.
002120 77  WS-ALREADY-COUNT        PIC 9(06) COMP VALUE 0.
002130 77  WS-FAILED-COUNT         PIC 9(06) VALUE 0.
002140 77  WS-PEND-REPOINTED       PIC 9(06) VALUE 0.
002150 77  WS-PEND-KEPT            PIC 9(06) COMP VALUE 0.
002155 77  WS-PEND-FAILURES        PIC 9(04) COMP VALUE 0.
002160 77  WS-POS-MOVED            PIC 9(04) COMP VALUE 0.
002170 77  WS-DEPT-ADDED           PIC 9(04) COMP VALUE 0.
002180 77  WS-RETIRED-COUNT        PIC 9(04) VALUE 0.
002190 77  WS-IDX                  PIC 9(04) COMP VALUE 0.
002192 77  WS-POS-IDX              PIC 9(04) COMP VALUE 0.
002200 77  WS-CODE-SLOT            PIC 9(04) COMP VALUE 0.
002210 77  WS-SPLIT-SLOT           PIC 9(04) COMP VALUE 0.
002220 77  WS-NEW-SLOT             PIC 9(04) COMP VALUE 0.
002230 01  WS-SEARCH-CODE          PIC X(04).
002240 01  WS-SEARCH-ID            PIC X(05).
002250 01  WS-ERROR-TEXT           PIC X(60).
002260
002270*    EVERY OLD CODE NAMED ON THE MAPPING.  WSO-WHOLE-NEW IS THE
002280*    TARGET FOR EVERYONE NOT ON A SPLIT LINE (BLANK WHEN THE
002290*    CODE ONLY HAS SPLIT LINES).  THE LAST THREE COUNTS ARE WHAT
002300*    STILL REFERS TO THE CODE AFTER THE MOVES.
002310 77  WS-MAX-CODES            PIC 9(04) COMP VALUE 100.
002320 77  WS-CODE-COUNT           PIC 9(04) COMP VALUE 0.
002330 01  WS-CODE-TABLE.
002340     05  WS-CODE-ENTRY OCCURS 100 TIMES.
002350         10  WSO-CODE            PIC X(04).
002360         10  WSO-WHOLE-NEW       PIC X(04).
002370         10  WSO-MOVED           PIC 9(06) COMP.
002380         10  WSO-EMP-LEFT        PIC 9(06) COMP.
002390         10  WSO-PEND-LEFT       PIC 9(06) COMP.
002400         10  WSO-POS-LEFT        PIC 9(04) COMP.
002405         10  WSO-RETIRED         PIC X(01).
002410
002420*    EVERY NEW CODE NAMED ON THE MAPPING, AND WHETHER IT IS ON
002430*    DEPARTMENTS.TXT ALREADY.
002440 77  WS-MAX-NEW              PIC 9(04) COMP VALUE 100.
002450 77  WS-NEW-COUNT            PIC 9(04) COMP VALUE 0.
002460 01  WS-NEW-TABLE.
002470     05  WS-NEW-ENTRY OCCURS 100 TIMES.
002480         10  WSN-CODE            PIC X(04).
002490         10  WSN-NAME            PIC X(20).
002500         10  WSN-ON-FILE         PIC X(01).
002510
002520*    ONE ENTRY PER SPLIT LINE.
002530 77  WS-MAX-SPLITS           PIC 9(04) COMP VALUE 1000.
002540 77  WS-SPLIT-COUNT          PIC 9(04) COMP VALUE 0.
002550 01  WS-SPLIT-TABLE.
002560     05  WS-SPLIT-ENTRY OCCURS 1000 TIMES.
002570         10  WSS-EMP-ID          PIC X(05).
002580         10  WSS-OLD             PIC X(04).
002590         10  WSS-NEW             PIC X(04).
002600         10  WSS-FOUND           PIC X(01).
002610
002620*    POSITION RECORDS TO MOVE WITH A WHOLE-CODE MAPPING,
002630*    COLLECTED WHILE CHECKING SO THE INDEXED FILE IS NOT
002640*    REWRITTEN UNDER ITS OWN SEQUENTIAL READ.
002650 77  WS-MAX-POS              PIC 9(04) COMP VALUE 500.
002660 77  WS-POS-COUNT            PIC 9(04) VALUE 0.
002670 01  WS-POS-TABLE.
002680     05  WS-POS-ENTRY OCCURS 500 TIMES.
002690         10  WSP-DEPT            PIC X(04).
002700         10  WSP-GRADE           PIC X(03).
002710         10  WSP-AUTHORIZED      PIC 9(04).
002720         10  WSP-NEW             PIC X(04).
002730
002740 01  WS-MOVE-TO              PIC X(04).
002750 01  WS-MOVE-BASIS           PIC X(14).
002760 01  WS-BEFORE-IMAGE         PIC X(66).
002770 01  WS-MOVED-AUTHORIZED     PIC 9(04).
002772 01  WS-PRIOR-AUTHORIZED     PIC 9(04).
002774 01  WS-POS-NEW-ON-FILE      PIC X(01).
002776 01  WS-POS-FAIL-STATUS      PIC X(02).
002780
002790 01  WS-TITLE-LINE.
002800     05  FILLER                  PIC X(27)
002810         VALUE "DEPARTMENT REORGANIZATION ".
002820     05  TTL-MODE                PIC X(08).
002830     05  FILLER                  PIC X(10) VALUE " - RUN OF ".
002840     05  TTL-DATE                PIC 9(08).
002850
002860 01  WS-COLUMN-HEADER.
002870     05  FILLER                  PIC X(31)
002880         VALUE "  ID     NAME                  ".
002890     05  FILLER                  PIC X(29)
002900         VALUE "ST  FROM  TO    BASIS".
002910
002920 01  WS-DETAIL-LINE.
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  DTL-ID                  PIC X(05).
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  DTL-NAME                PIC X(20).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  DTL-STATUS              PIC X(01).
002990     05  FILLER                  PIC X(03) VALUE SPACES.
003000     05  DTL-FROM                PIC X(04).
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  DTL-TO                  PIC X(04).
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  DTL-BASIS               PIC X(14).
003050
003060 01  WS-ERROR-LINE.
003070     05  FILLER                  PIC X(09) VALUE "  ERROR  ".
003080     05  ERR-TEXT                PIC X(60).
003090
003100 01  WS-COUNT-LINE.
003110     05  FILLER                  PIC X(04) VALUE SPACES.
003120     05  CNT-LABEL               PIC X(40).
003130     05  CNT-VALUE               PIC Z(05)9.
003140
003150 01  WS-CODE-LINE.
003160     05  FILLER                  PIC X(13) VALUE "    OLD CODE ".
003170     05  CL-CODE                 PIC X(04).
003180     05  FILLER                  PIC X(04) VALUE " -> ".
003190     05  CL-NEW                  PIC X(04).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  CL-RESULT               PIC X(12).
003220     05  FILLER                  PIC X(05) VALUE " EMP ".
003230     05  CL-EMP                  PIC Z(05)9.
003240     05  FILLER                  PIC X(06) VALUE " PEND ".
003250     05  CL-PEND                 PIC Z(05)9.
003260     05  FILLER                  PIC X(05) VALUE " POS ".
003270     05  CL-POS                  PIC Z(03)9.
003280
003290 01  WS-OPER-FILE-STATUS     PIC X(02).
003300     88  WS-OPER-FILE-OK         VALUE "00".
003310 01  WS-VIOL-FILE-STATUS     PIC X(02).
003320     88  WS-VIOL-FILE-OK         VALUE "00".
003330 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
003340 01  WS-OPERATOR-ROLE        PIC X(01) VALUE SPACE.
003350     88  WS-ROLE-REFERENCE       VALUE "R".
003360 01  WS-PASSWORD-ENTRY       PIC X(08).
003370 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
003380     88  WS-SIGNED-ON            VALUE "Y".
003390 01  WS-AUTHORITY            PIC X(01) VALUE "Y".
003400     88  WS-ACTION-ALLOWED       VALUE "Y".
003410 01  WS-VIOL-ACTION          PIC X(10).
003420 01  WS-VIOL-REASON          PIC X(30).
003430 01  WS-CURRENT-DATE         PIC 9(08).
003440 01  WS-CURRENT-TIME         PIC 9(08).
003450
003460 PROCEDURE DIVISION.
003470
003480 0000-MAINLINE.
003490     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003500     DISPLAY "Department reorganization - P)review or A)pply: "
003510     ACCEPT WS-RUN-MODE
003520     EVALUATE TRUE
003530         WHEN WS-MODE-PREVIEW
003540             MOVE "Y" TO WS-LISTING
003550             PERFORM 1000-OPEN-FILES
003560             PERFORM 1500-LOAD-MAPPING
003570             PERFORM 2000-CHECK-THE-MAPPING
003580             PERFORM 7000-WRITE-SUMMARY
003590             PERFORM 8000-CLOSE-FILES
003600             DISPLAY WS-MOVE-COUNT " employee(s) would move, "
003610                 WS-ERROR-COUNT " mapping error(s).  See "
003620                 "reorgreport.txt."
003630         WHEN WS-MODE-APPLY
003640             PERFORM 9000-OPERATOR-SIGN-ON
003650             PERFORM 9100-CHECK-AUTHORITY
003660             IF WS-ACTION-ALLOWED
003670                 PERFORM 1000-OPEN-FILES
003680                 PERFORM 1500-LOAD-MAPPING
003690                 PERFORM 2000-CHECK-THE-MAPPING
003700                 PERFORM 3000-APPLY-THE-MAPPING
003710                 PERFORM 7000-WRITE-SUMMARY
003720                 PERFORM 8000-CLOSE-FILES
003730             ELSE
003740                 PERFORM 9150-REFUSE-ACTION
003750             END-IF
003760         WHEN OTHER
003770             DISPLAY "Invalid mode, nothing done."
003780     END-EVALUATE
003790     STOP RUN.
003800
003810******************************************************************
003820*    1000-OPEN-FILES - THE MASTER, THE DEPARTMENT FILE AND THE
003830*    MAPPING ARE REQUIRED.  POSITIONS.TXT IS OPTIONAL, AS IT IS
003840*    FOR THE HIRE CHECKS.  THE APPLY RUN OPENS FOR UPDATE.
003850******************************************************************
003860 1000-OPEN-FILES.
003870     IF WS-MODE-APPLY
003880         OPEN I-O EMP-FILE
003890     ELSE
003900         OPEN INPUT EMP-FILE
003910     END-IF
003920     IF WS-EMP-FILE-NOT-FOUND
003930         DISPLAY "Employee file not found, nothing to move."
003940         STOP RUN
003950     END-IF
003960     IF NOT WS-EMP-FILE-OK
003970         DISPLAY "Unable to open employee file, status "
003980             WS-EMP-FILE-STATUS
003990         STOP RUN
004000     END-IF
004010     IF WS-MODE-APPLY
004020         OPEN I-O DEPT-FILE
004030     ELSE
004040         OPEN INPUT DEPT-FILE
004050     END-IF
004060     IF NOT WS-DEPT-FILE-OK
004070         DISPLAY "Unable to open departments.txt (status "
004080             WS-DEPT-FILE-STATUS ") - run deptMaint to set "
004090             "up the department reference file."
004100         CLOSE EMP-FILE
004110         STOP RUN
004120     END-IF
004130     IF WS-MODE-APPLY
004140         OPEN I-O POS-FILE
004150     ELSE
004160         OPEN INPUT POS-FILE
004170     END-IF
004180     IF WS-POS-FILE-OK
004190         MOVE "Y" TO WS-POS-AVAILABLE
004200     ELSE
004210         IF NOT WS-POS-FILE-NOT-FOUND
004220             DISPLAY "Unable to open positions.txt, status "
004230                 WS-POS-FILE-STATUS
004240             CLOSE EMP-FILE
004250             CLOSE DEPT-FILE
004260             STOP RUN
004270         END-IF
004280     END-IF
004290     OPEN INPUT MAP-FILE
004300     IF NOT WS-MAP-FILE-OK
004310         DISPLAY "Unable to open reorgmap.txt (status "
004320             WS-MAP-FILE-STATUS ") - no mapping, nothing "
004330             "to do."
004340         PERFORM 8100-CLOSE-MASTER-FILES
004350         STOP RUN
004360     END-IF
004370     OPEN OUTPUT REPORT-FILE
004380     IF NOT WS-RPT-FILE-OK
004390         DISPLAY "Unable to open reorgreport.txt, status "
004400             WS-RPT-FILE-STATUS
004410         CLOSE MAP-FILE
004420         PERFORM 8100-CLOSE-MASTER-FILES
004430         STOP RUN
004440     END-IF
004450     IF WS-MODE-APPLY
004460         MOVE "APPLY" TO TTL-MODE
004470     ELSE
004480         MOVE "PREVIEW" TO TTL-MODE
004490     END-IF
004500     MOVE WS-TODAY TO TTL-DATE
004510     MOVE WS-TITLE-LINE TO REPORT-REC
004520     PERFORM 6000-WRITE-REPORT-LINE
004530     MOVE SPACES TO REPORT-REC
004540     PERFORM 6000-WRITE-REPORT-LINE.
004550
004560******************************************************************
004570*    1500-LOAD-MAPPING - READS REORGMAP.TXT INTO THE CODE, NEW-
004580*    CODE AND SPLIT TABLES, CHECKING EACH LINE ON ITS OWN.  THE
004590*    CHECKS THAT NEED THE WHOLE MAPPING FOLLOW THE LOAD.
004600******************************************************************
004610 1500-LOAD-MAPPING.
004620     MOVE "N" TO EOF
004630     PERFORM 1600-LOAD-ONE-MAP-LINE
004640         UNTIL EOF = "Y"
004650     CLOSE MAP-FILE
004660     MOVE "N" TO EOF
004670     IF WS-CODE-COUNT = 0
004680         MOVE "REORGMAP.TXT HAS NO MAPPING LINES"
004690             TO WS-ERROR-TEXT
004700         PERFORM 6100-WRITE-ERROR-LINE
004710     END-IF
004720     PERFORM 1800-CHECK-ONE-NEW-CODE
004730         VARYING WS-NEW-SLOT FROM 1 BY 1
004740         UNTIL WS-NEW-SLOT > WS-NEW-COUNT.
004750
004760 1600-LOAD-ONE-MAP-LINE.
004770     READ MAP-FILE
004780         AT END
004790             MOVE "Y" TO EOF
004800         NOT AT END
004810             ADD 1 TO WS-MAP-LINE
004820             MOVE WS-MAP-LINE TO WS-MAP-LINE-SHOW
004830             IF MAP-REC NOT = SPACES
004840                 PERFORM 1700-CHECK-ONE-MAP-LINE
004850             END-IF
004860     END-READ.
004870
004880******************************************************************
004890*    1700-CHECK-ONE-MAP-LINE - BOTH CODES PRESENT AND
004900*    DIFFERENT, THE OLD CODE ON FILE, AT MOST ONE WHOLE-CODE
004910*    LINE PER OLD CODE AND ONE SPLIT LINE PER EMPLOYEE.
004920******************************************************************
004930 1700-CHECK-ONE-MAP-LINE.
004940     MOVE SPACES TO WS-ERROR-TEXT
004950     EVALUATE TRUE
004960         WHEN RM-OLD-DEPT = SPACES OR RM-NEW-DEPT = SPACES
004970             STRING "LINE " WS-MAP-LINE-SHOW
004980                 " - OLD AND NEW CODE ARE BOTH REQUIRED"
004990                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
005000         WHEN RM-OLD-DEPT = RM-NEW-DEPT
005010             STRING "LINE " WS-MAP-LINE-SHOW
005020                 " - OLD AND NEW CODE ARE THE SAME"
005030                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
005040         WHEN OTHER
005050             MOVE RM-OLD-DEPT TO DEPT-CODE
005060             READ DEPT-FILE
005070                 INVALID KEY
005080                     CONTINUE
005090             END-READ
005100             IF NOT WS-DEPT-FILE-OK
005110                 STRING "LINE " WS-MAP-LINE-SHOW
005120                     " - OLD CODE " RM-OLD-DEPT
005130                     " IS NOT ON DEPARTMENTS.TXT"
005140                     DELIMITED BY SIZE INTO WS-ERROR-TEXT
005150             END-IF
005160     END-EVALUATE
005170     IF WS-ERROR-TEXT = SPACES
005180         PERFORM 1710-NOTE-OLD-CODE
005190     END-IF
005200     IF WS-ERROR-TEXT = SPACES
005210         PERFORM 1720-NOTE-NEW-CODE
005220     END-IF
005230     IF WS-ERROR-TEXT NOT = SPACES
005240         PERFORM 6100-WRITE-ERROR-LINE
005250     END-IF.
005260
005270 1710-NOTE-OLD-CODE.
005280     MOVE RM-OLD-DEPT TO WS-SEARCH-CODE
005290     PERFORM 5000-FIND-OLD-CODE
005300     IF WS-CODE-SLOT = 0
005310         IF WS-CODE-COUNT < WS-MAX-CODES
005320             ADD 1 TO WS-CODE-COUNT
005330             MOVE WS-CODE-COUNT TO WS-CODE-SLOT
005340             INITIALIZE WS-CODE-ENTRY (WS-CODE-SLOT)
005350             MOVE RM-OLD-DEPT TO WSO-CODE (WS-CODE-SLOT)
005360         ELSE
005370             STRING "LINE " WS-MAP-LINE-SHOW
005380                 " - MORE THAN 100 OLD CODES"
005390                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
005400         END-IF
005410     END-IF
005420     IF WS-CODE-SLOT > 0
005430         IF RM-EMP-ID = SPACES
005440             IF WSO-WHOLE-NEW (WS-CODE-SLOT) NOT = SPACES
005450                 STRING "LINE " WS-MAP-LINE-SHOW
005460                     " - SECOND WHOLE-CODE LINE FOR "
005470                     RM-OLD-DEPT
005480                     DELIMITED BY SIZE INTO WS-ERROR-TEXT
005490             ELSE
005500                 MOVE RM-NEW-DEPT
005510                     TO WSO-WHOLE-NEW (WS-CODE-SLOT)
005520             END-IF
005530         ELSE
005540             PERFORM 1715-NOTE-SPLIT
005550         END-IF
005560     END-IF.
005570
005580 1715-NOTE-SPLIT.
005590     MOVE RM-EMP-ID TO WS-SEARCH-ID
005600     PERFORM 5100-FIND-SPLIT
005610     EVALUATE TRUE
005620         WHEN WS-SPLIT-SLOT > 0
005630             STRING "LINE " WS-MAP-LINE-SHOW
005640                 " - EMPLOYEE " RM-EMP-ID
005650                 " IS ON MORE THAN ONE SPLIT LINE"
005660                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
005670         WHEN WS-SPLIT-COUNT NOT < WS-MAX-SPLITS
005680             STRING "LINE " WS-MAP-LINE-SHOW
005690                 " - MORE THAN 1000 SPLIT LINES"
005700                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
005710         WHEN OTHER
005720             ADD 1 TO WS-SPLIT-COUNT
005730             MOVE RM-EMP-ID   TO WSS-EMP-ID (WS-SPLIT-COUNT)
005740             MOVE RM-OLD-DEPT TO WSS-OLD (WS-SPLIT-COUNT)
005750             MOVE RM-NEW-DEPT TO WSS-NEW (WS-SPLIT-COUNT)
005760             MOVE "N"         TO WSS-FOUND (WS-SPLIT-COUNT)
005770     END-EVALUATE.
005780
005790******************************************************************
005800*    1720-NOTE-NEW-CODE - A NEW CODE NOT ON DEPARTMENTS.TXT IS
005810*    ADDED BY THE APPLY RUN, SO SOME LINE MUST GIVE ITS NAME.
005820******************************************************************
005830 1720-NOTE-NEW-CODE.
005840     MOVE 0 TO WS-NEW-SLOT
005850     PERFORM 1725-CHECK-ONE-NEW-SLOT
005860         VARYING WS-IDX FROM 1 BY 1
005870         UNTIL WS-IDX > WS-NEW-COUNT
005880             OR WS-NEW-SLOT > 0
005890     IF WS-NEW-SLOT = 0
005900         IF WS-NEW-COUNT < WS-MAX-NEW
005910             ADD 1 TO WS-NEW-COUNT
005920             MOVE WS-NEW-COUNT TO WS-NEW-SLOT
005930             MOVE RM-NEW-DEPT TO WSN-CODE (WS-NEW-SLOT)
005940             MOVE SPACES TO WSN-NAME (WS-NEW-SLOT)
005950             MOVE RM-NEW-DEPT TO DEPT-CODE
005960             READ DEPT-FILE
005970                 INVALID KEY
005980                     CONTINUE
005990             END-READ
006000             IF WS-DEPT-FILE-OK
006010                 MOVE "Y" TO WSN-ON-FILE (WS-NEW-SLOT)
006020             ELSE
006030                 MOVE "N" TO WSN-ON-FILE (WS-NEW-SLOT)
006040             END-IF
006050         ELSE
006060             STRING "LINE " WS-MAP-LINE-SHOW
006070                 " - MORE THAN 100 NEW CODES"
006080                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
006090         END-IF
006100     END-IF
006110     IF WS-NEW-SLOT > 0
006120         IF WSN-NAME (WS-NEW-SLOT) = SPACES
006130             MOVE RM-NEW-NAME TO WSN-NAME (WS-NEW-SLOT)
006140         END-IF
006150     END-IF.
006160
006170 1725-CHECK-ONE-NEW-SLOT.
006180     IF WSN-CODE (WS-IDX) = RM-NEW-DEPT
006190         MOVE WS-IDX TO WS-NEW-SLOT
006200     END-IF.
006210
006220******************************************************************
006230*    1800-CHECK-ONE-NEW-CODE - A NEW CODE THAT IS ALSO BEING
006240*    MOVED OUT OF WOULD MAKE THE RESULT DEPEND ON LINE ORDER;
006250*    A NEW CODE NOT ON FILE NEEDS A NAME.
006260******************************************************************
006270 1800-CHECK-ONE-NEW-CODE.
006280     MOVE WSN-CODE (WS-NEW-SLOT) TO WS-SEARCH-CODE
006290     PERFORM 5000-FIND-OLD-CODE
006300     IF WS-CODE-SLOT > 0
006310         MOVE SPACES TO WS-ERROR-TEXT
006320         STRING "CODE " WS-SEARCH-CODE
006330             " IS BOTH AN OLD AND A NEW CODE"
006340             DELIMITED BY SIZE INTO WS-ERROR-TEXT
006350         PERFORM 6100-WRITE-ERROR-LINE
006360     END-IF
006370     IF WSN-ON-FILE (WS-NEW-SLOT) = "N"
006380         AND WSN-NAME (WS-NEW-SLOT) = SPACES
006390         MOVE SPACES TO WS-ERROR-TEXT
006400         STRING "NEW CODE " WS-SEARCH-CODE
006410             " IS NOT ON FILE AND NO LINE GIVES ITS NAME"
006420             DELIMITED BY SIZE INTO WS-ERROR-TEXT
006430         PERFORM 6100-WRITE-ERROR-LINE
006440     END-IF.
006450
006460******************************************************************
006470*    2000-CHECK-THE-MAPPING - RUNS THE MAPPING AGAINST THE
006480*    MASTER, THE PENDING FILE AND THE POSITIONS WITHOUT CHANGING
006490*    ANYTHING, COUNTING WHAT WOULD MOVE AND WHAT WOULD STILL
006500*    REFER TO EACH OLD CODE.  THE PREVIEW LISTS THE MOVES HERE.
006510******************************************************************
006520 2000-CHECK-THE-MAPPING.
006530     MOVE "C" TO WS-PASS
006540     IF WS-LISTING-MOVES
006550         MOVE WS-COLUMN-HEADER TO REPORT-REC
006560         PERFORM 6000-WRITE-REPORT-LINE
006570     END-IF
006580     PERFORM 4000-PASS-THE-MASTER
006590     PERFORM 4500-PASS-THE-PENDING-FILE
006600     IF WS-POS-FILE-AVAILABLE
006610         PERFORM 2500-COLLECT-POSITIONS
006620     END-IF
006630     PERFORM 2800-CHECK-ONE-SPLIT-FOUND
006640         VARYING WS-SPLIT-SLOT FROM 1 BY 1
006650         UNTIL WS-SPLIT-SLOT > WS-SPLIT-COUNT.
006660
006670******************************************************************
006680*    2500-COLLECT-POSITIONS - A POSITION ON AN OLD CODE WITH A
006690*    WHOLE-CODE TARGET IS QUEUED TO MOVE; ONE ON A SPLIT-ONLY
006700*    CODE STAYS AND KEEPS THE CODE IN USE.
006710******************************************************************
006720 2500-COLLECT-POSITIONS.
006730     MOVE "N" TO EOF
006740     MOVE LOW-VALUES TO POS-KEY
006750     START POS-FILE KEY NOT < POS-KEY
006760         INVALID KEY
006770             MOVE "Y" TO EOF
006780     END-START
006790     PERFORM 2510-COLLECT-ONE-POSITION
006800         UNTIL EOF = "Y"
006810     MOVE "N" TO EOF.
006820
006830 2510-COLLECT-ONE-POSITION.
006840     READ POS-FILE NEXT RECORD
006850         AT END
006860             MOVE "Y" TO EOF
006870         NOT AT END
006880             MOVE POS-DEPT TO WS-SEARCH-CODE
006890             PERFORM 5000-FIND-OLD-CODE
006900             IF WS-CODE-SLOT > 0
006910                 IF WSO-WHOLE-NEW (WS-CODE-SLOT) = SPACES
006920                     ADD 1 TO WSO-POS-LEFT (WS-CODE-SLOT)
006930                 ELSE
006940                     PERFORM 2520-QUEUE-POSITION-MOVE
006950                 END-IF
006960             END-IF
006970     END-READ.
006980
006990 2520-QUEUE-POSITION-MOVE.
007000     IF WS-POS-COUNT < WS-MAX-POS
007010         ADD 1 TO WS-POS-COUNT
007020         MOVE POS-DEPT TO WSP-DEPT (WS-POS-COUNT)
007030         MOVE POS-GRADE TO WSP-GRADE (WS-POS-COUNT)
007040         MOVE POS-AUTHORIZED TO WSP-AUTHORIZED (WS-POS-COUNT)
007050         MOVE WSO-WHOLE-NEW (WS-CODE-SLOT)
007060             TO WSP-NEW (WS-POS-COUNT)
007070     ELSE
007080         MOVE "MORE THAN 500 POSITION RECORDS TO MOVE"
007090             TO WS-ERROR-TEXT
007100         PERFORM 6100-WRITE-ERROR-LINE
007110         MOVE "Y" TO EOF
007120     END-IF.
007130
007140******************************************************************
007150*    2800-CHECK-ONE-SPLIT-FOUND - A SPLIT LINE NAMING AN
007160*    EMPLOYEE WHO IS NOT ON THE MASTER IS A MAPPING ERROR.
007170******************************************************************
007180 2800-CHECK-ONE-SPLIT-FOUND.
007190     IF WSS-FOUND (WS-SPLIT-SLOT) = "N"
007200         MOVE SPACES TO WS-ERROR-TEXT
007210         STRING "EMPLOYEE " WSS-EMP-ID (WS-SPLIT-SLOT)
007220             " ON A SPLIT LINE IS NOT ON THE MASTER"
007230             DELIMITED BY SIZE INTO WS-ERROR-TEXT
007240         PERFORM 6100-WRITE-ERROR-LINE
007250     END-IF.
007260
007270******************************************************************
007280*    3000-APPLY-THE-MAPPING - ONLY A MAPPING WITH NO ERRORS AT
007290*    ALL IS APPLIED, AND ONLY AFTER THE OPERATOR HAS SEEN THE
007300*    COUNTS AND CONFIRMED.  THE REFERENCE COUNTS ARE TAKEN AGAIN
007310*    AS THE UPDATE RUNS, SO A CODE IS RETIRED ON WHAT IS ACTUALLY
007320*    LEFT ON FILE.  IF ANY UPDATE FAILED NO CODE IS RETIRED,
007323*    SO RERUNNING THE SAME MAPPING FINDS EVERY OLD CODE STILL ON
007326*    FILE AND FINISHES THE JOB.
007330******************************************************************
007340 3000-APPLY-THE-MAPPING.
007350     IF WS-ERROR-COUNT > 0
007360         DISPLAY WS-ERROR-COUNT " error(s) in the mapping - "
007370             "nothing applied.  See reorgreport.txt."
007372         MOVE SPACES TO REPORT-REC
007374         PERFORM 6000-WRITE-REPORT-LINE
007376         MOVE "  MAPPING REFUSED - NOTHING APPLIED" TO REPORT-REC
007378         PERFORM 6000-WRITE-REPORT-LINE
007380     ELSE
007390         DISPLAY WS-MOVE-COUNT " employee(s), "
007400             WS-PEND-REPOINTED " pending transaction(s) and "
007410             WS-POS-COUNT " position record(s) will move."
007420         DISPLAY "Apply the reorganization (Y/N)? "
007430         ACCEPT WS-CONFIRM
007440         IF WS-CONFIRM NOT = "Y"
007450             DISPLAY "Nothing applied."
007480             MOVE "OPERATOR DID NOT CONFIRM - NOTHING APPLIED"
007490                 TO WS-ERROR-TEXT
007500             PERFORM 6100-WRITE-ERROR-LINE
007510         ELSE
007520             PERFORM 3100-RESET-COUNTS
007530             ACCEPT WS-NOW FROM TIME
007540             MOVE SPACES TO WS-RUN-TIMESTAMP
007550             STRING WS-TODAY WS-NOW (1:6)
007560                 DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
007570             MOVE "U" TO WS-PASS
007580             MOVE "Y" TO WS-LISTING
007590             MOVE WS-COLUMN-HEADER TO REPORT-REC
007600             PERFORM 6000-WRITE-REPORT-LINE
007610             PERFORM 3200-ADD-ONE-NEW-CODE
007620                 VARYING WS-NEW-SLOT FROM 1 BY 1
007630                 UNTIL WS-NEW-SLOT > WS-NEW-COUNT
007640             PERFORM 3300-OPEN-HISTORY
007650             PERFORM 4000-PASS-THE-MASTER
007660             CLOSE HIST-FILE
007670             PERFORM 4500-PASS-THE-PENDING-FILE
007680             PERFORM 3400-MOVE-ONE-POSITION
007690                 VARYING WS-POS-IDX FROM 1 BY 1
007700                 UNTIL WS-POS-IDX > WS-POS-COUNT
007705             IF WS-FAILED-COUNT = 0
007710                 PERFORM 3500-RETIRE-ONE-OLD-CODE
007720                     VARYING WS-CODE-SLOT FROM 1 BY 1
007730                     UNTIL WS-CODE-SLOT > WS-CODE-COUNT
007735             END-IF
007740             DISPLAY WS-MOVE-COUNT " employee(s) moved, "
007750                 WS-PEND-REPOINTED " pending re-pointed, "
007760                 WS-RETIRED-COUNT " old code(s) retired.  "
007770                 "See reorgreport.txt."
007780             IF WS-FAILED-COUNT > 0
007790                 DISPLAY WS-FAILED-COUNT " update(s) failed - "
007795                     "no old code retired; "
007800                     "rerun the same mapping to finish."
007810             END-IF
007820         END-IF
007830     END-IF.
007840
007850 3100-RESET-COUNTS.
007860     MOVE 0 TO WS-MOVE-COUNT
007870     MOVE 0 TO WS-ALREADY-COUNT
007880     MOVE 0 TO WS-PEND-REPOINTED
007890     MOVE 0 TO WS-PEND-KEPT
007900     PERFORM 3110-RESET-ONE-CODE
007910         VARYING WS-CODE-SLOT FROM 1 BY 1
007920         UNTIL WS-CODE-SLOT > WS-CODE-COUNT.
007930
007940 3110-RESET-ONE-CODE.
007950     MOVE 0 TO WSO-MOVED (WS-CODE-SLOT)
007960     MOVE 0 TO WSO-EMP-LEFT (WS-CODE-SLOT)
007970     MOVE 0 TO WSO-PEND-LEFT (WS-CODE-SLOT)
007975     MOVE "N" TO WSO-RETIRED (WS-CODE-SLOT).
007980
007990******************************************************************
008000*    3200-ADD-ONE-NEW-CODE - PUTS A NEW CODE ON DEPARTMENTS.TXT
008010*    BEFORE ANYONE IS MOVED INTO IT.  IF IT CANNOT BE ADDED
008020*    NOTHING ELSE IS TOUCHED.
008030******************************************************************
008040 3200-ADD-ONE-NEW-CODE.
008050     IF WSN-ON-FILE (WS-NEW-SLOT) = "N"
008060         MOVE WSN-CODE (WS-NEW-SLOT) TO DEPT-CODE
008070         MOVE WSN-NAME (WS-NEW-SLOT) TO DEPT-NAME
008080         WRITE DEPT-REC
008090             INVALID KEY
008100                 CONTINUE
008110         END-WRITE
008120         IF WS-DEPT-FILE-OK
008130             MOVE "Y" TO WSN-ON-FILE (WS-NEW-SLOT)
008140             ADD 1 TO WS-DEPT-ADDED
008150         ELSE
008160             DISPLAY "Unable to add department "
008170                 WSN-CODE (WS-NEW-SLOT) ", status "
008180                 WS-DEPT-FILE-STATUS " - nothing moved."
008190             PERFORM 8000-CLOSE-FILES
008200             STOP RUN
008210         END-IF
008220     END-IF.
008230
008240******************************************************************
008250*    3300-OPEN-HISTORY - SAME OPEN-EXTEND-OR-CREATE PATTERN AS
008260*    EMPMAINT.  NO HISTORY, NO MOVES - AN UNLOGGED DEPARTMENT
008270*    CHANGE COULD NOT BE BACKED OUT OR REPORTED.
008280******************************************************************
008290 3300-OPEN-HISTORY.
008300     OPEN EXTEND HIST-FILE
008310     IF NOT WS-HIST-FILE-OK
008320         OPEN OUTPUT HIST-FILE
008330     END-IF
008340     IF NOT WS-HIST-FILE-OK
008350         DISPLAY "Unable to open change history, status "
008360             WS-HIST-FILE-STATUS " - nothing moved."
008370         PERFORM 8000-CLOSE-FILES
008380         STOP RUN
008390     END-IF.
008400
008410******************************************************************
008420*    3400-MOVE-ONE-POSITION - ADDS THE OLD RECORD'S AUTHORIZED
008430*    COUNT TO THE NEW CODE'S RECORD FOR THE SAME GRADE (CREATING
008440*    IT IF NEED BE), THEN DELETES THE OLD RECORD.  A FAILURE
008450*    LEAVES THE OLD RECORD, WHICH KEEPS THE OLD CODE ON FILE.
008460******************************************************************
008470 3400-MOVE-ONE-POSITION.
008472     MOVE SPACES TO WS-POS-FAIL-STATUS
008474     MOVE "N" TO WS-POS-NEW-ON-FILE
008480     MOVE WSP-NEW (WS-POS-IDX)   TO POS-DEPT
008490     MOVE WSP-GRADE (WS-POS-IDX) TO POS-GRADE
008500     READ POS-FILE
008510         INVALID KEY
008520             CONTINUE
008530     END-READ
008540     IF WS-POS-FILE-OK
008545         MOVE "Y" TO WS-POS-NEW-ON-FILE
008547         MOVE POS-AUTHORIZED TO WS-PRIOR-AUTHORIZED
008550         COMPUTE WS-MOVED-AUTHORIZED =
008560             POS-AUTHORIZED + WSP-AUTHORIZED (WS-POS-IDX)
008570         MOVE WS-MOVED-AUTHORIZED TO POS-AUTHORIZED
008580         REWRITE POS-REC
008590             INVALID KEY
008600                 CONTINUE
008610         END-REWRITE
008620     ELSE
008630         MOVE WSP-NEW (WS-POS-IDX)        TO POS-DEPT
008640         MOVE WSP-GRADE (WS-POS-IDX)      TO POS-GRADE
008650         MOVE WSP-AUTHORIZED (WS-POS-IDX) TO POS-AUTHORIZED
008660         WRITE POS-REC
008670             INVALID KEY
008680                 CONTINUE
008690         END-WRITE
008700     END-IF
008705     IF NOT WS-POS-FILE-OK
008707         MOVE WS-POS-FILE-STATUS TO WS-POS-FAIL-STATUS
008709     END-IF
008710     IF WS-POS-FAIL-STATUS = SPACES
008720         MOVE WSP-DEPT (WS-POS-IDX)  TO POS-DEPT
008730         MOVE WSP-GRADE (WS-POS-IDX) TO POS-GRADE
008740         DELETE POS-FILE
008750             INVALID KEY
008760                 CONTINUE
008770         END-DELETE
008772         IF NOT WS-POS-FILE-OK
008774             MOVE WS-POS-FILE-STATUS TO WS-POS-FAIL-STATUS
008776             PERFORM 3410-BACK-OUT-NEW-POSITION
008778         END-IF
008780     END-IF
008790     IF WS-POS-FAIL-STATUS = SPACES
008800         ADD 1 TO WS-POS-MOVED
008810     ELSE
008820         DISPLAY "Unable to move position " WSP-DEPT (WS-POS-IDX)
008830             "/" WSP-GRADE (WS-POS-IDX) ", status "
008840             WS-POS-FAIL-STATUS
008850         ADD 1 TO WS-FAILED-COUNT
008860         MOVE WSP-DEPT (WS-POS-IDX) TO WS-SEARCH-CODE
008870         PERFORM 5000-FIND-OLD-CODE
008880         IF WS-CODE-SLOT > 0
008890             ADD 1 TO WSO-POS-LEFT (WS-CODE-SLOT)
008900         END-IF
008910     END-IF.
008912
008914******************************************************************
008916*    3410-BACK-OUT-NEW-POSITION - THE OLD RECORD COULD NOT BE
008918*    DELETED, SO ITS COUNT MUST NOT STAY ON THE NEW CODE: PUT THE
008920*    NEW CODE'S RECORD BACK AS IT WAS, OR REMOVE IT IF THIS PASS
008922*    CREATED IT.  THE RERUN THEN MOVES THE OLD RECORD ONCE.
008924******************************************************************
008926 3410-BACK-OUT-NEW-POSITION.
008928     MOVE WSP-NEW (WS-POS-IDX)   TO POS-DEPT
008930     MOVE WSP-GRADE (WS-POS-IDX) TO POS-GRADE
008932     IF WS-POS-NEW-ON-FILE = "Y"
008934         MOVE WS-PRIOR-AUTHORIZED TO POS-AUTHORIZED
008936         REWRITE POS-REC
008938             INVALID KEY
008940                 CONTINUE
008942         END-REWRITE
008944     ELSE
008946         DELETE POS-FILE
008948             INVALID KEY
008950                 CONTINUE
008952         END-DELETE
008954     END-IF
008956     IF NOT WS-POS-FILE-OK
008958         DISPLAY "Unable to back out position "
008960             WSP-NEW (WS-POS-IDX) "/" WSP-GRADE (WS-POS-IDX)
008962             ", status " WS-POS-FILE-STATUS
008964     END-IF.
008966
008968******************************************************************
008970*    3500-RETIRE-ONE-OLD-CODE - DELETES AN OLD CODE THAT
008972*    NOTHING REFERS TO ANY MORE, THE SAME CONDITION DEPTMAINT
008974*    PUTS ON A DELETE.  IT IS ONLY PERFORMED WHEN NO UPDATE
008976*    FAILED, SO A RERUN STILL FINDS EVERY OLD CODE ON FILE.
008978******************************************************************
008980 3500-RETIRE-ONE-OLD-CODE.
008982     IF WSO-EMP-LEFT (WS-CODE-SLOT) = 0
009000         AND WSO-PEND-LEFT (WS-CODE-SLOT) = 0
009010         AND WSO-POS-LEFT (WS-CODE-SLOT) = 0
009020         MOVE WSO-CODE (WS-CODE-SLOT) TO DEPT-CODE
009030         DELETE DEPT-FILE
009040             INVALID KEY
009050                 CONTINUE
009060         END-DELETE
009070         IF WS-DEPT-FILE-OK
009080             ADD 1 TO WS-RETIRED-COUNT
009085             MOVE "Y" TO WSO-RETIRED (WS-CODE-SLOT)
009090         ELSE
009100             DISPLAY "Unable to retire department "
009110                 WSO-CODE (WS-CODE-SLOT) ", status "
009120                 WS-DEPT-FILE-STATUS
009130             ADD 1 TO WS-FAILED-COUNT
009140         END-IF
009150     END-IF.
009160
009170******************************************************************
009180*    4000-PASS-THE-MASTER - ONE SEQUENTIAL PASS OF THE WHOLE
009190*    MASTER, EVERY STATUS.  CHECKING, IT ONLY DECIDES AND
009200*    COUNTS; UPDATING, IT ALSO REWRITES AND LOGS EACH MOVE.
009210******************************************************************
009220 4000-PASS-THE-MASTER.
009230     MOVE "N" TO EOF
009240     MOVE LOW-VALUES TO EMP-ID
009250     START EMP-FILE KEY NOT < EMP-ID
009260         INVALID KEY
009270             MOVE "Y" TO EOF
009280     END-START
009290     PERFORM 4100-PASS-ONE-EMPLOYEE
009300         UNTIL EOF = "Y"
009310     MOVE "N" TO EOF.
009320
009330 4100-PASS-ONE-EMPLOYEE.
009340     READ EMP-FILE NEXT RECORD
009350         AT END
009360             MOVE "Y" TO EOF
009370         NOT AT END
009380             PERFORM 4200-DECIDE-MOVE
009390             IF WS-MOVE-TO NOT = SPACES
009400                 PERFORM 4300-MOVE-ONE-EMPLOYEE
009410             END-IF
009420             MOVE EMP-DEPT TO WS-SEARCH-CODE
009430             PERFORM 5000-FIND-OLD-CODE
009440             IF WS-CODE-SLOT > 0
009450                 ADD 1 TO WSO-EMP-LEFT (WS-CODE-SLOT)
009460             END-IF
009470     END-READ.
009480
009490******************************************************************
009500*    4200-DECIDE-MOVE - A SPLIT LINE FOR THE EMPLOYEE WINS OVER
009510*    THE WHOLE-CODE LINE.  AN EMPLOYEE ALREADY ON THE SPLIT'S
009520*    NEW CODE WAS MOVED BY AN EARLIER, INTERRUPTED APPLY; ONE ON
009530*    ANY OTHER CODE MAKES THE MAPPING WRONG.
009540******************************************************************
009550 4200-DECIDE-MOVE.
009560     MOVE SPACES TO WS-MOVE-TO
009570     MOVE SPACES TO WS-MOVE-BASIS
009580     MOVE EMP-ID TO WS-SEARCH-ID
009590     PERFORM 5100-FIND-SPLIT
009600     IF WS-SPLIT-SLOT > 0
009610         MOVE "Y" TO WSS-FOUND (WS-SPLIT-SLOT)
009620         EVALUATE TRUE
009630             WHEN EMP-DEPT = WSS-OLD (WS-SPLIT-SLOT)
009640                 MOVE WSS-NEW (WS-SPLIT-SLOT) TO WS-MOVE-TO
009650                 MOVE "SPLIT" TO WS-MOVE-BASIS
009660             WHEN EMP-DEPT = WSS-NEW (WS-SPLIT-SLOT)
009670                 ADD 1 TO WS-ALREADY-COUNT
009680             WHEN WS-PASS-CHECKING
009690                 MOVE SPACES TO WS-ERROR-TEXT
009700                 STRING "EMPLOYEE " EMP-ID " IS IN "
009710                     EMP-DEPT ", NOT "
009720                     WSS-OLD (WS-SPLIT-SLOT)
009730                     DELIMITED BY SIZE INTO WS-ERROR-TEXT
009740                 PERFORM 6100-WRITE-ERROR-LINE
009750             WHEN OTHER
009760                 CONTINUE
009770         END-EVALUATE
009780     ELSE
009790         MOVE EMP-DEPT TO WS-SEARCH-CODE
009800         PERFORM 5000-FIND-OLD-CODE
009810         IF WS-CODE-SLOT > 0
009820             IF WSO-WHOLE-NEW (WS-CODE-SLOT) NOT = SPACES
009830                 MOVE WSO-WHOLE-NEW (WS-CODE-SLOT)
009840                     TO WS-MOVE-TO
009850                 MOVE "WHOLE CODE" TO WS-MOVE-BASIS
009860             END-IF
009870         END-IF
009880     END-IF.
009890
009900******************************************************************
009910*    4300-MOVE-ONE-EMPLOYEE - LISTS THE MOVE AND, WHEN
009920*    UPDATING, REWRITES THE MASTER RECORD AND APPENDS ITS
009930*    DEPTCHANGE HISTORY RECORD.  ONLY EMP-DEPT CHANGES.
009940******************************************************************
009950 4300-MOVE-ONE-EMPLOYEE.
009960     MOVE EMP-DEPT TO WS-SEARCH-CODE
009970     PERFORM 5000-FIND-OLD-CODE
009980     MOVE EMP-ID     TO DTL-ID
009990     MOVE EMP-NAME   TO DTL-NAME
010000     MOVE EMP-STATUS TO DTL-STATUS
010010     MOVE EMP-DEPT   TO DTL-FROM
010020     MOVE WS-MOVE-TO TO DTL-TO
010030     MOVE WS-MOVE-BASIS TO DTL-BASIS
010040     IF WS-PASS-UPDATING
010050         MOVE EMP-REC TO WS-BEFORE-IMAGE
010060         MOVE WS-MOVE-TO TO EMP-DEPT
010070         REWRITE EMP-REC
010080             INVALID KEY
010090                 CONTINUE
010100         END-REWRITE
010110         IF WS-EMP-FILE-OK
010120             PERFORM 4400-LOG-DEPT-CHANGE
010130         ELSE
010140             MOVE WS-BEFORE-IMAGE TO EMP-REC
010150             MOVE "NOT MOVED" TO DTL-BASIS
010160             ADD 1 TO WS-FAILED-COUNT
010170         END-IF
010180     END-IF
010190     IF DTL-BASIS NOT = "NOT MOVED"
010200         ADD 1 TO WS-MOVE-COUNT
010210         IF WS-CODE-SLOT > 0
010220             ADD 1 TO WSO-MOVED (WS-CODE-SLOT)
010230         END-IF
010240     END-IF
010250     IF WS-LISTING-MOVES
010260         MOVE WS-DETAIL-LINE TO REPORT-REC
010270         PERFORM 6000-WRITE-REPORT-LINE
010280     END-IF.
010290
010300******************************************************************
010310*    4400-LOG-DEPT-CHANGE - EVERY RECORD OF THE UNIT CARRIES THE
010320*    SAME TIMESTAMP, SO THE WHOLE REORGANIZATION CAN BE PICKED
010330*    OUT OF THE HISTORY.  A MOVE THAT CANNOT BE LOGGED IS PUT
010335*    BACK ON THE OLD CODE, AS A FAILED REWRITE IS IN 4300.
010340******************************************************************
010350 4400-LOG-DEPT-CHANGE.
010360     MOVE SPACES TO HIST-REC
010370     MOVE WS-RUN-TIMESTAMP  TO HIST-TIMESTAMP
010380     MOVE "DEPTREORG"       TO HIST-PROGRAM
010390     MOVE "DEPTCHANGE"      TO HIST-ACTION
010400     MOVE WS-BEFORE-IMAGE   TO HIST-BEFORE-IMAGE
010410     MOVE EMP-REC           TO HIST-AFTER-IMAGE
010420     MOVE WS-OPERATOR-ID    TO HIST-OPERATOR
010430     WRITE HIST-REC
010440     IF NOT WS-HIST-FILE-OK
010450         DISPLAY "Unable to log move of " EMP-ID
010460             ", status " WS-HIST-FILE-STATUS " - move backed out."
010461         MOVE WS-BEFORE-IMAGE TO EMP-REC
010462         REWRITE EMP-REC
010463             INVALID KEY
010464                 CONTINUE
010465         END-REWRITE
010466         IF NOT WS-EMP-FILE-OK
010467             DISPLAY "Unable to back out move of " EMP-ID
010468                 ", status " WS-EMP-FILE-STATUS
010469         END-IF
010470         MOVE "NOT MOVED" TO DTL-BASIS
010471         ADD 1 TO WS-FAILED-COUNT
010472     END-IF.
010480
010490******************************************************************
010500*    4500-PASS-THE-PENDING-FILE - FINDS THE PENDING
010510*    TRANSACTIONS CARRYING AN OLD CODE.  A SPLIT EMPLOYEE'S
010520*    TRANSACTION FOLLOWS THE SPLIT; ANY OTHER FOLLOWS THE
010530*    WHOLE-CODE LINE, AND ONE ON A SPLIT-ONLY CODE STAYS.
010540*    UPDATING, THE LIVE FILE IS REWRITTEN THROUGH PENDWORK.TXT
010550*    THE WAY PENDMAINT DOES, AND ONLY WHEN EVERY LINE REACHED
010552*    PENDWORK.TXT.  NO PENDING FILE, NOTHING PENDING.
010560******************************************************************
010570 4500-PASS-THE-PENDING-FILE.
010580     MOVE "N" TO EOF
010582     MOVE 0 TO WS-PEND-FAILURES
010584     MOVE "N" TO WS-PEND-WORK-OPEN
010590     OPEN INPUT PEND-FILE
010600     IF WS-PEND-FILE-NOT-FOUND
010610         CONTINUE
010620     ELSE
010630         IF NOT WS-PEND-FILE-OK
010640             DISPLAY "Unable to open pendingtrans.txt, status "
010650                 WS-PEND-FILE-STATUS
010660             IF WS-PASS-UPDATING
010670                 ADD 1 TO WS-FAILED-COUNT
010675                 ADD 1 TO WS-PEND-FAILURES
010680             ELSE
010690                 MOVE "PENDINGTRANS.TXT CANNOT BE READ"
010700                     TO WS-ERROR-TEXT
010710                 PERFORM 6100-WRITE-ERROR-LINE
010720             END-IF
010730         ELSE
010740             IF WS-PASS-UPDATING
010750                 OPEN OUTPUT PEND-WORK
010752                 IF WS-WORK-FILE-OK
010754                     MOVE "Y" TO WS-PEND-WORK-OPEN
010756                 ELSE
010758                     DISPLAY "Unable to open pendwork.txt, "
010760                         "status " WS-WORK-FILE-STATUS
010762                         " - pending transactions not re-pointed."
010764                     ADD 1 TO WS-FAILED-COUNT
010766                     ADD 1 TO WS-PEND-FAILURES
010768                     MOVE "Y" TO EOF
010769                 END-IF
010770             END-IF
010772             PERFORM 4600-PASS-ONE-PENDING
010780                 UNTIL EOF = "Y"
010790             CLOSE PEND-FILE
010800             IF WS-PEND-WORK-IS-OPEN
010810                 CLOSE PEND-WORK
010820                 IF WS-PEND-REPOINTED > 0
010825                     AND WS-PEND-FAILURES = 0
010830                     PERFORM 4700-REWRITE-PENDING-FILE
010840                 END-IF
010850             END-IF
010855             IF WS-PEND-FAILURES > 0
010857                 MOVE 0 TO WS-PEND-REPOINTED
010859             END-IF
010860         END-IF
010870     END-IF
010880     MOVE "N" TO EOF.
010890
010900 4600-PASS-ONE-PENDING.
010910     READ PEND-FILE
010920         AT END
010930             MOVE "Y" TO EOF
010940         NOT AT END
010950             MOVE SPACES TO WS-MOVE-TO
010960             MOVE TRN-ID TO WS-SEARCH-ID
010970             PERFORM 5100-FIND-SPLIT
010980             IF WS-SPLIT-SLOT > 0
010990                 IF TRN-DEPT = WSS-OLD (WS-SPLIT-SLOT)
011000                     MOVE WSS-NEW (WS-SPLIT-SLOT) TO WS-MOVE-TO
011010                 END-IF
011020             END-IF
011030             MOVE TRN-DEPT TO WS-SEARCH-CODE
011040             PERFORM 5000-FIND-OLD-CODE
011050             IF WS-MOVE-TO = SPACES AND WS-CODE-SLOT > 0
011060                 MOVE WSO-WHOLE-NEW (WS-CODE-SLOT) TO WS-MOVE-TO
011070             END-IF
011080             IF WS-MOVE-TO NOT = SPACES
011090                 MOVE WS-MOVE-TO TO TRN-DEPT
011100                 ADD 1 TO WS-PEND-REPOINTED
011110             ELSE
011120                 IF WS-CODE-SLOT > 0
011130                     ADD 1 TO WSO-PEND-LEFT (WS-CODE-SLOT)
011140                 END-IF
011150             END-IF
011160             IF WS-PASS-UPDATING
011170                 MOVE PEND-REC TO PEND-WORK-REC
011180                 WRITE PEND-WORK-REC
011190                 IF NOT WS-WORK-FILE-OK
011200                     DISPLAY "Unable to write pendwork.txt, "
011210                         "status " WS-WORK-FILE-STATUS
011220                     ADD 1 TO WS-FAILED-COUNT
011225                     ADD 1 TO WS-PEND-FAILURES
011230                 END-IF
011240             END-IF
011250     END-READ.
011260
011270******************************************************************
011280*    4700-REWRITE-PENDING-FILE - COPIES THE SCRATCH FILE BACK
011290*    OVER THE LIVE PENDING FILE, AS PENDMAINT'S CANCEL DOES.
011300******************************************************************
011310 4700-REWRITE-PENDING-FILE.
011320     MOVE "N" TO EOF
011330     OPEN INPUT PEND-WORK
011340     IF NOT WS-WORK-FILE-OK
011350         DISPLAY "Unable to reread pendwork.txt, status "
011360             WS-WORK-FILE-STATUS
011370         ADD 1 TO WS-FAILED-COUNT
011375         ADD 1 TO WS-PEND-FAILURES
011380     ELSE
011390         OPEN OUTPUT PEND-FILE
011400         IF NOT WS-PEND-FILE-OK
011410             DISPLAY "Unable to rewrite pendingtrans.txt, "
011420                 "status " WS-PEND-FILE-STATUS
011430             ADD 1 TO WS-FAILED-COUNT
011435             ADD 1 TO WS-PEND-FAILURES
011440             CLOSE PEND-WORK
011450         ELSE
011460             PERFORM 4800-COPY-ONE-PENDING-LINE
011470                 UNTIL EOF = "Y"
011480             CLOSE PEND-WORK
011490             CLOSE PEND-FILE
011500         END-IF
011510     END-IF.
011520
011530 4800-COPY-ONE-PENDING-LINE.
011540     READ PEND-WORK
011550         AT END
011560             MOVE "Y" TO EOF
011570         NOT AT END
011580             MOVE PEND-WORK-REC TO PEND-REC
011590             WRITE PEND-REC
011600             IF NOT WS-PEND-FILE-OK
011610                 DISPLAY "Unable to write pending line, status "
011620                     WS-PEND-FILE-STATUS
011630                 ADD 1 TO WS-FAILED-COUNT
011635                 ADD 1 TO WS-PEND-FAILURES
011640             END-IF
011650     END-READ.
011660
011670******************************************************************
011680*    5000-FIND-OLD-CODE - SUBSCRIPT OF WS-SEARCH-CODE IN THE OLD
011690*    CODE TABLE, ZERO WHEN IT IS NOT AN OLD CODE.
011700******************************************************************
011710 5000-FIND-OLD-CODE.
011720     MOVE 0 TO WS-CODE-SLOT
011730     PERFORM 5010-CHECK-ONE-OLD-CODE
011740         VARYING WS-IDX FROM 1 BY 1
011750         UNTIL WS-IDX > WS-CODE-COUNT
011760             OR WS-CODE-SLOT > 0.
011770
011780 5010-CHECK-ONE-OLD-CODE.
011790     IF WSO-CODE (WS-IDX) = WS-SEARCH-CODE
011800         MOVE WS-IDX TO WS-CODE-SLOT
011810     END-IF.
011820
011830******************************************************************
011840*    5100-FIND-SPLIT - SUBSCRIPT OF WS-SEARCH-ID IN THE SPLIT
011850*    TABLE, ZERO WHEN THE EMPLOYEE IS ON NO SPLIT LINE.
011860******************************************************************
011870 5100-FIND-SPLIT.
011880     MOVE 0 TO WS-SPLIT-SLOT
011890     PERFORM 5110-CHECK-ONE-SPLIT
011900         VARYING WS-IDX FROM 1 BY 1
011910         UNTIL WS-IDX > WS-SPLIT-COUNT
011920             OR WS-SPLIT-SLOT > 0.
011930
011940 5110-CHECK-ONE-SPLIT.
011950     IF WSS-EMP-ID (WS-IDX) = WS-SEARCH-ID
011960         MOVE WS-IDX TO WS-SPLIT-SLOT
011970     END-IF.
011980
011990******************************************************************
012000*    6000-WRITE-REPORT-LINE
012010******************************************************************
012020 6000-WRITE-REPORT-LINE.
012030     WRITE REPORT-REC
012040     IF NOT WS-RPT-FILE-OK
012050         DISPLAY "Unable to write report line, status "
012060             WS-RPT-FILE-STATUS
012070     END-IF.
012080
012090******************************************************************
012100*    6100-WRITE-ERROR-LINE - LISTS ONE MAPPING ERROR FROM
012110*    WS-ERROR-TEXT AND COUNTS IT.
012120******************************************************************
012130 6100-WRITE-ERROR-LINE.
012140     MOVE WS-ERROR-TEXT TO ERR-TEXT
012150     MOVE WS-ERROR-LINE TO REPORT-REC
012160     PERFORM 6000-WRITE-REPORT-LINE
012170     ADD 1 TO WS-ERROR-COUNT.
012180
012190******************************************************************
012200*    7000-WRITE-SUMMARY - THE COUNTS, THEN ONE LINE PER OLD CODE
012210*    SAYING WHETHER IT IS (OR WOULD BE) RETIRED AND, IF NOT,
012220*    WHAT STILL REFERS TO IT.
012230******************************************************************
012240 7000-WRITE-SUMMARY.
012250     MOVE SPACES TO REPORT-REC
012260     PERFORM 6000-WRITE-REPORT-LINE
012270     MOVE "EMPLOYEES MOVED" TO CNT-LABEL
012280     MOVE WS-MOVE-COUNT TO CNT-VALUE
012290     PERFORM 7100-WRITE-COUNT-LINE
012300     MOVE "ALREADY ON THEIR NEW CODE" TO CNT-LABEL
012310     MOVE WS-ALREADY-COUNT TO CNT-VALUE
012320     PERFORM 7100-WRITE-COUNT-LINE
012330     MOVE "PENDING TRANSACTIONS RE-POINTED" TO CNT-LABEL
012340     MOVE WS-PEND-REPOINTED TO CNT-VALUE
012350     PERFORM 7100-WRITE-COUNT-LINE
012360     MOVE "POSITION RECORDS MOVED" TO CNT-LABEL
012370     IF WS-PASS-UPDATING
012380         MOVE WS-POS-MOVED TO CNT-VALUE
012390     ELSE
012400         MOVE WS-POS-COUNT TO CNT-VALUE
012410     END-IF
012420     PERFORM 7100-WRITE-COUNT-LINE
012430     MOVE "DEPARTMENT CODES ADDED" TO CNT-LABEL
012440     MOVE WS-DEPT-ADDED TO CNT-VALUE
012450     IF NOT WS-PASS-UPDATING
012460         MOVE 0 TO CNT-VALUE
012470         PERFORM 7200-COUNT-ONE-CODE-TO-ADD
012480             VARYING WS-NEW-SLOT FROM 1 BY 1
012490             UNTIL WS-NEW-SLOT > WS-NEW-COUNT
012500     END-IF
012510     PERFORM 7100-WRITE-COUNT-LINE
012520     MOVE "MAPPING ERRORS" TO CNT-LABEL
012530     MOVE WS-ERROR-COUNT TO CNT-VALUE
012540     PERFORM 7100-WRITE-COUNT-LINE
012550     IF WS-PASS-UPDATING
012560         MOVE "UPDATES THAT FAILED - RERUN TO FINISH"
012570             TO CNT-LABEL
012580         MOVE WS-FAILED-COUNT TO CNT-VALUE
012590         PERFORM 7100-WRITE-COUNT-LINE
012600     END-IF
012610     MOVE SPACES TO REPORT-REC
012620     PERFORM 6000-WRITE-REPORT-LINE
012630     PERFORM 7300-WRITE-ONE-CODE-LINE
012640         VARYING WS-CODE-SLOT FROM 1 BY 1
012650         UNTIL WS-CODE-SLOT > WS-CODE-COUNT.
012660
012670 7100-WRITE-COUNT-LINE.
012680     MOVE WS-COUNT-LINE TO REPORT-REC
012690     PERFORM 6000-WRITE-REPORT-LINE.
012700
012710 7200-COUNT-ONE-CODE-TO-ADD.
012720     IF WSN-ON-FILE (WS-NEW-SLOT) = "N"
012730         ADD 1 TO WS-DEPT-ADDED
012740     END-IF
012750     MOVE WS-DEPT-ADDED TO CNT-VALUE.
012760
012770******************************************************************
012780*    7300-WRITE-ONE-CODE-LINE - A SPLIT-ONLY CODE SHOWS "SPLIT"
012790*    AS ITS TARGET.  BEFORE THE UPDATE THE EMPLOYEE COUNT IS
012800*    EVERYONE STILL ON THE CODE, MOVING OR NOT, SO THE MOVES
012810*    ARE TAKEN OFF TO SHOW WHAT WOULD BE LEFT.  A CODE WITH
012813*    NOTHING LEFT THAT WAS NOT DELETED SHOWS "NOT RETIRED".
012820******************************************************************
012830 7300-WRITE-ONE-CODE-LINE.
012840     MOVE WSO-CODE (WS-CODE-SLOT) TO CL-CODE
012850     IF WSO-WHOLE-NEW (WS-CODE-SLOT) = SPACES
012860         MOVE "SPLT" TO CL-NEW
012870     ELSE
012880         MOVE WSO-WHOLE-NEW (WS-CODE-SLOT) TO CL-NEW
012890     END-IF
012900     IF WS-PASS-CHECKING
012910         SUBTRACT WSO-MOVED (WS-CODE-SLOT)
012920             FROM WSO-EMP-LEFT (WS-CODE-SLOT)
012930     END-IF
012940     MOVE WSO-EMP-LEFT (WS-CODE-SLOT)  TO CL-EMP
012950     MOVE WSO-PEND-LEFT (WS-CODE-SLOT) TO CL-PEND
012960     MOVE WSO-POS-LEFT (WS-CODE-SLOT)  TO CL-POS
012970     EVALUATE TRUE
012980         WHEN WSO-EMP-LEFT (WS-CODE-SLOT) > 0
012990         WHEN WSO-PEND-LEFT (WS-CODE-SLOT) > 0
013000         WHEN WSO-POS-LEFT (WS-CODE-SLOT) > 0
013010             IF WS-PASS-UPDATING
013020                 MOVE "KEPT" TO CL-RESULT
013030             ELSE
013040                 MOVE "WOULD KEEP" TO CL-RESULT
013050             END-IF
013060         WHEN WS-PASS-UPDATING
013062             AND WSO-RETIRED (WS-CODE-SLOT) = "Y"
013070             MOVE "RETIRED" TO CL-RESULT
013075         WHEN WS-PASS-UPDATING
013077             MOVE "NOT RETIRED" TO CL-RESULT
013080         WHEN OTHER
013090             MOVE "WOULD RETIRE" TO CL-RESULT
013100     END-EVALUATE
013110     MOVE WS-CODE-LINE TO REPORT-REC
013120     PERFORM 6000-WRITE-REPORT-LINE.
013130
013140******************************************************************
013150*    8000-CLOSE-FILES
013160******************************************************************
013170 8000-CLOSE-FILES.
013180     CLOSE REPORT-FILE
013190     PERFORM 8100-CLOSE-MASTER-FILES.
013200
013210 8100-CLOSE-MASTER-FILES.
013220     CLOSE EMP-FILE
013230     CLOSE DEPT-FILE
013240     IF WS-POS-FILE-AVAILABLE
013250         CLOSE POS-FILE
013260     END-IF.
013270
013280******************************************************************
013290*    9000-OPERATOR-SIGN-ON - ASKS FOR AN OPERATOR ID AND PASSWORD
013300*    AND CHECKS THEM AGAINST THE OPERATORS.TXT SECURITY FILE (SEE
013310*    OPERMAINT), KEEPING THE OPERATOR'S ROLE FOR 9100.  A MISSING
013320*    SECURITY FILE, AN UNKNOWN ID OR A WRONG PASSWORD IS WRITTEN
013330*    TO THE VIOLATION LOG AND ENDS THE RUN.
013340******************************************************************
013350 9000-OPERATOR-SIGN-ON.
013360     MOVE "N" TO WS-SIGNON-RESULT
013370     DISPLAY "Operator ID: "
013380     ACCEPT WS-OPERATOR-ID
013390     DISPLAY "Password: "
013400     ACCEPT WS-PASSWORD-ENTRY
013410     OPEN INPUT OPER-FILE
013420     IF NOT WS-OPER-FILE-OK
013430         DISPLAY "Unable to open operators.txt (status "
013440             WS-OPER-FILE-STATUS ") - run operMaint to set "
013450             "up the operator security file."
013460         MOVE "NO SECURITY FILE" TO WS-VIOL-REASON
013470     ELSE
013480         MOVE WS-OPERATOR-ID TO OPER-ID
013490         READ OPER-FILE
013500             INVALID KEY
013510                 CONTINUE
013520         END-READ
013530         IF WS-OPER-FILE-OK
013540             AND OPER-PASSWORD = WS-PASSWORD-ENTRY
013550             MOVE OPER-ROLE TO WS-OPERATOR-ROLE
013560             MOVE "Y" TO WS-SIGNON-RESULT
013570             DISPLAY "Signed on: " OPER-NAME
013580                 " (role " OPER-ROLE ")"
013590         ELSE
013600             MOVE "UNKNOWN ID OR BAD PASSWORD" TO WS-VIOL-REASON
013610         END-IF
013620         CLOSE OPER-FILE
013630     END-IF
013640     IF NOT WS-SIGNED-ON
013650         DISPLAY "Sign-on refused."
013660         MOVE "SIGN-ON" TO WS-VIOL-ACTION
013670         PERFORM 9200-LOG-VIOLATION
013680         STOP RUN
013690     END-IF.
013700
013710******************************************************************
013720*    9100-CHECK-AUTHORITY - A REORGANIZATION RESHAPES THE
013730*    DEPARTMENT REFERENCE FILE, SO THE APPLY RUN NEEDS THE
013740*    REFERENCE-DATA ROLE, AS A DEPTMAINT DELETE DOES.  THE
013750*    PREVIEW CHANGES NOTHING AND NEEDS NO SIGN-ON.
013760******************************************************************
013770 9100-CHECK-AUTHORITY.
013780     MOVE "Y" TO WS-AUTHORITY
013790     MOVE "REORG" TO WS-VIOL-ACTION
013800     IF NOT WS-ROLE-REFERENCE
013810         MOVE "N" TO WS-AUTHORITY
013820     END-IF.
013830
013840******************************************************************
013850*    9150-REFUSE-ACTION - TELLS THE OPERATOR THE ACTION 9100
013860*    DISALLOWED WAS NOT CARRIED OUT AND LOGS THE ATTEMPT.
013870******************************************************************
013880 9150-REFUSE-ACTION.
013890     DISPLAY "Operator " WS-OPERATOR-ID
013900         " is not authorized for " WS-VIOL-ACTION
013910         " - action refused."
013920     MOVE SPACES TO WS-VIOL-REASON
013930     STRING "ROLE " WS-OPERATOR-ROLE " NOT AUTHORIZED"
013940         DELIMITED BY SIZE INTO WS-VIOL-REASON
013950     PERFORM 9200-LOG-VIOLATION.
013960
013970******************************************************************
013980*    9200-LOG-VIOLATION - APPENDS ONE RECORD TO SECVIOLATIONS.TXT
013990*    (SEE SECVIOL.CPY).  THE CALLER HAS ALREADY PUT THE ACTION IN
014000*    WS-VIOL-ACTION AND THE REASON IN WS-VIOL-REASON.  SAME OPEN-
014010*    EXTEND-OR-CREATE PATTERN AS THE CHANGE HISTORY.
014020******************************************************************
014030 9200-LOG-VIOLATION.
014040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
014050     ACCEPT WS-CURRENT-TIME FROM TIME
014060     OPEN EXTEND VIOL-FILE
014070     IF NOT WS-VIOL-FILE-OK
014080         OPEN OUTPUT VIOL-FILE
014090     END-IF
014100     IF WS-VIOL-FILE-OK
014110         MOVE SPACES TO VIOL-REC
014120         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
014130             DELIMITED BY SIZE INTO VIOL-TIMESTAMP
014140         MOVE WS-OPERATOR-ID    TO VIOL-OPERATOR
014150         MOVE "DEPTREORG"       TO VIOL-PROGRAM
014160         MOVE WS-VIOL-ACTION    TO VIOL-ACTION
014170         MOVE WS-VIOL-REASON    TO VIOL-REASON
014180         WRITE VIOL-REC
014190         CLOSE VIOL-FILE
014200     ELSE
014210         DISPLAY "Unable to open violation log, status "
014220             WS-VIOL-FILE-STATUS
014230     END-IF.
014240
014250 END PROGRAM deptReorg.
