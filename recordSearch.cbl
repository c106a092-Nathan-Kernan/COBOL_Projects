000150 DATE-COMPILED.
000160******************************************************************
000170*    LOOKS UP AN EMPLOYEE BY NAME IN THE EMPLOYEE MASTER FILE
000174*    AND DISPLAYS THE MATCHING RECORD(S), OR LISTS EVERY
000178*    EMPLOYEE MEETING A SET OF SELECTION CRITERIA (DEPARTMENT,
000182*    PAY GRADE, STATUS, HIRE-DATE RANGE, SALARY RANGE) WITH A
000186*    COUNT AND SALARY TOTAL.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT  DESCRIPTION
000539*                     RETURN-CODE 8 - A DISPLAY-AND-STOP EXITED
000541*                     WITH ZERO, SO NIGHTLYRUN RECORDED A BATCH
000542*                     SEARCH THAT DIED AT OPEN AS COMPLETE.
000543*    2026-10-15 NK    INTERACTIVE SEARCHES NOW SIGN ON AGAINST
000544*                     OPERATORS.TXT (ANY ROLE MAY SEARCH) AND
000545*                     EVERY AUDITLOG.TXT LINE CARRIES THE
000546*                     OPERATOR ID - "BATCH" FOR THE NIGHTLY RUN.
000547*                     AUDIT-REC NOW COMES FROM AUDITREC.CPY.
000548*    2026-10-15 NK    ADDED MULTI-CRITERIA SELECTION QUERIES -
000549*                     DEPARTMENT, PAY GRADE, STATUS, HIRE-DATE
000550*                     RANGE AND SALARY RANGE, ANY LEFT BLANK
000551*                     MEANING "ANY".  INTERACTIVELY, CHOOSE
000552*                     S)ELECTION AFTER SIGN-ON; IN RUN MODE S EACH
000553*                     SELECTLIST.TXT LINE IS ONE QUERY, LISTED TO
000554*                     SELECTREPORT.TXT.  EVERY MATCH IS LISTED
000555*                     WITH ITS DEPARTMENT NAME, FOLLOWED BY THE
000556*                     COUNT AND SALARY TOTAL.  EACH QUERY IS
000557*                     LOGGED TO AUDITLOG.TXT AS "SELECTION QUERY"
000558*                     WITH ITS CRITERIA AND MATCH COUNT.
000559*                     THE DEPARTMENTS.TXT OPEN MOVED INTO 5150 SO
000560*                     BOTH BATCH MODES SHARE IT.
000561*    2026-10-15 NK    THE STATUS CRITERION IS NOW A LIST OF UP TO
000562*                     FOUR CODES (E.G. "LS"), SO ONE QUERY CAN
000563*                     COVER SEVERAL STATUSES; SELECTLIST.TXT
000564*                     COLUMNS FROM 10 ON SHIFTED TO MAKE ROOM.
000565******************************************************************
000566
000567 ENVIRONMENT DIVISION.
000568 INPUT-OUTPUT SECTION.
000569 FILE-CONTROL.
000570     SELECT EMP-FILE ASSIGN TO "employees.txt"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000736         ACCESS MODE IS DYNAMIC
000737         RECORD KEY IS DEPT-CODE
000738         FILE STATUS IS WS-DEPT-FILE-STATUS.
000739
000740     SELECT OPER-FILE ASSIGN TO "operators.txt"
000741         ORGANIZATION IS INDEXED
000742         ACCESS MODE IS DYNAMIC
000743         RECORD KEY IS OPER-ID
000744         FILE STATUS IS WS-OPER-FILE-STATUS.
000745
000746     SELECT VIOL-FILE ASSIGN TO "secviolations.txt"
000747         ORGANIZATION IS LINE SEQUENTIAL
000748         FILE STATUS IS WS-VIOL-FILE-STATUS.
000749
000750     SELECT SELECT-FILE ASSIGN TO "selectlist.txt"
000751         ORGANIZATION IS LINE SEQUENTIAL
000752         FILE STATUS IS WS-SELECT-FILE-STATUS.
000753
000754     SELECT SELECT-REPORT ASSIGN TO "selectreport.txt"
000755         ORGANIZATION IS LINE SEQUENTIAL
000756         FILE STATUS IS WS-SRPT-FILE-STATUS.
000757
000758 DATA DIVISION.
000760 FILE SECTION.
000770 FD  EMP-FILE.
000780     COPY "EMPREC.cpy".
000790
000800 FD  AUDIT-LOG.
000810     COPY "AUDITREC.cpy".
000870
000880 FD  CONTROL-FILE.
000890 01  CONTROL-REC                 PIC X(20).
000998
000999 FD  DEPT-FILE.
001000     COPY "DEPTREC.cpy".
001001
001002 FD  OPER-FILE.
001003     COPY "OPERREC.cpy".
001005
001006 FD  VIOL-FILE.
001007     COPY "SECVIOL.cpy".
001008
001009 FD  SELECT-FILE.
001010 01  SELECT-REC                  PIC X(51).
001011
001012 FD  SELECT-REPORT.
001013 01  SELECT-REPORT-REC           PIC X(90).
001014
001015 WORKING-STORAGE SECTION.
001020 01  SEARCH-NAME             PIC X(20).
001030 01  FOUND-FLAG              PIC X VALUE "N".
001040 01  EOF                     PIC X VALUE "N".
001200 01  WS-RUN-MODE             PIC X(01) VALUE "I".
001210     88  WS-RUN-INTERACTIVE      VALUE "I".
001220     88  WS-RUN-BATCH             VALUE "B".
001225     88  WS-RUN-SELECT-BATCH      VALUE "S".
001230
001240 01  WS-CTL-FILE-STATUS      PIC X(02).
001250     88  WS-CTL-FILE-OK          VALUE "00".
001280 01  WS-CTL-EOF              PIC X VALUE "N".
001285 01  WS-SCAN-EOF             PIC X VALUE "N".
001290
001291 01  WS-OPER-FILE-STATUS     PIC X(02).
001292     88  WS-OPER-FILE-OK         VALUE "00".
001293 01  WS-VIOL-FILE-STATUS     PIC X(02).
001294     88  WS-VIOL-FILE-OK         VALUE "00".
001295 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001296 01  WS-OPERATOR-ROLE        PIC X(01) VALUE SPACE.
001297 01  WS-PASSWORD-ENTRY       PIC X(08).
001298 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
001299     88  WS-SIGNED-ON            VALUE "Y".
001300 01  WS-VIOL-ACTION          PIC X(10).
001301 01  WS-VIOL-REASON          PIC X(30).
001302
001303 01  WS-SEARCH-TYPE          PIC X(01) VALUE "N".
001304     88  WS-SEARCH-BY-NAME       VALUE "N".
001305     88  WS-SEARCH-SELECTION     VALUE "S".
001306 01  WS-SELECT-FILE-STATUS   PIC X(02).
001307     88  WS-SELECT-FILE-OK       VALUE "00".
001308 01  WS-SRPT-FILE-STATUS     PIC X(02).
001309     88  WS-SRPT-FILE-OK         VALUE "00".
001310 01  WS-SEL-EOF              PIC X VALUE "N".
001311
001312*    ONE SELECTION QUERY, IN THE SAME COLUMNS AS A SELECTLIST.TXT
001313*    LINE AND AUDIT-SEL-CRITERIA.  A BLANK CRITERION MEANS ANY.
001314*    SALARY BOUNDS ARE 9 DIGITS, PENNIES LAST, AS IN EMPMAINT.
001315 01  WS-SELECTION.
001316     05  WS-SEL-DEPT             PIC X(04).
001317     05  FILLER                  PIC X(01).
001318     05  WS-SEL-GRADE            PIC X(03).
001319     05  FILLER                  PIC X(01).
001320     05  WS-SEL-STATUS           PIC X(04).
001321     05  WS-SEL-STATUS-CODES     REDEFINES WS-SEL-STATUS.
001322         10  WS-SEL-STATUS-CODE  PIC X(01) OCCURS 4 TIMES.
001323             88  WS-SEL-STATUS-CODE-OK
001324                                 VALUE SPACE "A" "T" "L" "S".
001325     05  FILLER                  PIC X(01).
001326     05  WS-SEL-HIRE-FROM        PIC X(08).
001327     05  WS-SEL-HIRE-FROM-NUM    REDEFINES WS-SEL-HIRE-FROM
001328                                 PIC 9(08).
001329     05  FILLER                  PIC X(01).
001330     05  WS-SEL-HIRE-TO          PIC X(08).
001331     05  WS-SEL-HIRE-TO-NUM      REDEFINES WS-SEL-HIRE-TO
001332                                 PIC 9(08).
001333     05  FILLER                  PIC X(01).
001334     05  WS-SEL-SAL-FROM         PIC X(09).
001335     05  WS-SEL-SAL-FROM-NUM     REDEFINES WS-SEL-SAL-FROM
001336                                 PIC 9(07)V99.
001337     05  FILLER                  PIC X(01).
001338     05  WS-SEL-SAL-TO           PIC X(09).
001339     05  WS-SEL-SAL-TO-NUM       REDEFINES WS-SEL-SAL-TO
001340                                 PIC 9(07)V99.
001341 01  WS-SEL-ERROR            PIC X(40) VALUE SPACES.
001342 01  WS-SEL-MATCH            PIC X(01) VALUE "N".
001343     88  WS-SEL-MATCHED          VALUE "Y".
001344 77  WS-SEL-QUERY-COUNT      PIC 9(04) COMP VALUE 0.
001345 77  WS-SEL-MATCH-COUNT      PIC 9(05) COMP VALUE 0.
001346 77  WS-SEL-IDX              PIC 9(04) COMP VALUE 0.
001347 77  WS-SEL-STATUS-HITS      PIC 9(04) COMP VALUE 0.
001348 01  WS-SEL-SALARY-TOTAL     PIC 9(11)V99 VALUE 0.
001349 01  WS-SEL-EDIT-SALARY      PIC Z(06)9.99.
001350 01  WS-SEL-OUT-LINE         PIC X(90).
001351
001352 01  WS-SEL-HEAD-LINE-1.
001353     05  FILLER                  PIC X(06) VALUE "QUERY ".
001354     05  WS-SH-QUERY-NO          PIC ZZZ9.
001355     05  FILLER                  PIC X(08) VALUE "   DEPT ".
001356     05  WS-SH-DEPT              PIC X(04).
001357     05  FILLER                  PIC X(09) VALUE "   GRADE ".
001358     05  WS-SH-GRADE             PIC X(03).
001359     05  FILLER                  PIC X(10) VALUE "   STATUS ".
001360     05  WS-SH-STATUS            PIC X(04).
001361 01  WS-SEL-HEAD-LINE-2.
001362     05  FILLER                  PIC X(10) VALUE SPACES.
001363     05  FILLER                  PIC X(09) VALUE "   HIRED ".
001364     05  WS-SH-HIRE-FROM         PIC X(08).
001365     05  FILLER                  PIC X(04) VALUE " TO ".
001366     05  WS-SH-HIRE-TO           PIC X(08).
001367     05  FILLER                  PIC X(10) VALUE "   SALARY ".
001368     05  WS-SH-SAL-FROM          PIC X(10).
001369     05  FILLER                  PIC X(04) VALUE " TO ".
001370     05  WS-SH-SAL-TO            PIC X(10).
001371 01  WS-SEL-COLUMN-LINE.
001372     05  FILLER                  PIC X(07) VALUE "ID".
001373     05  FILLER                  PIC X(22) VALUE "NAME".
001374     05  FILLER                  PIC X(06) VALUE "DEPT".
001375     05  FILLER                  PIC X(22)
001376         VALUE "DEPARTMENT NAME".
001377     05  FILLER                  PIC X(05) VALUE "GRD".
001378     05  FILLER                  PIC X(03) VALUE "S".
001379     05  FILLER                  PIC X(10) VALUE "HIRED".
001380     05  FILLER                  PIC X(12) VALUE "      SALARY".
001381 01  WS-SEL-DETAIL-LINE.
001382     05  WS-SD-ID                PIC X(05).
001383     05  FILLER                  PIC X(02) VALUE SPACES.
001384     05  WS-SD-NAME              PIC X(20).
001385     05  FILLER                  PIC X(02) VALUE SPACES.
001386     05  WS-SD-DEPT              PIC X(04).
001387     05  FILLER                  PIC X(02) VALUE SPACES.
001388     05  WS-SD-DEPT-NAME         PIC X(20).
001389     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  WS-SD-GRADE             PIC X(03).
001391     05  FILLER                  PIC X(02) VALUE SPACES.
001392     05  WS-SD-STATUS            PIC X(01).
001393     05  FILLER                  PIC X(02) VALUE SPACES.
001394     05  WS-SD-HIRE-DATE         PIC 9(08).
001395     05  FILLER                  PIC X(02) VALUE SPACES.
001396     05  WS-SD-SALARY            PIC Z,ZZZ,ZZ9.99.
001397 01  WS-SEL-TOTAL-LINE.
001398     05  FILLER                  PIC X(08) VALUE "  COUNT ".
001399     05  WS-ST-COUNT             PIC ZZ,ZZ9.
001400     05  FILLER                  PIC X(16)
001401         VALUE "   SALARY TOTAL ".
001402     05  WS-ST-SALARY            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001403 01  WS-SEL-REJECT-LINE.
001404     05  FILLER                  PIC X(19) VALUE
001405         "  QUERY REJECTED - ".
001406     05  WS-SR-ERROR             PIC X(40).
001407
001408 PROCEDURE DIVISION.
001409
001410 0000-MAINLINE.
001411     DISPLAY "Run mode - I)nteractive, B)atch or S)election "
001412         "batch: "
001413     ACCEPT WS-RUN-MODE
001416     EVALUATE TRUE
001419         WHEN WS-RUN-BATCH
001422             MOVE "BATCH" TO WS-OPERATOR-ID
001425             PERFORM 5000-BATCH-SEARCH
001428         WHEN WS-RUN-SELECT-BATCH
001431             MOVE "BATCH" TO WS-OPERATOR-ID
001434             PERFORM 6000-BATCH-SELECTION
001437         WHEN OTHER
001440             PERFORM 9000-OPERATOR-SIGN-ON
001443             DISPLAY "Search by N)ame or S)election criteria: "
001446             ACCEPT WS-SEARCH-TYPE
001449             IF WS-SEARCH-SELECTION
001452                 PERFORM 7000-INTERACTIVE-SELECTION
001455             ELSE
001458                 PERFORM 1000-INITIALIZE
001461                 PERFORM 2000-SEARCH-EMPLOYEE
001464                 PERFORM 3000-LOG-SEARCH
001467             END-IF
001470     END-EVALUATE
001490     STOP RUN.
001500
001510******************************************************************
002270         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
002280             DELIMITED BY SIZE INTO AUDIT-TIMESTAMP
002290         MOVE SEARCH-NAME TO AUDIT-SEARCH-NAME
002295         MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
002300         IF FOUND-FLAG = "Y"
002310             MOVE "FOUND"     TO AUDIT-RESULT
002320         ELSE
002460******************************************************************
002470 5000-BATCH-SEARCH.
002480     PERFORM 5100-OPEN-EMPLOYEE-MASTER
002485     PERFORM 5150-OPEN-DEPARTMENT-FILE
002490     OPEN INPUT CONTROL-FILE
002500     IF WS-CTL-FILE-OK
002510         OPEN OUTPUT REPORT-FILE
003005         STOP RUN
003010     END-IF.
003020
003021******************************************************************
003022*    5150-OPEN-DEPARTMENT-FILE - DEPARTMENTS.TXT IS OPTIONAL; WHEN
003023*    IT CANNOT BE OPENED THE LISTING STILL RUNS WITH DEPARTMENT
003024*    NAMES LEFT BLANK.
003025******************************************************************
003026 5150-OPEN-DEPARTMENT-FILE.
003027     OPEN INPUT DEPT-FILE
003028     IF WS-DEPT-FILE-OK
003029         MOVE "Y" TO WS-DEPT-AVAILABLE
003030     ELSE
003031         DISPLAY "departments.txt unavailable (status "
003032             WS-DEPT-FILE-STATUS ") - department names "
003033             "left blank on the report."
003034     END-IF.
003035
003036******************************************************************
003040*    5200-SEARCH-ONE-NAME - SCANS THE WHOLE MASTER FOR ONE
003050*    CONTROL-FILE NAME AND WRITES A DETAIL LINE PER MATCH (OR A
003060*    SINGLE NOT-FOUND LINE), THEN LOGS THE LOOKUP TO AUDIT-LOG.
003570         END-IF
003580     END-IF.
003590
003600******************************************************************
003610*    6000-BATCH-SELECTION - RUNS EVERY QUERY ON SELECTLIST.TXT
003620*    AGAINST THE EMPLOYEE MASTER AND LISTS EACH ONE'S MATCHES,
003630*    COUNT AND SALARY TOTAL ON SELECTREPORT.TXT.  ONE QUERY PER
003640*    LINE: DEPT 1-4, GRADE 6-8, STATUS 10-13 (UP TO FOUR OF
003650*    A/T/L/S, E.G. "LS" FOR ON LEAVE OR SUSPENDED), HIRED FROM
003660*    15-22 AND TO 24-31 (YYYYMMDD), SALARY FROM 33-41 AND TO
003670*    43-51 (9 DIGITS, PENNIES LAST).  A BLANK CRITERION MEANS
003680*    ANY; A WHOLLY BLANK LINE IS SKIPPED.
003690******************************************************************
003700 6000-BATCH-SELECTION.
003710     PERFORM 5100-OPEN-EMPLOYEE-MASTER
003720     PERFORM 5150-OPEN-DEPARTMENT-FILE
003730     OPEN INPUT SELECT-FILE
003740     IF WS-SELECT-FILE-OK
003750         OPEN OUTPUT SELECT-REPORT
003760         IF WS-SRPT-FILE-OK
003770             PERFORM 6100-READ-ONE-SELECT-LINE
003780                 UNTIL WS-SEL-EOF = "Y"
003790             CLOSE SELECT-REPORT
003800             DISPLAY "Selection batch complete, "
003810                 WS-SEL-QUERY-COUNT " quer(ies), see "
003820                 "selectreport.txt."
003830         ELSE
003840             DISPLAY "Unable to open selection report, status "
003850                 WS-SRPT-FILE-STATUS
003860             MOVE 8 TO RETURN-CODE
003870         END-IF
003880         CLOSE SELECT-FILE
003890     ELSE
003900         DISPLAY "Selection file not found or unreadable, status "
003910             WS-SELECT-FILE-STATUS
003920         MOVE 8 TO RETURN-CODE
003930     END-IF
003940     IF WS-DEPT-FILE-AVAILABLE
003950         CLOSE DEPT-FILE
003960     END-IF
003970     CLOSE EMP-FILE.
003980
003990******************************************************************
004000*    6100-READ-ONE-SELECT-LINE - READS THE NEXT SELECTLIST.TXT
004010*    LINE AND RUNS IT AS ONE QUERY.
004020******************************************************************
004030 6100-READ-ONE-SELECT-LINE.
004040     READ SELECT-FILE
004050         AT END
004060             MOVE "Y" TO WS-SEL-EOF
004070         NOT AT END
004080             IF SELECT-REC NOT = SPACES
004090                 MOVE SELECT-REC TO WS-SELECTION
004100                 PERFORM 6200-RUN-SELECTION
004110             END-IF
004120     END-READ.
004130
004140******************************************************************
004150*    6200-RUN-SELECTION - VALIDATES THE QUERY IN WS-SELECTION,
004160*    LISTS EVERY MASTER RECORD MEETING ALL OF ITS CRITERIA WITH A
004170*    COUNT AND SALARY TOTAL (OR ONE REJECTED LINE GIVING THE
004180*    REASON), THEN LOGS THE QUERY TO AUDIT-LOG.  THE LISTING GOES
004190*    TO SELECTREPORT.TXT IN BATCH AND TO THE SCREEN INTERACTIVELY.
004200******************************************************************
004210 6200-RUN-SELECTION.
004220     ADD 1 TO WS-SEL-QUERY-COUNT
004230     MOVE 0 TO WS-SEL-MATCH-COUNT
004240     MOVE 0 TO WS-SEL-SALARY-TOTAL
004250     PERFORM 6300-VALIDATE-SELECTION
004260     PERFORM 6400-SHOW-SELECTION-HEADER
004270     IF WS-SEL-ERROR = SPACES
004280         MOVE WS-SEL-COLUMN-LINE TO WS-SEL-OUT-LINE
004290         PERFORM 6600-PUT-SELECTION-LINE
004300         MOVE LOW-VALUES TO EMP-ID
004310         START EMP-FILE KEY NOT < EMP-ID
004320             INVALID KEY
004330                 CONTINUE
004340         END-START
004350         IF WS-EMP-FILE-OK
004360             MOVE "N" TO WS-SCAN-EOF
004370         ELSE
004380             MOVE "Y" TO WS-SCAN-EOF
004390         END-IF
004400         PERFORM 6500-TEST-ONE-SELECTION-RECORD
004410             UNTIL WS-SCAN-EOF = "Y"
004420         MOVE WS-SEL-MATCH-COUNT  TO WS-ST-COUNT
004430         MOVE WS-SEL-SALARY-TOTAL TO WS-ST-SALARY
004440         MOVE WS-SEL-TOTAL-LINE   TO WS-SEL-OUT-LINE
004450     ELSE
004460         MOVE WS-SEL-ERROR        TO WS-SR-ERROR
004470         MOVE WS-SEL-REJECT-LINE  TO WS-SEL-OUT-LINE
004480     END-IF
004490     PERFORM 6600-PUT-SELECTION-LINE
004500     MOVE SPACES TO WS-SEL-OUT-LINE
004510     PERFORM 6600-PUT-SELECTION-LINE
004520     PERFORM 6700-LOG-SELECTION.
004530
004540******************************************************************
004550*    6300-VALIDATE-SELECTION - LEAVES WS-SEL-ERROR BLANK WHEN THE
004560*    QUERY CAN RUN, OTHERWISE THE FIRST PROBLEM FOUND.  DATES
004570*    AND SALARIES MUST BE ALL DIGITS WHEN GIVEN, AND A RANGE WITH
004580*    BOTH ENDS GIVEN MUST NOT RUN BACKWARDS.
004590******************************************************************
004600 6300-VALIDATE-SELECTION.
004610     MOVE SPACES TO WS-SEL-ERROR
004620     PERFORM 6310-CHECK-ONE-STATUS-CODE
004630         VARYING WS-SEL-IDX FROM 1 BY 1
004640         UNTIL WS-SEL-IDX > 4
004650     IF WS-SEL-ERROR = SPACES AND WS-SEL-HIRE-FROM NOT = SPACES
004660         IF WS-SEL-HIRE-FROM NOT NUMERIC
004670             MOVE "HIRED-FROM MUST BE YYYYMMDD" TO WS-SEL-ERROR
004680         END-IF
004690     END-IF
004700     IF WS-SEL-ERROR = SPACES AND WS-SEL-HIRE-TO NOT = SPACES
004710         IF WS-SEL-HIRE-TO NOT NUMERIC
004720             MOVE "HIRED-TO MUST BE YYYYMMDD" TO WS-SEL-ERROR
004730         END-IF
004740     END-IF
004750     IF WS-SEL-ERROR = SPACES AND WS-SEL-SAL-FROM NOT = SPACES
004760         IF WS-SEL-SAL-FROM NOT NUMERIC
004770             MOVE "SALARY-FROM MUST BE 9 DIGITS" TO WS-SEL-ERROR
004780         END-IF
004790     END-IF
004800     IF WS-SEL-ERROR = SPACES AND WS-SEL-SAL-TO NOT = SPACES
004810         IF WS-SEL-SAL-TO NOT NUMERIC
004820             MOVE "SALARY-TO MUST BE 9 DIGITS" TO WS-SEL-ERROR
004830         END-IF
004840     END-IF
004850     IF WS-SEL-ERROR = SPACES
004860         AND WS-SEL-HIRE-FROM NOT = SPACES
004870         AND WS-SEL-HIRE-TO NOT = SPACES
004880         IF WS-SEL-HIRE-FROM-NUM > WS-SEL-HIRE-TO-NUM
004890             MOVE "HIRED-FROM DATE IS AFTER HIRED-TO DATE"
004900                 TO WS-SEL-ERROR
004910         END-IF
004920     END-IF
004930     IF WS-SEL-ERROR = SPACES
004940         AND WS-SEL-SAL-FROM NOT = SPACES
004950         AND WS-SEL-SAL-TO NOT = SPACES
004960         IF WS-SEL-SAL-FROM-NUM > WS-SEL-SAL-TO-NUM
004970             MOVE "SALARY-FROM IS ABOVE SALARY-TO" TO WS-SEL-ERROR
004980         END-IF
004990     END-IF.
005000
005010 6310-CHECK-ONE-STATUS-CODE.
005020     IF NOT WS-SEL-STATUS-CODE-OK (WS-SEL-IDX)
005030         MOVE "STATUS CODES MUST BE A, T, L OR S" TO WS-SEL-ERROR
005040     END-IF.
005050
005060******************************************************************
005070*    6400-SHOW-SELECTION-HEADER - ECHOES THE QUERY'S CRITERIA AS
005080*    TWO LINES, SHOWING "ANY" FOR EACH ONE LEFT BLANK.
005090******************************************************************
005100 6400-SHOW-SELECTION-HEADER.
005110     MOVE WS-SEL-QUERY-COUNT TO WS-SH-QUERY-NO
005120     MOVE WS-SEL-DEPT        TO WS-SH-DEPT
005130     IF WS-SEL-DEPT = SPACES
005140         MOVE "ANY" TO WS-SH-DEPT
005150     END-IF
005160     MOVE WS-SEL-GRADE       TO WS-SH-GRADE
005170     IF WS-SEL-GRADE = SPACES
005180         MOVE "ANY" TO WS-SH-GRADE
005190     END-IF
005200     MOVE WS-SEL-STATUS      TO WS-SH-STATUS
005210     IF WS-SEL-STATUS = SPACES
005220         MOVE "ANY" TO WS-SH-STATUS
005230     END-IF
005240     MOVE WS-SEL-HIRE-FROM   TO WS-SH-HIRE-FROM
005250     IF WS-SEL-HIRE-FROM = SPACES
005260         MOVE "ANY" TO WS-SH-HIRE-FROM
005270     END-IF
005280     MOVE WS-SEL-HIRE-TO     TO WS-SH-HIRE-TO
005290     IF WS-SEL-HIRE-TO = SPACES
005300         MOVE "ANY" TO WS-SH-HIRE-TO
005310     END-IF
005320     MOVE WS-SEL-SAL-FROM    TO WS-SH-SAL-FROM
005330     IF WS-SEL-SAL-FROM = SPACES
005340         MOVE "ANY" TO WS-SH-SAL-FROM
005350     END-IF
005360     IF WS-SEL-SAL-FROM NUMERIC
005370         MOVE WS-SEL-SAL-FROM-NUM TO WS-SEL-EDIT-SALARY
005380         MOVE WS-SEL-EDIT-SALARY  TO WS-SH-SAL-FROM
005390     END-IF
005400     MOVE WS-SEL-SAL-TO      TO WS-SH-SAL-TO
005410     IF WS-SEL-SAL-TO = SPACES
005420         MOVE "ANY" TO WS-SH-SAL-TO
005430     END-IF
005440     IF WS-SEL-SAL-TO NUMERIC
005450         MOVE WS-SEL-SAL-TO-NUM TO WS-SEL-EDIT-SALARY
005460         MOVE WS-SEL-EDIT-SALARY TO WS-SH-SAL-TO
005470     END-IF
005480     MOVE WS-SEL-HEAD-LINE-1 TO WS-SEL-OUT-LINE
005490     PERFORM 6600-PUT-SELECTION-LINE
005500     MOVE WS-SEL-HEAD-LINE-2 TO WS-SEL-OUT-LINE
005510     PERFORM 6600-PUT-SELECTION-LINE.
005520
005530******************************************************************
005540*    6500-TEST-ONE-SELECTION-RECORD - READS THE NEXT MASTER RECORD
005550*    AND, WHEN IT MEETS EVERY CRITERION, LISTS IT AND ADDS IT TO
005560*    THE COUNT AND SALARY TOTAL.  ANY NON-OK READ STATUS ENDS THE
005570*    SCAN, AS IN 5210.
005580******************************************************************
005590 6500-TEST-ONE-SELECTION-RECORD.
005600     READ EMP-FILE NEXT RECORD
005610         AT END
005620             MOVE "Y" TO WS-SCAN-EOF
005630         NOT AT END
005640             PERFORM 6510-MATCH-SELECTION
005650             IF WS-SEL-MATCHED
005660                 MOVE SPACES            TO WS-SEL-DETAIL-LINE
005670                 MOVE EMP-ID            TO WS-SD-ID
005680                 MOVE EMP-NAME          TO WS-SD-NAME
005690                 MOVE EMP-DEPT          TO WS-SD-DEPT
005700                 PERFORM 6520-LOOKUP-SELECTION-DEPT
005710                 MOVE EMP-PAY-GRADE     TO WS-SD-GRADE
005720                 MOVE EMP-STATUS        TO WS-SD-STATUS
005730                 MOVE EMP-HIRE-DATE     TO WS-SD-HIRE-DATE
005740                 MOVE EMP-ANNUAL-SALARY TO WS-SD-SALARY
005750                 MOVE WS-SEL-DETAIL-LINE TO WS-SEL-OUT-LINE
005760                 PERFORM 6600-PUT-SELECTION-LINE
005770                 ADD 1 TO WS-SEL-MATCH-COUNT
005780                 ADD EMP-ANNUAL-SALARY TO WS-SEL-SALARY-TOTAL
005790             END-IF
005800     END-READ
005810     IF WS-SCAN-EOF = "N" AND NOT WS-EMP-FILE-OK
005820         MOVE "Y" TO WS-SCAN-EOF
005830     END-IF.
005840
005850******************************************************************
005860*    6510-MATCH-SELECTION - SETS WS-SEL-MATCH TO "Y" WHEN THE
005870*    CURRENT EMP-REC MEETS EVERY CRITERION GIVEN.  THE STATUS
005880*    MATCHES ANY CODE IN THE LIST.  DATE AND SALARY RANGES
005890*    INCLUDE BOTH ENDS.
005900******************************************************************
005910 6510-MATCH-SELECTION.
005920     MOVE "Y" TO WS-SEL-MATCH
005930     IF WS-SEL-DEPT NOT = SPACES AND EMP-DEPT NOT = WS-SEL-DEPT
005940         MOVE "N" TO WS-SEL-MATCH
005950     END-IF
005960     IF WS-SEL-GRADE NOT = SPACES
005970         AND EMP-PAY-GRADE NOT = WS-SEL-GRADE
005980         MOVE "N" TO WS-SEL-MATCH
005990     END-IF
006000     IF WS-SEL-STATUS NOT = SPACES
006010         MOVE 0 TO WS-SEL-STATUS-HITS
006020         INSPECT WS-SEL-STATUS TALLYING WS-SEL-STATUS-HITS
006030             FOR ALL EMP-STATUS
006040         IF EMP-STATUS = SPACE OR WS-SEL-STATUS-HITS = 0
006050             MOVE "N" TO WS-SEL-MATCH
006060         END-IF
006070     END-IF
006080     IF WS-SEL-HIRE-FROM NOT = SPACES
006090         IF EMP-HIRE-DATE < WS-SEL-HIRE-FROM-NUM
006100             MOVE "N" TO WS-SEL-MATCH
006110         END-IF
006120     END-IF
006130     IF WS-SEL-HIRE-TO NOT = SPACES
006140         IF EMP-HIRE-DATE > WS-SEL-HIRE-TO-NUM
006150             MOVE "N" TO WS-SEL-MATCH
006160         END-IF
006170     END-IF
006180     IF WS-SEL-SAL-FROM NOT = SPACES
006190         IF EMP-ANNUAL-SALARY < WS-SEL-SAL-FROM-NUM
006200             MOVE "N" TO WS-SEL-MATCH
006210         END-IF
006220     END-IF
006230     IF WS-SEL-SAL-TO NOT = SPACES
006240         IF EMP-ANNUAL-SALARY > WS-SEL-SAL-TO-NUM
006250             MOVE "N" TO WS-SEL-MATCH
006260         END-IF
006270     END-IF.
006280
006290******************************************************************
006300*    6520-LOOKUP-SELECTION-DEPT - FILLS WS-SD-DEPT-NAME FOR THE
006310*    CODE IN WS-SD-DEPT, THE SAME WAY 5300 DOES FOR THE NAME
006320*    SEARCH REPORT.
006330******************************************************************
006340 6520-LOOKUP-SELECTION-DEPT.
006350     MOVE SPACES TO WS-SD-DEPT-NAME
006360     IF WS-DEPT-FILE-AVAILABLE
006370         MOVE WS-SD-DEPT TO DEPT-CODE
006380         READ DEPT-FILE
006390             INVALID KEY
006400                 MOVE "(UNKNOWN DEPT CODE)" TO WS-SD-DEPT-NAME
006410         END-READ
006420         IF WS-DEPT-FILE-OK
006430             MOVE DEPT-NAME TO WS-SD-DEPT-NAME
006440         END-IF
006450     END-IF.
006460
006470******************************************************************
006480*    6600-PUT-SELECTION-LINE - WRITES WS-SEL-OUT-LINE TO
006490*    SELECTREPORT.TXT IN BATCH, OR DISPLAYS IT INTERACTIVELY.
006500******************************************************************
006510 6600-PUT-SELECTION-LINE.
006520     IF WS-RUN-SELECT-BATCH
006530         WRITE SELECT-REPORT-REC FROM WS-SEL-OUT-LINE
006540         IF NOT WS-SRPT-FILE-OK
006550             DISPLAY "Unable to write selection report line, "
006560                 "status " WS-SRPT-FILE-STATUS
006570         END-IF
006580     ELSE
006590         DISPLAY WS-SEL-OUT-LINE
006600     END-IF.
006610
006620******************************************************************
006630*    6700-LOG-SELECTION - APPENDS ONE AUDIT-LOG ENTRY FOR THE
006640*    QUERY, SEARCH NAME "SELECTION QUERY", CARRYING ITS CRITERIA
006650*    AND MATCH COUNT.  THE RESULT IS FOUND OR NOTFOUND AS FOR A
006660*    NAME SEARCH, OR REJECTED WHEN THE CRITERIA WERE INVALID -
006670*    AUDITANALYZE COUNTS ANYTHING BUT FOUND AS NOT FOUND.
006680******************************************************************
006690 6700-LOG-SELECTION.
006700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
006710     ACCEPT WS-CURRENT-TIME FROM TIME
006720     OPEN EXTEND AUDIT-LOG
006730     IF NOT WS-AUDIT-FILE-OK
006740         OPEN OUTPUT AUDIT-LOG
006750     END-IF
006760     IF WS-AUDIT-FILE-OK
006770         MOVE SPACES TO AUDIT-REC
006780         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
006790             DELIMITED BY SIZE INTO AUDIT-TIMESTAMP
006800         MOVE "SELECTION QUERY"    TO AUDIT-SEARCH-NAME
006810         MOVE WS-OPERATOR-ID       TO AUDIT-OPERATOR
006820         EVALUATE TRUE
006830             WHEN WS-SEL-ERROR NOT = SPACES
006840                 MOVE "REJECTED"   TO AUDIT-RESULT
006850             WHEN WS-SEL-MATCH-COUNT > 0
006860                 MOVE "FOUND"      TO AUDIT-RESULT
006870             WHEN OTHER
006880                 MOVE "NOTFOUND"   TO AUDIT-RESULT
006890         END-EVALUATE
006900         MOVE WS-SELECTION         TO AUDIT-SEL-CRITERIA
006910         MOVE WS-SEL-MATCH-COUNT   TO AUDIT-SEL-MATCHES
006920         WRITE AUDIT-REC
006930         CLOSE AUDIT-LOG
006940     ELSE
006950         DISPLAY "Unable to open audit log, status "
006960             WS-AUDIT-FILE-STATUS
006970     END-IF.
006980
006990******************************************************************
007000*    7000-INTERACTIVE-SELECTION - PROMPTS FOR EACH SELECTION
007010*    CRITERION (BLANK MEANS ANY) AND DISPLAYS THE LISTING, COUNT
007020*    AND SALARY TOTAL FOR THE SIGNED-ON OPERATOR.
007030******************************************************************
007040 7000-INTERACTIVE-SELECTION.
007050     MOVE SPACES TO WS-SELECTION
007060     DISPLAY "Department code (blank = any): "
007070     ACCEPT WS-SEL-DEPT
007080     DISPLAY "Pay grade (blank = any): "
007090     ACCEPT WS-SEL-GRADE
007100     DISPLAY "Status - up to 4 of A)ctive, T)erminated, L)eave, "
007110         "S)uspended, e.g. LS (blank = any): "
007120     ACCEPT WS-SEL-STATUS
007130     DISPLAY "Hired on or after, YYYYMMDD (blank = any): "
007140     ACCEPT WS-SEL-HIRE-FROM
007150     DISPLAY "Hired on or before, YYYYMMDD (blank = any): "
007160     ACCEPT WS-SEL-HIRE-TO
007170     DISPLAY "Salary at least (9 digits, pennies last, "
007180         "blank = any): "
007190     ACCEPT WS-SEL-SAL-FROM
007200     DISPLAY "Salary at most (9 digits, pennies last, "
007210         "blank = any): "
007220     ACCEPT WS-SEL-SAL-TO
007230     PERFORM 5100-OPEN-EMPLOYEE-MASTER
007240     PERFORM 5150-OPEN-DEPARTMENT-FILE
007250     PERFORM 6200-RUN-SELECTION
007260     IF WS-DEPT-FILE-AVAILABLE
007270         CLOSE DEPT-FILE
007280     END-IF
007290     CLOSE EMP-FILE.
007300
007310******************************************************************
007320*    9000-OPERATOR-SIGN-ON - ASKS FOR AN OPERATOR ID AND PASSWORD
007330*    AND CHECKS THEM AGAINST THE OPERATORS.TXT SECURITY FILE (SEE
007340*    OPERMAINT).  EVERY ROLE MAY SEARCH, SO ONLY A MISSING
007350*    SECURITY FILE, AN UNKNOWN ID OR A WRONG PASSWORD IS WRITTEN
007360*    TO THE VIOLATION LOG AND ENDS THE RUN.
007370******************************************************************
007380 9000-OPERATOR-SIGN-ON.
007390     MOVE "N" TO WS-SIGNON-RESULT
007400     DISPLAY "Operator ID: "
007410     ACCEPT WS-OPERATOR-ID
007420     DISPLAY "Password: "
007430     ACCEPT WS-PASSWORD-ENTRY
007440     OPEN INPUT OPER-FILE
007450     IF NOT WS-OPER-FILE-OK
007460         DISPLAY "Unable to open operators.txt (status "
007470             WS-OPER-FILE-STATUS ") - run operMaint to set "
007480             "up the operator security file."
007490         MOVE "NO SECURITY FILE" TO WS-VIOL-REASON
007500     ELSE
007510         MOVE WS-OPERATOR-ID TO OPER-ID
007520         READ OPER-FILE
007530             INVALID KEY
007540                 CONTINUE
007550         END-READ
007560         IF WS-OPER-FILE-OK
007570             AND OPER-PASSWORD = WS-PASSWORD-ENTRY
007580             MOVE OPER-ROLE TO WS-OPERATOR-ROLE
007590             MOVE "Y" TO WS-SIGNON-RESULT
007600             DISPLAY "Signed on: " OPER-NAME
007610                 " (role " OPER-ROLE ")"
007620         ELSE
007630             MOVE "UNKNOWN ID OR BAD PASSWORD" TO WS-VIOL-REASON
007640         END-IF
007650         CLOSE OPER-FILE
007660     END-IF
007670     IF NOT WS-SIGNED-ON
007680         DISPLAY "Sign-on refused."
007690         MOVE "SIGN-ON" TO WS-VIOL-ACTION
007700         PERFORM 9200-LOG-VIOLATION
007710         STOP RUN
007720     END-IF.
007730
007740******************************************************************
007750*    9200-LOG-VIOLATION - APPENDS ONE RECORD TO SECVIOLATIONS.TXT
007760*    (SEE SECVIOL.CPY).  THE CALLER HAS ALREADY PUT THE ACTION IN
007770*    WS-VIOL-ACTION AND THE REASON IN WS-VIOL-REASON.  SAME OPEN-
007780*    EXTEND-OR-CREATE PATTERN AS THE CHANGE HISTORY.
007790******************************************************************
007800 9200-LOG-VIOLATION.
007810     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
007820     ACCEPT WS-CURRENT-TIME FROM TIME
007830     OPEN EXTEND VIOL-FILE
007840     IF NOT WS-VIOL-FILE-OK
007850         OPEN OUTPUT VIOL-FILE
007860     END-IF
007870     IF WS-VIOL-FILE-OK
007880         MOVE SPACES TO VIOL-REC
007890         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
007900             DELIMITED BY SIZE INTO VIOL-TIMESTAMP
007910         MOVE WS-OPERATOR-ID    TO VIOL-OPERATOR
007920         MOVE "RECORDSEARCH"    TO VIOL-PROGRAM
007930         MOVE WS-VIOL-ACTION    TO VIOL-ACTION
007940         MOVE WS-VIOL-REASON    TO VIOL-REASON
007950         WRITE VIOL-REC
007960         CLOSE VIOL-FILE
007970     ELSE
007980         DISPLAY "Unable to open violation log, status "
007990             WS-VIOL-FILE-STATUS
008000     END-IF.
008010
008020 END PROGRAM recordSearch.
