000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ctlBalance.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    NIGHTLY CONTROL-TOTAL BALANCING FOR THE EMPLOYEE MASTER.
000180*    EMPRECON PROVES EVERY RECORD IS WELL FORMED; THIS PROVES
000190*    NOTHING CHANGED THE MASTER WITHOUT LEAVING A TRACE.  EACH
000200*    NIGHT IT TAKES THE MASTER'S CONTROL TOTALS - RECORD COUNT BY
000210*    STATUS, TOTAL EMP-ANNUAL-SALARY AND A HASH TOTAL OF THE
000220*    NUMERIC EMP-IDS - AND PROVES THEM:
000230*
000240*        LAST RUN'S TOTALS (CTLTOTALS.TXT)
000250*      + NET EFFECT OF EVERY EMPHISTORY.TXT RECORD WRITTEN SINCE
000260*        (EACH BEFORE IMAGE TAKEN OFF, EACH AFTER IMAGE ADDED ON)
000270*      = TONIGHT'S TOTALS
000280*
000290*    A BLANK IMAGE (THE BEFORE IMAGE OF AN ADD, THE AFTER IMAGE
000300*    OF A PURGE) CONTRIBUTES NOTHING, SO EVERY HISTORY WRITER IS
000310*    COVERED WITHOUT KNOWING ITS ACTIONS.  THE HISTORY WINDOW RUNS
000320*    FROM THE MOMENT THE LAST TOTALS WERE TAKEN, SO DAYTIME
000330*    EMPMAINT WORK IS PROVED ALONG WITH THE OVERNIGHT STEPS.
000340*
000350*    CTLBALANCE.TXT SHOWS EACH TOTAL'S PRIOR VALUE, MOVEMENT,
000360*    EXPECTED AND ACTUAL VALUE AND THE DIFFERENCE, FLAGGING EVERY
000370*    TOTAL OUT OF BALANCE.  ITS LAST LINE ("BALANCE" + RUN DATE +
000380*    RESULT) IS READ BY NIGHTLYRUN, WHICH HOLDS PAYROLL
000390*    EXTRACTION WHEN THE RESULT IS OUT OF BALANCE.  TONIGHT'S
000400*    TOTALS ARE APPENDED TO CTLTOTALS.TXT WHATEVER THE RESULT -
000410*    THEY ARE WHAT IS ON THE MASTER, AND TOMORROW PROVES FROM
000420*    THEM.  THE FIRST RUN HAS NOTHING TO PROVE FROM AND RECORDS
000430*    STARTING TOTALS.
000440*
000450*    ONCE AN OUT-OF-BALANCE NIGHT HAS BEEN INVESTIGATED, THE
000460*    OPERATOR CREATES CTLACCEPT.TXT AND RERUNS THE STREAM; THE
000470*    FLAG IS CONSUMED, THE RESULT IS RECORDED AS ACCEPTED AND
000480*    EXTRACTION GOES AHEAD.  A FLAG LEFT LYING ON A BALANCED
000490*    NIGHT IS REMOVED SO IT CANNOT WAVE THROUGH A LATER ONE.
000500*
000510*    AN EMP-ID OR SALARY THAT IS NOT NUMERIC (EMPRECON FLAGS
000520*    BOTH) ADDS NOTHING TO THE HASH OR SALARY TOTAL, ON THE
000530*    MASTER AND IN THE HISTORY ALIKE.
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
000740     SELECT CTL-FILE ASSIGN TO "ctltotals.txt"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CTL-FILE-STATUS.
000770
000780     SELECT ACCEPT-FILE ASSIGN TO "ctlaccept.txt"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ACCEPT-FILE-STATUS.
000810
000820     SELECT BALANCE-REPORT ASSIGN TO "ctlbalance.txt"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RPT-FILE-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  EMP-FILE.
000890     COPY "EMPREC.cpy".
000900
000910 FD  HIST-FILE.
000920     COPY "EMPHIST.cpy".
000930
000940 FD  CTL-FILE.
000950     COPY "CTLTOT.cpy".
000960
000970 FD  ACCEPT-FILE.
000980 01  ACCEPT-REC                  PIC X(01).
000990
001000 FD  BALANCE-REPORT.
001010 01  BALANCE-REC                 PIC X(132).
001020
001030 WORKING-STORAGE SECTION.
001040 01  WS-EMP-FILE-STATUS      PIC X(02).
001050     88  WS-EMP-FILE-OK          VALUE "00".
001060     88  WS-EMP-FILE-NOT-FOUND   VALUE "35".
001070 01  WS-HIST-FILE-STATUS     PIC X(02).
001080     88  WS-HIST-FILE-OK         VALUE "00".
001090     88  WS-HIST-FILE-NOT-FOUND  VALUE "35".
001100 01  WS-CTL-FILE-STATUS      PIC X(02).
001110     88  WS-CTL-FILE-OK          VALUE "00".
001120     88  WS-CTL-FILE-NOT-FOUND   VALUE "35".
001130 01  WS-ACCEPT-FILE-STATUS   PIC X(02).
001140     88  WS-ACCEPT-FILE-OK       VALUE "00".
001150 01  WS-RPT-FILE-STATUS      PIC X(02).
001160     88  WS-RPT-FILE-OK          VALUE "00".
001170 01  EOF                     PIC X VALUE "N".
001180
001190 01  WS-TODAY                PIC 9(08).
001200 01  WS-NOW                  PIC 9(08).
001210 01  WS-RUN-TIMESTAMP        PIC X(14).
001220 01  WS-PRIOR-TIMESTAMP      PIC X(14).
001230 01  WS-PRIOR-DATE           PIC 9(08) VALUE 0.
001240 01  WS-PRIOR-TIME           PIC 9(06) VALUE 0.
001250 01  WS-PRIOR-FOUND          PIC X(01) VALUE "N".
001260     88  WS-HAVE-PRIOR           VALUE "Y".
001270 01  WS-RESULT               PIC X(01).
001280     88  WS-RESULT-BALANCED      VALUE "B".
001290     88  WS-RESULT-OUT           VALUE "O".
001300     88  WS-RESULT-ACCEPTED      VALUE "A".
001310     88  WS-RESULT-STARTING      VALUE "S".
001320
001330 77  WS-IDX                  PIC 9(04) COMP VALUE 0.
001340 77  WS-TOTAL-COUNT          PIC 9(04) COMP VALUE 8.
001350 77  WS-OUT-COUNT            PIC 9(02) VALUE 0.
001360 77  WS-MASTER-COUNT         PIC 9(06) VALUE 0.
001370 77  WS-HIST-COUNT           PIC 9(06) VALUE 0.
001380 77  WS-SIGN                 PIC S9(01) VALUE +1.
001390
001400*    ONE EMPLOYEE IMAGE, FROM THE MASTER OR FROM A HISTORY
001410*    RECORD - ONLY THE FIELDS THE TOTALS NEED ARE NAMED.
001420 01  WS-IMAGE.
001430     05  IMG-ID                  PIC X(05).
001440     05  IMG-ID-NUM REDEFINES IMG-ID
001450                                 PIC 9(05).
001460     05  FILLER                  PIC X(35).
001470     05  IMG-STATUS              PIC X(01).
001480     05  FILLER                  PIC X(08).
001490     05  IMG-SALARY              PIC 9(07)V99.
001500     05  FILLER                  PIC X(08).
001510
001520*    THE EIGHT CONTROL TOTALS, IN REPORT ORDER.  1-5 ARE THE
001530*    RECORD COUNTS FOR A, T, L, S AND ANY OTHER STATUS, 6 THE
001540*    RECORD COUNT, 7 THE SALARY TOTAL AND 8 THE EMP-ID HASH.
001550 01  WS-TOTAL-LABEL-VALUES.
001560     05  FILLER  PIC X(20) VALUE "ACTIVE RECORDS".
001570     05  FILLER  PIC X(20) VALUE "TERMINATED RECORDS".
001580     05  FILLER  PIC X(20) VALUE "ON-LEAVE RECORDS".
001590     05  FILLER  PIC X(20) VALUE "SUSPENDED RECORDS".
001600     05  FILLER  PIC X(20) VALUE "OTHER-STATUS RECORDS".
001610     05  FILLER  PIC X(20) VALUE "TOTAL RECORDS".
001620     05  FILLER  PIC X(20) VALUE "ANNUAL SALARY TOTAL".
001630     05  FILLER  PIC X(20) VALUE "EMP-ID HASH TOTAL".
001640 01  WS-TOTAL-LABEL-TABLE REDEFINES WS-TOTAL-LABEL-VALUES.
001650     05  WS-TOTAL-LABEL OCCURS 8 TIMES
001660                                 PIC X(20).
001670
001680 01  WS-BALANCE-TABLE.
001690     05  WS-BAL-ENTRY OCCURS 8 TIMES.
001700         10  WS-BAL-PRIOR        PIC S9(12)V99.
001710         10  WS-BAL-NET          PIC S9(12)V99.
001720         10  WS-BAL-EXPECTED     PIC S9(12)V99.
001730         10  WS-BAL-ACTUAL       PIC S9(12)V99.
001740         10  WS-BAL-DIFF         PIC S9(12)V99.
001750
001760 01  WS-TALLY-TABLE.
001770     05  WS-TALLY OCCURS 8 TIMES PIC S9(12)V99.
001780
001790 01  WS-TITLE-LINE.
001800     05  FILLER                  PIC X(41)
001810         VALUE "NIGHTLY CONTROL-TOTAL BALANCING - RUN OF ".
001820     05  TTL-DATE                PIC 9(08).
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  TTL-TIME                PIC 9(06).
001850
001860 01  WS-PRIOR-LINE.
001870     05  FILLER                  PIC X(27)
001880         VALUE "  PROVED FROM TOTALS TAKEN ".
001890     05  PRL-DATE                PIC 9(08).
001900     05  FILLER                  PIC X(01) VALUE SPACE.
001910     05  PRL-TIME                PIC 9(06).
001920     05  FILLER                  PIC X(05) VALUE SPACES.
001930     05  PRL-HIST-COUNT          PIC Z(05)9.
001940     05  FILLER                  PIC X(29)
001950         VALUE " HISTORY RECORD(S) SINCE THEN".
001960
001970 01  WS-START-NOTE.
001980     05  FILLER                  PIC X(48)
001990         VALUE "  NO EARLIER TOTALS ON CTLTOTALS.TXT - TONIGHT'S".
002000     05  FILLER                  PIC X(40)
002010         VALUE " TOTALS ARE RECORDED AS STARTING TOTALS".
002020
002030 01  WS-COLUMN-HEADER.
002040     05  FILLER                  PIC X(22)
002050         VALUE "  TOTAL".
002060     05  FILLER                  PIC X(16)
002070         VALUE "           PRIOR".
002080     05  FILLER                  PIC X(16)
002090         VALUE "        MOVEMENT".
002100     05  FILLER                  PIC X(16)
002110         VALUE "        EXPECTED".
002120     05  FILLER                  PIC X(16)
002130         VALUE "          ACTUAL".
002140     05  FILLER                  PIC X(16)
002150         VALUE "      DIFFERENCE".
002160
002170 01  WS-COUNT-DETAIL.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  CD-LABEL                PIC X(20).
002200     05  CD-PRIOR                PIC -(15)9.
002210     05  CD-NET                  PIC -(15)9.
002220     05  CD-EXPECTED             PIC -(15)9.
002230     05  CD-ACTUAL               PIC -(15)9.
002240     05  CD-DIFF                 PIC -(15)9.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  CD-FLAG                 PIC X(18).
002270
002280 01  WS-MONEY-DETAIL.
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  MD-LABEL                PIC X(20).
002310     05  MD-PRIOR                PIC -(12)9.99.
002320     05  MD-NET                  PIC -(12)9.99.
002330     05  MD-EXPECTED             PIC -(12)9.99.
002340     05  MD-ACTUAL               PIC -(12)9.99.
002350     05  MD-DIFF                 PIC -(12)9.99.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  MD-FLAG                 PIC X(18).
002380
002390*    STARTING TOTALS - ONLY THE ACTUAL COLUMN MEANS ANYTHING.
002400 01  WS-START-DETAIL.
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  SD-LABEL                PIC X(20).
002430     05  FILLER                  PIC X(48) VALUE SPACES.
002440     05  SD-COUNT                PIC -(15)9.
002450     05  SD-MONEY REDEFINES SD-COUNT
002460                                 PIC -(12)9.99.
002470
002480 01  WS-RESULT-LINE.
002490     05  FILLER                  PIC X(10) VALUE "  RESULT: ".
002500     05  RSL-TEXT                PIC X(70).
002510
002520*    THE LAST LINE OF THE REPORT, IN FIXED COLUMNS FOR
002530*    NIGHTLYRUN'S PAYROLL GATE.
002540 01  WS-BALANCE-LINE.
002550     05  FILLER                  PIC X(08) VALUE "BALANCE ".
002560     05  BLN-DATE                PIC 9(08).
002570     05  FILLER                  PIC X(01) VALUE SPACE.
002580     05  BLN-RESULT              PIC X(14).
002590     05  FILLER                  PIC X(05) VALUE " OUT ".
002600     05  BLN-OUT-COUNT           PIC 9(02).
002610
002620 PROCEDURE DIVISION.
002630
002640 0000-MAINLINE.
002650     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002660     ACCEPT WS-NOW FROM TIME
002670     MOVE SPACES TO WS-RUN-TIMESTAMP
002680     STRING WS-TODAY WS-NOW (1:6)
002690         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
002700     INITIALIZE WS-BALANCE-TABLE
002710     PERFORM 1000-OPEN-FILES
002720     PERFORM 1500-READ-PRIOR-TOTALS
002730     PERFORM 2000-TOTAL-THE-MASTER
002740     IF WS-HAVE-PRIOR
002750         PERFORM 3000-NET-THE-HISTORY
002760         PERFORM 3500-PROVE-ONE-TOTAL
002770             VARYING WS-IDX FROM 1 BY 1
002780             UNTIL WS-IDX > WS-TOTAL-COUNT
002790     END-IF
002800     PERFORM 4000-DECIDE-RESULT
002810     PERFORM 5000-WRITE-REPORT
002820     PERFORM 6000-APPEND-CONTROL-TOTALS
002830     CLOSE BALANCE-REPORT
002840     EVALUATE TRUE
002850         WHEN WS-RESULT-STARTING
002860             DISPLAY "Starting control totals recorded for "
002870                 WS-MASTER-COUNT " record(s)."
002880         WHEN WS-RESULT-BALANCED
002890             DISPLAY "Control totals in balance, "
002900                 WS-MASTER-COUNT " record(s), "
002910                 WS-HIST-COUNT " history record(s) proved."
002920         WHEN WS-RESULT-ACCEPTED
002930             DISPLAY WS-OUT-COUNT " control total(s) out of "
002940                 "balance - accepted by ctlaccept.txt."
002950         WHEN OTHER
002960             DISPLAY WS-OUT-COUNT " control total(s) out of "
002970                 "balance - see ctlbalance.txt."
002980     END-EVALUATE
002990     STOP RUN.
003000
003010******************************************************************
003020*    1000-OPEN-FILES - THE MASTER AND THE REPORT ARE REQUIRED.
003030*    FATAL PATHS SET RETURN-CODE 8 SO NIGHTLYRUN STOPS THE STREAM.
003040******************************************************************
003050 1000-OPEN-FILES.
003060     OPEN INPUT EMP-FILE
003070     IF WS-EMP-FILE-NOT-FOUND
003080         DISPLAY "Employee file not found, nothing to balance."
003090         MOVE 8 TO RETURN-CODE
003100         STOP RUN
003110     END-IF
003120     IF NOT WS-EMP-FILE-OK
003130         DISPLAY "Unable to open employee file, status "
003140             WS-EMP-FILE-STATUS
003150         MOVE 8 TO RETURN-CODE
003160         STOP RUN
003170     END-IF
003180     OPEN OUTPUT BALANCE-REPORT
003190     IF NOT WS-RPT-FILE-OK
003200         DISPLAY "Unable to open ctlbalance.txt, status "
003210             WS-RPT-FILE-STATUS
003220         CLOSE EMP-FILE
003230         MOVE 8 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260
003270******************************************************************
003280*    1500-READ-PRIOR-TOTALS - THE LAST CTLTOTALS.TXT RECORD DATED
003290*    BEFORE TODAY IS LAST NIGHT'S.  TODAY'S OWN RECORDS (FROM AN
003300*    EARLIER ATTEMPT AT TONIGHT'S STREAM) ARE PASSED OVER, SO A
003310*    RERUN PROVES FROM THE SAME STARTING POINT.  NO FILE MEANS A
003320*    FIRST RUN.
003330******************************************************************
003340 1500-READ-PRIOR-TOTALS.
003350     MOVE "N" TO EOF
003360     OPEN INPUT CTL-FILE
003370     IF WS-CTL-FILE-NOT-FOUND
003380         CONTINUE
003390     ELSE
003400         IF NOT WS-CTL-FILE-OK
003410             DISPLAY "Unable to read ctltotals.txt, status "
003420                 WS-CTL-FILE-STATUS
003430             CLOSE EMP-FILE
003440             CLOSE BALANCE-REPORT
003450             MOVE 8 TO RETURN-CODE
003460             STOP RUN
003470         END-IF
003480         PERFORM 1600-READ-ONE-CONTROL-REC
003490             UNTIL EOF = "Y"
003500         CLOSE CTL-FILE
003510     END-IF
003520     MOVE "N" TO EOF
003530     IF WS-HAVE-PRIOR
003540         MOVE SPACES TO WS-PRIOR-TIMESTAMP
003550         STRING WS-PRIOR-DATE WS-PRIOR-TIME
003560             DELIMITED BY SIZE INTO WS-PRIOR-TIMESTAMP
003570     END-IF.
003580
003590 1600-READ-ONE-CONTROL-REC.
003600     READ CTL-FILE
003610         AT END
003620             MOVE "Y" TO EOF
003630         NOT AT END
003640             IF CTL-TAKEN-DATE NUMERIC
003650                 AND CTL-TAKEN-DATE < WS-TODAY
003660                 PERFORM 1700-SAVE-PRIOR-TOTALS
003670             END-IF
003680     END-READ.
003690
003700 1700-SAVE-PRIOR-TOTALS.
003710     MOVE "Y" TO WS-PRIOR-FOUND
003720     MOVE CTL-TAKEN-DATE       TO WS-PRIOR-DATE
003730     MOVE CTL-TAKEN-TIME       TO WS-PRIOR-TIME
003740     MOVE CTL-COUNT-ACTIVE     TO WS-BAL-PRIOR (1)
003750     MOVE CTL-COUNT-TERMINATED TO WS-BAL-PRIOR (2)
003760     MOVE CTL-COUNT-LEAVE      TO WS-BAL-PRIOR (3)
003770     MOVE CTL-COUNT-SUSPENDED  TO WS-BAL-PRIOR (4)
003780     MOVE CTL-COUNT-OTHER      TO WS-BAL-PRIOR (5)
003790     MOVE CTL-COUNT-TOTAL      TO WS-BAL-PRIOR (6)
003800     MOVE CTL-SALARY-TOTAL     TO WS-BAL-PRIOR (7)
003810     MOVE CTL-ID-HASH          TO WS-BAL-PRIOR (8).
003820
003830******************************************************************
003840*    2000-TOTAL-THE-MASTER - TONIGHT'S ACTUAL TOTALS, EVERY
003850*    RECORD ON EMPLOYEES.TXT WHATEVER ITS STATUS.
003860******************************************************************
003870 2000-TOTAL-THE-MASTER.
003880     INITIALIZE WS-TALLY-TABLE
003890     MOVE +1 TO WS-SIGN
003900     MOVE "N" TO EOF
003910     PERFORM 2100-TOTAL-ONE-EMPLOYEE
003920         UNTIL EOF = "Y"
003930     MOVE "N" TO EOF
003940     CLOSE EMP-FILE
003950     PERFORM 2300-KEEP-ONE-ACTUAL
003960         VARYING WS-IDX FROM 1 BY 1
003970         UNTIL WS-IDX > WS-TOTAL-COUNT.
003980
003990 2100-TOTAL-ONE-EMPLOYEE.
004000     READ EMP-FILE NEXT RECORD
004010         AT END
004020             MOVE "Y" TO EOF
004030         NOT AT END
004040             ADD 1 TO WS-MASTER-COUNT
004050             MOVE EMP-REC TO WS-IMAGE
004060             PERFORM 2200-TALLY-IMAGE
004070     END-READ.
004080
004090******************************************************************
004100*    2200-TALLY-IMAGE - ADDS (WS-SIGN +1) OR TAKES OFF (-1) ONE
004110*    EMPLOYEE IMAGE'S SHARE OF EACH CONTROL TOTAL.
004120******************************************************************
004130 2200-TALLY-IMAGE.
004140     EVALUATE IMG-STATUS
004150         WHEN "A"
004160             ADD WS-SIGN TO WS-TALLY (1)
004170         WHEN "T"
004180             ADD WS-SIGN TO WS-TALLY (2)
004190         WHEN "L"
004200             ADD WS-SIGN TO WS-TALLY (3)
004210         WHEN "S"
004220             ADD WS-SIGN TO WS-TALLY (4)
004230         WHEN OTHER
004240             ADD WS-SIGN TO WS-TALLY (5)
004250     END-EVALUATE
004260     ADD WS-SIGN TO WS-TALLY (6)
004270     IF IMG-SALARY NUMERIC
004280         COMPUTE WS-TALLY (7) = WS-TALLY (7)
004290             + WS-SIGN * IMG-SALARY
004300     END-IF
004310     IF IMG-ID NUMERIC
004320         COMPUTE WS-TALLY (8) = WS-TALLY (8)
004330             + WS-SIGN * IMG-ID-NUM
004340     END-IF.
004350
004360 2300-KEEP-ONE-ACTUAL.
004370     MOVE WS-TALLY (WS-IDX) TO WS-BAL-ACTUAL (WS-IDX).
004380
004390******************************************************************
004400*    3000-NET-THE-HISTORY - THE NET EFFECT OF EVERY HISTORY
004410*    RECORD STAMPED AFTER THE PRIOR TOTALS WERE TAKEN AND NO
004420*    LATER THAN THIS RUN STARTED.  NO HISTORY FILE MEANS NO
004430*    MOVEMENT.
004440******************************************************************
004450 3000-NET-THE-HISTORY.
004460     INITIALIZE WS-TALLY-TABLE
004470     MOVE "N" TO EOF
004480     OPEN INPUT HIST-FILE
004490     IF WS-HIST-FILE-NOT-FOUND
004500         CONTINUE
004510     ELSE
004520         IF NOT WS-HIST-FILE-OK
004530             DISPLAY "Unable to read emphistory.txt, status "
004540                 WS-HIST-FILE-STATUS
004550             CLOSE BALANCE-REPORT
004560             MOVE 8 TO RETURN-CODE
004570             STOP RUN
004580         END-IF
004590         PERFORM 3100-NET-ONE-HISTORY-REC
004600             UNTIL EOF = "Y"
004610         CLOSE HIST-FILE
004620     END-IF
004630     MOVE "N" TO EOF
004640     PERFORM 3200-KEEP-ONE-NET
004650         VARYING WS-IDX FROM 1 BY 1
004660         UNTIL WS-IDX > WS-TOTAL-COUNT.
004670
004680 3100-NET-ONE-HISTORY-REC.
004690     READ HIST-FILE
004700         AT END
004710             MOVE "Y" TO EOF
004720         NOT AT END
004730             IF HIST-TIMESTAMP > WS-PRIOR-TIMESTAMP
004740                 AND HIST-TIMESTAMP NOT > WS-RUN-TIMESTAMP
004750                 ADD 1 TO WS-HIST-COUNT
004760                 IF HIST-BEFORE-IMAGE NOT = SPACES
004770                     MOVE HIST-BEFORE-IMAGE TO WS-IMAGE
004780                     MOVE -1 TO WS-SIGN
004790                     PERFORM 2200-TALLY-IMAGE
004800                 END-IF
004810                 IF HIST-AFTER-IMAGE NOT = SPACES
004820                     MOVE HIST-AFTER-IMAGE TO WS-IMAGE
004830                     MOVE +1 TO WS-SIGN
004840                     PERFORM 2200-TALLY-IMAGE
004850                 END-IF
004860             END-IF
004870     END-READ.
004880
004890 3200-KEEP-ONE-NET.
004900     MOVE WS-TALLY (WS-IDX) TO WS-BAL-NET (WS-IDX).
004910
004920******************************************************************
004930*    3500-PROVE-ONE-TOTAL - EXPECTED = PRIOR + MOVEMENT; ANY
004940*    DIFFERENCE FROM THE ACTUAL PUTS THE TOTAL OUT OF BALANCE.
004950******************************************************************
004960 3500-PROVE-ONE-TOTAL.
004970     COMPUTE WS-BAL-EXPECTED (WS-IDX) =
004980         WS-BAL-PRIOR (WS-IDX) + WS-BAL-NET (WS-IDX)
004990     COMPUTE WS-BAL-DIFF (WS-IDX) =
005000         WS-BAL-ACTUAL (WS-IDX) - WS-BAL-EXPECTED (WS-IDX)
005010     IF WS-BAL-DIFF (WS-IDX) NOT = 0
005020         ADD 1 TO WS-OUT-COUNT
005030     END-IF.
005040
005050******************************************************************
005060*    4000-DECIDE-RESULT - CTLACCEPT.TXT IS CONSUMED WHENEVER IT
005070*    IS FOUND; IT ONLY CHANGES THE RESULT OF AN OUT-OF-BALANCE
005080*    NIGHT.
005090******************************************************************
005100 4000-DECIDE-RESULT.
005110     IF NOT WS-HAVE-PRIOR
005120         MOVE "S" TO WS-RESULT
005130     ELSE
005140         IF WS-OUT-COUNT = 0
005150             MOVE "B" TO WS-RESULT
005160         ELSE
005170             MOVE "O" TO WS-RESULT
005180         END-IF
005190         OPEN INPUT ACCEPT-FILE
005200         IF WS-ACCEPT-FILE-OK
005210             CLOSE ACCEPT-FILE
005220             DELETE FILE ACCEPT-FILE
005230             IF WS-RESULT-OUT
005240                 MOVE "A" TO WS-RESULT
005250             ELSE
005260                 DISPLAY "ctlaccept.txt not needed tonight - "
005270                     "removed."
005280             END-IF
005290         END-IF
005300     END-IF.
005310
005320******************************************************************
005330*    5000-WRITE-REPORT - HEADING, ONE LINE PER CONTROL TOTAL,
005340*    THE RESULT, THEN THE FIXED-COLUMN BALANCE LINE.
005350******************************************************************
005360 5000-WRITE-REPORT.
005370     MOVE WS-TODAY TO TTL-DATE
005380     MOVE WS-NOW (1:6) TO TTL-TIME
005390     MOVE WS-TITLE-LINE TO BALANCE-REC
005400     PERFORM 5900-WRITE-REPORT-LINE
005410     IF WS-HAVE-PRIOR
005420         MOVE WS-PRIOR-DATE TO PRL-DATE
005430         MOVE WS-PRIOR-TIME TO PRL-TIME
005440         MOVE WS-HIST-COUNT TO PRL-HIST-COUNT
005450         MOVE WS-PRIOR-LINE TO BALANCE-REC
005460     ELSE
005470         MOVE WS-START-NOTE TO BALANCE-REC
005480     END-IF
005490     PERFORM 5900-WRITE-REPORT-LINE
005500     MOVE SPACES TO BALANCE-REC
005510     PERFORM 5900-WRITE-REPORT-LINE
005520     MOVE WS-COLUMN-HEADER TO BALANCE-REC
005530     PERFORM 5900-WRITE-REPORT-LINE
005540     PERFORM 5100-WRITE-ONE-TOTAL-LINE
005550         VARYING WS-IDX FROM 1 BY 1
005560         UNTIL WS-IDX > WS-TOTAL-COUNT
005570     MOVE SPACES TO BALANCE-REC
005580     PERFORM 5900-WRITE-REPORT-LINE
005590     MOVE SPACES TO RSL-TEXT
005600     EVALUATE TRUE
005610         WHEN WS-RESULT-STARTING
005620             MOVE "STARTING TOTALS RECORDED" TO RSL-TEXT
005630             MOVE "STARTING" TO BLN-RESULT
005640         WHEN WS-RESULT-BALANCED
005650             MOVE "IN BALANCE" TO RSL-TEXT
005660             MOVE "IN BALANCE" TO BLN-RESULT
005670         WHEN WS-RESULT-ACCEPTED
005680             STRING WS-OUT-COUNT " TOTAL(S) OUT OF BALANCE - "
005690                 "ACCEPTED BY THE OPERATOR (CTLACCEPT.TXT)"
005700                 DELIMITED BY SIZE INTO RSL-TEXT
005710             MOVE "ACCEPTED" TO BLN-RESULT
005720         WHEN OTHER
005730             STRING WS-OUT-COUNT " TOTAL(S) OUT OF BALANCE - "
005740                 "PAYROLL EXTRACTION WILL BE HELD"
005750                 DELIMITED BY SIZE INTO RSL-TEXT
005760             MOVE "OUT OF BALANCE" TO BLN-RESULT
005770     END-EVALUATE
005780     MOVE WS-RESULT-LINE TO BALANCE-REC
005790     PERFORM 5900-WRITE-REPORT-LINE
005800     MOVE SPACES TO BALANCE-REC
005810     PERFORM 5900-WRITE-REPORT-LINE
005820     MOVE WS-TODAY TO BLN-DATE
005830     MOVE WS-OUT-COUNT TO BLN-OUT-COUNT
005840     MOVE WS-BALANCE-LINE TO BALANCE-REC
005850     PERFORM 5900-WRITE-REPORT-LINE.
005860
005870******************************************************************
005880*    5100-WRITE-ONE-TOTAL-LINE - THE SALARY TOTAL PRINTS WITH
005890*    CENTS, THE COUNTS AND THE HASH AS WHOLE NUMBERS.
005900******************************************************************
005910 5100-WRITE-ONE-TOTAL-LINE.
005920     EVALUATE TRUE
005930         WHEN NOT WS-HAVE-PRIOR
005940             MOVE WS-TOTAL-LABEL (WS-IDX) TO SD-LABEL
005950             IF WS-IDX = 7
005960                 MOVE WS-BAL-ACTUAL (WS-IDX) TO SD-MONEY
005970             ELSE
005980                 MOVE WS-BAL-ACTUAL (WS-IDX) TO SD-COUNT
005990             END-IF
006000             MOVE WS-START-DETAIL TO BALANCE-REC
006010         WHEN WS-IDX = 7
006020             MOVE WS-TOTAL-LABEL (WS-IDX) TO MD-LABEL
006030             MOVE WS-BAL-PRIOR (WS-IDX)    TO MD-PRIOR
006040             MOVE WS-BAL-NET (WS-IDX)      TO MD-NET
006050             MOVE WS-BAL-EXPECTED (WS-IDX) TO MD-EXPECTED
006060             MOVE WS-BAL-ACTUAL (WS-IDX)   TO MD-ACTUAL
006070             MOVE WS-BAL-DIFF (WS-IDX)     TO MD-DIFF
006080             MOVE SPACES TO MD-FLAG
006090             IF WS-BAL-DIFF (WS-IDX) NOT = 0
006100                 MOVE "** OUT OF BALANCE" TO MD-FLAG
006110             END-IF
006120             MOVE WS-MONEY-DETAIL TO BALANCE-REC
006130         WHEN OTHER
006140             MOVE WS-TOTAL-LABEL (WS-IDX) TO CD-LABEL
006150             MOVE WS-BAL-PRIOR (WS-IDX)    TO CD-PRIOR
006160             MOVE WS-BAL-NET (WS-IDX)      TO CD-NET
006170             MOVE WS-BAL-EXPECTED (WS-IDX) TO CD-EXPECTED
006180             MOVE WS-BAL-ACTUAL (WS-IDX)   TO CD-ACTUAL
006190             MOVE WS-BAL-DIFF (WS-IDX)     TO CD-DIFF
006200             MOVE SPACES TO CD-FLAG
006210             IF WS-BAL-DIFF (WS-IDX) NOT = 0
006220                 MOVE "** OUT OF BALANCE" TO CD-FLAG
006230             END-IF
006240             MOVE WS-COUNT-DETAIL TO BALANCE-REC
006250     END-EVALUATE
006260     PERFORM 5900-WRITE-REPORT-LINE.
006270
006280******************************************************************
006290*    5900-WRITE-REPORT-LINE
006300******************************************************************
006310 5900-WRITE-REPORT-LINE.
006320     WRITE BALANCE-REC
006330     IF NOT WS-RPT-FILE-OK
006340         DISPLAY "Unable to write ctlbalance.txt, status "
006350             WS-RPT-FILE-STATUS
006360     END-IF.
006370
006380******************************************************************
006390*    6000-APPEND-CONTROL-TOTALS - TONIGHT'S ACTUAL TOTALS GO ON
006400*    CTLTOTALS.TXT FOR TOMORROW TO PROVE FROM.  WITHOUT THEM
006410*    TOMORROW'S PROOF WOULD SPAN TWO NIGHTS, SO A FAILURE HERE
006420*    IS FATAL.  SAME OPEN-EXTEND-OR-CREATE PATTERN AS THE LOGS.
006430******************************************************************
006440 6000-APPEND-CONTROL-TOTALS.
006450     OPEN EXTEND CTL-FILE
006460     IF NOT WS-CTL-FILE-OK
006470         OPEN OUTPUT CTL-FILE
006480     END-IF
006490     IF NOT WS-CTL-FILE-OK
006500         DISPLAY "Unable to open ctltotals.txt, status "
006510             WS-CTL-FILE-STATUS
006520         CLOSE BALANCE-REPORT
006530         MOVE 8 TO RETURN-CODE
006540         STOP RUN
006550     END-IF
006560     MOVE SPACES TO CTL-REC
006570     MOVE WS-TODAY             TO CTL-TAKEN-DATE
006580     MOVE WS-NOW (1:6)         TO CTL-TAKEN-TIME
006590     MOVE WS-BAL-ACTUAL (1)    TO CTL-COUNT-ACTIVE
006600     MOVE WS-BAL-ACTUAL (2)    TO CTL-COUNT-TERMINATED
006610     MOVE WS-BAL-ACTUAL (3)    TO CTL-COUNT-LEAVE
006620     MOVE WS-BAL-ACTUAL (4)    TO CTL-COUNT-SUSPENDED
006630     MOVE WS-BAL-ACTUAL (5)    TO CTL-COUNT-OTHER
006640     MOVE WS-BAL-ACTUAL (6)    TO CTL-COUNT-TOTAL
006650     MOVE WS-BAL-ACTUAL (7)    TO CTL-SALARY-TOTAL
006660     MOVE WS-BAL-ACTUAL (8)    TO CTL-ID-HASH
006670     MOVE WS-RESULT            TO CTL-RESULT
006680     WRITE CTL-REC
006690     IF NOT WS-CTL-FILE-OK
006700         DISPLAY "Unable to write ctltotals.txt, status "
006710             WS-CTL-FILE-STATUS
006720         CLOSE CTL-FILE
006730         CLOSE BALANCE-REPORT
006740         MOVE 8 TO RETURN-CODE
006750         STOP RUN
006760     END-IF
006770     CLOSE CTL-FILE.
006780
006790 END PROGRAM ctlBalance.
