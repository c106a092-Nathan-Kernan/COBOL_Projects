000330*    RECORD GOES TO RUNCONTROL.TXT, THE REST OF THE STREAM IS
000331*    HELD, AND EMPRECON IS MARKED REOPENED SO THE NEXT SAME-DATE
000332*    RERUN RUNS A FRESH RECON PASS INSTEAD OF WEDGING ON THE
000333*    SAME STALE REPORT.  THE SAME GATE ALSO READS THE BALANCE
000334*    LINE CTLBALANCE LEFT ON CTLBALANCE.TXT AND HOLDS EXTRACTION
000335*    WHEN TONIGHT'S CONTROL TOTALS DID NOT PROVE; CTLBALANCE IS
000336*    THEN THE STEP MARKED REOPENED.
000340*
000350*    EACH STEP RUNS AS ITS OWN PROCESS THROUGH THE SYSTEM
000360*    ROUTINE; A NONZERO RETURN CODE MARKS THE STEP FAILED AND
000453*                     SEQUENCE WITH RETURN-CODE 8, SO A BAD HR
000454*                     FEED STOPS THE WHOLE STREAM CLEANLY
000455*                     INSTEAD OF HALF-APPLYING.
000456*    2026-10-15 NK    HEADCOUNTSNAP ADDED AFTER THE RELEASE STEP,
000457*                     ONCE THE MASTER IS FINAL FOR THE NIGHT.  IT
000458*                     ONLY WRITES ON THE LAST DAY OF THE MONTH
000459*                     (OR TO CATCH UP A MISSED MONTH END); ITS
000460*                     COMPLETE COUNT IS THE SNAPSHOT RECORDS
000461*                     DATED TONIGHT ON HEADCOUNTSNAP.TXT.
000462*    2026-10-15 NK    ACCESSNOTICE ADDED STRAIGHT AFTER THE
000463*                     RELEASE STEP SO SECURITY GETS THE DAY'S
000464*                     REVOCATIONS THE SAME NIGHT; ITS COMPLETE
000465*                     COUNT IS THE NOTICE DETAILS ON
000466*                     ACCESSNOTICE.TXT, LESS THE HDR/TRL FRAMING.
000467*    2026-10-15 NK    CTLBALANCE ADDED AFTER THE LAST STEP THAT
000468*                     CHANGES THE MASTER.  IT PROVES LAST NIGHT'S
000469*                     CONTROL TOTALS PLUS THE HISTORY SINCE EQUAL
000470*                     TONIGHT'S; THE PAYROLL GATE NOW ALSO HOLDS
000471*                     EMPPAYEXTRACT WHEN THEY ARE OUT OF BALANCE.
000472*                     ITS COMPLETE COUNT IS THE NUMBER OF TOTALS
000473*                     OUT OF BALANCE.
000474******************************************************************
000475
000476 ENVIRONMENT DIVISION.
000477 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RUN-CONTROL ASSIGN TO "runcontrol.txt"
000500         ORGANIZATION IS LINE SEQUENTIAL
000721     SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-FILE-NAME
000722         ORGANIZATION IS SEQUENTIAL
000723         FILE STATUS IS WS-BKP-FILE-STATUS.
000724
000725     SELECT SNAP-FILE ASSIGN TO "headcountsnap.txt"
000726         ORGANIZATION IS LINE SEQUENTIAL
000727         FILE STATUS IS WS-SNAP-FILE-STATUS.
000728
000729     SELECT NOTICE-FILE ASSIGN TO "accessnotice.txt"
000730         ORGANIZATION IS SEQUENTIAL
000731         FILE STATUS IS WS-NTC-FILE-STATUS.
000732
000733     SELECT BALANCE-REPORT ASSIGN TO "ctlbalance.txt"
000734         ORGANIZATION IS LINE SEQUENTIAL
000735         FILE STATUS IS WS-BAL-FILE-STATUS.
000736
000737 DATA DIVISION.
000740 FILE SECTION.
000750 FD  RUN-CONTROL.
000760 01  RC-REC.
001098 FD  BACKUP-FILE.
001099 01  BACKUP-REC                  PIC X(66).
001100
001101 FD  SNAP-FILE.
001102     COPY "SNAPREC.cpy".
001103
001104 FD  NOTICE-FILE.
001105 01  NOTICE-REC.
001106     05  NTC-FRAME-TAG           PIC X(03).
001107     05  FILLER                  PIC X(47).
001108
001109 FD  BALANCE-REPORT.
001110 01  BALANCE-LINE.
001111     05  BL-ID                   PIC X(07).
001112     05  FILLER                  PIC X(01).
001113     05  BL-RUN-DATE             PIC X(08).
001114     05  FILLER                  PIC X(01).
001115     05  BL-RESULT               PIC X(14).
001116     05  FILLER                  PIC X(05).
001117     05  BL-OUT-COUNT            PIC X(02).
001118     05  FILLER                  PIC X(94).
001119
001120 WORKING-STORAGE SECTION.
001121 01  WS-RC-FILE-STATUS       PIC X(02).
001130     88  WS-RC-FILE-OK           VALUE "00".
001140     88  WS-RC-FILE-NOT-FOUND    VALUE "35".
001150     88  WS-RC-FILE-EOF          VALUE "10".
001254     88  WS-BRPT-FILE-OK         VALUE "00".
001256 01  WS-BKP-FILE-STATUS      PIC X(02).
001258     88  WS-BKP-FILE-OK          VALUE "00".
001259 01  WS-SNAP-FILE-STATUS     PIC X(02).
001260     88  WS-SNAP-FILE-OK         VALUE "00".
001261 01  WS-NTC-FILE-STATUS      PIC X(02).
001262     88  WS-NTC-FILE-OK          VALUE "00".
001263 01  WS-BAL-FILE-STATUS      PIC X(02).
001264     88  WS-BAL-FILE-OK          VALUE "00".
001265 01  WS-BACKUP-FILE-NAME     PIC X(30).
001266 01  EOF                     PIC X VALUE "N".
001270
001280 01  WS-TODAY                PIC 9(08).
001290 01  WS-NOW                  PIC 9(08).
001330     88  WS-RECON-TOTALS-SEEN    VALUE "Y".
001335 01  WS-RC-SAVED-STATUS      PIC X(08).
001337 01  WS-RC-SAVED-STEP        PIC X(13).
001338 01  WS-REOPEN-STEP          PIC X(13).
001339 01  WS-BALANCE-FOUND        PIC X(01) VALUE "N".
001340     88  WS-BALANCE-SEEN         VALUE "Y".
001341 01  WS-BALANCE-RESULT       PIC X(14).
001342     88  WS-BALANCE-OUT          VALUE "OUT OF BALANCE".
001343
001350 77  WS-STEP-IDX             PIC 9(04) COMP VALUE 0.
001360 77  WS-STEP-COUNT           PIC 9(04) COMP VALUE 10.
001370 77  WS-OUTPUT-COUNT         PIC 9(06) VALUE 0.
001380 77  WS-RECON-SCAN           PIC 9(04) VALUE 0.
001390 77  WS-RECON-BAD            PIC 9(04) VALUE 0.
001400 77  WS-RECON-DUP            PIC 9(04) VALUE 0.
001405 77  WS-BALANCE-OUT-COUNT    PIC 9(02) VALUE 0.
001410 77  WS-SKIPPED-COUNT        PIC 9(04) COMP VALUE 0.
001420 77  WS-RAN-COUNT            PIC 9(04) COMP VALUE 0.
001430
001444         "EMPBATCHAPPLY./empBatchApply                N".
001445     05  FILLER  PIC X(45) VALUE
001446         "EMPTRNRELEASE./empTrnRelease                N".
001447     05  FILLER  PIC X(45) VALUE
001448         "ACCESSNOTICE ./accessNotice                 N".
001449     05  FILLER  PIC X(45) VALUE
001450         "HEADCOUNTSNAP./headcountSnap                N".
001451     05  FILLER  PIC X(45) VALUE
001452         "CTLBALANCE   ./ctlBalance                   N".
001453     05  FILLER  PIC X(45) VALUE
001460         "EMPRECON     ./empRecon                     N".
001470     05  FILLER  PIC X(45) VALUE
001480         "BUBBLESORT   ./bubbleSort                   N".
001510     05  FILLER  PIC X(45) VALUE
001520         "RECORDSEARCH ./recordSearch <searchmode.txt N".
001530 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
001540     05  WS-STEP-ENTRY OCCURS 10 TIMES.
001550         10  WS-STEP-NAME        PIC X(13).
001560         10  WS-STEP-CMD         PIC X(31).
001570         10  WS-STEP-DONE        PIC X(01).
002000*    1100-CHECK-ONE-RC-RECORD - MARKS A STEP DONE WHEN A COMPLETE
002010*    RECORD FOR IT EXISTS UNDER TODAY'S RUN DATE.  A LATER
002012*    REOPENED RECORD (WRITTEN WHEN THE PAYROLL GATE BLOCKED ON A
002013*    DIRTY RECON OR AN OUT-OF-BALANCE CONTROL TOTAL) CLEARS THE
002014*    FLAG AGAIN - RECORDS ARE READ IN
002016*    FILE ORDER, SO THE LAST WORD WINS.
002020******************************************************************
002030 1100-CHECK-ONE-RC-RECORD.
002380******************************************************************
002390*    3000-EXECUTE-STEP - GATES, RECORDS START, RUNS THE STEP AS A
002400*    CHILD PROCESS, AND RECORDS COMPLETE (WITH ITS OUTPUT COUNT)
002405*    OR FAILED.  A GATE BLOCK ALSO MARKS THE STEP THAT FAILED THE
002410*    GATE (EMPRECON OR CTLBALANCE) REOPENED SO THE NEXT SAME-DATE
002415*    RERUN RUNS IT AFRESH.
002420******************************************************************
002430 3000-EXECUTE-STEP.
002435     MOVE WS-STEP-NAME (WS-STEP-IDX) TO WS-RC-SAVED-STEP
002440     IF WS-STEP-NAME (WS-STEP-IDX) = "EMPPAYEXTRCT"
002450         PERFORM 4500-CHECK-RECON-GATE
002451         IF WS-STREAM-WAS-STOPPED
002452             MOVE "EMPRECON" TO WS-REOPEN-STEP
002453         ELSE
002454             PERFORM 4700-CHECK-BALANCE-GATE
002455             MOVE "CTLBALANCE" TO WS-REOPEN-STEP
002456         END-IF
002460         IF WS-STREAM-WAS-STOPPED
002470             MOVE "BLOCKED" TO WS-RC-SAVED-STATUS
002475             MOVE 0 TO WS-OUTPUT-COUNT
002480             PERFORM 7000-APPEND-RUN-CONTROL
002482             MOVE WS-REOPEN-STEP TO WS-RC-SAVED-STEP
002484             MOVE "REOPENED" TO WS-RC-SAVED-STATUS
002486             PERFORM 7000-APPEND-RUN-CONTROL
002490         END-IF
003390             MOVE "Y" TO WS-STREAM-STOPPED
003400         END-IF
003410     END-IF.
003411
003412******************************************************************
003413*    4600-READ-BALANCE-RESULT - PICKS THE RESULT AND THE COUNT
003414*    OF TOTALS OUT OF BALANCE OFF THE BALANCE LINE CTLBALANCE
003415*    LEFT ON CTLBALANCE.TXT.  WS-BALANCE-FOUND STAYS "N" WHEN THE
003416*    REPORT IS MISSING OR ITS BALANCE LINE IS NOT DATED TODAY.
003417******************************************************************
003418 4600-READ-BALANCE-RESULT.
003419     MOVE "N" TO WS-BALANCE-FOUND
003420     MOVE 0 TO WS-BALANCE-OUT-COUNT
003421     MOVE "N" TO EOF
003422     OPEN INPUT BALANCE-REPORT
003423     IF WS-BAL-FILE-OK
003424         PERFORM 4610-SCAN-ONE-BALANCE-LINE
003425             UNTIL EOF = "Y"
003426         CLOSE BALANCE-REPORT
003427     END-IF.
003428
003429 4610-SCAN-ONE-BALANCE-LINE.
003430     READ BALANCE-REPORT
003431         AT END
003432             MOVE "Y" TO EOF
003433         NOT AT END
003434             IF BL-ID = "BALANCE"
003435                 IF BL-RUN-DATE NUMERIC
003436                     AND BL-RUN-DATE = WS-TODAY
003437                     AND BL-OUT-COUNT NUMERIC
003438                     MOVE BL-RESULT TO WS-BALANCE-RESULT
003439                     MOVE BL-OUT-COUNT TO WS-BALANCE-OUT-COUNT
003440                     MOVE "Y" TO WS-BALANCE-FOUND
003441                 END-IF
003442             END-IF
003443     END-READ.
003444
003445******************************************************************
003446*    4700-CHECK-BALANCE-GATE - HOLDS PAYROLL EXTRACTION, THE
003447*    SAME WAY 4500 DOES, UNLESS A CTLBALANCE RUN DATED TODAY
003448*    PROVED THE CONTROL TOTALS (OR THE OPERATOR ACCEPTED THEM).
003449*    THE TOTALS OUT OF BALANCE, AND BY HOW MUCH, ARE ON
003450*    CTLBALANCE.TXT.
003451******************************************************************
003452 4700-CHECK-BALANCE-GATE.
003453     PERFORM 4600-READ-BALANCE-RESULT
003454     IF NOT WS-BALANCE-SEEN
003455         DISPLAY "No control-total balance dated today on "
003456             "ctlbalance.txt - payroll extraction blocked."
003457         MOVE "Y" TO WS-STREAM-STOPPED
003458     ELSE
003459         IF WS-BALANCE-OUT
003460             DISPLAY WS-BALANCE-OUT-COUNT " control total(s) "
003461                 "out of balance - payroll extraction blocked.  "
003462                 "See ctlbalance.txt."
003463             MOVE "Y" TO WS-STREAM-STOPPED
003464         END-IF
003465     END-IF.
003466
003420******************************************************************
003430*    5000-WRITE-MODE-FILE - WRITES THE ONE-LINE "B" REPLY FILE
003440*    THAT ANSWERS RECORDSEARCH'S RUN-MODE PROMPT WHEN ITS STDIN
003653         WHEN "EMPBATCHAPPLY"
003654         WHEN "EMPTRNRELEASE"
003655             PERFORM 6400-COUNT-BATCH-REPORT
003656         WHEN "HEADCOUNTSNAP"
003657             PERFORM 6600-COUNT-SNAPSHOT-RECS
003658         WHEN "ACCESSNOTICE"
003659             PERFORM 6700-COUNT-ACCESS-NOTICES
003660         WHEN "CTLBALANCE"
003661             PERFORM 4600-READ-BALANCE-RESULT
003662             MOVE WS-BALANCE-OUT-COUNT TO WS-OUTPUT-COUNT
003663         WHEN "EMPRECON"
003670             PERFORM 4000-READ-RECON-TOTALS
003680             MOVE WS-RECON-SCAN TO WS-OUTPUT-COUNT
003690         WHEN "BUBBLESORT"
004452             ADD 1 TO WS-OUTPUT-COUNT
004454     END-READ.
004456
004457******************************************************************
004458*    6600-COUNT-SNAPSHOT-RECS - SNAPSHOT RECORDS WRITTEN TONIGHT.
004459*    ON ANY NIGHT BUT MONTH END THAT IS NORMALLY NONE.
004460******************************************************************
004461 6600-COUNT-SNAPSHOT-RECS.
004462     MOVE "N" TO EOF
004463     OPEN INPUT SNAP-FILE
004464     IF WS-SNAP-FILE-OK
004465         PERFORM 6610-COUNT-ONE-SNAPSHOT-REC
004466             UNTIL EOF = "Y"
004467         CLOSE SNAP-FILE
004468     END-IF.
004469
004470 6610-COUNT-ONE-SNAPSHOT-REC.
004471     READ SNAP-FILE
004472         AT END
004473             MOVE "Y" TO EOF
004474         NOT AT END
004475             IF SNAP-TAKEN-DATE = WS-TODAY
004476                 ADD 1 TO WS-OUTPUT-COUNT
004477             END-IF
004478     END-READ.
004479
004480******************************************************************
004481*    6700-COUNT-ACCESS-NOTICES - NOTICE DETAILS SENT TONIGHT; THE
004482*    HDR AND TRL FRAMING RECORDS ARE NOT COUNTED.
004483******************************************************************
004484 6700-COUNT-ACCESS-NOTICES.
004485     MOVE "N" TO EOF
004486     OPEN INPUT NOTICE-FILE
004487     IF WS-NTC-FILE-OK
004488         PERFORM 6710-COUNT-ONE-NOTICE-REC
004489             UNTIL EOF = "Y"
004490         CLOSE NOTICE-FILE
004491     END-IF.
004492
004493 6710-COUNT-ONE-NOTICE-REC.
004494     READ NOTICE-FILE
004495         AT END
004496             MOVE "Y" TO EOF
004497         NOT AT END
004498             IF NTC-FRAME-TAG NOT = "HDR"
004499                 AND NTC-FRAME-TAG NOT = "TRL"
004500                 ADD 1 TO WS-OUTPUT-COUNT
004501             END-IF
004502     END-READ.
004503
004458******************************************************************
004460*    7000-APPEND-RUN-CONTROL - APPENDS ONE STATUS RECORD FOR THE
004462*    STEP NAMED IN WS-RC-SAVED-STEP.  THE CALLER HAS ALREADY SET
