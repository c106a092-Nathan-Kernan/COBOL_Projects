000330*    EVERY TRANSACTION GETS ONE LINE ON BATCHREPORT.TXT SAYING
000340*    APPLIED OR REJECTED, WITH THE REASON FOR EVERY REJECT
000350*    (ID ALREADY ON FILE, ID NOT FOUND, BAD ACTION CODE).
000351*
000352*    EVERY TEN TRANSACTIONS THE RUN RECORDS A CHECKPOINT ON
000353*    APPLYCKPT.TXT (SEE CKPTREC.CPY) - THE FEED SEQUENCE AND THE
000354*    LAST TRANSACTION FINISHED.  IF THE RUN DIES, A RERUN ON THE
000355*    SAME DATE FOR THE SAME FEED SKIPS EVERYTHING UP TO THAT
000356*    TRANSACTION AND PICKS UP AFTER IT, APPENDING TO THE SAME
000357*    BATCHREPORT.TXT WITH A "RESTART" LINE SHOWING WHERE.  TO
000358*    THROW THE CHECKPOINT AWAY AND APPLY THE FEED FROM THE TOP
000359*    (E.G. AFTER RESTORING THE MASTER FROM TONIGHT'S BACKUP) THE
000360*    OPERATOR CREATES APPLYCLEAN.TXT BEFORE THE RERUN; IT IS
000361*    DELETED ONCE HONORED.
000362*
000370*    MODIFICATION HISTORY
000380*    DATE       INIT  DESCRIPTION
000390*    ---------- ----  ------------------------------------------
000487*                     NO FEED TONIGHT, SO THE RELEASE STEP'S
000488*                     APPENDED LINES AND THE DRIVER'S LINE
000489*                     COUNT ALWAYS DESCRIBE TONIGHT ONLY.
000490*    2026-10-15 NK    EVERY CHANGE-HISTORY RECORD NOW CARRIES
000491*                     "BATCH" IN HIST-OPERATOR (SEE EMPHIST.CPY)
000492*                     - THE FEED RUNS UNATTENDED IN THE NIGHTLY
000493*                     STREAM, WITH NO OPERATOR SIGNED ON.
000494*    2026-10-15 NK    PENDING RECORD WIDENED TO 66 FOR THE
000495*                     QUEUING OPERATOR (SEE EMPTRNRELEASE); A
000496*                     PENDED FEED TRANSACTION LEAVES IT BLANK.
000497*    2026-10-15 NK    POSITION CONTROL - AN ADD OR REHIRE INTO A
000498*                     DEPARTMENT AND GRADE WITH NO AUTHORIZED
000499*                     POSITION ON POSITIONS.TXT, OR ONE ALREADY
000500*                     FILLED, IS REJECTED (SEE 7700).
000501*    2026-10-15 NK    CHECKPOINT/RESTART - A CHECKPOINT EVERY
000502*                     WS-CKPT-INTERVAL TRANSACTIONS ON
000503*                     APPLYCKPT.TXT; A SAME-DATE RERUN OF THE
000504*                     SAME FEED RESUMES AFTER IT (SEE 1050,
000505*                     1900, 7800).  APPLYCLEAN.TXT FORCES A
000506*                     CLEAN START.
000507******************************************************************
000508
000509 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000511 FILE-CONTROL.
000512     SELECT EMP-FILE ASSIGN TO "employees.txt"
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS DYNAMIC
000515         RECORD KEY IS EMP-ID
000516         FILE STATUS IS WS-EMP-FILE-STATUS.
000517
000520     SELECT TRAN-FILE ASSIGN TO "emptrans.txt"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TRAN-FILE-STATUS.
000589         ORGANIZATION IS LINE SEQUENTIAL
000591         FILE STATUS IS WS-APPL-FILE-STATUS.
000592
000593     SELECT POS-FILE ASSIGN TO "positions.txt"
000594         ORGANIZATION IS INDEXED
000595         ACCESS MODE IS DYNAMIC
000596         RECORD KEY IS POS-KEY
000597         FILE STATUS IS WS-POS-FILE-STATUS.
000598
000599     SELECT CKPT-FILE ASSIGN TO "applyckpt.txt"
000600         ORGANIZATION IS LINE SEQUENTIAL
000601         FILE STATUS IS WS-CKPT-FILE-STATUS.
000602
000603     SELECT CLEAN-FILE ASSIGN TO "applyclean.txt"
000604         ORGANIZATION IS LINE SEQUENTIAL
000605         FILE STATUS IS WS-CLEAN-FILE-STATUS.
000606 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EMP-FILE.
000630     COPY "EMPREC.cpy".
000772     COPY "PAYGRD.cpy".
000773
000774 FD  PEND-FILE.
000775 01  PEND-REC                    PIC X(66).
000776
000778 FD  ARCH-FILE.
000779 01  ARCH-REC.
000807     05  BRPT-RESULT             PIC X(08).
000808     05  FILLER                  PIC X(02) VALUE SPACES.
000809     05  BRPT-REASON             PIC X(30).
000814
000819 FD  POS-FILE.
000824     COPY "POSREC.cpy".
000829 FD  CKPT-FILE.
000834     COPY "CKPTREC.cpy".
000839
000844 FD  CLEAN-FILE.
000849 01  CLEAN-REC                   PIC X(01).
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-EMP-FILE-STATUS      PIC X(02).
001032 01  WS-FEED-PROBLEM         PIC X(30).
001033 01  WS-TOT-COUNT-SHOW       PIC Z(05)9.
001034 01  WS-TOT-RESULT           PIC X(08).
001035 01  WS-POS-FILE-STATUS      PIC X(02).
001036     88  WS-POS-FILE-OK          VALUE "00".
001037     88  WS-POS-FILE-NOT-FOUND   VALUE "35".
001038 01  WS-POS-CONTROL          PIC X(01) VALUE "N".
001039     88  WS-POS-CONTROL-ON       VALUE "Y".
001040 01  WS-POSITION-IS-OK       PIC X(01) VALUE "Y".
001041     88  WS-POSITION-OK          VALUE "Y".
001042 01  WS-POS-DEPT             PIC X(04).
001043 01  WS-POS-GRADE            PIC X(03).
001044 01  WS-POS-EOF              PIC X(01) VALUE "N".
001045 01  WS-POS-SAVED-REC        PIC X(66).
001046 77  WS-POS-FILLED           PIC 9(04) COMP VALUE 0.
001047 01  WS-CKPT-FILE-STATUS     PIC X(02).
001048     88  WS-CKPT-FILE-OK         VALUE "00".
001049 01  WS-CLEAN-FILE-STATUS    PIC X(02).
001050     88  WS-CLEAN-FILE-OK        VALUE "00".
001051 01  WS-CLEAN-START          PIC X(01) VALUE "N".
001052     88  WS-CLEAN-START-ASKED    VALUE "Y".
001053 01  WS-CKPT-ON-FILE         PIC X(01) VALUE "N".
001054     88  WS-CKPT-FOUND           VALUE "Y".
001055 01  WS-CKPT-RUN-DATE        PIC 9(08) VALUE 0.
001056 01  WS-CKPT-FEED-DATE       PIC 9(08) VALUE 0.
001057 01  WS-CKPT-FEED-SEQ        PIC 9(04) VALUE 0.
001058 01  WS-CKPT-APPLIED         PIC 9(04) VALUE 0.
001059 01  WS-CKPT-REJECTED        PIC 9(04) VALUE 0.
001060 01  WS-CKPT-PENDED          PIC 9(04) VALUE 0.
001061 01  WS-CKPT-REC-NO          PIC 9(06) VALUE 0.
001062 01  WS-RESTART-REC-NO       PIC 9(06) VALUE 0.
001063 01  WS-RESTART-ACTION       PIC X(01) VALUE SPACE.
001064 01  WS-RESTART-ID           PIC X(05) VALUE SPACES.
001065 77  WS-APPLY-REC-NO         PIC 9(06) COMP VALUE 0.
001066 77  WS-CKPT-INTERVAL        PIC 9(04) COMP VALUE 10.
001067 77  WS-CKPT-SINCE           PIC 9(04) COMP VALUE 0.
001068
001069 PROCEDURE DIVISION.
001070
001071 0000-MAINLINE.
001072     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001073     PERFORM 1000-OPEN-FILES
001074     PERFORM 1500-VALIDATE-FEED
001075     PERFORM 2000-APPLY-ONE-TRANSACTION
001076         UNTIL EOF = "Y"
001077     PERFORM 7500-RECORD-APPLIED-FEED
001078     PERFORM 7900-CLEAR-CHECKPOINT
001079     PERFORM 7000-WRITE-SUMMARY
001080     CLOSE EMP-FILE
001090     CLOSE TRAN-FILE
001095     CLOSE DEPT-FILE
001097     CLOSE GRADE-FILE
001100     CLOSE BATCH-REPORT
001101     IF WS-POS-CONTROL-ON
001102         CLOSE POS-FILE
001103     END-IF
001105     PERFORM 7600-RETIRE-APPLIED-FEED
001110     DISPLAY WS-APPLIED-COUNT " transaction(s) applied, "
001120         WS-REJECTED-COUNT " rejected, " WS-PENDED-COUNT
001130     STOP RUN.
001140
001150******************************************************************
001156*    1000-OPEN-FILES - THE REPORT OPENS FIRST (SEE 1050), BEFORE
001162*    ANYTHING ELSE, SO EVERY RUN - EVEN A NO-FEED NIGHT -
001164*    TRUNCATES BATCHREPORT.TXT AND THE RELEASE STEP'S APPENDED
001166*    LINES ALWAYS LAND ON TONIGHT'S REPORT.  A MISSING FEED
001194*    STOPS.
001200******************************************************************
001210 1000-OPEN-FILES.
001211     PERFORM 1050-OPEN-REPORT
001212     IF NOT WS-RPT-FILE-OK
001213         DISPLAY "Unable to open batch report, status "
001214             WS-RPT-FILE-STATUS
001473         CLOSE BATCH-REPORT
001474         MOVE 8 TO RETURN-CODE
001475         STOP RUN
001476     END-IF
001477     OPEN INPUT POS-FILE
001478     IF WS-POS-FILE-OK
001479         MOVE "Y" TO WS-POS-CONTROL
001480     ELSE
001481     IF WS-POS-FILE-NOT-FOUND
001482         DISPLAY "positions.txt not found - hires are not "
001483             "checked against authorized headcount."
001484     ELSE
001485         DISPLAY "Unable to open positions.txt, status "
001486             WS-POS-FILE-STATUS
001487         CLOSE EMP-FILE
001488         CLOSE TRAN-FILE
001489         CLOSE DEPT-FILE
001490         CLOSE GRADE-FILE
001491         CLOSE BATCH-REPORT
001492         MOVE 8 TO RETURN-CODE
001493         STOP RUN
001494     END-IF
001495     END-IF.
001496******************************************************************
001497*    1050-OPEN-REPORT - A CLEAN-START REQUEST (APPLYCLEAN.TXT) IS
001498*    HONORED AND CONSUMED FIRST, DISCARDING ANY CHECKPOINT.
001499*    OTHERWISE A CHECKPOINT LEFT TODAY BY A RUN THAT DIED MEANS
001500*    THIS IS A RERUN, AND THE REPORT IS EXTENDED SO BOTH
001501*    ATTEMPTS' LINES STAY ON TONIGHT'S REPORT; ANY OTHER NIGHT
001502*    IT IS TRUNCATED AS BEFORE.  WHETHER THE CHECKPOINT REALLY
001503*    BELONGS TO THIS FEED IS DECIDED ONCE THE HEADER HAS BEEN
001504*    READ (SEE 1900).
001505******************************************************************
001506 1050-OPEN-REPORT.
001507     OPEN INPUT CLEAN-FILE
001508     IF WS-CLEAN-FILE-OK
001509         CLOSE CLEAN-FILE
001510         DELETE FILE CLEAN-FILE
001511         DELETE FILE CKPT-FILE
001512         MOVE "Y" TO WS-CLEAN-START
001513         DISPLAY "applyclean.txt found - clean start from the "
001514             "top of the feed, checkpoint discarded."
001515     ELSE
001516         OPEN INPUT CKPT-FILE
001517         IF WS-CKPT-FILE-OK
001518             READ CKPT-FILE
001519                 AT END
001520                     CONTINUE
001521                 NOT AT END
001522                     PERFORM 1060-LOAD-CHECKPOINT
001523             END-READ
001524             CLOSE CKPT-FILE
001525         END-IF
001526     END-IF
001527     IF WS-CKPT-FOUND
001528         AND WS-CKPT-RUN-DATE = WS-TODAY
001529         OPEN EXTEND BATCH-REPORT
001530         IF NOT WS-RPT-FILE-OK
001531             OPEN OUTPUT BATCH-REPORT
001532         END-IF
001533     ELSE
001534         OPEN OUTPUT BATCH-REPORT
001535     END-IF.
001536
001537******************************************************************
001538*    1060-LOAD-CHECKPOINT - KEEPS THE CHECKPOINT JUST READ.  A
001539*    RECORD WITH ANY NON-NUMERIC CONTROL FIELD IS TREATED AS NO
001540*    CHECKPOINT AT ALL.
001541******************************************************************
001542 1060-LOAD-CHECKPOINT.
001543     IF CKPT-RUN-DATE NUMERIC
001544         AND CKPT-FEED-DATE NUMERIC
001545         AND CKPT-FEED-SEQ NUMERIC
001546         AND CKPT-REC-NO NUMERIC
001547         AND CKPT-APPLIED NUMERIC
001548         AND CKPT-REJECTED NUMERIC
001549         AND CKPT-PENDED NUMERIC
001550         MOVE "Y" TO WS-CKPT-ON-FILE
001551         MOVE CKPT-RUN-DATE    TO WS-CKPT-RUN-DATE
001552         MOVE CKPT-FEED-DATE   TO WS-CKPT-FEED-DATE
001553         MOVE CKPT-FEED-SEQ    TO WS-CKPT-FEED-SEQ
001554         MOVE CKPT-REC-NO      TO WS-CKPT-REC-NO
001555         MOVE CKPT-LAST-ACTION TO WS-RESTART-ACTION
001556         MOVE CKPT-LAST-ID     TO WS-RESTART-ID
001557         MOVE CKPT-APPLIED     TO WS-CKPT-APPLIED
001558         MOVE CKPT-REJECTED    TO WS-CKPT-REJECTED
001559         MOVE CKPT-PENDED      TO WS-CKPT-PENDED
001560     END-IF.
001561
001562******************************************************************
001563*    1500-VALIDATE-FEED - READS THE WHOLE FEED ONCE BEFORE
001570*    ANYTHING IS APPLIED: THE HEADER MUST BE THE FIRST RECORD
001580*    WITH A NUMERIC FEED DATE AND SEQUENCE, EXACTLY ONE TRAILER
001590*    MUST CLOSE THE FILE, ITS COUNT MUST MATCH THE DETAILS
001630*    SO THE STREAM HALTS INSTEAD OF HALF-APPLYING A TRUNCATED
001640*    OR RE-DROPPED SHEET.  AN EMPTY FILE IS A NO-FEED NIGHT,
001642*    NOT A REJECT - IT COMPLETES CLEAN WITH A "FEED NONE" LINE.
001648*    A CLEAN FEED REOPENS THE FILE FOR THE APPLY PASS AND
001654*    SETS THE RESTART POINT, IF ANY (SEE 1900).
001660******************************************************************
001670 1500-VALIDATE-FEED.
001680     PERFORM 1600-CHECK-ONE-FEED-REC
001744         MOVE 8 TO RETURN-CODE
001745         STOP RUN
001746     END-IF
001756     MOVE "N" TO EOF
001766     PERFORM 1900-SET-RESTART-POINT.
002120
002130******************************************************************
002140*    1600-CHECK-ONE-FEED-REC - ONE RECORD OF THE VALIDATION
003080             WS-RPT-FILE-STATUS
003090     END-IF.
003100
003101******************************************************************
003102*    1900-SET-RESTART-POINT - DECIDES WHERE THE APPLY PASS
003103*    STARTS AND SAYS SO ON THE REPORT, UNDER THE FEED LINE:
003104*      CLEAN    - THE OPERATOR FORCED A START FROM THE TOP;
003105*      RESTART  - A CHECKPOINT WRITTEN TODAY FOR THIS SAME FEED
003106*                 DATE AND SEQUENCE: THE COUNTS CARRY ON FROM
003107*                 IT AND EVERY RECORD UP TO ITS RECORD NUMBER IS
003108*                 PASSED OVER (SEE 1960);
003109*      IGNORED  - A CHECKPOINT FROM ANOTHER DAY OR ANOTHER FEED,
003110*                 DELETED SO IT CANNOT MISLEAD A LATER RERUN.
003111*    NO CHECKPOINT AT ALL IS AN ORDINARY NIGHT - NO LINE.
003112******************************************************************
003113 1900-SET-RESTART-POINT.
003114     MOVE SPACES TO BATCH-REPORT-REC
003115     MOVE "FEED " TO BRPT-ID
003116     EVALUATE TRUE
003117         WHEN WS-CLEAN-START-ASKED
003118             MOVE "CLEAN" TO BRPT-RESULT
003119             MOVE "OPERATOR FORCED, FROM THE TOP"
003120                 TO BRPT-REASON
003121             PERFORM 1950-WRITE-RESTART-LINE
003122         WHEN NOT WS-CKPT-FOUND
003123             CONTINUE
003124         WHEN WS-CKPT-RUN-DATE NOT = WS-TODAY
003125             OR WS-CKPT-FEED-DATE NOT = WS-FEED-DATE
003126             OR WS-CKPT-FEED-SEQ NOT = WS-FEED-SEQ
003127             MOVE "IGNORED" TO BRPT-RESULT
003128             STRING "CHECKPOINT " WS-CKPT-RUN-DATE
003129                 " SEQ " WS-CKPT-FEED-SEQ
003130                 DELIMITED BY SIZE INTO BRPT-REASON
003131             PERFORM 1950-WRITE-RESTART-LINE
003132             DELETE FILE CKPT-FILE
003133             DISPLAY "Checkpoint for feed " WS-CKPT-FEED-SEQ
003134                 " of " WS-CKPT-RUN-DATE " does not match "
003135                 "this run - ignored, applying from the top."
003136         WHEN OTHER
003137             MOVE WS-CKPT-REC-NO   TO WS-RESTART-REC-NO
003138             MOVE WS-CKPT-APPLIED  TO WS-APPLIED-COUNT
003139             MOVE WS-CKPT-REJECTED TO WS-REJECTED-COUNT
003140             MOVE WS-CKPT-PENDED   TO WS-PENDED-COUNT
003141             MOVE "RESTART" TO BRPT-RESULT
003142             STRING "AFTER REC " WS-RESTART-REC-NO " "
003143                 WS-RESTART-ACTION " " WS-RESTART-ID
003144                 DELIMITED BY SIZE INTO BRPT-REASON
003145             PERFORM 1950-WRITE-RESTART-LINE
003146             DISPLAY "Restarting feed " WS-FEED-SEQ
003147                 " after record " WS-RESTART-REC-NO " ("
003148                 WS-RESTART-ACTION " " WS-RESTART-ID ")."
003149     END-EVALUATE.
003150
003151 1950-WRITE-RESTART-LINE.
003152     WRITE BATCH-REPORT-REC
003153     IF NOT WS-RPT-FILE-OK
003154         DISPLAY "Unable to write report line, status "
003155             WS-RPT-FILE-STATUS
003156     END-IF.
003157
003158******************************************************************
003159*    1960-PASS-OVER-RECORD - A RECORD THE RUN THAT DIED ALREADY
003160*    FINISHED.  NOTHING IS APPLIED; THE LAST ONE MUST BE THE
003161*    TRANSACTION THE CHECKPOINT NAMES, OR THE FEED HAS CHANGED
003162*    UNDER THE SAME SEQUENCE AND RESUMING WOULD BE A GUESS - THE
003163*    RUN STOPS WITH RETURN-CODE 8 AND THE OPERATOR DECIDES
003164*    (APPLYCLEAN.TXT FORCES A CLEAN START).
003165******************************************************************
003166 1960-PASS-OVER-RECORD.
003167     IF WS-APPLY-REC-NO = WS-RESTART-REC-NO
003168         AND (TRN-ACTION NOT = WS-RESTART-ACTION
003169             OR TRN-ID NOT = WS-RESTART-ID)
003170         MOVE SPACES TO BATCH-REPORT-REC
003171         MOVE "FEED " TO BRPT-ID
003172         MOVE "REJECTED" TO BRPT-RESULT
003173         MOVE "RESTART POINT MISMATCH" TO BRPT-REASON
003174         PERFORM 1950-WRITE-RESTART-LINE
003175         DISPLAY "Record " WS-RESTART-REC-NO " is not the "
003176             "checkpointed transaction " WS-RESTART-ACTION " "
003177             WS-RESTART-ID " - restart refused."
003178         CLOSE EMP-FILE
003179         CLOSE TRAN-FILE
003180         CLOSE DEPT-FILE
003181         CLOSE GRADE-FILE
003182         CLOSE BATCH-REPORT
003183         IF WS-POS-CONTROL-ON
003184             CLOSE POS-FILE
003185         END-IF
003186         MOVE 8 TO RETURN-CODE
003187         STOP RUN
003188     END-IF.
003189******************************************************************
003190*    2000-APPLY-ONE-TRANSACTION - READS ONE TRANSACTION AND
003191*    ROUTES IT TO THE MATCHING MAINTENANCE PARAGRAPH, MIRRORING
003192*    EMPMAINT'S ACTION DISPATCH.  A FUTURE EFFECTIVE DATE ROUTES
003193*    TO THE PENDING FILE INSTEAD OF BEING APPLIED; THE RELEASE
003194*    STEP (SEE EMPTRNRELEASE) APPLIES IT WHEN IT COMES DUE.
003195*    ON A RESTART, RECORDS UP TO THE CHECKPOINT ARE PASSED OVER
003196*    (SEE 1960); EVERY TRANSACTION FINISHED AFTER THAT COUNTS
003197*    TOWARD THE NEXT CHECKPOINT.
003198******************************************************************
003199 2000-APPLY-ONE-TRANSACTION.
003200     READ TRAN-FILE
003201         AT END
003210             MOVE "Y" TO EOF
003220         NOT AT END
003225             ADD 1 TO WS-APPLY-REC-NO
003230             EVALUATE TRUE
003240                 WHEN TFR-TAG = "HDR" OR TFR-TAG = "TRL"
003250                     CONTINUE
003253                 WHEN WS-APPLY-REC-NO NOT > WS-RESTART-REC-NO
003256                     PERFORM 1960-PASS-OVER-RECORD
003260                 WHEN TRN-EFF-DATE NOT = SPACES
003270                     AND TRN-EFF-DATE NOT NUMERIC
003280                     MOVE "BAD EFFECTIVE DATE"
003480                 WHEN OTHER
003490                     PERFORM 6200-REPORT-REJECTED-BAD-ACTION
003500             END-EVALUATE
003502             IF TFR-TAG NOT = "HDR" AND TFR-TAG NOT = "TRL"
003504                 AND WS-APPLY-REC-NO > WS-RESTART-REC-NO
003506                 PERFORM 7800-TAKE-CHECKPOINT
003508             END-IF
003510     END-READ.
003520
003530******************************************************************
003820         IF NOT WS-SALARY-OK
003830             PERFORM 6100-REPORT-REJECTED
003840         ELSE
003841         MOVE TRN-DEPT      TO WS-POS-DEPT
003842         MOVE TRN-PAY-GRADE TO WS-POS-GRADE
003843         PERFORM 7700-CHECK-POSITION
003844         IF NOT WS-POSITION-OK
003845             PERFORM 6100-REPORT-REJECTED
003846         ELSE
003850         MOVE TRN-ID        TO EMP-ID
003860         MOVE TRN-NAME      TO EMP-NAME
003870         MOVE TRN-DEPT      TO EMP-DEPT
004080         END-IF
004090         END-IF
004100         END-IF
004105         END-IF
004110     END-IF.
004120
004130******************************************************************
006050         MOVE "NOT TERMINATED" TO WS-REJECT-REASON
006060         PERFORM 6100-REPORT-REJECTED
006070     ELSE
006071         MOVE EMP-DEPT      TO WS-POS-DEPT
006072         MOVE EMP-PAY-GRADE TO WS-POS-GRADE
006073         PERFORM 7700-CHECK-POSITION
006074         IF NOT WS-POSITION-OK
006075             PERFORM 6100-REPORT-REJECTED
006076         ELSE
006080         MOVE EMP-REC TO WS-BEFORE-IMAGE
006090         MOVE "A" TO EMP-STATUS
006100         MOVE ZEROES TO EMP-TERM-DATE
006210             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
006220             PERFORM 6100-REPORT-REJECTED
006230         END-IF
006235         END-IF
006240     END-IF.
006250
006260******************************************************************
006470             PERFORM 6100-REPORT-REJECTED
006480         ELSE
006490             MOVE WS-ARCH-SAVED-IMAGE TO EMP-REC
006491             MOVE EMP-DEPT      TO WS-POS-DEPT
006492             MOVE EMP-PAY-GRADE TO WS-POS-GRADE
006493             PERFORM 7700-CHECK-POSITION
006494             IF NOT WS-POSITION-OK
006495                 PERFORM 6100-REPORT-REJECTED
006496             ELSE
006500             MOVE "A" TO EMP-STATUS
006510             MOVE ZEROES TO EMP-TERM-DATE
006520             MOVE ZEROES TO EMP-STATUS-DATE
006640                 MOVE "WRITE FAILED" TO WS-REJECT-REASON
006650                 PERFORM 6100-REPORT-REJECTED
006660             END-IF
006665             END-IF
006670         END-IF
006680     END-IF.
006690
007860         MOVE WS-HIST-ACTION  TO HIST-ACTION
007870         MOVE WS-BEFORE-IMAGE TO HIST-BEFORE-IMAGE
007880         MOVE EMP-REC         TO HIST-AFTER-IMAGE
007885         MOVE "BATCH"         TO HIST-OPERATOR
007890         WRITE HIST-REC
007900         CLOSE HIST-FILE
007910     ELSE
009091             "before the next run."
009092     END-IF.
009093
009103******************************************************************
009113*    7700-CHECK-POSITION - POSITION CONTROL FOR AN ADD OR REHIRE
009123*    INTO WS-POS-DEPT AND WS-POS-GRADE, MATCHING EMPMAINT'S
009133*    CHECK.  THE COMBINATION MUST HAVE A RECORD ON POSITIONS.TXT
009143*    (SEE POSMAINT) AND FEWER PEOPLE FILLING IT - ACTIVE, ON
009153*    LEAVE OR SUSPENDED - THAN IT AUTHORIZES.  THE MASTER SCAN
009163*    OVERWRITES EMP-REC, SO THE CALLER'S RECORD IS SAVED AND PUT
009173*    BACK.  WITH NO POSITIONS.TXT AT ALL THERE IS NOTHING TO
009183*    CHECK AGAINST AND EVERY HIRE PASSES.  ON A REJECT THE
009193*    REASON IS LEFT IN WS-REJECT-REASON FOR 6100.
009203******************************************************************
009213 7700-CHECK-POSITION.
009223     MOVE "Y" TO WS-POSITION-IS-OK
009233     IF WS-POS-CONTROL-ON
009243         MOVE WS-POS-DEPT TO POS-DEPT
009253         MOVE WS-POS-GRADE TO POS-GRADE
009263         READ POS-FILE
009273             INVALID KEY
009283                 CONTINUE
009293         END-READ
009303         IF NOT WS-POS-FILE-OK
009313             MOVE "N" TO WS-POSITION-IS-OK
009323             MOVE "NO AUTHORIZED POSITION" TO WS-REJECT-REASON
009333         ELSE
009343             MOVE EMP-REC TO WS-POS-SAVED-REC
009353             PERFORM 7710-COUNT-FILLED
009363             MOVE WS-POS-SAVED-REC TO EMP-REC
009373             IF WS-POS-FILLED NOT < POS-AUTHORIZED
009383                 MOVE "N" TO WS-POSITION-IS-OK
009393                 MOVE SPACES TO WS-REJECT-REASON
009403                 STRING "POSITION FULL, AUTHORIZED "
009413                     POS-AUTHORIZED
009423                     DELIMITED BY SIZE INTO WS-REJECT-REASON
009433             END-IF
009443         END-IF
009453     END-IF.
009463
009473******************************************************************
009483*    7710-COUNT-FILLED - COUNTS THE MASTER RECORDS HOLDING A SLOT
009493*    IN WS-POS-DEPT AND WS-POS-GRADE.
009503******************************************************************
009513 7710-COUNT-FILLED.
009523     MOVE 0 TO WS-POS-FILLED
009533     MOVE "N" TO WS-POS-EOF
009543     MOVE LOW-VALUES TO EMP-ID
009553     START EMP-FILE KEY NOT < EMP-ID
009563         INVALID KEY
009573             MOVE "Y" TO WS-POS-EOF
009583     END-START
009593     PERFORM 7720-COUNT-ONE-EMPLOYEE
009603         UNTIL WS-POS-EOF = "Y".
009613
009623 7720-COUNT-ONE-EMPLOYEE.
009633     READ EMP-FILE NEXT RECORD
009643         AT END
009653             MOVE "Y" TO WS-POS-EOF
009663         NOT AT END
009673             IF EMP-DEPT = WS-POS-DEPT
009683                 AND EMP-PAY-GRADE = WS-POS-GRADE
009693                 AND (EMP-ACTIVE OR EMP-ON-LEAVE
009703                     OR EMP-SUSPENDED)
009713                 ADD 1 TO WS-POS-FILLED
009723             END-IF
009733     END-READ.
009743
009753******************************************************************
009763*    7800-TAKE-CHECKPOINT - COUNTS ONE FINISHED TRANSACTION AND
009773*    EVERY WS-CKPT-INTERVAL OF THEM RECORDS A CHECKPOINT.
009783******************************************************************
009793 7800-TAKE-CHECKPOINT.
009803     ADD 1 TO WS-CKPT-SINCE
009813     IF WS-CKPT-SINCE NOT < WS-CKPT-INTERVAL
009823         MOVE 0 TO WS-CKPT-SINCE
009833         PERFORM 7810-WRITE-CHECKPOINT
009843     END-IF.
009853
009863******************************************************************
009873*    7810-WRITE-CHECKPOINT - REPLACES APPLYCKPT.TXT WITH WHERE
009883*    THE RUN HAS GOT: THIS FEED, THE NUMBER OF THE RECORD JUST
009893*    FINISHED, ITS ACTION, ID AND EFFECTIVE DATE, AND THE COUNTS
009903*    SO FAR.  A FAILED WRITE IS REPORTED BUT DOES NOT STOP THE
009913*    RUN - IT ONLY MEANS A RERUN WOULD RESUME FROM FURTHER BACK.
009923******************************************************************
009933 7810-WRITE-CHECKPOINT.
009943     OPEN OUTPUT CKPT-FILE
009953     IF WS-CKPT-FILE-OK
009963         MOVE SPACES TO CKPT-REC
009973         MOVE WS-TODAY          TO CKPT-RUN-DATE
009983         MOVE WS-FEED-DATE      TO CKPT-FEED-DATE
009993         MOVE WS-FEED-SEQ       TO CKPT-FEED-SEQ
010003         MOVE WS-APPLY-REC-NO   TO CKPT-REC-NO
010013         MOVE TRN-ACTION        TO CKPT-LAST-ACTION
010023         MOVE TRN-ID            TO CKPT-LAST-ID
010033         MOVE TRN-EFF-DATE      TO CKPT-LAST-EFF-DATE
010043         MOVE WS-APPLIED-COUNT  TO CKPT-APPLIED
010053         MOVE WS-REJECTED-COUNT TO CKPT-REJECTED
010063         MOVE WS-PENDED-COUNT   TO CKPT-PENDED
010073         WRITE CKPT-REC
010083         CLOSE CKPT-FILE
010093     ELSE
010103         DISPLAY "Unable to write applyckpt.txt, status "
010113             WS-CKPT-FILE-STATUS
010123     END-IF.
010133
010143******************************************************************
010153*    7900-CLEAR-CHECKPOINT - THE FEED IS FULLY APPLIED AND ITS
010163*    SEQUENCE RECORDED, SO THERE IS NOTHING LEFT TO RESUME.  NO
010173*    FILE (A FEED SHORTER THAN ONE INTERVAL) IS FINE.
010183******************************************************************
010193 7900-CLEAR-CHECKPOINT.
010203     DELETE FILE CKPT-FILE.
010213
010223 END PROGRAM empBatchApply.
