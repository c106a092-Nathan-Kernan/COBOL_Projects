000420*    PENDING TRANSACTIONS CAN BE LISTED AND CANCELLED BEFORE THEY
000430*    FIRE THROUGH PENDMAINT - HR RESCINDS THINGS.
000440*
000441*    MERIT INCREASES ("M") ARE QUEUED HERE BY MERITCYCLE'S APPLY
000442*    RUN RATHER THAN BY THE FEED.  ONLY THE NEW SALARY ON AN "M"
000443*    COUNTS; THE REST OF THE MASTER IS LEFT AS IT STANDS ON THE
000444*    DAY THE INCREASE FIRES.
000445*
000446*    EVERY TEN PENDING RECORDS THE SWEEP RECORDS A CHECKPOINT ON
000447*    RELEASECKPT.TXT (SEE CKPTREC.CPY) - THE RECORD NUMBER AND
000448*    THE LAST TRANSACTION FINISHED.  THE PENDING FILE IS ONLY
000449*    REWRITTEN AT THE END, SO IF THE RUN DIES IT IS STILL WHOLE;
000450*    A RERUN ON THE SAME DATE PASSES OVER EVERYTHING UP TO THE
000451*    CHECKPOINT (RE-HOLDING ANY NOT YET DUE) AND RELEASES FROM
000452*    THERE, WITH A "RESTART" LINE ON BATCHREPORT.TXT SHOWING
000453*    WHERE.  APPLYING THE FILE FROM THE TOP INSTEAD IS FORCED BY
000454*    CREATING RELEASECLEAN.TXT BEFORE THE RERUN; IT IS DELETED
000455*    ONCE HONORED.
000456*
000457*    MODIFICATION HISTORY
000460*    DATE       INIT  DESCRIPTION
000470*    ---------- ----  ------------------------------------------
000480*    2026-09-02 NK    ORIGINAL PROGRAM, APPLY PATHS MODELED ON
000490*                     EMPBATCHAPPLY.
000491*    2026-10-15 NK    EVERY CHANGE-HISTORY RECORD NOW CARRIES
000492*                     "BATCH" IN HIST-OPERATOR (SEE EMPHIST.CPY)
000493*                     - THE RELEASE RUNS UNATTENDED IN THE
000494*                     NIGHTLY STREAM, WITH NO OPERATOR SIGNED ON.
000495*    2026-10-15 NK    NEW "M" MERIT ACTION, QUEUED BY MERITCYCLE:
000496*                     POSTS THE APPROVED SALARY TO AN ACTIVE
000497*                     EMPLOYEE AND LOGS IT AS "MERIT".  PENDING
000498*                     RECORDS NOW CARRY THE OPERATOR WHO QUEUED
000499*                     THEM, STAMPED ON THE HISTORY RECORD IN
000500*                     PLACE OF "BATCH" WHEN PRESENT.
000501*    2026-10-15 NK    POSITION CONTROL - AN ADD OR REHIRE INTO A
000502*                     DEPARTMENT AND GRADE WITH NO AUTHORIZED
000503*                     POSITION ON POSITIONS.TXT, OR ONE ALREADY
000504*                     FILLED, IS REJECTED (SEE 7700).
000505*    2026-10-15 NK    CHECKPOINT/RESTART - A CHECKPOINT EVERY
000506*                     WS-CKPT-INTERVAL RECORDS ON
000507*                     RELEASECKPT.TXT; A SAME-DATE RERUN
000508*                     RESUMES AFTER IT (SEE 1900, 7800).
000509*                     RELEASECLEAN.TXT FORCES A CLEAN START.
000510******************************************************************
000511
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000884     SELECT MANIFEST-FILE ASSIGN TO "archivemanifest.txt"
000886         ORGANIZATION IS LINE SEQUENTIAL
000888         FILE STATUS IS WS-MAN-FILE-STATUS.
000889
000890     SELECT POS-FILE ASSIGN TO "positions.txt"
000891         ORGANIZATION IS INDEXED
000892         ACCESS MODE IS DYNAMIC
000893         RECORD KEY IS POS-KEY
000894         FILE STATUS IS WS-POS-FILE-STATUS.
000895     SELECT CKPT-FILE ASSIGN TO "releaseckpt.txt"
000896         ORGANIZATION IS LINE SEQUENTIAL
000897         FILE STATUS IS WS-CKPT-FILE-STATUS.
000898
000899     SELECT CLEAN-FILE ASSIGN TO "releaseclean.txt"
000900         ORGANIZATION IS LINE SEQUENTIAL
000901         FILE STATUS IS WS-CLEAN-FILE-STATUS.
000902
000903 DATA DIVISION.
000904 FILE SECTION.
000910 FD  EMP-FILE.
000920     COPY "EMPREC.cpy".
000930
000996         88  TRN-ACTION-LEAVE        VALUE "L".
000997         88  TRN-ACTION-SUSPEND      VALUE "S".
000998         88  TRN-ACTION-RETURN       VALUE "B".
000999         88  TRN-ACTION-MERIT        VALUE "M".
001000     05  TRN-ID                  PIC X(05).
001010     05  TRN-NAME                PIC X(20).
001020     05  TRN-DEPT                PIC X(04).
001060     05  TRN-SALARY-NUM REDEFINES TRN-SALARY
001070                                 PIC 9(07)V99.
001080     05  TRN-EFF-DATE            PIC X(08).
001085     05  TRN-OPERATOR            PIC X(08).
001090
001100 FD  PEND-WORK.
001110 01  PEND-WORK-REC               PIC X(66).
001120
001130 FD  DEPT-FILE.
001140     COPY "DEPTREC.cpy".
001280     05  BRPT-RESULT             PIC X(08).
001290     05  FILLER                  PIC X(02).
001300     05  BRPT-REASON             PIC X(30).
001301
001302 FD  POS-FILE.
001303     COPY "POSREC.cpy".
001304 FD  CKPT-FILE.
001305     COPY "CKPTREC.cpy".
001306
001307 FD  CLEAN-FILE.
001308 01  CLEAN-REC                   PIC X(01).
001310
001320 WORKING-STORAGE SECTION.
001330 01  WS-EMP-FILE-STATUS      PIC X(02).
001668 01  WS-ARCH-SAVED-IMAGE     PIC X(66).
001669 01  WS-ARCH-EOF             PIC X(01) VALUE "N".
001670 01  WS-NEW-STATUS           PIC X(01).
001671 01  WS-POS-FILE-STATUS      PIC X(02).
001672     88  WS-POS-FILE-OK          VALUE "00".
001673     88  WS-POS-FILE-NOT-FOUND   VALUE "35".
001674 01  WS-POS-CONTROL          PIC X(01) VALUE "N".
001675     88  WS-POS-CONTROL-ON       VALUE "Y".
001676 01  WS-POSITION-IS-OK       PIC X(01) VALUE "Y".
001677     88  WS-POSITION-OK          VALUE "Y".
001678 01  WS-POS-DEPT             PIC X(04).
001679 01  WS-POS-GRADE            PIC X(03).
001680 01  WS-POS-EOF              PIC X(01) VALUE "N".
001681 01  WS-POS-SAVED-REC        PIC X(66).
001682 77  WS-POS-FILLED           PIC 9(04) COMP VALUE 0.
001683 01  WS-CKPT-FILE-STATUS     PIC X(02).
001684     88  WS-CKPT-FILE-OK         VALUE "00".
001685 01  WS-CLEAN-FILE-STATUS    PIC X(02).
001686     88  WS-CLEAN-FILE-OK        VALUE "00".
001687 01  WS-CLEAN-START          PIC X(01) VALUE "N".
001688     88  WS-CLEAN-START-ASKED    VALUE "Y".
001689 01  WS-CKPT-ON-FILE         PIC X(01) VALUE "N".
001690     88  WS-CKPT-FOUND           VALUE "Y".
001691 01  WS-CKPT-RUN-DATE        PIC 9(08) VALUE 0.
001692 01  WS-CKPT-RELEASED        PIC 9(04) VALUE 0.
001693 01  WS-CKPT-REJECTED        PIC 9(04) VALUE 0.
001694 01  WS-CKPT-REC-NO          PIC 9(06) VALUE 0.
001695 01  WS-RESTART-REC-NO       PIC 9(06) VALUE 0.
001696 01  WS-RESTART-ACTION       PIC X(01) VALUE SPACE.
001697 01  WS-RESTART-ID           PIC X(05) VALUE SPACES.
001698 01  WS-RESTART-EFF-DATE     PIC X(08) VALUE SPACES.
001699 77  WS-PEND-REC-NO          PIC 9(06) COMP VALUE 0.
001700 77  WS-CKPT-INTERVAL        PIC 9(04) COMP VALUE 10.
001701 77  WS-CKPT-SINCE           PIC 9(04) COMP VALUE 0.
001702
001703 PROCEDURE DIVISION.
001704
001705 0000-MAINLINE.
001710     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001720     PERFORM 1000-OPEN-FILES
001725     PERFORM 1900-SET-RESTART-POINT
001730     PERFORM 2000-RELEASE-ONE-PENDING
001740         UNTIL EOF = "Y"
001750     CLOSE EMP-FILE
001780     CLOSE DEPT-FILE
001790     CLOSE GRADE-FILE
001800     CLOSE BATCH-REPORT
001802     IF WS-POS-CONTROL-ON
001804         CLOSE POS-FILE
001806     END-IF
001810     PERFORM 7500-REWRITE-PENDING-FILE
001815     PERFORM 7900-CLEAR-CHECKPOINT
001820     DISPLAY WS-RELEASED-COUNT " pending transaction(s) "
001830         "released, "
001840         WS-REJECTED-COUNT " rejected, " WS-HELD-COUNT
002580         CLOSE PEND-WORK
002590         MOVE 8 TO RETURN-CODE
002600         STOP RUN
002601     END-IF
002602     OPEN INPUT POS-FILE
002603     IF WS-POS-FILE-OK
002604         MOVE "Y" TO WS-POS-CONTROL
002605     ELSE
002606     IF WS-POS-FILE-NOT-FOUND
002607         DISPLAY "positions.txt not found - hires are not "
002608             "checked against authorized headcount."
002609     ELSE
002610         DISPLAY "Unable to open positions.txt, status "
002611             WS-POS-FILE-STATUS
002612         CLOSE PEND-FILE
002613         CLOSE EMP-FILE
002614         CLOSE DEPT-FILE
002615         CLOSE GRADE-FILE
002616         CLOSE PEND-WORK
002617         CLOSE BATCH-REPORT
002618         MOVE 8 TO RETURN-CODE
002619         STOP RUN
002620     END-IF
002621     END-IF.
002622******************************************************************
002623*    1900-SET-RESTART-POINT - DECIDES WHERE THE SWEEP STARTS AND
002624*    SAYS SO ON THE REPORT:
002625*      CLEAN    - RELEASECLEAN.TXT WAS THERE: THE OPERATOR FORCED
002626*                 A START FROM THE TOP.  THE FLAG AND ANY
002627*                 CHECKPOINT ARE DELETED;
002628*      RESTART  - A CHECKPOINT WRITTEN TODAY: THE COUNTS CARRY
002629*                 ON FROM IT AND EVERY RECORD UP TO ITS RECORD
002630*                 NUMBER IS PASSED OVER (SEE 1960);
002631*      IGNORED  - A CHECKPOINT FROM ANOTHER DAY, WHEN THE PENDING
002632*                 FILE WILL HAVE BEEN REWRITTEN SINCE.  IT IS
002633*                 DELETED SO IT CANNOT MISLEAD A LATER RERUN.
002634*    NO CHECKPOINT AT ALL IS AN ORDINARY NIGHT - NO LINE.
002635******************************************************************
002636 1900-SET-RESTART-POINT.
002637     PERFORM 1950-READ-CHECKPOINT
002638     MOVE SPACES TO BATCH-REPORT-REC
002639     MOVE "PEND " TO BRPT-ID
002640     EVALUATE TRUE
002641         WHEN WS-CLEAN-START-ASKED
002642             MOVE "CLEAN" TO BRPT-RESULT
002643             MOVE "OPERATOR FORCED, FROM THE TOP"
002644                 TO BRPT-REASON
002645             PERFORM 1970-WRITE-RESTART-LINE
002646         WHEN NOT WS-CKPT-FOUND
002647             CONTINUE
002648         WHEN WS-CKPT-RUN-DATE NOT = WS-TODAY
002649             MOVE "IGNORED" TO BRPT-RESULT
002650             STRING "CHECKPOINT OF " WS-CKPT-RUN-DATE
002651                 DELIMITED BY SIZE INTO BRPT-REASON
002652             PERFORM 1970-WRITE-RESTART-LINE
002653             DELETE FILE CKPT-FILE
002654             DISPLAY "Checkpoint of " WS-CKPT-RUN-DATE
002655                 " is not from today - ignored, releasing "
002656                 "from the top."
002657         WHEN OTHER
002658             MOVE WS-CKPT-REC-NO   TO WS-RESTART-REC-NO
002659             MOVE WS-CKPT-RELEASED TO WS-RELEASED-COUNT
002660             MOVE WS-CKPT-REJECTED TO WS-REJECTED-COUNT
002661             MOVE "RESTART" TO BRPT-RESULT
002662             STRING "AFTER REC " WS-RESTART-REC-NO " "
002663                 WS-RESTART-ACTION " " WS-RESTART-ID
002664                 DELIMITED BY SIZE INTO BRPT-REASON
002665             PERFORM 1970-WRITE-RESTART-LINE
002666             DISPLAY "Restarting the release after record "
002667                 WS-RESTART-REC-NO " (" WS-RESTART-ACTION " "
002668                 WS-RESTART-ID ")."
002669     END-EVALUATE.
002670
002671******************************************************************
002672*    1950-READ-CHECKPOINT - A CLEAN-START REQUEST IS HONORED AND
002673*    CONSUMED FIRST; OTHERWISE THE CHECKPOINT, IF ANY, IS KEPT.
002674*    A RECORD WITH ANY NON-NUMERIC CONTROL FIELD IS TREATED AS NO
002675*    CHECKPOINT AT ALL.
002676******************************************************************
002677 1950-READ-CHECKPOINT.
002678     OPEN INPUT CLEAN-FILE
002679     IF WS-CLEAN-FILE-OK
002680         CLOSE CLEAN-FILE
002681         DELETE FILE CLEAN-FILE
002682         DELETE FILE CKPT-FILE
002683         MOVE "Y" TO WS-CLEAN-START
002684         DISPLAY "releaseclean.txt found - clean start from "
002685             "the top of the pending file, checkpoint "
002686             "discarded."
002687     ELSE
002688         OPEN INPUT CKPT-FILE
002689         IF WS-CKPT-FILE-OK
002690             READ CKPT-FILE
002691                 AT END
002692                     CONTINUE
002693                 NOT AT END
002694                     PERFORM 1960-LOAD-CHECKPOINT
002695             END-READ
002696             CLOSE CKPT-FILE
002697         END-IF
002698     END-IF.
002699
002700 1960-LOAD-CHECKPOINT.
002701     IF CKPT-RUN-DATE NUMERIC
002702         AND CKPT-REC-NO NUMERIC
002703         AND CKPT-APPLIED NUMERIC
002704         AND CKPT-REJECTED NUMERIC
002705         MOVE "Y" TO WS-CKPT-ON-FILE
002706         MOVE CKPT-RUN-DATE      TO WS-CKPT-RUN-DATE
002707         MOVE CKPT-REC-NO        TO WS-CKPT-REC-NO
002708         MOVE CKPT-LAST-ACTION   TO WS-RESTART-ACTION
002709         MOVE CKPT-LAST-ID       TO WS-RESTART-ID
002710         MOVE CKPT-LAST-EFF-DATE TO WS-RESTART-EFF-DATE
002711         MOVE CKPT-APPLIED       TO WS-CKPT-RELEASED
002712         MOVE CKPT-REJECTED      TO WS-CKPT-REJECTED
002713     END-IF.
002714
002715 1970-WRITE-RESTART-LINE.
002716     WRITE BATCH-REPORT-REC
002717     IF NOT WS-RPT-FILE-OK
002718         DISPLAY "Unable to write report line, status "
002719             WS-RPT-FILE-STATUS
002720     END-IF.
002721
002722******************************************************************
002723*    1980-PASS-OVER-RECORD - A RECORD THE RUN THAT DIED ALREADY
002724*    FINISHED.  A DUE ONE WAS RELEASED OR REJECTED THEN AND IS
002725*    DROPPED NOW; ONE NOT YET DUE IS HELD AGAIN, SINCE THE WORK
002726*    FILE IS BUILT AFRESH.  THE LAST ONE MUST BE THE TRANSACTION
002727*    THE CHECKPOINT NAMES, OR THE PENDING FILE HAS BEEN CHANGED
002728*    SINCE (PENDMAINT, MERITCYCLE) AND RESUMING WOULD BE A GUESS
002729*    - THE RUN STOPS WITH RETURN-CODE 8, THE PENDING FILE
002730*    UNTOUCHED, AND THE OPERATOR DECIDES (RELEASECLEAN.TXT FORCES
002731*    A CLEAN START).
002732******************************************************************
002733 1980-PASS-OVER-RECORD.
002734     IF TRN-EFF-DATE NUMERIC
002735         AND TRN-EFF-DATE > WS-TODAY
002736         PERFORM 2100-HOLD-PENDING
002737     END-IF
002738     IF WS-PEND-REC-NO = WS-RESTART-REC-NO
002739         AND (TRN-ACTION NOT = WS-RESTART-ACTION
002740             OR TRN-ID NOT = WS-RESTART-ID
002741             OR TRN-EFF-DATE NOT = WS-RESTART-EFF-DATE)
002742         MOVE SPACES TO BATCH-REPORT-REC
002743         MOVE "PEND " TO BRPT-ID
002744         MOVE "REJECTED" TO BRPT-RESULT
002745         MOVE "RESTART POINT MISMATCH" TO BRPT-REASON
002746         PERFORM 1970-WRITE-RESTART-LINE
002747         DISPLAY "Record " WS-RESTART-REC-NO " is not the "
002748             "checkpointed transaction " WS-RESTART-ACTION " "
002749             WS-RESTART-ID " - restart refused."
002750         CLOSE EMP-FILE
002751         CLOSE PEND-FILE
002752         CLOSE PEND-WORK
002753         CLOSE DEPT-FILE
002754         CLOSE GRADE-FILE
002755         CLOSE BATCH-REPORT
002756         IF WS-POS-CONTROL-ON
002757             CLOSE POS-FILE
002758         END-IF
002759         MOVE 8 TO RETURN-CODE
002760         STOP RUN
002761     END-IF.
002762
002763******************************************************************
002764*    2000-RELEASE-ONE-PENDING - READS ONE PENDING TRANSACTION.
002765*    DUE (EFFECTIVE DATE ON OR BEFORE TODAY) GOES TO THE ACTION
002766*    DISPATCH; NOT YET DUE IS CARRIED FORWARD ON THE WORK FILE.
002767*    AN EFFECTIVE DATE THAT IS NO LONGER NUMERIC (A HAND-EDITED
002768*    PENDING FILE) REJECTS RATHER THAN HOLDING FOREVER.
002769*    ON A RESTART, RECORDS UP TO THE CHECKPOINT ARE PASSED OVER
002770*    (SEE 1980); EVERY RECORD FINISHED AFTER THAT COUNTS TOWARD
002771*    THE NEXT CHECKPOINT.
002772******************************************************************
002773 2000-RELEASE-ONE-PENDING.
002774     READ PEND-FILE
002775         AT END
002776             MOVE "Y" TO EOF
002777         NOT AT END
002778             ADD 1 TO WS-PEND-REC-NO
002779             EVALUATE TRUE
002780                 WHEN WS-PEND-REC-NO NOT > WS-RESTART-REC-NO
002781                     PERFORM 1980-PASS-OVER-RECORD
002782                 WHEN TRN-EFF-DATE NOT NUMERIC
002783                     MOVE "BAD EFFECTIVE DATE"
002784                         TO WS-REJECT-REASON
002790                     PERFORM 6100-REPORT-REJECTED
002800                 WHEN TRN-EFF-DATE > WS-TODAY
002810                     PERFORM 2100-HOLD-PENDING
002878                     PERFORM 5200-APPLY-SUSPEND
002879                 WHEN TRN-ACTION-RETURN
002881                     PERFORM 5300-APPLY-RETURN
002882                 WHEN TRN-ACTION-MERIT
002883                     PERFORM 5800-APPLY-MERIT
002884                 WHEN OTHER
002890                     MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
002900                     PERFORM 6100-REPORT-REJECTED
002910             END-EVALUATE
002912             IF WS-PEND-REC-NO > WS-RESTART-REC-NO
002914                 PERFORM 7800-TAKE-CHECKPOINT
002916             END-IF
002920     END-READ.
002930
002940******************************************************************
003370         IF NOT WS-SALARY-OK
003380             PERFORM 6100-REPORT-REJECTED
003390         ELSE
003391         MOVE TRN-DEPT      TO WS-POS-DEPT
003392         MOVE TRN-PAY-GRADE TO WS-POS-GRADE
003393         PERFORM 7700-CHECK-POSITION
003394         IF NOT WS-POSITION-OK
003395             PERFORM 6100-REPORT-REJECTED
003396         ELSE
003400         MOVE TRN-ID        TO EMP-ID
003410         MOVE TRN-NAME      TO EMP-NAME
003420         MOVE TRN-DEPT      TO EMP-DEPT
003620         END-IF
003630         END-IF
003640         END-IF
003645         END-IF
003650     END-IF.
003660
003670******************************************************************
005580         MOVE "NOT TERMINATED" TO WS-REJECT-REASON
005590         PERFORM 6100-REPORT-REJECTED
005600     ELSE
005601         MOVE EMP-DEPT      TO WS-POS-DEPT
005602         MOVE EMP-PAY-GRADE TO WS-POS-GRADE
005603         PERFORM 7700-CHECK-POSITION
005604         IF NOT WS-POSITION-OK
005605             PERFORM 6100-REPORT-REJECTED
005606         ELSE
005610         MOVE EMP-REC TO WS-BEFORE-IMAGE
005620         MOVE "A" TO EMP-STATUS
005630         MOVE ZEROES TO EMP-TERM-DATE
005740             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
005750             PERFORM 6100-REPORT-REJECTED
005760         END-IF
005765         END-IF
005770     END-IF.
005780
005790******************************************************************
005990             PERFORM 6100-REPORT-REJECTED
006000         ELSE
006010             MOVE WS-ARCH-SAVED-IMAGE TO EMP-REC
006011             MOVE EMP-DEPT      TO WS-POS-DEPT
006012             MOVE EMP-PAY-GRADE TO WS-POS-GRADE
006013             PERFORM 7700-CHECK-POSITION
006014             IF NOT WS-POSITION-OK
006015                 PERFORM 6100-REPORT-REJECTED
006016             ELSE
006020             MOVE "A" TO EMP-STATUS
006030             MOVE ZEROES TO EMP-TERM-DATE
006040             MOVE ZEROES TO EMP-STATUS-DATE
006160                 MOVE "WRITE FAILED" TO WS-REJECT-REASON
006170                 PERFORM 6100-REPORT-REJECTED
006180             END-IF
006185             END-IF
006190         END-IF
006200     END-IF.
006210
006560             WS-MAN-FILE-STATUS
006570     END-IF.
006580
006581******************************************************************
006582*    5800-APPLY-MERIT - POSTS A MERIT INCREASE NOW IT IS DUE.  THE
006583*    EMPLOYEE MUST STILL BE ACTIVE, THE NEW SALARY MUST STILL FIT
006584*    THE GRADE THE EMPLOYEE HOLDS TODAY, AND IT MUST NOT BE LESS
006585*    THAN THE CURRENT SALARY - A RAISE KEYED SINCE THE PROPOSAL
006586*    IS NOT UNDONE BY AN OLDER MERIT FIGURE.
006587******************************************************************
006588 5800-APPLY-MERIT.
006589     MOVE TRN-ID TO EMP-ID
006590     READ EMP-FILE
006591         INVALID KEY
006592             CONTINUE
006593     END-READ
006594     IF WS-EMP-FILE-OK
006595         MOVE EMP-REC TO WS-BEFORE-IMAGE
006596         MOVE EMP-PAY-GRADE TO TRN-PAY-GRADE
006597         PERFORM 6500-VALIDATE-GRADE
006598         IF NOT EMP-ACTIVE
006599             MOVE "NOT ACTIVE" TO WS-REJECT-REASON
006600             PERFORM 6100-REPORT-REJECTED
006601         ELSE
006602         IF NOT WS-GRADE-VALID
006603             MOVE "UNKNOWN PAY GRADE" TO WS-REJECT-REASON
006604             PERFORM 6100-REPORT-REJECTED
006605         ELSE
006606         PERFORM 6600-VALIDATE-SALARY
006607         IF NOT WS-SALARY-OK
006608             PERFORM 6100-REPORT-REJECTED
006609         ELSE
006610         IF TRN-SALARY-NUM < EMP-ANNUAL-SALARY
006611             MOVE "SALARY ALREADY HIGHER" TO WS-REJECT-REASON
006612             PERFORM 6100-REPORT-REJECTED
006613         ELSE
006614         MOVE TRN-SALARY-NUM TO EMP-ANNUAL-SALARY
006615         REWRITE EMP-REC
006616             INVALID KEY
006617                 CONTINUE
006618         END-REWRITE
006619         IF WS-EMP-FILE-OK
006620             MOVE "MERIT" TO WS-HIST-ACTION
006621             PERFORM 6400-LOG-HISTORY
006622             PERFORM 6000-REPORT-RELEASED
006623         ELSE
006624             MOVE "REWRITE FAILED" TO WS-REJECT-REASON
006625             PERFORM 6100-REPORT-REJECTED
006626         END-IF
006627         END-IF
006628         END-IF
006629         END-IF
006630         END-IF
006631     ELSE
006632         MOVE "ID NOT FOUND" TO WS-REJECT-REASON
006633         PERFORM 6100-REPORT-REJECTED
006634     END-IF.
006635
006636******************************************************************
006637*    6000-REPORT-RELEASED - WRITES THE RELEASED LINE FOR THE
006638*    TRANSACTION JUST APPLIED, CARRYING ITS EFFECTIVE DATE SO THE
006639*    REPORT SHOWS WHY IT FIRED TONIGHT.
006640******************************************************************
006641 6000-REPORT-RELEASED.
006650     MOVE SPACES     TO BATCH-REPORT-REC
006660     MOVE TRN-ACTION TO BRPT-ACTION
006670     MOVE TRN-ID     TO BRPT-ID
007290         MOVE WS-HIST-ACTION  TO HIST-ACTION
007300         MOVE WS-BEFORE-IMAGE TO HIST-BEFORE-IMAGE
007310         MOVE EMP-REC         TO HIST-AFTER-IMAGE
007311         IF TRN-OPERATOR = SPACES
007312             MOVE "BATCH"         TO HIST-OPERATOR
007313         ELSE
007314             MOVE TRN-OPERATOR    TO HIST-OPERATOR
007315         END-IF
007320         WRITE HIST-REC
007330         CLOSE HIST-FILE
007340     ELSE
008150             END-IF
008160     END-READ.
008170
008180******************************************************************
008190*    7700-CHECK-POSITION - POSITION CONTROL FOR AN ADD OR REHIRE
008200*    INTO WS-POS-DEPT AND WS-POS-GRADE, MATCHING EMPMAINT'S
008210*    CHECK.  THE COMBINATION MUST HAVE A RECORD ON POSITIONS.TXT
008220*    (SEE POSMAINT) AND FEWER PEOPLE FILLING IT - ACTIVE, ON
008230*    LEAVE OR SUSPENDED - THAN IT AUTHORIZES.  THE MASTER SCAN
008240*    OVERWRITES EMP-REC, SO THE CALLER'S RECORD IS SAVED AND PUT
008250*    BACK.  WITH NO POSITIONS.TXT AT ALL THERE IS NOTHING TO
008260*    CHECK AGAINST AND EVERY HIRE PASSES.  ON A REJECT THE
008270*    REASON IS LEFT IN WS-REJECT-REASON FOR 6100.
008280******************************************************************
008290 7700-CHECK-POSITION.
008300     MOVE "Y" TO WS-POSITION-IS-OK
008310     IF WS-POS-CONTROL-ON
008320         MOVE WS-POS-DEPT TO POS-DEPT
008330         MOVE WS-POS-GRADE TO POS-GRADE
008340         READ POS-FILE
008350             INVALID KEY
008360                 CONTINUE
008370         END-READ
008380         IF NOT WS-POS-FILE-OK
008390             MOVE "N" TO WS-POSITION-IS-OK
008400             MOVE "NO AUTHORIZED POSITION" TO WS-REJECT-REASON
008410         ELSE
008420             MOVE EMP-REC TO WS-POS-SAVED-REC
008430             PERFORM 7710-COUNT-FILLED
008440             MOVE WS-POS-SAVED-REC TO EMP-REC
008450             IF WS-POS-FILLED NOT < POS-AUTHORIZED
008460                 MOVE "N" TO WS-POSITION-IS-OK
008470                 MOVE SPACES TO WS-REJECT-REASON
008480                 STRING "POSITION FULL, AUTHORIZED "
008490                     POS-AUTHORIZED
008500                     DELIMITED BY SIZE INTO WS-REJECT-REASON
008510             END-IF
008520         END-IF
008530     END-IF.
008540
008550******************************************************************
008560*    7710-COUNT-FILLED - COUNTS THE MASTER RECORDS HOLDING A SLOT
008570*    IN WS-POS-DEPT AND WS-POS-GRADE.
008580******************************************************************
008590 7710-COUNT-FILLED.
008600     MOVE 0 TO WS-POS-FILLED
008610     MOVE "N" TO WS-POS-EOF
008620     MOVE LOW-VALUES TO EMP-ID
008630     START EMP-FILE KEY NOT < EMP-ID
008640         INVALID KEY
008650             MOVE "Y" TO WS-POS-EOF
008660     END-START
008670     PERFORM 7720-COUNT-ONE-EMPLOYEE
008680         UNTIL WS-POS-EOF = "Y".
008690
008700 7720-COUNT-ONE-EMPLOYEE.
008710     READ EMP-FILE NEXT RECORD
008720         AT END
008730             MOVE "Y" TO WS-POS-EOF
008740         NOT AT END
008750             IF EMP-DEPT = WS-POS-DEPT
008760                 AND EMP-PAY-GRADE = WS-POS-GRADE
008770                 AND (EMP-ACTIVE OR EMP-ON-LEAVE
008780                     OR EMP-SUSPENDED)
008790                 ADD 1 TO WS-POS-FILLED
008800             END-IF
008810     END-READ.
008820
008830******************************************************************
008840*    7800-TAKE-CHECKPOINT - COUNTS ONE FINISHED PENDING RECORD
008850*    AND EVERY WS-CKPT-INTERVAL OF THEM RECORDS A CHECKPOINT.
008860******************************************************************
008870 7800-TAKE-CHECKPOINT.
008880     ADD 1 TO WS-CKPT-SINCE
008890     IF WS-CKPT-SINCE NOT < WS-CKPT-INTERVAL
008900         MOVE 0 TO WS-CKPT-SINCE
008910         PERFORM 7810-WRITE-CHECKPOINT
008920     END-IF.
008930
008940******************************************************************
008950*    7810-WRITE-CHECKPOINT - REPLACES RELEASECKPT.TXT WITH WHERE
008960*    THE SWEEP HAS GOT: THE NUMBER OF THE PENDING RECORD JUST
008970*    FINISHED, ITS ACTION, ID AND EFFECTIVE DATE, AND THE COUNTS
008980*    SO FAR (THE PENDING FILE HAS NO FEED HEADER, SO THE FEED
008990*    FIELDS STAY ZERO).  A FAILED WRITE IS REPORTED BUT DOES NOT
009000*    STOP THE RUN - IT ONLY MEANS A RERUN WOULD RESUME FROM
009010*    FURTHER BACK.
009020******************************************************************
009030 7810-WRITE-CHECKPOINT.
009040     OPEN OUTPUT CKPT-FILE
009050     IF WS-CKPT-FILE-OK
009060         MOVE SPACES TO CKPT-REC
009070         MOVE WS-TODAY          TO CKPT-RUN-DATE
009080         MOVE 0                 TO CKPT-FEED-DATE
009090         MOVE 0                 TO CKPT-FEED-SEQ
009100         MOVE WS-PEND-REC-NO    TO CKPT-REC-NO
009110         MOVE TRN-ACTION        TO CKPT-LAST-ACTION
009120         MOVE TRN-ID            TO CKPT-LAST-ID
009130         MOVE TRN-EFF-DATE      TO CKPT-LAST-EFF-DATE
009140         MOVE WS-RELEASED-COUNT TO CKPT-APPLIED
009150         MOVE WS-REJECTED-COUNT TO CKPT-REJECTED
009160         MOVE WS-HELD-COUNT     TO CKPT-PENDED
009170         WRITE CKPT-REC
009180         CLOSE CKPT-FILE
009190     ELSE
009200         DISPLAY "Unable to write releaseckpt.txt, status "
009210             WS-CKPT-FILE-STATUS
009220     END-IF.
009230
009240******************************************************************
009250*    7900-CLEAR-CHECKPOINT - EVERY DUE TRANSACTION IS RELEASED
009260*    AND THE PENDING FILE REWRITTEN, SO THERE IS NOTHING LEFT TO
009270*    RESUME.  NO FILE (FEWER RECORDS THAN ONE INTERVAL) IS FINE.
009280******************************************************************
009290 7900-CLEAR-CHECKPOINT.
009300     DELETE FILE CKPT-FILE.
009310
009320 END PROGRAM empTrnRelease.
