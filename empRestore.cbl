000500*    DATE       INIT  DESCRIPTION
000510*    ---------- ----  ------------------------------------------
000520*    2026-09-02 NK    ORIGINAL PROGRAM.
000521*    2026-10-15 NK    B)ACKOUT NOW MAKES THE OPERATOR SIGN ON
000522*                     AGAINST THE OPERATORS.TXT SECURITY FILE
000523*                     (SEE OPERMAINT) AND REFUSES ANYONE WITHOUT
000524*                     THE RESTORE/BACKOUT ROLE, LOGGING THE
000525*                     ATTEMPT TO SECVIOLATIONS.TXT.  EACH BACKOUT
000526*                     HISTORY RECORD CARRIES THE OPERATOR ID.
000527*                     REBUILD AND COMPARE NEVER TOUCH THE LIVE
000528*                     MASTER AND STILL RUN WITHOUT A SIGN-ON.
000530******************************************************************
000540
000550 ENVIRONMENT DIVISION.
000780     SELECT COMPARE-REPORT ASSIGN TO "restorecompare.txt"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-CMP-FILE-STATUS.
000801
000802     SELECT OPER-FILE ASSIGN TO "operators.txt"
000803         ORGANIZATION IS INDEXED
000804         ACCESS MODE IS DYNAMIC
000805         RECORD KEY IS OPER-ID
000806         FILE STATUS IS WS-OPER-FILE-STATUS.
000807
000808     SELECT VIOL-FILE ASSIGN TO "secviolations.txt"
000809         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-VIOL-FILE-STATUS.
000811
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  HIST-FILE.
001070     05  CMP-ID                  PIC X(05).
001080     05  FILLER                  PIC X(02).
001090     05  CMP-PROBLEM             PIC X(40).
001091
001092 FD  OPER-FILE.
001093     COPY "OPERREC.cpy".
001094
001095 FD  VIOL-FILE.
001096     COPY "SECVIOL.cpy".
001100
001110 WORKING-STORAGE SECTION.
001120 01  WS-HIST-FILE-STATUS     PIC X(02).
001350 01  WS-BEFORE-IMAGE         PIC X(66).
001360 01  WS-CURRENT-DATE         PIC 9(08).
001370 01  WS-CURRENT-TIME         PIC 9(08).
001371
001372 01  WS-OPER-FILE-STATUS     PIC X(02).
001373     88  WS-OPER-FILE-OK         VALUE "00".
001374 01  WS-VIOL-FILE-STATUS     PIC X(02).
001375     88  WS-VIOL-FILE-OK         VALUE "00".
001376 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001377 01  WS-OPERATOR-ROLE        PIC X(01) VALUE SPACE.
001378     88  WS-ROLE-EMP-UPDATE      VALUE "E".
001379     88  WS-ROLE-REFERENCE       VALUE "R".
001380     88  WS-ROLE-RESTORE         VALUE "B".
001381     88  WS-ROLE-SECURITY        VALUE "S".
001382 01  WS-PASSWORD-ENTRY       PIC X(08).
001383 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
001384     88  WS-SIGNED-ON            VALUE "Y".
001385 01  WS-AUTHORITY            PIC X(01) VALUE "Y".
001386     88  WS-ACTION-ALLOWED       VALUE "Y".
001387 01  WS-VIOL-ACTION          PIC X(10).
001388 01  WS-VIOL-REASON          PIC X(30).
001389
001390 77  WS-MAX-UNDO             PIC 9(04) COMP VALUE 500.
001400 77  WS-UNDO-COUNT           PIC 9(04) COMP VALUE 0.
001410 77  WS-UNDO-IDX             PIC 9(04) COMP VALUE 0.
001710         WHEN WS-MODE-REBUILD
001720             PERFORM 2000-REBUILD-MASTER
001730         WHEN WS-MODE-BACKOUT
001732             PERFORM 9000-OPERATOR-SIGN-ON
001734             PERFORM 9100-CHECK-AUTHORITY
001736             IF WS-ACTION-ALLOWED
001738                 PERFORM 3000-BACKOUT-WINDOW
001740             ELSE
001742                 PERFORM 9150-REFUSE-ACTION
001744             END-IF
001750         WHEN WS-MODE-COMPARE
001760             PERFORM 4000-COMPARE-MASTERS
001770     END-EVALUATE
006940         MOVE "BACKOUT"        TO HIST-ACTION
006950         MOVE WS-BEFORE-IMAGE  TO HIST-BEFORE-IMAGE
006960         MOVE EMP-REC          TO HIST-AFTER-IMAGE
006965         MOVE WS-OPERATOR-ID   TO HIST-OPERATOR
006970         WRITE HIST-REC
006980         CLOSE HIST-FILE
006990     ELSE
007010             WS-HIST-FILE-STATUS
007020     END-IF.
007030
007040******************************************************************
007050*    9000-OPERATOR-SIGN-ON - ASKS FOR AN OPERATOR ID AND PASSWORD
007060*    AND CHECKS THEM AGAINST THE OPERATORS.TXT SECURITY FILE (SEE
007070*    OPERMAINT), KEEPING THE OPERATOR'S ROLE FOR 9100.  A MISSING
007080*    SECURITY FILE, AN UNKNOWN ID OR A WRONG PASSWORD IS WRITTEN
007090*    TO THE VIOLATION LOG AND ENDS THE RUN.
007100******************************************************************
007110 9000-OPERATOR-SIGN-ON.
007120     MOVE "N" TO WS-SIGNON-RESULT
007130     DISPLAY "Operator ID: "
007140     ACCEPT WS-OPERATOR-ID
007150     DISPLAY "Password: "
007160     ACCEPT WS-PASSWORD-ENTRY
007170     OPEN INPUT OPER-FILE
007180     IF NOT WS-OPER-FILE-OK
007190         DISPLAY "Unable to open operators.txt (status "
007200             WS-OPER-FILE-STATUS ") - run operMaint to set "
007210             "up the operator security file."
007220         MOVE "NO SECURITY FILE" TO WS-VIOL-REASON
007230     ELSE
007240         MOVE WS-OPERATOR-ID TO OPER-ID
007250         READ OPER-FILE
007260             INVALID KEY
007270                 CONTINUE
007280         END-READ
007290         IF WS-OPER-FILE-OK
007300             AND OPER-PASSWORD = WS-PASSWORD-ENTRY
007310             MOVE OPER-ROLE TO WS-OPERATOR-ROLE
007320             MOVE "Y" TO WS-SIGNON-RESULT
007330             DISPLAY "Signed on: " OPER-NAME
007340                 " (role " OPER-ROLE ")"
007350         ELSE
007360             MOVE "UNKNOWN ID OR BAD PASSWORD" TO WS-VIOL-REASON
007370         END-IF
007380         CLOSE OPER-FILE
007390     END-IF
007400     IF NOT WS-SIGNED-ON
007410         DISPLAY "Sign-on refused."
007420         MOVE "SIGN-ON" TO WS-VIOL-ACTION
007430         PERFORM 9200-LOG-VIOLATION
007440         STOP RUN
007450     END-IF.
007460
007470******************************************************************
007480*    9100-CHECK-AUTHORITY - ONLY THE RESTORE/BACKOUT ROLE MAY
007490*    PUT BEFORE IMAGES BACK ON THE LIVE MASTER.  WS-VIOL-ACTION
007500*    IS LEFT HOLDING THE MODE'S NAME.
007510******************************************************************
007520 9100-CHECK-AUTHORITY.
007530     MOVE "BACKOUT" TO WS-VIOL-ACTION
007540     MOVE "Y" TO WS-AUTHORITY
007550     IF NOT WS-ROLE-RESTORE
007560         MOVE "N" TO WS-AUTHORITY
007570     END-IF.
007580
007590******************************************************************
007600*    9150-REFUSE-ACTION - TELLS THE OPERATOR THE ACTION 9100
007610*    DISALLOWED WAS NOT CARRIED OUT AND LOGS THE ATTEMPT.
007620******************************************************************
007630 9150-REFUSE-ACTION.
007640     DISPLAY "Operator " WS-OPERATOR-ID
007650         " is not authorized for " WS-VIOL-ACTION
007660         " - action refused."
007670     MOVE SPACES TO WS-VIOL-REASON
007680     STRING "ROLE " WS-OPERATOR-ROLE " NOT AUTHORIZED"
007690         DELIMITED BY SIZE INTO WS-VIOL-REASON
007700     PERFORM 9200-LOG-VIOLATION.
007710
007720******************************************************************
007730*    9200-LOG-VIOLATION - APPENDS ONE RECORD TO SECVIOLATIONS.TXT
007740*    (SEE SECVIOL.CPY).  THE CALLER HAS ALREADY PUT THE ACTION IN
007750*    WS-VIOL-ACTION AND THE REASON IN WS-VIOL-REASON.  SAME OPEN-
007760*    EXTEND-OR-CREATE PATTERN AS THE CHANGE HISTORY.
007770******************************************************************
007780 9200-LOG-VIOLATION.
007790     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
007800     ACCEPT WS-CURRENT-TIME FROM TIME
007810     OPEN EXTEND VIOL-FILE
007820     IF NOT WS-VIOL-FILE-OK
007830         OPEN OUTPUT VIOL-FILE
007840     END-IF
007850     IF WS-VIOL-FILE-OK
007860         MOVE SPACES TO VIOL-REC
007870         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
007880             DELIMITED BY SIZE INTO VIOL-TIMESTAMP
007890         MOVE WS-OPERATOR-ID    TO VIOL-OPERATOR
007900         MOVE "EMPRESTORE"      TO VIOL-PROGRAM
007910         MOVE WS-VIOL-ACTION    TO VIOL-ACTION
007920         MOVE WS-VIOL-REASON    TO VIOL-REASON
007930         WRITE VIOL-REC
007940         CLOSE VIOL-FILE
007950     ELSE
007960         DISPLAY "Unable to open violation log, status "
007970             WS-VIOL-FILE-STATUS
007980     END-IF.
007990
008000 END PROGRAM empRestore.
