000304*                     REQUEST, WHO THEY ARE - MATCHING THE SAME
000305*                     PROTECTION IN DEPTMAINT.  SEE ORPHANREPORT
000306*                     FOR GRADES NO EMPLOYEE USES ANYMORE.
000307*    2026-10-15 NK    OPERATORS NOW SIGN ON AGAINST THE
000308*                     OPERATORS.TXT SECURITY FILE (SEE OPERMAINT).
000309*                     ONLY THE REFERENCE-DATA ROLE MAY ADD,
000310*                     CHANGE OR DELETE A PAY GRADE; EVERY ROLE
000311*                     MAY LIST.  A REFUSED SIGN-ON OR ACTION IS
000312*                     WRITTEN TO SECVIOLATIONS.TXT.
000313******************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000406         ACCESS MODE IS DYNAMIC
000407         RECORD KEY IS EMP-ID
000408         FILE STATUS IS WS-EMP-FILE-STATUS.
000409
000410     SELECT OPER-FILE ASSIGN TO "operators.txt"
000411         ORGANIZATION IS INDEXED
000412         ACCESS MODE IS DYNAMIC
000413         RECORD KEY IS OPER-ID
000414         FILE STATUS IS WS-OPER-FILE-STATUS.
000415
000416     SELECT VIOL-FILE ASSIGN TO "secviolations.txt"
000417         ORGANIZATION IS LINE SEQUENTIAL
000418         FILE STATUS IS WS-VIOL-FILE-STATUS.
000419
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  GRADE-FILE.
000452
000454 FD  EMP-FILE.
000456     COPY "EMPREC.cpy".
000457
000458 FD  OPER-FILE.
000459     COPY "OPERREC.cpy".
000460
000461 FD  VIOL-FILE.
000462     COPY "SECVIOL.cpy".
000463
000470 WORKING-STORAGE SECTION.
000480 01  WS-GRADE-FILE-STATUS    PIC X(02).
000490     88  WS-GRADE-FILE-OK        VALUE "00".
000640     88  WS-RATES-VALID          VALUE "Y".
000650 01  WS-RATE-DISPLAY         PIC Z(06)9.99.
000660 01  WS-RATE-DISPLAY-2       PIC Z(06)9.99.
000661
000662 01  WS-OPER-FILE-STATUS     PIC X(02).
000663     88  WS-OPER-FILE-OK         VALUE "00".
000664 01  WS-VIOL-FILE-STATUS     PIC X(02).
000665     88  WS-VIOL-FILE-OK         VALUE "00".
000666 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000667 01  WS-OPERATOR-ROLE        PIC X(01) VALUE SPACE.
000668     88  WS-ROLE-EMP-UPDATE      VALUE "E".
000669     88  WS-ROLE-REFERENCE       VALUE "R".
000670     88  WS-ROLE-RESTORE         VALUE "B".
000671     88  WS-ROLE-SECURITY        VALUE "S".
000672 01  WS-PASSWORD-ENTRY       PIC X(08).
000673 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
000674     88  WS-SIGNED-ON            VALUE "Y".
000675 01  WS-AUTHORITY            PIC X(01) VALUE "Y".
000676     88  WS-ACTION-ALLOWED       VALUE "Y".
000677 01  WS-VIOL-ACTION          PIC X(10).
000678 01  WS-VIOL-REASON          PIC X(30).
000679 01  WS-CURRENT-DATE         PIC 9(08).
000680 01  WS-CURRENT-TIME         PIC 9(08).
000681
000682 PROCEDURE DIVISION.
000690
000700 0000-MAINLINE.
000705     PERFORM 9000-OPERATOR-SIGN-ON
000710     PERFORM 1000-OPEN-REFERENCE
000720     PERFORM 2000-PROCESS-ONE-ACTION
000730         UNTIL WS-ACTION-QUIT
000950******************************************************************
000960*    2000-PROCESS-ONE-ACTION - PROMPTS FOR ONE MAINTENANCE
000970*    ACTION AND CARRIES IT OUT DIRECTLY AGAINST GRADE-FILE.
000975*    AN ACTION THE OPERATOR'S ROLE DOES NOT ALLOW IS REFUSED.
000980******************************************************************
000990 2000-PROCESS-ONE-ACTION.
001000     DISPLAY "A)dd  C)hange  D)elete  L)ist  Q)uit: "
001010     ACCEPT WS-ACTION
001015     PERFORM 9100-CHECK-AUTHORITY
001020     EVALUATE TRUE
001023         WHEN NOT WS-ACTION-ALLOWED
001026             PERFORM 9150-REFUSE-ACTION
001030         WHEN WS-ACTION-ADD
001040             PERFORM 3000-ADD-GRADE
001050         WHEN WS-ACTION-CHANGE
002060         END-IF
002062     END-IF.
002064
002074******************************************************************
002084*    9000-OPERATOR-SIGN-ON - ASKS FOR AN OPERATOR ID AND PASSWORD
002094*    AND CHECKS THEM AGAINST THE OPERATORS.TXT SECURITY FILE (SEE
002104*    OPERMAINT), KEEPING THE OPERATOR'S ROLE FOR 9100.  A MISSING
002114*    SECURITY FILE, AN UNKNOWN ID OR A WRONG PASSWORD IS WRITTEN
002124*    TO THE VIOLATION LOG AND ENDS THE RUN.
002134******************************************************************
002144 9000-OPERATOR-SIGN-ON.
002154     MOVE "N" TO WS-SIGNON-RESULT
002164     DISPLAY "Operator ID: "
002174     ACCEPT WS-OPERATOR-ID
002184     DISPLAY "Password: "
002194     ACCEPT WS-PASSWORD-ENTRY
002204     OPEN INPUT OPER-FILE
002214     IF NOT WS-OPER-FILE-OK
002224         DISPLAY "Unable to open operators.txt (status "
002234             WS-OPER-FILE-STATUS ") - run operMaint to set "
002244             "up the operator security file."
002254         MOVE "NO SECURITY FILE" TO WS-VIOL-REASON
002264     ELSE
002274         MOVE WS-OPERATOR-ID TO OPER-ID
002284         READ OPER-FILE
002294             INVALID KEY
002304                 CONTINUE
002314         END-READ
002324         IF WS-OPER-FILE-OK
002334             AND OPER-PASSWORD = WS-PASSWORD-ENTRY
002344             MOVE OPER-ROLE TO WS-OPERATOR-ROLE
002354             MOVE "Y" TO WS-SIGNON-RESULT
002364             DISPLAY "Signed on: " OPER-NAME
002374                 " (role " OPER-ROLE ")"
002384         ELSE
002394             MOVE "UNKNOWN ID OR BAD PASSWORD" TO WS-VIOL-REASON
002404         END-IF
002414         CLOSE OPER-FILE
002424     END-IF
002434     IF NOT WS-SIGNED-ON
002444         DISPLAY "Sign-on refused."
002454         MOVE "SIGN-ON" TO WS-VIOL-ACTION
002464         PERFORM 9200-LOG-VIOLATION
002474         STOP RUN
002484     END-IF.
002494
002504******************************************************************
002514*    9100-CHECK-AUTHORITY - DECIDES WHETHER THE SIGNED-ON
002524*    OPERATOR'S ROLE ALLOWS THE ACTION JUST KEYED.  ADD, CHANGE
002534*    AND DELETE NEED THE REFERENCE-DATA ROLE; LIST, QUIT AND AN
002544*    INVALID KEY ARE OPEN TO EVERY ROLE.  WS-VIOL-ACTION IS LEFT
002554*    HOLDING THE ACTION'S NAME.
002564******************************************************************
002574 9100-CHECK-AUTHORITY.
002584     MOVE "Y" TO WS-AUTHORITY
002594     MOVE SPACES TO WS-VIOL-ACTION
002604     EVALUATE TRUE
002614         WHEN WS-ACTION-ADD
002624             MOVE "ADD" TO WS-VIOL-ACTION
002634         WHEN WS-ACTION-CHANGE
002644             MOVE "CHANGE" TO WS-VIOL-ACTION
002654         WHEN WS-ACTION-DELETE
002664             MOVE "DELETE" TO WS-VIOL-ACTION
002674     END-EVALUATE
002684     IF WS-VIOL-ACTION NOT = SPACES
002694         AND NOT WS-ROLE-REFERENCE
002704         MOVE "N" TO WS-AUTHORITY
002714     END-IF.
002724
002734******************************************************************
002744*    9150-REFUSE-ACTION - TELLS THE OPERATOR THE ACTION 9100
002754*    DISALLOWED WAS NOT CARRIED OUT AND LOGS THE ATTEMPT.
002764******************************************************************
002774 9150-REFUSE-ACTION.
002784     DISPLAY "Operator " WS-OPERATOR-ID
002794         " is not authorized for " WS-VIOL-ACTION
002804         " - action refused."
002814     MOVE SPACES TO WS-VIOL-REASON
002824     STRING "ROLE " WS-OPERATOR-ROLE " NOT AUTHORIZED"
002834         DELIMITED BY SIZE INTO WS-VIOL-REASON
002844     PERFORM 9200-LOG-VIOLATION.
002854
002864******************************************************************
002874*    9200-LOG-VIOLATION - APPENDS ONE RECORD TO SECVIOLATIONS.TXT
002884*    (SEE SECVIOL.CPY).  THE CALLER HAS ALREADY PUT THE ACTION IN
002894*    WS-VIOL-ACTION AND THE REASON IN WS-VIOL-REASON.  SAME OPEN-
002904*    EXTEND-OR-CREATE PATTERN AS THE CHANGE HISTORY.
002914******************************************************************
002924 9200-LOG-VIOLATION.
002934     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002944     ACCEPT WS-CURRENT-TIME FROM TIME
002954     OPEN EXTEND VIOL-FILE
002964     IF NOT WS-VIOL-FILE-OK
002974         OPEN OUTPUT VIOL-FILE
002984     END-IF
002994     IF WS-VIOL-FILE-OK
003004         MOVE SPACES TO VIOL-REC
003014         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
003024             DELIMITED BY SIZE INTO VIOL-TIMESTAMP
003034         MOVE WS-OPERATOR-ID    TO VIOL-OPERATOR
003044         MOVE "GRADEMAINT"      TO VIOL-PROGRAM
003054         MOVE WS-VIOL-ACTION    TO VIOL-ACTION
003064         MOVE WS-VIOL-REASON    TO VIOL-REASON
003074         WRITE VIOL-REC
003084         CLOSE VIOL-FILE
003094     ELSE
003104         DISPLAY "Unable to open violation log, status "
003114             WS-VIOL-FILE-STATUS
003124     END-IF.
003134
003144 END PROGRAM gradeMaint.
