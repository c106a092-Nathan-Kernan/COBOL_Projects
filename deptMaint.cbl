000296*                     PROGRAM START REJECTING GOOD EMPLOYEES.
000297*                     SEE ORPHANREPORT FOR THE OTHER DIRECTION
000298*                     (CODES NO EMPLOYEE USES ANYMORE).
000299*    2026-10-15 NK    OPERATORS NOW SIGN ON AGAINST THE
000300*                     OPERATORS.TXT SECURITY FILE (SEE OPERMAINT).
000301*                     ONLY THE REFERENCE-DATA ROLE MAY ADD,
000302*                     CHANGE OR DELETE A DEPARTMENT; EVERY ROLE
000303*                     MAY LIST.  A REFUSED SIGN-ON OR ACTION IS
000304*                     WRITTEN TO SECVIOLATIONS.TXT.
000305******************************************************************
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000396         ACCESS MODE IS DYNAMIC
000397         RECORD KEY IS EMP-ID
000398         FILE STATUS IS WS-EMP-FILE-STATUS.
000399
000400     SELECT OPER-FILE ASSIGN TO "operators.txt"
000401         ORGANIZATION IS INDEXED
000402         ACCESS MODE IS DYNAMIC
000403         RECORD KEY IS OPER-ID
000404         FILE STATUS IS WS-OPER-FILE-STATUS.
000405
000406     SELECT VIOL-FILE ASSIGN TO "secviolations.txt"
000407         ORGANIZATION IS LINE SEQUENTIAL
000408         FILE STATUS IS WS-VIOL-FILE-STATUS.
000409
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DEPT-FILE.
000442
000444 FD  EMP-FILE.
000446     COPY "EMPREC.cpy".
000447
000448 FD  OPER-FILE.
000449     COPY "OPERREC.cpy".
000450
000451 FD  VIOL-FILE.
000452     COPY "SECVIOL.cpy".
000453
000460 WORKING-STORAGE SECTION.
000470 01  WS-DEPT-FILE-STATUS     PIC X(02).
000480     88  WS-DEPT-FILE-OK         VALUE "00".
000600 77  WS-NAME-ENTRY           PIC X(20).
000610 77  WS-LIST-COUNT           PIC 9(04) COMP VALUE 0.
000612 77  WS-USED-COUNT           PIC 9(04) COMP VALUE 0.
000613
000614 01  WS-OPER-FILE-STATUS     PIC X(02).
000615     88  WS-OPER-FILE-OK         VALUE "00".
000616 01  WS-VIOL-FILE-STATUS     PIC X(02).
000617     88  WS-VIOL-FILE-OK         VALUE "00".
000618 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000619 01  WS-OPERATOR-ROLE        PIC X(01) VALUE SPACE.
000620     88  WS-ROLE-EMP-UPDATE      VALUE "E".
000621     88  WS-ROLE-REFERENCE       VALUE "R".
000622     88  WS-ROLE-RESTORE         VALUE "B".
000623     88  WS-ROLE-SECURITY        VALUE "S".
000624 01  WS-PASSWORD-ENTRY       PIC X(08).
000625 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
000626     88  WS-SIGNED-ON            VALUE "Y".
000627 01  WS-AUTHORITY            PIC X(01) VALUE "Y".
000628     88  WS-ACTION-ALLOWED       VALUE "Y".
000629 01  WS-VIOL-ACTION          PIC X(10).
000630 01  WS-VIOL-REASON          PIC X(30).
000631 01  WS-CURRENT-DATE         PIC 9(08).
000632 01  WS-CURRENT-TIME         PIC 9(08).
000633
000634 PROCEDURE DIVISION.
000640
000650 0000-MAINLINE.
000655     PERFORM 9000-OPERATOR-SIGN-ON
000660     PERFORM 1000-OPEN-REFERENCE
000670     PERFORM 2000-PROCESS-ONE-ACTION
000680         UNTIL WS-ACTION-QUIT
000900******************************************************************
000910*    2000-PROCESS-ONE-ACTION - PROMPTS FOR ONE MAINTENANCE
000920*    ACTION AND CARRIES IT OUT DIRECTLY AGAINST DEPT-FILE.
000925*    AN ACTION THE OPERATOR'S ROLE DOES NOT ALLOW IS REFUSED.
000930******************************************************************
000940 2000-PROCESS-ONE-ACTION.
000950     DISPLAY "A)dd  C)hange  D)elete  L)ist  Q)uit: "
000960     ACCEPT WS-ACTION
000965     PERFORM 9100-CHECK-AUTHORITY
000970     EVALUATE TRUE
000973         WHEN NOT WS-ACTION-ALLOWED
000976             PERFORM 9150-REFUSE-ACTION
000980         WHEN WS-ACTION-ADD
000990             PERFORM 3000-ADD-DEPARTMENT
001000         WHEN WS-ACTION-CHANGE
001912             ADD 1 TO WS-LIST-COUNT
001914     END-READ.
001916
001926******************************************************************
001936*    9000-OPERATOR-SIGN-ON - ASKS FOR AN OPERATOR ID AND PASSWORD
001946*    AND CHECKS THEM AGAINST THE OPERATORS.TXT SECURITY FILE (SEE
001956*    OPERMAINT), KEEPING THE OPERATOR'S ROLE FOR 9100.  A MISSING
001966*    SECURITY FILE, AN UNKNOWN ID OR A WRONG PASSWORD IS WRITTEN
001976*    TO THE VIOLATION LOG AND ENDS THE RUN.
001986******************************************************************
001996 9000-OPERATOR-SIGN-ON.
002006     MOVE "N" TO WS-SIGNON-RESULT
002016     DISPLAY "Operator ID: "
002026     ACCEPT WS-OPERATOR-ID
002036     DISPLAY "Password: "
002046     ACCEPT WS-PASSWORD-ENTRY
002056     OPEN INPUT OPER-FILE
002066     IF NOT WS-OPER-FILE-OK
002076         DISPLAY "Unable to open operators.txt (status "
002086             WS-OPER-FILE-STATUS ") - run operMaint to set "
002096             "up the operator security file."
002106         MOVE "NO SECURITY FILE" TO WS-VIOL-REASON
002116     ELSE
002126         MOVE WS-OPERATOR-ID TO OPER-ID
002136         READ OPER-FILE
002146             INVALID KEY
002156                 CONTINUE
002166         END-READ
002176         IF WS-OPER-FILE-OK
002186             AND OPER-PASSWORD = WS-PASSWORD-ENTRY
002196             MOVE OPER-ROLE TO WS-OPERATOR-ROLE
002206             MOVE "Y" TO WS-SIGNON-RESULT
002216             DISPLAY "Signed on: " OPER-NAME
002226                 " (role " OPER-ROLE ")"
002236         ELSE
002246             MOVE "UNKNOWN ID OR BAD PASSWORD" TO WS-VIOL-REASON
002256         END-IF
002266         CLOSE OPER-FILE
002276     END-IF
002286     IF NOT WS-SIGNED-ON
002296         DISPLAY "Sign-on refused."
002306         MOVE "SIGN-ON" TO WS-VIOL-ACTION
002316         PERFORM 9200-LOG-VIOLATION
002326         STOP RUN
002336     END-IF.
002346
002356******************************************************************
002366*    9100-CHECK-AUTHORITY - DECIDES WHETHER THE SIGNED-ON
002376*    OPERATOR'S ROLE ALLOWS THE ACTION JUST KEYED.  ADD, CHANGE
002386*    AND DELETE NEED THE REFERENCE-DATA ROLE; LIST, QUIT AND AN
002396*    INVALID KEY ARE OPEN TO EVERY ROLE.  WS-VIOL-ACTION IS LEFT
002406*    HOLDING THE ACTION'S NAME.
002416******************************************************************
002426 9100-CHECK-AUTHORITY.
002436     MOVE "Y" TO WS-AUTHORITY
002446     MOVE SPACES TO WS-VIOL-ACTION
002456     EVALUATE TRUE
002466         WHEN WS-ACTION-ADD
002476             MOVE "ADD" TO WS-VIOL-ACTION
002486         WHEN WS-ACTION-CHANGE
002496             MOVE "CHANGE" TO WS-VIOL-ACTION
002506         WHEN WS-ACTION-DELETE
002516             MOVE "DELETE" TO WS-VIOL-ACTION
002526     END-EVALUATE
002536     IF WS-VIOL-ACTION NOT = SPACES
002546         AND NOT WS-ROLE-REFERENCE
002556         MOVE "N" TO WS-AUTHORITY
002566     END-IF.
002576
002586******************************************************************
002596*    9150-REFUSE-ACTION - TELLS THE OPERATOR THE ACTION 9100
002606*    DISALLOWED WAS NOT CARRIED OUT AND LOGS THE ATTEMPT.
002616******************************************************************
002626 9150-REFUSE-ACTION.
002636     DISPLAY "Operator " WS-OPERATOR-ID
002646         " is not authorized for " WS-VIOL-ACTION
002656         " - action refused."
002666     MOVE SPACES TO WS-VIOL-REASON
002676     STRING "ROLE " WS-OPERATOR-ROLE " NOT AUTHORIZED"
002686         DELIMITED BY SIZE INTO WS-VIOL-REASON
002696     PERFORM 9200-LOG-VIOLATION.
002706
002716******************************************************************
002726*    9200-LOG-VIOLATION - APPENDS ONE RECORD TO SECVIOLATIONS.TXT
002736*    (SEE SECVIOL.CPY).  THE CALLER HAS ALREADY PUT THE ACTION IN
002746*    WS-VIOL-ACTION AND THE REASON IN WS-VIOL-REASON.  SAME OPEN-
002756*    EXTEND-OR-CREATE PATTERN AS THE CHANGE HISTORY.
002766******************************************************************
002776 9200-LOG-VIOLATION.
002786     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002796     ACCEPT WS-CURRENT-TIME FROM TIME
002806     OPEN EXTEND VIOL-FILE
002816     IF NOT WS-VIOL-FILE-OK
002826         OPEN OUTPUT VIOL-FILE
002836     END-IF
002846     IF WS-VIOL-FILE-OK
002856         MOVE SPACES TO VIOL-REC
002866         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
002876             DELIMITED BY SIZE INTO VIOL-TIMESTAMP
002886         MOVE WS-OPERATOR-ID    TO VIOL-OPERATOR
002896         MOVE "DEPTMAINT"       TO VIOL-PROGRAM
002906         MOVE WS-VIOL-ACTION    TO VIOL-ACTION
002916         MOVE WS-VIOL-REASON    TO VIOL-REASON
002926         WRITE VIOL-REC
002936         CLOSE VIOL-FILE
002946     ELSE
002956         DISPLAY "Unable to open violation log, status "
002966             WS-VIOL-FILE-STATUS
002976     END-IF.
002986
002996 END PROGRAM deptMaint.
