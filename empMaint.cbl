000569*                     CLEARS IT.  EACH IS HISTORY-LOGGED
000571*                     ("LEAVE", "SUSPEND", "RETURN") LIKE EVERY
000572*                     OTHER MASTER UPDATE.
000573*    2026-10-15 NK    OPERATORS NOW SIGN ON AGAINST THE
000574*                     OPERATORS.TXT SECURITY FILE (SEE OPERMAINT)
000575*                     BEFORE ANYTHING ELSE.  ONLY THE EMPLOYEE-
000576*                     UPDATE ROLE MAY ADD, CHANGE, DEACTIVATE,
000577*                     REHIRE, LEAVE, SUSPEND OR RETURN; EVERY ROLE
000578*                     MAY INQUIRE.  A REFUSED SIGN-ON OR ACTION IS
000579*                     WRITTEN TO SECVIOLATIONS.TXT, AND EVERY
000580*                     CHANGE-HISTORY RECORD NOW CARRIES THE
000581*                     OPERATOR ID.
000582*    2026-10-15 NK    POSITION CONTROL - AN ADD OR REHIRE INTO A
000583*                     DEPARTMENT AND GRADE WITH NO AUTHORIZED
000584*                     POSITION ON POSITIONS.TXT (SEE POSMAINT),
000585*                     OR ONE ALREADY FILLED, IS REFUSED.
000586******************************************************************
000587
000588 ENVIRONMENT DIVISION.
000589 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000591     SELECT EMP-FILE ASSIGN TO "employees.txt"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS DYNAMIC
000594         RECORD KEY IS EMP-ID
000600         FILE STATUS IS WS-EMP-FILE-STATUS.
000602
000603     SELECT DEPT-FILE ASSIGN TO "departments.txt"
000627         ORGANIZATION IS LINE SEQUENTIAL
000628         FILE STATUS IS WS-MAN-FILE-STATUS.
000629
000630     SELECT OPER-FILE ASSIGN TO "operators.txt"
000631         ORGANIZATION IS INDEXED
000632         ACCESS MODE IS DYNAMIC
000633         RECORD KEY IS OPER-ID
000634         FILE STATUS IS WS-OPER-FILE-STATUS.
000635
000636     SELECT VIOL-FILE ASSIGN TO "secviolations.txt"
000637         ORGANIZATION IS LINE SEQUENTIAL
000638         FILE STATUS IS WS-VIOL-FILE-STATUS.
000639
000640     SELECT POS-FILE ASSIGN TO "positions.txt"
000641         ORGANIZATION IS INDEXED
000642         ACCESS MODE IS DYNAMIC
000643         RECORD KEY IS POS-KEY
000644         FILE STATUS IS WS-POS-FILE-STATUS.
000645
000646 DATA DIVISION.
000647 FILE SECTION.
000648 FD  EMP-FILE.
000650     COPY "EMPREC.cpy".
000660
000662 FD  DEPT-FILE.
000687     05  FILLER                  PIC X(02).
000688     05  MAN-BASIS-DATE          PIC 9(08).
000689
000690 FD  OPER-FILE.
000691     COPY "OPERREC.cpy".
000692
000693 FD  VIOL-FILE.
000694     COPY "SECVIOL.cpy".
000695
000696 FD  POS-FILE.
000697     COPY "POSREC.cpy".
000698
000699 WORKING-STORAGE SECTION.
000700 01  WS-EMP-FILE-STATUS      PIC X(02).
000701     88  WS-EMP-FILE-OK          VALUE "00".
000702     88  WS-EMP-FILE-NOT-FOUND   VALUE "35".
000703 01  WS-DEPT-FILE-STATUS     PIC X(02).
000704     88  WS-DEPT-FILE-OK         VALUE "00".
000705 01  WS-DEPT-IS-VALID        PIC X(01) VALUE "N".
000706     88  WS-DEPT-VALID           VALUE "Y".
000707 01  WS-GRADE-FILE-STATUS    PIC X(02).
000708     88  WS-GRADE-FILE-OK        VALUE "00".
000709 01  WS-GRADE-IS-VALID       PIC X(01) VALUE "N".
000710     88  WS-GRADE-VALID          VALUE "Y".
000711 01  WS-HIST-FILE-STATUS     PIC X(02).
000712     88  WS-HIST-FILE-OK         VALUE "00".
000713 01  WS-BEFORE-IMAGE         PIC X(66).
000714 01  WS-HIST-ACTION          PIC X(10).
000715 01  WS-CURRENT-DATE         PIC 9(08).
000716 01  WS-CURRENT-TIME         PIC 9(08).
000717
000720 01  WS-ACTION               PIC X(01).
000730     88  WS-ACTION-ADD           VALUE "A".
000740     88  WS-ACTION-CHANGE        VALUE "C".
000827 01  WS-RATE-DISPLAY         PIC Z(06)9.99.
000828 01  WS-RATE-DISPLAY-2       PIC Z(06)9.99.
000825 77  WS-INQ-DEPT-NAME        PIC X(20).
000826
000827 01  WS-OPER-FILE-STATUS     PIC X(02).
000828     88  WS-OPER-FILE-OK         VALUE "00".
000829 01  WS-VIOL-FILE-STATUS     PIC X(02).
000830     88  WS-VIOL-FILE-OK         VALUE "00".
000831 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000832 01  WS-OPERATOR-ROLE        PIC X(01) VALUE SPACE.
000833     88  WS-ROLE-EMP-UPDATE      VALUE "E".
000834     88  WS-ROLE-REFERENCE       VALUE "R".
000835     88  WS-ROLE-RESTORE         VALUE "B".
000836     88  WS-ROLE-SECURITY        VALUE "S".
000837 01  WS-PASSWORD-ENTRY       PIC X(08).
000838 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
000839     88  WS-SIGNED-ON            VALUE "Y".
000840 01  WS-AUTHORITY            PIC X(01) VALUE "Y".
000841     88  WS-ACTION-ALLOWED       VALUE "Y".
000842 01  WS-VIOL-ACTION          PIC X(10).
000843 01  WS-VIOL-REASON          PIC X(30).
000844 01  WS-POS-FILE-STATUS      PIC X(02).
000845     88  WS-POS-FILE-OK          VALUE "00".
000846     88  WS-POS-FILE-NOT-FOUND   VALUE "35".
000847 01  WS-POS-CONTROL          PIC X(01) VALUE "N".
000848     88  WS-POS-CONTROL-ON       VALUE "Y".
000849 01  WS-POSITION-IS-OK       PIC X(01) VALUE "Y".
000850     88  WS-POSITION-OK          VALUE "Y".
000851 01  WS-POS-DEPT             PIC X(04).
000852 01  WS-POS-GRADE            PIC X(03).
000853 01  WS-POS-EOF              PIC X(01) VALUE "N".
000854 01  WS-POS-SAVED-REC        PIC X(66).
000855 77  WS-POS-FILLED           PIC 9(04) COMP VALUE 0.
000856 01  WS-POS-COUNT-SHOW       PIC Z(03)9.
000857
000858 PROCEDURE DIVISION.
000859
000860 0000-MAINLINE.
000865     PERFORM 9000-OPERATOR-SIGN-ON
000870     PERFORM 1000-OPEN-MASTER
000880     PERFORM 2000-PROCESS-ONE-TRANSACTION
000890         UNTIL WS-ACTION-QUIT
000900     CLOSE EMP-FILE
000905     CLOSE DEPT-FILE
000907     CLOSE GRADE-FILE
000908     IF WS-POS-CONTROL-ON
000909         CLOSE POS-FILE
000910     END-IF
000911     STOP RUN.
000920
000930******************************************************************
000940*    1000-OPEN-MASTER - OPENS THE INDEXED MASTER FOR UPDATE.
001104         CLOSE EMP-FILE
001105         CLOSE DEPT-FILE
001106         STOP RUN
001107     END-IF
001108     OPEN INPUT POS-FILE
001109     IF WS-POS-FILE-OK
001110         MOVE "Y" TO WS-POS-CONTROL
001111     ELSE
001112     IF WS-POS-FILE-NOT-FOUND
001113         DISPLAY "positions.txt not found - hires are not "
001114             "checked against authorized headcount."
001115     ELSE
001116         DISPLAY "Unable to open positions.txt, status "
001117             WS-POS-FILE-STATUS
001118         CLOSE EMP-FILE
001119         CLOSE DEPT-FILE
001120         CLOSE GRADE-FILE
001121         STOP RUN
001122     END-IF
001123     END-IF.
001124
001125******************************************************************
001126*    2000-PROCESS-ONE-TRANSACTION - PROMPTS FOR ONE MAINTENANCE
001130*    ACTION AND CARRIES IT OUT DIRECTLY AGAINST EMP-FILE.
001140******************************************************************
001150 2000-PROCESS-ONE-TRANSACTION.
001160     DISPLAY "A)dd  C)hange  D)eactivate  I)nquire  R)ehire"
001162     DISPLAY "L)eave  S)uspend  B)ack to active  Q)uit: "
001170     ACCEPT WS-ACTION
001175     PERFORM 9100-CHECK-AUTHORITY
001180     EVALUATE TRUE
001183         WHEN NOT WS-ACTION-ALLOWED
001186             PERFORM 9150-REFUSE-ACTION
001190         WHEN WS-ACTION-ADD
001200             PERFORM 3000-ADD-EMPLOYEE
001210         WHEN WS-ACTION-CHANGE
001526                 DISPLAY "Unknown pay grade " WS-PAY-GRADE-ENTRY
001528                     " - see gradeMaint for valid grades."
001529             ELSE
001530             MOVE WS-DEPT-ENTRY      TO WS-POS-DEPT
001531             MOVE WS-PAY-GRADE-ENTRY TO WS-POS-GRADE
001532             PERFORM 7400-CHECK-POSITION
001533             IF WS-POSITION-OK
001534             DISPLAY "Annual salary (9 digits, pennies last): "
001535             ACCEPT WS-SALARY-ENTRY
001536             PERFORM 7200-VALIDATE-SALARY
001537             IF NOT WS-SALARY-OK
001538                 PERFORM 7300-SHOW-SALARY-PROBLEM
001539             ELSE
001540             MOVE WS-NAME-ENTRY      TO EMP-NAME
001541             MOVE WS-DEPT-ENTRY      TO EMP-DEPT
001550             MOVE WS-HIRE-DATE-ENTRY-NUM TO EMP-HIRE-DATE
001560             MOVE WS-PAY-GRADE-ENTRY TO EMP-PAY-GRADE
001570             MOVE "A"                TO EMP-STATUS
001651             END-IF
001652             END-IF
001653             END-IF
001654             END-IF
001655         END-IF
001660     END-IF.
001670
004160         DISPLAY "Employee is not terminated - nothing to "
004170             "rehire."
004180     ELSE
004182         MOVE EMP-DEPT      TO WS-POS-DEPT
004184         MOVE EMP-PAY-GRADE TO WS-POS-GRADE
004186         PERFORM 7400-CHECK-POSITION
004188         IF WS-POSITION-OK
004190         MOVE EMP-REC TO WS-BEFORE-IMAGE
004200         MOVE "A" TO EMP-STATUS
004210         MOVE ZEROES TO EMP-TERM-DATE
004300             PERFORM 8000-LOG-HISTORY
004310             DISPLAY "Employee rehired."
004320         END-IF
004325         END-IF
004330     END-IF.
004340
004350******************************************************************
004570                 "the archive."
004580         ELSE
004590             MOVE WS-ARCH-SAVED-IMAGE TO EMP-REC
004592             MOVE EMP-DEPT      TO WS-POS-DEPT
004594             MOVE EMP-PAY-GRADE TO WS-POS-GRADE
004596             PERFORM 7400-CHECK-POSITION
004598             IF WS-POSITION-OK
004600             MOVE "A" TO EMP-STATUS
004610             MOVE ZEROES TO EMP-TERM-DATE
004620             MOVE ZEROES TO EMP-STATUS-DATE
004730                 DISPLAY "Employee reinstated from the "
004740                     "archive and rehired."
004750             END-IF
004755             END-IF
004760         END-IF
004770     END-IF.
004780
005790             " - " WS-RATE-DISPLAY-2
005800     END-IF.
005810
005811******************************************************************
005812*    7400-CHECK-POSITION - POSITION CONTROL FOR AN ADD OR REHIRE
005813*    INTO WS-POS-DEPT AND WS-POS-GRADE.  THE COMBINATION MUST
005814*    HAVE A RECORD ON POSITIONS.TXT (SEE POSMAINT) AND FEWER
005815*    PEOPLE FILLING IT - ACTIVE, ON LEAVE OR SUSPENDED - THAN IT
005816*    AUTHORIZES; OTHERWISE THE OPERATOR IS TOLD WHY AND
005817*    WS-POSITION-OK IS LEFT OFF.  THE MASTER SCAN OVERWRITES
005818*    EMP-REC, SO THE CALLER'S RECORD IS SAVED AND PUT BACK.
005819*    WITH NO POSITIONS.TXT AT ALL EVERY HIRE PASSES.
005820******************************************************************
005821 7400-CHECK-POSITION.
005822     MOVE "Y" TO WS-POSITION-IS-OK
005823     IF WS-POS-CONTROL-ON
005824         MOVE WS-POS-DEPT TO POS-DEPT
005825         MOVE WS-POS-GRADE TO POS-GRADE
005826         READ POS-FILE
005827             INVALID KEY
005828                 CONTINUE
005829         END-READ
005830         IF NOT WS-POS-FILE-OK
005831             MOVE "N" TO WS-POSITION-IS-OK
005832             DISPLAY "No authorized position for department "
005833                 WS-POS-DEPT " grade " WS-POS-GRADE
005834                 " - see posMaint."
005835         ELSE
005836             MOVE EMP-REC TO WS-POS-SAVED-REC
005837             PERFORM 7410-COUNT-FILLED
005838             MOVE WS-POS-SAVED-REC TO EMP-REC
005839             IF WS-POS-FILLED NOT < POS-AUTHORIZED
005840                 MOVE "N" TO WS-POSITION-IS-OK
005841                 MOVE POS-AUTHORIZED TO WS-POS-COUNT-SHOW
005842                 DISPLAY "Department " WS-POS-DEPT " grade "
005843                     WS-POS-GRADE " is full - all "
005844                     WS-POS-COUNT-SHOW
005845                     " authorized position(s) are filled."
005846             END-IF
005847         END-IF
005848     END-IF.
005849
005850******************************************************************
005851*    7410-COUNT-FILLED - COUNTS THE MASTER RECORDS HOLDING A SLOT
005852*    IN WS-POS-DEPT AND WS-POS-GRADE.
005853******************************************************************
005854 7410-COUNT-FILLED.
005855     MOVE 0 TO WS-POS-FILLED
005856     MOVE "N" TO WS-POS-EOF
005857     MOVE LOW-VALUES TO EMP-ID
005858     START EMP-FILE KEY NOT < EMP-ID
005859         INVALID KEY
005860             MOVE "Y" TO WS-POS-EOF
005861     END-START
005862     PERFORM 7420-COUNT-ONE-EMPLOYEE
005863         UNTIL WS-POS-EOF = "Y".
005864
005865 7420-COUNT-ONE-EMPLOYEE.
005866     READ EMP-FILE NEXT RECORD
005867         AT END
005868             MOVE "Y" TO WS-POS-EOF
005869         NOT AT END
005870             IF EMP-DEPT = WS-POS-DEPT
005871                 AND EMP-PAY-GRADE = WS-POS-GRADE
005872                 AND (EMP-ACTIVE OR EMP-ON-LEAVE
005873                     OR EMP-SUSPENDED)
005874                 ADD 1 TO WS-POS-FILLED
005875             END-IF
005876     END-READ.
005877
005878******************************************************************
005879*    8000-LOG-HISTORY - APPENDS ONE CHANGE-HISTORY RECORD TO
005880*    EMPHISTORY.TXT FOR THE MASTER UPDATE JUST APPLIED.  THE
005881*    CALLER HAS ALREADY PUT THE ACTION IN WS-HIST-ACTION AND THE
005882*    PRE-UPDATE RECORD (SPACES FOR AN ADD) IN WS-BEFORE-IMAGE;
005883*    EMP-REC STILL HOLDS THE AFTER IMAGE.  SAME OPEN-EXTEND-OR-
005884*    CREATE PATTERN AS RECORDSEARCH'S AUDIT LOG.
005890******************************************************************
005900 8000-LOG-HISTORY.
005910     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
006020         MOVE WS-HIST-ACTION    TO HIST-ACTION
006030         MOVE WS-BEFORE-IMAGE   TO HIST-BEFORE-IMAGE
006040         MOVE EMP-REC           TO HIST-AFTER-IMAGE
006045         MOVE WS-OPERATOR-ID    TO HIST-OPERATOR
006050         WRITE HIST-REC
006060         CLOSE HIST-FILE
006070     ELSE
006090             WS-HIST-FILE-STATUS
006100     END-IF.
006110
006120******************************************************************
006130*    9000-OPERATOR-SIGN-ON - ASKS FOR AN OPERATOR ID AND PASSWORD
006140*    AND CHECKS THEM AGAINST THE OPERATORS.TXT SECURITY FILE (SEE
006150*    OPERMAINT), KEEPING THE OPERATOR'S ROLE FOR 9100.  A MISSING
006160*    SECURITY FILE, AN UNKNOWN ID OR A WRONG PASSWORD IS WRITTEN
006170*    TO THE VIOLATION LOG AND ENDS THE RUN.
006180******************************************************************
006190 9000-OPERATOR-SIGN-ON.
006200     MOVE "N" TO WS-SIGNON-RESULT
006210     DISPLAY "Operator ID: "
006220     ACCEPT WS-OPERATOR-ID
006230     DISPLAY "Password: "
006240     ACCEPT WS-PASSWORD-ENTRY
006250     OPEN INPUT OPER-FILE
006260     IF NOT WS-OPER-FILE-OK
006270         DISPLAY "Unable to open operators.txt (status "
006280             WS-OPER-FILE-STATUS ") - run operMaint to set "
006290             "up the operator security file."
006300         MOVE "NO SECURITY FILE" TO WS-VIOL-REASON
006310     ELSE
006320         MOVE WS-OPERATOR-ID TO OPER-ID
006330         READ OPER-FILE
006340             INVALID KEY
006350                 CONTINUE
006360         END-READ
006370         IF WS-OPER-FILE-OK
006380             AND OPER-PASSWORD = WS-PASSWORD-ENTRY
006390             MOVE OPER-ROLE TO WS-OPERATOR-ROLE
006400             MOVE "Y" TO WS-SIGNON-RESULT
006410             DISPLAY "Signed on: " OPER-NAME
006420                 " (role " OPER-ROLE ")"
006430         ELSE
006440             MOVE "UNKNOWN ID OR BAD PASSWORD" TO WS-VIOL-REASON
006450         END-IF
006460         CLOSE OPER-FILE
006470     END-IF
006480     IF NOT WS-SIGNED-ON
006490         DISPLAY "Sign-on refused."
006500         MOVE "SIGN-ON" TO WS-VIOL-ACTION
006510         PERFORM 9200-LOG-VIOLATION
006520         STOP RUN
006530     END-IF.
006540
006550******************************************************************
006560*    9100-CHECK-AUTHORITY - DECIDES WHETHER THE SIGNED-ON
006570*    OPERATOR'S ROLE ALLOWS THE ACTION JUST KEYED.  EVERY ACTION
006580*    THAT UPDATES THE MASTER NEEDS THE EMPLOYEE-UPDATE ROLE;
006590*    INQUIRE, QUIT AND AN INVALID KEY ARE OPEN TO EVERY ROLE.
006600*    WS-VIOL-ACTION IS LEFT HOLDING THE ACTION'S NAME.
006610******************************************************************
006620 9100-CHECK-AUTHORITY.
006630     MOVE "Y" TO WS-AUTHORITY
006640     MOVE SPACES TO WS-VIOL-ACTION
006650     EVALUATE TRUE
006660         WHEN WS-ACTION-ADD
006670             MOVE "ADD" TO WS-VIOL-ACTION
006680         WHEN WS-ACTION-CHANGE
006690             MOVE "CHANGE" TO WS-VIOL-ACTION
006700         WHEN WS-ACTION-DEACTIVATE
006710             MOVE "DEACTIVATE" TO WS-VIOL-ACTION
006720         WHEN WS-ACTION-REHIRE
006730             MOVE "REHIRE" TO WS-VIOL-ACTION
006740         WHEN WS-ACTION-LEAVE
006750             MOVE "LEAVE" TO WS-VIOL-ACTION
006760         WHEN WS-ACTION-SUSPEND
006770             MOVE "SUSPEND" TO WS-VIOL-ACTION
006780         WHEN WS-ACTION-RETURN
006790             MOVE "RETURN" TO WS-VIOL-ACTION
006800     END-EVALUATE
006810     IF WS-VIOL-ACTION NOT = SPACES
006820         AND NOT WS-ROLE-EMP-UPDATE
006830         MOVE "N" TO WS-AUTHORITY
006840     END-IF.
006850
006860******************************************************************
006870*    9150-REFUSE-ACTION - TELLS THE OPERATOR THE ACTION 9100
006880*    DISALLOWED WAS NOT CARRIED OUT AND LOGS THE ATTEMPT.
006890******************************************************************
006900 9150-REFUSE-ACTION.
006910     DISPLAY "Operator " WS-OPERATOR-ID
006920         " is not authorized for " WS-VIOL-ACTION
006930         " - action refused."
006940     MOVE SPACES TO WS-VIOL-REASON
006950     STRING "ROLE " WS-OPERATOR-ROLE " NOT AUTHORIZED"
006960         DELIMITED BY SIZE INTO WS-VIOL-REASON
006970     PERFORM 9200-LOG-VIOLATION.
006980
006990******************************************************************
007000*    9200-LOG-VIOLATION - APPENDS ONE RECORD TO SECVIOLATIONS.TXT
007010*    (SEE SECVIOL.CPY).  THE CALLER HAS ALREADY PUT THE ACTION IN
007020*    WS-VIOL-ACTION AND THE REASON IN WS-VIOL-REASON.  SAME OPEN-
007030*    EXTEND-OR-CREATE PATTERN AS THE CHANGE HISTORY.
007040******************************************************************
007050 9200-LOG-VIOLATION.
007060     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
007070     ACCEPT WS-CURRENT-TIME FROM TIME
007080     OPEN EXTEND VIOL-FILE
007090     IF NOT WS-VIOL-FILE-OK
007100         OPEN OUTPUT VIOL-FILE
007110     END-IF
007120     IF WS-VIOL-FILE-OK
007130         MOVE SPACES TO VIOL-REC
007140         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
007150             DELIMITED BY SIZE INTO VIOL-TIMESTAMP
007160         MOVE WS-OPERATOR-ID    TO VIOL-OPERATOR
007170         MOVE "EMPMAINT"        TO VIOL-PROGRAM
007180         MOVE WS-VIOL-ACTION    TO VIOL-ACTION
007190         MOVE WS-VIOL-REASON    TO VIOL-REASON
007200         WRITE VIOL-REC
007210         CLOSE VIOL-FILE
007220     ELSE
007230         DISPLAY "Unable to open violation log, status "
007240             WS-VIOL-FILE-STATUS
007250     END-IF.
007260
007270 END PROGRAM empMaint.
