000290*    DATE       INIT  DESCRIPTION
000300*    ---------- ----  ------------------------------------------
000310*    2026-09-02 NK    ORIGINAL PROGRAM, MODELED ON DEPTMAINT.
000311*    2026-10-15 NK    OPERATORS NOW SIGN ON AGAINST THE
000312*                     OPERATORS.TXT SECURITY FILE (SEE OPERMAINT).
000313*                     ONLY THE EMPLOYEE-UPDATE ROLE MAY CANCEL A
000314*                     PENDING TRANSACTION; EVERY ROLE MAY LIST.
000315*                     A REFUSED SIGN-ON OR CANCEL IS WRITTEN TO
000316*                     SECVIOLATIONS.TXT.
000317*    2026-10-15 NK    PENDING RECORD CARRIES THE QUEUING
000318*                     OPERATOR (SEE EMPTRNRELEASE); A CANCEL NOW
000319*                     COPIES IT THROUGH.  MERITCYCLE'S "M" MERIT
000320*                     INCREASES LIST AND CANCEL LIKE ANY OTHER.
000321******************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000410     SELECT PEND-WORK ASSIGN TO "pendwork.txt"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-WORK-FILE-STATUS.
000431
000432     SELECT OPER-FILE ASSIGN TO "operators.txt"
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS DYNAMIC
000435         RECORD KEY IS OPER-ID
000436         FILE STATUS IS WS-OPER-FILE-STATUS.
000437
000438     SELECT VIOL-FILE ASSIGN TO "secviolations.txt"
000439         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-VIOL-FILE-STATUS.
000441
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PEND-FILE.
000540     05  TRN-PAY-GRADE           PIC X(03).
000550     05  TRN-SALARY              PIC X(09).
000560     05  TRN-EFF-DATE            PIC X(08).
000565     05  TRN-OPERATOR            PIC X(08).
000570
000580 FD  PEND-WORK.
000582 01  PEND-WORK-REC               PIC X(66).
000584
000586 FD  OPER-FILE.
000588     COPY "OPERREC.cpy".
000590
000592 FD  VIOL-FILE.
000594     COPY "SECVIOL.cpy".
000600
000610 WORKING-STORAGE SECTION.
000620 01  WS-PEND-FILE-STATUS     PIC X(02).
000780 77  WS-KEPT-COUNT           PIC 9(04) COMP VALUE 0.
000790 77  WS-CANCELLED-COUNT      PIC 9(04) COMP VALUE 0.
000800 01  WS-LINE-NO-SHOW         PIC Z(03)9.
000801
000802 01  WS-OPER-FILE-STATUS     PIC X(02).
000803     88  WS-OPER-FILE-OK         VALUE "00".
000804 01  WS-VIOL-FILE-STATUS     PIC X(02).
000805     88  WS-VIOL-FILE-OK         VALUE "00".
000806 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000807 01  WS-OPERATOR-ROLE        PIC X(01) VALUE SPACE.
000808     88  WS-ROLE-EMP-UPDATE      VALUE "E".
000809     88  WS-ROLE-REFERENCE       VALUE "R".
000810     88  WS-ROLE-RESTORE         VALUE "B".
000811     88  WS-ROLE-SECURITY        VALUE "S".
000812 01  WS-PASSWORD-ENTRY       PIC X(08).
000813 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
000814     88  WS-SIGNED-ON            VALUE "Y".
000815 01  WS-AUTHORITY            PIC X(01) VALUE "Y".
000816     88  WS-ACTION-ALLOWED       VALUE "Y".
000817 01  WS-VIOL-ACTION          PIC X(10).
000818 01  WS-VIOL-REASON          PIC X(30).
000819 01  WS-CURRENT-DATE         PIC 9(08).
000820 01  WS-CURRENT-TIME         PIC 9(08).
000821
000822 PROCEDURE DIVISION.
000830
000840 0000-MAINLINE.
000845     PERFORM 9000-OPERATOR-SIGN-ON
000850     PERFORM 2000-PROCESS-ONE-ACTION
000860         UNTIL WS-ACTION-QUIT
000870     STOP RUN.
000890******************************************************************
000900*    2000-PROCESS-ONE-ACTION - PROMPTS FOR ONE ACTION AND CARRIES
000910*    IT OUT.  THE PENDING FILE IS OPENED AND CLOSED PER ACTION SO
000916*    THE LIST ALWAYS SHOWS THE FILE AS IT STANDS.  AN ACTION THE
000922*    OPERATOR'S ROLE DOES NOT ALLOW IS REFUSED.
000930******************************************************************
000940 2000-PROCESS-ONE-ACTION.
000950     DISPLAY "L)ist pending  C)ancel one  Q)uit: "
000960     ACCEPT WS-ACTION
000965     PERFORM 9100-CHECK-AUTHORITY
000970     EVALUATE TRUE
000973         WHEN NOT WS-ACTION-ALLOWED
000976             PERFORM 9150-REFUSE-ACTION
000980         WHEN WS-ACTION-LIST
000990             PERFORM 3000-LIST-PENDING
001000         WHEN WS-ACTION-CANCEL
002540             END-IF
002550     END-READ.
002560
002570******************************************************************
002580*    9000-OPERATOR-SIGN-ON - ASKS FOR AN OPERATOR ID AND PASSWORD
002590*    AND CHECKS THEM AGAINST THE OPERATORS.TXT SECURITY FILE (SEE
002600*    OPERMAINT), KEEPING THE OPERATOR'S ROLE FOR 9100.  A MISSING
002610*    SECURITY FILE, AN UNKNOWN ID OR A WRONG PASSWORD IS WRITTEN
002620*    TO THE VIOLATION LOG AND ENDS THE RUN.
002630******************************************************************
002640 9000-OPERATOR-SIGN-ON.
002650     MOVE "N" TO WS-SIGNON-RESULT
002660     DISPLAY "Operator ID: "
002670     ACCEPT WS-OPERATOR-ID
002680     DISPLAY "Password: "
002690     ACCEPT WS-PASSWORD-ENTRY
002700     OPEN INPUT OPER-FILE
002710     IF NOT WS-OPER-FILE-OK
002720         DISPLAY "Unable to open operators.txt (status "
002730             WS-OPER-FILE-STATUS ") - run operMaint to set "
002740             "up the operator security file."
002750         MOVE "NO SECURITY FILE" TO WS-VIOL-REASON
002760     ELSE
002770         MOVE WS-OPERATOR-ID TO OPER-ID
002780         READ OPER-FILE
002790             INVALID KEY
002800                 CONTINUE
002810         END-READ
002820         IF WS-OPER-FILE-OK
002830             AND OPER-PASSWORD = WS-PASSWORD-ENTRY
002840             MOVE OPER-ROLE TO WS-OPERATOR-ROLE
002850             MOVE "Y" TO WS-SIGNON-RESULT
002860             DISPLAY "Signed on: " OPER-NAME
002870                 " (role " OPER-ROLE ")"
002880         ELSE
002890             MOVE "UNKNOWN ID OR BAD PASSWORD" TO WS-VIOL-REASON
002900         END-IF
002910         CLOSE OPER-FILE
002920     END-IF
002930     IF NOT WS-SIGNED-ON
002940         DISPLAY "Sign-on refused."
002950         MOVE "SIGN-ON" TO WS-VIOL-ACTION
002960         PERFORM 9200-LOG-VIOLATION
002970         STOP RUN
002980     END-IF.
002990
003000******************************************************************
003010*    9100-CHECK-AUTHORITY - DECIDES WHETHER THE SIGNED-ON
003020*    OPERATOR'S ROLE ALLOWS THE ACTION JUST KEYED.  CANCEL NEEDS
003030*    THE EMPLOYEE-UPDATE ROLE, SINCE PULLING A PENDING ENTRY
003040*    CHANGES WHAT WILL HAPPEN TO THE MASTER; LIST, QUIT AND AN
003050*    INVALID KEY ARE OPEN TO EVERY ROLE.  WS-VIOL-ACTION IS LEFT
003060*    HOLDING THE ACTION'S NAME.
003070******************************************************************
003080 9100-CHECK-AUTHORITY.
003090     MOVE "Y" TO WS-AUTHORITY
003100     MOVE SPACES TO WS-VIOL-ACTION
003110     IF WS-ACTION-CANCEL
003120         MOVE "CANCEL" TO WS-VIOL-ACTION
003130         IF NOT WS-ROLE-EMP-UPDATE
003140             MOVE "N" TO WS-AUTHORITY
003150         END-IF
003160     END-IF.
003170
003180******************************************************************
003190*    9150-REFUSE-ACTION - TELLS THE OPERATOR THE ACTION 9100
003200*    DISALLOWED WAS NOT CARRIED OUT AND LOGS THE ATTEMPT.
003210******************************************************************
003220 9150-REFUSE-ACTION.
003230     DISPLAY "Operator " WS-OPERATOR-ID
003240         " is not authorized for " WS-VIOL-ACTION
003250         " - action refused."
003260     MOVE SPACES TO WS-VIOL-REASON
003270     STRING "ROLE " WS-OPERATOR-ROLE " NOT AUTHORIZED"
003280         DELIMITED BY SIZE INTO WS-VIOL-REASON
003290     PERFORM 9200-LOG-VIOLATION.
003300
003310******************************************************************
003320*    9200-LOG-VIOLATION - APPENDS ONE RECORD TO SECVIOLATIONS.TXT
003330*    (SEE SECVIOL.CPY).  THE CALLER HAS ALREADY PUT THE ACTION IN
003340*    WS-VIOL-ACTION AND THE REASON IN WS-VIOL-REASON.  SAME OPEN-
003350*    EXTEND-OR-CREATE PATTERN AS THE CHANGE HISTORY.
003360******************************************************************
003370 9200-LOG-VIOLATION.
003380     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003390     ACCEPT WS-CURRENT-TIME FROM TIME
003400     OPEN EXTEND VIOL-FILE
003410     IF NOT WS-VIOL-FILE-OK
003420         OPEN OUTPUT VIOL-FILE
003430     END-IF
003440     IF WS-VIOL-FILE-OK
003450         MOVE SPACES TO VIOL-REC
003460         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
003470             DELIMITED BY SIZE INTO VIOL-TIMESTAMP
003480         MOVE WS-OPERATOR-ID    TO VIOL-OPERATOR
003490         MOVE "PENDMAINT"       TO VIOL-PROGRAM
003500         MOVE WS-VIOL-ACTION    TO VIOL-ACTION
003510         MOVE WS-VIOL-REASON    TO VIOL-REASON
003520         WRITE VIOL-REC
003530         CLOSE VIOL-FILE
003540     ELSE
003550         DISPLAY "Unable to open violation log, status "
003560             WS-VIOL-FILE-STATUS
003570     END-IF.
003580
003590 END PROGRAM pendMaint.
