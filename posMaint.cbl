000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. posMaint.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    MAINTENANCE PROGRAM FOR THE POSITION-CONTROL FILE.  NOTHING
000180*    USED TO STOP A DEPARTMENT HIRING PAST ITS BUDGET - HEADCOUNT
000190*    ONLY SHOWED UP ON DEPTSUMMARY, AFTER THE FACT.
000200*    POSITIONS.TXT HOLDS THE AUTHORIZED HEADCOUNT FOR EACH
000210*    DEPARTMENT AND PAY-GRADE COMBINATION (SEE POSREC.CPY);
000220*    EMPMAINT, EMPBATCHAPPLY AND EMPTRNRELEASE REFUSE AN ADD OR
000230*    REHIRE INTO A COMBINATION THAT IS NOT AUTHORIZED OR IS
000240*    ALREADY FULL, AND VACANCYREPORT LISTS AUTHORIZED AGAINST
000250*    FILLED FOR EVERY COMBINATION.
000260*
000270*    THE DEPARTMENT AND GRADE OF A NEW POSITION MUST BE ON
000280*    DEPARTMENTS.TXT AND PAYGRADES.TXT.  "FILLED" MEANS ACTIVE,
000290*    ON LEAVE OR SUSPENDED - THE PERSON STILL HOLDS THE SLOT.
000300*    LOWERING AN AUTHORIZATION BELOW THE PEOPLE ALREADY IN IT IS
000310*    ALLOWED (BUDGETS DO GET CUT) BUT THE OPERATOR IS TOLD; A
000320*    POSITION ANYONE STILL FILLS CANNOT BE DELETED.
000330*
000340*    MODIFICATION HISTORY
000350*    DATE       INIT  DESCRIPTION
000360*    ---------- ----  ------------------------------------------
000370*    2026-10-15 NK    ORIGINAL PROGRAM, MODELED ON GRADEMAINT.
000380******************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT POS-FILE ASSIGN TO "positions.txt"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS POS-KEY
000470         FILE STATUS IS WS-POS-FILE-STATUS.
000480
000490     SELECT DEPT-FILE ASSIGN TO "departments.txt"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS DEPT-CODE
000530         FILE STATUS IS WS-DEPT-FILE-STATUS.
000540
000550     SELECT GRADE-FILE ASSIGN TO "paygrades.txt"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS GRADE-CODE
000590         FILE STATUS IS WS-GRADE-FILE-STATUS.
000600
000610     SELECT EMP-FILE ASSIGN TO "employees.txt"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS EMP-ID
000650         FILE STATUS IS WS-EMP-FILE-STATUS.
000660
000670     SELECT OPER-FILE ASSIGN TO "operators.txt"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS OPER-ID
000710         FILE STATUS IS WS-OPER-FILE-STATUS.
000720
000730     SELECT VIOL-FILE ASSIGN TO "secviolations.txt"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-VIOL-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  POS-FILE.
000800     COPY "POSREC.cpy".
000810
000820 FD  DEPT-FILE.
000830     COPY "DEPTREC.cpy".
000840
000850 FD  GRADE-FILE.
000860     COPY "PAYGRD.cpy".
000870
000880 FD  EMP-FILE.
000890     COPY "EMPREC.cpy".
000900
000910 FD  OPER-FILE.
000920     COPY "OPERREC.cpy".
000930
000940 FD  VIOL-FILE.
000950     COPY "SECVIOL.cpy".
000960
000970 WORKING-STORAGE SECTION.
000980 01  WS-POS-FILE-STATUS      PIC X(02).
000990     88  WS-POS-FILE-OK          VALUE "00".
001000     88  WS-POS-FILE-NOT-FOUND   VALUE "35".
001010 01  WS-DEPT-FILE-STATUS     PIC X(02).
001020     88  WS-DEPT-FILE-OK         VALUE "00".
001030 01  WS-GRADE-FILE-STATUS    PIC X(02).
001040     88  WS-GRADE-FILE-OK        VALUE "00".
001050 01  WS-EMP-FILE-STATUS      PIC X(02).
001060     88  WS-EMP-FILE-OK          VALUE "00".
001070     88  WS-EMP-FILE-NOT-FOUND   VALUE "35".
001080 01  EOF                     PIC X VALUE "N".
001090 01  WS-SCAN-RESULT          PIC X(01) VALUE "N".
001100     88  WS-SCAN-FAILED          VALUE "F".
001110
001120 01  WS-ACTION               PIC X(01).
001130     88  WS-ACTION-ADD           VALUE "A".
001140     88  WS-ACTION-CHANGE        VALUE "C".
001150     88  WS-ACTION-DELETE        VALUE "D".
001160     88  WS-ACTION-LIST          VALUE "L".
001170     88  WS-ACTION-QUIT          VALUE "Q".
001180
001190 77  WS-DEPT-ENTRY           PIC X(04).
001200 77  WS-GRADE-ENTRY          PIC X(03).
001210 01  WS-COUNT-ENTRY          PIC X(04).
001220 01  WS-COUNT-ENTRY-NUM REDEFINES WS-COUNT-ENTRY
001230                             PIC 9(04).
001240 77  WS-LIST-COUNT           PIC 9(04) COMP VALUE 0.
001250 77  WS-FILLED-COUNT         PIC 9(04) COMP VALUE 0.
001260 77  WS-COUNT-OK             PIC X(01) VALUE "N".
001270     88  WS-COUNT-VALID          VALUE "Y".
001280 01  WS-COUNT-DISPLAY        PIC Z(03)9.
001290 01  WS-COUNT-DISPLAY-2      PIC Z(03)9.
001300
001310 01  WS-OPER-FILE-STATUS     PIC X(02).
001320     88  WS-OPER-FILE-OK         VALUE "00".
001330 01  WS-VIOL-FILE-STATUS     PIC X(02).
001340     88  WS-VIOL-FILE-OK         VALUE "00".
001350 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001360 01  WS-OPERATOR-ROLE        PIC X(01) VALUE SPACE.
001370     88  WS-ROLE-EMP-UPDATE      VALUE "E".
001380     88  WS-ROLE-REFERENCE       VALUE "R".
001390     88  WS-ROLE-RESTORE         VALUE "B".
001400     88  WS-ROLE-SECURITY        VALUE "S".
001410 01  WS-PASSWORD-ENTRY       PIC X(08).
001420 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
001430     88  WS-SIGNED-ON            VALUE "Y".
001440 01  WS-AUTHORITY            PIC X(01) VALUE "Y".
001450     88  WS-ACTION-ALLOWED       VALUE "Y".
001460 01  WS-VIOL-ACTION          PIC X(10).
001470 01  WS-VIOL-REASON          PIC X(30).
001480 01  WS-CURRENT-DATE         PIC 9(08).
001490 01  WS-CURRENT-TIME         PIC 9(08).
001500
001510 PROCEDURE DIVISION.
001520
001530 0000-MAINLINE.
001540     PERFORM 9000-OPERATOR-SIGN-ON
001550     PERFORM 1000-OPEN-REFERENCE
001560     PERFORM 2000-PROCESS-ONE-ACTION
001570         UNTIL WS-ACTION-QUIT
001580     CLOSE POS-FILE
001590     CLOSE DEPT-FILE
001600     CLOSE GRADE-FILE
001610     STOP RUN.
001620
001630******************************************************************
001640*    1000-OPEN-REFERENCE - OPENS THE POSITION FILE FOR UPDATE.
001650*    AS WITH PAYGRADES.TXT IN GRADEMAINT, A FILE-NOT-FOUND
001660*    STATUS CREATES A NEW, EMPTY FILE.  THE DEPARTMENT AND GRADE
001670*    FILES ARE NEEDED TO VALIDATE A NEW POSITION.
001680******************************************************************
001690 1000-OPEN-REFERENCE.
001700     OPEN I-O POS-FILE
001710     IF WS-POS-FILE-NOT-FOUND
001720         OPEN OUTPUT POS-FILE
001730         CLOSE POS-FILE
001740         OPEN I-O POS-FILE
001750     END-IF
001760     IF NOT WS-POS-FILE-OK
001770         DISPLAY "Unable to open position file, status "
001780             WS-POS-FILE-STATUS
001790         STOP RUN
001800     END-IF
001810     OPEN INPUT DEPT-FILE
001820     IF NOT WS-DEPT-FILE-OK
001830         DISPLAY "Unable to open departments.txt (status "
001840             WS-DEPT-FILE-STATUS ") - run deptMaint to set "
001850             "up the department reference file."
001860         CLOSE POS-FILE
001870         STOP RUN
001880     END-IF
001890     OPEN INPUT GRADE-FILE
001900     IF NOT WS-GRADE-FILE-OK
001910         DISPLAY "Unable to open paygrades.txt (status "
001920             WS-GRADE-FILE-STATUS ") - run gradeMaint to set "
001930             "up the pay grade reference file."
001940         CLOSE POS-FILE
001950         CLOSE DEPT-FILE
001960         STOP RUN
001970     END-IF.
001980
001990******************************************************************
002000*    2000-PROCESS-ONE-ACTION - PROMPTS FOR ONE MAINTENANCE
002010*    ACTION AND CARRIES IT OUT DIRECTLY AGAINST POS-FILE.  AN
002020*    ACTION THE OPERATOR'S ROLE DOES NOT ALLOW IS REFUSED.
002030******************************************************************
002040 2000-PROCESS-ONE-ACTION.
002050     DISPLAY "A)dd  C)hange  D)elete  L)ist  Q)uit: "
002060     ACCEPT WS-ACTION
002070     PERFORM 9100-CHECK-AUTHORITY
002080     EVALUATE TRUE
002090         WHEN NOT WS-ACTION-ALLOWED
002100             PERFORM 9150-REFUSE-ACTION
002110         WHEN WS-ACTION-ADD
002120             PERFORM 3000-ADD-POSITION
002130         WHEN WS-ACTION-CHANGE
002140             PERFORM 4000-CHANGE-POSITION
002150         WHEN WS-ACTION-DELETE
002160             PERFORM 5000-DELETE-POSITION
002170         WHEN WS-ACTION-LIST
002180             PERFORM 6000-LIST-POSITIONS
002190         WHEN WS-ACTION-QUIT
002200             CONTINUE
002210         WHEN OTHER
002220             DISPLAY "Invalid action, try again."
002230     END-EVALUATE.
002240
002250******************************************************************
002260*    3000-ADD-POSITION - THE DEPARTMENT AND GRADE MUST BOTH BE
002270*    ON THEIR REFERENCE FILES.
002280******************************************************************
002290 3000-ADD-POSITION.
002300     PERFORM 7000-ACCEPT-POSITION-KEY
002310     READ POS-FILE
002320         INVALID KEY
002330             CONTINUE
002340     END-READ
002350     IF WS-POS-FILE-OK
002360         DISPLAY "Position already on file - use C)hange."
002370     ELSE
002380         MOVE WS-DEPT-ENTRY TO DEPT-CODE
002390         READ DEPT-FILE
002400             INVALID KEY
002410                 CONTINUE
002420         END-READ
002430         MOVE WS-GRADE-ENTRY TO GRADE-CODE
002440         READ GRADE-FILE
002450             INVALID KEY
002460                 CONTINUE
002470         END-READ
002480         IF NOT WS-DEPT-FILE-OK
002490             DISPLAY "Department " WS-DEPT-ENTRY
002500                 " is not on departments.txt."
002510         ELSE
002520         IF NOT WS-GRADE-FILE-OK
002530             DISPLAY "Pay grade " WS-GRADE-ENTRY
002540                 " is not on paygrades.txt."
002550         ELSE
002560         PERFORM 7100-ACCEPT-AUTHORIZED-COUNT
002570         IF WS-COUNT-VALID
002580             MOVE WS-DEPT-ENTRY TO POS-DEPT
002590             MOVE WS-GRADE-ENTRY TO POS-GRADE
002600             MOVE WS-COUNT-ENTRY-NUM TO POS-AUTHORIZED
002610             WRITE POS-REC
002620                 INVALID KEY
002630                     DISPLAY "Unable to add position, status "
002640                         WS-POS-FILE-STATUS
002650             END-WRITE
002660             IF WS-POS-FILE-OK
002670                 DISPLAY "Position added."
002680             END-IF
002690         END-IF
002700         END-IF
002710         END-IF
002720     END-IF.
002730
002740******************************************************************
002750*    4000-CHANGE-POSITION - SETS A NEW AUTHORIZED COUNT.  A COUNT
002760*    BELOW THE PEOPLE ALREADY IN THE POSITION IS TAKEN, WITH A
002770*    WARNING - NOBODY IS MOVED OUT, BUT NO ONE ELSE GETS IN
002780*    UNTIL THE NUMBERS COME BACK DOWN.
002790******************************************************************
002800 4000-CHANGE-POSITION.
002810     PERFORM 7000-ACCEPT-POSITION-KEY
002820     READ POS-FILE
002830         INVALID KEY
002840             DISPLAY "Position not found."
002850     END-READ
002860     IF WS-POS-FILE-OK
002870         MOVE POS-AUTHORIZED TO WS-COUNT-DISPLAY
002880         DISPLAY "Currently authorized: " WS-COUNT-DISPLAY
002890         PERFORM 7100-ACCEPT-AUTHORIZED-COUNT
002900         IF WS-COUNT-VALID
002910             MOVE WS-COUNT-ENTRY-NUM TO POS-AUTHORIZED
002920             REWRITE POS-REC
002930                 INVALID KEY
002940                     DISPLAY "Unable to update position, "
002950                         "status " WS-POS-FILE-STATUS
002960             END-REWRITE
002970             IF WS-POS-FILE-OK
002980                 DISPLAY "Position changed."
002990                 PERFORM 5100-COUNT-FILLED
003000                 IF NOT WS-SCAN-FAILED
003010                     AND WS-FILLED-COUNT > POS-AUTHORIZED
003020                     MOVE WS-FILLED-COUNT TO WS-COUNT-DISPLAY
003030                     MOVE POS-AUTHORIZED TO WS-COUNT-DISPLAY-2
003040                     DISPLAY "Note: " WS-COUNT-DISPLAY
003050                         " employee(s) already fill this "
003060                         "position against " WS-COUNT-DISPLAY-2
003070                         " authorized."
003080                 END-IF
003090             END-IF
003100         END-IF
003110     END-IF.
003120
003130******************************************************************
003140*    5000-DELETE-POSITION - REMOVES A POSITION, BUT ONLY WHEN NO
003150*    ONE ON THE MASTER STILL FILLS IT, MATCHING THE DELETE
003160*    PROTECTION IN DEPTMAINT AND GRADEMAINT.
003170******************************************************************
003180 5000-DELETE-POSITION.
003190     PERFORM 7000-ACCEPT-POSITION-KEY
003200     READ POS-FILE
003210         INVALID KEY
003220             DISPLAY "Position not found."
003230     END-READ
003240     IF WS-POS-FILE-OK
003250         PERFORM 5100-COUNT-FILLED
003260         IF WS-SCAN-FAILED
003270             DISPLAY "Cannot establish whether the position is "
003280                 "filled - not deleted."
003290         ELSE
003300         IF WS-FILLED-COUNT > 0
003310             MOVE WS-FILLED-COUNT TO WS-COUNT-DISPLAY
003320             DISPLAY WS-COUNT-DISPLAY " employee(s) still fill "
003330                 "this position - not deleted."
003340         ELSE
003350         DELETE POS-FILE
003360             INVALID KEY
003370                 DISPLAY "Unable to delete position, status "
003380                     WS-POS-FILE-STATUS
003390         END-DELETE
003400         IF WS-POS-FILE-OK
003410             DISPLAY "Position deleted."
003420         END-IF
003430         END-IF
003440         END-IF
003450     END-IF.
003460
003470******************************************************************
003480*    5100-COUNT-FILLED - COUNTS THE ACTIVE, ON-LEAVE AND
003490*    SUSPENDED EMPLOYEES IN THE DEPARTMENT AND GRADE OF THE
003500*    POSITION IN POS-REC.  A MISSING MASTER COUNTS AS NOBODY,
003510*    BUT ANY OTHER OPEN FAILURE SETS WS-SCAN-FAILED, AS IN
003520*    GRADEMAINT'S SCAN.
003530******************************************************************
003540 5100-COUNT-FILLED.
003550     MOVE 0 TO WS-FILLED-COUNT
003560     MOVE "N" TO WS-SCAN-RESULT
003570     MOVE "N" TO EOF
003580     OPEN INPUT EMP-FILE
003590     IF WS-EMP-FILE-NOT-FOUND
003600         CONTINUE
003610     ELSE
003620         IF WS-EMP-FILE-OK
003630             PERFORM 5110-CHECK-ONE-EMPLOYEE
003640                 UNTIL EOF = "Y"
003650             CLOSE EMP-FILE
003660         ELSE
003670             DISPLAY "Unable to read employee file, status "
003680                 WS-EMP-FILE-STATUS
003690             MOVE "F" TO WS-SCAN-RESULT
003700         END-IF
003710     END-IF.
003720
003730 5110-CHECK-ONE-EMPLOYEE.
003740     READ EMP-FILE NEXT RECORD
003750         AT END
003760             MOVE "Y" TO EOF
003770         NOT AT END
003780             IF EMP-DEPT = POS-DEPT
003790                 AND EMP-PAY-GRADE = POS-GRADE
003800                 AND (EMP-ACTIVE OR EMP-ON-LEAVE OR EMP-SUSPENDED)
003810                 ADD 1 TO WS-FILLED-COUNT
003820             END-IF
003830     END-READ.
003840
003850******************************************************************
003860*    6000-LIST-POSITIONS - DISPLAYS EVERY POSITION AND ITS
003870*    AUTHORIZED COUNT IN DEPARTMENT/GRADE ORDER.  VACANCYREPORT
003880*    SHOWS THEM AGAINST WHO FILLS THEM.
003890******************************************************************
003900 6000-LIST-POSITIONS.
003910     MOVE 0 TO WS-LIST-COUNT
003920     MOVE LOW-VALUES TO POS-KEY
003930     START POS-FILE KEY NOT < POS-KEY
003940         INVALID KEY
003950             CONTINUE
003960     END-START
003970     PERFORM 6100-LIST-ONE-POSITION
003980         UNTIL NOT WS-POS-FILE-OK
003990     DISPLAY WS-LIST-COUNT " position(s) on file."
004000     MOVE "00" TO WS-POS-FILE-STATUS.
004010
004020******************************************************************
004030*    6100-LIST-ONE-POSITION - READS AND DISPLAYS THE NEXT
004040*    POSITION, LEAVING A NON-OK STATUS AT END OF FILE.
004050******************************************************************
004060 6100-LIST-ONE-POSITION.
004070     READ POS-FILE NEXT RECORD
004080         AT END
004090             CONTINUE
004100         NOT AT END
004110             MOVE POS-AUTHORIZED TO WS-COUNT-DISPLAY
004120             DISPLAY POS-DEPT "  " POS-GRADE "  "
004130                 WS-COUNT-DISPLAY " authorized"
004140             ADD 1 TO WS-LIST-COUNT
004150     END-READ.
004160
004170******************************************************************
004180*    7000-ACCEPT-POSITION-KEY - PROMPTS FOR THE DEPARTMENT AND
004190*    GRADE AND LEAVES THEM IN POS-KEY FOR THE READ.
004200******************************************************************
004210 7000-ACCEPT-POSITION-KEY.
004220     DISPLAY "Department code: "
004230     ACCEPT WS-DEPT-ENTRY
004240     DISPLAY "Pay grade code: "
004250     ACCEPT WS-GRADE-ENTRY
004260     MOVE WS-DEPT-ENTRY TO POS-DEPT
004270     MOVE WS-GRADE-ENTRY TO POS-GRADE.
004280
004290******************************************************************
004300*    7100-ACCEPT-AUTHORIZED-COUNT - PROMPTS FOR THE AUTHORIZED
004310*    HEADCOUNT (FOUR DIGITS, E.G. 0012) AND REJECTS A NON-NUMERIC
004320*    ENTRY.  ZERO IS ALLOWED - A FROZEN POSITION.
004330******************************************************************
004340 7100-ACCEPT-AUTHORIZED-COUNT.
004350     MOVE "N" TO WS-COUNT-OK
004360     DISPLAY "Authorized headcount (4 digits): "
004370     ACCEPT WS-COUNT-ENTRY
004380     IF WS-COUNT-ENTRY NOT NUMERIC
004390         DISPLAY "Headcount must be all digits, e.g. 0012."
004400     ELSE
004410         MOVE "Y" TO WS-COUNT-OK
004420     END-IF.
004430
004440******************************************************************
004450*    9000-OPERATOR-SIGN-ON - ASKS FOR AN OPERATOR ID AND PASSWORD
004460*    AND CHECKS THEM AGAINST THE OPERATORS.TXT SECURITY FILE (SEE
004470*    OPERMAINT), KEEPING THE OPERATOR'S ROLE FOR 9100.  A MISSING
004480*    SECURITY FILE, AN UNKNOWN ID OR A WRONG PASSWORD IS WRITTEN
004490*    TO THE VIOLATION LOG AND ENDS THE RUN.
004500******************************************************************
004510 9000-OPERATOR-SIGN-ON.
004520     MOVE "N" TO WS-SIGNON-RESULT
004530     DISPLAY "Operator ID: "
004540     ACCEPT WS-OPERATOR-ID
004550     DISPLAY "Password: "
004560     ACCEPT WS-PASSWORD-ENTRY
004570     OPEN INPUT OPER-FILE
004580     IF NOT WS-OPER-FILE-OK
004590         DISPLAY "Unable to open operators.txt (status "
004600             WS-OPER-FILE-STATUS ") - run operMaint to set "
004610             "up the operator security file."
004620         MOVE "NO SECURITY FILE" TO WS-VIOL-REASON
004630     ELSE
004640         MOVE WS-OPERATOR-ID TO OPER-ID
004650         READ OPER-FILE
004660             INVALID KEY
004670                 CONTINUE
004680         END-READ
004690         IF WS-OPER-FILE-OK
004700             AND OPER-PASSWORD = WS-PASSWORD-ENTRY
004710             MOVE OPER-ROLE TO WS-OPERATOR-ROLE
004720             MOVE "Y" TO WS-SIGNON-RESULT
004730             DISPLAY "Signed on: " OPER-NAME
004740                 " (role " OPER-ROLE ")"
004750         ELSE
004760             MOVE "UNKNOWN ID OR BAD PASSWORD" TO WS-VIOL-REASON
004770         END-IF
004780         CLOSE OPER-FILE
004790     END-IF
004800     IF NOT WS-SIGNED-ON
004810         DISPLAY "Sign-on refused."
004820         MOVE "SIGN-ON" TO WS-VIOL-ACTION
004830         PERFORM 9200-LOG-VIOLATION
004840         STOP RUN
004850     END-IF.
004860
004870******************************************************************
004880*    9100-CHECK-AUTHORITY - DECIDES WHETHER THE SIGNED-ON
004890*    OPERATOR'S ROLE ALLOWS THE ACTION JUST KEYED.  AUTHORIZED
004900*    HEADCOUNT IS REFERENCE DATA: ADD, CHANGE AND DELETE NEED
004910*    THE REFERENCE-DATA ROLE; LIST, QUIT AND AN INVALID KEY ARE
004920*    OPEN TO EVERY ROLE.  WS-VIOL-ACTION IS LEFT HOLDING THE
004930*    ACTION'S NAME.
004940******************************************************************
004950 9100-CHECK-AUTHORITY.
004960     MOVE "Y" TO WS-AUTHORITY
004970     MOVE SPACES TO WS-VIOL-ACTION
004980     EVALUATE TRUE
004990         WHEN WS-ACTION-ADD
005000             MOVE "ADD" TO WS-VIOL-ACTION
005010         WHEN WS-ACTION-CHANGE
005020             MOVE "CHANGE" TO WS-VIOL-ACTION
005030         WHEN WS-ACTION-DELETE
005040             MOVE "DELETE" TO WS-VIOL-ACTION
005050     END-EVALUATE
005060     IF WS-VIOL-ACTION NOT = SPACES
005070         AND NOT WS-ROLE-REFERENCE
005080         MOVE "N" TO WS-AUTHORITY
005090     END-IF.
005100
005110******************************************************************
005120*    9150-REFUSE-ACTION - TELLS THE OPERATOR THE ACTION 9100
005130*    DISALLOWED WAS NOT CARRIED OUT AND LOGS THE ATTEMPT.
005140******************************************************************
005150 9150-REFUSE-ACTION.
005160     DISPLAY "Operator " WS-OPERATOR-ID
005170         " is not authorized for " WS-VIOL-ACTION
005180         " - action refused."
005190     MOVE SPACES TO WS-VIOL-REASON
005200     STRING "ROLE " WS-OPERATOR-ROLE " NOT AUTHORIZED"
005210         DELIMITED BY SIZE INTO WS-VIOL-REASON
005220     PERFORM 9200-LOG-VIOLATION.
005230
005240******************************************************************
005250*    9200-LOG-VIOLATION - APPENDS ONE RECORD TO SECVIOLATIONS.TXT
005260*    (SEE SECVIOL.CPY).  THE CALLER HAS ALREADY PUT THE ACTION IN
005270*    WS-VIOL-ACTION AND THE REASON IN WS-VIOL-REASON.  SAME OPEN-
005280*    EXTEND-OR-CREATE PATTERN AS THE CHANGE HISTORY.
005290******************************************************************
005300 9200-LOG-VIOLATION.
005310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
005320     ACCEPT WS-CURRENT-TIME FROM TIME
005330     OPEN EXTEND VIOL-FILE
005340     IF NOT WS-VIOL-FILE-OK
005350         OPEN OUTPUT VIOL-FILE
005360     END-IF
005370     IF WS-VIOL-FILE-OK
005380         MOVE SPACES TO VIOL-REC
005390         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
005400             DELIMITED BY SIZE INTO VIOL-TIMESTAMP
005410         MOVE WS-OPERATOR-ID    TO VIOL-OPERATOR
005420         MOVE "POSMAINT"        TO VIOL-PROGRAM
005430         MOVE WS-VIOL-ACTION    TO VIOL-ACTION
005440         MOVE WS-VIOL-REASON    TO VIOL-REASON
005450         WRITE VIOL-REC
005460         CLOSE VIOL-FILE
005470     ELSE
005480         DISPLAY "Unable to open violation log, status "
005490             WS-VIOL-FILE-STATUS
005500     END-IF.
005510
005520 END PROGRAM posMaint.
