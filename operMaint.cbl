000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. operMaint.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    MAINTENANCE PROGRAM FOR THE OPERATOR SECURITY FILE.
000180*    OPERATORS.TXT HOLDS EVERY OPERATOR ID ALLOWED TO SIGN ON TO
000190*    THE MAINTENANCE PROGRAMS, WITH A NAME, A PASSWORD AND ONE
000200*    ROLE (SEE OPERREC.CPY): I)NQUIRY, E)MPLOYEE UPDATE,
000210*    R)EFERENCE DATA, B)ACKOUT/RESTORE OR S)ECURITY.  ONLY THE
000220*    SECURITY ROLE MAY USE THIS PROGRAM.  WHEN THE FILE IS
000230*    MISSING OR EMPTY THERE IS NOBODY TO SIGN ON AS, SO THE
000240*    SIGN-ON IS SKIPPED AND THE ONLY THING ALLOWED IS ADDING THE
000250*    FIRST OPERATOR, WHO MUST HAVE THE SECURITY ROLE.
000260*    PASSWORDS ARE NEVER DISPLAYED.
000270*
000280*    MODIFICATION HISTORY
000290*    DATE       INIT  DESCRIPTION
000300*    ---------- ----  ------------------------------------------
000310*    2026-10-15 NK    ORIGINAL PROGRAM, MODELED ON DEPTMAINT.
000320******************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPER-FILE ASSIGN TO "operators.txt"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS OPER-ID
000410         FILE STATUS IS WS-OPER-FILE-STATUS.
000420
000430     SELECT VIOL-FILE ASSIGN TO "secviolations.txt"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-VIOL-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OPER-FILE.
000500     COPY "OPERREC.cpy".
000510
000520 FD  VIOL-FILE.
000530     COPY "SECVIOL.cpy".
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-OPER-FILE-STATUS     PIC X(02).
000570     88  WS-OPER-FILE-OK         VALUE "00".
000580     88  WS-OPER-FILE-NOT-FOUND  VALUE "35".
000590 01  WS-VIOL-FILE-STATUS     PIC X(02).
000600     88  WS-VIOL-FILE-OK         VALUE "00".
000610 01  WS-SETUP-MODE           PIC X(01) VALUE "N".
000620     88  WS-SETTING-UP           VALUE "Y".
000630
000640 01  WS-ACTION               PIC X(01).
000650     88  WS-ACTION-ADD           VALUE "A".
000660     88  WS-ACTION-CHANGE        VALUE "C".
000670     88  WS-ACTION-DELETE        VALUE "D".
000680     88  WS-ACTION-LIST          VALUE "L".
000690     88  WS-ACTION-QUIT          VALUE "Q".
000700
000710 77  WS-ID-ENTRY             PIC X(08).
000720 77  WS-NAME-ENTRY           PIC X(20).
000730 77  WS-ROLE-ENTRY           PIC X(01).
000740 77  WS-PASSWORD-NEW         PIC X(08).
000750 77  WS-LIST-COUNT           PIC 9(04) COMP VALUE 0.
000760
000770 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000780 01  WS-OPERATOR-ROLE        PIC X(01) VALUE SPACE.
000790     88  WS-ROLE-SECURITY        VALUE "S".
000800 01  WS-PASSWORD-ENTRY       PIC X(08).
000810 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
000820     88  WS-SIGNED-ON            VALUE "Y".
000830 01  WS-AUTHORITY            PIC X(01) VALUE "Y".
000840     88  WS-ACTION-ALLOWED       VALUE "Y".
000850 01  WS-VIOL-ACTION          PIC X(10).
000860 01  WS-VIOL-REASON          PIC X(30).
000870 01  WS-CURRENT-DATE         PIC 9(08).
000880 01  WS-CURRENT-TIME         PIC 9(08).
000890
000900 PROCEDURE DIVISION.
000910
000920 0000-MAINLINE.
000930     PERFORM 1000-OPEN-SECURITY-FILE
000940     IF WS-SETTING-UP
000950         DISPLAY "No operators on file - add the first "
000960             "operator now (security role S)."
000970     ELSE
000980         PERFORM 9000-OPERATOR-SIGN-ON
000990     END-IF
001000     PERFORM 2000-PROCESS-ONE-ACTION
001010         UNTIL WS-ACTION-QUIT
001020     CLOSE OPER-FILE
001030     STOP RUN.
001040
001050******************************************************************
001060*    1000-OPEN-SECURITY-FILE - OPENS THE SECURITY FILE FOR
001070*    UPDATE, CREATING IT WHEN IT IS NOT FOUND, AND SETS
001080*    WS-SETTING-UP WHEN IT HOLDS NO OPERATORS AT ALL.
001090******************************************************************
001100 1000-OPEN-SECURITY-FILE.
001110     OPEN I-O OPER-FILE
001120     IF WS-OPER-FILE-NOT-FOUND
001130         OPEN OUTPUT OPER-FILE
001140         CLOSE OPER-FILE
001150         OPEN I-O OPER-FILE
001160     END-IF
001170     IF NOT WS-OPER-FILE-OK
001180         DISPLAY "Unable to open operator file, status "
001190             WS-OPER-FILE-STATUS
001200         STOP RUN
001210     END-IF
001220     MOVE LOW-VALUES TO OPER-ID
001230     START OPER-FILE KEY NOT < OPER-ID
001240         INVALID KEY
001250             MOVE "Y" TO WS-SETUP-MODE
001260     END-START
001270     IF NOT WS-SETTING-UP
001280         READ OPER-FILE NEXT RECORD
001290             AT END
001300                 MOVE "Y" TO WS-SETUP-MODE
001310         END-READ
001320     END-IF
001330     MOVE "00" TO WS-OPER-FILE-STATUS.
001340
001350******************************************************************
001360*    2000-PROCESS-ONE-ACTION - PROMPTS FOR ONE MAINTENANCE
001370*    ACTION AND CARRIES IT OUT DIRECTLY AGAINST OPER-FILE.
001380*    AN ACTION THE OPERATOR'S ROLE DOES NOT ALLOW IS REFUSED.
001390******************************************************************
001400 2000-PROCESS-ONE-ACTION.
001410     DISPLAY "A)dd  C)hange  D)elete  L)ist  Q)uit: "
001420     ACCEPT WS-ACTION
001430     PERFORM 9100-CHECK-AUTHORITY
001440     EVALUATE TRUE
001450         WHEN NOT WS-ACTION-ALLOWED
001460             PERFORM 9150-REFUSE-ACTION
001470         WHEN WS-ACTION-ADD
001480             PERFORM 3000-ADD-OPERATOR
001490         WHEN WS-ACTION-CHANGE
001500             PERFORM 4000-CHANGE-OPERATOR
001510         WHEN WS-ACTION-DELETE
001520             PERFORM 5000-DELETE-OPERATOR
001530         WHEN WS-ACTION-LIST
001540             PERFORM 6000-LIST-OPERATORS
001550         WHEN WS-ACTION-QUIT
001560             CONTINUE
001570         WHEN OTHER
001580             DISPLAY "Invalid action, try again."
001590     END-EVALUATE.
001600
001610******************************************************************
001620*    3000-ADD-OPERATOR - "BATCH" IS RESERVED: THE NIGHTLY
001630*    PROGRAMS STAMP IT ON THE HISTORY THEY WRITE, SO NO PERSON
001640*    MAY SIGN ON UNDER IT.  DURING SET-UP THE FIRST OPERATOR
001650*    MUST BE A SECURITY OPERATOR, AND ONCE ADDED THE RUN ENDS
001660*    SO THAT EVERYTHING AFTER IT GOES THROUGH A REAL SIGN-ON.
001670******************************************************************
001680 3000-ADD-OPERATOR.
001690     DISPLAY "New operator ID: "
001700     ACCEPT WS-ID-ENTRY
001710     IF WS-ID-ENTRY = SPACES OR WS-ID-ENTRY = "BATCH"
001720         DISPLAY "Operator ID is blank or reserved."
001730     ELSE
001740     MOVE WS-ID-ENTRY TO OPER-ID
001750     READ OPER-FILE
001760         INVALID KEY
001770             CONTINUE
001780     END-READ
001790     IF WS-OPER-FILE-OK
001800         DISPLAY "Operator ID already on file."
001810     ELSE
001820         DISPLAY "Operator name: "
001830         ACCEPT WS-NAME-ENTRY
001840         PERFORM 3100-ACCEPT-ROLE-AND-PASSWORD
001850         IF WS-SETTING-UP AND WS-ROLE-ENTRY NOT = "S"
001860             DISPLAY "The first operator must have role S."
001870         ELSE
001880         IF OPER-ROLE-VALID AND WS-PASSWORD-NEW NOT = SPACES
001890             MOVE WS-ID-ENTRY     TO OPER-ID
001900             MOVE WS-NAME-ENTRY   TO OPER-NAME
001910             MOVE WS-PASSWORD-NEW TO OPER-PASSWORD
001920             WRITE OPER-REC
001930                 INVALID KEY
001940                     DISPLAY "Unable to add operator, status "
001950                         WS-OPER-FILE-STATUS
001960             END-WRITE
001970             IF WS-OPER-FILE-OK
001980                 DISPLAY "Operator added."
001990                 IF WS-SETTING-UP
002000                     DISPLAY "Security file set up - run "
002010                         "operMaint again and sign on."
002020                     MOVE "Q" TO WS-ACTION
002030                 END-IF
002040             END-IF
002050         END-IF
002060         END-IF
002070     END-IF
002080     END-IF.
002090
002100******************************************************************
002110*    3100-ACCEPT-ROLE-AND-PASSWORD - PROMPTS FOR A ROLE AND A
002120*    PASSWORD, LEAVING THE ROLE IN OPER-ROLE (SO THE CALLER CAN
002130*    TEST OPER-ROLE-VALID) AND THE PASSWORD IN WS-PASSWORD-NEW.
002140*    EITHER ONE BAD IS REPORTED HERE.
002150******************************************************************
002160 3100-ACCEPT-ROLE-AND-PASSWORD.
002170     DISPLAY "Role - I)nquiry E)mployee R)eference "
002180         "B)ackout S)ecurity: "
002190     ACCEPT WS-ROLE-ENTRY
002200     MOVE WS-ROLE-ENTRY TO OPER-ROLE
002210     DISPLAY "Password: "
002220     ACCEPT WS-PASSWORD-NEW
002230     IF NOT OPER-ROLE-VALID
002240         DISPLAY "Invalid role - must be I, E, R, B or S."
002250     END-IF
002260     IF WS-PASSWORD-NEW = SPACES
002270         DISPLAY "Password may not be blank."
002280     END-IF.
002290
002300******************************************************************
002310*    4000-CHANGE-OPERATOR - REPLACES THE NAME, ROLE AND PASSWORD.
002320*    AN OPERATOR MAY NOT CHANGE THEIR OWN ROLE, SO THE LAST
002330*    SECURITY OPERATOR CANNOT LOCK EVERYONE OUT BY ACCIDENT.
002340******************************************************************
002350 4000-CHANGE-OPERATOR.
002360     DISPLAY "Operator ID to change: "
002370     ACCEPT WS-ID-ENTRY
002380     MOVE WS-ID-ENTRY TO OPER-ID
002390     READ OPER-FILE
002400         INVALID KEY
002410             DISPLAY "Operator ID not found."
002420     END-READ
002430     IF WS-OPER-FILE-OK
002440         DISPLAY "Current: " OPER-NAME " (role " OPER-ROLE ")"
002450         DISPLAY "New operator name: "
002460         ACCEPT WS-NAME-ENTRY
002470         PERFORM 3100-ACCEPT-ROLE-AND-PASSWORD
002480         IF WS-ID-ENTRY = WS-OPERATOR-ID
002490             AND WS-ROLE-ENTRY NOT = WS-OPERATOR-ROLE
002500             DISPLAY "You may not change your own role."
002510         ELSE
002520         IF OPER-ROLE-VALID AND WS-PASSWORD-NEW NOT = SPACES
002530             MOVE WS-NAME-ENTRY   TO OPER-NAME
002540             MOVE WS-PASSWORD-NEW TO OPER-PASSWORD
002550             REWRITE OPER-REC
002560                 INVALID KEY
002570                     DISPLAY "Unable to update operator, status "
002580                         WS-OPER-FILE-STATUS
002590             END-REWRITE
002600             IF WS-OPER-FILE-OK
002610                 DISPLAY "Operator changed."
002620             END-IF
002630         END-IF
002640         END-IF
002650     END-IF.
002660
002670******************************************************************
002680*    5000-DELETE-OPERATOR - REMOVES AN OPERATOR ID.  THE SIGNED-
002690*    ON OPERATOR CANNOT DELETE THEMSELVES.  HISTORY ALREADY
002700*    STAMPED WITH THE ID IS LEFT AS IT IS.
002710******************************************************************
002720 5000-DELETE-OPERATOR.
002730     DISPLAY "Operator ID to delete: "
002740     ACCEPT WS-ID-ENTRY
002750     IF WS-ID-ENTRY = WS-OPERATOR-ID
002760         DISPLAY "You may not delete your own operator ID."
002770     ELSE
002780     MOVE WS-ID-ENTRY TO OPER-ID
002790     READ OPER-FILE
002800         INVALID KEY
002810             DISPLAY "Operator ID not found."
002820     END-READ
002830     IF WS-OPER-FILE-OK
002840         DELETE OPER-FILE
002850             INVALID KEY
002860                 DISPLAY "Unable to delete operator, status "
002870                     WS-OPER-FILE-STATUS
002880         END-DELETE
002890         IF WS-OPER-FILE-OK
002900             DISPLAY "Operator deleted."
002910         END-IF
002920     END-IF
002930     END-IF.
002940
002950******************************************************************
002960*    6000-LIST-OPERATORS - DISPLAYS EVERY OPERATOR ID, NAME AND
002970*    ROLE IN ID ORDER.  PASSWORDS ARE NOT SHOWN.
002980******************************************************************
002990 6000-LIST-OPERATORS.
003000     MOVE 0 TO WS-LIST-COUNT
003010     MOVE LOW-VALUES TO OPER-ID
003020     START OPER-FILE KEY NOT < OPER-ID
003030         INVALID KEY
003040             CONTINUE
003050     END-START
003060     PERFORM 6100-LIST-ONE-OPERATOR
003070         UNTIL NOT WS-OPER-FILE-OK
003080     DISPLAY WS-LIST-COUNT " operator(s) on file."
003090     MOVE "00" TO WS-OPER-FILE-STATUS.
003100
003110******************************************************************
003120*    6100-LIST-ONE-OPERATOR - READS AND DISPLAYS THE NEXT
003130*    OPERATOR, LEAVING A NON-OK STATUS AT END OF FILE.
003140******************************************************************
003150 6100-LIST-ONE-OPERATOR.
003160     READ OPER-FILE NEXT RECORD
003170         AT END
003180             CONTINUE
003190         NOT AT END
003200             DISPLAY OPER-ID "  " OPER-NAME "  " OPER-ROLE
003210             ADD 1 TO WS-LIST-COUNT
003220     END-READ.
003230
003240******************************************************************
003250*    9000-OPERATOR-SIGN-ON - ASKS FOR AN OPERATOR ID AND PASSWORD
003260*    AND CHECKS THEM AGAINST THE SECURITY FILE, WHICH THIS
003270*    PROGRAM ALREADY HAS OPEN.  AN UNKNOWN ID OR A WRONG PASSWORD
003280*    IS WRITTEN TO THE VIOLATION LOG AND ENDS THE RUN.
003290******************************************************************
003300 9000-OPERATOR-SIGN-ON.
003310     MOVE "N" TO WS-SIGNON-RESULT
003320     DISPLAY "Operator ID: "
003330     ACCEPT WS-OPERATOR-ID
003340     DISPLAY "Password: "
003350     ACCEPT WS-PASSWORD-ENTRY
003360     MOVE WS-OPERATOR-ID TO OPER-ID
003370     READ OPER-FILE
003380         INVALID KEY
003390             CONTINUE
003400     END-READ
003410     IF WS-OPER-FILE-OK
003420         AND OPER-PASSWORD = WS-PASSWORD-ENTRY
003430         MOVE OPER-ROLE TO WS-OPERATOR-ROLE
003440         MOVE "Y" TO WS-SIGNON-RESULT
003450         DISPLAY "Signed on: " OPER-NAME
003460             " (role " OPER-ROLE ")"
003470     ELSE
003480         MOVE "UNKNOWN ID OR BAD PASSWORD" TO WS-VIOL-REASON
003490     END-IF
003500     IF NOT WS-SIGNED-ON
003510         DISPLAY "Sign-on refused."
003520         MOVE "SIGN-ON" TO WS-VIOL-ACTION
003530         PERFORM 9200-LOG-VIOLATION
003540         CLOSE OPER-FILE
003550         STOP RUN
003560     END-IF
003570     MOVE "00" TO WS-OPER-FILE-STATUS.
003580
003590******************************************************************
003600*    9100-CHECK-AUTHORITY - DECIDES WHETHER THE SIGNED-ON
003610*    OPERATOR'S ROLE ALLOWS THE ACTION JUST KEYED.  EVERYTHING
003620*    BUT QUIT AND AN INVALID KEY NEEDS THE SECURITY ROLE - EVEN
003630*    THE LIST, SINCE IT SHOWS WHO HOLDS WHICH ROLE.  DURING
003640*    SET-UP ONLY ADD IS ALLOWED.  WS-VIOL-ACTION IS LEFT HOLDING
003650*    THE ACTION'S NAME.
003660******************************************************************
003670 9100-CHECK-AUTHORITY.
003680     MOVE "Y" TO WS-AUTHORITY
003690     MOVE SPACES TO WS-VIOL-ACTION
003700     EVALUATE TRUE
003710         WHEN WS-ACTION-ADD
003720             MOVE "ADD" TO WS-VIOL-ACTION
003730         WHEN WS-ACTION-CHANGE
003740             MOVE "CHANGE" TO WS-VIOL-ACTION
003750         WHEN WS-ACTION-DELETE
003760             MOVE "DELETE" TO WS-VIOL-ACTION
003770         WHEN WS-ACTION-LIST
003780             MOVE "LIST" TO WS-VIOL-ACTION
003790     END-EVALUATE
003800     IF WS-SETTING-UP
003810         IF WS-VIOL-ACTION NOT = SPACES
003820             AND NOT WS-ACTION-ADD
003830             MOVE "N" TO WS-AUTHORITY
003840         END-IF
003850     ELSE
003860         IF WS-VIOL-ACTION NOT = SPACES
003870             AND NOT WS-ROLE-SECURITY
003880             MOVE "N" TO WS-AUTHORITY
003890         END-IF
003900     END-IF.
003910
003920******************************************************************
003930*    9150-REFUSE-ACTION - TELLS THE OPERATOR THE ACTION 9100
003940*    DISALLOWED WAS NOT CARRIED OUT AND LOGS THE ATTEMPT.
003950******************************************************************
003960 9150-REFUSE-ACTION.
003970     DISPLAY "Operator " WS-OPERATOR-ID
003980         " is not authorized for " WS-VIOL-ACTION
003990         " - action refused."
004000     MOVE SPACES TO WS-VIOL-REASON
004010     IF WS-SETTING-UP
004020         MOVE "SECURITY FILE NOT SET UP" TO WS-VIOL-REASON
004030     ELSE
004040         STRING "ROLE " WS-OPERATOR-ROLE " NOT AUTHORIZED"
004050             DELIMITED BY SIZE INTO WS-VIOL-REASON
004060     END-IF
004070     PERFORM 9200-LOG-VIOLATION.
004080
004090******************************************************************
004100*    9200-LOG-VIOLATION - APPENDS ONE RECORD TO SECVIOLATIONS.TXT
004110*    (SEE SECVIOL.CPY).  THE CALLER HAS ALREADY PUT THE ACTION IN
004120*    WS-VIOL-ACTION AND THE REASON IN WS-VIOL-REASON.  SAME OPEN-
004130*    EXTEND-OR-CREATE PATTERN AS THE CHANGE HISTORY.
004140******************************************************************
004150 9200-LOG-VIOLATION.
004160     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004170     ACCEPT WS-CURRENT-TIME FROM TIME
004180     OPEN EXTEND VIOL-FILE
004190     IF NOT WS-VIOL-FILE-OK
004200         OPEN OUTPUT VIOL-FILE
004210     END-IF
004220     IF WS-VIOL-FILE-OK
004230         MOVE SPACES TO VIOL-REC
004240         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
004250             DELIMITED BY SIZE INTO VIOL-TIMESTAMP
004260         MOVE WS-OPERATOR-ID    TO VIOL-OPERATOR
004270         MOVE "OPERMAINT"       TO VIOL-PROGRAM
004280         MOVE WS-VIOL-ACTION    TO VIOL-ACTION
004290         MOVE WS-VIOL-REASON    TO VIOL-REASON
004300         WRITE VIOL-REC
004310         CLOSE VIOL-FILE
004320     ELSE
004330         DISPLAY "Unable to open violation log, status "
004340             WS-VIOL-FILE-STATUS
004350     END-IF.
004360
004370 END PROGRAM operMaint.
