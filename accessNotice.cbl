000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. accessNotice.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    SAME-DAY ACCESS-REVOCATION NOTICE FEED FOR IT AND FACILITIES
000180*    SECURITY.  BUILDS ACCESSNOTICE.TXT FROM THE CHANGE HISTORY:
000190*    ONE NOTICE PER EMPLOYEE WHOSE STATUS MOVED SINCE THE LAST
000200*    RUN IN A WAY THAT CHANGES THEIR BADGE AND LOGINS -
000210*        REVOKE  ("R")  MOVED TO TERMINATED     ACTION TERMINATE
000220*                       MOVED TO SUSPENDED      ACTION SUSPEND
000230*        GRANT   ("G")  REHIRED                 ACTION REHIRE
000240*                       BACK FROM LEAVE OR      ACTION RETURN
000250*                       SUSPENSION
000260*    A MOVE ONTO LEAVE IS NOT A NOTICE.  AN EMPLOYEE WITH MORE
000270*    THAN ONE SUCH MOVE IN THE WINDOW GETS ONE NOTICE, FOR THE
000280*    LATEST.  THE NOTICE CARRIES THE NAME AND DEPARTMENT FROM THE
000290*    HISTORY IMAGE AND THE EFFECTIVE DATE - EMP-TERM-DATE FOR A
000300*    TERMINATION, EMP-STATUS-DATE FOR A SUSPENSION, OTHERWISE
000310*    THE DATE THE CHANGE WAS MADE.
000320*
000330*    FILE LAYOUT (EVERY RECORD 50 BYTES), FRAMED LIKE THE PAYROLL
000340*    EXTRACT:
000350*        HEADER   "HDR" + RUN DATE (8) + GENERATION (6)
000360*        DETAIL   ACCESS (1) + ACTION (10) + EMP-ID (5) +
000370*                 NAME (20) + DEPT (4) + EFFECTIVE DATE (8)
000380*        TRAILER  "TRL" + GENERATION (6) + DETAIL COUNT (6)
000390*
000400*    THE GENERATION NUMBER AND LAST-RUN TIMESTAMP ARE KEPT ON
000410*    ACCESSGEN.TXT THE WAY PAYGEN.TXT KEEPS THE EXTRACT'S.  NO
000420*    ACCESSGEN.TXT MEANS A FIRST RUN: GENERATION 1, COVERING
000430*    ONLY CHANGES MADE TODAY - SECURITY ALREADY KNOWS ABOUT
000440*    EVERYONE WHO LEFT BEFORE THE FEED EXISTED.  EVERY NOTICE
000450*    SENT IS ALSO APPENDED TO ACCESSREGISTER.TXT (NTCREG.CPY)
000460*    FOR ACCESSACKRECON.
000470*
000480*    MODIFICATION HISTORY
000490*    DATE       INIT  DESCRIPTION
000500*    ---------- ----  ------------------------------------------
000510*    2026-10-15 NK    ORIGINAL PROGRAM.
000520******************************************************************
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT HIST-FILE ASSIGN TO "emphistory.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-HIST-FILE-STATUS.
000600
000610     SELECT GEN-FILE ASSIGN TO "accessgen.txt"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-GEN-FILE-STATUS.
000640
000650     SELECT NOTICE-FILE ASSIGN TO "accessnotice.txt"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-NTC-FILE-STATUS.
000680
000690     SELECT REG-FILE ASSIGN TO "accessregister.txt"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-REG-FILE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  HIST-FILE.
000760     COPY "EMPHIST.cpy".
000770
000780 FD  GEN-FILE.
000790 01  GEN-REC.
000800     05  AG-GENERATION           PIC 9(06).
000810     05  FILLER                  PIC X(01).
000820     05  AG-LAST-TIMESTAMP       PIC X(14).
000830
000840 FD  NOTICE-FILE.
000850 01  NOTICE-REC.
000860     05  NTC-ACCESS              PIC X(01).
000870     05  NTC-ACTION              PIC X(10).
000880     05  NTC-EMP-ID              PIC X(05).
000890     05  NTC-EMP-NAME            PIC X(20).
000900     05  NTC-EMP-DEPT            PIC X(04).
000910     05  NTC-EFF-DATE            PIC 9(08).
000920     05  FILLER                  PIC X(02).
000930
000940 FD  REG-FILE.
000950     COPY "NTCREG.cpy".
000960
000970 WORKING-STORAGE SECTION.
000980 01  WS-HIST-FILE-STATUS     PIC X(02).
000990     88  WS-HIST-FILE-OK         VALUE "00".
001000     88  WS-HIST-FILE-NOT-FOUND  VALUE "35".
001010 01  WS-GEN-FILE-STATUS      PIC X(02).
001020     88  WS-GEN-FILE-OK          VALUE "00".
001030     88  WS-GEN-FILE-NOT-FOUND   VALUE "35".
001040 01  WS-NTC-FILE-STATUS      PIC X(02).
001050     88  WS-NTC-FILE-OK          VALUE "00".
001060 01  WS-REG-FILE-STATUS      PIC X(02).
001070     88  WS-REG-FILE-OK          VALUE "00".
001080 01  EOF                     PIC X VALUE "N".
001090 01  WS-HIST-OPENED          PIC X(01) VALUE "N".
001100     88  WS-HIST-WAS-OPENED      VALUE "Y".
001110
001120 01  WS-GENERATION           PIC 9(06) VALUE 0.
001130 01  WS-LAST-TIMESTAMP       PIC X(14) VALUE SPACES.
001140 01  WS-RUN-TIMESTAMP        PIC X(14).
001150 01  WS-RUN-DATE             PIC 9(08).
001160 01  WS-RUN-TIME             PIC 9(08).
001170
001180 77  WS-MAX-NOTICES          PIC 9(04) COMP VALUE 1000.
001190 77  WS-NTC-COUNT            PIC 9(04) COMP VALUE 0.
001200 77  WS-NTC-IDX              PIC 9(04) COMP VALUE 0.
001210 77  WS-NTC-SLOT             PIC 9(04) COMP VALUE 0.
001220 77  WS-WRITE-COUNT          PIC 9(06) COMP VALUE 0.
001230 77  WS-REVOKE-COUNT         PIC 9(06) VALUE 0.
001240 77  WS-GRANT-COUNT          PIC 9(06) VALUE 0.
001250 01  WS-NTC-TABLE-FULL       PIC X(01) VALUE "N".
001260     88  WS-NTC-TABLE-WAS-FULL   VALUE "Y".
001270 01  WS-WRITE-FAILED         PIC X(01) VALUE "N".
001280     88  WS-WRITE-DID-FAIL       VALUE "Y".
001290 77  WS-SORT-I               PIC 9(04) COMP VALUE 0.
001300 77  WS-SORT-J               PIC 9(04) COMP VALUE 0.
001310 77  WS-SORT-K               PIC 9(04) COMP VALUE 0.
001320 01  WS-SWAP-ENTRY           PIC X(48).
001330
001340*    ONE ENTRY PER EMPLOYEE, HOLDING THE LATEST QUALIFYING MOVE
001350*    IN THE DETAIL LAYOUT (LESS THE TRAILING FILLER).
001360 01  WS-NOTICE-TABLE.
001370     05  WS-NTC-ENTRY OCCURS 1000 TIMES.
001380         10  WSN-ACCESS          PIC X(01).
001390         10  WSN-ACTION          PIC X(10).
001400         10  WSN-EMP-ID          PIC X(05).
001410         10  WSN-EMP-NAME        PIC X(20).
001420         10  WSN-EMP-DEPT        PIC X(04).
001430         10  WSN-EFF-DATE        PIC 9(08).
001440
001450*    THE MOVE FOUND ON THE CURRENT HISTORY RECORD, IF ANY.
001460 01  WS-THIS-NOTICE.
001470     05  WSX-ACCESS              PIC X(01).
001480     05  WSX-ACTION              PIC X(10).
001490     05  WSX-EMP-ID              PIC X(05).
001500     05  WSX-EMP-NAME            PIC X(20).
001510     05  WSX-EMP-DEPT            PIC X(04).
001520     05  WSX-EFF-DATE            PIC 9(08).
001530
001540*    BEFORE AND AFTER IMAGES OFF A HISTORY RECORD, IN THE EMPREC
001550*    LAYOUT.
001560 01  WS-BEFORE-FIELDS.
001570     05  WSB-ID                  PIC X(05).
001580     05  WSB-NAME                PIC X(20).
001590     05  WSB-DEPT                PIC X(04).
001600     05  WSB-HIRE-DATE           PIC X(08).
001610     05  WSB-PAY-GRADE           PIC X(03).
001620     05  WSB-STATUS              PIC X(01).
001630     05  WSB-TERM-DATE           PIC X(08).
001640     05  WSB-SALARY              PIC X(09).
001650     05  WSB-STATUS-DATE         PIC X(08).
001660 01  WS-AFTER-FIELDS.
001670     05  WSA-ID                  PIC X(05).
001680     05  WSA-NAME                PIC X(20).
001690     05  WSA-DEPT                PIC X(04).
001700     05  WSA-HIRE-DATE           PIC X(08).
001710     05  WSA-PAY-GRADE           PIC X(03).
001720     05  WSA-STATUS              PIC X(01).
001730     05  WSA-TERM-DATE           PIC X(08).
001740     05  WSA-SALARY              PIC X(09).
001750     05  WSA-STATUS-DATE         PIC X(08).
001760 01  WS-CHANGE-DATE          PIC X(08).
001770
001780 01  WS-HEADER-REC.
001790     05  FILLER                  PIC X(03) VALUE "HDR".
001800     05  HDR-RUN-DATE            PIC 9(08).
001810     05  HDR-GENERATION          PIC 9(06).
001820     05  FILLER                  PIC X(33) VALUE SPACES.
001830
001840 01  WS-TRAILER-REC.
001850     05  FILLER                  PIC X(03) VALUE "TRL".
001860     05  TRL-GENERATION          PIC 9(06).
001870     05  TRL-COUNT               PIC 9(06).
001880     05  FILLER                  PIC X(35) VALUE SPACES.
001890
001900 PROCEDURE DIVISION.
001910
001920 0000-MAINLINE.
001930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001940     ACCEPT WS-RUN-TIME FROM TIME
001950     MOVE SPACES TO WS-RUN-TIMESTAMP
001960     STRING WS-RUN-DATE WS-RUN-TIME (1:6)
001970         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
001980     PERFORM 1000-READ-GENERATION-CONTROL
001990     PERFORM 1500-OPEN-FILES
002000     PERFORM 2000-WRITE-HEADER
002010     PERFORM 3000-COLLECT-ONE-HISTORY-REC
002020         UNTIL EOF = "Y"
002030     IF WS-HIST-WAS-OPENED
002040         CLOSE HIST-FILE
002050     END-IF
002060     PERFORM 4000-SORT-NOTICE-TABLE
002070     PERFORM 5000-WRITE-ONE-NOTICE
002080         VARYING WS-NTC-IDX FROM 1 BY 1
002090         UNTIL WS-NTC-IDX > WS-NTC-COUNT
002100     PERFORM 6000-WRITE-TRAILER
002110     CLOSE NOTICE-FILE
002120     IF WS-NTC-TABLE-WAS-FULL
002130         DISPLAY "Notice table full at " WS-MAX-NOTICES
002140             " - generation " WS-GENERATION " is INCOMPLETE "
002150             "and was NOT recorded on accessgen.txt.  Do not "
002160             "send it to security; the next run re-sweeps the "
002170             "same window."
002180         MOVE 8 TO RETURN-CODE
002190         STOP RUN
002200     END-IF
002210     IF WS-WRITE-DID-FAIL
002220         DISPLAY "accessnotice.txt generation " WS-GENERATION
002230             " is INCOMPLETE and was NOT recorded on "
002240             "accessgen.txt - correct the problem and rerun."
002250         MOVE 8 TO RETURN-CODE
002260         STOP RUN
002270     END-IF
002280     PERFORM 6500-APPEND-REGISTER
002290     PERFORM 7000-REWRITE-GENERATION-CONTROL
002300     DISPLAY "Generation " WS-GENERATION ": "
002310         WS-REVOKE-COUNT " revocation(s), " WS-GRANT-COUNT
002320         " grant(s).  See accessnotice.txt."
002330     STOP RUN.
002340
002350******************************************************************
002360*    1000-READ-GENERATION-CONTROL - PICKS UP THE LAST GENERATION
002370*    NUMBER AND LAST-RUN TIMESTAMP FROM ACCESSGEN.TXT.  NO
002380*    CONTROL FILE (OR AN UNREADABLE ONE) STARTS OVER AT
002390*    GENERATION 1 WITH A WINDOW OF TODAY ONLY.
002400******************************************************************
002410 1000-READ-GENERATION-CONTROL.
002420     MOVE 1 TO WS-GENERATION
002430     MOVE SPACES TO WS-LAST-TIMESTAMP
002440     STRING WS-RUN-DATE "000000"
002450         DELIMITED BY SIZE INTO WS-LAST-TIMESTAMP
002460     OPEN INPUT GEN-FILE
002470     IF WS-GEN-FILE-NOT-FOUND
002480         CONTINUE
002490     ELSE
002500         IF NOT WS-GEN-FILE-OK
002510             DISPLAY "Unable to open accessgen.txt, status "
002520                 WS-GEN-FILE-STATUS
002530             MOVE 8 TO RETURN-CODE
002540             STOP RUN
002550         END-IF
002560         READ GEN-FILE
002570             AT END
002580                 CONTINUE
002590             NOT AT END
002600                 IF AG-GENERATION NUMERIC
002610                     AND AG-LAST-TIMESTAMP NUMERIC
002620                     COMPUTE WS-GENERATION = AG-GENERATION + 1
002630                     MOVE AG-LAST-TIMESTAMP
002640                         TO WS-LAST-TIMESTAMP
002650                 ELSE
002660                     DISPLAY "accessgen.txt is unreadable - "
002670                         "starting over at generation 1 with "
002680                         "today's changes."
002690                 END-IF
002700         END-READ
002710         CLOSE GEN-FILE
002720     END-IF.
002730
002740******************************************************************
002750*    1500-OPEN-FILES - NO HISTORY FILE MEANS NO NOTICES, BUT THE
002760*    (EMPTY) GENERATION IS STILL FRAMED AND NUMBERED SO SECURITY
002770*    SEES THE NIGHT HAPPENED.
002780******************************************************************
002790 1500-OPEN-FILES.
002800     OPEN INPUT HIST-FILE
002810     IF WS-HIST-FILE-NOT-FOUND
002820         MOVE "Y" TO EOF
002830     ELSE
002840         IF WS-HIST-FILE-OK
002850             MOVE "Y" TO WS-HIST-OPENED
002860         ELSE
002870             DISPLAY "Unable to open change history, status "
002880                 WS-HIST-FILE-STATUS
002890             MOVE 8 TO RETURN-CODE
002900             STOP RUN
002910         END-IF
002920     END-IF
002930     OPEN OUTPUT NOTICE-FILE
002940     IF NOT WS-NTC-FILE-OK
002950         DISPLAY "Unable to open accessnotice.txt, status "
002960             WS-NTC-FILE-STATUS
002970         MOVE 8 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000
003010******************************************************************
003020*    2000-WRITE-HEADER
003030******************************************************************
003040 2000-WRITE-HEADER.
003050     MOVE WS-RUN-DATE   TO HDR-RUN-DATE
003060     MOVE WS-GENERATION TO HDR-GENERATION
003070     MOVE WS-HEADER-REC TO NOTICE-REC
003080     WRITE NOTICE-REC
003090     IF NOT WS-NTC-FILE-OK
003100         DISPLAY "Unable to write notice header, status "
003110             WS-NTC-FILE-STATUS
003120         MOVE 8 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150
003160******************************************************************
003170*    3000-COLLECT-ONE-HISTORY-REC - CHECKS EVERY HISTORY RECORD
003180*    NEWER THAN THE LAST RUN FOR A STATUS MOVE THAT NEEDS A
003190*    NOTICE.  THE MOVE IS JUDGED FROM THE BEFORE AND AFTER
003200*    STATUS, SO IT IS CAUGHT WHICHEVER PROGRAM MADE IT; A REHIRE
003210*    OFF THE ARCHIVE HAS NO BEFORE IMAGE ON THE MASTER AND IS
003220*    KNOWN BY ITS ACTION.
003230******************************************************************
003240 3000-COLLECT-ONE-HISTORY-REC.
003250     READ HIST-FILE
003260         AT END
003270             MOVE "Y" TO EOF
003280         NOT AT END
003290             IF HIST-TIMESTAMP NUMERIC
003300                 AND HIST-TIMESTAMP > WS-LAST-TIMESTAMP
003310                 AND HIST-AFTER-IMAGE NOT = SPACES
003320                 PERFORM 3100-CLASSIFY-MOVE
003330             END-IF
003340     END-READ.
003350
003360 3100-CLASSIFY-MOVE.
003370     MOVE HIST-BEFORE-IMAGE TO WS-BEFORE-FIELDS
003380     MOVE HIST-AFTER-IMAGE  TO WS-AFTER-FIELDS
003390     MOVE HIST-TIMESTAMP (1:8) TO WS-CHANGE-DATE
003400     MOVE SPACES TO WS-THIS-NOTICE
003410     EVALUATE TRUE
003420         WHEN WSA-STATUS = "T" AND WSB-STATUS NOT = "T"
003430             MOVE "R" TO WSX-ACCESS
003440             MOVE "TERMINATE" TO WSX-ACTION
003450             IF WSA-TERM-DATE NUMERIC
003460                 AND WSA-TERM-DATE NOT = ZEROES
003470                 MOVE WSA-TERM-DATE TO WS-CHANGE-DATE
003480             END-IF
003490         WHEN WSA-STATUS = "S" AND WSB-STATUS NOT = "S"
003500             MOVE "R" TO WSX-ACCESS
003510             MOVE "SUSPEND" TO WSX-ACTION
003520             IF WSA-STATUS-DATE NUMERIC
003530                 AND WSA-STATUS-DATE NOT = ZEROES
003540                 MOVE WSA-STATUS-DATE TO WS-CHANGE-DATE
003550             END-IF
003560         WHEN WSA-STATUS = "A" AND WSB-STATUS = "T"
003570         WHEN WSA-STATUS = "A" AND HIST-ACTION = "REHIRE"
003580             MOVE "G" TO WSX-ACCESS
003590             MOVE "REHIRE" TO WSX-ACTION
003600         WHEN WSA-STATUS = "A" AND WSB-STATUS = "L"
003610         WHEN WSA-STATUS = "A" AND WSB-STATUS = "S"
003620             MOVE "G" TO WSX-ACCESS
003630             MOVE "RETURN" TO WSX-ACTION
003640         WHEN OTHER
003650             CONTINUE
003660     END-EVALUATE
003670     IF WSX-ACCESS NOT = SPACE
003680         MOVE WSA-ID TO WSX-EMP-ID
003690         MOVE WSA-NAME TO WSX-EMP-NAME
003700         MOVE WSA-DEPT TO WSX-EMP-DEPT
003710         MOVE WS-CHANGE-DATE TO WSX-EFF-DATE
003720         PERFORM 3200-NOTE-NOTICE
003730     END-IF.
003740
003750******************************************************************
003760*    3200-NOTE-NOTICE - FINDS (OR CREATES) THE EMPLOYEE'S TABLE
003770*    SLOT; THE LATEST MOVE REPLACES ANY EARLIER ONE.
003780******************************************************************
003790 3200-NOTE-NOTICE.
003800     MOVE 0 TO WS-NTC-SLOT
003810     PERFORM 3210-CHECK-ONE-SLOT
003820         VARYING WS-NTC-IDX FROM 1 BY 1
003830         UNTIL WS-NTC-IDX > WS-NTC-COUNT
003840             OR WS-NTC-SLOT > 0
003850     IF WS-NTC-SLOT = 0
003860         IF WS-NTC-COUNT < WS-MAX-NOTICES
003870             ADD 1 TO WS-NTC-COUNT
003880             MOVE WS-NTC-COUNT TO WS-NTC-SLOT
003890         ELSE
003900             MOVE "Y" TO WS-NTC-TABLE-FULL
003910         END-IF
003920     END-IF
003930     IF WS-NTC-SLOT > 0
003940         MOVE WS-THIS-NOTICE TO WS-NTC-ENTRY (WS-NTC-SLOT)
003950     END-IF.
003960
003970 3210-CHECK-ONE-SLOT.
003980     IF WSN-EMP-ID (WS-NTC-IDX) = WSX-EMP-ID
003990         MOVE WS-NTC-IDX TO WS-NTC-SLOT
004000     END-IF.
004010
004020******************************************************************
004030*    4000-SORT-NOTICE-TABLE - PUTS THE NOTICES IN EMP-ID ORDER,
004040*    AS THE PAYROLL EXTRACT IS.  A PLAIN EXCHANGE SORT - THE
004050*    TABLE TOPS OUT AT 1000 ENTRIES.
004060******************************************************************
004070 4000-SORT-NOTICE-TABLE.
004080     PERFORM 4100-SORT-ONE-PASS
004090         VARYING WS-SORT-I FROM 1 BY 1
004100         UNTIL WS-SORT-I NOT < WS-NTC-COUNT.
004110
004120 4100-SORT-ONE-PASS.
004130     PERFORM 4200-ORDER-ONE-PAIR
004140         VARYING WS-SORT-J FROM 1 BY 1
004150         UNTIL WS-SORT-J NOT < WS-NTC-COUNT.
004160
004170 4200-ORDER-ONE-PAIR.
004180     COMPUTE WS-SORT-K = WS-SORT-J + 1
004190     IF WSN-EMP-ID (WS-SORT-J) > WSN-EMP-ID (WS-SORT-K)
004200         MOVE WS-NTC-ENTRY (WS-SORT-J) TO WS-SWAP-ENTRY
004210         MOVE WS-NTC-ENTRY (WS-SORT-K)
004220             TO WS-NTC-ENTRY (WS-SORT-J)
004230         MOVE WS-SWAP-ENTRY TO WS-NTC-ENTRY (WS-SORT-K)
004240     END-IF.
004250
004260******************************************************************
004270*    5000-WRITE-ONE-NOTICE
004280******************************************************************
004290 5000-WRITE-ONE-NOTICE.
004300     MOVE SPACES TO NOTICE-REC
004310     MOVE WSN-ACCESS (WS-NTC-IDX)   TO NTC-ACCESS
004320     MOVE WSN-ACTION (WS-NTC-IDX)   TO NTC-ACTION
004330     MOVE WSN-EMP-ID (WS-NTC-IDX)   TO NTC-EMP-ID
004340     MOVE WSN-EMP-NAME (WS-NTC-IDX) TO NTC-EMP-NAME
004350     MOVE WSN-EMP-DEPT (WS-NTC-IDX) TO NTC-EMP-DEPT
004360     MOVE WSN-EFF-DATE (WS-NTC-IDX) TO NTC-EFF-DATE
004370     WRITE NOTICE-REC
004380     IF WS-NTC-FILE-OK
004390         ADD 1 TO WS-WRITE-COUNT
004400         IF WSN-ACCESS (WS-NTC-IDX) = "R"
004410             ADD 1 TO WS-REVOKE-COUNT
004420         ELSE
004430             ADD 1 TO WS-GRANT-COUNT
004440         END-IF
004450     ELSE
004460         DISPLAY "Unable to write notice record, status "
004470             WS-NTC-FILE-STATUS
004480         MOVE "Y" TO WS-WRITE-FAILED
004490     END-IF.
004500
004510******************************************************************
004520*    6000-WRITE-TRAILER
004530******************************************************************
004540 6000-WRITE-TRAILER.
004550     MOVE WS-GENERATION  TO TRL-GENERATION
004560     MOVE WS-WRITE-COUNT TO TRL-COUNT
004570     MOVE WS-TRAILER-REC TO NOTICE-REC
004580     WRITE NOTICE-REC
004590     IF NOT WS-NTC-FILE-OK
004600         DISPLAY "Unable to write notice trailer, status "
004610             WS-NTC-FILE-STATUS
004620         MOVE "Y" TO WS-WRITE-FAILED
004630     END-IF.
004640
004650******************************************************************
004660*    6500-APPEND-REGISTER - RECORDS EVERY NOTICE IN THE
004670*    GENERATION ON ACCESSREGISTER.TXT FOR THE ACKNOWLEDGMENT
004680*    RECONCILIATION.  SAME OPEN-EXTEND-OR-CREATE PATTERN AS THE
004690*    AUDIT AND HISTORY LOGS.  A REGISTER THAT CANNOT BE WRITTEN
004700*    STOPS THE RUN BEFORE THE GENERATION IS RECORDED, SO THE
004710*    NEXT RUN SENDS THE SAME WINDOW AGAIN.
004720******************************************************************
004730 6500-APPEND-REGISTER.
004740     OPEN EXTEND REG-FILE
004750     IF NOT WS-REG-FILE-OK
004760         OPEN OUTPUT REG-FILE
004770     END-IF
004780     IF NOT WS-REG-FILE-OK
004790         DISPLAY "Unable to open accessregister.txt, status "
004800             WS-REG-FILE-STATUS " - generation " WS-GENERATION
004810             " NOT recorded on accessgen.txt."
004820         MOVE 8 TO RETURN-CODE
004830         STOP RUN
004840     END-IF
004850     PERFORM 6510-REGISTER-ONE-NOTICE
004860         VARYING WS-NTC-IDX FROM 1 BY 1
004870         UNTIL WS-NTC-IDX > WS-NTC-COUNT
004880     CLOSE REG-FILE.
004890
004900 6510-REGISTER-ONE-NOTICE.
004910     MOVE SPACES TO REG-REC
004920     MOVE WSN-EMP-ID (WS-NTC-IDX)   TO REG-EMP-ID
004930     MOVE WS-GENERATION             TO REG-GENERATION
004940     MOVE WS-RUN-DATE               TO REG-SENT-DATE
004950     MOVE WSN-ACCESS (WS-NTC-IDX)   TO REG-ACCESS
004960     MOVE WSN-ACTION (WS-NTC-IDX)   TO REG-ACTION
004970     MOVE WSN-EFF-DATE (WS-NTC-IDX) TO REG-EFF-DATE
004980     MOVE WSN-EMP-NAME (WS-NTC-IDX) TO REG-EMP-NAME
004990     MOVE WSN-EMP-DEPT (WS-NTC-IDX) TO REG-EMP-DEPT
005000     WRITE REG-REC
005010     IF NOT WS-REG-FILE-OK
005020         DISPLAY "Unable to write accessregister.txt, status "
005030             WS-REG-FILE-STATUS " - generation " WS-GENERATION
005040             " NOT recorded on accessgen.txt."
005050         CLOSE REG-FILE
005060         MOVE 8 TO RETURN-CODE
005070         STOP RUN
005080     END-IF.
005090
005100******************************************************************
005110*    7000-REWRITE-GENERATION-CONTROL - RECORDS THE GENERATION
005120*    JUST WRITTEN AND THIS RUN'S TIMESTAMP, SO THE NEXT PASS
005130*    PICKS UP EXACTLY WHERE THIS ONE STOPPED.
005140******************************************************************
005150 7000-REWRITE-GENERATION-CONTROL.
005160     OPEN OUTPUT GEN-FILE
005170     IF NOT WS-GEN-FILE-OK
005180         DISPLAY "Unable to rewrite accessgen.txt, status "
005190             WS-GEN-FILE-STATUS
005200         MOVE 8 TO RETURN-CODE
005210         STOP RUN
005220     END-IF
005230     MOVE SPACES TO GEN-REC
005240     MOVE WS-GENERATION    TO AG-GENERATION
005250     MOVE WS-RUN-TIMESTAMP TO AG-LAST-TIMESTAMP
005260     WRITE GEN-REC
005270     CLOSE GEN-FILE.
005280
005290 END PROGRAM accessNotice.
