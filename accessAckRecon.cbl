000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. accessAckRecon.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    ACKNOWLEDGMENT RECONCILIATION FOR THE ACCESS NOTICE FEED.
000180*    SECURITY RETURNS ACCESSACK.TXT CONFIRMING EACH NOTICE THEY
000190*    HAVE ACTED ON.  THIS PROGRAM FILES TODAY'S CONFIRMATIONS ON
000200*    THE PERMANENT ACCESSACKLOG.TXT, MATCHES THE WHOLE LOG
000210*    AGAINST EVERY NOTICE ACCESSNOTICE HAS SENT
000220*    (ACCESSREGISTER.TXT), AND WRITES ACCESSACKRECON.TXT LISTING
000230*        NOT CONFIRMED    A REVOCATION STILL UNCONFIRMED AFTER
000240*                         ITS DUE DATE - THESE STAY ON THE
000250*                         REPORT EVERY DAY UNTIL CONFIRMED
000260*        CONFIRMED LATE   A REVOCATION CONFIRMED AFTER ITS DUE
000270*                         DATE - REPORTED THE DAY THE
000280*                         CONFIRMATION ARRIVES
000290*        ACKNOWLEDGED,    A CONFIRMATION FOR A NOTICE WE NEVER
000300*        NEVER SENT       SENT - REPORTED THE DAY IT ARRIVES
000310*    A REVOCATION IS DUE ONE BUSINESS DAY AFTER THE DAY IT WAS
000320*    SENT (FRIDAY'S AND SATURDAY'S ARE DUE MONDAY).  THERE IS NO
000330*    HOLIDAY CALENDAR, SO A HOLIDAY COUNTS AS A BUSINESS DAY.
000340*    GRANTS ARE MATCHED AND COUNTED BUT NEED NO CONFIRMATION.
000350*
000360*    ACCESSACK.TXT LAYOUT (ONE PER LINE):
000370*        COL  1-5    EMPLOYEE ID, OR "TOTAL" ON THE TRAILER LINE
000380*        COL  7-12   GENERATION THAT CARRIED THE NOTICE, OR ON
000390*                    THE TRAILER LINE THE COUNT OF CONFIRMATIONS
000400*        COL 14-21   DATE SECURITY ACTED (YYYYMMDD) - BLANK
000410*                    MEANS TODAY
000420*    NO ACCESSACK.TXT TODAY IS NOT AN ERROR - THE OUTSTANDING
000430*    REVOCATIONS ARE STILL REPORTED.
000440*
000450*    MODIFICATION HISTORY
000460*    DATE       INIT  DESCRIPTION
000470*    ---------- ----  ------------------------------------------
000480*    2026-10-15 NK    ORIGINAL PROGRAM.
000490******************************************************************
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ACK-FILE ASSIGN TO "accessack.txt"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ACK-FILE-STATUS.
000570
000580     SELECT ACK-LOG-FILE ASSIGN TO "accessacklog.txt"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-LOG-FILE-STATUS.
000610
000620     SELECT REG-FILE ASSIGN TO "accessregister.txt"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REG-FILE-STATUS.
000650
000660     SELECT REG-WORK-FILE ASSIGN TO "ntcregwork.txt"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RWK-FILE-STATUS.
000690
000700     SELECT ACK-WORK-FILE ASSIGN TO "ntcackwork.txt"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-AWK-FILE-STATUS.
000730
000740     SELECT REG-SORT-FILE ASSIGN TO "ntcregsort.tmp".
000750
000760     SELECT ACK-SORT-FILE ASSIGN TO "ntcacksort.tmp".
000770
000780     SELECT RECON-REPORT ASSIGN TO "accessackrecon.txt"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RPT-FILE-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ACK-FILE.
000850 01  ACK-REC.
000860     05  ACK-ID                  PIC X(05).
000870     05  FILLER                  PIC X(01).
000880     05  ACK-GENERATION          PIC X(06).
000890     05  FILLER                  PIC X(01).
000900     05  ACK-CONFIRM-DATE        PIC X(08).
000910 01  ACK-TRAILER-REC.
000920     05  FILLER                  PIC X(06).
000930     05  ACK-TRAILER-COUNT       PIC X(06).
000940     05  FILLER                  PIC X(09).
000950
000960 FD  ACK-LOG-FILE.
000970 01  ACK-LOG-REC.
000980     05  ACL-EMP-ID              PIC X(05).
000990     05  FILLER                  PIC X(01).
001000     05  ACL-GENERATION          PIC 9(06).
001010     05  FILLER                  PIC X(01).
001020     05  ACL-CONFIRM-DATE        PIC 9(08).
001030     05  FILLER                  PIC X(01).
001040     05  ACL-LOGGED-DATE         PIC 9(08).
001050
001060 FD  REG-FILE.
001070 01  REG-FILE-REC                PIC X(69).
001080
001090 FD  REG-WORK-FILE.
001100     COPY "NTCREG.cpy".
001110
001120 FD  ACK-WORK-FILE.
001130 01  ACK-WORK-REC.
001140     05  AW-EMP-ID               PIC X(05).
001150     05  FILLER                  PIC X(01).
001160     05  AW-GENERATION           PIC 9(06).
001170     05  FILLER                  PIC X(01).
001180     05  AW-CONFIRM-DATE         PIC 9(08).
001190     05  FILLER                  PIC X(01).
001200     05  AW-LOGGED-DATE          PIC 9(08).
001210
001220 SD  REG-SORT-FILE.
001230 01  REG-SORT-REC.
001240     05  RS-KEY                  PIC X(12).
001250     05  FILLER                  PIC X(57).
001260
001270 SD  ACK-SORT-FILE.
001280 01  ACK-SORT-REC.
001290     05  AS-KEY                  PIC X(12).
001300     05  FILLER                  PIC X(01).
001310     05  AS-CONFIRM-DATE         PIC 9(08).
001320     05  FILLER                  PIC X(09).
001330
001340 FD  RECON-REPORT.
001350 01  RECON-REC.
001360     05  RECON-ID                PIC X(05).
001370     05  FILLER                  PIC X(02).
001380     05  RECON-PROBLEM           PIC X(30).
001390     05  FILLER                  PIC X(02).
001400     05  RECON-GENERATION        PIC X(06).
001410     05  FILLER                  PIC X(02).
001420     05  RECON-ACTION            PIC X(10).
001430     05  FILLER                  PIC X(02).
001440     05  RECON-DUE-DATE          PIC X(08).
001450     05  FILLER                  PIC X(02).
001460     05  RECON-EMP-NAME          PIC X(20).
001470
001480 WORKING-STORAGE SECTION.
001490 01  WS-ACK-FILE-STATUS      PIC X(02).
001500     88  WS-ACK-FILE-OK          VALUE "00".
001510     88  WS-ACK-FILE-NOT-FOUND   VALUE "35".
001520 01  WS-LOG-FILE-STATUS      PIC X(02).
001530     88  WS-LOG-FILE-OK          VALUE "00".
001540 01  WS-REG-FILE-STATUS      PIC X(02).
001550     88  WS-REG-FILE-OK          VALUE "00".
001560     88  WS-REG-FILE-NOT-FOUND   VALUE "35".
001570 01  WS-RWK-FILE-STATUS      PIC X(02).
001580     88  WS-RWK-FILE-OK          VALUE "00".
001590 01  WS-AWK-FILE-STATUS      PIC X(02).
001600     88  WS-AWK-FILE-OK          VALUE "00".
001610 01  WS-RPT-FILE-STATUS      PIC X(02).
001620     88  WS-RPT-FILE-OK          VALUE "00".
001630 01  WS-ACK-EOF              PIC X VALUE "N".
001640 01  WS-ACK-FILE-PRESENT     PIC X(01) VALUE "N".
001650     88  WS-ACK-FILE-RECEIVED    VALUE "Y".
001660 01  WS-TRAILER-FOUND        PIC X(01) VALUE "N".
001670     88  WS-TRAILER-SEEN         VALUE "Y".
001680
001690 01  WS-RUN-DATE             PIC 9(08).
001700 77  WS-TODAY-INT            PIC 9(07) COMP VALUE 0.
001710 77  WS-DUE-INT              PIC 9(07) COMP VALUE 0.
001720 77  WS-DAY-NUMBER           PIC 9(07) COMP VALUE 0.
001730 77  WS-WEEKS                PIC 9(07) COMP VALUE 0.
001740 77  WS-WEEKDAY              PIC 9(01) COMP VALUE 0.
001750 01  WS-DUE-DATE             PIC 9(08).
001760
001770*    MATCH KEYS - EMP-ID, A SPACE, GENERATION, AS THEY SIT IN
001780*    THE FIRST 12 BYTES OF BOTH WORK FILES.
001790 01  WS-REG-KEY              PIC X(12).
001800 01  WS-ACK-KEY              PIC X(12).
001810 01  WS-REG-CONFIRMED        PIC X(01) VALUE "N".
001820     88  WS-REG-WAS-CONFIRMED    VALUE "Y".
001830 01  WS-FIRST-CONFIRM-DATE   PIC 9(08).
001840 01  WS-FIRST-LOGGED-DATE    PIC 9(08).
001850
001860 77  WS-RECEIVED-COUNT       PIC 9(06) VALUE 0.
001870 77  WS-REJECTED-COUNT       PIC 9(06) VALUE 0.
001880 77  WS-TRAILER-COUNT        PIC 9(06) VALUE 0.
001890 77  WS-REVOKE-COUNT         PIC 9(06) VALUE 0.
001900 77  WS-GRANT-COUNT          PIC 9(06) VALUE 0.
001910 77  WS-CONFIRMED-COUNT      PIC 9(06) VALUE 0.
001920 77  WS-LATE-COUNT           PIC 9(06) VALUE 0.
001930 77  WS-OVERDUE-COUNT        PIC 9(06) VALUE 0.
001940 77  WS-PENDING-COUNT        PIC 9(06) VALUE 0.
001950 77  WS-EXTRA-COUNT          PIC 9(06) VALUE 0.
001960
001970 01  WS-COUNT-DETAIL.
001980     05  FILLER                  PIC X(06) VALUE "COUNT ".
001990     05  WS-CD-VALUE             PIC 9(06).
002000     05  WS-CD-REST              PIC X(18).
002010
002020 PROCEDURE DIVISION.
002030
002040 0000-MAINLINE.
002050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002060     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
002070         TO WS-TODAY-INT
002080     PERFORM 1000-OPEN-FILES
002090     PERFORM 2000-LOG-TODAYS-ACKS
002100     SORT REG-SORT-FILE
002110         ON ASCENDING KEY RS-KEY
002120         USING REG-FILE
002130         GIVING REG-WORK-FILE
002140     SORT ACK-SORT-FILE
002150         ON ASCENDING KEY AS-KEY AS-CONFIRM-DATE
002160         USING ACK-LOG-FILE
002170         GIVING ACK-WORK-FILE
002180     PERFORM 3000-MATCH-THE-TWO-FILES
002190     PERFORM 4000-WRITE-SUMMARY
002200     CLOSE RECON-REPORT
002210     DISPLAY WS-REVOKE-COUNT " revocation(s) sent, "
002220         WS-OVERDUE-COUNT " overdue and unconfirmed, "
002230         WS-LATE-COUNT " confirmed late today, "
002240         WS-EXTRA-COUNT " acknowledged but never sent.  "
002250         "See accessackrecon.txt."
002260     STOP RUN.
002270
002280******************************************************************
002290*    1000-OPEN-FILES - NO REGISTER MEANS ACCESSNOTICE HAS NEVER
002300*    RUN, WHICH IS A SETUP PROBLEM, NOT A DISCREPANCY - STOP AND
002310*    SAY SO.
002320******************************************************************
002330 1000-OPEN-FILES.
002340     OPEN INPUT REG-FILE
002350     IF WS-REG-FILE-NOT-FOUND
002360         DISPLAY "accessregister.txt not found - run "
002370             "accessNotice before reconciling."
002380         STOP RUN
002390     END-IF
002400     IF NOT WS-REG-FILE-OK
002410         DISPLAY "Unable to open accessregister.txt, status "
002420             WS-REG-FILE-STATUS
002430         STOP RUN
002440     END-IF
002450     CLOSE REG-FILE
002460     OPEN OUTPUT RECON-REPORT
002470     IF NOT WS-RPT-FILE-OK
002480         DISPLAY "Unable to open accessackrecon.txt, status "
002490             WS-RPT-FILE-STATUS
002500         STOP RUN
002510     END-IF.
002520
002530******************************************************************
002540*    2000-LOG-TODAYS-ACKS - COPIES EACH CONFIRMATION IN TODAY'S
002550*    ACCESSACK.TXT ONTO THE ACK LOG, STAMPED WITH TODAY'S DATE,
002560*    AND CAPTURES THE TRAILER COUNT ON THE WAY PAST.  A LINE
002570*    WITH NO USABLE GENERATION CANNOT BE MATCHED TO A NOTICE AND
002580*    IS COUNTED AS REJECTED.  THE LOG IS CREATED HERE IF THIS IS
002590*    THE FIRST RUN, SO THE SORT ALWAYS HAS A FILE TO READ.
002600******************************************************************
002610 2000-LOG-TODAYS-ACKS.
002620     OPEN EXTEND ACK-LOG-FILE
002630     IF NOT WS-LOG-FILE-OK
002640         OPEN OUTPUT ACK-LOG-FILE
002650     END-IF
002660     IF NOT WS-LOG-FILE-OK
002670         DISPLAY "Unable to open accessacklog.txt, status "
002680             WS-LOG-FILE-STATUS
002690         STOP RUN
002700     END-IF
002710     OPEN INPUT ACK-FILE
002720     IF WS-ACK-FILE-OK
002730         MOVE "Y" TO WS-ACK-FILE-PRESENT
002740         PERFORM 2100-LOG-ONE-ACK-LINE
002750             UNTIL WS-ACK-EOF = "Y"
002760         CLOSE ACK-FILE
002770     ELSE
002780         IF NOT WS-ACK-FILE-NOT-FOUND
002790             DISPLAY "Unable to open accessack.txt, status "
002800                 WS-ACK-FILE-STATUS
002810         END-IF
002820     END-IF
002830     CLOSE ACK-LOG-FILE.
002840
002850 2100-LOG-ONE-ACK-LINE.
002860     READ ACK-FILE
002870         AT END
002880             MOVE "Y" TO WS-ACK-EOF
002890         NOT AT END
002900             IF ACK-ID = "TOTAL"
002910                 IF ACK-TRAILER-COUNT NUMERIC
002920                     MOVE ACK-TRAILER-COUNT TO WS-TRAILER-COUNT
002930                     MOVE "Y" TO WS-TRAILER-FOUND
002940                 END-IF
002950             ELSE
002960                 ADD 1 TO WS-RECEIVED-COUNT
002970                 IF ACK-GENERATION NUMERIC
002980                     AND ACK-ID NOT = SPACES
002990                     PERFORM 2200-WRITE-ACK-LOG-REC
003000                 ELSE
003010                     ADD 1 TO WS-REJECTED-COUNT
003020                 END-IF
003030             END-IF
003040     END-READ.
003050
003060 2200-WRITE-ACK-LOG-REC.
003070     MOVE SPACES TO ACK-LOG-REC
003080     MOVE ACK-ID TO ACL-EMP-ID
003090     MOVE ACK-GENERATION TO ACL-GENERATION
003100     IF ACK-CONFIRM-DATE NUMERIC
003110         AND ACK-CONFIRM-DATE NOT = ZEROES
003120         MOVE ACK-CONFIRM-DATE TO ACL-CONFIRM-DATE
003130     ELSE
003140         MOVE WS-RUN-DATE TO ACL-CONFIRM-DATE
003150     END-IF
003160     MOVE WS-RUN-DATE TO ACL-LOGGED-DATE
003170     WRITE ACK-LOG-REC
003180     IF NOT WS-LOG-FILE-OK
003190         DISPLAY "Unable to write accessacklog.txt, status "
003200             WS-LOG-FILE-STATUS
003210     END-IF.
003220
003230******************************************************************
003240*    3000-MATCH-THE-TWO-FILES - ONE BALANCED PASS OVER THE
003250*    SORTED REGISTER AND THE SORTED ACK LOG, KEYED ON EMP-ID AND
003260*    GENERATION.  EVERY CONFIRMATION FOR THE CURRENT NOTICE IS
003270*    CONSUMED BEFORE THE NOTICE IS JUDGED; THE ACKS ARE IN
003280*    CONFIRM-DATE ORDER WITHIN THE KEY, SO THE FIRST ONE SEEN IS
003290*    THE ONE THAT COUNTS.  HIGH-VALUES STANDS IN FOR END OF FILE.
003300******************************************************************
003310 3000-MATCH-THE-TWO-FILES.
003320     OPEN INPUT REG-WORK-FILE
003330     IF NOT WS-RWK-FILE-OK
003340         DISPLAY "Unable to reread sorted notices, status "
003350             WS-RWK-FILE-STATUS
003360         STOP RUN
003370     END-IF
003380     OPEN INPUT ACK-WORK-FILE
003390     IF NOT WS-AWK-FILE-OK
003400         DISPLAY "Unable to reread sorted acks, status "
003410             WS-AWK-FILE-STATUS
003420         CLOSE REG-WORK-FILE
003430         STOP RUN
003440     END-IF
003450     PERFORM 3100-READ-NEXT-NOTICE
003460     PERFORM 3200-READ-NEXT-ACK
003470     PERFORM 3300-MATCH-ONE-PAIR
003480         UNTIL WS-REG-KEY = HIGH-VALUES
003490         AND WS-ACK-KEY = HIGH-VALUES
003500     CLOSE REG-WORK-FILE
003510     CLOSE ACK-WORK-FILE.
003520
003530******************************************************************
003540*    3100-READ-NEXT-NOTICE
003550******************************************************************
003560 3100-READ-NEXT-NOTICE.
003570     MOVE "N" TO WS-REG-CONFIRMED
003580     READ REG-WORK-FILE
003590         AT END
003600             MOVE HIGH-VALUES TO WS-REG-KEY
003610         NOT AT END
003620             MOVE REG-REC (1:12) TO WS-REG-KEY
003630     END-READ.
003640
003650******************************************************************
003660*    3200-READ-NEXT-ACK
003670******************************************************************
003680 3200-READ-NEXT-ACK.
003690     READ ACK-WORK-FILE
003700         AT END
003710             MOVE HIGH-VALUES TO WS-ACK-KEY
003720         NOT AT END
003730             MOVE ACK-WORK-REC (1:12) TO WS-ACK-KEY
003740     END-READ.
003750
003760******************************************************************
003770*    3300-MATCH-ONE-PAIR - THE BALANCED-LINE STEP.
003780******************************************************************
003790 3300-MATCH-ONE-PAIR.
003800     EVALUATE TRUE
003810         WHEN WS-REG-KEY = WS-ACK-KEY
003820             IF NOT WS-REG-WAS-CONFIRMED
003830                 MOVE "Y" TO WS-REG-CONFIRMED
003840                 MOVE AW-CONFIRM-DATE TO WS-FIRST-CONFIRM-DATE
003850                 MOVE AW-LOGGED-DATE TO WS-FIRST-LOGGED-DATE
003860             END-IF
003870             PERFORM 3200-READ-NEXT-ACK
003880         WHEN WS-REG-KEY < WS-ACK-KEY
003890             PERFORM 3400-JUDGE-ONE-NOTICE
003900             PERFORM 3100-READ-NEXT-NOTICE
003910         WHEN OTHER
003920             IF AW-LOGGED-DATE = WS-RUN-DATE
003930                 MOVE SPACES TO RECON-REC
003940                 MOVE AW-EMP-ID TO RECON-ID
003950                 MOVE "ACKNOWLEDGED, NEVER SENT"
003960                     TO RECON-PROBLEM
003970                 MOVE AW-GENERATION TO RECON-GENERATION
003980                 PERFORM 5000-WRITE-RECON-LINE
003990                 ADD 1 TO WS-EXTRA-COUNT
004000             END-IF
004010             PERFORM 3200-READ-NEXT-ACK
004020     END-EVALUATE.
004030
004040******************************************************************
004050*    3400-JUDGE-ONE-NOTICE - DECIDES WHETHER A REVOCATION WAS
004060*    CONFIRMED IN TIME.  GRANTS ARE ONLY COUNTED.
004070******************************************************************
004080 3400-JUDGE-ONE-NOTICE.
004090     IF REG-GRANT
004100         ADD 1 TO WS-GRANT-COUNT
004110     ELSE
004120         ADD 1 TO WS-REVOKE-COUNT
004130         MOVE SPACES TO RECON-REC
004140         PERFORM 3500-COMPUTE-DUE-DATE
004150         IF WS-REG-WAS-CONFIRMED
004160             ADD 1 TO WS-CONFIRMED-COUNT
004170             IF WS-FIRST-CONFIRM-DATE > WS-DUE-DATE
004180                 AND WS-FIRST-LOGGED-DATE = WS-RUN-DATE
004190                 MOVE "CONFIRMED LATE" TO RECON-PROBLEM
004200                 PERFORM 3600-WRITE-NOTICE-LINE
004210                 ADD 1 TO WS-LATE-COUNT
004220             END-IF
004230         ELSE
004240             IF WS-TODAY-INT > WS-DUE-INT
004250                 MOVE "NOT CONFIRMED" TO RECON-PROBLEM
004260                 PERFORM 3600-WRITE-NOTICE-LINE
004270                 ADD 1 TO WS-OVERDUE-COUNT
004280             ELSE
004290                 ADD 1 TO WS-PENDING-COUNT
004300             END-IF
004310         END-IF
004320     END-IF.
004330
004340******************************************************************
004350*    3500-COMPUTE-DUE-DATE - ONE BUSINESS DAY AFTER THE SENT
004360*    DATE.  DAY 1 OF THE INTEGER DATE SCALE (1601-01-01) WAS A
004370*    MONDAY, SO (DAY - 1) MOD 7 GIVES 0 FOR MONDAY THROUGH 6 FOR
004380*    SUNDAY.  A SENT DATE THAT IS NOT A DATE IS TREATED AS TODAY.
004390******************************************************************
004400 3500-COMPUTE-DUE-DATE.
004410     IF REG-SENT-DATE NUMERIC
004420         AND REG-SENT-DATE > 16010101
004430         MOVE FUNCTION INTEGER-OF-DATE(REG-SENT-DATE)
004440             TO WS-DAY-NUMBER
004450     ELSE
004460         MOVE WS-TODAY-INT TO WS-DAY-NUMBER
004470     END-IF
004480     COMPUTE WS-DUE-INT = WS-DAY-NUMBER - 1
004490     DIVIDE WS-DUE-INT BY 7
004500         GIVING WS-WEEKS REMAINDER WS-WEEKDAY
004510     EVALUATE WS-WEEKDAY
004520         WHEN 4
004530             COMPUTE WS-DUE-INT = WS-DAY-NUMBER + 3
004540         WHEN 5
004550             COMPUTE WS-DUE-INT = WS-DAY-NUMBER + 2
004560         WHEN OTHER
004570             COMPUTE WS-DUE-INT = WS-DAY-NUMBER + 1
004580     END-EVALUATE
004590     MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT) TO WS-DUE-DATE.
004600
004610******************************************************************
004620*    3600-WRITE-NOTICE-LINE - RECON-PROBLEM IS SET BY THE CALLER.
004630******************************************************************
004640 3600-WRITE-NOTICE-LINE.
004650     MOVE REG-EMP-ID TO RECON-ID
004660     MOVE REG-GENERATION TO RECON-GENERATION
004670     MOVE REG-ACTION TO RECON-ACTION
004680     MOVE WS-DUE-DATE TO RECON-DUE-DATE
004690     MOVE REG-EMP-NAME TO RECON-EMP-NAME
004700     PERFORM 5000-WRITE-RECON-LINE
004710     MOVE SPACES TO RECON-REC.
004720
004730******************************************************************
004740*    4000-WRITE-SUMMARY - TRAILER LINES WITH THE OVERALL COUNTS
004750*    AND THE CHECK OF SECURITY'S TRAILER AGAINST THE LINES THEY
004760*    SENT TODAY.
004770******************************************************************
004780 4000-WRITE-SUMMARY.
004790     MOVE WS-REVOKE-COUNT TO WS-CD-VALUE
004800     MOVE " REVOCATIONS SENT" TO WS-CD-REST
004810     PERFORM 4100-WRITE-TOTAL-LINE
004820     MOVE WS-CONFIRMED-COUNT TO WS-CD-VALUE
004830     MOVE " CONFIRMED" TO WS-CD-REST
004840     PERFORM 4100-WRITE-TOTAL-LINE
004850     MOVE WS-OVERDUE-COUNT TO WS-CD-VALUE
004860     MOVE " NOT CONFIRMED" TO WS-CD-REST
004870     PERFORM 4100-WRITE-TOTAL-LINE
004880     MOVE WS-PENDING-COUNT TO WS-CD-VALUE
004890     MOVE " NOT YET DUE" TO WS-CD-REST
004900     PERFORM 4100-WRITE-TOTAL-LINE
004910     MOVE WS-GRANT-COUNT TO WS-CD-VALUE
004920     MOVE " GRANTS SENT" TO WS-CD-REST
004930     PERFORM 4100-WRITE-TOTAL-LINE
004940     MOVE WS-RECEIVED-COUNT TO WS-CD-VALUE
004950     MOVE " ACKS TODAY" TO WS-CD-REST
004960     PERFORM 4100-WRITE-TOTAL-LINE
004970     MOVE SPACES TO RECON-REC
004980     MOVE "CHECK" TO RECON-ID
004990     EVALUATE TRUE
005000         WHEN NOT WS-ACK-FILE-RECEIVED
005010             MOVE "NO ACCESSACK FILE TODAY" TO RECON-PROBLEM
005020         WHEN NOT WS-TRAILER-SEEN
005030             MOVE "NO COUNT TRAILER ON ACCESSACK"
005040                 TO RECON-PROBLEM
005050         WHEN WS-TRAILER-COUNT = WS-RECEIVED-COUNT
005060             MOVE "TRAILER COUNT MATCHES DETAILS"
005070                 TO RECON-PROBLEM
005080         WHEN OTHER
005090             MOVE SPACES TO WS-CD-REST
005100             MOVE WS-TRAILER-COUNT TO WS-CD-VALUE
005110             MOVE " TRAILER, DIFFERS" TO WS-CD-REST
005120             MOVE WS-COUNT-DETAIL TO RECON-PROBLEM
005130     END-EVALUATE
005140     PERFORM 5000-WRITE-RECON-LINE
005150     IF WS-REJECTED-COUNT > 0
005160         MOVE SPACES TO RECON-REC
005170         MOVE "CHECK" TO RECON-ID
005180         MOVE SPACES TO WS-CD-REST
005190         MOVE WS-REJECTED-COUNT TO WS-CD-VALUE
005200         MOVE " ACKS UNREADABLE" TO WS-CD-REST
005210         MOVE WS-COUNT-DETAIL TO RECON-PROBLEM
005220         PERFORM 5000-WRITE-RECON-LINE
005230     END-IF.
005240
005250 4100-WRITE-TOTAL-LINE.
005260     MOVE SPACES TO RECON-REC
005270     MOVE "TOTAL" TO RECON-ID
005280     MOVE WS-COUNT-DETAIL TO RECON-PROBLEM
005290     PERFORM 5000-WRITE-RECON-LINE
005300     MOVE SPACES TO WS-CD-REST.
005310
005320******************************************************************
005330*    5000-WRITE-RECON-LINE
005340******************************************************************
005350 5000-WRITE-RECON-LINE.
005360     WRITE RECON-REC
005370     IF NOT WS-RPT-FILE-OK
005380         DISPLAY "Unable to write recon line, status "
005390             WS-RPT-FILE-STATUS
005400     END-IF.
005410
005420 END PROGRAM accessAckRecon.
