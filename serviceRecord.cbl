000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. serviceRecord.
000120 AUTHOR. Nathan Kernan.
000130 INSTALLATION. Payroll Systems.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*    PRINTS THE FULL SERVICE RECORD OF ONE OR MORE EMPLOYEES TO
000180*    SERVICERECORD.TXT, FOR HR AND LEGAL REQUESTS.  FOR EACH
000190*    EMP-ID:
000200*      - THE CURRENT MASTER RECORD, OR THE NEWEST EMPARCHIVE.TXT
000210*        IMAGE IF THE ARCHIVE SWEEP HAS PURGED IT, WITH THE
000220*        DEPARTMENT NAME FROM DEPARTMENTS.TXT;
000230*      - A DATED TIMELINE OF EVERY EMPHISTORY.TXT RECORD FOR THE
000240*        ID - HIRE, TRANSFER, GRADE MOVE, SALARY CHANGE, LEAVE,
000250*        SUSPENSION, RETURN, TERMINATION, REHIRE, ARCHIVE AND
000260*        BACKOUT - EACH WITH THE FIELDS THAT CHANGED, FROM AND
000270*        TO, WORKED OUT FROM THE BEFORE AND AFTER IMAGES;
000280*      - EVERY FUTURE-DATED TRANSACTION STILL WAITING ON
000290*        PENDINGTRANS.TXT.
000300*    EVERY ID ASKED FOR IS LOGGED TO AUDITLOG.TXT THE WAY
000310*    RECORDSEARCH LOGS A NAME LOOKUP, AS "SERVICE REC " AND THE
000320*    ID, SO AUDITANALYZE COUNTS THEM ALONGSIDE THE NAME LOOKUPS.
000330*
000340*    RUN INTERACTIVELY (SIGNED ON, ANY ROLE) THE IDS ARE KEYED
000350*    ONE AT A TIME; IN BATCH THEY COME FROM SERVICELIST.TXT, ONE
000360*    PER LINE, AS RECORDSEARCH'S BATCH MODE READS SEARCHLIST.TXT.
000370*
000380*    MODIFICATION HISTORY
000390*    DATE       INIT  DESCRIPTION
000400*    ---------- ----  ------------------------------------------
000410*    2026-10-15 NK    ORIGINAL PROGRAM.
000420******************************************************************
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT EMP-FILE ASSIGN TO "employees.txt"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS EMP-ID
000510         FILE STATUS IS WS-EMP-FILE-STATUS.
000520
000530     SELECT ARCH-FILE ASSIGN TO "emparchive.txt"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-ARCH-FILE-STATUS.
000560
000570     SELECT HIST-FILE ASSIGN TO "emphistory.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-HIST-FILE-STATUS.
000600
000610     SELECT PEND-FILE ASSIGN TO "pendingtrans.txt"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PEND-FILE-STATUS.
000640
000650     SELECT DEPT-FILE ASSIGN TO "departments.txt"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS DEPT-CODE
000690         FILE STATUS IS WS-DEPT-FILE-STATUS.
000700
000710     SELECT AUDIT-LOG ASSIGN TO "auditlog.txt"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000740
000750     SELECT CONTROL-FILE ASSIGN TO "servicelist.txt"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CTL-FILE-STATUS.
000780
000790     SELECT REPORT-FILE ASSIGN TO "servicerecord.txt"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RPT-FILE-STATUS.
000820
000830     SELECT OPER-FILE ASSIGN TO "operators.txt"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS OPER-ID
000870         FILE STATUS IS WS-OPER-FILE-STATUS.
000880
000890     SELECT VIOL-FILE ASSIGN TO "secviolations.txt"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-VIOL-FILE-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  EMP-FILE.
000960     COPY "EMPREC.cpy".
000970
000980 FD  ARCH-FILE.
000990 01  ARCH-REC.
001000     05  ARCH-EMP-ID             PIC X(05).
001010     05  FILLER                  PIC X(61).
001020
001030 FD  HIST-FILE.
001040     COPY "EMPHIST.cpy".
001050
001060 FD  PEND-FILE.
001070 01  PEND-REC.
001080     05  TRN-ACTION              PIC X(01).
001090     05  TRN-ID                  PIC X(05).
001100     05  TRN-NAME                PIC X(20).
001110     05  TRN-DEPT                PIC X(04).
001120     05  TRN-HIRE-DATE           PIC X(08).
001130     05  TRN-PAY-GRADE           PIC X(03).
001140     05  TRN-SALARY              PIC X(09).
001150     05  TRN-SALARY-NUM REDEFINES TRN-SALARY
001160                                 PIC 9(07)V99.
001170     05  TRN-EFF-DATE            PIC X(08).
001180     05  TRN-OPERATOR            PIC X(08).
001190
001200 FD  DEPT-FILE.
001210     COPY "DEPTREC.cpy".
001220
001230 FD  AUDIT-LOG.
001240     COPY "AUDITREC.cpy".
001250
001260 FD  CONTROL-FILE.
001270 01  CONTROL-REC                 PIC X(05).
001280
001290 FD  REPORT-FILE.
001300 01  REPORT-REC                  PIC X(80).
001310
001320 FD  OPER-FILE.
001330     COPY "OPERREC.cpy".
001340
001350 FD  VIOL-FILE.
001360     COPY "SECVIOL.cpy".
001370
001380 WORKING-STORAGE SECTION.
001390 01  WS-EMP-FILE-STATUS      PIC X(02).
001400     88  WS-EMP-FILE-OK          VALUE "00".
001410 01  WS-ARCH-FILE-STATUS     PIC X(02).
001420     88  WS-ARCH-FILE-OK         VALUE "00".
001430 01  WS-HIST-FILE-STATUS     PIC X(02).
001440     88  WS-HIST-FILE-OK         VALUE "00".
001450 01  WS-PEND-FILE-STATUS     PIC X(02).
001460     88  WS-PEND-FILE-OK         VALUE "00".
001470 01  WS-DEPT-FILE-STATUS     PIC X(02).
001480     88  WS-DEPT-FILE-OK         VALUE "00".
001490 01  WS-DEPT-AVAILABLE       PIC X(01) VALUE "N".
001500     88  WS-DEPT-FILE-AVAILABLE  VALUE "Y".
001510 01  WS-AUDIT-FILE-STATUS    PIC X(02).
001520     88  WS-AUDIT-FILE-OK        VALUE "00".
001530 01  WS-CTL-FILE-STATUS      PIC X(02).
001540     88  WS-CTL-FILE-OK          VALUE "00".
001550 01  WS-RPT-FILE-STATUS      PIC X(02).
001560     88  WS-RPT-FILE-OK          VALUE "00".
001570 01  WS-CURRENT-DATE         PIC 9(08).
001580 01  WS-CURRENT-TIME         PIC 9(08).
001590 01  WS-SCAN-EOF             PIC X VALUE "N".
001600 01  WS-CTL-EOF              PIC X VALUE "N".
001610 01  WS-ENTRY-DONE           PIC X VALUE "N".
001620
001630 01  WS-RUN-MODE             PIC X(01) VALUE "I".
001640     88  WS-RUN-INTERACTIVE      VALUE "I".
001650     88  WS-RUN-BATCH            VALUE "B".
001660
001670 01  WS-TARGET-ID            PIC X(05).
001680 01  WS-RECORD-SOURCE        PIC X(01) VALUE SPACE.
001690     88  WS-FROM-MASTER          VALUE "M".
001700     88  WS-FROM-ARCHIVE         VALUE "A".
001710     88  WS-FROM-NOWHERE         VALUE " ".
001720 01  WS-ARCH-SAVED-IMAGE     PIC X(66).
001730 77  WS-EVENT-COUNT          PIC 9(04) COMP VALUE 0.
001740 77  WS-PENDING-COUNT        PIC 9(04) COMP VALUE 0.
001750 77  WS-PRINTED-COUNT        PIC 9(04) COMP VALUE 0.
001760 77  WS-DETAIL-PTR           PIC 9(04) COMP VALUE 0.
001770
001780*    THE RECORD BEING PRINTED, AND THE TWO IMAGES OFF A HISTORY
001790*    RECORD - ALL IN THE EMPREC LAYOUT, CARRIED AS TEXT SO AN
001800*    OLD IMAGE WITH NO SALARY OR DATES STILL PRINTS.
001810 01  WS-SHOW-IMAGE.
001820     05  WSR-ID                  PIC X(05).
001830     05  WSR-NAME                PIC X(20).
001840     05  WSR-DEPT                PIC X(04).
001850     05  WSR-HIRE-DATE           PIC X(08).
001860     05  WSR-PAY-GRADE           PIC X(03).
001870     05  WSR-STATUS              PIC X(01).
001880     05  WSR-TERM-DATE           PIC X(08).
001890     05  WSR-SALARY              PIC X(09).
001900     05  WSR-STATUS-DATE         PIC X(08).
001910 01  WS-BEFORE-IMAGE.
001920     05  WSB-ID                  PIC X(05).
001930     05  WSB-NAME                PIC X(20).
001940     05  WSB-DEPT                PIC X(04).
001950     05  WSB-HIRE-DATE           PIC X(08).
001960     05  WSB-PAY-GRADE           PIC X(03).
001970     05  WSB-STATUS              PIC X(01).
001980     05  WSB-TERM-DATE           PIC X(08).
001990     05  WSB-SALARY              PIC X(09).
002000     05  WSB-STATUS-DATE         PIC X(08).
002010 01  WS-AFTER-IMAGE.
002020     05  WSA-ID                  PIC X(05).
002030     05  WSA-NAME                PIC X(20).
002040     05  WSA-DEPT                PIC X(04).
002050     05  WSA-HIRE-DATE           PIC X(08).
002060     05  WSA-PAY-GRADE           PIC X(03).
002070     05  WSA-STATUS              PIC X(01).
002080     05  WSA-TERM-DATE           PIC X(08).
002090     05  WSA-SALARY              PIC X(09).
002100     05  WSA-STATUS-DATE         PIC X(08).
002110
002120*    ONE FIELD VALUE FORMATTED FOR PRINTING - 4500 THROUGH 4800
002130*    TAKE THE RAW VALUE IN WS-FMT-RAW AND LEAVE WS-FMT-SHOW.
002140 01  WS-FMT-RAW              PIC X(20).
002150 01  WS-FMT-SALARY REDEFINES WS-FMT-RAW.
002160     05  WS-FMT-SALARY-NUM       PIC 9(07)V99.
002170     05  FILLER                  PIC X(11).
002180 01  WS-FMT-SHOW             PIC X(26).
002190 01  WS-SALARY-SHOW          PIC Z,ZZZ,ZZ9.99.
002200 01  WS-FROM-SHOW            PIC X(26).
002210 01  WS-TO-SHOW              PIC X(26).
002220 01  WS-FIELD-LABEL          PIC X(12).
002230 01  WS-EVENT-LABEL          PIC X(14).
002240 01  WS-LOOKUP-DEPT          PIC X(04).
002250 01  WS-LOOKUP-DEPT-NAME     PIC X(20).
002260 01  WS-ACTION-WORD          PIC X(10).
002270 01  WS-PEND-DETAILS         PIC X(54).
002280
002290 01  WS-RULE-LINE            PIC X(80) VALUE ALL "=".
002300 01  WS-TEXT-LINE            PIC X(80).
002310
002320 01  WS-TITLE-LINE.
002330     05  FILLER                  PIC X(24)
002340         VALUE "SERVICE RECORD  EMP-ID ".
002350     05  TTL-ID                  PIC X(05).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  TTL-NAME                PIC X(20).
002380     05  FILLER                  PIC X(13) VALUE SPACES.
002390     05  FILLER                  PIC X(08) VALUE "PRINTED ".
002400     05  TTL-DATE                PIC 9(08).
002410
002420 01  WS-ITEM-LINE.
002430     05  FILLER                  PIC X(04) VALUE SPACES.
002440     05  ITM-LABEL               PIC X(14).
002450     05  ITM-VALUE               PIC X(62).
002460
002470 01  WS-EVENT-HEAD-LINE.
002480     05  FILLER                  PIC X(04) VALUE SPACES.
002490     05  FILLER                  PIC X(10) VALUE "DATE".
002500     05  FILLER                  PIC X(07) VALUE "TIME".
002510     05  FILLER                  PIC X(16) VALUE "EVENT".
002520     05  FILLER                  PIC X(15) VALUE "PROGRAM".
002530     05  FILLER                  PIC X(08) VALUE "OPERATOR".
002540
002550 01  WS-EVENT-LINE.
002560     05  FILLER                  PIC X(04) VALUE SPACES.
002570     05  EVT-DATE                PIC X(08).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  EVT-TIME                PIC X(04).
002600     05  FILLER                  PIC X(03) VALUE SPACES.
002610     05  EVT-LABEL               PIC X(14).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  EVT-PROGRAM             PIC X(13).
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  EVT-OPERATOR            PIC X(08).
002660
002670 01  WS-FIELD-LINE.
002680     05  FILLER                  PIC X(08) VALUE SPACES.
002690     05  FLD-LABEL               PIC X(12).
002700     05  FLD-FROM                PIC X(26).
002710     05  FILLER                  PIC X(04) VALUE " -> ".
002720     05  FLD-TO                  PIC X(26).
002730
002740 01  WS-PEND-HEAD-LINE.
002750     05  FILLER                  PIC X(04) VALUE SPACES.
002760     05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
002770     05  FILLER                  PIC X(12) VALUE "ACTION".
002780     05  FILLER                  PIC X(54) VALUE "DETAILS".
002790
002800 01  WS-PEND-LINE.
002810     05  FILLER                  PIC X(04) VALUE SPACES.
002820     05  PND-EFF-DATE            PIC X(08).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  PND-ACTION              PIC X(10).
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  PND-DETAILS             PIC X(54).
002870
002880 01  WS-OPER-FILE-STATUS     PIC X(02).
002890     88  WS-OPER-FILE-OK         VALUE "00".
002900 01  WS-VIOL-FILE-STATUS     PIC X(02).
002910     88  WS-VIOL-FILE-OK         VALUE "00".
002920 01  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
002930 01  WS-OPERATOR-ROLE        PIC X(01) VALUE SPACE.
002940 01  WS-PASSWORD-ENTRY       PIC X(08).
002950 01  WS-SIGNON-RESULT        PIC X(01) VALUE "N".
002960     88  WS-SIGNED-ON            VALUE "Y".
002970 01  WS-VIOL-ACTION          PIC X(10).
002980 01  WS-VIOL-REASON          PIC X(30).
002990
003000 PROCEDURE DIVISION.
003010
003020 0000-MAINLINE.
003030     DISPLAY "Run mode - I)nteractive or B)atch: "
003040     ACCEPT WS-RUN-MODE
003050     IF WS-RUN-BATCH
003060         MOVE "BATCH" TO WS-OPERATOR-ID
003070     ELSE
003080         PERFORM 9000-OPERATOR-SIGN-ON
003090     END-IF
003100     PERFORM 1000-OPEN-FILES
003110     IF WS-RUN-BATCH
003120         PERFORM 1500-BATCH-REQUESTS
003130     ELSE
003140         MOVE "N" TO WS-ENTRY-DONE
003150         PERFORM 1600-KEYED-REQUEST
003160             UNTIL WS-ENTRY-DONE = "Y"
003170     END-IF
003180     CLOSE EMP-FILE
003190     CLOSE REPORT-FILE
003200     IF WS-DEPT-FILE-AVAILABLE
003210         CLOSE DEPT-FILE
003220     END-IF
003230     DISPLAY WS-PRINTED-COUNT " service record(s) printed, "
003240         "see servicerecord.txt."
003250     STOP RUN.
003260
003270******************************************************************
003280*    1000-OPEN-FILES - THE MASTER AND THE REPORT ARE REQUIRED.
003290*    WITHOUT DEPARTMENTS.TXT THE NAMES ARE LEFT BLANK, AS ON
003300*    RECORDSEARCH'S BATCH REPORT.  THE ARCHIVE, HISTORY AND
003310*    PENDING FILES ARE OPENED FRESH FOR EACH EMPLOYEE.
003320******************************************************************
003330 1000-OPEN-FILES.
003340     OPEN INPUT EMP-FILE
003350     IF NOT WS-EMP-FILE-OK
003360         DISPLAY "Employee file not found or unreadable, status "
003370             WS-EMP-FILE-STATUS
003380         MOVE 8 TO RETURN-CODE
003390         STOP RUN
003400     END-IF
003410     OPEN INPUT DEPT-FILE
003420     IF WS-DEPT-FILE-OK
003430         MOVE "Y" TO WS-DEPT-AVAILABLE
003440     ELSE
003450         DISPLAY "departments.txt unavailable (status "
003460             WS-DEPT-FILE-STATUS ") - department names "
003470             "left blank on the service record."
003480     END-IF
003490     OPEN OUTPUT REPORT-FILE
003500     IF NOT WS-RPT-FILE-OK
003510         DISPLAY "Unable to open servicerecord.txt, status "
003520             WS-RPT-FILE-STATUS
003530         CLOSE EMP-FILE
003540         MOVE 8 TO RETURN-CODE
003550         STOP RUN
003560     END-IF
003570     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003580
003590******************************************************************
003600*    1500-BATCH-REQUESTS - ONE SERVICE RECORD PER EMP-ID ON
003610*    SERVICELIST.TXT.
003620******************************************************************
003630 1500-BATCH-REQUESTS.
003640     OPEN INPUT CONTROL-FILE
003650     IF NOT WS-CTL-FILE-OK
003660         DISPLAY "Control file servicelist.txt not found or "
003670             "unreadable, status " WS-CTL-FILE-STATUS
003680         MOVE 8 TO RETURN-CODE
003690     ELSE
003700         MOVE "N" TO WS-CTL-EOF
003710         PERFORM 1510-BATCH-ONE-REQUEST
003720             UNTIL WS-CTL-EOF = "Y"
003730         CLOSE CONTROL-FILE
003740     END-IF.
003750
003760 1510-BATCH-ONE-REQUEST.
003770     READ CONTROL-FILE
003780         AT END
003790             MOVE "Y" TO WS-CTL-EOF
003800         NOT AT END
003810             IF CONTROL-REC NOT = SPACES
003820                 MOVE CONTROL-REC TO WS-TARGET-ID
003830                 PERFORM 2000-PRINT-SERVICE-RECORD
003840             END-IF
003850     END-READ.
003860
003870******************************************************************
003880*    1600-KEYED-REQUEST - ONE EMP-ID FROM THE OPERATOR; A BLANK
003890*    REPLY ENDS THE RUN.
003900******************************************************************
003910 1600-KEYED-REQUEST.
003920     DISPLAY "Employee ID for service record (blank to finish): "
003930     MOVE SPACES TO WS-TARGET-ID
003940     ACCEPT WS-TARGET-ID
003950     IF WS-TARGET-ID = SPACES
003960         MOVE "Y" TO WS-ENTRY-DONE
003970     ELSE
003980         PERFORM 2000-PRINT-SERVICE-RECORD
003990         IF WS-FROM-NOWHERE
004000             DISPLAY "No master or archive record for "
004010                 WS-TARGET-ID " - history and pending "
004020                 "transactions only."
004030         ELSE
004040             DISPLAY "Service record for " WS-TARGET-ID
004050                 " printed."
004060         END-IF
004070     END-IF.
004080
004090******************************************************************
004100*    2000-PRINT-SERVICE-RECORD - THE WHOLE RECORD FOR
004110*    WS-TARGET-ID, THEN ITS AUDIT LINE.
004120******************************************************************
004130 2000-PRINT-SERVICE-RECORD.
004140     PERFORM 2100-FIND-CURRENT-RECORD
004150     MOVE WS-RULE-LINE TO REPORT-REC
004160     PERFORM 8000-WRITE-REPORT-LINE
004170     MOVE WS-TARGET-ID    TO TTL-ID
004180     MOVE WSR-NAME        TO TTL-NAME
004190     MOVE WS-CURRENT-DATE TO TTL-DATE
004200     MOVE WS-TITLE-LINE   TO REPORT-REC
004210     PERFORM 8000-WRITE-REPORT-LINE
004220     MOVE WS-RULE-LINE TO REPORT-REC
004230     PERFORM 8000-WRITE-REPORT-LINE
004240     PERFORM 3000-PRINT-CURRENT-RECORD
004250     PERFORM 4000-PRINT-TIMELINE
004260     PERFORM 5000-PRINT-PENDING
004270     MOVE SPACES TO REPORT-REC
004280     PERFORM 8000-WRITE-REPORT-LINE
004290     ADD 1 TO WS-PRINTED-COUNT
004300     PERFORM 7000-LOG-REQUEST.
004310
004320******************************************************************
004330*    2100-FIND-CURRENT-RECORD - THE MASTER FIRST; FAILING THAT
004340*    THE NEWEST ARCHIVE IMAGE (SWEEPS APPEND, SO THE LAST MATCH
004350*    IS THE NEWEST).
004360******************************************************************
004370 2100-FIND-CURRENT-RECORD.
004380     MOVE SPACES TO WS-SHOW-IMAGE
004390     MOVE SPACE TO WS-RECORD-SOURCE
004400     MOVE WS-TARGET-ID TO EMP-ID
004410     READ EMP-FILE
004420         INVALID KEY
004430             CONTINUE
004440     END-READ
004450     IF WS-EMP-FILE-OK
004460         MOVE EMP-REC TO WS-SHOW-IMAGE
004470         MOVE "M" TO WS-RECORD-SOURCE
004480     ELSE
004490         MOVE SPACES TO WS-ARCH-SAVED-IMAGE
004500         OPEN INPUT ARCH-FILE
004510         IF WS-ARCH-FILE-OK
004520             MOVE "N" TO WS-SCAN-EOF
004530             PERFORM 2110-SCAN-ONE-ARCHIVE-REC
004540                 UNTIL WS-SCAN-EOF = "Y"
004550             CLOSE ARCH-FILE
004560         END-IF
004570         IF WS-ARCH-SAVED-IMAGE NOT = SPACES
004580             MOVE WS-ARCH-SAVED-IMAGE TO WS-SHOW-IMAGE
004590             MOVE "A" TO WS-RECORD-SOURCE
004600         END-IF
004610     END-IF.
004620
004630 2110-SCAN-ONE-ARCHIVE-REC.
004640     READ ARCH-FILE
004650         AT END
004660             MOVE "Y" TO WS-SCAN-EOF
004670         NOT AT END
004680             IF ARCH-EMP-ID = WS-TARGET-ID
004690                 MOVE ARCH-REC TO WS-ARCH-SAVED-IMAGE
004700             END-IF
004710     END-READ.
004720
004730******************************************************************
004740*    3000-PRINT-CURRENT-RECORD
004750******************************************************************
004760 3000-PRINT-CURRENT-RECORD.
004770     MOVE SPACES TO REPORT-REC
004780     PERFORM 8000-WRITE-REPORT-LINE
004790     EVALUATE TRUE
004800         WHEN WS-FROM-MASTER
004810             MOVE "CURRENT RECORD (EMPLOYEES.TXT)" TO REPORT-REC
004820         WHEN WS-FROM-ARCHIVE
004830             MOVE "ARCHIVED RECORD (EMPARCHIVE.TXT) - PURGED"
004840                 TO REPORT-REC
004850         WHEN OTHER
004860             MOVE "NO RECORD ON THE MASTER OR THE ARCHIVE"
004870                 TO REPORT-REC
004880     END-EVALUATE
004890     PERFORM 8000-WRITE-REPORT-LINE
004900     IF NOT WS-FROM-NOWHERE
004910         MOVE "NAME" TO ITM-LABEL
004920         MOVE WSR-NAME TO ITM-VALUE
004930         PERFORM 8100-WRITE-ITEM-LINE
004940         MOVE "DEPARTMENT" TO ITM-LABEL
004950         MOVE WSR-DEPT TO WS-FMT-RAW
004960         PERFORM 4600-FORMAT-DEPT
004970         MOVE WS-FMT-SHOW TO ITM-VALUE
004980         PERFORM 8100-WRITE-ITEM-LINE
004990         MOVE "HIRE DATE" TO ITM-LABEL
005000         MOVE WSR-HIRE-DATE TO WS-FMT-RAW
005010         PERFORM 4700-FORMAT-DATE
005020         MOVE WS-FMT-SHOW TO ITM-VALUE
005030         PERFORM 8100-WRITE-ITEM-LINE
005040         MOVE "PAY GRADE" TO ITM-LABEL
005050         MOVE WSR-PAY-GRADE TO ITM-VALUE
005060         PERFORM 8100-WRITE-ITEM-LINE
005070         MOVE "STATUS" TO ITM-LABEL
005080         MOVE WSR-STATUS TO WS-FMT-RAW
005090         PERFORM 4800-FORMAT-STATUS
005100         MOVE WS-FMT-SHOW TO ITM-VALUE
005110         PERFORM 8100-WRITE-ITEM-LINE
005120         MOVE "STATUS DATE" TO ITM-LABEL
005130         MOVE WSR-STATUS-DATE TO WS-FMT-RAW
005140         PERFORM 4700-FORMAT-DATE
005150         MOVE WS-FMT-SHOW TO ITM-VALUE
005160         PERFORM 8100-WRITE-ITEM-LINE
005170         MOVE "TERM DATE" TO ITM-LABEL
005180         MOVE WSR-TERM-DATE TO WS-FMT-RAW
005190         PERFORM 4700-FORMAT-DATE
005200         MOVE WS-FMT-SHOW TO ITM-VALUE
005210         PERFORM 8100-WRITE-ITEM-LINE
005220         MOVE "ANNUAL SALARY" TO ITM-LABEL
005230         MOVE WSR-SALARY TO WS-FMT-RAW
005240         PERFORM 4500-FORMAT-SALARY
005250         MOVE WS-FMT-SHOW TO ITM-VALUE
005260         PERFORM 8100-WRITE-ITEM-LINE
005270     END-IF.
005280
005290******************************************************************
005300*    4000-PRINT-TIMELINE - EVERY EMPHISTORY.TXT RECORD FOR THE
005310*    ID, OLDEST FIRST (THE FILE IS CHRONOLOGICAL).  THE EMP-ID
005320*    SITS IN WHICHEVER IMAGE IS NOT BLANK.
005330******************************************************************
005340 4000-PRINT-TIMELINE.
005350     MOVE SPACES TO REPORT-REC
005360     PERFORM 8000-WRITE-REPORT-LINE
005370     MOVE "SERVICE TIMELINE (EMPHISTORY.TXT)" TO REPORT-REC
005380     PERFORM 8000-WRITE-REPORT-LINE
005390     MOVE WS-EVENT-HEAD-LINE TO REPORT-REC
005400     PERFORM 8000-WRITE-REPORT-LINE
005410     MOVE 0 TO WS-EVENT-COUNT
005420     OPEN INPUT HIST-FILE
005430     IF WS-HIST-FILE-OK
005440         MOVE "N" TO WS-SCAN-EOF
005450         PERFORM 4100-CHECK-ONE-HISTORY-REC
005460             UNTIL WS-SCAN-EOF = "Y"
005470         CLOSE HIST-FILE
005480     END-IF
005490     IF WS-EVENT-COUNT = 0
005500         MOVE "    NO HISTORY ON FILE" TO REPORT-REC
005510         PERFORM 8000-WRITE-REPORT-LINE
005520     END-IF.
005530
005540 4100-CHECK-ONE-HISTORY-REC.
005550     READ HIST-FILE
005560         AT END
005570             MOVE "Y" TO WS-SCAN-EOF
005580         NOT AT END
005590             MOVE HIST-BEFORE-IMAGE TO WS-BEFORE-IMAGE
005600             MOVE HIST-AFTER-IMAGE  TO WS-AFTER-IMAGE
005610             IF (WS-AFTER-IMAGE NOT = SPACES
005620                     AND WSA-ID = WS-TARGET-ID)
005630                 OR (WS-AFTER-IMAGE = SPACES
005640                     AND WSB-ID = WS-TARGET-ID)
005650                 PERFORM 4200-PRINT-ONE-EVENT
005660             END-IF
005670     END-READ.
005680
005690******************************************************************
005700*    4200-PRINT-ONE-EVENT - THE EVENT LINE, THEN ONE LINE PER
005710*    FIELD WHOSE PRINTED VALUE DIFFERS BETWEEN THE BEFORE AND
005720*    AFTER IMAGES.  A BLANK BEFORE IMAGE (A HIRE, OR A REHIRE
005730*    BACK FROM THE ARCHIVE) SHOWS EVERY FIELD ARRIVING; A BLANK
005740*    AFTER IMAGE MEANS THE RECORD LEFT THE MASTER.
005750******************************************************************
005760 4200-PRINT-ONE-EVENT.
005770     ADD 1 TO WS-EVENT-COUNT
005780     EVALUATE HIST-ACTION
005790         WHEN "ADD"
005800             MOVE "HIRE"           TO WS-EVENT-LABEL
005810         WHEN "CHANGE"
005820             MOVE "CHANGE"         TO WS-EVENT-LABEL
005830         WHEN "DEPTCHANGE"
005840             MOVE "TRANSFER"       TO WS-EVENT-LABEL
005850         WHEN "MERIT"
005860             MOVE "MERIT INCREASE" TO WS-EVENT-LABEL
005870         WHEN "LEAVE"
005880             MOVE "LEAVE"          TO WS-EVENT-LABEL
005890         WHEN "SUSPEND"
005900             MOVE "SUSPENSION"     TO WS-EVENT-LABEL
005910         WHEN "RETURN"
005920             MOVE "RETURN"         TO WS-EVENT-LABEL
005930         WHEN "DEACTIVATE"
005940             MOVE "TERMINATION"    TO WS-EVENT-LABEL
005950         WHEN "REHIRE"
005960             MOVE "REHIRE"         TO WS-EVENT-LABEL
005970         WHEN "ARCHIVE"
005980             MOVE "ARCHIVE"        TO WS-EVENT-LABEL
005990         WHEN "BACKOUT"
006000             MOVE "BACKOUT"        TO WS-EVENT-LABEL
006010         WHEN OTHER
006020             MOVE HIST-ACTION      TO WS-EVENT-LABEL
006030     END-EVALUATE
006040     MOVE HIST-TIMESTAMP (1:8)  TO EVT-DATE
006050     MOVE HIST-TIMESTAMP (9:4)  TO EVT-TIME
006060     MOVE WS-EVENT-LABEL        TO EVT-LABEL
006070     MOVE HIST-PROGRAM          TO EVT-PROGRAM
006080     MOVE HIST-OPERATOR         TO EVT-OPERATOR
006090     MOVE WS-EVENT-LINE         TO REPORT-REC
006100     PERFORM 8000-WRITE-REPORT-LINE
006110     IF WS-AFTER-IMAGE = SPACES
006120         MOVE "        RECORD REMOVED FROM THE MASTER"
006130             TO REPORT-REC
006140         IF HIST-ACTION = "ARCHIVE"
006150             MOVE "        RECORD PURGED TO EMPARCHIVE.TXT"
006160                 TO REPORT-REC
006170         END-IF
006180         PERFORM 8000-WRITE-REPORT-LINE
006190     ELSE
006200         PERFORM 4300-COMPARE-FIELDS
006210     END-IF.
006220
006230******************************************************************
006240*    4300-COMPARE-FIELDS - FORMATS EACH FIELD OF BOTH IMAGES THE
006250*    SAME WAY AND PRINTS THE ONES THAT CHANGED.
006260******************************************************************
006270 4300-COMPARE-FIELDS.
006280     MOVE "NAME" TO WS-FIELD-LABEL
006290     MOVE WSB-NAME TO WS-FROM-SHOW
006300     MOVE WSA-NAME TO WS-TO-SHOW
006310     PERFORM 4400-WRITE-FIELD-LINE
006320     MOVE "TRANSFER" TO WS-FIELD-LABEL
006330     MOVE WSB-DEPT TO WS-FMT-RAW
006340     PERFORM 4600-FORMAT-DEPT
006350     MOVE WS-FMT-SHOW TO WS-FROM-SHOW
006360     MOVE WSA-DEPT TO WS-FMT-RAW
006370     PERFORM 4600-FORMAT-DEPT
006380     MOVE WS-FMT-SHOW TO WS-TO-SHOW
006390     PERFORM 4400-WRITE-FIELD-LINE
006400     MOVE "HIRE DATE" TO WS-FIELD-LABEL
006410     MOVE WSB-HIRE-DATE TO WS-FMT-RAW
006420     PERFORM 4700-FORMAT-DATE
006430     MOVE WS-FMT-SHOW TO WS-FROM-SHOW
006440     MOVE WSA-HIRE-DATE TO WS-FMT-RAW
006450     PERFORM 4700-FORMAT-DATE
006460     MOVE WS-FMT-SHOW TO WS-TO-SHOW
006470     PERFORM 4400-WRITE-FIELD-LINE
006480     MOVE "GRADE MOVE" TO WS-FIELD-LABEL
006490     MOVE WSB-PAY-GRADE TO WS-FROM-SHOW
006500     MOVE WSA-PAY-GRADE TO WS-TO-SHOW
006510     PERFORM 4400-WRITE-FIELD-LINE
006520     MOVE "SALARY" TO WS-FIELD-LABEL
006530     MOVE WSB-SALARY TO WS-FMT-RAW
006540     PERFORM 4500-FORMAT-SALARY
006550     MOVE WS-FMT-SHOW TO WS-FROM-SHOW
006560     MOVE WSA-SALARY TO WS-FMT-RAW
006570     PERFORM 4500-FORMAT-SALARY
006580     MOVE WS-FMT-SHOW TO WS-TO-SHOW
006590     PERFORM 4400-WRITE-FIELD-LINE
006600     MOVE "STATUS" TO WS-FIELD-LABEL
006610     MOVE WSB-STATUS TO WS-FMT-RAW
006620     PERFORM 4800-FORMAT-STATUS
006630     MOVE WS-FMT-SHOW TO WS-FROM-SHOW
006640     MOVE WSA-STATUS TO WS-FMT-RAW
006650     PERFORM 4800-FORMAT-STATUS
006660     MOVE WS-FMT-SHOW TO WS-TO-SHOW
006670     PERFORM 4400-WRITE-FIELD-LINE
006680     MOVE "STATUS DATE" TO WS-FIELD-LABEL
006690     MOVE WSB-STATUS-DATE TO WS-FMT-RAW
006700     PERFORM 4700-FORMAT-DATE
006710     MOVE WS-FMT-SHOW TO WS-FROM-SHOW
006720     MOVE WSA-STATUS-DATE TO WS-FMT-RAW
006730     PERFORM 4700-FORMAT-DATE
006740     MOVE WS-FMT-SHOW TO WS-TO-SHOW
006750     PERFORM 4400-WRITE-FIELD-LINE
006760     MOVE "TERM DATE" TO WS-FIELD-LABEL
006770     MOVE WSB-TERM-DATE TO WS-FMT-RAW
006780     PERFORM 4700-FORMAT-DATE
006790     MOVE WS-FMT-SHOW TO WS-FROM-SHOW
006800     MOVE WSA-TERM-DATE TO WS-FMT-RAW
006810     PERFORM 4700-FORMAT-DATE
006820     MOVE WS-FMT-SHOW TO WS-TO-SHOW
006830     PERFORM 4400-WRITE-FIELD-LINE.
006840
006850 4400-WRITE-FIELD-LINE.
006860     IF WS-FROM-SHOW NOT = WS-TO-SHOW
006870         MOVE WS-FIELD-LABEL TO FLD-LABEL
006880         MOVE WS-FROM-SHOW   TO FLD-FROM
006890         MOVE WS-TO-SHOW     TO FLD-TO
006900         MOVE WS-FIELD-LINE  TO REPORT-REC
006910         PERFORM 8000-WRITE-REPORT-LINE
006920     END-IF.
006930
006940******************************************************************
006950*    4500-4800 - FIELD FORMATTING.  A SALARY OR DATE THAT IS
006960*    BLANK, ZERO OR NOT NUMERIC (AN IMAGE FROM BEFORE THE FIELD
006970*    EXISTED) PRINTS AS BLANK RATHER THAN GARBAGE.
006980******************************************************************
006990 4500-FORMAT-SALARY.
007000     MOVE SPACES TO WS-FMT-SHOW
007010     IF WS-FMT-RAW (1:9) NUMERIC
007020         MOVE WS-FMT-SALARY-NUM TO WS-SALARY-SHOW
007030         MOVE WS-SALARY-SHOW TO WS-FMT-SHOW
007040     END-IF.
007050
007060 4600-FORMAT-DEPT.
007070     MOVE SPACES TO WS-FMT-SHOW
007080     IF WS-FMT-RAW (1:4) NOT = SPACES
007090         MOVE WS-FMT-RAW (1:4) TO WS-LOOKUP-DEPT
007100         PERFORM 4900-LOOKUP-DEPT-NAME
007110         STRING WS-LOOKUP-DEPT " " WS-LOOKUP-DEPT-NAME
007120             DELIMITED BY SIZE INTO WS-FMT-SHOW
007130     END-IF.
007140
007150 4700-FORMAT-DATE.
007160     MOVE SPACES TO WS-FMT-SHOW
007170     IF WS-FMT-RAW (1:8) NUMERIC
007180         AND WS-FMT-RAW (1:8) NOT = "00000000"
007190         MOVE WS-FMT-RAW (1:8) TO WS-FMT-SHOW
007200     END-IF.
007210
007220 4800-FORMAT-STATUS.
007230     EVALUATE WS-FMT-RAW (1:1)
007240         WHEN "A"
007250             MOVE "A ACTIVE"     TO WS-FMT-SHOW
007260         WHEN "L"
007270             MOVE "L ON LEAVE"   TO WS-FMT-SHOW
007280         WHEN "S"
007290             MOVE "S SUSPENDED"  TO WS-FMT-SHOW
007300         WHEN "T"
007310             MOVE "T TERMINATED" TO WS-FMT-SHOW
007320         WHEN OTHER
007330             MOVE WS-FMT-RAW (1:1) TO WS-FMT-SHOW
007340     END-EVALUATE.
007350
007360******************************************************************
007370*    4900-LOOKUP-DEPT-NAME - NAME FOR WS-LOOKUP-DEPT, FLAGGED
007380*    WHEN THE CODE IS NO LONGER ON FILE (SEE RECORDSEARCH).
007390******************************************************************
007400 4900-LOOKUP-DEPT-NAME.
007410     MOVE SPACES TO WS-LOOKUP-DEPT-NAME
007420     IF WS-DEPT-FILE-AVAILABLE
007430         MOVE WS-LOOKUP-DEPT TO DEPT-CODE
007440         READ DEPT-FILE
007450             INVALID KEY
007460                 MOVE "(UNKNOWN DEPT CODE)" TO WS-LOOKUP-DEPT-NAME
007470         END-READ
007480         IF WS-DEPT-FILE-OK
007490             MOVE DEPT-NAME TO WS-LOOKUP-DEPT-NAME
007500         END-IF
007510     END-IF.
007520
007530******************************************************************
007540*    5000-PRINT-PENDING - EVERY PENDINGTRANS.TXT LINE FOR THE
007550*    ID, IN FILE ORDER, WITH THE FIELDS IT WILL SET.
007560******************************************************************
007570 5000-PRINT-PENDING.
007580     MOVE SPACES TO REPORT-REC
007590     PERFORM 8000-WRITE-REPORT-LINE
007600     MOVE "PENDING TRANSACTIONS (PENDINGTRANS.TXT)" TO REPORT-REC
007610     PERFORM 8000-WRITE-REPORT-LINE
007620     MOVE WS-PEND-HEAD-LINE TO REPORT-REC
007630     PERFORM 8000-WRITE-REPORT-LINE
007640     MOVE 0 TO WS-PENDING-COUNT
007650     OPEN INPUT PEND-FILE
007660     IF WS-PEND-FILE-OK
007670         MOVE "N" TO WS-SCAN-EOF
007680         PERFORM 5100-CHECK-ONE-PENDING
007690             UNTIL WS-SCAN-EOF = "Y"
007700         CLOSE PEND-FILE
007710     END-IF
007720     IF WS-PENDING-COUNT = 0
007730         MOVE "    NONE PENDING" TO REPORT-REC
007740         PERFORM 8000-WRITE-REPORT-LINE
007750     END-IF.
007760
007770 5100-CHECK-ONE-PENDING.
007780     READ PEND-FILE
007790         AT END
007800             MOVE "Y" TO WS-SCAN-EOF
007810         NOT AT END
007820             IF TRN-ID = WS-TARGET-ID
007830                 PERFORM 5200-PRINT-ONE-PENDING
007840             END-IF
007850     END-READ.
007860
007870 5200-PRINT-ONE-PENDING.
007880     ADD 1 TO WS-PENDING-COUNT
007890     EVALUATE TRN-ACTION
007900         WHEN "A"
007910             MOVE "ADD"        TO WS-ACTION-WORD
007920         WHEN "C"
007930             MOVE "CHANGE"     TO WS-ACTION-WORD
007940         WHEN "D"
007950             MOVE "TERMINATE"  TO WS-ACTION-WORD
007960         WHEN "R"
007970             MOVE "REHIRE"     TO WS-ACTION-WORD
007980         WHEN "L"
007990             MOVE "LEAVE"      TO WS-ACTION-WORD
008000         WHEN "S"
008010             MOVE "SUSPEND"    TO WS-ACTION-WORD
008020         WHEN "B"
008030             MOVE "RETURN"     TO WS-ACTION-WORD
008040         WHEN "M"
008050             MOVE "MERIT"      TO WS-ACTION-WORD
008060         WHEN OTHER
008070             MOVE TRN-ACTION   TO WS-ACTION-WORD
008080     END-EVALUATE
008090     MOVE SPACES TO WS-PEND-DETAILS
008100     MOVE 1 TO WS-DETAIL-PTR
008110     IF TRN-DEPT NOT = SPACES
008120         STRING "DEPT " TRN-DEPT "  "
008130             DELIMITED BY SIZE INTO WS-PEND-DETAILS
008140             WITH POINTER WS-DETAIL-PTR
008150     END-IF
008160     IF TRN-PAY-GRADE NOT = SPACES
008170         STRING "GRADE " TRN-PAY-GRADE "  "
008180             DELIMITED BY SIZE INTO WS-PEND-DETAILS
008190             WITH POINTER WS-DETAIL-PTR
008200     END-IF
008210     IF TRN-SALARY NUMERIC
008220         MOVE TRN-SALARY-NUM TO WS-SALARY-SHOW
008230         STRING "SALARY " WS-SALARY-SHOW "  "
008240             DELIMITED BY SIZE INTO WS-PEND-DETAILS
008250             WITH POINTER WS-DETAIL-PTR
008260     END-IF
008270     IF TRN-OPERATOR NOT = SPACES
008280         STRING "BY " TRN-OPERATOR
008290             DELIMITED BY SIZE INTO WS-PEND-DETAILS
008300             WITH POINTER WS-DETAIL-PTR
008310     END-IF
008320     MOVE TRN-EFF-DATE    TO PND-EFF-DATE
008330     MOVE WS-ACTION-WORD  TO PND-ACTION
008340     MOVE WS-PEND-DETAILS TO PND-DETAILS
008350     MOVE WS-PEND-LINE    TO REPORT-REC
008360     PERFORM 8000-WRITE-REPORT-LINE.
008370
008380******************************************************************
008390*    7000-LOG-REQUEST - APPENDS ONE ENTRY TO THE AUDIT LOG FOR
008400*    THE ID JUST PRINTED, LAID OUT AS RECORDSEARCH'S 3000-LOG-
008410*    SEARCH LAYS OUT A NAME LOOKUP.  FOUND MEANS A MASTER OR
008420*    ARCHIVE RECORD WAS ON FILE.
008430******************************************************************
008440 7000-LOG-REQUEST.
008450     ACCEPT WS-CURRENT-TIME FROM TIME
008460     OPEN EXTEND AUDIT-LOG
008470     IF NOT WS-AUDIT-FILE-OK
008480         OPEN OUTPUT AUDIT-LOG
008490     END-IF
008500     IF WS-AUDIT-FILE-OK
008510         MOVE SPACES TO AUDIT-REC
008520         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
008530             DELIMITED BY SIZE INTO AUDIT-TIMESTAMP
008540         STRING "SERVICE REC " WS-TARGET-ID
008550             DELIMITED BY SIZE INTO AUDIT-SEARCH-NAME
008560         MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
008570         IF WS-FROM-NOWHERE
008580             MOVE "NOTFOUND"  TO AUDIT-RESULT
008590         ELSE
008600             MOVE "FOUND"     TO AUDIT-RESULT
008610         END-IF
008620         WRITE AUDIT-REC
008630         CLOSE AUDIT-LOG
008640     ELSE
008650         DISPLAY "Unable to open audit log, status "
008660             WS-AUDIT-FILE-STATUS
008670     END-IF.
008680
008690******************************************************************
008700*    8000-WRITE-REPORT-LINE / 8100-WRITE-ITEM-LINE
008710******************************************************************
008720 8000-WRITE-REPORT-LINE.
008730     WRITE REPORT-REC
008740     IF NOT WS-RPT-FILE-OK
008750         DISPLAY "Unable to write servicerecord.txt, status "
008760             WS-RPT-FILE-STATUS
008770     END-IF.
008780
008790 8100-WRITE-ITEM-LINE.
008800     MOVE WS-ITEM-LINE TO REPORT-REC
008810     PERFORM 8000-WRITE-REPORT-LINE
008820     MOVE SPACES TO ITM-VALUE.
008830
008840******************************************************************
008850*    9000-OPERATOR-SIGN-ON - ASKS FOR AN OPERATOR ID AND PASSWORD
008860*    AND CHECKS THEM AGAINST THE OPERATORS.TXT SECURITY FILE (SEE
008870*    OPERMAINT).  EVERY ROLE MAY PRINT A SERVICE RECORD, SO ONLY
008880*    A MISSING SECURITY FILE, AN UNKNOWN ID OR A WRONG PASSWORD
008890*    IS WRITTEN TO THE VIOLATION LOG AND ENDS THE RUN.
008900******************************************************************
008910 9000-OPERATOR-SIGN-ON.
008920     MOVE "N" TO WS-SIGNON-RESULT
008930     DISPLAY "Operator ID: "
008940     ACCEPT WS-OPERATOR-ID
008950     DISPLAY "Password: "
008960     ACCEPT WS-PASSWORD-ENTRY
008970     OPEN INPUT OPER-FILE
008980     IF NOT WS-OPER-FILE-OK
008990         DISPLAY "Unable to open operators.txt (status "
009000             WS-OPER-FILE-STATUS ") - run operMaint to set "
009010             "up the operator security file."
009020         MOVE "NO SECURITY FILE" TO WS-VIOL-REASON
009030     ELSE
009040         MOVE WS-OPERATOR-ID TO OPER-ID
009050         READ OPER-FILE
009060             INVALID KEY
009070                 CONTINUE
009080         END-READ
009090         IF WS-OPER-FILE-OK
009100             AND OPER-PASSWORD = WS-PASSWORD-ENTRY
009110             MOVE OPER-ROLE TO WS-OPERATOR-ROLE
009120             MOVE "Y" TO WS-SIGNON-RESULT
009130             DISPLAY "Signed on: " OPER-NAME
009140                 " (role " OPER-ROLE ")"
009150         ELSE
009160             MOVE "UNKNOWN ID OR BAD PASSWORD" TO WS-VIOL-REASON
009170         END-IF
009180         CLOSE OPER-FILE
009190     END-IF
009200     IF NOT WS-SIGNED-ON
009210         DISPLAY "Sign-on refused."
009220         MOVE "SIGN-ON" TO WS-VIOL-ACTION
009230         PERFORM 9200-LOG-VIOLATION
009240         STOP RUN
009250     END-IF.
009260
009270******************************************************************
009280*    9200-LOG-VIOLATION - APPENDS ONE RECORD TO SECVIOLATIONS.TXT
009290*    (SEE SECVIOL.CPY).  THE CALLER HAS ALREADY PUT THE ACTION IN
009300*    WS-VIOL-ACTION AND THE REASON IN WS-VIOL-REASON.
009310******************************************************************
009320 9200-LOG-VIOLATION.
009330     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
009340     ACCEPT WS-CURRENT-TIME FROM TIME
009350     OPEN EXTEND VIOL-FILE
009360     IF NOT WS-VIOL-FILE-OK
009370         OPEN OUTPUT VIOL-FILE
009380     END-IF
009390     IF WS-VIOL-FILE-OK
009400         MOVE SPACES TO VIOL-REC
009410         STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
009420             DELIMITED BY SIZE INTO VIOL-TIMESTAMP
009430         MOVE WS-OPERATOR-ID    TO VIOL-OPERATOR
009440         MOVE "SERVICERECORD"   TO VIOL-PROGRAM
009450         MOVE WS-VIOL-ACTION    TO VIOL-ACTION
009460         MOVE WS-VIOL-REASON    TO VIOL-REASON
009470         WRITE VIOL-REC
009480         CLOSE VIOL-FILE
009490     ELSE
009500         DISPLAY "Unable to open violation log, status "
009510             WS-VIOL-FILE-STATUS
009520     END-IF.
009530
009540 END PROGRAM serviceRecord.
