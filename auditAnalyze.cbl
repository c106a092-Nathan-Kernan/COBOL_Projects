000377*                     REAL BATCHES.  THE HEADER NOW GOES OUT
000378*                     JUST AHEAD OF THE FIRST LINE ACTUALLY
000379*                     ROLLED, AND NOT AT ALL OTHERWISE.
000380*    2026-10-15 NK    AUDIT-REC NOW COMES FROM THE SHARED
000381*                     AUDITREC.CPY, WHICH ADDED THE OPERATOR ID
000382*                     TO EVERY LINE; THE ARCHIVE AND WORK
000383*                     RECORDS ARE WIDENED TO MATCH SO A ROLLED
000384*                     OR KEPT LINE KEEPS ITS OPERATOR.
000385*    2026-10-15 NK    ARCHIVE AND WORK RECORDS WIDENED AGAIN FOR
000386*                     AUDIT-SELECTION (RECORDSEARCH'S SELECTION
000387*                     QUERY CRITERIA), SO ROLLED LINES KEEP THEM.
000388*                     A QUERY TALLIES UNDER "SELECTION QUERY"
000389*                     LIKE ANY OTHER SEARCH NAME.
000390******************************************************************
000391
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  AUDIT-LOG.
000620     COPY "AUDITREC.cpy".
000680
000690 FD  ARCH-FILE.
000700 01  ARCH-REC                    PIC X(111).
000710
000720 FD  WORK-FILE.
000730 01  WORK-REC                    PIC X(111).
000740
000750 FD  SUMMARY-FILE.
000760 01  SUMMARY-REC                 PIC X(80).
