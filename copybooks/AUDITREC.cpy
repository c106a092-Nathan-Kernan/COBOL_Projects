000100******************************************************************
000200*    AUDITREC.CPY
000300*    AUDIT LOG RECORD LAYOUT - SHARED BY EVERY PROGRAM THAT
000400*    APPENDS TO AUDITLOG.TXT AND BY AUDITANALYZE, WHICH READS AND
000500*    ROLLS IT.  ONE LINE PER LOOKUP: WHEN IT RAN, WHAT WAS
000600*    LOOKED FOR, WHETHER IT WAS FOUND, AND WHO ASKED.
000700*    AUDIT-OPERATOR IS THE SIGNED-ON OPERATOR ID, OR "BATCH" FOR
000800*    THE NIGHTLY STREAM; LINES WRITTEN BEFORE IT WAS ADDED READ
000900*    BACK WITH IT BLANK.
000910*    A RECORDSEARCH SELECTION QUERY IS LOGGED UNDER THE SEARCH
000920*    NAME "SELECTION QUERY" WITH ITS CRITERIA (SAME COLUMNS AS A
000930*    SELECTLIST.TXT LINE, BLANK MEANING ANY) AND ITS MATCH COUNT
000940*    IN AUDIT-SELECTION; A NAME LOOKUP LEAVES THAT AREA BLANK.
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  ------------------------------------------
001400*    2026-10-15 NK    LAYOUT MOVED OUT OF RECORDSEARCH AND
001500*                     AUDITANALYZE INTO THIS COPYBOOK, AND
001600*                     AUDIT-OPERATOR ADDED.
001610*    2026-10-15 NK    ADDED AUDIT-SELECTION FOR RECORDSEARCH'S
001620*                     MULTI-CRITERIA QUERIES.  LINES WRITTEN
001630*                     BEFORE IT WAS ADDED READ BACK WITH IT BLANK.
001700******************************************************************
001800 01  AUDIT-REC.
001900     05  AUDIT-TIMESTAMP         PIC X(14).
002000     05  FILLER                  PIC X(01).
002100     05  AUDIT-SEARCH-NAME       PIC X(20).
002200     05  FILLER                  PIC X(01).
002300     05  AUDIT-RESULT            PIC X(08).
002400     05  FILLER                  PIC X(01).
002500     05  AUDIT-OPERATOR          PIC X(08).
002600     05  FILLER                  PIC X(01).
002700     05  AUDIT-SELECTION.
002800         10  AUDIT-SEL-CRITERIA.
002900             15  AUDIT-SEL-DEPT      PIC X(04).
003000             15  FILLER              PIC X(01).
003100             15  AUDIT-SEL-GRADE     PIC X(03).
003200             15  FILLER              PIC X(01).
003300             15  AUDIT-SEL-STATUS    PIC X(04).
003400             15  FILLER              PIC X(01).
003500             15  AUDIT-SEL-HIRE-FROM PIC X(08).
003600             15  FILLER              PIC X(01).
003700             15  AUDIT-SEL-HIRE-TO   PIC X(08).
003800             15  FILLER              PIC X(01).
003900             15  AUDIT-SEL-SAL-FROM  PIC X(09).
004000             15  FILLER              PIC X(01).
004100             15  AUDIT-SEL-SAL-TO    PIC X(09).
004200         10  FILLER              PIC X(01).
004300         10  AUDIT-SEL-MATCHES   PIC X(05).
