000100******************************************************************
000200*    NTCREG.CPY
000300*    ACCESS NOTICE REGISTER RECORD LAYOUT - ONE RECORD PER NOTICE
000400*    ACCESSNOTICE HAS SENT, APPENDED TO THE PERMANENT
000500*    ACCESSREGISTER.TXT AS EACH GENERATION GOES OUT, AND READ BY
000600*    ACCESSACKRECON TO FIND REVOCATIONS SECURITY HAS NOT
000700*    CONFIRMED.  REG-ACCESS IS "R" FOR A REVOCATION (TERMINATED
000800*    OR SUSPENDED) AND "G" FOR A GRANT (REHIRED, OR BACK FROM
000900*    LEAVE OR SUSPENSION).  A NOTICE IS IDENTIFIED BY EMP-ID AND
001000*    THE GENERATION THAT CARRIED IT.
001100*
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  ------------------------------------------
001500*    2026-10-15 NK    ORIGINAL LAYOUT.
001600******************************************************************
001700 01  REG-REC.
001800     05  REG-EMP-ID              PIC X(05).
001900     05  FILLER                  PIC X(01).
002000     05  REG-GENERATION          PIC 9(06).
002100     05  FILLER                  PIC X(01).
002200     05  REG-SENT-DATE           PIC 9(08).
002300     05  FILLER                  PIC X(01).
002400     05  REG-ACCESS              PIC X(01).
002500         88  REG-REVOKE              VALUE "R".
002600         88  REG-GRANT               VALUE "G".
002700     05  FILLER                  PIC X(01).
002800     05  REG-ACTION              PIC X(10).
002900     05  FILLER                  PIC X(01).
003000     05  REG-EFF-DATE            PIC 9(08).
003100     05  FILLER                  PIC X(01).
003200     05  REG-EMP-NAME            PIC X(20).
003300     05  FILLER                  PIC X(01).
003400     05  REG-EMP-DEPT            PIC X(04).
