000100******************************************************************
000200*    OPERREC.CPY
000300*    OPERATOR SECURITY RECORD LAYOUT - SHARED BY EVERY PROGRAM
000400*    THAT SIGNS AN OPERATOR ON OR MAINTAINS OPERATORS.TXT.  ONE
000500*    RECORD PER AUTHORIZED OPERATOR ID, CARRYING THE SIGN-ON
000600*    PASSWORD AND THE ONE ROLE THAT DECIDES WHAT THE OPERATOR
000700*    MAY DO:
000800*        I - INQUIRY ONLY (LOOKUPS AND LISTINGS)
000900*        E - EMPLOYEE UPDATE (EMPMAINT, PENDMAINT)
001000*        R - REFERENCE DATA (DEPTMAINT, GRADEMAINT)
001100*        B - RESTORE/BACKOUT (EMPRESTORE B MODE)
001200*        S - SECURITY ADMINISTRATION (OPERMAINT)
001300*    EVERY ROLE MAY INQUIRE AND LIST.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  ------------------------------------------
001800*    2026-10-15 NK    ORIGINAL LAYOUT.
001900******************************************************************
002000 01  OPER-REC.
002100     05  OPER-ID             PIC X(08).
002200     05  OPER-NAME           PIC X(20).
002300     05  OPER-ROLE           PIC X(01).
002400         88  OPER-ROLE-INQUIRY   VALUE "I".
002500         88  OPER-ROLE-EMP-UPDATE
002600                                 VALUE "E".
002700         88  OPER-ROLE-REFERENCE VALUE "R".
002800         88  OPER-ROLE-RESTORE   VALUE "B".
002900         88  OPER-ROLE-SECURITY  VALUE "S".
003000         88  OPER-ROLE-VALID     VALUES "I" "E" "R" "B" "S".
003100     05  OPER-PASSWORD       PIC X(08).
