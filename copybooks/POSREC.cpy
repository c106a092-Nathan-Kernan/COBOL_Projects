000100******************************************************************
000200*    POSREC.CPY
000300*    POSITION-CONTROL RECORD LAYOUT - SHARED BY EVERY PROGRAM
000400*    THAT READS OR MAINTAINS POSITIONS.TXT.  ONE RECORD PER
000500*    DEPARTMENT AND PAY-GRADE COMBINATION THE BUDGET PAYS FOR,
000600*    CARRYING THE NUMBER OF PEOPLE AUTHORIZED IN IT.  A HIRE OR
000700*    REHIRE INTO A COMBINATION WITH NO RECORD, OR ONE ALREADY
000800*    FILLED TO ITS AUTHORIZED COUNT, IS REFUSED.
000900*
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-10-15 NK    ORIGINAL LAYOUT.
001400******************************************************************
001500 01  POS-REC.
001600     05  POS-KEY.
001700         10  POS-DEPT        PIC X(04).
001800         10  POS-GRADE       PIC X(03).
001900     05  POS-AUTHORIZED      PIC 9(04).
