000100******************************************************************
000200*    SECVIOL.CPY
000300*    SECURITY VIOLATION LOG RECORD LAYOUT - SHARED BY EVERY
000400*    PROGRAM THAT SIGNS AN OPERATOR ON.  ONE LINE IS APPENDED TO
000500*    SECVIOLATIONS.TXT FOR EACH REFUSED SIGN-ON AND EACH ACTION
000600*    REFUSED BECAUSE THE OPERATOR'S ROLE DOES NOT ALLOW IT,
000700*    CARRYING WHEN, WHO, WHICH PROGRAM AND ACTION, AND WHY.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  ------------------------------------------
001200*    2026-10-15 NK    ORIGINAL LAYOUT.
001300******************************************************************
001400 01  VIOL-REC.
001500     05  VIOL-TIMESTAMP      PIC X(14).
001600     05  FILLER              PIC X(01).
001700     05  VIOL-OPERATOR       PIC X(08).
001800     05  FILLER              PIC X(01).
001900     05  VIOL-PROGRAM        PIC X(13).
002000     05  FILLER              PIC X(01).
002100     05  VIOL-ACTION         PIC X(10).
002200     05  FILLER              PIC X(01).
002300     05  VIOL-REASON         PIC X(30).
