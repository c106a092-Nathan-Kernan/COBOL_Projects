000100******************************************************************
000200*    CTLTOT.CPY
000300*    NIGHTLY CONTROL-TOTAL RECORD LAYOUT - ONE RECORD PER
000400*    CTLBALANCE RUN, APPENDED TO THE PERMANENT CTLTOTALS.TXT.
000500*    CARRIES THE MASTER'S RECORD COUNT BY STATUS, THE TOTAL OF
000600*    EMP-ANNUAL-SALARY AND THE HASH TOTAL OF THE NUMERIC EMP-IDS
000700*    AS THEY STOOD WHEN THE RUN TOOK THEM.  THE NEXT NIGHT'S RUN
000800*    PROVES ITS OWN TOTALS FROM THE LAST RECORD DATED BEFORE IT.
000900*    CTL-RESULT IS "B" IN BALANCE, "O" OUT OF BALANCE, "A" OUT
001000*    OF BALANCE BUT ACCEPTED BY THE OPERATOR, "S" STARTING
001100*    TOTALS (NO EARLIER RECORD TO PROVE FROM).
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  ------------------------------------------
001600*    2026-10-15 NK    ORIGINAL LAYOUT.
001700******************************************************************
001800 01  CTL-REC.
001900     05  CTL-TAKEN-DATE          PIC 9(08).
002000     05  FILLER                  PIC X(01).
002100     05  CTL-TAKEN-TIME          PIC 9(06).
002200     05  FILLER                  PIC X(01).
002300     05  CTL-COUNT-ACTIVE        PIC 9(06).
002400     05  FILLER                  PIC X(01).
002500     05  CTL-COUNT-TERMINATED    PIC 9(06).
002600     05  FILLER                  PIC X(01).
002700     05  CTL-COUNT-LEAVE         PIC 9(06).
002800     05  FILLER                  PIC X(01).
002900     05  CTL-COUNT-SUSPENDED     PIC 9(06).
003000     05  FILLER                  PIC X(01).
003100     05  CTL-COUNT-OTHER         PIC 9(06).
003200     05  FILLER                  PIC X(01).
003300     05  CTL-COUNT-TOTAL         PIC 9(06).
003400     05  FILLER                  PIC X(01).
003500     05  CTL-SALARY-TOTAL        PIC 9(11)V99.
003600     05  FILLER                  PIC X(01).
003700     05  CTL-ID-HASH             PIC 9(12).
003800     05  FILLER                  PIC X(01).
003900     05  CTL-RESULT              PIC X(01).
004000         88  CTL-IN-BALANCE          VALUE "B".
004100         88  CTL-OUT-OF-BALANCE      VALUE "O".
004200         88  CTL-ACCEPTED            VALUE "A".
004300         88  CTL-STARTING            VALUE "S".
