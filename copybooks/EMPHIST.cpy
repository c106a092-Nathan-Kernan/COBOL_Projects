001540*                     EMP-ANNUAL-SALARY WAS ADDED TO EMPREC.CPY.
001550*    2026-09-02 NK    IMAGES WIDENED 58 TO 66 BYTES WHEN
001560*                     EMP-STATUS-DATE WAS ADDED TO EMPREC.CPY.
001570*    2026-10-15 NK    ADDED HIST-OPERATOR - THE SIGNED-ON
001580*                     OPERATOR ID BEHIND AN INTERACTIVE CHANGE,
001590*                     OR "BATCH" FOR THE OVERNIGHT STREAM, SO
001591*                     EVERY CHANGE TIES BACK TO A PERSON.
001592*                     RECORDS WRITTEN BEFORE THIS CHANGE READ
001593*                     BACK WITH A BLANK OPERATOR.
001600******************************************************************
001700 01  HIST-REC.
001800     05  HIST-TIMESTAMP      PIC X(14).
002400     05  HIST-BEFORE-IMAGE   PIC X(66).
002500     05  FILLER              PIC X(01).
002600     05  HIST-AFTER-IMAGE    PIC X(66).
002700     05  FILLER              PIC X(01).
002800     05  HIST-OPERATOR       PIC X(08).
