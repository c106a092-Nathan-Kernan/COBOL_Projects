000100******************************************************************
000200*    CKPTREC.CPY
000300*    CHECKPOINT RECORD LAYOUT - SHARED BY THE NIGHTLY STEPS THAT
000400*    APPLY TRANSACTIONS TO THE MASTER (EMPBATCHAPPLY, WHOSE FILE
000500*    IS APPLYCKPT.TXT, AND EMPTRNRELEASE, RELEASECKPT.TXT).  THE
000600*    FILE HOLDS ONE RECORD, REWRITTEN EVERY FEW TRANSACTIONS,
000700*    SAYING HOW FAR THE RUN HAS GOT: THE RUN DATE, THE FEED IT
000800*    IS WORKING THROUGH (ZERO FOR THE PENDING FILE, WHICH HAS NO
000900*    HEADER), THE NUMBER OF THE LAST INPUT RECORD FINISHED, THAT
001000*    RECORD'S ACTION, ID AND EFFECTIVE DATE, AND THE RESULT
001100*    COUNTS SO FAR.  A SAME-DATE RERUN OF THE STEP RESUMES AFTER
001200*    THAT RECORD; A RUN THAT FINISHES DELETES THE FILE.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ------------------------------------------
001700*    2026-10-15 NK    ORIGINAL LAYOUT.
001800******************************************************************
001900 01  CKPT-REC.
002000     05  CKPT-RUN-DATE           PIC 9(08).
002100     05  FILLER                  PIC X(01).
002200     05  CKPT-FEED-DATE          PIC 9(08).
002300     05  FILLER                  PIC X(01).
002400     05  CKPT-FEED-SEQ           PIC 9(04).
002500     05  FILLER                  PIC X(01).
002600     05  CKPT-REC-NO             PIC 9(06).
002700     05  FILLER                  PIC X(01).
002800     05  CKPT-LAST-ACTION        PIC X(01).
002900     05  CKPT-LAST-ID            PIC X(05).
003000     05  CKPT-LAST-EFF-DATE      PIC X(08).
003100     05  FILLER                  PIC X(01).
003200     05  CKPT-APPLIED            PIC 9(04).
003300     05  FILLER                  PIC X(01).
003400     05  CKPT-REJECTED           PIC 9(04).
003500     05  FILLER                  PIC X(01).
003600     05  CKPT-PENDED             PIC 9(04).
