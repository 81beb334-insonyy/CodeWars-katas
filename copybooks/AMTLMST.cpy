000100*----------------------------------------------------------------
000200* AMTLMST - RECORD LAYOUT FOR THE VSAM COMMERCIAL LOAN MASTER,
000300*     THE LOAN-SIDE COUNTERPART TO THE DEPOSIT ACCOUNT MASTER
000400*     (SEE AMTMSTR).  SIZED FOR THE WIDE AMOUNTS OF THE
000500*     COMMERCIAL LOAN STREAM (SEE AMTOUTL/AMTCONVL) - A LOAN
000600*     BALANCE WILL NOT FIT THE DEPOSIT MASTER'S SEVEN-DIGIT
000700*     PACKED FIELD.  UPDATED IN PLACE BY THE LOAN POSTING
000800*     STEP (AMTLPST), WHICH ALSO ADDS THE RECORD THE FIRST
000810*     NIGHT A NEW LOAN'S KEY APPEARS ON ITS POSTING FILE.
000900*
001000* AMT-LMST-KEY       IS THE VSAM RECORD KEY, SAME SHAPE AS
001100*     AMT-OUTL-KEY ON THE WIDE CONVERTED FILE.
001200* AMT-LMST-BAL       IS THE SIGNED, THREE-DECIMAL PACKED LOAN
001300*     BALANCE - SAME DIGITS AS AMTL-NUM-VAL IN AMTCONVL.
001400* AMT-LMST-ACCR-INT  IS THE INTEREST ACCRUED ON THE LOAN AND
001500*     NOT YET BILLED - THE LOAN POSTING STEP ADDS EACH
001600*     NIGHT'S ONE-DAY ACCRUAL INTO IT.  BILLING IS DONE BY
001700*     THE LOAN SYSTEM, WHICH CLEARS THE FIELD.
001800* AMT-LMST-STATUS    IS 'A' ACTIVE, 'C' CLOSED.  SPACE READS
001900*     AS ACTIVE, THE SAME CONVENTION AS AMT-MSTR-STATUS.
002000* AMT-LMST-LAST-DATE IS THE RUN DATE (YYYYMMDD) OF THE LAST
002100*     NIGHTLY POSTING TO THE RECORD.
002200*
002300* WRITTEN  10/15/2026 RB
002310* MODIFIED 10/15/2026 RB - RECORDS ARE NOW ADDED BY AMTLPST
002320*     (STATUS 'A') WHEN A KEY IS NOT YET ON THE MASTER.
002400*----------------------------------------------------------------
002500 01  AMT-LMST-RECORD.
002600     05  AMT-LMST-KEY            PIC X(10).
002700     05  AMT-LMST-BAL            PIC S9(13)V999 COMP-3.
002800     05  AMT-LMST-ACCR-INT       PIC S9(13)V999 COMP-3.
002900     05  AMT-LMST-STATUS         PIC X(01).
003000         88  AMT-LMST-ACTIVE              VALUE 'A' SPACE.
003100         88  AMT-LMST-CLOSED              VALUE 'C'.
003200     05  AMT-LMST-LAST-DATE      PIC 9(08).
003300     05  FILLER                  PIC X(13).
