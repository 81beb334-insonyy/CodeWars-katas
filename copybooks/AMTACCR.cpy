000100*----------------------------------------------------------------
000200* AMTACCR - RECORD LAYOUT FOR THE VSAM ACCRUED-INTEREST LEDGER,
000300*     ONE RECORD PER ACCOUNT AND PRODUCT.  AMTPOST IS
000400*     RECREATED EVERY NIGHT AND CARRIES ONLY THAT NIGHT'S
000500*     ONE-DAY ACCRUAL; THIS LEDGER IS RETAINED, AND THE
000600*     NIGHTLY ACCRUAL-LEDGER STEP (AMTACCR) ADDS EACH NIGHT'S
000700*     AMT-POST-INT INTO IT, SO THE CAPITALIZATION STEP
000800*     (AMTCAP) POSTS THE WHOLE CYCLE'S INTEREST INSTEAD OF
000900*     THE ONE NIGHT THAT HAPPENS TO FALL ON THE
001000*     CAPITALIZATION DATE.
001100*
001200* AMT-ACCR-LKEY      IS THE VSAM RECORD KEY - THE ACCOUNT KEY
001300*     (SAME SHAPE AS AMT-POST-KEY) FOLLOWED BY THE PRODUCT
001400*     CODE FROM THE POSTING RECORD.
001500* AMT-ACCR-OPEN-AMT  IS THE ACCRUAL CARRIED INTO THE CURRENT
001600*     CYCLE - ZERO AFTER A CLEAN CAPITALIZATION, OR WHAT A
001700*     CAPITALIZATION COULD NOT APPLY (KEY NOT ON THE MASTER,
001800*     FAILED REWRITE) AND LEFT FOR THE NEXT CYCLE.
001900* AMT-ACCR-CYCLE-AMT IS THE SUM OF THE NIGHTLY ADDITIONS SINCE
002000*     THE LAST CAPITALIZATION.
002100* AMT-ACCR-TO-DATE   IS THE ACCRUED-TO-DATE FIGURE, OPENING
002200*     ACCRUAL PLUS NIGHTLY ADDITIONS - WHAT THE NEXT
002300*     CAPITALIZATION WILL APPLY.
002400* AMT-ACCR-DAYS      IS THE NUMBER OF NIGHTS ACCRUED SINCE
002500*     THE LAST CAPITALIZATION.
002600* AMT-ACCR-LAST-DATE IS THE RUN DATE (YYYYMMDD) OF THE LAST
002700*     NIGHTLY ADDITION; A SECOND ADDITION FOR THE SAME DATE
002800*     IS REFUSED, SO A RERUN CANNOT ACCRUE ONE NIGHT TWICE.
002900* AMT-ACCR-CAP-DATE  IS THE DATE (YYYYMMDD) OF THE LAST
003000*     CAPITALIZATION THAT RESET THE RECORD, ZERO UNTIL THE
003100*     FIRST ONE.
003200*
003300* WRITTEN  10/15/2026 RB
003400*----------------------------------------------------------------
003500 01  AMT-ACCR-RECORD.
003600     05  AMT-ACCR-LKEY.
003700         10  AMT-ACCR-KEY        PIC X(10).
003800         10  AMT-ACCR-PROD       PIC X(02).
003900     05  AMT-ACCR-OPEN-AMT       PIC S9(13)V999 COMP-3.
004000     05  AMT-ACCR-CYCLE-AMT      PIC S9(13)V999 COMP-3.
004100     05  AMT-ACCR-TO-DATE        PIC S9(13)V999 COMP-3.
004200     05  AMT-ACCR-DAYS           PIC 9(05)      COMP-3.
004300     05  AMT-ACCR-LAST-DATE      PIC 9(08).
004400     05  AMT-ACCR-CAP-DATE       PIC 9(08).
004500     05  FILLER                  PIC X(06).
