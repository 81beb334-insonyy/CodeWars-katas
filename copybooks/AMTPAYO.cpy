000100*----------------------------------------------------------------
000200* AMTPAYO - RECORD LAYOUT FOR THE CLOSE-OUT PAYOUT FILE THE
000300*     MAINTENANCE STEP (AMTMNT) WRITES FOR THE DISBURSEMENT
000400*     SYSTEM.  ONE RECORD PER ACCOUNT SETTLED BY AN ACCEPTED
000500*     'C' CARD; A RUN WITH NO CLOSES WRITES AN EMPTY FILE.
000600*     REPLACES THE BRANCH SETTLING CLOSED ACCOUNTS BY HAND.
000700*
000800* AMT-PAYO-KEY         IS THE ACCOUNT KEY, SAME SHAPE AS
000900*     AMT-MSTR-KEY.
001000* AMT-PAYO-CLOSE-DATE  IS THE DATE (YYYYMMDD) THE ACCOUNT WAS
001100*     CLOSED - INTEREST IS SETTLED THROUGH THIS DATE.
001200* AMT-PAYO-PROD        IS THE ACCOUNT'S PRODUCT CODE FROM THE
001300*     'C' CARD (SEE AMTPROD).
001400* AMT-PAYO-CURR-CODE   IS THE CARD'S CURRENCY CODE; SPACES
001500*     MEANS DOMESTIC (SEE AMTCURR).
001600* AMT-PAYO-CLOSE-BAL   IS THE MASTER BALANCE BEFORE THE FINAL
001700*     INTEREST WAS ADDED.
001800* AMT-PAYO-FINAL-INT   IS THE FINAL INTEREST CREDITED: THE
001900*     ACCRUED-TO-DATE FIGURE ON THE INTEREST LEDGER (SEE
002000*     AMTACCR) PLUS THE NIGHTS FROM THE LAST ACCRUAL THROUGH
002100*     THE CLOSE DATE AT THE PRODUCT'S AMTRATE RATE.
002200* AMT-PAYO-SETTLE-AMT  IS THE AMOUNT TO DISBURSE - CLOSING
002300*     BALANCE PLUS FINAL INTEREST.  NEVER NEGATIVE; A CLOSE
002400*     THAT WOULD SETTLE BELOW ZERO IS REJECTED.
002500*
002600* WRITTEN  10/15/2026 RB
002700*----------------------------------------------------------------
002800 01  AMT-PAYO-RECORD.
002900     05  AMT-PAYO-KEY            PIC X(10).
003000     05  AMT-PAYO-CLOSE-DATE     PIC 9(08).
003100     05  AMT-PAYO-PROD           PIC X(02).
003200     05  AMT-PAYO-CURR-CODE      PIC X(02).
003300     05  AMT-PAYO-CLOSE-BAL      PIC S9(13)V999
003400                                 SIGN IS LEADING SEPARATE.
003500     05  AMT-PAYO-FINAL-INT      PIC S9(13)V999
003600                                 SIGN IS LEADING SEPARATE.
003700     05  AMT-PAYO-SETTLE-AMT     PIC 9(13)V999.
003800     05  FILLER                  PIC X(08).
