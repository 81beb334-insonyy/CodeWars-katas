001600* AMT-HELD-CUR-BAL  IS THE BALANCE THE MASTER HELD WHEN THE
001700*     POSTING WAS DIVERTED.
001800* AMT-HELD-SHORTFALL IS HOW FAR THE HELD BALANCE SITS BELOW
001900*     THE PRODUCT'S OVERDRAFT FLOOR (ZERO ON A DORMANT HOLD).
002000* AMT-HELD-DATE     IS THE DATE (YYYYMMDD) THE POSTING WAS
002100*     FIRST HELD.
002110* AMT-HELD-REASON   SAYS WHY THE POSTING WAS HELD: 'O' (OR
002120*     SPACE, ON RECORDS WRITTEN BEFORE THE BYTE EXISTED) THE
002130*     OVERDRAFT FLOOR, 'D' THE ACCOUNT IS DORMANT (SEE
002140*     AMTMSTR) - A DORMANT HOLD WAITS FOR A REACTIVATION CARD
002150*     OR A SUPERVISOR OVERRIDE, WHATEVER THE BALANCE.
002200*
002300* WRITTEN  09/02/2026 RB
002320* MODIFIED 10/15/2026 RB - ADDED AMT-HELD-REASON OUT OF THE
002340*     FILLER.  RECORD LENGTH IS UNCHANGED.
002400*----------------------------------------------------------------
002500 01  AMT-HELD-RECORD.
002600     05  AMT-HELD-KEY            PIC X(10).
002900     05  AMT-HELD-CUR-BAL        PIC S9(04)V999.
003000     05  AMT-HELD-SHORTFALL      PIC S9(04)V999.
003100     05  AMT-HELD-DATE           PIC 9(08).
003200     05  AMT-HELD-REASON         PIC X(01).
003300         88  AMT-HELD-OVERDRAFT           VALUE 'O' SPACE.
003400         88  AMT-HELD-DORMANT             VALUE 'D'.
003500     05  FILLER                  PIC X(02).
