000100*----------------------------------------------------------------
000200* AMTPOSTL - RECORD LAYOUT FOR THE COMMERCIAL LOAN INTEREST-
000300*     POSTING FILE WRITTEN BY THE LOAN INTEREST-CALC STEP
000400*     (AMTLINT) AND READ BY THE LOAN POSTING STEP (AMTLPST).
000500*     WIDE COUNTERPART TO AMTPOST: ONE RECORD PER CONVERTED
000600*     LOAN BALANCE READ FROM THE AMTOUTW FILE, CARRYING THE
000700*     BALANCE THE ACCRUAL WAS FIGURED ON AND THE ONE-DAY
000800*     INTEREST AMOUNT.
000900*
001000* AMT-POSTL-KEY  IS CARRIED FORWARD UNCHANGED FROM
001100*     AMT-OUTL-KEY.
001200* AMT-POSTL-BAL  IS THE CONVERTED LOAN BALANCE - SAME SHAPE
001300*     AS AMT-OUTL-AMT.
001400* AMT-POSTL-INT  IS THE ONE-DAY ACCRUED INTEREST AMOUNT.
001500* AMT-POSTL-PROD IS THE PRODUCT CODE CARRIED FORWARD FROM
001600*     AMT-OUTL-PROD.
001700*
001800* WRITTEN  10/15/2026 RB
001900*----------------------------------------------------------------
002000 01  AMT-POSTL-RECORD.
002100     05  AMT-POSTL-KEY           PIC X(10).
002200     05  AMT-POSTL-BAL           PIC S9(13)V999.
002300     05  AMT-POSTL-INT           PIC S9(13)V999.
002400     05  AMT-POSTL-PROD          PIC X(02).
