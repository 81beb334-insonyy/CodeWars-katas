000700*     TRAIL - EVERY ACCEPTED CARD IS JOURNALED TO AMTJRNL
000800*     UNDER THE RUN STAMP.
000900*
001000* AMT-MNT-ACTION   SAYS WHAT THE CARD DOES:
001100*     'A' ADDS A NEW ACCOUNT WITH THE CARD AMOUNT AS THE
001120*         OPENING BALANCE.
001200*     'C' CLOSES AND SETTLES THE ACCOUNT, PAYING OUT THE
001220*         BALANCE WITH ITS FINAL INTEREST (THE AMOUNT IS
001240*         IGNORED).
001300*     'J' ADJUSTS THE BALANCE BY THE SIGNED CARD AMOUNT.
001350*     'R' REACTIVATES A DORMANT ACCOUNT (THE AMOUNT IS
001370*         IGNORED).
001400* AMT-MNT-KEY      IS THE ACCOUNT KEY, SAME SHAPE AS
001500*     AMT-MSTR-KEY.
001600* AMT-MNT-AMT-TEXT IS THE TEXT AMOUNT, SAME SHAPE AS
001800*     STRING-TO-NUMBER EDIT THE EXTRACT AMOUNTS DO.
001900* AMT-MNT-CURR-CODE IS THE TWO-BYTE CURRENCY CODE FOR THE
002000*     EDIT; SPACES MEANS DOMESTIC (SEE AMTCURR).
002010* AMT-MNT-PROD     IS THE ACCOUNT'S PRODUCT CODE, EDITED
002015*     AGAINST THE AMTPROD TABLE.  REQUIRED ON 'A', 'J' AND
002020*     'C' CARDS - THE GENERAL-LEDGER INTERFACE BOOKS OPENING
002025*     BALANCES, ADJUSTMENTS AND CLOSE-OUT SETTLEMENTS BY
002030*     PRODUCT, AND A CLOSE FINDS ITS INTEREST LEDGER RECORD
002035*     AND RATE BY IT - AND CARRIED ONTO THE JOURNAL ENTRY.
002055* AMT-MNT-REASON   SAYS WHY A 'J' CARD ADJUSTS THE BALANCE:
002060*     'I' IS AN INTEREST CORRECTION - INTEREST CREDITED IN
002065*     ERROR, OR OMITTED - WHICH THE YEAR-END TAX RUN (AMTTAXY)
002070*     NETS INTO THE ACCOUNT'S INTEREST FOR THE YEAR; SPACE IS
002075*     AN ORDINARY BALANCE ADJUSTMENT.  CARRIED ONTO THE
002080*     JOURNAL ENTRY.  ON A 'C' CARD, 'N' IS THE OPERATOR'S
002082*     WORD THAT THE ACCOUNT HAS NO INTEREST LEDGER RECORD
002084*     UNDER THE CARD'S KEY AND PRODUCT, SO IT SETTLES WITH NO
002086*     FINAL INTEREST - WITHOUT IT SUCH A CLOSE IS REJECTED;
002088*     SPACE OTHERWISE.  IGNORED ON 'A' AND 'R' CARDS.
002100*
002200* WRITTEN  09/02/2026 RB
002220* MODIFIED 10/15/2026 RB - ADDED AMT-MNT-PROD OUT OF THE
002225*     FILLER.  RECORD LENGTH IS UNCHANGED.
002230* MODIFIED 10/15/2026 RB - ADDED AMT-MNT-REASON OUT OF THE
002240*     FILLER.  RECORD LENGTH IS UNCHANGED.
002260* MODIFIED 10/15/2026 RB - NEW ACTION 'R', REACTIVATE A
002280*     DORMANT ACCOUNT.
002285* MODIFIED 10/15/2026 RB - 'C' NOW SETTLES THE ACCOUNT AND
002290*     REQUIRES THE PRODUCT CODE.
002292* MODIFIED 10/15/2026 RB - NEW REASON 'N' ON A 'C' CARD,
002294*     CONFIRMING A CLOSE WITH NO INTEREST LEDGER RECORD.
002300*----------------------------------------------------------------
002400 01  AMT-MNT-RECORD.
002500     05  AMT-MNT-ACTION          PIC X(01).
002600         88  AMT-MNT-ADD                  VALUE 'A'.
002700         88  AMT-MNT-CLOSE                VALUE 'C'.
002800         88  AMT-MNT-ADJUST               VALUE 'J'.
002850         88  AMT-MNT-REACTIVATE           VALUE 'R'.
002900     05  AMT-MNT-KEY             PIC X(10).
003000     05  AMT-MNT-AMT-TEXT        PIC X(08).
003100     05  AMT-MNT-CURR-CODE       PIC X(02).
003150     05  AMT-MNT-PROD            PIC X(02).
003250     05  AMT-MNT-REASON          PIC X(01).
003350         88  AMT-MNT-ORDINARY-ADJ         VALUE SPACE.
003450         88  AMT-MNT-INT-CORRECTION       VALUE 'I'.
003460         88  AMT-MNT-NO-LEDGER            VALUE 'N'.
003550     05  FILLER                  PIC X(56).
