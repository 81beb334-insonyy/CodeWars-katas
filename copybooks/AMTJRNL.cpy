002180*     FROM THE POSTING RECORD; ENTRIES WITH NO PRODUCT
002185*     BEHIND THEM (E.G. MAINTENANCE) CARRY SPACES.  RECORD
002190*     LENGTH IS UNCHANGED.
002195* MODIFIED 10/15/2026 RB - ENTRIES THAT MOVE A MASTER
002200*     BALANCE WITH NO RAW TEXT BEHIND THEM - 'P' (AN
002205*     ACCEPTED AMTMPST POSTING, NEW), 'I' (AMTCAP), 'R'
002210*     (AMTHREL) AND 'B' (AN AMTBOUT REVERSAL, NEW) - NOW
002215*     CARRY THE MASTER BALANCE AS IT STOOD BEFORE THE ENTRY
002220*     IN AMT-JRN-PRIOR-BAL, A SIGNED VIEW OF THE TEXT
002225*     FIELD, SO THE BACKOUT STEP CAN PUT A RUN'S ACCOUNTS
002230*     BACK TO THEIR PRE-RUN BALANCES.  AMT-JRN-REV-TYPE,
002235*     NAMED OUT OF THE TRAILING FILLER BYTE, CARRIES THE
002240*     TYPE OF THE ENTRY A 'B' RECORD REVERSES ('P', 'I' OR
002245*     'R'); THE 'B' RECORD REPEATS THAT ENTRY'S AMOUNT AND
002250*     PRIOR BALANCE, SO A READER NETS IT AGAINST THE
002255*     ORIGINAL.  IT IS MEANINGFUL ON A 'B' RECORD ONLY.
002260*     RECORD LENGTH IS UNCHANGED.
002265* MODIFIED 10/15/2026 RB - NEW TYPE 'S', A SUSPENSE ITEM
002270*     WRITTEN OFF BY AMTSUSM: THE ITEM'S RAW TEXT, PRODUCT,
002275*     AND CONVERTED AMOUNT.  IT MOVES NO MASTER BALANCE.
002280*     MAINTENANCE ENTRIES ('A', 'C', 'J') NOW CARRY THE
002285*     CARD'S PRODUCT CODE.  RECORD LENGTH IS UNCHANGED.
002286* MODIFIED 10/15/2026 RB - A 'J' ENTRY CARRIES THE AMTMNT
002287*     CARD'S ADJUSTMENT REASON IN AMT-JRN-ADJ-REASON, A VIEW
002288*     OF THE REVERSAL-TYPE BYTE (WHICH IS MEANINGFUL ON 'B'
002289*     ONLY): 'I' MARKS AN INTEREST CORRECTION, WHICH THE
002290*     YEAR-END TAX RUN NETS INTO THE YEAR'S INTEREST.  RECORD
002291*     LENGTH IS UNCHANGED.
002292* MODIFIED 10/15/2026 RB - NEW TYPES 'Z', AN ACCOUNT SET
002293*     DORMANT BY THE DORMANCY SWEEP (AMTDORM), AND 'V', AN
002294*     ACCOUNT REACTIVATED BY AN AMTMNT 'R' CARD ('R' ITSELF
002295*     WAS ALREADY TAKEN BY AMTHREL RELEASES).  BOTH CARRY THE
002296*     MASTER BALANCE AS THE AMOUNT AND MOVE NO BALANCE.
002297*     RECORD LENGTH IS UNCHANGED.
002302* MODIFIED 10/15/2026 RB - NEW TYPES 'F' AND 'X', WRITTEN AS A
002307*     PAIR BY AMTMNT FOR EVERY SETTLED 'C' CARD.  'F' IS THE
002312*     FINAL INTEREST CREDITED THROUGH THE CLOSE DATE, WITH THE
002317*     BALANCE BEFORE IT AS THE PRIOR BALANCE.  'X' IS THE
002322*     PAYOUT TO THE DISBURSEMENT SYSTEM (SEE AMTPAYO): THE
002327*     AMOUNT IS WHAT LEFT THE ACCOUNT, POSITIVE, AND THE PRIOR
002332*     BALANCE IS THE BALANCE AFTER THE FINAL INTEREST - THE
002337*     BALANCE AFTER IT IS ZERO.  THE 'C' ENTRY THAT FOLLOWS
002342*     THEM CARRIES THAT ZERO BALANCE.  RECORD LENGTH IS
002347*     UNCHANGED.
002352*----------------------------------------------------------------
002357 01  AMT-JRN-RECORD.
002400     05  AMT-JRN-RUN-DATE        PIC 9(08).
002500     05  AMT-JRN-RUN-ID          PIC X(08).
002600     05  AMT-JRN-KEY             PIC X(10).
002700     05  AMT-JRN-RTYPE           PIC X(01).
002800     05  AMT-JRN-CURR-CODE       PIC X(02).
002900     05  AMT-JRN-AMT-TEXT        PIC X(17).
002920     05  AMT-JRN-PRIOR-BAL       REDEFINES AMT-JRN-AMT-TEXT
002940                                 PIC S9(13)V999
002960                                 SIGN IS LEADING SEPARATE.
003000     05  AMT-JRN-AMT             PIC S9(13)V999.
003050     05  AMT-JRN-PROD            PIC X(02).
003100     05  AMT-JRN-REV-TYPE        PIC X(01).
003200     05  AMT-JRN-ADJ-REASON      REDEFINES AMT-JRN-REV-TYPE
003300                                 PIC X(01).
003400         88  AMT-JRN-INT-CORRECTION       VALUE 'I'.
