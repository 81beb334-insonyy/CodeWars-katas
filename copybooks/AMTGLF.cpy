000100*----------------------------------------------------------------
000200* AMTGLF - RECORD LAYOUT FOR THE NIGHTLY GENERAL-LEDGER FEED
000300*     WRITTEN BY THE GL INTERFACE STEP (AMTGLIF) AND PICKED UP
000400*     BY THE GENERAL-LEDGER SYSTEM.  ONE DEBIT AND ONE CREDIT
000500*     DETAIL PER PRODUCT AND SOURCE WITH A NON-ZERO NET FOR
000600*     THE NIGHT, FOLLOWED BY ONE CONTROL TRAILER.  THE FEED
000700*     IS ONLY WRITTEN WHEN THE NIGHT'S DEBITS AND CREDITS NET
000800*     TO ZERO, SO THE GL SIDE NEVER RECEIVES A HALF-BOOKED
000900*     NIGHT.
001000*
001100* AMT-GLF-RTYPE     SAYS WHICH VIEW OF THE RECORD BODY APPLIES:
001200*     'D' DETAIL, 'T' TRAILER (LAST RECORD).
001300* AMT-GLF-RUN-DATE  IS THE BUSINESS DATE (YYYYMMDD) THE
001400*     ENTRIES WERE SUMMARIZED FOR.
001500* AMT-GLF-PROD      IS THE PRODUCT CODE (SEE AMTPROD).
001600* AMT-GLF-SOURCE    NAMES THE ACTIVITY SUMMARIZED:
001700*     'ACCR' INTEREST ACCRUED (INTCALC POSTING FILE),
001800*     'ICAP' INTEREST CAPITALIZED (AMTCAP),
001900*     'MNTA' OPENING BALANCES (AMTMNT 'A' CARDS),
002000*     'MNTJ' BALANCE ADJUSTMENTS (AMTMNT 'J' CARDS),
002100*     'HREL' HELD POSTINGS RELEASED (AMTHREL),
002150*     'SWOF' SUSPENSE ITEMS WRITTEN OFF (AMTSUSM),
002200*     'MNTF' FINAL INTEREST ON CLOSED ACCOUNTS (AMTMNT 'C'),
002250*     'MNTX' CLOSE-OUT PAYOUTS (AMTMNT 'C').
002300* AMT-GLF-GL-ACCT   IS THE GENERAL-LEDGER ACCOUNT BOOKED.
002400* AMT-GLF-DR-CR     IS 'D' FOR A DEBIT, 'C' FOR A CREDIT.
002500* AMT-GLF-AMT       IS THE AMOUNT BOOKED, ALWAYS POSITIVE - A
002600*     NET REVERSAL FOR THE NIGHT SWAPS THE SIDES INSTEAD.
002700* AMT-GLF-TRL-COUNT IS THE NUMBER OF DETAIL RECORDS WRITTEN.
002800* AMT-GLF-TRL-DEBITS/CREDITS ARE THE DEBIT AND CREDIT TOTALS
002900*     OVER THOSE DETAILS; THEY ARE ALWAYS EQUAL.
003000*
003100* WRITTEN  10/15/2026 RB
003120* MODIFIED 10/15/2026 RB - NEW SOURCES 'MNTF' AND 'MNTX' FOR
003140*     CLOSE-OUT SETTLEMENTS.  RECORD LENGTH IS UNCHANGED.
003200*----------------------------------------------------------------
003300 01  AMT-GLF-RECORD.
003400     05  AMT-GLF-RTYPE           PIC X(01).
003500         88  AMT-GLF-DETAIL-REC           VALUE 'D'.
003600         88  AMT-GLF-TRAILER-REC          VALUE 'T'.
003700     05  AMT-GLF-DETAIL.
003800         10  AMT-GLF-RUN-DATE        PIC 9(08).
003900         10  AMT-GLF-PROD            PIC X(02).
004000         10  AMT-GLF-SOURCE          PIC X(04).
004100         10  AMT-GLF-GL-ACCT         PIC X(08).
004200         10  AMT-GLF-DR-CR           PIC X(01).
004300             88  AMT-GLF-DEBIT                VALUE 'D'.
004400             88  AMT-GLF-CREDIT               VALUE 'C'.
004500         10  AMT-GLF-AMT             PIC 9(13)V999.
004600         10  AMT-GLF-DESC            PIC X(20).
004700         10  FILLER                  PIC X(20).
004800     05  AMT-GLF-TRL REDEFINES AMT-GLF-DETAIL.
004900         10  AMT-GLF-TRL-RUN-DATE    PIC 9(08).
005000         10  AMT-GLF-TRL-COUNT       PIC 9(09).
005100         10  AMT-GLF-TRL-DEBITS      PIC 9(13)V999.
005200         10  AMT-GLF-TRL-CREDITS     PIC 9(13)V999.
005300         10  FILLER                  PIC X(30).
