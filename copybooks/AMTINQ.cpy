000100*----------------------------------------------------------------
000200* AMTINQ - RECORD LAYOUT FOR THE VSAM ACCOUNT-INQUIRY FILE THE
000300*     NIGHTLY INQUIRY BUILD (AMTINQB) LOADS AND THE ONLINE
000400*     ACCOUNT INQUIRY TRANSACTION (AMTINQ, TRANSACTION AINQ)
000500*     READS.  THE HELD-POSTINGS CARRY, THE SUSPENSE MASTER AND
000600*     THE AUDIT JOURNAL ARE SEQUENTIAL DATASETS THE ONLINE
000700*     REGION CANNOT BROWSE BY ACCOUNT, SO THE BUILD GATHERS
000800*     EACH MASTER ACCOUNT'S ITEMS FROM THEM INTO ONE KEYED
000900*     RECORD.  THE RECORD IS AS OF THE BUILD DATE; THE MASTER
001000*     BALANCE AND STATUS ARE READ LIVE BY THE TRANSACTION.
001100*
001200* AMT-INQ-KEY          IS THE VSAM RECORD KEY, SAME SHAPE AS
001300*     AMT-MSTR-KEY.  THERE IS ONE RECORD PER MASTER ACCOUNT.
001400* AMT-INQ-BUILT-DATE   IS THE DATE (YYYYMMDD) THE BUILD RAN.
001500* AMT-INQ-HELD-COUNT   IS THE NUMBER OF POSTINGS ON THE CURRENT
001600*     HELD CARRY GENERATION FOR THE ACCOUNT; THE FIRST THREE
001700*     ARE KEPT IN AMT-INQ-HELD, EACH WITH ITS AMOUNT, HELD
001800*     DATE, SHORTFALL AND HOLD REASON (SEE AMTHELD).
001900* AMT-INQ-SUSP-COUNT   IS THE NUMBER OF OPEN ITEMS ON THE
002000*     CURRENT SUSPENSE MASTER GENERATION FOR THE ACCOUNT; THE
002100*     FIRST THREE ARE KEPT IN AMT-INQ-SUSP, EACH WITH ITS
002200*     FIRST-SUSPENDED DATE, REASON, RECORD TYPE AND RAW AMOUNT
002300*     TEXT (SEE AMTSUSPM).  DAYS AGED ARE FIGURED AT INQUIRY
002400*     TIME, NOT STORED.
002500* AMT-INQ-JRN-COUNT    IS THE NUMBER OF JOURNAL ENTRIES KEPT IN
002600*     AMT-INQ-JRN (0-5): THE ACCOUNT'S LAST FIVE ENTRIES IN RUN
002700*     DATE ORDER, OLDEST FIRST, EACH WITH ITS RUN DATE, ENTRY
002800*     TYPE (SEE AMTJRNL) AND AMOUNT.
002900*
003000* WRITTEN  10/15/2026 RB
003100*----------------------------------------------------------------
003200 01  AMT-INQ-RECORD.
003300     05  AMT-INQ-KEY             PIC X(10).
003400     05  AMT-INQ-BUILT-DATE      PIC 9(08).
003500     05  AMT-INQ-HELD-COUNT      PIC 9(03).
003600     05  AMT-INQ-HELD            OCCURS 3 TIMES.
003700         10  AMT-INQ-HELD-DATE       PIC 9(08).
003800         10  AMT-INQ-HELD-AMT        PIC S9(04)V999.
003900         10  AMT-INQ-HELD-SHORTFALL  PIC S9(04)V999.
004000         10  AMT-INQ-HELD-REASON     PIC X(01).
004100     05  AMT-INQ-SUSP-COUNT      PIC 9(03).
004200     05  AMT-INQ-SUSP            OCCURS 3 TIMES.
004300         10  AMT-INQ-SUSP-FIRST-DATE PIC 9(08).
004400         10  AMT-INQ-SUSP-REASON     PIC X(03).
004500         10  AMT-INQ-SUSP-RTYPE      PIC X(01).
004600         10  AMT-INQ-SUSP-AMT-TEXT   PIC X(17).
004700     05  AMT-INQ-JRN-COUNT       PIC 9(01).
004800     05  AMT-INQ-JRN             OCCURS 5 TIMES.
004900         10  AMT-INQ-JRN-RUN-DATE    PIC 9(08).
005000         10  AMT-INQ-JRN-RTYPE       PIC X(01).
005100         10  AMT-INQ-JRN-AMT         PIC S9(13)V999.
005200     05  FILLER                  PIC X(14).
