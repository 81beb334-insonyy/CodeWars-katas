000100*----------------------------------------------------------------
000200* AMTSNAP - RECORD LAYOUT FOR THE MONTH-END ACCOUNT MASTER
000300*     SNAPSHOT.  THE MONTH-END SNAPSHOT STEP (AMTSNAP) WRITES
000400*     ONE RECORD PER AMTMSTR RECORD, IN MASTER KEY ORDER, TO A
000500*     NEW GENERATION OF PROD.ACCOUNT.MASTER.SNAPSHOT, AND PROVES
000600*     THE MONTH'S BALANCE MOVEMENT AGAINST THE GENERATION
000700*     BEFORE IT.  THE STATEMENT RUN (AMTSTMT) READS A SNAPSHOT
000800*     FOR EACH ACCOUNT'S OPENING BALANCE.
000900*
001000* AMT-SNAP-KEY         IS THE ACCOUNT KEY, SAME SHAPE AS
001100*     AMT-MSTR-KEY.
001200* AMT-SNAP-DATE        IS THE BUSINESS DATE (YYYYMMDD) THE
001300*     SNAPSHOT WAS TAKEN AS OF - THE LAST NIGHT WHOSE JOURNALED
001400*     MOVEMENT IS IN THE BALANCE.  EVERY RECORD ON A GENERATION
001500*     CARRIES THE SAME DATE.
001600* AMT-SNAP-BAL         IS THE MASTER BALANCE AS OF THAT DATE,
001700*     SAME SHAPE AS AMT-MSTR-BAL.
001800* AMT-SNAP-STATUS      IS THE MASTER ACCOUNT STATUS AS OF THAT
001900*     DATE (SEE AMTMSTR).
002000*
002100* WRITTEN  10/15/2026 RB
002200*----------------------------------------------------------------
002300 01  AMT-SNAP-RECORD.
002400     05  AMT-SNAP-KEY            PIC X(10).
002500     05  AMT-SNAP-DATE           PIC 9(08).
002600     05  AMT-SNAP-BAL            PIC S9(04)V999 COMP-3.
002700     05  AMT-SNAP-STATUS         PIC X(01).
002800     05  FILLER                  PIC X(17).
