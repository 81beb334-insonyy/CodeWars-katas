001310* AMT-MSTR-STATUS IS THE ACCOUNT STATUS THE MAINTENANCE STEP
001320*     (AMTMNT) SETS - 'A' ACTIVE, 'C' CLOSED.  SPACE READS AS
001330*     ACTIVE SO RECORDS WRITTEN BEFORE THE STATUS BYTE
001340*     EXISTED NEED NO CONVERSION PASS.  'D' DORMANT IS SET BY
001350*     THE MONTHLY DORMANCY SWEEP (AMTDORM) AND CLEARED BACK TO
001360*     'A' ONLY BY AN AMTMNT REACTIVATION ('R') CARD.
001400*
001500* WRITTEN  08/21/2026 RB
001520* MODIFIED 08/21/2026 RB - WIDENED AMT-MSTR-BAL TO THREE
001590*     THE BYTE WAS CEDED TO THIS SUITE BY THE MASTER-FILE
001592*     OWNERS; THE REMAINING FOUR STILL BELONG TO OTHER
001594*     APPLICATIONS.  RECORD LENGTH IS UNCHANGED.
001596* MODIFIED 10/15/2026 RB - NEW STATUS 'D' DORMANT.  RECORD
001598*     LENGTH IS UNCHANGED.
001600*----------------------------------------------------------------
001700 01  AMT-MSTR-RECORD.
001800     05  AMT-MSTR-KEY            PIC X(10).
001950     05  AMT-MSTR-STATUS         PIC X(01).
001960         88  AMT-MSTR-ACTIVE              VALUE 'A' SPACE.
001970         88  AMT-MSTR-CLOSED              VALUE 'C'.
001980         88  AMT-MSTR-DORMANT             VALUE 'D'.
002000     05  FILLER                  PIC X(04).
