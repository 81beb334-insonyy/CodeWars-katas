003793*                A PARALLEL NIGHT AND HELD A CLEAN STREAM,
003794*                AND THE POSTING STEPS' RUN-ORDER GUARD FOUND
003795*                NO CLEAN BALANCING RECORD TO RUN BEHIND.
003805* 10/15/2026 RB  THE SLICE STNDRVW RECORDS (THE DRIVER'S WIDE-
003815*                STREAM FIGURES) NOW SUM INTO ONE STNDRVW
003825*                RECORD AS WELL, SO THE DAY-END WALK CAN
003835*                BALANCE THE COMMERCIAL LOAN CHAIN ON A
003845*                PARALLEL NIGHT.
003855*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
009500 01  WS-BUS-DATE             PIC 9(08)        VALUE ZERO.
009510*----------------------------------------------------------------
009520* 01  WS-RCTL ACCUMULATORS - THE SLICE RUN-CONTROL RECORDS
009530*     SUM HERE, STNDRV, STNDRVW AND AMTBAL EACH INTO THEIR
009540*     OWN SET, FOR THE CONSOLIDATED RECORDS APPENDED TO THE
009550*     MAIN RUN-CONTROL DATASET.  THE CONSOLIDATED STATUS IS CLEAN
009560*     ONLY WHEN EVERY SLICE RECORD OF THE STEP WAS CLEAN.
009570*----------------------------------------------------------------
009571 01  WS-RCTL-EOF-SW          PIC X(01)       VALUE 'N'.
009588 01  WS-BAL-RECS-OUT         PIC 9(09)  COMP  VALUE ZERO.
009589 01  WS-BAL-AMT-IN           PIC S9(13)V999 COMP-3 VALUE ZERO.
009591 01  WS-BAL-AMT-OUT          PIC S9(13)V999 COMP-3 VALUE ZERO.
009592 01  WS-DRW-COUNT            PIC 9(04)  COMP  VALUE ZERO.
009593 01  WS-DRW-BROKEN-SW        PIC X(01)       VALUE 'N'.
009594     88  WS-DRW-BROKEN                VALUE 'Y'.
009595 01  WS-DRW-DATE             PIC 9(08)        VALUE ZERO.
009596 01  WS-DRW-RECS-IN          PIC 9(09)  COMP  VALUE ZERO.
009597 01  WS-DRW-RECS-OUT         PIC 9(09)  COMP  VALUE ZERO.
009598 01  WS-DRW-AMT-IN           PIC S9(13)V999 COMP-3 VALUE ZERO.
009599 01  WS-DRW-AMT-OUT          PIC S9(13)V999 COMP-3 VALUE ZERO.
009600*----------------------------------------------------------------
009700* 01  WS-RUN-DATE-CCYYMMDD - PROCESSING DATE FOR THE
009800*     CONSOLIDATED RUN-HISTORY RECORD
014803*     INTO ITS STEP'S ACCUMULATORS.  THE SLICES STAMP THE
014804*     SAME PROCESSING DATE, SO THE FIRST RECORD SEEN PER
014805*     STEP SETTLES THE CONSOLIDATED DATE.  A STEP NAME
014806*     THAT IS NOT STNDRV, STNDRVW OR AMTBAL IS PASSED OVER.
014807*----------------------------------------------------------------
014808 1200-SUM-SLICE-RCTL.
014809     READ RCTL-IN
014839             ADD AMTI-RCTL-RECS-OUT TO WS-BAL-RECS-OUT
014841             ADD AMTI-RCTL-AMT-IN   TO WS-BAL-AMT-IN
014842             ADD AMTI-RCTL-AMT-OUT  TO WS-BAL-AMT-OUT
014844         WHEN 'STNDRVW'
014846             ADD 1 TO WS-DRW-COUNT
014848             IF WS-DRW-DATE = ZERO
014850                 MOVE AMTI-RCTL-RUN-DATE TO WS-DRW-DATE
014852             END-IF
014854             IF AMTI-RCTL-BROKEN
014856                 SET WS-DRW-BROKEN TO TRUE
014858             END-IF
014860             ADD AMTI-RCTL-RECS-IN  TO WS-DRW-RECS-IN
014862             ADD AMTI-RCTL-RECS-OUT TO WS-DRW-RECS-OUT
014864             ADD AMTI-RCTL-AMT-IN   TO WS-DRW-AMT-IN
014866             ADD AMTI-RCTL-AMT-OUT  TO WS-DRW-AMT-OUT
014868         WHEN OTHER
014870             CONTINUE
014872     END-EVALUATE.
014874 1200-SUM-SLICE-RCTL-EXIT.
014876     EXIT.
014900*----------------------------------------------------------------
015000* 2000-SUM-SLICE-STATS - ROLL ONE SLICE'S TOTALS INTO THE
015100*     CONSOLIDATED COUNTS
019400 3000-WRITE-CONSOLIDATED-EXIT.
019500     EXIT.
019501*----------------------------------------------------------------
019502* 3100-WRITE-RUN-CONTROL - APPEND THE CONSOLIDATED STNDRV,
019503*     STNDRVW AND AMTBAL RECORDS TO THE MAIN RUN-CONTROL
019504*     DATASET, ONE EACH, SUMMED OVER THE SLICES - THE DAY-END
019505*     WALK AND THE POSTING STEPS' RUN-ORDER GUARD READ THE
019506*     MAIN DATASET ONLY.  A STEP WITH NO SLICE RECORDS AT ALL
019507*     WRITES NOTHING - ITS ABSENCE IS EXACTLY WHAT THE
019508*     DAY-END WALK SHOULD SEE.
019509*----------------------------------------------------------------
019541         MOVE WS-BAL-AMT-IN   TO AMT-RCTL-AMT-IN
019542         MOVE WS-BAL-AMT-OUT  TO AMT-RCTL-AMT-OUT
019543         WRITE AMT-RCTL-RECORD
019544     END-IF
019546     IF WS-DRW-COUNT > ZERO
019548         MOVE 'STNDRVW'      TO AMT-RCTL-STEP
019550         MOVE WS-DRW-DATE    TO AMT-RCTL-RUN-DATE
019552         MOVE WS-RCTL-RUN-ID TO AMT-RCTL-RUN-ID
019554         IF WS-DRW-BROKEN
019556             SET AMT-RCTL-BROKEN TO TRUE
019558         ELSE
019560             SET AMT-RCTL-CLEAN  TO TRUE
019562         END-IF
019564         MOVE WS-DRW-RECS-IN  TO AMT-RCTL-RECS-IN
019566         MOVE WS-DRW-RECS-OUT TO AMT-RCTL-RECS-OUT
019568         MOVE WS-DRW-AMT-IN   TO AMT-RCTL-AMT-IN
019570         MOVE WS-DRW-AMT-OUT  TO AMT-RCTL-AMT-OUT
019572         WRITE AMT-RCTL-RECORD
019574     END-IF.
019576 3100-WRITE-RUN-CONTROL-EXIT.
019578     EXIT.
019600*----------------------------------------------------------------
019700* 9000-TERMINATE - CLOSE THE FILES AND DISPLAY THE OUTCOME
019800*----------------------------------------------------------------
020600     DISPLAY 'AMTMRGE RECORDS ACCEPTED = ' WS-TOT-ACCEPTED
020700     DISPLAY 'AMTMRGE RECORDS REJECTED = ' WS-TOT-REJECTED
020710     DISPLAY 'AMTMRGE SLICE DRV RECORDS= ' WS-DRV-COUNT
020720     DISPLAY 'AMTMRGE SLICE BAL RECORDS= ' WS-BAL-COUNT
020740     DISPLAY 'AMTMRGE SLICE DRW RECORDS= ' WS-DRW-COUNT.
020800 9000-TERMINATE-EXIT.
020900     EXIT.
021000 END PROGRAM amtmrge.
