007603*                ON THE HISTORY ONLY WHEN THE ABENDED RUN
007604*                ALREADY FINISHED, WHICH A RESTART NEVER
007605*                FOLLOWS.
007615* 10/15/2026 RB  A SECOND RUN-CONTROL RECORD, STEP 'STNDRVW',
007625*                NOW CARRIES THE WIDE-STREAM ACCEPTED COUNT AND
007635*                AMOUNT, SO THE DAY-END WALK (AMTDEND) HOLDS
007645*                WHAT THE DRIVER RELEASED TO THE WIDE FILE
007655*                AGAINST WHAT THE COMMERCIAL LOAN STEPS
007665*                (AMTLINT/AMTLPST) ABSORBED.
007675*----------------------------------------------------------------
007700 ENVIRONMENT DIVISION.
007800 INPUT-OUTPUT SECTION.
007900 FILE-CONTROL.
095530*     TO THE SHARED RUN-CONTROL FILE FOR THE DAY-END WALK.
095540*     THE RUN DATE IS THE PROCESSING DATE SO EVERY STEP OF
095550*     THE NIGHT STAMPS THE SAME DATE; THE OUT FIGURES COVER
095560*     THE STANDARD STREAM THE DOWNSTREAM STEPS READ; A
095562*     SECOND RECORD UNDER STEP 'STNDRVW' COVERS THE WIDE
095564*     STREAM THE COMMERCIAL LOAN STEPS READ.
095570*----------------------------------------------------------------
095580 8200-WRITE-RUN-CONTROL.
095590     MOVE 'STNDRV'            TO AMT-RCTL-STEP
095650     MOVE WS-RECORDS-ACCEPTED TO AMT-RCTL-RECS-OUT
095660     MOVE ZERO                TO AMT-RCTL-AMT-IN
095670     MOVE WS-ACCEPT-AMT       TO AMT-RCTL-AMT-OUT
095680     WRITE AMT-RCTL-RECORD
095681     MOVE 'STNDRVW'           TO AMT-RCTL-STEP
095682     MOVE ZERO                TO AMT-RCTL-RECS-IN
095683     MOVE WS-RECORDS-ACCEPTED-L TO AMT-RCTL-RECS-OUT
095684     MOVE ZERO                TO AMT-RCTL-AMT-IN
095685     MOVE WS-ACCEPTL-AMT      TO AMT-RCTL-AMT-OUT
095686     WRITE AMT-RCTL-RECORD.
095690 8200-WRITE-RUN-CONTROL-EXIT.
095695     EXIT.
095700 END PROGRAM stndrv.
