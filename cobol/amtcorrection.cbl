005101*                PRODUCT CARRIES FORWARD STILL-BAD WITH
005102*                RETURN CODE 12; THE CORRECTION CARD IS
005103*                CONSUMED, VISIBLE ON THE STILL-BAD COUNT.
005113* 10/15/2026 RB  A SECOND RUN-CONTROL RECORD, STEP 'AMTCORRW',
005123*                NOW CARRIES THE WIDE-STREAM CLEARED COUNT AND
005133*                AMOUNT THIS STEP APPENDED TO THE WIDE FILE, SO
005143*                THE DAY-END WALK BALANCES THE COMMERCIAL LOAN
005153*                CHAIN THE SAME WAY IT BALANCES THE STANDARD
005163*                ONE.
005173*----------------------------------------------------------------
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
012300 01  WS-REJECTS-UNMATCHED    PIC 9(09)  COMP  VALUE ZERO.
012400 01  WS-CORR-UNUSED          PIC 9(09)  COMP  VALUE ZERO.
012410*----------------------------------------------------------------
012420* 01  WS-CLEARED-STD/WIDE FIELDS - THE STANDARD-STREAM AND
012430*     WIDE-STREAM SHARES OF THE CLEARED REJECTS AND THEIR
012440*     AMOUNT SUMS, FOR THE TWO RUN-CONTROL RECORDS (AMTCORR
012450*     AND AMTCORRW) THE DAY-END WALK READS.
012460*----------------------------------------------------------------
012470 01  WS-CLEARED-STD          PIC 9(09)  COMP  VALUE ZERO.
012480 01  WS-CLEARED-STD-AMT      PIC S9(13)V999 COMP-3 VALUE ZERO.
012485 01  WS-CLEARED-WIDE         PIC 9(09)  COMP  VALUE ZERO.
012490 01  WS-CLEARED-WIDE-AMT     PIC S9(13)V999 COMP-3 VALUE ZERO.
012500*----------------------------------------------------------------
012600* 01  WS-JOURNAL STAMP FIELDS - THE RUN ID IS THE TIME-OF-DAY
012700*     STAMP TAKEN AT INITIALIZATION; THE JOURNAL RUN DATE IS
035300         PERFORM 2500-WRITE-JOURNAL
035400             THRU 2500-WRITE-JOURNAL-EXIT
035500         ADD 1 TO WS-REJECTS-CLEARED
035520         ADD 1 TO WS-CLEARED-WIDE
035540         ADD AMTL-NUM-VAL    TO WS-CLEARED-WIDE-AMT
035600     ELSE
035700         ADD 1 TO WS-REJECTS-STILL-BAD
035800         MOVE AMT-REJ-KEY    TO AMTC-REJ-KEY
042820* 9200-WRITE-RUN-CONTROL - APPEND THIS RUN'S IN/OUT FIGURES
042830*     TO THE SHARED RUN-CONTROL FILE FOR THE DAY-END WALK.
042840*     THE OUT FIGURES ARE THE STANDARD-STREAM CLEARED REJECTS
042850*     THIS STEP APPENDED TO THE CONVERTED FILE; A SECOND
042852*     RECORD UNDER STEP 'AMTCORRW' CARRIES THE WIDE-STREAM
042854*     CLEARED REJECTS APPENDED TO THE WIDE FILE.  THE READ
042856*     COUNT SITS ON THE FIRST RECORD ONLY.
042860*----------------------------------------------------------------
042870 9200-WRITE-RUN-CONTROL.
042880     MOVE 'AMTCORR'          TO AMT-RCTL-STEP
042930     MOVE WS-CLEARED-STD     TO AMT-RCTL-RECS-OUT
042940     MOVE ZERO               TO AMT-RCTL-AMT-IN
042950     MOVE WS-CLEARED-STD-AMT TO AMT-RCTL-AMT-OUT
042960     WRITE AMT-RCTL-RECORD
042961     MOVE 'AMTCORRW'         TO AMT-RCTL-STEP
042962     MOVE ZERO               TO AMT-RCTL-RECS-IN
042963     MOVE WS-CLEARED-WIDE    TO AMT-RCTL-RECS-OUT
042964     MOVE ZERO               TO AMT-RCTL-AMT-IN
042965     MOVE WS-CLEARED-WIDE-AMT TO AMT-RCTL-AMT-OUT
042966     WRITE AMT-RCTL-RECORD.
042970 9200-WRITE-RUN-CONTROL-EXIT.
042980     EXIT.
042990 END PROGRAM amtcorr.
