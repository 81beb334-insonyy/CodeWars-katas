002500*                CARD MATCHED NO HELD POSTING.  PROGRAM-ID IS
002600*                THE SHORT LOAD-MODULE FORM BECAUSE JCL LOADS
002700*                THIS PROGRAM DIRECTLY BY NAME (PGM=).
002710* 10/15/2026 RB  THE TYPE-'R' JOURNAL ENTRY NOW CARRIES THE
002720*                BALANCE THE RELEASE REPLACED AS ITS PRIOR
002730*                BALANCE (SEE AMTJRNL) FOR THE BACKOUT STEP.
002740* 10/15/2026 RB  THE STEP NOW APPENDS A RUN-CONTROL RECORD
002750*                (SEE AMTRCTL): HELD POSTINGS READ IN, POSTINGS
002760*                RELEASED OUT, AND THE NET BALANCE MOVEMENT
002770*                THE RELEASES MADE, WHICH THE DAY-END WALK
002780*                HOLDS AGAINST WHAT THE GL FEED BOOKED.
002782* 10/15/2026 RB  A HELD POSTING AGAINST AN ACCOUNT THAT IS
002784*                STILL DORMANT (SEE AMTMSTR) CARRIES FORWARD
002786*                WHATEVER ITS BALANCE, UNLESS AN OVERRIDE CARD
002788*                RELEASES IT; ONCE AN AMTMNT 'R' CARD
002790*                REACTIVATES THE ACCOUNT IT IS RE-ATTEMPTED
002792*                AGAINST THE OVERDRAFT FLOOR LIKE ANY OTHER.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT AUDIT-JOURNAL    ASSIGN TO AMTJRNL
004600         ORGANIZATION IS SEQUENTIAL.
004620     SELECT RUN-CONTROL      ASSIGN TO AMTRCTL
004640         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  OVERRIDE-IN
006900                                         BY AMTC-HELD-CUR-BAL
007000                            AMT-HELD-SHORTFALL
007100                                         BY AMTC-HELD-SHORTFALL
007120                            AMT-HELD-DATE   BY AMTC-HELD-DATE
007140                            AMT-HELD-REASON BY AMTC-HELD-REASON
007160                            AMT-HELD-OVERDRAFT
007180                                         BY AMTC-HELD-OVERDRAFT
007200                            AMT-HELD-DORMANT
007220                                         BY AMTC-HELD-DORMANT.
007300 FD  REPORT-OUT
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY AMTJRNL.
008020 FD  RUN-CONTROL
008040     RECORDING MODE IS F
008060     LABEL RECORDS ARE STANDARD.
008080     COPY AMTRCTL.
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008300* 01  WS-SWITCHES AND COUNTERS
009500 01  WS-RELEASED             PIC 9(09)  COMP  VALUE ZERO.
009600 01  WS-RELEASED-OVERRIDE    PIC 9(09)  COMP  VALUE ZERO.
009700 01  WS-STILL-HELD           PIC 9(09)  COMP  VALUE ZERO.
009750 01  WS-STILL-DORMANT        PIC 9(09)  COMP  VALUE ZERO.
009800 01  WS-RECORDS-IN-ERROR     PIC 9(09)  COMP  VALUE ZERO.
009900 01  WS-CARDS-UNUSED         PIC 9(09)  COMP  VALUE ZERO.
009920 01  WS-OLD-BAL              PIC S9(04)V999 COMP-3 VALUE ZERO.
009940 01  WS-AMT-RELEASED         PIC S9(13)V999 COMP-3 VALUE ZERO.
010000*----------------------------------------------------------------
010100* 01  WS-OVERDRAFT FIELDS - SAME LOOKUP AS AMTMPST'S GUARD
010200*----------------------------------------------------------------
018200          OUTPUT HELD-CARRY
018300          OUTPUT REPORT-OUT
018400          EXTEND AUDIT-JOURNAL
018450          EXTEND RUN-CONTROL
018500     IF NOT WS-MSTR-OK
018600         DISPLAY 'AMTHREL ACCOUNT MASTER OPEN FAILED, STATUS '
018700                 WS-MSTR-STATUS
019000               HELD-CARRY
019100               REPORT-OUT
019200               AUDIT-JOURNAL
019250               RUN-CONTROL
019300         GOBACK
019400     END-IF
019500     MOVE WS-HEADING-1       TO RPT-LINE
023200* 2000-RELEASE-ONE-HELD - RE-ATTEMPT ONE HELD POSTING: POST
023300*     IT UNDER AN OVERRIDE CARD OR WHEN IT NOW SITS INSIDE
023400*     THE PRODUCT'S OVERDRAFT FLOOR, CARRY IT FORWARD
023450*     OTHERWISE.  WITHOUT AN OVERRIDE NOTHING THAT WOULD MOVE
023500*     A DORMANT ACCOUNT'S BALANCE IS POSTED.
023600*----------------------------------------------------------------
023700 2000-RELEASE-ONE-HELD.
023800     ADD 1 TO WS-HELD-READ
025700                             TO WS-DET-DISP
025800         PERFORM 2400-POST-HELD
025900             THRU 2400-POST-HELD-EXIT
025910         GO TO 2000-RELEASE-NEXT
025920     END-IF
025930     IF AMT-MSTR-DORMANT
025940         AND AMT-HELD-AMT NOT = AMT-MSTR-BAL
025950         ADD 1 TO WS-STILL-DORMANT
025960         MOVE 'STILL HELD - DORMANT'
025970                             TO WS-DET-DISP
025980         PERFORM 8100-REPORT-AND-CARRY
025990             THRU 8100-REPORT-AND-CARRY-EXIT
026000         GO TO 2000-RELEASE-NEXT
026100     END-IF
026200     PERFORM 2300-FIND-OD-LIMIT
034900*     FORWARD WITH THE MASTER UNTOUCHED ON FILE.
035000*----------------------------------------------------------------
035100 2400-POST-HELD.
035150     MOVE AMT-MSTR-BAL       TO WS-OLD-BAL
035200     MOVE AMT-HELD-AMT       TO AMT-MSTR-BAL
035300     REWRITE AMT-MSTR-RECORD
035400         INVALID KEY
036700         ADD 1 TO WS-RELEASED-OVERRIDE
036800     END-IF
036900     ADD 1 TO WS-RELEASED
036920     COMPUTE WS-AMT-RELEASED = WS-AMT-RELEASED
036940                             + AMT-HELD-AMT - WS-OLD-BAL
037000     PERFORM 8000-WRITE-REPORT-LINE
037100         THRU 8000-WRITE-REPORT-LINE-EXIT
037200     PERFORM 2500-WRITE-JOURNAL
037600*----------------------------------------------------------------
037700* 2500-WRITE-JOURNAL - APPEND THE AUDIT RECORD FOR ONE
037800*     RELEASED POSTING.  TYPE 'R' MARKS IT; THERE IS NO RAW
037900*     TEXT BEHIND IT, SO THE TEXT FIELD CARRIES THE BALANCE
038000*     THE RELEASE REPLACED AND THE AMOUNT IS THE BALANCE
038050*     POSTED.
038100*----------------------------------------------------------------
038200 2500-WRITE-JOURNAL.
038300     MOVE WS-RUN-DATE-CCYYMMDD TO AMT-JRN-RUN-DATE
038600     MOVE 'R'                TO AMT-JRN-RTYPE
038700     MOVE SPACE              TO AMT-JRN-CURR-CODE
038800     MOVE AMT-HELD-PROD      TO AMT-JRN-PROD
038900     MOVE WS-OLD-BAL         TO AMT-JRN-PRIOR-BAL
039000     MOVE AMT-HELD-AMT       TO AMT-JRN-AMT
039050     MOVE SPACE              TO AMT-JRN-REV-TYPE
039100     WRITE AMT-JRN-RECORD.
039200 2500-WRITE-JOURNAL-EXIT.
039300     EXIT.
041800     EXIT.
041900*----------------------------------------------------------------
042000* 9000-TERMINATE - COUNT THE OVERRIDE CARDS THAT MATCHED NO
042100*     HELD POSTING, APPEND THE RUN-CONTROL RECORD, CLOSE THE
042200*     FILES, SET THE RETURN CODE, AND DISPLAY THE RUN TOTALS
042300*----------------------------------------------------------------
042400 9000-TERMINATE.
042500     PERFORM 9100-COUNT-UNUSED
042600         THRU 9100-COUNT-UNUSED-EXIT
042700         VARYING WS-OVR-SUB FROM 1 BY 1
042800         UNTIL WS-OVR-SUB > WS-OVR-COUNT
042820     PERFORM 9200-WRITE-RUN-CONTROL
042840         THRU 9200-WRITE-RUN-CONTROL-EXIT
042900     CLOSE HELD-IN
043000           ACCOUNT-MASTER
043100           HELD-CARRY
043200           REPORT-OUT
043300           AUDIT-JOURNAL
043350           RUN-CONTROL
043400     IF WS-RECORDS-IN-ERROR > ZERO
043500         OR WS-CARDS-UNUSED > ZERO
043600         MOVE 4              TO RETURN-CODE
044000     DISPLAY 'AMTHREL RELEASED BY OVRRD  = '
044100             WS-RELEASED-OVERRIDE
044200     DISPLAY 'AMTHREL STILL HELD         = ' WS-STILL-HELD
044250     DISPLAY 'AMTHREL STILL HELD DORMANT = ' WS-STILL-DORMANT
044300     DISPLAY 'AMTHREL ERRORS             = '
044400             WS-RECORDS-IN-ERROR
044500     DISPLAY 'AMTHREL CARDS UNUSED       = ' WS-CARDS-UNUSED.
045600     END-IF.
045700 9100-COUNT-UNUSED-EXIT.
045800     EXIT.
045802*----------------------------------------------------------------
045804* 9200-WRITE-RUN-CONTROL - APPEND THIS RUN'S FIGURES TO THE
045806*     SHARED RUN-CONTROL FILE: HELD POSTINGS READ IN,
045808*     POSTINGS RELEASED OUT, AND THE NET BALANCE MOVEMENT THE
045810*     RELEASES MADE (NEW BALANCE LESS THE BALANCE REPLACED).
045812*     NO AMOUNT IS ABSORBED, SO THAT FIGURE IS ZERO.  STATUS
045814*     'B' WHEN A KEY WAS NOT ON THE MASTER OR A REWRITE
045816*     FAILED.
045818*----------------------------------------------------------------
045820 9200-WRITE-RUN-CONTROL.
045822     MOVE 'AMTHREL'          TO AMT-RCTL-STEP
045824     MOVE WS-RUN-DATE-CCYYMMDD TO AMT-RCTL-RUN-DATE
045826     MOVE WS-JRN-RUN-ID      TO AMT-RCTL-RUN-ID
045828     IF WS-RECORDS-IN-ERROR > ZERO
045830         SET AMT-RCTL-BROKEN TO TRUE
045832     ELSE
045834         SET AMT-RCTL-CLEAN  TO TRUE
045836     END-IF
045838     MOVE WS-HELD-READ       TO AMT-RCTL-RECS-IN
045840     MOVE WS-RELEASED        TO AMT-RCTL-RECS-OUT
045842     MOVE ZERO               TO AMT-RCTL-AMT-IN
045844     MOVE WS-AMT-RELEASED    TO AMT-RCTL-AMT-OUT
045846     WRITE AMT-RCTL-RECORD.
045848 9200-WRITE-RUN-CONTROL-EXIT.
045850     EXIT.
045900 END PROGRAM amthrel.
