002336*                WOULD POST THE SAME BALANCES TWICE), UNLESS
002337*                THE OPERATOR OVERRIDE CARD ON AMTOVRD
002338*                CARRIES THE SAME DATE.
002343* 10/15/2026 RB  EVERY ACCEPTED POSTING IS NOW JOURNALED TO
002348*                AMTJRNL UNDER TYPE 'P' WITH THE NEW BALANCE AS
002353*                THE AMOUNT AND THE BALANCE IT REPLACED AS THE
002358*                PRIOR BALANCE (SEE AMTJRNL), SO THE BACKOUT
002363*                STEP (AMTBOUT) CAN PUT A BAD RUN'S ACCOUNTS
002368*                BACK WITHOUT HAND-KEYED 'J' CARDS.
002370* 10/15/2026 RB  DORMANT GUARD.  A POSTING THAT WOULD MOVE THE
002372*                BALANCE OF AN ACCOUNT THE DORMANCY SWEEP
002374*                (AMTDORM) SET DORMANT NO LONGER REACHES THE
002376*                MASTER: IT GOES TO THE HELD-POSTINGS FILE WITH
002378*                HOLD REASON 'D' (SEE AMTHELD) FOR REVIEW,
002380*                JOURNALED UNDER TYPE 'H' LIKE AN OVERDRAFT
002382*                HOLD, AND WAITS THERE FOR A REACTIVATION CARD
002384*                OR A SUPERVISOR OVERRIDE.  A POSTING THAT
002386*                LEAVES THE BALANCE WHERE IT IS POSTS AS BEFORE.
002387* 10/15/2026 RB  CLOSED GUARD.  A POSTING THAT WOULD MOVE THE
002388*                BALANCE OF AN ACCOUNT MAINTENANCE (AMTMNT) HAS
002389*                CLOSED AND SETTLED IS REFUSED: IT IS LISTED ON
002390*                THE EXCEPTION REPORT AND COUNTED, BUT NOT POSTED,
002391*                HELD OR JOURNALED, SO THE SETTLED ZERO BALANCE
002392*                STANDS.  THE UPSTREAM EXTRACT STILL CARRIES A
002393*                CLOSED ACCOUNT, SO THE REFUSAL DOES NOT RAISE
002394*                THE RETURN CODE OR BREAK THE RUN-CONTROL RECORD.
002395*                THE 'H' JOURNAL RECORD NOW CLEARS THE REVERSAL
002396*                TYPE (SEE AMTJRNL) BEFORE THE WRITE, AS THE 'P'
002397*                RECORD DOES.
002399*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
005800 01  WS-RECORDS-POSTED       PIC 9(09)  COMP  VALUE ZERO.
005900 01  WS-RECORDS-NOT-FOUND    PIC 9(09)  COMP  VALUE ZERO.
006000 01  WS-RECORDS-IN-ERROR     PIC 9(09)  COMP  VALUE ZERO.
006010 01  WS-RECORDS-HELD-DORMANT PIC 9(09)  COMP  VALUE ZERO.
006020 01  WS-RECORDS-CLOSED       PIC 9(09)  COMP  VALUE ZERO.
006050 01  WS-OLD-BAL              PIC S9(04)V999 COMP-3 VALUE ZERO.
006060*----------------------------------------------------------------
006070* 01  WS-RUN-CONTROL FIELDS - THE PROCESSING-DATE STAMP, THE
014686     EXIT.
014700*----------------------------------------------------------------
014800* 2000-POST-BALANCES - POST ONE CONVERTED BALANCE TO THE
014900*     ACCOUNT MASTER.  A POSTING THAT WOULD MOVE THE BALANCE
014910*     OF A CLOSED ACCOUNT IS REFUSED.
015000*----------------------------------------------------------------
015100 2000-POST-BALANCES.
015200     ADD 1 TO WS-RECORDS-READ
015600             CONTINUE
015700     END-READ
015800     EVALUATE TRUE
015810         WHEN WS-MSTR-OK
015820             AND AMT-MSTR-CLOSED
015830             AND AMT-OUT-AMT NOT = AMT-MSTR-BAL
015840             PERFORM 2150-REFUSE-CLOSED
015850                 THRU 2150-REFUSE-CLOSED-EXIT
015900         WHEN WS-MSTR-OK
016000             PERFORM 2200-REWRITE-BALANCE
016010                 THRU 2200-REWRITE-BALANCE-EXIT
017300     END-READ.
017400 2100-READ-AMOUNT-EXIT.
017500     EXIT.
017510*----------------------------------------------------------------
017512* 2150-REFUSE-CLOSED - THE ACCOUNT WAS CLOSED AND SETTLED BY
017514*     MAINTENANCE AND THE POSTING WOULD MOVE ITS BALANCE OFF
017516*     THE SETTLED ZERO: LIST IT WITH THE BALANCE THE MASTER
017518*     HOLDS AND COUNT IT.  NOTHING IS POSTED, HELD OR
017520*     JOURNALED - THE UPSTREAM EXTRACT CARRIES A CLOSED
017522*     ACCOUNT UNTIL THE SOURCE SYSTEM DROPS IT, SO A HOLD
017524*     WOULD ONLY PILE UP ON THE CARRY NIGHT AFTER NIGHT.
017526*----------------------------------------------------------------
017528 2150-REFUSE-CLOSED.
017530     ADD 1 TO WS-RECORDS-CLOSED
017532     MOVE AMT-MSTR-BAL       TO AMTP-NUM-VAL
017534     CALL 'number-to-string-packed' USING AMTP-FIELD
017536                                          AMTP-RETURN-CODE
017538     MOVE AMT-OUT-KEY        TO WS-DET-KEY
017540     MOVE AMT-OUT-AMT        TO WS-DET-AMOUNT
017542     MOVE AMTP-CHAR-VAL      TO WS-DET-OLD-BAL
017544     MOVE 'REFUSED - ACCOUNT CLOSED'
017546                             TO WS-DET-DISP
017548     MOVE WS-DETAIL-LINE     TO RPT-LINE
017550     WRITE RPT-LINE.
017552 2150-REFUSE-CLOSED-EXIT.
017554     EXIT.
017600*----------------------------------------------------------------
017700* 2200-REWRITE-BALANCE - THE KEY IS ON THE MASTER: PUT THE
017800*     CONVERTED BALANCE INTO THE PACKED BALANCE FIELD AND
017850*     REWRITE THE RECORD IN PLACE.  A POSTING THAT WOULD MOVE
017900*     A DORMANT ACCOUNT'S BALANCE, OR A BALANCE THAT WOULD SIT
017950*     BELOW THE PRODUCT'S OVERDRAFT FLOOR IS DIVERTED TO THE
017960*     HELD-POSTINGS FILE INSTEAD, AND THE MASTER IS LEFT
017970*     UNTOUCHED.  A REWRITE THAT COMES BACK
018100*     BALANCE THE MASTER STILL HOLDS.
018200*----------------------------------------------------------------
018300 2200-REWRITE-BALANCE.
018301     IF AMT-MSTR-DORMANT
018302         AND AMT-OUT-AMT NOT = AMT-MSTR-BAL
018303         PERFORM 2250-HOLD-DORMANT
018304             THRU 2250-HOLD-DORMANT-EXIT
018305         GO TO 2200-REWRITE-BALANCE-EXIT
018306     END-IF
018310     PERFORM 2600-FIND-OD-LIMIT
018320         THRU 2600-FIND-OD-LIMIT-EXIT
018330     COMPUTE WS-OD-FLOOR = ZERO - WS-OD-LIMIT
018340     IF AMT-OUT-AMT < WS-OD-FLOOR
018341         MOVE 'O'            TO AMT-HELD-REASON
018342         PERFORM 2700-HOLD-POSTING
018344             THRU 2700-HOLD-POSTING-EXIT
018346         GO TO 2200-REWRITE-BALANCE-EXIT
019000     IF WS-MSTR-OK
019100         ADD 1 TO WS-RECORDS-POSTED
019150         ADD AMT-OUT-AMT TO WS-AMT-POSTED-SUM
019160         PERFORM 2210-WRITE-JOURNAL-POSTED
019170             THRU 2210-WRITE-JOURNAL-POSTED-EXIT
019200     ELSE
019300         PERFORM 2400-REPORT-REWRITE-FAIL
019400             THRU 2400-REPORT-REWRITE-FAIL-EXIT
019700     END-IF.
019800 2200-REWRITE-BALANCE-EXIT.
019900     EXIT.
019901*----------------------------------------------------------------
019902* 2210-WRITE-JOURNAL-POSTED - APPEND THE AUDIT RECORD FOR
019903*     ONE ACCEPTED POSTING.  TYPE 'P' MARKS IT; THE AMOUNT IS THE
019904*     BALANCE POSTED AND THE TEXT FIELD CARRIES THE BALANCE
019905*     IT REPLACED, WHICH IS WHAT A BACKOUT RESTORES.
019906*----------------------------------------------------------------
019907 2210-WRITE-JOURNAL-POSTED.
019908     MOVE WS-RUN-DATE-CCYYMMDD TO AMT-JRN-RUN-DATE
019909     MOVE WS-RCTL-RUN-ID     TO AMT-JRN-RUN-ID
019910     MOVE AMT-OUT-KEY        TO AMT-JRN-KEY
019911     MOVE 'P'                TO AMT-JRN-RTYPE
019912     MOVE SPACE              TO AMT-JRN-CURR-CODE
019913     MOVE AMT-OUT-PROD       TO AMT-JRN-PROD
019914     MOVE WS-OLD-BAL         TO AMT-JRN-PRIOR-BAL
019915     MOVE AMT-OUT-AMT        TO AMT-JRN-AMT
019916     MOVE SPACE              TO AMT-JRN-REV-TYPE
019917     WRITE AMT-JRN-RECORD.
019918 2210-WRITE-JOURNAL-POSTED-EXIT.
019919     EXIT.
019920*----------------------------------------------------------------
019921* 2250-HOLD-DORMANT - THE ACCOUNT IS DORMANT AND THE POSTING
019922*     WOULD MOVE ITS BALANCE: DIVERT IT TO THE HELD-POSTINGS
019923*     FILE WITH HOLD REASON 'D' AND NO SHORTFALL, REPORT IT
019924*     WITH THE BALANCE THE MASTER STILL HOLDS, AND JOURNAL IT
019925*     UNDER TYPE 'H'.  THE MASTER IS NOT TOUCHED.
019926*----------------------------------------------------------------
019927 2250-HOLD-DORMANT.
019928     ADD 1 TO WS-RECORDS-HELD-DORMANT
019929     MOVE AMT-OUT-KEY        TO AMT-HELD-KEY
019930     MOVE AMT-OUT-PROD       TO AMT-HELD-PROD
019931     MOVE AMT-OUT-AMT        TO AMT-HELD-AMT
019932     MOVE AMT-MSTR-BAL       TO AMT-HELD-CUR-BAL
019933     MOVE ZERO               TO AMT-HELD-SHORTFALL
019934     MOVE WS-RUN-DATE-CCYYMMDD TO AMT-HELD-DATE
019935     MOVE 'D'                TO AMT-HELD-REASON
019936     WRITE AMT-HELD-RECORD
019937     MOVE AMT-MSTR-BAL       TO AMTP-NUM-VAL
019938     CALL 'number-to-string-packed' USING AMTP-FIELD
019939                                          AMTP-RETURN-CODE
019940     MOVE AMT-OUT-KEY        TO WS-DET-KEY
019941     MOVE AMT-OUT-AMT        TO WS-DET-AMOUNT
019942     MOVE AMTP-CHAR-VAL      TO WS-DET-OLD-BAL
019943     MOVE 'HELD - ACCOUNT DORMANT'
019944                             TO WS-DET-DISP
019945     MOVE WS-DETAIL-LINE     TO RPT-LINE
019946     WRITE RPT-LINE
019947     PERFORM 2800-WRITE-JOURNAL-HELD
019948         THRU 2800-WRITE-JOURNAL-HELD-EXIT.
019949 2250-HOLD-DORMANT-EXIT.
019950     EXIT.
020000*----------------------------------------------------------------
020100* 2300-REPORT-NOT-FOUND - THE KEY IS NOT ON THE MASTER: WRITE
020200*     THE EXCEPTION LINE SO POSTING CAN CHASE THE ACCOUNT
023771     MOVE AMT-OUT-PROD       TO AMT-JRN-PROD
023772     MOVE SPACE              TO AMT-JRN-AMT-TEXT
023773     MOVE AMT-OUT-AMT        TO AMT-JRN-AMT
023774     MOVE SPACE              TO AMT-JRN-REV-TYPE
023775     WRITE AMT-JRN-RECORD.
023776 2800-WRITE-JOURNAL-HELD-EXIT.
023777     EXIT.
023780*----------------------------------------------------------------
023785* 9000-TERMINATE - CLOSE THE FILES, SET THE RETURN CODE, AND
023790*     DISPLAY THE RUN TOTALS.  RETURN CODE 4 FLAGS A RUN WITH
023890     DISPLAY 'AMTMPST REWRITE FAILURES  = '
023895             WS-RECORDS-IN-ERROR
023900     DISPLAY 'AMTMPST POSTINGS HELD     = '
023905             WS-RECORDS-HELD
023906     DISPLAY 'AMTMPST HELD - DORMANT    = '
023907             WS-RECORDS-HELD-DORMANT
023908     DISPLAY 'AMTMPST REFUSED - CLOSED  = '
023909             WS-RECORDS-CLOSED.
023910 9000-TERMINATE-EXIT.
023915     EXIT.
023930*----------------------------------------------------------------
