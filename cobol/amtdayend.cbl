002500*                NO STEP IN A POSITION TO NOTICE.  PROGRAM-ID
002600*                IS THE SHORT LOAD-MODULE FORM BECAUSE JCL
002700*                LOADS THIS PROGRAM DIRECTLY BY NAME (PGM=).
002702* 10/15/2026 RB  THE NIGHTLY ACCRUAL-LEDGER STEP (AMTACCR)
002704*                JOINS THE CHAIN AS A SIXTH SLOT.  WHAT IT
002706*                ABSORBED FROM THE POSTING FILE IS HELD
002708*                AGAINST WHAT INTCALC RELEASED, IN BOTH
002710*                RECORDS AND THE BALANCE SUM THE ACCRUALS
002712*                WERE FIGURED ON.
002714* 10/15/2026 RB  THE WIDE COMMERCIAL LOAN CHAIN IS NOW WALKED
002716*                THE SAME WAY AS THE STANDARD ONE.  FOUR MORE
002718*                SLOTS - STNDRVW AND AMTCORRW (THE DRIVER'S AND
002720*                THE CORRECTION STEP'S WIDE-STREAM RECORDS),
002722*                AMTLINT AND AMTLPST - MUST EACH BE PRESENT
002724*                ONCE AND CLEAN, WHAT THE WIDE FILE WAS GIVEN
002726*                MUST EQUAL WHAT AMTLINT ABSORBED, AND WHAT
002728*                AMTLINT RELEASED MUST EQUAL WHAT AMTLPST
002730*                ABSORBED, IN BOTH RECORDS AND AMOUNT.
002732* 10/15/2026 RB  A NIGHT UNDONE BY THE BACKOUT STEP (AMTBOUT)
002734*                IS NO LONGER REPORTED AS CLEAN.  AN AMTBOUT
002736*                RUN-CONTROL RECORD FOR THE RUN DATE IS LISTED
002738*                WITH ITS FIGURES, AND THE LEDGER ENDS 'NIGHT
002740*                REVERSED' RC=8 WHATEVER THE WALK FOUND, SO
002742*                NOTHING DOWNSTREAM TREATS THE NIGHT'S POSTINGS
002744*                AS STANDING.
002746* 10/15/2026 RB  THE GENERAL-LEDGER INTERFACE (AMTGLIF) JOINS
002748*                THE CHAIN AS AN ELEVENTH SLOT, AND ITS
002750*                DEBITS MUST EQUAL ITS CREDITS.  THE FEED IS
002752*                PROVED AGAINST THE STEPS IT SUMMARIZES: THE
002754*                ITEMS AND NET EACH SOURCE RECORD OF AMTGLIF
002756*                (GLIFACCR, GLIFICAP, GLIFMNTA/MNTJ, GLIFHREL,
002758*                GLIFSWOF) TOOK IN ARE HELD AGAINST WHAT
002760*                AMTACCR, AMTCAP, AMTMNT, AMTHREL AND AMTSUSM
002762*                EACH RECORDED, IN BOTH RECORDS AND AMOUNT.
002764*                THOSE SOURCE STEPS DO NOT RUN EVERY NIGHT, SO
002766*                THEIR SLOTS ARE COLLECTED FOR THE PROOF BUT
002768*                NOT REQUIRED BY THE WALK.
002773* 10/15/2026 RB  AMTMNT'S MAINTENANCE FIGURES NOW INCLUDE THE
002778*                FINAL INTEREST AND PAYOUT OF EACH ACCOUNT IT
002783*                CLOSES, SO THEY ARE HELD AGAINST THE FEED'S
002788*                GLIFMNTF AND GLIFMNTX RECORDS AS WELL AS
002793*                GLIFMNTA/MNTJ.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
006300 01  WS-RECORDS-READ         PIC 9(09)  COMP  VALUE ZERO.
006400 01  WS-RECORDS-MATCHED      PIC 9(09)  COMP  VALUE ZERO.
006500 01  WS-SEL-DATE             PIC 9(08)       VALUE ZERO.
006550 01  WS-BACKOUTS-FOUND       PIC 9(09)  COMP  VALUE ZERO.
006600 01  WS-RUN-DATE-CCYYMMDD.
006700     05  FILLER              PIC X(02)       VALUE '20'.
006800     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
006900*----------------------------------------------------------------
007000* 01  WS-STEP TABLES - ONE SLOT PER STEP OF THE NIGHTLY
007100*     CHAIN: 1 STNDRV, 2 AMTBAL, 3 AMTCORR, 4 INTCALC,
007200*     5 AMTMPST, 6 AMTACCR, AND FOR THE WIDE COMMERCIAL LOAN
007205*     CHAIN 7 STNDRVW, 8 AMTCORRW, 9 AMTLINT, 10 AMTLPST,
007210*     AND 11 AMTGLIF.  SLOTS 12 ON ARE COLLECTED FOR THE GL
007215*     FEED PROOF ONLY AND ARE NOT WALKED: 12-15 THE STEPS THE
007220*     FEED SUMMARIZES THAT DO NOT RUN EVERY NIGHT, 16-23 THE
007225*     FEED'S OWN PER-SOURCE RECORDS.
007240*     OCCURRENCES FOR THE RUN DATE
007300*     ACCUMULATE INTO THE SLOT, SO A RERUN'S SECOND RECORD
007400*     SHOWS AS A COUNT OF TWO AND FALLS OUT OF THE WALK.
007500*----------------------------------------------------------------
007550 01  WS-STEP-ENTRIES         PIC 9(02)  COMP  VALUE 23.
007600 01  WS-CHAIN-ENTRIES        PIC 9(02)  COMP  VALUE 11.
007700 01  WS-STEP-SUB             PIC 9(02)  COMP  VALUE ZERO.
007800 01  WS-SLOT-SUB             PIC 9(02)  COMP  VALUE ZERO.
007900 01  WS-STEP-FOUND-SW        PIC X(01)       VALUE 'N'.
008400     05  FILLER              PIC X(08) VALUE 'AMTCORR'.
008500     05  FILLER              PIC X(08) VALUE 'INTCALC'.
008600     05  FILLER              PIC X(08) VALUE 'AMTMPST'.
008610     05  FILLER              PIC X(08) VALUE 'AMTACCR'.
008620     05  FILLER              PIC X(08) VALUE 'STNDRVW'.
008630     05  FILLER              PIC X(08) VALUE 'AMTCORRW'.
008640     05  FILLER              PIC X(08) VALUE 'AMTLINT'.
008650     05  FILLER              PIC X(08) VALUE 'AMTLPST'.
008652     05  FILLER              PIC X(08) VALUE 'AMTGLIF'.
008654     05  FILLER              PIC X(08) VALUE 'AMTCAP'.
008656     05  FILLER              PIC X(08) VALUE 'AMTMNT'.
008658     05  FILLER              PIC X(08) VALUE 'AMTHREL'.
008660     05  FILLER              PIC X(08) VALUE 'AMTSUSM'.
008662     05  FILLER              PIC X(08) VALUE 'GLIFACCR'.
008664     05  FILLER              PIC X(08) VALUE 'GLIFICAP'.
008666     05  FILLER              PIC X(08) VALUE 'GLIFMNTA'.
008668     05  FILLER              PIC X(08) VALUE 'GLIFMNTJ'.
008670     05  FILLER              PIC X(08) VALUE 'GLIFHREL'.
008672     05  FILLER              PIC X(08) VALUE 'GLIFSWOF'.
008677     05  FILLER              PIC X(08) VALUE 'GLIFMNTF'.
008682     05  FILLER              PIC X(08) VALUE 'GLIFMNTX'.
008700 01  WS-STEP-NAMES REDEFINES WS-STEP-NAMES-DATA.
008800     05  WS-STEP-NAME        OCCURS 23 TIMES PIC X(08).
008900 01  WS-STEP-TOTALS.
009000     05  WS-STEP-ENTRY       OCCURS 23 TIMES.
009100         10  WS-STEP-COUNT   PIC 9(04)  COMP.
009200         10  WS-STEP-BROKEN-SW
009300                             PIC X(01).
009900         10  WS-STEP-AMT-OUT PIC S9(13)V999 COMP-3.
010000 01  WS-EXPECT-RECS          PIC 9(09)  COMP  VALUE ZERO.
010100 01  WS-EXPECT-AMT           PIC S9(13)V999 COMP-3 VALUE ZERO.
010120 01  WS-ACTUAL-RECS          PIC 9(09)  COMP  VALUE ZERO.
010140 01  WS-ACTUAL-AMT           PIC S9(13)V999 COMP-3 VALUE ZERO.
010200*----------------------------------------------------------------
010300* 01  WS-REPORT-LINES - SAME CHECK-LINE SHAPES AS AMTBAL
010400*----------------------------------------------------------------
014000         UNTIL WS-END-OF-FILE
014100     PERFORM 3000-CHECK-CHAIN
014200         THRU 3000-CHECK-CHAIN-EXIT
014220     PERFORM 3400-CHECK-GL-FEED
014240         THRU 3400-CHECK-GL-FEED-EXIT
014300     PERFORM 9000-TERMINATE
014400         THRU 9000-TERMINATE-EXIT
014500     GOBACK.
019400*----------------------------------------------------------------
019500* 2000-COLLECT-RECORD - ACCUMULATE ONE RUN-CONTROL RECORD FOR
019600*     THE RUN DATE INTO ITS STEP SLOT.  A STEP NAME NOT IN
019700*     THE CHAIN (E.G. A FUTURE STEP'S RECORD) IS PASSED OVER;
019750*     A BACKOUT RECORD IS LISTED AND MARKS THE NIGHT REVERSED.
019800*----------------------------------------------------------------
019900 2000-COLLECT-RECORD.
020000     ADD 1 TO WS-RECORDS-READ
020100     IF AMT-RCTL-RUN-DATE NOT = WS-SEL-DATE
020200         GO TO 2000-COLLECT-NEXT
020300     END-IF
020310     IF AMT-RCTL-STEP = 'AMTBOUT'
020320         PERFORM 2300-LIST-BACKOUT
020330             THRU 2300-LIST-BACKOUT-EXIT
020340         GO TO 2000-COLLECT-NEXT
020350     END-IF
020400     PERFORM 2200-FIND-STEP-SLOT
020500         THRU 2200-FIND-STEP-SLOT-EXIT
020600     IF NOT WS-STEP-FOUND
024400            OR WS-STEP-FOUND.
024500 2200-FIND-STEP-SLOT-EXIT.
024600     EXIT.
024602*----------------------------------------------------------------
024604* 2300-LIST-BACKOUT - A BACKOUT RUN REVERSED THIS NIGHT: LIST
024606*     ITS FIGURES (ENTRIES BACKED OUT AGAINST ACCOUNTS
024608*     RESTORED, AND THE BALANCES THE NIGHT LEFT AGAINST THE
024610*     BALANCES PUT BACK) AND REMEMBER IT FOR THE OUTCOME.  A
024612*     BACKOUT ENDING BROKEN LEFT SOME ACCOUNTS UNREVERSED.
024614*----------------------------------------------------------------
024616 2300-LIST-BACKOUT.
024618     ADD 1 TO WS-RECORDS-MATCHED
024620     ADD 1 TO WS-BACKOUTS-FOUND
024622     MOVE 'AMTBOUT'          TO WS-STP-NAME
024624     IF AMT-RCTL-BROKEN
024626         MOVE 'NIGHT PARTLY REVERSED - ACCOUNTS FLAGGED'
024628                             TO WS-STP-MESSAGE
024630     ELSE
024632         MOVE 'NIGHT REVERSED BY BACKOUT RUN'
024634                             TO WS-STP-MESSAGE
024636     END-IF
024638     MOVE WS-STEP-LINE       TO RPT-LINE
024640     WRITE RPT-LINE
024642     MOVE 'BACKOUT ENTRIES VS RESTORED'
024644                             TO WS-CHK-DESC
024646     MOVE AMT-RCTL-RECS-IN   TO WS-CHK-EXPECTED
024648     MOVE AMT-RCTL-RECS-OUT  TO WS-CHK-ACTUAL
024650     MOVE 'REVERSED'         TO WS-CHK-STATUS
024652     MOVE WS-CHECK-LINE      TO RPT-LINE
024654     WRITE RPT-LINE
024656     MOVE 'BACKOUT LEFT VS RESTORED AMT'
024658                             TO WS-AMT-DESC
024660     MOVE AMT-RCTL-AMT-IN    TO WS-AMT-EXPECTED
024662     MOVE AMT-RCTL-AMT-OUT   TO WS-AMT-ACTUAL
024664     MOVE 'REVERSED'         TO WS-AMT-STATUS
024666     MOVE WS-AMT-CHECK-LINE  TO RPT-LINE
024668     WRITE RPT-LINE.
024670 2300-LIST-BACKOUT-EXIT.
024672     EXIT.
024700*----------------------------------------------------------------
024800* 2210-TEST-STEP-SLOT - TEST ONE CHAIN SLOT AGAINST THE
024900*     RECORD'S STEP NAME
025800*----------------------------------------------------------------
025900* 3000-CHECK-CHAIN - WRITE THE PER-STEP LINES, THEN HOLD WHAT
026000*     THE CONVERSION SIDE RELEASED (STNDRV PLUS AMTCORR)
026100*     AGAINST WHAT INTCALC AND AMTMPST EACH ABSORBED, AND
026120*     WHAT INTCALC RELEASED AGAINST WHAT AMTACCR ABSORBED.
026140*     THE WIDE CHAIN GETS THE SAME TREATMENT: WHAT STNDRVW
026160*     PLUS AMTCORRW RELEASED AGAINST WHAT AMTLINT ABSORBED,
026180*     AND WHAT AMTLINT RELEASED AGAINST WHAT AMTLPST ABSORBED.
026200*----------------------------------------------------------------
026300 3000-CHECK-CHAIN.
026400     PERFORM 3100-CHECK-ONE-STEP
026500         THRU 3100-CHECK-ONE-STEP-EXIT
026600         VARYING WS-STEP-SUB FROM 1 BY 1
026700         UNTIL WS-STEP-SUB > WS-CHAIN-ENTRIES
026800     MOVE SPACE              TO RPT-LINE
026900     WRITE RPT-LINE
027000     COMPUTE WS-EXPECT-RECS =
030600         SET WS-CHAIN-BROKEN TO TRUE
030700     END-IF
030800     MOVE WS-AMT-CHECK-LINE  TO RPT-LINE
030900     WRITE RPT-LINE
030901     MOVE 'INTCALC VS AMTACCR ABSORBED'
030902                             TO WS-CHK-DESC
030903     MOVE WS-STEP-RECS-OUT (4) TO WS-CHK-EXPECTED
030904     MOVE WS-STEP-RECS-IN (6) TO WS-CHK-ACTUAL
030905     PERFORM 3200-SET-COUNT-STATUS
030906         THRU 3200-SET-COUNT-STATUS-EXIT
030907     MOVE 'INTCALC AMT VS AMTACCR'
030908                             TO WS-AMT-DESC
030909     MOVE WS-STEP-AMT-OUT (4) TO WS-AMT-EXPECTED
030910     MOVE WS-STEP-AMT-IN (6) TO WS-AMT-ACTUAL
030911     IF WS-STEP-AMT-IN (6) = WS-STEP-AMT-OUT (4)
030912         MOVE WS-STATUS-OK   TO WS-AMT-STATUS
030913     ELSE
030914         MOVE WS-STATUS-BAD  TO WS-AMT-STATUS
030915         SET WS-CHAIN-BROKEN TO TRUE
030916     END-IF
030917     MOVE WS-AMT-CHECK-LINE  TO RPT-LINE
030918     WRITE RPT-LINE
030919     COMPUTE WS-EXPECT-RECS =
030920         WS-STEP-RECS-OUT (7) + WS-STEP-RECS-OUT (8)
030921     COMPUTE WS-EXPECT-AMT =
030922         WS-STEP-AMT-OUT (7) + WS-STEP-AMT-OUT (8)
030923     MOVE 'WIDE RELEASED VS AMTLINT'
030924                             TO WS-CHK-DESC
030925     MOVE WS-EXPECT-RECS     TO WS-CHK-EXPECTED
030926     MOVE WS-STEP-RECS-IN (9) TO WS-CHK-ACTUAL
030927     PERFORM 3200-SET-COUNT-STATUS
030928         THRU 3200-SET-COUNT-STATUS-EXIT
030929     MOVE 'WIDE RELEASED AMT VS AMTLINT'
030930                             TO WS-AMT-DESC
030931     MOVE WS-EXPECT-AMT      TO WS-AMT-EXPECTED
030932     MOVE WS-STEP-AMT-IN (9) TO WS-AMT-ACTUAL
030933     IF WS-STEP-AMT-IN (9) = WS-EXPECT-AMT
030934         MOVE WS-STATUS-OK   TO WS-AMT-STATUS
030935     ELSE
030936         MOVE WS-STATUS-BAD  TO WS-AMT-STATUS
030937         SET WS-CHAIN-BROKEN TO TRUE
030938     END-IF
030939     MOVE WS-AMT-CHECK-LINE  TO RPT-LINE
030940     WRITE RPT-LINE
030941     MOVE 'AMTLINT VS AMTLPST ABSORBED'
030942                             TO WS-CHK-DESC
030943     MOVE WS-STEP-RECS-OUT (9) TO WS-CHK-EXPECTED
030944     MOVE WS-STEP-RECS-IN (10) TO WS-CHK-ACTUAL
030945     PERFORM 3200-SET-COUNT-STATUS
030946         THRU 3200-SET-COUNT-STATUS-EXIT
030947     MOVE 'AMTLINT AMT VS AMTLPST'
030948                             TO WS-AMT-DESC
030949     MOVE WS-STEP-AMT-OUT (9) TO WS-AMT-EXPECTED
030950     MOVE WS-STEP-AMT-IN (10) TO WS-AMT-ACTUAL
030951     IF WS-STEP-AMT-IN (10) = WS-STEP-AMT-OUT (9)
030952         MOVE WS-STATUS-OK   TO WS-AMT-STATUS
030953     ELSE
030954         MOVE WS-STATUS-BAD  TO WS-AMT-STATUS
030955         SET WS-CHAIN-BROKEN TO TRUE
030956     END-IF
030957     MOVE WS-AMT-CHECK-LINE  TO RPT-LINE
030958     WRITE RPT-LINE.
031000 3000-CHECK-CHAIN-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------
035600 3200-SET-COUNT-STATUS-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035801* 3300-SET-AMT-STATUS - FINISH AND WRITE ONE AMOUNT-CHECK
035802*     LINE THE SAME WAY
035803*----------------------------------------------------------------
035804 3300-SET-AMT-STATUS.
035805     IF WS-AMT-EXPECTED = WS-AMT-ACTUAL
035806         MOVE WS-STATUS-OK   TO WS-AMT-STATUS
035807     ELSE
035808         MOVE WS-STATUS-BAD  TO WS-AMT-STATUS
035809         SET WS-CHAIN-BROKEN TO TRUE
035810     END-IF
035811     MOVE WS-AMT-CHECK-LINE  TO RPT-LINE
035812     WRITE RPT-LINE.
035813 3300-SET-AMT-STATUS-EXIT.
035814     EXIT.
035815*----------------------------------------------------------------
035816* 3400-CHECK-GL-FEED - PROVE THE GENERAL-LEDGER FEED: ITS
035817*     DEBITS (AMOUNT IN) MUST EQUAL ITS CREDITS (AMOUNT OUT),
035818*     AND WHAT EACH OF ITS SOURCE RECORDS TOOK IN MUST EQUAL
035819*     WHAT THE SOURCE STEP RECORDED FOR THE NIGHT - AMTACCR'S
035820*     ACCRUALS, AMTCAP'S CAPITALIZATIONS, AMTMNT'S OPENING
035822*     BALANCES, ADJUSTMENTS, FINAL INTEREST AND PAYOUTS TAKEN
035824*     TOGETHER, AMTHREL'S
035826*     RELEASES, AND AMTSUSM'S WRITE-OFFS.  A SOURCE STEP THAT
035828*     DID NOT RUN CARRIES ZERO AND SO MUST THE FEED.
035830*----------------------------------------------------------------
035832 3400-CHECK-GL-FEED.
035834     MOVE SPACE              TO RPT-LINE
035836     WRITE RPT-LINE
035838     MOVE 'GL FEED DEBITS VS CREDITS'
035840                             TO WS-AMT-DESC
035842     MOVE WS-STEP-AMT-IN (11) TO WS-AMT-EXPECTED
035844     MOVE WS-STEP-AMT-OUT (11) TO WS-AMT-ACTUAL
035846     PERFORM 3300-SET-AMT-STATUS
035848         THRU 3300-SET-AMT-STATUS-EXIT
035850     MOVE 'AMTACCR VS GL FEED ACCRUED'
035852                             TO WS-CHK-DESC
035854     MOVE WS-STEP-RECS-OUT (6) TO WS-CHK-EXPECTED
035856     MOVE WS-STEP-RECS-IN (16) TO WS-CHK-ACTUAL
035858     PERFORM 3200-SET-COUNT-STATUS
035860         THRU 3200-SET-COUNT-STATUS-EXIT
035862     MOVE 'AMTACCR AMT VS GL FEED'
035864                             TO WS-AMT-DESC
035866     MOVE WS-STEP-AMT-OUT (6) TO WS-AMT-EXPECTED
035868     MOVE WS-STEP-AMT-IN (16) TO WS-AMT-ACTUAL
035870     PERFORM 3300-SET-AMT-STATUS
035872         THRU 3300-SET-AMT-STATUS-EXIT
035874     MOVE 'AMTCAP VS GL FEED CAPITALIZED'
035876                             TO WS-CHK-DESC
035878     MOVE WS-STEP-RECS-OUT (12) TO WS-CHK-EXPECTED
035880     MOVE WS-STEP-RECS-IN (17) TO WS-CHK-ACTUAL
035882     PERFORM 3200-SET-COUNT-STATUS
035884         THRU 3200-SET-COUNT-STATUS-EXIT
035886     MOVE 'AMTCAP AMT VS GL FEED'
035888                             TO WS-AMT-DESC
035890     MOVE WS-STEP-AMT-OUT (12) TO WS-AMT-EXPECTED
035892     MOVE WS-STEP-AMT-IN (17) TO WS-AMT-ACTUAL
035894     PERFORM 3300-SET-AMT-STATUS
035896         THRU 3300-SET-AMT-STATUS-EXIT
035898     COMPUTE WS-ACTUAL-RECS =
035900         WS-STEP-RECS-IN (18) + WS-STEP-RECS-IN (19)
035902         + WS-STEP-RECS-IN (22) + WS-STEP-RECS-IN (23)
035904     COMPUTE WS-ACTUAL-AMT =
035906         WS-STEP-AMT-IN (18) + WS-STEP-AMT-IN (19)
035908         + WS-STEP-AMT-IN (22) + WS-STEP-AMT-IN (23)
035910     MOVE 'AMTMNT VS GL FEED MAINTENANCE'
035912                             TO WS-CHK-DESC
035914     MOVE WS-STEP-RECS-OUT (13) TO WS-CHK-EXPECTED
035916     MOVE WS-ACTUAL-RECS     TO WS-CHK-ACTUAL
035918     PERFORM 3200-SET-COUNT-STATUS
035920         THRU 3200-SET-COUNT-STATUS-EXIT
035922     MOVE 'AMTMNT AMT VS GL FEED'
035924                             TO WS-AMT-DESC
035926     MOVE WS-STEP-AMT-OUT (13) TO WS-AMT-EXPECTED
035928     MOVE WS-ACTUAL-AMT      TO WS-AMT-ACTUAL
035930     PERFORM 3300-SET-AMT-STATUS
035932         THRU 3300-SET-AMT-STATUS-EXIT
035934     MOVE 'AMTHREL VS GL FEED RELEASED'
035936                             TO WS-CHK-DESC
035938     MOVE WS-STEP-RECS-OUT (14) TO WS-CHK-EXPECTED
035940     MOVE WS-STEP-RECS-IN (20) TO WS-CHK-ACTUAL
035942     PERFORM 3200-SET-COUNT-STATUS
035944         THRU 3200-SET-COUNT-STATUS-EXIT
035946     MOVE 'AMTHREL AMT VS GL FEED'
035948                             TO WS-AMT-DESC
035950     MOVE WS-STEP-AMT-OUT (14) TO WS-AMT-EXPECTED
035952     MOVE WS-STEP-AMT-IN (20) TO WS-AMT-ACTUAL
035954     PERFORM 3300-SET-AMT-STATUS
035956         THRU 3300-SET-AMT-STATUS-EXIT
035958     MOVE 'AMTSUSM VS GL FEED WRITE-OFFS'
035960                             TO WS-CHK-DESC
035962     MOVE WS-STEP-RECS-OUT (15) TO WS-CHK-EXPECTED
035964     MOVE WS-STEP-RECS-IN (21) TO WS-CHK-ACTUAL
035966     PERFORM 3200-SET-COUNT-STATUS
035968         THRU 3200-SET-COUNT-STATUS-EXIT
035970     MOVE 'AMTSUSM AMT VS GL FEED'
035972                             TO WS-AMT-DESC
035974     MOVE WS-STEP-AMT-OUT (15) TO WS-AMT-EXPECTED
035976     MOVE WS-STEP-AMT-IN (21) TO WS-AMT-ACTUAL
035978     PERFORM 3300-SET-AMT-STATUS
035980         THRU 3300-SET-AMT-STATUS-EXIT.
035982 3400-CHECK-GL-FEED-EXIT.
035984     EXIT.
035986*----------------------------------------------------------------
035988* 9000-TERMINATE - CLOSE THE FILES, SET THE RETURN CODE, AND
036000*     DISPLAY THE OUTCOME.  RETURN CODE 8 HOLDS THE
036100*     DOWNSTREAM JOBS UNTIL SOMEONE LOOKS - ON A BROKEN CHAIN
036150*     AND ON A NIGHT A BACKOUT HAS REVERSED.
036200*----------------------------------------------------------------
036300 9000-TERMINATE.
036400     MOVE SPACE              TO RPT-LINE
037100                             TO RPT-LINE
037200         MOVE 8              TO RETURN-CODE
037300     END-IF
037310     IF WS-BACKOUTS-FOUND > ZERO
037320         WRITE RPT-LINE
037330         MOVE 'NIGHT REVERSED - DOWNSTREAM JOBS HELD'
037340                             TO RPT-LINE
037350         MOVE 8              TO RETURN-CODE
037360     END-IF
037400     WRITE RPT-LINE
037500     CLOSE RCTL-IN
037600           REPORT-OUT
