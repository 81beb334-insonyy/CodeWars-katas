000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    amtaccr.
000300 AUTHOR.        R BELLWEATHER.
000400 INSTALLATION.  RETAIL BANKING BATCH SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RB  ORIGINAL CODING.  NIGHTLY ACCRUAL-LEDGER
001100*                STEP.  READS THE POSTING FILE THE INTEREST-
001200*                CALC STEP WRITES AND ADDS EACH RECORD'S ONE-
001300*                DAY ACCRUAL INTO THE RETAINED ACCRUED-INTEREST
001400*                LEDGER (SEE AMTACCR), KEYED BY ACCOUNT AND
001500*                PRODUCT: THE ACCRUED-TO-DATE FIGURE GROWS BY
001600*                AMT-POST-INT AND THE DAYS-ACCRUED COUNT BY
001700*                ONE.  A KEY NOT YET ON THE LEDGER IS ADDED
001800*                WITH TONIGHT'S ACCRUAL.  UNTIL NOW AMTPOST WAS
001900*                RECREATED EVERY NIGHT AND THE CAPITALIZATION
002000*                STEP SAW ONLY THE NIGHT IT RAN ON, SO EVERY
002100*                OTHER DAY'S ACCRUAL IN THE CYCLE WAS LOST.  A
002200*                LEDGER RECORD ALREADY ACCRUED FOR THE RUN DATE
002300*                IS NOT ADDED TO AGAIN - A RERUN OF THE STEP
002400*                LISTS EVERY KEY ON THE EXCEPTION REPORT
002500*                INSTEAD OF DOUBLING THE NIGHT.  READ OR WRITE
002600*                FAILURES GO TO THE SAME LISTING, AND THE STEP
002700*                ENDS RC=4 WHEN THERE ARE ANY.  THE RUN'S
002800*                IN/OUT FIGURES ARE APPENDED AS A RUN-CONTROL
002900*                RECORD (SEE AMTRCTL) SO THE DAY-END WALK CAN
003000*                HOLD WHAT THIS STEP ABSORBED AGAINST WHAT
003100*                INTCALC RELEASED.  PROGRAM-ID IS THE SHORT
003200*                LOAD-MODULE FORM BECAUSE JCL LOADS THIS
003300*                PROGRAM DIRECTLY BY NAME (PGM=).
003310* 10/15/2026 RB  A POSTING RECORD FOR AN ACCOUNT MAINTENANCE
003315*                (AMTMNT) HAS CLOSED AND SETTLED IS NO LONGER
003320*                ACCRUED.  THE ACCOUNT MASTER IS NOW READ FOR
003325*                EACH KEY, AND A CLOSED ACCOUNT IS PASSED OVER
003330*                AND LISTED UNDER ITS OWN COUNT - THE UPSTREAM
003335*                EXTRACT CARRIES IT UNTIL THE SOURCE SYSTEM
003340*                DROPS IT, SO IT RAISES NEITHER THE RETURN CODE
003345*                NOR THE RUN-CONTROL STATUS.  THE SETTLEMENT
003350*                PAID THE FINAL INTEREST; ANOTHER NIGHT'S
003355*                ACCRUAL WOULD BE CAPITALIZED ONTO A ZERO
003360*                BALANCE.  THE GL INTERFACE (AMTGLIF) PASSES
003365*                THE SAME RECORDS OVER.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT POSTING-IN       ASSIGN TO AMTPOST
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT ACCRUAL-LEDGER   ASSIGN TO AMTACCL
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS AMT-ACCR-LKEY
004400         FILE STATUS IS WS-ACCR-STATUS.
004410     SELECT ACCOUNT-MASTER   ASSIGN TO AMTMSTR
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS RANDOM
004440         RECORD KEY IS AMT-MSTR-KEY
004450         FILE STATUS IS WS-MSTR-STATUS.
004500     SELECT REPORT-OUT       ASSIGN TO AMTLRPT
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT RUN-CONTROL      ASSIGN TO AMTRCTL
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  POSTING-IN
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY AMTPOST.
005500 FD  ACCRUAL-LEDGER.
005600     COPY AMTACCR.
005610 FD  ACCOUNT-MASTER.
005620     COPY AMTMSTR.
005700 FD  REPORT-OUT
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  RPT-LINE                PIC X(80).
006100 FD  RUN-CONTROL
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY AMTRCTL.
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------
006700* 01  WS-SWITCHES AND COUNTERS
006800*----------------------------------------------------------------
006900 01  WS-EOF-SW               PIC X(01)       VALUE 'N'.
007000     88  WS-END-OF-FILE               VALUE 'Y'.
007100 01  WS-ACCR-STATUS          PIC X(02)       VALUE '00'.
007200     88  WS-ACCR-OK                   VALUE '00'.
007300     88  WS-ACCR-NOT-FOUND            VALUE '23'.
007310 01  WS-MSTR-STATUS          PIC X(02)       VALUE '00'.
007320     88  WS-MSTR-OK                   VALUE '00'.
007330     88  WS-MSTR-NOT-FOUND            VALUE '23'.
007400 01  WS-RECORDS-READ         PIC 9(09)  COMP  VALUE ZERO.
007500 01  WS-RECORDS-ACCRUED      PIC 9(09)  COMP  VALUE ZERO.
007600 01  WS-RECORDS-ADDED        PIC 9(09)  COMP  VALUE ZERO.
007700 01  WS-RECORDS-DUPLICATE    PIC 9(09)  COMP  VALUE ZERO.
007710 01  WS-RECORDS-CLOSED       PIC 9(09)  COMP  VALUE ZERO.
007800 01  WS-RECORDS-IN-ERROR     PIC 9(09)  COMP  VALUE ZERO.
007900 01  WS-BAL-SUM              PIC S9(13)V999 COMP-3 VALUE ZERO.
008000 01  WS-INT-SUM              PIC S9(13)V999 COMP-3 VALUE ZERO.
008100*----------------------------------------------------------------
008200* 01  WS-RUN STAMP FIELDS - THE RUN DATE IS THE PROCESSING
008300*     DATE, THE SAME DATE INTCALC STAMPS ON ITS RUN-CONTROL
008400*     RECORD; THE RUN ID IS THE TIME-OF-DAY STAMP TAKEN AT
008500*     INITIALIZATION
008600*----------------------------------------------------------------
008700 01  WS-RUN-DATE-CCYYMMDD.
008800     05  FILLER              PIC X(02)       VALUE '20'.
008900     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
009000 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-CCYYMMDD
009100                             PIC 9(08).
009200 01  WS-RCTL-RUN-ID          PIC X(08)       VALUE SPACE.
009300*----------------------------------------------------------------
009400* 01  WS-REPORT-LINES
009500*----------------------------------------------------------------
009600 01  WS-HEADING-1.
009700     05  FILLER              PIC X(38)
009800             VALUE 'ACCRUED-INTEREST LEDGER EXCEPTION LIST'.
009900 01  WS-HEADING-2.
010000     05  FILLER              PIC X(14) VALUE 'RUN DATE:     '.
010100     05  WS-HDG-RUN-DATE     PIC 9(08).
010200 01  WS-HEADING-3.
010300     05  FILLER              PIC X(10) VALUE 'KEY       '.
010400     05  FILLER              PIC X(02) VALUE SPACE.
010500     05  FILLER              PIC X(04) VALUE 'PROD'.
010600     05  FILLER              PIC X(02) VALUE SPACE.
010700     05  FILLER              PIC X(10) VALUE 'INTEREST  '.
010800     05  FILLER              PIC X(04) VALUE SPACE.
010900     05  FILLER              PIC X(11) VALUE 'DISPOSITION'.
011000 01  WS-DETAIL-LINE.
011100     05  WS-DET-KEY          PIC X(10).
011200     05  FILLER              PIC X(02) VALUE SPACE.
011300     05  WS-DET-PROD         PIC X(02).
011400     05  FILLER              PIC X(04) VALUE SPACE.
011500     05  WS-DET-INTEREST     PIC -9(04).999.
011600     05  FILLER              PIC X(05) VALUE SPACE.
011700     05  WS-DET-DISP         PIC X(30).
011800 01  WS-TOTAL-LINE.
011900     05  WS-TOT-DESC         PIC X(30).
012000     05  WS-TOT-COUNT        PIC ZZZZZZZZ9.
012100 01  WS-TOTAL-AMT-LINE.
012200     05  WS-TOTA-DESC        PIC X(22).
012300     05  WS-TOTA-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.999-.
012400 PROCEDURE DIVISION.
012500*----------------------------------------------------------------
012600* 0000-MAINLINE
012700*----------------------------------------------------------------
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE
013000         THRU 1000-INITIALIZE-EXIT
013100     PERFORM 2000-ACCRUE
013200         THRU 2000-ACCRUE-EXIT
013300         UNTIL WS-END-OF-FILE
013400     PERFORM 9000-TERMINATE
013500         THRU 9000-TERMINATE-EXIT
013600     GOBACK.
013700*----------------------------------------------------------------
013800* 1000-INITIALIZE - TAKE THE RUN STAMP, OPEN THE FILES, WRITE
013900*     THE EXCEPTION HEADINGS, AND PRIME THE READ
014000*----------------------------------------------------------------
014100 1000-INITIALIZE.
014200     ACCEPT WS-RCTL-RUN-ID   FROM TIME
014300     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
014400     OPEN INPUT  POSTING-IN
014500          I-O    ACCRUAL-LEDGER
014510          INPUT  ACCOUNT-MASTER
014600          OUTPUT REPORT-OUT
014700          EXTEND RUN-CONTROL
014800     IF NOT WS-ACCR-OK
014900         DISPLAY 'AMTACCR ACCRUAL LEDGER OPEN FAILED, STATUS '
015000                 WS-ACCR-STATUS
015100         MOVE 16             TO RETURN-CODE
015200         CLOSE POSTING-IN
015300               REPORT-OUT
015310               ACCOUNT-MASTER
015400               RUN-CONTROL
015500         GOBACK
015600     END-IF
015605     IF NOT WS-MSTR-OK
015610         DISPLAY 'AMTACCR ACCOUNT MASTER OPEN FAILED, STATUS '
015615                 WS-MSTR-STATUS
015620         MOVE 16             TO RETURN-CODE
015625         CLOSE POSTING-IN
015630               ACCRUAL-LEDGER
015635               REPORT-OUT
015640               RUN-CONTROL
015645         GOBACK
015650     END-IF
015700     MOVE WS-HEADING-1       TO RPT-LINE
015800     WRITE RPT-LINE
015900     MOVE WS-RUN-DATE-NUM    TO WS-HDG-RUN-DATE
016000     MOVE WS-HEADING-2       TO RPT-LINE
016100     WRITE RPT-LINE
016200     MOVE SPACE              TO RPT-LINE
016300     WRITE RPT-LINE
016400     MOVE WS-HEADING-3       TO RPT-LINE
016500     WRITE RPT-LINE
016600     PERFORM 2100-READ-POSTING
016700         THRU 2100-READ-POSTING-EXIT.
016800 1000-INITIALIZE-EXIT.
016900     EXIT.
017000*----------------------------------------------------------------
017100* 2000-ACCRUE - CARRY ONE NIGHT'S ACCRUAL ONTO THE LEDGER.  THE
017200*     KEYED READ IS ROUTED ON THE FILE STATUS, SAME AS THE
017300*     MASTER POSTING STEPS - A KEY NOT YET ON THE LEDGER IS
017400*     ADDED, ANY OTHER FAILING STATUS GOES TO THE EXCEPTION
017500*     LISTING WITH THE LEDGER UNTOUCHED.  AN ACCOUNT THE
017510*     MASTER SHOWS CLOSED IS PASSED OVER BEFORE ANY OF THAT.
017520*     A KEY THE MASTER CANNOT ANSWER FOR IS ACCRUED AS
017530*     BEFORE - MASTER EXCEPTIONS ARE THE POSTING STEP'S TO
017540*     REPORT.
017600*----------------------------------------------------------------
017700 2000-ACCRUE.
017800     ADD 1 TO WS-RECORDS-READ
017900     ADD AMT-POST-BAL        TO WS-BAL-SUM
017910     MOVE AMT-POST-KEY       TO AMT-MSTR-KEY
017920     READ ACCOUNT-MASTER
017930         INVALID KEY
017940             CONTINUE
017950     END-READ
018000     MOVE AMT-POST-KEY       TO AMT-ACCR-KEY
018100     MOVE AMT-POST-PROD      TO AMT-ACCR-PROD
018200     READ ACCRUAL-LEDGER
018300         INVALID KEY
018400             CONTINUE
018500     END-READ
018600     EVALUATE TRUE
018610         WHEN WS-MSTR-OK
018620             AND AMT-MSTR-CLOSED
018630             PERFORM 2400-PASS-CLOSED
018640                 THRU 2400-PASS-CLOSED-EXIT
018700         WHEN WS-ACCR-OK
018800             PERFORM 2200-ADD-TO-LEDGER
018900                 THRU 2200-ADD-TO-LEDGER-EXIT
019000         WHEN WS-ACCR-NOT-FOUND
019100             PERFORM 2300-OPEN-LEDGER-RECORD
019200                 THRU 2300-OPEN-LEDGER-RECORD-EXIT
019300         WHEN OTHER
019350             ADD 1 TO WS-RECORDS-IN-ERROR
019400             MOVE 'READ FAILED, STATUS '
019500                             TO WS-DET-DISP
019600             MOVE WS-ACCR-STATUS TO WS-DET-DISP (21:2)
019700             PERFORM 8000-WRITE-EXCEPTION
019800                 THRU 8000-WRITE-EXCEPTION-EXIT
019900     END-EVALUATE
020000     PERFORM 2100-READ-POSTING
020100         THRU 2100-READ-POSTING-EXIT.
020200 2000-ACCRUE-EXIT.
020300     EXIT.
020400*----------------------------------------------------------------
020500* 2100-READ-POSTING - READ THE NEXT POSTING RECORD
020600*----------------------------------------------------------------
020700 2100-READ-POSTING.
020800     READ POSTING-IN
020900         AT END
021000             SET WS-END-OF-FILE TO TRUE
021100     END-READ.
021200 2100-READ-POSTING-EXIT.
021300     EXIT.
021400*----------------------------------------------------------------
021500* 2200-ADD-TO-LEDGER - THE KEY IS ON THE LEDGER: ADD TONIGHT'S
021600*     ACCRUAL TO THE CYCLE AND THE ACCRUED-TO-DATE FIGURES,
021700*     COUNT THE DAY, AND REWRITE.  A RECORD ALREADY ACCRUED
021800*     FOR THE RUN DATE IS A RERUN AND IS LEFT ALONE.
021900*----------------------------------------------------------------
022000 2200-ADD-TO-LEDGER.
022100     IF AMT-ACCR-LAST-DATE = WS-RUN-DATE-NUM
022200         ADD 1 TO WS-RECORDS-DUPLICATE
022400         MOVE 'ALREADY ACCRUED FOR RUN DATE'
022500                             TO WS-DET-DISP
022600         PERFORM 8000-WRITE-EXCEPTION
022700             THRU 8000-WRITE-EXCEPTION-EXIT
022800         GO TO 2200-ADD-TO-LEDGER-EXIT
022900     END-IF
023000     ADD AMT-POST-INT        TO AMT-ACCR-CYCLE-AMT
023100     ADD AMT-POST-INT        TO AMT-ACCR-TO-DATE
023200     ADD 1                   TO AMT-ACCR-DAYS
023300     MOVE WS-RUN-DATE-NUM    TO AMT-ACCR-LAST-DATE
023400     REWRITE AMT-ACCR-RECORD
023500         INVALID KEY
023600             CONTINUE
023700     END-REWRITE
023800     IF WS-ACCR-OK
023900         ADD 1 TO WS-RECORDS-ACCRUED
024000         ADD AMT-POST-INT    TO WS-INT-SUM
024100     ELSE
024150         ADD 1 TO WS-RECORDS-IN-ERROR
024200         MOVE 'REWRITE FAILED, STATUS '
024300                             TO WS-DET-DISP
024400         MOVE WS-ACCR-STATUS TO WS-DET-DISP (24:2)
024500         PERFORM 8000-WRITE-EXCEPTION
024600             THRU 8000-WRITE-EXCEPTION-EXIT
024700     END-IF.
024800 2200-ADD-TO-LEDGER-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100* 2300-OPEN-LEDGER-RECORD - FIRST ACCRUAL FOR THE ACCOUNT AND
025200*     PRODUCT: WRITE A NEW LEDGER RECORD CARRYING TONIGHT'S
025300*     ACCRUAL AS THE WHOLE CYCLE SO FAR
025400*----------------------------------------------------------------
025500 2300-OPEN-LEDGER-RECORD.
025550     MOVE SPACE              TO AMT-ACCR-RECORD
025560     MOVE AMT-POST-KEY       TO AMT-ACCR-KEY
025570     MOVE AMT-POST-PROD      TO AMT-ACCR-PROD
025600     MOVE ZERO               TO AMT-ACCR-OPEN-AMT
025700     MOVE AMT-POST-INT       TO AMT-ACCR-CYCLE-AMT
025800     MOVE AMT-POST-INT       TO AMT-ACCR-TO-DATE
025900     MOVE 1                  TO AMT-ACCR-DAYS
026000     MOVE WS-RUN-DATE-NUM    TO AMT-ACCR-LAST-DATE
026100     MOVE ZERO               TO AMT-ACCR-CAP-DATE
026300     WRITE AMT-ACCR-RECORD
026400         INVALID KEY
026500             CONTINUE
026600     END-WRITE
026700     IF WS-ACCR-OK
026800         ADD 1 TO WS-RECORDS-ACCRUED
026900         ADD 1 TO WS-RECORDS-ADDED
027000         ADD AMT-POST-INT    TO WS-INT-SUM
027100     ELSE
027150         ADD 1 TO WS-RECORDS-IN-ERROR
027200         MOVE 'WRITE FAILED, STATUS '
027300                             TO WS-DET-DISP
027400         MOVE WS-ACCR-STATUS TO WS-DET-DISP (22:2)
027500         PERFORM 8000-WRITE-EXCEPTION
027600             THRU 8000-WRITE-EXCEPTION-EXIT
027700     END-IF.
027800 2300-OPEN-LEDGER-RECORD-EXIT.
027900     EXIT.
027910*----------------------------------------------------------------
027915* 2400-PASS-CLOSED - THE ACCOUNT WAS CLOSED AND SETTLED BY
027920*     MAINTENANCE: LIST IT AND COUNT IT, AND LEAVE THE LEDGER
027925*     AS THE SETTLEMENT LEFT IT.  NOT AN EXCEPTION FOR THE
027930*     RETURN CODE OR THE RUN-CONTROL STATUS.
027935*----------------------------------------------------------------
027940 2400-PASS-CLOSED.
027945     ADD 1 TO WS-RECORDS-CLOSED
027950     MOVE 'CLOSED - NOT ACCRUED'
027955                             TO WS-DET-DISP
027960     PERFORM 8000-WRITE-EXCEPTION
027965         THRU 8000-WRITE-EXCEPTION-EXIT.
027970 2400-PASS-CLOSED-EXIT.
027975     EXIT.
028000*----------------------------------------------------------------
028100* 8000-WRITE-EXCEPTION - WRITE ONE EXCEPTION LINE FOR THE
028200*     POSTING RECORD.  THE DISPOSITION IS ALREADY STAGED AND
028250*     THE CALLER HAS ALREADY COUNTED THE RECORD.
028300*----------------------------------------------------------------
028400 8000-WRITE-EXCEPTION.
028600     MOVE AMT-POST-KEY       TO WS-DET-KEY
028700     MOVE AMT-POST-PROD      TO WS-DET-PROD
028800     MOVE AMT-POST-INT       TO WS-DET-INTEREST
028900     MOVE WS-DETAIL-LINE     TO RPT-LINE
029000     WRITE RPT-LINE.
029100 8000-WRITE-EXCEPTION-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
029400* 9000-TERMINATE - WRITE THE RUN TOTALS, APPEND THE RUN-
029500*     CONTROL RECORD, CLOSE THE FILES, AND SET THE RETURN
029600*     CODE.  RETURN CODE 4 FLAGS A RUN WITH EXCEPTIONS.
029700*----------------------------------------------------------------
029800 9000-TERMINATE.
029900     MOVE SPACE              TO RPT-LINE
030000     WRITE RPT-LINE
030100     MOVE 'POSTING RECORDS READ'
030200                             TO WS-TOT-DESC
030300     MOVE WS-RECORDS-READ    TO WS-TOT-COUNT
030400     MOVE WS-TOTAL-LINE      TO RPT-LINE
030500     WRITE RPT-LINE
030600     MOVE 'ACCRUED TO LEDGER'
030700                             TO WS-TOT-DESC
030800     MOVE WS-RECORDS-ACCRUED TO WS-TOT-COUNT
030900     MOVE WS-TOTAL-LINE      TO RPT-LINE
031000     WRITE RPT-LINE
031100     MOVE '  OF WHICH NEW LEDGER RECORDS'
031200                             TO WS-TOT-DESC
031300     MOVE WS-RECORDS-ADDED   TO WS-TOT-COUNT
031400     MOVE WS-TOTAL-LINE      TO RPT-LINE
031500     WRITE RPT-LINE
031600     MOVE 'ALREADY ACCRUED FOR DATE'
031700                             TO WS-TOT-DESC
031800     MOVE WS-RECORDS-DUPLICATE TO WS-TOT-COUNT
031900     MOVE WS-TOTAL-LINE      TO RPT-LINE
032000     WRITE RPT-LINE
032010     MOVE 'CLOSED - NOT ACCRUED'
032020                             TO WS-TOT-DESC
032030     MOVE WS-RECORDS-CLOSED  TO WS-TOT-COUNT
032040     MOVE WS-TOTAL-LINE      TO RPT-LINE
032050     WRITE RPT-LINE
032100     MOVE 'LEDGER READ/WRITE FAILURES'
032200                             TO WS-TOT-DESC
032300     MOVE WS-RECORDS-IN-ERROR TO WS-TOT-COUNT
032400     MOVE WS-TOTAL-LINE      TO RPT-LINE
032500     WRITE RPT-LINE
032600     MOVE 'INTEREST ACCRUED'  TO WS-TOTA-DESC
032700     MOVE WS-INT-SUM         TO WS-TOTA-AMT
032800     MOVE WS-TOTAL-AMT-LINE  TO RPT-LINE
032900     WRITE RPT-LINE
033000     PERFORM 9100-WRITE-RUN-CONTROL
033100         THRU 9100-WRITE-RUN-CONTROL-EXIT
033200     CLOSE POSTING-IN
033300           ACCRUAL-LEDGER
033310           ACCOUNT-MASTER
033400           REPORT-OUT
033500           RUN-CONTROL
033600     IF WS-RECORDS-DUPLICATE > ZERO
033700         OR WS-RECORDS-IN-ERROR > ZERO
033800         MOVE 4              TO RETURN-CODE
033900     END-IF
034000     DISPLAY 'AMTACCR POSTINGS READ     = ' WS-RECORDS-READ
034100     DISPLAY 'AMTACCR ACCRUED TO LEDGER = ' WS-RECORDS-ACCRUED
034200     DISPLAY 'AMTACCR ALREADY ACCRUED   = '
034300             WS-RECORDS-DUPLICATE
034310     DISPLAY 'AMTACCR CLOSED ACCOUNTS   = '
034320             WS-RECORDS-CLOSED
034400     DISPLAY 'AMTACCR READ/WRITE FAILS  = '
034500             WS-RECORDS-IN-ERROR.
034600 9000-TERMINATE-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900* 9100-WRITE-RUN-CONTROL - APPEND THIS RUN'S IN/OUT FIGURES
035000*     TO THE SHARED RUN-CONTROL FILE FOR THE DAY-END WALK.
035100*     WHAT CAME IN IS HELD AGAINST WHAT INTCALC RELEASED -
035200*     THE RECORD COUNT AND THE BALANCE SUM ACCRUALS WERE
035300*     FIGURED ON; WHAT WENT OUT IS THE COUNT AND INTEREST
035400*     CARRIED ONTO THE LEDGER.  STATUS 'B' WHEN ANY ACCRUAL
035500*     DID NOT REACH THE LEDGER - A CLOSED ACCOUNT PASSED
035510*     OVER IS NEITHER AN ACCRUAL NOR A FAILURE.
035600*----------------------------------------------------------------
035700 9100-WRITE-RUN-CONTROL.
035800     MOVE 'AMTACCR'          TO AMT-RCTL-STEP
035900     MOVE WS-RUN-DATE-NUM    TO AMT-RCTL-RUN-DATE
036000     MOVE WS-RCTL-RUN-ID     TO AMT-RCTL-RUN-ID
036100     IF WS-RECORDS-DUPLICATE > ZERO
036200         OR WS-RECORDS-IN-ERROR > ZERO
036300         SET AMT-RCTL-BROKEN TO TRUE
036400     ELSE
036500         SET AMT-RCTL-CLEAN  TO TRUE
036600     END-IF
036700     MOVE WS-RECORDS-READ    TO AMT-RCTL-RECS-IN
036800     MOVE WS-RECORDS-ACCRUED TO AMT-RCTL-RECS-OUT
036900     MOVE WS-BAL-SUM         TO AMT-RCTL-AMT-IN
037000     MOVE WS-INT-SUM         TO AMT-RCTL-AMT-OUT
037100     WRITE AMT-RCTL-RECORD.
037200 9100-WRITE-RUN-CONTROL-EXIT.
037300     EXIT.
037400 END PROGRAM amtaccr.
