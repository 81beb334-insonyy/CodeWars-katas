000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    amtlint.
000300 AUTHOR.        R BELLWEATHER.
000400 INSTALLATION.  RETAIL BANKING BATCH SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RB  ORIGINAL CODING.  COMMERCIAL LOAN COUNTERPART
001100*                TO THE INTEREST-CALC STEP (INTCALC).  READS
001200*                THE WIDE CONVERTED AMOUNT FILE THE DRIVER AND
001300*                THE CORRECTION STEP WRITE FOR LARGE-AMOUNT
001400*                DETAILS (SEE AMTOUTL), APPLIES THE PRODUCT
001500*                RATE IN EFFECT FOR THE RUN DATE FROM THE SAME
001600*                EFFECTIVE-DATED RATE FILE INTCALC LOADS (SEE
001700*                AMTRATE), AND WRITES THE LOAN INTEREST-
001800*                POSTING FILE (SEE AMTPOSTL) FOR THE LOAN
001900*                POSTING STEP PLUS A TOTALS REPORT.  A RUN
002000*                DATE NOT COVERED BY A CATCH-ALL ('**') ROW
002100*                ENDS THE STEP RC=8 BEFORE ANY POSTING RECORD
002200*                IS WRITTEN.  THE RUN'S IN/OUT FIGURES ARE
002300*                APPENDED AS A RUN-CONTROL RECORD (SEE
002400*                AMTRCTL) SO THE DAY-END WALK BALANCES THE
002500*                WIDE CHAIN.  PROGRAM-ID IS THE SHORT LOAD-
002600*                MODULE FORM BECAUSE JCL LOADS THIS PROGRAM
002700*                DIRECTLY BY NAME (PGM=).
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT WIDE-IN          ASSIGN TO AMTOUTW
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT POSTING-OUT      ASSIGN TO AMTPOSTL
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT REPORT-OUT       ASSIGN TO AMTLIRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT RATE-IN          ASSIGN TO AMTRATE
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT RUN-CONTROL      ASSIGN TO AMTRCTL
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  WIDE-IN
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700     COPY AMTOUTL.
004800 FD  POSTING-OUT
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100     COPY AMTPOSTL.
005200 FD  REPORT-OUT
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  RPT-LINE                PIC X(80).
005600 FD  RATE-IN
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900     COPY AMTRATE.
006000 FD  RUN-CONTROL
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY AMTRCTL.
006400 WORKING-STORAGE SECTION.
006500*----------------------------------------------------------------
006600* 01  WS-SWITCHES AND COUNTERS
006700*----------------------------------------------------------------
006800 01  WS-EOF-SW               PIC X(01)       VALUE 'N'.
006900     88  WS-END-OF-FILE               VALUE 'Y'.
007000 01  WS-RATE-EOF-SW          PIC X(01)       VALUE 'N'.
007100     88  WS-RATE-END-OF-FILE          VALUE 'Y'.
007200 01  WS-RATE-FOUND-SW        PIC X(01)       VALUE 'N'.
007300     88  WS-RATE-FOUND                VALUE 'Y'.
007400 01  WS-RATE-SUB             PIC 9(02)  COMP  VALUE ZERO.
007500 01  WS-PROD-SUB             PIC 9(02)  COMP  VALUE ZERO.
007600 01  WS-DAYS-IN-YEAR         PIC 9(03)  COMP  VALUE 365.
007700*----------------------------------------------------------------
007800* 01  WS-PRODUCT-RATE-TABLE - ANNUAL RATES IN PERCENT, ONE
007900*     ENTRY PER PRODUCT CODE, LOADED AT INITIALIZATION FROM
008000*     THE EFFECTIVE-DATED RATE FILE (SEE AMTRATE) - ONLY THE
008100*     ROWS IN EFFECT FOR THE RUN DATE ARE LOADED, THE SAME
008200*     WAY INTCALC LOADS THEM.  THE '**' ROW IS THE CATCH-ALL
008300*     FOR PRODUCT CODES NOT LISTED; IT PRINTS AS 'OTHER'.
008400*----------------------------------------------------------------
008500 01  WS-RATE-MAX             PIC 9(02)  COMP  VALUE 20.
008600 01  WS-RATE-ENTRIES         PIC 9(02)  COMP  VALUE ZERO.
008700 01  WS-RATE-DFLT-SUB        PIC 9(02)  COMP  VALUE ZERO.
008800 01  WS-RATE-TABLE.
008900     05  WS-RATE-ENTRY       OCCURS 20 TIMES.
009000         10  WS-RATE-PRODUCT PIC X(02).
009100         10  WS-RATE-PCT     PIC 9(02)V9(05).
009200*----------------------------------------------------------------
009300* 01  WS-PRODUCT-TOTALS - ACCRUAL TOTALS ACCUMULATED PER RATE
009400*     TABLE ENTRY FOR THE REPORT
009500*----------------------------------------------------------------
009600 01  WS-PRODUCT-TOTALS.
009700     05  WS-PROD-TOTAL-ENTRY OCCURS 20 TIMES.
009800         10  WS-PROD-COUNT   PIC 9(09)  COMP.
009900         10  WS-PROD-BAL     PIC S9(13)V999 COMP-3.
010000         10  WS-PROD-INT     PIC S9(13)V999 COMP-3.
010100 01  WS-GRAND-COUNT          PIC 9(09)  COMP  VALUE ZERO.
010200 01  WS-GRAND-BAL            PIC S9(13)V999 COMP-3 VALUE ZERO.
010300 01  WS-GRAND-INT            PIC S9(13)V999 COMP-3 VALUE ZERO.
010400 01  WS-ACCRUED-INT          PIC S9(13)V999  VALUE ZERO.
010500*----------------------------------------------------------------
010600* 01  WS-REPORT-LINES
010700*----------------------------------------------------------------
010800 01  WS-HEADING-1.
010900     05  FILLER              PIC X(44)
011000             VALUE 'COMMERCIAL LOAN INTEREST-ACCRUAL TOTALS'.
011100 01  WS-HEADING-2.
011200     05  FILLER              PIC X(14) VALUE 'RUN DATE:     '.
011300     05  WS-HDG-RUN-DATE     PIC X(10).
011400 01  WS-HEADING-3.
011500     05  FILLER              PIC X(07) VALUE 'PRODUCT'.
011600     05  FILLER              PIC X(04) VALUE SPACE.
011700     05  FILLER              PIC X(09) VALUE '  RECORDS'.
011800     05  FILLER              PIC X(04) VALUE SPACE.
011900     05  FILLER              PIC X(22)
012000             VALUE '         BALANCE TOTAL'.
012100     05  FILLER              PIC X(04) VALUE SPACE.
012200     05  FILLER              PIC X(22)
012300             VALUE '      ACCRUED INTEREST'.
012400 01  WS-DETAIL-LINE.
012500     05  WS-DET-PRODUCT      PIC X(05).
012600     05  FILLER              PIC X(06) VALUE SPACE.
012700     05  WS-DET-COUNT        PIC ZZZZZZZZ9.
012800     05  FILLER              PIC X(04) VALUE SPACE.
012900     05  WS-DET-BAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.999-.
013000     05  FILLER              PIC X(04) VALUE SPACE.
013100     05  WS-DET-INT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.999-.
013200 01  WS-CURRENT-DATE.
013300     05  WS-CUR-YY           PIC 9(02).
013400     05  WS-CUR-MM           PIC 9(02).
013500     05  WS-CUR-DD           PIC 9(02).
013600 01  WS-EDITED-DATE.
013700     05  WS-EDT-MM           PIC 9(02).
013800     05  FILLER              PIC X(01) VALUE '/'.
013900     05  WS-EDT-DD           PIC 9(02).
014000     05  FILLER              PIC X(01) VALUE '/'.
014100     05  WS-EDT-YY           PIC 9(02).
014200*----------------------------------------------------------------
014300* 01  WS-RUN-DATE-CCYYMMDD - THE PROCESSING DATE AS YYYYMMDD,
014400*     COMPARED AGAINST THE RATE ROWS' EFFECTIVE RANGES WHEN
014500*     THE TABLE LOADS
014600*----------------------------------------------------------------
014700 01  WS-RUN-DATE-CCYYMMDD.
014800     05  FILLER              PIC X(02)       VALUE '20'.
014900     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
015000 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-CCYYMMDD
015100                             PIC 9(08).
015200 01  WS-RCTL-RUN-ID          PIC X(08)       VALUE SPACE.
015300 PROCEDURE DIVISION.
015400*----------------------------------------------------------------
015500* 0000-MAINLINE
015600*----------------------------------------------------------------
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900         THRU 1000-INITIALIZE-EXIT
016000     PERFORM 2000-PROCESS-AMOUNTS
016100         THRU 2000-PROCESS-AMOUNTS-EXIT
016200         UNTIL WS-END-OF-FILE
016300     PERFORM 3000-WRITE-REPORT
016400         THRU 3000-WRITE-REPORT-EXIT
016500     PERFORM 9000-TERMINATE
016600         THRU 9000-TERMINATE-EXIT
016700     GOBACK.
016800*----------------------------------------------------------------
016900* 1000-INITIALIZE - OPEN THE FILES, LOAD THE RATE ROWS IN
017000*     EFFECT FOR THE RUN DATE, CLEAR THE PRODUCT TOTALS, AND
017100*     PRIME THE READ.  A RATE FILE LEAVING THE RUN DATE WITH
017200*     NO CATCH-ALL ROW ENDS THE STEP RC=8 BEFORE ANY POSTING
017300*     RECORD IS WRITTEN.
017400*----------------------------------------------------------------
017500 1000-INITIALIZE.
017600     ACCEPT WS-RCTL-RUN-ID   FROM TIME
017700     OPEN INPUT  WIDE-IN
017800          INPUT  RATE-IN
017900          OUTPUT POSTING-OUT
018000          OUTPUT REPORT-OUT
018100          EXTEND RUN-CONTROL
018200     ACCEPT WS-CURRENT-DATE  FROM DATE
018300     MOVE WS-CUR-MM          TO WS-EDT-MM
018400     MOVE WS-CUR-DD          TO WS-EDT-DD
018500     MOVE WS-CUR-YY          TO WS-EDT-YY
018600     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
018700     PERFORM 1200-LOAD-RATE-ROW
018800         THRU 1200-LOAD-RATE-ROW-EXIT
018900         UNTIL WS-RATE-END-OF-FILE
019000     CLOSE RATE-IN
019100     IF WS-RATE-DFLT-SUB = ZERO
019200         DISPLAY 'AMTLINT NO CATCH-ALL RATE ROW IN EFFECT FOR '
019300                 WS-RUN-DATE-NUM ' - STEP HELD'
019400         MOVE 8              TO RETURN-CODE
019500         CLOSE WIDE-IN
019600               POSTING-OUT
019700               REPORT-OUT
019800               RUN-CONTROL
019900         GOBACK
020000     END-IF
020100     PERFORM 1100-CLEAR-PRODUCT-TOTAL
020200         THRU 1100-CLEAR-PRODUCT-TOTAL-EXIT
020300         VARYING WS-PROD-SUB FROM 1 BY 1
020400         UNTIL WS-PROD-SUB > WS-RATE-ENTRIES
020500     PERFORM 2100-READ-AMOUNT
020600         THRU 2100-READ-AMOUNT-EXIT.
020700 1000-INITIALIZE-EXIT.
020800     EXIT.
020900*----------------------------------------------------------------
021000* 1100-CLEAR-PRODUCT-TOTAL - ZERO ONE PRODUCT-TOTAL ENTRY
021100*----------------------------------------------------------------
021200 1100-CLEAR-PRODUCT-TOTAL.
021300     MOVE ZERO               TO WS-PROD-COUNT (WS-PROD-SUB)
021400     MOVE ZERO               TO WS-PROD-BAL   (WS-PROD-SUB)
021500     MOVE ZERO               TO WS-PROD-INT   (WS-PROD-SUB).
021600 1100-CLEAR-PRODUCT-TOTAL-EXIT.
021700     EXIT.
021800*----------------------------------------------------------------
021900* 1200-LOAD-RATE-ROW - READ ONE RATE-FILE ROW AND TAKE IT INTO
022000*     THE RATE TABLE WHEN THE RUN DATE FALLS IN ITS EFFECTIVE
022100*     RANGE.  A RATE FILE THAT OVERFLOWS THE TABLE ENDS THE
022200*     RUN RATHER THAN SILENTLY DROPPING ROWS.
022300*----------------------------------------------------------------
022400 1200-LOAD-RATE-ROW.
022500     READ RATE-IN
022600         AT END
022700             SET WS-RATE-END-OF-FILE TO TRUE
022800             GO TO 1200-LOAD-RATE-ROW-EXIT
022900     END-READ
023000     IF WS-RUN-DATE-NUM < AMT-RATE-EFF-FROM
023100         OR WS-RUN-DATE-NUM > AMT-RATE-EFF-TO
023200         GO TO 1200-LOAD-RATE-ROW-EXIT
023300     END-IF
023400     IF WS-RATE-ENTRIES = WS-RATE-MAX
023500         DISPLAY 'AMTLINT RATE FILE EXCEEDS TABLE OF '
023600                 WS-RATE-MAX
023700         MOVE 16             TO RETURN-CODE
023800         CLOSE WIDE-IN
023900               RATE-IN
024000               POSTING-OUT
024100               REPORT-OUT
024200               RUN-CONTROL
024300         GOBACK
024400     END-IF
024500     ADD 1 TO WS-RATE-ENTRIES
024600     MOVE AMT-RATE-PRODUCT   TO WS-RATE-PRODUCT (WS-RATE-ENTRIES)
024700     MOVE AMT-RATE-PCT       TO WS-RATE-PCT     (WS-RATE-ENTRIES)
024800     IF AMT-RATE-PRODUCT = '**'
024900         MOVE WS-RATE-ENTRIES TO WS-RATE-DFLT-SUB
025000     END-IF.
025100 1200-LOAD-RATE-ROW-EXIT.
025200     EXIT.
025300*----------------------------------------------------------------
025400* 2000-PROCESS-AMOUNTS - ACCRUE ONE DAY'S INTEREST ON ONE
025500*     CONVERTED LOAN BALANCE AND WRITE THE POSTING RECORD
025600*----------------------------------------------------------------
025700 2000-PROCESS-AMOUNTS.
025800     PERFORM 2200-FIND-PRODUCT-RATE
025900         THRU 2200-FIND-PRODUCT-RATE-EXIT
026000     COMPUTE WS-ACCRUED-INT ROUNDED =
026100         AMT-OUTL-AMT * WS-RATE-PCT (WS-PROD-SUB)
026200             / 100 / WS-DAYS-IN-YEAR
026300     PERFORM 2300-WRITE-POSTING
026400         THRU 2300-WRITE-POSTING-EXIT
026500     ADD 1                   TO WS-PROD-COUNT (WS-PROD-SUB)
026600     ADD AMT-OUTL-AMT        TO WS-PROD-BAL   (WS-PROD-SUB)
026700     ADD WS-ACCRUED-INT      TO WS-PROD-INT   (WS-PROD-SUB)
026800     ADD 1                   TO WS-GRAND-COUNT
026900     ADD AMT-OUTL-AMT        TO WS-GRAND-BAL
027000     ADD WS-ACCRUED-INT      TO WS-GRAND-INT
027100     PERFORM 2100-READ-AMOUNT
027200         THRU 2100-READ-AMOUNT-EXIT.
027300 2000-PROCESS-AMOUNTS-EXIT.
027400     EXIT.
027500*----------------------------------------------------------------
027600* 2100-READ-AMOUNT - READ THE NEXT WIDE CONVERTED RECORD
027700*----------------------------------------------------------------
027800 2100-READ-AMOUNT.
027900     READ WIDE-IN
028000         AT END
028100             SET WS-END-OF-FILE TO TRUE
028200     END-READ.
028300 2100-READ-AMOUNT-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------
028600* 2200-FIND-PRODUCT-RATE - LOCATE THE RATE-TABLE ENTRY FOR THE
028700*     RECORD'S PRODUCT CODE.  LEAVES WS-PROD-SUB POINTING AT
028800*     THE MATCHED ENTRY, OR AT THE CATCH-ALL ('**') ENTRY
028900*     WHEN THE PRODUCT IS NOT LISTED.
029000*----------------------------------------------------------------
029100 2200-FIND-PRODUCT-RATE.
029200     MOVE 'N'                TO WS-RATE-FOUND-SW
029300     PERFORM 2210-TEST-RATE-ENTRY
029400         THRU 2210-TEST-RATE-ENTRY-EXIT
029500         VARYING WS-RATE-SUB FROM 1 BY 1
029600         UNTIL WS-RATE-SUB > WS-RATE-ENTRIES
029700            OR WS-RATE-FOUND
029800     IF NOT WS-RATE-FOUND
029900         MOVE WS-RATE-DFLT-SUB TO WS-PROD-SUB
030000     END-IF.
030100 2200-FIND-PRODUCT-RATE-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400* 2210-TEST-RATE-ENTRY - TEST ONE RATE-TABLE ENTRY AGAINST THE
030500*     RECORD'S PRODUCT CODE
030600*----------------------------------------------------------------
030700 2210-TEST-RATE-ENTRY.
030800     IF AMT-OUTL-PROD = WS-RATE-PRODUCT (WS-RATE-SUB)
030900         SET WS-RATE-FOUND   TO TRUE
031000         MOVE WS-RATE-SUB    TO WS-PROD-SUB
031100     END-IF.
031200 2210-TEST-RATE-ENTRY-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------
031500* 2300-WRITE-POSTING - WRITE THE POSTING RECORD FOR ONE ACCRUAL
031600*----------------------------------------------------------------
031700 2300-WRITE-POSTING.
031800     MOVE AMT-OUTL-KEY       TO AMT-POSTL-KEY
031900     MOVE AMT-OUTL-AMT       TO AMT-POSTL-BAL
032000     MOVE WS-ACCRUED-INT     TO AMT-POSTL-INT
032100     MOVE AMT-OUTL-PROD      TO AMT-POSTL-PROD
032200     WRITE AMT-POSTL-RECORD.
032300 2300-WRITE-POSTING-EXIT.
032400     EXIT.
032500*----------------------------------------------------------------
032600* 3000-WRITE-REPORT - WRITE THE HEADINGS, ONE TOTALS LINE PER
032700*     RATE-TABLE ENTRY, AND THE GRAND TOTALS
032800*----------------------------------------------------------------
032900 3000-WRITE-REPORT.
033000     MOVE WS-HEADING-1       TO RPT-LINE
033100     WRITE RPT-LINE
033200     MOVE WS-EDITED-DATE     TO WS-HDG-RUN-DATE
033300     MOVE WS-HEADING-2       TO RPT-LINE
033400     WRITE RPT-LINE
033500     MOVE SPACE              TO RPT-LINE
033600     WRITE RPT-LINE
033700     MOVE WS-HEADING-3       TO RPT-LINE
033800     WRITE RPT-LINE
033900     PERFORM 3100-WRITE-PRODUCT-LINE
034000         THRU 3100-WRITE-PRODUCT-LINE-EXIT
034100         VARYING WS-PROD-SUB FROM 1 BY 1
034200         UNTIL WS-PROD-SUB > WS-RATE-ENTRIES
034300     MOVE SPACE              TO RPT-LINE
034400     WRITE RPT-LINE
034500     MOVE 'TOTAL'            TO WS-DET-PRODUCT
034600     MOVE WS-GRAND-COUNT     TO WS-DET-COUNT
034700     MOVE WS-GRAND-BAL       TO WS-DET-BAL
034800     MOVE WS-GRAND-INT       TO WS-DET-INT
034900     MOVE WS-DETAIL-LINE     TO RPT-LINE
035000     WRITE RPT-LINE.
035100 3000-WRITE-REPORT-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400* 3100-WRITE-PRODUCT-LINE - WRITE THE TOTALS LINE FOR ONE
035500*     RATE-TABLE ENTRY
035600*----------------------------------------------------------------
035700 3100-WRITE-PRODUCT-LINE.
035800     IF WS-RATE-PRODUCT (WS-PROD-SUB) = '**'
035900         MOVE 'OTHER'        TO WS-DET-PRODUCT
036000     ELSE
036100         MOVE WS-RATE-PRODUCT (WS-PROD-SUB)
036200                             TO WS-DET-PRODUCT
036300     END-IF
036400     MOVE WS-PROD-COUNT (WS-PROD-SUB) TO WS-DET-COUNT
036500     MOVE WS-PROD-BAL   (WS-PROD-SUB) TO WS-DET-BAL
036600     MOVE WS-PROD-INT   (WS-PROD-SUB) TO WS-DET-INT
036700     MOVE WS-DETAIL-LINE     TO RPT-LINE
036800     WRITE RPT-LINE.
036900 3100-WRITE-PRODUCT-LINE-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------
037200* 9000-TERMINATE - CLOSE THE FILES AND DISPLAY THE RUN TOTALS
037300*----------------------------------------------------------------
037400 9000-TERMINATE.
037500     PERFORM 9100-WRITE-RUN-CONTROL
037600         THRU 9100-WRITE-RUN-CONTROL-EXIT
037700     CLOSE WIDE-IN
037800           POSTING-OUT
037900           REPORT-OUT
038000           RUN-CONTROL
038100     DISPLAY 'AMTLINT LOAN BALANCES READ     = '
038200             WS-GRAND-COUNT
038300     DISPLAY 'AMTLINT INTEREST ACCRUED       = '
038400             WS-GRAND-INT.
038500 9000-TERMINATE-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------
038800* 9100-WRITE-RUN-CONTROL - APPEND THIS RUN'S IN/OUT FIGURES
038900*     TO THE SHARED RUN-CONTROL FILE FOR THE DAY-END WALK.
039000*     EVERY BALANCE READ PRODUCES ONE POSTING RECORD, SO THE
039100*     IN AND OUT FIGURES ARE THE SAME GRAND COUNT AND SUM.
039200*----------------------------------------------------------------
039300 9100-WRITE-RUN-CONTROL.
039400     MOVE 'AMTLINT'          TO AMT-RCTL-STEP
039500     MOVE WS-RUN-DATE-NUM    TO AMT-RCTL-RUN-DATE
039600     MOVE WS-RCTL-RUN-ID     TO AMT-RCTL-RUN-ID
039700     SET AMT-RCTL-CLEAN      TO TRUE
039800     MOVE WS-GRAND-COUNT     TO AMT-RCTL-RECS-IN
039900     MOVE WS-GRAND-COUNT     TO AMT-RCTL-RECS-OUT
040000     MOVE WS-GRAND-BAL       TO AMT-RCTL-AMT-IN
040100     MOVE WS-GRAND-BAL       TO AMT-RCTL-AMT-OUT
040200     WRITE AMT-RCTL-RECORD.
040300 9100-WRITE-RUN-CONTROL-EXIT.
040400     EXIT.
040500 END PROGRAM amtlint.
