000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    amtosum.
000300 AUTHOR.        R BELLWEATHER.
000400 INSTALLATION.  RETAIL BANKING BATCH SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RB  ORIGINAL CODING.  MORNING OPERATIONS SUMMARY.
001100*                ONE PAGE FOR THE ON-CALL ANALYST IN PLACE OF
001200*                OPENING SIX REPORTS EVERY MORNING.  FOR THE
001300*                RUN DATE ON THE AMTOPRM CARD (BLANK TAKES THE
001400*                PROCESSING DATE) IT LISTS EVERY STEP'S RUN-
001500*                CONTROL STATUS AND COUNTS (SEE AMTRCTL), THE
001600*                CONVERSION'S READ/ACCEPTED/REJECTED/SUSPENDED
001700*                COUNTS AND TRAILER CHECKS (SEE AMTSTAT AND
001800*                AMTCTL), THE HELD POSTINGS ON THE CURRENT
001900*                CARRY GENERATION AND THEIR TOTAL SHORTFALL
002000*                (SEE AMTHELD), THE OPEN SUSPENSE ITEMS BY THE
002100*                SAME AGING BUCKETS AS AMTSAGE (SEE AMTSUSPM),
002200*                AND A LOOK-AHEAD WARNING FOR ANY PRODUCT WHOSE
002300*                RATE ROW IN EFFECT (SEE AMTRATE) ENDS WITHIN
002400*                30 DAYS WITH NO FOLLOWING ROW KEYED.  EACH
002500*                SECTION ENDS OK OR ATTENTION, AND THE STEP
002600*                ENDS RC=4 WHEN ANY SECTION NEEDS ATTENTION.
002700*                PROGRAM-ID IS THE SHORT LOAD-MODULE FORM
002800*                BECAUSE JCL LOADS THIS PROGRAM DIRECTLY BY
002900*                NAME (PGM=).
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARM-IN          ASSIGN TO AMTOPRM
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT RCTL-IN          ASSIGN TO AMTRCTL
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT STAT-IN          ASSIGN TO AMTSTAT
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT CONTROL-IN       ASSIGN TO AMTCTL
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT HELD-IN          ASSIGN TO AMTHELD
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT SUSPM-IN         ASSIGN TO AMTSMIN
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT RATE-IN          ASSIGN TO AMTRATE
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT REPORT-OUT       ASSIGN TO AMTORPT
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PARM-IN
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  PARM-CARD.
005600     05  PARM-RUN-DATE       PIC X(08).
005700     05  FILLER              PIC X(72).
005800 FD  RCTL-IN
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY AMTRCTL.
006200 FD  STAT-IN
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY AMTSTAT.
006600 FD  CONTROL-IN
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY AMTCTL.
007000 FD  HELD-IN
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY AMTHELD.
007400 FD  SUSPM-IN
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY AMTSUSPM.
007800 FD  RATE-IN
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY AMTRATE.
008200 FD  REPORT-OUT
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  RPT-LINE                PIC X(80).
008600 WORKING-STORAGE SECTION.
008700*----------------------------------------------------------------
008800* 01  WS-SWITCHES AND COUNTERS
008900*----------------------------------------------------------------
009000 01  WS-EOF-SW               PIC X(01)       VALUE 'N'.
009100     88  WS-END-OF-FILE               VALUE 'Y'.
009200 01  WS-HELD-EOF-SW          PIC X(01)       VALUE 'N'.
009300     88  WS-HELD-END-OF-FILE          VALUE 'Y'.
009400 01  WS-SUSPM-EOF-SW         PIC X(01)       VALUE 'N'.
009500     88  WS-SUSPM-END-OF-FILE         VALUE 'Y'.
009600 01  WS-RATE-EOF-SW          PIC X(01)       VALUE 'N'.
009700     88  WS-RATE-END-OF-FILE          VALUE 'Y'.
009800 01  WS-STAT-SW              PIC X(01)       VALUE 'Y'.
009900     88  WS-STAT-PRESENT              VALUE 'Y'.
010000     88  WS-STAT-MISSING              VALUE 'N'.
010100 01  WS-SECTION-SW           PIC X(01)       VALUE 'N'.
010200     88  WS-SECTION-OK                VALUE 'N'.
010300     88  WS-SECTION-ATTENTION         VALUE 'Y'.
010400 01  WS-RECORDS-READ         PIC 9(09)  COMP  VALUE ZERO.
010500 01  WS-RECORDS-MATCHED      PIC 9(09)  COMP  VALUE ZERO.
010600 01  WS-BACKOUTS-FOUND       PIC 9(09)  COMP  VALUE ZERO.
010700 01  WS-BACKOUTS-BROKEN      PIC 9(09)  COMP  VALUE ZERO.
010800 01  WS-SECTIONS-FLAGGED     PIC 9(09)  COMP  VALUE ZERO.
010900 01  WS-SEL-DATE             PIC 9(08)       VALUE ZERO.
011000 01  WS-RUN-DATE-CCYYMMDD.
011100     05  FILLER              PIC X(02)       VALUE '20'.
011200     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
011300*----------------------------------------------------------------
011400* 01  WS-STEP TABLES - THE SAME CHAIN SLOTS AMTDEND WALKS:
011500*     1 STNDRV, 2 AMTBAL, 3 AMTCORR, 4 INTCALC, 5 AMTMPST,
011600*     6 AMTACCR, 7 STNDRVW, 8 AMTCORRW, 9 AMTLINT, 10 AMTLPST,
011700*     AND 11 AMTGLIF, EACH REQUIRED ONCE AND CLEAN.  SLOTS 12
011800*     ON ARE THE STEPS THAT DO NOT RUN EVERY NIGHT; ONE NOT
011900*     RUN IS LISTED BUT NEEDS NO ATTENTION.  THE GL FEED'S
012000*     PER-SOURCE RECORDS ARE AMTDEND'S BUSINESS AND ARE
012100*     PASSED OVER HERE.
012200*----------------------------------------------------------------
012300 01  WS-STEP-ENTRIES         PIC 9(02)  COMP  VALUE 15.
012400 01  WS-CHAIN-ENTRIES        PIC 9(02)  COMP  VALUE 11.
012500 01  WS-STEP-SUB             PIC 9(02)  COMP  VALUE ZERO.
012600 01  WS-SLOT-SUB             PIC 9(02)  COMP  VALUE ZERO.
012700 01  WS-STEP-FOUND-SW        PIC X(01)       VALUE 'N'.
012800     88  WS-STEP-FOUND                VALUE 'Y'.
012900 01  WS-STEP-NAMES-DATA.
013000     05  FILLER              PIC X(08) VALUE 'STNDRV'.
013100     05  FILLER              PIC X(08) VALUE 'AMTBAL'.
013200     05  FILLER              PIC X(08) VALUE 'AMTCORR'.
013300     05  FILLER              PIC X(08) VALUE 'INTCALC'.
013400     05  FILLER              PIC X(08) VALUE 'AMTMPST'.
013500     05  FILLER              PIC X(08) VALUE 'AMTACCR'.
013600     05  FILLER              PIC X(08) VALUE 'STNDRVW'.
013700     05  FILLER              PIC X(08) VALUE 'AMTCORRW'.
013800     05  FILLER              PIC X(08) VALUE 'AMTLINT'.
013900     05  FILLER              PIC X(08) VALUE 'AMTLPST'.
014000     05  FILLER              PIC X(08) VALUE 'AMTGLIF'.
014100     05  FILLER              PIC X(08) VALUE 'AMTCAP'.
014200     05  FILLER              PIC X(08) VALUE 'AMTMNT'.
014300     05  FILLER              PIC X(08) VALUE 'AMTHREL'.
014400     05  FILLER              PIC X(08) VALUE 'AMTSUSM'.
014500 01  WS-STEP-NAMES REDEFINES WS-STEP-NAMES-DATA.
014600     05  WS-STEP-NAME        OCCURS 15 TIMES PIC X(08).
014700 01  WS-STEP-TOTALS.
014800     05  WS-STEP-ENTRY       OCCURS 15 TIMES.
014900         10  WS-STEP-COUNT   PIC 9(04)  COMP.
015000         10  WS-STEP-BROKEN-SW
015100                             PIC X(01).
015200             88  WS-STEP-BROKEN      VALUE 'Y'.
015300         10  WS-STEP-RECS-IN PIC 9(09)  COMP.
015400         10  WS-STEP-RECS-OUT
015500                             PIC 9(09)  COMP.
015600*----------------------------------------------------------------
015700* 01  WS-HELD AND SUSPENSE TOTALS - THE SUSPENSE BUCKETS ARE
015800*     AMTSAGE'S: UNDER 7 DAYS CURRENT, UNDER 14 THE 7-DAY
015900*     BUCKET, UNDER 30 THE 14-DAY BUCKET, ELSE THE 30-DAY
016000*     (ESCALATION) BUCKET
016100*----------------------------------------------------------------
016200 01  WS-HELD-COUNT           PIC 9(09)  COMP  VALUE ZERO.
016300 01  WS-HELD-OVERDRAFT       PIC 9(09)  COMP  VALUE ZERO.
016400 01  WS-HELD-DORMANT         PIC 9(09)  COMP  VALUE ZERO.
016500 01  WS-HELD-SHORTFALL       PIC S9(09)V999 COMP-3 VALUE ZERO.
016600 01  WS-ITEMS-READ           PIC 9(09)  COMP  VALUE ZERO.
016700 01  WS-BUCKET-CURRENT       PIC 9(09)  COMP  VALUE ZERO.
016800 01  WS-BUCKET-7-DAY         PIC 9(09)  COMP  VALUE ZERO.
016900 01  WS-BUCKET-14-DAY        PIC 9(09)  COMP  VALUE ZERO.
017000 01  WS-BUCKET-30-DAY        PIC 9(09)  COMP  VALUE ZERO.
017100 01  WS-ITEM-DAYS            PIC 9(09)  COMP  VALUE ZERO.
017200 01  WS-DAYS-AGED            PIC S9(05) COMP  VALUE ZERO.
017300*----------------------------------------------------------------
017400* 01  WS-RATE LOOK-AHEAD FIELDS - THE RATE FILE IS KEPT SORTED
017500*     BY PRODUCT AND EFFECTIVE-FROM DATE (AMTREDT PROVES IT),
017600*     SO ONE PASS SERVES: THE ROW IN EFFECT ON THE RUN DATE
017700*     IS HELD AS PENDING WHEN IT ENDS WITHIN THE LOOK-AHEAD
017800*     WINDOW, A LATER ROW FOR THE SAME PRODUCT CLEARS IT, AND
017900*     A ROW STILL PENDING AT THE PRODUCT BREAK IS WARNED.
018000*----------------------------------------------------------------
018100 01  WS-LOOK-AHEAD-DAYS      PIC 9(03)  COMP  VALUE 30.
018200 01  WS-RATE-ROWS-READ       PIC 9(09)  COMP  VALUE ZERO.
018300 01  WS-RATE-WARNINGS        PIC 9(09)  COMP  VALUE ZERO.
018400 01  WS-RATE-PRODUCT-HOLD    PIC X(02)       VALUE LOW-VALUE.
018500 01  WS-RATE-PEND-SW         PIC X(01)       VALUE 'N'.
018600     88  WS-RATE-PENDING              VALUE 'Y'.
018700 01  WS-RATE-PEND-EFF-TO     PIC 9(08)       VALUE ZERO.
018800 01  WS-CATCHALL-SW          PIC X(01)       VALUE 'N'.
018900     88  WS-CATCHALL-IN-EFFECT        VALUE 'Y'.
019000 01  WS-ROW-END-DAYS         PIC 9(09)  COMP  VALUE ZERO.
019100 01  WS-DAYS-LEFT            PIC S9(09) COMP  VALUE ZERO.
019200*----------------------------------------------------------------
019300* 01  WS-DATE-TO-DAYS FIELDS - 6000-DATE-TO-DAYS TURNS THE
019400*     YYYYMMDD DATE STAGED IN WS-DTD-DATE INTO A SERIAL DAY
019500*     NUMBER IN WS-DTD-DAYS (DAYS SINCE THE YEAR-ZERO EPOCH,
019600*     LEAP RULES INCLUDED), SO TWO DATES SUBTRACT DIRECTLY
019700*     TO A DAY COUNT ACROSS MONTH AND YEAR ENDS
019800*----------------------------------------------------------------
019900 01  WS-DTD-DATE.
020000     05  WS-DTD-CCYY         PIC 9(04).
020100     05  WS-DTD-MM           PIC 9(02).
020200     05  WS-DTD-DD           PIC 9(02).
020300 01  WS-DTD-DATE-NUM REDEFINES WS-DTD-DATE
020400                             PIC 9(08).
020500 01  WS-DTD-DAYS             PIC 9(09)  COMP  VALUE ZERO.
020600 01  WS-DTD-Q4               PIC 9(04)  COMP  VALUE ZERO.
020700 01  WS-DTD-Q100             PIC 9(04)  COMP  VALUE ZERO.
020800 01  WS-DTD-Q400             PIC 9(04)  COMP  VALUE ZERO.
020900 01  WS-DTD-R4               PIC 9(04)  COMP  VALUE ZERO.
021000 01  WS-DTD-R100             PIC 9(04)  COMP  VALUE ZERO.
021100 01  WS-DTD-R400             PIC 9(04)  COMP  VALUE ZERO.
021200 01  WS-CUM-DAYS-DATA.
021300     05  FILLER              PIC X(18) VALUE '000031059090120151'.
021400     05  FILLER              PIC X(18) VALUE '181212243273304334'.
021500 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
021600     05  WS-CUM-DAYS         OCCURS 12 TIMES PIC 9(03).
021700 01  WS-RUN-DAYS             PIC 9(09)  COMP  VALUE ZERO.
021800*----------------------------------------------------------------
021900* 01  WS-REPORT-LINES
022000*----------------------------------------------------------------
022100 01  WS-HEADING-1.
022200     05  FILLER              PIC X(30)
022300             VALUE 'MORNING OPERATIONS SUMMARY'.
022400 01  WS-HEADING-2.
022500     05  FILLER              PIC X(14) VALUE 'RUN DATE:     '.
022600     05  WS-HDG-RUN-DATE     PIC 9(08).
022700 01  WS-TITLE-LINE.
022800     05  WS-TTL-TEXT         PIC X(50).
022900 01  WS-STEP-HEADING.
023000     05  FILLER              PIC X(10) VALUE 'STEP      '.
023100     05  FILLER              PIC X(24) VALUE 'STATUS'.
023200     05  FILLER              PIC X(02) VALUE SPACE.
023300     05  FILLER              PIC X(09) VALUE '  RECS IN'.
023400     05  FILLER              PIC X(02) VALUE SPACE.
023500     05  FILLER              PIC X(09) VALUE ' RECS OUT'.
023600 01  WS-STEP-LINE.
023700     05  WS-STP-NAME         PIC X(08).
023800     05  FILLER              PIC X(02) VALUE SPACE.
023900     05  WS-STP-MESSAGE      PIC X(24).
024000     05  FILLER              PIC X(02) VALUE SPACE.
024100     05  WS-STP-RECS-IN      PIC ZZZZZZZZ9.
024200     05  FILLER              PIC X(02) VALUE SPACE.
024300     05  WS-STP-RECS-OUT     PIC ZZZZZZZZ9.
024400 01  WS-BACKOUT-LINE.
024500     05  FILLER              PIC X(10) VALUE 'AMTBOUT   '.
024600     05  WS-BKO-MESSAGE      PIC X(40).
024700 01  WS-COUNT-LINE.
024800     05  WS-CNT-DESC         PIC X(30).
024900     05  WS-CNT-COUNT        PIC ZZZZZZZZ9.
025000 01  WS-AMOUNT-LINE.
025100     05  WS-AMT-DESC         PIC X(30).
025200     05  WS-AMT-VALUE        PIC ZZZZZZZZ9.999-.
025300 01  WS-CHECK-LINE.
025400     05  WS-CHK-DESC         PIC X(30).
025500     05  WS-CHK-EXPECTED     PIC ZZZZZZZZZZZZZ9.
025600     05  FILLER              PIC X(02) VALUE SPACE.
025700     05  WS-CHK-ACTUAL       PIC ZZZZZZZZZZZZZ9.
025800     05  FILLER              PIC X(02) VALUE SPACE.
025900     05  WS-CHK-STATUS       PIC X(14).
026000 01  WS-MESSAGE-LINE.
026100     05  WS-MSG-TEXT         PIC X(50).
026200 01  WS-RATE-LINE.
026300     05  FILLER              PIC X(08) VALUE 'PRODUCT '.
026400     05  WS-RTL-PRODUCT      PIC X(02).
026500     05  FILLER              PIC X(12) VALUE ' RATE ENDS  '.
026600     05  WS-RTL-EFF-TO       PIC 9(08).
026700     05  FILLER              PIC X(30)
026800             VALUE ' - NO FOLLOWING ROW KEYED'.
026900 01  WS-SECTION-END-LINE.
027000     05  FILLER              PIC X(20)
027100             VALUE '  SECTION STATUS:   '.
027200     05  WS-SEC-STATUS       PIC X(10).
027300 01  WS-STATUS-OK            PIC X(14) VALUE 'OK'.
027400 01  WS-STATUS-BAD           PIC X(14) VALUE 'OUT OF BALANCE'.
027500 PROCEDURE DIVISION.
027600*----------------------------------------------------------------
027700* 0000-MAINLINE
027800*----------------------------------------------------------------
027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE
028100         THRU 1000-INITIALIZE-EXIT
028200     PERFORM 2000-COLLECT-RECORD
028300         THRU 2000-COLLECT-RECORD-EXIT
028400         UNTIL WS-END-OF-FILE
028500     PERFORM 3000-CHAIN-SECTION
028600         THRU 3000-CHAIN-SECTION-EXIT
028700     PERFORM 3200-CONVERSION-SECTION
028800         THRU 3200-CONVERSION-SECTION-EXIT
028900     PERFORM 3400-HELD-SECTION
029000         THRU 3400-HELD-SECTION-EXIT
029100     PERFORM 3600-SUSPENSE-SECTION
029200         THRU 3600-SUSPENSE-SECTION-EXIT
029300     PERFORM 3800-RATE-SECTION
029400         THRU 3800-RATE-SECTION-EXIT
029500     PERFORM 9000-TERMINATE
029600         THRU 9000-TERMINATE-EXIT
029700     GOBACK.
029800*----------------------------------------------------------------
029900* 1000-INITIALIZE - READ THE RUN-DATE CARD, FIGURE THE RUN
030000*     DATE'S SERIAL DAY NUMBER, CLEAR THE STEP SLOTS, OPEN THE
030100*     FILES, WRITE THE HEADINGS, AND PRIME THE RUN-CONTROL
030200*     READ.  THE SUSPENSE AGES AND THE RATE LOOK-AHEAD ARE
030300*     FIGURED FROM THE RUN DATE, NOT THE DAY THIS STEP RUNS.
030400*----------------------------------------------------------------
030500 1000-INITIALIZE.
030600     OPEN INPUT PARM-IN
030700     READ PARM-IN
030800         AT END
030900             MOVE SPACE      TO PARM-CARD
031000     END-READ
031100     CLOSE PARM-IN
031200     IF PARM-RUN-DATE IS NUMERIC
031300         AND PARM-RUN-DATE NOT = '00000000'
031400         MOVE PARM-RUN-DATE  TO WS-SEL-DATE
031500     ELSE
031600         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
031700         MOVE WS-RUN-DATE-CCYYMMDD TO WS-SEL-DATE
031800     END-IF
031900     MOVE WS-SEL-DATE        TO WS-DTD-DATE-NUM
032000     PERFORM 6000-DATE-TO-DAYS
032100         THRU 6000-DATE-TO-DAYS-EXIT
032200     MOVE WS-DTD-DAYS        TO WS-RUN-DAYS
032300     PERFORM 1100-CLEAR-STEP-SLOT
032400         THRU 1100-CLEAR-STEP-SLOT-EXIT
032500         VARYING WS-STEP-SUB FROM 1 BY 1
032600         UNTIL WS-STEP-SUB > WS-STEP-ENTRIES
032700     OPEN INPUT  RCTL-IN
032800                 STAT-IN
032900                 CONTROL-IN
033000                 HELD-IN
033100                 SUSPM-IN
033200                 RATE-IN
033300          OUTPUT REPORT-OUT
033400     MOVE WS-HEADING-1       TO RPT-LINE
033500     WRITE RPT-LINE
033600     MOVE WS-SEL-DATE        TO WS-HDG-RUN-DATE
033700     MOVE WS-HEADING-2       TO RPT-LINE
033800     WRITE RPT-LINE
033900     PERFORM 2100-READ-RUN-CONTROL
034000         THRU 2100-READ-RUN-CONTROL-EXIT.
034100 1000-INITIALIZE-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400* 1100-CLEAR-STEP-SLOT - ZERO ONE STEP SLOT
034500*----------------------------------------------------------------
034600 1100-CLEAR-STEP-SLOT.
034700     MOVE ZERO               TO WS-STEP-COUNT    (WS-STEP-SUB)
034800     MOVE 'N'                TO WS-STEP-BROKEN-SW (WS-STEP-SUB)
034900     MOVE ZERO               TO WS-STEP-RECS-IN  (WS-STEP-SUB)
035000     MOVE ZERO               TO WS-STEP-RECS-OUT (WS-STEP-SUB).
035100 1100-CLEAR-STEP-SLOT-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400* 2000-COLLECT-RECORD - ACCUMULATE ONE RUN-CONTROL RECORD FOR
035500*     THE RUN DATE INTO ITS STEP SLOT.  A BACKOUT RECORD IS
035600*     COUNTED FOR THE CHAIN SECTION; A STEP NAME WITH NO SLOT
035700*     IS PASSED OVER.
035800*----------------------------------------------------------------
035900 2000-COLLECT-RECORD.
036000     ADD 1 TO WS-RECORDS-READ
036100     IF AMT-RCTL-RUN-DATE NOT = WS-SEL-DATE
036200         GO TO 2000-COLLECT-NEXT
036300     END-IF
036400     IF AMT-RCTL-STEP = 'AMTBOUT'
036500         ADD 1 TO WS-RECORDS-MATCHED
036600         ADD 1 TO WS-BACKOUTS-FOUND
036700         IF AMT-RCTL-BROKEN
036800             ADD 1 TO WS-BACKOUTS-BROKEN
036900         END-IF
037000         GO TO 2000-COLLECT-NEXT
037100     END-IF
037200     PERFORM 2200-FIND-STEP-SLOT
037300         THRU 2200-FIND-STEP-SLOT-EXIT
037400     IF NOT WS-STEP-FOUND
037500         GO TO 2000-COLLECT-NEXT
037600     END-IF
037700     ADD 1 TO WS-RECORDS-MATCHED
037800     ADD 1 TO WS-STEP-COUNT (WS-SLOT-SUB)
037900     IF AMT-RCTL-BROKEN
038000         MOVE 'Y'            TO WS-STEP-BROKEN-SW (WS-SLOT-SUB)
038100     END-IF
038200     ADD AMT-RCTL-RECS-IN    TO WS-STEP-RECS-IN  (WS-SLOT-SUB)
038300     ADD AMT-RCTL-RECS-OUT   TO WS-STEP-RECS-OUT (WS-SLOT-SUB).
038400 2000-COLLECT-NEXT.
038500     PERFORM 2100-READ-RUN-CONTROL
038600         THRU 2100-READ-RUN-CONTROL-EXIT.
038700 2000-COLLECT-RECORD-EXIT.
038800     EXIT.
038900*----------------------------------------------------------------
039000* 2100-READ-RUN-CONTROL - READ THE NEXT RUN-CONTROL RECORD
039100*----------------------------------------------------------------
039200 2100-READ-RUN-CONTROL.
039300     READ RCTL-IN
039400         AT END
039500             SET WS-END-OF-FILE TO TRUE
039600     END-READ.
039700 2100-READ-RUN-CONTROL-EXIT.
039800     EXIT.
039900*----------------------------------------------------------------
040000* 2200-FIND-STEP-SLOT - LOCATE THE SLOT FOR THE RECORD'S STEP
040100*     NAME.  LEAVES WS-SLOT-SUB POINTING AT THE MATCHED SLOT
040200*     WHEN WS-STEP-FOUND IS SET.
040300*----------------------------------------------------------------
040400 2200-FIND-STEP-SLOT.
040500     MOVE 'N'                TO WS-STEP-FOUND-SW
040600     PERFORM 2210-TEST-STEP-SLOT
040700         THRU 2210-TEST-STEP-SLOT-EXIT
040800         VARYING WS-STEP-SUB FROM 1 BY 1
040900         UNTIL WS-STEP-SUB > WS-STEP-ENTRIES
041000            OR WS-STEP-FOUND.
041100 2200-FIND-STEP-SLOT-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400* 2210-TEST-STEP-SLOT - TEST ONE SLOT AGAINST THE RECORD'S
041500*     STEP NAME
041600*----------------------------------------------------------------
041700 2210-TEST-STEP-SLOT.
041800     IF AMT-RCTL-STEP = WS-STEP-NAME (WS-STEP-SUB)
041900         SET WS-STEP-FOUND   TO TRUE
042000         MOVE WS-STEP-SUB    TO WS-SLOT-SUB
042100     END-IF.
042200 2210-TEST-STEP-SLOT-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500* 3000-CHAIN-SECTION - ONE LINE PER STEP WITH ITS STATUS AND
042600*     RECORD COUNTS, AND A LINE FOR ANY BACKOUT RUN.  A CHAIN
042700*     STEP MISSING, RUN TWICE, OR ENDED BROKEN, ANY OTHER STEP
042800*     RUN TWICE OR ENDED BROKEN, OR A REVERSED NIGHT NEEDS
042900*     ATTENTION (AMTDEND'S LEDGER HAS THE DETAIL).
043000*----------------------------------------------------------------
043100 3000-CHAIN-SECTION.
043200     SET WS-SECTION-OK       TO TRUE
043300     MOVE 'NIGHTLY STEPS (RUN CONTROL)' TO WS-TTL-TEXT
043400     PERFORM 8000-WRITE-TITLE
043500         THRU 8000-WRITE-TITLE-EXIT
043600     MOVE WS-STEP-HEADING    TO RPT-LINE
043700     WRITE RPT-LINE
043800     PERFORM 3100-LIST-ONE-STEP
043900         THRU 3100-LIST-ONE-STEP-EXIT
044000         VARYING WS-STEP-SUB FROM 1 BY 1
044100         UNTIL WS-STEP-SUB > WS-STEP-ENTRIES
044200     IF WS-BACKOUTS-FOUND > ZERO
044300         SET WS-SECTION-ATTENTION TO TRUE
044400         IF WS-BACKOUTS-BROKEN > ZERO
044500             MOVE 'NIGHT PARTLY REVERSED - ACCOUNTS FLAGGED'
044600                             TO WS-BKO-MESSAGE
044700         ELSE
044800             MOVE 'NIGHT REVERSED BY BACKOUT RUN'
044900                             TO WS-BKO-MESSAGE
045000         END-IF
045100         MOVE WS-BACKOUT-LINE TO RPT-LINE
045200         WRITE RPT-LINE
045300     END-IF
045400     PERFORM 8100-WRITE-SECTION-END
045500         THRU 8100-WRITE-SECTION-END-EXIT.
045600 3000-CHAIN-SECTION-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900* 3100-LIST-ONE-STEP - WRITE ONE STEP'S STATUS LINE
046000*----------------------------------------------------------------
046100 3100-LIST-ONE-STEP.
046200     MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-STP-NAME
046300     MOVE WS-STEP-RECS-IN  (WS-STEP-SUB) TO WS-STP-RECS-IN
046400     MOVE WS-STEP-RECS-OUT (WS-STEP-SUB) TO WS-STP-RECS-OUT
046500     EVALUATE TRUE
046600         WHEN WS-STEP-COUNT (WS-STEP-SUB) = ZERO
046700             AND WS-STEP-SUB > WS-CHAIN-ENTRIES
046800             MOVE 'NOT RUN THIS NIGHT'
046900                             TO WS-STP-MESSAGE
047000         WHEN WS-STEP-COUNT (WS-STEP-SUB) = ZERO
047100             MOVE 'MISSING - ATTENTION'
047200                             TO WS-STP-MESSAGE
047300             SET WS-SECTION-ATTENTION TO TRUE
047400         WHEN WS-STEP-COUNT (WS-STEP-SUB) > 1
047500             MOVE 'RAN TWICE - ATTENTION'
047600                             TO WS-STP-MESSAGE
047700             SET WS-SECTION-ATTENTION TO TRUE
047800         WHEN WS-STEP-BROKEN (WS-STEP-SUB)
047900             MOVE 'BROKEN - ATTENTION'
048000                             TO WS-STP-MESSAGE
048100             SET WS-SECTION-ATTENTION TO TRUE
048200         WHEN OTHER
048300             MOVE 'CLEAN'    TO WS-STP-MESSAGE
048400     END-EVALUATE
048500     MOVE WS-STEP-LINE       TO RPT-LINE
048600     WRITE RPT-LINE.
048700 3100-LIST-ONE-STEP-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000* 3200-CONVERSION-SECTION - THE CONVERSION'S STAT AND CONTROL
049100*     RECORDS.  A MISSING CONTROL RECORD IS TAKEN AS A MISSING
049200*     TRAILER, AS AMTBAL TAKES IT.  ANY REJECT OR SUSPENSE, A
049300*     MISSING STAT RECORD OR TRAILER, OR A TRAILER COUNT OR
049400*     HASH OFF FROM WHAT WAS READ NEEDS ATTENTION.
049500*----------------------------------------------------------------
049600 3200-CONVERSION-SECTION.
049700     SET WS-SECTION-OK       TO TRUE
049800     MOVE 'CONVERSION (AMTSTAT / AMTCTL)' TO WS-TTL-TEXT
049900     PERFORM 8000-WRITE-TITLE
050000         THRU 8000-WRITE-TITLE-EXIT
050100     READ STAT-IN
050200         AT END
050300             MOVE ZERO       TO AMT-STAT-RECORD
050400             SET WS-STAT-MISSING TO TRUE
050500     END-READ
050600     READ CONTROL-IN
050700         AT END
050800             MOVE ZERO       TO AMT-CTL-RECORD
050900             SET AMT-CTL-TRAILER-MISSING TO TRUE
051000     END-READ
051100     IF WS-STAT-MISSING
051200         MOVE 'STAT RECORD MISSING - ATTENTION' TO WS-MSG-TEXT
051300         MOVE WS-MESSAGE-LINE TO RPT-LINE
051400         WRITE RPT-LINE
051500         SET WS-SECTION-ATTENTION TO TRUE
051600     END-IF
051700     MOVE 'RECORDS READ'     TO WS-CNT-DESC
051800     MOVE AMT-STAT-READ      TO WS-CNT-COUNT
051900     MOVE WS-COUNT-LINE      TO RPT-LINE
052000     WRITE RPT-LINE
052100     MOVE 'RECORDS ACCEPTED' TO WS-CNT-DESC
052200     MOVE AMT-STAT-ACCEPTED  TO WS-CNT-COUNT
052300     MOVE WS-COUNT-LINE      TO RPT-LINE
052400     WRITE RPT-LINE
052500     MOVE 'RECORDS REJECTED' TO WS-CNT-DESC
052600     MOVE AMT-STAT-REJECTED  TO WS-CNT-COUNT
052700     MOVE WS-COUNT-LINE      TO RPT-LINE
052800     WRITE RPT-LINE
052900     MOVE 'RECORDS SUSPENDED' TO WS-CNT-DESC
053000     MOVE AMT-STAT-SUSPENDED TO WS-CNT-COUNT
053100     MOVE WS-COUNT-LINE      TO RPT-LINE
053200     WRITE RPT-LINE
053300     IF AMT-STAT-REJECTED > ZERO
053400         OR AMT-STAT-SUSPENDED > ZERO
053500         SET WS-SECTION-ATTENTION TO TRUE
053600     END-IF
053700     IF NOT AMT-CTL-TRAILER-SEEN
053800         MOVE 'TRAILER MISSING - ATTENTION' TO WS-MSG-TEXT
053900         MOVE WS-MESSAGE-LINE TO RPT-LINE
054000         WRITE RPT-LINE
054100         SET WS-SECTION-ATTENTION TO TRUE
054200         GO TO 3200-CONVERSION-END
054300     END-IF
054400     MOVE 'TRAILER COUNT VS READ'
054500                             TO WS-CHK-DESC
054600     MOVE AMT-CTL-TRL-COUNT  TO WS-CHK-EXPECTED
054700     MOVE AMT-CTL-READ-COUNT TO WS-CHK-ACTUAL
054800     IF AMT-CTL-TRL-COUNT = AMT-CTL-READ-COUNT
054900         MOVE WS-STATUS-OK   TO WS-CHK-STATUS
055000     ELSE
055100         MOVE WS-STATUS-BAD  TO WS-CHK-STATUS
055200         SET WS-SECTION-ATTENTION TO TRUE
055300     END-IF
055400     MOVE WS-CHECK-LINE      TO RPT-LINE
055500     WRITE RPT-LINE
055600     MOVE 'TRAILER HASH VS READ'
055700                             TO WS-CHK-DESC
055800     MOVE AMT-CTL-TRL-HASH   TO WS-CHK-EXPECTED
055900     MOVE AMT-CTL-READ-HASH  TO WS-CHK-ACTUAL
056000     IF AMT-CTL-TRL-HASH = AMT-CTL-READ-HASH
056100         MOVE WS-STATUS-OK   TO WS-CHK-STATUS
056200     ELSE
056300         MOVE WS-STATUS-BAD  TO WS-CHK-STATUS
056400         SET WS-SECTION-ATTENTION TO TRUE
056500     END-IF
056600     MOVE WS-CHECK-LINE      TO RPT-LINE
056700     WRITE RPT-LINE.
056800 3200-CONVERSION-END.
056900     PERFORM 8100-WRITE-SECTION-END
057000         THRU 8100-WRITE-SECTION-END-EXIT.
057100 3200-CONVERSION-SECTION-EXIT.
057200     EXIT.
057300*----------------------------------------------------------------
057400* 3400-HELD-SECTION - COUNT THE POSTINGS STILL HELD ON THE
057500*     CURRENT CARRY GENERATION, BY HOLD REASON, AND TOTAL
057600*     THEIR SHORTFALL (A DORMANT HOLD CARRIES NONE).  ANY
057700*     POSTING STILL HELD NEEDS ATTENTION.
057800*----------------------------------------------------------------
057900 3400-HELD-SECTION.
058000     SET WS-SECTION-OK       TO TRUE
058100     MOVE 'HELD POSTINGS (CARRY)' TO WS-TTL-TEXT
058200     PERFORM 8000-WRITE-TITLE
058300         THRU 8000-WRITE-TITLE-EXIT
058400     PERFORM 3420-READ-HELD
058500         THRU 3420-READ-HELD-EXIT
058600     PERFORM 3410-TAKE-HELD
058700         THRU 3410-TAKE-HELD-EXIT
058800         UNTIL WS-HELD-END-OF-FILE
058900     MOVE 'POSTINGS HELD'    TO WS-CNT-DESC
059000     MOVE WS-HELD-COUNT      TO WS-CNT-COUNT
059100     MOVE WS-COUNT-LINE      TO RPT-LINE
059200     WRITE RPT-LINE
059300     MOVE '  FOR OVERDRAFT'  TO WS-CNT-DESC
059400     MOVE WS-HELD-OVERDRAFT  TO WS-CNT-COUNT
059500     MOVE WS-COUNT-LINE      TO RPT-LINE
059600     WRITE RPT-LINE
059700     MOVE '  FOR DORMANT ACCOUNT' TO WS-CNT-DESC
059800     MOVE WS-HELD-DORMANT    TO WS-CNT-COUNT
059900     MOVE WS-COUNT-LINE      TO RPT-LINE
060000     WRITE RPT-LINE
060100     MOVE 'TOTAL SHORTFALL'  TO WS-AMT-DESC
060200     MOVE WS-HELD-SHORTFALL  TO WS-AMT-VALUE
060300     MOVE WS-AMOUNT-LINE     TO RPT-LINE
060400     WRITE RPT-LINE
060500     IF WS-HELD-COUNT > ZERO
060600         SET WS-SECTION-ATTENTION TO TRUE
060700     END-IF
060800     PERFORM 8100-WRITE-SECTION-END
060900         THRU 8100-WRITE-SECTION-END-EXIT.
061000 3400-HELD-SECTION-EXIT.
061100     EXIT.
061200*----------------------------------------------------------------
061300* 3410-TAKE-HELD - COUNT ONE HELD POSTING
061400*----------------------------------------------------------------
061500 3410-TAKE-HELD.
061600     ADD 1 TO WS-HELD-COUNT
061700     IF AMT-HELD-DORMANT
061800         ADD 1 TO WS-HELD-DORMANT
061900     ELSE
062000         ADD 1 TO WS-HELD-OVERDRAFT
062100     END-IF
062200     ADD AMT-HELD-SHORTFALL  TO WS-HELD-SHORTFALL
062300     PERFORM 3420-READ-HELD
062400         THRU 3420-READ-HELD-EXIT.
062500 3410-TAKE-HELD-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800* 3420-READ-HELD - READ THE NEXT HELD POSTING
062900*----------------------------------------------------------------
063000 3420-READ-HELD.
063100     READ HELD-IN
063200         AT END
063300             SET WS-HELD-END-OF-FILE TO TRUE
063400     END-READ.
063500 3420-READ-HELD-EXIT.
063600     EXIT.
063700*----------------------------------------------------------------
063800* 3600-SUSPENSE-SECTION - BUCKET THE OPEN SUSPENSE ITEMS BY
063900*     DAYS AGED.  A NON-EMPTY 30-DAY BUCKET NEEDS ATTENTION,
064000*     THE SAME RULE THAT ENDS AMTSAGE RC=4.
064100*----------------------------------------------------------------
064200 3600-SUSPENSE-SECTION.
064300     SET WS-SECTION-OK       TO TRUE
064400     MOVE 'SUSPENSE ITEMS BY AGE (SUSPENSE MASTER)'
064500                             TO WS-TTL-TEXT
064600     PERFORM 8000-WRITE-TITLE
064700         THRU 8000-WRITE-TITLE-EXIT
064800     PERFORM 3620-READ-ITEM
064900         THRU 3620-READ-ITEM-EXIT
065000     PERFORM 3610-AGE-ONE-ITEM
065100         THRU 3610-AGE-ONE-ITEM-EXIT
065200         UNTIL WS-SUSPM-END-OF-FILE
065300     MOVE 'ITEMS OPEN'       TO WS-CNT-DESC
065400     MOVE WS-ITEMS-READ      TO WS-CNT-COUNT
065500     MOVE WS-COUNT-LINE      TO RPT-LINE
065600     WRITE RPT-LINE
065700     MOVE '  CURRENT (0-6)'  TO WS-CNT-DESC
065800     MOVE WS-BUCKET-CURRENT  TO WS-CNT-COUNT
065900     MOVE WS-COUNT-LINE      TO RPT-LINE
066000     WRITE RPT-LINE
066100     MOVE '  7 DAY   (7-13)' TO WS-CNT-DESC
066200     MOVE WS-BUCKET-7-DAY    TO WS-CNT-COUNT
066300     MOVE WS-COUNT-LINE      TO RPT-LINE
066400     WRITE RPT-LINE
066500     MOVE '  14 DAY  (14-29)' TO WS-CNT-DESC
066600     MOVE WS-BUCKET-14-DAY   TO WS-CNT-COUNT
066700     MOVE WS-COUNT-LINE      TO RPT-LINE
066800     WRITE RPT-LINE
066900     MOVE '  30 DAY  (30 PLUS)' TO WS-CNT-DESC
067000     MOVE WS-BUCKET-30-DAY   TO WS-CNT-COUNT
067100     MOVE WS-COUNT-LINE      TO RPT-LINE
067200     WRITE RPT-LINE
067300     IF WS-BUCKET-30-DAY > ZERO
067400         SET WS-SECTION-ATTENTION TO TRUE
067500     END-IF
067600     PERFORM 8100-WRITE-SECTION-END
067700         THRU 8100-WRITE-SECTION-END-EXIT.
067800 3600-SUSPENSE-SECTION-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------
068100* 3610-AGE-ONE-ITEM - FIGURE ONE ITEM'S DAYS AGED AS AT THE
068200*     RUN DATE AND BUCKET IT.  AS IN AMTSAGE, A FIRST-
068300*     SUSPENDED DATE THE CALENDAR CANNOT READ AGES INTO THE
068400*     ESCALATION BUCKET.
068500*----------------------------------------------------------------
068600 3610-AGE-ONE-ITEM.
068700     ADD 1 TO WS-ITEMS-READ
068800     IF AMT-SUSPM-FIRST-DATE IS NUMERIC
068900         AND AMT-SUSPM-FIRST-DATE NOT = ZERO
069000         MOVE AMT-SUSPM-FIRST-DATE TO WS-DTD-DATE-NUM
069100         PERFORM 6000-DATE-TO-DAYS
069200             THRU 6000-DATE-TO-DAYS-EXIT
069300         MOVE WS-DTD-DAYS    TO WS-ITEM-DAYS
069400         COMPUTE WS-DAYS-AGED = WS-RUN-DAYS - WS-ITEM-DAYS
069500     ELSE
069600         MOVE 99999          TO WS-DAYS-AGED
069700     END-IF
069800     IF WS-DAYS-AGED < ZERO
069900         MOVE ZERO           TO WS-DAYS-AGED
070000     END-IF
070100     EVALUATE TRUE
070200         WHEN WS-DAYS-AGED < 7
070300             ADD 1 TO WS-BUCKET-CURRENT
070400         WHEN WS-DAYS-AGED < 14
070500             ADD 1 TO WS-BUCKET-7-DAY
070600         WHEN WS-DAYS-AGED < 30
070700             ADD 1 TO WS-BUCKET-14-DAY
070800         WHEN OTHER
070900             ADD 1 TO WS-BUCKET-30-DAY
071000     END-EVALUATE
071100     PERFORM 3620-READ-ITEM
071200         THRU 3620-READ-ITEM-EXIT.
071300 3610-AGE-ONE-ITEM-EXIT.
071400     EXIT.
071500*----------------------------------------------------------------
071600* 3620-READ-ITEM - READ THE NEXT SUSPENSE-MASTER ITEM
071700*----------------------------------------------------------------
071800 3620-READ-ITEM.
071900     READ SUSPM-IN
072000         AT END
072100             SET WS-SUSPM-END-OF-FILE TO TRUE
072200     END-READ.
072300 3620-READ-ITEM-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------
072600* 3800-RATE-SECTION - THE RATE LOOK-AHEAD.  WARN FOR EVERY
072700*     PRODUCT WHOSE ROW IN EFFECT ON THE RUN DATE ENDS WITHIN
072800*     THE NEXT 30 DAYS WITH NO LATER ROW KEYED BEHIND IT, AND
072900*     FOR A FILE WITH NO CATCH-ALL ROW IN EFFECT AT ALL.  ANY
073000*     WARNING NEEDS ATTENTION - TREASURY'S NEXT ROW HAS TO BE
073100*     KEYED AND THROUGH AMTREDT BEFORE INTCALC RUNS OUT.
073200*----------------------------------------------------------------
073300 3800-RATE-SECTION.
073400     SET WS-SECTION-OK       TO TRUE
073500     MOVE 'RATE LOOK-AHEAD (AMTRATE, NEXT 30 DAYS)'
073600                             TO WS-TTL-TEXT
073700     PERFORM 8000-WRITE-TITLE
073800         THRU 8000-WRITE-TITLE-EXIT
073900     PERFORM 3820-READ-RATE
074000         THRU 3820-READ-RATE-EXIT
074100     PERFORM 3810-TAKE-RATE-ROW
074200         THRU 3810-TAKE-RATE-ROW-EXIT
074300         UNTIL WS-RATE-END-OF-FILE
074400     PERFORM 3830-CLOSE-PRODUCT
074500         THRU 3830-CLOSE-PRODUCT-EXIT
074600     IF NOT WS-CATCHALL-IN-EFFECT
074700         MOVE 'NO CATCH-ALL (**) ROW IN EFFECT - ATTENTION'
074800                             TO WS-MSG-TEXT
074900         MOVE WS-MESSAGE-LINE TO RPT-LINE
075000         WRITE RPT-LINE
075100         SET WS-SECTION-ATTENTION TO TRUE
075200     END-IF
075300     IF WS-SECTION-OK
075400         MOVE 'EVERY RATE IN EFFECT RUNS 30 DAYS OR IS FOLLOWED'
075500                             TO WS-MSG-TEXT
075600         MOVE WS-MESSAGE-LINE TO RPT-LINE
075700         WRITE RPT-LINE
075800     END-IF
075900     PERFORM 8100-WRITE-SECTION-END
076000         THRU 8100-WRITE-SECTION-END-EXIT.
076100 3800-RATE-SECTION-EXIT.
076200     EXIT.
076300*----------------------------------------------------------------
076400* 3810-TAKE-RATE-ROW - TAKE ONE RATE ROW.  A NEW PRODUCT
076500*     CLOSES OUT THE PRIOR ONE FIRST.  A LATER ROW FOR THE
076600*     PRODUCT CLEARS A PENDING EXPIRY; THE ROW IN EFFECT ON
076700*     THE RUN DATE BECOMES PENDING WHEN IT ENDS WITHIN THE
076800*     LOOK-AHEAD WINDOW.  A ROW WITH AN UNREADABLE DATE IS
076900*     AMTREDT'S TO REJECT AND IS PASSED OVER HERE.
077000*----------------------------------------------------------------
077100 3810-TAKE-RATE-ROW.
077200     ADD 1 TO WS-RATE-ROWS-READ
077300     IF AMT-RATE-PRODUCT NOT = WS-RATE-PRODUCT-HOLD
077400         PERFORM 3830-CLOSE-PRODUCT
077500             THRU 3830-CLOSE-PRODUCT-EXIT
077600         MOVE AMT-RATE-PRODUCT TO WS-RATE-PRODUCT-HOLD
077700     END-IF
077800     IF AMT-RATE-EFF-FROM NOT NUMERIC
077900         OR AMT-RATE-EFF-TO NOT NUMERIC
078000         GO TO 3810-TAKE-RATE-NEXT
078100     END-IF
078200     IF WS-RATE-PENDING
078300         AND AMT-RATE-EFF-FROM > WS-RATE-PEND-EFF-TO
078400         MOVE 'N'            TO WS-RATE-PEND-SW
078500     END-IF
078600     IF WS-SEL-DATE < AMT-RATE-EFF-FROM
078700         OR WS-SEL-DATE > AMT-RATE-EFF-TO
078800         GO TO 3810-TAKE-RATE-NEXT
078900     END-IF
079000     IF AMT-RATE-PRODUCT = '**'
079100         SET WS-CATCHALL-IN-EFFECT TO TRUE
079200     END-IF
079300     MOVE AMT-RATE-EFF-TO    TO WS-DTD-DATE-NUM
079400     PERFORM 6000-DATE-TO-DAYS
079500         THRU 6000-DATE-TO-DAYS-EXIT
079600     MOVE WS-DTD-DAYS        TO WS-ROW-END-DAYS
079700     COMPUTE WS-DAYS-LEFT = WS-ROW-END-DAYS - WS-RUN-DAYS
079800     IF WS-DAYS-LEFT NOT > WS-LOOK-AHEAD-DAYS
079900         SET WS-RATE-PENDING TO TRUE
080000         MOVE AMT-RATE-EFF-TO TO WS-RATE-PEND-EFF-TO
080100     END-IF.
080200 3810-TAKE-RATE-NEXT.
080300     PERFORM 3820-READ-RATE
080400         THRU 3820-READ-RATE-EXIT.
080500 3810-TAKE-RATE-ROW-EXIT.
080600     EXIT.
080700*----------------------------------------------------------------
080800* 3820-READ-RATE - READ THE NEXT RATE ROW
080900*----------------------------------------------------------------
081000 3820-READ-RATE.
081100     READ RATE-IN
081200         AT END
081300             SET WS-RATE-END-OF-FILE TO TRUE
081400     END-READ.
081500 3820-READ-RATE-EXIT.
081600     EXIT.
081700*----------------------------------------------------------------
081800* 3830-CLOSE-PRODUCT - AT A PRODUCT BREAK OR END OF FILE, WARN
081900*     WHEN THE PRODUCT'S ROW IN EFFECT IS STILL PENDING
082000*----------------------------------------------------------------
082100 3830-CLOSE-PRODUCT.
082200     IF NOT WS-RATE-PENDING
082300         GO TO 3830-CLOSE-PRODUCT-EXIT
082400     END-IF
082500     ADD 1 TO WS-RATE-WARNINGS
082600     SET WS-SECTION-ATTENTION TO TRUE
082700     MOVE WS-RATE-PRODUCT-HOLD TO WS-RTL-PRODUCT
082800     MOVE WS-RATE-PEND-EFF-TO TO WS-RTL-EFF-TO
082900     MOVE WS-RATE-LINE       TO RPT-LINE
083000     WRITE RPT-LINE
083100     MOVE 'N'                TO WS-RATE-PEND-SW.
083200 3830-CLOSE-PRODUCT-EXIT.
083300     EXIT.
083400*----------------------------------------------------------------
083500* 6000-DATE-TO-DAYS - TURN THE YYYYMMDD DATE STAGED IN
083600*     WS-DTD-DATE INTO A SERIAL DAY NUMBER IN WS-DTD-DAYS:
083700*     365 DAYS A YEAR PLUS ONE PER LEAP YEAR THROUGH THE
083800*     GIVEN YEAR, PLUS THE DAYS BEFORE THE GIVEN MONTH, PLUS
083900*     THE DAY - LESS ONE WHEN THE GIVEN YEAR IS A LEAP YEAR
084000*     BUT THE DATE SITS BEFORE MARCH, BECAUSE THAT YEAR'S
084100*     LEAP DAY IS ALREADY IN THE LEAP COUNT BUT NOT YET
084200*     REACHED
084300*----------------------------------------------------------------
084400 6000-DATE-TO-DAYS.
084500     DIVIDE WS-DTD-CCYY BY 4
084600         GIVING WS-DTD-Q4 REMAINDER WS-DTD-R4
084700     DIVIDE WS-DTD-CCYY BY 100
084800         GIVING WS-DTD-Q100 REMAINDER WS-DTD-R100
084900     DIVIDE WS-DTD-CCYY BY 400
085000         GIVING WS-DTD-Q400 REMAINDER WS-DTD-R400
085100     COMPUTE WS-DTD-DAYS =
085200         WS-DTD-CCYY * 365
085300         + WS-DTD-Q4 - WS-DTD-Q100 + WS-DTD-Q400
085400         + WS-CUM-DAYS (WS-DTD-MM)
085500         + WS-DTD-DD
085600     IF WS-DTD-MM < 3
085700         AND WS-DTD-R4 = ZERO
085800         AND (WS-DTD-R100 NOT = ZERO OR WS-DTD-R400 = ZERO)
085900         SUBTRACT 1 FROM WS-DTD-DAYS
086000     END-IF.
086100 6000-DATE-TO-DAYS-EXIT.
086200     EXIT.
086300*----------------------------------------------------------------
086400* 8000-WRITE-TITLE - A BLANK LINE AND THE SECTION TITLE STAGED
086500*     IN WS-TTL-TEXT
086600*----------------------------------------------------------------
086700 8000-WRITE-TITLE.
086800     MOVE SPACE              TO RPT-LINE
086900     WRITE RPT-LINE
087000     MOVE WS-TITLE-LINE      TO RPT-LINE
087100     WRITE RPT-LINE.
087200 8000-WRITE-TITLE-EXIT.
087300     EXIT.
087400*----------------------------------------------------------------
087500* 8100-WRITE-SECTION-END - WRITE THE SECTION'S OK OR ATTENTION
087600*     LINE AND COUNT A SECTION NEEDING ATTENTION
087700*----------------------------------------------------------------
087800 8100-WRITE-SECTION-END.
087900     IF WS-SECTION-ATTENTION
088000         MOVE 'ATTENTION'    TO WS-SEC-STATUS
088100         ADD 1 TO WS-SECTIONS-FLAGGED
088200     ELSE
088300         MOVE 'OK'           TO WS-SEC-STATUS
088400     END-IF
088500     MOVE WS-SECTION-END-LINE TO RPT-LINE
088600     WRITE RPT-LINE.
088700 8100-WRITE-SECTION-END-EXIT.
088800     EXIT.
088900*----------------------------------------------------------------
089000* 9000-TERMINATE - WRITE THE OVERALL LINE, CLOSE THE FILES,
089100*     SET THE RETURN CODE, AND DISPLAY THE RUN TOTALS.  RETURN
089200*     CODE 4 TELLS THE ON-CALL ANALYST AT A GLANCE THAT SOME
089300*     SECTION NEEDS A LOOK AT THE DETAILED REPORTS.
089400*----------------------------------------------------------------
089500 9000-TERMINATE.
089600     MOVE SPACE              TO RPT-LINE
089700     WRITE RPT-LINE
089800     MOVE 'SECTIONS NEEDING ATTENTION' TO WS-CNT-DESC
089900     MOVE WS-SECTIONS-FLAGGED TO WS-CNT-COUNT
090000     MOVE WS-COUNT-LINE      TO RPT-LINE
090100     WRITE RPT-LINE
090200     IF WS-SECTIONS-FLAGGED > ZERO
090300         MOVE 'OVERALL: ATTENTION - SEE SECTIONS FLAGGED'
090400                             TO WS-MSG-TEXT
090500     ELSE
090600         MOVE 'OVERALL: ALL SECTIONS OK' TO WS-MSG-TEXT
090700     END-IF
090800     MOVE WS-MESSAGE-LINE    TO RPT-LINE
090900     WRITE RPT-LINE
091000     CLOSE RCTL-IN
091100           STAT-IN
091200           CONTROL-IN
091300           HELD-IN
091400           SUSPM-IN
091500           RATE-IN
091600           REPORT-OUT
091700     IF WS-SECTIONS-FLAGGED > ZERO
091800         MOVE 4              TO RETURN-CODE
091900     END-IF
092000     DISPLAY 'AMTOSUM RUN-CONTROL READ = ' WS-RECORDS-READ
092100     DISPLAY 'AMTOSUM RUN-CONTROL USED = ' WS-RECORDS-MATCHED
092200     DISPLAY 'AMTOSUM HELD POSTINGS    = ' WS-HELD-COUNT
092300     DISPLAY 'AMTOSUM SUSPENSE ITEMS   = ' WS-ITEMS-READ
092400     DISPLAY 'AMTOSUM RATE WARNINGS    = ' WS-RATE-WARNINGS
092500     DISPLAY 'AMTOSUM SECTIONS FLAGGED = ' WS-SECTIONS-FLAGGED.
092600 9000-TERMINATE-EXIT.
092700     EXIT.
092800 END PROGRAM amtosum.
