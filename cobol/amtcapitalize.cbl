003192*                DATE.  THE STEP NOW APPENDS ITS OWN RUN-
003193*                CONTROL RECORD AT END OF RUN, WHICH IS WHAT
003194*                THE DUPLICATE CHECK READS BACK.
003196* 10/15/2026 RB  CAPITALIZES THE WHOLE CYCLE.  THE STEP NO
003198*                LONGER READS AMTPOST, WHICH IS RECREATED
003200*                NIGHTLY AND HELD ONLY THE ONE NIGHT THE RUN
003202*                FELL ON; IT NOW READS THE RETAINED ACCRUED-
003204*                INTEREST LEDGER (SEE AMTACCR) THE NIGHTLY
003206*                AMTACCR STEP BUILDS, APPLIES EACH ACCOUNT'S
003208*                ACCRUED-TO-DATE FIGURE TO THE MASTER, AND
003210*                RESETS THE LEDGER RECORD TO ZERO FOR THE NEXT
003212*                CYCLE.  AN ACCRUAL THAT CANNOT BE APPLIED
003214*                (KEY NOT ON THE MASTER, FAILED READ OR
003216*                REWRITE) STAYS ON THE LEDGER AS THE NEXT
003218*                CYCLE'S OPENING ACCRUAL.  A LEDGER REGISTER
003220*                ON AMTCLRG SHOWS OPENING ACCRUAL, NIGHTLY
003222*                ADDITIONS, AMOUNT CAPITALIZED, AND CLOSING
003224*                ACCRUAL BY PRODUCT.  THE RUN-CONTROL RECORD
003226*                NOW CARRIES THE ACCRUAL OFFERED AS ITS
003228*                AMOUNT IN.
003230* 10/15/2026 RB  THE TYPE-'I' JOURNAL ENTRY NOW CARRIES THE
003232*                BALANCE BEFORE CAPITALIZATION AS ITS PRIOR
003234*                BALANCE (SEE AMTJRNL) FOR THE BACKOUT STEP.
003236* 10/15/2026 RB  AN ACCRUAL FOR AN ACCOUNT MAINTENANCE (AMTMNT)
003238*                HAS CLOSED AND SETTLED IS NO LONGER
003240*                CAPITALIZED.  IT IS LISTED ON THE EXCEPTION
003242*                REPORT UNDER ITS OWN COUNT AND STAYS ON THE
003244*                LEDGER AS AN UNAPPLIED ACCRUAL; IT RAISES
003246*                NEITHER THE RETURN CODE NOR THE RUN-CONTROL
003248*                STATUS.  THE SETTLEMENT PAID THE FINAL
003250*                INTEREST AND ZEROED THE BALANCE.
003299*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PARM-IN          ASSIGN TO AMTCPRM
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT ACCRUAL-LEDGER   ASSIGN TO AMTACCL
003900         ORGANIZATION IS INDEXED
003920         ACCESS MODE IS DYNAMIC
003940         RECORD KEY IS AMT-ACCR-LKEY
003960         FILE STATUS IS WS-ACCR-STATUS.
004000     SELECT ACCOUNT-MASTER   ASSIGN TO AMTMSTR
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT REPORT-OUT       ASSIGN TO AMTCRPT
004800         ORGANIZATION IS SEQUENTIAL.
004820     SELECT LEDGER-REG-OUT   ASSIGN TO AMTCLRG
004840         ORGANIZATION IS SEQUENTIAL.
004900     SELECT AUDIT-JOURNAL    ASSIGN TO AMTJRNL
005000         ORGANIZATION IS SEQUENTIAL.
005010     SELECT RUN-CONTROL      ASSIGN TO AMTRCTL
005600 01  PARM-CARD.
005700     05  PARM-CAP-DATE       PIC X(08).
005800     05  FILLER              PIC X(72).
005900 FD  ACCRUAL-LEDGER.
006200     COPY AMTACCR.
006300 FD  ACCOUNT-MASTER.
006400     COPY AMTMSTR.
006500 FD  REGISTER-OUT
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  RPT-LINE                PIC X(80).
007220 FD  LEDGER-REG-OUT
007240     RECORDING MODE IS F
007260     LABEL RECORDS ARE STANDARD.
007280 01  LDG-LINE                PIC X(80).
007300 FD  AUDIT-JOURNAL
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
008300 01  WS-MSTR-STATUS          PIC X(02)       VALUE '00'.
008400     88  WS-MSTR-OK                   VALUE '00'.
008500     88  WS-MSTR-NOT-FOUND            VALUE '23'.
008510 01  WS-ACCR-STATUS          PIC X(02)       VALUE '00'.
008520     88  WS-ACCR-OK                   VALUE '00'.
008530     88  WS-ACCR-END                  VALUE '10'.
008540 01  WS-APPLIED-SW           PIC X(01)       VALUE 'N'.
008550     88  WS-INT-WAS-APPLIED           VALUE 'Y'.
008600 01  WS-RECORDS-READ         PIC 9(09)  COMP  VALUE ZERO.
008700 01  WS-RECORDS-APPLIED      PIC 9(09)  COMP  VALUE ZERO.
008800 01  WS-RECORDS-NOT-FOUND    PIC 9(09)  COMP  VALUE ZERO.
008900 01  WS-RECORDS-IN-ERROR     PIC 9(09)  COMP  VALUE ZERO.
008910 01  WS-RECORDS-CLOSED       PIC 9(09)  COMP  VALUE ZERO.
009000 01  WS-OLD-BAL              PIC S9(04)V999 COMP-3 VALUE ZERO.
009100 01  WS-INT-APPLIED          PIC S9(13)V999 COMP-3 VALUE ZERO.
009110 01  WS-INT-SUM              PIC S9(13)V999 COMP-3 VALUE ZERO.
009112 01  WS-ACCR-SUM             PIC S9(13)V999 COMP-3 VALUE ZERO.
009114 01  WS-CAP-AMT              PIC S9(13)V999 COMP-3 VALUE ZERO.
009116 01  WS-CLOSE-AMT            PIC S9(13)V999 COMP-3 VALUE ZERO.
009120*----------------------------------------------------------------
009130* 01  WS-GUARD FIELDS - THE RUN-ORDER GUARD SCANS THE SHARED
009140*     RUN-CONTROL FILE FOR THE CAPITALIZATION DATE BEFORE
010000 01  WS-RUN-DATE-CCYYMMDD.
010100     05  FILLER              PIC X(02)       VALUE '20'.
010200     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
010202*----------------------------------------------------------------
010204* 01  WS-LEDGER-PRODUCT-TOTALS - OPENING ACCRUAL, NIGHTLY
010206*     ADDITIONS, AMOUNT CAPITALIZED, AND CLOSING ACCRUAL PER
010208*     PRODUCT FOR THE LEDGER REGISTER.  SLOTS FILL IN THE
010210*     ORDER PRODUCTS ARE MET; A PRODUCT ARRIVING WITH THE
010212*     TABLE FULL ROLLS UP INTO THE LAST SLOT AS 'OTHER'.
010214*----------------------------------------------------------------
010216 01  WS-LPROD-MAX            PIC 9(02)  COMP  VALUE 20.
010218 01  WS-LPROD-ENTRIES        PIC 9(02)  COMP  VALUE ZERO.
010220 01  WS-LPROD-SUB            PIC 9(02)  COMP  VALUE ZERO.
010222 01  WS-LPROD-HIT            PIC 9(02)  COMP  VALUE ZERO.
010224 01  WS-LPROD-FOUND-SW       PIC X(01)       VALUE 'N'.
010226     88  WS-LPROD-FOUND               VALUE 'Y'.
010228 01  WS-LEDGER-PRODUCT-TOTALS.
010230     05  WS-LPROD-ENTRY      OCCURS 20 TIMES.
010232         10  WS-LPROD-CODE   PIC X(02).
010234         10  WS-LPROD-COUNT  PIC 9(09)  COMP.
010236         10  WS-LPROD-OPEN   PIC S9(13)V999 COMP-3.
010238         10  WS-LPROD-ADDS   PIC S9(13)V999 COMP-3.
010240         10  WS-LPROD-CAP    PIC S9(13)V999 COMP-3.
010242         10  WS-LPROD-CLOSE  PIC S9(13)V999 COMP-3.
010244 01  WS-LGRAND-COUNT         PIC 9(09)  COMP  VALUE ZERO.
010246 01  WS-LGRAND-OPEN          PIC S9(13)V999 COMP-3 VALUE ZERO.
010248 01  WS-LGRAND-ADDS          PIC S9(13)V999 COMP-3 VALUE ZERO.
010250 01  WS-LGRAND-CAP           PIC S9(13)V999 COMP-3 VALUE ZERO.
010252 01  WS-LGRAND-CLOSE         PIC S9(13)V999 COMP-3 VALUE ZERO.
010300*----------------------------------------------------------------
010400* 01  WS-REPORT-LINES
010500*----------------------------------------------------------------
014200     05  FILLER              PIC X(04) VALUE SPACE.
014300     05  WS-DET-INTEREST     PIC -9(04).999.
014400     05  FILLER              PIC X(05) VALUE SPACE.
014500     05  WS-DET-DISP         PIC X(30).
014502 01  WS-LDG-HEADING-1.
014504     05  FILLER              PIC X(32)
014506             VALUE 'ACCRUED-INTEREST LEDGER REGISTER'.
014508 01  WS-LDG-HEADING-2.
014510     05  FILLER              PIC X(14) VALUE 'RUN DATE:     '.
014512     05  WS-LDG-HDG-DATE     PIC 9(08).
014514 01  WS-LDG-HEADING-3.
014516     05  FILLER              PIC X(05) VALUE 'PROD '.
014518     05  FILLER              PIC X(01) VALUE SPACE.
014520     05  FILLER              PIC X(07) VALUE '  ACCTS'.
014522     05  FILLER              PIC X(01) VALUE SPACE.
014524     05  FILLER              PIC X(14) VALUE '  OPEN ACCRUAL'.
014526     05  FILLER              PIC X(01) VALUE SPACE.
014528     05  FILLER              PIC X(14) VALUE '  NIGHTLY ADDS'.
014530     05  FILLER              PIC X(01) VALUE SPACE.
014532     05  FILLER              PIC X(14) VALUE '   CAPITALIZED'.
014534     05  FILLER              PIC X(01) VALUE SPACE.
014536     05  FILLER              PIC X(14) VALUE ' CLOSE ACCRUAL'.
014538 01  WS-LDG-DETAIL-LINE.
014540     05  WS-LDG-PROD         PIC X(05).
014542     05  FILLER              PIC X(01) VALUE SPACE.
014544     05  WS-LDG-COUNT        PIC ZZZZZZ9.
014546     05  FILLER              PIC X(01) VALUE SPACE.
014548     05  WS-LDG-OPEN         PIC ZZZZZZZZ9.999-.
014550     05  FILLER              PIC X(01) VALUE SPACE.
014552     05  WS-LDG-ADDS         PIC ZZZZZZZZ9.999-.
014554     05  FILLER              PIC X(01) VALUE SPACE.
014556     05  WS-LDG-CAP          PIC ZZZZZZZZ9.999-.
014558     05  FILLER              PIC X(01) VALUE SPACE.
014560     05  WS-LDG-CLOSE        PIC ZZZZZZZZ9.999-.
014600 PROCEDURE DIVISION.
014700*----------------------------------------------------------------
014800* 0000-MAINLINE
015300     PERFORM 2000-CAPITALIZE
015400         THRU 2000-CAPITALIZE-EXIT
015500         UNTIL WS-END-OF-FILE
015520     PERFORM 3000-WRITE-LEDGER-REGISTER
015540         THRU 3000-WRITE-LEDGER-REGISTER-EXIT
015600     PERFORM 9000-TERMINATE
015700         THRU 9000-TERMINATE-EXIT
015800     GOBACK.
015900*----------------------------------------------------------------
016000* 1000-INITIALIZE - SETTLE THE RUN STAMP FROM THE
016100*     CAPITALIZATION-DATE CARD, OPEN THE FILES, WRITE THE
016200*     REGISTER AND EXCEPTION HEADINGS, AND PRIME THE READ OF
016250*     THE ACCRUAL LEDGER
016300*----------------------------------------------------------------
016400 1000-INITIALIZE.
016500     ACCEPT WS-JRN-RUN-ID    FROM TIME
017810     MOVE WS-JRN-RUN-DATE    TO WS-GUARD-DATE
017820     PERFORM 1100-GUARD-RUN-CONTROL
017830         THRU 1100-GUARD-RUN-CONTROL-EXIT
017900     OPEN I-O    ACCRUAL-LEDGER
018000          I-O    ACCOUNT-MASTER
018100          OUTPUT REGISTER-OUT
018200          OUTPUT REPORT-OUT
018250          OUTPUT LEDGER-REG-OUT
018300          EXTEND AUDIT-JOURNAL
018350          EXTEND RUN-CONTROL
018400     IF NOT WS-MSTR-OK
018500         DISPLAY 'AMTCAP ACCOUNT MASTER OPEN FAILED, STATUS '
018600                 WS-MSTR-STATUS
018700         MOVE 16             TO RETURN-CODE
018800         CLOSE ACCRUAL-LEDGER
018900               REGISTER-OUT
019000               REPORT-OUT
019050               LEDGER-REG-OUT
019100               AUDIT-JOURNAL
019150               RUN-CONTROL
019200         GOBACK
019300     END-IF
019305     IF NOT WS-ACCR-OK
019310         DISPLAY 'AMTCAP ACCRUAL LEDGER OPEN FAILED, STATUS '
019315                 WS-ACCR-STATUS
019320         MOVE 16             TO RETURN-CODE
019325         CLOSE ACCOUNT-MASTER
019330               REGISTER-OUT
019335               REPORT-OUT
019340               LEDGER-REG-OUT
019345               AUDIT-JOURNAL
019350               RUN-CONTROL
019355         GOBACK
019360     END-IF
019400     MOVE WS-REG-HEADING-1   TO REG-LINE
019500     WRITE REG-LINE
019600     MOVE WS-JRN-RUN-DATE    TO WS-REG-HDG-DATE
020900     WRITE RPT-LINE
021000     MOVE WS-HEADING-3       TO RPT-LINE
021100     WRITE RPT-LINE
021110     MOVE WS-LDG-HEADING-1   TO LDG-LINE
021120     WRITE LDG-LINE
021130     MOVE WS-JRN-RUN-DATE    TO WS-LDG-HDG-DATE
021140     MOVE WS-LDG-HEADING-2   TO LDG-LINE
021150     WRITE LDG-LINE
021160     MOVE SPACE              TO LDG-LINE
021170     WRITE LDG-LINE
021180     MOVE WS-LDG-HEADING-3   TO LDG-LINE
021190     WRITE LDG-LINE
021200     PERFORM 2100-READ-LEDGER
021300         THRU 2100-READ-LEDGER-EXIT.
021400 1000-INITIALIZE-EXIT.
021500     EXIT.
021501*----------------------------------------------------------------
021586 1120-CHECK-OVERRIDE-EXIT.
021587     EXIT.
021600*----------------------------------------------------------------
021700* 2000-CAPITALIZE - APPLY ONE LEDGER RECORD'S ACCRUED-TO-DATE
021800*     FIGURE TO THE ACCOUNT MASTER, THEN ROLL THE LEDGER
021820*     RECORD OVER FOR THE NEXT CYCLE.  A RECORD WITH NOTHING
021840*     ACCRUED IS PASSED OVER.  THE KEYED READ IS ROUTED ON
021900*     THE FILE STATUS, SAME AS AMTMPST - A READ FAILING WITH
022000*     AN I/O STATUS (A LOCKED RECORD INCLUDED) GOES TO THE
022100*     EXCEPTION REPORT WITHOUT A REWRITE.
022110*     AN ACCOUNT THE MASTER SHOWS CLOSED IS LISTED AND NOT
022120*     CAPITALIZED.
022200*----------------------------------------------------------------
022300 2000-CAPITALIZE.
022320     IF AMT-ACCR-TO-DATE = ZERO
022340         GO TO 2000-CAPITALIZE-NEXT
022360     END-IF
022400     ADD 1 TO WS-RECORDS-READ
022420     ADD AMT-ACCR-TO-DATE    TO WS-ACCR-SUM
022440     MOVE 'N'                TO WS-APPLIED-SW
022460     MOVE ZERO               TO WS-CAP-AMT
022480     MOVE AMT-ACCR-TO-DATE   TO WS-INT-APPLIED
022500     MOVE AMT-ACCR-KEY       TO AMT-MSTR-KEY
022600     READ ACCOUNT-MASTER
022700         INVALID KEY
022800             CONTINUE
022900     END-READ
023000     EVALUATE TRUE
023010         WHEN WS-MSTR-OK
023020             AND AMT-MSTR-CLOSED
023030             PERFORM 2250-PASS-CLOSED
023040                 THRU 2250-PASS-CLOSED-EXIT
023100         WHEN WS-MSTR-OK
023200             PERFORM 2200-APPLY-INTEREST
023300                 THRU 2200-APPLY-INTEREST-EXIT
023800             PERFORM 2500-REPORT-READ-FAIL
023900                 THRU 2500-REPORT-READ-FAIL-EXIT
024000     END-EVALUATE
024020     PERFORM 2700-RESET-LEDGER
024040         THRU 2700-RESET-LEDGER-EXIT.
024060 2000-CAPITALIZE-NEXT.
024100     PERFORM 2100-READ-LEDGER
024200         THRU 2100-READ-LEDGER-EXIT.
024300 2000-CAPITALIZE-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
024600* 2100-READ-LEDGER - READ THE NEXT ACCRUAL-LEDGER RECORD IN
024620*     KEY ORDER.  A READ FAILING WITH AN I/O STATUS ENDS THE
024640*     PASS - THE REST OF THE LEDGER WAITS FOR A RERUN UNDER
024660*     THE OVERRIDE CARD - AND COUNTS AS AN ERROR.
024700*----------------------------------------------------------------
024800 2100-READ-LEDGER.
024900     READ ACCRUAL-LEDGER NEXT RECORD
025000         AT END
025100             SET WS-END-OF-FILE TO TRUE
025200     END-READ
025210     IF NOT WS-ACCR-OK
025220         AND NOT WS-ACCR-END
025230         DISPLAY 'AMTCAP ACCRUAL LEDGER READ FAILED, STATUS '
025240                 WS-ACCR-STATUS
025250         ADD 1 TO WS-RECORDS-IN-ERROR
025260         SET WS-END-OF-FILE  TO TRUE
025270     END-IF.
025300 2100-READ-LEDGER-EXIT.
025400     EXIT.
025500*----------------------------------------------------------------
025600* 2200-APPLY-INTEREST - THE KEY IS ON THE MASTER: ADD THE
025700*     CYCLE'S ACCRUED INTEREST INTO THE PACKED BALANCE AND
025800*     REWRITE THE RECORD IN PLACE.  A CLEAN REWRITE GOES ON
025900*     THE REGISTER AND THE AUDIT JOURNAL; A BAD STATUS GOES TO THE
026000*     EXCEPTION REPORT WITH THE BALANCE UNTOUCHED ON FILE.
026100*----------------------------------------------------------------
026200 2200-APPLY-INTEREST.
026300     MOVE AMT-MSTR-BAL       TO WS-OLD-BAL
026400     ADD WS-INT-APPLIED      TO AMT-MSTR-BAL
026500     REWRITE AMT-MSTR-RECORD
026600         INVALID KEY
026700             CONTINUE
026800     END-REWRITE
026900     IF WS-MSTR-OK
027000         ADD 1 TO WS-RECORDS-APPLIED
027050         ADD WS-INT-APPLIED  TO WS-INT-SUM
027060         SET WS-INT-WAS-APPLIED TO TRUE
027070         MOVE WS-INT-APPLIED TO WS-CAP-AMT
027100         MOVE AMT-ACCR-KEY   TO WS-REG-KEY
027200         MOVE WS-OLD-BAL     TO WS-REG-OLD-BAL
027300         MOVE WS-INT-APPLIED TO WS-REG-INTEREST
027400         MOVE AMT-MSTR-BAL   TO WS-REG-NEW-BAL
027500         MOVE WS-REG-DETAIL-LINE TO REG-LINE
027600         WRITE REG-LINE
028200     END-IF.
028300 2200-APPLY-INTEREST-EXIT.
028400     EXIT.
028410*----------------------------------------------------------------
028415* 2250-PASS-CLOSED - THE ACCOUNT WAS CLOSED AND SETTLED BY
028420*     MAINTENANCE: WRITE THE EXCEPTION LINE AND LEAVE THE
028425*     MASTER ALONE.  NOT AN ERROR - THE ACCRUAL ROLLS OVER ON
028430*     THE LEDGER UNAPPLIED FOR REVIEW.
028435*----------------------------------------------------------------
028440 2250-PASS-CLOSED.
028445     ADD 1 TO WS-RECORDS-CLOSED
028450     MOVE AMT-ACCR-KEY       TO WS-DET-KEY
028455     MOVE WS-INT-APPLIED     TO WS-DET-INTEREST
028460     MOVE 'CLOSED - NOT CAPITALIZED'
028465                             TO WS-DET-DISP
028470     MOVE WS-DETAIL-LINE     TO RPT-LINE
028475     WRITE RPT-LINE.
028480 2250-PASS-CLOSED-EXIT.
028485     EXIT.
028500*----------------------------------------------------------------
028600* 2300-REPORT-NOT-FOUND - THE KEY IS NOT ON THE MASTER: WRITE
028700*     THE EXCEPTION LINE SO POSTING CAN CHASE THE ACCOUNT
028800*----------------------------------------------------------------
028900 2300-REPORT-NOT-FOUND.
029000     ADD 1 TO WS-RECORDS-NOT-FOUND
029100     MOVE AMT-ACCR-KEY       TO WS-DET-KEY
029200     MOVE WS-INT-APPLIED     TO WS-DET-INTEREST
029300     MOVE 'KEY NOT ON MASTER'
029400                             TO WS-DET-DISP
029500     MOVE WS-DETAIL-LINE     TO RPT-LINE
030200*----------------------------------------------------------------
030300 2400-REPORT-REWRITE-FAIL.
030400     ADD 1 TO WS-RECORDS-IN-ERROR
030500     MOVE AMT-ACCR-KEY       TO WS-DET-KEY
030600     MOVE WS-INT-APPLIED     TO WS-DET-INTEREST
030700     MOVE 'REWRITE FAILED, STATUS '
030800                             TO WS-DET-DISP
030900     MOVE WS-MSTR-STATUS     TO WS-DET-DISP (24:2)
031900*----------------------------------------------------------------
032000 2500-REPORT-READ-FAIL.
032100     ADD 1 TO WS-RECORDS-IN-ERROR
032200     MOVE AMT-ACCR-KEY       TO WS-DET-KEY
032300     MOVE WS-INT-APPLIED     TO WS-DET-INTEREST
032400     MOVE 'READ FAILED, STATUS '
032500                             TO WS-DET-DISP
032600     MOVE WS-MSTR-STATUS     TO WS-DET-DISP (21:2)
033100*----------------------------------------------------------------
033200* 2600-WRITE-JOURNAL - APPEND THE AUDIT RECORD FOR ONE APPLIED
033300*     ACCRUAL.  TYPE 'I' MARKS A CAPITALIZATION ENTRY; THE
033350*     PRODUCT RIDES OVER FROM THE LEDGER RECORD, THERE
033400*     IS NO RAW TEXT BEHIND IT, SO THE TEXT FIELD CARRIES
033500*     THE BALANCE BEFORE CAPITALIZATION AND THE AMOUNT IS
033550*     THE CYCLE'S INTEREST APPLIED.
033600*----------------------------------------------------------------
033700 2600-WRITE-JOURNAL.
033800     MOVE WS-JRN-RUN-DATE    TO AMT-JRN-RUN-DATE
033900     MOVE WS-JRN-RUN-ID      TO AMT-JRN-RUN-ID
034000     MOVE AMT-ACCR-KEY       TO AMT-JRN-KEY
034100     MOVE 'I'                TO AMT-JRN-RTYPE
034200     MOVE SPACE              TO AMT-JRN-CURR-CODE
034250     MOVE AMT-ACCR-PROD      TO AMT-JRN-PROD
034300     MOVE WS-OLD-BAL         TO AMT-JRN-PRIOR-BAL
034500     MOVE WS-INT-APPLIED     TO AMT-JRN-AMT
034550     MOVE SPACE              TO AMT-JRN-REV-TYPE
034600     WRITE AMT-JRN-RECORD.
034700 2600-WRITE-JOURNAL-EXIT.
034800     EXIT.
034801*----------------------------------------------------------------
034802* 2700-RESET-LEDGER - ROLL THE LEDGER RECORD OVER FOR THE NEXT
034803*     CYCLE AND ADD IT INTO ITS PRODUCT'S REGISTER LINE.  AN
034804*     APPLIED ACCRUAL LEAVES THE RECORD AT ZERO, STAMPED WITH
034805*     THE CAPITALIZATION DATE; ONE THAT COULD NOT BE APPLIED
034806*     BECOMES THE NEXT CYCLE'S OPENING ACCRUAL WITH ITS DAYS
034807*     STILL COUNTING.  A FAILED LEDGER REWRITE AFTER THE
034808*     MASTER TOOK THE INTEREST GOES TO THE EXCEPTION REPORT -
034809*     LEFT ALONE, THE NEXT CYCLE WOULD CAPITALIZE IT AGAIN.
034810*----------------------------------------------------------------
034811 2700-RESET-LEDGER.
034812     COMPUTE WS-CLOSE-AMT = AMT-ACCR-TO-DATE - WS-CAP-AMT
034813     PERFORM 2800-FIND-LEDGER-PRODUCT
034814         THRU 2800-FIND-LEDGER-PRODUCT-EXIT
034815     ADD 1                   TO WS-LPROD-COUNT (WS-LPROD-HIT)
034816     ADD AMT-ACCR-OPEN-AMT   TO WS-LPROD-OPEN  (WS-LPROD-HIT)
034817     ADD AMT-ACCR-CYCLE-AMT  TO WS-LPROD-ADDS  (WS-LPROD-HIT)
034818     ADD WS-CAP-AMT          TO WS-LPROD-CAP   (WS-LPROD-HIT)
034819     ADD WS-CLOSE-AMT        TO WS-LPROD-CLOSE (WS-LPROD-HIT)
034820     ADD 1                   TO WS-LGRAND-COUNT
034821     ADD AMT-ACCR-OPEN-AMT   TO WS-LGRAND-OPEN
034822     ADD AMT-ACCR-CYCLE-AMT  TO WS-LGRAND-ADDS
034823     ADD WS-CAP-AMT          TO WS-LGRAND-CAP
034824     ADD WS-CLOSE-AMT        TO WS-LGRAND-CLOSE
034825     MOVE WS-CLOSE-AMT       TO AMT-ACCR-OPEN-AMT
034826     MOVE WS-CLOSE-AMT       TO AMT-ACCR-TO-DATE
034827     MOVE ZERO               TO AMT-ACCR-CYCLE-AMT
034828     IF WS-INT-WAS-APPLIED
034829         MOVE ZERO           TO AMT-ACCR-DAYS
034830         MOVE WS-JRN-RUN-DATE TO AMT-ACCR-CAP-DATE
034831     END-IF
034832     REWRITE AMT-ACCR-RECORD
034833         INVALID KEY
034834             CONTINUE
034835     END-REWRITE
034836     IF NOT WS-ACCR-OK
034837         ADD 1 TO WS-RECORDS-IN-ERROR
034838         MOVE AMT-ACCR-KEY   TO WS-DET-KEY
034839         MOVE WS-CAP-AMT     TO WS-DET-INTEREST
034840         MOVE 'LEDGER RESET FAILED, STATUS '
034841                             TO WS-DET-DISP
034842         MOVE WS-ACCR-STATUS TO WS-DET-DISP (29:2)
034843         MOVE WS-DETAIL-LINE TO RPT-LINE
034844         WRITE RPT-LINE
034845     END-IF.
034846 2700-RESET-LEDGER-EXIT.
034847     EXIT.
034848*----------------------------------------------------------------
034849* 2800-FIND-LEDGER-PRODUCT - LOCATE, OR OPEN, THE REGISTER
034850*     SLOT FOR THE LEDGER RECORD'S PRODUCT.  LEAVES
034851*     WS-LPROD-HIT POINTING AT THE SLOT.  WITH THE TABLE FULL
034852*     AN UNSEEN PRODUCT GOES TO THE LAST SLOT, RELABELLED
034853*     'OTHER' ON THE REGISTER.
034854*----------------------------------------------------------------
034855 2800-FIND-LEDGER-PRODUCT.
034856     MOVE 'N'                TO WS-LPROD-FOUND-SW
034857     PERFORM 2810-TEST-LEDGER-PRODUCT
034858         THRU 2810-TEST-LEDGER-PRODUCT-EXIT
034859         VARYING WS-LPROD-SUB FROM 1 BY 1
034860         UNTIL WS-LPROD-SUB > WS-LPROD-ENTRIES
034861            OR WS-LPROD-FOUND
034862     IF WS-LPROD-FOUND
034863         GO TO 2800-FIND-LEDGER-PRODUCT-EXIT
034864     END-IF
034865     IF WS-LPROD-ENTRIES = WS-LPROD-MAX
034866         MOVE WS-LPROD-MAX   TO WS-LPROD-HIT
034867         MOVE '**'           TO WS-LPROD-CODE (WS-LPROD-HIT)
034868         GO TO 2800-FIND-LEDGER-PRODUCT-EXIT
034869     END-IF
034870     ADD 1 TO WS-LPROD-ENTRIES
034871     MOVE WS-LPROD-ENTRIES   TO WS-LPROD-HIT
034872     MOVE AMT-ACCR-PROD      TO WS-LPROD-CODE  (WS-LPROD-HIT)
034873     MOVE ZERO               TO WS-LPROD-COUNT (WS-LPROD-HIT)
034874     MOVE ZERO               TO WS-LPROD-OPEN  (WS-LPROD-HIT)
034875     MOVE ZERO               TO WS-LPROD-ADDS  (WS-LPROD-HIT)
034876     MOVE ZERO               TO WS-LPROD-CAP   (WS-LPROD-HIT)
034877     MOVE ZERO               TO WS-LPROD-CLOSE (WS-LPROD-HIT).
034878 2800-FIND-LEDGER-PRODUCT-EXIT.
034879     EXIT.
034880*----------------------------------------------------------------
034881* 2810-TEST-LEDGER-PRODUCT - TEST ONE REGISTER SLOT AGAINST
034882*     THE LEDGER RECORD'S PRODUCT
034883*----------------------------------------------------------------
034884 2810-TEST-LEDGER-PRODUCT.
034885     IF AMT-ACCR-PROD = WS-LPROD-CODE (WS-LPROD-SUB)
034886         SET WS-LPROD-FOUND  TO TRUE
034887         MOVE WS-LPROD-SUB   TO WS-LPROD-HIT
034888     END-IF.
034889 2810-TEST-LEDGER-PRODUCT-EXIT.
034890     EXIT.
034891*----------------------------------------------------------------
034892* 3000-WRITE-LEDGER-REGISTER - ONE LINE PER PRODUCT MET ON THE
034893*     LEDGER, THEN THE TOTALS.  OPENING ACCRUAL PLUS NIGHTLY
034894*     ADDITIONS LESS AMOUNT CAPITALIZED IS THE CLOSING ACCRUAL
034895*     ON EVERY LINE.
034896*----------------------------------------------------------------
034897 3000-WRITE-LEDGER-REGISTER.
034898     PERFORM 3100-WRITE-LEDGER-PRODUCT
034899         THRU 3100-WRITE-LEDGER-PRODUCT-EXIT
034900         VARYING WS-LPROD-SUB FROM 1 BY 1
034902         UNTIL WS-LPROD-SUB > WS-LPROD-ENTRIES
034904     MOVE SPACE              TO LDG-LINE
034906     WRITE LDG-LINE
034908     MOVE 'TOTAL'            TO WS-LDG-PROD
034910     MOVE WS-LGRAND-COUNT    TO WS-LDG-COUNT
034912     MOVE WS-LGRAND-OPEN     TO WS-LDG-OPEN
034914     MOVE WS-LGRAND-ADDS     TO WS-LDG-ADDS
034916     MOVE WS-LGRAND-CAP      TO WS-LDG-CAP
034918     MOVE WS-LGRAND-CLOSE    TO WS-LDG-CLOSE
034920     MOVE WS-LDG-DETAIL-LINE TO LDG-LINE
034922     WRITE LDG-LINE.
034924 3000-WRITE-LEDGER-REGISTER-EXIT.
034926     EXIT.
034928*----------------------------------------------------------------
034930* 3100-WRITE-LEDGER-PRODUCT - WRITE THE REGISTER LINE FOR ONE
034932*     PRODUCT SLOT
034934*----------------------------------------------------------------
034936 3100-WRITE-LEDGER-PRODUCT.
034938     IF WS-LPROD-CODE (WS-LPROD-SUB) = '**'
034940         MOVE 'OTHER'        TO WS-LDG-PROD
034942     ELSE
034944         MOVE WS-LPROD-CODE (WS-LPROD-SUB) TO WS-LDG-PROD
034946     END-IF
034948     MOVE WS-LPROD-COUNT (WS-LPROD-SUB) TO WS-LDG-COUNT
034950     MOVE WS-LPROD-OPEN  (WS-LPROD-SUB) TO WS-LDG-OPEN
034952     MOVE WS-LPROD-ADDS  (WS-LPROD-SUB) TO WS-LDG-ADDS
034954     MOVE WS-LPROD-CAP   (WS-LPROD-SUB) TO WS-LDG-CAP
034956     MOVE WS-LPROD-CLOSE (WS-LPROD-SUB) TO WS-LDG-CLOSE
034958     MOVE WS-LDG-DETAIL-LINE TO LDG-LINE
034960     WRITE LDG-LINE.
034962 3100-WRITE-LEDGER-PRODUCT-EXIT.
034964     EXIT.
034966*----------------------------------------------------------------
035000* 9000-TERMINATE - CLOSE THE FILES, SET THE RETURN CODE, AND
035100*     DISPLAY THE RUN TOTALS.  RETURN CODE 4 FLAGS A RUN WITH
035200*     EXCEPTIONS FOR REVIEW.
035400 9000-TERMINATE.
035410     PERFORM 9100-WRITE-RUN-CONTROL
035420         THRU 9100-WRITE-RUN-CONTROL-EXIT
035500     CLOSE ACCRUAL-LEDGER
035600           ACCOUNT-MASTER
035700           REGISTER-OUT
035800           REPORT-OUT
035850           LEDGER-REG-OUT
035900           AUDIT-JOURNAL
035950           RUN-CONTROL
036000     IF WS-RECORDS-NOT-FOUND > ZERO
036100         OR WS-RECORDS-IN-ERROR > ZERO
036200         MOVE 4              TO RETURN-CODE
036300     END-IF
036400     DISPLAY 'AMTCAP LEDGER ACCRUALS    = ' WS-RECORDS-READ
036500     DISPLAY 'AMTCAP INTEREST APPLIED   = ' WS-RECORDS-APPLIED
036600     DISPLAY 'AMTCAP KEYS NOT FOUND     = '
036700             WS-RECORDS-NOT-FOUND
036800     DISPLAY 'AMTCAP READ/REWRITE FAILS = '
036900             WS-RECORDS-IN-ERROR
036910     DISPLAY 'AMTCAP CLOSED ACCOUNTS    = '
036920             WS-RECORDS-CLOSED.
037000 9000-TERMINATE-EXIT.
037100     EXIT.
037110*----------------------------------------------------------------
037270     END-IF
037280     MOVE WS-RECORDS-READ    TO AMT-RCTL-RECS-IN
037290     MOVE WS-RECORDS-APPLIED TO AMT-RCTL-RECS-OUT
037300     MOVE WS-ACCR-SUM        TO AMT-RCTL-AMT-IN
037310     MOVE WS-INT-SUM         TO AMT-RCTL-AMT-OUT
037320     WRITE AMT-RCTL-RECORD.
037330 9100-WRITE-RUN-CONTROL-EXIT.
