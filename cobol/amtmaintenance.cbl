002900*                ON ITS EXCEPTION REPORT.  PROGRAM-ID IS THE
003000*                SHORT LOAD-MODULE FORM BECAUSE JCL LOADS THIS
003100*                PROGRAM DIRECTLY BY NAME (PGM=).
003105* 10/15/2026 RB  'A' AND 'J' CARDS NOW CARRY THE ACCOUNT'S
003110*                PRODUCT CODE (SEE AMTMNT), EDITED AGAINST THE
003115*                AMTPROD TABLE AND JOURNALED WITH THE ENTRY SO
003120*                THE GENERAL-LEDGER INTERFACE (AMTGLIF) CAN
003125*                BOOK OPENING BALANCES AND ADJUSTMENTS BY
003130*                PRODUCT; A CARD WITHOUT A KNOWN PRODUCT IS
003135*                REJECTED.  THE STEP NOW APPENDS A RUN-CONTROL
003140*                RECORD (SEE AMTRCTL) CARRYING THE CARDS THAT
003145*                MOVED A BALANCE AND THE NET AMOUNT THEY
003150*                MOVED, WHICH THE DAY-END WALK HOLDS AGAINST
003155*                WHAT THE GL FEED BOOKED.
003160* 10/15/2026 RB  'J' CARDS CARRY AN ADJUSTMENT REASON (SEE
003165*                AMTMNT): 'I' MARKS AN INTEREST CORRECTION AND
003170*                IS JOURNALED WITH THE ENTRY SO THE YEAR-END TAX
003175*                RUN (AMTTAXY) NETS IT INTO THE YEAR'S INTEREST.
003180*                ANY OTHER NON-BLANK REASON IS REJECTED.
003182* 10/15/2026 RB  NEW 'R' CARD REACTIVATES AN ACCOUNT THE
003184*                DORMANCY SWEEP (AMTDORM) SET DORMANT, SO ITS
003186*                POSTINGS STOP BEING HELD.  A CARD AGAINST AN
003188*                ACCOUNT THAT IS NOT DORMANT IS REJECTED.  THE
003190*                REACTIVATION IS JOURNALED UNDER TYPE 'V' - 'R'
003192*                IS ALREADY THE HELD-POSTING RELEASE TYPE.
003197* 10/15/2026 RB  A 'C' CARD NOW SETTLES THE ACCOUNT INSTEAD OF
003202*                ONLY MARKING IT CLOSED.  THE CARD CARRIES THE
003207*                PRODUCT CODE LIKE 'A' AND 'J'.  FINAL INTEREST IS
003212*                THE ACCRUED-TO-DATE FIGURE ON THE INTEREST LEDGER
003217*                (SEE AMTACCR) PLUS THE NIGHTS SINCE ITS LAST
003222*                ACCRUAL THROUGH THE CLOSE DATE AT THE PRODUCT'S
003227*                RATE FROM AMTRATE; IT IS ADDED TO THE BALANCE,
003232*                THE SETTLEMENT GOES TO THE DISBURSEMENT SYSTEM ON
003237*                THE NEW PAYOUT FILE (SEE AMTPAYO), THE MASTER
003242*                BALANCE AND THE LEDGER RECORD ARE ZEROED, AND
003247*                THE FINAL INTEREST AND THE PAYOUT ARE JOURNALED
003252*                UNDER NEW TYPES 'F' AND 'X'.  A CLOSE AGAINST AN
003257*                ACCOUNT WITH A POSTING ON THE HELD CARRY OR AN
003262*                ITEM ON THE SUSPENSE MASTER IS REJECTED UNTIL
003267*                THE ITEM IS RESOLVED, AS IS ONE THAT WOULD
003272*                SETTLE BELOW ZERO.  BOTH NEW ENTRIES COUNT
003277*                TOWARD THE RUN-CONTROL BALANCE MOVEMENT.
003278* 10/15/2026 RB  THE CLOSE NO LONGER STAMPS THE CLOSE DATE INTO
003279*                THE INTEREST LEDGER'S LAST-ACCRUAL AND LAST-
003280*                CAPITALIZATION DATES - THE ACCRUAL STEP TOOK THE
003281*                STAMP FOR A RERUN AND ENDED RC=4 WITH A BROKEN
003282*                RUN-CONTROL RECORD.  THE ACCRUAL, CAPITALIZATION
003283*                AND POSTING STEPS NOW PASS A CLOSED ACCOUNT OVER
003284*                ON ITS MASTER STATUS INSTEAD.  A 'C' CARD WHOSE
003285*                KEY AND PRODUCT HAVE NO LEDGER RECORD IS NOW
003286*                REJECTED - A WRONG PRODUCT CODE USED TO SETTLE
003287*                WITH NO FINAL INTEREST AND STRAND THE LEDGER
003288*                RECORD - UNLESS THE CARD CARRIES REASON 'N' (SEE
003289*                AMTMNT), WHEN IT SETTLES WITH A WARNING LINE ON
003290*                THE REGISTER.
003291* 10/15/2026 RB  A CLOSE NO LONGER NEEDS AN AMTRATE ROW WHEN
003292*                THERE ARE NO NIGHTS TO VALUE - LEDGER ACCRUED
003293*                THROUGH THE CLOSE DATE, OR NO LEDGER RECORD.
003294*                THE RATE IS LOOKED UP ONLY FOR A STUB OF ONE OR
003295*                MORE NIGHTS, AND ONLY THEN CAN A MISSING RATE
003296*                REJECT THE CARD.
003299*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT AUDIT-JOURNAL    ASSIGN TO AMTJRNL
004600         ORGANIZATION IS SEQUENTIAL.
004620     SELECT RUN-CONTROL      ASSIGN TO AMTRCTL
004621         ORGANIZATION IS SEQUENTIAL.
004622     SELECT HELD-IN          ASSIGN TO AMTHLDC
004623         ORGANIZATION IS SEQUENTIAL.
004624     SELECT SUSPM-IN         ASSIGN TO AMTSMIN
004625         ORGANIZATION IS SEQUENTIAL.
004626     SELECT RATE-IN          ASSIGN TO AMTRATE
004627         ORGANIZATION IS SEQUENTIAL.
004628     SELECT ACCRUAL-LEDGER   ASSIGN TO AMTACCL
004629         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS RANDOM
004631         RECORD KEY IS AMT-ACCR-LKEY
004632         FILE STATUS IS WS-ACCR-STATUS.
004633     SELECT PAYOUT-OUT       ASSIGN TO AMTPAYO
004640         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  TRANS-IN
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY AMTJRNL.
006220 FD  RUN-CONTROL
006240     RECORDING MODE IS F
006260     LABEL RECORDS ARE STANDARD.
006280     COPY AMTRCTL.
006281 FD  HELD-IN
006282     RECORDING MODE IS F
006283     LABEL RECORDS ARE STANDARD.
006284     COPY AMTHELD.
006285 FD  SUSPM-IN
006286     RECORDING MODE IS F
006287     LABEL RECORDS ARE STANDARD.
006288     COPY AMTSUSPM.
006289 FD  RATE-IN
006290     RECORDING MODE IS F
006291     LABEL RECORDS ARE STANDARD.
006292     COPY AMTRATE.
006293 FD  ACCRUAL-LEDGER.
006294     COPY AMTACCR.
006295 FD  PAYOUT-OUT
006296     RECORDING MODE IS F
006297     LABEL RECORDS ARE STANDARD.
006298     COPY AMTPAYO.
006300 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------
006500* 01  WS-SWITCHES AND COUNTERS
007200 01  WS-CARDS-READ           PIC 9(09)  COMP  VALUE ZERO.
007300 01  WS-CARDS-ACCEPTED       PIC 9(09)  COMP  VALUE ZERO.
007400 01  WS-CARDS-REJECTED       PIC 9(09)  COMP  VALUE ZERO.
007410 01  WS-CARDS-POSTED         PIC 9(09)  COMP  VALUE ZERO.
007420 01  WS-AMT-POSTED           PIC S9(13)V999 COMP-3 VALUE ZERO.
007421 01  WS-SETTLE-ENTRIES       PIC 9(09)  COMP  VALUE ZERO.
007422 01  WS-ACCOUNTS-SETTLED     PIC 9(09)  COMP  VALUE ZERO.
007423 01  WS-ACCR-STATUS          PIC X(02)       VALUE '00'.
007424     88  WS-ACCR-OK                   VALUE '00'.
007425     88  WS-ACCR-NOT-FOUND            VALUE '23'.
007426 01  WS-SCAN-EOF-SW          PIC X(01)       VALUE 'N'.
007427     88  WS-SCAN-END-OF-FILE          VALUE 'Y'.
007428*----------------------------------------------------------------
007429* 01  WS-CLOSE-KEY TABLE - ONE SLOT PER ACCOUNT KEY ON THE RUN'S
007430*     'C' CARDS, LOADED BY A PASS OVER THE CARD FILE BEFORE THE
007431*     RUN, WITH THE NUMBER OF POSTINGS ON THE HELD CARRY AND
007432*     ITEMS ON THE SUSPENSE MASTER FOR THE ACCOUNT.  ONLY THE
007433*     CLOSING ACCOUNTS ARE KEPT, SO THE HELD AND SUSPENSE FILES
007434*     ARE EACH READ ONCE WHATEVER THEIR SIZE.  A 'C' CARD WHOSE
007435*     KEY DID NOT FIT IS REJECTED - ITS OPEN ITEMS WERE NOT
007436*     CHECKED.
007437*----------------------------------------------------------------
007438 01  WS-CLS-MAX              PIC 9(04)  COMP  VALUE 500.
007439 01  WS-CLS-ENTRIES          PIC 9(04)  COMP  VALUE ZERO.
007440 01  WS-CLS-SUB              PIC 9(04)  COMP  VALUE ZERO.
007441 01  WS-CLS-HIT              PIC 9(04)  COMP  VALUE ZERO.
007442 01  WS-CLS-FIND-KEY         PIC X(10)       VALUE SPACE.
007443 01  WS-CLS-OVERFLOW         PIC 9(09)  COMP  VALUE ZERO.
007444 01  WS-CLS-TABLE.
007445     05  WS-CLS-ENTRY        OCCURS 500 TIMES.
007446         10  WS-CLS-KEY      PIC X(10).
007447         10  WS-CLS-HELD     PIC 9(05)  COMP.
007448         10  WS-CLS-SUSP     PIC 9(05)  COMP.
007449*----------------------------------------------------------------
007450* 01  WS-PRODUCT-RATE-TABLE - ANNUAL RATES IN PERCENT FOR THE
007451*     FINAL INTEREST ON A CLOSE, LOADED THE SAME WAY AS IN
007452*     INTCALC: ONLY THE AMTRATE ROWS IN EFFECT FOR THE CLOSE
007453*     DATE, WITH THE '**' ROW AS THE CATCH-ALL.  A CLOSE WHOSE
007454*     PRODUCT HAS NO ROW AND NO CATCH-ALL TO FALL BACK ON IS
007455*     REJECTED.
007456*----------------------------------------------------------------
007457 01  WS-RATE-FOUND-SW        PIC X(01)       VALUE 'N'.
007458     88  WS-RATE-FOUND                VALUE 'Y'.
007459 01  WS-RATE-MAX             PIC 9(02)  COMP  VALUE 20.
007460 01  WS-RATE-ENTRIES         PIC 9(02)  COMP  VALUE ZERO.
007461 01  WS-RATE-DFLT-SUB        PIC 9(02)  COMP  VALUE ZERO.
007462 01  WS-RATE-SUB             PIC 9(02)  COMP  VALUE ZERO.
007463 01  WS-PROD-SUB             PIC 9(02)  COMP  VALUE ZERO.
007464 01  WS-DAYS-IN-YEAR         PIC 9(03)  COMP  VALUE 365.
007465 01  WS-RATE-TABLE.
007466     05  WS-RATE-ENTRY       OCCURS 20 TIMES.
007467         10  WS-RATE-PRODUCT PIC X(02).
007468         10  WS-RATE-PCT     PIC 9(02)V9(05).
007469*----------------------------------------------------------------
007470* 01  WS-SETTLEMENT FIELDS - ONE CLOSE'S FIGURES.  THE DAILY
007471*     INTEREST IS ROUNDED AS INTCALC ROUNDS ONE NIGHT'S ACCRUAL,
007472*     THEN TAKEN FOR EACH NIGHT NOT YET ACCRUED.  THE LEDGER
007473*     RECORD AS READ IS KEPT SO A FAILED MASTER REWRITE CAN PUT
007474*     IT BACK.
007475*----------------------------------------------------------------
007476 01  WS-LEDGER-FOUND-SW      PIC X(01)       VALUE 'N'.
007477     88  WS-LEDGER-FOUND              VALUE 'Y'.
007478 01  WS-CLOSE-BAL            PIC S9(13)V999 COMP-3 VALUE ZERO.
007479 01  WS-DAY-INT              PIC S9(04)V999  VALUE ZERO.
007480 01  WS-STUB-DAYS            PIC 9(05)  COMP  VALUE ZERO.
007481 01  WS-STUB-INT             PIC S9(13)V999 COMP-3 VALUE ZERO.
007482 01  WS-FINAL-INT            PIC S9(13)V999 COMP-3 VALUE ZERO.
007483 01  WS-SETTLE-AMT           PIC S9(13)V999 COMP-3 VALUE ZERO.
007484 01  WS-FINAL-INT-SUM        PIC S9(13)V999 COMP-3 VALUE ZERO.
007485 01  WS-PAYOUT-SUM           PIC S9(13)V999 COMP-3 VALUE ZERO.
007486 01  WS-LAST-ACCR-DATE       PIC 9(08)       VALUE ZERO.
007487 01  WS-CLOSE-DAYS           PIC 9(09)  COMP  VALUE ZERO.
007488 01  WS-ACCR-SAVE            PIC X(64)       VALUE SPACE.
007489*----------------------------------------------------------------
007490* 01  WS-DATE-TO-DAYS FIELDS - 6000-DATE-TO-DAYS TURNS THE
007491*     YYYYMMDD DATE STAGED IN WS-DTD-DATE INTO A SERIAL DAY
007492*     NUMBER IN WS-DTD-DAYS (DAYS SINCE THE YEAR-ZERO EPOCH,
007493*     LEAP RULES INCLUDED), SO TWO DATES SUBTRACT DIRECTLY
007494*     TO A DAY COUNT ACROSS MONTH AND YEAR ENDS
007495*----------------------------------------------------------------
007496 01  WS-DTD-DATE.
007497     05  WS-DTD-CCYY         PIC 9(04).
007498     05  WS-DTD-MM           PIC 9(02).
007499     05  WS-DTD-DD           PIC 9(02).
007500 01  WS-DTD-DATE-NUM REDEFINES WS-DTD-DATE
007501                             PIC 9(08).
007502 01  WS-DTD-DAYS             PIC 9(09)  COMP  VALUE ZERO.
007503 01  WS-DTD-Q4               PIC 9(04)  COMP  VALUE ZERO.
007504 01  WS-DTD-Q100             PIC 9(04)  COMP  VALUE ZERO.
007505 01  WS-DTD-Q400             PIC 9(04)  COMP  VALUE ZERO.
007506 01  WS-DTD-R4               PIC 9(04)  COMP  VALUE ZERO.
007507 01  WS-DTD-R100             PIC 9(04)  COMP  VALUE ZERO.
007508 01  WS-DTD-R400             PIC 9(04)  COMP  VALUE ZERO.
007509 01  WS-CUM-DAYS-DATA.
007510     05  FILLER              PIC X(18) VALUE '000031059090120151'.
007511     05  FILLER              PIC X(18) VALUE '181212243273304334'.
007512 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
007513     05  WS-CUM-DAYS         OCCURS 12 TIMES PIC 9(03).
007514*----------------------------------------------------------------
007515* 01  WS-PRODUCT EDIT FIELDS - SAME TABLE LOOKUP AS THE DRIVER
007516*----------------------------------------------------------------
007517 01  WS-PROD-FOUND-SW        PIC X(01)       VALUE 'N'.
007518     88  WS-PROD-FOUND                VALUE 'Y'.
007519 01  WS-PTAB-SUB             PIC 9(02)  COMP  VALUE ZERO.
007520     COPY AMTPROD.
007521*----------------------------------------------------------------
007600* 01  WS-JOURNAL STAMP FIELDS - THE RUN ID IS THE TIME-OF-DAY
007700*     STAMP TAKEN AT INITIALIZATION; THE RUN DATE IS THE
007800*     PROCESSING DATE (MAINTENANCE APPLIES SAME-DAY)
011100     05  WS-DET-NEW-BAL      PIC Z,ZZ9.999-.
011200     05  FILLER              PIC X(05) VALUE SPACE.
011300     05  WS-DET-DISP         PIC X(25).
011310 01  WS-SETTLE-LINE.
011320     05  FILLER              PIC X(08) VALUE SPACE.
011330     05  FILLER              PIC X(15) VALUE 'FINAL INTEREST '.
011340     05  WS-SET-FINAL-INT    PIC Z,ZZZ,ZZZ,ZZ9.999-.
011350     05  FILLER              PIC X(10) VALUE '   PAYOUT '.
011360     05  WS-SET-PAYOUT       PIC Z,ZZZ,ZZZ,ZZ9.999-.
011370 01  WS-NO-LEDGER-LINE.
011375     05  FILLER              PIC X(08) VALUE SPACE.
011380     05  FILLER              PIC X(35)
011385             VALUE 'NO INTEREST LEDGER FOR KEY/PRODUCT '.
011390     05  FILLER              PIC X(19)
011395             VALUE '- NO FINAL INTEREST'.
011400*----------------------------------------------------------------
011500* CALL PARAMETER AREA FOR STRING-TO-NUMBER
011600*----------------------------------------------------------------
012900         THRU 9000-TERMINATE-EXIT
013000     GOBACK.
013100*----------------------------------------------------------------
013150* 1000-INITIALIZE - SETTLE THE RUN STAMP, GATHER THE OPEN-ITEM
013200*     COUNTS FOR THE ACCOUNTS THE RUN'S 'C' CARDS CLOSE, LOAD
013250*     THE RATE ROWS IN EFFECT FOR THE CLOSE DATE, OPEN THE
013300*     FILES, WRITE THE REGISTER HEADINGS, AND PRIME THE CARD
013350*     READ
013400*----------------------------------------------------------------
013500 1000-INITIALIZE.
013600     ACCEPT WS-JRN-RUN-ID    FROM TIME
013700     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
013800     MOVE WS-RUN-DATE-CCYYMMDD TO WS-JRN-RUN-DATE
013805     MOVE WS-JRN-RUN-DATE    TO WS-DTD-DATE-NUM
013810     PERFORM 6000-DATE-TO-DAYS
013815         THRU 6000-DATE-TO-DAYS-EXIT
013820     MOVE WS-DTD-DAYS        TO WS-CLOSE-DAYS
013825     PERFORM 1100-LOAD-CLOSE-KEYS
013830         THRU 1100-LOAD-CLOSE-KEYS-EXIT
013835     IF WS-CLS-ENTRIES > ZERO
013840         PERFORM 1200-SCAN-HELD
013845             THRU 1200-SCAN-HELD-EXIT
013850         PERFORM 1300-SCAN-SUSPENSE
013855             THRU 1300-SCAN-SUSPENSE-EXIT
013860     END-IF
013865     OPEN INPUT RATE-IN
013870     PERFORM 1400-LOAD-RATE-ROW
013875         THRU 1400-LOAD-RATE-ROW-EXIT
013880         UNTIL WS-SCAN-END-OF-FILE
013885     CLOSE RATE-IN
013890     MOVE 'N'                TO WS-SCAN-EOF-SW
013900     OPEN INPUT  TRANS-IN
014000          I-O    ACCOUNT-MASTER
014050          I-O    ACCRUAL-LEDGER
014100          OUTPUT REGISTER-OUT
014150          OUTPUT PAYOUT-OUT
014200          EXTEND AUDIT-JOURNAL
014250          EXTEND RUN-CONTROL
014300     IF NOT WS-MSTR-OK
014400         DISPLAY 'AMTMNT ACCOUNT MASTER OPEN FAILED, STATUS '
014500                 WS-MSTR-STATUS
014600         MOVE 16             TO RETURN-CODE
014700         CLOSE TRANS-IN
014750               ACCRUAL-LEDGER
014800               REGISTER-OUT
014805               PAYOUT-OUT
014810               AUDIT-JOURNAL
014815               RUN-CONTROL
014820         GOBACK
014825     END-IF
014830     IF NOT WS-ACCR-OK
014835         DISPLAY 'AMTMNT ACCRUAL LEDGER OPEN FAILED, STATUS '
014840                 WS-ACCR-STATUS
014845         MOVE 16             TO RETURN-CODE
014850         CLOSE TRANS-IN
014855               ACCOUNT-MASTER
014860               REGISTER-OUT
014865               PAYOUT-OUT
014900               AUDIT-JOURNAL
014950               RUN-CONTROL
015000         GOBACK
015100     END-IF
015200     MOVE WS-HEADING-1       TO RPT-LINE
016300 1000-INITIALIZE-EXIT.
016400     EXIT.
016500*----------------------------------------------------------------
016501* 1100-LOAD-CLOSE-KEYS - PASS OVER THE CARD FILE BEFORE THE RUN
016502*     AND TAKE THE KEY OF EVERY 'C' CARD INTO THE CLOSE-KEY
016503*     TABLE, ONCE PER KEY.  KEYS THAT DO NOT FIT ARE COUNTED;
016504*     THEIR CARDS ARE REJECTED WHEN THEY COME UP.
016505*----------------------------------------------------------------
016506 1100-LOAD-CLOSE-KEYS.
016507     OPEN INPUT TRANS-IN
016508     PERFORM 1110-TAKE-CLOSE-CARD
016509         THRU 1110-TAKE-CLOSE-CARD-EXIT
016510         UNTIL WS-SCAN-END-OF-FILE
016511     CLOSE TRANS-IN
016512     MOVE 'N'                TO WS-SCAN-EOF-SW.
016513 1100-LOAD-CLOSE-KEYS-EXIT.
016514     EXIT.
016515*----------------------------------------------------------------
016516* 1110-TAKE-CLOSE-CARD - READ ONE CARD AND, FOR A 'C' CARD WITH
016517*     A KEY NOT YET IN THE TABLE, OPEN A SLOT FOR IT
016518*----------------------------------------------------------------
016519 1110-TAKE-CLOSE-CARD.
016520     READ TRANS-IN
016521         AT END
016522             SET WS-SCAN-END-OF-FILE TO TRUE
016523             GO TO 1110-TAKE-CLOSE-CARD-EXIT
016524     END-READ
016525     IF NOT AMT-MNT-CLOSE
016526         GO TO 1110-TAKE-CLOSE-CARD-EXIT
016527     END-IF
016528     MOVE AMT-MNT-KEY        TO WS-CLS-FIND-KEY
016529     PERFORM 1500-FIND-CLOSE-KEY
016530         THRU 1500-FIND-CLOSE-KEY-EXIT
016531     IF WS-CLS-HIT > ZERO
016532         GO TO 1110-TAKE-CLOSE-CARD-EXIT
016533     END-IF
016534     IF WS-CLS-ENTRIES = WS-CLS-MAX
016535         ADD 1 TO WS-CLS-OVERFLOW
016536         GO TO 1110-TAKE-CLOSE-CARD-EXIT
016537     END-IF
016538     ADD 1 TO WS-CLS-ENTRIES
016539     MOVE AMT-MNT-KEY        TO WS-CLS-KEY  (WS-CLS-ENTRIES)
016540     MOVE ZERO               TO WS-CLS-HELD (WS-CLS-ENTRIES)
016541     MOVE ZERO               TO WS-CLS-SUSP (WS-CLS-ENTRIES).
016542 1110-TAKE-CLOSE-CARD-EXIT.
016543     EXIT.
016544*----------------------------------------------------------------
016545* 1200-SCAN-HELD - READ THE CURRENT HELD-POSTINGS CARRY
016546*     GENERATION (SEE AMTHELD) AND COUNT EACH POSTING AGAINST
016547*     ITS ACCOUNT'S CLOSE-KEY SLOT.  THE CARRY IS WHAT AMTHREL
016548*     LEFT HELD AFTER THE LAST NIGHT'S RELEASE PASS.
016549*----------------------------------------------------------------
016550 1200-SCAN-HELD.
016551     OPEN INPUT HELD-IN
016552     PERFORM 1210-TEST-HELD-POSTING
016553         THRU 1210-TEST-HELD-POSTING-EXIT
016554         UNTIL WS-SCAN-END-OF-FILE
016555     CLOSE HELD-IN
016556     MOVE 'N'                TO WS-SCAN-EOF-SW.
016557 1200-SCAN-HELD-EXIT.
016558     EXIT.
016559*----------------------------------------------------------------
016560* 1210-TEST-HELD-POSTING - READ ONE HELD POSTING AND COUNT IT
016561*     WHEN ITS ACCOUNT IS BEING CLOSED
016562*----------------------------------------------------------------
016563 1210-TEST-HELD-POSTING.
016564     READ HELD-IN
016565         AT END
016566             SET WS-SCAN-END-OF-FILE TO TRUE
016567             GO TO 1210-TEST-HELD-POSTING-EXIT
016568     END-READ
016569     MOVE AMT-HELD-KEY       TO WS-CLS-FIND-KEY
016570     PERFORM 1500-FIND-CLOSE-KEY
016571         THRU 1500-FIND-CLOSE-KEY-EXIT
016572     IF WS-CLS-HIT > ZERO
016573         ADD 1 TO WS-CLS-HELD (WS-CLS-HIT)
016574     END-IF.
016575 1210-TEST-HELD-POSTING-EXIT.
016576     EXIT.
016577*----------------------------------------------------------------
016578* 1300-SCAN-SUSPENSE - READ THE CURRENT SUSPENSE MASTER
016579*     GENERATION (SEE AMTSUSPM) AND COUNT EACH OPEN ITEM AGAINST
016580*     ITS ACCOUNT'S CLOSE-KEY SLOT
016581*----------------------------------------------------------------
016582 1300-SCAN-SUSPENSE.
016583     OPEN INPUT SUSPM-IN
016584     PERFORM 1310-TEST-SUSPENSE-ITEM
016585         THRU 1310-TEST-SUSPENSE-ITEM-EXIT
016586         UNTIL WS-SCAN-END-OF-FILE
016587     CLOSE SUSPM-IN
016588     MOVE 'N'                TO WS-SCAN-EOF-SW.
016589 1300-SCAN-SUSPENSE-EXIT.
016590     EXIT.
016591*----------------------------------------------------------------
016592* 1310-TEST-SUSPENSE-ITEM - READ ONE SUSPENSE ITEM AND COUNT IT
016593*     WHEN ITS ACCOUNT IS BEING CLOSED
016594*----------------------------------------------------------------
016595 1310-TEST-SUSPENSE-ITEM.
016596     READ SUSPM-IN
016597         AT END
016598             SET WS-SCAN-END-OF-FILE TO TRUE
016599             GO TO 1310-TEST-SUSPENSE-ITEM-EXIT
016600     END-READ
016601     MOVE AMT-SUSPM-KEY      TO WS-CLS-FIND-KEY
016602     PERFORM 1500-FIND-CLOSE-KEY
016603         THRU 1500-FIND-CLOSE-KEY-EXIT
016604     IF WS-CLS-HIT > ZERO
016605         ADD 1 TO WS-CLS-SUSP (WS-CLS-HIT)
016606     END-IF.
016607 1310-TEST-SUSPENSE-ITEM-EXIT.
016608     EXIT.
016609*----------------------------------------------------------------
016610* 1400-LOAD-RATE-ROW - READ ONE RATE-FILE ROW AND TAKE IT INTO
016611*     THE RATE TABLE WHEN THE CLOSE DATE FALLS IN ITS EFFECTIVE
016612*     RANGE.  A RATE FILE THAT OVERFLOWS THE TABLE ENDS THE RUN
016613*     BEFORE ANY CARD IS APPLIED.
016614*----------------------------------------------------------------
016615 1400-LOAD-RATE-ROW.
016616     READ RATE-IN
016617         AT END
016618             SET WS-SCAN-END-OF-FILE TO TRUE
016619             GO TO 1400-LOAD-RATE-ROW-EXIT
016620     END-READ
016621     IF WS-JRN-RUN-DATE < AMT-RATE-EFF-FROM
016622         OR WS-JRN-RUN-DATE > AMT-RATE-EFF-TO
016623         GO TO 1400-LOAD-RATE-ROW-EXIT
016624     END-IF
016625     IF WS-RATE-ENTRIES = WS-RATE-MAX
016626         DISPLAY 'AMTMNT RATE FILE EXCEEDS TABLE OF '
016627                 WS-RATE-MAX
016628         MOVE 16             TO RETURN-CODE
016629         CLOSE RATE-IN
016630         GOBACK
016631     END-IF
016632     ADD 1 TO WS-RATE-ENTRIES
016633     MOVE AMT-RATE-PRODUCT   TO WS-RATE-PRODUCT (WS-RATE-ENTRIES)
016634     MOVE AMT-RATE-PCT       TO WS-RATE-PCT     (WS-RATE-ENTRIES)
016635     IF AMT-RATE-PRODUCT = '**'
016636         MOVE WS-RATE-ENTRIES TO WS-RATE-DFLT-SUB
016637     END-IF.
016638 1400-LOAD-RATE-ROW-EXIT.
016639     EXIT.
016640*----------------------------------------------------------------
016641* 1500-FIND-CLOSE-KEY - LOOK UP THE KEY STAGED IN
016642*     WS-CLS-FIND-KEY IN THE CLOSE-KEY TABLE.  LEAVES WS-CLS-HIT
016643*     POINTING AT ITS SLOT, OR ZERO WHEN IT IS NOT THERE.
016644*----------------------------------------------------------------
016645 1500-FIND-CLOSE-KEY.
016646     MOVE ZERO               TO WS-CLS-HIT
016647     PERFORM 1510-TEST-CLOSE-KEY
016648         THRU 1510-TEST-CLOSE-KEY-EXIT
016649         VARYING WS-CLS-SUB FROM 1 BY 1
016650         UNTIL WS-CLS-SUB > WS-CLS-ENTRIES
016651            OR WS-CLS-HIT > ZERO.
016652 1500-FIND-CLOSE-KEY-EXIT.
016653     EXIT.
016654*----------------------------------------------------------------
016655* 1510-TEST-CLOSE-KEY - TEST ONE CLOSE-KEY SLOT
016656*----------------------------------------------------------------
016657 1510-TEST-CLOSE-KEY.
016658     IF WS-CLS-FIND-KEY = WS-CLS-KEY (WS-CLS-SUB)
016659         MOVE WS-CLS-SUB     TO WS-CLS-HIT
016660     END-IF.
016661 1510-TEST-CLOSE-KEY-EXIT.
016662     EXIT.
016663*----------------------------------------------------------------
016664* 2000-PROCESS-CARD - ROUTE ONE TRANSACTION CARD BY ITS
016700*     ACTION CODE.  THE ADD AND ADJUST AMOUNTS GO THROUGH
016800*     STRING-TO-NUMBER FIRST, SO A CARD THAT FAILS THE SAME
016900*     EDIT THE EXTRACT AMOUNTS GET IS REJECTED BEFORE IT
016950*     TOUCHES THE MASTER.  ADD, ADJUST AND CLOSE CARDS MUST
017000*     CARRY A PRODUCT CODE ON THE AMTPROD TABLE.
017100*----------------------------------------------------------------
017200 2000-PROCESS-CARD.
017300     ADD 1 TO WS-CARDS-READ
018300                 THRU 8100-WRITE-REJECT-EXIT
018400             GO TO 2000-PROCESS-NEXT
018500         END-IF
018502     END-IF
018504     IF AMT-MNT-ADD OR AMT-MNT-ADJUST OR AMT-MNT-CLOSE
018510         PERFORM 2500-EDIT-PRODUCT
018520             THRU 2500-EDIT-PRODUCT-EXIT
018530         IF NOT WS-PROD-FOUND
018540             MOVE 'PRODUCT NOT ON TABLE'
018550                             TO WS-DET-DISP
018560             PERFORM 8100-WRITE-REJECT
018570                 THRU 8100-WRITE-REJECT-EXIT
018580             GO TO 2000-PROCESS-NEXT
018590         END-IF
018600     END-IF
018700     EVALUATE TRUE
018800         WHEN AMT-MNT-ADD
019400         WHEN AMT-MNT-ADJUST
019500             PERFORM 2400-ADJUST-BALANCE
019600                 THRU 2400-ADJUST-BALANCE-EXIT
019620         WHEN AMT-MNT-REACTIVATE
019640             PERFORM 2600-REACTIVATE-ACCOUNT
019660                 THRU 2600-REACTIVATE-ACCOUNT-EXIT
019700         WHEN OTHER
019800             MOVE 'UNKNOWN ACTION CODE'
019900                             TO WS-DET-DISP
026400 2200-ADD-ACCOUNT-EXIT.
026500     EXIT.
026600*----------------------------------------------------------------
026620* 2300-CLOSE-ACCOUNT - SETTLE AND CLOSE THE ACCOUNT.  THE
026640*     FINAL INTEREST THROUGH THE CLOSE DATE (2800) IS ADDED TO
026660*     THE BALANCE, THE SUM IS WRITTEN TO THE PAYOUT FILE FOR
026680*     DISBURSEMENT, AND THE MASTER IS LEFT CLOSED AT A ZERO
026700*     BALANCE.  THE RECORD STAYS ON THE MASTER SO THE AUDIT
026720*     TRAIL AND THE STATEMENT RUN CAN STILL SEE IT.  A CARD IS
026740*     REJECTED, AND NOTHING IS TOUCHED, WHEN THE ACCOUNT IS
026760*     ALREADY CLOSED, STILL HAS A HELD POSTING OR AN OPEN
026780*     SUSPENSE ITEM, HAS NIGHTS SINCE ITS LAST ACCRUAL TO
026790*     VALUE BUT NO RATE IN EFFECT, OR WOULD SETTLE
026800*     BELOW ZERO.  THE INTEREST LEDGER RECORD IS ZEROED FIRST
026820*     AND PUT BACK IF THE MASTER REWRITE FAILS.  A CLOSE THAT
026840*     FINDS NO LEDGER RECORD FOR THE CARD'S KEY AND PRODUCT IS
026860*     REJECTED TOO - A WRONG PRODUCT WOULD SETTLE WITH NO FINAL
026880*     INTEREST AND STRAND THE REAL LEDGER RECORD - UNLESS THE
026900*     CARD'S REASON IS 'N', THE OPERATOR'S WORD THAT THE
026920*     ACCOUNT HAS NO LEDGER RECORD; THAT CLOSE SETTLES THE
026940*     BALANCE ALONE AND SAYS SO ON THE REGISTER.  ANY OTHER
026960*     NON-BLANK REASON IS REJECTED.
027100*----------------------------------------------------------------
027200 2300-CLOSE-ACCOUNT.
027300     MOVE AMT-MNT-KEY        TO AMT-MSTR-KEY
028200             THRU 8100-WRITE-REJECT-EXIT
028300         GO TO 2300-CLOSE-ACCOUNT-EXIT
028400     END-IF
028410     IF AMT-MNT-REASON NOT = SPACE
028420         AND NOT AMT-MNT-NO-LEDGER
028430         MOVE 'UNKNOWN CLOSE REASON'
028440                             TO WS-DET-DISP
028450         PERFORM 8100-WRITE-REJECT
028460             THRU 8100-WRITE-REJECT-EXIT
028470         GO TO 2300-CLOSE-ACCOUNT-EXIT
028480     END-IF
028500     IF AMT-MSTR-CLOSED
028600         MOVE 'ACCOUNT ALREADY CLOSED'
028700                             TO WS-DET-DISP
028900             THRU 8100-WRITE-REJECT-EXIT
029000         GO TO 2300-CLOSE-ACCOUNT-EXIT
029100     END-IF
029101     MOVE AMT-MNT-KEY        TO WS-CLS-FIND-KEY
029102     PERFORM 1500-FIND-CLOSE-KEY
029103         THRU 1500-FIND-CLOSE-KEY-EXIT
029104     IF WS-CLS-HIT = ZERO
029105         MOVE 'CLOSE TABLE FULL'
029106                             TO WS-DET-DISP
029107         PERFORM 8100-WRITE-REJECT
029108             THRU 8100-WRITE-REJECT-EXIT
029109         GO TO 2300-CLOSE-ACCOUNT-EXIT
029110     END-IF
029111     IF WS-CLS-HELD (WS-CLS-HIT) > ZERO
029112         MOVE 'HELD POSTING OPEN'
029113                             TO WS-DET-DISP
029114         PERFORM 8100-WRITE-REJECT
029115             THRU 8100-WRITE-REJECT-EXIT
029116         GO TO 2300-CLOSE-ACCOUNT-EXIT
029117     END-IF
029118     IF WS-CLS-SUSP (WS-CLS-HIT) > ZERO
029119         MOVE 'SUSPENSE ITEM OPEN'
029120                             TO WS-DET-DISP
029121         PERFORM 8100-WRITE-REJECT
029122             THRU 8100-WRITE-REJECT-EXIT
029123         GO TO 2300-CLOSE-ACCOUNT-EXIT
029124     END-IF
029125     PERFORM 2800-FIGURE-FINAL-INTEREST
029126         THRU 2800-FIGURE-FINAL-INTEREST-EXIT
029127     IF WS-STUB-DAYS > ZERO
029128         AND NOT WS-RATE-FOUND
029129         MOVE 'NO RATE IN EFFECT'
029130                             TO WS-DET-DISP
029131         PERFORM 8100-WRITE-REJECT
029132             THRU 8100-WRITE-REJECT-EXIT
029133         GO TO 2300-CLOSE-ACCOUNT-EXIT
029134     END-IF
029136     IF NOT WS-ACCR-OK
029137         AND NOT WS-ACCR-NOT-FOUND
029138         MOVE 'LEDGER READ STATUS '
029139                             TO WS-DET-DISP
029140         MOVE WS-ACCR-STATUS TO WS-DET-DISP (20:2)
029141         PERFORM 8100-WRITE-REJECT
029142             THRU 8100-WRITE-REJECT-EXIT
029143         GO TO 2300-CLOSE-ACCOUNT-EXIT
029144     END-IF
029145     COMPUTE WS-SETTLE-AMT = WS-CLOSE-BAL + WS-FINAL-INT
029146     IF WS-SETTLE-AMT < ZERO
029147         MOVE 'SETTLEMENT BELOW ZERO'
029148                             TO WS-DET-DISP
029149         PERFORM 8100-WRITE-REJECT
029150             THRU 8100-WRITE-REJECT-EXIT
029151         GO TO 2300-CLOSE-ACCOUNT-EXIT
029152     END-IF
029153     IF WS-LEDGER-FOUND
029154         PERFORM 2900-ZERO-LEDGER
029155             THRU 2900-ZERO-LEDGER-EXIT
029156         IF NOT WS-ACCR-OK
029157             MOVE 'LEDGER REWRITE STATUS '
029158                             TO WS-DET-DISP
029159             MOVE WS-ACCR-STATUS TO WS-DET-DISP (23:2)
029160             PERFORM 8100-WRITE-REJECT
029161                 THRU 8100-WRITE-REJECT-EXIT
029162             GO TO 2300-CLOSE-ACCOUNT-EXIT
029163         END-IF
029164     END-IF
029166     IF NOT WS-LEDGER-FOUND
029167         AND NOT AMT-MNT-NO-LEDGER
029168         MOVE 'NO LEDGER FOR KEY/PRODUCT'
029169                             TO WS-DET-DISP
029170         PERFORM 8100-WRITE-REJECT
029171             THRU 8100-WRITE-REJECT-EXIT
029172         GO TO 2300-CLOSE-ACCOUNT-EXIT
029173     END-IF
029180     MOVE ZERO               TO AMT-MSTR-BAL
029200     MOVE 'C'                TO AMT-MSTR-STATUS
029300     REWRITE AMT-MSTR-RECORD
029400         INVALID KEY
029500             CONTINUE
029600     END-REWRITE
029700     IF WS-MSTR-OK
029720         PERFORM 8200-WRITE-SETTLEMENT
029740             THRU 8200-WRITE-SETTLEMENT-EXIT
029800         MOVE AMT-MSTR-BAL   TO AMT-NUM-VAL
029850         MOVE 'CLOSED AND SETTLED'
029900                             TO WS-DET-DISP
030000         PERFORM 8000-WRITE-ACCEPTED
030100             THRU 8000-WRITE-ACCEPTED-EXIT
030120         MOVE WS-FINAL-INT   TO WS-SET-FINAL-INT
030140         MOVE WS-SETTLE-AMT  TO WS-SET-PAYOUT
030160         MOVE WS-SETTLE-LINE TO RPT-LINE
030180         WRITE RPT-LINE
030181         IF NOT WS-LEDGER-FOUND
030182             MOVE WS-NO-LEDGER-LINE TO RPT-LINE
030183             WRITE RPT-LINE
030184         END-IF
030200     ELSE
030220         IF WS-LEDGER-FOUND
030240             PERFORM 2950-RESTORE-LEDGER
030260                 THRU 2950-RESTORE-LEDGER-EXIT
030280         END-IF
030300         MOVE 'REWRITE FAILED, STATUS '
030400                             TO WS-DET-DISP
030500         MOVE WS-MSTR-STATUS TO WS-DET-DISP (24:2)
030800     END-IF.
030900 2300-CLOSE-ACCOUNT-EXIT.
031000     EXIT.
031010*----------------------------------------------------------------
031012* 2310-FIGURE-STUB-INTEREST - VALUE THE STUB NIGHTS 2800 FOUND
031014*     BETWEEN THE LAST ACCRUAL AND THE CLOSE DATE AT ONE
031016*     NIGHT'S INTEREST ON THE CURRENT BALANCE AT THE PRODUCT'S
031018*     RATE, AND ADD IT TO THE FINAL INTEREST.  WITH NO RATE IN
031020*     EFFECT NOTHING IS ADDED AND WS-RATE-FOUND IS LEFT OFF FOR
031022*     2300 TO REJECT THE CARD.
031024*----------------------------------------------------------------
031026 2310-FIGURE-STUB-INTEREST.
031028     PERFORM 2700-FIND-CLOSE-RATE
031030         THRU 2700-FIND-CLOSE-RATE-EXIT
031032     IF NOT WS-RATE-FOUND
031034         GO TO 2310-FIGURE-STUB-INTEREST-EXIT
031036     END-IF
031038     COMPUTE WS-DAY-INT ROUNDED =
031040         AMT-MSTR-BAL * WS-RATE-PCT (WS-PROD-SUB)
031042             / 100 / WS-DAYS-IN-YEAR
031044     COMPUTE WS-STUB-INT = WS-DAY-INT * WS-STUB-DAYS
031046     ADD WS-STUB-INT         TO WS-FINAL-INT.
031048 2310-FIGURE-STUB-INTEREST-EXIT.
031050     EXIT.
031100*----------------------------------------------------------------
031200* 2400-ADJUST-BALANCE - ADD THE SIGNED CARD AMOUNT INTO THE
031300*     BALANCE.  AN ADJUSTMENT AGAINST A CLOSED ACCOUNT IS
031400*     REJECTED - A CLOSED ACCOUNT'S BALANCE IS SETTLED AND
031500*     ONLY A REOPEN BY THE MASTER-FILE OWNERS CHANGES THAT.
031550*     A REASON CODE OTHER THAN SPACE OR 'I' IS REJECTED.
031600*----------------------------------------------------------------
031700 2400-ADJUST-BALANCE.
031710     IF NOT AMT-MNT-ORDINARY-ADJ
031720         AND NOT AMT-MNT-INT-CORRECTION
031730         MOVE 'UNKNOWN ADJUST REASON'
031740                             TO WS-DET-DISP
031750         PERFORM 8100-WRITE-REJECT
031760             THRU 8100-WRITE-REJECT-EXIT
031770         GO TO 2400-ADJUST-BALANCE-EXIT
031780     END-IF
031800     MOVE AMT-MNT-KEY        TO AMT-MSTR-KEY
031900     READ ACCOUNT-MASTER
032000         INVALID KEY
035200     END-IF.
035300 2400-ADJUST-BALANCE-EXIT.
035400     EXIT.
035402*----------------------------------------------------------------
035404* 2500-EDIT-PRODUCT - LOOK UP THE CARD'S PRODUCT CODE IN THE
035406*     AMTPROD TABLE.  WS-PROD-FOUND IS LEFT OFF FOR A CODE
035408*     NOT LISTED, BLANK INCLUDED.
035410*----------------------------------------------------------------
035412 2500-EDIT-PRODUCT.
035414     MOVE 'N'                TO WS-PROD-FOUND-SW
035416     PERFORM 2510-TEST-PRODUCT-ENTRY
035418         THRU 2510-TEST-PRODUCT-ENTRY-EXIT
035420         VARYING WS-PTAB-SUB FROM 1 BY 1
035422         UNTIL WS-PTAB-SUB > AMT-PTAB-ENTRIES
035424            OR WS-PROD-FOUND.
035426 2500-EDIT-PRODUCT-EXIT.
035428     EXIT.
035430*----------------------------------------------------------------
035432* 2510-TEST-PRODUCT-ENTRY - TEST ONE AMTPROD ENTRY AGAINST
035434*     THE CARD'S PRODUCT CODE
035436*----------------------------------------------------------------
035438 2510-TEST-PRODUCT-ENTRY.
035440     IF AMT-MNT-PROD = AMT-PTAB-CODE (WS-PTAB-SUB)
035442         SET WS-PROD-FOUND   TO TRUE
035444     END-IF.
035446 2510-TEST-PRODUCT-ENTRY-EXIT.
035448     EXIT.
035500*----------------------------------------------------------------
035502* 2600-REACTIVATE-ACCOUNT - SET A DORMANT ACCOUNT BACK TO
035504*     ACTIVE.  THE BALANCE IS NOT TOUCHED; POSTINGS HELD WHILE
035506*     THE ACCOUNT WAS DORMANT GO BACK THROUGH THE RELEASE STEP
035508*     (AMTHREL) ON ITS NEXT RUN.  A CARD AGAINST AN ACCOUNT
035510*     THAT IS NOT DORMANT IS REJECTED - ACTIVE NEEDS NOTHING,
035512*     AND A CLOSED ACCOUNT IS NOT REOPENED THIS WAY.
035514*----------------------------------------------------------------
035516 2600-REACTIVATE-ACCOUNT.
035518     MOVE AMT-MNT-KEY        TO AMT-MSTR-KEY
035520     READ ACCOUNT-MASTER
035522         INVALID KEY
035524             CONTINUE
035526     END-READ
035528     IF NOT WS-MSTR-OK
035530         MOVE 'KEY NOT ON MASTER'
035532                             TO WS-DET-DISP
035534         PERFORM 8100-WRITE-REJECT
035536             THRU 8100-WRITE-REJECT-EXIT
035538         GO TO 2600-REACTIVATE-ACCOUNT-EXIT
035540     END-IF
035542     IF NOT AMT-MSTR-DORMANT
035544         MOVE 'ACCOUNT IS NOT DORMANT'
035546                             TO WS-DET-DISP
035548         PERFORM 8100-WRITE-REJECT
035550             THRU 8100-WRITE-REJECT-EXIT
035552         GO TO 2600-REACTIVATE-ACCOUNT-EXIT
035554     END-IF
035556     MOVE 'A'                TO AMT-MSTR-STATUS
035558     REWRITE AMT-MSTR-RECORD
035560         INVALID KEY
035562             CONTINUE
035564     END-REWRITE
035566     IF WS-MSTR-OK
035568         MOVE AMT-MSTR-BAL   TO AMT-NUM-VAL
035570         MOVE 'ACCOUNT REACTIVATED'
035572                             TO WS-DET-DISP
035574         PERFORM 8000-WRITE-ACCEPTED
035576             THRU 8000-WRITE-ACCEPTED-EXIT
035578     ELSE
035580         MOVE 'REWRITE FAILED, STATUS '
035582                             TO WS-DET-DISP
035584         MOVE WS-MSTR-STATUS TO WS-DET-DISP (24:2)
035586         PERFORM 8100-WRITE-REJECT
035588             THRU 8100-WRITE-REJECT-EXIT
035590     END-IF.
035592 2600-REACTIVATE-ACCOUNT-EXIT.
035594     EXIT.
035596*----------------------------------------------------------------
035597* 2700-FIND-CLOSE-RATE - LOCATE THE RATE-TABLE ENTRY FOR THE
035598*     CARD'S PRODUCT CODE.  LEAVES WS-PROD-SUB POINTING AT THE
035599*     MATCHED ENTRY, OR AT THE CATCH-ALL ('**') ENTRY WHEN THE
035600*     PRODUCT IS NOT LISTED; WS-RATE-FOUND STAYS OFF ONLY WHEN
035601*     THERE IS NEITHER.
035602*----------------------------------------------------------------
035603 2700-FIND-CLOSE-RATE.
035604     MOVE 'N'                TO WS-RATE-FOUND-SW
035605     PERFORM 2710-TEST-RATE-ENTRY
035606         THRU 2710-TEST-RATE-ENTRY-EXIT
035607         VARYING WS-RATE-SUB FROM 1 BY 1
035608         UNTIL WS-RATE-SUB > WS-RATE-ENTRIES
035609            OR WS-RATE-FOUND
035610     IF NOT WS-RATE-FOUND
035611         AND WS-RATE-DFLT-SUB > ZERO
035612         MOVE WS-RATE-DFLT-SUB TO WS-PROD-SUB
035613         SET WS-RATE-FOUND   TO TRUE
035614     END-IF.
035615 2700-FIND-CLOSE-RATE-EXIT.
035616     EXIT.
035617*----------------------------------------------------------------
035618* 2710-TEST-RATE-ENTRY - TEST ONE RATE-TABLE ENTRY AGAINST THE
035619*     CARD'S PRODUCT CODE
035620*----------------------------------------------------------------
035621 2710-TEST-RATE-ENTRY.
035622     IF AMT-MNT-PROD = WS-RATE-PRODUCT (WS-RATE-SUB)
035623         SET WS-RATE-FOUND   TO TRUE
035624         MOVE WS-RATE-SUB    TO WS-PROD-SUB
035625     END-IF.
035626 2710-TEST-RATE-ENTRY-EXIT.
035627     EXIT.
035628*----------------------------------------------------------------
035629* 2800-FIGURE-FINAL-INTEREST - READ THE ACCOUNT'S INTEREST
035630*     LEDGER RECORD (SEE AMTACCR) AND FIGURE THE FINAL INTEREST:
035631*     THE ACCRUED-TO-DATE FIGURE NOT YET CAPITALIZED, PLUS THE
035632*     NIGHTS FROM THE LAST ACCRUAL (OR, FAILING THAT, THE LAST
035633*     CAPITALIZATION) THROUGH THE CLOSE DATE AT ONE NIGHT'S
035634*     INTEREST ON THE CURRENT BALANCE - THE SAME DAILY FIGURE
035635*     INTCALC WORKS (SEE 2310).  AN ACCOUNT WITH NO LEDGER
035636*     RECORD HAS NO FINAL INTEREST.  WS-ACCR-STATUS IS LEFT
035637*     FOR THE CALLER TO TEST.
035638*----------------------------------------------------------------
035639 2800-FIGURE-FINAL-INTEREST.
035640     MOVE AMT-MSTR-BAL       TO WS-CLOSE-BAL
035641     MOVE 'N'                TO WS-LEDGER-FOUND-SW
035642     MOVE ZERO               TO WS-FINAL-INT
035643                                WS-STUB-INT
035644                                WS-STUB-DAYS
035645     MOVE AMT-MNT-KEY        TO AMT-ACCR-KEY
035646     MOVE AMT-MNT-PROD       TO AMT-ACCR-PROD
035647     READ ACCRUAL-LEDGER
035648         INVALID KEY
035649             CONTINUE
035650     END-READ
035651     IF NOT WS-ACCR-OK
035652         GO TO 2800-FIGURE-FINAL-INTEREST-EXIT
035653     END-IF
035654     SET WS-LEDGER-FOUND     TO TRUE
035655     MOVE AMT-ACCR-RECORD    TO WS-ACCR-SAVE
035656     MOVE AMT-ACCR-TO-DATE   TO WS-FINAL-INT
035657     MOVE AMT-ACCR-LAST-DATE TO WS-LAST-ACCR-DATE
035658     IF WS-LAST-ACCR-DATE = ZERO
035659         MOVE AMT-ACCR-CAP-DATE TO WS-LAST-ACCR-DATE
035660     END-IF
035661     IF WS-LAST-ACCR-DATE = ZERO
035662         OR WS-LAST-ACCR-DATE NOT < WS-JRN-RUN-DATE
035663         GO TO 2800-FIGURE-FINAL-INTEREST-EXIT
035664     END-IF
035665     MOVE WS-LAST-ACCR-DATE  TO WS-DTD-DATE-NUM
035666     PERFORM 6000-DATE-TO-DAYS
035667         THRU 6000-DATE-TO-DAYS-EXIT
035668     COMPUTE WS-STUB-DAYS = WS-CLOSE-DAYS - WS-DTD-DAYS
035669     IF WS-STUB-DAYS > ZERO
035670         PERFORM 2310-FIGURE-STUB-INTEREST
035671             THRU 2310-FIGURE-STUB-INTEREST-EXIT
035672     END-IF.
035674 2800-FIGURE-FINAL-INTEREST-EXIT.
035675     EXIT.
035676*----------------------------------------------------------------
035677* 2900-ZERO-LEDGER - CLEAR THE CLOSED ACCOUNT'S INTEREST LEDGER
035678*     RECORD NOW ITS INTEREST IS SETTLED.  THE LAST-ACCRUAL AND
035679*     LAST-CAPITALIZATION DATES ARE LEFT AS THEY STOOD - THE
035680*     ACCRUAL AND CAPITALIZATION STEPS PASS A CLOSED ACCOUNT
035681*     OVER ON ITS MASTER STATUS.
035682*----------------------------------------------------------------
035683 2900-ZERO-LEDGER.
035684     MOVE ZERO               TO AMT-ACCR-OPEN-AMT
035685                                AMT-ACCR-CYCLE-AMT
035686                                AMT-ACCR-TO-DATE
035687                                AMT-ACCR-DAYS
035690     REWRITE AMT-ACCR-RECORD
035691         INVALID KEY
035692             CONTINUE
035693     END-REWRITE.
035694 2900-ZERO-LEDGER-EXIT.
035695     EXIT.
035696*----------------------------------------------------------------
035697* 2950-RESTORE-LEDGER - PUT BACK THE INTEREST LEDGER RECORD
035698*     SAVED BY 2800 WHEN THE MASTER REWRITE FAILS, SO THE
035699*     REJECTED CLOSE LEAVES BOTH FILES AS THEY WERE.  A FAILED
035700*     RESTORE IS DISPLAYED FOR THE ON-CALL ANALYST.
035701*----------------------------------------------------------------
035702 2950-RESTORE-LEDGER.
035703     MOVE WS-ACCR-SAVE       TO AMT-ACCR-RECORD
035704     REWRITE AMT-ACCR-RECORD
035705         INVALID KEY
035706             CONTINUE
035707     END-REWRITE
035708     IF NOT WS-ACCR-OK
035709         DISPLAY 'AMTMNT LEDGER RESTORE FAILED FOR '
035710                 AMT-ACCR-LKEY ' STATUS ' WS-ACCR-STATUS
035711     END-IF.
035712 2950-RESTORE-LEDGER-EXIT.
035713     EXIT.
035714*----------------------------------------------------------------
035715* 6000-DATE-TO-DAYS - TURN THE YYYYMMDD DATE STAGED IN
035716*     WS-DTD-DATE INTO A SERIAL DAY NUMBER IN WS-DTD-DAYS:
035717*     365 DAYS A YEAR PLUS ONE PER LEAP YEAR THROUGH THE
035718*     GIVEN YEAR, PLUS THE DAYS BEFORE THE GIVEN MONTH, PLUS
035719*     THE DAY - LESS ONE WHEN THE GIVEN YEAR IS A LEAP YEAR
035720*     BUT THE DATE SITS BEFORE MARCH, BECAUSE THAT YEAR'S
035721*     LEAP DAY IS ALREADY IN THE LEAP COUNT BUT NOT YET
035722*     REACHED
035723*----------------------------------------------------------------
035724 6000-DATE-TO-DAYS.
035725     DIVIDE WS-DTD-CCYY BY 4
035726         GIVING WS-DTD-Q4 REMAINDER WS-DTD-R4
035727     DIVIDE WS-DTD-CCYY BY 100
035728         GIVING WS-DTD-Q100 REMAINDER WS-DTD-R100
035729     DIVIDE WS-DTD-CCYY BY 400
035730         GIVING WS-DTD-Q400 REMAINDER WS-DTD-R400
035731     COMPUTE WS-DTD-DAYS =
035732         WS-DTD-CCYY * 365
035733         + WS-DTD-Q4 - WS-DTD-Q100 + WS-DTD-Q400
035734         + WS-CUM-DAYS (WS-DTD-MM)
035735         + WS-DTD-DD
035736     IF WS-DTD-MM < 3
035737         AND WS-DTD-R4 = ZERO
035738         AND (WS-DTD-R100 NOT = ZERO OR WS-DTD-R400 = ZERO)
035739         SUBTRACT 1 FROM WS-DTD-DAYS
035740     END-IF.
035741 6000-DATE-TO-DAYS-EXIT.
035742     EXIT.
035743*----------------------------------------------------------------
035744* 8000-WRITE-ACCEPTED - WRITE THE REGISTER LINE FOR ONE
035745*     ACCEPTED CARD AND JOURNAL THE ACTION.  THE DISPOSITION
035800*     IS ALREADY STAGED; THE JOURNAL CARRIES THE ACTION CODE
035820*     AS THE RECORD TYPE ('V' FOR A REACTIVATION), THE
035840*     CARD'S RAW TEXT, THE CARD'S PRODUCT CODE, AND THE CARD
035860*     AMOUNT (THE BALANCE ON FILE FOR A CLOSE OR A
035880*     REACTIVATION - ZERO FOR A CLOSE, WHICH HAS ALREADY
035900*     SETTLED); AN ADJUSTMENT ALSO CARRIES ITS REASON
035990*     CODE.  AN ADD OR ADJUSTMENT ALSO COUNTS TOWARD
036050*     THE BALANCE MOVEMENT FOR THE RUN-CONTROL RECORD.
036100*----------------------------------------------------------------
036200 8000-WRITE-ACCEPTED.
036300     ADD 1 TO WS-CARDS-ACCEPTED
036320     IF AMT-MNT-ADD OR AMT-MNT-ADJUST
036340         ADD 1 TO WS-CARDS-POSTED
036360         ADD AMT-NUM-VAL     TO WS-AMT-POSTED
036380     END-IF
036400     MOVE AMT-MNT-ACTION     TO WS-DET-ACTION
036500     MOVE AMT-MNT-KEY        TO WS-DET-KEY
036600     MOVE AMT-MNT-AMT-TEXT   TO WS-DET-AMT-TEXT
037000     MOVE WS-JRN-RUN-DATE    TO AMT-JRN-RUN-DATE
037100     MOVE WS-JRN-RUN-ID      TO AMT-JRN-RUN-ID
037200     MOVE AMT-MNT-KEY        TO AMT-JRN-KEY
037220     IF AMT-MNT-REACTIVATE
037240         MOVE 'V'            TO AMT-JRN-RTYPE
037260     ELSE
037280         MOVE AMT-MNT-ACTION TO AMT-JRN-RTYPE
037300     END-IF
037400     MOVE AMT-MNT-CURR-CODE  TO AMT-JRN-CURR-CODE
037450     MOVE AMT-MNT-PROD       TO AMT-JRN-PROD
037500     MOVE SPACE              TO AMT-JRN-AMT-TEXT
037600     MOVE AMT-MNT-AMT-TEXT   TO AMT-JRN-AMT-TEXT (1:8)
037700     MOVE AMT-NUM-VAL        TO AMT-JRN-AMT
037710     IF AMT-MNT-ADJUST
037720         MOVE AMT-MNT-REASON TO AMT-JRN-ADJ-REASON
037730     ELSE
037740         MOVE SPACE          TO AMT-JRN-ADJ-REASON
037750     END-IF
037800     WRITE AMT-JRN-RECORD.
037900 8000-WRITE-ACCEPTED-EXIT.
038000     EXIT.
039400 8100-WRITE-REJECT-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------
039602* 8200-WRITE-SETTLEMENT - WRITE THE PAYOUT RECORD FOR ONE
039604*     SETTLED CLOSE AND JOURNAL THE SETTLEMENT AS TWO ENTRIES:
039606*     'F' CREDITS THE FINAL INTEREST (PRIOR BALANCE IS THE
039608*     BALANCE BEFORE IT) AND 'X' PAYS THE SETTLEMENT OUT
039610*     (PRIOR BALANCE IS THE BALANCE AFTER THE FINAL INTEREST,
039612*     THE AMOUNT IS WHAT LEFT THE ACCOUNT).  BOTH ARE WRITTEN
039614*     EVEN WHEN ZERO SO EVERY CLOSE JOURNALS THE SAME SHAPE.
039616*     THE FINAL INTEREST IN LESS THE PAYOUT OUT IS THE CLOSE'S
039618*     BALANCE MOVEMENT FOR THE RUN-CONTROL RECORD.
039620*----------------------------------------------------------------
039622 8200-WRITE-SETTLEMENT.
039624     ADD 1 TO WS-ACCOUNTS-SETTLED
039626     ADD 2 TO WS-SETTLE-ENTRIES
039628     ADD WS-FINAL-INT        TO WS-FINAL-INT-SUM
039630                                WS-AMT-POSTED
039632     ADD WS-SETTLE-AMT       TO WS-PAYOUT-SUM
039634     SUBTRACT WS-SETTLE-AMT  FROM WS-AMT-POSTED
039636     MOVE SPACE              TO AMT-PAYO-RECORD
039638     MOVE AMT-MNT-KEY        TO AMT-PAYO-KEY
039640     MOVE WS-JRN-RUN-DATE    TO AMT-PAYO-CLOSE-DATE
039642     MOVE AMT-MNT-PROD       TO AMT-PAYO-PROD
039644     MOVE AMT-MNT-CURR-CODE  TO AMT-PAYO-CURR-CODE
039646     MOVE WS-CLOSE-BAL       TO AMT-PAYO-CLOSE-BAL
039648     MOVE WS-FINAL-INT       TO AMT-PAYO-FINAL-INT
039650     MOVE WS-SETTLE-AMT      TO AMT-PAYO-SETTLE-AMT
039652     WRITE AMT-PAYO-RECORD
039654     MOVE WS-JRN-RUN-DATE    TO AMT-JRN-RUN-DATE
039656     MOVE WS-JRN-RUN-ID      TO AMT-JRN-RUN-ID
039658     MOVE AMT-MNT-KEY        TO AMT-JRN-KEY
039660     MOVE 'F'                TO AMT-JRN-RTYPE
039662     MOVE AMT-MNT-CURR-CODE  TO AMT-JRN-CURR-CODE
039664     MOVE AMT-MNT-PROD       TO AMT-JRN-PROD
039666     MOVE WS-CLOSE-BAL       TO AMT-JRN-PRIOR-BAL
039668     MOVE WS-FINAL-INT       TO AMT-JRN-AMT
039670     MOVE SPACE              TO AMT-JRN-ADJ-REASON
039672     WRITE AMT-JRN-RECORD
039674     MOVE 'X'                TO AMT-JRN-RTYPE
039676     MOVE WS-SETTLE-AMT      TO AMT-JRN-PRIOR-BAL
039678     MOVE WS-SETTLE-AMT      TO AMT-JRN-AMT
039680     WRITE AMT-JRN-RECORD.
039682 8200-WRITE-SETTLEMENT-EXIT.
039684     EXIT.
039686*----------------------------------------------------------------
039700* 9000-TERMINATE - APPEND THE RUN-CONTROL RECORD, CLOSE THE
039750*     FILES, SET THE RETURN CODE, AND DISPLAY THE RUN
039800*     TOTALS.  RETURN CODE 4 FLAGS A RUN WITH REJECTED CARDS
039900*     FOR REVIEW - A CLOSE HELD BACK BY AN OPEN ITEM INCLUDED.
040000*----------------------------------------------------------------
040100 9000-TERMINATE.
040120     PERFORM 9100-WRITE-RUN-CONTROL
040140         THRU 9100-WRITE-RUN-CONTROL-EXIT
040200     CLOSE TRANS-IN
040300           ACCOUNT-MASTER
040350           ACCRUAL-LEDGER
040400           REGISTER-OUT
040450           PAYOUT-OUT
040500           AUDIT-JOURNAL
040550           RUN-CONTROL
040600     IF WS-CARDS-REJECTED > ZERO
040700         MOVE 4              TO RETURN-CODE
040800     END-IF
040900     DISPLAY 'AMTMNT CARDS READ     = ' WS-CARDS-READ
041000     DISPLAY 'AMTMNT CARDS ACCEPTED = ' WS-CARDS-ACCEPTED
041020     DISPLAY 'AMTMNT CARDS REJECTED = ' WS-CARDS-REJECTED
041040     DISPLAY 'AMTMNT ACCTS SETTLED  = ' WS-ACCOUNTS-SETTLED
041060     IF WS-CLS-OVERFLOW > ZERO
041080         DISPLAY 'AMTMNT CLOSE KEYS OVER TABLE = ' WS-CLS-OVERFLOW
041100     END-IF.
041200 9000-TERMINATE-EXIT.
041300     EXIT.
041302*----------------------------------------------------------------
041304* 9100-WRITE-RUN-CONTROL - APPEND THIS RUN'S FIGURES TO THE
041305*     SHARED RUN-CONTROL FILE: CARDS READ IN, JOURNAL ENTRIES
041306*     THAT MOVED A BALANCE ('A' AND 'J' CARDS, AND THE 'F' AND
041307*     'X' PAIR OF EACH SETTLED CLOSE) OUT, WITH THE NET AMOUNT
041310*     THEY MOVED.  THE CARD TEXT HAS NO AMOUNT IN, SO THAT
041312*     FIGURE IS ZERO.  STATUS 'B' WHEN ANY CARD WAS REJECTED.
041314*----------------------------------------------------------------
041316 9100-WRITE-RUN-CONTROL.
041318     MOVE 'AMTMNT'           TO AMT-RCTL-STEP
041320     MOVE WS-JRN-RUN-DATE    TO AMT-RCTL-RUN-DATE
041322     MOVE WS-JRN-RUN-ID      TO AMT-RCTL-RUN-ID
041324     IF WS-CARDS-REJECTED > ZERO
041326         SET AMT-RCTL-BROKEN TO TRUE
041328     ELSE
041330         SET AMT-RCTL-CLEAN  TO TRUE
041332     END-IF
041334     MOVE WS-CARDS-READ      TO AMT-RCTL-RECS-IN
041335     COMPUTE AMT-RCTL-RECS-OUT =
041336         WS-CARDS-POSTED + WS-SETTLE-ENTRIES
041338     MOVE ZERO               TO AMT-RCTL-AMT-IN
041340     MOVE WS-AMT-POSTED      TO AMT-RCTL-AMT-OUT
041342     WRITE AMT-RCTL-RECORD.
041344 9100-WRITE-RUN-CONTROL-EXIT.
041346     EXIT.
041400 END PROGRAM amtmnt.
