000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    amttaxy.
000300 AUTHOR.        R BELLWEATHER.
000400 INSTALLATION.  RETAIL BANKING BATCH SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RB  ORIGINAL CODING.  YEAR-END INTEREST TAX
001100*                REPORTING.  READS THE AUDIT JOURNAL - THE
001200*                LIVE JOURNAL PLUS THE YEAR'S ARCHIVE
001300*                GENERATIONS, SORTED BY ACCOUNT KEY AND RUN
001400*                DATE (THE SORT STEP IN AMTTAXY1 PRODUCES THE
001500*                SORTED COPY ON AMTJRNS) - AND TOTALS THE
001600*                INTEREST CREDITED PER ACCOUNT FOR THE TAX
001700*                YEAR ON THE AMTTPRM CARD: CAPITALIZED
001800*                INTEREST ('I'), LESS BACKOUT REVERSALS OF IT
001900*                ('B' REVERSING 'I'), PLUS OR MINUS INTEREST
002000*                CORRECTIONS ('J' CARRYING REASON 'I').  AN
002100*                ACCOUNT WHOSE NET IS AT OR ABOVE THE
002200*                REPORTING THRESHOLD GOES TO THE VENDOR
002300*                EXTRACT (SEE AMTTAX) IN WHOLE CENTS, BETWEEN
002400*                A HEADER AND A CONTROL TRAILER.  THE TAX
002500*                REGISTER LISTS ANY ACCOUNT WHOSE CORRECTIONS
002600*                LEAVE IT WITH NEGATIVE NET INTEREST - NOT
002700*                REPORTED, AND THE STEP ENDS RC=4 FOR REVIEW -
002800*                AND CLOSES WITH A SUMMARY BY PRODUCT.  THE
002900*                CARD GIVES THE TAX YEAR (CCYY) IN COLUMNS 1-4
003000*                AND THE THRESHOLD (9(07)V99, NO POINT) IN
003100*                6-14; A BLANK YEAR TAKES THE YEAR BEFORE THE
003200*                PROCESSING DATE AND A BLANK THRESHOLD TAKES
003300*                10.00.  PROGRAM-ID IS THE SHORT LOAD-MODULE
003400*                FORM BECAUSE JCL LOADS THIS PROGRAM DIRECTLY
003500*                BY NAME (PGM=).
003520* 10/15/2026 RB  FINAL INTEREST CREDITED WHEN AN ACCOUNT IS
003540*                CLOSED AND SETTLED ('F', WRITTEN BY AMTMNT)
003560*                NOW COUNTS AS INTEREST CREDITED.
003562* 10/15/2026 RB  A BACKOUT OF CAPITALIZED INTEREST ('B' REVERSING
003564*                'I') NOW COUNTS IN THE TAX YEAR OF THE
003566*                CAPITALIZATION IT REVERSES, NOT THE YEAR OF THE
003568*                NIGHT THE BACKOUT RAN.  A MONTH-END
003570*                CAPITALIZATION BACKED OUT IN THE NEW YEAR HAD
003572*                BEEN REPORTED IN FULL FOR THE OLD YEAR AND
003574*                TAKEN OFF UNRELATED INTEREST IN THE NEW ONE.
003576*                THE LAST 'I' ENTRY OF EACH ACCOUNT IS HELD -
003578*                THE SORT PUTS IT AHEAD OF ITS BACKOUT - AND A
003580*                'B' CARRYING THE SAME AMOUNT AND PRIOR BALANCE
003582*                TAKES ITS YEAR.  A 'B' WITH NO MATCHING 'I' ON
003584*                THE INPUT KEEPS ITS OWN DATE.  THE REGISTER
003586*                COUNTS THE BACKOUTS THAT CROSSED A YEAR END.
003600*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PARM-IN          ASSIGN TO AMTTPRM
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT JOURNAL-IN       ASSIGN TO AMTJRNS
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT TAX-EXTRACT-OUT  ASSIGN TO AMTTAXF
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT REPORT-OUT       ASSIGN TO AMTTRPT
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PARM-IN
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  PARM-CARD.
005400     05  PARM-TAX-YEAR       PIC X(04).
005500     05  FILLER              PIC X(01).
005600     05  PARM-THRESHOLD      PIC X(09).
005700     05  PARM-THRESHOLD-NUM  REDEFINES PARM-THRESHOLD
005800                             PIC 9(07)V99.
005900     05  FILLER              PIC X(66).
006000 FD  JOURNAL-IN
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY AMTJRNL.
006400 FD  TAX-EXTRACT-OUT
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY AMTTAX.
006800 FD  REPORT-OUT
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  RPT-LINE                PIC X(80).
007200 WORKING-STORAGE SECTION.
007300*----------------------------------------------------------------
007400* 01  WS-SWITCHES AND COUNTERS
007500*----------------------------------------------------------------
007600 01  WS-EOF-SW               PIC X(01)       VALUE 'N'.
007700     88  WS-END-OF-FILE               VALUE 'Y'.
007800 01  WS-ACCT-OPEN-SW         PIC X(01)       VALUE 'N'.
007900     88  WS-ACCT-OPEN                 VALUE 'Y'.
008000 01  WS-INTEREST-ENTRY-SW    PIC X(01)       VALUE 'N'.
008100     88  WS-INTEREST-ENTRY            VALUE 'Y'.
008200 01  WS-RECORDS-READ         PIC 9(09)  COMP  VALUE ZERO.
008300 01  WS-ENTRIES-USED         PIC 9(09)  COMP  VALUE ZERO.
008400 01  WS-ACCOUNTS-TOTALED     PIC 9(09)  COMP  VALUE ZERO.
008500 01  WS-ACCOUNTS-REPORTED    PIC 9(09)  COMP  VALUE ZERO.
008600 01  WS-ACCOUNTS-BELOW       PIC 9(09)  COMP  VALUE ZERO.
008700 01  WS-ACCOUNTS-NEGATIVE    PIC 9(09)  COMP  VALUE ZERO.
008710 01  WS-REVERSALS-REDATED    PIC 9(09)  COMP  VALUE ZERO.
008800 01  WS-TOTAL-INTEREST       PIC S9(13)V99 COMP-3 VALUE ZERO.
008900 01  WS-TOTAL-REPORTED       PIC S9(13)V99 COMP-3 VALUE ZERO.
009000*----------------------------------------------------------------
009100* 01  WS-SELECTION FIELDS - THE TAX YEAR AND THE REPORTING
009200*     THRESHOLD FROM THE PARM CARD, AND THE PROCESSING DATE
009300*     THE EXTRACT HEADER CARRIES
009400*----------------------------------------------------------------
009500 01  WS-TAX-YEAR             PIC 9(04)       VALUE ZERO.
009600 01  WS-TAX-YEAR-X           REDEFINES WS-TAX-YEAR
009700                             PIC X(04).
009800 01  WS-THRESHOLD            PIC 9(07)V99    VALUE 10.00.
009900 01  WS-RUN-DATE-CCYYMMDD.
010000     05  FILLER              PIC X(02)       VALUE '20'.
010100     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
010200*----------------------------------------------------------------
010300* 01  WS-ACCOUNT FIELDS - THE ACCOUNT BEING TOTALED.  THE
010400*     INTEREST IS CARRIED AT THE JOURNAL'S THREE DECIMALS
010500*     AND ROUNDED TO CENTS ONCE, WHEN THE ACCOUNT CLOSES.
010600*     THE PRODUCT IS THE LAST NON-BLANK ONE ITS INTEREST
010700*     ENTRIES CARRIED.
010800*----------------------------------------------------------------
010900 01  WS-CURRENT-KEY          PIC X(10)       VALUE LOW-VALUE.
011000 01  WS-ACCT-PROD            PIC X(02)       VALUE SPACE.
011100 01  WS-ACCT-INTEREST        PIC S9(13)V999 COMP-3 VALUE ZERO.
011200 01  WS-ACCT-CENTS           PIC S9(13)V99  COMP-3 VALUE ZERO.
011300 01  WS-ENTRY-INTEREST       PIC S9(13)V999 COMP-3 VALUE ZERO.
011310 01  WS-ENTRY-YEAR           PIC X(04)       VALUE SPACE.
011315*----------------------------------------------------------------
011320* 01  WS-LAST-CAP FIELDS - THE MOST RECENT CAPITALIZATION ('I')
011325*     ENTRY MET, WHATEVER ITS YEAR, SO THE BACKOUT THAT
011330*     REVERSES IT CAN BE COUNTED IN THE SAME TAX YEAR.  THE
011335*     PRIOR BALANCE IS HELD AS THE JOURNAL TEXT FIELD CARRIES
011340*     IT - OLDER ENTRIES HAVE SPACES THERE.
011345*----------------------------------------------------------------
011350 01  WS-LAST-CAP-KEY         PIC X(10)       VALUE SPACE.
011355 01  WS-LAST-CAP-DATE        PIC 9(08)       VALUE ZERO.
011360 01  WS-LAST-CAP-AMT         PIC S9(13)V999 COMP-3 VALUE ZERO.
011365 01  WS-LAST-CAP-PRIOR       PIC X(17)       VALUE SPACE.
011400*----------------------------------------------------------------
011500* 01  WS-PRODUCT TABLE - ONE SLOT PER PRODUCT CODE SEEN, IN
011600*     ORDER OF FIRST APPEARANCE, FOR THE SUMMARY REGISTER
011700*----------------------------------------------------------------
011800 01  WS-TPROD-MAX            PIC 9(02)  COMP  VALUE 20.
011900 01  WS-TPROD-ENTRIES        PIC 9(02)  COMP  VALUE ZERO.
012000 01  WS-TPROD-SUB            PIC 9(02)  COMP  VALUE ZERO.
012100 01  WS-TPROD-HIT            PIC 9(02)  COMP  VALUE ZERO.
012200 01  WS-TPROD-FOUND-SW       PIC X(01)       VALUE 'N'.
012300     88  WS-TPROD-FOUND               VALUE 'Y'.
012400 01  WS-TPROD-TABLE.
012500     05  WS-TPROD-ENTRY      OCCURS 20 TIMES.
012600         10  WS-TPROD-CODE   PIC X(02).
012700         10  WS-TPROD-ACCOUNTS
012800                             PIC 9(09)  COMP.
012900         10  WS-TPROD-INTEREST
013000                             PIC S9(13)V99 COMP-3.
013100         10  WS-TPROD-RPT-COUNT
013200                             PIC 9(09)  COMP.
013300         10  WS-TPROD-RPT-AMT
013400                             PIC S9(13)V99 COMP-3.
013500*----------------------------------------------------------------
013600* 01  WS-REPORT-LINES
013700*----------------------------------------------------------------
013800 01  WS-HEADING-1.
013900     05  FILLER              PIC X(30)
014000             VALUE 'YEAR-END INTEREST TAX REGISTER'.
014100 01  WS-HEADING-2.
014200     05  FILLER              PIC X(14) VALUE 'TAX YEAR:     '.
014300     05  WS-HDG-TAX-YEAR     PIC 9(04).
014400     05  FILLER              PIC X(16) VALUE '    THRESHOLD:  '.
014500     05  WS-HDG-THRESHOLD    PIC Z,ZZZ,ZZ9.99.
014600 01  WS-NEGATIVE-LINE.
014700     05  FILLER              PIC X(08) VALUE 'ACCOUNT '.
014800     05  WS-NEG-KEY          PIC X(10).
014900     05  FILLER              PIC X(14) VALUE ' NET INTEREST '.
015000     05  WS-NEG-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
015100     05  FILLER              PIC X(15) VALUE ' NOT REPORTED'.
015200 01  WS-SUMMARY-HEADING.
015300     05  FILLER              PIC X(04) VALUE 'PROD'.
015400     05  FILLER              PIC X(02) VALUE SPACE.
015500     05  FILLER              PIC X(09) VALUE ' ACCOUNTS'.
015600     05  FILLER              PIC X(02) VALUE SPACE.
015700     05  FILLER              PIC X(19)
015800             VALUE '       NET INTEREST'.
015900     05  FILLER              PIC X(02) VALUE SPACE.
016000     05  FILLER              PIC X(09) VALUE ' REPORTED'.
016100     05  FILLER              PIC X(02) VALUE SPACE.
016200     05  FILLER              PIC X(19)
016300             VALUE '    AMOUNT REPORTED'.
016400 01  WS-PRODUCT-LINE.
016500     05  WS-PRD-CODE         PIC X(04).
016600     05  FILLER              PIC X(02) VALUE SPACE.
016700     05  WS-PRD-ACCOUNTS     PIC ZZZZZZZZ9.
016800     05  FILLER              PIC X(02) VALUE SPACE.
016900     05  WS-PRD-INTEREST     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
017000     05  FILLER              PIC X(02) VALUE SPACE.
017100     05  WS-PRD-RPT-COUNT    PIC ZZZZZZZZ9.
017200     05  FILLER              PIC X(02) VALUE SPACE.
017300     05  WS-PRD-RPT-AMT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
017400 01  WS-TOTAL-LINE.
017500     05  WS-TOT-DESC         PIC X(30).
017600     05  WS-TOT-COUNT        PIC ZZZZZZZZ9.
017700 PROCEDURE DIVISION.
017800*----------------------------------------------------------------
017900* 0000-MAINLINE
018000*----------------------------------------------------------------
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE
018300         THRU 1000-INITIALIZE-EXIT
018400     PERFORM 2000-PROCESS-JOURNAL
018500         THRU 2000-PROCESS-JOURNAL-EXIT
018600         UNTIL WS-END-OF-FILE
018700     IF WS-ACCT-OPEN
018800         PERFORM 3000-CLOSE-ACCOUNT
018900             THRU 3000-CLOSE-ACCOUNT-EXIT
019000     END-IF
019100     PERFORM 8000-PRINT-SUMMARY
019200         THRU 8000-PRINT-SUMMARY-EXIT
019300     PERFORM 9000-TERMINATE
019400         THRU 9000-TERMINATE-EXIT
019500     GOBACK.
019600*----------------------------------------------------------------
019700* 1000-INITIALIZE - READ THE TAX-YEAR CARD, OPEN THE FILES,
019800*     WRITE THE REGISTER HEADINGS AND THE EXTRACT HEADER, AND
019900*     PRIME THE JOURNAL READ
020000*----------------------------------------------------------------
020100 1000-INITIALIZE.
020200     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
020300     OPEN INPUT PARM-IN
020400     READ PARM-IN
020500         AT END
020600             MOVE SPACE      TO PARM-CARD
020700     END-READ
020800     CLOSE PARM-IN
020900     IF PARM-TAX-YEAR IS NUMERIC
021000         AND PARM-TAX-YEAR NOT = '0000'
021100         MOVE PARM-TAX-YEAR  TO WS-TAX-YEAR
021200     ELSE
021300         MOVE WS-RUN-DATE-CCYYMMDD (1:4)
021400                             TO WS-TAX-YEAR
021500         SUBTRACT 1 FROM WS-TAX-YEAR
021600     END-IF
021700     IF PARM-THRESHOLD IS NUMERIC
021800         MOVE PARM-THRESHOLD-NUM TO WS-THRESHOLD
021900     END-IF
022000     OPEN INPUT  JOURNAL-IN
022100          OUTPUT TAX-EXTRACT-OUT
022200          OUTPUT REPORT-OUT
022300     MOVE WS-HEADING-1       TO RPT-LINE
022400     WRITE RPT-LINE
022500     MOVE WS-TAX-YEAR        TO WS-HDG-TAX-YEAR
022600     MOVE WS-THRESHOLD       TO WS-HDG-THRESHOLD
022700     MOVE WS-HEADING-2       TO RPT-LINE
022800     WRITE RPT-LINE
022900     MOVE SPACE              TO RPT-LINE
023000     WRITE RPT-LINE
023100     MOVE SPACE              TO AMT-TAX-RECORD
023200     SET AMT-TAX-HEADER-REC  TO TRUE
023300     MOVE WS-TAX-YEAR        TO AMT-TAX-YEAR
023400     MOVE WS-RUN-DATE-CCYYMMDD
023500                             TO AMT-TAX-HDR-CREATED
023600     MOVE 'AMTCONV'          TO AMT-TAX-HDR-SOURCE
023700     WRITE AMT-TAX-RECORD
023800     PERFORM 2100-READ-JOURNAL
023900         THRU 2100-READ-JOURNAL-EXIT.
024000 1000-INITIALIZE-EXIT.
024100     EXIT.
024200*----------------------------------------------------------------
024300* 2000-PROCESS-JOURNAL - HANDLE ONE SORTED JOURNAL RECORD:
024400*     SKIP IT UNLESS IT IS AN INTEREST ENTRY DATED IN THE TAX
024500*     YEAR, BREAK THE ACCOUNT WHEN THE KEY CHANGES, AND ADD
024600*     THE ENTRY INTO THE ACCOUNT'S NET INTEREST
024610*     A BACKOUT OF CAPITALIZED INTEREST IS DATED BY THE
024620*     CAPITALIZATION IT REVERSES, NOT BY THE NIGHT THE
024630*     BACKOUT RAN, SO THE TWO NET IN THE SAME TAX YEAR.
024700*----------------------------------------------------------------
024800 2000-PROCESS-JOURNAL.
024900     ADD 1 TO WS-RECORDS-READ
024905     MOVE AMT-JRN-RUN-DATE (1:4) TO WS-ENTRY-YEAR
024910     IF AMT-JRN-RTYPE = 'I'
024915         PERFORM 2400-REMEMBER-CAPITALIZATION
024920             THRU 2400-REMEMBER-CAPITALIZATION-EXIT
024925     END-IF
024930     IF AMT-JRN-RTYPE = 'B'
024935         AND AMT-JRN-REV-TYPE = 'I'
024940         PERFORM 2500-DATE-REVERSAL
024945             THRU 2500-DATE-REVERSAL-EXIT
024950     END-IF
025000     IF WS-ENTRY-YEAR NOT = WS-TAX-YEAR-X
025100         GO TO 2000-PROCESS-NEXT
025200     END-IF
025300     PERFORM 2300-TEST-INTEREST-ENTRY
025400         THRU 2300-TEST-INTEREST-ENTRY-EXIT
025500     IF NOT WS-INTEREST-ENTRY
025600         GO TO 2000-PROCESS-NEXT
025700     END-IF
025800     IF AMT-JRN-KEY NOT = WS-CURRENT-KEY
025900         IF WS-ACCT-OPEN
026000             PERFORM 3000-CLOSE-ACCOUNT
026100                 THRU 3000-CLOSE-ACCOUNT-EXIT
026200         END-IF
026300         PERFORM 2200-OPEN-ACCOUNT
026400             THRU 2200-OPEN-ACCOUNT-EXIT
026500     END-IF
026600     ADD 1 TO WS-ENTRIES-USED
026700     ADD WS-ENTRY-INTEREST   TO WS-ACCT-INTEREST
026800     IF AMT-JRN-PROD NOT = SPACE
026900         MOVE AMT-JRN-PROD   TO WS-ACCT-PROD
027000     END-IF.
027100 2000-PROCESS-NEXT.
027200     PERFORM 2100-READ-JOURNAL
027300         THRU 2100-READ-JOURNAL-EXIT.
027400 2000-PROCESS-JOURNAL-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------
027700* 2100-READ-JOURNAL - READ THE NEXT SORTED JOURNAL RECORD
027800*----------------------------------------------------------------
027900 2100-READ-JOURNAL.
028000     READ JOURNAL-IN
028100         AT END
028200             SET WS-END-OF-FILE TO TRUE
028300     END-READ.
028400 2100-READ-JOURNAL-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700* 2200-OPEN-ACCOUNT - START THE TOTAL FOR A NEW ACCOUNT KEY
028800*----------------------------------------------------------------
028900 2200-OPEN-ACCOUNT.
029000     SET WS-ACCT-OPEN        TO TRUE
029100     MOVE AMT-JRN-KEY        TO WS-CURRENT-KEY
029200     MOVE SPACE              TO WS-ACCT-PROD
029300     MOVE ZERO               TO WS-ACCT-INTEREST.
029400 2200-OPEN-ACCOUNT-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700* 2300-TEST-INTEREST-ENTRY - DECIDE WHETHER THE JOURNAL
029800*     RECORD MOVES INTEREST CREDITED, AND BY HOW MUCH, INTO
029900*     WS-ENTRY-INTEREST.  CAPITALIZED INTEREST COUNTS AS
030000*     CREDITED; A BACKOUT OF IT TAKES THE SAME AMOUNT BACK
030100*     OUT, IN THE YEAR OF THE CAPITALIZATION IT REVERSES;
030150*     AN INTEREST CORRECTION COUNTS AT ITS SIGNED CARD
030160*     AMOUNT; FINAL INTEREST ON A CLOSED ACCOUNT COUNTS AS
030200*     CREDITED.  NOTHING ELSE IS INTEREST.
030300*----------------------------------------------------------------
030400 2300-TEST-INTEREST-ENTRY.
030500     MOVE 'Y'                TO WS-INTEREST-ENTRY-SW
030600     EVALUATE TRUE
030700         WHEN AMT-JRN-RTYPE = 'I'
030800             MOVE AMT-JRN-AMT TO WS-ENTRY-INTEREST
030900         WHEN AMT-JRN-RTYPE = 'B'
031000          AND AMT-JRN-REV-TYPE = 'I'
031100             COMPUTE WS-ENTRY-INTEREST = ZERO - AMT-JRN-AMT
031200         WHEN AMT-JRN-RTYPE = 'J'
031300          AND AMT-JRN-INT-CORRECTION
031320             MOVE AMT-JRN-AMT TO WS-ENTRY-INTEREST
031340         WHEN AMT-JRN-RTYPE = 'F'
031400             MOVE AMT-JRN-AMT TO WS-ENTRY-INTEREST
031500         WHEN OTHER
031600             MOVE 'N'        TO WS-INTEREST-ENTRY-SW
031700     END-EVALUATE.
031800 2300-TEST-INTEREST-ENTRY-EXIT.
031900     EXIT.
031902*----------------------------------------------------------------
031904* 2400-REMEMBER-CAPITALIZATION - HOLD THE CAPITALIZATION ENTRY
031906*     JUST READ, IN OR OUT OF THE TAX YEAR, FOR A BACKOUT THAT
031908*     MAY FOLLOW IT
031910*----------------------------------------------------------------
031912 2400-REMEMBER-CAPITALIZATION.
031914     MOVE AMT-JRN-KEY        TO WS-LAST-CAP-KEY
031916     MOVE AMT-JRN-RUN-DATE   TO WS-LAST-CAP-DATE
031918     MOVE AMT-JRN-AMT        TO WS-LAST-CAP-AMT
031920     MOVE AMT-JRN-AMT-TEXT   TO WS-LAST-CAP-PRIOR.
031922 2400-REMEMBER-CAPITALIZATION-EXIT.
031924     EXIT.
031926*----------------------------------------------------------------
031928* 2500-DATE-REVERSAL - A BACKOUT OF CAPITALIZED INTEREST.  THE
031930*     BACKOUT REPEATS THE AMOUNT AND PRIOR BALANCE OF THE ENTRY
031932*     IT REVERSES (SEE AMTBOUT), SO WHEN THEY MATCH THE HELD
031934*     CAPITALIZATION FOR THE SAME ACCOUNT THE BACKOUT TAKES
031936*     THAT ENTRY'S YEAR AND THE HELD ENTRY IS USED UP.  WITH NO
031938*     MATCH THE BACKOUT KEEPS ITS OWN DATE.
031940*----------------------------------------------------------------
031942 2500-DATE-REVERSAL.
031944     IF AMT-JRN-KEY NOT = WS-LAST-CAP-KEY
031946         OR AMT-JRN-AMT NOT = WS-LAST-CAP-AMT
031948         OR AMT-JRN-AMT-TEXT NOT = WS-LAST-CAP-PRIOR
031950         GO TO 2500-DATE-REVERSAL-EXIT
031952     END-IF
031954     MOVE WS-LAST-CAP-DATE (1:4) TO WS-ENTRY-YEAR
031956     MOVE SPACE              TO WS-LAST-CAP-KEY
031958     IF WS-ENTRY-YEAR NOT = AMT-JRN-RUN-DATE (1:4)
031960         AND (WS-ENTRY-YEAR = WS-TAX-YEAR-X
031962          OR AMT-JRN-RUN-DATE (1:4) = WS-TAX-YEAR-X)
031964         ADD 1 TO WS-REVERSALS-REDATED
031966     END-IF.
031968 2500-DATE-REVERSAL-EXIT.
031970     EXIT.
032000*----------------------------------------------------------------
032100* 3000-CLOSE-ACCOUNT - ROUND THE ACCOUNT'S NET INTEREST TO
032200*     CENTS, ADD IT TO ITS PRODUCT, AND SEND IT TO THE
032300*     EXTRACT WHEN IT IS AT OR ABOVE THE THRESHOLD.  A
032400*     NEGATIVE NET - CORRECTIONS TAKING OUT MORE THAN WAS
032500*     CREDITED - PRINTS ON THE REGISTER FOR REVIEW.
032600*----------------------------------------------------------------
032700 3000-CLOSE-ACCOUNT.
032800     ADD 1 TO WS-ACCOUNTS-TOTALED
032900     COMPUTE WS-ACCT-CENTS ROUNDED = WS-ACCT-INTEREST
033000     ADD WS-ACCT-CENTS       TO WS-TOTAL-INTEREST
033100     PERFORM 3100-FIND-PRODUCT
033200         THRU 3100-FIND-PRODUCT-EXIT
033300     ADD 1 TO WS-TPROD-ACCOUNTS (WS-TPROD-HIT)
033400     ADD WS-ACCT-CENTS       TO WS-TPROD-INTEREST (WS-TPROD-HIT)
033500     IF WS-ACCT-CENTS < ZERO
033600         ADD 1 TO WS-ACCOUNTS-NEGATIVE
033700         MOVE WS-CURRENT-KEY TO WS-NEG-KEY
033800         MOVE WS-ACCT-CENTS  TO WS-NEG-AMT
033900         MOVE WS-NEGATIVE-LINE TO RPT-LINE
034000         WRITE RPT-LINE
034100     END-IF
034200     IF WS-ACCT-CENTS < WS-THRESHOLD
034300         ADD 1 TO WS-ACCOUNTS-BELOW
034400     ELSE
034500         PERFORM 3200-WRITE-TAX-DETAIL
034600             THRU 3200-WRITE-TAX-DETAIL-EXIT
034700     END-IF
034800     MOVE 'N'                TO WS-ACCT-OPEN-SW.
034900 3000-CLOSE-ACCOUNT-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
035200* 3100-FIND-PRODUCT - LOCATE, OR OPEN, THE SLOT FOR THE
035300*     ACCOUNT'S PRODUCT.  LEAVES WS-TPROD-HIT POINTING AT THE
035400*     SLOT.  AN UNSEEN PRODUCT WITH THE TABLE FULL STOPS THE
035500*     RUN RC=16 - THE EXTRACT IS INCOMPLETE AND MUST NOT BE
035600*     SENT.
035700*----------------------------------------------------------------
035800 3100-FIND-PRODUCT.
035900     MOVE 'N'                TO WS-TPROD-FOUND-SW
036000     PERFORM 3110-TEST-PRODUCT
036100         THRU 3110-TEST-PRODUCT-EXIT
036200         VARYING WS-TPROD-SUB FROM 1 BY 1
036300         UNTIL WS-TPROD-SUB > WS-TPROD-ENTRIES
036400            OR WS-TPROD-FOUND
036500     IF WS-TPROD-FOUND
036600         GO TO 3100-FIND-PRODUCT-EXIT
036700     END-IF
036800     IF WS-TPROD-ENTRIES = WS-TPROD-MAX
036900         DISPLAY 'AMTTAXY PRODUCT TABLE FULL AT '
037000                 WS-TPROD-MAX ' - RUN STOPPED, EXTRACT INCOMPLETE'
037100         MOVE 16             TO RETURN-CODE
037200         CLOSE JOURNAL-IN
037300               TAX-EXTRACT-OUT
037400               REPORT-OUT
037500         GOBACK
037600     END-IF
037700     ADD 1 TO WS-TPROD-ENTRIES
037800     MOVE WS-TPROD-ENTRIES   TO WS-TPROD-HIT
037900     MOVE WS-ACCT-PROD       TO WS-TPROD-CODE (WS-TPROD-HIT)
038000     MOVE ZERO               TO WS-TPROD-ACCOUNTS (WS-TPROD-HIT)
038100                                WS-TPROD-INTEREST (WS-TPROD-HIT)
038200                                WS-TPROD-RPT-COUNT (WS-TPROD-HIT)
038300                                WS-TPROD-RPT-AMT (WS-TPROD-HIT).
038400 3100-FIND-PRODUCT-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------
038700* 3110-TEST-PRODUCT - TEST ONE PRODUCT SLOT AGAINST THE
038800*     ACCOUNT'S PRODUCT
038900*----------------------------------------------------------------
039000 3110-TEST-PRODUCT.
039100     IF WS-ACCT-PROD = WS-TPROD-CODE (WS-TPROD-SUB)
039200         SET WS-TPROD-FOUND  TO TRUE
039300         MOVE WS-TPROD-SUB   TO WS-TPROD-HIT
039400     END-IF.
039500 3110-TEST-PRODUCT-EXIT.
039600     EXIT.
039700*----------------------------------------------------------------
039800* 3200-WRITE-TAX-DETAIL - WRITE THE VENDOR DETAIL FOR AN
039900*     ACCOUNT AT OR ABOVE THE THRESHOLD
040000*----------------------------------------------------------------
040100 3200-WRITE-TAX-DETAIL.
040200     ADD 1 TO WS-ACCOUNTS-REPORTED
040300     ADD WS-ACCT-CENTS       TO WS-TOTAL-REPORTED
040400     ADD 1 TO WS-TPROD-RPT-COUNT (WS-TPROD-HIT)
040500     ADD WS-ACCT-CENTS       TO WS-TPROD-RPT-AMT (WS-TPROD-HIT)
040600     MOVE SPACE              TO AMT-TAX-RECORD
040700     SET AMT-TAX-DETAIL-REC  TO TRUE
040800     MOVE WS-TAX-YEAR        TO AMT-TAX-YEAR
040900     MOVE WS-CURRENT-KEY     TO AMT-TAX-KEY
041000     MOVE WS-ACCT-PROD       TO AMT-TAX-PROD
041100     MOVE WS-ACCT-CENTS      TO AMT-TAX-INT-AMT
041200     WRITE AMT-TAX-RECORD.
041300 3200-WRITE-TAX-DETAIL-EXIT.
041400     EXIT.
041500*----------------------------------------------------------------
041600* 8000-PRINT-SUMMARY - PRINT THE SUMMARY REGISTER BY PRODUCT
041700*     AND THE ALL-PRODUCT TOTAL LINE
041800*----------------------------------------------------------------
041900 8000-PRINT-SUMMARY.
042000     MOVE SPACE              TO RPT-LINE
042100     WRITE RPT-LINE
042200     MOVE WS-SUMMARY-HEADING TO RPT-LINE
042300     WRITE RPT-LINE
042400     PERFORM 8100-PRINT-PRODUCT-LINE
042500         THRU 8100-PRINT-PRODUCT-LINE-EXIT
042600         VARYING WS-TPROD-SUB FROM 1 BY 1
042700         UNTIL WS-TPROD-SUB > WS-TPROD-ENTRIES
042800     MOVE 'ALL'              TO WS-PRD-CODE
042900     MOVE WS-ACCOUNTS-TOTALED TO WS-PRD-ACCOUNTS
043000     MOVE WS-TOTAL-INTEREST  TO WS-PRD-INTEREST
043100     MOVE WS-ACCOUNTS-REPORTED TO WS-PRD-RPT-COUNT
043200     MOVE WS-TOTAL-REPORTED  TO WS-PRD-RPT-AMT
043300     MOVE WS-PRODUCT-LINE    TO RPT-LINE
043400     WRITE RPT-LINE.
043500 8000-PRINT-SUMMARY-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800* 8100-PRINT-PRODUCT-LINE - PRINT ONE PRODUCT'S SUMMARY LINE
043900*----------------------------------------------------------------
044000 8100-PRINT-PRODUCT-LINE.
044100     MOVE WS-TPROD-CODE (WS-TPROD-SUB) TO WS-PRD-CODE
044200     MOVE WS-TPROD-ACCOUNTS (WS-TPROD-SUB) TO WS-PRD-ACCOUNTS
044300     MOVE WS-TPROD-INTEREST (WS-TPROD-SUB) TO WS-PRD-INTEREST
044400     MOVE WS-TPROD-RPT-COUNT (WS-TPROD-SUB) TO WS-PRD-RPT-COUNT
044500     MOVE WS-TPROD-RPT-AMT (WS-TPROD-SUB) TO WS-PRD-RPT-AMT
044600     MOVE WS-PRODUCT-LINE    TO RPT-LINE
044700     WRITE RPT-LINE.
044800 8100-PRINT-PRODUCT-LINE-EXIT.
044900     EXIT.
045000*----------------------------------------------------------------
045100* 9000-TERMINATE - WRITE THE EXTRACT TRAILER AND THE REGISTER
045200*     TOTALS, CLOSE THE FILES, SET THE RETURN CODE, AND
045300*     DISPLAY THE RUN TOTALS.  RETURN CODE 4 FLAGS ACCOUNTS
045400*     WITH NEGATIVE NET INTEREST FOR REVIEW.
045500*----------------------------------------------------------------
045600 9000-TERMINATE.
045700     MOVE SPACE              TO AMT-TAX-RECORD
045800     SET AMT-TAX-TRAILER-REC TO TRUE
045900     MOVE WS-TAX-YEAR        TO AMT-TAX-YEAR
046000     MOVE WS-ACCOUNTS-REPORTED TO AMT-TAX-TRL-COUNT
046100     MOVE WS-TOTAL-REPORTED  TO AMT-TAX-TRL-TOTAL
046200     WRITE AMT-TAX-RECORD
046300     MOVE SPACE              TO RPT-LINE
046400     WRITE RPT-LINE
046500     MOVE 'JOURNAL RECORDS READ'
046600                             TO WS-TOT-DESC
046700     MOVE WS-RECORDS-READ    TO WS-TOT-COUNT
046800     MOVE WS-TOTAL-LINE      TO RPT-LINE
046900     WRITE RPT-LINE
047000     MOVE 'INTEREST ENTRIES IN YEAR'
047100                             TO WS-TOT-DESC
047200     MOVE WS-ENTRIES-USED    TO WS-TOT-COUNT
047300     MOVE WS-TOTAL-LINE      TO RPT-LINE
047400     WRITE RPT-LINE
047500     MOVE 'ACCOUNTS REPORTED'
047600                             TO WS-TOT-DESC
047700     MOVE WS-ACCOUNTS-REPORTED TO WS-TOT-COUNT
047800     MOVE WS-TOTAL-LINE      TO RPT-LINE
047900     WRITE RPT-LINE
048000     MOVE 'ACCOUNTS BELOW THRESHOLD'
048100                             TO WS-TOT-DESC
048200     MOVE WS-ACCOUNTS-BELOW  TO WS-TOT-COUNT
048300     MOVE WS-TOTAL-LINE      TO RPT-LINE
048400     WRITE RPT-LINE
048500     MOVE 'ACCOUNTS NETTING NEGATIVE'
048600                             TO WS-TOT-DESC
048700     MOVE WS-ACCOUNTS-NEGATIVE TO WS-TOT-COUNT
048800     MOVE WS-TOTAL-LINE      TO RPT-LINE
048900     WRITE RPT-LINE
048910     MOVE 'CROSS-YEAR BACKOUTS'
048920                             TO WS-TOT-DESC
048930     MOVE WS-REVERSALS-REDATED TO WS-TOT-COUNT
048940     MOVE WS-TOTAL-LINE      TO RPT-LINE
048950     WRITE RPT-LINE
049000     CLOSE JOURNAL-IN
049100           TAX-EXTRACT-OUT
049200           REPORT-OUT
049300     IF WS-ACCOUNTS-NEGATIVE > ZERO
049400         MOVE 4              TO RETURN-CODE
049500     END-IF
049600     DISPLAY 'AMTTAXY TAX YEAR             = ' WS-TAX-YEAR
049700     DISPLAY 'AMTTAXY JOURNAL RECORDS READ = ' WS-RECORDS-READ
049800     DISPLAY 'AMTTAXY ACCOUNTS TOTALED     = '
049900             WS-ACCOUNTS-TOTALED
050000     DISPLAY 'AMTTAXY ACCOUNTS REPORTED    = '
050100             WS-ACCOUNTS-REPORTED
050200     DISPLAY 'AMTTAXY ACCOUNTS NEGATIVE    = '
050300             WS-ACCOUNTS-NEGATIVE
050310     DISPLAY 'AMTTAXY CROSS-YEAR BACKOUTS  = '
050320             WS-REVERSALS-REDATED.
050400 9000-TERMINATE-EXIT.
050500     EXIT.
050600 END PROGRAM amttaxy.
