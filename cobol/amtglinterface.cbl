000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    amtglif.
000300 AUTHOR.        R BELLWEATHER.
000400 INSTALLATION.  RETAIL BANKING BATCH SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RB  ORIGINAL CODING.  DAILY GENERAL-LEDGER
001100*                INTERFACE.  SUMMARIZES THE NIGHT'S BALANCE
001200*                ACTIVITY BY PRODUCT INTO BALANCED DEBIT AND
001300*                CREDIT ENTRIES AND WRITES THEM TO THE GL FEED
001400*                (SEE AMTGLF) WITH A CONTROL TRAILER: INTEREST
001500*                ACCRUED FROM THE NIGHT'S POSTING FILE, AND
001600*                FROM THE AUDIT JOURNAL FOR THE RUN DATE THE
001700*                INTEREST CAPITALIZED ('I'), OPENING BALANCES
001800*                AND ADJUSTMENTS ('A', 'J'), HELD POSTINGS
001900*                RELEASED ('R') AND SUSPENSE ITEMS WRITTEN
002000*                OFF ('S').  A BACKOUT REVERSAL ('B') OF A
002100*                CAPITALIZATION OR A RELEASE NETS AGAINST ITS
002200*                SOURCE.  THE ENTRIES ARE BUILT AND PROVED
002300*                BEFORE ANY FEED RECORD IS WRITTEN; WHEN THE
002400*                DEBITS AND CREDITS DO NOT NET TO ZERO THE
002500*                FEED IS NOT WRITTEN AND THE STEP ENDS RC=8.
002600*                EVERY ENTRY PRINTS ON THE GL REGISTER.  THE
002700*                STEP APPENDS ITS OWN RUN-CONTROL RECORD AND
002800*                ONE PER SOURCE (SEE AMTRCTL) SO THE DAY-END
002900*                WALK CAN PROVE THE FEED AGAINST THE STEPS IT
003000*                SUMMARIZES.  THE RUN DATE COMES FROM THE
003100*                AMTGPRM CARD (BLANK TAKES THE PROCESSING
003200*                DATE); A SECOND RUN FOR ONE DATE IS REFUSED
003300*                RC=8 UNLESS THE OVERRIDE CARD CARRIES THE
003400*                DATE.  RC=16 WHEN THE NIGHT CARRIES MORE
003500*                PRODUCTS THAN THE TABLE HOLDS.  PROGRAM-ID IS
003600*                THE SHORT LOAD-MODULE FORM BECAUSE JCL LOADS
003700*                THIS PROGRAM DIRECTLY BY NAME (PGM=).
003710* 10/15/2026 RB  NEW SOURCES MNTF AND MNTX BOOK THE CLOSE-OUT
003720*                SETTLEMENTS AMTMNT NOW JOURNALS: FINAL INTEREST
003730*                ('F') CREDITED THROUGH THE CLOSE DATE, AND THE
003740*                PAYOUT ('X') TO THE DISBURSEMENT SYSTEM, WHICH
003750*                MOVES THE BALANCE DOWN BY ITS AMOUNT.
003760* 10/15/2026 RB  AN ACCRUAL ON THE POSTING FILE FOR AN ACCOUNT
003762*                MAINTENANCE (AMTMNT) HAS CLOSED IS NO LONGER
003764*                BOOKED.  THE ACCOUNT MASTER IS NOW READ FOR EACH
003766*                POSTING RECORD AND A CLOSED ACCOUNT IS PASSED
003768*                OVER AND COUNTED, AS THE ACCRUAL-LEDGER STEP
003770*                (AMTACCR) PASSES IT OVER, SO WHAT THE FEED
003772*                BOOKS AS ACCRUED STILL PROVES AGAINST WHAT
003774*                AMTACCR CARRIED ONTO THE LEDGER.
003776* 10/15/2026 RB  THE FEED PROOF NOW ALSO TIES THE ENTRIES BUILT
003778*                BACK TO THE ITEMS SUMMARIZED.  THE MOVEMENT OF
003780*                EVERY ITEM IS TOTALLED AS IT IS ROUTED TO ITS
003782*                SOURCE, AND THE NET BOOKED ACROSS ALL SOURCES
003784*                MUST EQUAL IT; DEBITS EQUAL CREDITS BY
003786*                CONSTRUCTION, SO THAT TEST ALONE COULD NOT
003788*                CATCH AN ITEM LOST BETWEEN THE PRODUCT TABLE
003790*                AND THE ENTRIES.  BOTH TOTALS ARE ON THE
003792*                REGISTER.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PARM-IN          ASSIGN TO AMTGPRM
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT POSTING-IN       ASSIGN TO AMTPOST
004500         ORGANIZATION IS SEQUENTIAL.
004510     SELECT ACCOUNT-MASTER   ASSIGN TO AMTMSTR
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS RANDOM
004540         RECORD KEY IS AMT-MSTR-KEY
004550         FILE STATUS IS WS-MSTR-STATUS.
004600     SELECT AUDIT-JOURNAL    ASSIGN TO AMTJRNL
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT GL-FEED-OUT      ASSIGN TO AMTGLF
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT REPORT-OUT       ASSIGN TO AMTGRPT
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT RUN-CONTROL      ASSIGN TO AMTRCTL
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT OVERRIDE-IN      ASSIGN TO AMTOVRD
005500         ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PARM-IN
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  PARM-CARD.
006200     05  PARM-RUN-DATE       PIC X(08).
006300     05  FILLER              PIC X(72).
006400 FD  POSTING-IN
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY AMTPOST.
006710 FD  ACCOUNT-MASTER.
006720     COPY AMTMSTR.
006800 FD  AUDIT-JOURNAL
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY AMTJRNL.
007200 FD  GL-FEED-OUT
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY AMTGLF.
007600 FD  REPORT-OUT
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  RPT-LINE                PIC X(80).
008000 FD  RUN-CONTROL
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300     COPY AMTRCTL.
008400 FD  OVERRIDE-IN
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  OVERRIDE-CARD.
008800     05  OVR-DATE            PIC X(08).
008900     05  FILLER              PIC X(72).
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------------
009200* 01  WS-SWITCHES AND COUNTERS
009300*----------------------------------------------------------------
009400 01  WS-EOF-SW               PIC X(01)       VALUE 'N'.
009500     88  WS-END-OF-FILE               VALUE 'Y'.
009600 01  WS-BALANCED-SW          PIC X(01)       VALUE 'N'.
009700     88  WS-FEED-BALANCED             VALUE 'Y'.
009800 01  WS-REVERSAL-SW          PIC X(01)       VALUE 'N'.
009900     88  WS-IS-REVERSAL               VALUE 'Y'.
009910 01  WS-MSTR-STATUS          PIC X(02)       VALUE '00'.
009920     88  WS-MSTR-OK                   VALUE '00'.
009930     88  WS-MSTR-NOT-FOUND            VALUE '23'.
010000 01  WS-POSTINGS-READ        PIC 9(09)  COMP  VALUE ZERO.
010010 01  WS-POSTINGS-CLOSED      PIC 9(09)  COMP  VALUE ZERO.
010100 01  WS-JOURNAL-READ         PIC 9(09)  COMP  VALUE ZERO.
010200 01  WS-ITEMS-SUMMARIZED     PIC 9(09)  COMP  VALUE ZERO.
010300 01  WS-REVERSALS-NETTED     PIC 9(09)  COMP  VALUE ZERO.
010400 01  WS-DETAILS-WRITTEN      PIC 9(09)  COMP  VALUE ZERO.
010500 01  WS-MOVEMENT             PIC S9(13)V999 COMP-3 VALUE ZERO.
010600 01  WS-ITEM-PROD            PIC X(02)       VALUE SPACE.
010700 01  WS-TOTAL-DEBITS         PIC S9(13)V999 COMP-3 VALUE ZERO.
010800 01  WS-TOTAL-CREDITS        PIC S9(13)V999 COMP-3 VALUE ZERO.
010810 01  WS-TOTAL-ROUTED         PIC S9(13)V999 COMP-3 VALUE ZERO.
010820 01  WS-TOTAL-BOOKED         PIC S9(13)V999 COMP-3 VALUE ZERO.
010900*----------------------------------------------------------------
011000* 01  WS-GUARD FIELDS - THE DUPLICATE-RUN GUARD SCANS THE
011100*     SHARED RUN-CONTROL FILE FOR THE RUN DATE BEFORE
011200*     ANYTHING OPENS
011300*----------------------------------------------------------------
011400 01  WS-GUARD-EOF-SW         PIC X(01)       VALUE 'N'.
011500     88  WS-GUARD-END-OF-FILE         VALUE 'Y'.
011600 01  WS-GUARD-DATE           PIC 9(08)       VALUE ZERO.
011700 01  WS-DUP-RUN-SW           PIC X(01)       VALUE 'N'.
011800     88  WS-DUP-RUN                   VALUE 'Y'.
011900 01  WS-GUARD-OVR-SW         PIC X(01)       VALUE 'N'.
012000     88  WS-GUARD-OVERRIDDEN          VALUE 'Y'.
012100*----------------------------------------------------------------
012200* 01  WS-RUN STAMP FIELDS - THE RUN ID IS THE TIME-OF-DAY
012300*     STAMP TAKEN AT INITIALIZATION; THE RUN DATE IS THE DATE
012400*     ON THE PARM CARD, OR THE PROCESSING DATE WHEN THE CARD
012500*     IS MISSING OR UNUSABLE
012600*----------------------------------------------------------------
012700 01  WS-RCTL-RUN-ID          PIC X(08)       VALUE SPACE.
012800 01  WS-SEL-DATE             PIC 9(08)       VALUE ZERO.
012900 01  WS-RUN-DATE-CCYYMMDD.
013000     05  FILLER              PIC X(02)       VALUE '20'.
013100     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
013200*----------------------------------------------------------------
013300* 01  WS-SOURCE TABLE - ONE ROW PER ACTIVITY THE FEED BOOKS:
013400*     SOURCE CODE, DESCRIPTION, AND THE GL ACCOUNTS DEBITED
013500*     AND CREDITED FOR A POSITIVE NET.  A NEGATIVE NET FOR
013600*     THE NIGHT BOOKS THE SAME PAIR WITH THE SIDES SWAPPED.
013700*     ACCOUNT NUMBERS ARE AS ASSIGNED BY GENERAL-LEDGER
013800*     ACCOUNTING; CHANGE THEM HERE ONLY.
013900*----------------------------------------------------------------
014000 01  WS-SRC-ENTRIES          PIC 9(02)  COMP  VALUE 8.
014100 01  WS-SRC-SUB              PIC 9(02)  COMP  VALUE ZERO.
014200 01  WS-SRC-DATA.
014300     05  FILLER              PIC X(40) VALUE
014400         'ACCRINTEREST ACCRUED    5100010023000100'.
014500     05  FILLER              PIC X(40) VALUE
014600         'ICAPINTEREST CAPITALIZED2300010021000100'.
014700     05  FILLER              PIC X(40) VALUE
014800         'MNTAOPENING BALANCES    1900010021000100'.
014900     05  FILLER              PIC X(40) VALUE
015000         'MNTJBALANCE ADJUSTMENTS 1900020021000100'.
015100     05  FILLER              PIC X(40) VALUE
015200         'HRELHELD POSTINGS RELSD 1900030021000100'.
015300     05  FILLER              PIC X(40) VALUE
015400         'SWOFSUSPENSE WRITE-OFFS 2900010049000100'.
015420     05  FILLER              PIC X(40) VALUE
015440         'MNTFFINAL INTEREST      2300010021000100'.
015460     05  FILLER              PIC X(40) VALUE
015480         'MNTXACCOUNT PAYOUTS     2400010021000100'.
015500 01  WS-SRC-TABLE REDEFINES WS-SRC-DATA.
015600     05  WS-SRC-ROW          OCCURS 8 TIMES.
015700         10  WS-SRC-CODE     PIC X(04).
015800         10  WS-SRC-DESC     PIC X(20).
015900         10  WS-SRC-DR-ACCT  PIC X(08).
016000         10  WS-SRC-CR-ACCT  PIC X(08).
016100*----------------------------------------------------------------
016200* 01  WS-SOURCE TOTALS - PER SOURCE, THE ITEMS AND NET THE
016300*     SOURCE STEP ITSELF PRODUCED (WHAT ITS RUN-CONTROL RECORD
016400*     CARRIES), THE BACKOUT REVERSALS NETTED IN, THE NET
016500*     BOOKED, AND THE FEED DETAILS WRITTEN
016600*----------------------------------------------------------------
016700 01  WS-SRC-TOTALS.
016800     05  WS-SRC-TOT          OCCURS 8 TIMES.
016900         10  WS-SRC-FWD-COUNT
017000                             PIC 9(09)  COMP.
017100         10  WS-SRC-FWD-AMT  PIC S9(13)V999 COMP-3.
017200         10  WS-SRC-REV-COUNT
017300                             PIC 9(09)  COMP.
017400         10  WS-SRC-NET      PIC S9(13)V999 COMP-3.
017500         10  WS-SRC-DETAILS  PIC 9(09)  COMP.
017600*----------------------------------------------------------------
017700* 01  WS-PRODUCT TABLE - ONE SLOT PER PRODUCT MET, IN THE
017800*     ORDER MET, CARRYING THE NIGHT'S NET FOR EACH SOURCE.  A
017900*     PRODUCT CANNOT BE ROLLED INTO A CATCH-ALL SLOT ON THE
018000*     GENERAL LEDGER, SO A FULL TABLE STOPS THE RUN.
018100*----------------------------------------------------------------
018200 01  WS-GPROD-MAX            PIC 9(02)  COMP  VALUE 20.
018300 01  WS-GPROD-ENTRIES        PIC 9(02)  COMP  VALUE ZERO.
018400 01  WS-GPROD-SUB            PIC 9(02)  COMP  VALUE ZERO.
018500 01  WS-GPROD-HIT            PIC 9(02)  COMP  VALUE ZERO.
018600 01  WS-NET-SUB              PIC 9(02)  COMP  VALUE ZERO.
018700 01  WS-GPROD-FOUND-SW       PIC X(01)       VALUE 'N'.
018800     88  WS-GPROD-FOUND               VALUE 'Y'.
018900 01  WS-GPROD-TABLE.
019000     05  WS-GPROD-ENTRY      OCCURS 20 TIMES.
019100         10  WS-GPROD-CODE   PIC X(02).
019200         10  WS-GPROD-NET    OCCURS 8 TIMES
019300                             PIC S9(13)V999 COMP-3.
019400*----------------------------------------------------------------
019500* 01  WS-ENTRY TABLE - THE DEBIT AND CREDIT ENTRIES BUILT FROM
019600*     THE PRODUCT TABLE, PROVED, AND ONLY THEN WRITTEN TO THE
019700*     FEED.  TWO ENTRIES PER PRODUCT AND SOURCE AT MOST.
019800*----------------------------------------------------------------
019900 01  WS-GLE-ENTRIES          PIC 9(03)  COMP  VALUE ZERO.
020000 01  WS-GLE-SUB              PIC 9(03)  COMP  VALUE ZERO.
020100 01  WS-GLE-TABLE.
020200     05  WS-GLE-ENTRY        OCCURS 320 TIMES.
020300         10  WS-GLE-PROD     PIC X(02).
020400         10  WS-GLE-SRC-SUB  PIC 9(02)  COMP.
020500         10  WS-GLE-ACCT     PIC X(08).
020600         10  WS-GLE-DR-CR    PIC X(01).
020700             88  WS-GLE-DEBIT                 VALUE 'D'.
020800             88  WS-GLE-CREDIT                VALUE 'C'.
020900         10  WS-GLE-AMT      PIC S9(13)V999 COMP-3.
021000*----------------------------------------------------------------
021100* 01  WS-REPORT-LINES
021200*----------------------------------------------------------------
021300 01  WS-HEADING-1.
021400     05  FILLER              PIC X(28)
021500             VALUE 'GENERAL-LEDGER FEED REGISTER'.
021600 01  WS-HEADING-2.
021700     05  FILLER              PIC X(14) VALUE 'RUN DATE:     '.
021800     05  WS-HDG-RUN-DATE     PIC 9(08).
021900 01  WS-HEADING-3.
022000     05  FILLER              PIC X(04) VALUE 'PROD'.
022100     05  FILLER              PIC X(01) VALUE SPACE.
022200     05  FILLER              PIC X(04) VALUE 'SRCE'.
022300     05  FILLER              PIC X(01) VALUE SPACE.
022400     05  FILLER              PIC X(20) VALUE 'DESCRIPTION'.
022500     05  FILLER              PIC X(01) VALUE SPACE.
022600     05  FILLER              PIC X(08) VALUE 'DEBIT'.
022700     05  FILLER              PIC X(01) VALUE SPACE.
022800     05  FILLER              PIC X(08) VALUE 'CREDIT'.
022900     05  FILLER              PIC X(01) VALUE SPACE.
023000     05  FILLER              PIC X(22)
023100             VALUE '                AMOUNT'.
023200 01  WS-DETAIL-LINE.
023300     05  WS-DET-PROD         PIC X(04).
023400     05  FILLER              PIC X(01) VALUE SPACE.
023500     05  WS-DET-SOURCE       PIC X(04).
023600     05  FILLER              PIC X(01) VALUE SPACE.
023700     05  WS-DET-DESC         PIC X(20).
023800     05  FILLER              PIC X(01) VALUE SPACE.
023900     05  WS-DET-DR-ACCT      PIC X(08).
024000     05  FILLER              PIC X(01) VALUE SPACE.
024100     05  WS-DET-CR-ACCT      PIC X(08).
024200     05  FILLER              PIC X(01) VALUE SPACE.
024300     05  WS-DET-AMT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.999-.
024400 01  WS-TOTAL-LINE.
024500     05  WS-TOT-DESC         PIC X(30).
024600     05  WS-TOT-COUNT        PIC ZZZZZZZZ9.
024700 01  WS-TOTAL-AMT-LINE.
024800     05  WS-TOTA-DESC        PIC X(22).
024900     05  WS-TOTA-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.999-.
025000 PROCEDURE DIVISION.
025100*----------------------------------------------------------------
025200* 0000-MAINLINE
025300*----------------------------------------------------------------
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE
025600         THRU 1000-INITIALIZE-EXIT
025700     PERFORM 2000-SUMMARIZE-POSTING
025800         THRU 2000-SUMMARIZE-POSTING-EXIT
025900         UNTIL WS-END-OF-FILE
026000     MOVE 'N'                TO WS-EOF-SW
026100     PERFORM 3100-READ-JOURNAL
026200         THRU 3100-READ-JOURNAL-EXIT
026300     PERFORM 3000-SUMMARIZE-JOURNAL
026400         THRU 3000-SUMMARIZE-JOURNAL-EXIT
026500         UNTIL WS-END-OF-FILE
026600     PERFORM 4000-BUILD-ENTRIES
026700         THRU 4000-BUILD-ENTRIES-EXIT
026800     PERFORM 5000-WRITE-FEED
026900         THRU 5000-WRITE-FEED-EXIT
027000     PERFORM 9000-TERMINATE
027100         THRU 9000-TERMINATE-EXIT
027200     GOBACK.
027300*----------------------------------------------------------------
027400* 1000-INITIALIZE - SETTLE THE RUN STAMP FROM THE PARM CARD,
027500*     RUN THE DUPLICATE-RUN GUARD, CLEAR THE SOURCE TOTALS,
027600*     OPEN THE FILES, WRITE THE REGISTER HEADINGS, AND PRIME
027700*     THE POSTING-FILE READ
027800*----------------------------------------------------------------
027900 1000-INITIALIZE.
028000     ACCEPT WS-RCTL-RUN-ID   FROM TIME
028100     OPEN INPUT PARM-IN
028200     READ PARM-IN
028300         AT END
028400             MOVE SPACE      TO PARM-CARD
028500     END-READ
028600     CLOSE PARM-IN
028700     IF PARM-RUN-DATE IS NUMERIC
028800         AND PARM-RUN-DATE NOT = '00000000'
028900         MOVE PARM-RUN-DATE  TO WS-SEL-DATE
029000     ELSE
029100         ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
029200         MOVE WS-RUN-DATE-CCYYMMDD TO WS-SEL-DATE
029300     END-IF
029400     MOVE WS-SEL-DATE        TO WS-GUARD-DATE
029500     PERFORM 1100-GUARD-RUN-CONTROL
029600         THRU 1100-GUARD-RUN-CONTROL-EXIT
029700     PERFORM 1200-CLEAR-SOURCE-TOTALS
029800         THRU 1200-CLEAR-SOURCE-TOTALS-EXIT
029900         VARYING WS-SRC-SUB FROM 1 BY 1
030000         UNTIL WS-SRC-SUB > WS-SRC-ENTRIES
030100     OPEN INPUT  POSTING-IN
030110          INPUT  ACCOUNT-MASTER
030200          INPUT  AUDIT-JOURNAL
030300          OUTPUT REPORT-OUT
030400          EXTEND RUN-CONTROL
030410     IF NOT WS-MSTR-OK
030415         DISPLAY 'AMTGLIF ACCOUNT MASTER OPEN FAILED, STATUS '
030420                 WS-MSTR-STATUS ' - RUN STOPPED, NO FEED WRITTEN'
030425         MOVE 16             TO RETURN-CODE
030430         CLOSE POSTING-IN
030435               AUDIT-JOURNAL
030440               REPORT-OUT
030445               RUN-CONTROL
030450         GOBACK
030455     END-IF
030500     MOVE WS-HEADING-1       TO RPT-LINE
030600     WRITE RPT-LINE
030700     MOVE WS-SEL-DATE        TO WS-HDG-RUN-DATE
030800     MOVE WS-HEADING-2       TO RPT-LINE
030900     WRITE RPT-LINE
031000     MOVE SPACE              TO RPT-LINE
031100     WRITE RPT-LINE
031200     MOVE WS-HEADING-3       TO RPT-LINE
031300     WRITE RPT-LINE
031400     PERFORM 2100-READ-POSTING
031500         THRU 2100-READ-POSTING-EXIT.
031600 1000-INITIALIZE-EXIT.
031700     EXIT.
031800*----------------------------------------------------------------
031900* 1100-GUARD-RUN-CONTROL - SCAN THE SHARED RUN-CONTROL FILE
032000*     FOR THE RUN DATE BEFORE ANYTHING OPENS.  THE FEED MUST
032100*     NOT FIND ITS OWN RECORD ALREADY THERE - A SECOND FEED
032200*     FOR THE DATE WOULD BOOK THE NIGHT TWICE ON THE GENERAL
032300*     LEDGER.  REFUSES THE RUN RC=8 UNLESS THE OVERRIDE CARD
032400*     CARRIES THE SAME DATE.
032500*----------------------------------------------------------------
032600 1100-GUARD-RUN-CONTROL.
032700     OPEN INPUT RUN-CONTROL
032800     PERFORM 1110-SCAN-RUN-CONTROL
032900         THRU 1110-SCAN-RUN-CONTROL-EXIT
033000         UNTIL WS-GUARD-END-OF-FILE
033100     CLOSE RUN-CONTROL
033200     MOVE 'N'                TO WS-GUARD-EOF-SW
033300     IF NOT WS-DUP-RUN
033400         GO TO 1100-GUARD-RUN-CONTROL-EXIT
033500     END-IF
033600     PERFORM 1120-CHECK-OVERRIDE
033700         THRU 1120-CHECK-OVERRIDE-EXIT
033800     IF WS-GUARD-OVERRIDDEN
033900         GO TO 1100-GUARD-RUN-CONTROL-EXIT
034000     END-IF
034100     DISPLAY 'AMTGLIF ALREADY RAN FOR ' WS-GUARD-DATE
034200             ' - RUN REFUSED, NO OVERRIDE CARD'
034300     MOVE 8                  TO RETURN-CODE
034400     GOBACK.
034500 1100-GUARD-RUN-CONTROL-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------
034800* 1110-SCAN-RUN-CONTROL - TEST ONE RUN-CONTROL RECORD FOR
034900*     THE RUN DATE: AN AMTGLIF RECORD MARKS A DUPLICATE
035000*----------------------------------------------------------------
035100 1110-SCAN-RUN-CONTROL.
035200     READ RUN-CONTROL
035300         AT END
035400             SET WS-GUARD-END-OF-FILE TO TRUE
035500             GO TO 1110-SCAN-RUN-CONTROL-EXIT
035600     END-READ
035700     IF AMT-RCTL-RUN-DATE = WS-GUARD-DATE
035800         AND AMT-RCTL-STEP = 'AMTGLIF'
035900         SET WS-DUP-RUN      TO TRUE
036000     END-IF.
036100 1110-SCAN-RUN-CONTROL-EXIT.
036200     EXIT.
036300*----------------------------------------------------------------
036400* 1120-CHECK-OVERRIDE - ACCEPT THE RUN ONLY WHEN THE OPERATOR
036500*     OVERRIDE CARD CARRIES THE RUN DATE.  A CARD WITH ANOTHER
036600*     DATE IS A LEFTOVER AND AUTHORIZES NOTHING.
036700*----------------------------------------------------------------
036800 1120-CHECK-OVERRIDE.
036900     OPEN INPUT OVERRIDE-IN
037000     READ OVERRIDE-IN
037100         AT END
037200             MOVE SPACE      TO OVERRIDE-CARD
037300     END-READ
037400     CLOSE OVERRIDE-IN
037500     IF OVR-DATE IS NUMERIC
037600         AND OVR-DATE = WS-GUARD-DATE
037700         SET WS-GUARD-OVERRIDDEN TO TRUE
037800         DISPLAY 'AMTGLIF GUARD OVERRIDDEN FOR ' WS-GUARD-DATE
037900                 ' BY OPERATOR CARD'
038000     END-IF.
038100 1120-CHECK-OVERRIDE-EXIT.
038200     EXIT.
038300*----------------------------------------------------------------
038400* 1200-CLEAR-SOURCE-TOTALS - ZERO ONE SOURCE'S TOTALS
038500*----------------------------------------------------------------
038600 1200-CLEAR-SOURCE-TOTALS.
038700     MOVE ZERO               TO WS-SRC-FWD-COUNT (WS-SRC-SUB)
038800     MOVE ZERO               TO WS-SRC-FWD-AMT   (WS-SRC-SUB)
038900     MOVE ZERO               TO WS-SRC-REV-COUNT (WS-SRC-SUB)
039000     MOVE ZERO               TO WS-SRC-NET       (WS-SRC-SUB)
039100     MOVE ZERO               TO WS-SRC-DETAILS   (WS-SRC-SUB).
039200 1200-CLEAR-SOURCE-TOTALS-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500* 2000-SUMMARIZE-POSTING - ONE POSTING RECORD'S ONE-DAY
039600*     ACCRUAL GOES TO INTEREST ACCRUED FOR ITS PRODUCT.  AN
039610*     ACCOUNT THE MASTER SHOWS CLOSED IS PASSED OVER AND
039620*     COUNTED, AS AMTACCR PASSES IT OVER - A KEY THE MASTER
039630*     CANNOT ANSWER FOR IS BOOKED AS BEFORE.
039700*----------------------------------------------------------------
039800 2000-SUMMARIZE-POSTING.
039900     ADD 1 TO WS-POSTINGS-READ
039905     MOVE AMT-POST-KEY       TO AMT-MSTR-KEY
039910     READ ACCOUNT-MASTER
039915         INVALID KEY
039920             CONTINUE
039925     END-READ
039930     IF WS-MSTR-OK
039935         AND AMT-MSTR-CLOSED
039940         ADD 1 TO WS-POSTINGS-CLOSED
039945         PERFORM 2100-READ-POSTING
039950             THRU 2100-READ-POSTING-EXIT
039955         GO TO 2000-SUMMARIZE-POSTING-EXIT
039960     END-IF
040000     MOVE 1                  TO WS-SRC-SUB
040100     MOVE AMT-POST-PROD      TO WS-ITEM-PROD
040200     MOVE AMT-POST-INT       TO WS-MOVEMENT
040300     ADD 1 TO WS-SRC-FWD-COUNT (WS-SRC-SUB)
040400     ADD WS-MOVEMENT         TO WS-SRC-FWD-AMT (WS-SRC-SUB)
040410     ADD WS-MOVEMENT         TO WS-TOTAL-ROUTED
040500     PERFORM 6000-ACCUMULATE
040600         THRU 6000-ACCUMULATE-EXIT
040700     PERFORM 2100-READ-POSTING
040800         THRU 2100-READ-POSTING-EXIT.
040900 2000-SUMMARIZE-POSTING-EXIT.
041000     EXIT.
041100*----------------------------------------------------------------
041200* 2100-READ-POSTING - READ THE NEXT POSTING RECORD
041300*----------------------------------------------------------------
041400 2100-READ-POSTING.
041500     READ POSTING-IN
041600         AT END
041700             SET WS-END-OF-FILE TO TRUE
041800     END-READ.
041900 2100-READ-POSTING-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200* 3000-SUMMARIZE-JOURNAL - ROUTE ONE JOURNAL ENTRY FOR THE RUN
042300*     DATE TO ITS SOURCE.  A RELEASE MOVES THE BALANCE BY THE
042350*     NEW BALANCE LESS THE PRIOR ONE AND A PAYOUT MOVES IT
042400*     DOWN BY ITS AMOUNT; THE OTHER TYPES MOVE IT BY THE
042450*     AMOUNT.  A BACKOUT REVERSAL OF A CAPITALIZATION
042600*     OR A RELEASE NETS THE SAME MOVEMENT OUT OF ITS SOURCE;
042700*     OTHER ENTRY TYPES ARE NOT GL ACTIVITY AND ARE PASSED
042800*     OVER.
042900*----------------------------------------------------------------
043000 3000-SUMMARIZE-JOURNAL.
043100     ADD 1 TO WS-JOURNAL-READ
043200     IF AMT-JRN-RUN-DATE NOT = WS-SEL-DATE
043300         GO TO 3000-SUMMARIZE-NEXT
043400     END-IF
043500     MOVE ZERO               TO WS-SRC-SUB
043600     MOVE 'N'                TO WS-REVERSAL-SW
043700     MOVE AMT-JRN-AMT        TO WS-MOVEMENT
043800     EVALUATE AMT-JRN-RTYPE
043900         WHEN 'I'
044000             MOVE 2          TO WS-SRC-SUB
044100         WHEN 'A'
044200             MOVE 3          TO WS-SRC-SUB
044300         WHEN 'J'
044400             MOVE 4          TO WS-SRC-SUB
044500         WHEN 'R'
044600             MOVE 5          TO WS-SRC-SUB
044700             COMPUTE WS-MOVEMENT =
044800                 AMT-JRN-AMT - AMT-JRN-PRIOR-BAL
044900         WHEN 'S'
045000             MOVE 6          TO WS-SRC-SUB
045010         WHEN 'F'
045020             MOVE 7          TO WS-SRC-SUB
045030         WHEN 'X'
045040             MOVE 8          TO WS-SRC-SUB
045050             COMPUTE WS-MOVEMENT = ZERO - AMT-JRN-AMT
045100         WHEN 'B'
045200             PERFORM 3200-ROUTE-REVERSAL
045300                 THRU 3200-ROUTE-REVERSAL-EXIT
045400     END-EVALUATE
045500     IF WS-SRC-SUB = ZERO
045600         GO TO 3000-SUMMARIZE-NEXT
045700     END-IF
045800     MOVE AMT-JRN-PROD       TO WS-ITEM-PROD
045900     IF WS-IS-REVERSAL
046000         ADD 1 TO WS-SRC-REV-COUNT (WS-SRC-SUB)
046100         ADD 1 TO WS-REVERSALS-NETTED
046200     ELSE
046300         ADD 1 TO WS-SRC-FWD-COUNT (WS-SRC-SUB)
046400         ADD WS-MOVEMENT     TO WS-SRC-FWD-AMT (WS-SRC-SUB)
046500     END-IF
046510     ADD WS-MOVEMENT         TO WS-TOTAL-ROUTED
046600     PERFORM 6000-ACCUMULATE
046700         THRU 6000-ACCUMULATE-EXIT.
046800 3000-SUMMARIZE-NEXT.
046900     PERFORM 3100-READ-JOURNAL
047000         THRU 3100-READ-JOURNAL-EXIT.
047100 3000-SUMMARIZE-JOURNAL-EXIT.
047200     EXIT.
047300*----------------------------------------------------------------
047400* 3100-READ-JOURNAL - READ THE NEXT AUDIT-JOURNAL ENTRY
047500*----------------------------------------------------------------
047600 3100-READ-JOURNAL.
047700     READ AUDIT-JOURNAL
047800         AT END
047900             SET WS-END-OF-FILE TO TRUE
048000     END-READ.
048100 3100-READ-JOURNAL-EXIT.
048200     EXIT.
048300*----------------------------------------------------------------
048400* 3200-ROUTE-REVERSAL - A 'B' ENTRY REPEATS THE REVERSED
048500*     ENTRY'S AMOUNT AND PRIOR BALANCE (SEE AMTJRNL), SO THE
048600*     MOVEMENT IS FIGURED AS FOR THE ORIGINAL AND TURNED
048700*     AROUND.  A REVERSED POSTING ('P') WAS NEVER BOOKED HERE.
048800*----------------------------------------------------------------
048900 3200-ROUTE-REVERSAL.
049000     EVALUATE AMT-JRN-REV-TYPE
049100         WHEN 'I'
049200             MOVE 2          TO WS-SRC-SUB
049300             COMPUTE WS-MOVEMENT = ZERO - AMT-JRN-AMT
049400             SET WS-IS-REVERSAL TO TRUE
049500         WHEN 'R'
049600             MOVE 5          TO WS-SRC-SUB
049700             COMPUTE WS-MOVEMENT =
049800                 AMT-JRN-PRIOR-BAL - AMT-JRN-AMT
049900             SET WS-IS-REVERSAL TO TRUE
050000     END-EVALUATE.
050100 3200-ROUTE-REVERSAL-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400* 4000-BUILD-ENTRIES - TURN EVERY NON-ZERO PRODUCT AND SOURCE
050500*     NET INTO A DEBIT AND A CREDIT ENTRY, LISTING EACH PAIR
050600*     ON THE REGISTER, THEN PROVE THE ENTRIES: THE DEBITS AND
050700*     THE CREDITS ARE TOTALLED SEPARATELY OVER THE BUILT
050800*     TABLE AND MUST AGREE, AND THE NET BOOKED ACROSS THE
050810*     SOURCES MUST EQUAL THE MOVEMENT OF THE ITEMS AS THEY
050820*     WERE ROUTED (2000, 3000), BEFORE THE FEED IS WRITTEN.
050830*     EACH PAIR IS ONE DEBIT AND ONE CREDIT OF THE SAME
050840*     AMOUNT, SO IT IS THE SECOND TEST THAT CATCHES AN ITEM
050850*     LOST ON THE WAY.  AMTDEND PROVES EACH SOURCE AGAIN.
050900*----------------------------------------------------------------
051000 4000-BUILD-ENTRIES.
051100     PERFORM 4100-BUILD-PRODUCT
051200         THRU 4100-BUILD-PRODUCT-EXIT
051300         VARYING WS-GPROD-SUB FROM 1 BY 1
051400         UNTIL WS-GPROD-SUB > WS-GPROD-ENTRIES
051500     PERFORM 4300-TOTAL-ENTRY
051600         THRU 4300-TOTAL-ENTRY-EXIT
051700         VARYING WS-GLE-SUB FROM 1 BY 1
051800         UNTIL WS-GLE-SUB > WS-GLE-ENTRIES
051810     PERFORM 4400-TOTAL-SOURCE
051820         THRU 4400-TOTAL-SOURCE-EXIT
051830         VARYING WS-SRC-SUB FROM 1 BY 1
051840         UNTIL WS-SRC-SUB > WS-SRC-ENTRIES
051900     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
051910        AND WS-TOTAL-BOOKED = WS-TOTAL-ROUTED
052000         SET WS-FEED-BALANCED TO TRUE
052100     END-IF.
052200 4000-BUILD-ENTRIES-EXIT.
052300     EXIT.
052400*----------------------------------------------------------------
052500* 4100-BUILD-PRODUCT - BUILD THE ENTRIES FOR ONE PRODUCT SLOT
052600*----------------------------------------------------------------
052700 4100-BUILD-PRODUCT.
052800     PERFORM 4200-BUILD-PAIR
052900         THRU 4200-BUILD-PAIR-EXIT
053000         VARYING WS-SRC-SUB FROM 1 BY 1
053100         UNTIL WS-SRC-SUB > WS-SRC-ENTRIES.
053200 4100-BUILD-PRODUCT-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500* 4200-BUILD-PAIR - ONE PRODUCT AND SOURCE: A POSITIVE NET
053600*     DEBITS THE SOURCE'S DEBIT ACCOUNT AND CREDITS ITS CREDIT
053700*     ACCOUNT; A NEGATIVE NET BOOKS THE SAME AMOUNT THE OTHER
053800*     WAY ROUND.  A ZERO NET BOOKS NOTHING.
053900*----------------------------------------------------------------
054000 4200-BUILD-PAIR.
054100     IF WS-GPROD-NET (WS-GPROD-SUB, WS-SRC-SUB) = ZERO
054200         GO TO 4200-BUILD-PAIR-EXIT
054300     END-IF
054400     MOVE WS-GPROD-CODE (WS-GPROD-SUB) TO WS-DET-PROD
054500     MOVE WS-SRC-CODE (WS-SRC-SUB) TO WS-DET-SOURCE
054600     MOVE WS-SRC-DESC (WS-SRC-SUB) TO WS-DET-DESC
054700     IF WS-GPROD-NET (WS-GPROD-SUB, WS-SRC-SUB) > ZERO
054800         MOVE WS-SRC-DR-ACCT (WS-SRC-SUB) TO WS-DET-DR-ACCT
054900         MOVE WS-SRC-CR-ACCT (WS-SRC-SUB) TO WS-DET-CR-ACCT
055000         MOVE WS-GPROD-NET (WS-GPROD-SUB, WS-SRC-SUB)
055100                             TO WS-MOVEMENT
055200     ELSE
055300         MOVE WS-SRC-CR-ACCT (WS-SRC-SUB) TO WS-DET-DR-ACCT
055400         MOVE WS-SRC-DR-ACCT (WS-SRC-SUB) TO WS-DET-CR-ACCT
055500         COMPUTE WS-MOVEMENT = ZERO -
055600             WS-GPROD-NET (WS-GPROD-SUB, WS-SRC-SUB)
055700     END-IF
055800     ADD 1 TO WS-GLE-ENTRIES
055900     MOVE WS-GPROD-CODE (WS-GPROD-SUB)
056000                             TO WS-GLE-PROD (WS-GLE-ENTRIES)
056100     MOVE WS-SRC-SUB         TO WS-GLE-SRC-SUB (WS-GLE-ENTRIES)
056200     MOVE WS-DET-DR-ACCT     TO WS-GLE-ACCT (WS-GLE-ENTRIES)
056300     MOVE 'D'                TO WS-GLE-DR-CR (WS-GLE-ENTRIES)
056400     MOVE WS-MOVEMENT        TO WS-GLE-AMT (WS-GLE-ENTRIES)
056500     ADD 1 TO WS-GLE-ENTRIES
056600     MOVE WS-GPROD-CODE (WS-GPROD-SUB)
056700                             TO WS-GLE-PROD (WS-GLE-ENTRIES)
056800     MOVE WS-SRC-SUB         TO WS-GLE-SRC-SUB (WS-GLE-ENTRIES)
056900     MOVE WS-DET-CR-ACCT     TO WS-GLE-ACCT (WS-GLE-ENTRIES)
057000     MOVE 'C'                TO WS-GLE-DR-CR (WS-GLE-ENTRIES)
057100     MOVE WS-MOVEMENT        TO WS-GLE-AMT (WS-GLE-ENTRIES)
057200     ADD WS-GPROD-NET (WS-GPROD-SUB, WS-SRC-SUB)
057300                             TO WS-SRC-NET (WS-SRC-SUB)
057400     MOVE WS-MOVEMENT        TO WS-DET-AMT
057500     MOVE WS-DETAIL-LINE     TO RPT-LINE
057600     WRITE RPT-LINE.
057700 4200-BUILD-PAIR-EXIT.
057800     EXIT.
057900*----------------------------------------------------------------
058000* 4300-TOTAL-ENTRY - ADD ONE BUILT ENTRY INTO THE DEBIT OR
058100*     THE CREDIT TOTAL BY ITS OWN SIDE
058200*----------------------------------------------------------------
058300 4300-TOTAL-ENTRY.
058400     IF WS-GLE-DEBIT (WS-GLE-SUB)
058500         ADD WS-GLE-AMT (WS-GLE-SUB) TO WS-TOTAL-DEBITS
058600     ELSE
058700         ADD WS-GLE-AMT (WS-GLE-SUB) TO WS-TOTAL-CREDITS
058800     END-IF.
058900 4300-TOTAL-ENTRY-EXIT.
059000     EXIT.
059010*----------------------------------------------------------------
059020* 4400-TOTAL-SOURCE - ADD ONE SOURCE'S NET BOOKED INTO THE
059030*     TOTAL PROVED AGAINST THE ITEMS ROUTED
059040*----------------------------------------------------------------
059050 4400-TOTAL-SOURCE.
059060     ADD WS-SRC-NET (WS-SRC-SUB) TO WS-TOTAL-BOOKED.
059070 4400-TOTAL-SOURCE-EXIT.
059080     EXIT.
059100*----------------------------------------------------------------
059200* 5000-WRITE-FEED - WRITE THE PROVED ENTRIES AND THE CONTROL
059300*     TRAILER TO THE GL FEED.  AN UNPROVED NIGHT WRITES NO
059400*     FEED RECORD AT ALL.  A NIGHT WITH NO ACTIVITY STILL
059500*     WRITES THE TRAILER, SO THE GL SIDE CAN TELL A QUIET
059600*     NIGHT FROM A MISSING FEED.
059700*----------------------------------------------------------------
059800 5000-WRITE-FEED.
059900     IF NOT WS-FEED-BALANCED
060000         GO TO 5000-WRITE-FEED-EXIT
060100     END-IF
060200     OPEN OUTPUT GL-FEED-OUT
060300     PERFORM 5100-WRITE-FEED-DETAIL
060400         THRU 5100-WRITE-FEED-DETAIL-EXIT
060500         VARYING WS-GLE-SUB FROM 1 BY 1
060600         UNTIL WS-GLE-SUB > WS-GLE-ENTRIES
060700     MOVE SPACE              TO AMT-GLF-RECORD
060800     SET AMT-GLF-TRAILER-REC TO TRUE
060900     MOVE WS-SEL-DATE        TO AMT-GLF-TRL-RUN-DATE
061000     MOVE WS-DETAILS-WRITTEN TO AMT-GLF-TRL-COUNT
061100     MOVE WS-TOTAL-DEBITS    TO AMT-GLF-TRL-DEBITS
061200     MOVE WS-TOTAL-CREDITS   TO AMT-GLF-TRL-CREDITS
061300     WRITE AMT-GLF-RECORD
061400     CLOSE GL-FEED-OUT.
061500 5000-WRITE-FEED-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800* 5100-WRITE-FEED-DETAIL - WRITE ONE ENTRY AS A FEED DETAIL
061900*----------------------------------------------------------------
062000 5100-WRITE-FEED-DETAIL.
062100     MOVE WS-GLE-SRC-SUB (WS-GLE-SUB) TO WS-SRC-SUB
062200     MOVE SPACE              TO AMT-GLF-RECORD
062300     SET AMT-GLF-DETAIL-REC  TO TRUE
062400     MOVE WS-SEL-DATE        TO AMT-GLF-RUN-DATE
062500     MOVE WS-GLE-PROD (WS-GLE-SUB) TO AMT-GLF-PROD
062600     MOVE WS-SRC-CODE (WS-SRC-SUB) TO AMT-GLF-SOURCE
062700     MOVE WS-GLE-ACCT (WS-GLE-SUB) TO AMT-GLF-GL-ACCT
062800     MOVE WS-GLE-DR-CR (WS-GLE-SUB) TO AMT-GLF-DR-CR
062900     MOVE WS-GLE-AMT (WS-GLE-SUB) TO AMT-GLF-AMT
063000     MOVE WS-SRC-DESC (WS-SRC-SUB) TO AMT-GLF-DESC
063100     WRITE AMT-GLF-RECORD
063200     ADD 1 TO WS-DETAILS-WRITTEN
063300     ADD 1 TO WS-SRC-DETAILS (WS-SRC-SUB).
063400 5100-WRITE-FEED-DETAIL-EXIT.
063500     EXIT.
063600*----------------------------------------------------------------
063700* 6000-ACCUMULATE - ADD THE ITEM'S MOVEMENT INTO ITS PRODUCT
063800*     AND SOURCE NET
063900*----------------------------------------------------------------
064000 6000-ACCUMULATE.
064100     ADD 1 TO WS-ITEMS-SUMMARIZED
064200     PERFORM 6100-FIND-PRODUCT
064300         THRU 6100-FIND-PRODUCT-EXIT
064400     ADD WS-MOVEMENT
064500         TO WS-GPROD-NET (WS-GPROD-HIT, WS-SRC-SUB).
064600 6000-ACCUMULATE-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------
064900* 6100-FIND-PRODUCT - LOCATE, OR OPEN, THE SLOT FOR THE
065000*     ITEM'S PRODUCT.  LEAVES WS-GPROD-HIT POINTING AT THE
065100*     SLOT.  AN UNSEEN PRODUCT WITH THE TABLE FULL STOPS THE
065200*     RUN RC=16 WITH NO FEED WRITTEN.
065300*----------------------------------------------------------------
065400 6100-FIND-PRODUCT.
065500     MOVE 'N'                TO WS-GPROD-FOUND-SW
065600     PERFORM 6110-TEST-PRODUCT
065700         THRU 6110-TEST-PRODUCT-EXIT
065800         VARYING WS-GPROD-SUB FROM 1 BY 1
065900         UNTIL WS-GPROD-SUB > WS-GPROD-ENTRIES
066000            OR WS-GPROD-FOUND
066100     IF WS-GPROD-FOUND
066200         GO TO 6100-FIND-PRODUCT-EXIT
066300     END-IF
066400     IF WS-GPROD-ENTRIES = WS-GPROD-MAX
066500         DISPLAY 'AMTGLIF PRODUCT TABLE FULL AT '
066600                 WS-GPROD-MAX ' - RUN STOPPED, NO FEED WRITTEN'
066700         MOVE 16             TO RETURN-CODE
066800         CLOSE POSTING-IN
066900               AUDIT-JOURNAL
067000               REPORT-OUT
067100               RUN-CONTROL
067110               ACCOUNT-MASTER
067200         GOBACK
067300     END-IF
067400     ADD 1 TO WS-GPROD-ENTRIES
067500     MOVE WS-GPROD-ENTRIES   TO WS-GPROD-HIT
067600     MOVE WS-ITEM-PROD       TO WS-GPROD-CODE (WS-GPROD-HIT)
067700     PERFORM 6200-CLEAR-PRODUCT-NET
067800         THRU 6200-CLEAR-PRODUCT-NET-EXIT
067900         VARYING WS-NET-SUB FROM 1 BY 1
068000         UNTIL WS-NET-SUB > WS-SRC-ENTRIES.
068100 6100-FIND-PRODUCT-EXIT.
068200     EXIT.
068300*----------------------------------------------------------------
068400* 6110-TEST-PRODUCT - TEST ONE PRODUCT SLOT AGAINST THE
068500*     ITEM'S PRODUCT
068600*----------------------------------------------------------------
068700 6110-TEST-PRODUCT.
068800     IF WS-ITEM-PROD = WS-GPROD-CODE (WS-GPROD-SUB)
068900         SET WS-GPROD-FOUND  TO TRUE
069000         MOVE WS-GPROD-SUB   TO WS-GPROD-HIT
069100     END-IF.
069200 6110-TEST-PRODUCT-EXIT.
069300     EXIT.
069400*----------------------------------------------------------------
069500* 6200-CLEAR-PRODUCT-NET - ZERO ONE SOURCE NET OF A NEWLY
069600*     OPENED PRODUCT SLOT
069700*----------------------------------------------------------------
069800 6200-CLEAR-PRODUCT-NET.
069900     MOVE ZERO
070000         TO WS-GPROD-NET (WS-GPROD-HIT, WS-NET-SUB).
070100 6200-CLEAR-PRODUCT-NET-EXIT.
070200     EXIT.
070300*----------------------------------------------------------------
070400* 9000-TERMINATE - WRITE THE REGISTER TOTALS AND THE PROOF
070500*     OUTCOME, APPEND THE RUN-CONTROL RECORDS, CLOSE THE
070600*     FILES, AND SET THE RETURN CODE.  RETURN CODE 8 ON AN
070700*     UNPROVED NIGHT HOLDS THE GL PICKUP AND THE DAY-END
070800*     WALK.
070900*----------------------------------------------------------------
071000 9000-TERMINATE.
071100     MOVE SPACE              TO RPT-LINE
071200     WRITE RPT-LINE
071300     MOVE 'POSTING RECORDS READ'
071400                             TO WS-TOT-DESC
071500     MOVE WS-POSTINGS-READ   TO WS-TOT-COUNT
071600     MOVE WS-TOTAL-LINE      TO RPT-LINE
071700     WRITE RPT-LINE
071710     MOVE '  OF WHICH CLOSED, NOT BOOKED'
071720                             TO WS-TOT-DESC
071730     MOVE WS-POSTINGS-CLOSED TO WS-TOT-COUNT
071740     MOVE WS-TOTAL-LINE      TO RPT-LINE
071750     WRITE RPT-LINE
071800     MOVE 'JOURNAL ENTRIES READ'
071900                             TO WS-TOT-DESC
072000     MOVE WS-JOURNAL-READ    TO WS-TOT-COUNT
072100     MOVE WS-TOTAL-LINE      TO RPT-LINE
072200     WRITE RPT-LINE
072300     MOVE 'ITEMS SUMMARIZED'  TO WS-TOT-DESC
072400     MOVE WS-ITEMS-SUMMARIZED TO WS-TOT-COUNT
072500     MOVE WS-TOTAL-LINE      TO RPT-LINE
072600     WRITE RPT-LINE
072700     MOVE '  OF WHICH BACKOUT REVERSALS'
072800                             TO WS-TOT-DESC
072900     MOVE WS-REVERSALS-NETTED TO WS-TOT-COUNT
073000     MOVE WS-TOTAL-LINE      TO RPT-LINE
073100     WRITE RPT-LINE
073200     MOVE 'FEED DETAILS WRITTEN'
073300                             TO WS-TOT-DESC
073400     MOVE WS-DETAILS-WRITTEN TO WS-TOT-COUNT
073500     MOVE WS-TOTAL-LINE      TO RPT-LINE
073600     WRITE RPT-LINE
073700     MOVE 'TOTAL DEBITS'     TO WS-TOTA-DESC
073800     MOVE WS-TOTAL-DEBITS    TO WS-TOTA-AMT
073900     MOVE WS-TOTAL-AMT-LINE  TO RPT-LINE
074000     WRITE RPT-LINE
074100     MOVE 'TOTAL CREDITS'    TO WS-TOTA-DESC
074200     MOVE WS-TOTAL-CREDITS   TO WS-TOTA-AMT
074300     MOVE WS-TOTAL-AMT-LINE  TO RPT-LINE
074400     WRITE RPT-LINE
074410     MOVE 'NET OF ITEMS ROUTED'  TO WS-TOTA-DESC
074420     MOVE WS-TOTAL-ROUTED    TO WS-TOTA-AMT
074430     MOVE WS-TOTAL-AMT-LINE  TO RPT-LINE
074440     WRITE RPT-LINE
074450     MOVE 'NET OF ENTRIES BOOKED' TO WS-TOTA-DESC
074460     MOVE WS-TOTAL-BOOKED    TO WS-TOTA-AMT
074470     MOVE WS-TOTAL-AMT-LINE  TO RPT-LINE
074480     WRITE RPT-LINE
074500     MOVE SPACE              TO RPT-LINE
074600     WRITE RPT-LINE
074700     IF WS-FEED-BALANCED
074800         MOVE 'DEBITS AND CREDITS NET TO ZERO - FEED WRITTEN'
074900                             TO RPT-LINE
075000     ELSE
075100         MOVE 'DEBITS AND CREDITS DO NOT NET - NO FEED WRITTEN'
075200                             TO RPT-LINE
075210         IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
075220             MOVE 'ENTRIES DISAGREE WITH ITEMS - NO FEED WRITTEN'
075230                                 TO RPT-LINE
075240         END-IF
075300         MOVE 8              TO RETURN-CODE
075400     END-IF
075500     WRITE RPT-LINE
075600     PERFORM 9100-WRITE-RUN-CONTROL
075700         THRU 9100-WRITE-RUN-CONTROL-EXIT
075800     PERFORM 9200-WRITE-SOURCE-CONTROL
075900         THRU 9200-WRITE-SOURCE-CONTROL-EXIT
076000         VARYING WS-SRC-SUB FROM 1 BY 1
076100         UNTIL WS-SRC-SUB > WS-SRC-ENTRIES
076200     CLOSE POSTING-IN
076300           AUDIT-JOURNAL
076400           REPORT-OUT
076500           RUN-CONTROL
076510           ACCOUNT-MASTER
076600     DISPLAY 'AMTGLIF POSTINGS READ     = ' WS-POSTINGS-READ
076610     DISPLAY 'AMTGLIF CLOSED NOT BOOKED = ' WS-POSTINGS-CLOSED
076700     DISPLAY 'AMTGLIF JOURNAL READ      = ' WS-JOURNAL-READ
076800     DISPLAY 'AMTGLIF ITEMS SUMMARIZED  = ' WS-ITEMS-SUMMARIZED
076900     DISPLAY 'AMTGLIF FEED DETAILS      = ' WS-DETAILS-WRITTEN
077000     DISPLAY 'AMTGLIF FEED BALANCED     = ' WS-BALANCED-SW.
077100 9000-TERMINATE-EXIT.
077200     EXIT.
077300*----------------------------------------------------------------
077400* 9100-WRITE-RUN-CONTROL - APPEND THIS RUN'S OWN RECORD:
077500*     ITEMS SUMMARIZED IN, FEED DETAILS OUT, AND THE DEBIT
077600*     AND CREDIT TOTALS.  STATUS 'B' WHEN THE FEED WAS NOT
077700*     WRITTEN.
077800*----------------------------------------------------------------
077900 9100-WRITE-RUN-CONTROL.
078000     MOVE 'AMTGLIF'          TO AMT-RCTL-STEP
078100     MOVE WS-SEL-DATE        TO AMT-RCTL-RUN-DATE
078200     MOVE WS-RCTL-RUN-ID     TO AMT-RCTL-RUN-ID
078300     IF WS-FEED-BALANCED
078400         SET AMT-RCTL-CLEAN  TO TRUE
078500     ELSE
078600         SET AMT-RCTL-BROKEN TO TRUE
078700     END-IF
078800     MOVE WS-ITEMS-SUMMARIZED TO AMT-RCTL-RECS-IN
078900     MOVE WS-DETAILS-WRITTEN TO AMT-RCTL-RECS-OUT
079000     MOVE WS-TOTAL-DEBITS    TO AMT-RCTL-AMT-IN
079100     MOVE WS-TOTAL-CREDITS   TO AMT-RCTL-AMT-OUT
079200     WRITE AMT-RCTL-RECORD.
079300 9100-WRITE-RUN-CONTROL-EXIT.
079400     EXIT.
079500*----------------------------------------------------------------
079600* 9200-WRITE-SOURCE-CONTROL - APPEND ONE RECORD PER SOURCE
079700*     UNDER STEP NAME 'GLIF' PLUS THE SOURCE CODE.  IN IS WHAT
079800*     THE SOURCE STEP ITSELF PRODUCED FOR THE DATE (REVERSALS
079900*     LEFT OUT) - THE DAY-END WALK HOLDS IT AGAINST THAT
080000*     STEP'S OWN RECORD.  OUT IS THE FEED DETAILS WRITTEN AND
080100*     THE NET BOOKED, REVERSALS INCLUDED; ZERO WHEN NO FEED.
080200*----------------------------------------------------------------
080300 9200-WRITE-SOURCE-CONTROL.
080400     MOVE 'GLIF'             TO AMT-RCTL-STEP (1:4)
080500     MOVE WS-SRC-CODE (WS-SRC-SUB) TO AMT-RCTL-STEP (5:4)
080600     MOVE WS-SEL-DATE        TO AMT-RCTL-RUN-DATE
080700     MOVE WS-RCTL-RUN-ID     TO AMT-RCTL-RUN-ID
080800     IF WS-FEED-BALANCED
080900         SET AMT-RCTL-CLEAN  TO TRUE
081000         MOVE WS-SRC-NET (WS-SRC-SUB) TO AMT-RCTL-AMT-OUT
081100     ELSE
081200         SET AMT-RCTL-BROKEN TO TRUE
081300         MOVE ZERO           TO AMT-RCTL-AMT-OUT
081400     END-IF
081500     MOVE WS-SRC-FWD-COUNT (WS-SRC-SUB) TO AMT-RCTL-RECS-IN
081600     MOVE WS-SRC-DETAILS (WS-SRC-SUB)   TO AMT-RCTL-RECS-OUT
081700     MOVE WS-SRC-FWD-AMT (WS-SRC-SUB)   TO AMT-RCTL-AMT-IN
081800     WRITE AMT-RCTL-RECORD.
081900 9200-WRITE-SOURCE-CONTROL-EXIT.
082000     EXIT.
082100 END PROGRAM amtglif.
