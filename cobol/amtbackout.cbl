000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    amtbout.
000300 AUTHOR.        R BELLWEATHER.
000400 INSTALLATION.  RETAIL BANKING BATCH SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RB  ORIGINAL CODING.  RUN BACKOUT UTILITY.  THE
001100*                CONTROL CARD ON AMTBPRM GIVES THE RUN DATE
001200*                (YYYYMMDD) IN COLUMNS 1-8 AND THE RUN ID IN
001300*                10-17; A BLANK RUN ID, OR 'ALL', TAKES EVERY
001400*                RUN ON THE DATE.  THE STEP PULLS THE RUN'S
001500*                MASTER-MOVING ENTRIES OUT OF THE AUDIT
001600*                JOURNAL - 'P' (AMTMPST), 'I' (AMTCAP) AND 'R'
001700*                (AMTHREL) - AND PUTS EACH ACCOUNT THEY TOUCHED
001800*                BACK TO THE BALANCE IT HELD BEFORE THE RUN,
001900*                TAKEN FROM THE PRIOR BALANCE THE FIRST ENTRY
002000*                CARRIES (SEE AMTJRNL).  AN ACCOUNT CHANGED
002100*                AGAIN SINCE THE RUN - A LATER JOURNAL ENTRY
002200*                THAT MOVES ITS BALANCE, OR A MASTER BALANCE
002300*                THAT NO LONGER MATCHES WHAT THE RUN LEFT - IS
002400*                FLAGGED ON THE BACKOUT REGISTER AND LEFT
002500*                ALONE, NOT OVERWRITTEN.  EVERY ENTRY BACKED
002600*                OUT GETS A REVERSING JOURNAL ENTRY UNDER TYPE
002700*                'B', AND A RUN-CONTROL RECORD (SEE AMTRCTL)
002800*                UNDER THE REVERSED RUN DATE MARKS THE NIGHT
002900*                AS REVERSED FOR THE DAY-END WALK.  REPLACES
003000*                DAYS OF HAND-KEYED AMTMNT 'J' CARDS AFTER A
003100*                BAD EXTRACT GETS THROUGH.  ENDS RC=4 WHEN AN
003200*                ACCOUNT WAS FLAGGED OR COULD NOT BE RESTORED,
003300*                RC=8 WHEN THE CARD IS MISSING OR UNUSABLE,
003400*                AND RC=16 ON A MASTER OPEN FAILURE OR A RUN
003500*                TOO LARGE FOR THE TABLES.  PROGRAM-ID IS THE
003600*                SHORT LOAD-MODULE FORM BECAUSE JCL LOADS THIS
003700*                PROGRAM DIRECTLY BY NAME (PGM=).
003720* 10/15/2026 RB  SUSPENSE WRITE-OFF ENTRIES ('S', FROM AMTSUSM)
003740*                NOW REACH THE JOURNAL; THEY DO NOT MOVE A
003760*                MASTER BALANCE AND ARE PASSED OVER LIKE THE
003780*                OTHER NON-POSTING TYPES.
003785* 10/15/2026 RB  DORMANCY ENTRIES ('Z', FROM AMTDORM) AND
003790*                REACTIVATIONS ('V', FROM AMTMNT) CHANGE ONLY
003795*                THE ACCOUNT STATUS AND ARE PASSED OVER TOO.
003810* 10/15/2026 RB  BACKING OUT A CAPITALIZATION ('I') ENTRY NOW
003815*                PUTS THE INTEREST BACK ON THE ACCRUED-INTEREST
003820*                LEDGER (SEE AMTACCR) AS WELL AS TAKING IT OFF
003825*                THE MASTER.  THE CAPITALIZATION STEP HAD RESET
003830*                THE LEDGER RECORD, SO THE RERUN A BACKOUT IS
003835*                FOR FOUND NOTHING TO APPLY AND THE CYCLE'S
003840*                INTEREST WAS LOST.  THE AMOUNT GOES BACK ON THE
003845*                ACCRUED-TO-DATE AND OPENING ACCRUAL FIGURES AND
003850*                THE CAPITALIZATION DATE IS CLEARED.  A LEDGER
003855*                RECORD THE CAPITALIZATION DID NOT LEAVE, OR ONE
003860*                THAT CANNOT BE READ OR REWRITTEN, IS FLAGGED ON
003865*                THE REGISTER AND ENDS THE STEP RC=4.  A LEDGER
003870*                OPEN FAILURE ENDS IT RC=16 BEFORE ANY BALANCE
003875*                IS TOUCHED.
003899*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PARM-IN          ASSIGN TO AMTBPRM
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT AUDIT-JOURNAL    ASSIGN TO AMTJRNL
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT ACCOUNT-MASTER   ASSIGN TO AMTMSTR
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS AMT-MSTR-KEY
005000         FILE STATUS IS WS-MSTR-STATUS.
005010     SELECT ACCRUAL-LEDGER   ASSIGN TO AMTACCL
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS RANDOM
005040         RECORD KEY IS AMT-ACCR-LKEY
005050         FILE STATUS IS WS-ACCR-STATUS.
005100     SELECT REPORT-OUT       ASSIGN TO AMTBRPT
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT RUN-CONTROL      ASSIGN TO AMTRCTL
005400         ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PARM-IN
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  PARM-CARD.
006100     05  PARM-RUN-DATE       PIC X(08).
006200     05  FILLER              PIC X(01).
006300     05  PARM-RUN-ID         PIC X(08).
006400     05  FILLER              PIC X(63).
006500 FD  AUDIT-JOURNAL
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY AMTJRNL.
006900 FD  ACCOUNT-MASTER.
007000     COPY AMTMSTR.
007010 FD  ACCRUAL-LEDGER.
007020     COPY AMTACCR.
007100 FD  REPORT-OUT
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  RPT-LINE                PIC X(80).
007500 FD  RUN-CONTROL
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY AMTRCTL.
007900 WORKING-STORAGE SECTION.
008000*----------------------------------------------------------------
008100* 01  WS-SWITCHES AND COUNTERS
008200*----------------------------------------------------------------
008300 01  WS-EOF-SW               PIC X(01)       VALUE 'N'.
008400     88  WS-END-OF-FILE               VALUE 'Y'.
008500 01  WS-MSTR-STATUS          PIC X(02)       VALUE '00'.
008600     88  WS-MSTR-OK                   VALUE '00'.
008700     88  WS-MSTR-NOT-FOUND            VALUE '23'.
008710 01  WS-ACCR-STATUS          PIC X(02)       VALUE '00'.
008720     88  WS-ACCR-OK                   VALUE '00'.
008800 01  WS-ALL-RUNS-SW          PIC X(01)       VALUE 'N'.
008900     88  WS-ALL-RUNS                  VALUE 'Y'.
009000 01  WS-ACCT-FOUND-SW        PIC X(01)       VALUE 'N'.
009100     88  WS-ACCT-FOUND                VALUE 'Y'.
009200 01  WS-JRN-READ             PIC 9(09)  COMP  VALUE ZERO.
009300 01  WS-ENTRIES-SELECTED     PIC 9(09)  COMP  VALUE ZERO.
009400 01  WS-ACCTS-RESTORED       PIC 9(09)  COMP  VALUE ZERO.
009500 01  WS-ACCTS-FLAGGED        PIC 9(09)  COMP  VALUE ZERO.
009600 01  WS-RECORDS-IN-ERROR     PIC 9(09)  COMP  VALUE ZERO.
009700 01  WS-REVERSALS-WRITTEN    PIC 9(09)  COMP  VALUE ZERO.
009710 01  WS-LEDGERS-RESTORED     PIC 9(09)  COMP  VALUE ZERO.
009720 01  WS-LEDGERS-IN-ERROR     PIC 9(09)  COMP  VALUE ZERO.
009800*----------------------------------------------------------------
009900* 01  WS-SELECTION AND STAMP FIELDS - THE RUN BEING REVERSED
010000*     COMES OFF THE CARD; THIS STEP'S OWN PROCESSING DATE AND
010100*     TIME-OF-DAY RUN ID STAMP THE REVERSING ENTRIES
010200*----------------------------------------------------------------
010300 01  WS-SEL-DATE             PIC 9(08)       VALUE ZERO.
010400 01  WS-SEL-RUN-ID           PIC X(08)       VALUE SPACE.
010500 01  WS-JRN-RUN-ID           PIC X(08)       VALUE SPACE.
010600 01  WS-RUN-DATE-CCYYMMDD.
010700     05  FILLER              PIC X(02)       VALUE '20'.
010800     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
010900 01  WS-AMT-LEFT-SUM         PIC S9(13)V999 COMP-3 VALUE ZERO.
011000 01  WS-AMT-RESTORED-SUM     PIC S9(13)V999 COMP-3 VALUE ZERO.
011100*----------------------------------------------------------------
011200* 01  WS-ACCOUNT-TABLE - ONE SLOT PER ACCOUNT THE RUN TOUCHED,
011300*     BUILT IN JOURNAL ORDER.  WS-ACCT-PRE-BAL IS THE PRIOR
011400*     BALANCE ON THE ACCOUNT'S FIRST ENTRY IN THE RUN;
011500*     WS-ACCT-POST-BAL IS WHAT ITS LAST ENTRY LEFT ON THE
011600*     MASTER.  WS-ACCT-CHANGED IS SET BY ANY LATER ENTRY FROM
011700*     OUTSIDE THE RUN THAT MOVES THE BALANCE.  THE TABLE
011800*     BOUNDS ARE GENEROUS AGAINST THE LARGEST NIGHT ON RECORD;
011900*     A RUN THAT OVERFLOWS THEM ENDS THE STEP RC=16 BEFORE
012000*     ANY BALANCE IS TOUCHED.
012100*----------------------------------------------------------------
012200 01  WS-ACCT-MAX             PIC 9(05)  COMP  VALUE 5000.
012300 01  WS-ACCT-COUNT           PIC 9(05)  COMP  VALUE ZERO.
012400 01  WS-ACCT-SUB             PIC 9(05)  COMP  VALUE ZERO.
012500 01  WS-MATCH-SUB            PIC 9(05)  COMP  VALUE ZERO.
012600 01  WS-ACCOUNT-TABLE.
012700     05  WS-ACCT-ENTRY       OCCURS 5000 TIMES.
012800         10  WS-ACCT-KEY     PIC X(10).
012900         10  WS-ACCT-PRE-BAL PIC S9(13)V999 COMP-3.
013000         10  WS-ACCT-POST-BAL
013100                             PIC S9(13)V999 COMP-3.
013200         10  WS-ACCT-CHANGED-SW
013300                             PIC X(01).
013400             88  WS-ACCT-CHANGED     VALUE 'Y'.
013500         10  WS-ACCT-NO-PRIOR-SW
013600                             PIC X(01).
013700             88  WS-ACCT-NO-PRIOR    VALUE 'Y'.
013800         10  WS-ACCT-RESTORED-SW
013900                             PIC X(01).
014000             88  WS-ACCT-RESTORED    VALUE 'Y'.
014100*----------------------------------------------------------------
014200* 01  WS-ENTRY-TABLE - THE RUN'S SELECTED JOURNAL ENTRIES IN
014300*     JOURNAL ORDER, EACH POINTING AT ITS ACCOUNT SLOT, SO
014400*     THE REVERSING ENTRIES CAN BE WRITTEN AFTER THE MASTER
014500*     PASS FOR THE ACCOUNTS ACTUALLY RESTORED
014600*----------------------------------------------------------------
014700 01  WS-ENT-MAX              PIC 9(05)  COMP  VALUE 10000.
014800 01  WS-ENT-COUNT            PIC 9(05)  COMP  VALUE ZERO.
014900 01  WS-ENT-SUB              PIC 9(05)  COMP  VALUE ZERO.
015000 01  WS-ENTRY-TABLE.
015100     05  WS-ENT-ENTRY        OCCURS 10000 TIMES.
015200         10  WS-ENT-ACCT-SUB PIC 9(05)  COMP.
015300         10  WS-ENT-RTYPE    PIC X(01).
015400         10  WS-ENT-PROD     PIC X(02).
015500         10  WS-ENT-AMT      PIC S9(13)V999 COMP-3.
015600         10  WS-ENT-PRIOR-BAL
015700                             PIC S9(13)V999 COMP-3.
015800*----------------------------------------------------------------
015900* 01  WS-REPORT-LINES
016000*----------------------------------------------------------------
016100 01  WS-HEADING-1.
016200     05  FILLER              PIC X(30)
016300             VALUE 'RUN BACKOUT REGISTER'.
016400 01  WS-HEADING-2.
016500     05  FILLER              PIC X(14) VALUE 'RUN DATE:     '.
016600     05  WS-HDG-RUN-DATE     PIC 9(08).
016700     05  FILLER              PIC X(04) VALUE SPACE.
016800     05  FILLER              PIC X(08) VALUE 'RUN ID: '.
016900     05  WS-HDG-RUN-ID       PIC X(08).
017000 01  WS-HEADING-3.
017100     05  FILLER              PIC X(10) VALUE 'KEY       '.
017200     05  FILLER              PIC X(02) VALUE SPACE.
017300     05  FILLER              PIC X(09) VALUE ' RUN LEFT'.
017400     05  FILLER              PIC X(02) VALUE SPACE.
017500     05  FILLER              PIC X(09) VALUE '  PRE-RUN'.
017600     05  FILLER              PIC X(02) VALUE SPACE.
017700     05  FILLER              PIC X(09) VALUE 'ON MASTER'.
017800     05  FILLER              PIC X(02) VALUE SPACE.
017900     05  FILLER              PIC X(11) VALUE 'DISPOSITION'.
018000 01  WS-DETAIL-LINE.
018100     05  WS-DET-KEY          PIC X(10).
018200     05  FILLER              PIC X(02) VALUE SPACE.
018300     05  WS-DET-LEFT         PIC -9(04).999.
018400     05  FILLER              PIC X(02) VALUE SPACE.
018500     05  WS-DET-PRE-RUN      PIC -9(04).999.
018600     05  FILLER              PIC X(02) VALUE SPACE.
018700     05  WS-DET-ON-MASTER    PIC X(09).
018800     05  FILLER              PIC X(02) VALUE SPACE.
018900     05  WS-DET-DISP         PIC X(30).
019000 01  WS-EDIT-BAL             PIC -9(04).999.
019100 01  WS-TOTAL-LINE.
019200     05  WS-TOT-DESC         PIC X(30).
019300     05  WS-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
019400 PROCEDURE DIVISION.
019500*----------------------------------------------------------------
019600* 0000-MAINLINE
019700*----------------------------------------------------------------
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE
020000         THRU 1000-INITIALIZE-EXIT
020100     PERFORM 2000-SCAN-JOURNAL
020200         THRU 2000-SCAN-JOURNAL-EXIT
020300         UNTIL WS-END-OF-FILE
020400     CLOSE AUDIT-JOURNAL
020500     PERFORM 3000-RESTORE-ACCOUNTS
020600         THRU 3000-RESTORE-ACCOUNTS-EXIT
020700     PERFORM 4000-WRITE-REVERSALS
020800         THRU 4000-WRITE-REVERSALS-EXIT
020900     PERFORM 9000-TERMINATE
021000         THRU 9000-TERMINATE-EXIT
021100     GOBACK.
021200*----------------------------------------------------------------
021300* 1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE JOURNAL
021400*     AND THE REGISTER, WRITE THE HEADINGS, AND PRIME THE
021500*     JOURNAL READ.  A MISSING CARD OR A RUN DATE THAT IS
021600*     NOT A DATE REFUSES THE RUN RC=8 - THIS STEP REWRITES
021700*     MASTER BALANCES AND NEVER GUESSES WHICH NIGHT TO UNDO.
021800*----------------------------------------------------------------
021900 1000-INITIALIZE.
022000     ACCEPT WS-JRN-RUN-ID    FROM TIME
022100     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
022200     OPEN INPUT PARM-IN
022300     READ PARM-IN
022400         AT END
022500             MOVE SPACE      TO PARM-CARD
022600     END-READ
022700     CLOSE PARM-IN
022800     IF PARM-RUN-DATE IS NOT NUMERIC
022900         OR PARM-RUN-DATE = '00000000'
023000         DISPLAY 'AMTBOUT NO USABLE RUN DATE ON THE CONTROL '
023100                 'CARD - NOTHING REVERSED'
023200         MOVE 8              TO RETURN-CODE
023300         GOBACK
023400     END-IF
023500     MOVE PARM-RUN-DATE      TO WS-SEL-DATE
023600     MOVE PARM-RUN-ID        TO WS-SEL-RUN-ID
023700     IF WS-SEL-RUN-ID = SPACE
023800         OR WS-SEL-RUN-ID = 'ALL'
023900         SET WS-ALL-RUNS     TO TRUE
024000         MOVE 'ALL'          TO WS-SEL-RUN-ID
024100     END-IF
024200     OPEN INPUT  AUDIT-JOURNAL
024300          OUTPUT REPORT-OUT
024400     MOVE WS-HEADING-1       TO RPT-LINE
024500     WRITE RPT-LINE
024600     MOVE WS-SEL-DATE        TO WS-HDG-RUN-DATE
024700     MOVE WS-SEL-RUN-ID      TO WS-HDG-RUN-ID
024800     MOVE WS-HEADING-2       TO RPT-LINE
024900     WRITE RPT-LINE
025000     MOVE SPACE              TO RPT-LINE
025100     WRITE RPT-LINE
025200     MOVE WS-HEADING-3       TO RPT-LINE
025300     WRITE RPT-LINE
025400     PERFORM 2100-READ-JOURNAL
025500         THRU 2100-READ-JOURNAL-EXIT.
025600 1000-INITIALIZE-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------
025900* 2000-SCAN-JOURNAL - CLASSIFY ONE JOURNAL ENTRY.  CONVERSION,
025950*     HELD, LOAN, SUSPENSE WRITE-OFF AND STATUS ENTRIES ('D',
026000*     'L', 'H', 'W', 'S', 'Z', 'V') NEVER MOVE AN AMTMSTR
026050*     BALANCE AND ARE PASSED OVER.  A 'P', 'I' OR 'R' ENTRY
026100*     OF THE SELECTED RUN IS
026200*     TAKEN FOR BACKOUT; ANY OTHER BALANCE-MOVING ENTRY MARKS
026300*     ITS ACCOUNT AS CHANGED SINCE THE RUN IF THE RUN HAS
026400*     ALREADY TOUCHED IT.
026500*----------------------------------------------------------------
026600 2000-SCAN-JOURNAL.
026700     ADD 1 TO WS-JRN-READ
026800     IF AMT-JRN-RTYPE = 'D' OR 'L' OR 'H' OR 'W' OR 'S'
026850                      OR 'Z' OR 'V'
026900         GO TO 2000-SCAN-NEXT
027000     END-IF
027100     IF AMT-JRN-RUN-DATE = WS-SEL-DATE
027200         AND (WS-ALL-RUNS OR AMT-JRN-RUN-ID = WS-SEL-RUN-ID)
027300         AND (AMT-JRN-RTYPE = 'P' OR 'I' OR 'R')
027400         PERFORM 2200-TAKE-ENTRY
027500             THRU 2200-TAKE-ENTRY-EXIT
027600     ELSE
027700         PERFORM 2300-MARK-LATER-CHANGE
027800             THRU 2300-MARK-LATER-CHANGE-EXIT
027900     END-IF.
028000 2000-SCAN-NEXT.
028100     PERFORM 2100-READ-JOURNAL
028200         THRU 2100-READ-JOURNAL-EXIT.
028300 2000-SCAN-JOURNAL-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------
028600* 2100-READ-JOURNAL - READ THE NEXT JOURNAL ENTRY
028700*----------------------------------------------------------------
028800 2100-READ-JOURNAL.
028900     READ AUDIT-JOURNAL
029000         AT END
029100             SET WS-END-OF-FILE TO TRUE
029200     END-READ.
029300 2100-READ-JOURNAL-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600* 2200-TAKE-ENTRY - RECORD ONE ENTRY OF THE SELECTED RUN.  THE
029700*     ACCOUNT'S FIRST ENTRY SUPPLIES THE PRE-RUN BALANCE;
029800*     EVERY ENTRY UPDATES WHAT THE RUN LEFT ON THE MASTER -
029900*     THE NEW BALANCE FOR 'P' AND 'R', PRIOR BALANCE PLUS
030000*     INTEREST FOR 'I'.  AN ENTRY WRITTEN BEFORE THE JOURNAL
030100*     CARRIED PRIOR BALANCES CANNOT BE UNDONE AND MARKS ITS
030200*     ACCOUNT SO.
030300*----------------------------------------------------------------
030400 2200-TAKE-ENTRY.
030500     ADD 1 TO WS-ENTRIES-SELECTED
030600     PERFORM 2400-FIND-ACCOUNT
030700         THRU 2400-FIND-ACCOUNT-EXIT
030800     IF NOT WS-ACCT-FOUND
030900         PERFORM 2500-ADD-ACCOUNT
031000             THRU 2500-ADD-ACCOUNT-EXIT
031100     END-IF
031200     IF WS-ENT-COUNT = WS-ENT-MAX
031300         DISPLAY 'AMTBOUT RUN EXCEEDS ENTRY TABLE OF '
031400                 WS-ENT-MAX ' - NOTHING REVERSED'
031500         MOVE 16             TO RETURN-CODE
031600         CLOSE AUDIT-JOURNAL
031700               REPORT-OUT
031800         GOBACK
031900     END-IF
032000     ADD 1 TO WS-ENT-COUNT
032100     MOVE WS-MATCH-SUB       TO WS-ENT-ACCT-SUB (WS-ENT-COUNT)
032200     MOVE AMT-JRN-RTYPE      TO WS-ENT-RTYPE (WS-ENT-COUNT)
032300     MOVE AMT-JRN-PROD       TO WS-ENT-PROD (WS-ENT-COUNT)
032400     MOVE AMT-JRN-AMT        TO WS-ENT-AMT (WS-ENT-COUNT)
032500     IF AMT-JRN-PRIOR-BAL IS NOT NUMERIC
032600         MOVE 'Y'            TO WS-ACCT-NO-PRIOR-SW
032700                                    (WS-MATCH-SUB)
032800         MOVE ZERO           TO WS-ENT-PRIOR-BAL (WS-ENT-COUNT)
032900         GO TO 2200-TAKE-ENTRY-EXIT
033000     END-IF
033100     MOVE AMT-JRN-PRIOR-BAL  TO WS-ENT-PRIOR-BAL (WS-ENT-COUNT)
033200     IF NOT WS-ACCT-FOUND
033300         MOVE AMT-JRN-PRIOR-BAL
033400                             TO WS-ACCT-PRE-BAL (WS-MATCH-SUB)
033500     END-IF
033600     IF AMT-JRN-RTYPE = 'I'
033700         COMPUTE WS-ACCT-POST-BAL (WS-MATCH-SUB) =
033800             AMT-JRN-PRIOR-BAL + AMT-JRN-AMT
033900     ELSE
034000         MOVE AMT-JRN-AMT    TO WS-ACCT-POST-BAL (WS-MATCH-SUB)
034100     END-IF.
034200 2200-TAKE-ENTRY-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------
034500* 2300-MARK-LATER-CHANGE - A BALANCE-MOVING ENTRY FROM OUTSIDE
034600*     THE RUN: IF THE RUN HAS ALREADY TOUCHED THE ACCOUNT, THE
034700*     ACCOUNT HAS CHANGED SINCE AND MUST NOT BE OVERWRITTEN.
034800*     ENTRIES AHEAD OF THE RUN FIND NO SLOT AND DO NOTHING.
034900*----------------------------------------------------------------
035000 2300-MARK-LATER-CHANGE.
035100     IF WS-ACCT-COUNT = ZERO
035200         GO TO 2300-MARK-LATER-CHANGE-EXIT
035300     END-IF
035400     PERFORM 2400-FIND-ACCOUNT
035500         THRU 2400-FIND-ACCOUNT-EXIT
035600     IF WS-ACCT-FOUND
035700         MOVE 'Y'            TO WS-ACCT-CHANGED-SW
035800                                    (WS-MATCH-SUB)
035900     END-IF.
036000 2300-MARK-LATER-CHANGE-EXIT.
036100     EXIT.
036200*----------------------------------------------------------------
036300* 2400-FIND-ACCOUNT - LOCATE THE ACCOUNT SLOT FOR THE
036400*     JOURNAL ENTRY'S KEY.  LEAVES WS-MATCH-SUB POINTING AT
036500*     THE MATCHED SLOT WHEN WS-ACCT-FOUND IS SET.
036600*----------------------------------------------------------------
036700 2400-FIND-ACCOUNT.
036800     MOVE 'N'                TO WS-ACCT-FOUND-SW
036900     PERFORM 2410-TEST-ACCOUNT
037000         THRU 2410-TEST-ACCOUNT-EXIT
037100         VARYING WS-ACCT-SUB FROM 1 BY 1
037200         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
037300            OR WS-ACCT-FOUND.
037400 2400-FIND-ACCOUNT-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------
037700* 2410-TEST-ACCOUNT - TEST ONE ACCOUNT SLOT AGAINST THE
037800*     JOURNAL ENTRY'S KEY
037900*----------------------------------------------------------------
038000 2410-TEST-ACCOUNT.
038100     IF WS-ACCT-KEY (WS-ACCT-SUB) = AMT-JRN-KEY
038200         SET WS-ACCT-FOUND   TO TRUE
038300         MOVE WS-ACCT-SUB    TO WS-MATCH-SUB
038400     END-IF.
038500 2410-TEST-ACCOUNT-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------
038800* 2500-ADD-ACCOUNT - OPEN A SLOT FOR AN ACCOUNT THE RUN
038900*     TOUCHES FOR THE FIRST TIME.  AN OVERFLOWING TABLE ENDS
039000*     THE STEP BEFORE ANY BALANCE IS TOUCHED.
039100*----------------------------------------------------------------
039200 2500-ADD-ACCOUNT.
039300     IF WS-ACCT-COUNT = WS-ACCT-MAX
039400         DISPLAY 'AMTBOUT RUN EXCEEDS ACCOUNT TABLE OF '
039500                 WS-ACCT-MAX ' - NOTHING REVERSED'
039600         MOVE 16             TO RETURN-CODE
039700         CLOSE AUDIT-JOURNAL
039800               REPORT-OUT
039900         GOBACK
040000     END-IF
040100     ADD 1 TO WS-ACCT-COUNT
040200     MOVE WS-ACCT-COUNT      TO WS-MATCH-SUB
040300     MOVE AMT-JRN-KEY        TO WS-ACCT-KEY (WS-MATCH-SUB)
040400     MOVE ZERO               TO WS-ACCT-PRE-BAL (WS-MATCH-SUB)
040500     MOVE ZERO               TO WS-ACCT-POST-BAL (WS-MATCH-SUB)
040600     MOVE 'N'                TO WS-ACCT-CHANGED-SW
040700                                    (WS-MATCH-SUB)
040800     MOVE 'N'                TO WS-ACCT-NO-PRIOR-SW
040900                                    (WS-MATCH-SUB)
041000     MOVE 'N'                TO WS-ACCT-RESTORED-SW
041100                                    (WS-MATCH-SUB).
041200 2500-ADD-ACCOUNT-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------
041500* 3000-RESTORE-ACCOUNTS - OPEN THE MASTER AND THE ACCRUAL
041600*     LEDGER AND TAKE EACH ACCOUNT THE RUN TOUCHED BACK TO
041610*     ITS PRE-RUN BALANCE
041700*----------------------------------------------------------------
041800 3000-RESTORE-ACCOUNTS.
041900     IF WS-ACCT-COUNT = ZERO
042000         GO TO 3000-RESTORE-ACCOUNTS-EXIT
042100     END-IF
042200     OPEN I-O ACCOUNT-MASTER
042300     IF NOT WS-MSTR-OK
042400         DISPLAY 'AMTBOUT ACCOUNT MASTER OPEN FAILED, STATUS '
042500                 WS-MSTR-STATUS
042600         MOVE 16             TO RETURN-CODE
042700         CLOSE REPORT-OUT
042800         GOBACK
042900     END-IF
042910     OPEN I-O ACCRUAL-LEDGER
042915     IF NOT WS-ACCR-OK
042920         DISPLAY 'AMTBOUT ACCRUAL LEDGER OPEN FAILED, STATUS '
042925                 WS-ACCR-STATUS
042930         MOVE 16             TO RETURN-CODE
042935         CLOSE ACCOUNT-MASTER
042940               REPORT-OUT
042945         GOBACK
042950     END-IF
043000     PERFORM 3100-RESTORE-ONE-ACCOUNT
043100         THRU 3100-RESTORE-ONE-ACCOUNT-EXIT
043200         VARYING WS-ACCT-SUB FROM 1 BY 1
043300         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
043400     CLOSE ACCOUNT-MASTER
043410           ACCRUAL-LEDGER.
043500 3000-RESTORE-ACCOUNTS-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800* 3100-RESTORE-ONE-ACCOUNT - KEYED READ OF ONE ACCOUNT, ROUTED
043900*     ON THE FILE STATUS THE SAME WAY AS AMTMPST, AND ONE
044000*     REGISTER LINE WHATEVER THE OUTCOME
044100*----------------------------------------------------------------
044200 3100-RESTORE-ONE-ACCOUNT.
044300     MOVE WS-ACCT-KEY (WS-ACCT-SUB) TO AMT-MSTR-KEY
044400     MOVE SPACE              TO WS-DET-ON-MASTER
044500     READ ACCOUNT-MASTER
044600         INVALID KEY
044700             CONTINUE
044800     END-READ
044900     EVALUATE TRUE
045000         WHEN WS-MSTR-OK
045100             MOVE AMT-MSTR-BAL TO WS-EDIT-BAL
045200             MOVE WS-EDIT-BAL  TO WS-DET-ON-MASTER
045300             PERFORM 3200-CHECK-AND-RESTORE
045400                 THRU 3200-CHECK-AND-RESTORE-EXIT
045500         WHEN WS-MSTR-NOT-FOUND
045600             ADD 1 TO WS-RECORDS-IN-ERROR
045700             MOVE 'KEY NOT ON MASTER'
045800                             TO WS-DET-DISP
045900         WHEN OTHER
046000             ADD 1 TO WS-RECORDS-IN-ERROR
046100             MOVE 'READ FAILED, STATUS '
046200                             TO WS-DET-DISP
046300             MOVE WS-MSTR-STATUS TO WS-DET-DISP (21:2)
046400     END-EVALUATE
046500     MOVE WS-ACCT-KEY (WS-ACCT-SUB)      TO WS-DET-KEY
046600     MOVE WS-ACCT-POST-BAL (WS-ACCT-SUB) TO WS-DET-LEFT
046700     MOVE WS-ACCT-PRE-BAL (WS-ACCT-SUB)  TO WS-DET-PRE-RUN
046800     MOVE WS-DETAIL-LINE     TO RPT-LINE
046900     WRITE RPT-LINE.
047000 3100-RESTORE-ONE-ACCOUNT-EXIT.
047100     EXIT.
047200*----------------------------------------------------------------
047300* 3200-CHECK-AND-RESTORE - THE MASTER RECORD IS IN HAND.  AN
047400*     ACCOUNT CHANGED SINCE THE RUN - BY A LATER JOURNALED
047500*     ENTRY, OR BY A MASTER BALANCE THAT IS NO LONGER WHAT
047600*     THE RUN LEFT - IS FLAGGED AND LEFT AS IT IS, AS IS ONE
047700*     WHOSE PRE-RUN BALANCE IS NOT ON THE JOURNAL.  OTHERWISE
047800*     THE PRE-RUN BALANCE GOES BACK AND THE RECORD IS
047900*     REWRITTEN IN PLACE.
047910*     A RESTORED ACCOUNT THEN HAS ITS CAPITALIZED INTEREST
047920*     PUT BACK ON THE ACCRUAL LEDGER.
048000*----------------------------------------------------------------
048100 3200-CHECK-AND-RESTORE.
048200     IF WS-ACCT-CHANGED (WS-ACCT-SUB)
048300         OR AMT-MSTR-BAL NOT = WS-ACCT-POST-BAL (WS-ACCT-SUB)
048400         ADD 1 TO WS-ACCTS-FLAGGED
048500         MOVE 'CHANGED SINCE RUN - FLAGGED'
048600                             TO WS-DET-DISP
048700         GO TO 3200-CHECK-AND-RESTORE-EXIT
048800     END-IF
048900     IF WS-ACCT-NO-PRIOR (WS-ACCT-SUB)
049000         ADD 1 TO WS-ACCTS-FLAGGED
049100         MOVE 'NO PRIOR BALANCE - FLAGGED'
049200                             TO WS-DET-DISP
049300         GO TO 3200-CHECK-AND-RESTORE-EXIT
049400     END-IF
049500     MOVE WS-ACCT-PRE-BAL (WS-ACCT-SUB) TO AMT-MSTR-BAL
049600     REWRITE AMT-MSTR-RECORD
049700         INVALID KEY
049800             CONTINUE
049900     END-REWRITE
050000     IF NOT WS-MSTR-OK
050100         ADD 1 TO WS-RECORDS-IN-ERROR
050200         MOVE 'REWRITE FAILED, STATUS '
050300                             TO WS-DET-DISP
050400         MOVE WS-MSTR-STATUS TO WS-DET-DISP (24:2)
050500         GO TO 3200-CHECK-AND-RESTORE-EXIT
050600     END-IF
050700     ADD 1 TO WS-ACCTS-RESTORED
050800     ADD WS-ACCT-POST-BAL (WS-ACCT-SUB) TO WS-AMT-LEFT-SUM
050900     ADD WS-ACCT-PRE-BAL (WS-ACCT-SUB)  TO WS-AMT-RESTORED-SUM
051000     MOVE 'Y'                TO WS-ACCT-RESTORED-SW
051100                                    (WS-ACCT-SUB)
051200     MOVE 'RESTORED'         TO WS-DET-DISP
051210     PERFORM 3300-RESTORE-LEDGER
051220         THRU 3300-RESTORE-LEDGER-EXIT
051230         VARYING WS-ENT-SUB FROM 1 BY 1
051240         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
051300 3200-CHECK-AND-RESTORE-EXIT.
051400     EXIT.
051401*----------------------------------------------------------------
051402* 3300-RESTORE-LEDGER - FOR A CAPITALIZATION ('I') ENTRY OF THE
051403*     ACCOUNT JUST RESTORED, PUT THE INTEREST BACK ON ITS
051404*     ACCRUAL-LEDGER RECORD SO THE RERUN CAPITALIZES IT AGAIN.
051405*     THE RECORD MUST STILL CARRY THE REVERSED RUN'S DATE AS
051406*     ITS CAPITALIZATION DATE - ANY OTHER DATE MEANS THE RUN
051407*     NEVER RESET IT, OR IT HAS BEEN RESET SINCE, AND ADDING
051408*     THE INTEREST BACK WOULD COUNT IT TWICE.  SUCH A RECORD,
051409*     OR ONE THAT CANNOT BE READ OR REWRITTEN, IS FLAGGED ON
051410*     THE ACCOUNT'S REGISTER LINE; THE MASTER STAYS RESTORED.
051411*----------------------------------------------------------------
051412 3300-RESTORE-LEDGER.
051413     IF WS-ENT-ACCT-SUB (WS-ENT-SUB) NOT = WS-ACCT-SUB
051414         OR WS-ENT-RTYPE (WS-ENT-SUB) NOT = 'I'
051415         GO TO 3300-RESTORE-LEDGER-EXIT
051416     END-IF
051417     MOVE WS-ACCT-KEY (WS-ACCT-SUB) TO AMT-ACCR-KEY
051418     MOVE WS-ENT-PROD (WS-ENT-SUB)  TO AMT-ACCR-PROD
051419     READ ACCRUAL-LEDGER
051420         INVALID KEY
051421             CONTINUE
051422     END-READ
051423     IF NOT WS-ACCR-OK
051424         ADD 1 TO WS-LEDGERS-IN-ERROR
051425         MOVE 'LEDGER NOT RESTORED, STATUS '
051426                             TO WS-DET-DISP
051427         MOVE WS-ACCR-STATUS TO WS-DET-DISP (29:2)
051428         GO TO 3300-RESTORE-LEDGER-EXIT
051429     END-IF
051430     IF AMT-ACCR-CAP-DATE NOT = WS-SEL-DATE
051431         ADD 1 TO WS-LEDGERS-IN-ERROR
051432         MOVE 'LEDGER NOT RESET BY RUN'
051433                             TO WS-DET-DISP
051434         GO TO 3300-RESTORE-LEDGER-EXIT
051435     END-IF
051436     ADD WS-ENT-AMT (WS-ENT-SUB) TO AMT-ACCR-TO-DATE
051437     ADD WS-ENT-AMT (WS-ENT-SUB) TO AMT-ACCR-OPEN-AMT
051438     MOVE ZERO               TO AMT-ACCR-CAP-DATE
051439     REWRITE AMT-ACCR-RECORD
051440         INVALID KEY
051441             CONTINUE
051442     END-REWRITE
051443     IF NOT WS-ACCR-OK
051444         ADD 1 TO WS-LEDGERS-IN-ERROR
051445         MOVE 'LEDGER NOT RESTORED, STATUS '
051446                             TO WS-DET-DISP
051447         MOVE WS-ACCR-STATUS TO WS-DET-DISP (29:2)
051448         GO TO 3300-RESTORE-LEDGER-EXIT
051449     END-IF
051450     ADD 1 TO WS-LEDGERS-RESTORED.
051451 3300-RESTORE-LEDGER-EXIT.
051452     EXIT.
051500*----------------------------------------------------------------
051600* 4000-WRITE-REVERSALS - APPEND A TYPE-'B' REVERSING ENTRY TO
051700*     THE JOURNAL FOR EVERY SELECTED ENTRY WHOSE ACCOUNT WAS
051800*     RESTORED, LAST ENTRY FIRST, SO THE JOURNAL READS AS THE
051900*     RUN UNWOUND.  FLAGGED ACCOUNTS GET NONE - NOTHING WAS
052000*     REVERSED ON THEM.
052100*----------------------------------------------------------------
052200 4000-WRITE-REVERSALS.
052300     IF WS-ACCTS-RESTORED = ZERO
052400         GO TO 4000-WRITE-REVERSALS-EXIT
052500     END-IF
052600     OPEN EXTEND AUDIT-JOURNAL
052700     PERFORM 4100-WRITE-ONE-REVERSAL
052800         THRU 4100-WRITE-ONE-REVERSAL-EXIT
052900         VARYING WS-ENT-SUB FROM WS-ENT-COUNT BY -1
053000         UNTIL WS-ENT-SUB < 1
053100     CLOSE AUDIT-JOURNAL.
053200 4000-WRITE-REVERSALS-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500* 4100-WRITE-ONE-REVERSAL - THE 'B' ENTRY REPEATS THE REVERSED
053600*     ENTRY'S AMOUNT, PRIOR BALANCE AND PRODUCT, AND CARRIES
053700*     ITS TYPE IN AMT-JRN-REV-TYPE, SO A READER NETS THE TWO
053800*     (SEE AMTJRNL).  IT IS STAMPED WITH THIS STEP'S OWN DATE
053900*     AND RUN ID.
054000*----------------------------------------------------------------
054100 4100-WRITE-ONE-REVERSAL.
054200     MOVE WS-ENT-ACCT-SUB (WS-ENT-SUB) TO WS-ACCT-SUB
054300     IF NOT WS-ACCT-RESTORED (WS-ACCT-SUB)
054400         GO TO 4100-WRITE-ONE-REVERSAL-EXIT
054500     END-IF
054600     MOVE WS-RUN-DATE-CCYYMMDD TO AMT-JRN-RUN-DATE
054700     MOVE WS-JRN-RUN-ID      TO AMT-JRN-RUN-ID
054800     MOVE WS-ACCT-KEY (WS-ACCT-SUB) TO AMT-JRN-KEY
054900     MOVE 'B'                TO AMT-JRN-RTYPE
055000     MOVE SPACE              TO AMT-JRN-CURR-CODE
055100     MOVE WS-ENT-PRIOR-BAL (WS-ENT-SUB) TO AMT-JRN-PRIOR-BAL
055200     MOVE WS-ENT-AMT (WS-ENT-SUB)       TO AMT-JRN-AMT
055300     MOVE WS-ENT-PROD (WS-ENT-SUB)      TO AMT-JRN-PROD
055400     MOVE WS-ENT-RTYPE (WS-ENT-SUB)     TO AMT-JRN-REV-TYPE
055500     WRITE AMT-JRN-RECORD
055600     ADD 1 TO WS-REVERSALS-WRITTEN.
055700 4100-WRITE-ONE-REVERSAL-EXIT.
055800     EXIT.
055900*----------------------------------------------------------------
056000* 9000-TERMINATE - WRITE THE REGISTER TOTALS, APPEND THE
056100*     RUN-CONTROL RECORD, CLOSE THE REGISTER, SET THE RETURN
056200*     CODE, AND DISPLAY THE RUN TOTALS.  A CARD THAT MATCHED
056300*     NO JOURNAL ENTRY REVERSES NOTHING, WRITES NO RUN-
056400*     CONTROL RECORD, AND ENDS RC=4 SO THE CARD GETS CHECKED.
056500*----------------------------------------------------------------
056600 9000-TERMINATE.
056700     MOVE SPACE              TO RPT-LINE
056800     WRITE RPT-LINE
056900     IF WS-ENTRIES-SELECTED = ZERO
057000         MOVE 'NO JOURNAL ENTRIES FOR THE RUN - NOTHING REVERSED'
057100                             TO RPT-LINE
057200         WRITE RPT-LINE
057300     ELSE
057400         PERFORM 9100-WRITE-RUN-CONTROL
057500             THRU 9100-WRITE-RUN-CONTROL-EXIT
057600     END-IF
057700     MOVE 'JOURNAL ENTRIES READ'   TO WS-TOT-DESC
057800     MOVE WS-JRN-READ              TO WS-TOT-COUNT
057900     MOVE WS-TOTAL-LINE            TO RPT-LINE
058000     WRITE RPT-LINE
058100     MOVE 'RUN ENTRIES SELECTED'   TO WS-TOT-DESC
058200     MOVE WS-ENTRIES-SELECTED      TO WS-TOT-COUNT
058300     MOVE WS-TOTAL-LINE            TO RPT-LINE
058400     WRITE RPT-LINE
058500     MOVE 'ACCOUNTS RESTORED'      TO WS-TOT-DESC
058600     MOVE WS-ACCTS-RESTORED        TO WS-TOT-COUNT
058700     MOVE WS-TOTAL-LINE            TO RPT-LINE
058800     WRITE RPT-LINE
058900     MOVE 'ACCOUNTS FLAGGED'       TO WS-TOT-DESC
059000     MOVE WS-ACCTS-FLAGGED         TO WS-TOT-COUNT
059100     MOVE WS-TOTAL-LINE            TO RPT-LINE
059200     WRITE RPT-LINE
059300     MOVE 'ACCOUNTS IN ERROR'      TO WS-TOT-DESC
059400     MOVE WS-RECORDS-IN-ERROR      TO WS-TOT-COUNT
059500     MOVE WS-TOTAL-LINE            TO RPT-LINE
059600     WRITE RPT-LINE
059610     MOVE 'LEDGERS RESTORED'       TO WS-TOT-DESC
059620     MOVE WS-LEDGERS-RESTORED      TO WS-TOT-COUNT
059630     MOVE WS-TOTAL-LINE            TO RPT-LINE
059640     WRITE RPT-LINE
059650     MOVE 'LEDGERS FLAGGED'        TO WS-TOT-DESC
059660     MOVE WS-LEDGERS-IN-ERROR      TO WS-TOT-COUNT
059670     MOVE WS-TOTAL-LINE            TO RPT-LINE
059680     WRITE RPT-LINE
059700     MOVE 'REVERSING ENTRIES'      TO WS-TOT-DESC
059800     MOVE WS-REVERSALS-WRITTEN     TO WS-TOT-COUNT
059900     MOVE WS-TOTAL-LINE            TO RPT-LINE
060000     WRITE RPT-LINE
060100     CLOSE REPORT-OUT
060200     IF WS-ENTRIES-SELECTED = ZERO
060300         OR WS-ACCTS-FLAGGED > ZERO
060400         OR WS-RECORDS-IN-ERROR > ZERO
060410         OR WS-LEDGERS-IN-ERROR > ZERO
060500         MOVE 4              TO RETURN-CODE
060600     END-IF
060700     DISPLAY 'AMTBOUT JOURNAL ENTRIES READ = ' WS-JRN-READ
060800     DISPLAY 'AMTBOUT RUN ENTRIES SELECTED = '
060900             WS-ENTRIES-SELECTED
061000     DISPLAY 'AMTBOUT ACCOUNTS RESTORED    = '
061100             WS-ACCTS-RESTORED
061200     DISPLAY 'AMTBOUT ACCOUNTS FLAGGED     = '
061300             WS-ACCTS-FLAGGED
061400     DISPLAY 'AMTBOUT ACCOUNTS IN ERROR    = '
061500             WS-RECORDS-IN-ERROR
061510     DISPLAY 'AMTBOUT LEDGERS RESTORED     = '
061520             WS-LEDGERS-RESTORED
061530     DISPLAY 'AMTBOUT LEDGERS FLAGGED      = '
061540             WS-LEDGERS-IN-ERROR
061600     DISPLAY 'AMTBOUT REVERSING ENTRIES    = '
061700             WS-REVERSALS-WRITTEN.
061800 9000-TERMINATE-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------
062100* 9100-WRITE-RUN-CONTROL - APPEND THE BACKOUT'S RUN-CONTROL
062200*     RECORD UNDER THE REVERSED RUN DATE, SO THE DAY-END WALK
062300*     FOR THAT NIGHT REPORTS IT AS REVERSED.  IN IS THE RUN'S
062400*     SELECTED ENTRIES AND WHAT THE RESTORED ACCOUNTS HELD
062500*     AFTER THE RUN; OUT IS THE ACCOUNTS RESTORED AND THEIR
062600*     PRE-RUN BALANCES.  STATUS 'B' WHEN ANY ACCOUNT WAS
062700*     FLAGGED, COULD NOT BE RESTORED, OR HAD ITS LEDGER
062800*     FLAGGED - THE NIGHT IS THEN ONLY PARTLY REVERSED.
062900*----------------------------------------------------------------
063000 9100-WRITE-RUN-CONTROL.
063100     OPEN EXTEND RUN-CONTROL
063200     MOVE 'AMTBOUT'           TO AMT-RCTL-STEP
063300     MOVE WS-SEL-DATE         TO AMT-RCTL-RUN-DATE
063400     MOVE WS-JRN-RUN-ID       TO AMT-RCTL-RUN-ID
063500     IF WS-ACCTS-FLAGGED > ZERO
063600         OR WS-RECORDS-IN-ERROR > ZERO
063610         OR WS-LEDGERS-IN-ERROR > ZERO
063700         SET AMT-RCTL-BROKEN  TO TRUE
063800     ELSE
063900         SET AMT-RCTL-CLEAN   TO TRUE
064000     END-IF
064100     MOVE WS-ENTRIES-SELECTED TO AMT-RCTL-RECS-IN
064200     MOVE WS-ACCTS-RESTORED   TO AMT-RCTL-RECS-OUT
064300     MOVE WS-AMT-LEFT-SUM     TO AMT-RCTL-AMT-IN
064400     MOVE WS-AMT-RESTORED-SUM TO AMT-RCTL-AMT-OUT
064500     WRITE AMT-RCTL-RECORD
064600     CLOSE RUN-CONTROL.
064700 9100-WRITE-RUN-CONTROL-EXIT.
064800     EXIT.
064900 END PROGRAM amtbout.
