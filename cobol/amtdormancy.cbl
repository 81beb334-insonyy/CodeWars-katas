000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    amtdorm.
000300 AUTHOR.        R BELLWEATHER.
000400 INSTALLATION.  RETAIL BANKING BATCH SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RB  ORIGINAL CODING.  MONTHLY DORMANCY SWEEP.
001100*                WALKS THE VSAM ACCOUNT MASTER IN KEY ORDER
001200*                AGAINST THE AUDIT JOURNAL - THE LIVE JOURNAL
001300*                PLUS ITS ARCHIVE GENERATIONS, SORTED BY
001400*                ACCOUNT KEY AND RUN DATE (THE SORT STEP IN
001500*                AMTDORM1 PRODUCES THE SORTED COPY ON AMTJRNS)
001600*                - AND FINDS EACH ACTIVE ACCOUNT'S LAST
001700*                CUSTOMER-DRIVEN MOVEMENT: A POSTING OR HELD-
001800*                POSTING RELEASE THAT CHANGED THE BALANCE
001900*                ('P', 'R'), A POSTING HELD FOR THE ACCOUNT
002000*                ('H'), THE ACCOUNT OPENING ('A') OR A
002100*                REACTIVATION ('V').  CONVERSIONS ARE NOT
002200*                MOVEMENT - THE EXTRACT CARRIES EVERY
002300*                ACCOUNT'S BALANCE EVERY NIGHT - AND NEITHER
002400*                IS ANYTHING THE BANK DOES TO THE ACCOUNT
002500*                (INTEREST, ADJUSTMENTS, BACKOUTS).  AN ACTIVE
002600*                ACCOUNT WITH NO MOVEMENT ON OR AFTER THE
002700*                CUTOFF DATE - THE RUN DATE LESS THE NUMBER
002800*                OF MONTHS ON THE AMTDPRM CARD - IS SET TO
002900*                STATUS 'D' DORMANT (SEE AMTMSTR), JOURNALED
003000*                UNDER TYPE 'Z', AND LISTED ON THE DORMANCY
003100*                REPORT WITH ITS LAST-ACTIVITY DATE AND
003200*                BALANCE.  AN ACCOUNT WITH NO MOVEMENT ON FILE
003300*                AT ALL IS SET DORMANT ONLY WHEN THE JOURNAL
003400*                REACHES BACK TO THE CUTOFF; OTHERWISE IT IS
003500*                LISTED AS NOT PROVEN AND LEFT ACTIVE.  THE
003600*                CARD GIVES THE MONTHS (9(03)) IN COLUMNS 1-3
003700*                AND AN OPTIONAL RUN DATE (YYYYMMDD) IN 5-12;
003800*                A BLANK MONTHS TAKES 12 AND A BLANK RUN DATE
003900*                TAKES THE PROCESSING DATE.  ENDS RC=4 WHEN A
004000*                REWRITE FAILED.  PROGRAM-ID IS THE SHORT
004100*                LOAD-MODULE FORM BECAUSE JCL LOADS THIS
004200*                PROGRAM DIRECTLY BY NAME (PGM=).
004300*----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PARM-IN          ASSIGN TO AMTDPRM
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT JOURNAL-IN       ASSIGN TO AMTJRNS
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT ACCOUNT-MASTER   ASSIGN TO AMTMSTR
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS AMT-MSTR-KEY
005500         FILE STATUS IS WS-MSTR-STATUS.
005600     SELECT REPORT-OUT       ASSIGN TO AMTDRPT
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT AUDIT-JOURNAL    ASSIGN TO AMTJRNL
005900         ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PARM-IN
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  PARM-CARD.
006600     05  PARM-MONTHS         PIC X(03).
006700     05  PARM-MONTHS-NUM     REDEFINES PARM-MONTHS
006800                             PIC 9(03).
006900     05  FILLER              PIC X(01).
007000     05  PARM-RUN-DATE       PIC X(08).
007100     05  FILLER              PIC X(68).
007200 FD  JOURNAL-IN
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY AMTJRNL REPLACING AMT-JRN-RECORD   BY AMTS-JRN-RECORD
007600                            AMT-JRN-RUN-DATE BY AMTS-JRN-RUN-DATE
007700                            AMT-JRN-RUN-ID   BY AMTS-JRN-RUN-ID
007800                            AMT-JRN-KEY      BY AMTS-JRN-KEY
007900                            AMT-JRN-RTYPE    BY AMTS-JRN-RTYPE
008000                            AMT-JRN-CURR-CODE
008100                                          BY AMTS-JRN-CURR-CODE
008200                            AMT-JRN-AMT-TEXT BY AMTS-JRN-AMT-TEXT
008300                            AMT-JRN-AMT      BY AMTS-JRN-AMT
008400                            AMT-JRN-PROD     BY AMTS-JRN-PROD
008500                            AMT-JRN-PRIOR-BAL
008600                                          BY AMTS-JRN-PRIOR-BAL
008700                            AMT-JRN-REV-TYPE BY AMTS-JRN-REV-TYPE
008800                            AMT-JRN-ADJ-REASON
008900                                          BY AMTS-JRN-ADJ-REASON
009000                            AMT-JRN-INT-CORRECTION
009100                            BY AMTS-JRN-INT-CORRECTION.
009200 FD  ACCOUNT-MASTER.
009300     COPY AMTMSTR.
009400 FD  REPORT-OUT
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 01  RPT-LINE                PIC X(80).
009800 FD  AUDIT-JOURNAL
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY AMTJRNL.
010200 WORKING-STORAGE SECTION.
010300*----------------------------------------------------------------
010400* 01  WS-SWITCHES AND COUNTERS
010500*----------------------------------------------------------------
010600 01  WS-MSTR-EOF-SW          PIC X(01)       VALUE 'N'.
010700     88  WS-MSTR-END-OF-FILE          VALUE 'Y'.
010800 01  WS-JRN-EOF-SW           PIC X(01)       VALUE 'N'.
010900     88  WS-JRN-END-OF-FILE           VALUE 'Y'.
011000 01  WS-MOVEMENT-SW          PIC X(01)       VALUE 'N'.
011100     88  WS-MOVEMENT                  VALUE 'Y'.
011200 01  WS-MSTR-STATUS          PIC X(02)       VALUE '00'.
011300     88  WS-MSTR-OK                   VALUE '00'.
011400     88  WS-MSTR-AT-END               VALUE '10'.
011500 01  WS-MASTER-READ          PIC 9(09)  COMP  VALUE ZERO.
011600 01  WS-JOURNAL-READ         PIC 9(09)  COMP  VALUE ZERO.
011700 01  WS-ACCOUNTS-IN-USE      PIC 9(09)  COMP  VALUE ZERO.
011800 01  WS-ACCOUNTS-DORMANT     PIC 9(09)  COMP  VALUE ZERO.
011900 01  WS-ACCOUNTS-NOT-PROVEN  PIC 9(09)  COMP  VALUE ZERO.
012000 01  WS-ALREADY-DORMANT      PIC 9(09)  COMP  VALUE ZERO.
012100 01  WS-ACCOUNTS-CLOSED      PIC 9(09)  COMP  VALUE ZERO.
012200 01  WS-RECORDS-IN-ERROR     PIC 9(09)  COMP  VALUE ZERO.
012300*----------------------------------------------------------------
012400* 01  WS-DATE FIELDS - THE RUN DATE, THE CUTOFF DATE IT GIVES
012500*     AFTER STEPPING BACK THE INACTIVE MONTHS (SAME DAY OF
012600*     THE MONTH - THE DATE IS ONLY COMPARED, NEVER PRINTED
012700*     AS A CALENDAR DAY, SO A 31ST IN A SHORT MONTH DOES NO
012800*     HARM), AND THE EARLIEST RUN DATE ON THE SORTED JOURNAL
012900*----------------------------------------------------------------
013000 01  WS-INACTIVE-MONTHS      PIC 9(03)       VALUE 12.
013100 01  WS-MONTH-COUNT          PIC 9(07)  COMP  VALUE ZERO.
013200 01  WS-MONTH-REM            PIC 9(02)  COMP  VALUE ZERO.
013300 01  WS-RUN-DATE-CCYYMMDD.
013400     05  FILLER              PIC X(02)       VALUE '20'.
013500     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
013600 01  WS-RUN-DATE-PARTS       REDEFINES WS-RUN-DATE-CCYYMMDD.
013700     05  WS-RUN-CCYY         PIC 9(04).
013800     05  WS-RUN-MM           PIC 9(02).
013900     05  WS-RUN-DD           PIC 9(02).
014000 01  WS-SWEEP-DATE           PIC 9(08)       VALUE ZERO.
014100 01  WS-CUTOFF-DATE          PIC 9(08)       VALUE ZERO.
014200 01  WS-CUTOFF-PARTS         REDEFINES WS-CUTOFF-DATE.
014300     05  WS-CUT-CCYY         PIC 9(04).
014400     05  WS-CUT-MM           PIC 9(02).
014500     05  WS-CUT-DD           PIC 9(02).
014600 01  WS-EARLIEST-DATE        PIC 9(08)       VALUE 99999999.
014700 01  WS-LAST-ACTIVITY        PIC 9(08)       VALUE ZERO.
014800 01  WS-JRN-RUN-ID           PIC X(08)       VALUE SPACE.
014900*----------------------------------------------------------------
015000* 01  WS-REPORT-LINES
015100*----------------------------------------------------------------
015200 01  WS-HEADING-1.
015300     05  FILLER              PIC X(30)
015400             VALUE 'DORMANT ACCOUNT REPORT'.
015500 01  WS-HEADING-2.
015600     05  FILLER              PIC X(14) VALUE 'RUN DATE:     '.
015700     05  WS-HDG-RUN-DATE     PIC 9(08).
015800     05  FILLER              PIC X(20)
015900             VALUE '   INACTIVE MONTHS: '.
016000     05  WS-HDG-MONTHS       PIC ZZ9.
016100     05  FILLER              PIC X(11) VALUE '   CUTOFF: '.
016200     05  WS-HDG-CUTOFF       PIC 9(08).
016300 01  WS-HEADING-3.
016400     05  FILLER              PIC X(22)
016500             VALUE 'JOURNAL ON FILE FROM: '.
016600     05  WS-HDG-EARLIEST     PIC X(08).
016700 01  WS-HEADING-4.
016800     05  FILLER              PIC X(10) VALUE 'KEY       '.
016900     05  FILLER              PIC X(04) VALUE SPACE.
017000     05  FILLER              PIC X(13) VALUE 'LAST ACTIVITY'.
017100     05  FILLER              PIC X(04) VALUE SPACE.
017200     05  FILLER              PIC X(08) VALUE 'BALANCE '.
017300     05  FILLER              PIC X(04) VALUE SPACE.
017400     05  FILLER              PIC X(25) VALUE 'DISPOSITION'.
017500 01  WS-DETAIL-LINE.
017600     05  WS-DET-KEY          PIC X(10).
017700     05  FILLER              PIC X(04) VALUE SPACE.
017800     05  WS-DET-LAST-ACT     PIC X(13).
017900     05  FILLER              PIC X(04) VALUE SPACE.
018000     05  WS-DET-BALANCE      PIC X(08).
018100     05  FILLER              PIC X(04) VALUE SPACE.
018200     05  WS-DET-DISP         PIC X(25).
018300 01  WS-TOTAL-LINE.
018400     05  WS-TOT-DESC         PIC X(30).
018500     05  WS-TOT-COUNT        PIC ZZZZZZZZ9.
018600*----------------------------------------------------------------
018700* CALL PARAMETER AREA FOR NUMBER-TO-STRING-PACKED, USED TO
018800* RENDER THE MASTER'S PACKED BALANCE ON A REPORT LINE
018900*----------------------------------------------------------------
019000     COPY AMTCONVP.
019100 PROCEDURE DIVISION.
019200*----------------------------------------------------------------
019300* 0000-MAINLINE
019400*----------------------------------------------------------------
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE
019700         THRU 1000-INITIALIZE-EXIT
019800     PERFORM 2000-SWEEP-ACCOUNT
019900         THRU 2000-SWEEP-ACCOUNT-EXIT
020000         UNTIL WS-MSTR-END-OF-FILE
020100     PERFORM 9000-TERMINATE
020200         THRU 9000-TERMINATE-EXIT
020300     GOBACK.
020400*----------------------------------------------------------------
020500* 1000-INITIALIZE - READ THE SWEEP CARD, SETTLE THE RUN AND
020600*     CUTOFF DATES, FIND HOW FAR BACK THE JOURNAL REACHES,
020700*     OPEN THE FILES, WRITE THE REPORT HEADINGS, AND PRIME
020800*     THE MASTER AND JOURNAL READS
020900*----------------------------------------------------------------
021000 1000-INITIALIZE.
021100     ACCEPT WS-JRN-RUN-ID    FROM TIME
021200     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
021300     OPEN INPUT PARM-IN
021400     READ PARM-IN
021500         AT END
021600             MOVE SPACE      TO PARM-CARD
021700     END-READ
021800     CLOSE PARM-IN
021900     IF PARM-MONTHS IS NUMERIC
022000         AND PARM-MONTHS NOT = '000'
022100         MOVE PARM-MONTHS-NUM TO WS-INACTIVE-MONTHS
022200     END-IF
022300     IF PARM-RUN-DATE IS NUMERIC
022400         AND PARM-RUN-DATE NOT = '00000000'
022500         MOVE PARM-RUN-DATE  TO WS-RUN-DATE-CCYYMMDD
022600     END-IF
022700     MOVE WS-RUN-DATE-CCYYMMDD TO WS-SWEEP-DATE
022800     COMPUTE WS-MONTH-COUNT = WS-RUN-CCYY * 12
022900                            + WS-RUN-MM - 1
023000                            - WS-INACTIVE-MONTHS
023100     DIVIDE WS-MONTH-COUNT BY 12
023200         GIVING WS-CUT-CCYY
023300         REMAINDER WS-MONTH-REM
023400     COMPUTE WS-CUT-MM = WS-MONTH-REM + 1
023500     MOVE WS-RUN-DD          TO WS-CUT-DD
023600     PERFORM 1100-FIND-EARLIEST
023700         THRU 1100-FIND-EARLIEST-EXIT
023800     OPEN INPUT  JOURNAL-IN
023900          I-O    ACCOUNT-MASTER
024000          OUTPUT REPORT-OUT
024100          EXTEND AUDIT-JOURNAL
024200     IF NOT WS-MSTR-OK
024300         DISPLAY 'AMTDORM ACCOUNT MASTER OPEN FAILED, STATUS '
024400                 WS-MSTR-STATUS
024500         MOVE 16             TO RETURN-CODE
024600         CLOSE JOURNAL-IN
024700               REPORT-OUT
024800               AUDIT-JOURNAL
024900         GOBACK
025000     END-IF
025100     MOVE WS-HEADING-1       TO RPT-LINE
025200     WRITE RPT-LINE
025300     MOVE WS-SWEEP-DATE      TO WS-HDG-RUN-DATE
025400     MOVE WS-INACTIVE-MONTHS TO WS-HDG-MONTHS
025500     MOVE WS-CUTOFF-DATE     TO WS-HDG-CUTOFF
025600     MOVE WS-HEADING-2       TO RPT-LINE
025700     WRITE RPT-LINE
025800     IF WS-EARLIEST-DATE = 99999999
025900         MOVE 'NONE'         TO WS-HDG-EARLIEST
026000     ELSE
026100         MOVE WS-EARLIEST-DATE TO WS-HDG-EARLIEST
026200     END-IF
026300     MOVE WS-HEADING-3       TO RPT-LINE
026400     WRITE RPT-LINE
026500     MOVE SPACE              TO RPT-LINE
026600     WRITE RPT-LINE
026700     MOVE WS-HEADING-4       TO RPT-LINE
026800     WRITE RPT-LINE
026900     PERFORM 2100-READ-MASTER
027000         THRU 2100-READ-MASTER-EXIT
027100     PERFORM 2400-READ-JOURNAL
027200         THRU 2400-READ-JOURNAL-EXIT.
027300 1000-INITIALIZE-EXIT.
027400     EXIT.
027500*----------------------------------------------------------------
027600* 1100-FIND-EARLIEST - PASS THE SORTED JOURNAL ONCE FOR ITS
027700*     EARLIEST RUN DATE.  THE COPY IS IN KEY ORDER, SO THE
027800*     OLDEST ENTRY CAN BE ANYWHERE IN IT.  AN EMPTY JOURNAL
027900*     LEAVES THE HIGH VALUE, WHICH PROVES NOTHING.
028000*----------------------------------------------------------------
028100 1100-FIND-EARLIEST.
028200     OPEN INPUT JOURNAL-IN
028300     PERFORM 1110-SCAN-JOURNAL
028400         THRU 1110-SCAN-JOURNAL-EXIT
028500         UNTIL WS-JRN-END-OF-FILE
028600     CLOSE JOURNAL-IN
028700     MOVE 'N'                TO WS-JRN-EOF-SW.
028800 1100-FIND-EARLIEST-EXIT.
028900     EXIT.
029000*----------------------------------------------------------------
029100* 1110-SCAN-JOURNAL - TEST ONE JOURNAL ENTRY'S RUN DATE
029200*     AGAINST THE EARLIEST SEEN
029300*----------------------------------------------------------------
029400 1110-SCAN-JOURNAL.
029500     READ JOURNAL-IN
029600         AT END
029700             SET WS-JRN-END-OF-FILE TO TRUE
029800             GO TO 1110-SCAN-JOURNAL-EXIT
029900     END-READ
030000     IF AMTS-JRN-RUN-DATE < WS-EARLIEST-DATE
030100         MOVE AMTS-JRN-RUN-DATE TO WS-EARLIEST-DATE
030200     END-IF.
030300 1110-SCAN-JOURNAL-EXIT.
030400     EXIT.
030500*----------------------------------------------------------------
030600* 2000-SWEEP-ACCOUNT - MATCH THE MASTER RECORD IN HAND TO ITS
030700*     JOURNAL ENTRIES AND DECIDE WHETHER IT HAS GONE
030800*     DORMANT.  JOURNAL ENTRIES FOR KEYS NOT ON THE MASTER
030900*     ARE PASSED OVER.  ONLY ACTIVE ACCOUNTS ARE TESTED;
031000*     CLOSED AND ALREADY-DORMANT ACCOUNTS ARE ONLY COUNTED.
031100*----------------------------------------------------------------
031200 2000-SWEEP-ACCOUNT.
031300     ADD 1 TO WS-MASTER-READ
031400     MOVE ZERO               TO WS-LAST-ACTIVITY
031500     PERFORM 2300-SKIP-JOURNAL-ENTRY
031600         THRU 2300-SKIP-JOURNAL-ENTRY-EXIT
031700         UNTIL WS-JRN-END-OF-FILE
031800            OR AMTS-JRN-KEY NOT < AMT-MSTR-KEY
031900     PERFORM 2200-TAKE-JOURNAL-ENTRY
032000         THRU 2200-TAKE-JOURNAL-ENTRY-EXIT
032100         UNTIL WS-JRN-END-OF-FILE
032200            OR AMTS-JRN-KEY NOT = AMT-MSTR-KEY
032300     IF AMT-MSTR-CLOSED
032400         ADD 1 TO WS-ACCOUNTS-CLOSED
032500         GO TO 2000-SWEEP-NEXT
032600     END-IF
032700     IF AMT-MSTR-DORMANT
032800         ADD 1 TO WS-ALREADY-DORMANT
032900         GO TO 2000-SWEEP-NEXT
033000     END-IF
033100     IF NOT AMT-MSTR-ACTIVE
033200         GO TO 2000-SWEEP-NEXT
033300     END-IF
033400     IF WS-LAST-ACTIVITY NOT < WS-CUTOFF-DATE
033500         ADD 1 TO WS-ACCOUNTS-IN-USE
033600         GO TO 2000-SWEEP-NEXT
033700     END-IF
033800     IF WS-LAST-ACTIVITY = ZERO
033900         AND WS-EARLIEST-DATE > WS-CUTOFF-DATE
034000         ADD 1 TO WS-ACCOUNTS-NOT-PROVEN
034100         MOVE 'NOT PROVEN - SHORT JOURNAL'
034200                             TO WS-DET-DISP
034300         PERFORM 8000-WRITE-REPORT-LINE
034400             THRU 8000-WRITE-REPORT-LINE-EXIT
034500         GO TO 2000-SWEEP-NEXT
034600     END-IF
034700     PERFORM 2500-SET-DORMANT
034800         THRU 2500-SET-DORMANT-EXIT.
034900 2000-SWEEP-NEXT.
035000     PERFORM 2100-READ-MASTER
035100         THRU 2100-READ-MASTER-EXIT.
035200 2000-SWEEP-ACCOUNT-EXIT.
035300     EXIT.
035400*----------------------------------------------------------------
035500* 2100-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY
035600*     ORDER.  ANY STATUS BUT OK OR END OF FILE STOPS THE RUN
035700*     RC=16 - A SWEEP THAT SKIPPED PART OF THE MASTER WOULD
035800*     REPORT A FALSE PICTURE.
035900*----------------------------------------------------------------
036000 2100-READ-MASTER.
036100     READ ACCOUNT-MASTER NEXT RECORD
036200         AT END
036300             SET WS-MSTR-END-OF-FILE TO TRUE
036400             GO TO 2100-READ-MASTER-EXIT
036500     END-READ
036600     IF NOT WS-MSTR-OK
036700         DISPLAY 'AMTDORM ACCOUNT MASTER READ FAILED, STATUS '
036800                 WS-MSTR-STATUS
036900         MOVE 16             TO RETURN-CODE
037000         CLOSE JOURNAL-IN
037100               ACCOUNT-MASTER
037200               REPORT-OUT
037300               AUDIT-JOURNAL
037400         GOBACK
037500     END-IF.
037600 2100-READ-MASTER-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------
037900* 2200-TAKE-JOURNAL-ENTRY - ONE JOURNAL ENTRY FOR THE
038000*     ACCOUNT IN HAND: WHEN IT IS CUSTOMER-DRIVEN MOVEMENT,
038100*     ITS RUN DATE BECOMES THE LAST ACTIVITY.  A 'P' OR 'R'
038200*     ENTRY THAT LEFT THE BALANCE WHERE IT WAS IS THE NIGHTLY
038300*     EXTRACT REPEATING AN UNCHANGED BALANCE, NOT MOVEMENT.
038400*     AN ENTRY WRITTEN BEFORE THE PRIOR BALANCE WAS JOURNALED
038500*     CANNOT BE TOLD APART AND COUNTS AS MOVEMENT - BETTER TO
038600*     MISS A DORMANT ACCOUNT THAN TO HOLD A LIVE ONE.
038700*----------------------------------------------------------------
038800 2200-TAKE-JOURNAL-ENTRY.
038900     MOVE 'N'                TO WS-MOVEMENT-SW
039000     EVALUATE TRUE
039100         WHEN AMTS-JRN-RTYPE = 'P' OR 'R'
039200             IF AMTS-JRN-PRIOR-BAL IS NOT NUMERIC
039300                 SET WS-MOVEMENT TO TRUE
039400             ELSE
039500                 IF AMTS-JRN-AMT NOT = AMTS-JRN-PRIOR-BAL
039600                     SET WS-MOVEMENT TO TRUE
039700                 END-IF
039800             END-IF
039900         WHEN AMTS-JRN-RTYPE = 'H' OR 'A' OR 'V'
040000             SET WS-MOVEMENT TO TRUE
040100         WHEN OTHER
040200             CONTINUE
040300     END-EVALUATE
040400     IF WS-MOVEMENT
040500         AND AMTS-JRN-RUN-DATE > WS-LAST-ACTIVITY
040600         MOVE AMTS-JRN-RUN-DATE TO WS-LAST-ACTIVITY
040700     END-IF
040800     PERFORM 2400-READ-JOURNAL
040900         THRU 2400-READ-JOURNAL-EXIT.
041000 2200-TAKE-JOURNAL-ENTRY-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300* 2300-SKIP-JOURNAL-ENTRY - PASS OVER ONE JOURNAL ENTRY FOR A
041400*     KEY NOT ON THE MASTER
041500*----------------------------------------------------------------
041600 2300-SKIP-JOURNAL-ENTRY.
041700     PERFORM 2400-READ-JOURNAL
041800         THRU 2400-READ-JOURNAL-EXIT.
041900 2300-SKIP-JOURNAL-ENTRY-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200* 2400-READ-JOURNAL - READ THE NEXT SORTED JOURNAL ENTRY
042300*----------------------------------------------------------------
042400 2400-READ-JOURNAL.
042500     READ JOURNAL-IN
042600         AT END
042700             SET WS-JRN-END-OF-FILE TO TRUE
042800             GO TO 2400-READ-JOURNAL-EXIT
042900     END-READ
043000     ADD 1 TO WS-JOURNAL-READ.
043100 2400-READ-JOURNAL-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
043400* 2500-SET-DORMANT - THE ACCOUNT HAS HAD NO CUSTOMER-DRIVEN
043500*     MOVEMENT SINCE THE CUTOFF: SET IT DORMANT, REWRITE IT
043600*     IN PLACE, REPORT IT, AND JOURNAL IT UNDER TYPE 'Z'.  A
043700*     REWRITE THAT COMES BACK WITH A BAD STATUS IS REPORTED
043800*     AND COUNTS TOWARD RC=4; THE ACCOUNT STAYS ACTIVE.
043900*----------------------------------------------------------------
044000 2500-SET-DORMANT.
044100     MOVE 'D'                TO AMT-MSTR-STATUS
044200     REWRITE AMT-MSTR-RECORD
044300         INVALID KEY
044400             CONTINUE
044500     END-REWRITE
044600     IF NOT WS-MSTR-OK
044700         ADD 1 TO WS-RECORDS-IN-ERROR
044800         MOVE 'REWRITE FAILED, STATUS '
044900                             TO WS-DET-DISP
045000         MOVE WS-MSTR-STATUS TO WS-DET-DISP (24:2)
045100         PERFORM 8000-WRITE-REPORT-LINE
045200             THRU 8000-WRITE-REPORT-LINE-EXIT
045300         GO TO 2500-SET-DORMANT-EXIT
045400     END-IF
045500     ADD 1 TO WS-ACCOUNTS-DORMANT
045600     MOVE 'SET DORMANT'      TO WS-DET-DISP
045700     PERFORM 8000-WRITE-REPORT-LINE
045800         THRU 8000-WRITE-REPORT-LINE-EXIT
045900     PERFORM 2600-WRITE-JOURNAL
046000         THRU 2600-WRITE-JOURNAL-EXIT.
046100 2500-SET-DORMANT-EXIT.
046200     EXIT.
046300*----------------------------------------------------------------
046400* 2600-WRITE-JOURNAL - APPEND THE AUDIT RECORD FOR ONE
046500*     ACCOUNT SET DORMANT.  TYPE 'Z' MARKS IT; THERE IS NO
046600*     RAW TEXT OR PRODUCT BEHIND IT, AND THE AMOUNT IS THE
046700*     BALANCE THE ACCOUNT WENT DORMANT WITH.
046800*----------------------------------------------------------------
046900 2600-WRITE-JOURNAL.
047000     MOVE WS-SWEEP-DATE      TO AMT-JRN-RUN-DATE
047100     MOVE WS-JRN-RUN-ID      TO AMT-JRN-RUN-ID
047200     MOVE AMT-MSTR-KEY       TO AMT-JRN-KEY
047300     MOVE 'Z'                TO AMT-JRN-RTYPE
047400     MOVE SPACE              TO AMT-JRN-CURR-CODE
047500     MOVE SPACE              TO AMT-JRN-PROD
047600     MOVE SPACE              TO AMT-JRN-AMT-TEXT
047700     MOVE AMT-MSTR-BAL       TO AMT-JRN-AMT
047800     MOVE SPACE              TO AMT-JRN-REV-TYPE
047900     WRITE AMT-JRN-RECORD.
048000 2600-WRITE-JOURNAL-EXIT.
048100     EXIT.
048200*----------------------------------------------------------------
048300* 8000-WRITE-REPORT-LINE - WRITE THE REPORT LINE FOR THE
048400*     MASTER RECORD IN HAND, WITH ITS LAST-ACTIVITY DATE AND
048500*     ITS BALANCE RENDERED THROUGH NUMBER-TO-STRING-PACKED.
048600*     THE DISPOSITION IS ALREADY STAGED.
048700*----------------------------------------------------------------
048800 8000-WRITE-REPORT-LINE.
048900     MOVE AMT-MSTR-KEY       TO WS-DET-KEY
049000     IF WS-LAST-ACTIVITY = ZERO
049100         MOVE 'NONE ON FILE' TO WS-DET-LAST-ACT
049200     ELSE
049300         MOVE WS-LAST-ACTIVITY TO WS-DET-LAST-ACT
049400     END-IF
049500     MOVE AMT-MSTR-BAL       TO AMTP-NUM-VAL
049600     CALL 'number-to-string-packed' USING AMTP-FIELD
049700                                          AMTP-RETURN-CODE
049800     MOVE AMTP-CHAR-VAL      TO WS-DET-BALANCE
049900     MOVE WS-DETAIL-LINE     TO RPT-LINE
050000     WRITE RPT-LINE.
050100 8000-WRITE-REPORT-LINE-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400* 9000-TERMINATE - WRITE THE REPORT TOTALS, CLOSE THE FILES,
050500*     SET THE RETURN CODE, AND DISPLAY THE RUN TOTALS.
050600*     RETURN CODE 4 FLAGS A RUN WITH REWRITE FAILURES FOR
050700*     REVIEW.
050800*----------------------------------------------------------------
050900 9000-TERMINATE.
051000     MOVE SPACE              TO RPT-LINE
051100     WRITE RPT-LINE
051200     MOVE 'MASTER RECORDS READ'
051300                             TO WS-TOT-DESC
051400     MOVE WS-MASTER-READ     TO WS-TOT-COUNT
051500     MOVE WS-TOTAL-LINE      TO RPT-LINE
051600     WRITE RPT-LINE
051700     MOVE 'JOURNAL RECORDS READ'
051800                             TO WS-TOT-DESC
051900     MOVE WS-JOURNAL-READ    TO WS-TOT-COUNT
052000     MOVE WS-TOTAL-LINE      TO RPT-LINE
052100     WRITE RPT-LINE
052200     MOVE 'ACCOUNTS STILL IN USE'
052300                             TO WS-TOT-DESC
052400     MOVE WS-ACCOUNTS-IN-USE TO WS-TOT-COUNT
052500     MOVE WS-TOTAL-LINE      TO RPT-LINE
052600     WRITE RPT-LINE
052700     MOVE 'ACCOUNTS SET DORMANT'
052800                             TO WS-TOT-DESC
052900     MOVE WS-ACCOUNTS-DORMANT TO WS-TOT-COUNT
053000     MOVE WS-TOTAL-LINE      TO RPT-LINE
053100     WRITE RPT-LINE
053200     MOVE 'ACCOUNTS NOT PROVEN'
053300                             TO WS-TOT-DESC
053400     MOVE WS-ACCOUNTS-NOT-PROVEN TO WS-TOT-COUNT
053500     MOVE WS-TOTAL-LINE      TO RPT-LINE
053600     WRITE RPT-LINE
053700     MOVE 'ACCOUNTS ALREADY DORMANT'
053800                             TO WS-TOT-DESC
053900     MOVE WS-ALREADY-DORMANT TO WS-TOT-COUNT
054000     MOVE WS-TOTAL-LINE      TO RPT-LINE
054100     WRITE RPT-LINE
054200     MOVE 'ACCOUNTS CLOSED'  TO WS-TOT-DESC
054300     MOVE WS-ACCOUNTS-CLOSED TO WS-TOT-COUNT
054400     MOVE WS-TOTAL-LINE      TO RPT-LINE
054500     WRITE RPT-LINE
054600     MOVE 'REWRITE FAILURES' TO WS-TOT-DESC
054700     MOVE WS-RECORDS-IN-ERROR TO WS-TOT-COUNT
054800     MOVE WS-TOTAL-LINE      TO RPT-LINE
054900     WRITE RPT-LINE
055000     CLOSE JOURNAL-IN
055100           ACCOUNT-MASTER
055200           REPORT-OUT
055300           AUDIT-JOURNAL
055400     IF WS-RECORDS-IN-ERROR > ZERO
055500         MOVE 4              TO RETURN-CODE
055600     END-IF
055700     DISPLAY 'AMTDORM CUTOFF DATE          = ' WS-CUTOFF-DATE
055800     DISPLAY 'AMTDORM MASTER RECORDS READ  = ' WS-MASTER-READ
055900     DISPLAY 'AMTDORM ACCOUNTS SET DORMANT = '
056000             WS-ACCOUNTS-DORMANT
056100     DISPLAY 'AMTDORM ACCOUNTS NOT PROVEN  = '
056200             WS-ACCOUNTS-NOT-PROVEN
056300     DISPLAY 'AMTDORM REWRITE FAILURES     = '
056400             WS-RECORDS-IN-ERROR.
056500 9000-TERMINATE-EXIT.
056600     EXIT.
056700 END PROGRAM amtdorm.
