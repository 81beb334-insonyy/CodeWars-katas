000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    amtsnap.
000300 AUTHOR.        R BELLWEATHER.
000400 INSTALLATION.  RETAIL BANKING BATCH SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RB  ORIGINAL CODING.  MONTH-END MASTER SNAPSHOT
001100*                AND BALANCE-MOVEMENT PROOF.  WALKS THE VSAM
001200*                ACCOUNT MASTER IN KEY ORDER AND WRITES EVERY
001300*                RECORD TO A NEW DATED GENERATION OF THE
001400*                MASTER SNAPSHOT (SEE AMTSNAP), THEN PROVES
001500*                EACH ACCOUNT: LAST MONTH'S SNAPSHOT BALANCE
001600*                PLUS THE MOVEMENT JOURNALED SINCE IT - THE
001700*                AUDIT JOURNAL SORTED BY ACCOUNT KEY AND RUN
001800*                DATE (THE SORT STEP IN AMTSNAP1 PRODUCES THE
001900*                SORTED COPY ON AMTJRNS) - MUST EQUAL THE
002000*                MASTER BALANCE.  MOVEMENT IS EVERY ENTRY THAT
002100*                CHANGES A MASTER BALANCE: 'P' (AMTMPST) AND
002200*                'R' (AMTHREL) AS NEW BALANCE LESS PRIOR
002300*                BALANCE, 'I' (AMTCAP), 'A', 'J' AND 'F'
002400*                (AMTMNT) AS CREDITS, 'X' (AMTMNT) AS A DEBIT,
002500*                AND 'B' (AMTBOUT) AS THE UNDOING OF THE ENTRY
002600*                IT REVERSES.  AN ACCOUNT THAT FAILS THE PROOF,
002700*                ONE THAT APPEARS ON THE MASTER WITHOUT AN 'A'
002800*                CARD IN THE MONTH, ONE THAT DROPS OFF THE
002900*                MASTER, AND ONE WITH JOURNALED MOVEMENT THAT
003000*                IS ON NEITHER GOES ON THE EXCEPTION REPORT AND
003100*                THE STEP ENDS RC=4.  THE FIRST RUN, WITH NO
003200*                PRIOR SNAPSHOT ON FILE, WRITES THE SNAPSHOT
003300*                ONLY.  THE AMTKPRM CARD GIVES THE SNAPSHOT
003400*                DATE (YYYYMMDD) IN COLUMNS 1-8; BLANK TAKES
003500*                THE PROCESSING DATE.  PROGRAM-ID IS THE SHORT
003600*                LOAD-MODULE FORM BECAUSE JCL LOADS THIS
003700*                PROGRAM DIRECTLY BY NAME (PGM=).
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PARM-IN          ASSIGN TO AMTKPRM
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT SNAP-IN          ASSIGN TO AMTSNPI
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT JOURNAL-IN       ASSIGN TO AMTJRNS
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT ACCOUNT-MASTER   ASSIGN TO AMTMSTR
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS AMT-MSTR-KEY
005200         FILE STATUS IS WS-MSTR-STATUS.
005300     SELECT SNAP-OUT         ASSIGN TO AMTSNPO
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT REPORT-OUT       ASSIGN TO AMTKRPT
005600         ORGANIZATION IS SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PARM-IN
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  PARM-CARD.
006300     05  PARM-SNAP-DATE      PIC X(08).
006400     05  FILLER              PIC X(72).
006500 FD  SNAP-IN
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY AMTSNAP REPLACING AMT-SNAP-RECORD BY AMTI-SNAP-RECORD
006900                            AMT-SNAP-KEY    BY AMTI-SNAP-KEY
007000                            AMT-SNAP-DATE   BY AMTI-SNAP-DATE
007100                            AMT-SNAP-BAL    BY AMTI-SNAP-BAL
007200                            AMT-SNAP-STATUS BY AMTI-SNAP-STATUS.
007300 FD  JOURNAL-IN
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY AMTJRNL REPLACING AMT-JRN-RECORD   BY AMTS-JRN-RECORD
007700                            AMT-JRN-RUN-DATE BY AMTS-JRN-RUN-DATE
007800                            AMT-JRN-RUN-ID   BY AMTS-JRN-RUN-ID
007900                            AMT-JRN-KEY      BY AMTS-JRN-KEY
008000                            AMT-JRN-RTYPE    BY AMTS-JRN-RTYPE
008100                            AMT-JRN-CURR-CODE
008200                                          BY AMTS-JRN-CURR-CODE
008300                            AMT-JRN-AMT-TEXT BY AMTS-JRN-AMT-TEXT
008400                            AMT-JRN-AMT      BY AMTS-JRN-AMT
008500                            AMT-JRN-PROD     BY AMTS-JRN-PROD
008600                            AMT-JRN-PRIOR-BAL
008700                                          BY AMTS-JRN-PRIOR-BAL
008800                            AMT-JRN-REV-TYPE BY AMTS-JRN-REV-TYPE
008900                            AMT-JRN-ADJ-REASON
009000                                          BY AMTS-JRN-ADJ-REASON
009100                            AMT-JRN-INT-CORRECTION
009200                            BY AMTS-JRN-INT-CORRECTION.
009300 FD  ACCOUNT-MASTER.
009400     COPY AMTMSTR.
009500 FD  SNAP-OUT
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800     COPY AMTSNAP.
009900 FD  REPORT-OUT
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200 01  RPT-LINE                PIC X(80).
010300 WORKING-STORAGE SECTION.
010400*----------------------------------------------------------------
010500* 01  WS-SWITCHES AND COUNTERS
010600*----------------------------------------------------------------
010700 01  WS-PRIOR-SW             PIC X(01)       VALUE 'N'.
010800     88  WS-PRIOR-ON-FILE             VALUE 'Y'.
010900 01  WS-IN-PRIOR-SW          PIC X(01)       VALUE 'N'.
011000     88  WS-IN-PRIOR                  VALUE 'Y'.
011100 01  WS-IN-MASTER-SW         PIC X(01)       VALUE 'N'.
011200     88  WS-IN-MASTER                 VALUE 'Y'.
011300 01  WS-OPEN-CARD-SW         PIC X(01)       VALUE 'N'.
011400     88  WS-OPEN-CARD                 VALUE 'Y'.
011500 01  WS-UNPROVABLE-SW        PIC X(01)       VALUE 'N'.
011600     88  WS-UNPROVABLE                VALUE 'Y'.
011700 01  WS-MSTR-STATUS          PIC X(02)       VALUE '00'.
011800     88  WS-MSTR-OK                   VALUE '00'.
011900     88  WS-MSTR-AT-END               VALUE '10'.
012000 01  WS-PRIOR-READ           PIC 9(09)  COMP  VALUE ZERO.
012100 01  WS-MASTER-READ          PIC 9(09)  COMP  VALUE ZERO.
012200 01  WS-JOURNAL-READ         PIC 9(09)  COMP  VALUE ZERO.
012300 01  WS-MOVEMENTS-TAKEN      PIC 9(09)  COMP  VALUE ZERO.
012400 01  WS-KEY-MOVEMENTS        PIC 9(09)  COMP  VALUE ZERO.
012500 01  WS-SNAPSHOT-WRITTEN     PIC 9(09)  COMP  VALUE ZERO.
012600 01  WS-ACCOUNTS-PROVED      PIC 9(09)  COMP  VALUE ZERO.
012700 01  WS-OUT-OF-BALANCE       PIC 9(09)  COMP  VALUE ZERO.
012800 01  WS-APPEARED             PIC 9(09)  COMP  VALUE ZERO.
012900 01  WS-DROPPED              PIC 9(09)  COMP  VALUE ZERO.
013000 01  WS-JOURNAL-ONLY         PIC 9(09)  COMP  VALUE ZERO.
013100 01  WS-NOT-PROVABLE         PIC 9(09)  COMP  VALUE ZERO.
013200 01  WS-EXCEPTIONS           PIC 9(09)  COMP  VALUE ZERO.
013300*----------------------------------------------------------------
013400* 01  WS-MATCH FIELDS - THE NEXT KEY ON EACH OF THE THREE
013500*     INPUTS (HIGH-VALUE ONCE AN INPUT IS EXHAUSTED), THE
013600*     LOWEST OF THEM AS THE ACCOUNT IN HAND, AND THE
013700*     ACCOUNT'S PROOF FIGURES
013800*----------------------------------------------------------------
013900 01  WS-PRIOR-KEY            PIC X(10)       VALUE HIGH-VALUE.
014000 01  WS-MSTR-KEY             PIC X(10)       VALUE HIGH-VALUE.
014100 01  WS-JRN-KEY              PIC X(10)       VALUE HIGH-VALUE.
014200 01  WS-CURRENT-KEY          PIC X(10)       VALUE SPACE.
014300 01  WS-PRIOR-BAL            PIC S9(13)V999  VALUE ZERO.
014400 01  WS-MOVEMENT             PIC S9(13)V999  VALUE ZERO.
014500 01  WS-EXPECTED-BAL         PIC S9(13)V999  VALUE ZERO.
014600 01  WS-CURR-BAL             PIC S9(13)V999  VALUE ZERO.
014700*----------------------------------------------------------------
014800* 01  WS-DATE FIELDS - THE SNAPSHOT DATE THIS RUN WRITES AND
014900*     THE DATE OF THE PRIOR SNAPSHOT IT PROVES FROM.  THE
015000*     MONTH'S MOVEMENT IS EVERY ENTRY AFTER THE PRIOR DATE
015100*     THROUGH THE SNAPSHOT DATE.
015200*----------------------------------------------------------------
015300 01  WS-RUN-DATE-CCYYMMDD.
015400     05  FILLER              PIC X(02)       VALUE '20'.
015500     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
015600 01  WS-SNAP-DATE            PIC 9(08)       VALUE ZERO.
015700 01  WS-PRIOR-DATE           PIC 9(08)       VALUE ZERO.
015800*----------------------------------------------------------------
015900* 01  WS-REPORT-LINES
016000*----------------------------------------------------------------
016100 01  WS-HEADING-1.
016200     05  FILLER              PIC X(43)
016300             VALUE 'MONTH-END MASTER SNAPSHOT AND BALANCE PROOF'.
016400 01  WS-HEADING-2.
016500     05  FILLER              PIC X(15) VALUE 'SNAPSHOT DATE: '.
016600     05  WS-HDG-SNAP-DATE    PIC 9(08).
016700     05  FILLER              PIC X(21)
016800             VALUE '   PRIOR SNAPSHOT:   '.
016900     05  WS-HDG-PRIOR-DATE   PIC X(08).
017000 01  WS-NO-PRIOR-LINE.
017100     05  FILLER              PIC X(28)
017200             VALUE 'NO PRIOR SNAPSHOT ON FILE - '.
017300     05  FILLER              PIC X(35)
017400             VALUE 'SNAPSHOT WRITTEN, NO PROOF THIS RUN'.
017500 01  WS-HEADING-3.
017600     05  FILLER              PIC X(10) VALUE 'KEY       '.
017700     05  FILLER              PIC X(01) VALUE SPACE.
017800     05  FILLER              PIC X(10) VALUE '     PRIOR'.
017900     05  FILLER              PIC X(01) VALUE SPACE.
018000     05  FILLER              PIC X(15) VALUE '       MOVEMENT'.
018100     05  FILLER              PIC X(01) VALUE SPACE.
018200     05  FILLER              PIC X(15) VALUE '       EXPECTED'.
018300     05  FILLER              PIC X(01) VALUE SPACE.
018400     05  FILLER              PIC X(10) VALUE '    MASTER'.
018500     05  FILLER              PIC X(01) VALUE SPACE.
018600     05  FILLER              PIC X(15) VALUE 'EXCEPTION'.
018700 01  WS-DETAIL-LINE.
018800     05  WS-DET-KEY          PIC X(10).
018900     05  FILLER              PIC X(01) VALUE SPACE.
019000     05  WS-DET-PRIOR        PIC -(5)9.999.
019100     05  FILLER              PIC X(01) VALUE SPACE.
019200     05  WS-DET-MOVEMENT     PIC -(10)9.999.
019300     05  FILLER              PIC X(01) VALUE SPACE.
019400     05  WS-DET-EXPECTED     PIC -(10)9.999.
019500     05  FILLER              PIC X(01) VALUE SPACE.
019600     05  WS-DET-CURRENT      PIC -(5)9.999.
019700     05  FILLER              PIC X(01) VALUE SPACE.
019800     05  WS-DET-REASON       PIC X(15).
019900 01  WS-TOTAL-LINE.
020000     05  WS-TOT-DESC         PIC X(30).
020100     05  WS-TOT-COUNT        PIC ZZZZZZZZ9.
020200 PROCEDURE DIVISION.
020300*----------------------------------------------------------------
020400* 0000-MAINLINE
020500*----------------------------------------------------------------
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE
020800         THRU 1000-INITIALIZE-EXIT
020900     PERFORM 2000-PROVE-ACCOUNT
021000         THRU 2000-PROVE-ACCOUNT-EXIT
021100         UNTIL WS-PRIOR-KEY = HIGH-VALUE
021200           AND WS-MSTR-KEY  = HIGH-VALUE
021300           AND WS-JRN-KEY   = HIGH-VALUE
021400     PERFORM 9000-TERMINATE
021500         THRU 9000-TERMINATE-EXIT
021600     GOBACK.
021700*----------------------------------------------------------------
021800* 1000-INITIALIZE - READ THE SNAPSHOT CARD, TAKE THE PRIOR
021900*     SNAPSHOT'S DATE FROM ITS FIRST RECORD, OPEN THE FILES,
022000*     WRITE THE REPORT HEADINGS, AND PRIME THE MASTER AND
022100*     JOURNAL READS.  A PRIOR SNAPSHOT DATED ON OR AFTER THE
022200*     SNAPSHOT DATE MEANS THE MONTH HAS ALREADY BEEN TAKEN (OR
022300*     THE CARD IS WRONG) AND STOPS THE RUN RC=16 BEFORE
022400*     ANYTHING IS WRITTEN.
022500*----------------------------------------------------------------
022600 1000-INITIALIZE.
022700     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
022800     OPEN INPUT PARM-IN
022900     READ PARM-IN
023000         AT END
023100             MOVE SPACE      TO PARM-CARD
023200     END-READ
023300     CLOSE PARM-IN
023400     IF PARM-SNAP-DATE IS NUMERIC
023500         AND PARM-SNAP-DATE NOT = '00000000'
023600         MOVE PARM-SNAP-DATE TO WS-RUN-DATE-CCYYMMDD
023700     END-IF
023800     MOVE WS-RUN-DATE-CCYYMMDD TO WS-SNAP-DATE
023900     OPEN INPUT SNAP-IN
024000     PERFORM 2100-READ-PRIOR
024100         THRU 2100-READ-PRIOR-EXIT
024200     IF WS-PRIOR-KEY NOT = HIGH-VALUE
024300         SET WS-PRIOR-ON-FILE TO TRUE
024400         MOVE AMTI-SNAP-DATE TO WS-PRIOR-DATE
024500     END-IF
024600     IF WS-PRIOR-ON-FILE
024700         AND WS-PRIOR-DATE NOT < WS-SNAP-DATE
024800         DISPLAY 'AMTSNAP PRIOR SNAPSHOT DATED ' WS-PRIOR-DATE
024900                 ' IS NOT BEFORE SNAPSHOT DATE ' WS-SNAP-DATE
025000         MOVE 16             TO RETURN-CODE
025100         CLOSE SNAP-IN
025200         GOBACK
025300     END-IF
025400     OPEN INPUT  JOURNAL-IN
025500          INPUT  ACCOUNT-MASTER
025600          OUTPUT SNAP-OUT
025700          OUTPUT REPORT-OUT
025800     IF NOT WS-MSTR-OK
025900         DISPLAY 'AMTSNAP ACCOUNT MASTER OPEN FAILED, STATUS '
026000                 WS-MSTR-STATUS
026100         MOVE 16             TO RETURN-CODE
026200         CLOSE SNAP-IN
026300               JOURNAL-IN
026400               SNAP-OUT
026500               REPORT-OUT
026600         GOBACK
026700     END-IF
026800     MOVE WS-HEADING-1       TO RPT-LINE
026900     WRITE RPT-LINE
027000     MOVE WS-SNAP-DATE       TO WS-HDG-SNAP-DATE
027100     IF WS-PRIOR-ON-FILE
027200         MOVE WS-PRIOR-DATE  TO WS-HDG-PRIOR-DATE
027300     ELSE
027400         MOVE 'NONE'         TO WS-HDG-PRIOR-DATE
027500     END-IF
027600     MOVE WS-HEADING-2       TO RPT-LINE
027700     WRITE RPT-LINE
027800     MOVE SPACE              TO RPT-LINE
027900     WRITE RPT-LINE
028000     IF WS-PRIOR-ON-FILE
028100         MOVE WS-HEADING-3   TO RPT-LINE
028200     ELSE
028300         MOVE WS-NO-PRIOR-LINE TO RPT-LINE
028400     END-IF
028500     WRITE RPT-LINE
028600     PERFORM 2200-READ-MASTER
028700         THRU 2200-READ-MASTER-EXIT
028800     PERFORM 2300-READ-JOURNAL
028900         THRU 2300-READ-JOURNAL-EXIT.
029000 1000-INITIALIZE-EXIT.
029100     EXIT.
029200*----------------------------------------------------------------
029300* 2000-PROVE-ACCOUNT - TAKE THE LOWEST KEY ON THE THREE INPUTS
029400*     AS THE ACCOUNT IN HAND: PICK UP ITS PRIOR SNAPSHOT
029500*     BALANCE, SNAPSHOT ITS MASTER RECORD, ADD UP ITS
029600*     JOURNALED MOVEMENT, AND PROVE IT.  WITH NO PRIOR
029700*     SNAPSHOT ON FILE THERE IS NOTHING TO PROVE FROM, SO THE
029800*     ACCOUNT IS ONLY SNAPSHOTTED.
029900*----------------------------------------------------------------
030000 2000-PROVE-ACCOUNT.
030100     MOVE WS-PRIOR-KEY       TO WS-CURRENT-KEY
030200     IF WS-MSTR-KEY < WS-CURRENT-KEY
030300         MOVE WS-MSTR-KEY    TO WS-CURRENT-KEY
030400     END-IF
030500     IF WS-JRN-KEY < WS-CURRENT-KEY
030600         MOVE WS-JRN-KEY     TO WS-CURRENT-KEY
030700     END-IF
030800     MOVE 'N'                TO WS-IN-PRIOR-SW
030900                                WS-IN-MASTER-SW
031000                                WS-OPEN-CARD-SW
031100                                WS-UNPROVABLE-SW
031200     MOVE ZERO               TO WS-PRIOR-BAL
031300                                WS-CURR-BAL
031400                                WS-MOVEMENT
031500                                WS-KEY-MOVEMENTS
031600     IF WS-PRIOR-KEY = WS-CURRENT-KEY
031700         SET WS-IN-PRIOR     TO TRUE
031800         MOVE AMTI-SNAP-BAL  TO WS-PRIOR-BAL
031900         PERFORM 2100-READ-PRIOR
032000             THRU 2100-READ-PRIOR-EXIT
032100     END-IF
032200     IF WS-MSTR-KEY = WS-CURRENT-KEY
032300         SET WS-IN-MASTER    TO TRUE
032400         MOVE AMT-MSTR-BAL   TO WS-CURR-BAL
032500         PERFORM 2500-WRITE-SNAPSHOT
032600             THRU 2500-WRITE-SNAPSHOT-EXIT
032700         PERFORM 2200-READ-MASTER
032800             THRU 2200-READ-MASTER-EXIT
032900     END-IF
033000     PERFORM 2400-TAKE-JOURNAL-ENTRY
033100         THRU 2400-TAKE-JOURNAL-ENTRY-EXIT
033200         UNTIL WS-JRN-KEY NOT = WS-CURRENT-KEY
033300     IF NOT WS-PRIOR-ON-FILE
033400         GO TO 2000-PROVE-ACCOUNT-EXIT
033500     END-IF
033600     PERFORM 2600-CHECK-PROOF
033700         THRU 2600-CHECK-PROOF-EXIT.
033800 2000-PROVE-ACCOUNT-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------
034100* 2100-READ-PRIOR - READ THE NEXT PRIOR SNAPSHOT RECORD
034200*----------------------------------------------------------------
034300 2100-READ-PRIOR.
034400     READ SNAP-IN
034500         AT END
034600             MOVE HIGH-VALUE TO WS-PRIOR-KEY
034700             GO TO 2100-READ-PRIOR-EXIT
034800     END-READ
034900     ADD 1 TO WS-PRIOR-READ
035000     MOVE AMTI-SNAP-KEY      TO WS-PRIOR-KEY.
035100 2100-READ-PRIOR-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400* 2200-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY
035500*     ORDER.  ANY STATUS BUT OK OR END OF FILE STOPS THE RUN
035600*     RC=16 - A SNAPSHOT THAT SKIPPED PART OF THE MASTER WOULD
035700*     SHOW ACCOUNTS DISAPPEARING NEXT MONTH.
035800*----------------------------------------------------------------
035900 2200-READ-MASTER.
036000     READ ACCOUNT-MASTER NEXT RECORD
036100         AT END
036200             MOVE HIGH-VALUE TO WS-MSTR-KEY
036300             GO TO 2200-READ-MASTER-EXIT
036400     END-READ
036500     IF NOT WS-MSTR-OK
036600         DISPLAY 'AMTSNAP ACCOUNT MASTER READ FAILED, STATUS '
036700                 WS-MSTR-STATUS
036800         MOVE 16             TO RETURN-CODE
036900         CLOSE SNAP-IN
037000               JOURNAL-IN
037100               ACCOUNT-MASTER
037200               SNAP-OUT
037300               REPORT-OUT
037400         GOBACK
037500     END-IF
037600     ADD 1 TO WS-MASTER-READ
037700     MOVE AMT-MSTR-KEY       TO WS-MSTR-KEY.
037800 2200-READ-MASTER-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100* 2300-READ-JOURNAL - READ THE NEXT SORTED JOURNAL ENTRY
038200*----------------------------------------------------------------
038300 2300-READ-JOURNAL.
038400     READ JOURNAL-IN
038500         AT END
038600             MOVE HIGH-VALUE TO WS-JRN-KEY
038700             GO TO 2300-READ-JOURNAL-EXIT
038800     END-READ
038900     ADD 1 TO WS-JOURNAL-READ
039000     MOVE AMTS-JRN-KEY       TO WS-JRN-KEY.
039100 2300-READ-JOURNAL-EXIT.
039200     EXIT.
039300*----------------------------------------------------------------
039400* 2400-TAKE-JOURNAL-ENTRY - ONE JOURNAL ENTRY FOR THE ACCOUNT
039500*     IN HAND.  AN ENTRY DATED IN THE MONTH THAT CHANGES A
039600*     MASTER BALANCE ADDS ITS EFFECT TO THE MOVEMENT:
039700*       'P', 'R'      NEW BALANCE LESS PRIOR BALANCE
039800*       'I', 'A', 'J', 'F'   THE AMOUNT
039900*       'X'           LESS THE AMOUNT
040000*       'B'           THE REVERSED ENTRY UNDONE - LESS THE
040100*                     AMOUNT FOR AN 'I', PRIOR BALANCE LESS
040200*                     THE AMOUNT FOR A 'P' OR 'R'
040300*     A 'P', 'R' OR 'B' ENTRY WITH NO PRIOR BALANCE JOURNALED
040400*     CANNOT BE VALUED, SO THE ACCOUNT CANNOT BE PROVED.
040500*     CONVERSIONS, HELD POSTINGS, LOAN ENTRIES, WRITE-OFFS
040600*     AND STATUS CHANGES ('D', 'L', 'H', 'W', 'S', 'C', 'Z',
040700*     'V') LEAVE THE MASTER BALANCE WHERE IT WAS.
040800*----------------------------------------------------------------
040900 2400-TAKE-JOURNAL-ENTRY.
041000     IF AMTS-JRN-RUN-DATE NOT > WS-PRIOR-DATE
041100         OR AMTS-JRN-RUN-DATE > WS-SNAP-DATE
041200         GO TO 2400-TAKE-JOURNAL-NEXT
041300     END-IF
041400     EVALUATE TRUE
041500         WHEN AMTS-JRN-RTYPE = 'P' OR 'R'
041600             IF AMTS-JRN-PRIOR-BAL IS NOT NUMERIC
041700                 SET WS-UNPROVABLE TO TRUE
041800             ELSE
041900                 COMPUTE WS-MOVEMENT = WS-MOVEMENT
042000                     + AMTS-JRN-AMT - AMTS-JRN-PRIOR-BAL
042100             END-IF
042200         WHEN AMTS-JRN-RTYPE = 'I' OR 'A' OR 'J' OR 'F'
042300             ADD AMTS-JRN-AMT TO WS-MOVEMENT
042400             IF AMTS-JRN-RTYPE = 'A'
042500                 SET WS-OPEN-CARD TO TRUE
042600             END-IF
042700         WHEN AMTS-JRN-RTYPE = 'X'
042800             SUBTRACT AMTS-JRN-AMT FROM WS-MOVEMENT
042900         WHEN AMTS-JRN-RTYPE = 'B'
043000             EVALUATE TRUE
043100                 WHEN AMTS-JRN-REV-TYPE = 'I'
043200                     SUBTRACT AMTS-JRN-AMT FROM WS-MOVEMENT
043300                 WHEN AMTS-JRN-PRIOR-BAL IS NOT NUMERIC
043400                     SET WS-UNPROVABLE TO TRUE
043500                 WHEN AMTS-JRN-REV-TYPE = 'P' OR 'R'
043600                     COMPUTE WS-MOVEMENT = WS-MOVEMENT
043700                         + AMTS-JRN-PRIOR-BAL - AMTS-JRN-AMT
043800                 WHEN OTHER
043900                     SET WS-UNPROVABLE TO TRUE
044000             END-EVALUATE
044100         WHEN OTHER
044200             GO TO 2400-TAKE-JOURNAL-NEXT
044300     END-EVALUATE
044400     ADD 1 TO WS-MOVEMENTS-TAKEN
044500              WS-KEY-MOVEMENTS.
044600 2400-TAKE-JOURNAL-NEXT.
044700     PERFORM 2300-READ-JOURNAL
044800         THRU 2300-READ-JOURNAL-EXIT.
044900 2400-TAKE-JOURNAL-ENTRY-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200* 2500-WRITE-SNAPSHOT - WRITE THE SNAPSHOT RECORD FOR THE
045300*     MASTER RECORD IN HAND
045400*----------------------------------------------------------------
045500 2500-WRITE-SNAPSHOT.
045600     MOVE SPACE              TO AMT-SNAP-RECORD
045700     MOVE AMT-MSTR-KEY       TO AMT-SNAP-KEY
045800     MOVE WS-SNAP-DATE       TO AMT-SNAP-DATE
045900     MOVE AMT-MSTR-BAL       TO AMT-SNAP-BAL
046000     MOVE AMT-MSTR-STATUS    TO AMT-SNAP-STATUS
046100     WRITE AMT-SNAP-RECORD
046200     ADD 1 TO WS-SNAPSHOT-WRITTEN.
046300 2500-WRITE-SNAPSHOT-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------
046600* 2600-CHECK-PROOF - PROVE THE ACCOUNT IN HAND AND REPORT IT
046700*     WHEN IT FAILS.  AN ACCOUNT NEW TO THE MASTER THIS MONTH
046800*     PROVES FROM ZERO, BUT ONLY WHEN AN 'A' CARD OPENED IT.
046900*     A KEY ON NEITHER SNAPSHOT NOR MASTER IS REPORTED ONLY
047000*     WHEN IT HAS JOURNALED MOVEMENT IN THE MONTH - THE
047100*     CONVERSION ENTRIES FOR KEYS THAT NEVER POSTED ARE NOT
047200*     THIS STEP'S CONCERN.
047300*----------------------------------------------------------------
047400 2600-CHECK-PROOF.
047500     COMPUTE WS-EXPECTED-BAL = WS-PRIOR-BAL + WS-MOVEMENT
047600     EVALUATE TRUE
047700         WHEN NOT WS-IN-PRIOR AND NOT WS-IN-MASTER
047800             IF WS-KEY-MOVEMENTS = ZERO
047900                 GO TO 2600-CHECK-PROOF-EXIT
048000             END-IF
048100             ADD 1 TO WS-JOURNAL-ONLY
048200             MOVE 'JOURNAL ONLY'   TO WS-DET-REASON
048300         WHEN NOT WS-IN-MASTER
048400             ADD 1 TO WS-DROPPED
048500             MOVE 'OFF THE MASTER' TO WS-DET-REASON
048600         WHEN NOT WS-IN-PRIOR AND NOT WS-OPEN-CARD
048700             ADD 1 TO WS-APPEARED
048800             MOVE 'NEW, NO A CARD' TO WS-DET-REASON
048900         WHEN WS-UNPROVABLE
049000             ADD 1 TO WS-NOT-PROVABLE
049100             MOVE 'PRIOR BAL BLANK' TO WS-DET-REASON
049200         WHEN WS-EXPECTED-BAL = WS-CURR-BAL
049300             ADD 1 TO WS-ACCOUNTS-PROVED
049400             GO TO 2600-CHECK-PROOF-EXIT
049500         WHEN OTHER
049600             ADD 1 TO WS-OUT-OF-BALANCE
049700             MOVE 'OUT OF BALANCE' TO WS-DET-REASON
049800     END-EVALUATE
049900     ADD 1 TO WS-EXCEPTIONS
050000     MOVE WS-CURRENT-KEY     TO WS-DET-KEY
050100     MOVE WS-PRIOR-BAL       TO WS-DET-PRIOR
050200     MOVE WS-MOVEMENT        TO WS-DET-MOVEMENT
050300     MOVE WS-EXPECTED-BAL    TO WS-DET-EXPECTED
050400     MOVE WS-CURR-BAL        TO WS-DET-CURRENT
050500     MOVE WS-DETAIL-LINE     TO RPT-LINE
050600     WRITE RPT-LINE.
050700 2600-CHECK-PROOF-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000* 9000-TERMINATE - WRITE THE REPORT TOTALS, CLOSE THE FILES,
051100*     SET THE RETURN CODE, AND DISPLAY THE RUN TOTALS.
051200*     RETURN CODE 4 FLAGS A MONTH WITH PROOF EXCEPTIONS FOR
051300*     REVIEW.
051400*----------------------------------------------------------------
051500 9000-TERMINATE.
051600     MOVE SPACE              TO RPT-LINE
051700     WRITE RPT-LINE
051800     MOVE 'PRIOR SNAPSHOT RECORDS READ'
051900                             TO WS-TOT-DESC
052000     MOVE WS-PRIOR-READ      TO WS-TOT-COUNT
052100     MOVE WS-TOTAL-LINE      TO RPT-LINE
052200     WRITE RPT-LINE
052300     MOVE 'MASTER RECORDS READ'
052400                             TO WS-TOT-DESC
052500     MOVE WS-MASTER-READ     TO WS-TOT-COUNT
052600     MOVE WS-TOTAL-LINE      TO RPT-LINE
052700     WRITE RPT-LINE
052800     MOVE 'SNAPSHOT RECORDS WRITTEN'
052900                             TO WS-TOT-DESC
053000     MOVE WS-SNAPSHOT-WRITTEN TO WS-TOT-COUNT
053100     MOVE WS-TOTAL-LINE      TO RPT-LINE
053200     WRITE RPT-LINE
053300     MOVE 'JOURNAL RECORDS READ'
053400                             TO WS-TOT-DESC
053500     MOVE WS-JOURNAL-READ    TO WS-TOT-COUNT
053600     MOVE WS-TOTAL-LINE      TO RPT-LINE
053700     WRITE RPT-LINE
053800     MOVE 'MOVEMENTS IN THE MONTH'
053900                             TO WS-TOT-DESC
054000     MOVE WS-MOVEMENTS-TAKEN TO WS-TOT-COUNT
054100     MOVE WS-TOTAL-LINE      TO RPT-LINE
054200     WRITE RPT-LINE
054300     MOVE 'ACCOUNTS PROVED'  TO WS-TOT-DESC
054400     MOVE WS-ACCOUNTS-PROVED TO WS-TOT-COUNT
054500     MOVE WS-TOTAL-LINE      TO RPT-LINE
054600     WRITE RPT-LINE
054700     MOVE 'ACCOUNTS OUT OF BALANCE'
054800                             TO WS-TOT-DESC
054900     MOVE WS-OUT-OF-BALANCE  TO WS-TOT-COUNT
055000     MOVE WS-TOTAL-LINE      TO RPT-LINE
055100     WRITE RPT-LINE
055200     MOVE 'NEW WITHOUT AN A CARD'
055300                             TO WS-TOT-DESC
055400     MOVE WS-APPEARED        TO WS-TOT-COUNT
055500     MOVE WS-TOTAL-LINE      TO RPT-LINE
055600     WRITE RPT-LINE
055700     MOVE 'DROPPED OFF THE MASTER'
055800                             TO WS-TOT-DESC
055900     MOVE WS-DROPPED         TO WS-TOT-COUNT
056000     MOVE WS-TOTAL-LINE      TO RPT-LINE
056100     WRITE RPT-LINE
056200     MOVE 'MOVEMENT FOR NO ACCOUNT'
056300                             TO WS-TOT-DESC
056400     MOVE WS-JOURNAL-ONLY    TO WS-TOT-COUNT
056500     MOVE WS-TOTAL-LINE      TO RPT-LINE
056600     WRITE RPT-LINE
056700     MOVE 'NOT PROVABLE'     TO WS-TOT-DESC
056800     MOVE WS-NOT-PROVABLE    TO WS-TOT-COUNT
056900     MOVE WS-TOTAL-LINE      TO RPT-LINE
057000     WRITE RPT-LINE
057100     CLOSE SNAP-IN
057200           JOURNAL-IN
057300           ACCOUNT-MASTER
057400           SNAP-OUT
057500           REPORT-OUT
057600     IF WS-EXCEPTIONS > ZERO
057700         MOVE 4              TO RETURN-CODE
057800     END-IF
057900     DISPLAY 'AMTSNAP SNAPSHOT DATE        = ' WS-SNAP-DATE
058000     DISPLAY 'AMTSNAP PRIOR SNAPSHOT DATE  = ' WS-PRIOR-DATE
058100     DISPLAY 'AMTSNAP SNAPSHOT RECORDS     = '
058200             WS-SNAPSHOT-WRITTEN
058300     DISPLAY 'AMTSNAP ACCOUNTS PROVED      = '
058400             WS-ACCOUNTS-PROVED
058500     DISPLAY 'AMTSNAP PROOF EXCEPTIONS     = ' WS-EXCEPTIONS.
058600 9000-TERMINATE-EXIT.
058700     EXIT.
058800 END PROGRAM amtsnap.
