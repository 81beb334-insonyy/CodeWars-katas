000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    amtinqb.
000300 AUTHOR.        R BELLWEATHER.
000400 INSTALLATION.  RETAIL BANKING BATCH SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RB  ORIGINAL CODING.  NIGHTLY ACCOUNT-INQUIRY
001100*                BUILD.  WALKS THE VSAM ACCOUNT MASTER IN KEY
001200*                ORDER AGAINST THREE KEY-ORDERED INPUTS - THE
001300*                CURRENT HELD-POSTINGS CARRY GENERATION (SORTED
001400*                BY THE SORT STEP IN AMTINQB1 ONTO AMTHLDS), THE
001500*                CURRENT SUSPENSE MASTER GENERATION (ALREADY IN
001600*                KEY ORDER - AMTSUSM MATCH-MERGES ON IT), AND
001700*                THE AUDIT JOURNAL SORTED BY ACCOUNT KEY, RUN
001800*                DATE AND RUN ID ONTO AMTJRNS - AND LOADS ONE
001900*                AMTINQ RECORD PER MASTER ACCOUNT INTO THE
002000*                INQUIRY FILE THE ONLINE ACCOUNT INQUIRY
002100*                (AMTINQ) READS: THE ACCOUNT'S HELD POSTINGS,
002200*                ITS OPEN SUSPENSE ITEMS, AND ITS LAST FIVE
002300*                JOURNAL ENTRIES.  HELD POSTINGS AND SUSPENSE
002400*                ITEMS FOR KEYS NOT ON THE MASTER ARE COUNTED
002500*                AND PASSED OVER.  THE INQUIRY FILE IS A REUSABLE
002600*                CLUSTER RELOADED FROM EMPTY EVERY NIGHT.  ENDS
002700*                RC=16 WHEN THE MASTER OR THE INQUIRY FILE FAILS
002800*                - A PARTLY LOADED FILE WOULD SHOW BRANCHES A
002900*                FALSE PICTURE.  PROGRAM-ID IS THE SHORT
003000*                LOAD-MODULE FORM BECAUSE JCL LOADS THIS
003100*                PROGRAM DIRECTLY BY NAME (PGM=).
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ACCOUNT-MASTER   ASSIGN TO AMTMSTR
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS AMT-MSTR-KEY
004000         FILE STATUS IS WS-MSTR-STATUS.
004100     SELECT HELD-IN          ASSIGN TO AMTHLDS
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT SUSPM-IN         ASSIGN TO AMTSMIN
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT JOURNAL-IN       ASSIGN TO AMTJRNS
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT INQUIRY-FILE     ASSIGN TO AMTINQF
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS AMT-INQ-KEY
005100         FILE STATUS IS WS-INQ-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ACCOUNT-MASTER.
005500     COPY AMTMSTR.
005600 FD  HELD-IN
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900     COPY AMTHELD.
006000 FD  SUSPM-IN
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY AMTSUSPM.
006400 FD  JOURNAL-IN
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY AMTJRNL.
006800 FD  INQUIRY-FILE.
006900     COPY AMTINQ.
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------
007200* 01  WS-SWITCHES AND COUNTERS
007300*----------------------------------------------------------------
007400 01  WS-MSTR-EOF-SW          PIC X(01)       VALUE 'N'.
007500     88  WS-MSTR-END-OF-FILE          VALUE 'Y'.
007600 01  WS-HELD-EOF-SW          PIC X(01)       VALUE 'N'.
007700     88  WS-HELD-END-OF-FILE          VALUE 'Y'.
007800 01  WS-SUSPM-EOF-SW         PIC X(01)       VALUE 'N'.
007900     88  WS-SUSPM-END-OF-FILE         VALUE 'Y'.
008000 01  WS-JRN-EOF-SW           PIC X(01)       VALUE 'N'.
008100     88  WS-JRN-END-OF-FILE           VALUE 'Y'.
008200 01  WS-MSTR-STATUS          PIC X(02)       VALUE '00'.
008300     88  WS-MSTR-OK                   VALUE '00'.
008400 01  WS-INQ-STATUS           PIC X(02)       VALUE '00'.
008500     88  WS-INQ-OK                    VALUE '00'.
008600 01  WS-MASTER-READ          PIC 9(09)  COMP  VALUE ZERO.
008700 01  WS-INQUIRY-WRITTEN      PIC 9(09)  COMP  VALUE ZERO.
008800 01  WS-HELD-READ            PIC 9(09)  COMP  VALUE ZERO.
008900 01  WS-HELD-NO-MASTER       PIC 9(09)  COMP  VALUE ZERO.
009000 01  WS-SUSPM-READ           PIC 9(09)  COMP  VALUE ZERO.
009100 01  WS-SUSPM-NO-MASTER      PIC 9(09)  COMP  VALUE ZERO.
009200 01  WS-JOURNAL-READ         PIC 9(09)  COMP  VALUE ZERO.
009300 01  WS-SLOT-SUB             PIC 9(02)  COMP  VALUE ZERO.
009400 01  WS-RUN-DATE-CCYYMMDD.
009500     05  FILLER              PIC X(02)       VALUE '20'.
009600     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
009700 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-CCYYMMDD
009800                             PIC 9(08).
009900 PROCEDURE DIVISION.
010000*----------------------------------------------------------------
010100* 0000-MAINLINE
010200*----------------------------------------------------------------
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE
010500         THRU 1000-INITIALIZE-EXIT
010600     PERFORM 2000-BUILD-ACCOUNT
010700         THRU 2000-BUILD-ACCOUNT-EXIT
010800         UNTIL WS-MSTR-END-OF-FILE
010900     PERFORM 9000-TERMINATE
011000         THRU 9000-TERMINATE-EXIT
011100     GOBACK.
011200*----------------------------------------------------------------
011300* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE MASTER, HELD,
011400*     SUSPENSE AND JOURNAL READS.  OPENING THE INQUIRY FILE
011500*     OUTPUT EMPTIES THE REUSABLE CLUSTER FOR TONIGHT'S LOAD.
011600*----------------------------------------------------------------
011700 1000-INITIALIZE.
011800     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
011900     OPEN INPUT  ACCOUNT-MASTER
012000                 HELD-IN
012100                 SUSPM-IN
012200                 JOURNAL-IN
012300          OUTPUT INQUIRY-FILE
012400     IF NOT WS-MSTR-OK
012500         DISPLAY 'AMTINQB ACCOUNT MASTER OPEN FAILED, STATUS '
012600                 WS-MSTR-STATUS
012700         MOVE 16             TO RETURN-CODE
012800         CLOSE HELD-IN
012900               SUSPM-IN
013000               JOURNAL-IN
013100               INQUIRY-FILE
013200         GOBACK
013300     END-IF
013400     IF NOT WS-INQ-OK
013500         DISPLAY 'AMTINQB INQUIRY FILE OPEN FAILED, STATUS '
013600                 WS-INQ-STATUS
013700         MOVE 16             TO RETURN-CODE
013800         CLOSE ACCOUNT-MASTER
013900               HELD-IN
014000               SUSPM-IN
014100               JOURNAL-IN
014200         GOBACK
014300     END-IF
014400     PERFORM 2100-READ-MASTER
014500         THRU 2100-READ-MASTER-EXIT
014600     PERFORM 3300-READ-HELD
014700         THRU 3300-READ-HELD-EXIT
014800     PERFORM 4300-READ-SUSPENSE
014900         THRU 4300-READ-SUSPENSE-EXIT
015000     PERFORM 5300-READ-JOURNAL
015100         THRU 5300-READ-JOURNAL-EXIT.
015200 1000-INITIALIZE-EXIT.
015300     EXIT.
015400*----------------------------------------------------------------
015500* 2000-BUILD-ACCOUNT - GATHER THE MASTER RECORD IN HAND'S HELD
015600*     POSTINGS, SUSPENSE ITEMS AND JOURNAL ENTRIES INTO ONE
015700*     INQUIRY RECORD AND LOAD IT.  ENTRIES ON THE THREE INPUTS
015800*     FOR KEYS BELOW THE MASTER KEY HAVE NO ACCOUNT AND ARE
015900*     PASSED OVER FIRST.
016000*----------------------------------------------------------------
016100 2000-BUILD-ACCOUNT.
016200     ADD 1 TO WS-MASTER-READ
016300     MOVE SPACE              TO AMT-INQ-RECORD
016400     MOVE AMT-MSTR-KEY       TO AMT-INQ-KEY
016500     MOVE WS-RUN-DATE-NUM    TO AMT-INQ-BUILT-DATE
016600     MOVE ZERO               TO AMT-INQ-HELD-COUNT
016700     MOVE ZERO               TO AMT-INQ-SUSP-COUNT
016800     MOVE ZERO               TO AMT-INQ-JRN-COUNT
016900     PERFORM 3200-SKIP-HELD
017000         THRU 3200-SKIP-HELD-EXIT
017100         UNTIL WS-HELD-END-OF-FILE
017200            OR AMT-HELD-KEY NOT < AMT-MSTR-KEY
017300     PERFORM 3000-TAKE-HELD
017400         THRU 3000-TAKE-HELD-EXIT
017500         UNTIL WS-HELD-END-OF-FILE
017600            OR AMT-HELD-KEY NOT = AMT-MSTR-KEY
017700     PERFORM 4200-SKIP-SUSPENSE
017800         THRU 4200-SKIP-SUSPENSE-EXIT
017900         UNTIL WS-SUSPM-END-OF-FILE
018000            OR AMT-SUSPM-KEY NOT < AMT-MSTR-KEY
018100     PERFORM 4000-TAKE-SUSPENSE
018200         THRU 4000-TAKE-SUSPENSE-EXIT
018300         UNTIL WS-SUSPM-END-OF-FILE
018400            OR AMT-SUSPM-KEY NOT = AMT-MSTR-KEY
018500     PERFORM 5200-SKIP-JOURNAL-ENTRY
018600         THRU 5200-SKIP-JOURNAL-ENTRY-EXIT
018700         UNTIL WS-JRN-END-OF-FILE
018800            OR AMT-JRN-KEY NOT < AMT-MSTR-KEY
018900     PERFORM 5000-TAKE-JOURNAL-ENTRY
019000         THRU 5000-TAKE-JOURNAL-ENTRY-EXIT
019100         UNTIL WS-JRN-END-OF-FILE
019200            OR AMT-JRN-KEY NOT = AMT-MSTR-KEY
019300     PERFORM 6000-WRITE-INQUIRY
019400         THRU 6000-WRITE-INQUIRY-EXIT
019500     PERFORM 2100-READ-MASTER
019600         THRU 2100-READ-MASTER-EXIT.
019700 2000-BUILD-ACCOUNT-EXIT.
019800     EXIT.
019900*----------------------------------------------------------------
020000* 2100-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY
020100*     ORDER.  ANY STATUS BUT OK OR END OF FILE STOPS THE RUN
020200*     RC=16.
020300*----------------------------------------------------------------
020400 2100-READ-MASTER.
020500     READ ACCOUNT-MASTER NEXT RECORD
020600         AT END
020700             SET WS-MSTR-END-OF-FILE TO TRUE
020800             GO TO 2100-READ-MASTER-EXIT
020900     END-READ
021000     IF NOT WS-MSTR-OK
021100         DISPLAY 'AMTINQB ACCOUNT MASTER READ FAILED, STATUS '
021200                 WS-MSTR-STATUS
021300         MOVE 16             TO RETURN-CODE
021400         CLOSE ACCOUNT-MASTER
021500               HELD-IN
021600               SUSPM-IN
021700               JOURNAL-IN
021800               INQUIRY-FILE
021900         GOBACK
022000     END-IF.
022100 2100-READ-MASTER-EXIT.
022200     EXIT.
022300*----------------------------------------------------------------
022400* 3000-TAKE-HELD - ONE HELD POSTING FOR THE ACCOUNT IN HAND:
022500*     COUNT IT, AND KEEP IT WHEN A SLOT IS FREE
022600*----------------------------------------------------------------
022700 3000-TAKE-HELD.
022800     ADD 1 TO AMT-INQ-HELD-COUNT
022900     IF AMT-INQ-HELD-COUNT NOT > 3
023000         MOVE AMT-INQ-HELD-COUNT TO WS-SLOT-SUB
023100         MOVE AMT-HELD-DATE  TO AMT-INQ-HELD-DATE (WS-SLOT-SUB)
023200         MOVE AMT-HELD-AMT   TO AMT-INQ-HELD-AMT (WS-SLOT-SUB)
023300         MOVE AMT-HELD-SHORTFALL
023400                       TO AMT-INQ-HELD-SHORTFALL (WS-SLOT-SUB)
023500         MOVE AMT-HELD-REASON
023600                       TO AMT-INQ-HELD-REASON (WS-SLOT-SUB)
023700     END-IF
023800     PERFORM 3300-READ-HELD
023900         THRU 3300-READ-HELD-EXIT.
024000 3000-TAKE-HELD-EXIT.
024100     EXIT.
024200*----------------------------------------------------------------
024300* 3200-SKIP-HELD - PASS OVER ONE HELD POSTING FOR A KEY NOT ON
024400*     THE MASTER
024500*----------------------------------------------------------------
024600 3200-SKIP-HELD.
024700     ADD 1 TO WS-HELD-NO-MASTER
024800     PERFORM 3300-READ-HELD
024900         THRU 3300-READ-HELD-EXIT.
025000 3200-SKIP-HELD-EXIT.
025100     EXIT.
025200*----------------------------------------------------------------
025300* 3300-READ-HELD - READ THE NEXT SORTED HELD POSTING
025400*----------------------------------------------------------------
025500 3300-READ-HELD.
025600     READ HELD-IN
025700         AT END
025800             SET WS-HELD-END-OF-FILE TO TRUE
025900             GO TO 3300-READ-HELD-EXIT
026000     END-READ
026100     ADD 1 TO WS-HELD-READ.
026200 3300-READ-HELD-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------
026500* 4000-TAKE-SUSPENSE - ONE OPEN SUSPENSE ITEM FOR THE ACCOUNT
026600*     IN HAND: COUNT IT, AND KEEP IT WHEN A SLOT IS FREE
026700*----------------------------------------------------------------
026800 4000-TAKE-SUSPENSE.
026900     ADD 1 TO AMT-INQ-SUSP-COUNT
027000     IF AMT-INQ-SUSP-COUNT NOT > 3
027100         MOVE AMT-INQ-SUSP-COUNT TO WS-SLOT-SUB
027200         MOVE AMT-SUSPM-FIRST-DATE
027300                       TO AMT-INQ-SUSP-FIRST-DATE (WS-SLOT-SUB)
027400         MOVE AMT-SUSPM-REASON
027500                       TO AMT-INQ-SUSP-REASON (WS-SLOT-SUB)
027600         MOVE AMT-SUSPM-RTYPE
027700                       TO AMT-INQ-SUSP-RTYPE (WS-SLOT-SUB)
027800         MOVE AMT-SUSPM-AMT-TEXT
027900                       TO AMT-INQ-SUSP-AMT-TEXT (WS-SLOT-SUB)
028000     END-IF
028100     PERFORM 4300-READ-SUSPENSE
028200         THRU 4300-READ-SUSPENSE-EXIT.
028300 4000-TAKE-SUSPENSE-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------
028600* 4200-SKIP-SUSPENSE - PASS OVER ONE SUSPENSE ITEM FOR A KEY
028700*     NOT ON THE MASTER (A RECORD THAT FAILED CONVERSION CAN
028800*     CARRY ANY KEY)
028900*----------------------------------------------------------------
029000 4200-SKIP-SUSPENSE.
029100     ADD 1 TO WS-SUSPM-NO-MASTER
029200     PERFORM 4300-READ-SUSPENSE
029300         THRU 4300-READ-SUSPENSE-EXIT.
029400 4200-SKIP-SUSPENSE-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700* 4300-READ-SUSPENSE - READ THE NEXT SUSPENSE MASTER ITEM
029800*----------------------------------------------------------------
029900 4300-READ-SUSPENSE.
030000     READ SUSPM-IN
030100         AT END
030200             SET WS-SUSPM-END-OF-FILE TO TRUE
030300             GO TO 4300-READ-SUSPENSE-EXIT
030400     END-READ
030500     ADD 1 TO WS-SUSPM-READ.
030600 4300-READ-SUSPENSE-EXIT.
030700     EXIT.
030800*----------------------------------------------------------------
030900* 5000-TAKE-JOURNAL-ENTRY - ONE JOURNAL ENTRY FOR THE ACCOUNT
031000*     IN HAND.  THE ENTRIES ARRIVE OLDEST FIRST, SO WHEN ALL
031100*     FIVE SLOTS ARE FULL THE OLDEST IS SHIFTED OUT AND THE
031200*     NEW ENTRY TAKES THE LAST SLOT.
031300*----------------------------------------------------------------
031400 5000-TAKE-JOURNAL-ENTRY.
031500     IF AMT-INQ-JRN-COUNT < 5
031600         ADD 1 TO AMT-INQ-JRN-COUNT
031700     ELSE
031800         PERFORM 5100-SHIFT-JOURNAL-SLOT
031900             THRU 5100-SHIFT-JOURNAL-SLOT-EXIT
032000             VARYING WS-SLOT-SUB FROM 1 BY 1
032100             UNTIL WS-SLOT-SUB > 4
032200     END-IF
032300     MOVE AMT-INQ-JRN-COUNT  TO WS-SLOT-SUB
032400     MOVE AMT-JRN-RUN-DATE   TO AMT-INQ-JRN-RUN-DATE (WS-SLOT-SUB)
032500     MOVE AMT-JRN-RTYPE      TO AMT-INQ-JRN-RTYPE (WS-SLOT-SUB)
032600     MOVE AMT-JRN-AMT        TO AMT-INQ-JRN-AMT (WS-SLOT-SUB)
032700     PERFORM 5300-READ-JOURNAL
032800         THRU 5300-READ-JOURNAL-EXIT.
032900 5000-TAKE-JOURNAL-ENTRY-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200* 5100-SHIFT-JOURNAL-SLOT - MOVE ONE KEPT JOURNAL ENTRY DOWN A
033300*     SLOT
033400*----------------------------------------------------------------
033500 5100-SHIFT-JOURNAL-SLOT.
033600     MOVE AMT-INQ-JRN (WS-SLOT-SUB + 1)
033700                             TO AMT-INQ-JRN (WS-SLOT-SUB).
033800 5100-SHIFT-JOURNAL-SLOT-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------
034100* 5200-SKIP-JOURNAL-ENTRY - PASS OVER ONE JOURNAL ENTRY FOR A
034200*     KEY NOT ON THE MASTER
034300*----------------------------------------------------------------
034400 5200-SKIP-JOURNAL-ENTRY.
034500     PERFORM 5300-READ-JOURNAL
034600         THRU 5300-READ-JOURNAL-EXIT.
034700 5200-SKIP-JOURNAL-ENTRY-EXIT.
034800     EXIT.
034900*----------------------------------------------------------------
035000* 5300-READ-JOURNAL - READ THE NEXT SORTED JOURNAL ENTRY
035100*----------------------------------------------------------------
035200 5300-READ-JOURNAL.
035300     READ JOURNAL-IN
035400         AT END
035500             SET WS-JRN-END-OF-FILE TO TRUE
035600             GO TO 5300-READ-JOURNAL-EXIT
035700     END-READ
035800     ADD 1 TO WS-JOURNAL-READ.
035900 5300-READ-JOURNAL-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200* 6000-WRITE-INQUIRY - LOAD THE INQUIRY RECORD FOR THE ACCOUNT
036300*     IN HAND.  A FAILED WRITE STOPS THE RUN RC=16.
036400*----------------------------------------------------------------
036500 6000-WRITE-INQUIRY.
036600     WRITE AMT-INQ-RECORD
036700         INVALID KEY
036800             CONTINUE
036900     END-WRITE
037000     IF NOT WS-INQ-OK
037100         DISPLAY 'AMTINQB INQUIRY FILE WRITE FAILED, STATUS '
037200                 WS-INQ-STATUS ' KEY ' AMT-INQ-KEY
037300         MOVE 16             TO RETURN-CODE
037400         CLOSE ACCOUNT-MASTER
037500               HELD-IN
037600               SUSPM-IN
037700               JOURNAL-IN
037800               INQUIRY-FILE
037900         GOBACK
038000     END-IF
038100     ADD 1 TO WS-INQUIRY-WRITTEN.
038200 6000-WRITE-INQUIRY-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500* 9000-TERMINATE - CLOSE THE FILES AND DISPLAY THE RUN TOTALS
038600*----------------------------------------------------------------
038700 9000-TERMINATE.
038800     CLOSE ACCOUNT-MASTER
038900           HELD-IN
039000           SUSPM-IN
039100           JOURNAL-IN
039200           INQUIRY-FILE
039300     DISPLAY 'AMTINQB MASTER RECORDS READ   = ' WS-MASTER-READ
039400     DISPLAY 'AMTINQB INQUIRY RECORDS LOADED= '
039500             WS-INQUIRY-WRITTEN
039600     DISPLAY 'AMTINQB HELD POSTINGS READ    = ' WS-HELD-READ
039700     DISPLAY 'AMTINQB HELD - NOT ON MASTER  = '
039800             WS-HELD-NO-MASTER
039900     DISPLAY 'AMTINQB SUSPENSE ITEMS READ   = ' WS-SUSPM-READ
040000     DISPLAY 'AMTINQB SUSPENSE - NO MASTER  = '
040100             WS-SUSPM-NO-MASTER
040200     DISPLAY 'AMTINQB JOURNAL RECORDS READ  = ' WS-JOURNAL-READ.
040300 9000-TERMINATE-EXIT.
040400     EXIT.
040500 END PROGRAM amtinqb.
