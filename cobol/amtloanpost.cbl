000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    amtlpst.
000300 AUTHOR.        R BELLWEATHER.
000400 INSTALLATION.  RETAIL BANKING BATCH SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RB  ORIGINAL CODING.  COMMERCIAL LOAN COUNTERPART
001100*                TO THE MASTER POSTING STEP (AMTMPST).  READS
001200*                THE LOAN INTEREST-POSTING FILE THE LOAN
001300*                INTEREST-CALC STEP WRITES (SEE AMTPOSTL), DOES
001400*                A KEYED READ OF THE VSAM LOAN MASTER (SEE
001500*                AMTLMST) ON EACH KEY, REPLACES THE PACKED LOAN
001600*                BALANCE, ADDS THE NIGHT'S ACCRUAL TO THE
001700*                ACCRUED-INTEREST FIELD, AND REWRITES THE
001800*                RECORD IN PLACE.  KEYS NOT ON THE MASTER, AND
001900*                READS OR REWRITES THAT FAIL, GO ON THE SAME
002000*                EXCEPTION LISTING AMTMPST PRODUCES AND END THE
002100*                STEP RC=4.  EVERY POSTING IS JOURNALED TO
002200*                AMTJRNL UNDER TYPE 'W'.  THE SAME RUN-ORDER
002300*                GUARD AS AMTMPST REFUSES THE RUN RC=8 WHEN THE
002400*                BALANCING STEP HAS NOT ENDED CLEAN FOR THE
002500*                DATE OR THIS STEP HAS ALREADY RUN FOR IT,
002600*                UNLESS THE AMTOVRD CARD CARRIES THE DATE.  THE
002700*                RUN'S IN/OUT FIGURES ARE APPENDED AS A RUN-
002800*                CONTROL RECORD (SEE AMTRCTL) FOR THE DAY-END
002900*                WALK.  PROGRAM-ID IS THE SHORT LOAD-MODULE
003000*                FORM BECAUSE JCL LOADS THIS PROGRAM DIRECTLY
003100*                BY NAME (PGM=).
003110* 10/15/2026 RB  A KEY NOT YET ON THE LOAN MASTER IS A LOAN THE
003115*                LOAN SYSTEM HAS BOOKED SINCE THE LAST RUN: IT
003120*                IS NOW WRITTEN TO THE MASTER AS A NEW ACTIVE
003125*                RECORD CARRYING THE NIGHT'S BALANCE AND
003130*                ACCRUAL, JOURNALED UNDER TYPE 'W' LIKE ANY
003135*                OTHER POSTING, AND LISTED ON THE EXCEPTION
003140*                REPORT UNDER ITS OWN COUNT.  NOTHING ELSE
003145*                CREATED LOAN MASTER RECORDS.  A WRITE THAT
003150*                FAILS IS AN ERROR AS BEFORE.  THE 'W' ENTRY
003155*                NOW CLEARS THE REVERSAL-TYPE BYTE.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT POSTING-IN       ASSIGN TO AMTPOSTL
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT LOAN-MASTER      ASSIGN TO AMTLMST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS AMT-LMST-KEY
004200         FILE STATUS IS WS-LMST-STATUS.
004300     SELECT REPORT-OUT       ASSIGN TO AMTLMRPT
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT RUN-CONTROL      ASSIGN TO AMTRCTL
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT AUDIT-JOURNAL    ASSIGN TO AMTJRNL
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT OVERRIDE-IN      ASSIGN TO AMTOVRD
005000         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  POSTING-IN
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600     COPY AMTPOSTL.
005700 FD  LOAN-MASTER.
005800     COPY AMTLMST.
005900 FD  REPORT-OUT
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  RPT-LINE                PIC X(80).
006300 FD  RUN-CONTROL
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY AMTRCTL.
006700 FD  AUDIT-JOURNAL
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY AMTJRNL.
007100 FD  OVERRIDE-IN
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  OVERRIDE-CARD.
007500     05  OVR-DATE            PIC X(08).
007600     05  FILLER              PIC X(72).
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900* 01  WS-SWITCHES AND COUNTERS
008000*----------------------------------------------------------------
008100 01  WS-EOF-SW               PIC X(01)       VALUE 'N'.
008200     88  WS-END-OF-FILE               VALUE 'Y'.
008300 01  WS-LMST-STATUS          PIC X(02)       VALUE '00'.
008400     88  WS-LMST-OK                   VALUE '00'.
008500     88  WS-LMST-NOT-FOUND            VALUE '23'.
008600 01  WS-RECORDS-READ         PIC 9(09)  COMP  VALUE ZERO.
008700 01  WS-RECORDS-POSTED       PIC 9(09)  COMP  VALUE ZERO.
008800 01  WS-RECORDS-ADDED        PIC 9(09)  COMP  VALUE ZERO.
008900 01  WS-RECORDS-IN-ERROR     PIC 9(09)  COMP  VALUE ZERO.
009000 01  WS-OLD-BAL              PIC S9(13)V999 COMP-3 VALUE ZERO.
009100*----------------------------------------------------------------
009200* 01  WS-RUN-CONTROL FIELDS - THE PROCESSING-DATE STAMP, THE
009300*     TIME-OF-DAY RUN ID, AND THE ABSORBED/POSTED AMOUNT SUMS
009400*     FOR THE RUN-CONTROL RECORD THE DAY-END WALK READS
009500*----------------------------------------------------------------
009600 01  WS-RCTL-RUN-ID          PIC X(08)       VALUE SPACE.
009700 01  WS-RUN-DATE-CCYYMMDD.
009800     05  FILLER              PIC X(02)       VALUE '20'.
009900     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
010000 01  WS-AMT-READ-SUM         PIC S9(13)V999 COMP-3 VALUE ZERO.
010100 01  WS-AMT-POSTED-SUM       PIC S9(13)V999 COMP-3 VALUE ZERO.
010200 01  WS-INT-POSTED-SUM       PIC S9(13)V999 COMP-3 VALUE ZERO.
010300*----------------------------------------------------------------
010400* 01  WS-GUARD FIELDS - THE RUN-ORDER GUARD SCANS THE SHARED
010500*     RUN-CONTROL FILE FOR TODAY'S DATE BEFORE POSTING OPENS
010600*----------------------------------------------------------------
010700 01  WS-GUARD-EOF-SW         PIC X(01)       VALUE 'N'.
010800     88  WS-GUARD-END-OF-FILE         VALUE 'Y'.
010900 01  WS-GUARD-DATE           PIC 9(08)       VALUE ZERO.
011000 01  WS-BAL-CLEAN-SW         PIC X(01)       VALUE 'N'.
011100     88  WS-BAL-CLEAN                 VALUE 'Y'.
011200 01  WS-DUP-RUN-SW           PIC X(01)       VALUE 'N'.
011300     88  WS-DUP-RUN                   VALUE 'Y'.
011400 01  WS-GUARD-OVR-SW         PIC X(01)       VALUE 'N'.
011500     88  WS-GUARD-OVERRIDDEN          VALUE 'Y'.
011600*----------------------------------------------------------------
011700* 01  WS-REPORT-LINES
011800*----------------------------------------------------------------
011900 01  WS-HEADING-1.
012000     05  FILLER              PIC X(42)
012100             VALUE 'LOAN MASTER POSTING EXCEPTION REPORT'.
012200 01  WS-HEADING-2.
012300     05  FILLER              PIC X(14) VALUE 'RUN DATE:     '.
012400     05  WS-HDG-RUN-DATE     PIC X(10).
012500 01  WS-HEADING-3.
012600     05  FILLER              PIC X(10) VALUE 'KEY       '.
012700     05  FILLER              PIC X(02) VALUE SPACE.
012800     05  FILLER              PIC X(18)
012900             VALUE '       NEW BALANCE'.
013000     05  FILLER              PIC X(02) VALUE SPACE.
013100     05  FILLER              PIC X(17)
013200             VALUE '      OLD BALANCE'.
013300     05  FILLER              PIC X(02) VALUE SPACE.
013400     05  FILLER              PIC X(11) VALUE 'DISPOSITION'.
013500 01  WS-DETAIL-LINE.
013600     05  WS-DET-KEY          PIC X(10).
013700     05  FILLER              PIC X(02) VALUE SPACE.
013800     05  WS-DET-AMOUNT       PIC -9(13).999.
013900     05  FILLER              PIC X(02) VALUE SPACE.
014000     05  WS-DET-OLD-BAL      PIC X(17).
014100     05  FILLER              PIC X(02) VALUE SPACE.
014200     05  WS-DET-DISP         PIC X(25).
014300 01  WS-CURRENT-DATE.
014400     05  WS-CUR-YY           PIC 9(02).
014500     05  WS-CUR-MM           PIC 9(02).
014600     05  WS-CUR-DD           PIC 9(02).
014700 01  WS-EDITED-DATE.
014800     05  WS-EDT-MM           PIC 9(02).
014900     05  FILLER              PIC X(01) VALUE '/'.
015000     05  WS-EDT-DD           PIC 9(02).
015100     05  FILLER              PIC X(01) VALUE '/'.
015200     05  WS-EDT-YY           PIC 9(02).
015300*----------------------------------------------------------------
015400* CALL PARAMETER AREA FOR NUMBER-TO-STRING-LARGE, USED TO
015500* RENDER THE LOAN MASTER'S BALANCE ON AN EXCEPTION LINE
015600*----------------------------------------------------------------
015700     COPY AMTCONVL.
015800 PROCEDURE DIVISION.
015900*----------------------------------------------------------------
016000* 0000-MAINLINE
016100*----------------------------------------------------------------
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE
016400         THRU 1000-INITIALIZE-EXIT
016500     PERFORM 2000-POST-BALANCES
016600         THRU 2000-POST-BALANCES-EXIT
016700         UNTIL WS-END-OF-FILE
016800     PERFORM 9000-TERMINATE
016900         THRU 9000-TERMINATE-EXIT
017000     GOBACK.
017100*----------------------------------------------------------------
017200* 1000-INITIALIZE - RUN THE RUN-ORDER GUARD, OPEN THE FILES,
017300*     WRITE THE REPORT HEADINGS, AND PRIME THE READ
017400*----------------------------------------------------------------
017500 1000-INITIALIZE.
017600     ACCEPT WS-RCTL-RUN-ID   FROM TIME
017700     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
017800     MOVE WS-RUN-DATE-CCYYMMDD TO WS-GUARD-DATE
017900     PERFORM 1100-GUARD-RUN-CONTROL
018000         THRU 1100-GUARD-RUN-CONTROL-EXIT
018100     OPEN INPUT  POSTING-IN
018200          I-O    LOAN-MASTER
018300          OUTPUT REPORT-OUT
018400          EXTEND RUN-CONTROL
018500          EXTEND AUDIT-JOURNAL
018600     IF NOT WS-LMST-OK
018700         DISPLAY 'AMTLPST LOAN MASTER OPEN FAILED, STATUS '
018800                 WS-LMST-STATUS
018900         MOVE 16             TO RETURN-CODE
019000         CLOSE POSTING-IN
019100               REPORT-OUT
019200               RUN-CONTROL
019300               AUDIT-JOURNAL
019400         GOBACK
019500     END-IF
019600     ACCEPT WS-CURRENT-DATE  FROM DATE
019700     MOVE WS-CUR-MM          TO WS-EDT-MM
019800     MOVE WS-CUR-DD          TO WS-EDT-DD
019900     MOVE WS-CUR-YY          TO WS-EDT-YY
020000     MOVE WS-EDITED-DATE     TO WS-HDG-RUN-DATE
020100     MOVE WS-HEADING-1       TO RPT-LINE
020200     WRITE RPT-LINE
020300     MOVE WS-HEADING-2       TO RPT-LINE
020400     WRITE RPT-LINE
020500     MOVE SPACE              TO RPT-LINE
020600     WRITE RPT-LINE
020700     MOVE WS-HEADING-3       TO RPT-LINE
020800     WRITE RPT-LINE
020900     PERFORM 2100-READ-POSTING
021000         THRU 2100-READ-POSTING-EXIT.
021100 1000-INITIALIZE-EXIT.
021200     EXIT.
021300*----------------------------------------------------------------
021400* 1100-GUARD-RUN-CONTROL - SCAN THE SHARED RUN-CONTROL FILE
021500*     FOR TODAY'S DATE BEFORE ANYTHING OPENS FOR POSTING.
021600*     POSTING NEEDS A CLEAN BALANCING RECORD FOR THE DATE -
021700*     AMTBAL PROVES THE WIDE FILE AGAINST THE DRIVER AS WELL
021800*     AS THE STANDARD ONE - AND MUST NOT FIND ITS OWN RECORD
021900*     ALREADY THERE.  EITHER FAILURE REFUSES THE RUN RC=8
022000*     UNLESS THE OVERRIDE CARD CARRIES TODAY'S DATE.
022100*----------------------------------------------------------------
022200 1100-GUARD-RUN-CONTROL.
022300     OPEN INPUT RUN-CONTROL
022400     PERFORM 1110-SCAN-RUN-CONTROL
022500         THRU 1110-SCAN-RUN-CONTROL-EXIT
022600         UNTIL WS-GUARD-END-OF-FILE
022700     CLOSE RUN-CONTROL
022800     MOVE 'N'                TO WS-GUARD-EOF-SW
022900     IF WS-BAL-CLEAN AND NOT WS-DUP-RUN
023000         GO TO 1100-GUARD-RUN-CONTROL-EXIT
023100     END-IF
023200     PERFORM 1120-CHECK-OVERRIDE
023300         THRU 1120-CHECK-OVERRIDE-EXIT
023400     IF WS-GUARD-OVERRIDDEN
023500         GO TO 1100-GUARD-RUN-CONTROL-EXIT
023600     END-IF
023700     IF WS-DUP-RUN
023800         DISPLAY 'AMTLPST ALREADY RAN FOR ' WS-GUARD-DATE
023900                 ' - RUN REFUSED, NO OVERRIDE CARD'
024000     ELSE
024100         DISPLAY 'AMTLPST NO CLEAN BALANCING RECORD FOR '
024200                 WS-GUARD-DATE ' - RUN REFUSED'
024300     END-IF
024400     MOVE 8                  TO RETURN-CODE
024500     GOBACK.
024600 1100-GUARD-RUN-CONTROL-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900* 1110-SCAN-RUN-CONTROL - TEST ONE RUN-CONTROL RECORD FOR
025000*     TODAY'S DATE: A CLEAN AMTBAL RECORD SATISFIES THE
025100*     RUN-ORDER CHECK, AN AMTLPST RECORD MARKS A DUPLICATE
025200*----------------------------------------------------------------
025300 1110-SCAN-RUN-CONTROL.
025400     READ RUN-CONTROL
025500         AT END
025600             SET WS-GUARD-END-OF-FILE TO TRUE
025700             GO TO 1110-SCAN-RUN-CONTROL-EXIT
025800     END-READ
025900     IF AMT-RCTL-RUN-DATE NOT = WS-GUARD-DATE
026000         GO TO 1110-SCAN-RUN-CONTROL-EXIT
026100     END-IF
026200     IF AMT-RCTL-STEP = 'AMTBAL'
026300         AND AMT-RCTL-CLEAN
026400         SET WS-BAL-CLEAN    TO TRUE
026500     END-IF
026600     IF AMT-RCTL-STEP = 'AMTLPST'
026700         SET WS-DUP-RUN      TO TRUE
026800     END-IF.
026900 1110-SCAN-RUN-CONTROL-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200* 1120-CHECK-OVERRIDE - ACCEPT THE RUN ONLY WHEN THE OPERATOR
027300*     OVERRIDE CARD CARRIES TODAY'S DATE.  A CARD WITH
027400*     ANOTHER DATE IS A LEFTOVER AND AUTHORIZES NOTHING.
027500*----------------------------------------------------------------
027600 1120-CHECK-OVERRIDE.
027700     OPEN INPUT OVERRIDE-IN
027800     READ OVERRIDE-IN
027900         AT END
028000             MOVE SPACE      TO OVERRIDE-CARD
028100     END-READ
028200     CLOSE OVERRIDE-IN
028300     IF OVR-DATE IS NUMERIC
028400         AND OVR-DATE = WS-GUARD-DATE
028500         SET WS-GUARD-OVERRIDDEN TO TRUE
028600         DISPLAY 'AMTLPST GUARD OVERRIDDEN FOR ' WS-GUARD-DATE
028700                 ' BY OPERATOR CARD'
028800     END-IF.
028900 1120-CHECK-OVERRIDE-EXIT.
029000     EXIT.
029100*----------------------------------------------------------------
029200* 2000-POST-BALANCES - POST ONE LOAN BALANCE AND ITS ONE-DAY
029300*     ACCRUAL TO THE LOAN MASTER
029310*     A KEY NOT YET ON THE MASTER IS A NEW LOAN AND IS ADDED.
029400*----------------------------------------------------------------
029500 2000-POST-BALANCES.
029600     ADD 1 TO WS-RECORDS-READ
029700     ADD AMT-POSTL-BAL       TO WS-AMT-READ-SUM
029800     MOVE AMT-POSTL-KEY      TO AMT-LMST-KEY
029900     READ LOAN-MASTER
030000         INVALID KEY
030100             CONTINUE
030200     END-READ
030300     EVALUATE TRUE
030400         WHEN WS-LMST-OK
030500             PERFORM 2200-REWRITE-BALANCE
030600                 THRU 2200-REWRITE-BALANCE-EXIT
030700         WHEN WS-LMST-NOT-FOUND
030800             PERFORM 2300-ADD-LOAN
030900                 THRU 2300-ADD-LOAN-EXIT
031000         WHEN OTHER
031100             PERFORM 2500-REPORT-READ-FAIL
031200                 THRU 2500-REPORT-READ-FAIL-EXIT
031300     END-EVALUATE
031400     PERFORM 2100-READ-POSTING
031500         THRU 2100-READ-POSTING-EXIT.
031600 2000-POST-BALANCES-EXIT.
031700     EXIT.
031800*----------------------------------------------------------------
031900* 2100-READ-POSTING - READ THE NEXT LOAN POSTING RECORD
032000*----------------------------------------------------------------
032100 2100-READ-POSTING.
032200     READ POSTING-IN
032300         AT END
032400             SET WS-END-OF-FILE TO TRUE
032500     END-READ.
032600 2100-READ-POSTING-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900* 2200-REWRITE-BALANCE - THE KEY IS ON THE MASTER: PUT THE
033000*     CONVERTED BALANCE INTO THE PACKED BALANCE FIELD, ADD THE
033100*     NIGHT'S ACCRUAL TO THE ACCRUED-INTEREST FIELD, STAMP
033200*     THE RUN DATE, AND REWRITE THE RECORD IN PLACE.  A
033300*     REWRITE THAT COMES BACK WITH A BAD STATUS GOES ON THE
033400*     EXCEPTION REPORT WITH THE BALANCE THE MASTER STILL
033500*     HOLDS, AND NOTHING IS JOURNALED FOR IT.
033600*----------------------------------------------------------------
033700 2200-REWRITE-BALANCE.
033800     MOVE AMT-LMST-BAL       TO WS-OLD-BAL
033900     MOVE AMT-POSTL-BAL      TO AMT-LMST-BAL
034000     ADD AMT-POSTL-INT       TO AMT-LMST-ACCR-INT
034100     MOVE WS-GUARD-DATE      TO AMT-LMST-LAST-DATE
034200     REWRITE AMT-LMST-RECORD
034300         INVALID KEY
034400             CONTINUE
034500     END-REWRITE
034600     IF WS-LMST-OK
034700         ADD 1 TO WS-RECORDS-POSTED
034800         ADD AMT-POSTL-BAL   TO WS-AMT-POSTED-SUM
034900         ADD AMT-POSTL-INT   TO WS-INT-POSTED-SUM
035000         PERFORM 2800-WRITE-JOURNAL
035100             THRU 2800-WRITE-JOURNAL-EXIT
035200     ELSE
035300         PERFORM 2400-REPORT-REWRITE-FAIL
035400             THRU 2400-REPORT-REWRITE-FAIL-EXIT
035500     END-IF.
035600 2200-REWRITE-BALANCE-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900* 2300-ADD-LOAN - THE KEY IS NOT ON THE MASTER: THE LOAN SYSTEM
036000*     HAS BOOKED A NEW LOAN.  WRITE IT TO THE MASTER ACTIVE,
036050*     CARRYING THE NIGHT'S BALANCE AND ACCRUAL, JOURNAL IT,
036070*     AND LIST IT SO LOAN OPERATIONS SEES THE ADDITION.  A
036080*     WRITE THAT COMES BACK WITH A BAD STATUS GOES ON THE
036090*     EXCEPTION REPORT AND NOTHING IS JOURNALED FOR IT.
036100*----------------------------------------------------------------
036200 2300-ADD-LOAN.
036210     MOVE SPACE              TO AMT-LMST-RECORD
036220     MOVE AMT-POSTL-KEY      TO AMT-LMST-KEY
036230     MOVE AMT-POSTL-BAL      TO AMT-LMST-BAL
036240     MOVE AMT-POSTL-INT      TO AMT-LMST-ACCR-INT
036250     MOVE 'A'                TO AMT-LMST-STATUS
036260     MOVE WS-GUARD-DATE      TO AMT-LMST-LAST-DATE
036270     WRITE AMT-LMST-RECORD
036280         INVALID KEY
036290             CONTINUE
036295     END-WRITE
036300     MOVE AMT-POSTL-KEY      TO WS-DET-KEY
036400     MOVE AMT-POSTL-BAL      TO WS-DET-AMOUNT
036500     MOVE SPACE              TO WS-DET-OLD-BAL
036510     IF NOT WS-LMST-OK
036520         ADD 1 TO WS-RECORDS-IN-ERROR
036530         MOVE 'WRITE FAILED, STATUS '
036540                             TO WS-DET-DISP
036550         MOVE WS-LMST-STATUS TO WS-DET-DISP (22:2)
036560         MOVE WS-DETAIL-LINE TO RPT-LINE
036570         WRITE RPT-LINE
036580         GO TO 2300-ADD-LOAN-EXIT
036590     END-IF
036600     ADD 1 TO WS-RECORDS-POSTED
036610     ADD 1 TO WS-RECORDS-ADDED
036620     ADD AMT-POSTL-BAL       TO WS-AMT-POSTED-SUM
036630     ADD AMT-POSTL-INT       TO WS-INT-POSTED-SUM
036640     PERFORM 2800-WRITE-JOURNAL
036650         THRU 2800-WRITE-JOURNAL-EXIT
036700     MOVE 'NEW LOAN ADDED TO MASTER'
036800                             TO WS-DET-DISP
036900     MOVE WS-DETAIL-LINE     TO RPT-LINE
037000     WRITE RPT-LINE.
037100 2300-ADD-LOAN-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------
037400* 2400-REPORT-REWRITE-FAIL - THE KEY WAS READ BUT THE REWRITE
037500*     FAILED: RENDER THE BALANCE THE MASTER STILL HOLDS
037600*     THROUGH NUMBER-TO-STRING-LARGE AND WRITE THE EXCEPTION
037700*     LINE WITH THE FILE STATUS
037800*----------------------------------------------------------------
037900 2400-REPORT-REWRITE-FAIL.
038000     ADD 1 TO WS-RECORDS-IN-ERROR
038100     MOVE WS-OLD-BAL         TO AMTL-NUM-VAL
038200     MOVE SPACE              TO AMTL-CURR-CODE
038300     CALL 'number-to-string-large' USING AMTL-FIELD
038400                                         AMTL-RETURN-CODE
038500     MOVE AMT-POSTL-KEY      TO WS-DET-KEY
038600     MOVE AMT-POSTL-BAL      TO WS-DET-AMOUNT
038700     MOVE AMTL-CHAR-VAL      TO WS-DET-OLD-BAL
038800     MOVE 'REWRITE FAILED, STATUS '
038900                             TO WS-DET-DISP
039000     MOVE WS-LMST-STATUS     TO WS-DET-DISP (24:2)
039100     MOVE WS-DETAIL-LINE     TO RPT-LINE
039200     WRITE RPT-LINE.
039300 2400-REPORT-REWRITE-FAIL-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600* 2500-REPORT-READ-FAIL - THE KEYED READ CAME BACK WITH AN
039700*     I/O STATUS (NOT A MISSING KEY): WRITE THE EXCEPTION
039800*     LINE WITH THE STATUS AND TOUCH NOTHING ON THE MASTER
039900*----------------------------------------------------------------
040000 2500-REPORT-READ-FAIL.
040100     ADD 1 TO WS-RECORDS-IN-ERROR
040200     MOVE AMT-POSTL-KEY      TO WS-DET-KEY
040300     MOVE AMT-POSTL-BAL      TO WS-DET-AMOUNT
040400     MOVE SPACE              TO WS-DET-OLD-BAL
040500     MOVE 'READ FAILED, STATUS '
040600                             TO WS-DET-DISP
040700     MOVE WS-LMST-STATUS     TO WS-DET-DISP (21:2)
040800     MOVE WS-DETAIL-LINE     TO RPT-LINE
040900     WRITE RPT-LINE.
041000 2500-REPORT-READ-FAIL-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300* 2800-WRITE-JOURNAL - APPEND THE AUDIT RECORD FOR ONE LOAN
041400*     POSTING.  TYPE 'W' MARKS IT; THERE IS NO RAW TEXT
041500*     BEHIND IT, SO THE TEXT FIELD CARRIES SPACES AND THE
041600*     AMOUNT IS THE LOAN BALANCE POSTED.
041700*----------------------------------------------------------------
041800 2800-WRITE-JOURNAL.
041900     MOVE WS-GUARD-DATE      TO AMT-JRN-RUN-DATE
042000     MOVE WS-RCTL-RUN-ID     TO AMT-JRN-RUN-ID
042100     MOVE AMT-POSTL-KEY      TO AMT-JRN-KEY
042200     MOVE 'W'                TO AMT-JRN-RTYPE
042300     MOVE SPACE              TO AMT-JRN-CURR-CODE
042400     MOVE AMT-POSTL-PROD     TO AMT-JRN-PROD
042500     MOVE SPACE              TO AMT-JRN-AMT-TEXT
042600     MOVE AMT-POSTL-BAL      TO AMT-JRN-AMT
042610     MOVE SPACE              TO AMT-JRN-REV-TYPE
042700     WRITE AMT-JRN-RECORD.
042800 2800-WRITE-JOURNAL-EXIT.
042900     EXIT.
043000*----------------------------------------------------------------
043100* 9000-TERMINATE - CLOSE THE FILES, SET THE RETURN CODE, AND
043200*     DISPLAY THE RUN TOTALS.  RETURN CODE 4 FLAGS A RUN WITH
043300*     EXCEPTIONS FOR REVIEW.
043400*----------------------------------------------------------------
043500 9000-TERMINATE.
043600     PERFORM 9100-WRITE-RUN-CONTROL
043700         THRU 9100-WRITE-RUN-CONTROL-EXIT
043800     CLOSE POSTING-IN
043900           LOAN-MASTER
044000           REPORT-OUT
044100           RUN-CONTROL
044200           AUDIT-JOURNAL
044300     IF WS-RECORDS-IN-ERROR > ZERO
044500         MOVE 4              TO RETURN-CODE
044600     END-IF
044700     DISPLAY 'AMTLPST RECORDS READ      = ' WS-RECORDS-READ
044800     DISPLAY 'AMTLPST BALANCES POSTED   = ' WS-RECORDS-POSTED
044900     DISPLAY 'AMTLPST INTEREST POSTED   = ' WS-INT-POSTED-SUM
045000     DISPLAY 'AMTLPST LOANS ADDED       = '
045100             WS-RECORDS-ADDED
045200     DISPLAY 'AMTLPST I/O FAILURES      = '
045300             WS-RECORDS-IN-ERROR.
045400 9000-TERMINATE-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700* 9100-WRITE-RUN-CONTROL - APPEND THIS RUN'S IN/OUT FIGURES
045800*     TO THE SHARED RUN-CONTROL FILE FOR THE DAY-END WALK.
045900*     STATUS 'B' WHEN ANY KEY COULD NOT BE POSTED.  THE
046000*     RECORD CARRIES THE GUARD DATE CAPTURED AT
046100*     INITIALIZATION, SO A RUN FINISHING AFTER MIDNIGHT
046200*     STILL WRITES UNDER THE DATE THE DUPLICATE-RUN GUARD
046300*     SCANS FOR.
046400*----------------------------------------------------------------
046500 9100-WRITE-RUN-CONTROL.
046600     MOVE 'AMTLPST'           TO AMT-RCTL-STEP
046700     MOVE WS-GUARD-DATE       TO AMT-RCTL-RUN-DATE
046800     MOVE WS-RCTL-RUN-ID      TO AMT-RCTL-RUN-ID
046900     IF WS-RECORDS-IN-ERROR > ZERO
047100         SET AMT-RCTL-BROKEN  TO TRUE
047200     ELSE
047300         SET AMT-RCTL-CLEAN   TO TRUE
047400     END-IF
047500     MOVE WS-RECORDS-READ     TO AMT-RCTL-RECS-IN
047600     MOVE WS-RECORDS-POSTED   TO AMT-RCTL-RECS-OUT
047700     MOVE WS-AMT-READ-SUM     TO AMT-RCTL-AMT-IN
047800     MOVE WS-AMT-POSTED-SUM   TO AMT-RCTL-AMT-OUT
047900     WRITE AMT-RCTL-RECORD.
048000 9100-WRITE-RUN-CONTROL-EXIT.
048100     EXIT.
048200 END PROGRAM amtlpst.
