002800*                LINE AND THE STEP ENDS RC=4.  PROGRAM-ID IS
002900*                THE SHORT LOAD-MODULE FORM BECAUSE JCL LOADS
003000*                THIS PROGRAM DIRECTLY BY NAME (PGM=).
003005* 10/15/2026 RB  EACH ACCOUNT BLOCK NOW OPENS WITH THE ACCOUNT'S
003010*                OPENING BALANCE FOR THE PERIOD, TAKEN FROM THE
003015*                MONTH-END MASTER SNAPSHOT ON AMTSNPI (SEE
003020*                AMTSNAP) - READ IN STEP WITH THE SORTED
003025*                JOURNAL, BOTH BEING IN KEY ORDER.  THE SNAPSHOT
003030*                IS USED ONLY WHEN IT IS DATED THE DAY BEFORE THE
003035*                FROM DATE; AN ACCOUNT NOT ON IT WAS OPENED IN
003040*                THE PERIOD AND OPENS AT ZERO.  ANY OTHER
003045*                SNAPSHOT, AN EMPTY ONE, OR AN OPEN FROM DATE
003050*                LEAVES EVERY BLOCK WITH A FLAG LINE INSTEAD AND
003055*                THE STEP ENDS RC=4.
003060* 10/15/2026 RB  ENTRIES THAT CARRY A PRIOR BALANCE IN THE TEXT
003065*                FIELD ('P', 'I', 'R', 'B', 'F', 'X' - SEE
003070*                AMTJRNL) HAVE NO RAW TEXT BEHIND THEM AND NOW
003075*                PRINT WITH THE RAW AMOUNT TEXT COLUMN BLANK
003080*                INSTEAD OF THE PRIOR BALANCE'S DIGITS.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003500     SELECT PARM-IN          ASSIGN TO AMTSPRM
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT JOURNAL-IN       ASSIGN TO AMTJRNS
003720         ORGANIZATION IS SEQUENTIAL.
003740     SELECT SNAP-IN          ASSIGN TO AMTSNPI
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT ACCOUNT-MASTER   ASSIGN TO AMTMSTR
004000         ORGANIZATION IS INDEXED
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900     COPY AMTJRNL.
005920 FD  SNAP-IN
005940     RECORDING MODE IS F
005960     LABEL RECORDS ARE STANDARD.
005980     COPY AMTSNAP.
006000 FD  ACCOUNT-MASTER.
006100     COPY AMTMSTR.
006200 FD  STATEMENT-OUT
007800 01  WS-MOVEMENTS-LISTED     PIC 9(09)  COMP  VALUE ZERO.
007900 01  WS-STATEMENTS-WRITTEN   PIC 9(09)  COMP  VALUE ZERO.
008000 01  WS-KEYS-NOT-FOUND       PIC 9(09)  COMP  VALUE ZERO.
008050 01  WS-NO-OPENING           PIC 9(09)  COMP  VALUE ZERO.
008100 01  WS-CURRENT-KEY          PIC X(10)       VALUE LOW-VALUE.
008102*----------------------------------------------------------------
008104* 01  WS-SNAPSHOT FIELDS - THE NEXT KEY ON THE SNAPSHOT
008106*     (HIGH-VALUE ONCE IT IS EXHAUSTED), THE SNAPSHOT'S DATE,
008108*     AND WHETHER IT FITS THE PERIOD'S FROM DATE
008110*----------------------------------------------------------------
008112 01  WS-SNAP-USABLE-SW       PIC X(01)       VALUE 'N'.
008114     88  WS-SNAP-USABLE               VALUE 'Y'.
008116 01  WS-SNAP-KEY             PIC X(10)       VALUE HIGH-VALUE.
008118 01  WS-SNAP-DATE            PIC 9(08)       VALUE ZERO.
008120 01  WS-SNAP-DAYS            PIC 9(09)  COMP  VALUE ZERO.
008122 01  WS-FROM-DAYS            PIC 9(09)  COMP  VALUE ZERO.
008124*----------------------------------------------------------------
008126* 01  WS-DATE-TO-DAYS FIELDS - 6000-DATE-TO-DAYS TURNS THE
008128*     YYYYMMDD DATE STAGED IN WS-DTD-DATE INTO A SERIAL DAY
008130*     NUMBER IN WS-DTD-DAYS (DAYS SINCE THE YEAR-ZERO EPOCH,
008132*     LEAP RULES INCLUDED), SO TWO DATES SUBTRACT DIRECTLY
008134*     TO A DAY COUNT ACROSS MONTH AND YEAR ENDS
008136*----------------------------------------------------------------
008138 01  WS-DTD-DATE.
008140     05  WS-DTD-CCYY         PIC 9(04).
008142     05  WS-DTD-MM           PIC 9(02).
008144     05  WS-DTD-DD           PIC 9(02).
008146 01  WS-DTD-DATE-NUM REDEFINES WS-DTD-DATE
008148                             PIC 9(08).
008150 01  WS-DTD-DAYS             PIC 9(09)  COMP  VALUE ZERO.
008152 01  WS-DTD-Q4               PIC 9(04)  COMP  VALUE ZERO.
008154 01  WS-DTD-Q100             PIC 9(04)  COMP  VALUE ZERO.
008156 01  WS-DTD-Q400             PIC 9(04)  COMP  VALUE ZERO.
008158 01  WS-DTD-R4               PIC 9(04)  COMP  VALUE ZERO.
008160 01  WS-DTD-R100             PIC 9(04)  COMP  VALUE ZERO.
008162 01  WS-DTD-R400             PIC 9(04)  COMP  VALUE ZERO.
008164 01  WS-CUM-DAYS-DATA.
008166     05  FILLER              PIC X(18) VALUE '000031059090120151'.
008168     05  FILLER              PIC X(18) VALUE '181212243273304334'.
008170 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
008172     05  WS-CUM-DAYS         OCCURS 12 TIMES PIC 9(03).
008200*----------------------------------------------------------------
008300* 01  WS-SELECTION FIELDS - THE STATEMENT PERIOD
008400*----------------------------------------------------------------
010500     05  WS-HDG-FROM         PIC 9(08).
010600     05  FILLER              PIC X(04) VALUE ' TO '.
010700     05  WS-HDG-TO           PIC 9(08).
010705 01  WS-HEADING-3.
010710     05  FILLER              PIC X(32)
010715             VALUE 'OPENING BALANCES FROM SNAPSHOT: '.
010720     05  WS-HDG-SNAP-DATE    PIC X(08).
010725     05  WS-HDG-SNAP-NOTE    PIC X(28).
010730 01  WS-OPENING-LINE.
010735     05  FILLER              PIC X(02) VALUE SPACE.
010740     05  FILLER              PIC X(30)
010745             VALUE 'OPENING BALANCE'.
010750     05  WS-OPEN-EDITED      PIC X(18).
010755 01  WS-NO-OPENING-LINE.
010760     05  FILLER              PIC X(02) VALUE SPACE.
010765     05  FILLER              PIC X(32)
010770             VALUE 'OPENING BALANCE NOT AVAILABLE - '.
010775     05  FILLER              PIC X(26)
010780             VALUE 'NO SNAPSHOT FOR THE PERIOD'.
010800 01  WS-ACCOUNT-LINE.
010900     05  FILLER              PIC X(09) VALUE 'ACCOUNT: '.
011000     05  WS-ACC-KEY          PIC X(10).
016000     GOBACK.
016100*----------------------------------------------------------------
016200* 1000-INITIALIZE - READ THE PERIOD CARD, OPEN THE FILES,
016250*     DECIDE WHETHER THE SNAPSHOT FITS THE PERIOD, WRITE THE
016300*     RUN HEADINGS, AND PRIME THE JOURNAL AND SNAPSHOT READS
016400*----------------------------------------------------------------
016500 1000-INITIALIZE.
016600     OPEN INPUT PARM-IN
017700         MOVE PARM-TO-DATE   TO WS-SEL-TO-DATE
017800     END-IF
017900     OPEN INPUT  JOURNAL-IN
017950          INPUT  SNAP-IN
018000          INPUT  ACCOUNT-MASTER
018100          OUTPUT STATEMENT-OUT
018200     IF NOT WS-MSTR-OK
018400                 WS-MSTR-STATUS
018500         MOVE 16             TO RETURN-CODE
018600         CLOSE JOURNAL-IN
018650               SNAP-IN
018700               STATEMENT-OUT
018800         GOBACK
018900     END-IF
018920     PERFORM 2600-READ-SNAPSHOT
018940         THRU 2600-READ-SNAPSHOT-EXIT
018960     PERFORM 1100-CHECK-SNAPSHOT
018980         THRU 1100-CHECK-SNAPSHOT-EXIT
019000     MOVE WS-HEADING-1       TO RPT-LINE
019100     WRITE RPT-LINE
019200     MOVE WS-SEL-FROM-DATE   TO WS-HDG-FROM
019300     MOVE WS-SEL-TO-DATE     TO WS-HDG-TO
019400     MOVE WS-HEADING-2       TO RPT-LINE
019500     WRITE RPT-LINE
019520     MOVE WS-HEADING-3       TO RPT-LINE
019540     WRITE RPT-LINE
019600     PERFORM 2100-READ-JOURNAL
019700         THRU 2100-READ-JOURNAL-EXIT.
019800 1000-INITIALIZE-EXIT.
019802     EXIT.
019804*----------------------------------------------------------------
019806* 1100-CHECK-SNAPSHOT - THE SNAPSHOT GIVES THE PERIOD'S OPENING
019808*     BALANCES ONLY WHEN IT WAS TAKEN AS OF THE DAY BEFORE THE
019810*     FROM DATE.  EVERY RECORD ON A GENERATION CARRIES THE SAME
019812*     DATE, SO THE FIRST RECORD'S DATE SPEAKS FOR IT.  THE
019814*     THIRD HEADING LINE IS STAGED WITH THE OUTCOME.
019816*----------------------------------------------------------------
019818 1100-CHECK-SNAPSHOT.
019820     MOVE SPACE              TO WS-HDG-SNAP-NOTE
019822     IF WS-SNAP-KEY = HIGH-VALUE
019824         MOVE 'NONE'         TO WS-HDG-SNAP-DATE
019826         DISPLAY 'AMTSTMT SNAPSHOT IS EMPTY - NO OPENING BALANCES'
019828         GO TO 1100-CHECK-SNAPSHOT-EXIT
019830     END-IF
019832     MOVE AMT-SNAP-DATE      TO WS-SNAP-DATE
019834     MOVE WS-SNAP-DATE       TO WS-HDG-SNAP-DATE
019836     IF WS-SEL-FROM-DATE = ZERO
019838         MOVE ' - NOT USED, NO FROM DATE'
019840                             TO WS-HDG-SNAP-NOTE
019842         DISPLAY 'AMTSTMT NO FROM DATE - NO OPENING BALANCES'
019844         GO TO 1100-CHECK-SNAPSHOT-EXIT
019846     END-IF
019848     MOVE WS-SNAP-DATE       TO WS-DTD-DATE-NUM
019850     PERFORM 6000-DATE-TO-DAYS
019852         THRU 6000-DATE-TO-DAYS-EXIT
019854     MOVE WS-DTD-DAYS        TO WS-SNAP-DAYS
019856     MOVE WS-SEL-FROM-DATE   TO WS-DTD-DATE-NUM
019858     PERFORM 6000-DATE-TO-DAYS
019860         THRU 6000-DATE-TO-DAYS-EXIT
019862     MOVE WS-DTD-DAYS        TO WS-FROM-DAYS
019864     IF WS-SNAP-DAYS + 1 NOT = WS-FROM-DAYS
019866         MOVE ' - NOT USED, WRONG DATE'
019868                             TO WS-HDG-SNAP-NOTE
019870         DISPLAY 'AMTSTMT SNAPSHOT DATED ' WS-SNAP-DATE
019872                 ' DOES NOT OPEN PERIOD FROM ' WS-SEL-FROM-DATE
019874         GO TO 1100-CHECK-SNAPSHOT-EXIT
019876     END-IF
019878     SET WS-SNAP-USABLE      TO TRUE.
019880 1100-CHECK-SNAPSHOT-EXIT.
019900     EXIT.
020000*----------------------------------------------------------------
020100* 2000-PROCESS-JOURNAL - HANDLE ONE SORTED JOURNAL RECORD:
024600     MOVE WS-ACCOUNT-LINE    TO RPT-LINE
024700     WRITE RPT-LINE
024800     MOVE WS-COLUMN-LINE     TO RPT-LINE
024850     WRITE RPT-LINE
024900     PERFORM 2500-WRITE-OPENING
024950         THRU 2500-WRITE-OPENING-EXIT.
025000 2200-OPEN-ACCOUNT-BLOCK-EXIT.
025100     EXIT.
025200*----------------------------------------------------------------
025300* 2300-PRINT-MOVEMENT - PRINT ONE JOURNALED MOVEMENT WITH THE
025400*     AMOUNT EDITED THROUGH THE REPORT EDIT.  AN ENTRY WHOSE
025410*     TEXT FIELD HOLDS A PRIOR BALANCE PRINTS NO RAW TEXT.
025500*----------------------------------------------------------------
025600 2300-PRINT-MOVEMENT.
025700     ADD 1 TO WS-MOVEMENTS-LISTED
025800     MOVE AMT-JRN-RUN-DATE   TO WS-DET-RUN-DATE
025900     MOVE AMT-JRN-RTYPE      TO WS-DET-RTYPE
026000     IF AMT-JRN-RTYPE = 'P' OR 'I' OR 'R' OR 'B' OR 'F' OR 'X'
026010         MOVE SPACE          TO WS-DET-AMT-TEXT
026020     ELSE
026030         MOVE AMT-JRN-AMT-TEXT TO WS-DET-AMT-TEXT
026040     END-IF
026100     MOVE AMT-JRN-AMT        TO WS-WIDE-AMT
026200     PERFORM 4000-EDIT-AMOUNT
026300         THRU 4000-EDIT-AMOUNT-EXIT
026500     MOVE WS-DETAIL-LINE     TO RPT-LINE
026600     WRITE RPT-LINE.
026700 2300-PRINT-MOVEMENT-EXIT.
026702     EXIT.
026704*----------------------------------------------------------------
026706* 2500-WRITE-OPENING - WRITE THE OPENING BALANCE LINE FOR THE
026708*     NEW ACCOUNT BLOCK.  THE SNAPSHOT IS READ FORWARD TO THE
026710*     ACCOUNT'S KEY; SNAPSHOT KEYS PASSED OVER HAD NO MOVEMENT
026712*     IN THE PERIOD.  AN ACCOUNT NOT ON THE SNAPSHOT WAS OPENED
026714*     IN THE PERIOD AND OPENS AT ZERO.  WITH NO USABLE SNAPSHOT
026716*     THE BLOCK GETS THE FLAG LINE AND COUNTS TOWARD RC=4.
026718*----------------------------------------------------------------
026720 2500-WRITE-OPENING.
026722     IF NOT WS-SNAP-USABLE
026724         ADD 1 TO WS-NO-OPENING
026726         MOVE WS-NO-OPENING-LINE TO RPT-LINE
026728         WRITE RPT-LINE
026730         GO TO 2500-WRITE-OPENING-EXIT
026732     END-IF
026734     PERFORM 2600-READ-SNAPSHOT
026736         THRU 2600-READ-SNAPSHOT-EXIT
026738         UNTIL WS-SNAP-KEY NOT < WS-CURRENT-KEY
026740     IF WS-SNAP-KEY = WS-CURRENT-KEY
026742         MOVE AMT-SNAP-BAL   TO WS-WIDE-AMT
026744     ELSE
026746         MOVE ZERO           TO WS-WIDE-AMT
026748     END-IF
026750     PERFORM 4000-EDIT-AMOUNT
026752         THRU 4000-EDIT-AMOUNT-EXIT
026754     MOVE WS-EDITED-AMOUNT   TO WS-OPEN-EDITED
026756     MOVE WS-OPENING-LINE    TO RPT-LINE
026758     WRITE RPT-LINE.
026760 2500-WRITE-OPENING-EXIT.
026762     EXIT.
026764*----------------------------------------------------------------
026766* 2600-READ-SNAPSHOT - READ THE NEXT SNAPSHOT RECORD
026768*----------------------------------------------------------------
026770 2600-READ-SNAPSHOT.
026772     READ SNAP-IN
026774         AT END
026776             MOVE HIGH-VALUE TO WS-SNAP-KEY
026778             GO TO 2600-READ-SNAPSHOT-EXIT
026780     END-READ
026782     MOVE AMT-SNAP-KEY       TO WS-SNAP-KEY.
026784 2600-READ-SNAPSHOT-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
027000* 3000-CLOSE-ACCOUNT-BLOCK - CLOSE THE CURRENT ACCOUNT BLOCK
031700 4000-EDIT-AMOUNT-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
031902* 6000-DATE-TO-DAYS - TURN THE YYYYMMDD DATE STAGED IN
031904*     WS-DTD-DATE INTO A SERIAL DAY NUMBER IN WS-DTD-DAYS:
031906*     365 DAYS A YEAR PLUS ONE PER LEAP YEAR THROUGH THE
031908*     GIVEN YEAR, PLUS THE DAYS BEFORE THE GIVEN MONTH, PLUS
031910*     THE DAY - LESS ONE WHEN THE GIVEN YEAR IS A LEAP YEAR
031912*     BUT THE DATE SITS BEFORE MARCH, BECAUSE THAT YEAR'S
031914*     LEAP DAY IS ALREADY IN THE LEAP COUNT BUT NOT YET
031916*     REACHED
031918*----------------------------------------------------------------
031920 6000-DATE-TO-DAYS.
031922     DIVIDE WS-DTD-CCYY BY 4
031924         GIVING WS-DTD-Q4 REMAINDER WS-DTD-R4
031926     DIVIDE WS-DTD-CCYY BY 100
031928         GIVING WS-DTD-Q100 REMAINDER WS-DTD-R100
031930     DIVIDE WS-DTD-CCYY BY 400
031932         GIVING WS-DTD-Q400 REMAINDER WS-DTD-R400
031934     COMPUTE WS-DTD-DAYS =
031936         WS-DTD-CCYY * 365
031938         + WS-DTD-Q4 - WS-DTD-Q100 + WS-DTD-Q400
031940         + WS-CUM-DAYS (WS-DTD-MM)
031942         + WS-DTD-DD
031944     IF WS-DTD-MM < 3
031946         AND WS-DTD-R4 = ZERO
031948         AND (WS-DTD-R100 NOT = ZERO OR WS-DTD-R400 = ZERO)
031950         SUBTRACT 1 FROM WS-DTD-DAYS
031952     END-IF.
031954 6000-DATE-TO-DAYS-EXIT.
031956     EXIT.
031958*----------------------------------------------------------------
032000* 9000-TERMINATE - CLOSE THE FILES, SET THE RETURN CODE, AND
032050*     DISPLAY THE RUN TOTALS.  RETURN CODE 4 FLAGS A KEY NOT ON
032100*     THE MASTER OR A BLOCK WITH NO OPENING BALANCE.
032200*----------------------------------------------------------------
032300 9000-TERMINATE.
032400     CLOSE JOURNAL-IN
032450           SNAP-IN
032500           ACCOUNT-MASTER
032600           STATEMENT-OUT
032700     IF WS-KEYS-NOT-FOUND > ZERO
032750         OR WS-NO-OPENING > ZERO
032800         MOVE 4              TO RETURN-CODE
032900     END-IF
033000     DISPLAY 'AMTSTMT JOURNAL RECORDS READ = ' WS-RECORDS-READ
033300     DISPLAY 'AMTSTMT STATEMENTS WRITTEN   = '
033400             WS-STATEMENTS-WRITTEN
033500     DISPLAY 'AMTSTMT KEYS NOT ON MASTER   = '
033550             WS-KEYS-NOT-FOUND
033600     DISPLAY 'AMTSTMT BLOCKS WITH NO OPENING = '
033650             WS-NO-OPENING.
033700 9000-TERMINATE-EXIT.
033800     EXIT.
033900 END PROGRAM amtstmt.
