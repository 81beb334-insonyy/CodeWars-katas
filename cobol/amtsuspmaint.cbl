003230*                AMTSUSPM); IT RIDES THE MASTER AND THE
003240*                RELEASE FILE SO A RELEASED ITEM REJOINS THE
003250*                CONVERTED STREAM UNDER ITS PRODUCT.
003252* 10/15/2026 RB  A WRITE-OFF NO LONGER LEAVES ONLY THE
003254*                REGISTER LINE.  THE ITEM'S AMOUNT TEXT GOES
003256*                THROUGH THE SAME STRING-TO-NUMBER EDIT AS ITS
003258*                RECORD TYPE ('L' TAKES THE LARGE CONVERTER)
003260*                AND THE WRITE-OFF IS JOURNALED TO AMTJRNL
003262*                UNDER TYPE 'S' WITH THE PRODUCT AND THE
003264*                CONVERTED AMOUNT (ZERO, NOTED ON THE
003266*                REGISTER, WHEN THE TEXT FAILS THE EDIT), SO
003268*                THE GENERAL-LEDGER INTERFACE (AMTGLIF) CAN
003270*                BOOK IT.  THE STEP NOW APPENDS A RUN-CONTROL
003272*                RECORD (SEE AMTRCTL) CARRYING THE ITEMS AND
003274*                AMOUNT WRITTEN OFF FOR THE GL FEED PROOF,
003276*                AND ENDS RC=4 WHEN A WRITE-OFF COULD NOT BE
003278*                PRICED.
003300*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT REGISTER-OUT     ASSIGN TO AMTSMRPT
004800         ORGANIZATION IS SEQUENTIAL.
004820     SELECT AUDIT-JOURNAL    ASSIGN TO AMTJRNL
004840         ORGANIZATION IS SEQUENTIAL.
004860     SELECT RUN-CONTROL      ASSIGN TO AMTRCTL
004880         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DISP-IN
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  RPT-LINE                PIC X(80).
009310 FD  AUDIT-JOURNAL
009320     RECORDING MODE IS F
009330     LABEL RECORDS ARE STANDARD.
009340     COPY AMTJRNL.
009350 FD  RUN-CONTROL
009360     RECORDING MODE IS F
009370     LABEL RECORDS ARE STANDARD.
009380     COPY AMTRCTL.
009400 WORKING-STORAGE SECTION.
009500*----------------------------------------------------------------
009600* 01  WS-SWITCHES AND COUNTERS
010900 01  WS-ITEMS-WRITTEN-OFF    PIC 9(09)  COMP  VALUE ZERO.
011000 01  WS-DAILY-REPEATS        PIC 9(09)  COMP  VALUE ZERO.
011100 01  WS-CARDS-UNUSED         PIC 9(09)  COMP  VALUE ZERO.
011120 01  WS-WOFF-NO-AMOUNT       PIC 9(09)  COMP  VALUE ZERO.
011140 01  WS-WOFF-AMT             PIC S9(13)V999 COMP-3 VALUE ZERO.
011160 01  WS-WOFF-SUM             PIC S9(13)V999 COMP-3 VALUE ZERO.
011180 01  WS-JRN-RUN-ID           PIC X(08)       VALUE SPACE.
011200 01  WS-RUN-DATE-CCYYMMDD.
011300     05  FILLER              PIC X(02)       VALUE '20'.
011400     05  WS-RUN-DATE-YYMMDD  PIC 9(06).
015500     05  WS-DET-FIRST-DATE   PIC 9(08).
015600     05  FILLER              PIC X(06) VALUE SPACE.
015700     05  WS-DET-ACTION       PIC X(25).
015710*----------------------------------------------------------------
015720* CALL PARAMETER AREAS FOR STRING-TO-NUMBER AND
015730* STRING-TO-NUMBER-LARGE, USED TO PRICE A WRITE-OFF
015740*----------------------------------------------------------------
015750     COPY AMTCONV.
015760     COPY AMTCONVL.
015800 PROCEDURE DIVISION.
015900*----------------------------------------------------------------
016000* 0000-MAINLINE
017600*----------------------------------------------------------------
017700 1000-INITIALIZE.
017800     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE
017850     ACCEPT WS-JRN-RUN-ID    FROM TIME
017900     OPEN INPUT DISP-IN
018000     PERFORM 1100-LOAD-DISPOSITION
018100         THRU 1100-LOAD-DISPOSITION-EXIT
018600          OUTPUT SUSPM-OUT
018700          OUTPUT RELEASE-OUT
018800          OUTPUT REGISTER-OUT
018820          EXTEND AUDIT-JOURNAL
018840          EXTEND RUN-CONTROL
018900     MOVE WS-HEADING-1       TO RPT-LINE
019000     WRITE RPT-LINE
019100     MOVE WS-RUN-DATE-NUM    TO WS-HDG-RUN-DATE
033700     ELSE
033800         ADD 1 TO WS-ITEMS-WRITTEN-OFF
033900         MOVE 'WRITTEN OFF'  TO WS-DET-ACTION
033920         PERFORM 3300-JOURNAL-WRITE-OFF
033940             THRU 3300-JOURNAL-WRITE-OFF-EXIT
034000     END-IF
034100     MOVE AMT-SUSPM-KEY      TO WS-DET-KEY
034200     MOVE AMT-SUSPM-REASON   TO WS-DET-REASON
039300     END-IF.
039400 3210-TEST-DISPOSITION-EXIT.
039500     EXIT.
039502*----------------------------------------------------------------
039504* 3300-JOURNAL-WRITE-OFF - PRICE THE ITEM BEING WRITTEN OFF
039506*     THROUGH THE CONVERTER FOR ITS RECORD TYPE AND JOURNAL
039508*     IT UNDER TYPE 'S' WITH ITS RAW TEXT, PRODUCT, AND
039510*     CONVERTED AMOUNT.  TEXT THAT FAILS THE EDIT IS STILL
039512*     WRITTEN OFF, JOURNALED AT ZERO AND SO NOTED ON THE
039514*     REGISTER LINE.
039516*----------------------------------------------------------------
039518 3300-JOURNAL-WRITE-OFF.
039520     MOVE ZERO               TO WS-WOFF-AMT
039522     IF AMT-SUSPM-RTYPE = 'L'
039524         MOVE AMT-SUSPM-AMT-TEXT  TO AMTL-CHAR-VAL
039526         MOVE AMT-SUSPM-CURR-CODE TO AMTL-CURR-CODE
039528         CALL 'string-to-number-large' USING AMTL-FIELD
039530                                             AMTL-RETURN-CODE
039532         IF AMTL-CONVERSION-OK
039534             MOVE AMTL-NUM-VAL    TO WS-WOFF-AMT
039536         ELSE
039538             ADD 1 TO WS-WOFF-NO-AMOUNT
039540             MOVE 'WRITTEN OFF - NO AMOUNT'
039542                             TO WS-DET-ACTION
039544         END-IF
039546     ELSE
039548         MOVE AMT-SUSPM-AMT-TEXT (1:8) TO AMT-CHAR-VAL
039550         MOVE AMT-SUSPM-CURR-CODE TO AMT-CURR-CODE
039552         CALL 'string-to-number' USING AMT-FIELD
039554                                       AMT-RETURN-CODE
039556         IF AMT-CONVERSION-OK
039558             MOVE AMT-NUM-VAL     TO WS-WOFF-AMT
039560         ELSE
039562             ADD 1 TO WS-WOFF-NO-AMOUNT
039564             MOVE 'WRITTEN OFF - NO AMOUNT'
039566                             TO WS-DET-ACTION
039568         END-IF
039570     END-IF
039572     ADD WS-WOFF-AMT         TO WS-WOFF-SUM
039574     MOVE WS-RUN-DATE-NUM    TO AMT-JRN-RUN-DATE
039576     MOVE WS-JRN-RUN-ID      TO AMT-JRN-RUN-ID
039578     MOVE AMT-SUSPM-KEY      TO AMT-JRN-KEY
039580     MOVE 'S'                TO AMT-JRN-RTYPE
039582     MOVE AMT-SUSPM-CURR-CODE TO AMT-JRN-CURR-CODE
039584     MOVE AMT-SUSPM-AMT-TEXT TO AMT-JRN-AMT-TEXT
039586     MOVE WS-WOFF-AMT        TO AMT-JRN-AMT
039588     MOVE AMT-SUSPM-PROD     TO AMT-JRN-PROD
039590     MOVE SPACE              TO AMT-JRN-REV-TYPE
039592     WRITE AMT-JRN-RECORD.
039594 3300-JOURNAL-WRITE-OFF-EXIT.
039596     EXIT.
039600*----------------------------------------------------------------
039700* 9000-TERMINATE - COUNT THE DISPOSITION CARDS THAT MATCHED
039800*     NO OPEN ITEM, APPEND THE RUN-CONTROL RECORD, CLOSE THE
039900*     FILES, SET THE RETURN CODE, AND DISPLAY THE RUN TOTALS
040000*----------------------------------------------------------------
040100 9000-TERMINATE.
040200     PERFORM 9100-COUNT-UNUSED
040300         THRU 9100-COUNT-UNUSED-EXIT
040400         VARYING WS-DISP-SUB FROM 1 BY 1
040500         UNTIL WS-DISP-SUB > WS-DISP-COUNT
040520     PERFORM 9200-WRITE-RUN-CONTROL
040540         THRU 9200-WRITE-RUN-CONTROL-EXIT
040600     CLOSE SUSPM-IN
040700           DAILY-IN
040800           SUSPM-OUT
040900           RELEASE-OUT
041000           REGISTER-OUT
041020           AUDIT-JOURNAL
041040           RUN-CONTROL
041100     IF WS-CARDS-UNUSED > ZERO
041150         OR WS-WOFF-NO-AMOUNT > ZERO
041200         MOVE 4              TO RETURN-CODE
041300     END-IF
041400     DISPLAY 'AMTSUSM PRIOR ITEMS READ   = ' WS-OLD-ITEMS-READ
041900     DISPLAY 'AMTSUSM ITEMS WRITTEN OFF  = '
042000             WS-ITEMS-WRITTEN-OFF
042100     DISPLAY 'AMTSUSM DAILY REPEATS      = ' WS-DAILY-REPEATS
042200     DISPLAY 'AMTSUSM CARDS UNUSED       = ' WS-CARDS-UNUSED
042220     DISPLAY 'AMTSUSM WRITE-OFFS NO AMT  = '
042240             WS-WOFF-NO-AMOUNT.
042300 9000-TERMINATE-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
043300     END-IF.
043400 9100-COUNT-UNUSED-EXIT.
043500     EXIT.
043502*----------------------------------------------------------------
043504* 9200-WRITE-RUN-CONTROL - APPEND THIS RUN'S FIGURES TO THE
043506*     SHARED RUN-CONTROL FILE: PRIOR ITEMS READ IN, ITEMS
043508*     WRITTEN OFF OUT WITH THE AMOUNT JOURNALED FOR THEM.
043510*     THE RAW TEXT HAS NO AMOUNT IN, SO THAT FIGURE IS ZERO.
043512*     STATUS 'B' WHEN A WRITE-OFF COULD NOT BE PRICED.
043514*----------------------------------------------------------------
043516 9200-WRITE-RUN-CONTROL.
043518     MOVE 'AMTSUSM'          TO AMT-RCTL-STEP
043520     MOVE WS-RUN-DATE-NUM    TO AMT-RCTL-RUN-DATE
043522     MOVE WS-JRN-RUN-ID      TO AMT-RCTL-RUN-ID
043524     IF WS-WOFF-NO-AMOUNT > ZERO
043526         SET AMT-RCTL-BROKEN TO TRUE
043528     ELSE
043530         SET AMT-RCTL-CLEAN  TO TRUE
043532     END-IF
043534     MOVE WS-OLD-ITEMS-READ  TO AMT-RCTL-RECS-IN
043536     MOVE WS-ITEMS-WRITTEN-OFF TO AMT-RCTL-RECS-OUT
043538     MOVE ZERO               TO AMT-RCTL-AMT-IN
043540     MOVE WS-WOFF-SUM        TO AMT-RCTL-AMT-OUT
043542     WRITE AMT-RCTL-RECORD.
043544 9200-WRITE-RUN-CONTROL-EXIT.
043546     EXIT.
043600 END PROGRAM amtsusm.
