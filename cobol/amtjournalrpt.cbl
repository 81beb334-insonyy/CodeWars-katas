002300*                PROGRAM-ID IS THE SHORT LOAD-MODULE FORM
002400*                BECAUSE JCL LOADS THIS PROGRAM DIRECTLY BY
002500*                NAME (PGM=).
002510* 10/15/2026 RB  ENTRIES THAT CARRY A PRIOR BALANCE IN THE TEXT
002515*                FIELD ('P', 'I', 'R', 'B', 'F', 'X' - SEE
002520*                AMTJRNL) HAVE NO RAW TEXT BEHIND THEM AND NOW
002525*                LIST WITH THE RAW AMOUNT TEXT COLUMN BLANK
002530*                INSTEAD OF THE PRIOR BALANCE'S DIGITS.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
018200*----------------------------------------------------------------
018300* 2000-LIST-JOURNAL - LIST ONE JOURNAL RECORD THAT MEETS THE
018400*     SELECTION, EDITING THE AMOUNT THROUGH NUMBER-TO-STRING-
018500*     REPORT WHERE IT FITS.  AN ENTRY WHOSE TEXT FIELD HOLDS
018510*     A PRIOR BALANCE LISTS NO RAW TEXT.
018600*----------------------------------------------------------------
018700 2000-LIST-JOURNAL.
018800     ADD 1 TO WS-RECORDS-READ
020000     MOVE AMT-JRN-KEY        TO WS-DET-KEY
020100     MOVE AMT-JRN-RTYPE      TO WS-DET-RTYPE
020200     MOVE AMT-JRN-CURR-CODE  TO WS-DET-CURR
020300     IF AMT-JRN-RTYPE = 'P' OR 'I' OR 'R' OR 'B' OR 'F' OR 'X'
020310         MOVE SPACE          TO WS-DET-AMT-TEXT
020320     ELSE
020330         MOVE AMT-JRN-AMT-TEXT TO WS-DET-AMT-TEXT
020340     END-IF
020400     PERFORM 2200-EDIT-AMOUNT
020500         THRU 2200-EDIT-AMOUNT-EXIT
020600     MOVE WS-DETAIL-LINE     TO RPT-LINE
