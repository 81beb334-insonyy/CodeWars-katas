000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    amtinq.
000300 AUTHOR.        R BELLWEATHER.
000400 INSTALLATION.  RETAIL BANKING ONLINE SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026 RB  ORIGINAL CODING.  ONLINE ACCOUNT INQUIRY,
001100*                TRANSACTION AINQ, MAP AMTINQM IN MAPSET
001200*                AMTINQS.  READ-ONLY: THE BRANCH KEYS AN
001300*                ACCOUNT NUMBER AND GETS THE MASTER BALANCE
001400*                AND STATUS (READ LIVE FROM AMTMSTR), THE HELD
001500*                POSTINGS WITH THEIR HELD DATE AND SHORTFALL,
001600*                THE OPEN SUSPENSE ITEMS WITH THEIR REASON AND
001700*                DAYS AGED, AND THE LAST FIVE JOURNAL ENTRIES,
001800*                NEWEST FIRST.  THE HELD, SUSPENSE AND JOURNAL
001900*                DETAIL COMES FROM THE INQUIRY FILE (AMTINQF,
002000*                SEE AMTINQ) THE NIGHTLY BUILD AMTINQB LOADS,
002100*                AND IS AS OF THE DATE SHOWN; DAYS AGED ARE
002200*                FIGURED AGAINST TODAY.  EVERY AMOUNT IS
002300*                FORMATTED BY LINKING TO NUMBER-TO-STRING-
002400*                ONLINE, SAME AS THE TELLER BALANCE INQUIRY;
002500*                AN AMOUNT THAT DOES NOT SURVIVE THE ROUND TRIP
002600*                THROUGH ITS TELLER-TILL SHAPE TAKES THE WIDE
002700*                PICTURE INSTEAD (SAME RULE AS AMTSTMT).  AN
002800*                ACCOUNT NOT ON THE MASTER GETS A NOT-FOUND
002900*                MESSAGE.  PSEUDO-CONVERSATIONAL; PF3 OR CLEAR
003000*                ENDS THE INQUIRY.  PROGRAM-ID IS THE SHORT
003100*                LOAD-MODULE FORM BECAUSE THE AINQ TRANSACTION
003200*                DEFINITION STARTS THIS PROGRAM BY NAME.
003300*----------------------------------------------------------------
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600*----------------------------------------------------------------
003700* 01  WS-CICS NAMES AND RESPONSE FIELDS.  WS-FORMAT-PGM IS THE
003800*     PROGRAM DEFINITION NAME NUMBER-TO-STRING-ONLINE IS
003900*     INSTALLED UNDER IN THE REGION.
004000*----------------------------------------------------------------
004100 01  WS-INQ-TRANSID          PIC X(04)       VALUE 'AINQ'.
004200 01  WS-INQ-MAPSET           PIC X(08)       VALUE 'AMTINQS'.
004300 01  WS-INQ-MAP              PIC X(08)       VALUE 'AMTINQM'.
004400 01  WS-MSTR-FILE            PIC X(08)       VALUE 'AMTMSTR'.
004500 01  WS-INQ-FILE             PIC X(08)       VALUE 'AMTINQF'.
004600 01  WS-FORMAT-PGM           PIC X(08)       VALUE 'AMTNTSO'.
004700 01  WS-RESP                 PIC S9(08) COMP VALUE ZERO.
004800 01  WS-RESP-DISPLAY         PIC 9(04)       VALUE ZERO.
004900 01  WS-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
005000 01  WS-TODAY-DATE           PIC X(08)       VALUE SPACE.
005100*----------------------------------------------------------------
005200* 01  WS-INQ-STATE - THE COMMAREA PASSED FROM ONE SCREEN OF THE
005300*     CONVERSATION TO THE NEXT: THE LAST ACCOUNT SHOWN
005400*----------------------------------------------------------------
005500 01  WS-INQ-STATE.
005600     05  WS-STATE-KEY        PIC X(10)       VALUE SPACE.
005700*----------------------------------------------------------------
005800* 01  WS-SWITCHES AND SUBSCRIPTS
005900*----------------------------------------------------------------
006000 01  WS-SLOT-SUB             PIC 9(02)  COMP  VALUE ZERO.
006100 01  WS-ROW-SUB              PIC 9(02)  COMP  VALUE ZERO.
006200 01  WS-CNT-VALUE            PIC 9(03)  COMP  VALUE ZERO.
006300*----------------------------------------------------------------
006400* 01  WS-DATE-TO-DAYS FIELDS - 6000-DATE-TO-DAYS TURNS THE
006500*     YYYYMMDD DATE STAGED IN WS-DTD-DATE INTO A SERIAL DAY
006600*     NUMBER IN WS-DTD-DAYS (SAME ROUTINE AS AMTSAGE), SO A
006700*     SUSPENSE ITEM'S FIRST-SUSPENDED DATE SUBTRACTS FROM
006800*     TODAY DIRECTLY TO ITS DAYS AGED
006900*----------------------------------------------------------------
007000 01  WS-DTD-DATE.
007100     05  WS-DTD-CCYY         PIC 9(04).
007200     05  WS-DTD-MM           PIC 9(02).
007300     05  WS-DTD-DD           PIC 9(02).
007400 01  WS-DTD-DATE-NUM REDEFINES WS-DTD-DATE
007500                             PIC 9(08).
007600 01  WS-DTD-DAYS             PIC 9(09)  COMP  VALUE ZERO.
007700 01  WS-DTD-Q4               PIC 9(04)  COMP  VALUE ZERO.
007800 01  WS-DTD-Q100             PIC 9(04)  COMP  VALUE ZERO.
007900 01  WS-DTD-Q400             PIC 9(04)  COMP  VALUE ZERO.
008000 01  WS-DTD-R4               PIC 9(04)  COMP  VALUE ZERO.
008100 01  WS-DTD-R100             PIC 9(04)  COMP  VALUE ZERO.
008200 01  WS-DTD-R400             PIC 9(04)  COMP  VALUE ZERO.
008300 01  WS-CUM-DAYS-DATA.
008400     05  FILLER              PIC X(18) VALUE '000031059090120151'.
008500     05  FILLER              PIC X(18) VALUE '181212243273304334'.
008600 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
008700     05  WS-CUM-DAYS         OCCURS 12 TIMES PIC 9(03).
008800 01  WS-TODAY-DAYS           PIC 9(09)  COMP  VALUE ZERO.
008900 01  WS-DAYS-AGED            PIC S9(05) COMP  VALUE ZERO.
009000*----------------------------------------------------------------
009100* 01  WS-AMOUNT EDIT FIELDS - WS-TILL-AMT IS THE TELLER-TILL
009200*     SHAPE NUMBER-TO-STRING-ONLINE TAKES; WHEN AN AMOUNT
009300*     SURVIVES THE ROUND TRIP THROUGH IT UNCHANGED, THE LINKED
009400*     PROGRAM EDITS IT, OTHERWISE THE WIDE PICTURE DOES
009500*----------------------------------------------------------------
009600 01  WS-TILL-AMT             PIC S9(04)V99   VALUE ZERO.
009700 01  WS-WIDE-AMT             PIC S9(13)V999  VALUE ZERO.
009800 01  WS-WIDE-EDITED          PIC ZZZZZZZZZZZZ9.999-.
009900 01  WS-EDITED-AMOUNT        PIC X(18)       VALUE SPACE.
010000*----------------------------------------------------------------
010100* 01  WS-SCREEN LINES - EACH HELD, SUSPENSE AND JOURNAL ROW IS
010200*     BUILT HERE A WHOLE LINE AT A TIME AND MOVED TO ITS MAP
010300*     FIELD; THE COLUMN HEADINGS ON THE MAP LINE UP WITH THEM
010400*----------------------------------------------------------------
010500 01  WS-COUNT-LINE.
010600     05  WS-CNT-NUMBER       PIC ZZ9.
010700     05  WS-CNT-TEXT         PIC X(27).
010800 01  WS-HELD-LINE.
010900     05  WS-HLD-DATE         PIC X(08).
011000     05  FILLER              PIC X(04) VALUE SPACE.
011100     05  WS-HLD-AMOUNT       PIC X(18).
011200     05  FILLER              PIC X(02) VALUE SPACE.
011300     05  WS-HLD-SHORTFALL    PIC X(18).
011400     05  FILLER              PIC X(02) VALUE SPACE.
011500     05  WS-HLD-REASON       PIC X(10).
011600 01  WS-SUSP-LINE.
011700     05  WS-SUS-FIRST-DATE   PIC X(08).
011800     05  FILLER              PIC X(08) VALUE SPACE.
011900     05  WS-SUS-DAYS         PIC ZZZZ9.
012000     05  FILLER              PIC X(06) VALUE SPACE.
012100     05  WS-SUS-REASON       PIC X(03).
012200     05  FILLER              PIC X(05) VALUE SPACE.
012300     05  WS-SUS-RTYPE        PIC X(01).
012400     05  FILLER              PIC X(05) VALUE SPACE.
012500     05  WS-SUS-AMT-TEXT     PIC X(17).
012600 01  WS-JRN-LINE.
012700     05  WS-JLN-RUN-DATE     PIC X(08).
012800     05  FILLER              PIC X(04) VALUE SPACE.
012900     05  WS-JLN-RTYPE        PIC X(01).
013000     05  FILLER              PIC X(04) VALUE SPACE.
013100     05  WS-JLN-AMOUNT       PIC X(18).
013200 01  WS-HELD-ROWS.
013300     05  WS-HELD-ROW         OCCURS 3 TIMES PIC X(70).
013400 01  WS-SUSP-ROWS.
013500     05  WS-SUSP-ROW         OCCURS 3 TIMES PIC X(70).
013600 01  WS-JRN-ROWS.
013700     05  WS-JRN-ROW          OCCURS 5 TIMES PIC X(70).
013800 01  WS-MESSAGE              PIC X(78)       VALUE SPACE.
013900*----------------------------------------------------------------
014000* RECORD AREAS FOR THE ACCOUNT MASTER AND THE INQUIRY FILE
014100*----------------------------------------------------------------
014200     COPY AMTMSTR.
014300     COPY AMTINQ.
014400*----------------------------------------------------------------
014500* SYMBOLIC MAP FOR MAPSET AMTINQS
014600*----------------------------------------------------------------
014700     COPY AMTINQS.
014800*----------------------------------------------------------------
014900* COMMAREA FOR THE LINK TO NUMBER-TO-STRING-ONLINE
015000*----------------------------------------------------------------
015100     COPY AMTCOMM REPLACING ==DFHCOMMAREA==
015200                       BY ==WS-FMT-COMMAREA==.
015300*----------------------------------------------------------------
015400* ATTENTION-KEY VALUES FOR TESTING EIBAID
015500*----------------------------------------------------------------
015600     COPY DFHAID.
015700 LINKAGE SECTION.
015800 01  DFHCOMMAREA.
015900     05  CA-STATE-KEY        PIC X(10).
016000 PROCEDURE DIVISION USING DFHCOMMAREA.
016100*----------------------------------------------------------------
016200* 0000-MAINLINE - FIRST ENTRY SENDS THE EMPTY SCREEN; AFTER
016300*     THAT ENTER RUNS THE INQUIRY, PF3 OR CLEAR ENDS IT, AND
016400*     ANY OTHER KEY IS TURNED AWAY.  EVERY PATH BUT THE END
016500*     RETURNS TO CICS TO WAIT FOR THE NEXT KEY.
016600*----------------------------------------------------------------
016700 0000-MAINLINE.
016800     IF EIBCALEN NOT = ZERO
016900         MOVE CA-STATE-KEY   TO WS-STATE-KEY
017000     END-IF
017100     EVALUATE TRUE
017200         WHEN EIBCALEN = ZERO
017300             PERFORM 1000-FIRST-SCREEN
017400                 THRU 1000-FIRST-SCREEN-EXIT
017500         WHEN EIBAID = DFHPF3 OR DFHCLEAR
017600             PERFORM 1100-END-INQUIRY
017700                 THRU 1100-END-INQUIRY-EXIT
017800         WHEN EIBAID = DFHENTER
017900             PERFORM 2000-PROCESS-INQUIRY
018000                 THRU 2000-PROCESS-INQUIRY-EXIT
018100         WHEN OTHER
018200             PERFORM 1200-INVALID-KEY
018300                 THRU 1200-INVALID-KEY-EXIT
018400     END-EVALUATE
018500     EXEC CICS RETURN TRANSID(WS-INQ-TRANSID)
018600                      COMMAREA(WS-INQ-STATE)
018700                      LENGTH(LENGTH OF WS-INQ-STATE)
018800     END-EXEC
018900     GOBACK.
019000*----------------------------------------------------------------
019100* 1000-FIRST-SCREEN - SEND THE EMPTY INQUIRY SCREEN
019200*----------------------------------------------------------------
019300 1000-FIRST-SCREEN.
019400     MOVE LOW-VALUE          TO AMTINQMO
019500     MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER'
019600                             TO MSGO
019700     EXEC CICS SEND MAP(WS-INQ-MAP)
019800                    MAPSET(WS-INQ-MAPSET)
019900                    FROM(AMTINQMO)
020000                    ERASE
020100     END-EXEC.
020200 1000-FIRST-SCREEN-EXIT.
020300     EXIT.
020400*----------------------------------------------------------------
020500* 1100-END-INQUIRY - CLEAR THE SCREEN AND END THE TRANSACTION
020600*     WITHOUT A NEXT TRANSACTION ID
020700*----------------------------------------------------------------
020800 1100-END-INQUIRY.
020900     MOVE 'ACCOUNT INQUIRY ENDED'
021000                             TO WS-MESSAGE
021100     EXEC CICS SEND TEXT FROM(WS-MESSAGE)
021200                    LENGTH(LENGTH OF WS-MESSAGE)
021300                    ERASE
021400                    FREEKB
021500     END-EXEC
021600     EXEC CICS RETURN
021700     END-EXEC.
021800 1100-END-INQUIRY-EXIT.
021900     EXIT.
022000*----------------------------------------------------------------
022100* 1200-INVALID-KEY - TURN AWAY AN UNSUPPORTED ATTENTION KEY,
022200*     LEAVING THE ACCOUNT ON THE SCREEN AS IT WAS
022300*----------------------------------------------------------------
022400 1200-INVALID-KEY.
022500     MOVE LOW-VALUE          TO AMTINQMO
022600     MOVE 'KEY NOT IN USE - ENTER TO INQUIRE, PF3 TO EXIT'
022700                             TO MSGO
022800     EXEC CICS SEND MAP(WS-INQ-MAP)
022900                    MAPSET(WS-INQ-MAPSET)
023000                    FROM(AMTINQMO)
023100                    DATAONLY
023200                    FREEKB
023300     END-EXEC.
023400 1200-INVALID-KEY-EXIT.
023500     EXIT.
023600*----------------------------------------------------------------
023700* 2000-PROCESS-INQUIRY - RECEIVE THE ACCOUNT NUMBER, READ THE
023800*     MASTER AND THE INQUIRY FILE, BUILD THE SCREEN, AND SEND
023900*     IT.  AN ACCOUNT NOT ON THE MASTER, OR A FILE THAT CANNOT
024000*     BE READ, GOES STRAIGHT TO THE SEND WITH ITS MESSAGE.
024100*----------------------------------------------------------------
024200 2000-PROCESS-INQUIRY.
024300     EXEC CICS RECEIVE MAP(WS-INQ-MAP)
024400                       MAPSET(WS-INQ-MAPSET)
024500                       INTO(AMTINQMI)
024600                       RESP(WS-RESP)
024700     END-EXEC
024800     IF WS-RESP NOT = DFHRESP(NORMAL)
024900         OR ACCTNOL = ZERO
025000         MOVE LOW-VALUE      TO AMTINQMO
025100         MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER'
025200                             TO MSGO
025300         GO TO 2000-SEND-SCREEN
025400     END-IF
025500     INSPECT ACCTNOI REPLACING ALL LOW-VALUE BY SPACE
025600     MOVE ACCTNOI            TO AMT-MSTR-KEY
025700     MOVE AMT-MSTR-KEY       TO WS-STATE-KEY
025800     MOVE LOW-VALUE          TO AMTINQMO
025900     MOVE AMT-MSTR-KEY       TO ACCTNOO
026000     EXEC CICS READ FILE(WS-MSTR-FILE)
026100                    INTO(AMT-MSTR-RECORD)
026200                    RIDFLD(AMT-MSTR-KEY)
026300                    RESP(WS-RESP)
026400     END-EXEC
026500     IF WS-RESP = DFHRESP(NOTFND)
026600         MOVE 'ACCOUNT            NOT FOUND ON THE ACCOUNT MASTER'
026700                             TO MSGO
026800         MOVE AMT-MSTR-KEY   TO MSGO (9:10)
026900         GO TO 2000-SEND-SCREEN
027000     END-IF
027100     IF WS-RESP NOT = DFHRESP(NORMAL)
027200         MOVE WS-RESP        TO WS-RESP-DISPLAY
027300         MOVE 'ACCOUNT MASTER NOT AVAILABLE, RESP '
027400                             TO MSGO
027500         MOVE WS-RESP-DISPLAY TO MSGO (36:4)
027600         GO TO 2000-SEND-SCREEN
027700     END-IF
027800     PERFORM 2100-SHOW-MASTER
027900         THRU 2100-SHOW-MASTER-EXIT
028000     EXEC CICS READ FILE(WS-INQ-FILE)
028100                    INTO(AMT-INQ-RECORD)
028200                    RIDFLD(AMT-MSTR-KEY)
028300                    RESP(WS-RESP)
028400     END-EXEC
028500     IF WS-RESP = DFHRESP(NOTFND)
028600         MOVE 'NO DETAIL ON THE INQUIRY FILE YET - NEW ACCOUNT'
028700                             TO MSGO
028800         GO TO 2000-SEND-SCREEN
028900     END-IF
029000     IF WS-RESP NOT = DFHRESP(NORMAL)
029100         MOVE WS-RESP        TO WS-RESP-DISPLAY
029200         MOVE 'INQUIRY FILE NOT AVAILABLE, RESP '
029300                             TO MSGO
029400         MOVE WS-RESP-DISPLAY TO MSGO (34:4)
029500         GO TO 2000-SEND-SCREEN
029600     END-IF
029700     MOVE AMT-INQ-BUILT-DATE TO ASOFO
029800     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
029900     END-EXEC
030000     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
030100                          YYYYMMDD(WS-TODAY-DATE)
030200     END-EXEC
030300     MOVE WS-TODAY-DATE      TO WS-DTD-DATE
030400     PERFORM 6000-DATE-TO-DAYS
030500         THRU 6000-DATE-TO-DAYS-EXIT
030600     MOVE WS-DTD-DAYS        TO WS-TODAY-DAYS
030700     PERFORM 3000-SHOW-HELD
030800         THRU 3000-SHOW-HELD-EXIT
030900     PERFORM 4000-SHOW-SUSPENSE
031000         THRU 4000-SHOW-SUSPENSE-EXIT
031100     PERFORM 5000-SHOW-JOURNAL
031200         THRU 5000-SHOW-JOURNAL-EXIT
031300     MOVE 'BALANCE AND STATUS CURRENT - DETAIL AS OF DATE SHOWN'
031400                             TO MSGO.
031500 2000-SEND-SCREEN.
031600     EXEC CICS SEND MAP(WS-INQ-MAP)
031700                    MAPSET(WS-INQ-MAPSET)
031800                    FROM(AMTINQMO)
031900                    ERASE
032000                    FREEKB
032100     END-EXEC.
032200 2000-PROCESS-INQUIRY-EXIT.
032300     EXIT.
032400*----------------------------------------------------------------
032500* 2100-SHOW-MASTER - THE MASTER BALANCE AND STATUS
032600*----------------------------------------------------------------
032700 2100-SHOW-MASTER.
032800     MOVE AMT-MSTR-BAL       TO WS-WIDE-AMT
032900     PERFORM 7000-EDIT-AMOUNT
033000         THRU 7000-EDIT-AMOUNT-EXIT
033100     MOVE WS-EDITED-AMOUNT   TO BALO
033200     EVALUATE TRUE
033300         WHEN AMT-MSTR-ACTIVE
033400             MOVE 'ACTIVE'   TO STATO
033500         WHEN AMT-MSTR-CLOSED
033600             MOVE 'CLOSED'   TO STATO
033700         WHEN AMT-MSTR-DORMANT
033800             MOVE 'DORMANT'  TO STATO
033900         WHEN OTHER
034000             MOVE 'STATUS'   TO STATO
034100             MOVE AMT-MSTR-STATUS TO STATO (8:1)
034200     END-EVALUATE.
034300 2100-SHOW-MASTER-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600* 3000-SHOW-HELD - THE HELD-POSTINGS COUNT AND THE HELD ROWS
034700*     KEPT ON THE INQUIRY RECORD
034800*----------------------------------------------------------------
034900 3000-SHOW-HELD.
035000     MOVE AMT-INQ-HELD-COUNT TO WS-CNT-VALUE
035100     PERFORM 8000-SET-COUNT-TEXT
035200         THRU 8000-SET-COUNT-TEXT-EXIT
035300     MOVE WS-COUNT-LINE      TO HLDCNTO
035400     MOVE SPACE              TO WS-HELD-ROWS
035500     PERFORM 3100-SHOW-HELD-ROW
035600         THRU 3100-SHOW-HELD-ROW-EXIT
035700         VARYING WS-SLOT-SUB FROM 1 BY 1
035800         UNTIL WS-SLOT-SUB > AMT-INQ-HELD-COUNT
035900            OR WS-SLOT-SUB > 3
036000     MOVE WS-HELD-ROW (1)    TO HLINE1O
036100     MOVE WS-HELD-ROW (2)    TO HLINE2O
036200     MOVE WS-HELD-ROW (3)    TO HLINE3O.
036300 3000-SHOW-HELD-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------
036600* 3100-SHOW-HELD-ROW - BUILD ONE HELD ROW
036700*----------------------------------------------------------------
036800 3100-SHOW-HELD-ROW.
036900     MOVE AMT-INQ-HELD-DATE (WS-SLOT-SUB)
037000                             TO WS-HLD-DATE
037100     MOVE AMT-INQ-HELD-AMT (WS-SLOT-SUB)
037200                             TO WS-WIDE-AMT
037300     PERFORM 7000-EDIT-AMOUNT
037400         THRU 7000-EDIT-AMOUNT-EXIT
037500     MOVE WS-EDITED-AMOUNT   TO WS-HLD-AMOUNT
037600     MOVE AMT-INQ-HELD-SHORTFALL (WS-SLOT-SUB)
037700                             TO WS-WIDE-AMT
037800     PERFORM 7000-EDIT-AMOUNT
037900         THRU 7000-EDIT-AMOUNT-EXIT
038000     MOVE WS-EDITED-AMOUNT   TO WS-HLD-SHORTFALL
038100     IF AMT-INQ-HELD-REASON (WS-SLOT-SUB) = 'D'
038200         MOVE 'DORMANT'      TO WS-HLD-REASON
038300     ELSE
038400         MOVE 'OVERDRAFT'    TO WS-HLD-REASON
038500     END-IF
038600     MOVE WS-HELD-LINE       TO WS-HELD-ROW (WS-SLOT-SUB).
038700 3100-SHOW-HELD-ROW-EXIT.
038800     EXIT.
038900*----------------------------------------------------------------
039000* 4000-SHOW-SUSPENSE - THE OPEN SUSPENSE COUNT AND THE
039100*     SUSPENSE ROWS KEPT ON THE INQUIRY RECORD
039200*----------------------------------------------------------------
039300 4000-SHOW-SUSPENSE.
039400     MOVE AMT-INQ-SUSP-COUNT TO WS-CNT-VALUE
039500     PERFORM 8000-SET-COUNT-TEXT
039600         THRU 8000-SET-COUNT-TEXT-EXIT
039700     MOVE WS-COUNT-LINE      TO SUSCNTO
039800     MOVE SPACE              TO WS-SUSP-ROWS
039900     PERFORM 4100-SHOW-SUSPENSE-ROW
040000         THRU 4100-SHOW-SUSPENSE-ROW-EXIT
040100         VARYING WS-SLOT-SUB FROM 1 BY 1
040200         UNTIL WS-SLOT-SUB > AMT-INQ-SUSP-COUNT
040300            OR WS-SLOT-SUB > 3
040400     MOVE WS-SUSP-ROW (1)    TO SLINE1O
040500     MOVE WS-SUSP-ROW (2)    TO SLINE2O
040600     MOVE WS-SUSP-ROW (3)    TO SLINE3O.
040700 4000-SHOW-SUSPENSE-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000* 4100-SHOW-SUSPENSE-ROW - BUILD ONE SUSPENSE ROW.  THE ITEM'S
041100*     AMOUNT IS THE RAW TEXT THAT FAILED CONVERSION, SHOWN AS
041200*     IT ARRIVED - THERE IS NO NUMBER BEHIND IT TO FORMAT.
041300*----------------------------------------------------------------
041400 4100-SHOW-SUSPENSE-ROW.
041500     MOVE AMT-INQ-SUSP-FIRST-DATE (WS-SLOT-SUB)
041600                             TO WS-SUS-FIRST-DATE
041700     MOVE AMT-INQ-SUSP-FIRST-DATE (WS-SLOT-SUB)
041800                             TO WS-DTD-DATE-NUM
041900     PERFORM 6000-DATE-TO-DAYS
042000         THRU 6000-DATE-TO-DAYS-EXIT
042100     COMPUTE WS-DAYS-AGED = WS-TODAY-DAYS - WS-DTD-DAYS
042200     IF WS-DAYS-AGED < ZERO
042300         MOVE ZERO           TO WS-DAYS-AGED
042400     END-IF
042500     MOVE WS-DAYS-AGED       TO WS-SUS-DAYS
042600     MOVE AMT-INQ-SUSP-REASON (WS-SLOT-SUB)
042700                             TO WS-SUS-REASON
042800     MOVE AMT-INQ-SUSP-RTYPE (WS-SLOT-SUB)
042900                             TO WS-SUS-RTYPE
043000     MOVE AMT-INQ-SUSP-AMT-TEXT (WS-SLOT-SUB)
043100                             TO WS-SUS-AMT-TEXT
043200     MOVE WS-SUSP-LINE       TO WS-SUSP-ROW (WS-SLOT-SUB).
043300 4100-SHOW-SUSPENSE-ROW-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600* 5000-SHOW-JOURNAL - THE KEPT JOURNAL ENTRIES, NEWEST FIRST.
043700*     THE INQUIRY RECORD KEEPS THEM OLDEST FIRST, SO THE SLOTS
043800*     ARE WALKED BACKWARD ONTO THE SCREEN ROWS.
043900*----------------------------------------------------------------
044000 5000-SHOW-JOURNAL.
044100     MOVE AMT-INQ-JRN-COUNT  TO WS-CNT-NUMBER
044200     MOVE ' SHOWN'           TO WS-CNT-TEXT
044300     IF AMT-INQ-JRN-COUNT = ZERO
044400         MOVE 'NONE ON FILE' TO WS-COUNT-LINE
044500     END-IF
044600     MOVE WS-COUNT-LINE      TO JRNCNTO
044700     MOVE SPACE              TO WS-JRN-ROWS
044800     MOVE ZERO               TO WS-ROW-SUB
044900     PERFORM 5100-SHOW-JOURNAL-ROW
045000         THRU 5100-SHOW-JOURNAL-ROW-EXIT
045100         VARYING WS-SLOT-SUB FROM AMT-INQ-JRN-COUNT BY -1
045200         UNTIL WS-SLOT-SUB < 1
045300     MOVE WS-JRN-ROW (1)     TO JLINE1O
045400     MOVE WS-JRN-ROW (2)     TO JLINE2O
045500     MOVE WS-JRN-ROW (3)     TO JLINE3O
045600     MOVE WS-JRN-ROW (4)     TO JLINE4O
045700     MOVE WS-JRN-ROW (5)     TO JLINE5O.
045800 5000-SHOW-JOURNAL-EXIT.
045900     EXIT.
046000*----------------------------------------------------------------
046100* 5100-SHOW-JOURNAL-ROW - BUILD ONE JOURNAL ROW
046200*----------------------------------------------------------------
046300 5100-SHOW-JOURNAL-ROW.
046400     ADD 1 TO WS-ROW-SUB
046500     MOVE AMT-INQ-JRN-RUN-DATE (WS-SLOT-SUB)
046600                             TO WS-JLN-RUN-DATE
046700     MOVE AMT-INQ-JRN-RTYPE (WS-SLOT-SUB)
046800                             TO WS-JLN-RTYPE
046900     MOVE AMT-INQ-JRN-AMT (WS-SLOT-SUB)
047000                             TO WS-WIDE-AMT
047100     PERFORM 7000-EDIT-AMOUNT
047200         THRU 7000-EDIT-AMOUNT-EXIT
047300     MOVE WS-EDITED-AMOUNT   TO WS-JLN-AMOUNT
047400     MOVE WS-JRN-LINE        TO WS-JRN-ROW (WS-ROW-SUB).
047500 5100-SHOW-JOURNAL-ROW-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------
047800* 6000-DATE-TO-DAYS - TURN THE YYYYMMDD DATE STAGED IN
047900*     WS-DTD-DATE INTO A SERIAL DAY NUMBER IN WS-DTD-DAYS:
048000*     365 DAYS A YEAR PLUS ONE PER LEAP YEAR THROUGH THE
048100*     GIVEN YEAR, PLUS THE DAYS BEFORE THE GIVEN MONTH, PLUS
048200*     THE DAY - LESS ONE WHEN THE GIVEN YEAR IS A LEAP YEAR
048300*     BUT THE DATE SITS BEFORE MARCH.  A DATE THAT IS NOT A
048400*     CALENDAR DATE COUNTS AS TODAY, SO IT AGES ZERO DAYS.
048500*----------------------------------------------------------------
048600 6000-DATE-TO-DAYS.
048700     IF WS-DTD-DATE-NUM IS NOT NUMERIC
048800         OR WS-DTD-MM < 1
048900         OR WS-DTD-MM > 12
049000         MOVE WS-TODAY-DAYS  TO WS-DTD-DAYS
049100         GO TO 6000-DATE-TO-DAYS-EXIT
049200     END-IF
049300     DIVIDE WS-DTD-CCYY BY 4
049400         GIVING WS-DTD-Q4 REMAINDER WS-DTD-R4
049500     DIVIDE WS-DTD-CCYY BY 100
049600         GIVING WS-DTD-Q100 REMAINDER WS-DTD-R100
049700     DIVIDE WS-DTD-CCYY BY 400
049800         GIVING WS-DTD-Q400 REMAINDER WS-DTD-R400
049900     COMPUTE WS-DTD-DAYS =
050000         WS-DTD-CCYY * 365
050100         + WS-DTD-Q4 - WS-DTD-Q100 + WS-DTD-Q400
050200         + WS-CUM-DAYS (WS-DTD-MM)
050300         + WS-DTD-DD
050400     IF WS-DTD-MM < 3
050500         AND WS-DTD-R4 = ZERO
050600         AND (WS-DTD-R100 NOT = ZERO OR WS-DTD-R400 = ZERO)
050700         SUBTRACT 1 FROM WS-DTD-DAYS
050800     END-IF.
050900 6000-DATE-TO-DAYS-EXIT.
051000     EXIT.
051100*----------------------------------------------------------------
051200* 7000-EDIT-AMOUNT - EDIT THE AMOUNT STAGED IN WS-WIDE-AMT
051300*     INTO WS-EDITED-AMOUNT.  AN AMOUNT THAT SURVIVES THE
051400*     ROUND TRIP THROUGH THE TELLER-TILL SHAPE UNCHANGED IS
051500*     EDITED BY LINKING TO NUMBER-TO-STRING-ONLINE, SO THE
051600*     SCREEN MATCHES THE TELLER BALANCE INQUIRY; ANYTHING
051700*     WIDER, OR CARRYING A THIRD DECIMAL, OR A LINK THAT DID
051800*     NOT COME BACK CLEAN, TAKES THE WIDE PICTURE
051900*----------------------------------------------------------------
052000 7000-EDIT-AMOUNT.
052100     MOVE WS-WIDE-AMT        TO WS-TILL-AMT
052200     IF WS-TILL-AMT = WS-WIDE-AMT
052300         MOVE WS-TILL-AMT    TO AMTO-NUM-VAL
052400         EXEC CICS LINK PROGRAM(WS-FORMAT-PGM)
052500                        COMMAREA(WS-FMT-COMMAREA)
052600                        LENGTH(LENGTH OF WS-FMT-COMMAREA)
052700                        RESP(WS-RESP)
052800         END-EXEC
052900         IF WS-RESP = DFHRESP(NORMAL)
053000             AND AMTO-CONVERSION-OK
053100             MOVE SPACE      TO WS-EDITED-AMOUNT
053200             MOVE AMTO-EDIT-VAL TO WS-EDITED-AMOUNT (10:9)
053300             GO TO 7000-EDIT-AMOUNT-EXIT
053400         END-IF
053500     END-IF
053600     MOVE WS-WIDE-AMT        TO WS-WIDE-EDITED
053700     MOVE WS-WIDE-EDITED     TO WS-EDITED-AMOUNT.
053800 7000-EDIT-AMOUNT-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100* 8000-SET-COUNT-TEXT - BUILD THE COUNT LINE FOR THE HELD OR
054200*     SUSPENSE COUNT STAGED IN WS-CNT-VALUE: NONE, ALL SHOWN,
054300*     OR MORE ON FILE THAN THE SCREEN HOLDS
054400*----------------------------------------------------------------
054500 8000-SET-COUNT-TEXT.
054600     MOVE WS-CNT-VALUE       TO WS-CNT-NUMBER
054700     EVALUATE TRUE
054800         WHEN WS-CNT-VALUE = ZERO
054900             MOVE 'NONE ON FILE' TO WS-COUNT-LINE
055000         WHEN WS-CNT-VALUE > 3
055100             MOVE ' ON FILE - FIRST 3 SHOWN'
055200                             TO WS-CNT-TEXT
055300         WHEN OTHER
055400             MOVE ' ON FILE'  TO WS-CNT-TEXT
055500     END-EVALUATE.
055600 8000-SET-COUNT-TEXT-EXIT.
055700     EXIT.
055800 END PROGRAM amtinq.
