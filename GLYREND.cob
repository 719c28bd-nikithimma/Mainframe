000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GL-YEAR-END-CLOSE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  FISCAL YEAR-END GL CLOSE,
001300*                     RUN AFTER THE DECEMBER MONTH-END HAS CLOSED
001400*                     THE YEAR'S LAST PERIOD.  THE MONTH-END
001500*                     CLOSE CARRIES EVERY ACCOUNT FORWARD ALIKE,
001600*                     SO INCOME AND EXPENSE BALANCES WOULD
001700*                     OTHERWISE RUN ON FROM YEAR TO YEAR.  EVERY
001800*                     DECEMBER BRANCH ROW OF AN INCOME OR EXPENSE
001900*                     ACCOUNT (CLASS FROM THE CHART VIA
002000*                     GLACCT-VERIFY) WITH A BALANCE GETS A
002100*                     CLOSING ENTRY - THE ACCOUNT REVERSED TO
002200*                     ZERO AGAINST RETAINED EARNINGS (999973) AT
002300*                     THE SAME BRANCH - DATED 31 DECEMBER INTO
002400*                     THE YEAR'S CLOSING PERIOD (YYYY13).  EACH
002500*                     LEG GOES TO THE GL FILE AND THE KEYED GL
002600*                     HISTORY AND IS APPLIED TO THE BALANCE
002700*                     MASTER BY GL-YEAR-ADJUST, WHICH ALSO MOVES
002800*                     THE NEW YEAR'S JANUARY OPENINGS, SO THE
002900*                     NEW YEAR OPENS WITH ONLY BALANCE SHEET
003000*                     BALANCES.  A BANK-WIDE DECEMBER BALANCE NOT
003100*                     ACCOUNTED FOR BY ITS BRANCH ROWS IS CLOSED
003200*                     AT HEAD OFFICE.  THE CASH CONTROL ROW OF
003300*                     THE CLOSING PERIOD IS WRITTEN LAST AND
003400*                     MARKS THE YEAR CLOSED (A RERUN DOES
003500*                     NOTHING); ITS STATUS STAYS OPEN AS THE
003600*                     ADJUSTMENT PERIOD, INTO WHICH ONLY AN
003700*                     APPROVED GL-JOURNAL-ENTRY ADJUSTMENT CAN
003800*                     POST, UNTIL THE JANUARY CLOSE SHUTS IT.
003900*                     THE FISCAL YEAR COMES IN ON SYSIN; A ZERO
004000*                     OR BLANK CARD CLOSES THE YEAR BEFORE THE
004100*                     BUSINESS DATE.  THE CLOSING-ENTRIES REPORT
004200*                     GOES TO THE END-OF-DAY REPORT DECK (EACH
004300*                     ENTRY UNDER ITS BRANCH) AND THE REPORT
004400*                     ARCHIVE (REPORT ID GLYREND).
004500*================================================================
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     COPY GLBMSEL.
005000     COPY GLSEL.
005100     COPY EODDSEL.
005200*================================================================
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  GL-BALANCE-MASTER-FILE.
005600     COPY GLBMAST.
005700*----------------------------------------------------------------
005800 FD  GENERAL-LEDGER-FILE.
005900     COPY GLEDGER.
006000*----------------------------------------------------------------
006100 FD  EOD-REPORT-DECK-FILE.
006200     COPY EODDREC.
006300*----------------------------------------------------------------
006400 WORKING-STORAGE SECTION.
006500 01  WS-FILE-STATUSES.
006600     05  WS-GLBMAST-STATUS         PIC XX.
006700     05  WS-GLFILE-STATUS          PIC XX.
006800     05  WS-EODDECK-STATUS         PIC XX.
006900*----------------------------------------------------------------
007000*  THE CASH/TELLER CONTROL ACCOUNT - ITS BANK-WIDE ROW MARKS A
007100*  PERIOD CLOSED, SAME VALUE AS GL-POSTING AND GL-PERIOD-CLOSE.
007200*  999973 = RETAINED EARNINGS - THE EQUITY ACCOUNT EVERY INCOME
007300*  AND EXPENSE BALANCE IS CLOSED INTO AT YEAR END.
007400*----------------------------------------------------------------
007500 01  WS-CASH-CONTROL-GL-ACCOUNT    PIC 9(06) VALUE 999999.
007600 01  WS-RETAINED-EARNINGS-GL       PIC 9(06) VALUE 999973.
007700 01  WS-HEAD-OFFICE-BRANCH         PIC X(06) VALUE "000000".
007800 01  WS-BATCH-OPERATOR-ID          PIC X(08) VALUE "GLYREND".
007900 01  WS-CLOSE-NARRATIVE            PIC X(20)
008000                                   VALUE "YEAR-END CLOSE".
008100*----------------------------------------------------------------
008200*  A GL LEG CARRIES AT MOST S9(09)V99 - A LARGER BALANCE IS
008300*  CLOSED IN AS MANY PAIRS OF LEGS AS IT TAKES.
008400*----------------------------------------------------------------
008500 01  WS-MAX-LEG-AMOUNT             PIC S9(09)V99
008600                                   VALUE 999999999.99.
008700*----------------------------------------------------------------
008800 01  WS-PERIOD-FIELDS.
008900     05  WS-FISCAL-YEAR            PIC 9(04).
009000     05  WS-DECEMBER-PERIOD        PIC 9(06).
009100     05  WS-YEAR-END-PERIOD        PIC 9(06).
009200     05  WS-NEW-YEAR-PERIOD        PIC 9(06).
009300     05  WS-CLOSING-DATE           PIC 9(08).
009400*----------------------------------------------------------------
009500 01  WS-WORK-FIELDS.
009600     05  WS-MAST-EOF-SWITCH        PIC X VALUE 'N'.
009700         88  NO-MORE-MASTER-ROWS   VALUE 'Y'.
010200     05  WS-CLASSED-ACCOUNT        PIC 9(06) VALUE 0.
010300     05  WS-RESIDUE-ACCOUNT        PIC 9(06) VALUE 0.
010400     05  WS-RESIDUE-CLASS          PIC X.
010500     05  WS-RESIDUE-BALANCE        PIC S9(11)V99 VALUE 0.
010600     05  WS-CASH-DECEMBER-CLOSING  PIC S9(11)V99 VALUE 0.
010700     05  WS-CLOSE-SUB              PIC 9(04) COMP.
010800     05  WS-BRANCH-SUB             PIC 9(04) COMP.
010900     05  WS-ROWS-READ              PIC 9(08) COMP VALUE 0.
011000     05  WS-LEGS-WRITTEN           PIC 9(08) COMP VALUE 0.
011100     05  WS-TABLE-OVERFLOWS        PIC 9(06) COMP VALUE 0.
011200     05  WS-REMAINING-AMOUNT       PIC S9(11)V99.
011300     05  WS-LEG-AMOUNT             PIC S9(09)V99.
011400     05  WS-ACCOUNT-SIDE           PIC X.
011500     05  WS-OFFSET-SIDE            PIC X.
011600     05  WS-LEG-GL-ACCOUNT         PIC 9(06).
011700     05  WS-LEG-SIDE               PIC X.
011800     05  WS-LEG-BRANCH-ID          PIC X(06).
011900     05  WS-TABLE-GL-ACCOUNT       PIC 9(06).
012000     05  WS-TOTAL-INCOME           PIC S9(11)V99 VALUE 0.
012100     05  WS-TOTAL-EXPENSES         PIC S9(11)V99 VALUE 0.
012200     05  WS-NET-INCOME             PIC S9(11)V99 VALUE 0.
012300*----------------------------------------------------------------
012400*  CHART-OF-ACCOUNTS LOOKUP RESULT (GLACCT-VERIFY).
012500*----------------------------------------------------------------
012600 01  WS-GLACCT-FIELDS.
012700     05  WS-GLACCT-VERIFY-FLAG     PIC X.
012800         88  WS-GLACCT-ON-CHART    VALUE 'Y' 'C'.
012900     05  WS-GLACCT-NAME            PIC X(30).
013000     05  WS-GLACCT-CLASS           PIC X.
013300         88  WS-GLACCT-NOMINAL     VALUE 'I' 'X'.
013400     05  WS-GLACCT-NORMAL-SIDE     PIC X.
013500*----------------------------------------------------------------
013600*  ONE ROW PER INCOME OR EXPENSE ACCOUNT AND BRANCH TO BE CLOSED,
013700*  COLLECTED ON THE BALANCE MASTER SWEEP AND POSTED ONCE THE
013800*  BALANCE MASTER IS CLOSED AGAIN (GL-YEAR-ADJUST OPENS IT).
013900*----------------------------------------------------------------
014000 01  WS-CLOSE-COUNT                PIC 9(04) COMP VALUE 0.
014100 01  WS-CLOSE-MAX                  PIC 9(04) COMP VALUE 3000.
014200 01  WS-CLOSE-TABLE.
014300     05  WS-CL-ENTRY               OCCURS 3000 TIMES.
014400         10  WS-CL-GL-ACCOUNT      PIC 9(06).
014500         10  WS-CL-BRANCH-ID       PIC X(06).
014600         10  WS-CL-CLASS           PIC X.
014700         10  WS-CL-BALANCE         PIC S9(11)V99 COMP-3.
014800*----------------------------------------------------------------
014900*  NET INCOME CLOSED TO RETAINED EARNINGS, BY BRANCH - INCOME
015000*  AND EXPENSES BOTH SHOWN POSITIVE.
015100*----------------------------------------------------------------
015200 01  WS-BRANCH-COUNT               PIC 9(04) COMP VALUE 0.
015300 01  WS-BRANCH-MAX                 PIC 9(04) COMP VALUE 200.
015400 01  WS-BRANCH-TABLE.
015500     05  WS-BR-ENTRY               OCCURS 200 TIMES
015600                                   INDEXED BY WS-BR-IDX.
015700         10  WS-BR-BRANCH-ID       PIC X(06).
015800         10  WS-BR-INCOME          PIC S9(11)V99 COMP-3.
015900         10  WS-BR-EXPENSES        PIC S9(11)V99 COMP-3.
016000*----------------------------------------------------------------
016100*  PRINT WORK FIELDS - SAME EDIT CONVENTION AS GLBRSTMT.
016200*----------------------------------------------------------------
016300 01  WS-PRINT-FIELDS.
016400     05  WS-EDIT-BALANCE           PIC -(11)9.99.
016500     05  WS-EDIT-AMOUNT            PIC -(11)9.99.
016600     05  WS-LINE-LABEL             PIC X(40).
016700     05  WS-LINE-AMOUNT            PIC S9(11)V99.
016800     05  WS-SIDE-LABEL             PIC X(02).
016900*----------------------------------------------------------------
017000 01  WS-ID-SOURCE-NAME             PIC X(08).
017100 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
017200 01  WS-CURRENT-TIMESTAMP          PIC X(21).
017300 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
017400     05  WS-TS-DATE                PIC 9(08).
017500     05  WS-TS-TIME-OF-DAY         PIC 9(08).
017600     05  FILLER                    PIC X(05).
017700 01  WS-BUSINESS-DATE              PIC 9(08).
017800 01  WS-BUSDATE-FLAG               PIC X.
017900 01  WS-RUN-HISTORY-FIELDS.
018000     05  WS-RH-STEP-NAME           PIC X(08) VALUE "GLYESTEP".
018100     05  WS-RH-START-TIMESTAMP     PIC X(21).
018200     05  WS-RH-RECORDS-READ        PIC 9(08).
018300     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
018400     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
018500     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
018600*----------------------------------------------------------------
018700*  STAGING LINE FOR THE KEYED REPORT ARCHIVE (RPTARCH-WRITE).
018800*----------------------------------------------------------------
018900 01  WS-ARCHIVE-LINE               PIC X(100).
019000 01  WS-ARCHIVE-REPORT-ID          PIC X(08) VALUE "GLYREND".
019100*================================================================
019200 PROCEDURE DIVISION.
019300*================================================================
019400 0000-MAINLINE.
019500     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
019600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
019700     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
019800         WS-BUSDATE-FLAG
019900     IF WS-BUSDATE-FLAG = "Y"
020000         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
020100     END-IF
020200     MOVE ZERO TO WS-FISCAL-YEAR
020300     ACCEPT WS-FISCAL-YEAR
020400     IF WS-FISCAL-YEAR NOT NUMERIC OR WS-FISCAL-YEAR = ZERO
020500         COMPUTE WS-FISCAL-YEAR = WS-TS-DATE / 10000 - 1
020600     END-IF
020700     COMPUTE WS-DECEMBER-PERIOD = WS-FISCAL-YEAR * 100 + 12
020800     COMPUTE WS-YEAR-END-PERIOD = WS-FISCAL-YEAR * 100 + 13
020900     COMPUTE WS-NEW-YEAR-PERIOD =
021000         (WS-FISCAL-YEAR + 1) * 100 + 1
021100     COMPUTE WS-CLOSING-DATE = WS-FISCAL-YEAR * 10000 + 1231
021200
021300     PERFORM 1000-INITIALIZE
021400         THRU 1000-INITIALIZE-EXIT
021500     IF WS-RH-COMPLETION-CODE NOT = ZERO
021600         GO TO 0000-WRITE-RUN-HISTORY
021700     END-IF
021800     PERFORM 2000-COLLECT-NOMINAL-BALANCES
021900         THRU 2000-COLLECT-NOMINAL-BALANCES-EXIT
022000     CLOSE GL-BALANCE-MASTER-FILE
022100
022200     PERFORM 3000-OPEN-POSTING-FILES
022300         THRU 3000-OPEN-POSTING-FILES-EXIT
022400     IF WS-RH-COMPLETION-CODE NOT = ZERO
022500         GO TO 0000-WRITE-RUN-HISTORY
022600     END-IF
022700     PERFORM 3100-CLOSE-ONE-BALANCE
022800         THRU 3100-CLOSE-ONE-BALANCE-EXIT
022900         VARYING WS-CLOSE-SUB FROM 1 BY 1
023000         UNTIL WS-CLOSE-SUB > WS-CLOSE-COUNT
023100     CLOSE GENERAL-LEDGER-FILE
023200
023300     PERFORM 4000-OPEN-ADJUSTMENT-PERIOD
023400         THRU 4000-OPEN-ADJUSTMENT-PERIOD-EXIT
023500     PERFORM 5000-PRINT-TOTALS
023600         THRU 5000-PRINT-TOTALS-EXIT
023700     CLOSE EOD-REPORT-DECK-FILE
023800
023900     DISPLAY "GLYREND: FISCAL YEAR CLOSED      = "
024000         WS-FISCAL-YEAR
024100     DISPLAY "GLYREND: DECEMBER ROWS READ      = " WS-ROWS-READ
024200     DISPLAY "GLYREND: BALANCES CLOSED         = "
024300         WS-CLOSE-COUNT
024400     DISPLAY "GLYREND: GL LEGS WRITTEN         = "
024500         WS-LEGS-WRITTEN
024600     MOVE WS-NET-INCOME TO WS-EDIT-AMOUNT
024700     DISPLAY "GLYREND: NET INCOME TO RETAINED  = "
024800         WS-EDIT-AMOUNT
024900     MOVE WS-NET-INCOME TO WS-RH-AMOUNT-POSTED
025000     IF WS-TABLE-OVERFLOWS > ZERO
025100         DISPLAY "GLYREND: BALANCES NOT CLOSED     = "
025200             WS-TABLE-OVERFLOWS " (TABLE FULL)"
025300         MOVE 8 TO WS-RH-COMPLETION-CODE
025400     END-IF
025500     .
025600 0000-WRITE-RUN-HISTORY.
025700     MOVE WS-ROWS-READ TO WS-RH-RECORDS-READ
025800     MOVE WS-LEGS-WRITTEN TO WS-RH-RECORDS-UPDATED
025900     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
026000         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
026100         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
026200         WS-RH-COMPLETION-CODE
026300     STOP RUN.
026400*----------------------------------------------------------------
026500*  1000-INITIALIZE  --  THE YEAR MAY ONLY BE CLOSED ONCE ITS
026600*  DECEMBER IS CLOSED, AND ONLY ONCE.  BOTH ARE READ OFF THE
026700*  CASH CONTROL ACCOUNT'S BANK-WIDE ROWS.
026800*----------------------------------------------------------------
026900 1000-INITIALIZE.
027000     OPEN INPUT GL-BALANCE-MASTER-FILE
027100     IF WS-GLBMAST-STATUS NOT = "00"
027200         DISPLAY "GLYREND: NO GL BALANCE MASTER, STATUS = "
027300             WS-GLBMAST-STATUS
027400         MOVE 16 TO WS-RH-COMPLETION-CODE
027500         GO TO 1000-INITIALIZE-EXIT
027600     END-IF
027700
027800     MOVE WS-CASH-CONTROL-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
027900     MOVE SPACES                     TO GB-BRANCH-ID
028000     MOVE WS-YEAR-END-PERIOD         TO GB-PERIOD
028100     READ GL-BALANCE-MASTER-FILE
028200         KEY IS GB-BALANCE-KEY
028300         INVALID KEY
028400             CONTINUE
028500         NOT INVALID KEY
028600             DISPLAY "GLYREND: FISCAL YEAR " WS-FISCAL-YEAR
028700                 " IS ALREADY CLOSED - NOTHING TO DO"
028800             MOVE 4 TO WS-RH-COMPLETION-CODE
028900             CLOSE GL-BALANCE-MASTER-FILE
029000             GO TO 1000-INITIALIZE-EXIT
029100     END-READ
029200
029300     MOVE WS-CASH-CONTROL-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
029400     MOVE SPACES                     TO GB-BRANCH-ID
029500     MOVE WS-DECEMBER-PERIOD         TO GB-PERIOD
029600     READ GL-BALANCE-MASTER-FILE
029700         KEY IS GB-BALANCE-KEY
029800         INVALID KEY
029900             MOVE 'O' TO GB-PERIOD-STATUS
030000     END-READ
030100     IF NOT GB-PERIOD-CLOSED
030200         DISPLAY "GLYREND: PERIOD " WS-DECEMBER-PERIOD
030300             " IS NOT CLOSED - RUN THE DECEMBER MONTH-END "
030400             "CLOSE FIRST"
030500         MOVE 16 TO WS-RH-COMPLETION-CODE
030600         CLOSE GL-BALANCE-MASTER-FILE
030700         GO TO 1000-INITIALIZE-EXIT
030800     END-IF
030900     MOVE GB-CLOSING-BALANCE TO WS-CASH-DECEMBER-CLOSING
031000     .
031100 1000-INITIALIZE-EXIT.
031200     EXIT.
031300*----------------------------------------------------------------
031400*  2000-COLLECT-NOMINAL-BALANCES  --  SWEEP THE BALANCE MASTER
031500*  IN KEY ORDER.  AN ACCOUNT'S BANK-WIDE ROWS COME AHEAD OF ITS
031600*  BRANCH ROWS, SO THE BANK-WIDE DECEMBER CLOSING IS HELD AS A
031700*  RESIDUE THAT EACH BRANCH ROW WORKS DOWN; WHATEVER IS LEFT
031800*  WHEN THE ACCOUNT CHANGES IS CLOSED AT HEAD OFFICE.
031900*----------------------------------------------------------------
032000 2000-COLLECT-NOMINAL-BALANCES.
032100     MOVE LOW-VALUES TO GB-BALANCE-KEY
032200     START GL-BALANCE-MASTER-FILE
032300         KEY IS NOT LESS THAN GB-BALANCE-KEY
032400         INVALID KEY
032500             MOVE 'Y' TO WS-MAST-EOF-SWITCH
032600     END-START
032700     PERFORM 2100-COLLECT-ONE-ROW
032800         THRU 2100-COLLECT-ONE-ROW-EXIT
032900         UNTIL NO-MORE-MASTER-ROWS
033000     PERFORM 2300-FLUSH-RESIDUE
033100         THRU 2300-FLUSH-RESIDUE-EXIT
033200     .
033300 2000-COLLECT-NOMINAL-BALANCES-EXIT.
033400     EXIT.
033500*----------------------------------------------------------------
033600 2100-COLLECT-ONE-ROW.
033700     READ GL-BALANCE-MASTER-FILE NEXT RECORD
033800         AT END
033900             MOVE 'Y' TO WS-MAST-EOF-SWITCH
034000             GO TO 2100-COLLECT-ONE-ROW-EXIT
034100     END-READ
034200     IF GB-GL-ACCOUNT-CODE NOT = WS-RESIDUE-ACCOUNT
034300         PERFORM 2300-FLUSH-RESIDUE
034400             THRU 2300-FLUSH-RESIDUE-EXIT
034500     END-IF
034600     IF GB-PERIOD NOT = WS-DECEMBER-PERIOD
034700         GO TO 2100-COLLECT-ONE-ROW-EXIT
034800     END-IF
034900     ADD 1 TO WS-ROWS-READ
035000     IF GB-GL-ACCOUNT-CODE NOT = WS-CLASSED-ACCOUNT
035100         MOVE GB-GL-ACCOUNT-CODE TO WS-CLASSED-ACCOUNT
035200         CALL "GLACCT-VERIFY" USING GB-GL-ACCOUNT-CODE
035300             WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME
035400             WS-GLACCT-CLASS WS-GLACCT-NORMAL-SIDE
035500         IF NOT WS-GLACCT-ON-CHART
035600             MOVE SPACE TO WS-GLACCT-CLASS
035700         END-IF
035800     END-IF
035900     IF NOT WS-GLACCT-NOMINAL
036000         GO TO 2100-COLLECT-ONE-ROW-EXIT
036100     END-IF
036200
036300     IF GB-BANK-WIDE-ROW
036400         MOVE GB-GL-ACCOUNT-CODE TO WS-RESIDUE-ACCOUNT
036500         MOVE WS-GLACCT-CLASS    TO WS-RESIDUE-CLASS
036600         MOVE GB-CLOSING-BALANCE TO WS-RESIDUE-BALANCE
036700         GO TO 2100-COLLECT-ONE-ROW-EXIT
036800     END-IF
036900     IF GB-GL-ACCOUNT-CODE = WS-RESIDUE-ACCOUNT
037000         SUBTRACT GB-CLOSING-BALANCE FROM WS-RESIDUE-BALANCE
037100     END-IF
037200     MOVE GB-GL-ACCOUNT-CODE TO WS-TABLE-GL-ACCOUNT
037300     MOVE GB-BRANCH-ID TO WS-LEG-BRANCH-ID
037400     MOVE GB-CLOSING-BALANCE TO WS-REMAINING-AMOUNT
037500     PERFORM 2200-TABLE-ONE-BALANCE
037600         THRU 2200-TABLE-ONE-BALANCE-EXIT
037700     .
037800 2100-COLLECT-ONE-ROW-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100*  2200-TABLE-ONE-BALANCE  --  A ZERO BALANCE NEEDS NO CLOSING
038200*  ENTRY.
038300*----------------------------------------------------------------
038400 2200-TABLE-ONE-BALANCE.
038500     IF WS-REMAINING-AMOUNT = ZERO
038600         GO TO 2200-TABLE-ONE-BALANCE-EXIT
038700     END-IF
038800     IF WS-CLOSE-COUNT >= WS-CLOSE-MAX
038900         DISPLAY "GLYREND: CLOSING TABLE FULL - GL "
039000             WS-TABLE-GL-ACCOUNT " BRANCH " WS-LEG-BRANCH-ID
039100             " NOT CLOSED"
039200         ADD 1 TO WS-TABLE-OVERFLOWS
039300         GO TO 2200-TABLE-ONE-BALANCE-EXIT
039400     END-IF
039500     ADD 1 TO WS-CLOSE-COUNT
039600     MOVE WS-TABLE-GL-ACCOUNT
039700         TO WS-CL-GL-ACCOUNT (WS-CLOSE-COUNT)
039800     MOVE WS-LEG-BRANCH-ID
039900         TO WS-CL-BRANCH-ID (WS-CLOSE-COUNT)
040000     MOVE WS-GLACCT-CLASS TO WS-CL-CLASS (WS-CLOSE-COUNT)
040100     MOVE WS-REMAINING-AMOUNT
040200         TO WS-CL-BALANCE (WS-CLOSE-COUNT)
040300     .
040400 2200-TABLE-ONE-BALANCE-EXIT.
040500     EXIT.
040600*----------------------------------------------------------------
040700*  2300-FLUSH-RESIDUE  --  THE PART OF AN ACCOUNT'S BANK-WIDE
040800*  DECEMBER BALANCE NO BRANCH ROW CARRIES (BOOKED BEFORE THE
040900*  LEDGER KEPT BRANCHES) IS CLOSED AT HEAD OFFICE.
041000*----------------------------------------------------------------
041100 2300-FLUSH-RESIDUE.
041200     IF WS-RESIDUE-ACCOUNT = ZERO
041300         GO TO 2300-FLUSH-RESIDUE-EXIT
041400     END-IF
041500     IF WS-RESIDUE-BALANCE NOT = ZERO
041600         MOVE WS-RESIDUE-ACCOUNT TO WS-TABLE-GL-ACCOUNT
041700         MOVE WS-RESIDUE-CLASS   TO WS-GLACCT-CLASS
041800         MOVE WS-HEAD-OFFICE-BRANCH TO WS-LEG-BRANCH-ID
041900         MOVE WS-RESIDUE-BALANCE TO WS-REMAINING-AMOUNT
042000         PERFORM 2200-TABLE-ONE-BALANCE
042100             THRU 2200-TABLE-ONE-BALANCE-EXIT
042200     END-IF
042300     MOVE ZERO TO WS-RESIDUE-ACCOUNT
042400     MOVE ZERO TO WS-RESIDUE-BALANCE
042500     MOVE ZERO TO WS-CLASSED-ACCOUNT
042600     .
042700 2300-FLUSH-RESIDUE-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000*  3000-OPEN-POSTING-FILES  --  THE GL FILE TAKES THE CLOSING
043100*  LEGS; THE REPORT DECK TAKES THE CLOSING-ENTRIES REPORT.
043200*----------------------------------------------------------------
043300 3000-OPEN-POSTING-FILES.
043400     OPEN EXTEND GENERAL-LEDGER-FILE
043500     IF WS-GLFILE-STATUS = "35"
043600         CLOSE GENERAL-LEDGER-FILE
043700         OPEN OUTPUT GENERAL-LEDGER-FILE
043800     END-IF
043900     IF WS-GLFILE-STATUS NOT = "00"
044000         DISPLAY "GLYREND: UNABLE TO OPEN GL FILE, "
044100             "STATUS = " WS-GLFILE-STATUS
044200         MOVE 16 TO WS-RH-COMPLETION-CODE
044300         GO TO 3000-OPEN-POSTING-FILES-EXIT
044400     END-IF
044500
044600     OPEN EXTEND EOD-REPORT-DECK-FILE
044700     IF WS-EODDECK-STATUS = "35"
044800         CLOSE EOD-REPORT-DECK-FILE
044900         OPEN OUTPUT EOD-REPORT-DECK-FILE
045000     END-IF
045100     IF WS-EODDECK-STATUS NOT = "00"
045200         DISPLAY "GLYREND: UNABLE TO OPEN EOD REPORT DECK, "
045300             "STATUS = " WS-EODDECK-STATUS
045400         CLOSE GENERAL-LEDGER-FILE
045500         MOVE 16 TO WS-RH-COMPLETION-CODE
045600         GO TO 3000-OPEN-POSTING-FILES-EXIT
045700     END-IF
045800
045900     MOVE SPACES TO ED-BRANCH-ID
046000     MOVE SPACES TO ED-DETAIL-LINE
046100     STRING "FISCAL YEAR " WS-FISCAL-YEAR
046200         " CLOSED TO RETAINED EARNINGS GL "
046300         WS-RETAINED-EARNINGS-GL
046400         " - ENTRIES DATED " WS-CLOSING-DATE
046500         DELIMITED BY SIZE INTO ED-DETAIL-LINE
046600     PERFORM 5900-WRITE-DECK-LINE
046700         THRU 5900-WRITE-DECK-LINE-EXIT
046800     .
046900 3000-OPEN-POSTING-FILES-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200*  3100-CLOSE-ONE-BALANCE  --  REVERSE ONE BRANCH'S DECEMBER
047300*  BALANCE OF AN INCOME OR EXPENSE ACCOUNT AGAINST RETAINED
047400*  EARNINGS.  A NET-DEBIT (POSITIVE) BALANCE IS CREDITED OUT;
047500*  A NET-CREDIT BALANCE IS DEBITED OUT.
047600*----------------------------------------------------------------
047700 3100-CLOSE-ONE-BALANCE.
047800     IF WS-CL-BALANCE (WS-CLOSE-SUB) > ZERO
047900         MOVE 'C' TO WS-ACCOUNT-SIDE
048000         MOVE 'D' TO WS-OFFSET-SIDE
048100         MOVE "CR" TO WS-SIDE-LABEL
048200         MOVE WS-CL-BALANCE (WS-CLOSE-SUB)
048300             TO WS-REMAINING-AMOUNT
048400     ELSE
048500         MOVE 'D' TO WS-ACCOUNT-SIDE
048600         MOVE 'C' TO WS-OFFSET-SIDE
048700         MOVE "DR" TO WS-SIDE-LABEL
048800         COMPUTE WS-REMAINING-AMOUNT =
048900             0 - WS-CL-BALANCE (WS-CLOSE-SUB)
049000     END-IF
049100     MOVE WS-CL-BRANCH-ID (WS-CLOSE-SUB) TO WS-LEG-BRANCH-ID
049200     PERFORM 3150-ADD-TO-BRANCH-TOTALS
049300         THRU 3150-ADD-TO-BRANCH-TOTALS-EXIT
049400
049500     CALL "GLACCT-VERIFY" USING WS-CL-GL-ACCOUNT (WS-CLOSE-SUB)
049600         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME
049700         WS-GLACCT-CLASS WS-GLACCT-NORMAL-SIDE
049800     MOVE WS-CL-BALANCE (WS-CLOSE-SUB) TO WS-EDIT-BALANCE
049900     MOVE WS-REMAINING-AMOUNT TO WS-EDIT-AMOUNT
050000     MOVE WS-LEG-BRANCH-ID TO ED-BRANCH-ID
050100     MOVE SPACES TO ED-DETAIL-LINE
050200     STRING "GL " WS-CL-GL-ACCOUNT (WS-CLOSE-SUB)
050300         " " WS-GLACCT-NAME (1:24)
050400         " " WS-EDIT-BALANCE
050500         " " WS-SIDE-LABEL
050600         " " WS-EDIT-AMOUNT
050700         DELIMITED BY SIZE INTO ED-DETAIL-LINE
050800     PERFORM 5900-WRITE-DECK-LINE
050900         THRU 5900-WRITE-DECK-LINE-EXIT
051000
051100     PERFORM 3200-POST-ONE-PAIR
051200         THRU 3200-POST-ONE-PAIR-EXIT
051300         UNTIL WS-REMAINING-AMOUNT = ZERO
051400     .
051500 3100-CLOSE-ONE-BALANCE-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800*  3150-ADD-TO-BRANCH-TOTALS  --  INCOME IS A CREDIT BALANCE AND
051900*  EXPENSES A DEBIT BALANCE; BOTH ARE KEPT POSITIVE HERE.
052000*----------------------------------------------------------------
052100 3150-ADD-TO-BRANCH-TOTALS.
052200     PERFORM 3160-FIND-BRANCH-TOTAL
052300         THRU 3160-FIND-BRANCH-TOTAL-EXIT
052400     IF WS-CL-CLASS (WS-CLOSE-SUB) = 'I'
052500         SUBTRACT WS-CL-BALANCE (WS-CLOSE-SUB)
052600             FROM WS-TOTAL-INCOME
052700         IF WS-BR-IDX > ZERO
052800             SUBTRACT WS-CL-BALANCE (WS-CLOSE-SUB)
052900                 FROM WS-BR-INCOME (WS-BR-IDX)
053000         END-IF
053100     ELSE
053200         ADD WS-CL-BALANCE (WS-CLOSE-SUB)
053300             TO WS-TOTAL-EXPENSES
053400         IF WS-BR-IDX > ZERO
053500             ADD WS-CL-BALANCE (WS-CLOSE-SUB)
053600                 TO WS-BR-EXPENSES (WS-BR-IDX)
053700         END-IF
053800     END-IF
053900     .
054000 3150-ADD-TO-BRANCH-TOTALS-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------
054300*  3160-FIND-BRANCH-TOTAL  --  WS-LEG-BRANCH-ID'S ENTRY, ADDED
054400*  IF NEW.  WS-BR-IDX IS ZERO WHEN THE TABLE IS FULL (THE BANK
054500*  TOTALS STILL CARRY THE FIGURES).
054600*----------------------------------------------------------------
054700 3160-FIND-BRANCH-TOTAL.
054800     IF WS-BRANCH-COUNT > ZERO
054900         SET WS-BR-IDX TO 1
055000         SEARCH WS-BR-ENTRY
055100             AT END
055200                 CONTINUE
055300             WHEN WS-BR-IDX > WS-BRANCH-COUNT
055400                 CONTINUE
055500             WHEN WS-BR-BRANCH-ID (WS-BR-IDX) = WS-LEG-BRANCH-ID
055600                 GO TO 3160-FIND-BRANCH-TOTAL-EXIT
055700         END-SEARCH
055800     END-IF
055900     IF WS-BRANCH-COUNT >= WS-BRANCH-MAX
056000         SET WS-BR-IDX TO ZERO
056100         GO TO 3160-FIND-BRANCH-TOTAL-EXIT
056200     END-IF
056300     ADD 1 TO WS-BRANCH-COUNT
056400     SET WS-BR-IDX TO WS-BRANCH-COUNT
056500     MOVE WS-LEG-BRANCH-ID TO WS-BR-BRANCH-ID (WS-BR-IDX)
056600     MOVE ZERO TO WS-BR-INCOME (WS-BR-IDX)
056700     MOVE ZERO TO WS-BR-EXPENSES (WS-BR-IDX)
056800     .
056900 3160-FIND-BRANCH-TOTAL-EXIT.
057000     EXIT.
057100*----------------------------------------------------------------
057200*  3200-POST-ONE-PAIR  --  ONE LEG ON THE ACCOUNT BEING CLOSED
057300*  AND ITS OFFSET ON RETAINED EARNINGS, BOTH AT THE BRANCH.
057400*----------------------------------------------------------------
057500 3200-POST-ONE-PAIR.
057600     IF WS-REMAINING-AMOUNT > WS-MAX-LEG-AMOUNT
057700         MOVE WS-MAX-LEG-AMOUNT TO WS-LEG-AMOUNT
057800     ELSE
057900         MOVE WS-REMAINING-AMOUNT TO WS-LEG-AMOUNT
058000     END-IF
058100     SUBTRACT WS-LEG-AMOUNT FROM WS-REMAINING-AMOUNT
058200
058300     MOVE WS-CL-GL-ACCOUNT (WS-CLOSE-SUB) TO WS-LEG-GL-ACCOUNT
058400     MOVE WS-ACCOUNT-SIDE TO WS-LEG-SIDE
058500     PERFORM 3300-WRITE-ONE-LEG
058600         THRU 3300-WRITE-ONE-LEG-EXIT
058700     MOVE WS-RETAINED-EARNINGS-GL TO WS-LEG-GL-ACCOUNT
058800     MOVE WS-OFFSET-SIDE TO WS-LEG-SIDE
058900     PERFORM 3300-WRITE-ONE-LEG
059000         THRU 3300-WRITE-ONE-LEG-EXIT
059100     .
059200 3200-POST-ONE-PAIR-EXIT.
059300     EXIT.
059400*----------------------------------------------------------------
059500*  3300-WRITE-ONE-LEG  --  THE GL FILE, THE KEYED GL HISTORY,
059600*  AND THE CLOSING-PERIOD AND JANUARY BALANCE MASTER ROWS.
059700*----------------------------------------------------------------
059800 3300-WRITE-ONE-LEG.
059900     MOVE "GLENTRY" TO WS-ID-SOURCE-NAME
060000     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
060100         WS-NEXT-ASSIGNED-ID
060200     MOVE WS-NEXT-ASSIGNED-ID     TO GL-ENTRY-ID
060300     MOVE ZERO                    TO GL-ACCT-NUMBER
060400     MOVE WS-LEG-GL-ACCOUNT       TO GL-GL-ACCOUNT-CODE
060500     MOVE WS-LEG-SIDE             TO GL-DEBIT-CREDIT-FLAG
060600     MOVE WS-LEG-AMOUNT           TO GL-AMOUNT
060700     MOVE WS-CLOSING-DATE         TO GL-TRAN-DATE
060800     MOVE WS-TS-TIME-OF-DAY (1:6) TO GL-TRAN-TIME
060900     MOVE WS-BATCH-OPERATOR-ID    TO GL-OPERATOR-ID
061000     MOVE WS-CLOSE-NARRATIVE      TO GL-NARRATIVE
061100     MOVE WS-LEG-BRANCH-ID        TO GL-BRANCH-ID
061200     WRITE GL-ENTRY-RECORD
061300     CALL "GLH-POST" USING GL-ENTRY-RECORD
061400     CALL "GL-YEAR-ADJUST" USING GL-GL-ACCOUNT-CODE
061500         GL-BRANCH-ID WS-FISCAL-YEAR GL-DEBIT-CREDIT-FLAG
061600         GL-AMOUNT
061700     ADD 1 TO WS-LEGS-WRITTEN
061800     .
061900 3300-WRITE-ONE-LEG-EXIT.
062000     EXIT.
062100*----------------------------------------------------------------
062200*  4000-OPEN-ADJUSTMENT-PERIOD  --  THE CASH CONTROL ROW OF THE
062300*  CLOSING PERIOD MARKS THE YEAR CLOSED.  ITS STATUS IS LEFT
062400*  OPEN: GL-JOURNAL-APPROVE MAY POST AN APPROVED ADJUSTMENT TO
062500*  THE CLOSED YEAR UNTIL THE JANUARY MONTH-END CLOSES IT.
062600*----------------------------------------------------------------
062700 4000-OPEN-ADJUSTMENT-PERIOD.
062800     OPEN I-O GL-BALANCE-MASTER-FILE
062900     IF WS-GLBMAST-STATUS NOT = "00"
063000         DISPLAY "GLYREND: UNABLE TO REOPEN GL BALANCE MASTER, "
063100             "STATUS = " WS-GLBMAST-STATUS
063200             " - YEAR NOT MARKED CLOSED"
063300         MOVE 16 TO WS-RH-COMPLETION-CODE
063400         GO TO 4000-OPEN-ADJUSTMENT-PERIOD-EXIT
063500     END-IF
063600     MOVE WS-CASH-CONTROL-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
063700     MOVE SPACES                     TO GB-BRANCH-ID
063800     MOVE WS-YEAR-END-PERIOD         TO GB-PERIOD
063900     MOVE WS-CASH-DECEMBER-CLOSING   TO GB-OPENING-BALANCE
064000     MOVE ZERO                       TO GB-PERIOD-DEBITS
064100     MOVE ZERO                       TO GB-PERIOD-CREDITS
064200     MOVE WS-CASH-DECEMBER-CLOSING   TO GB-CLOSING-BALANCE
064300     SET GB-PERIOD-OPEN              TO TRUE
064400     MOVE WS-TS-DATE                 TO GB-CLOSE-DATE
064500     WRITE GL-BALANCE-MASTER-RECORD
064600         INVALID KEY
064700             SET GB-PERIOD-OPEN TO TRUE
064800             REWRITE GL-BALANCE-MASTER-RECORD
064900     END-WRITE
065000     CLOSE GL-BALANCE-MASTER-FILE
065100     .
065200 4000-OPEN-ADJUSTMENT-PERIOD-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------
065500*  5000-PRINT-TOTALS  --  NET INCOME CLOSED TO RETAINED EARNINGS
065600*  FOR EACH BRANCH, THEN FOR THE BANK.
065700*----------------------------------------------------------------
065800 5000-PRINT-TOTALS.
065900     PERFORM 5100-PRINT-ONE-BRANCH
066000         THRU 5100-PRINT-ONE-BRANCH-EXIT
066100         VARYING WS-BRANCH-SUB FROM 1 BY 1
066200         UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
066300
066400     COMPUTE WS-NET-INCOME = WS-TOTAL-INCOME - WS-TOTAL-EXPENSES
066500     MOVE SPACES TO ED-BRANCH-ID
066600     MOVE "BANK TOTAL INCOME CLOSED" TO WS-LINE-LABEL
066700     MOVE WS-TOTAL-INCOME TO WS-LINE-AMOUNT
066800     PERFORM 5800-WRITE-TOTAL-LINE
066900         THRU 5800-WRITE-TOTAL-LINE-EXIT
067000     MOVE "BANK TOTAL EXPENSES CLOSED" TO WS-LINE-LABEL
067100     MOVE WS-TOTAL-EXPENSES TO WS-LINE-AMOUNT
067200     PERFORM 5800-WRITE-TOTAL-LINE
067300         THRU 5800-WRITE-TOTAL-LINE-EXIT
067400     MOVE "BANK NET INCOME TO RETAINED EARNINGS" TO WS-LINE-LABEL
067500     MOVE WS-NET-INCOME TO WS-LINE-AMOUNT
067600     PERFORM 5800-WRITE-TOTAL-LINE
067700         THRU 5800-WRITE-TOTAL-LINE-EXIT
067800
067900     MOVE SPACES TO ED-DETAIL-LINE
068000     IF WS-RH-COMPLETION-CODE = ZERO
068100         STRING "ADJUSTMENT PERIOD " WS-YEAR-END-PERIOD
068200             " OPEN UNTIL PERIOD " WS-NEW-YEAR-PERIOD
068300             " IS CLOSED"
068400             DELIMITED BY SIZE INTO ED-DETAIL-LINE
068500     ELSE
068600         STRING "YEAR NOT MARKED CLOSED - SEE THE JOB LOG"
068700             DELIMITED BY SIZE INTO ED-DETAIL-LINE
068800     END-IF
068900     PERFORM 5900-WRITE-DECK-LINE
069000         THRU 5900-WRITE-DECK-LINE-EXIT
069100     .
069200 5000-PRINT-TOTALS-EXIT.
069300     EXIT.
069400*----------------------------------------------------------------
069500 5100-PRINT-ONE-BRANCH.
069600     MOVE WS-BR-BRANCH-ID (WS-BRANCH-SUB) TO ED-BRANCH-ID
069700     MOVE "BRANCH INCOME CLOSED" TO WS-LINE-LABEL
069800     MOVE WS-BR-INCOME (WS-BRANCH-SUB) TO WS-LINE-AMOUNT
069900     PERFORM 5800-WRITE-TOTAL-LINE
070000         THRU 5800-WRITE-TOTAL-LINE-EXIT
070100     MOVE "BRANCH EXPENSES CLOSED" TO WS-LINE-LABEL
070200     MOVE WS-BR-EXPENSES (WS-BRANCH-SUB) TO WS-LINE-AMOUNT
070300     PERFORM 5800-WRITE-TOTAL-LINE
070400         THRU 5800-WRITE-TOTAL-LINE-EXIT
070500     MOVE "BRANCH NET INCOME TO RETAINED EARNINGS"
070600         TO WS-LINE-LABEL
070700     COMPUTE WS-LINE-AMOUNT = WS-BR-INCOME (WS-BRANCH-SUB)
070800         - WS-BR-EXPENSES (WS-BRANCH-SUB)
070900     PERFORM 5800-WRITE-TOTAL-LINE
071000         THRU 5800-WRITE-TOTAL-LINE-EXIT
071100     .
071200 5100-PRINT-ONE-BRANCH-EXIT.
071300     EXIT.
071400*----------------------------------------------------------------
071500 5800-WRITE-TOTAL-LINE.
071600     MOVE WS-LINE-AMOUNT TO WS-EDIT-AMOUNT
071700     MOVE SPACES TO ED-DETAIL-LINE
071800     STRING WS-LINE-LABEL " " WS-EDIT-AMOUNT
071900         DELIMITED BY SIZE INTO ED-DETAIL-LINE
072000     PERFORM 5900-WRITE-DECK-LINE
072100         THRU 5900-WRITE-DECK-LINE-EXIT
072200     .
072300 5800-WRITE-TOTAL-LINE-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------
072600 5900-WRITE-DECK-LINE.
072700     MOVE "GL YEAR-END CLOSING ENTRIES" TO ED-SECTION-TITLE
072800     MOVE WS-TS-DATE TO ED-RUN-DATE
072900     WRITE EOD-REPORT-DECK-RECORD
073000     MOVE ED-DETAIL-LINE TO WS-ARCHIVE-LINE
073100     CALL "RPTARCH-WRITE" USING WS-ARCHIVE-REPORT-ID
073200         WS-ARCHIVE-LINE
073300     .
073400 5900-WRITE-DECK-LINE-EXIT.
073500     EXIT.
073600 END PROGRAM GL-YEAR-END-CLOSE.
