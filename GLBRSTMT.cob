000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GL-BRANCH-STATEMENTS.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  MONTH-END BALANCE SHEET
001300*                     AND INCOME STATEMENT FOR EVERY BRANCH,
001400*                     BUILT FROM THE BRANCH ROWS THE PERIOD
001500*                     CLOSE NOW KEEPS ON THE GL BALANCE MASTER.
001600*                     THE PERIOD (YYYYMM) COMES IN ON SYSIN.
001700*                     THE BRANCH ROWS OF THE PERIOD ARE SORTED
001800*                     BY BRANCH, ACCOUNT CLASS (FROM THE CHART
001900*                     OF ACCOUNTS VIA GLACCT-VERIFY) AND GL
002000*                     ACCOUNT, AND EACH BRANCH GETS ITS OWN
002100*                     BALANCE SHEET (CLOSING BALANCES OF THE
002200*                     ASSET, LIABILITY AND EQUITY ACCOUNTS) AND
002300*                     INCOME STATEMENT (THE PERIOD'S INCOME AND
002400*                     EXPENSE ACTIVITY) ON THE SHARED END-OF-DAY
002500*                     REPORT DECK AND THE REPORT ARCHIVE (REPORT
002600*                     ID GLBRSTMT).  A CLOSING FOOTING SECTION
002700*                     PROVES THE BRANCH FIGURES, CLASS BY CLASS,
002800*                     AGAINST THE BANK-WIDE ROWS THE TRIAL
002900*                     BALANCE AND CALL REPORT ARE DRAWN FROM.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     COPY GLBMSEL.
003500     COPY EODDSEL.
003600     SELECT BRANCH-STMT-SORT-FILE ASSIGN TO "GLBSSORT".
003700*================================================================
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  GL-BALANCE-MASTER-FILE.
004100     COPY GLBMAST.
004200*----------------------------------------------------------------
004300 FD  EOD-REPORT-DECK-FILE.
004400     COPY EODDREC.
004500*----------------------------------------------------------------
004600*  ONE SORT ROW PER BRANCH GL BALANCE ROW OF THE REPORT PERIOD.
004700*  THE CLASS ORDER PUTS THE BALANCE SHEET CLASSES AHEAD OF THE
004800*  INCOME STATEMENT CLASSES WITHIN EACH BRANCH.
004900*----------------------------------------------------------------
005000 SD  BRANCH-STMT-SORT-FILE.
005100 01  BRANCH-STMT-SORT-RECORD.
005200     05  BS-BRANCH-ID              PIC X(06).
005300     05  BS-CLASS-ORDER            PIC 9.
005400     05  BS-GL-ACCOUNT-CODE        PIC 9(06).
005500     05  BS-GL-CLASS               PIC X.
005600     05  BS-GL-NAME                PIC X(30).
005700     05  BS-CLOSING-BALANCE        PIC S9(11)V99 COMP-3.
005800     05  BS-PERIOD-DEBITS          PIC S9(11)V99 COMP-3.
005900     05  BS-PERIOD-CREDITS         PIC S9(11)V99 COMP-3.
006000*----------------------------------------------------------------
006100 WORKING-STORAGE SECTION.
006200 01  WS-FILE-STATUSES.
006300     05  WS-GLBMAST-STATUS         PIC XX.
006400     05  WS-EODDECK-STATUS         PIC XX.
006500*----------------------------------------------------------------
006600 01  WS-WORK-FIELDS.
006700     05  WS-EOF-SWITCH             PIC X VALUE 'N'.
006800         88  NO-MORE-BALANCES      VALUE 'Y'.
006900     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
007000         88  NO-MORE-SORTED-ROWS   VALUE 'Y'.
007100     05  WS-DECK-OPEN-SWITCH       PIC X VALUE 'N'.
007200         88  WS-DECK-IS-OPEN       VALUE 'Y'.
007300     05  WS-FOOTING-SWITCH         PIC X VALUE 'Y'.
007400         88  WS-ALL-CLASSES-FOOT   VALUE 'Y'.
007500     05  WS-REPORT-PERIOD          PIC 9(06).
007600     05  WS-CURRENT-BRANCH-ID      PIC X(06).
007700     05  WS-HEAD-OFFICE-BRANCH     PIC X(06) VALUE "000000".
007800     05  WS-CLASS-SUB              PIC 9(02) COMP.
007900     05  WS-ROWS-READ              PIC 9(08) COMP VALUE 0.
008000     05  WS-BRANCH-ROWS-SORTED     PIC 9(08) COMP VALUE 0.
008100     05  WS-BRANCHES-REPORTED      PIC 9(06) COMP VALUE 0.
008200     05  WS-LINE-AMOUNT            PIC S9(11)V99.
008300*----------------------------------------------------------------
008400*  CHART-OF-ACCOUNTS LOOKUP RESULT (GLACCT-VERIFY).
008500*----------------------------------------------------------------
008600 01  WS-GLACCT-FIELDS.
008700     05  WS-GLACCT-VERIFY-FLAG     PIC X.
008800         88  WS-GLACCT-ON-CHART    VALUE 'Y' 'C'.
008900     05  WS-GLACCT-NAME            PIC X(30).
009000     05  WS-GLACCT-CLASS           PIC X.
009100         88  WS-GLACCT-CLASS-VALID VALUE 'A' 'L' 'Q' 'I' 'X'.
009200     05  WS-GLACCT-NORMAL-SIDE     PIC X.
009300*----------------------------------------------------------------
009400*  BRANCH LOOKUP RESULT (BRANCH-VERIFY).
009500*----------------------------------------------------------------
009600 01  WS-BRANCH-FIELDS.
009700     05  WS-BRANCH-VALID-FLAG      PIC X.
009800         88  WS-BRANCH-VALID       VALUE 'Y'.
009900     05  WS-BRANCH-NAME            PIC X(30).
010000     05  WS-BRANCH-ADDRESS         PIC X(60).
010100*----------------------------------------------------------------
010200*  THE REPORT ORDER OF THE ACCOUNT CLASSES AND THEIR TITLES.
010300*  CLASS '?' COLLECTS CODES NOT ON THE CHART AND REPORTS ON THE
010400*  BALANCE SHEET, ASSET SIDE, SO IT STAYS IN THE PROOF.
010500*----------------------------------------------------------------
010600 01  WS-CLASS-TITLE-VALUES.
010700     05  FILLER                    PIC X(25)
010800                                   VALUE "AASSETS".
010900     05  FILLER                    PIC X(25)
011000                                   VALUE "LLIABILITIES".
011100     05  FILLER                    PIC X(25)
011200                                   VALUE "QEQUITY".
011300     05  FILLER                    PIC X(25)
011400                                   VALUE "?NOT ON THE CHART".
011500     05  FILLER                    PIC X(25)
011600                                   VALUE "IINCOME".
011700     05  FILLER                    PIC X(25)
011800                                   VALUE "XEXPENSES".
011900 01  WS-CLASS-TITLE-TABLE REDEFINES WS-CLASS-TITLE-VALUES.
012000     05  WS-CT-ENTRY               OCCURS 6 TIMES.
012100         10  WS-CT-CLASS           PIC X.
012200         10  WS-CT-TITLE           PIC X(24).
012300*----------------------------------------------------------------
012400*  CLASS TOTALS - CLOSING BALANCE (NET-DEBIT) AND PERIOD DEBITS
012500*  AND CREDITS.  ONE SET FOR THE BRANCH IN HAND, ONE SUMMED
012600*  OVER ALL BRANCH ROWS, ONE FROM THE BANK-WIDE ROWS.
012700*----------------------------------------------------------------
012800 01  WS-BRANCH-CLASS-TABLE.
012900     05  WS-BC-ENTRY               OCCURS 6 TIMES.
013000         10  WS-BC-CLOSING         PIC S9(11)V99 COMP-3.
013100         10  WS-BC-DEBITS          PIC S9(11)V99 COMP-3.
013200         10  WS-BC-CREDITS         PIC S9(11)V99 COMP-3.
013300 01  WS-ALL-BRANCH-CLASS-TABLE.
013400     05  WS-AB-ENTRY               OCCURS 6 TIMES.
013500         10  WS-AB-CLOSING         PIC S9(11)V99 COMP-3.
013600         10  WS-AB-DEBITS          PIC S9(11)V99 COMP-3.
013700         10  WS-AB-CREDITS         PIC S9(11)V99 COMP-3.
013800 01  WS-BANK-CLASS-TABLE.
013900     05  WS-BK-ENTRY               OCCURS 6 TIMES.
014000         10  WS-BK-CLOSING         PIC S9(11)V99 COMP-3.
014100         10  WS-BK-DEBITS          PIC S9(11)V99 COMP-3.
014200         10  WS-BK-CREDITS         PIC S9(11)V99 COMP-3.
014300*----------------------------------------------------------------
014400*  BRANCH STATEMENT TOTALS.  THE RIGHT-HAND SIDE OF THE BALANCE
014500*  SHEET IS SHOWN CREDIT-POSITIVE.
014600*----------------------------------------------------------------
014700 01  WS-STATEMENT-TOTALS.
014800     05  WS-TOTAL-ASSETS           PIC S9(11)V99.
014900     05  WS-TOTAL-LIABILITIES      PIC S9(11)V99.
015000     05  WS-TOTAL-EQUITY           PIC S9(11)V99.
015100     05  WS-CURRENT-EARNINGS       PIC S9(11)V99.
015200     05  WS-INTER-BRANCH-POSITION  PIC S9(11)V99.
015300     05  WS-TOTAL-INCOME           PIC S9(11)V99.
015400     05  WS-TOTAL-EXPENSES         PIC S9(11)V99.
015500     05  WS-NET-INCOME             PIC S9(11)V99.
015600*----------------------------------------------------------------
015700*  PRINT WORK FIELDS - SIGNED NUMERIC-EDITED, SAME CONVENTION
015800*  AS THE TRIAL BALANCE.
015900*----------------------------------------------------------------
016000 01  WS-PRINT-FIELDS.
016100     05  WS-EDIT-AMOUNT            PIC -(11)9.99.
016200     05  WS-EDIT-BRANCHES          PIC -(11)9.99.
016300     05  WS-EDIT-BANK              PIC -(11)9.99.
016400     05  WS-PROOF-FLAG             PIC X(16).
016500     05  WS-LINE-LABEL             PIC X(40).
016600*----------------------------------------------------------------
016700 01  WS-CURRENT-TIMESTAMP          PIC X(21).
016800 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
016900     05  WS-TS-DATE                PIC 9(08).
017000     05  FILLER                    PIC X(13).
017100 01  WS-BUSINESS-DATE              PIC 9(08).
017200 01  WS-BUSDATE-FLAG               PIC X.
017300 01  WS-RUN-HISTORY-FIELDS.
017400     05  WS-RH-STEP-NAME           PIC X(08) VALUE "GLBSSTEP".
017500     05  WS-RH-START-TIMESTAMP     PIC X(21).
017600     05  WS-RH-RECORDS-READ        PIC 9(08).
017700     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
017800     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
017900     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
018000*----------------------------------------------------------------
018100*  STAGING LINE FOR THE KEYED REPORT ARCHIVE (RPTARCH-WRITE).
018200*----------------------------------------------------------------
018300 01  WS-ARCHIVE-LINE               PIC X(100).
018400 01  WS-ARCHIVE-REPORT-ID          PIC X(08) VALUE "GLBRSTMT".
018500*================================================================
018600 PROCEDURE DIVISION.
018700*================================================================
018800 0000-MAINLINE.
018900     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
019000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
019100     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
019200         WS-BUSDATE-FLAG
019300     IF WS-BUSDATE-FLAG = "Y"
019400         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
019500     END-IF
019600     ACCEPT WS-REPORT-PERIOD
019700     PERFORM 1000-INITIALIZE
019800         THRU 1000-INITIALIZE-EXIT
019900     IF NOT WS-DECK-IS-OPEN
020000         MOVE 16 TO WS-RH-COMPLETION-CODE
020100         GO TO 0000-WRITE-RUN-HISTORY
020200     END-IF
020300     SORT BRANCH-STMT-SORT-FILE
020400         ON ASCENDING KEY BS-BRANCH-ID
020500         ON ASCENDING KEY BS-CLASS-ORDER
020600         ON ASCENDING KEY BS-GL-ACCOUNT-CODE
020700         INPUT PROCEDURE IS 2000-RELEASE-BRANCH-ROWS
020800             THRU 2000-RELEASE-BRANCH-ROWS-EXIT
020900         OUTPUT PROCEDURE IS 3000-PRINT-BRANCH-STATEMENTS
021000             THRU 3000-PRINT-BRANCH-STATEMENTS-EXIT
021100     PERFORM 4000-PRINT-FOOTING
021200         THRU 4000-PRINT-FOOTING-EXIT
021300     CLOSE EOD-REPORT-DECK-FILE
021400     DISPLAY "GLBRSTMT: REPORT PERIOD        = " WS-REPORT-PERIOD
021500     DISPLAY "GLBRSTMT: GL BALANCE ROWS READ = " WS-ROWS-READ
021600     DISPLAY "GLBRSTMT: BRANCH ROWS SORTED   = "
021700         WS-BRANCH-ROWS-SORTED
021800     DISPLAY "GLBRSTMT: BRANCHES REPORTED    = "
021900         WS-BRANCHES-REPORTED
022000     IF NOT WS-ALL-CLASSES-FOOT
022100         MOVE 4 TO WS-RH-COMPLETION-CODE
022200     END-IF
022300     .
022400 0000-WRITE-RUN-HISTORY.
022500     MOVE WS-ROWS-READ TO WS-RH-RECORDS-READ
022600     MOVE WS-BRANCHES-REPORTED TO WS-RH-RECORDS-UPDATED
022700     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
022800         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
022900         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
023000         WS-RH-COMPLETION-CODE
023100     STOP RUN.
023200*----------------------------------------------------------------
023300*  1000-INITIALIZE  --  OPEN THE REPORT DECK AND CLEAR THE
023400*  CLASS TOTALS.
023500*----------------------------------------------------------------
023600 1000-INITIALIZE.
023700     PERFORM 1100-CLEAR-ONE-CLASS-TOTAL
023800         THRU 1100-CLEAR-ONE-CLASS-TOTAL-EXIT
023900         VARYING WS-CLASS-SUB FROM 1 BY 1
024000         UNTIL WS-CLASS-SUB > 6
024100
024200     OPEN EXTEND EOD-REPORT-DECK-FILE
024300     IF WS-EODDECK-STATUS = "35"
024400         CLOSE EOD-REPORT-DECK-FILE
024500         OPEN OUTPUT EOD-REPORT-DECK-FILE
024600     END-IF
024700     IF WS-EODDECK-STATUS NOT = "00"
024800         DISPLAY "GLBRSTMT: UNABLE TO OPEN EOD REPORT DECK, "
024900             "STATUS = " WS-EODDECK-STATUS
025000         GO TO 1000-INITIALIZE-EXIT
025100     END-IF
025200     MOVE 'Y' TO WS-DECK-OPEN-SWITCH
025300     .
025400 1000-INITIALIZE-EXIT.
025500     EXIT.
025600*----------------------------------------------------------------
025700 1100-CLEAR-ONE-CLASS-TOTAL.
025800     MOVE ZERO TO WS-AB-CLOSING (WS-CLASS-SUB)
025900     MOVE ZERO TO WS-AB-DEBITS (WS-CLASS-SUB)
026000     MOVE ZERO TO WS-AB-CREDITS (WS-CLASS-SUB)
026100     MOVE ZERO TO WS-BK-CLOSING (WS-CLASS-SUB)
026200     MOVE ZERO TO WS-BK-DEBITS (WS-CLASS-SUB)
026300     MOVE ZERO TO WS-BK-CREDITS (WS-CLASS-SUB)
026400     .
026500 1100-CLEAR-ONE-CLASS-TOTAL-EXIT.
026600     EXIT.
026700*----------------------------------------------------------------
026800*  2000-RELEASE-BRANCH-ROWS  --  SORT INPUT PROCEDURE.  EVERY
026900*  GL BALANCE ROW OF THE REPORT PERIOD IS CLASSED FROM THE
027000*  CHART; THE BANK-WIDE ROWS ONLY FEED THE FOOTING TOTALS, THE
027100*  BRANCH ROWS FEED THE FOOTING TOTALS AND GO TO THE SORT.
027200*----------------------------------------------------------------
027300 2000-RELEASE-BRANCH-ROWS.
027400     OPEN INPUT GL-BALANCE-MASTER-FILE
027500     IF WS-GLBMAST-STATUS NOT = "00"
027600         DISPLAY "GLBRSTMT: NO GL BALANCE MASTER, STATUS = "
027700             WS-GLBMAST-STATUS
027800         GO TO 2000-RELEASE-BRANCH-ROWS-EXIT
027900     END-IF
028000     PERFORM 2100-RELEASE-ONE-BALANCE
028100         THRU 2100-RELEASE-ONE-BALANCE-EXIT
028200         UNTIL NO-MORE-BALANCES
028300     CLOSE GL-BALANCE-MASTER-FILE
028400     .
028500 2000-RELEASE-BRANCH-ROWS-EXIT.
028600     EXIT.
028700*----------------------------------------------------------------
028800 2100-RELEASE-ONE-BALANCE.
028900     READ GL-BALANCE-MASTER-FILE NEXT RECORD
029000         AT END
029100             MOVE 'Y' TO WS-EOF-SWITCH
029200             GO TO 2100-RELEASE-ONE-BALANCE-EXIT
029300     END-READ
029400     IF GB-PERIOD NOT = WS-REPORT-PERIOD
029500         GO TO 2100-RELEASE-ONE-BALANCE-EXIT
029600     END-IF
029700     ADD 1 TO WS-ROWS-READ
029800     PERFORM 2150-CLASS-THE-BALANCE
029900         THRU 2150-CLASS-THE-BALANCE-EXIT
030000
030100     IF GB-BANK-WIDE-ROW
030200         ADD GB-CLOSING-BALANCE TO WS-BK-CLOSING (WS-CLASS-SUB)
030300         ADD GB-PERIOD-DEBITS   TO WS-BK-DEBITS (WS-CLASS-SUB)
030400         ADD GB-PERIOD-CREDITS  TO WS-BK-CREDITS (WS-CLASS-SUB)
030500         GO TO 2100-RELEASE-ONE-BALANCE-EXIT
030600     END-IF
030700
030800     ADD GB-CLOSING-BALANCE TO WS-AB-CLOSING (WS-CLASS-SUB)
030900     ADD GB-PERIOD-DEBITS   TO WS-AB-DEBITS (WS-CLASS-SUB)
031000     ADD GB-PERIOD-CREDITS  TO WS-AB-CREDITS (WS-CLASS-SUB)
031100     MOVE GB-BRANCH-ID       TO BS-BRANCH-ID
031200     MOVE WS-CLASS-SUB       TO BS-CLASS-ORDER
031300     MOVE GB-GL-ACCOUNT-CODE TO BS-GL-ACCOUNT-CODE
031400     MOVE WS-GLACCT-CLASS    TO BS-GL-CLASS
031500     MOVE WS-GLACCT-NAME     TO BS-GL-NAME
031600     MOVE GB-CLOSING-BALANCE TO BS-CLOSING-BALANCE
031700     MOVE GB-PERIOD-DEBITS   TO BS-PERIOD-DEBITS
031800     MOVE GB-PERIOD-CREDITS  TO BS-PERIOD-CREDITS
031900     RELEASE BRANCH-STMT-SORT-RECORD
032000     ADD 1 TO WS-BRANCH-ROWS-SORTED
032100     .
032200 2100-RELEASE-ONE-BALANCE-EXIT.
032300     EXIT.
032400*----------------------------------------------------------------
032500*  2150-CLASS-THE-BALANCE  --  LOOK THE GL ACCOUNT UP ON THE
032600*  CHART AND SET WS-CLASS-SUB TO ITS SLOT IN THE CLASS TABLE.
032700*  A CLOSED ACCOUNT STILL REPORTS UNDER ITS CLASS; ONE NOT ON
032800*  THE CHART REPORTS UNDER CLASS '?'.
032900*----------------------------------------------------------------
033000 2150-CLASS-THE-BALANCE.
033100     CALL "GLACCT-VERIFY" USING GB-GL-ACCOUNT-CODE
033200         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
033300         WS-GLACCT-NORMAL-SIDE
033400     IF NOT WS-GLACCT-ON-CHART OR NOT WS-GLACCT-CLASS-VALID
033500         MOVE '?' TO WS-GLACCT-CLASS
033600         MOVE "NOT ON THE CHART OF ACCOUNTS" TO WS-GLACCT-NAME
033700     END-IF
033800     EVALUATE WS-GLACCT-CLASS
033900         WHEN 'A'
034000             MOVE 1 TO WS-CLASS-SUB
034100         WHEN 'L'
034200             MOVE 2 TO WS-CLASS-SUB
034300         WHEN 'Q'
034400             MOVE 3 TO WS-CLASS-SUB
034500         WHEN 'I'
034600             MOVE 5 TO WS-CLASS-SUB
034700         WHEN 'X'
034800             MOVE 6 TO WS-CLASS-SUB
034900         WHEN OTHER
035000             MOVE 4 TO WS-CLASS-SUB
035100     END-EVALUATE
035200     .
035300 2150-CLASS-THE-BALANCE-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------
035600*  3000-PRINT-BRANCH-STATEMENTS  --  SORT OUTPUT PROCEDURE.
035700*  CONTROL BREAK ON THE BRANCH.
035800*----------------------------------------------------------------
035900 3000-PRINT-BRANCH-STATEMENTS.
036000     PERFORM 3900-RETURN-NEXT-ROW
036100         THRU 3900-RETURN-NEXT-ROW-EXIT
036200     PERFORM 3100-PRINT-ONE-BRANCH
036300         THRU 3100-PRINT-ONE-BRANCH-EXIT
036400         UNTIL NO-MORE-SORTED-ROWS
036500     .
036600 3000-PRINT-BRANCH-STATEMENTS-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900*  3100-PRINT-ONE-BRANCH  --  A HEADING LINE NAMING THE BRANCH,
037000*  ONE LINE PER GL ACCOUNT THE BRANCH HOLDS A FIGURE IN, THEN
037100*  THE BALANCE SHEET AND INCOME STATEMENT TOTALS.
037200*----------------------------------------------------------------
037300 3100-PRINT-ONE-BRANCH.
037400     MOVE BS-BRANCH-ID TO WS-CURRENT-BRANCH-ID
037500     ADD 1 TO WS-BRANCHES-REPORTED
037600     PERFORM 3110-CLEAR-ONE-BRANCH-CLASS
037700         THRU 3110-CLEAR-ONE-BRANCH-CLASS-EXIT
037800         VARYING WS-CLASS-SUB FROM 1 BY 1
037900         UNTIL WS-CLASS-SUB > 6
038000
038100     CALL "BRANCH-VERIFY" USING WS-CURRENT-BRANCH-ID
038200         WS-BRANCH-VALID-FLAG WS-BRANCH-NAME WS-BRANCH-ADDRESS
038300     IF NOT WS-BRANCH-VALID
038400         IF WS-CURRENT-BRANCH-ID = WS-HEAD-OFFICE-BRANCH
038500             MOVE "HEAD OFFICE" TO WS-BRANCH-NAME
038600         ELSE
038700             MOVE "BRANCH NOT ON BRANCH MASTER" TO WS-BRANCH-NAME
038800         END-IF
038900     END-IF
039000     MOVE 1 TO WS-CLASS-SUB
039100     PERFORM 3800-SET-SECTION-TITLE
039200         THRU 3800-SET-SECTION-TITLE-EXIT
039300     MOVE SPACES TO ED-DETAIL-LINE
039400     STRING "BRANCH " WS-CURRENT-BRANCH-ID " " WS-BRANCH-NAME
039500         " - PERIOD " WS-REPORT-PERIOD
039600         DELIMITED BY SIZE INTO ED-DETAIL-LINE
039700     PERFORM 3850-WRITE-DECK-LINE
039800         THRU 3850-WRITE-DECK-LINE-EXIT
039900
040000     PERFORM 3200-PRINT-ONE-ROW
040100         THRU 3200-PRINT-ONE-ROW-EXIT
040200         UNTIL NO-MORE-SORTED-ROWS
040300            OR BS-BRANCH-ID NOT = WS-CURRENT-BRANCH-ID
040400
040500     PERFORM 3300-PRINT-BALANCE-SHEET-TOTALS
040600         THRU 3300-PRINT-BALANCE-SHEET-TOTALS-EXIT
040700     PERFORM 3400-PRINT-INCOME-TOTALS
040800         THRU 3400-PRINT-INCOME-TOTALS-EXIT
040900     .
041000 3100-PRINT-ONE-BRANCH-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300 3110-CLEAR-ONE-BRANCH-CLASS.
041400     MOVE ZERO TO WS-BC-CLOSING (WS-CLASS-SUB)
041500     MOVE ZERO TO WS-BC-DEBITS (WS-CLASS-SUB)
041600     MOVE ZERO TO WS-BC-CREDITS (WS-CLASS-SUB)
041700     .
041800 3110-CLEAR-ONE-BRANCH-CLASS-EXIT.
041900     EXIT.
042000*----------------------------------------------------------------
042100*  3200-PRINT-ONE-ROW  --  A BALANCE SHEET CLASS PRINTS THE
042200*  CLOSING BALANCE (LIABILITIES AND EQUITY CREDIT-POSITIVE); AN
042300*  INCOME STATEMENT CLASS PRINTS THE PERIOD'S ACTIVITY (INCOME
042400*  CREDITS LESS DEBITS, EXPENSES DEBITS LESS CREDITS).  A ZERO
042500*  FIGURE IS COUNTED BUT NOT PRINTED.
042600*----------------------------------------------------------------
042700 3200-PRINT-ONE-ROW.
042800     MOVE BS-CLASS-ORDER TO WS-CLASS-SUB
042900     ADD BS-CLOSING-BALANCE TO WS-BC-CLOSING (WS-CLASS-SUB)
043000     ADD BS-PERIOD-DEBITS   TO WS-BC-DEBITS (WS-CLASS-SUB)
043100     ADD BS-PERIOD-CREDITS  TO WS-BC-CREDITS (WS-CLASS-SUB)
043200     EVALUATE BS-GL-CLASS
043300         WHEN 'L'
043400         WHEN 'Q'
043500             COMPUTE WS-LINE-AMOUNT = 0 - BS-CLOSING-BALANCE
043600         WHEN 'I'
043700             COMPUTE WS-LINE-AMOUNT =
043800                 BS-PERIOD-CREDITS - BS-PERIOD-DEBITS
043900         WHEN 'X'
044000             COMPUTE WS-LINE-AMOUNT =
044100                 BS-PERIOD-DEBITS - BS-PERIOD-CREDITS
044200         WHEN OTHER
044300             MOVE BS-CLOSING-BALANCE TO WS-LINE-AMOUNT
044400     END-EVALUATE
044500     IF WS-LINE-AMOUNT = ZERO
044600         GO TO 3200-PRINT-ONE-ROW-NEXT
044700     END-IF
044800
044900     PERFORM 3800-SET-SECTION-TITLE
045000         THRU 3800-SET-SECTION-TITLE-EXIT
045100     MOVE WS-LINE-AMOUNT TO WS-EDIT-AMOUNT
045200     MOVE SPACES TO ED-DETAIL-LINE
045300     STRING WS-CT-TITLE (WS-CLASS-SUB) (1:11)
045400         " GL " BS-GL-ACCOUNT-CODE
045500         " " BS-GL-NAME
045600         " " WS-EDIT-AMOUNT
045700         DELIMITED BY SIZE INTO ED-DETAIL-LINE
045800     PERFORM 3850-WRITE-DECK-LINE
045900         THRU 3850-WRITE-DECK-LINE-EXIT
046000     .
046100 3200-PRINT-ONE-ROW-NEXT.
046200     PERFORM 3900-RETURN-NEXT-ROW
046300         THRU 3900-RETURN-NEXT-ROW-EXIT
046400     .
046500 3200-PRINT-ONE-ROW-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------
046800*  3300-PRINT-BALANCE-SHEET-TOTALS  --  TOTAL ASSETS AGAINST
046900*  LIABILITIES, EQUITY AND THE INCOME AND EXPENSE BALANCES NOT
047000*  YET CLOSED TO EQUITY.  CASH CAN BE BOOKED AT ONE BRANCH FOR
047100*  AN ACCOUNT HELD AT ANOTHER, SO A BRANCH'S OWN BOOKS NEED NOT
047200*  BALANCE; THE INTER-BRANCH POSITION IS THE AMOUNT THAT BRINGS
047300*  THEM LEVEL, AND THE POSITIONS OF ALL BRANCHES NET TO ZERO.
047400*----------------------------------------------------------------
047500 3300-PRINT-BALANCE-SHEET-TOTALS.
047600     COMPUTE WS-TOTAL-ASSETS =
047700         WS-BC-CLOSING (1) + WS-BC-CLOSING (4)
047800     COMPUTE WS-TOTAL-LIABILITIES = 0 - WS-BC-CLOSING (2)
047900     COMPUTE WS-TOTAL-EQUITY = 0 - WS-BC-CLOSING (3)
048000     COMPUTE WS-CURRENT-EARNINGS =
048100         0 - WS-BC-CLOSING (5) - WS-BC-CLOSING (6)
048200     COMPUTE WS-INTER-BRANCH-POSITION =
048300         WS-TOTAL-ASSETS - WS-TOTAL-LIABILITIES
048400         - WS-TOTAL-EQUITY - WS-CURRENT-EARNINGS
048500     MOVE 1 TO WS-CLASS-SUB
048600     PERFORM 3800-SET-SECTION-TITLE
048700         THRU 3800-SET-SECTION-TITLE-EXIT
048800
048900     MOVE "TOTAL ASSETS" TO WS-LINE-LABEL
049000     MOVE WS-TOTAL-ASSETS TO WS-LINE-AMOUNT
049100     PERFORM 3700-WRITE-TOTAL-LINE
049200         THRU 3700-WRITE-TOTAL-LINE-EXIT
049300     MOVE "TOTAL LIABILITIES" TO WS-LINE-LABEL
049400     MOVE WS-TOTAL-LIABILITIES TO WS-LINE-AMOUNT
049500     PERFORM 3700-WRITE-TOTAL-LINE
049600         THRU 3700-WRITE-TOTAL-LINE-EXIT
049700     MOVE "TOTAL EQUITY" TO WS-LINE-LABEL
049800     MOVE WS-TOTAL-EQUITY TO WS-LINE-AMOUNT
049900     PERFORM 3700-WRITE-TOTAL-LINE
050000         THRU 3700-WRITE-TOTAL-LINE-EXIT
050100     MOVE "UNCLOSED EARNINGS TO DATE" TO WS-LINE-LABEL
050200     MOVE WS-CURRENT-EARNINGS TO WS-LINE-AMOUNT
050300     PERFORM 3700-WRITE-TOTAL-LINE
050400         THRU 3700-WRITE-TOTAL-LINE-EXIT
050500     MOVE "INTER-BRANCH POSITION" TO WS-LINE-LABEL
050600     MOVE WS-INTER-BRANCH-POSITION TO WS-LINE-AMOUNT
050700     PERFORM 3700-WRITE-TOTAL-LINE
050800         THRU 3700-WRITE-TOTAL-LINE-EXIT
050900     MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-LINE-LABEL
051000     MOVE WS-TOTAL-ASSETS TO WS-LINE-AMOUNT
051100     PERFORM 3700-WRITE-TOTAL-LINE
051200         THRU 3700-WRITE-TOTAL-LINE-EXIT
051300     .
051400 3300-PRINT-BALANCE-SHEET-TOTALS-EXIT.
051500     EXIT.
051600*----------------------------------------------------------------
051700*  3400-PRINT-INCOME-TOTALS  --  THE PERIOD'S INCOME, EXPENSES
051800*  AND NET INCOME FOR THE BRANCH.
051900*----------------------------------------------------------------
052000 3400-PRINT-INCOME-TOTALS.
052100     COMPUTE WS-TOTAL-INCOME =
052200         WS-BC-CREDITS (5) - WS-BC-DEBITS (5)
052300     COMPUTE WS-TOTAL-EXPENSES =
052400         WS-BC-DEBITS (6) - WS-BC-CREDITS (6)
052500     COMPUTE WS-NET-INCOME =
052600         WS-TOTAL-INCOME - WS-TOTAL-EXPENSES
052700     MOVE 5 TO WS-CLASS-SUB
052800     PERFORM 3800-SET-SECTION-TITLE
052900         THRU 3800-SET-SECTION-TITLE-EXIT
053000
053100     MOVE "TOTAL INCOME" TO WS-LINE-LABEL
053200     MOVE WS-TOTAL-INCOME TO WS-LINE-AMOUNT
053300     PERFORM 3700-WRITE-TOTAL-LINE
053400         THRU 3700-WRITE-TOTAL-LINE-EXIT
053500     MOVE "TOTAL EXPENSES" TO WS-LINE-LABEL
053600     MOVE WS-TOTAL-EXPENSES TO WS-LINE-AMOUNT
053700     PERFORM 3700-WRITE-TOTAL-LINE
053800         THRU 3700-WRITE-TOTAL-LINE-EXIT
053900     MOVE "NET INCOME FOR THE PERIOD" TO WS-LINE-LABEL
054000     MOVE WS-NET-INCOME TO WS-LINE-AMOUNT
054100     PERFORM 3700-WRITE-TOTAL-LINE
054200         THRU 3700-WRITE-TOTAL-LINE-EXIT
054300     .
054400 3400-PRINT-INCOME-TOTALS-EXIT.
054500     EXIT.
054600*----------------------------------------------------------------
054700 3700-WRITE-TOTAL-LINE.
054800     MOVE WS-LINE-AMOUNT TO WS-EDIT-AMOUNT
054900     MOVE SPACES TO ED-DETAIL-LINE
055000     STRING WS-LINE-LABEL " " WS-EDIT-AMOUNT
055100         DELIMITED BY SIZE INTO ED-DETAIL-LINE
055200     PERFORM 3850-WRITE-DECK-LINE
055300         THRU 3850-WRITE-DECK-LINE-EXIT
055400     .
055500 3700-WRITE-TOTAL-LINE-EXIT.
055600     EXIT.
055700*----------------------------------------------------------------
055800*  3800-SET-SECTION-TITLE  --  CLASSES 1-4 REPORT UNDER THE
055900*  BRANCH BALANCE SHEET, CLASSES 5-6 UNDER THE BRANCH INCOME
056000*  STATEMENT.  THE DECK ROW CARRIES THE BRANCH.
056100*----------------------------------------------------------------
056200 3800-SET-SECTION-TITLE.
056300     MOVE WS-CURRENT-BRANCH-ID TO ED-BRANCH-ID
056400     IF WS-CLASS-SUB > 4
056500         MOVE "BRANCH INCOME STATEMENT" TO ED-SECTION-TITLE
056600     ELSE
056700         MOVE "BRANCH BALANCE SHEET" TO ED-SECTION-TITLE
056800     END-IF
056900     .
057000 3800-SET-SECTION-TITLE-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------
057300 3850-WRITE-DECK-LINE.
057400     MOVE WS-TS-DATE TO ED-RUN-DATE
057500     WRITE EOD-REPORT-DECK-RECORD
057600     MOVE ED-DETAIL-LINE TO WS-ARCHIVE-LINE
057700     CALL "RPTARCH-WRITE" USING WS-ARCHIVE-REPORT-ID
057800         WS-ARCHIVE-LINE
057900     .
058000 3850-WRITE-DECK-LINE-EXIT.
058100     EXIT.
058200*----------------------------------------------------------------
058300 3900-RETURN-NEXT-ROW.
058400     RETURN BRANCH-STMT-SORT-FILE
058500         AT END
058600             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
058700     END-RETURN
058800     .
058900 3900-RETURN-NEXT-ROW-EXIT.
059000     EXIT.
059100*----------------------------------------------------------------
059200*  4000-PRINT-FOOTING  --  PROVE THE BRANCH STATEMENTS AGAINST
059300*  THE BANK-WIDE ROWS, CLASS BY CLASS - CLOSING BALANCES, PERIOD
059400*  DEBITS AND PERIOD CREDITS SUMMED OVER EVERY BRANCH MUST EQUAL
059500*  THE BANK-WIDE FIGURES THE TRIAL BALANCE REPORTS.
059600*----------------------------------------------------------------
059700 4000-PRINT-FOOTING.
059800     PERFORM 4100-FOOT-ONE-CLASS
059900         THRU 4100-FOOT-ONE-CLASS-EXIT
060000         VARYING WS-CLASS-SUB FROM 1 BY 1
060100         UNTIL WS-CLASS-SUB > 6
060200
060300     IF WS-ALL-CLASSES-FOOT
060400         MOVE "FOOTS" TO WS-PROOF-FLAG
060500     ELSE
060600         MOVE "*DOES NOT FOOT*" TO WS-PROOF-FLAG
060700     END-IF
060800     MOVE SPACES TO ED-BRANCH-ID
060900     MOVE "BRANCH STATEMENTS FOOTING" TO ED-SECTION-TITLE
061000     MOVE SPACES TO ED-DETAIL-LINE
061100     STRING "PERIOD " WS-REPORT-PERIOD
061200         " BRANCH STATEMENTS TO BANK-WIDE TRIAL BALANCE - "
061300         WS-PROOF-FLAG
061400         DELIMITED BY SIZE INTO ED-DETAIL-LINE
061500     PERFORM 3850-WRITE-DECK-LINE
061600         THRU 3850-WRITE-DECK-LINE-EXIT
061700     DISPLAY "GLBRSTMT: BRANCH STATEMENTS " WS-PROOF-FLAG
061800     .
061900 4000-PRINT-FOOTING-EXIT.
062000     EXIT.
062100*----------------------------------------------------------------
062200 4100-FOOT-ONE-CLASS.
062300     IF WS-AB-CLOSING (WS-CLASS-SUB)
062400            = WS-BK-CLOSING (WS-CLASS-SUB)
062500        AND WS-AB-DEBITS (WS-CLASS-SUB)
062600            = WS-BK-DEBITS (WS-CLASS-SUB)
062700        AND WS-AB-CREDITS (WS-CLASS-SUB)
062800            = WS-BK-CREDITS (WS-CLASS-SUB)
062900         MOVE "FOOTS" TO WS-PROOF-FLAG
063000     ELSE
063100         MOVE "*DOES NOT FOOT*" TO WS-PROOF-FLAG
063200         MOVE 'N' TO WS-FOOTING-SWITCH
063300     END-IF
063400     MOVE WS-AB-CLOSING (WS-CLASS-SUB) TO WS-EDIT-BRANCHES
063500     MOVE WS-BK-CLOSING (WS-CLASS-SUB) TO WS-EDIT-BANK
063600     MOVE SPACES TO ED-BRANCH-ID
063700     MOVE "BRANCH STATEMENTS FOOTING" TO ED-SECTION-TITLE
063800     MOVE SPACES TO ED-DETAIL-LINE
063900     STRING WS-CT-TITLE (WS-CLASS-SUB) (1:11)
064000         " BRANCHES " WS-EDIT-BRANCHES
064100         " BANK " WS-EDIT-BANK
064200         " " WS-PROOF-FLAG
064300         DELIMITED BY SIZE INTO ED-DETAIL-LINE
064400     PERFORM 3850-WRITE-DECK-LINE
064500         THRU 3850-WRITE-DECK-LINE-EXIT
064600     .
064700 4100-FOOT-ONE-CLASS-EXIT.
064800     EXIT.
