000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GL-BUDGET-VARIANCE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  MONTH-END BUDGET VERSUS
001300*                     ACTUAL REPORT, RUN ONCE THE PERIOD CLOSE
001400*                     HAS BUILT THE MONTH'S GL BALANCE ROWS.  THE
001500*                     PERIOD (YYYYMM) COMES IN ON SYSIN.  FOR
001600*                     EVERY GL ACCOUNT BUDGETED FOR THE YEAR, THE
001700*                     MONTH'S AND THE YEAR-TO-DATE ACTUAL
001800*                     ACTIVITY (FROM THE BANK-WIDE GL BALANCE
001900*                     ROWS, ON THE ACCOUNT'S NORMAL BALANCE
002000*                     SIDE) IS SET AGAINST THE BUDGET, WITH THE
002100*                     VARIANCE IN AMOUNT AND PERCENT.  A LINE
002200*                     WHOSE VARIANCE IS BEYOND THE GL-BUDGET-
002300*                     TOL-PCT BUSINESS PARAMETER (DEFAULT 10
002400*                     PERCENT) IS FLAGGED, AS IS ANY ACCOUNT
002500*                     WITH ACTIVITY BUT NO BUDGET.  EVERY LINE
002600*                     GOES TO THE PRINTED REPORT AND THE KEYED
002700*                     REPORT ARCHIVE (REPORT ID GLBUDVAR).
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     COPY GLBMSEL.
003300     COPY GLBDSEL.
003400     COPY PARMSEL.
003500     SELECT BUDGET-VARIANCE-REPORT-FILE
003600         ASSIGN TO "BVARRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-BVARRPT-STATUS.
003900*================================================================
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  GL-BALANCE-MASTER-FILE.
004300     COPY GLBMAST.
004400*----------------------------------------------------------------
004500 FD  GL-BUDGET-FILE.
004600     COPY GLBDREC.
004700*----------------------------------------------------------------
004800 FD  BUSINESS-PARAMETER-FILE.
004900     COPY PARMREC.
005000*----------------------------------------------------------------
005100 FD  BUDGET-VARIANCE-REPORT-FILE.
005200 01  BUDGET-VARIANCE-REPORT-LINE   PIC X(100).
005300*----------------------------------------------------------------
005400 WORKING-STORAGE SECTION.
005500 01  WS-FILE-STATUSES.
005600     05  WS-GLBMAST-STATUS         PIC XX.
005700     05  WS-GLBUDGET-STATUS        PIC XX.
005800     05  WS-BUSPARM-STATUS         PIC XX.
005900     05  WS-BVARRPT-STATUS         PIC XX.
006000*----------------------------------------------------------------
006100 01  WS-WORK-FIELDS.
006200     05  WS-BUDGET-EOF-SWITCH      PIC X VALUE 'N'.
006300         88  NO-MORE-BUDGET-ROWS   VALUE 'Y'.
006400     05  WS-BALANCE-EOF-SWITCH     PIC X VALUE 'N'.
006500         88  NO-MORE-BALANCES      VALUE 'Y'.
006600     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
006700         88  NO-MORE-PARAMETERS    VALUE 'Y'.
006800     05  WS-BUDGETED-SWITCH        PIC X.
006900         88  WS-ACCOUNT-BUDGETED   VALUE 'Y'.
007000     05  WS-REPORT-PERIOD          PIC 9(06).
007100     05  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
007200         10  WS-REPORT-YEAR        PIC 9(04).
007300         10  WS-REPORT-MONTH       PIC 9(02).
007400     05  WS-WANTED-PERIOD          PIC 9(06).
007500     05  WS-WANTED-PERIOD-PARTS REDEFINES WS-WANTED-PERIOD.
007600         10  WS-WANTED-YEAR        PIC 9(04).
007700         10  WS-WANTED-MONTH       PIC 9(02).
007800     05  WS-MONTH-SUB              PIC 9(02) COMP.
007900     05  WS-CURRENT-GL-ACCOUNT     PIC 9(06).
008000     05  WS-RESUME-KEY             PIC X(18).
008100     05  WS-TOLERANCE-PCT          PIC 9(03)V99 VALUE 10.00.
008200     05  WS-BUDGETS-READ           PIC 9(06) COMP VALUE 0.
008300     05  WS-ACCOUNTS-REPORTED      PIC 9(06) COMP VALUE 0.
008400     05  WS-UNBUDGETED-ACCOUNTS    PIC 9(06) COMP VALUE 0.
008500     05  WS-LINES-FLAGGED          PIC 9(06) COMP VALUE 0.
008600*----------------------------------------------------------------
008700*  CHART-OF-ACCOUNTS LOOKUP RESULT (GLACCT-VERIFY).
008800*----------------------------------------------------------------
008900 01  WS-GLACCT-FIELDS.
009000     05  WS-GLACCT-VERIFY-FLAG     PIC X.
009100         88  WS-GLACCT-ON-CHART    VALUE 'Y' 'C'.
009200     05  WS-GLACCT-NAME            PIC X(30).
009300     05  WS-GLACCT-CLASS           PIC X.
009400     05  WS-GLACCT-NORMAL-SIDE     PIC X.
009500         88  WS-GLACCT-CREDIT-NORMAL VALUE 'C'.
009600*----------------------------------------------------------------
009700*  ONE ACCOUNT'S FIGURES, ALL ON ITS NORMAL BALANCE SIDE.
009800*  VARIANCE IS ACTUAL LESS BUDGET.
009900*----------------------------------------------------------------
010000 01  WS-ACCOUNT-FIGURES.
010100     05  WS-MONTH-BUDGET           PIC S9(11)V99.
010200     05  WS-MONTH-ACTUAL           PIC S9(11)V99.
010300     05  WS-YTD-BUDGET             PIC S9(11)V99.
010400     05  WS-YTD-ACTUAL             PIC S9(11)V99.
010500     05  WS-PERIOD-ACTIVITY        PIC S9(11)V99.
010600*----------------------------------------------------------------
010700*  ONE REPORT LINE'S FIGURES - THE MONTH LINE OR THE YTD LINE.
010800*----------------------------------------------------------------
010900 01  WS-LINE-FIGURES.
011000     05  WS-LINE-TAG               PIC X(05).
011100     05  WS-LINE-BUDGET            PIC S9(11)V99.
011200     05  WS-LINE-ACTUAL            PIC S9(11)V99.
011300     05  WS-LINE-VARIANCE          PIC S9(11)V99.
011400     05  WS-LINE-PCT               PIC S9(07)V9.
011500     05  WS-LINE-ABS-PCT           PIC 9(07)V9.
011600     05  WS-LINE-FLAG              PIC X(10).
011700*----------------------------------------------------------------
011800*  PRINT WORK FIELDS - SIGNED NUMERIC-EDITED, SAME CONVENTION
011900*  AS THE TRIAL BALANCE.
012000*----------------------------------------------------------------
012100 01  WS-PRINT-FIELDS.
012200     05  WS-EDIT-BUDGET            PIC -(11)9.99.
012300     05  WS-EDIT-ACTUAL            PIC -(11)9.99.
012400     05  WS-EDIT-VARIANCE          PIC -(11)9.99.
012500     05  WS-EDIT-PCT               PIC -(6)9.9.
012600     05  WS-EDIT-TOLERANCE         PIC ZZ9.99.
012700     05  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
012800*----------------------------------------------------------------
012900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
013000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
013100     05  WS-TS-DATE                PIC 9(08).
013200     05  FILLER                    PIC X(13).
013300 01  WS-BUSINESS-DATE              PIC 9(08).
013400 01  WS-BUSDATE-FLAG               PIC X.
013500 01  WS-RUN-HISTORY-FIELDS.
013600     05  WS-RH-STEP-NAME           PIC X(08) VALUE "GLBVSTEP".
013700     05  WS-RH-START-TIMESTAMP     PIC X(21).
013800     05  WS-RH-RECORDS-READ        PIC 9(08).
013900     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
014000     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
014100     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
014200*----------------------------------------------------------------
014300*  STAGING LINE FOR THE KEYED REPORT ARCHIVE (RPTARCH-WRITE).
014400*----------------------------------------------------------------
014500 01  WS-ARCHIVE-LINE               PIC X(100).
014600 01  WS-ARCHIVE-REPORT-ID          PIC X(08) VALUE "GLBUDVAR".
014700*================================================================
014800 PROCEDURE DIVISION.
014900*================================================================
015000 0000-MAINLINE.
015100     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
015200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
015300     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
015400         WS-BUSDATE-FLAG
015500     IF WS-BUSDATE-FLAG = "Y"
015600         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
015700     END-IF
015800     ACCEPT WS-REPORT-PERIOD
015900     PERFORM 1000-INITIALIZE
016000         THRU 1000-INITIALIZE-EXIT
016100     IF WS-RH-COMPLETION-CODE NOT = ZERO
016200         GO TO 0000-WRITE-RUN-HISTORY
016300     END-IF
016400
016500     PERFORM 2000-REPORT-ONE-BUDGET
016600         THRU 2000-REPORT-ONE-BUDGET-EXIT
016700         UNTIL NO-MORE-BUDGET-ROWS
016800     PERFORM 3000-REPORT-UNBUDGETED
016900         THRU 3000-REPORT-UNBUDGETED-EXIT
017000     PERFORM 4000-WRITE-SUMMARY
017100         THRU 4000-WRITE-SUMMARY-EXIT
017200
017300     CLOSE GL-BALANCE-MASTER-FILE
017400     CLOSE GL-BUDGET-FILE
017500     CLOSE BUDGET-VARIANCE-REPORT-FILE
017600     DISPLAY "GLBUDVAR: REPORT PERIOD        = " WS-REPORT-PERIOD
017700     DISPLAY "GLBUDVAR: BUDGET ROWS REPORTED = " WS-BUDGETS-READ
017800     DISPLAY "GLBUDVAR: UNBUDGETED ACCOUNTS  = "
017900         WS-UNBUDGETED-ACCOUNTS
018000     DISPLAY "GLBUDVAR: LINES FLAGGED        = " WS-LINES-FLAGGED
018100     .
018200 0000-WRITE-RUN-HISTORY.
018300     MOVE WS-BUDGETS-READ TO WS-RH-RECORDS-READ
018400     MOVE WS-ACCOUNTS-REPORTED TO WS-RH-RECORDS-UPDATED
018500     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
018600         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
018700         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
018800         WS-RH-COMPLETION-CODE
018900     STOP RUN.
019000*----------------------------------------------------------------
019100*  1000-INITIALIZE  --  TOLERANCE, FILES, REPORT HEADING, AND
019200*  POSITION ON THE FIRST BUDGET ROW.
019300*----------------------------------------------------------------
019400 1000-INITIALIZE.
019500     IF WS-REPORT-PERIOD NOT NUMERIC
019600        OR WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
019700         DISPLAY "GLBUDVAR: INVALID REPORT PERIOD ON SYSIN - "
019800             WS-REPORT-PERIOD
019900         MOVE 16 TO WS-RH-COMPLETION-CODE
020000         GO TO 1000-INITIALIZE-EXIT
020100     END-IF
020200     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
020300         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
020400
020500     OPEN INPUT GL-BALANCE-MASTER-FILE
020600     IF WS-GLBMAST-STATUS NOT = "00"
020700         DISPLAY "GLBUDVAR: NO GL BALANCE MASTER, STATUS = "
020800             WS-GLBMAST-STATUS
020900         MOVE 16 TO WS-RH-COMPLETION-CODE
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF
021200     OPEN INPUT GL-BUDGET-FILE
021300     IF WS-GLBUDGET-STATUS NOT = "00"
021400         DISPLAY "GLBUDVAR: NO GL BUDGET MASTER, STATUS = "
021500             WS-GLBUDGET-STATUS
021600         CLOSE GL-BALANCE-MASTER-FILE
021700         MOVE 16 TO WS-RH-COMPLETION-CODE
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF
022000     OPEN OUTPUT BUDGET-VARIANCE-REPORT-FILE
022100
022200     MOVE WS-TOLERANCE-PCT TO WS-EDIT-TOLERANCE
022300     MOVE SPACES TO WS-ARCHIVE-LINE
022400     STRING "GL BUDGET VERSUS ACTUAL - PERIOD " WS-REPORT-PERIOD
022500         " - TOLERANCE " WS-EDIT-TOLERANCE " PCT"
022600         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
022700     PERFORM 8000-WRITE-REPORT-LINE
022800         THRU 8000-WRITE-REPORT-LINE-EXIT
022900     MOVE SPACES TO WS-ARCHIVE-LINE
023000     STRING "AMOUNTS ON EACH ACCOUNT'S NORMAL BALANCE SIDE - "
023100         "VARIANCE IS ACTUAL LESS BUDGET"
023200         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
023300     PERFORM 8000-WRITE-REPORT-LINE
023400         THRU 8000-WRITE-REPORT-LINE-EXIT
023500
023600     MOVE ZERO TO GD-GL-ACCOUNT-CODE
023700     MOVE WS-REPORT-YEAR TO GD-FISCAL-YEAR
023800     START GL-BUDGET-FILE
023900         KEY IS NOT LESS THAN GD-BUDGET-KEY
024000         INVALID KEY
024100             MOVE 'Y' TO WS-BUDGET-EOF-SWITCH
024200     END-START
024300     .
024400 1000-INITIALIZE-EXIT.
024500     EXIT.
024600*----------------------------------------------------------------
024700 1100-LOAD-BUSINESS-PARAMETERS.
024800     OPEN INPUT BUSINESS-PARAMETER-FILE
024900     IF WS-BUSPARM-STATUS NOT = "00"
025000         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
025100     END-IF
025200     PERFORM 1110-READ-ONE-PARAMETER
025300         THRU 1110-READ-ONE-PARAMETER-EXIT
025400         UNTIL NO-MORE-PARAMETERS
025500     CLOSE BUSINESS-PARAMETER-FILE
025600     .
025700 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
025800     EXIT.
025900*----------------------------------------------------------------
026000 1110-READ-ONE-PARAMETER.
026100     READ BUSINESS-PARAMETER-FILE
026200         AT END
026300             MOVE 'Y' TO WS-PARM-EOF-SWITCH
026400             GO TO 1110-READ-ONE-PARAMETER-EXIT
026500     END-READ
026600     EVALUATE BP-PARM-NAME
026700         WHEN "GL-BUDGET-TOL-PCT"
026800             MOVE BP-PARM-VALUE TO WS-TOLERANCE-PCT
026900         WHEN OTHER
027000             CONTINUE
027100     END-EVALUATE
027200     .
027300 1110-READ-ONE-PARAMETER-EXIT.
027400     EXIT.
027500*----------------------------------------------------------------
027600*  2000-REPORT-ONE-BUDGET  --  THE BUDGET MASTER IS KEYED BY
027700*  ACCOUNT THEN YEAR, SO ROWS OF OTHER YEARS ARE PASSED OVER.
027800*----------------------------------------------------------------
027900 2000-REPORT-ONE-BUDGET.
028000     READ GL-BUDGET-FILE NEXT RECORD
028100         AT END
028200             MOVE 'Y' TO WS-BUDGET-EOF-SWITCH
028300             GO TO 2000-REPORT-ONE-BUDGET-EXIT
028400     END-READ
028500     IF GD-FISCAL-YEAR NOT = WS-REPORT-YEAR
028600         GO TO 2000-REPORT-ONE-BUDGET-EXIT
028700     END-IF
028800     ADD 1 TO WS-BUDGETS-READ
028900     MOVE GD-GL-ACCOUNT-CODE TO WS-CURRENT-GL-ACCOUNT
029000     MOVE GD-MONTHLY-BUDGET (WS-REPORT-MONTH) TO WS-MONTH-BUDGET
029100     MOVE ZERO TO WS-YTD-BUDGET
029200     PERFORM 2100-ADD-ONE-BUDGET-MONTH
029300         THRU 2100-ADD-ONE-BUDGET-MONTH-EXIT
029400         VARYING WS-MONTH-SUB FROM 1 BY 1
029500         UNTIL WS-MONTH-SUB > WS-REPORT-MONTH
029600     MOVE 'Y' TO WS-BUDGETED-SWITCH
029700     PERFORM 5000-GATHER-ACTUALS
029800         THRU 5000-GATHER-ACTUALS-EXIT
029900     PERFORM 6000-WRITE-ACCOUNT-LINES
030000         THRU 6000-WRITE-ACCOUNT-LINES-EXIT
030100     .
030200 2000-REPORT-ONE-BUDGET-EXIT.
030300     EXIT.
030400*----------------------------------------------------------------
030500 2100-ADD-ONE-BUDGET-MONTH.
030600     ADD GD-MONTHLY-BUDGET (WS-MONTH-SUB) TO WS-YTD-BUDGET
030700     .
030800 2100-ADD-ONE-BUDGET-MONTH-EXIT.
030900     EXIT.
031000*----------------------------------------------------------------
031100*  3000-REPORT-UNBUDGETED  --  A SWEEP OF THE REPORT PERIOD'S
031200*  BANK-WIDE GL BALANCE ROWS FOR ACCOUNTS THAT MOVED BUT CARRY
031300*  NO BUDGET FOR THE YEAR.  GATHERING AN ACCOUNT'S ACTUALS
031400*  MOVES THE FILE POSITION, SO THE SWEEP RESTARTS JUST PAST
031500*  THE ROW IT WAS ON.
031600*----------------------------------------------------------------
031700 3000-REPORT-UNBUDGETED.
031800     MOVE LOW-VALUES TO GB-BALANCE-KEY
031900     START GL-BALANCE-MASTER-FILE
032000         KEY IS NOT LESS THAN GB-BALANCE-KEY
032100         INVALID KEY
032200             MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
032300     END-START
032400     PERFORM 3100-TEST-ONE-BALANCE
032500         THRU 3100-TEST-ONE-BALANCE-EXIT
032600         UNTIL NO-MORE-BALANCES
032700     .
032800 3000-REPORT-UNBUDGETED-EXIT.
032900     EXIT.
033000*----------------------------------------------------------------
033100 3100-TEST-ONE-BALANCE.
033200     READ GL-BALANCE-MASTER-FILE NEXT RECORD
033300         AT END
033400             MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
033500             GO TO 3100-TEST-ONE-BALANCE-EXIT
033600     END-READ
033700     IF GB-PERIOD NOT = WS-REPORT-PERIOD
033800        OR NOT GB-BANK-WIDE-ROW
033900         GO TO 3100-TEST-ONE-BALANCE-EXIT
034000     END-IF
034100     IF GB-PERIOD-DEBITS = ZERO AND GB-PERIOD-CREDITS = ZERO
034200         GO TO 3100-TEST-ONE-BALANCE-EXIT
034300     END-IF
034400     MOVE GB-GL-ACCOUNT-CODE TO GD-GL-ACCOUNT-CODE
034500     MOVE WS-REPORT-YEAR     TO GD-FISCAL-YEAR
034600     READ GL-BUDGET-FILE
034700         KEY IS GD-BUDGET-KEY
034800         INVALID KEY
034900             MOVE 'N' TO WS-BUDGETED-SWITCH
035000         NOT INVALID KEY
035100             MOVE 'Y' TO WS-BUDGETED-SWITCH
035200     END-READ
035300     IF WS-ACCOUNT-BUDGETED
035400         GO TO 3100-TEST-ONE-BALANCE-EXIT
035500     END-IF
035600
035700     ADD 1 TO WS-UNBUDGETED-ACCOUNTS
035800     MOVE GB-BALANCE-KEY TO WS-RESUME-KEY
035900     MOVE GB-GL-ACCOUNT-CODE TO WS-CURRENT-GL-ACCOUNT
036000     MOVE ZERO TO WS-MONTH-BUDGET
036100     MOVE ZERO TO WS-YTD-BUDGET
036200     PERFORM 5000-GATHER-ACTUALS
036300         THRU 5000-GATHER-ACTUALS-EXIT
036400     PERFORM 6000-WRITE-ACCOUNT-LINES
036500         THRU 6000-WRITE-ACCOUNT-LINES-EXIT
036600
036700     MOVE WS-RESUME-KEY TO GB-BALANCE-KEY
036800     START GL-BALANCE-MASTER-FILE
036900         KEY IS GREATER THAN GB-BALANCE-KEY
037000         INVALID KEY
037100             MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
037200     END-START
037300     .
037400 3100-TEST-ONE-BALANCE-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------
037700*  4000-WRITE-SUMMARY  --  CLOSING COUNTS.
037800*----------------------------------------------------------------
037900 4000-WRITE-SUMMARY.
038000     MOVE WS-ACCOUNTS-REPORTED TO WS-EDIT-COUNT
038100     MOVE SPACES TO WS-ARCHIVE-LINE
038200     STRING "GL ACCOUNTS REPORTED    " WS-EDIT-COUNT
038300         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
038400     PERFORM 8000-WRITE-REPORT-LINE
038500         THRU 8000-WRITE-REPORT-LINE-EXIT
038600     MOVE WS-UNBUDGETED-ACCOUNTS TO WS-EDIT-COUNT
038700     MOVE SPACES TO WS-ARCHIVE-LINE
038800     STRING "  OF WHICH NOT BUDGETED " WS-EDIT-COUNT
038900         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
039000     PERFORM 8000-WRITE-REPORT-LINE
039100         THRU 8000-WRITE-REPORT-LINE-EXIT
039200     MOVE WS-LINES-FLAGGED TO WS-EDIT-COUNT
039300     MOVE SPACES TO WS-ARCHIVE-LINE
039400     STRING "LINES FLAGGED           " WS-EDIT-COUNT
039500         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
039600     PERFORM 8000-WRITE-REPORT-LINE
039700         THRU 8000-WRITE-REPORT-LINE-EXIT
039800     .
039900 4000-WRITE-SUMMARY-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040200*  5000-GATHER-ACTUALS  --  THE ACCOUNT'S ACTIVITY FOR THE
040300*  MONTH AND FOR THE YEAR TO DATE, ONE KEYED READ OF THE
040400*  BANK-WIDE ROW PER MONTH, TURNED TO THE ACCOUNT'S NORMAL
040500*  BALANCE SIDE.  AN ACCOUNT NOT ON THE CHART IS TAKEN AS
040600*  DEBIT-NORMAL.
040700*----------------------------------------------------------------
040800 5000-GATHER-ACTUALS.
040900     CALL "GLACCT-VERIFY" USING WS-CURRENT-GL-ACCOUNT
041000         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
041100         WS-GLACCT-NORMAL-SIDE
041200     IF NOT WS-GLACCT-ON-CHART
041300         MOVE "NOT ON THE CHART OF ACCOUNTS" TO WS-GLACCT-NAME
041400         MOVE 'D' TO WS-GLACCT-NORMAL-SIDE
041500     END-IF
041600     MOVE ZERO TO WS-MONTH-ACTUAL
041700     MOVE ZERO TO WS-YTD-ACTUAL
041800     PERFORM 5100-READ-ONE-MONTH
041900         THRU 5100-READ-ONE-MONTH-EXIT
042000         VARYING WS-MONTH-SUB FROM 1 BY 1
042100         UNTIL WS-MONTH-SUB > WS-REPORT-MONTH
042200     .
042300 5000-GATHER-ACTUALS-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600 5100-READ-ONE-MONTH.
042700     MOVE WS-REPORT-YEAR TO WS-WANTED-YEAR
042800     MOVE WS-MONTH-SUB   TO WS-WANTED-MONTH
042900     MOVE WS-CURRENT-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
043000     MOVE SPACES                TO GB-BRANCH-ID
043100     MOVE WS-WANTED-PERIOD      TO GB-PERIOD
043200     READ GL-BALANCE-MASTER-FILE
043300         KEY IS GB-BALANCE-KEY
043400         INVALID KEY
043500             GO TO 5100-READ-ONE-MONTH-EXIT
043600     END-READ
043700     IF WS-GLACCT-CREDIT-NORMAL
043800         COMPUTE WS-PERIOD-ACTIVITY =
043900             GB-PERIOD-CREDITS - GB-PERIOD-DEBITS
044000     ELSE
044100         COMPUTE WS-PERIOD-ACTIVITY =
044200             GB-PERIOD-DEBITS - GB-PERIOD-CREDITS
044300     END-IF
044400     ADD WS-PERIOD-ACTIVITY TO WS-YTD-ACTUAL
044500     IF WS-MONTH-SUB = WS-REPORT-MONTH
044600         MOVE WS-PERIOD-ACTIVITY TO WS-MONTH-ACTUAL
044700     END-IF
044800     .
044900 5100-READ-ONE-MONTH-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200*  6000-WRITE-ACCOUNT-LINES  --  A NAME LINE, THEN THE MONTH
045300*  LINE AND THE YEAR-TO-DATE LINE.
045400*----------------------------------------------------------------
045500 6000-WRITE-ACCOUNT-LINES.
045600     ADD 1 TO WS-ACCOUNTS-REPORTED
045700     MOVE SPACES TO WS-ARCHIVE-LINE
045800     STRING "GL " WS-CURRENT-GL-ACCOUNT " " WS-GLACCT-NAME
045900         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
046000     PERFORM 8000-WRITE-REPORT-LINE
046100         THRU 8000-WRITE-REPORT-LINE-EXIT
046200
046300     MOVE "MONTH"           TO WS-LINE-TAG
046400     MOVE WS-MONTH-BUDGET   TO WS-LINE-BUDGET
046500     MOVE WS-MONTH-ACTUAL   TO WS-LINE-ACTUAL
046600     PERFORM 6100-WRITE-VARIANCE-LINE
046700         THRU 6100-WRITE-VARIANCE-LINE-EXIT
046800     MOVE "YTD"             TO WS-LINE-TAG
046900     MOVE WS-YTD-BUDGET     TO WS-LINE-BUDGET
047000     MOVE WS-YTD-ACTUAL     TO WS-LINE-ACTUAL
047100     PERFORM 6100-WRITE-VARIANCE-LINE
047200         THRU 6100-WRITE-VARIANCE-LINE-EXIT
047300     .
047400 6000-WRITE-ACCOUNT-LINES-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700*  6100-WRITE-VARIANCE-LINE  --  VARIANCE AND PERCENT OF
047800*  BUDGET.  WITH NO BUDGET THERE IS NO PERCENT; ANY ACTIVITY
047900*  AGAINST A ZERO BUDGET IS FLAGGED.
048000*----------------------------------------------------------------
048100 6100-WRITE-VARIANCE-LINE.
048200     COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET
048300     MOVE ZERO TO WS-LINE-PCT
048400     MOVE SPACES TO WS-LINE-FLAG
048500     IF WS-LINE-BUDGET = ZERO
048600         IF WS-LINE-ACTUAL NOT = ZERO
048700             MOVE "*NO BUDGET" TO WS-LINE-FLAG
048800         END-IF
048900         GO TO 6100-WRITE-VARIANCE-LINE-PRINT
049000     END-IF
049100
049200     COMPUTE WS-LINE-PCT ROUNDED =
049300         WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
049400         ON SIZE ERROR
049500             MOVE 9999999.9 TO WS-LINE-PCT
049600     END-COMPUTE
049700     IF WS-LINE-BUDGET < ZERO
049800         COMPUTE WS-LINE-PCT = 0 - WS-LINE-PCT
049900     END-IF
050000     IF WS-LINE-PCT < ZERO
050100         COMPUTE WS-LINE-ABS-PCT = 0 - WS-LINE-PCT
050200     ELSE
050300         MOVE WS-LINE-PCT TO WS-LINE-ABS-PCT
050400     END-IF
050500     IF WS-LINE-ABS-PCT > WS-TOLERANCE-PCT
050600         IF WS-LINE-VARIANCE > ZERO
050700             MOVE "*OVER*" TO WS-LINE-FLAG
050800         ELSE
050900             MOVE "*UNDER*" TO WS-LINE-FLAG
051000         END-IF
051100     END-IF
051200     .
051300 6100-WRITE-VARIANCE-LINE-PRINT.
051400     IF WS-LINE-FLAG NOT = SPACES
051500         ADD 1 TO WS-LINES-FLAGGED
051600     END-IF
051700     MOVE WS-LINE-BUDGET   TO WS-EDIT-BUDGET
051800     MOVE WS-LINE-ACTUAL   TO WS-EDIT-ACTUAL
051900     MOVE WS-LINE-VARIANCE TO WS-EDIT-VARIANCE
052000     MOVE WS-LINE-PCT      TO WS-EDIT-PCT
052100     MOVE SPACES TO WS-ARCHIVE-LINE
052200     STRING "  " WS-LINE-TAG
052300         " BUD " WS-EDIT-BUDGET
052400         " ACT " WS-EDIT-ACTUAL
052500         " VAR " WS-EDIT-VARIANCE
052600         " " WS-EDIT-PCT "% "
052700         WS-LINE-FLAG
052800         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
052900     PERFORM 8000-WRITE-REPORT-LINE
053000         THRU 8000-WRITE-REPORT-LINE-EXIT
053100     .
053200 6100-WRITE-VARIANCE-LINE-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500*  8000-WRITE-REPORT-LINE  --  EVERY LINE TO THE PRINTED REPORT
053600*  AND TO THE REPORT ARCHIVE.
053700*----------------------------------------------------------------
053800 8000-WRITE-REPORT-LINE.
053900     MOVE WS-ARCHIVE-LINE TO BUDGET-VARIANCE-REPORT-LINE
054000     WRITE BUDGET-VARIANCE-REPORT-LINE
054100     CALL "RPTARCH-WRITE" USING WS-ARCHIVE-REPORT-ID
054200         WS-ARCHIVE-LINE
054300     .
054400 8000-WRITE-REPORT-LINE-EXIT.
054500     EXIT.
