000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CROSS-SELL-LEADS.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  WEEKLY CROSS-SELL LEAD
001300*                     EXTRACT FOR THE RELATIONSHIP MANAGERS.
001400*                     EVERY OPEN ACCOUNT AND LIVE LOAN IS SORTED
001500*                     BY CUSTOMER AND EACH CUSTOMER'S HOLDINGS
001600*                     ARE RUN THROUGH THE LEAD RULES (SEE
001700*                     LEADREC.CPY FOR THE CODES):
001800*                       SVNF - SAVINGS AT OR OVER XSL-SAV-NO-FD-
001900*                       MIN (DEFAULT 50,000.00) AND NO FD;
002000*                       FDMP - AN FD SET TO PAY OUT MATURING IN
002100*                       XSL-FD-MATURE-DAYS (DEFAULT 30);
002200*                       MNRA - A MINOR ACCOUNT HOLDER TURNING 18
002300*                       (WHEN MINOR-AGE-RESET LIFTS THE CAP)
002400*                       WITHIN XSL-MINOR-ADULT-DAYS (DEFAULT
002500*                       60);
002600*                       PYNL - A PAYROLL CREDIT IN THE LAST
002700*                       XSL-PAYROLL-DAYS (DEFAULT 45) AND NO
002800*                       LOAN OR CREDIT LINE;
002900*                       LNPO - A CURRENT LOAN WITH NO MORE THAN
003000*                       XSL-LOAN-LEFT-INST (DEFAULT 3)
003100*                       INSTALLMENTS LEFT.
003200*                     A RULE WHOSE PARAMETER IS SET TO ZERO IS
003300*                     SWITCHED OFF.  DECEASED, HIGH-RISK,
003400*                     DO-NOT-SOLICIT AND ANONYMIZED CUSTOMERS
003500*                     ARE NEVER LEADS.  A RULE DOES NOT FIRE
003600*                     AGAIN FOR A CUSTOMER WHILE ITS LAST LEAD
003700*                     IS OPEN, OR FOR XSL-REFIRE-DAYS (DEFAULT
003800*                     90) AFTER ITS OUTCOME.  NEW LEADS GO ON
003900*                     THE KEYED LEAD FILE AND, SORTED BY BRANCH,
004000*                     ON THE XSLLEADS EXTRACT AND THE LEAD
004100*                     LISTING.  THE SAME RUN EXPIRES LEADS OPEN
004200*                     LONGER THAN XSL-EXPIRE-DAYS (DEFAULT 90)
004300*                     AND REPORTS LEAD CONVERSION BY RULE OVER
004400*                     THE LAST XSL-REPORT-DAYS (DEFAULT 90).
004500*================================================================
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     COPY ACCTMSEL.
005000     COPY CUSTMSEL.
005100     COPY LOANMSEL.
005200     COPY LEADSEL.
005300     COPY LDXSEL.
005400     COPY PARMSEL.
005500     SELECT LEAD-REPORT-FILE
005600         ASSIGN TO "XSLRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-XSLRPT-STATUS.
005900*================================================================
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  ACCOUNT-MASTER-FILE.
006300     COPY ACCTMAST.
006400 FD  CUSTOMER-MASTER-FILE.
006500     COPY CUSTMAST.
006600 FD  LOAN-MASTER-FILE.
006700     COPY LOANMAST.
006800 FD  CROSS-SELL-LEAD-FILE.
006900     COPY LEADREC.
007000*----------------------------------------------------------------
007100*  ONE ROW PER OPEN ACCOUNT (KIND A) OR LIVE LOAN (KIND L),
007200*  SORTED BY THE CUSTOMER WHO HOLDS IT.
007300*----------------------------------------------------------------
007400 SD  XSEL-SORT-WORK-FILE.
007500 01  XSEL-SORT-WORK-RECORD.
007600     05  XW-CUSTOMER-NUMBER        PIC 9(09).
007700     05  XW-ROW-KIND               PIC X.
007800         88  XW-ACCOUNT-ROW        VALUE 'A'.
007900         88  XW-LOAN-ROW           VALUE 'L'.
008000     05  XW-ACCT-NUMBER            PIC 9(10).
008100     05  XW-TYPE-CODE              PIC X.
008200     05  XW-BRANCH-ID              PIC X(06).
008300     05  XW-BALANCE                PIC S9(09)V99.
008400     05  XW-MINOR-FLAG             PIC X.
008500     05  XW-FD-MATURITY-DATE       PIC 9(08).
008600     05  XW-FD-DISPOSITION         PIC X.
008700     05  XW-PAYROLL-CREDIT-DATE    PIC 9(08).
008800     05  XW-LOAN-NUMBER            PIC 9(10).
008900     05  XW-INSTALLMENTS-LEFT      PIC 9(04).
009000     05  XW-LOAN-STATUS            PIC X.
009100*----------------------------------------------------------------
009200 FD  XSEL-NEW-LEAD-FILE.
009300 01  XSEL-NEW-LEAD-RECORD          PIC X(122).
009400 SD  XSEL-BRANCH-SORT-FILE.
009500     COPY LDXREC
009600         REPLACING ==CROSS-SELL-EXTRACT-RECORD==
009700                BY ==XSEL-BRANCH-SORT-RECORD==
009800         LEADING ==LX== BY ==LB==.
009900 FD  XSEL-LEAD-EXTRACT-FILE.
010000     COPY LDXREC.
010100*----------------------------------------------------------------
010200 FD  BUSINESS-PARAMETER-FILE.
010300     COPY PARMREC.
010400 FD  LEAD-REPORT-FILE.
010500 01  LEAD-REPORT-LINE              PIC X(100).
010600*----------------------------------------------------------------
010700 WORKING-STORAGE SECTION.
010800*----------------------------------------------------------------
010900*  ACCOUNT STATUS CODE AND ITS 88-LEVEL CONDITIONS (SHARED).
011000*----------------------------------------------------------------
011100     COPY ACCTSTAT.
011200*----------------------------------------------------------------
011300 01  WS-FILE-STATUSES.
011400     05  WS-ACCTMAST-STATUS        PIC XX.
011500     05  WS-CUSTMAST-STATUS        PIC XX.
011600     05  WS-LOANMAST-STATUS        PIC XX.
011700     05  WS-XSELLEAD-STATUS        PIC XX.
011800     05  WS-XSLNEW-STATUS          PIC XX.
011900     05  WS-XSLLEADS-STATUS        PIC XX.
012000     05  WS-BUSPARM-STATUS         PIC XX.
012100     05  WS-XSLRPT-STATUS          PIC XX.
012200*----------------------------------------------------------------
012300 01  WS-WORK-FIELDS.
012400     05  WS-ACCOUNT-EOF-SWITCH     PIC X VALUE 'N'.
012500         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
012600     05  WS-LOAN-EOF-SWITCH        PIC X VALUE 'N'.
012700         88  NO-MORE-LOANS         VALUE 'Y'.
012800     05  WS-SORT-EOF-SWITCH        PIC X VALUE 'N'.
012900         88  NO-MORE-HOLDINGS      VALUE 'Y'.
013000     05  WS-LEAD-EOF-SWITCH        PIC X VALUE 'N'.
013100         88  NO-MORE-LEADS         VALUE 'Y'.
013200     05  WS-EXTRACT-EOF-SWITCH     PIC X VALUE 'N'.
013300         88  NO-MORE-EXTRACT       VALUE 'Y'.
013400     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
013500         88  NO-MORE-PARMS         VALUE 'Y'.
013600     05  WS-LEAD-FILE-SWITCH       PIC X VALUE 'N'.
013700         88  LEAD-FILE-OPEN        VALUE 'Y'.
013800     05  WS-ELIGIBLE-SWITCH        PIC X.
013900         88  CUSTOMER-ELIGIBLE     VALUE 'Y'.
014000     05  WS-SUPPRESS-SWITCH        PIC X.
014100         88  LEAD-SUPPRESSED       VALUE 'Y'.
014200     05  WS-ACCOUNTS-READ          PIC 9(08) COMP VALUE 0.
014300     05  WS-LOANS-READ             PIC 9(08) COMP VALUE 0.
014400     05  WS-CUSTOMERS-SCORED       PIC 9(08) COMP VALUE 0.
014500     05  WS-CUSTOMERS-EXCLUDED     PIC 9(08) COMP VALUE 0.
014600     05  WS-LEADS-RAISED           PIC 9(06) COMP VALUE 0.
014700     05  WS-LEADS-SUPPRESSED       PIC 9(06) COMP VALUE 0.
014800     05  WS-LEADS-EXPIRED          PIC 9(06) COMP VALUE 0.
014900     05  WS-BRANCH-LEADS           PIC 9(06) COMP.
015000     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "XSELLEAD".
015100     05  WS-ADULT-AGE              PIC 9(02) VALUE 18.
015200     05  WS-CURRENT-BRANCH         PIC X(06).
015300*----------------------------------------------------------------
015400*  THE RULE PARAMETERS.  ZERO SWITCHES A RULE OFF.
015500*----------------------------------------------------------------
015600 01  WS-RULE-PARAMETERS.
015700     05  WS-SAV-NO-FD-MIN          PIC 9(09)V99 VALUE 50000.00.
015800     05  WS-FD-MATURE-DAYS         PIC 9(04) VALUE 30.
015900     05  WS-MINOR-ADULT-DAYS       PIC 9(04) VALUE 60.
016000     05  WS-PAYROLL-DAYS           PIC 9(04) VALUE 45.
016100     05  WS-LOAN-LEFT-INST         PIC 9(04) VALUE 3.
016200     05  WS-REFIRE-DAYS            PIC 9(04) VALUE 90.
016300     05  WS-EXPIRE-DAYS            PIC 9(04) VALUE 90.
016400     05  WS-REPORT-DAYS            PIC 9(04) VALUE 90.
016500*----------------------------------------------------------------
016600*  THE DATE WINDOWS, WORKED OUT ONCE FROM THE BUSINESS DATE.
016700*----------------------------------------------------------------
016800 01  WS-DATE-WINDOWS.
016900     05  WS-TODAY-INTEGER          PIC S9(09) COMP.
017000     05  WS-DATE-INTEGER           PIC S9(09) COMP.
017100     05  WS-FD-MATURE-LIMIT        PIC 9(08).
017200     05  WS-MINOR-ADULT-LIMIT      PIC 9(08).
017300     05  WS-PAYROLL-SINCE          PIC 9(08).
017400     05  WS-REFIRE-SINCE           PIC 9(08).
017500     05  WS-EXPIRE-BEFORE          PIC 9(08).
017600     05  WS-REPORT-SINCE           PIC 9(08).
017700 01  WS-ADULT-DATE                 PIC 9(08).
017800 01  WS-ADULT-DATE-FIELDS REDEFINES WS-ADULT-DATE.
017900     05  WS-AD-YYYY                PIC 9(04).
018000     05  WS-AD-MMDD                PIC 9(04).
018100*----------------------------------------------------------------
018200*  ONE CUSTOMER'S HOLDINGS, GATHERED ACROSS THEIR SORTED ROWS.
018300*----------------------------------------------------------------
018400 01  WS-CUSTOMER-HOLDINGS.
018500     05  WS-HOLD-CUSTOMER          PIC 9(09).
018600     05  WS-SAVINGS-TOTAL          PIC S9(11)V99.
018700     05  WS-SAVINGS-TOP-BALANCE    PIC S9(09)V99.
018800     05  WS-SAVINGS-TOP-ACCT       PIC 9(10).
018900     05  WS-SAVINGS-TOP-BRANCH     PIC X(06).
019000     05  WS-HAS-FD-SWITCH          PIC X.
019100         88  HOLDS-AN-FD           VALUE 'Y'.
019200     05  WS-FD-PAYOUT-ACCT         PIC 9(10).
019300     05  WS-FD-PAYOUT-BRANCH       PIC X(06).
019400     05  WS-FD-PAYOUT-DATE         PIC 9(08).
019500     05  WS-MINOR-ACCT             PIC 9(10).
019600     05  WS-MINOR-BRANCH           PIC X(06).
019700     05  WS-PAYROLL-ACCT           PIC 9(10).
019800     05  WS-PAYROLL-BRANCH         PIC X(06).
019900     05  WS-PAYROLL-DATE           PIC 9(08).
020000     05  WS-HAS-CREDIT-SWITCH      PIC X.
020100         88  HOLDS-CREDIT          VALUE 'Y'.
020200     05  WS-PAYOFF-LOAN            PIC 9(10).
020300     05  WS-PAYOFF-ACCT            PIC 9(10).
020400     05  WS-PAYOFF-BRANCH          PIC X(06).
020500     05  WS-PAYOFF-LEFT            PIC 9(04).
020600*----------------------------------------------------------------
020700*  THE LEAD BEING RAISED, AND ITS LINE ON THE NEW-LEAD FILE.
020800*----------------------------------------------------------------
020900 01  WS-LEAD-FIELDS.
021000     05  WS-LEAD-RULE              PIC X(04).
021100     05  WS-LEAD-ACCT              PIC 9(10).
021200     05  WS-LEAD-BRANCH            PIC X(06).
021300     05  WS-LEAD-DETAIL            PIC X(40).
021400     05  WS-EDIT-AMOUNT            PIC Z(10)9.99.
021500     05  WS-EDIT-COUNT             PIC Z(05)9.
021600     05  WS-EDIT-PCT               PIC ZZ9.9.
021700     COPY LDXREC
021800         REPLACING ==CROSS-SELL-EXTRACT-RECORD==
021900                BY ==WS-NEW-LEAD-LINE==
022000         LEADING ==LX== BY ==NL==.
022100*----------------------------------------------------------------
022200*  LEAD CONVERSION BY RULE - LEADS RAISED IN THE REPORT WINDOW
022300*  AND HOW EACH HAS ENDED SO FAR.
022400*----------------------------------------------------------------
022500 01  WS-RULE-TABLE-VALUES.
022600     05  FILLER PIC X(34) VALUE "SVNFSAVINGS, NO FIXED DEPOSIT".
022700     05  FILLER PIC X(34) VALUE "FDMPFD MATURING TO PAYOUT".
022800     05  FILLER PIC X(34) VALUE "MNRAMINOR COMING OF AGE".
022900     05  FILLER PIC X(34) VALUE "PYNLSALARY CUSTOMER, NO LOAN".
023000     05  FILLER PIC X(34) VALUE "LNPOLOAN NEARLY PAID OFF".
023100 01  WS-RULE-TABLE REDEFINES WS-RULE-TABLE-VALUES.
023200     05  WS-RULE-ENTRY             OCCURS 5 TIMES
023300                                   INDEXED BY WS-RULE-IDX.
023400         10  WS-RULE-CODE          PIC X(04).
023500         10  WS-RULE-NAME          PIC X(30).
023600 01  WS-RULE-COUNTS.
023700     05  WS-RULE-COUNT-ENTRY       OCCURS 5 TIMES.
023800         10  WS-RC-RAISED-TONIGHT  PIC 9(06) COMP.
023900         10  WS-RC-IN-WINDOW       PIC 9(06) COMP.
024000         10  WS-RC-OPEN            PIC 9(06) COMP.
024100         10  WS-RC-CONVERTED       PIC 9(06) COMP.
024200         10  WS-RC-DECLINED        PIC 9(06) COMP.
024300         10  WS-RC-OTHER-CLOSED    PIC 9(06) COMP.
024400 01  WS-RULE-SUB                   PIC 9(02) COMP.
024500 01  WS-CONVERSION-PCT             PIC 9(03)V9.
024600*----------------------------------------------------------------
024700 01  WS-BUSINESS-DATE              PIC 9(08).
024800 01  WS-BUSDATE-FLAG               PIC X.
024900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
025000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
025100     05  WS-TS-DATE                PIC 9(08).
025200     05  FILLER                    PIC X(13).
025300*----------------------------------------------------------------
025400 01  WS-RUN-HISTORY-FIELDS.
025500     05  WS-RH-STEP-NAME           PIC X(08) VALUE "XSELSTEP".
025600     05  WS-RH-START-TIMESTAMP     PIC X(21).
025700     05  WS-RH-RECORDS-READ        PIC 9(08).
025800     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
025900     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
026000     05  WS-RH-COMPLETION-CODE     PIC 9(02).
026100*================================================================
026200 PROCEDURE DIVISION.
026300*================================================================
026400 0000-MAINLINE.
026500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
026600     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
026700     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
026800         WS-BUSDATE-FLAG
026900     IF WS-BUSDATE-FLAG = "Y"
027000         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
027100     END-IF
027200     PERFORM 1000-INITIALIZE
027300         THRU 1000-INITIALIZE-EXIT
027400     IF NOT LEAD-FILE-OPEN
027500         MOVE 8 TO WS-RH-COMPLETION-CODE
027600         GO TO 0000-MAINLINE-FINISH
027700     END-IF
027800
027900     SORT XSEL-SORT-WORK-FILE
028000         ON ASCENDING KEY XW-CUSTOMER-NUMBER
028100                          XW-ROW-KIND
028200                          XW-ACCT-NUMBER
028300         INPUT PROCEDURE IS 2000-RELEASE-HOLDINGS
028400             THRU 2000-RELEASE-HOLDINGS-EXIT
028500         OUTPUT PROCEDURE IS 3000-SCORE-CUSTOMERS
028600             THRU 3000-SCORE-CUSTOMERS-EXIT
028700
028800     SORT XSEL-BRANCH-SORT-FILE
028900         ON ASCENDING KEY LB-BRANCH-ID
029000                          LB-RULE-CODE
029100                          LB-CUSTOMER-NUMBER
029200         USING XSEL-NEW-LEAD-FILE
029300         GIVING XSEL-LEAD-EXTRACT-FILE
029400
029500     PERFORM 5000-PRINT-LEAD-LISTING
029600         THRU 5000-PRINT-LEAD-LISTING-EXIT
029700     PERFORM 6000-REPORT-CONVERSION
029800         THRU 6000-REPORT-CONVERSION-EXIT
029900     MOVE ZERO TO WS-RH-COMPLETION-CODE
030000     .
030100 0000-MAINLINE-FINISH.
030200     PERFORM 9999-EXIT
030300         THRU 9999-EXIT-EXIT
030400     DISPLAY "XSELLEAD: ACCOUNTS READ       = " WS-ACCOUNTS-READ
030500     DISPLAY "XSELLEAD: LOANS READ          = " WS-LOANS-READ
030600     DISPLAY "XSELLEAD: CUSTOMERS SCORED    = "
030700         WS-CUSTOMERS-SCORED
030800     DISPLAY "XSELLEAD: CUSTOMERS EXCLUDED  = "
030900         WS-CUSTOMERS-EXCLUDED
031000     DISPLAY "XSELLEAD: LEADS RAISED        = " WS-LEADS-RAISED
031100     DISPLAY "XSELLEAD: LEADS SUPPRESSED    = "
031200         WS-LEADS-SUPPRESSED
031300     DISPLAY "XSELLEAD: LEADS EXPIRED       = " WS-LEADS-EXPIRED
031400     MOVE WS-ACCOUNTS-READ TO WS-RH-RECORDS-READ
031500     MOVE WS-LEADS-RAISED TO WS-RH-RECORDS-UPDATED
031600     MOVE ZERO TO WS-RH-AMOUNT-POSTED
031700     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
031800         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
031900         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
032000         WS-RH-COMPLETION-CODE
032100     STOP RUN.
032200*----------------------------------------------------------------
032300*  1000-INITIALIZE  --  PARAMETERS AND DATE WINDOWS, THEN THE
032400*  LEAD FILE (CREATED ON THE FIRST RUN) AND THE CUSTOMER
032500*  MASTER FOR THE EXCLUSION CHECKS.
032600*----------------------------------------------------------------
032700 1000-INITIALIZE.
032800     PERFORM 1100-LOAD-PARAMETERS
032900         THRU 1100-LOAD-PARAMETERS-EXIT
033000     PERFORM 1200-SET-DATE-WINDOWS
033100         THRU 1200-SET-DATE-WINDOWS-EXIT
033200     INITIALIZE WS-RULE-COUNTS
033300
033400     OPEN I-O CROSS-SELL-LEAD-FILE
033500     IF WS-XSELLEAD-STATUS = "35"
033600         CLOSE CROSS-SELL-LEAD-FILE
033700         OPEN OUTPUT CROSS-SELL-LEAD-FILE
033800         CLOSE CROSS-SELL-LEAD-FILE
033900         OPEN I-O CROSS-SELL-LEAD-FILE
034000     END-IF
034100     IF WS-XSELLEAD-STATUS NOT = "00"
034200         DISPLAY "XSELLEAD: UNABLE TO OPEN LEAD FILE, "
034300             "STATUS = " WS-XSELLEAD-STATUS
034400         GO TO 1000-INITIALIZE-EXIT
034500     END-IF
034600     MOVE 'Y' TO WS-LEAD-FILE-SWITCH
034700     OPEN INPUT CUSTOMER-MASTER-FILE
034800     IF WS-CUSTMAST-STATUS NOT = "00"
034900         DISPLAY "XSELLEAD: UNABLE TO OPEN CUSTOMER MASTER, "
035000             "STATUS = " WS-CUSTMAST-STATUS
035100         CLOSE CROSS-SELL-LEAD-FILE
035200         MOVE 'N' TO WS-LEAD-FILE-SWITCH
035300     END-IF
035400     .
035500 1000-INITIALIZE-EXIT.
035600     EXIT.
035700*----------------------------------------------------------------
035800 1100-LOAD-PARAMETERS.
035900     OPEN INPUT BUSINESS-PARAMETER-FILE
036000     IF WS-BUSPARM-STATUS NOT = "00"
036100         GO TO 1100-LOAD-PARAMETERS-EXIT
036200     END-IF
036300     PERFORM 1110-READ-ONE-PARAMETER
036400         THRU 1110-READ-ONE-PARAMETER-EXIT
036500         UNTIL NO-MORE-PARMS
036600     CLOSE BUSINESS-PARAMETER-FILE
036700     .
036800 1100-LOAD-PARAMETERS-EXIT.
036900     EXIT.
037000*----------------------------------------------------------------
037100 1110-READ-ONE-PARAMETER.
037200     READ BUSINESS-PARAMETER-FILE
037300         AT END
037400             MOVE 'Y' TO WS-PARM-EOF-SWITCH
037500             GO TO 1110-READ-ONE-PARAMETER-EXIT
037600     END-READ
037700     EVALUATE BP-PARM-NAME
037800         WHEN "XSL-SAV-NO-FD-MIN"
037900             MOVE BP-PARM-VALUE TO WS-SAV-NO-FD-MIN
038000         WHEN "XSL-FD-MATURE-DAYS"
038100             MOVE BP-PARM-VALUE TO WS-FD-MATURE-DAYS
038200         WHEN "XSL-MINOR-ADULT-DAYS"
038300             MOVE BP-PARM-VALUE TO WS-MINOR-ADULT-DAYS
038400         WHEN "XSL-PAYROLL-DAYS"
038500             MOVE BP-PARM-VALUE TO WS-PAYROLL-DAYS
038600         WHEN "XSL-LOAN-LEFT-INST"
038700             MOVE BP-PARM-VALUE TO WS-LOAN-LEFT-INST
038800         WHEN "XSL-REFIRE-DAYS"
038900             MOVE BP-PARM-VALUE TO WS-REFIRE-DAYS
039000         WHEN "XSL-EXPIRE-DAYS"
039100             MOVE BP-PARM-VALUE TO WS-EXPIRE-DAYS
039200         WHEN "XSL-REPORT-DAYS"
039300             MOVE BP-PARM-VALUE TO WS-REPORT-DAYS
039400         WHEN OTHER
039500             CONTINUE
039600     END-EVALUATE
039700     .
039800 1110-READ-ONE-PARAMETER-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------
040100 1200-SET-DATE-WINDOWS.
040200     COMPUTE WS-TODAY-INTEGER =
040300         FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
040400     COMPUTE WS-DATE-INTEGER =
040500         WS-TODAY-INTEGER + WS-FD-MATURE-DAYS
040600     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
040700         TO WS-FD-MATURE-LIMIT
040800     COMPUTE WS-DATE-INTEGER =
040900         WS-TODAY-INTEGER + WS-MINOR-ADULT-DAYS
041000     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
041100         TO WS-MINOR-ADULT-LIMIT
041200     COMPUTE WS-DATE-INTEGER =
041300         WS-TODAY-INTEGER - WS-PAYROLL-DAYS
041400     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
041500         TO WS-PAYROLL-SINCE
041600     COMPUTE WS-DATE-INTEGER =
041700         WS-TODAY-INTEGER - WS-REFIRE-DAYS
041800     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
041900         TO WS-REFIRE-SINCE
042000     COMPUTE WS-DATE-INTEGER =
042100         WS-TODAY-INTEGER - WS-EXPIRE-DAYS
042200     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
042300         TO WS-EXPIRE-BEFORE
042400     COMPUTE WS-DATE-INTEGER =
042500         WS-TODAY-INTEGER - WS-REPORT-DAYS
042600     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
042700         TO WS-REPORT-SINCE
042800     .
042900 1200-SET-DATE-WINDOWS-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200*  2000-RELEASE-HOLDINGS  --  SORT INPUT PROCEDURE.  EVERY
043300*  ACCOUNT NOT CLOSED OR ESCHEATED, THEN EVERY LOAN NOT CLOSED
043400*  OR CHARGED OFF - A LOAN BELONGS TO THE CUSTOMER WHO HOLDS
043500*  ITS LINKED ACCOUNT.
043600*----------------------------------------------------------------
043700 2000-RELEASE-HOLDINGS.
043800     OPEN INPUT ACCOUNT-MASTER-FILE
043900     IF WS-ACCTMAST-STATUS NOT = "00"
044000         DISPLAY "XSELLEAD: UNABLE TO OPEN ACCOUNT MASTER, "
044100             "STATUS = " WS-ACCTMAST-STATUS
044200         GO TO 2000-RELEASE-HOLDINGS-EXIT
044300     END-IF
044400     PERFORM 2100-RELEASE-ONE-ACCOUNT
044500         THRU 2100-RELEASE-ONE-ACCOUNT-EXIT
044600         UNTIL NO-MORE-ACCOUNTS
044700     OPEN INPUT LOAN-MASTER-FILE
044800     IF WS-LOANMAST-STATUS = "00"
044900         PERFORM 2200-RELEASE-ONE-LOAN
045000             THRU 2200-RELEASE-ONE-LOAN-EXIT
045100             UNTIL NO-MORE-LOANS
045200         CLOSE LOAN-MASTER-FILE
045300     ELSE
045400         DISPLAY "XSELLEAD: NO LOAN MASTER, STATUS = "
045500             WS-LOANMAST-STATUS " - LOAN RULES SKIPPED"
045600     END-IF
045700     CLOSE ACCOUNT-MASTER-FILE
045800     .
045900 2000-RELEASE-HOLDINGS-EXIT.
046000     EXIT.
046100*----------------------------------------------------------------
046200 2100-RELEASE-ONE-ACCOUNT.
046300     READ ACCOUNT-MASTER-FILE NEXT RECORD
046400         AT END
046500             MOVE 'Y' TO WS-ACCOUNT-EOF-SWITCH
046600             GO TO 2100-RELEASE-ONE-ACCOUNT-EXIT
046700     END-READ
046800     ADD 1 TO WS-ACCOUNTS-READ
046900     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
047000     IF STATUS-CLOSED OR STATUS-ESCHEATED
047100         GO TO 2100-RELEASE-ONE-ACCOUNT-EXIT
047200     END-IF
047300     INITIALIZE XSEL-SORT-WORK-RECORD
047400     MOVE AM-CUSTOMER-NUMBER     TO XW-CUSTOMER-NUMBER
047500     MOVE 'A'                    TO XW-ROW-KIND
047600     MOVE AM-ACCT-NUMBER         TO XW-ACCT-NUMBER
047700     MOVE AM-TYPE-CODE           TO XW-TYPE-CODE
047800     MOVE AM-BRANCH-ID           TO XW-BRANCH-ID
047900     MOVE AM-BALANCE             TO XW-BALANCE
048000     MOVE AM-MINOR-FLAG          TO XW-MINOR-FLAG
048100     MOVE AM-FD-MATURITY-DATE    TO XW-FD-MATURITY-DATE
048200     MOVE AM-FD-DISPOSITION      TO XW-FD-DISPOSITION
048300     MOVE AM-PAYROLL-CREDIT-DATE TO XW-PAYROLL-CREDIT-DATE
048400     RELEASE XSEL-SORT-WORK-RECORD
048500     .
048600 2100-RELEASE-ONE-ACCOUNT-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900 2200-RELEASE-ONE-LOAN.
049000     READ LOAN-MASTER-FILE NEXT RECORD
049100         AT END
049200             MOVE 'Y' TO WS-LOAN-EOF-SWITCH
049300             GO TO 2200-RELEASE-ONE-LOAN-EXIT
049400     END-READ
049500     ADD 1 TO WS-LOANS-READ
049600     IF LM-LOAN-CLOSED OR LM-LOAN-CHARGED-OFF
049700         GO TO 2200-RELEASE-ONE-LOAN-EXIT
049800     END-IF
049900     MOVE LM-ACCT-NUMBER TO AM-ACCT-NUMBER
050000     READ ACCOUNT-MASTER-FILE
050100         KEY IS AM-ACCT-NUMBER
050200         INVALID KEY
050300             GO TO 2200-RELEASE-ONE-LOAN-EXIT
050400     END-READ
050500     INITIALIZE XSEL-SORT-WORK-RECORD
050600     MOVE AM-CUSTOMER-NUMBER     TO XW-CUSTOMER-NUMBER
050700     MOVE 'L'                    TO XW-ROW-KIND
050800     MOVE LM-ACCT-NUMBER         TO XW-ACCT-NUMBER
050900     MOVE AM-BRANCH-ID           TO XW-BRANCH-ID
051000     MOVE LM-LOAN-NUMBER         TO XW-LOAN-NUMBER
051100     MOVE LM-LOAN-STATUS         TO XW-LOAN-STATUS
051200     IF LM-TERM-MONTHS > LM-INSTALLMENTS-PAID
051300         COMPUTE XW-INSTALLMENTS-LEFT =
051400             LM-TERM-MONTHS - LM-INSTALLMENTS-PAID
051500     END-IF
051600     RELEASE XSEL-SORT-WORK-RECORD
051700     .
051800 2200-RELEASE-ONE-LOAN-EXIT.
051900     EXIT.
052000*----------------------------------------------------------------
052100*  3000-SCORE-CUSTOMERS  --  SORT OUTPUT PROCEDURE.  ONE PASS
052200*  OF 3100 PER CUSTOMER.
052300*----------------------------------------------------------------
052400 3000-SCORE-CUSTOMERS.
052500     OPEN OUTPUT XSEL-NEW-LEAD-FILE
052600     PERFORM 3900-RETURN-NEXT-HOLDING
052700         THRU 3900-RETURN-NEXT-HOLDING-EXIT
052800     PERFORM 3100-SCORE-ONE-CUSTOMER
052900         THRU 3100-SCORE-ONE-CUSTOMER-EXIT
053000         UNTIL NO-MORE-HOLDINGS
053100     CLOSE XSEL-NEW-LEAD-FILE
053200     .
053300 3000-SCORE-CUSTOMERS-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600 3100-SCORE-ONE-CUSTOMER.
053700     INITIALIZE WS-CUSTOMER-HOLDINGS
053800     MOVE XW-CUSTOMER-NUMBER TO WS-HOLD-CUSTOMER
053900     PERFORM 3200-TAKE-ONE-HOLDING
054000         THRU 3200-TAKE-ONE-HOLDING-EXIT
054100         UNTIL NO-MORE-HOLDINGS
054200         OR XW-CUSTOMER-NUMBER NOT = WS-HOLD-CUSTOMER
054300     ADD 1 TO WS-CUSTOMERS-SCORED
054400     PERFORM 3300-SCREEN-CUSTOMER
054500         THRU 3300-SCREEN-CUSTOMER-EXIT
054600     IF NOT CUSTOMER-ELIGIBLE
054700         ADD 1 TO WS-CUSTOMERS-EXCLUDED
054800         GO TO 3100-SCORE-ONE-CUSTOMER-EXIT
054900     END-IF
055000     PERFORM 3400-APPLY-LEAD-RULES
055100         THRU 3400-APPLY-LEAD-RULES-EXIT
055200     .
055300 3100-SCORE-ONE-CUSTOMER-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600*  3200-TAKE-ONE-HOLDING  --  FOLD ONE ROW INTO THE CUSTOMER'S
055700*  TOTALS.  THE FIRST QUALIFYING ACCOUNT OF EACH KIND IS THE ONE
055800*  A LEAD POINTS AT, EXCEPT SAVINGS (THE LARGEST BALANCE), FDS
055900*  (THE EARLIEST MATURITY) AND LOANS (FEWEST INSTALLMENTS LEFT).
056000*----------------------------------------------------------------
056100 3200-TAKE-ONE-HOLDING.
056200     IF XW-LOAN-ROW
056300         MOVE 'Y' TO WS-HAS-CREDIT-SWITCH
056400         IF XW-LOAN-STATUS = 'C'
056500            AND XW-INSTALLMENTS-LEFT > ZERO
056600            AND XW-INSTALLMENTS-LEFT NOT > WS-LOAN-LEFT-INST
056700            AND (WS-PAYOFF-LOAN = ZERO
056800                 OR XW-INSTALLMENTS-LEFT < WS-PAYOFF-LEFT)
056900             MOVE XW-LOAN-NUMBER       TO WS-PAYOFF-LOAN
057000             MOVE XW-ACCT-NUMBER       TO WS-PAYOFF-ACCT
057100             MOVE XW-BRANCH-ID         TO WS-PAYOFF-BRANCH
057200             MOVE XW-INSTALLMENTS-LEFT TO WS-PAYOFF-LEFT
057300         END-IF
057400         GO TO 3200-TAKE-ONE-HOLDING-NEXT
057500     END-IF
057600
057700     EVALUATE XW-TYPE-CODE
057800         WHEN 'S'
057900             ADD XW-BALANCE TO WS-SAVINGS-TOTAL
058000             IF WS-SAVINGS-TOP-ACCT = ZERO
058100                OR XW-BALANCE > WS-SAVINGS-TOP-BALANCE
058200                 MOVE XW-BALANCE     TO WS-SAVINGS-TOP-BALANCE
058300                 MOVE XW-ACCT-NUMBER TO WS-SAVINGS-TOP-ACCT
058400                 MOVE XW-BRANCH-ID   TO WS-SAVINGS-TOP-BRANCH
058500             END-IF
058600         WHEN 'F'
058700             MOVE 'Y' TO WS-HAS-FD-SWITCH
058800             IF XW-FD-DISPOSITION = 'P'
058900                AND XW-FD-MATURITY-DATE > WS-TS-DATE
059000                AND XW-FD-MATURITY-DATE NOT > WS-FD-MATURE-LIMIT
059100                AND (WS-FD-PAYOUT-ACCT = ZERO
059200                     OR XW-FD-MATURITY-DATE < WS-FD-PAYOUT-DATE)
059300                 MOVE XW-ACCT-NUMBER      TO WS-FD-PAYOUT-ACCT
059400                 MOVE XW-BRANCH-ID        TO WS-FD-PAYOUT-BRANCH
059500                 MOVE XW-FD-MATURITY-DATE TO WS-FD-PAYOUT-DATE
059600             END-IF
059700         WHEN 'L'
059800         WHEN 'V'
059900             MOVE 'Y' TO WS-HAS-CREDIT-SWITCH
060000         WHEN OTHER
060100             CONTINUE
060200     END-EVALUATE
060300     IF XW-MINOR-FLAG = 'Y' AND WS-MINOR-ACCT = ZERO
060400         MOVE XW-ACCT-NUMBER TO WS-MINOR-ACCT
060500         MOVE XW-BRANCH-ID   TO WS-MINOR-BRANCH
060600     END-IF
060700     IF XW-PAYROLL-CREDIT-DATE > WS-PAYROLL-DATE
060800         MOVE XW-PAYROLL-CREDIT-DATE TO WS-PAYROLL-DATE
060900         MOVE XW-ACCT-NUMBER         TO WS-PAYROLL-ACCT
061000         MOVE XW-BRANCH-ID           TO WS-PAYROLL-BRANCH
061100     END-IF
061200     .
061300 3200-TAKE-ONE-HOLDING-NEXT.
061400     PERFORM 3900-RETURN-NEXT-HOLDING
061500         THRU 3900-RETURN-NEXT-HOLDING-EXIT
061600     .
061700 3200-TAKE-ONE-HOLDING-EXIT.
061800     EXIT.
061900*----------------------------------------------------------------
062000*  3300-SCREEN-CUSTOMER  --  NO LEAD IS EVER RAISED ON A
062100*  CUSTOMER WHO IS DECEASED, HIGH-RISK, HAS ASKED NOT TO BE
062200*  SOLICITED, OR HAS BEEN ANONYMIZED - OR WHO IS NOT ON FILE.
062300*----------------------------------------------------------------
062400 3300-SCREEN-CUSTOMER.
062500     MOVE 'N' TO WS-ELIGIBLE-SWITCH
062600     MOVE WS-HOLD-CUSTOMER TO CM-CUSTOMER-NUMBER
062700     READ CUSTOMER-MASTER-FILE
062800         KEY IS CM-CUSTOMER-NUMBER
062900         INVALID KEY
063000             GO TO 3300-SCREEN-CUSTOMER-EXIT
063100     END-READ
063200     IF CM-IS-DECEASED OR CM-HIGH-RISK
063300        OR CM-DO-NOT-SOLICIT OR CM-IS-ANONYMIZED
063400         GO TO 3300-SCREEN-CUSTOMER-EXIT
063500     END-IF
063600     MOVE 'Y' TO WS-ELIGIBLE-SWITCH
063700     .
063800 3300-SCREEN-CUSTOMER-EXIT.
063900     EXIT.
064000*----------------------------------------------------------------
064100*  3400-APPLY-LEAD-RULES  --  EACH RULE THAT IS SWITCHED ON AND
064200*  FIRES RAISES ITS OWN LEAD THROUGH 3500.
064300*----------------------------------------------------------------
064400 3400-APPLY-LEAD-RULES.
064500     IF WS-SAV-NO-FD-MIN > ZERO
064600        AND WS-SAVINGS-TOTAL NOT < WS-SAV-NO-FD-MIN
064700        AND NOT HOLDS-AN-FD
064800         MOVE WS-SAVINGS-TOTAL TO WS-EDIT-AMOUNT
064900         MOVE SPACES TO WS-LEAD-DETAIL
065000         STRING "SAVINGS " WS-EDIT-AMOUNT " AND NO FD"
065100             DELIMITED BY SIZE INTO WS-LEAD-DETAIL
065200         END-STRING
065300         MOVE "SVNF"                TO WS-LEAD-RULE
065400         MOVE WS-SAVINGS-TOP-ACCT   TO WS-LEAD-ACCT
065500         MOVE WS-SAVINGS-TOP-BRANCH TO WS-LEAD-BRANCH
065600         PERFORM 3500-RAISE-LEAD
065700             THRU 3500-RAISE-LEAD-EXIT
065800     END-IF
065900
066000     IF WS-FD-MATURE-DAYS > ZERO
066100        AND WS-FD-PAYOUT-ACCT > ZERO
066200         MOVE SPACES TO WS-LEAD-DETAIL
066300         STRING "FD MATURES " WS-FD-PAYOUT-DATE
066400             " - SET TO PAY OUT"
066500             DELIMITED BY SIZE INTO WS-LEAD-DETAIL
066600         END-STRING
066700         MOVE "FDMP"              TO WS-LEAD-RULE
066800         MOVE WS-FD-PAYOUT-ACCT   TO WS-LEAD-ACCT
066900         MOVE WS-FD-PAYOUT-BRANCH TO WS-LEAD-BRANCH
067000         PERFORM 3500-RAISE-LEAD
067100             THRU 3500-RAISE-LEAD-EXIT
067200     END-IF
067300
067400     IF WS-MINOR-ADULT-DAYS > ZERO
067500        AND WS-MINOR-ACCT > ZERO
067600        AND CM-DATE-OF-BIRTH > ZERO
067700         MOVE CM-DATE-OF-BIRTH TO WS-ADULT-DATE
067800         ADD WS-ADULT-AGE TO WS-AD-YYYY
067900         IF WS-AD-MMDD = 0229
068000             MOVE 0301 TO WS-AD-MMDD
068100         END-IF
068200         IF WS-ADULT-DATE NOT < WS-TS-DATE
068300            AND WS-ADULT-DATE NOT > WS-MINOR-ADULT-LIMIT
068400             MOVE SPACES TO WS-LEAD-DETAIL
068500             STRING "MINOR TURNS 18 ON " WS-ADULT-DATE
068600                 DELIMITED BY SIZE INTO WS-LEAD-DETAIL
068700             END-STRING
068800             MOVE "MNRA"          TO WS-LEAD-RULE
068900             MOVE WS-MINOR-ACCT   TO WS-LEAD-ACCT
069000             MOVE WS-MINOR-BRANCH TO WS-LEAD-BRANCH
069100             PERFORM 3500-RAISE-LEAD
069200                 THRU 3500-RAISE-LEAD-EXIT
069300         END-IF
069400     END-IF
069500
069600     IF WS-PAYROLL-DAYS > ZERO
069700        AND WS-PAYROLL-DATE NOT < WS-PAYROLL-SINCE
069800        AND WS-PAYROLL-ACCT > ZERO
069900        AND NOT HOLDS-CREDIT
070000         MOVE SPACES TO WS-LEAD-DETAIL
070100         STRING "PAYROLL CREDIT " WS-PAYROLL-DATE
070200             " - NO LOAN"
070300             DELIMITED BY SIZE INTO WS-LEAD-DETAIL
070400         END-STRING
070500         MOVE "PYNL"            TO WS-LEAD-RULE
070600         MOVE WS-PAYROLL-ACCT   TO WS-LEAD-ACCT
070700         MOVE WS-PAYROLL-BRANCH TO WS-LEAD-BRANCH
070800         PERFORM 3500-RAISE-LEAD
070900             THRU 3500-RAISE-LEAD-EXIT
071000     END-IF
071100
071200     IF WS-LOAN-LEFT-INST > ZERO
071300        AND WS-PAYOFF-LOAN > ZERO
071400         MOVE WS-PAYOFF-LEFT TO WS-EDIT-COUNT
071500         MOVE SPACES TO WS-LEAD-DETAIL
071600         STRING "LOAN " WS-PAYOFF-LOAN WS-EDIT-COUNT
071700             " INSTALLMENTS LEFT"
071800             DELIMITED BY SIZE INTO WS-LEAD-DETAIL
071900         END-STRING
072000         MOVE "LNPO"           TO WS-LEAD-RULE
072100         MOVE WS-PAYOFF-ACCT   TO WS-LEAD-ACCT
072200         MOVE WS-PAYOFF-BRANCH TO WS-LEAD-BRANCH
072300         PERFORM 3500-RAISE-LEAD
072400             THRU 3500-RAISE-LEAD-EXIT
072500     END-IF
072600     .
072700 3400-APPLY-LEAD-RULES-EXIT.
072800     EXIT.
072900*----------------------------------------------------------------
073000*  3500-RAISE-LEAD  --  UNLESS THE CUSTOMER'S LAST LEAD UNDER
073100*  THIS RULE IS STILL OPEN OR CLOSED TOO RECENTLY, THE LEAD
073200*  GOES ON THE KEYED LEAD FILE AND THE NEW-LEAD FILE.
073300*----------------------------------------------------------------
073400 3500-RAISE-LEAD.
073500     PERFORM 3600-CHECK-PRIOR-LEADS
073600         THRU 3600-CHECK-PRIOR-LEADS-EXIT
073700     IF LEAD-SUPPRESSED
073800         ADD 1 TO WS-LEADS-SUPPRESSED
073900         GO TO 3500-RAISE-LEAD-EXIT
074000     END-IF
074100
074200     MOVE WS-HOLD-CUSTOMER TO LD-CUSTOMER-NUMBER
074300     MOVE WS-LEAD-RULE     TO LD-RULE-CODE
074400     MOVE WS-TS-DATE       TO LD-CREATED-DATE
074500     MOVE WS-LEAD-BRANCH   TO LD-BRANCH-ID
074600     MOVE WS-LEAD-ACCT     TO LD-ACCT-NUMBER
074700     MOVE WS-LEAD-DETAIL   TO LD-DETAIL
074800     MOVE SPACE            TO LD-OUTCOME-CODE
074900     MOVE ZERO             TO LD-OUTCOME-DATE
075000     MOVE SPACES           TO LD-OUTCOME-OPERATOR
075100     WRITE CROSS-SELL-LEAD-RECORD
075200         INVALID KEY
075300             ADD 1 TO WS-LEADS-SUPPRESSED
075400             GO TO 3500-RAISE-LEAD-EXIT
075500     END-WRITE
075600
075700     MOVE WS-LEAD-BRANCH   TO NL-BRANCH-ID
075800     MOVE WS-HOLD-CUSTOMER TO NL-CUSTOMER-NUMBER
075900     MOVE WS-LEAD-RULE     TO NL-RULE-CODE
076000     MOVE WS-TS-DATE       TO NL-CREATED-DATE
076100     MOVE CM-CUSTOMER-NAME TO NL-CUSTOMER-NAME
076200     MOVE CM-PHONE-NUMBER  TO NL-PHONE-NUMBER
076300     MOVE WS-LEAD-ACCT     TO NL-ACCT-NUMBER
076400     MOVE WS-LEAD-DETAIL   TO NL-DETAIL
076500     WRITE XSEL-NEW-LEAD-RECORD FROM WS-NEW-LEAD-LINE
076600     ADD 1 TO WS-LEADS-RAISED
076700     SET WS-RULE-IDX TO 1
076800     SEARCH WS-RULE-ENTRY
076900         WHEN WS-RULE-CODE (WS-RULE-IDX) = WS-LEAD-RULE
077000             SET WS-RULE-SUB TO WS-RULE-IDX
077100             ADD 1 TO WS-RC-RAISED-TONIGHT (WS-RULE-SUB)
077200     END-SEARCH
077300     .
077400 3500-RAISE-LEAD-EXIT.
077500     EXIT.
077600*----------------------------------------------------------------
077700*  3600-CHECK-PRIOR-LEADS  --  READ THIS CUSTOMER'S EARLIER
077800*  LEADS UNDER THE RULE, OLDEST FIRST.
077900*----------------------------------------------------------------
078000 3600-CHECK-PRIOR-LEADS.
078100     MOVE 'N' TO WS-SUPPRESS-SWITCH
078200     MOVE 'N' TO WS-LEAD-EOF-SWITCH
078300     MOVE WS-HOLD-CUSTOMER TO LD-CUSTOMER-NUMBER
078400     MOVE WS-LEAD-RULE     TO LD-RULE-CODE
078500     MOVE ZERO             TO LD-CREATED-DATE
078600     START CROSS-SELL-LEAD-FILE
078700         KEY IS NOT LESS THAN LD-LEAD-KEY
078800         INVALID KEY
078900             GO TO 3600-CHECK-PRIOR-LEADS-EXIT
079000     END-START
079100     PERFORM 3610-CHECK-ONE-PRIOR-LEAD
079200         THRU 3610-CHECK-ONE-PRIOR-LEAD-EXIT
079300         UNTIL NO-MORE-LEADS OR LEAD-SUPPRESSED
079400     .
079500 3600-CHECK-PRIOR-LEADS-EXIT.
079600     EXIT.
079700*----------------------------------------------------------------
079800 3610-CHECK-ONE-PRIOR-LEAD.
079900     READ CROSS-SELL-LEAD-FILE NEXT RECORD
080000         AT END
080100             MOVE 'Y' TO WS-LEAD-EOF-SWITCH
080200             GO TO 3610-CHECK-ONE-PRIOR-LEAD-EXIT
080300     END-READ
080400     IF LD-CUSTOMER-NUMBER NOT = WS-HOLD-CUSTOMER
080500        OR LD-RULE-CODE NOT = WS-LEAD-RULE
080600         MOVE 'Y' TO WS-LEAD-EOF-SWITCH
080700         GO TO 3610-CHECK-ONE-PRIOR-LEAD-EXIT
080800     END-IF
080900     IF LD-OUTCOME-OPEN
081000        OR LD-OUTCOME-DATE NOT < WS-REFIRE-SINCE
081100         MOVE 'Y' TO WS-SUPPRESS-SWITCH
081200     END-IF
081300     .
081400 3610-CHECK-ONE-PRIOR-LEAD-EXIT.
081500     EXIT.
081600*----------------------------------------------------------------
081700 3900-RETURN-NEXT-HOLDING.
081800     RETURN XSEL-SORT-WORK-FILE
081900         AT END
082000             MOVE 'Y' TO WS-SORT-EOF-SWITCH
082100     END-RETURN
082200     .
082300 3900-RETURN-NEXT-HOLDING-EXIT.
082400     EXIT.
082500*----------------------------------------------------------------
082600*  5000-PRINT-LEAD-LISTING  --  TONIGHT'S LEADS BY BRANCH, FROM
082700*  THE BRANCH-SEQUENCED EXTRACT, WITH A COUNT PER BRANCH.
082800*----------------------------------------------------------------
082900 5000-PRINT-LEAD-LISTING.
083000     OPEN OUTPUT LEAD-REPORT-FILE
083100     MOVE SPACES TO LEAD-REPORT-LINE
083200     STRING "CROSS-SELL LEADS RAISED " WS-TS-DATE
083300         DELIMITED BY SIZE INTO LEAD-REPORT-LINE
083400     END-STRING
083500     WRITE LEAD-REPORT-LINE
083600     OPEN INPUT XSEL-LEAD-EXTRACT-FILE
083700     IF WS-XSLLEADS-STATUS NOT = "00"
083800         MOVE "NO LEADS EXTRACT" TO LEAD-REPORT-LINE
083900         WRITE LEAD-REPORT-LINE
084000         GO TO 5000-PRINT-LEAD-LISTING-EXIT
084100     END-IF
084200     PERFORM 5900-READ-NEXT-EXTRACT
084300         THRU 5900-READ-NEXT-EXTRACT-EXIT
084400     IF NO-MORE-EXTRACT
084500         MOVE SPACES TO LEAD-REPORT-LINE
084600         WRITE LEAD-REPORT-LINE
084700         MOVE "NO NEW LEADS THIS WEEK" TO LEAD-REPORT-LINE
084800         WRITE LEAD-REPORT-LINE
084900     END-IF
085000     PERFORM 5100-PRINT-ONE-BRANCH
085100         THRU 5100-PRINT-ONE-BRANCH-EXIT
085200         UNTIL NO-MORE-EXTRACT
085300     CLOSE XSEL-LEAD-EXTRACT-FILE
085400     .
085500 5000-PRINT-LEAD-LISTING-EXIT.
085600     EXIT.
085700*----------------------------------------------------------------
085800 5100-PRINT-ONE-BRANCH.
085900     MOVE LX-BRANCH-ID TO WS-CURRENT-BRANCH
086000     MOVE ZERO TO WS-BRANCH-LEADS
086100     MOVE SPACES TO LEAD-REPORT-LINE
086200     WRITE LEAD-REPORT-LINE
086300     MOVE SPACES TO LEAD-REPORT-LINE
086400     STRING "BRANCH " WS-CURRENT-BRANCH
086500         DELIMITED BY SIZE INTO LEAD-REPORT-LINE
086600     END-STRING
086700     WRITE LEAD-REPORT-LINE
086800     MOVE "  RULE CUSTOMER  NAME" TO LEAD-REPORT-LINE
086900     MOVE "ACCOUNT" TO LEAD-REPORT-LINE (49:7)
087000     MOVE "DETAIL"  TO LEAD-REPORT-LINE (60:6)
087100     WRITE LEAD-REPORT-LINE
087200     PERFORM 5200-PRINT-ONE-LEAD
087300         THRU 5200-PRINT-ONE-LEAD-EXIT
087400         UNTIL NO-MORE-EXTRACT
087500         OR LX-BRANCH-ID NOT = WS-CURRENT-BRANCH
087600     MOVE WS-BRANCH-LEADS TO WS-EDIT-COUNT
087700     MOVE SPACES TO LEAD-REPORT-LINE
087800     STRING "  BRANCH " WS-CURRENT-BRANCH " LEADS:"
087900         WS-EDIT-COUNT
088000         DELIMITED BY SIZE INTO LEAD-REPORT-LINE
088100     END-STRING
088200     WRITE LEAD-REPORT-LINE
088300     .
088400 5100-PRINT-ONE-BRANCH-EXIT.
088500     EXIT.
088600*----------------------------------------------------------------
088700 5200-PRINT-ONE-LEAD.
088800     MOVE SPACES TO LEAD-REPORT-LINE
088900     STRING "  " LX-RULE-CODE " " LX-CUSTOMER-NUMBER " "
089000         LX-CUSTOMER-NAME " " LX-ACCT-NUMBER " " LX-DETAIL
089100         DELIMITED BY SIZE INTO LEAD-REPORT-LINE
089200     END-STRING
089300     WRITE LEAD-REPORT-LINE
089400     ADD 1 TO WS-BRANCH-LEADS
089500     PERFORM 5900-READ-NEXT-EXTRACT
089600         THRU 5900-READ-NEXT-EXTRACT-EXIT
089700     .
089800 5200-PRINT-ONE-LEAD-EXIT.
089900     EXIT.
090000*----------------------------------------------------------------
090100 5900-READ-NEXT-EXTRACT.
090200     READ XSEL-LEAD-EXTRACT-FILE
090300         AT END
090400             MOVE 'Y' TO WS-EXTRACT-EOF-SWITCH
090500     END-READ
090600     .
090700 5900-READ-NEXT-EXTRACT-EXIT.
090800     EXIT.
090900*----------------------------------------------------------------
091000*  6000-REPORT-CONVERSION  --  ONE PASS OF THE WHOLE LEAD FILE.
091100*  A LEAD OPEN PAST THE EXPIRY WINDOW IS CLOSED AS EXPIRED;
091200*  EVERY LEAD RAISED INSIDE THE REPORT WINDOW IS COUNTED UNDER
091300*  ITS RULE BY OUTCOME, AND THE CONVERSION RATE IS CONVERTED
091400*  OVER ALL LEADS THAT HAVE REACHED AN OUTCOME.
091500*----------------------------------------------------------------
091600 6000-REPORT-CONVERSION.
091700     MOVE 'N' TO WS-LEAD-EOF-SWITCH
091800     MOVE LOW-VALUES TO LD-LEAD-KEY
091900     START CROSS-SELL-LEAD-FILE
092000         KEY IS NOT LESS THAN LD-LEAD-KEY
092100         INVALID KEY
092200             MOVE 'Y' TO WS-LEAD-EOF-SWITCH
092300     END-START
092400     PERFORM 6100-COUNT-ONE-LEAD
092500         THRU 6100-COUNT-ONE-LEAD-EXIT
092600         UNTIL NO-MORE-LEADS
092700
092800     MOVE SPACES TO LEAD-REPORT-LINE
092900     WRITE LEAD-REPORT-LINE
093000     MOVE SPACES TO LEAD-REPORT-LINE
093100     STRING "LEAD CONVERSION - LEADS RAISED SINCE "
093200         WS-REPORT-SINCE
093300         DELIMITED BY SIZE INTO LEAD-REPORT-LINE
093400     END-STRING
093500     WRITE LEAD-REPORT-LINE
093600     MOVE SPACES TO LEAD-REPORT-LINE
093700     MOVE "RULE"   TO LEAD-REPORT-LINE (3:4)
093800     MOVE "   NEW" TO LEAD-REPORT-LINE (38:6)
093900     MOVE "RAISED" TO LEAD-REPORT-LINE (46:6)
094000     MOVE "  OPEN" TO LEAD-REPORT-LINE (54:6)
094100     MOVE "CONVRT" TO LEAD-REPORT-LINE (62:6)
094200     MOVE "DECLND" TO LEAD-REPORT-LINE (70:6)
094300     MOVE " OTHER" TO LEAD-REPORT-LINE (78:6)
094400     MOVE "CONV%"  TO LEAD-REPORT-LINE (86:5)
094500     WRITE LEAD-REPORT-LINE
094600     PERFORM 6200-PRINT-ONE-RULE
094700         THRU 6200-PRINT-ONE-RULE-EXIT
094800         VARYING WS-RULE-SUB FROM 1 BY 1
094900         UNTIL WS-RULE-SUB > 5
095000     CLOSE LEAD-REPORT-FILE
095100     .
095200 6000-REPORT-CONVERSION-EXIT.
095300     EXIT.
095400*----------------------------------------------------------------
095500 6100-COUNT-ONE-LEAD.
095600     READ CROSS-SELL-LEAD-FILE NEXT RECORD
095700         AT END
095800             MOVE 'Y' TO WS-LEAD-EOF-SWITCH
095900             GO TO 6100-COUNT-ONE-LEAD-EXIT
096000     END-READ
096100     IF LD-OUTCOME-OPEN
096200        AND LD-CREATED-DATE < WS-EXPIRE-BEFORE
096300         MOVE 'X'                  TO LD-OUTCOME-CODE
096400         MOVE WS-TS-DATE           TO LD-OUTCOME-DATE
096500         MOVE WS-BATCH-OPERATOR-ID TO LD-OUTCOME-OPERATOR
096600         REWRITE CROSS-SELL-LEAD-RECORD
096700         ADD 1 TO WS-LEADS-EXPIRED
096800     END-IF
096900     IF LD-CREATED-DATE < WS-REPORT-SINCE
097000         GO TO 6100-COUNT-ONE-LEAD-EXIT
097100     END-IF
097200     SET WS-RULE-IDX TO 1
097300     SEARCH WS-RULE-ENTRY
097400         AT END
097500             GO TO 6100-COUNT-ONE-LEAD-EXIT
097600         WHEN WS-RULE-CODE (WS-RULE-IDX) = LD-RULE-CODE
097700             SET WS-RULE-SUB TO WS-RULE-IDX
097800     END-SEARCH
097900     ADD 1 TO WS-RC-IN-WINDOW (WS-RULE-SUB)
098000     EVALUATE TRUE
098100         WHEN LD-OUTCOME-OPEN
098200             ADD 1 TO WS-RC-OPEN (WS-RULE-SUB)
098300         WHEN LD-OUTCOME-CONVERTED
098400             ADD 1 TO WS-RC-CONVERTED (WS-RULE-SUB)
098500         WHEN LD-OUTCOME-DECLINED
098600             ADD 1 TO WS-RC-DECLINED (WS-RULE-SUB)
098700         WHEN OTHER
098800             ADD 1 TO WS-RC-OTHER-CLOSED (WS-RULE-SUB)
098900     END-EVALUATE
099000     .
099100 6100-COUNT-ONE-LEAD-EXIT.
099200     EXIT.
099300*----------------------------------------------------------------
099400 6200-PRINT-ONE-RULE.
099500     MOVE ZERO TO WS-CONVERSION-PCT
099600     IF WS-RC-IN-WINDOW (WS-RULE-SUB) > WS-RC-OPEN (WS-RULE-SUB)
099700         COMPUTE WS-CONVERSION-PCT ROUNDED =
099800             WS-RC-CONVERTED (WS-RULE-SUB) * 100
099900             / (WS-RC-IN-WINDOW (WS-RULE-SUB)
100000                - WS-RC-OPEN (WS-RULE-SUB))
100100     END-IF
100200     MOVE SPACES TO LEAD-REPORT-LINE
100300     MOVE WS-RULE-CODE (WS-RULE-SUB) TO LEAD-REPORT-LINE (3:4)
100400     MOVE WS-RULE-NAME (WS-RULE-SUB) TO LEAD-REPORT-LINE (8:30)
100500     MOVE WS-RC-RAISED-TONIGHT (WS-RULE-SUB) TO WS-EDIT-COUNT
100600     MOVE WS-EDIT-COUNT TO LEAD-REPORT-LINE (38:6)
100700     MOVE WS-RC-IN-WINDOW (WS-RULE-SUB) TO WS-EDIT-COUNT
100800     MOVE WS-EDIT-COUNT TO LEAD-REPORT-LINE (46:6)
100900     MOVE WS-RC-OPEN (WS-RULE-SUB) TO WS-EDIT-COUNT
101000     MOVE WS-EDIT-COUNT TO LEAD-REPORT-LINE (54:6)
101100     MOVE WS-RC-CONVERTED (WS-RULE-SUB) TO WS-EDIT-COUNT
101200     MOVE WS-EDIT-COUNT TO LEAD-REPORT-LINE (62:6)
101300     MOVE WS-RC-DECLINED (WS-RULE-SUB) TO WS-EDIT-COUNT
101400     MOVE WS-EDIT-COUNT TO LEAD-REPORT-LINE (70:6)
101500     MOVE WS-RC-OTHER-CLOSED (WS-RULE-SUB) TO WS-EDIT-COUNT
101600     MOVE WS-EDIT-COUNT TO LEAD-REPORT-LINE (78:6)
101700     MOVE WS-CONVERSION-PCT TO WS-EDIT-PCT
101800     MOVE WS-EDIT-PCT TO LEAD-REPORT-LINE (86:5)
101900     WRITE LEAD-REPORT-LINE
102000     .
102100 6200-PRINT-ONE-RULE-EXIT.
102200     EXIT.
102300*----------------------------------------------------------------
102400*  9999-EXIT  --  COMMON PROGRAM EXIT.
102500*----------------------------------------------------------------
102600 9999-EXIT.
102700     IF LEAD-FILE-OPEN
102800         CLOSE CROSS-SELL-LEAD-FILE
102900         CLOSE CUSTOMER-MASTER-FILE
103000     END-IF
103100     .
103200 9999-EXIT-EXIT.
103300     EXIT.
