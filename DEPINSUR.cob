000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    DEP-INSURANCE-CALC.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  QUARTER-END DEPOSIT
001300*                     INSURANCE COVERAGE.  COVERAGE FOLLOWS THE
001400*                     DEPOSITOR AND THE OWNERSHIP CATEGORY, NOT
001500*                     THE ACCOUNT, SO EVERY DEPOSIT BALANCE
001600*                     (SAVINGS, CURRENT, FIXED AND RECURRING
001700*                     DEPOSIT; CLOSED AND ESCHEATED ACCOUNTS
001800*                     AND OVERDRAWN BALANCES LEFT OUT) IS
001900*                     SPLIT TO ITS INSURED OWNERS AND SORTED
002000*                     TOGETHER BY OWNER AND CATEGORY:
002100*                       SGL - A SINGLE-OWNER ACCOUNT, WHOLLY
002200*                             THE ACCOUNT'S CUSTOMER'S.
002300*                       JNT - A JOINT ACCOUNT, SHARED EQUALLY
002400*                             BETWEEN THE ACCOUNT'S CUSTOMER
002500*                             AND EACH CO-SIGNATORY ON THE
002600*                             JOINT SIGNATORY FILE.
002700*                       MNR - A MINOR'S ACCOUNT HELD WITH A
002800*                             GUARDIAN, INSURED TO THE MINOR
002900*                             AS ITS OWN CATEGORY AND NEVER
003000*                             ADDED TO THE GUARDIAN'S.
003100*                     A CO-SIGNATORY IS MATCHED TO A CUSTOMER BY
003200*                     NAME (THE WAY CUSTOMER-INQUIRY FINDS A
003300*                     CUSTOMER'S JOINT ROLES); ONE THAT MATCHES
003400*                     NO CUSTOMER, OR MORE THAN ONE, IS
003500*                     REPORTED AS A DEPOSITOR IN ITS OWN RIGHT
003600*                     AND FLAGGED.  NON-USD BALANCES ARE TAKEN
003700*                     AT THE DAY'S RATE (CURR-RATE-GET).  EACH
003800*                     OWNER'S TOTAL IN EACH CATEGORY IS INSURED
003900*                     UP TO THE DEPINS-COVER-LIMIT BUSINESS
004000*                     PARAMETER (DEFAULT 250,000.00).  THE
004100*                     INSURED AND UNINSURED AMOUNTS GO TO THE
004200*                     REVIEW REPORT (DINSRVW, AND THE KEYED
004300*                     REPORT ARCHIVE AS REPORT ID DEPINSUR) PER
004400*                     DEPOSITOR AND IN TOTAL, AND TO THE
004500*                     DEPOSITOR-LEVEL FILE (DINSFILE) ASKED FOR
004600*                     IN A FAILURE-READINESS REVIEW.  THE
004700*                     ALLOCATED TOTAL IS PROVED AGAINST THE
004800*                     BALANCES TAKEN IN.
004900*================================================================
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     COPY ACCTMSEL.
005400     COPY CUSTMSEL.
005500     COPY JSIGSEL.
005600     COPY PARMSEL.
005700     SELECT DEPINS-SORT-FILE ASSIGN TO "DINSSORT".
005800     SELECT DEPINS-REVIEW-FILE
005900         ASSIGN TO "DINSRVW"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-DINSRVW-STATUS.
006200     SELECT DEPOSITOR-FILE
006300         ASSIGN TO "DINSFILE"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-DINSFILE-STATUS.
006600*================================================================
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  ACCOUNT-MASTER-FILE.
007000     COPY ACCTMAST.
007100*----------------------------------------------------------------
007200 FD  CUSTOMER-MASTER-FILE.
007300     COPY CUSTMAST.
007400*----------------------------------------------------------------
007500 FD  JOINT-SIGNATORY-FILE.
007600     COPY JSIGREC.
007700*----------------------------------------------------------------
007800 FD  BUSINESS-PARAMETER-FILE.
007900     COPY PARMREC.
008000*----------------------------------------------------------------
008100*  ONE SORT ROW PER OWNER'S SHARE OF ONE DEPOSIT ACCOUNT.  A
008200*  CO-SIGNATORY NOT YET MATCHED TO A CUSTOMER CARRIES
008300*  CUSTOMER NUMBER ZERO, SO SORTS AHEAD OF THE CUSTOMERS OF
008400*  THE SAME NAME.
008500*----------------------------------------------------------------
008600 SD  DEPINS-SORT-FILE.
008700 01  DEPINS-SORT-RECORD.
008800     05  DS-DEPOSITOR-NAME         PIC X(30).
008900     05  DS-CUSTOMER-NUMBER        PIC 9(09).
009000     05  DS-CATEGORY               PIC X.
009100     05  DS-ACCT-NUMBER            PIC 9(10).
009200     05  DS-TAX-ID                 PIC X(11).
009300     05  DS-SHARE                  PIC S9(11)V99 COMP-3.
009400*----------------------------------------------------------------
009500 FD  DEPINS-REVIEW-FILE.
009600 01  DEPINS-REVIEW-LINE            PIC X(100).
009700*----------------------------------------------------------------
009800*  DEPOSITOR-LEVEL FILE - A HEADER, ONE DETAIL PER DEPOSITOR
009900*  AND OWNERSHIP CATEGORY, AND A TRAILER CARRYING THE DETAIL
010000*  COUNT AND TOTALS.
010100*----------------------------------------------------------------
010200 FD  DEPOSITOR-FILE.
010300 01  DEPOSITOR-FILE-RECORD.
010400     05  DF-RECORD-TYPE            PIC X.
010500         88  DF-HEADER             VALUE 'H'.
010600         88  DF-DETAIL             VALUE 'D'.
010700         88  DF-TRAILER            VALUE 'T'.
010800     05  DF-DETAIL-FIELDS.
010900         10  DF-CUSTOMER-NUMBER    PIC 9(09).
011000         10  DF-DEPOSITOR-NAME     PIC X(30).
011100         10  DF-TAX-ID             PIC X(11).
011200         10  DF-OWNERSHIP-CATEGORY PIC X(03).
011300         10  DF-ACCOUNT-COUNT      PIC 9(05).
011400         10  DF-TOTAL-DEPOSITS     PIC S9(13)V99.
011500         10  DF-INSURED-AMOUNT     PIC S9(13)V99.
011600         10  DF-UNINSURED-AMOUNT   PIC S9(13)V99.
011700         10  DF-CUSTOMER-MATCHED   PIC X.
011800     05  DF-HEADER-FIELDS REDEFINES DF-DETAIL-FIELDS.
011900         10  DF-QUARTER-END-PERIOD PIC 9(06).
012000         10  DF-AS-OF-DATE         PIC 9(08).
012100         10  DF-COVERAGE-LIMIT     PIC 9(13)V99.
012200         10  FILLER                PIC X(75).
012300     05  DF-TRAILER-FIELDS REDEFINES DF-DETAIL-FIELDS.
012400         10  DF-DETAIL-COUNT       PIC 9(09).
012500         10  DF-ALL-DEPOSITS       PIC S9(13)V99.
012600         10  DF-ALL-INSURED        PIC S9(13)V99.
012700         10  DF-ALL-UNINSURED      PIC S9(13)V99.
012800         10  FILLER                PIC X(50).
012900*----------------------------------------------------------------
013000 WORKING-STORAGE SECTION.
013100 01  WS-FILE-STATUSES.
013200     05  WS-ACCTMAST-STATUS        PIC XX.
013300     05  WS-CUSTMAST-STATUS        PIC XX.
013400     05  WS-JNTSIGN-STATUS         PIC XX.
013500     05  WS-BUSPARM-STATUS         PIC XX.
013600     05  WS-DINSRVW-STATUS         PIC XX.
013700     05  WS-DINSFILE-STATUS        PIC XX.
013800*----------------------------------------------------------------
013900 01  WS-WORK-FIELDS.
014000     05  WS-ACCT-EOF-SWITCH        PIC X VALUE 'N'.
014100         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
014200     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
014300         88  NO-MORE-SORTED-ROWS   VALUE 'Y'.
014400     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
014500         88  NO-MORE-PARAMETERS    VALUE 'Y'.
014600     05  WS-SIGNATORY-EOF-SWITCH   PIC X.
014700         88  NO-MORE-SIGNATORIES   VALUE 'Y'.
014800     05  WS-CUSTMAST-OPEN-SWITCH   PIC X VALUE 'N'.
014900         88  WS-CUSTMAST-IS-OPEN   VALUE 'Y'.
015000     05  WS-JNTSIGN-OPEN-SWITCH    PIC X VALUE 'N'.
015100         88  WS-JNTSIGN-IS-OPEN    VALUE 'Y'.
015200     05  WS-REPORT-PERIOD          PIC 9(06).
015300     05  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
015400         10  WS-REPORT-YEAR        PIC 9(04).
015500         10  WS-REPORT-MONTH       PIC 9(02).
015600             88  WS-QUARTER-END-MONTH VALUE 3 6 9 12.
015700     05  WS-COVERAGE-LIMIT         PIC 9(09)V99
015800                                   VALUE 250000.00.
015900     05  WS-ACCOUNTS-READ          PIC 9(08) COMP VALUE 0.
016000     05  WS-ACCOUNTS-INCLUDED      PIC 9(08) COMP VALUE 0.
016100     05  WS-SHARES-RELEASED        PIC 9(08) COMP VALUE 0.
016200     05  WS-DEPOSITORS-REPORTED    PIC 9(08) COMP VALUE 0.
016300     05  WS-DETAILS-WRITTEN        PIC 9(08) COMP VALUE 0.
016400     05  WS-OVER-LIMIT-COUNT       PIC 9(08) COMP VALUE 0.
016500     05  WS-UNMATCHED-COUNT        PIC 9(06) COMP VALUE 0.
016600     05  WS-UNCONVERTED-COUNT      PIC 9(06) COMP VALUE 0.
016700     05  WS-NO-CO-OWNER-COUNT      PIC 9(06) COMP VALUE 0.
016800     05  WS-DEPOSIT-AMOUNT         PIC S9(11)V99.
016900     05  WS-TOTAL-TAKEN-IN         PIC S9(13)V99 VALUE 0.
017000     05  WS-CUSTOMER-NAME          PIC X(30).
017100     05  WS-CUSTOMER-TAX-ID        PIC X(11).
017200     05  WS-CURRENT-NAME           PIC X(30).
017300*----------------------------------------------------------------
017400*  JOINT ACCOUNT SPLIT - THE CO-SIGNATORIES OF ONE ACCOUNT
017500*  (SIGNATORY 2 AND UP; THE SEQUENCE IS ONE DIGIT).
017600*----------------------------------------------------------------
017700 01  WS-JOINT-SPLIT-FIELDS.
017800     05  WS-CO-OWNER-COUNT         PIC 9(02) COMP.
017900     05  WS-OWNER-COUNT            PIC 9(02) COMP.
018000     05  WS-CO-OWNER-SUB           PIC 9(02) COMP.
018100     05  WS-EQUAL-SHARE            PIC S9(11)V99.
018200     05  WS-FIRST-OWNER-SHARE      PIC S9(11)V99.
018300     05  WS-CO-OWNER-TABLE.
018400         10  WS-CO-OWNER-NAME      PIC X(30) OCCURS 9 TIMES.
018500*----------------------------------------------------------------
018600*  RATE LOOKUP (CURR-RATE-GET) - USD PER UNIT OF CURRENCY.
018700*----------------------------------------------------------------
018800 01  WS-RATE-FIELDS.
018900     05  WS-EXCHANGE-RATE          PIC 9(03)V9(06).
019000     05  WS-RATE-FLAG              PIC X.
019100         88  WS-RATE-GOOD          VALUE 'Y'.
019200*----------------------------------------------------------------
019300*  THE OWNER WHOSE SHARES ARE BEING GATHERED, AND THE SHARES
019400*  OF CO-SIGNATORIES OF THE SAME NAME NOT MATCHED TO A
019500*  CUSTOMER.  CATEGORY SUBSCRIPT 1 = SGL, 2 = JNT, 3 = MNR.
019600*----------------------------------------------------------------
019700 01  WS-NAME-GROUP-FIELDS.
019800     05  WS-CUSTOMERS-IN-NAME      PIC 9(04) COMP.
019900     05  WS-UNMATCHED-AMOUNT       PIC S9(13)V99.
020000     05  WS-UNMATCHED-ACCOUNTS     PIC 9(05) COMP.
020100 01  WS-PENDING-SWITCH             PIC X.
020200     88  WS-OWNER-PENDING          VALUE 'Y'.
020300 01  WS-PENDING-OWNER.
020400     05  WS-PD-CUSTOMER-NUMBER     PIC 9(09).
020500     05  WS-PD-NAME                PIC X(30).
020600     05  WS-PD-TAX-ID              PIC X(11).
020700     05  WS-PD-MATCHED-FLAG        PIC X.
020800     05  WS-PD-CATEGORY            OCCURS 3 TIMES.
020900         10  WS-PD-AMOUNT          PIC S9(13)V99.
021000         10  WS-PD-ACCOUNTS        PIC 9(05) COMP.
021100 01  WS-CAT-SUB                    PIC 9(02) COMP.
021200 01  WS-CATEGORIES-HELD            PIC 9(02) COMP.
021300 01  WS-OWNER-FIGURES.
021400     05  WS-OWNER-AMOUNT           PIC S9(13)V99.
021500     05  WS-OWNER-INSURED          PIC S9(13)V99.
021600     05  WS-OWNER-UNINSURED        PIC S9(13)V99.
021700     05  WS-LINE-INSURED           PIC S9(13)V99.
021800     05  WS-LINE-UNINSURED         PIC S9(13)V99.
021900*----------------------------------------------------------------
022000*  OWNERSHIP CATEGORIES, IN SUBSCRIPT ORDER, WITH THEIR RUN
022100*  TOTALS.
022200*----------------------------------------------------------------
022300 01  WS-CATEGORY-TITLE-VALUES.
022400     05  FILLER                    PIC X(23)
022500                                   VALUE "SGLSINGLE OWNERSHIP".
022600     05  FILLER                    PIC X(23)
022700                                   VALUE "JNTJOINT OWNERSHIP".
022800     05  FILLER                    PIC X(23)
022900                                   VALUE "MNRMINOR WITH GUARDIAN".
023000 01  WS-CATEGORY-TITLE-TABLE REDEFINES WS-CATEGORY-TITLE-VALUES.
023100     05  WS-CT-ENTRY               OCCURS 3 TIMES.
023200         10  WS-CT-CODE            PIC X(03).
023300         10  WS-CT-TITLE           PIC X(20).
023400 01  WS-CATEGORY-TOTAL-TABLE.
023500     05  WS-CATEGORY-TOTAL-ENTRY   OCCURS 3 TIMES.
023600         10  WS-CAT-DEPOSITORS     PIC 9(08) COMP.
023700         10  WS-CAT-DEPOSITS       PIC S9(13)V99.
023800         10  WS-CAT-INSURED        PIC S9(13)V99.
023900         10  WS-CAT-UNINSURED      PIC S9(13)V99.
024000 01  WS-GRAND-TOTALS.
024100     05  WS-GT-DEPOSITS            PIC S9(13)V99 VALUE 0.
024200     05  WS-GT-INSURED             PIC S9(13)V99 VALUE 0.
024300     05  WS-GT-UNINSURED           PIC S9(13)V99 VALUE 0.
024400*----------------------------------------------------------------
024500*  PRINT WORK FIELDS.
024600*----------------------------------------------------------------
024700 01  WS-PRINT-FIELDS.
024800     05  WS-EDIT-AMOUNT-1          PIC -(11)9.99.
024900     05  WS-EDIT-AMOUNT-2          PIC -(11)9.99.
025000     05  WS-EDIT-AMOUNT-3          PIC -(11)9.99.
025100     05  WS-EDIT-ACCOUNTS          PIC ZZZZ9.
025200     05  WS-EDIT-COUNT             PIC ZZ,ZZZ,ZZ9.
025300     05  WS-EDIT-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
025400     05  WS-EDIT-CUSTOMER          PIC X(09).
025500 01  WS-DEPOSITOR-HEADING.
025600     05  FILLER                    PIC X(50) VALUE
025700         "CUSTOMER  DEPOSITOR                      CAT ACCTS".
025800     05  FILLER                    PIC X(50) VALUE
025900         "        DEPOSITS         INSURED       UNINSURED".
026000*----------------------------------------------------------------
026100 01  WS-CURRENT-TIMESTAMP          PIC X(21).
026200 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
026300     05  WS-TS-DATE                PIC 9(08).
026400     05  FILLER                    PIC X(13).
026500 01  WS-BUSINESS-DATE              PIC 9(08).
026600 01  WS-BUSDATE-FLAG               PIC X.
026700 01  WS-RUN-HISTORY-FIELDS.
026800     05  WS-RH-STEP-NAME           PIC X(08) VALUE "DINSSTEP".
026900     05  WS-RH-START-TIMESTAMP     PIC X(21).
027000     05  WS-RH-RECORDS-READ        PIC 9(08).
027100     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
027200     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
027300     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
027400*----------------------------------------------------------------
027500*  STAGING LINE FOR THE KEYED REPORT ARCHIVE (RPTARCH-WRITE).
027600*----------------------------------------------------------------
027700 01  WS-ARCHIVE-LINE               PIC X(100).
027800 01  WS-ARCHIVE-REPORT-ID          PIC X(08) VALUE "DEPINSUR".
027900*================================================================
028000 PROCEDURE DIVISION.
028100*================================================================
028200 0000-MAINLINE.
028300     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
028400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
028500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
028600         WS-BUSDATE-FLAG
028700     IF WS-BUSDATE-FLAG = "Y"
028800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
028900     END-IF
029000     ACCEPT WS-REPORT-PERIOD
029100     PERFORM 1000-INITIALIZE
029200         THRU 1000-INITIALIZE-EXIT
029300     IF WS-RH-COMPLETION-CODE NOT = ZERO
029400         GO TO 0000-WRITE-RUN-HISTORY
029500     END-IF
029600
029700     SORT DEPINS-SORT-FILE
029800         ON ASCENDING KEY DS-DEPOSITOR-NAME
029900         ON ASCENDING KEY DS-CUSTOMER-NUMBER
030000         ON ASCENDING KEY DS-CATEGORY
030100         INPUT PROCEDURE IS 2000-RELEASE-DEPOSIT-SHARES
030200             THRU 2000-RELEASE-DEPOSIT-SHARES-EXIT
030300         OUTPUT PROCEDURE IS 3000-REPORT-DEPOSITORS
030400             THRU 3000-REPORT-DEPOSITORS-EXIT
030500     PERFORM 4000-WRITE-TOTALS
030600         THRU 4000-WRITE-TOTALS-EXIT
030700
030800     CLOSE DEPINS-REVIEW-FILE
030900     CLOSE DEPOSITOR-FILE
031000     DISPLAY "DEPINSUR: QUARTER-END PERIOD    = "
031100         WS-REPORT-PERIOD
031200     DISPLAY "DEPINSUR: ACCOUNTS READ         = "
031300         WS-ACCOUNTS-READ
031400     DISPLAY "DEPINSUR: DEPOSIT ACCOUNTS      = "
031500         WS-ACCOUNTS-INCLUDED
031600     DISPLAY "DEPINSUR: DEPOSITORS REPORTED   = "
031700         WS-DEPOSITORS-REPORTED
031800     DISPLAY "DEPINSUR: DEPOSITORS OVER LIMIT = "
031900         WS-OVER-LIMIT-COUNT
032000     DISPLAY "DEPINSUR: UNMATCHED SIGNATORIES = "
032100         WS-UNMATCHED-COUNT
032200     IF WS-GT-DEPOSITS NOT = WS-TOTAL-TAKEN-IN
032300         MOVE 8 TO WS-RH-COMPLETION-CODE
032400     ELSE
032500         IF WS-UNCONVERTED-COUNT > ZERO
032600            OR WS-UNMATCHED-COUNT > ZERO
032700            OR WS-NO-CO-OWNER-COUNT > ZERO
032800             MOVE 4 TO WS-RH-COMPLETION-CODE
032900         END-IF
033000     END-IF
033100     .
033200 0000-WRITE-RUN-HISTORY.
033300     MOVE WS-ACCOUNTS-READ TO WS-RH-RECORDS-READ
033400     MOVE WS-DETAILS-WRITTEN TO WS-RH-RECORDS-UPDATED
033500     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
033600         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
033700         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
033800         WS-RH-COMPLETION-CODE
033900     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
034000     STOP RUN.
034100*----------------------------------------------------------------
034200*  1000-INITIALIZE  --  PERIOD CARD, COVERAGE LIMIT, OUTPUT
034300*  FILES AND THEIR HEADINGS.
034400*----------------------------------------------------------------
034500 1000-INITIALIZE.
034600     IF WS-REPORT-PERIOD NOT NUMERIC
034700        OR NOT WS-QUARTER-END-MONTH
034800         DISPLAY "DEPINSUR: SYSIN PERIOD IS NOT A QUARTER END - "
034900             WS-REPORT-PERIOD
035000         MOVE 16 TO WS-RH-COMPLETION-CODE
035100         GO TO 1000-INITIALIZE-EXIT
035200     END-IF
035300     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
035400         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
035500     PERFORM 1200-CLEAR-ONE-CATEGORY
035600         THRU 1200-CLEAR-ONE-CATEGORY-EXIT
035700         VARYING WS-CAT-SUB FROM 1 BY 1
035800         UNTIL WS-CAT-SUB > 3
035900
036000     OPEN OUTPUT DEPINS-REVIEW-FILE
036100     OPEN OUTPUT DEPOSITOR-FILE
036200     MOVE SPACES TO DEPOSITOR-FILE-RECORD
036300     SET DF-HEADER TO TRUE
036400     MOVE WS-REPORT-PERIOD  TO DF-QUARTER-END-PERIOD
036500     MOVE WS-TS-DATE        TO DF-AS-OF-DATE
036600     MOVE WS-COVERAGE-LIMIT TO DF-COVERAGE-LIMIT
036700     WRITE DEPOSITOR-FILE-RECORD
036800
036900     MOVE WS-COVERAGE-LIMIT TO WS-EDIT-LIMIT
037000     MOVE SPACES TO WS-ARCHIVE-LINE
037100     STRING "DEPOSIT INSURANCE COVERAGE - QUARTER ENDED "
037200         WS-REPORT-PERIOD " - BALANCES AS OF " WS-TS-DATE
037300         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
037400     PERFORM 8000-WRITE-REPORT-LINE
037500         THRU 8000-WRITE-REPORT-LINE-EXIT
037600     MOVE SPACES TO WS-ARCHIVE-LINE
037700     STRING "COVERAGE LIMIT PER DEPOSITOR PER OWNERSHIP "
037800         "CATEGORY " WS-EDIT-LIMIT " USD"
037900         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
038000     PERFORM 8000-WRITE-REPORT-LINE
038100         THRU 8000-WRITE-REPORT-LINE-EXIT
038200     MOVE SPACES TO WS-ARCHIVE-LINE
038300     PERFORM 8000-WRITE-REPORT-LINE
038400         THRU 8000-WRITE-REPORT-LINE-EXIT
038500     MOVE WS-DEPOSITOR-HEADING TO WS-ARCHIVE-LINE
038600     PERFORM 8000-WRITE-REPORT-LINE
038700         THRU 8000-WRITE-REPORT-LINE-EXIT
038800     .
038900 1000-INITIALIZE-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------
039200 1100-LOAD-BUSINESS-PARAMETERS.
039300     OPEN INPUT BUSINESS-PARAMETER-FILE
039400     IF WS-BUSPARM-STATUS NOT = "00"
039500         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
039600     END-IF
039700     PERFORM 1110-READ-ONE-PARAMETER
039800         THRU 1110-READ-ONE-PARAMETER-EXIT
039900         UNTIL NO-MORE-PARAMETERS
040000     CLOSE BUSINESS-PARAMETER-FILE
040100     .
040200 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------
040500 1110-READ-ONE-PARAMETER.
040600     READ BUSINESS-PARAMETER-FILE
040700         AT END
040800             MOVE 'Y' TO WS-PARM-EOF-SWITCH
040900             GO TO 1110-READ-ONE-PARAMETER-EXIT
041000     END-READ
041100     EVALUATE BP-PARM-NAME
041200         WHEN "DEPINS-COVER-LIMIT"
041300             MOVE BP-PARM-VALUE TO WS-COVERAGE-LIMIT
041400         WHEN OTHER
041500             CONTINUE
041600     END-EVALUATE
041700     .
041800 1110-READ-ONE-PARAMETER-EXIT.
041900     EXIT.
042000*----------------------------------------------------------------
042100 1200-CLEAR-ONE-CATEGORY.
042200     MOVE ZERO TO WS-CAT-DEPOSITORS (WS-CAT-SUB)
042300     MOVE ZERO TO WS-CAT-DEPOSITS (WS-CAT-SUB)
042400     MOVE ZERO TO WS-CAT-INSURED (WS-CAT-SUB)
042500     MOVE ZERO TO WS-CAT-UNINSURED (WS-CAT-SUB)
042600     .
042700 1200-CLEAR-ONE-CATEGORY-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000*  2000-RELEASE-DEPOSIT-SHARES  --  SORT INPUT PROCEDURE.  THE
043100*  JOINT SIGNATORY FILE IS OPTIONAL; WITHOUT IT EVERY JOINT
043200*  ACCOUNT IS LEFT WHOLLY WITH ITS CUSTOMER AND FLAGGED.
043300*----------------------------------------------------------------
043400 2000-RELEASE-DEPOSIT-SHARES.
043500     OPEN INPUT ACCOUNT-MASTER-FILE
043600     IF WS-ACCTMAST-STATUS NOT = "00"
043700         DISPLAY "DEPINSUR: NO ACCOUNT MASTER, STATUS = "
043800             WS-ACCTMAST-STATUS
043900         GO TO 2000-RELEASE-DEPOSIT-SHARES-EXIT
044000     END-IF
044100     OPEN INPUT CUSTOMER-MASTER-FILE
044200     IF WS-CUSTMAST-STATUS = "00"
044300         MOVE 'Y' TO WS-CUSTMAST-OPEN-SWITCH
044400     ELSE
044500         DISPLAY "DEPINSUR: NO CUSTOMER MASTER, STATUS = "
044600             WS-CUSTMAST-STATUS
044700     END-IF
044800     OPEN INPUT JOINT-SIGNATORY-FILE
044900     IF WS-JNTSIGN-STATUS = "00"
045000         MOVE 'Y' TO WS-JNTSIGN-OPEN-SWITCH
045100     ELSE
045200         DISPLAY "DEPINSUR: NO JOINT SIGNATORY FILE, STATUS = "
045300             WS-JNTSIGN-STATUS
045400     END-IF
045500     PERFORM 2100-RELEASE-ONE-ACCOUNT
045600         THRU 2100-RELEASE-ONE-ACCOUNT-EXIT
045700         UNTIL NO-MORE-ACCOUNTS
045800     CLOSE ACCOUNT-MASTER-FILE
045900     IF WS-CUSTMAST-IS-OPEN
046000         CLOSE CUSTOMER-MASTER-FILE
046100     END-IF
046200     IF WS-JNTSIGN-IS-OPEN
046300         CLOSE JOINT-SIGNATORY-FILE
046400     END-IF
046500     .
046600 2000-RELEASE-DEPOSIT-SHARES-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------
046900*  2100-RELEASE-ONE-ACCOUNT  --  ONLY A DEPOSIT PRODUCT WITH
047000*  A BALANCE IN CREDIT, NOT CLOSED OR ESCHEATED, IS INSURED.
047100*----------------------------------------------------------------
047200 2100-RELEASE-ONE-ACCOUNT.
047300     READ ACCOUNT-MASTER-FILE NEXT RECORD
047400         AT END
047500             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
047600             GO TO 2100-RELEASE-ONE-ACCOUNT-EXIT
047700     END-READ
047800     ADD 1 TO WS-ACCOUNTS-READ
047900     IF AM-TYPE-CODE NOT = 'S' AND AM-TYPE-CODE NOT = 'C'
048000             AND AM-TYPE-CODE NOT = 'F'
048100             AND AM-TYPE-CODE NOT = 'R'
048200         GO TO 2100-RELEASE-ONE-ACCOUNT-EXIT
048300     END-IF
048400     IF AM-STATUS-CODE = 'C' OR AM-STATUS-CODE = 'E'
048500         GO TO 2100-RELEASE-ONE-ACCOUNT-EXIT
048600     END-IF
048700     IF AM-BALANCE NOT > ZERO
048800         GO TO 2100-RELEASE-ONE-ACCOUNT-EXIT
048900     END-IF
049000     ADD 1 TO WS-ACCOUNTS-INCLUDED
049100
049200     MOVE AM-BALANCE TO WS-DEPOSIT-AMOUNT
049300     IF AM-CURRENCY-CODE NOT = "USD"
049400             AND AM-CURRENCY-CODE NOT = SPACES
049500         CALL "CURR-RATE-GET" USING AM-CURRENCY-CODE
049600             WS-EXCHANGE-RATE WS-RATE-FLAG
049700         IF WS-RATE-GOOD
049800             COMPUTE WS-DEPOSIT-AMOUNT ROUNDED =
049900                 AM-BALANCE * WS-EXCHANGE-RATE
050000         ELSE
050100             DISPLAY "DEPINSUR: NO RATE FOR "
050200                 AM-CURRENCY-CODE " - ACCOUNT "
050300                 AM-ACCT-NUMBER " TAKEN AT FACE VALUE"
050400             ADD 1 TO WS-UNCONVERTED-COUNT
050500         END-IF
050600     END-IF
050700     ADD WS-DEPOSIT-AMOUNT TO WS-TOTAL-TAKEN-IN
050800
050900     MOVE "(NOT ON CUSTOMER MASTER)" TO WS-CUSTOMER-NAME
051000     MOVE SPACES TO WS-CUSTOMER-TAX-ID
051100     IF WS-CUSTMAST-IS-OPEN
051200         MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
051300         READ CUSTOMER-MASTER-FILE
051400             KEY IS CM-CUSTOMER-NUMBER
051500             NOT INVALID KEY
051600                 MOVE CM-CUSTOMER-NAME TO WS-CUSTOMER-NAME
051700                 MOVE CM-TAX-ID        TO WS-CUSTOMER-TAX-ID
051800         END-READ
051900     END-IF
052000
052100     EVALUATE TRUE
052200         WHEN AM-IS-MINOR-ACCOUNT
052300             MOVE 'M' TO DS-CATEGORY
052400             MOVE WS-DEPOSIT-AMOUNT TO DS-SHARE
052500             PERFORM 2300-RELEASE-CUSTOMER-SHARE
052600                 THRU 2300-RELEASE-CUSTOMER-SHARE-EXIT
052700         WHEN AM-SIGNATORY-COUNT > 1
052800             PERFORM 2200-SPLIT-JOINT-ACCOUNT
052900                 THRU 2200-SPLIT-JOINT-ACCOUNT-EXIT
053000         WHEN OTHER
053100             MOVE 'S' TO DS-CATEGORY
053200             MOVE WS-DEPOSIT-AMOUNT TO DS-SHARE
053300             PERFORM 2300-RELEASE-CUSTOMER-SHARE
053400                 THRU 2300-RELEASE-CUSTOMER-SHARE-EXIT
053500     END-EVALUATE
053600     .
053700 2100-RELEASE-ONE-ACCOUNT-EXIT.
053800     EXIT.
053900*----------------------------------------------------------------
054000*  2200-SPLIT-JOINT-ACCOUNT  --  EQUAL SHARES TO THE
054100*  ACCOUNT'S CUSTOMER AND EACH CO-SIGNATORY ON FILE; THE
054200*  CUSTOMER'S SHARE TAKES THE ROUNDING SO THE SHARES ADD UP
054300*  TO THE BALANCE.  A JOINT ACCOUNT WITH NO CO-SIGNATORY ON
054400*  FILE STAYS WITH ITS CUSTOMER AS JOINT AND IS FLAGGED.
054500*----------------------------------------------------------------
054600 2200-SPLIT-JOINT-ACCOUNT.
054700     MOVE ZERO TO WS-CO-OWNER-COUNT
054800     IF WS-JNTSIGN-IS-OPEN
054900         MOVE AM-ACCT-NUMBER TO JS-ACCT-NUMBER
055000         MOVE ZERO TO JS-SIGNATORY-SEQ
055100         MOVE 'N' TO WS-SIGNATORY-EOF-SWITCH
055200         START JOINT-SIGNATORY-FILE
055300             KEY IS NOT LESS THAN JS-SIGNATORY-KEY
055400             INVALID KEY
055500                 MOVE 'Y' TO WS-SIGNATORY-EOF-SWITCH
055600         END-START
055700         PERFORM 2210-GATHER-ONE-CO-OWNER
055800             THRU 2210-GATHER-ONE-CO-OWNER-EXIT
055900             UNTIL NO-MORE-SIGNATORIES
056000     END-IF
056100     IF WS-CO-OWNER-COUNT = ZERO
056200         DISPLAY "DEPINSUR: JOINT ACCOUNT " AM-ACCT-NUMBER
056300             " HAS NO CO-SIGNATORY ON FILE - LEFT WITH "
056400             "CUSTOMER " AM-CUSTOMER-NUMBER
056500         ADD 1 TO WS-NO-CO-OWNER-COUNT
056600     END-IF
056700     COMPUTE WS-OWNER-COUNT = WS-CO-OWNER-COUNT + 1
056800     COMPUTE WS-EQUAL-SHARE ROUNDED =
056900         WS-DEPOSIT-AMOUNT / WS-OWNER-COUNT
057000     COMPUTE WS-FIRST-OWNER-SHARE =
057100         WS-DEPOSIT-AMOUNT
057200         - (WS-EQUAL-SHARE * WS-CO-OWNER-COUNT)
057300     MOVE 'J' TO DS-CATEGORY
057400     MOVE WS-FIRST-OWNER-SHARE TO DS-SHARE
057500     PERFORM 2300-RELEASE-CUSTOMER-SHARE
057600         THRU 2300-RELEASE-CUSTOMER-SHARE-EXIT
057700     PERFORM 2220-RELEASE-CO-OWNER-SHARE
057800         THRU 2220-RELEASE-CO-OWNER-SHARE-EXIT
057900         VARYING WS-CO-OWNER-SUB FROM 1 BY 1
058000         UNTIL WS-CO-OWNER-SUB > WS-CO-OWNER-COUNT
058100     .
058200 2200-SPLIT-JOINT-ACCOUNT-EXIT.
058300     EXIT.
058400*----------------------------------------------------------------
058500 2210-GATHER-ONE-CO-OWNER.
058600     READ JOINT-SIGNATORY-FILE NEXT RECORD
058700         AT END
058800             MOVE 'Y' TO WS-SIGNATORY-EOF-SWITCH
058900             GO TO 2210-GATHER-ONE-CO-OWNER-EXIT
059000     END-READ
059100     IF JS-ACCT-NUMBER NOT = AM-ACCT-NUMBER
059200         MOVE 'Y' TO WS-SIGNATORY-EOF-SWITCH
059300         GO TO 2210-GATHER-ONE-CO-OWNER-EXIT
059400     END-IF
059500     IF WS-CO-OWNER-COUNT < 9
059600         ADD 1 TO WS-CO-OWNER-COUNT
059700         MOVE JS-SIGNATORY-NAME
059800             TO WS-CO-OWNER-NAME (WS-CO-OWNER-COUNT)
059900     END-IF
060000     .
060100 2210-GATHER-ONE-CO-OWNER-EXIT.
060200     EXIT.
060300*----------------------------------------------------------------
060400 2220-RELEASE-CO-OWNER-SHARE.
060500     MOVE WS-CO-OWNER-NAME (WS-CO-OWNER-SUB)
060600         TO DS-DEPOSITOR-NAME
060700     MOVE ZERO           TO DS-CUSTOMER-NUMBER
060800     MOVE 'J'            TO DS-CATEGORY
060900     MOVE AM-ACCT-NUMBER TO DS-ACCT-NUMBER
061000     MOVE SPACES         TO DS-TAX-ID
061100     MOVE WS-EQUAL-SHARE TO DS-SHARE
061200     RELEASE DEPINS-SORT-RECORD
061300     ADD 1 TO WS-SHARES-RELEASED
061400     .
061500 2220-RELEASE-CO-OWNER-SHARE-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800*  2300-RELEASE-CUSTOMER-SHARE  --  THE ACCOUNT'S OWN
061900*  CUSTOMER'S SHARE.  THE CALLER SETS CATEGORY AND SHARE.
062000*----------------------------------------------------------------
062100 2300-RELEASE-CUSTOMER-SHARE.
062200     MOVE WS-CUSTOMER-NAME   TO DS-DEPOSITOR-NAME
062300     MOVE AM-CUSTOMER-NUMBER TO DS-CUSTOMER-NUMBER
062400     MOVE AM-ACCT-NUMBER     TO DS-ACCT-NUMBER
062500     MOVE WS-CUSTOMER-TAX-ID TO DS-TAX-ID
062600     RELEASE DEPINS-SORT-RECORD
062700     ADD 1 TO WS-SHARES-RELEASED
062800     .
062900 2300-RELEASE-CUSTOMER-SHARE-EXIT.
063000     EXIT.
063100*----------------------------------------------------------------
063200*  3000-REPORT-DEPOSITORS  --  SORT OUTPUT PROCEDURE.
063300*  CONTROL BREAK ON THE DEPOSITOR NAME.
063400*----------------------------------------------------------------
063500 3000-REPORT-DEPOSITORS.
063600     PERFORM 3900-RETURN-NEXT-ROW
063700         THRU 3900-RETURN-NEXT-ROW-EXIT
063800     PERFORM 3100-REPORT-ONE-NAME
063900         THRU 3100-REPORT-ONE-NAME-EXIT
064000         UNTIL NO-MORE-SORTED-ROWS
064100     .
064200 3000-REPORT-DEPOSITORS-EXIT.
064300     EXIT.
064400*----------------------------------------------------------------
064500*  3100-REPORT-ONE-NAME  --  EVERY SHARE UNDER ONE NAME.  THE
064600*  CO-SIGNATORY SHARES COME FIRST; THEY GO TO THE CUSTOMER OF
064700*  THAT NAME IF THERE IS EXACTLY ONE, AND OTHERWISE STAND AS
064800*  A DEPOSITOR NOT MATCHED TO THE CUSTOMER MASTER.
064900*----------------------------------------------------------------
065000 3100-REPORT-ONE-NAME.
065100     MOVE DS-DEPOSITOR-NAME TO WS-CURRENT-NAME
065200     MOVE ZERO TO WS-CUSTOMERS-IN-NAME
065300     MOVE ZERO TO WS-UNMATCHED-AMOUNT
065400     MOVE ZERO TO WS-UNMATCHED-ACCOUNTS
065500     MOVE 'N' TO WS-PENDING-SWITCH
065600     PERFORM 3200-TAKE-ONE-SHARE
065700         THRU 3200-TAKE-ONE-SHARE-EXIT
065800         UNTIL NO-MORE-SORTED-ROWS
065900            OR DS-DEPOSITOR-NAME NOT = WS-CURRENT-NAME
066000
066100     IF WS-OWNER-PENDING
066200         IF WS-CUSTOMERS-IN-NAME = 1
066300                 AND WS-UNMATCHED-ACCOUNTS > ZERO
066400             ADD WS-UNMATCHED-AMOUNT TO WS-PD-AMOUNT (2)
066500             ADD WS-UNMATCHED-ACCOUNTS TO WS-PD-ACCOUNTS (2)
066600             MOVE ZERO TO WS-UNMATCHED-AMOUNT
066700             MOVE ZERO TO WS-UNMATCHED-ACCOUNTS
066800         END-IF
066900         PERFORM 3400-REPORT-ONE-OWNER
067000             THRU 3400-REPORT-ONE-OWNER-EXIT
067100     END-IF
067200     IF WS-UNMATCHED-ACCOUNTS > ZERO
067300         ADD 1 TO WS-UNMATCHED-COUNT
067400         PERFORM 3300-START-PENDING-OWNER
067500             THRU 3300-START-PENDING-OWNER-EXIT
067600         MOVE ZERO TO WS-PD-CUSTOMER-NUMBER
067700         MOVE SPACES TO WS-PD-TAX-ID
067800         MOVE 'N' TO WS-PD-MATCHED-FLAG
067900         MOVE WS-UNMATCHED-AMOUNT   TO WS-PD-AMOUNT (2)
068000         MOVE WS-UNMATCHED-ACCOUNTS TO WS-PD-ACCOUNTS (2)
068100         PERFORM 3400-REPORT-ONE-OWNER
068200             THRU 3400-REPORT-ONE-OWNER-EXIT
068300     END-IF
068400     .
068500 3100-REPORT-ONE-NAME-EXIT.
068600     EXIT.
068700*----------------------------------------------------------------
068800 3200-TAKE-ONE-SHARE.
068900     IF DS-CUSTOMER-NUMBER = ZERO
069000         ADD DS-SHARE TO WS-UNMATCHED-AMOUNT
069100         ADD 1 TO WS-UNMATCHED-ACCOUNTS
069200     ELSE
069300         IF NOT WS-OWNER-PENDING
069400            OR DS-CUSTOMER-NUMBER NOT = WS-PD-CUSTOMER-NUMBER
069500             IF WS-OWNER-PENDING
069600                 PERFORM 3400-REPORT-ONE-OWNER
069700                     THRU 3400-REPORT-ONE-OWNER-EXIT
069800             END-IF
069900             PERFORM 3300-START-PENDING-OWNER
070000                 THRU 3300-START-PENDING-OWNER-EXIT
070100             MOVE DS-CUSTOMER-NUMBER TO WS-PD-CUSTOMER-NUMBER
070200             MOVE DS-TAX-ID TO WS-PD-TAX-ID
070300             ADD 1 TO WS-CUSTOMERS-IN-NAME
070400         END-IF
070500         EVALUATE DS-CATEGORY
070600             WHEN 'S'
070700                 MOVE 1 TO WS-CAT-SUB
070800             WHEN 'J'
070900                 MOVE 2 TO WS-CAT-SUB
071000             WHEN OTHER
071100                 MOVE 3 TO WS-CAT-SUB
071200         END-EVALUATE
071300         ADD DS-SHARE TO WS-PD-AMOUNT (WS-CAT-SUB)
071400         ADD 1 TO WS-PD-ACCOUNTS (WS-CAT-SUB)
071500     END-IF
071600     PERFORM 3900-RETURN-NEXT-ROW
071700         THRU 3900-RETURN-NEXT-ROW-EXIT
071800     .
071900 3200-TAKE-ONE-SHARE-EXIT.
072000     EXIT.
072100*----------------------------------------------------------------
072200 3300-START-PENDING-OWNER.
072300     MOVE 'Y' TO WS-PENDING-SWITCH
072400     MOVE WS-CURRENT-NAME TO WS-PD-NAME
072500     MOVE 'Y' TO WS-PD-MATCHED-FLAG
072600     PERFORM 3310-CLEAR-ONE-PENDING-CATEGORY
072700         THRU 3310-CLEAR-ONE-PENDING-CATEGORY-EXIT
072800         VARYING WS-CAT-SUB FROM 1 BY 1
072900         UNTIL WS-CAT-SUB > 3
073000     .
073100 3300-START-PENDING-OWNER-EXIT.
073200     EXIT.
073300*----------------------------------------------------------------
073400 3310-CLEAR-ONE-PENDING-CATEGORY.
073500     MOVE ZERO TO WS-PD-AMOUNT (WS-CAT-SUB)
073600     MOVE ZERO TO WS-PD-ACCOUNTS (WS-CAT-SUB)
073700     .
073800 3310-CLEAR-ONE-PENDING-CATEGORY-EXIT.
073900     EXIT.
074000*----------------------------------------------------------------
074100*  3400-REPORT-ONE-OWNER  --  ONE LINE AND ONE DEPOSITOR FILE
074200*  DETAIL PER CATEGORY THE OWNER HOLDS, AND AN OWNER TOTAL
074300*  WHEN THERE IS MORE THAN ONE.
074400*----------------------------------------------------------------
074500 3400-REPORT-ONE-OWNER.
074600     MOVE 'N' TO WS-PENDING-SWITCH
074700     ADD 1 TO WS-DEPOSITORS-REPORTED
074800     MOVE ZERO TO WS-CATEGORIES-HELD
074900     MOVE ZERO TO WS-OWNER-AMOUNT
075000     MOVE ZERO TO WS-OWNER-INSURED
075100     MOVE ZERO TO WS-OWNER-UNINSURED
075200     PERFORM 3410-REPORT-ONE-CATEGORY
075300         THRU 3410-REPORT-ONE-CATEGORY-EXIT
075400         VARYING WS-CAT-SUB FROM 1 BY 1
075500         UNTIL WS-CAT-SUB > 3
075600     IF WS-OWNER-UNINSURED > ZERO
075700         ADD 1 TO WS-OVER-LIMIT-COUNT
075800     END-IF
075900     IF WS-CATEGORIES-HELD > 1
076000         MOVE WS-OWNER-AMOUNT    TO WS-EDIT-AMOUNT-1
076100         MOVE WS-OWNER-INSURED   TO WS-EDIT-AMOUNT-2
076200         MOVE WS-OWNER-UNINSURED TO WS-EDIT-AMOUNT-3
076300         MOVE SPACES TO WS-ARCHIVE-LINE
076400         STRING "          DEPOSITOR TOTAL"
076500             "                          "
076600             WS-EDIT-AMOUNT-1 " " WS-EDIT-AMOUNT-2
076700             " " WS-EDIT-AMOUNT-3
076800             DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
076900         PERFORM 8000-WRITE-REPORT-LINE
077000             THRU 8000-WRITE-REPORT-LINE-EXIT
077100     END-IF
077200     .
077300 3400-REPORT-ONE-OWNER-EXIT.
077400     EXIT.
077500*----------------------------------------------------------------
077600 3410-REPORT-ONE-CATEGORY.
077700     IF WS-PD-ACCOUNTS (WS-CAT-SUB) = ZERO
077800         GO TO 3410-REPORT-ONE-CATEGORY-EXIT
077900     END-IF
078000     ADD 1 TO WS-CATEGORIES-HELD
078100     IF WS-PD-AMOUNT (WS-CAT-SUB) > WS-COVERAGE-LIMIT
078200         MOVE WS-COVERAGE-LIMIT TO WS-LINE-INSURED
078300     ELSE
078400         MOVE WS-PD-AMOUNT (WS-CAT-SUB) TO WS-LINE-INSURED
078500     END-IF
078600     COMPUTE WS-LINE-UNINSURED =
078700         WS-PD-AMOUNT (WS-CAT-SUB) - WS-LINE-INSURED
078800     ADD WS-PD-AMOUNT (WS-CAT-SUB) TO WS-OWNER-AMOUNT
078900     ADD WS-LINE-INSURED   TO WS-OWNER-INSURED
079000     ADD WS-LINE-UNINSURED TO WS-OWNER-UNINSURED
079100     ADD 1 TO WS-CAT-DEPOSITORS (WS-CAT-SUB)
079200     ADD WS-PD-AMOUNT (WS-CAT-SUB)
079300         TO WS-CAT-DEPOSITS (WS-CAT-SUB)
079400     ADD WS-LINE-INSURED   TO WS-CAT-INSURED (WS-CAT-SUB)
079500     ADD WS-LINE-UNINSURED TO WS-CAT-UNINSURED (WS-CAT-SUB)
079600     ADD WS-PD-AMOUNT (WS-CAT-SUB) TO WS-GT-DEPOSITS
079700     ADD WS-LINE-INSURED   TO WS-GT-INSURED
079800     ADD WS-LINE-UNINSURED TO WS-GT-UNINSURED
079900
080000     IF WS-PD-MATCHED-FLAG = 'Y'
080100         MOVE WS-PD-CUSTOMER-NUMBER TO WS-EDIT-CUSTOMER
080200     ELSE
080300         MOVE "*NO MATCH" TO WS-EDIT-CUSTOMER
080400     END-IF
080500     MOVE WS-PD-ACCOUNTS (WS-CAT-SUB) TO WS-EDIT-ACCOUNTS
080600     MOVE WS-PD-AMOUNT (WS-CAT-SUB) TO WS-EDIT-AMOUNT-1
080700     MOVE WS-LINE-INSURED   TO WS-EDIT-AMOUNT-2
080800     MOVE WS-LINE-UNINSURED TO WS-EDIT-AMOUNT-3
080900     MOVE SPACES TO WS-ARCHIVE-LINE
081000     STRING WS-EDIT-CUSTOMER " " WS-PD-NAME
081100         " " WS-CT-CODE (WS-CAT-SUB)
081200         " " WS-EDIT-ACCOUNTS
081300         " " WS-EDIT-AMOUNT-1
081400         " " WS-EDIT-AMOUNT-2
081500         " " WS-EDIT-AMOUNT-3
081600         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
081700     PERFORM 8000-WRITE-REPORT-LINE
081800         THRU 8000-WRITE-REPORT-LINE-EXIT
081900
082000     MOVE SPACES TO DEPOSITOR-FILE-RECORD
082100     SET DF-DETAIL TO TRUE
082200     MOVE WS-PD-CUSTOMER-NUMBER      TO DF-CUSTOMER-NUMBER
082300     MOVE WS-PD-NAME                 TO DF-DEPOSITOR-NAME
082400     MOVE WS-PD-TAX-ID               TO DF-TAX-ID
082500     MOVE WS-CT-CODE (WS-CAT-SUB)    TO DF-OWNERSHIP-CATEGORY
082600     MOVE WS-PD-ACCOUNTS (WS-CAT-SUB) TO DF-ACCOUNT-COUNT
082700     MOVE WS-PD-AMOUNT (WS-CAT-SUB)  TO DF-TOTAL-DEPOSITS
082800     MOVE WS-LINE-INSURED            TO DF-INSURED-AMOUNT
082900     MOVE WS-LINE-UNINSURED          TO DF-UNINSURED-AMOUNT
083000     MOVE WS-PD-MATCHED-FLAG         TO DF-CUSTOMER-MATCHED
083100     WRITE DEPOSITOR-FILE-RECORD
083200     ADD 1 TO WS-DETAILS-WRITTEN
083300     .
083400 3410-REPORT-ONE-CATEGORY-EXIT.
083500     EXIT.
083600*----------------------------------------------------------------
083700 3900-RETURN-NEXT-ROW.
083800     RETURN DEPINS-SORT-FILE
083900         AT END
084000             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
084100     END-RETURN
084200     .
084300 3900-RETURN-NEXT-ROW-EXIT.
084400     EXIT.
084500*----------------------------------------------------------------
084600*  4000-WRITE-TOTALS  --  TOTALS BY OWNERSHIP CATEGORY AND FOR
084700*  THE BANK, THE PROOF OF THE ALLOCATION AGAINST THE BALANCES
084800*  TAKEN IN, THE EXCEPTION COUNTS, AND THE FILE TRAILER.
084900*----------------------------------------------------------------
085000 4000-WRITE-TOTALS.
085100     MOVE SPACES TO WS-ARCHIVE-LINE
085200     PERFORM 8000-WRITE-REPORT-LINE
085300         THRU 8000-WRITE-REPORT-LINE-EXIT
085400     MOVE "TOTALS BY OWNERSHIP CATEGORY" TO WS-ARCHIVE-LINE
085500     PERFORM 8000-WRITE-REPORT-LINE
085600         THRU 8000-WRITE-REPORT-LINE-EXIT
085700     PERFORM 4100-WRITE-ONE-CATEGORY-TOTAL
085800         THRU 4100-WRITE-ONE-CATEGORY-TOTAL-EXIT
085900         VARYING WS-CAT-SUB FROM 1 BY 1
086000         UNTIL WS-CAT-SUB > 3
086100     MOVE WS-DEPOSITORS-REPORTED TO WS-EDIT-COUNT
086200     MOVE WS-GT-DEPOSITS  TO WS-EDIT-AMOUNT-1
086300     MOVE WS-GT-INSURED   TO WS-EDIT-AMOUNT-2
086400     MOVE WS-GT-UNINSURED TO WS-EDIT-AMOUNT-3
086500     MOVE SPACES TO WS-ARCHIVE-LINE
086600     STRING "    ALL CATEGORIES           " WS-EDIT-COUNT
086700         "            " WS-EDIT-AMOUNT-1
086800         " " WS-EDIT-AMOUNT-2
086900         " " WS-EDIT-AMOUNT-3
087000         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
087100     PERFORM 8000-WRITE-REPORT-LINE
087200         THRU 8000-WRITE-REPORT-LINE-EXIT
087300
087400     MOVE SPACES TO WS-ARCHIVE-LINE
087500     PERFORM 8000-WRITE-REPORT-LINE
087600         THRU 8000-WRITE-REPORT-LINE-EXIT
087700     MOVE WS-TOTAL-TAKEN-IN TO WS-EDIT-AMOUNT-1
087800     MOVE SPACES TO WS-ARCHIVE-LINE
087900     IF WS-GT-DEPOSITS = WS-TOTAL-TAKEN-IN
088000         STRING "PROOF: DEPOSIT BALANCES TAKEN IN "
088100             WS-EDIT-AMOUNT-1 " - ALLOCATED IN FULL"
088200             DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
088300     ELSE
088400         STRING "PROOF: DEPOSIT BALANCES TAKEN IN "
088500             WS-EDIT-AMOUNT-1 " - OUT OF BALANCE, DO NOT "
088600             "SUBMIT"
088700             DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
088800     END-IF
088900     PERFORM 8000-WRITE-REPORT-LINE
089000         THRU 8000-WRITE-REPORT-LINE-EXIT
089100     MOVE WS-OVER-LIMIT-COUNT TO WS-EDIT-COUNT
089200     MOVE SPACES TO WS-ARCHIVE-LINE
089300     STRING "DEPOSITORS WITH UNINSURED DEPOSITS  " WS-EDIT-COUNT
089400         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
089500     PERFORM 8000-WRITE-REPORT-LINE
089600         THRU 8000-WRITE-REPORT-LINE-EXIT
089700     MOVE WS-UNMATCHED-COUNT TO WS-EDIT-COUNT
089800     MOVE SPACES TO WS-ARCHIVE-LINE
089900     STRING "CO-SIGNATORIES NOT MATCHED TO ONE   "
090000         "CUSTOMER (*NO MATCH) " WS-EDIT-COUNT
090100         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
090200     PERFORM 8000-WRITE-REPORT-LINE
090300         THRU 8000-WRITE-REPORT-LINE-EXIT
090400     MOVE WS-NO-CO-OWNER-COUNT TO WS-EDIT-COUNT
090500     MOVE SPACES TO WS-ARCHIVE-LINE
090600     STRING "JOINT ACCOUNTS WITH NO CO-SIGNATORY " WS-EDIT-COUNT
090700         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
090800     PERFORM 8000-WRITE-REPORT-LINE
090900         THRU 8000-WRITE-REPORT-LINE-EXIT
091000     MOVE WS-UNCONVERTED-COUNT TO WS-EDIT-COUNT
091100     MOVE SPACES TO WS-ARCHIVE-LINE
091200     STRING "BALANCES TAKEN AT FACE - NO RATE    " WS-EDIT-COUNT
091300         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
091400     PERFORM 8000-WRITE-REPORT-LINE
091500         THRU 8000-WRITE-REPORT-LINE-EXIT
091600
091700     MOVE SPACES TO DEPOSITOR-FILE-RECORD
091800     SET DF-TRAILER TO TRUE
091900     MOVE WS-DETAILS-WRITTEN TO DF-DETAIL-COUNT
092000     MOVE WS-GT-DEPOSITS     TO DF-ALL-DEPOSITS
092100     MOVE WS-GT-INSURED      TO DF-ALL-INSURED
092200     MOVE WS-GT-UNINSURED    TO DF-ALL-UNINSURED
092300     WRITE DEPOSITOR-FILE-RECORD
092400     .
092500 4000-WRITE-TOTALS-EXIT.
092600     EXIT.
092700*----------------------------------------------------------------
092800 4100-WRITE-ONE-CATEGORY-TOTAL.
092900     MOVE WS-CAT-DEPOSITORS (WS-CAT-SUB) TO WS-EDIT-COUNT
093000     MOVE WS-CAT-DEPOSITS (WS-CAT-SUB)   TO WS-EDIT-AMOUNT-1
093100     MOVE WS-CAT-INSURED (WS-CAT-SUB)    TO WS-EDIT-AMOUNT-2
093200     MOVE WS-CAT-UNINSURED (WS-CAT-SUB)  TO WS-EDIT-AMOUNT-3
093300     MOVE SPACES TO WS-ARCHIVE-LINE
093400     STRING "    " WS-CT-CODE (WS-CAT-SUB)
093500         " " WS-CT-TITLE (WS-CAT-SUB)
093600         " " WS-EDIT-COUNT
093700         "            " WS-EDIT-AMOUNT-1
093800         " " WS-EDIT-AMOUNT-2
093900         " " WS-EDIT-AMOUNT-3
094000         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
094100     PERFORM 8000-WRITE-REPORT-LINE
094200         THRU 8000-WRITE-REPORT-LINE-EXIT
094300     .
094400 4100-WRITE-ONE-CATEGORY-TOTAL-EXIT.
094500     EXIT.
094600*----------------------------------------------------------------
094700 8000-WRITE-REPORT-LINE.
094800     MOVE WS-ARCHIVE-LINE TO DEPINS-REVIEW-LINE
094900     WRITE DEPINS-REVIEW-LINE
095000     CALL "RPTARCH-WRITE" USING WS-ARCHIVE-REPORT-ID
095100         WS-ARCHIVE-LINE
095200     .
095300 8000-WRITE-REPORT-LINE-EXIT.
095400     EXIT.
095500 END PROGRAM DEP-INSURANCE-CALC.
