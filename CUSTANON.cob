000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CUST-ANONYMIZE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  YEARLY PERSONAL DATA
001300*                     RETENTION RUN.  A CUSTOMER WHOSE EVERY
001400*                     ACCOUNT HAS BEEN PURGED TO THE ARCHIVE BY
001500*                     ACCTARCHV, AND WHOSE LAST ACCOUNT CLOSED
001600*                     BEFORE THE ANON-RETAIN-DATE ROW ON THE
001700*                     PARAMETER FILE, HAS THEIR NAME, ADDRESS,
001800*                     BIRTH AND DEATH DATES, TAX ID, PHONE AND
001900*                     EMAIL CLEARED FROM THE CUSTOMER MASTER,
002000*                     AND THE AGE FLAGS (MINOR, SENIOR CITIZEN)
002100*                     CLEARED FROM THEIR ARCHIVED ACCOUNTS.
002200*                     CUSTOMER NUMBERS, ACCOUNT NUMBERS, DATES
002300*                     AND AMOUNTS ARE KEPT SO THE FINANCIAL
002400*                     HISTORY STILL JOINS.  A CUSTOMER IS HELD
002500*                     BACK, AND REPORTED WITH THE REASON, FOR A
002600*                     LOAN NOT YET CLOSED, A LEGAL ORDER STILL
002700*                     SERVED OR ANSWERED, A SAR CASE NOT CLOSED
002800*                     OR AN ATM DISPUTE STILL BEING WORKED.
002900*                     EACH CUSTOMER ANONYMIZED GETS A RECORD ON
003000*                     THE CERTIFICATE REGISTER (ANONCERT).  NO
003100*                     BEFORE-IMAGE AUDIT ROW IS WRITTEN - THAT
003200*                     WOULD KEEP THE VERY DETAILS BEING CLEARED.
003300*                     THE SYSIN FLAG PICKS TRIAL (REPORT ONLY)
003400*                     OR LIVE, AS FOR ACCT-RENUMBER.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     COPY CUSTMSEL.
004000     COPY ACCTMSEL.
004100     COPY LOANMSEL.
004200     COPY ARCHSEL.
004300     COPY LEGLSEL.
004400     COPY SARCSEL.
004500     COPY SARDSEL.
004600     COPY ATMDSEL.
004700     COPY PARMSEL.
004800     COPY ANCTSEL.
004900     SELECT ARCHIVE-COPY-FILE ASSIGN TO "ARCHCOPY"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ARCHCOPY-STATUS.
005200     SELECT ANON-EVENT-FILE ASSIGN TO "ANONEVNT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ANONEVNT-STATUS.
005500     SELECT ACCT-SORT-FILE ASSIGN TO "ANONASRT".
005600     SELECT CUST-SORT-FILE ASSIGN TO "ANONCSRT".
005700     SELECT ANON-REPORT-FILE ASSIGN TO "ANONRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-ANONRPT-STATUS.
006000*================================================================
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CUSTOMER-MASTER-FILE.
006400     COPY CUSTMAST.
006500 FD  ACCOUNT-MASTER-FILE.
006600     COPY ACCTMAST.
006700 FD  LOAN-MASTER-FILE.
006800     COPY LOANMAST.
006900 FD  ACCOUNT-ARCHIVE-FILE.
007000 01  ACCOUNT-ARCHIVE-RECORD.
007100     05  AR-ACCT-NUMBER            PIC 9(10).
007200     05  AR-STATUS-CODE            PIC X.
007300     05  AR-TYPE-CODE              PIC X.
007400     05  AR-CUSTOMER-NUMBER        PIC 9(09).
007500     05  AR-BALANCE                PIC S9(09)V99.
007600     05  AR-OPEN-DATE              PIC 9(08).
007700     05  AR-CLOSE-DATE             PIC 9(08).
007800     05  AR-LAST-ACTIVITY-DATE     PIC 9(08).
007900     05  AR-MINOR-FLAG             PIC X.
008000     05  AR-GUARDIAN-ACCT-NUMBER   PIC 9(10).
008100     05  AR-MINOR-WITHDRAWAL-CAP   PIC 9(09)V99.
008200     05  AR-SENIOR-CITIZEN-FLAG    PIC X.
008300     05  AR-BRANCH-ID              PIC X(06).
008400     05  AR-DAILY-WITHDRAWN-TOTAL  PIC S9(09)V99.
008500     05  AR-DAILY-WITHDRAWN-DATE   PIC 9(08).
008600     05  AR-DAILY-WITHDRAWAL-CNT   PIC 9(04).
008700     05  AR-OVERDRAFT-LIMIT        PIC 9(09)V99.
008800     05  AR-OPENING-BALANCE        PIC S9(09)V99.
008900     05  AR-CURRENCY-CODE          PIC X(03).
009000     05  AR-SIGNATORY-COUNT        PIC 9(01).
009100     05  AR-AUTH-RULE              PIC X.
009200 FD  LEGAL-ORDER-FILE.
009300     COPY LEGLREC.
009400 FD  SAR-CASE-FILE.
009500     COPY SARCREC.
009600 FD  SAR-DETAIL-FILE.
009700     COPY SARDREC.
009800 FD  ATM-DISPUTE-FILE.
009900     COPY ATMDREC.
010000 FD  BUSINESS-PARAMETER-FILE.
010100     COPY PARMREC.
010200 FD  ANON-CERTIFICATE-FILE.
010300     COPY ANCTREC.
010400*----------------------------------------------------------------
010500*  A STRAIGHT COPY OF THE ARCHIVE TAKEN AS IT IS READ, SO A
010600*  LIVE RUN CAN WRITE THE ARCHIVE BACK WITH THE ANONYMIZED
010700*  CUSTOMERS' AGE FLAGS CLEARED.
010800*----------------------------------------------------------------
010900 FD  ARCHIVE-COPY-FILE.
011000 01  ARCHIVE-COPY-RECORD           PIC X(135).
011100*----------------------------------------------------------------
011200*  ONE CUSTOMER-LEVEL FACT, LAID OUT AS CUST-SORT-RECORD BELOW.
011300*  WRITTEN BY THE FIRST SORT (LEGAL ORDERS, SAR SUBJECTS NAMED
011400*  BY CUSTOMER, AND THE ARCHIVED ACCOUNTS WITH THEIR LOANS,
011500*  DISPUTES AND SAR SUBJECTS TIED BACK TO THE ARCHIVED
011600*  CUSTOMER) AND READ BY THE SECOND.
011700*----------------------------------------------------------------
011800 FD  ANON-EVENT-FILE.
011900 01  ANON-EVENT-RECORD.
012000     05  EV-CUSTOMER-NUMBER        PIC 9(09).
012100     05  EV-ROW-KIND               PIC X.
012200     05  EV-ROW-DATE               PIC 9(08).
012300     05  EV-ACCT-NUMBER            PIC 9(10).
012400     05  EV-REFERENCE              PIC X(14).
012500     05  EV-STATUS-CODE            PIC X.
012600*----------------------------------------------------------------
012700*  FIRST SORT - BY ACCOUNT.  THE ARCHIVE ROWS (KIND A) SORT
012800*  AHEAD OF THE LOANS, DISPUTES AND SAR SUBJECTS AGAINST THE
012900*  SAME ACCOUNT, SO EACH OF THOSE FINDS ITS CUSTOMER FROM THE
013000*  ARCHIVE.  ONLY ACCOUNTS NO LONGER ON THE MASTER COME HERE -
013100*  A CUSTOMER WITH AN ACCOUNT STILL ON THE MASTER IS NOT EXITED
013200*  AND NEEDS NOTHING MORE CHECKED.
013300*----------------------------------------------------------------
013400 SD  ACCT-SORT-FILE.
013500 01  ACCT-SORT-RECORD.
013600     05  AS-ACCT-NUMBER            PIC 9(10).
013700     05  AS-ROW-KIND               PIC X.
013800         88  AS-ARCHIVE-ROW        VALUE 'A'.
013900         88  AS-DISPUTE-ROW        VALUE 'D'.
014000         88  AS-LOAN-ROW           VALUE 'L'.
014100         88  AS-SAR-ROW            VALUE 'S'.
014200     05  AS-ROW-DATE               PIC 9(08).
014300     05  AS-CUSTOMER-NUMBER        PIC 9(09).
014400     05  AS-REFERENCE              PIC X(14).
014500     05  AS-STATUS-CODE            PIC X.
014600*----------------------------------------------------------------
014700*  SECOND SORT - BY CUSTOMER.  EVERY CUSTOMER MASTER ROW, EVERY
014800*  ACCOUNT STILL ON THE ACCOUNT MASTER AND EVERY EVENT FROM THE
014900*  FIRST SORT, SO ONE CUSTOMER'S WHOLE RELATIONSHIP ARRIVES
015000*  TOGETHER.  CS-STATUS-CODE IS THE ANONYMIZED FLAG ON A
015100*  CUSTOMER ROW, THE LOAN STATUS ON A LOAN ROW AND THE
015200*  ARCHIVED STATUS ON AN ARCHIVED ACCOUNT ROW.
015300*----------------------------------------------------------------
015400 SD  CUST-SORT-FILE.
015500 01  CUST-SORT-RECORD.
015600     05  CS-CUSTOMER-NUMBER        PIC 9(09).
015700     05  CS-ROW-KIND               PIC X.
015800         88  CS-ACCOUNT-ROW        VALUE 'A'.
015900         88  CS-CUSTOMER-ROW       VALUE 'C'.
016000         88  CS-DISPUTE-ROW        VALUE 'D'.
016100         88  CS-LEGAL-ORDER-ROW    VALUE 'G'.
016200         88  CS-LOAN-ROW           VALUE 'L'.
016300         88  CS-ARCHIVED-ROW       VALUE 'R'.
016400         88  CS-SAR-ROW            VALUE 'S'.
016500     05  CS-ROW-DATE               PIC 9(08).
016600     05  CS-ACCT-NUMBER            PIC 9(10).
016700     05  CS-REFERENCE              PIC X(14).
016800     05  CS-STATUS-CODE            PIC X.
016900 FD  ANON-REPORT-FILE.
017000 01  ANON-REPORT-LINE              PIC X(100).
017100*----------------------------------------------------------------
017200 WORKING-STORAGE SECTION.
017300 01  WS-FILE-STATUSES.
017400     05  WS-CUSTMAST-STATUS        PIC XX.
017500     05  WS-ACCTMAST-STATUS        PIC XX.
017600     05  WS-LOANMAST-STATUS        PIC XX.
017700     05  WS-ACCTARCH-STATUS        PIC XX.
017800     05  WS-LEGLFILE-STATUS        PIC XX.
017900     05  WS-SARCASE-STATUS         PIC XX.
018000     05  WS-SARDETL-STATUS         PIC XX.
018100     05  WS-ATMDISP-STATUS         PIC XX.
018200     05  WS-BUSPARM-STATUS         PIC XX.
018300     05  WS-ANONCERT-STATUS        PIC XX.
018400     05  WS-ARCHCOPY-STATUS        PIC XX.
018500     05  WS-ANONEVNT-STATUS        PIC XX.
018600     05  WS-ANONRPT-STATUS         PIC XX.
018700*----------------------------------------------------------------
018800 01  WS-WORK-FIELDS.
018900     05  WS-RUN-MODE               PIC X.
019000         88  WS-TRIAL-MODE         VALUE 'T'.
019100         88  WS-LIVE-MODE          VALUE 'L'.
019200     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
019300         88  NO-MORE-PARMS         VALUE 'Y'.
019400     05  WS-INPUT-EOF-SWITCH       PIC X VALUE 'N'.
019500         88  NO-MORE-INPUT         VALUE 'Y'.
019600     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
019700         88  NO-MORE-SORTED-ROWS   VALUE 'Y'.
019800     05  WS-ON-MASTER-SWITCH       PIC X.
019900         88  WS-ACCT-ON-MASTER     VALUE 'Y'.
020000     05  WS-HELD-SWITCH            PIC X.
020100         88  WS-CUSTOMER-HELD      VALUE 'Y'.
020200     05  WS-ARCH-ANON-SWITCH       PIC X.
020300         88  WS-ARCH-CUST-ANONYMIZED VALUE 'Y'.
020400     05  WS-OPEN-STATUS            PIC XX.
020500     05  WS-FILE-TITLE             PIC X(20).
020600     05  WS-RETENTION-DATE         PIC 9(08) VALUE 0.
020700     05  WS-LOOKUP-ACCT-NUMBER     PIC 9(10).
020800     05  WS-CURRENT-ACCT           PIC 9(10).
020900     05  WS-ARCHIVE-CUSTOMER       PIC 9(09).
021000     05  WS-LAST-CASE-ID           PIC 9(08).
021100     05  WS-LAST-CASE-OPEN         PIC X.
021200     05  WS-LAST-ARCH-CUSTOMER     PIC 9(09).
021300     05  WS-CURRENT-CUSTOMER       PIC 9(09).
021400     05  WS-SKIP-REASON            PIC X(24).
021500     05  WS-SKIP-REFERENCE         PIC X(14).
021600*----------------------------------------------------------------
021700*  ONE CUSTOMER'S RELATIONSHIP, GATHERED FROM THEIR SORT ROWS.
021800*----------------------------------------------------------------
021900 01  WS-CUSTOMER-FIELDS.
022000     05  WS-CG-MASTER-SWITCH       PIC X.
022100         88  WS-CG-ON-MASTER       VALUE 'Y'.
022200     05  WS-CG-DONE-SWITCH         PIC X.
022300         88  WS-CG-ALREADY-DONE    VALUE 'Y'.
022400     05  WS-CG-LIVE-ACCOUNTS       PIC 9(04) COMP.
022500     05  WS-CG-ARCHIVED-ACCOUNTS   PIC 9(04) COMP.
022600     05  WS-CG-END-DATE            PIC 9(08).
022700     05  WS-CG-OPEN-LOANS          PIC 9(04) COMP.
022800     05  WS-CG-CLOSED-LOANS        PIC 9(04) COMP.
022900     05  WS-CG-LEGAL-ORDERS        PIC 9(04) COMP.
023000     05  WS-CG-SAR-CASES           PIC 9(04) COMP.
023100     05  WS-CG-DISPUTES            PIC 9(04) COMP.
023200     05  WS-CG-LOAN-REF            PIC X(14).
023300     05  WS-CG-LEGAL-REF           PIC X(14).
023400     05  WS-CG-DISPUTE-REF         PIC X(14).
023500*----------------------------------------------------------------
023600*  RUN COUNTS.
023700*----------------------------------------------------------------
023800 01  WS-RUN-COUNTS.
023900     05  WS-ARCHIVE-ROWS-READ      PIC 9(08) COMP VALUE 0.
024000     05  WS-ARCHIVE-ROWS-COPIED    PIC 9(08) COMP VALUE 0.
024100     05  WS-ARCHIVE-ROWS-WRITTEN   PIC 9(08) COMP VALUE 0.
024200     05  WS-ARCHIVE-ROWS-CLEARED   PIC 9(08) COMP VALUE 0.
024300     05  WS-EVENTS-WRITTEN         PIC 9(08) COMP VALUE 0.
024400     05  WS-UNLINKED-ROWS          PIC 9(06) COMP VALUE 0.
024500     05  WS-CUSTOMERS-READ         PIC 9(08) COMP VALUE 0.
024600     05  WS-NOT-ON-MASTER          PIC 9(08) COMP VALUE 0.
024700     05  WS-ALREADY-ANONYMIZED     PIC 9(08) COMP VALUE 0.
024800     05  WS-STILL-ACTIVE           PIC 9(08) COMP VALUE 0.
024900     05  WS-NO-HISTORY             PIC 9(08) COMP VALUE 0.
025000     05  WS-WITHIN-RETENTION       PIC 9(08) COMP VALUE 0.
025100     05  WS-CUSTOMERS-HELD         PIC 9(08) COMP VALUE 0.
025200     05  WS-CUSTOMERS-ELIGIBLE     PIC 9(08) COMP VALUE 0.
025300     05  WS-CUSTOMERS-ANONYMIZED   PIC 9(08) COMP VALUE 0.
025400     05  WS-UPDATE-ERRORS          PIC 9(06) COMP VALUE 0.
025500*----------------------------------------------------------------
025600 01  WS-PRINT-FIELDS.
025700     05  WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
025800     05  WS-EDIT-SMALL             PIC ZZZ9.
025900     05  WS-EDIT-SMALL-2           PIC ZZZ9.
026000 01  WS-REPORT-LINE                PIC X(100).
026100 01  WS-DETAIL-HEADING.
026200     05  FILLER                    PIC X(14) VALUE "ACTION".
026300     05  FILLER                    PIC X(11) VALUE "CUSTOMER".
026400     05  FILLER                    PIC X(10) VALUE "ENDED".
026500     05  FILLER                    PIC X(65) VALUE
026600         "REASON / DETAIL".
026700*----------------------------------------------------------------
026800 01  WS-CURRENT-TIMESTAMP          PIC X(21).
026900 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
027000     05  WS-TS-DATE                PIC 9(08).
027100     05  WS-TS-TIME                PIC 9(06).
027200     05  FILLER                    PIC X(07).
027300 01  WS-BUSINESS-DATE              PIC 9(08).
027400 01  WS-BUSDATE-FLAG               PIC X.
027500 01  WS-RUN-HISTORY-FIELDS.
027600     05  WS-RH-STEP-NAME           PIC X(08) VALUE "ANONSTEP".
027700     05  WS-RH-START-TIMESTAMP     PIC X(21).
027800     05  WS-RH-RECORDS-READ        PIC 9(08).
027900     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
028000     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
028100     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
028200*================================================================
028300 PROCEDURE DIVISION.
028400*================================================================
028500 0000-MAINLINE.
028600     ACCEPT WS-RUN-MODE
028700     IF NOT WS-TRIAL-MODE AND NOT WS-LIVE-MODE
028800         DISPLAY "CUSTANON: MODE MUST BE T (TRIAL) OR L "
028900             "(LIVE) - NOTHING DONE"
029000         MOVE 8 TO RETURN-CODE
029100         STOP RUN
029200     END-IF
029300     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
029400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
029500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
029600         WS-BUSDATE-FLAG
029700     IF WS-BUSDATE-FLAG = "Y"
029800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
029900     END-IF
030000     PERFORM 1000-INITIALIZE
030100         THRU 1000-INITIALIZE-EXIT
030200     IF WS-RH-COMPLETION-CODE NOT = ZERO
030300         GO TO 0000-WRITE-RUN-HISTORY
030400     END-IF
030500
030600     SORT ACCT-SORT-FILE
030700         ON ASCENDING KEY AS-ACCT-NUMBER
030800         ON ASCENDING KEY AS-ROW-KIND
030900         ON ASCENDING KEY AS-ROW-DATE
031000         INPUT PROCEDURE IS 2000-RELEASE-ACCOUNT-ROWS
031100             THRU 2000-RELEASE-ACCOUNT-ROWS-EXIT
031200         OUTPUT PROCEDURE IS 3000-WRITE-ACCOUNT-EVENTS
031300             THRU 3000-WRITE-ACCOUNT-EVENTS-EXIT
031400     CLOSE ANON-EVENT-FILE
031500     IF WS-RH-COMPLETION-CODE = 16
031600         GO TO 0000-FINISH
031700     END-IF
031800
031900     SORT CUST-SORT-FILE
032000         ON ASCENDING KEY CS-CUSTOMER-NUMBER
032100         ON ASCENDING KEY CS-ROW-KIND
032200         ON ASCENDING KEY CS-ROW-DATE
032300         INPUT PROCEDURE IS 4000-RELEASE-CUSTOMER-ROWS
032400             THRU 4000-RELEASE-CUSTOMER-ROWS-EXIT
032500         OUTPUT PROCEDURE IS 5000-JUDGE-CUSTOMERS
032600             THRU 5000-JUDGE-CUSTOMERS-EXIT
032700     IF WS-RH-COMPLETION-CODE = 16
032800         GO TO 0000-FINISH
032900     END-IF
033000
033100     IF WS-LIVE-MODE AND WS-CUSTOMERS-ANONYMIZED > ZERO
033200         PERFORM 6000-REWRITE-ARCHIVE
033300             THRU 6000-REWRITE-ARCHIVE-EXIT
033400     END-IF
033500     .
033600 0000-FINISH.
033700     PERFORM 9000-WRITE-SUMMARY
033800         THRU 9000-WRITE-SUMMARY-EXIT
033900     CLOSE ANON-REPORT-FILE
034000     IF WS-LIVE-MODE
034100         CLOSE ANON-CERTIFICATE-FILE
034200     END-IF
034300     .
034400 0000-WRITE-RUN-HISTORY.
034500     MOVE WS-CUSTOMERS-READ TO WS-RH-RECORDS-READ
034600     MOVE WS-CUSTOMERS-ANONYMIZED TO WS-RH-RECORDS-UPDATED
034700     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
034800         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
034900         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
035000         WS-RH-COMPLETION-CODE
035100     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
035200     STOP RUN.
035300*----------------------------------------------------------------
035400*  1000-INITIALIZE  --  THE RETENTION DATE MUST COME FROM THE
035500*  PARAMETER FILE AND LIE BEFORE THE BUSINESS DATE; CLEARING
035600*  PERSONAL DETAILS CANNOT BE UNDONE, SO THERE IS NO DEFAULT.
035700*----------------------------------------------------------------
035800 1000-INITIALIZE.
035900     PERFORM 1100-LOAD-PARAMETERS
036000         THRU 1100-LOAD-PARAMETERS-EXIT
036100     IF WS-RETENTION-DATE = ZERO
036200         DISPLAY "CUSTANON: NO ANON-RETAIN-DATE ON THE "
036300             "PARAMETER FILE - NOTHING ANONYMIZED"
036400         MOVE 16 TO WS-RH-COMPLETION-CODE
036500         GO TO 1000-INITIALIZE-EXIT
036600     END-IF
036700     IF WS-RETENTION-DATE NOT < WS-TS-DATE
036800         DISPLAY "CUSTANON: RETENTION DATE " WS-RETENTION-DATE
036900             " IS NOT BEFORE THE BUSINESS DATE " WS-TS-DATE
037000             " - NOTHING ANONYMIZED"
037100         MOVE 16 TO WS-RH-COMPLETION-CODE
037200         GO TO 1000-INITIALIZE-EXIT
037300     END-IF
037400     OPEN OUTPUT ANON-REPORT-FILE
037500     IF WS-ANONRPT-STATUS NOT = "00"
037600         DISPLAY "CUSTANON: UNABLE TO OPEN THE REPORT, "
037700             "STATUS = " WS-ANONRPT-STATUS
037800         MOVE 16 TO WS-RH-COMPLETION-CODE
037900         GO TO 1000-INITIALIZE-EXIT
038000     END-IF
038100     IF WS-LIVE-MODE
038200         OPEN EXTEND ANON-CERTIFICATE-FILE
038300         IF WS-ANONCERT-STATUS = "35"
038400             CLOSE ANON-CERTIFICATE-FILE
038500             OPEN OUTPUT ANON-CERTIFICATE-FILE
038600         END-IF
038700         IF WS-ANONCERT-STATUS NOT = "00"
038800             DISPLAY "CUSTANON: UNABLE TO OPEN THE CERTIFICATE "
038900                 "REGISTER, STATUS = " WS-ANONCERT-STATUS
039000             CLOSE ANON-REPORT-FILE
039100             MOVE 16 TO WS-RH-COMPLETION-CODE
039200             GO TO 1000-INITIALIZE-EXIT
039300         END-IF
039400     END-IF
039500
039600     MOVE SPACES TO WS-REPORT-LINE
039700     STRING "CUSTOMER ANONYMIZATION - RUN DATE " WS-TS-DATE
039800         " - RETENTION DATE " WS-RETENTION-DATE
039900         DELIMITED BY SIZE INTO WS-REPORT-LINE
040000     PERFORM 8000-WRITE-REPORT-LINE
040100         THRU 8000-WRITE-REPORT-LINE-EXIT
040200     IF WS-TRIAL-MODE
040300         MOVE "TRIAL RUN - NOTHING IS CHANGED" TO WS-REPORT-LINE
040400     ELSE
040500         MOVE "LIVE RUN" TO WS-REPORT-LINE
040600     END-IF
040700     PERFORM 8000-WRITE-REPORT-LINE
040800         THRU 8000-WRITE-REPORT-LINE-EXIT
040900     MOVE SPACES TO WS-REPORT-LINE
041000     PERFORM 8000-WRITE-REPORT-LINE
041100         THRU 8000-WRITE-REPORT-LINE-EXIT
041200     MOVE WS-DETAIL-HEADING TO WS-REPORT-LINE
041300     PERFORM 8000-WRITE-REPORT-LINE
041400         THRU 8000-WRITE-REPORT-LINE-EXIT
041500     .
041600 1000-INITIALIZE-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------
041900 1100-LOAD-PARAMETERS.
042000     OPEN INPUT BUSINESS-PARAMETER-FILE
042100     IF WS-BUSPARM-STATUS NOT = "00"
042200         GO TO 1100-LOAD-PARAMETERS-EXIT
042300     END-IF
042400     PERFORM 1110-READ-ONE-PARAMETER
042500         THRU 1110-READ-ONE-PARAMETER-EXIT
042600         UNTIL NO-MORE-PARMS
042700     CLOSE BUSINESS-PARAMETER-FILE
042800     .
042900 1100-LOAD-PARAMETERS-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200 1110-READ-ONE-PARAMETER.
043300     READ BUSINESS-PARAMETER-FILE
043400         AT END
043500             MOVE 'Y' TO WS-PARM-EOF-SWITCH
043600             GO TO 1110-READ-ONE-PARAMETER-EXIT
043700     END-READ
043800     EVALUATE BP-PARM-NAME
043900         WHEN "ANON-RETAIN-DATE"
044000             MOVE BP-PARM-VALUE TO WS-RETENTION-DATE
044100         WHEN OTHER
044200             CONTINUE
044300     END-EVALUATE
044400     .
044500 1110-READ-ONE-PARAMETER-EXIT.
044600     EXIT.
044700*================================================================
044800*  FIRST SORT - INPUT PROCEDURE.
044900*================================================================
045000*  2000-RELEASE-ACCOUNT-ROWS  --  THE ARCHIVE (COPIED AS IT IS
045100*  READ), THEN THE LOANS, DISPUTES AND SAR SUBJECTS ON ACCOUNTS
045200*  NO LONGER ON THE MASTER.  OPEN LEGAL ORDERS AND SAR SUBJECTS
045300*  NAMED BY CUSTOMER NUMBER GO STRAIGHT TO THE EVENT FILE.  A
045400*  FILE THAT IS NOT THERE HOLDS NOTHING; ONE THAT IS THERE BUT
045500*  WILL NOT OPEN STOPS THE RUN, SINCE A HOLD COULD BE MISSED.
045600*----------------------------------------------------------------
045700 2000-RELEASE-ACCOUNT-ROWS.
045800     OPEN OUTPUT ANON-EVENT-FILE
045900     IF WS-ANONEVNT-STATUS NOT = "00"
046000         MOVE "EVENT WORK FILE" TO WS-FILE-TITLE
046100         MOVE WS-ANONEVNT-STATUS TO WS-OPEN-STATUS
046200         GO TO 2000-OPEN-FAILED
046300     END-IF
046400     OPEN INPUT ACCOUNT-MASTER-FILE
046500     IF WS-ACCTMAST-STATUS NOT = "00"
046600         MOVE "ACCOUNT MASTER" TO WS-FILE-TITLE
046700         MOVE WS-ACCTMAST-STATUS TO WS-OPEN-STATUS
046800         GO TO 2000-OPEN-FAILED
046900     END-IF
047000
047100     OPEN INPUT ACCOUNT-ARCHIVE-FILE
047200     IF WS-ACCTARCH-STATUS = "00"
047300         OPEN OUTPUT ARCHIVE-COPY-FILE
047400         IF WS-ARCHCOPY-STATUS NOT = "00"
047500             CLOSE ACCOUNT-ARCHIVE-FILE
047600             MOVE "ARCHIVE COPY" TO WS-FILE-TITLE
047700             MOVE WS-ARCHCOPY-STATUS TO WS-OPEN-STATUS
047800             GO TO 2000-OPEN-FAILED
047900         END-IF
048000         MOVE 'N' TO WS-INPUT-EOF-SWITCH
048100         PERFORM 2100-RELEASE-ONE-ARCHIVE-ROW
048200             THRU 2100-RELEASE-ONE-ARCHIVE-ROW-EXIT
048300             UNTIL NO-MORE-INPUT
048400         CLOSE ACCOUNT-ARCHIVE-FILE
048500         CLOSE ARCHIVE-COPY-FILE
048600     ELSE
048700         IF WS-ACCTARCH-STATUS NOT = "35"
048800             MOVE "ACCOUNT ARCHIVE" TO WS-FILE-TITLE
048900             MOVE WS-ACCTARCH-STATUS TO WS-OPEN-STATUS
049000             GO TO 2000-OPEN-FAILED
049100         END-IF
049200     END-IF
049300
049400     OPEN INPUT LOAN-MASTER-FILE
049500     IF WS-LOANMAST-STATUS = "00"
049600         MOVE 'N' TO WS-INPUT-EOF-SWITCH
049700         PERFORM 2200-RELEASE-ONE-LOAN
049800             THRU 2200-RELEASE-ONE-LOAN-EXIT
049900             UNTIL NO-MORE-INPUT
050000         CLOSE LOAN-MASTER-FILE
050100     ELSE
050200         IF WS-LOANMAST-STATUS NOT = "35"
050300             MOVE "LOAN MASTER" TO WS-FILE-TITLE
050400             MOVE WS-LOANMAST-STATUS TO WS-OPEN-STATUS
050500             GO TO 2000-OPEN-FAILED
050600         END-IF
050700     END-IF
050800
050900     OPEN INPUT ATM-DISPUTE-FILE
051000     IF WS-ATMDISP-STATUS = "00"
051100         MOVE 'N' TO WS-INPUT-EOF-SWITCH
051200         PERFORM 2300-RELEASE-ONE-DISPUTE
051300             THRU 2300-RELEASE-ONE-DISPUTE-EXIT
051400             UNTIL NO-MORE-INPUT
051500         CLOSE ATM-DISPUTE-FILE
051600     ELSE
051700         IF WS-ATMDISP-STATUS NOT = "35"
051800             MOVE "ATM DISPUTE FILE" TO WS-FILE-TITLE
051900             MOVE WS-ATMDISP-STATUS TO WS-OPEN-STATUS
052000             GO TO 2000-OPEN-FAILED
052100         END-IF
052200     END-IF
052300
052400     OPEN INPUT SAR-DETAIL-FILE
052500     IF WS-SARDETL-STATUS = "00"
052600         OPEN INPUT SAR-CASE-FILE
052700         IF WS-SARCASE-STATUS NOT = "00"
052800             CLOSE SAR-DETAIL-FILE
052900             MOVE "SAR CASE FILE" TO WS-FILE-TITLE
053000             MOVE WS-SARCASE-STATUS TO WS-OPEN-STATUS
053100             GO TO 2000-OPEN-FAILED
053200         END-IF
053300         MOVE ZERO TO WS-LAST-CASE-ID
053400         MOVE 'N' TO WS-INPUT-EOF-SWITCH
053500         PERFORM 2400-RELEASE-ONE-SAR-SUBJECT
053600             THRU 2400-RELEASE-ONE-SAR-SUBJECT-EXIT
053700             UNTIL NO-MORE-INPUT
053800         CLOSE SAR-DETAIL-FILE
053900         CLOSE SAR-CASE-FILE
054000     ELSE
054100         IF WS-SARDETL-STATUS NOT = "35"
054200             MOVE "SAR DETAIL FILE" TO WS-FILE-TITLE
054300             MOVE WS-SARDETL-STATUS TO WS-OPEN-STATUS
054400             GO TO 2000-OPEN-FAILED
054500         END-IF
054600     END-IF
054700
054800     OPEN INPUT LEGAL-ORDER-FILE
054900     IF WS-LEGLFILE-STATUS = "00"
055000         MOVE 'N' TO WS-INPUT-EOF-SWITCH
055100         PERFORM 2500-RELEASE-ONE-LEGAL-ORDER
055200             THRU 2500-RELEASE-ONE-LEGAL-ORDER-EXIT
055300             UNTIL NO-MORE-INPUT
055400         CLOSE LEGAL-ORDER-FILE
055500     ELSE
055600         IF WS-LEGLFILE-STATUS NOT = "35"
055700             MOVE "LEGAL ORDER FILE" TO WS-FILE-TITLE
055800             MOVE WS-LEGLFILE-STATUS TO WS-OPEN-STATUS
055900             GO TO 2000-OPEN-FAILED
056000         END-IF
056100     END-IF
056200     CLOSE ACCOUNT-MASTER-FILE
056300     GO TO 2000-RELEASE-ACCOUNT-ROWS-EXIT
056400     .
056500 2000-OPEN-FAILED.
056600     DISPLAY "CUSTANON: UNABLE TO OPEN " WS-FILE-TITLE
056700         ", STATUS = " WS-OPEN-STATUS " - NOTHING ANONYMIZED"
056800     MOVE SPACES TO WS-REPORT-LINE
056900     STRING "UNABLE TO OPEN " WS-FILE-TITLE ", STATUS = "
057000         WS-OPEN-STATUS " - NOTHING ANONYMIZED"
057100         DELIMITED BY SIZE INTO WS-REPORT-LINE
057200     PERFORM 8000-WRITE-REPORT-LINE
057300         THRU 8000-WRITE-REPORT-LINE-EXIT
057400     MOVE 16 TO WS-RH-COMPLETION-CODE
057500     .
057600 2000-RELEASE-ACCOUNT-ROWS-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------
057900 2100-RELEASE-ONE-ARCHIVE-ROW.
058000     READ ACCOUNT-ARCHIVE-FILE
058100         AT END
058200             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
058300             GO TO 2100-RELEASE-ONE-ARCHIVE-ROW-EXIT
058400     END-READ
058500     ADD 1 TO WS-ARCHIVE-ROWS-READ
058600     MOVE ACCOUNT-ARCHIVE-RECORD TO ARCHIVE-COPY-RECORD
058700     WRITE ARCHIVE-COPY-RECORD
058800     IF WS-ARCHCOPY-STATUS = "00"
058900         ADD 1 TO WS-ARCHIVE-ROWS-COPIED
059000     END-IF
059100     MOVE AR-ACCT-NUMBER     TO AS-ACCT-NUMBER
059200     SET AS-ARCHIVE-ROW      TO TRUE
059300     MOVE AR-CLOSE-DATE      TO AS-ROW-DATE
059400     MOVE AR-CUSTOMER-NUMBER TO AS-CUSTOMER-NUMBER
059500     MOVE SPACES             TO AS-REFERENCE
059600     MOVE AR-STATUS-CODE     TO AS-STATUS-CODE
059700     RELEASE ACCT-SORT-RECORD
059800     .
059900 2100-RELEASE-ONE-ARCHIVE-ROW-EXIT.
060000     EXIT.
060100*----------------------------------------------------------------
060200*  2200-RELEASE-ONE-LOAN  --  EVERY LOAN ON A PURGED ACCOUNT,
060300*  OPEN OR CLOSED; THE CLOSED ONES ARE COUNTED ON THE
060400*  CERTIFICATE.
060500*----------------------------------------------------------------
060600 2200-RELEASE-ONE-LOAN.
060700     READ LOAN-MASTER-FILE NEXT RECORD
060800         AT END
060900             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
061000             GO TO 2200-RELEASE-ONE-LOAN-EXIT
061100     END-READ
061200     MOVE LM-ACCT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
061300     PERFORM 2900-CHECK-ACCOUNT-ON-MASTER
061400         THRU 2900-CHECK-ACCOUNT-ON-MASTER-EXIT
061500     IF WS-ACCT-ON-MASTER
061600         GO TO 2200-RELEASE-ONE-LOAN-EXIT
061700     END-IF
061800     MOVE LM-ACCT-NUMBER     TO AS-ACCT-NUMBER
061900     SET AS-LOAN-ROW         TO TRUE
062000     MOVE LM-DISBURSEMENT-DATE TO AS-ROW-DATE
062100     MOVE ZERO               TO AS-CUSTOMER-NUMBER
062200     MOVE LM-LOAN-NUMBER     TO AS-REFERENCE
062300     MOVE LM-LOAN-STATUS     TO AS-STATUS-CODE
062400     RELEASE ACCT-SORT-RECORD
062500     .
062600 2200-RELEASE-ONE-LOAN-EXIT.
062700     EXIT.
062800*----------------------------------------------------------------
062900 2300-RELEASE-ONE-DISPUTE.
063000     READ ATM-DISPUTE-FILE NEXT RECORD
063100         AT END
063200             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
063300             GO TO 2300-RELEASE-ONE-DISPUTE-EXIT
063400     END-READ
063500     IF NOT AD-CASE-WORKABLE
063600         GO TO 2300-RELEASE-ONE-DISPUTE-EXIT
063700     END-IF
063800     MOVE AD-ACCT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
063900     PERFORM 2900-CHECK-ACCOUNT-ON-MASTER
064000         THRU 2900-CHECK-ACCOUNT-ON-MASTER-EXIT
064100     IF WS-ACCT-ON-MASTER
064200         GO TO 2300-RELEASE-ONE-DISPUTE-EXIT
064300     END-IF
064400     MOVE AD-ACCT-NUMBER     TO AS-ACCT-NUMBER
064500     SET AS-DISPUTE-ROW      TO TRUE
064600     MOVE AD-OPEN-DATE       TO AS-ROW-DATE
064700     MOVE ZERO               TO AS-CUSTOMER-NUMBER
064800     MOVE AD-NETWORK-REF     TO AS-REFERENCE
064900     MOVE AD-STATUS-CODE     TO AS-STATUS-CODE
065000     RELEASE ACCT-SORT-RECORD
065100     .
065200 2300-RELEASE-ONE-DISPUTE-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------
065500*  2400-RELEASE-ONE-SAR-SUBJECT  --  A SUBJECT ON A CASE NOT
065600*  YET CLOSED.  A SUBJECT WHOSE CASE HEADER CANNOT BE FOUND IS
065700*  TAKEN AS OPEN.
065800*----------------------------------------------------------------
065900 2400-RELEASE-ONE-SAR-SUBJECT.
066000     READ SAR-DETAIL-FILE NEXT RECORD
066100         AT END
066200             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
066300             GO TO 2400-RELEASE-ONE-SAR-SUBJECT-EXIT
066400     END-READ
066500     IF NOT SD-SUBJECT
066600         GO TO 2400-RELEASE-ONE-SAR-SUBJECT-EXIT
066700     END-IF
066800     IF SD-CASE-ID NOT = WS-LAST-CASE-ID
066900         MOVE SD-CASE-ID TO WS-LAST-CASE-ID
067000         MOVE SD-CASE-ID TO SC-CASE-ID
067100         MOVE 'Y' TO WS-LAST-CASE-OPEN
067200         READ SAR-CASE-FILE
067300             KEY IS SC-CASE-ID
067400             INVALID KEY
067500                 CONTINUE
067600             NOT INVALID KEY
067700                 IF SC-STATUS-CLOSED
067800                     MOVE 'N' TO WS-LAST-CASE-OPEN
067900                 END-IF
068000         END-READ
068100     END-IF
068200     IF WS-LAST-CASE-OPEN NOT = 'Y'
068300         GO TO 2400-RELEASE-ONE-SAR-SUBJECT-EXIT
068400     END-IF
068500     IF SD-CUSTOMER-NUMBER > ZERO
068600         MOVE SD-CUSTOMER-NUMBER TO EV-CUSTOMER-NUMBER
068700         MOVE 'S'                TO EV-ROW-KIND
068800         MOVE SC-OPENED-DATE     TO EV-ROW-DATE
068900         MOVE SD-ACCT-NUMBER     TO EV-ACCT-NUMBER
069000         MOVE SD-CASE-ID         TO EV-REFERENCE
069100         MOVE SPACE              TO EV-STATUS-CODE
069200         PERFORM 3900-WRITE-EVENT
069300             THRU 3900-WRITE-EVENT-EXIT
069400         GO TO 2400-RELEASE-ONE-SAR-SUBJECT-EXIT
069500     END-IF
069600     IF SD-ACCT-NUMBER = ZERO
069700         GO TO 2400-RELEASE-ONE-SAR-SUBJECT-EXIT
069800     END-IF
069900     MOVE SD-ACCT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
070000     PERFORM 2900-CHECK-ACCOUNT-ON-MASTER
070100         THRU 2900-CHECK-ACCOUNT-ON-MASTER-EXIT
070200     IF WS-ACCT-ON-MASTER
070300         GO TO 2400-RELEASE-ONE-SAR-SUBJECT-EXIT
070400     END-IF
070500     MOVE SD-ACCT-NUMBER     TO AS-ACCT-NUMBER
070600     SET AS-SAR-ROW          TO TRUE
070700     MOVE SC-OPENED-DATE     TO AS-ROW-DATE
070800     MOVE ZERO               TO AS-CUSTOMER-NUMBER
070900     MOVE SD-CASE-ID         TO AS-REFERENCE
071000     MOVE SPACE              TO AS-STATUS-CODE
071100     RELEASE ACCT-SORT-RECORD
071200     .
071300 2400-RELEASE-ONE-SAR-SUBJECT-EXIT.
071400     EXIT.
071500*----------------------------------------------------------------
071600 2500-RELEASE-ONE-LEGAL-ORDER.
071700     READ LEGAL-ORDER-FILE NEXT RECORD
071800         AT END
071900             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
072000             GO TO 2500-RELEASE-ONE-LEGAL-ORDER-EXIT
072100     END-READ
072200     IF NOT LG-ORDER-SERVED AND NOT LG-ORDER-ANSWERED
072300         GO TO 2500-RELEASE-ONE-LEGAL-ORDER-EXIT
072400     END-IF
072500     MOVE LG-CUSTOMER-NUMBER TO EV-CUSTOMER-NUMBER
072600     MOVE 'G'                TO EV-ROW-KIND
072700     MOVE LG-SERVED-DATE     TO EV-ROW-DATE
072800     MOVE ZERO               TO EV-ACCT-NUMBER
072900     MOVE LG-ORDER-NUMBER    TO EV-REFERENCE
073000     MOVE LG-STATUS-CODE     TO EV-STATUS-CODE
073100     PERFORM 3900-WRITE-EVENT
073200         THRU 3900-WRITE-EVENT-EXIT
073300     .
073400 2500-RELEASE-ONE-LEGAL-ORDER-EXIT.
073500     EXIT.
073600*----------------------------------------------------------------
073700 2900-CHECK-ACCOUNT-ON-MASTER.
073800     MOVE 'N' TO WS-ON-MASTER-SWITCH
073900     MOVE WS-LOOKUP-ACCT-NUMBER TO AM-ACCT-NUMBER
074000     READ ACCOUNT-MASTER-FILE
074100         KEY IS AM-ACCT-NUMBER
074200         INVALID KEY
074300             CONTINUE
074400         NOT INVALID KEY
074500             MOVE 'Y' TO WS-ON-MASTER-SWITCH
074600     END-READ
074700     .
074800 2900-CHECK-ACCOUNT-ON-MASTER-EXIT.
074900     EXIT.
075000*================================================================
075100*  FIRST SORT - OUTPUT PROCEDURE.
075200*================================================================
075300*  3000-WRITE-ACCOUNT-EVENTS  --  EACH ARCHIVED ACCOUNT BECOMES
075400*  AN EVENT FOR ITS CUSTOMER, AND SO DOES EACH LOAN, DISPUTE
075500*  AND SAR SUBJECT BEHIND IT.  WHERE AN ACCOUNT WAS ARCHIVED
075600*  MORE THAN ONCE THE LATEST ROW NAMES THE CUSTOMER.  ONE ON
075700*  NEITHER THE MASTER NOR THE ARCHIVE CANNOT BE TIED TO ANY
075800*  CUSTOMER AND IS REPORTED (A CLOSED LOAN EXCEPTED).
075900*----------------------------------------------------------------
076000 3000-WRITE-ACCOUNT-EVENTS.
076100     MOVE ZERO TO WS-CURRENT-ACCT
076200     MOVE ZERO TO WS-ARCHIVE-CUSTOMER
076300     MOVE 'N' TO WS-SORTED-EOF-SWITCH
076400     PERFORM 3100-WRITE-ONE-ACCOUNT-EVENT
076500         THRU 3100-WRITE-ONE-ACCOUNT-EVENT-EXIT
076600         UNTIL NO-MORE-SORTED-ROWS
076700     .
076800 3000-WRITE-ACCOUNT-EVENTS-EXIT.
076900     EXIT.
077000*----------------------------------------------------------------
077100 3100-WRITE-ONE-ACCOUNT-EVENT.
077200     RETURN ACCT-SORT-FILE
077300         AT END
077400             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
077500             GO TO 3100-WRITE-ONE-ACCOUNT-EVENT-EXIT
077600     END-RETURN
077700     IF WS-RH-COMPLETION-CODE = 16
077800         GO TO 3100-WRITE-ONE-ACCOUNT-EVENT-EXIT
077900     END-IF
078000     IF AS-ACCT-NUMBER NOT = WS-CURRENT-ACCT
078100         MOVE AS-ACCT-NUMBER TO WS-CURRENT-ACCT
078200         MOVE ZERO TO WS-ARCHIVE-CUSTOMER
078300     END-IF
078400     IF AS-ARCHIVE-ROW
078500         MOVE AS-CUSTOMER-NUMBER TO WS-ARCHIVE-CUSTOMER
078600         MOVE AS-CUSTOMER-NUMBER TO EV-CUSTOMER-NUMBER
078700         MOVE 'R'                TO EV-ROW-KIND
078800         MOVE AS-ROW-DATE        TO EV-ROW-DATE
078900         MOVE AS-ACCT-NUMBER     TO EV-ACCT-NUMBER
079000         MOVE SPACES             TO EV-REFERENCE
079100         MOVE AS-STATUS-CODE     TO EV-STATUS-CODE
079200         PERFORM 3900-WRITE-EVENT
079300             THRU 3900-WRITE-EVENT-EXIT
079400         GO TO 3100-WRITE-ONE-ACCOUNT-EVENT-EXIT
079500     END-IF
079600     IF WS-ARCHIVE-CUSTOMER = ZERO
079700         IF AS-LOAN-ROW AND AS-STATUS-CODE = 'L'
079800             GO TO 3100-WRITE-ONE-ACCOUNT-EVENT-EXIT
079900         END-IF
080000         ADD 1 TO WS-UNLINKED-ROWS
080100         EVALUATE TRUE
080200             WHEN AS-LOAN-ROW
080300                 MOVE "LOAN" TO WS-SKIP-REASON
080400             WHEN AS-DISPUTE-ROW
080500                 MOVE "ATM DISPUTE" TO WS-SKIP-REASON
080600             WHEN OTHER
080700                 MOVE "BSA SUBJECT" TO WS-SKIP-REASON
080800         END-EVALUATE
080900         MOVE SPACES TO WS-REPORT-LINE
081000         STRING "UNLINKED" "                           "
081100             WS-SKIP-REASON (1:12) AS-REFERENCE
081200             " ON ACCOUNT " AS-ACCT-NUMBER
081300             " - NOT ON MASTER OR ARCHIVE"
081400             DELIMITED BY SIZE INTO WS-REPORT-LINE
081500         PERFORM 8000-WRITE-REPORT-LINE
081600             THRU 8000-WRITE-REPORT-LINE-EXIT
081700         GO TO 3100-WRITE-ONE-ACCOUNT-EVENT-EXIT
081800     END-IF
081900     MOVE WS-ARCHIVE-CUSTOMER TO EV-CUSTOMER-NUMBER
082000     MOVE AS-ROW-KIND         TO EV-ROW-KIND
082100     MOVE AS-ROW-DATE         TO EV-ROW-DATE
082200     MOVE AS-ACCT-NUMBER      TO EV-ACCT-NUMBER
082300     MOVE AS-REFERENCE        TO EV-REFERENCE
082400     MOVE AS-STATUS-CODE      TO EV-STATUS-CODE
082500     PERFORM 3900-WRITE-EVENT
082600         THRU 3900-WRITE-EVENT-EXIT
082700     .
082800 3100-WRITE-ONE-ACCOUNT-EVENT-EXIT.
082900     EXIT.
083000*----------------------------------------------------------------
083100*  3900-WRITE-EVENT  --  AN EVENT THAT CANNOT BE WRITTEN COULD
083200*  BE A HOLD, SO IT STOPS THE RUN BEFORE ANYONE IS CLEARED.
083300*----------------------------------------------------------------
083400 3900-WRITE-EVENT.
083500     WRITE ANON-EVENT-RECORD
083600     IF WS-ANONEVNT-STATUS NOT = "00"
083700         DISPLAY "CUSTANON: EVENT WORK FILE WRITE FAILED, "
083800             "STATUS = " WS-ANONEVNT-STATUS
083900             " - NOTHING ANONYMIZED"
084000         MOVE 16 TO WS-RH-COMPLETION-CODE
084100         GO TO 3900-WRITE-EVENT-EXIT
084200     END-IF
084300     ADD 1 TO WS-EVENTS-WRITTEN
084400     .
084500 3900-WRITE-EVENT-EXIT.
084600     EXIT.
084700*================================================================
084800*  SECOND SORT - INPUT PROCEDURE.
084900*================================================================
085000*  4000-RELEASE-CUSTOMER-ROWS  --  EVERY CUSTOMER, EVERY
085100*  ACCOUNT STILL ON THE MASTER (WHATEVER ITS STATUS - A CLOSED
085200*  ACCOUNT NOT YET PURGED STILL KEEPS ITS CUSTOMER) AND THE
085300*  EVENTS FROM THE FIRST SORT.
085400*----------------------------------------------------------------
085500 4000-RELEASE-CUSTOMER-ROWS.
085600     OPEN INPUT CUSTOMER-MASTER-FILE
085700     IF WS-CUSTMAST-STATUS NOT = "00"
085800         MOVE "CUSTOMER MASTER" TO WS-FILE-TITLE
085900         MOVE WS-CUSTMAST-STATUS TO WS-OPEN-STATUS
086000         GO TO 4000-OPEN-FAILED
086100     END-IF
086200     MOVE 'N' TO WS-INPUT-EOF-SWITCH
086300     PERFORM 4100-RELEASE-ONE-CUSTOMER
086400         THRU 4100-RELEASE-ONE-CUSTOMER-EXIT
086500         UNTIL NO-MORE-INPUT
086600     CLOSE CUSTOMER-MASTER-FILE
086700
086800     OPEN INPUT ACCOUNT-MASTER-FILE
086900     IF WS-ACCTMAST-STATUS NOT = "00"
087000         MOVE "ACCOUNT MASTER" TO WS-FILE-TITLE
087100         MOVE WS-ACCTMAST-STATUS TO WS-OPEN-STATUS
087200         GO TO 4000-OPEN-FAILED
087300     END-IF
087400     MOVE 'N' TO WS-INPUT-EOF-SWITCH
087500     PERFORM 4200-RELEASE-ONE-ACCOUNT
087600         THRU 4200-RELEASE-ONE-ACCOUNT-EXIT
087700         UNTIL NO-MORE-INPUT
087800     CLOSE ACCOUNT-MASTER-FILE
087900
088000     OPEN INPUT ANON-EVENT-FILE
088100     IF WS-ANONEVNT-STATUS NOT = "00"
088200         MOVE "EVENT WORK FILE" TO WS-FILE-TITLE
088300         MOVE WS-ANONEVNT-STATUS TO WS-OPEN-STATUS
088400         GO TO 4000-OPEN-FAILED
088500     END-IF
088600     MOVE 'N' TO WS-INPUT-EOF-SWITCH
088700     PERFORM 4300-RELEASE-ONE-EVENT
088800         THRU 4300-RELEASE-ONE-EVENT-EXIT
088900         UNTIL NO-MORE-INPUT
089000     CLOSE ANON-EVENT-FILE
089100     GO TO 4000-RELEASE-CUSTOMER-ROWS-EXIT
089200     .
089300 4000-OPEN-FAILED.
089400     DISPLAY "CUSTANON: UNABLE TO OPEN " WS-FILE-TITLE
089500         ", STATUS = " WS-OPEN-STATUS " - NOTHING ANONYMIZED"
089600     MOVE SPACES TO WS-REPORT-LINE
089700     STRING "UNABLE TO OPEN " WS-FILE-TITLE ", STATUS = "
089800         WS-OPEN-STATUS " - NOTHING ANONYMIZED"
089900         DELIMITED BY SIZE INTO WS-REPORT-LINE
090000     PERFORM 8000-WRITE-REPORT-LINE
090100         THRU 8000-WRITE-REPORT-LINE-EXIT
090200     MOVE 16 TO WS-RH-COMPLETION-CODE
090300     .
090400 4000-RELEASE-CUSTOMER-ROWS-EXIT.
090500     EXIT.
090600*----------------------------------------------------------------
090700 4100-RELEASE-ONE-CUSTOMER.
090800     READ CUSTOMER-MASTER-FILE NEXT RECORD
090900         AT END
091000             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
091100             GO TO 4100-RELEASE-ONE-CUSTOMER-EXIT
091200     END-READ
091300     MOVE CM-CUSTOMER-NUMBER TO CS-CUSTOMER-NUMBER
091400     SET CS-CUSTOMER-ROW     TO TRUE
091500     MOVE ZERO               TO CS-ROW-DATE
091600     MOVE ZERO               TO CS-ACCT-NUMBER
091700     MOVE SPACES             TO CS-REFERENCE
091800     MOVE CM-ANONYMIZED-FLAG TO CS-STATUS-CODE
091900     RELEASE CUST-SORT-RECORD
092000     .
092100 4100-RELEASE-ONE-CUSTOMER-EXIT.
092200     EXIT.
092300*----------------------------------------------------------------
092400 4200-RELEASE-ONE-ACCOUNT.
092500     READ ACCOUNT-MASTER-FILE NEXT RECORD
092600         AT END
092700             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
092800             GO TO 4200-RELEASE-ONE-ACCOUNT-EXIT
092900     END-READ
093000     MOVE AM-CUSTOMER-NUMBER TO CS-CUSTOMER-NUMBER
093100     SET CS-ACCOUNT-ROW      TO TRUE
093200     MOVE ZERO               TO CS-ROW-DATE
093300     MOVE AM-ACCT-NUMBER     TO CS-ACCT-NUMBER
093400     MOVE SPACES             TO CS-REFERENCE
093500     MOVE AM-STATUS-CODE     TO CS-STATUS-CODE
093600     RELEASE CUST-SORT-RECORD
093700     .
093800 4200-RELEASE-ONE-ACCOUNT-EXIT.
093900     EXIT.
094000*----------------------------------------------------------------
094100 4300-RELEASE-ONE-EVENT.
094200     READ ANON-EVENT-FILE
094300         AT END
094400             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
094500             GO TO 4300-RELEASE-ONE-EVENT-EXIT
094600     END-READ
094700     MOVE ANON-EVENT-RECORD TO CUST-SORT-RECORD
094800     RELEASE CUST-SORT-RECORD
094900     .
095000 4300-RELEASE-ONE-EVENT-EXIT.
095100     EXIT.
095200*================================================================
095300*  SECOND SORT - OUTPUT PROCEDURE.
095400*================================================================
095500*  5000-JUDGE-CUSTOMERS  --  ONE CUSTOMER AT A TIME.  A LIVE
095600*  RUN HOLDS THE CUSTOMER MASTER OPEN I-O TO CLEAR THE ONES
095700*  THAT QUALIFY.
095800*----------------------------------------------------------------
095900 5000-JUDGE-CUSTOMERS.
096000     IF WS-RH-COMPLETION-CODE = 16
096100         GO TO 5000-JUDGE-CUSTOMERS-EXIT
096200     END-IF
096300     IF WS-LIVE-MODE
096400         OPEN I-O CUSTOMER-MASTER-FILE
096500         IF WS-CUSTMAST-STATUS NOT = "00"
096600             DISPLAY "CUSTANON: UNABLE TO OPEN CUSTOMER MASTER "
096700                 "FOR UPDATE, STATUS = " WS-CUSTMAST-STATUS
096800                 " - NOTHING ANONYMIZED"
096900             MOVE 16 TO WS-RH-COMPLETION-CODE
097000             GO TO 5000-JUDGE-CUSTOMERS-EXIT
097100         END-IF
097200     END-IF
097300     MOVE 'N' TO WS-SORTED-EOF-SWITCH
097400     PERFORM 5900-RETURN-NEXT-ROW
097500         THRU 5900-RETURN-NEXT-ROW-EXIT
097600     PERFORM 5100-JUDGE-ONE-CUSTOMER
097700         THRU 5100-JUDGE-ONE-CUSTOMER-EXIT
097800         UNTIL NO-MORE-SORTED-ROWS
097900     IF WS-LIVE-MODE
098000         CLOSE CUSTOMER-MASTER-FILE
098100     END-IF
098200     .
098300 5000-JUDGE-CUSTOMERS-EXIT.
098400     EXIT.
098500*----------------------------------------------------------------
098600 5100-JUDGE-ONE-CUSTOMER.
098700     MOVE CS-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
098800     INITIALIZE WS-CUSTOMER-FIELDS
098900     PERFORM 5200-TAKE-ONE-ROW
099000         THRU 5200-TAKE-ONE-ROW-EXIT
099100         UNTIL NO-MORE-SORTED-ROWS
099200            OR CS-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
099300     PERFORM 5300-DECIDE-CUSTOMER
099400         THRU 5300-DECIDE-CUSTOMER-EXIT
099500     .
099600 5100-JUDGE-ONE-CUSTOMER-EXIT.
099700     EXIT.
099800*----------------------------------------------------------------
099900 5200-TAKE-ONE-ROW.
100000     EVALUATE TRUE
100100         WHEN CS-CUSTOMER-ROW
100200             MOVE 'Y' TO WS-CG-MASTER-SWITCH
100300             IF CS-STATUS-CODE = 'Y'
100400                 MOVE 'Y' TO WS-CG-DONE-SWITCH
100500             END-IF
100600         WHEN CS-ACCOUNT-ROW
100700             ADD 1 TO WS-CG-LIVE-ACCOUNTS
100800         WHEN CS-ARCHIVED-ROW
100900             ADD 1 TO WS-CG-ARCHIVED-ACCOUNTS
101000             IF CS-ROW-DATE > WS-CG-END-DATE
101100                 MOVE CS-ROW-DATE TO WS-CG-END-DATE
101200             END-IF
101300         WHEN CS-LOAN-ROW
101400             IF CS-STATUS-CODE = 'L'
101500                 ADD 1 TO WS-CG-CLOSED-LOANS
101600             ELSE
101700                 ADD 1 TO WS-CG-OPEN-LOANS
101800                 MOVE CS-REFERENCE TO WS-CG-LOAN-REF
101900             END-IF
102000         WHEN CS-LEGAL-ORDER-ROW
102100             ADD 1 TO WS-CG-LEGAL-ORDERS
102200             MOVE CS-REFERENCE TO WS-CG-LEGAL-REF
102300         WHEN CS-SAR-ROW
102400             ADD 1 TO WS-CG-SAR-CASES
102500         WHEN CS-DISPUTE-ROW
102600             ADD 1 TO WS-CG-DISPUTES
102700             MOVE CS-REFERENCE TO WS-CG-DISPUTE-REF
102800     END-EVALUATE
102900     PERFORM 5900-RETURN-NEXT-ROW
103000         THRU 5900-RETURN-NEXT-ROW-EXIT
103100     .
103200 5200-TAKE-ONE-ROW-EXIT.
103300     EXIT.
103400*----------------------------------------------------------------
103500*  5300-DECIDE-CUSTOMER  --  STILL ACTIVE (AN ACCOUNT ON THE
103600*  MASTER) AND ENDED ON OR AFTER THE RETENTION DATE ARE THE
103700*  NORMAL CASES AND ARE ONLY COUNTED.  A CUSTOMER WITH NO
103800*  ACCOUNT ANYWHERE, OR ONE WHO HAS EXITED BUT IS UNDER A
103900*  HOLD, IS REPORTED WITH THE REASON.  A SAR CASE SHOWS ONLY
104000*  AS A BSA HOLD, WITH NO CASE NUMBER.
104100*----------------------------------------------------------------
104200 5300-DECIDE-CUSTOMER.
104300     IF NOT WS-CG-ON-MASTER
104400         ADD 1 TO WS-NOT-ON-MASTER
104500         GO TO 5300-DECIDE-CUSTOMER-EXIT
104600     END-IF
104700     ADD 1 TO WS-CUSTOMERS-READ
104800     IF WS-CG-ALREADY-DONE
104900         ADD 1 TO WS-ALREADY-ANONYMIZED
105000         GO TO 5300-DECIDE-CUSTOMER-EXIT
105100     END-IF
105200     IF WS-CG-LIVE-ACCOUNTS > ZERO
105300         ADD 1 TO WS-STILL-ACTIVE
105400         GO TO 5300-DECIDE-CUSTOMER-EXIT
105500     END-IF
105600     IF WS-CG-ARCHIVED-ACCOUNTS = ZERO
105700         ADD 1 TO WS-NO-HISTORY
105800         MOVE "NO ACCOUNT ON FILE" TO WS-SKIP-REASON
105900         MOVE SPACES TO WS-SKIP-REFERENCE
106000         PERFORM 8200-WRITE-SKIP-LINE
106100             THRU 8200-WRITE-SKIP-LINE-EXIT
106200         GO TO 5300-DECIDE-CUSTOMER-EXIT
106300     END-IF
106400     IF WS-CG-END-DATE NOT < WS-RETENTION-DATE
106500         ADD 1 TO WS-WITHIN-RETENTION
106600         GO TO 5300-DECIDE-CUSTOMER-EXIT
106700     END-IF
106800
106900     MOVE 'N' TO WS-HELD-SWITCH
107000     IF WS-CG-OPEN-LOANS > ZERO
107100         MOVE "LOAN NOT CLOSED" TO WS-SKIP-REASON
107200         MOVE WS-CG-LOAN-REF TO WS-SKIP-REFERENCE
107300         PERFORM 8200-WRITE-SKIP-LINE
107400             THRU 8200-WRITE-SKIP-LINE-EXIT
107500     END-IF
107600     IF WS-CG-LEGAL-ORDERS > ZERO
107700         MOVE "OPEN LEGAL ORDER" TO WS-SKIP-REASON
107800         MOVE WS-CG-LEGAL-REF TO WS-SKIP-REFERENCE
107900         PERFORM 8200-WRITE-SKIP-LINE
108000             THRU 8200-WRITE-SKIP-LINE-EXIT
108100     END-IF
108200     IF WS-CG-SAR-CASES > ZERO
108300         MOVE "BSA HOLD - SEE BSA OFCR" TO WS-SKIP-REASON
108400         MOVE SPACES TO WS-SKIP-REFERENCE
108500         PERFORM 8200-WRITE-SKIP-LINE
108600             THRU 8200-WRITE-SKIP-LINE-EXIT
108700     END-IF
108800     IF WS-CG-DISPUTES > ZERO
108900         MOVE "OPEN ATM DISPUTE" TO WS-SKIP-REASON
109000         MOVE WS-CG-DISPUTE-REF TO WS-SKIP-REFERENCE
109100         PERFORM 8200-WRITE-SKIP-LINE
109200             THRU 8200-WRITE-SKIP-LINE-EXIT
109300     END-IF
109400     IF WS-CUSTOMER-HELD
109500         ADD 1 TO WS-CUSTOMERS-HELD
109600         GO TO 5300-DECIDE-CUSTOMER-EXIT
109700     END-IF
109800
109900     ADD 1 TO WS-CUSTOMERS-ELIGIBLE
110000     IF WS-TRIAL-MODE
110100         MOVE "ELIGIBLE" TO WS-SKIP-REASON
110200         PERFORM 8300-WRITE-ACTION-LINE
110300             THRU 8300-WRITE-ACTION-LINE-EXIT
110400         GO TO 5300-DECIDE-CUSTOMER-EXIT
110500     END-IF
110600     PERFORM 5500-ANONYMIZE-CUSTOMER
110700         THRU 5500-ANONYMIZE-CUSTOMER-EXIT
110800     .
110900 5300-DECIDE-CUSTOMER-EXIT.
111000     EXIT.
111100*----------------------------------------------------------------
111200*  5500-ANONYMIZE-CUSTOMER  --  CLEAR THE PERSONAL FIELDS, MARK
111300*  THE ADDRESS UNDELIVERABLE SO NO RUN TRIES TO MAIL A BLANK
111400*  ADDRESS, STAMP THE RECORD, AND WRITE THE CERTIFICATE.
111500*----------------------------------------------------------------
111600 5500-ANONYMIZE-CUSTOMER.
111700     MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-NUMBER
111800     READ CUSTOMER-MASTER-FILE
111900         KEY IS CM-CUSTOMER-NUMBER
112000         INVALID KEY
112100             MOVE "NOT READ FOR UPDATE" TO WS-SKIP-REASON
112200             GO TO 5500-UPDATE-FAILED
112300     END-READ
112400     MOVE "ANONYMIZED CUSTOMER" TO CM-CUSTOMER-NAME
112500     MOVE SPACES TO CM-ADDRESS-LINE-1
112600     MOVE SPACES TO CM-ADDRESS-LINE-2
112700     MOVE SPACES TO CM-CITY
112800     MOVE SPACES TO CM-STATE
112900     MOVE SPACES TO CM-ZIP-CODE
113000     MOVE ZERO   TO CM-DATE-OF-BIRTH
113100     MOVE ZERO   TO CM-DATE-OF-DEATH
113200     MOVE SPACES TO CM-PHONE-NUMBER
113300     MOVE SPACES TO CM-EMAIL-ADDRESS
113400     MOVE SPACES TO CM-TAX-ID
113500     SET CM-TIN-MISSING TO TRUE
113600     SET CM-ADDRESS-UNDELIVERABLE TO TRUE
113700     MOVE WS-TS-DATE TO CM-RETURNED-MAIL-DATE
113800     SET CM-REL-STMT-NOT-ELECTED TO TRUE
113900     SET CM-IS-ANONYMIZED TO TRUE
114000     MOVE WS-TS-DATE TO CM-ANONYMIZED-DATE
114100     REWRITE CUSTOMER-MASTER-RECORD
114200         INVALID KEY
114300             MOVE "NOT REWRITTEN" TO WS-SKIP-REASON
114400             GO TO 5500-UPDATE-FAILED
114500     END-REWRITE
114600     ADD 1 TO WS-CUSTOMERS-ANONYMIZED
114700
114800     MOVE SPACES TO ANON-CERTIFICATE-RECORD
114900     MOVE WS-CURRENT-CUSTOMER     TO AC-CUSTOMER-NUMBER
115000     MOVE WS-TS-DATE              TO AC-ANONYMIZED-DATE
115100     MOVE WS-CG-END-DATE          TO AC-RELATIONSHIP-END-DATE
115200     MOVE WS-RETENTION-DATE       TO AC-RETENTION-DATE
115300     MOVE WS-CG-ARCHIVED-ACCOUNTS TO AC-ACCOUNTS-ARCHIVED
115400     MOVE WS-CG-CLOSED-LOANS      TO AC-LOANS-CLOSED
115500     MOVE "NAME ADDRESS BIRTH/DEATH DATES TAX-ID PHONE EMAIL"
115600         TO AC-FIELDS-CLEARED
115700     MOVE WS-RH-START-TIMESTAMP (1:14) TO AC-RUN-TIMESTAMP
115800     WRITE ANON-CERTIFICATE-RECORD
115900     IF WS-ANONCERT-STATUS NOT = "00"
116000         MOVE "NO CERTIFICATE" TO WS-SKIP-REASON
116100         GO TO 5500-UPDATE-FAILED
116200     END-IF
116300     MOVE "ANONYMIZED" TO WS-SKIP-REASON
116400     PERFORM 8300-WRITE-ACTION-LINE
116500         THRU 8300-WRITE-ACTION-LINE-EXIT
116600     GO TO 5500-ANONYMIZE-CUSTOMER-EXIT
116700     .
116800 5500-UPDATE-FAILED.
116900     ADD 1 TO WS-UPDATE-ERRORS
117000     MOVE SPACES TO WS-REPORT-LINE
117100     STRING "ERROR         " WS-CURRENT-CUSTOMER "  "
117200         WS-CG-END-DATE "  CUSTOMER " WS-SKIP-REASON
117300         " - STATUS " WS-CUSTMAST-STATUS "/"
117400         WS-ANONCERT-STATUS
117500         DELIMITED BY SIZE INTO WS-REPORT-LINE
117600     PERFORM 8000-WRITE-REPORT-LINE
117700         THRU 8000-WRITE-REPORT-LINE-EXIT
117800     .
117900 5500-ANONYMIZE-CUSTOMER-EXIT.
118000     EXIT.
118100*----------------------------------------------------------------
118200 5900-RETURN-NEXT-ROW.
118300     RETURN CUST-SORT-FILE
118400         AT END
118500             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
118600     END-RETURN
118700     .
118800 5900-RETURN-NEXT-ROW-EXIT.
118900     EXIT.
119000*================================================================
119100*  6000-REWRITE-ARCHIVE  --  WRITE THE ARCHIVE BACK FROM THE
119200*  COPY TAKEN IN THE FIRST SORT, WITH THE MINOR AND SENIOR
119300*  CITIZEN FLAGS CLEARED ON EVERY ROW OF AN ANONYMIZED
119400*  CUSTOMER (THIS YEAR'S OR EARLIER).  NOTHING ELSE ON THE ROW
119500*  CHANGES.  AN INCOMPLETE COPY LEAVES THE ARCHIVE UNTOUCHED.
119600*================================================================
119700 6000-REWRITE-ARCHIVE.
119800     IF WS-ARCHIVE-ROWS-COPIED NOT = WS-ARCHIVE-ROWS-READ
119900        OR WS-ARCHIVE-ROWS-READ = ZERO
120000         MOVE "ARCHIVE COPY INCOMPLETE - ARCHIVE NOT REWRITTEN"
120100             TO WS-REPORT-LINE
120200         PERFORM 8000-WRITE-REPORT-LINE
120300             THRU 8000-WRITE-REPORT-LINE-EXIT
120400         MOVE 8 TO WS-RH-COMPLETION-CODE
120500         GO TO 6000-REWRITE-ARCHIVE-EXIT
120600     END-IF
120700     OPEN INPUT ARCHIVE-COPY-FILE
120800     IF WS-ARCHCOPY-STATUS NOT = "00"
120900         MOVE "ARCHIVE COPY NOT READABLE - ARCHIVE NOT REWRITTEN"
121000             TO WS-REPORT-LINE
121100         PERFORM 8000-WRITE-REPORT-LINE
121200             THRU 8000-WRITE-REPORT-LINE-EXIT
121300         MOVE 8 TO WS-RH-COMPLETION-CODE
121400         GO TO 6000-REWRITE-ARCHIVE-EXIT
121500     END-IF
121600     OPEN INPUT CUSTOMER-MASTER-FILE
121700     IF WS-CUSTMAST-STATUS NOT = "00"
121800         MOVE "CUSTOMER MASTER UNREADABLE - ARCHIVE NOT REWRITTEN"
121900             TO WS-REPORT-LINE
122000         PERFORM 8000-WRITE-REPORT-LINE
122100             THRU 8000-WRITE-REPORT-LINE-EXIT
122200         MOVE 8 TO WS-RH-COMPLETION-CODE
122300         CLOSE ARCHIVE-COPY-FILE
122400         GO TO 6000-REWRITE-ARCHIVE-EXIT
122500     END-IF
122600     OPEN OUTPUT ACCOUNT-ARCHIVE-FILE
122700     IF WS-ACCTARCH-STATUS NOT = "00"
122800         DISPLAY "CUSTANON: UNABLE TO REOPEN THE ARCHIVE, "
122900             "STATUS = " WS-ACCTARCH-STATUS
123000         MOVE "ARCHIVE NOT REWRITTEN - REOPEN FAILED"
123100             TO WS-REPORT-LINE
123200         PERFORM 8000-WRITE-REPORT-LINE
123300             THRU 8000-WRITE-REPORT-LINE-EXIT
123400         MOVE 8 TO WS-RH-COMPLETION-CODE
123500         CLOSE ARCHIVE-COPY-FILE
123600         CLOSE CUSTOMER-MASTER-FILE
123700         GO TO 6000-REWRITE-ARCHIVE-EXIT
123800     END-IF
123900     MOVE ZERO TO WS-LAST-ARCH-CUSTOMER
124000     MOVE 'N' TO WS-ARCH-ANON-SWITCH
124100     MOVE 'N' TO WS-INPUT-EOF-SWITCH
124200     PERFORM 6100-REWRITE-ONE-ARCHIVE-ROW
124300         THRU 6100-REWRITE-ONE-ARCHIVE-ROW-EXIT
124400         UNTIL NO-MORE-INPUT
124500     CLOSE ARCHIVE-COPY-FILE
124600     CLOSE CUSTOMER-MASTER-FILE
124700     CLOSE ACCOUNT-ARCHIVE-FILE
124800     IF WS-ARCHIVE-ROWS-WRITTEN NOT = WS-ARCHIVE-ROWS-READ
124900         DISPLAY "CUSTANON: ARCHIVE REWRITE SHORT - "
125000             WS-ARCHIVE-ROWS-WRITTEN " OF "
125100             WS-ARCHIVE-ROWS-READ " ROWS - RESTORE FROM ARCHCOPY"
125200         MOVE "ARCHIVE REWRITE SHORT - RESTORE FROM ARCHCOPY"
125300             TO WS-REPORT-LINE
125400         PERFORM 8000-WRITE-REPORT-LINE
125500             THRU 8000-WRITE-REPORT-LINE-EXIT
125600         MOVE 8 TO WS-RH-COMPLETION-CODE
125700     END-IF
125800     .
125900 6000-REWRITE-ARCHIVE-EXIT.
126000     EXIT.
126100*----------------------------------------------------------------
126200 6100-REWRITE-ONE-ARCHIVE-ROW.
126300     READ ARCHIVE-COPY-FILE
126400         AT END
126500             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
126600             GO TO 6100-REWRITE-ONE-ARCHIVE-ROW-EXIT
126700     END-READ
126800     MOVE ARCHIVE-COPY-RECORD TO ACCOUNT-ARCHIVE-RECORD
126900     IF AR-CUSTOMER-NUMBER NOT = WS-LAST-ARCH-CUSTOMER
127000         MOVE AR-CUSTOMER-NUMBER TO WS-LAST-ARCH-CUSTOMER
127100         MOVE 'N' TO WS-ARCH-ANON-SWITCH
127200         MOVE AR-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
127300         READ CUSTOMER-MASTER-FILE
127400             KEY IS CM-CUSTOMER-NUMBER
127500             INVALID KEY
127600                 CONTINUE
127700             NOT INVALID KEY
127800                 IF CM-IS-ANONYMIZED
127900                     MOVE 'Y' TO WS-ARCH-ANON-SWITCH
128000                 END-IF
128100         END-READ
128200     END-IF
128300     IF WS-ARCH-CUST-ANONYMIZED
128400        AND (AR-MINOR-FLAG NOT = SPACE
128500          OR AR-SENIOR-CITIZEN-FLAG NOT = SPACE)
128600         MOVE SPACE TO AR-MINOR-FLAG
128700         MOVE SPACE TO AR-SENIOR-CITIZEN-FLAG
128800         ADD 1 TO WS-ARCHIVE-ROWS-CLEARED
128900     END-IF
129000     WRITE ACCOUNT-ARCHIVE-RECORD
129100     IF WS-ACCTARCH-STATUS = "00"
129200         ADD 1 TO WS-ARCHIVE-ROWS-WRITTEN
129300     END-IF
129400     .
129500 6100-REWRITE-ONE-ARCHIVE-ROW-EXIT.
129600     EXIT.
129700*----------------------------------------------------------------
129800 8000-WRITE-REPORT-LINE.
129900     MOVE WS-REPORT-LINE TO ANON-REPORT-LINE
130000     WRITE ANON-REPORT-LINE
130100     .
130200 8000-WRITE-REPORT-LINE-EXIT.
130300     EXIT.
130400*----------------------------------------------------------------
130500*  8200-WRITE-SKIP-LINE  --  ONE REASON A CUSTOMER WAS NOT
130600*  ANONYMIZED.  A CUSTOMER UNDER SEVERAL HOLDS GETS A LINE FOR
130700*  EACH.
130800*----------------------------------------------------------------
130900 8200-WRITE-SKIP-LINE.
131000     MOVE 'Y' TO WS-HELD-SWITCH
131100     MOVE SPACES TO WS-REPORT-LINE
131200     STRING "SKIPPED       " WS-CURRENT-CUSTOMER "  "
131300         WS-CG-END-DATE "  " WS-SKIP-REASON " "
131400         WS-SKIP-REFERENCE
131500         DELIMITED BY SIZE INTO WS-REPORT-LINE
131600     PERFORM 8000-WRITE-REPORT-LINE
131700         THRU 8000-WRITE-REPORT-LINE-EXIT
131800     .
131900 8200-WRITE-SKIP-LINE-EXIT.
132000     EXIT.
132100*----------------------------------------------------------------
132200 8300-WRITE-ACTION-LINE.
132300     MOVE WS-CG-ARCHIVED-ACCOUNTS TO WS-EDIT-SMALL
132400     MOVE WS-CG-CLOSED-LOANS TO WS-EDIT-SMALL-2
132500     MOVE SPACES TO WS-REPORT-LINE
132600     STRING WS-SKIP-REASON (1:14) WS-CURRENT-CUSTOMER "  "
132700         WS-CG-END-DATE "  ARCHIVED ACCOUNTS " WS-EDIT-SMALL
132800         "  CLOSED LOANS " WS-EDIT-SMALL-2
132900         DELIMITED BY SIZE INTO WS-REPORT-LINE
133000     PERFORM 8000-WRITE-REPORT-LINE
133100         THRU 8000-WRITE-REPORT-LINE-EXIT
133200     .
133300 8300-WRITE-ACTION-LINE-EXIT.
133400     EXIT.
133500*----------------------------------------------------------------
133600*  9000-WRITE-SUMMARY  --  WHERE EVERY CUSTOMER ENDED UP.  AN
133700*  UPDATE THAT FAILED IS RC 8; A LOAN, DISPUTE OR SAR SUBJECT
133800*  THAT COULD NOT BE TIED TO A CUSTOMER IS RC 4.
133900*----------------------------------------------------------------
134000 9000-WRITE-SUMMARY.
134100     MOVE SPACES TO WS-REPORT-LINE
134200     PERFORM 8000-WRITE-REPORT-LINE
134300         THRU 8000-WRITE-REPORT-LINE-EXIT
134400     MOVE "CUSTOMERS ON THE MASTER" TO WS-FILE-TITLE
134500     MOVE WS-CUSTOMERS-READ TO WS-EDIT-COUNT
134600     PERFORM 9100-WRITE-COUNT-LINE
134700         THRU 9100-WRITE-COUNT-LINE-EXIT
134800     MOVE "ALREADY ANONYMIZED" TO WS-FILE-TITLE
134900     MOVE WS-ALREADY-ANONYMIZED TO WS-EDIT-COUNT
135000     PERFORM 9100-WRITE-COUNT-LINE
135100         THRU 9100-WRITE-COUNT-LINE-EXIT
135200     MOVE "STILL ACTIVE" TO WS-FILE-TITLE
135300     MOVE WS-STILL-ACTIVE TO WS-EDIT-COUNT
135400     PERFORM 9100-WRITE-COUNT-LINE
135500         THRU 9100-WRITE-COUNT-LINE-EXIT
135600     MOVE "WITHIN RETENTION" TO WS-FILE-TITLE
135700     MOVE WS-WITHIN-RETENTION TO WS-EDIT-COUNT
135800     PERFORM 9100-WRITE-COUNT-LINE
135900         THRU 9100-WRITE-COUNT-LINE-EXIT
136000     MOVE "NO ACCOUNT ON FILE" TO WS-FILE-TITLE
136100     MOVE WS-NO-HISTORY TO WS-EDIT-COUNT
136200     PERFORM 9100-WRITE-COUNT-LINE
136300         THRU 9100-WRITE-COUNT-LINE-EXIT
136400     MOVE "HELD" TO WS-FILE-TITLE
136500     MOVE WS-CUSTOMERS-HELD TO WS-EDIT-COUNT
136600     PERFORM 9100-WRITE-COUNT-LINE
136700         THRU 9100-WRITE-COUNT-LINE-EXIT
136800     MOVE "ELIGIBLE" TO WS-FILE-TITLE
136900     MOVE WS-CUSTOMERS-ELIGIBLE TO WS-EDIT-COUNT
137000     PERFORM 9100-WRITE-COUNT-LINE
137100         THRU 9100-WRITE-COUNT-LINE-EXIT
137200     MOVE "ANONYMIZED" TO WS-FILE-TITLE
137300     MOVE WS-CUSTOMERS-ANONYMIZED TO WS-EDIT-COUNT
137400     PERFORM 9100-WRITE-COUNT-LINE
137500         THRU 9100-WRITE-COUNT-LINE-EXIT
137600     MOVE "ARCHIVE ROWS CLEARED" TO WS-FILE-TITLE
137700     MOVE WS-ARCHIVE-ROWS-CLEARED TO WS-EDIT-COUNT
137800     PERFORM 9100-WRITE-COUNT-LINE
137900         THRU 9100-WRITE-COUNT-LINE-EXIT
138000     IF WS-UNLINKED-ROWS > ZERO
138100         MOVE "UNLINKED ROWS" TO WS-FILE-TITLE
138200         MOVE WS-UNLINKED-ROWS TO WS-EDIT-COUNT
138300         PERFORM 9100-WRITE-COUNT-LINE
138400             THRU 9100-WRITE-COUNT-LINE-EXIT
138500         IF WS-RH-COMPLETION-CODE < 4
138600             MOVE 4 TO WS-RH-COMPLETION-CODE
138700         END-IF
138800     END-IF
138900     IF WS-UPDATE-ERRORS > ZERO
139000         MOVE "UPDATE ERRORS" TO WS-FILE-TITLE
139100         MOVE WS-UPDATE-ERRORS TO WS-EDIT-COUNT
139200         PERFORM 9100-WRITE-COUNT-LINE
139300             THRU 9100-WRITE-COUNT-LINE-EXIT
139400         IF WS-RH-COMPLETION-CODE < 8
139500             MOVE 8 TO WS-RH-COMPLETION-CODE
139600         END-IF
139700     END-IF
139800     DISPLAY "CUSTANON: " WS-CUSTOMERS-READ " CUSTOMERS, "
139900         WS-CUSTOMERS-ELIGIBLE " ELIGIBLE, "
140000         WS-CUSTOMERS-HELD " HELD, "
140100         WS-CUSTOMERS-ANONYMIZED " ANONYMIZED"
140200     .
140300 9000-WRITE-SUMMARY-EXIT.
140400     EXIT.
140500*----------------------------------------------------------------
140600 9100-WRITE-COUNT-LINE.
140700     MOVE SPACES TO WS-REPORT-LINE
140800     STRING WS-FILE-TITLE "  " WS-EDIT-COUNT
140900         DELIMITED BY SIZE INTO WS-REPORT-LINE
141000     PERFORM 8000-WRITE-REPORT-LINE
141100         THRU 8000-WRITE-REPORT-LINE-EXIT
141200     .
141300 9100-WRITE-COUNT-LINE-EXIT.
141400     EXIT.
