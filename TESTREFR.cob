000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    TEST-DATA-REFRESH.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  MASKED REFRESH OF THE
001300*                     TEST REGION FROM PRODUCTION, IN PLACE OF
001400*                     HAND COPIES OF THE LIVE FILES.  COPIES
001500*                     THE CUSTOMER, ACCOUNT, LOAN, DEBIT CARD
001600*                     AND PIN MASTERS AND THE FLAT AND KEYED
001700*                     TRANSACTION HISTORY, MASKING AS IT GOES:
001800*                       - CUSTOMER NAME, STREET ADDRESS, TAX
001900*                         ID, PHONE AND EMAIL ARE REPLACED
002000*                         WITH MADE-UP VALUES BUILT FROM THE
002100*                         CUSTOMER NUMBER, SO THE SAME
002200*                         CUSTOMER ALWAYS MASKS THE SAME WAY.
002300*                         CITY AND STATE ARE KEPT AND THE ZIP
002400*                         CUT TO ITS FIRST THREE DIGITS.
002500*                       - EVERY ACCOUNT AND CARD NUMBER, ON
002600*                         EVERY FILE, IS REMAPPED THROUGH ONE
002700*                         WORK TABLE (MASKMAP) BUILT DURING
002800*                         THE RUN, SO EACH CROSS-FILE LINK
002900*                         STILL JOINS.  NEW ACCOUNT NUMBERS
003000*                         CARRY A VALID CHECK DIGIT.  THE
003100*                         JOB DELETES THE TABLE AT STEP END -
003200*                         NOTHING IN THE TEST REGION LEADS
003300*                         BACK TO A LIVE NUMBER.
003400*                       - EVERY PIN HASH IS SET TO THE HASH
003500*                         OF THE TEST PIN (1234), UNLOCKED
003600*                         AND WITH NO FORCED CHANGE.
003700*                     THE MASKING CONTROL REPORT (MASKRPT)
003800*                     PROVES, FILE BY FILE, THAT THE RECORDS
003900*                     AND BALANCES WRITTEN MATCH THOSE READ.
004000*================================================================
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     COPY CUSTMSEL.
004500     COPY ACCTMSEL.
004600     COPY LOANMSEL.
004700     COPY CARDMSEL.
004800     COPY PINMSEL.
004900     COPY TRANSEL.
005000     COPY TRNHSEL.
005100     SELECT TEST-CUSTOMER-FILE
005200         ASSIGN TO "TSTCUST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS TC-CUSTOMER-NUMBER
005600         FILE STATUS IS WS-TSTCUST-STATUS.
005700     SELECT TEST-ACCOUNT-FILE
005800         ASSIGN TO "TSTACCT"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS TA-ACCT-NUMBER
006200         FILE STATUS IS WS-TSTACCT-STATUS.
006300     SELECT TEST-LOAN-FILE
006400         ASSIGN TO "TSTLOAN"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS TL-LOAN-NUMBER
006800         FILE STATUS IS WS-TSTLOAN-STATUS.
006900     SELECT TEST-CARD-FILE
007000         ASSIGN TO "TSTCARD"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS TD-CARD-NUMBER
007400         FILE STATUS IS WS-TSTCARD-STATUS.
007500     SELECT TEST-PIN-FILE
007600         ASSIGN TO "TSTPIN"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS TP-ACCT-NUMBER
008000         FILE STATUS IS WS-TSTPIN-STATUS.
008100     SELECT TEST-TRANSACTION-FILE
008200         ASSIGN TO "TSTTRAN"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-TSTTRAN-STATUS.
008500     SELECT TEST-KEYED-HISTORY-FILE
008600         ASSIGN TO "TSTTRNHK"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS TX-HISTORY-KEY
009000         FILE STATUS IS WS-TSTTRNHK-STATUS.
009100     SELECT MASK-MAP-FILE
009200         ASSIGN TO "MASKMAP"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS MK-MAP-KEY
009600         FILE STATUS IS WS-MASKMAP-STATUS.
009700     SELECT MASK-CONTROL-REPORT
009800         ASSIGN TO "MASKRPT"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-MASKRPT-STATUS.
010100*================================================================
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  CUSTOMER-MASTER-FILE.
010500     COPY CUSTMAST.
010600 FD  ACCOUNT-MASTER-FILE.
010700     COPY ACCTMAST.
010800 FD  LOAN-MASTER-FILE.
010900     COPY LOANMAST.
011000 FD  DEBIT-CARD-MASTER-FILE.
011100     COPY CARDMAST.
011200 FD  PIN-MASTER-FILE.
011300     COPY PINMAST.
011400 FD  TRANSACTION-FILE.
011500     COPY TRANREC.
011600 FD  KEYED-TRAN-HISTORY-FILE.
011700     COPY TRNHREC.
011800*----------------------------------------------------------------
011900*  THE TEST REGION COPIES - SAME LAYOUTS AS THE LIVE FILES.
012000*----------------------------------------------------------------
012100 FD  TEST-CUSTOMER-FILE.
012200     COPY CUSTMAST
012300         REPLACING ==CUSTOMER-MASTER-RECORD==
012400                BY ==TEST-CUSTOMER-RECORD==
012500         LEADING ==CM== BY ==TC==.
012600 FD  TEST-ACCOUNT-FILE.
012700     COPY ACCTMAST
012800         REPLACING ==ACCOUNT-MASTER-RECORD==
012900                BY ==TEST-ACCOUNT-RECORD==
013000         LEADING ==AM== BY ==TA==.
013100 FD  TEST-LOAN-FILE.
013200     COPY LOANMAST
013300         REPLACING ==LOAN-MASTER-RECORD==
013400                BY ==TEST-LOAN-RECORD==
013500         LEADING ==LM== BY ==TL==.
013600 FD  TEST-CARD-FILE.
013700     COPY CARDMAST
013800         REPLACING ==DEBIT-CARD-MASTER-RECORD==
013900                BY ==TEST-CARD-RECORD==
014000         LEADING ==DC== BY ==TD==.
014100 FD  TEST-PIN-FILE.
014200     COPY PINMAST
014300         REPLACING ==PIN-MASTER-RECORD==
014400                BY ==TEST-PIN-RECORD==
014500         LEADING ==PM== BY ==TP==.
014600 FD  TEST-TRANSACTION-FILE.
014700     COPY TRANREC
014800         REPLACING ==TRANSACTION-RECORD==
014900                BY ==TEST-TRANSACTION-RECORD==
015000         LEADING ==TR== BY ==TT==.
015100 FD  TEST-KEYED-HISTORY-FILE.
015200     COPY TRNHREC
015300         REPLACING ==KEYED-TRAN-HISTORY-RECORD==
015400                BY ==TEST-KEYED-HISTORY-RECORD==
015500         LEADING ==TK== BY ==TX==.
015600*----------------------------------------------------------------
015700*  LIVE-TO-TEST NUMBER TABLE FOR THIS RUN ONLY.  MAP TYPE A IS
015800*  AN ACCOUNT NUMBER, K A CARD NUMBER.
015900*----------------------------------------------------------------
016000 FD  MASK-MAP-FILE.
016100 01  MASK-MAP-RECORD.
016200     05  MK-MAP-KEY.
016300         10  MK-MAP-TYPE           PIC X.
016400         10  MK-LIVE-NUMBER        PIC 9(10).
016500     05  MK-TEST-NUMBER            PIC 9(10).
016600*----------------------------------------------------------------
016700 FD  MASK-CONTROL-REPORT.
016800 01  MASK-CONTROL-LINE             PIC X(100).
016900*----------------------------------------------------------------
017000 WORKING-STORAGE SECTION.
017100 01  WS-FILE-STATUSES.
017200     05  WS-CUSTMAST-STATUS        PIC XX.
017300     05  WS-ACCTMAST-STATUS        PIC XX.
017400     05  WS-LOANMAST-STATUS        PIC XX.
017500     05  WS-CARDMAST-STATUS        PIC XX.
017600     05  WS-PINMAST-STATUS         PIC XX.
017700     05  WS-TRANFILE-STATUS        PIC XX.
017800     05  WS-TRANHKEY-STATUS        PIC XX.
017900     05  WS-TSTCUST-STATUS         PIC XX.
018000     05  WS-TSTACCT-STATUS         PIC XX.
018100     05  WS-TSTLOAN-STATUS         PIC XX.
018200     05  WS-TSTCARD-STATUS         PIC XX.
018300     05  WS-TSTPIN-STATUS          PIC XX.
018400     05  WS-TSTTRAN-STATUS         PIC XX.
018500     05  WS-TSTTRNHK-STATUS        PIC XX.
018600     05  WS-MASKMAP-STATUS         PIC XX.
018700     05  WS-MASKRPT-STATUS         PIC XX.
018800*----------------------------------------------------------------
018900 01  WS-WORK-FIELDS.
019000     05  WS-INPUT-EOF-SWITCH       PIC X.
019100         88  NO-MORE-INPUT         VALUE 'Y'.
019200     05  WS-INPUT-OPEN-STATUS      PIC XX.
019300     05  WS-OUTPUT-OPEN-STATUS     PIC XX.
019400     05  WS-WRITE-STATUS           PIC XX.
019500     05  WS-TEST-PIN               PIC 9(04) VALUE 1234.
019600     05  WS-TEST-PIN-HASH          PIC 9(10).
019700     05  WS-NEXT-ACCT-BASE         PIC 9(09) VALUE 500000000.
019800     05  WS-GEN-MODE               PIC X VALUE 'G'.
019900     05  WS-NEW-CHECK-DIGIT        PIC 9.
020000     05  WS-NEW-ACCT-VALID-FLAG    PIC X.
020100     05  WS-NEXT-CARD-NUMBER       PIC 9(10) VALUE 9000000000.
020200     05  WS-ACCOUNTS-MAPPED        PIC 9(08) COMP VALUE 0.
020300     05  WS-CARDS-MAPPED           PIC 9(08) COMP VALUE 0.
020400     05  WS-MAP-ERRORS             PIC 9(08) COMP VALUE 0.
020500     05  WS-TOTAL-READ             PIC 9(09) COMP VALUE 0.
020600     05  WS-TOTAL-WRITTEN          PIC 9(09) COMP VALUE 0.
020700*----------------------------------------------------------------
020800*  NUMBER MAPPING - THE CALLER LOADS THE TYPE AND THE LIVE
020900*  NUMBER AND GETS BACK THE TEST NUMBER.  ZERO STAYS ZERO.
021000*----------------------------------------------------------------
021100 01  WS-MAP-FIELDS.
021200     05  WS-MAP-TYPE               PIC X.
021300         88  WS-MAP-ACCOUNT        VALUE 'A'.
021400         88  WS-MAP-CARD           VALUE 'K'.
021500     05  WS-MAP-LIVE-NUMBER        PIC 9(10).
021600     05  WS-MAP-TEST-NUMBER        PIC 9(10).
021700*----------------------------------------------------------------
021800*  CONTROL FIGURES FOR THE FILE BEING COPIED.  THE AMOUNT IN
021900*  IS TAKEN FROM THE LIVE RECORD AS READ, THE AMOUNT OUT FROM
022000*  THE TEST RECORD ONCE IT IS WRITTEN.
022100*----------------------------------------------------------------
022200 01  WS-FILE-CONTROL-FIELDS.
022300     05  WS-FC-FILE-TITLE          PIC X(24).
022400     05  WS-FC-STATE               PIC X.
022500         88  WS-FC-COPIED          VALUE 'C'.
022600         88  WS-FC-NO-INPUT        VALUE 'N'.
022700         88  WS-FC-NO-OUTPUT       VALUE 'O'.
022800     05  WS-FC-AMOUNT-SWITCH       PIC X.
022900         88  WS-FC-HAS-AMOUNT      VALUE 'Y'.
023000     05  WS-FC-RECORDS-READ        PIC 9(09) COMP.
023100     05  WS-FC-RECORDS-WRITTEN     PIC 9(09) COMP.
023200     05  WS-FC-WRITE-ERRORS        PIC 9(09) COMP.
023300     05  WS-FC-AMOUNT-READ         PIC S9(13)V99.
023400     05  WS-FC-AMOUNT-WRITTEN      PIC S9(13)V99.
023500*----------------------------------------------------------------
023600*  CUSTOMER MASKING.  THE CUSTOMER NUMBER'S DIGITS PICK THE
023700*  MADE-UP NAME AND STREET FROM THE TABLES BELOW.
023800*----------------------------------------------------------------
023900 01  WS-MASK-CUSTOMER-NUMBER       PIC 9(09).
024000 01  WS-MASK-CUSTOMER-TEXT REDEFINES WS-MASK-CUSTOMER-NUMBER
024100                                   PIC X(09).
024200 01  WS-MASK-CUSTOMER-DIGITS REDEFINES WS-MASK-CUSTOMER-NUMBER.
024300     05  WS-MC-DIGIT               PIC 9 OCCURS 9 TIMES.
024400 01  WS-MASK-FIELDS.
024500     05  WS-GIVEN-SUB              PIC 9(02) COMP.
024600     05  WS-SURNAME-SUB            PIC 9(02) COMP.
024700     05  WS-INITIAL-SUB            PIC 9(02) COMP.
024800     05  WS-STREET-SUB             PIC 9(02) COMP.
024900     05  WS-HOUSE-NUMBER           PIC 9(04).
025000 01  WS-GIVEN-NAME-VALUES.
025100     05  FILLER                    PIC X(10) VALUE "JAMES".
025200     05  FILLER                    PIC X(10) VALUE "MARY".
025300     05  FILLER                    PIC X(10) VALUE "ROBERT".
025400     05  FILLER                    PIC X(10) VALUE "LINDA".
025500     05  FILLER                    PIC X(10) VALUE "DAVID".
025600     05  FILLER                    PIC X(10) VALUE "SUSAN".
025700     05  FILLER                    PIC X(10) VALUE "THOMAS".
025800     05  FILLER                    PIC X(10) VALUE "KAREN".
025900     05  FILLER                    PIC X(10) VALUE "DANIEL".
026000     05  FILLER                    PIC X(10) VALUE "NANCY".
026100 01  WS-GIVEN-NAME-TABLE REDEFINES WS-GIVEN-NAME-VALUES.
026200     05  WS-GIVEN-NAME             PIC X(10) OCCURS 10 TIMES.
026300 01  WS-SURNAME-VALUES.
026400     05  FILLER                    PIC X(10) VALUE "ASHFORD".
026500     05  FILLER                    PIC X(10) VALUE "BRENNAN".
026600     05  FILLER                    PIC X(10) VALUE "CALLOWAY".
026700     05  FILLER                    PIC X(10) VALUE "DUNMORE".
026800     05  FILLER                    PIC X(10) VALUE "ELLSWORTH".
026900     05  FILLER                    PIC X(10) VALUE "FAIRCHILD".
027000     05  FILLER                    PIC X(10) VALUE "GRANGER".
027100     05  FILLER                    PIC X(10) VALUE "HOLLOWAY".
027200     05  FILLER                    PIC X(10) VALUE "KINSLEY".
027300     05  FILLER                    PIC X(10) VALUE "MARLOWE".
027400 01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
027500     05  WS-SURNAME                PIC X(10) OCCURS 10 TIMES.
027600 01  WS-INITIAL-VALUES             PIC X(10) VALUE "ABCDEFGHJK".
027700 01  WS-INITIAL-TABLE REDEFINES WS-INITIAL-VALUES.
027800     05  WS-INITIAL                PIC X OCCURS 10 TIMES.
027900 01  WS-STREET-VALUES.
028000     05  FILLER                    PIC X(10) VALUE "OAK".
028100     05  FILLER                    PIC X(10) VALUE "MAPLE".
028200     05  FILLER                    PIC X(10) VALUE "CEDAR".
028300     05  FILLER                    PIC X(10) VALUE "ELM".
028400     05  FILLER                    PIC X(10) VALUE "PINE".
028500     05  FILLER                    PIC X(10) VALUE "BIRCH".
028600     05  FILLER                    PIC X(10) VALUE "ASPEN".
028700     05  FILLER                    PIC X(10) VALUE "WILLOW".
028800     05  FILLER                    PIC X(10) VALUE "SPRUCE".
028900     05  FILLER                    PIC X(10) VALUE "HICKORY".
029000 01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
029100     05  WS-STREET-NAME            PIC X(10) OCCURS 10 TIMES.
029200*----------------------------------------------------------------
029300*  PRINT WORK FIELDS.
029400*----------------------------------------------------------------
029500 01  WS-PRINT-FIELDS.
029600     05  WS-EDIT-READ              PIC ZZZ,ZZZ,ZZ9.
029700     05  WS-EDIT-WRITTEN           PIC ZZZ,ZZZ,ZZ9.
029800     05  WS-EDIT-AMOUNT-1          PIC -(13)9.99.
029900     05  WS-EDIT-AMOUNT-2          PIC -(13)9.99.
030000     05  WS-EDIT-RESULT            PIC X(14).
030100 01  WS-REPORT-LINE                PIC X(100).
030200 01  WS-CONTROL-HEADING.
030300     05  FILLER                    PIC X(24) VALUE "FILE".
030400     05  FILLER                    PIC X(24) VALUE
030500         "       READ     WRITTEN".
030600     05  FILLER                    PIC X(35) VALUE
030700         "      AMOUNT READ    AMOUNT WRITTEN".
030800     05  FILLER                    PIC X(17) VALUE
030900         "  RESULT".
031000*----------------------------------------------------------------
031100 01  WS-CURRENT-TIMESTAMP          PIC X(21).
031200 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
031300     05  WS-TS-DATE                PIC 9(08).
031400     05  FILLER                    PIC X(13).
031500 01  WS-BUSINESS-DATE              PIC 9(08).
031600 01  WS-BUSDATE-FLAG               PIC X.
031700 01  WS-RUN-HISTORY-FIELDS.
031800     05  WS-RH-STEP-NAME           PIC X(08) VALUE "MASKSTEP".
031900     05  WS-RH-START-TIMESTAMP     PIC X(21).
032000     05  WS-RH-RECORDS-READ        PIC 9(08).
032100     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
032200     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
032300     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
032400*================================================================
032500 PROCEDURE DIVISION.
032600*================================================================
032700 0000-MAINLINE.
032800     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
032900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
033000     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
033100         WS-BUSDATE-FLAG
033200     IF WS-BUSDATE-FLAG = "Y"
033300         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
033400     END-IF
033500     PERFORM 1000-INITIALIZE
033600         THRU 1000-INITIALIZE-EXIT
033700     IF WS-RH-COMPLETION-CODE NOT = ZERO
033800         GO TO 0000-WRITE-RUN-HISTORY
033900     END-IF
034000
034100     PERFORM 2000-COPY-CUSTOMERS
034200         THRU 2000-COPY-CUSTOMERS-EXIT
034300     PERFORM 3000-COPY-ACCOUNTS
034400         THRU 3000-COPY-ACCOUNTS-EXIT
034500     PERFORM 4000-COPY-LOANS
034600         THRU 4000-COPY-LOANS-EXIT
034700     PERFORM 5000-COPY-CARDS
034800         THRU 5000-COPY-CARDS-EXIT
034900     PERFORM 6000-COPY-PINS
035000         THRU 6000-COPY-PINS-EXIT
035100     PERFORM 6500-COPY-TRANSACTIONS
035200         THRU 6500-COPY-TRANSACTIONS-EXIT
035300     PERFORM 6700-COPY-KEYED-HISTORY
035400         THRU 6700-COPY-KEYED-HISTORY-EXIT
035500     PERFORM 9000-WRITE-SUMMARY
035600         THRU 9000-WRITE-SUMMARY-EXIT
035700
035800     CLOSE MASK-MAP-FILE
035900     CLOSE MASK-CONTROL-REPORT
036000     .
036100 0000-WRITE-RUN-HISTORY.
036200     MOVE WS-TOTAL-READ TO WS-RH-RECORDS-READ
036300     MOVE WS-TOTAL-WRITTEN TO WS-RH-RECORDS-UPDATED
036400     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
036500         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
036600         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
036700         WS-RH-COMPLETION-CODE
036800     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
036900     STOP RUN.
037000*----------------------------------------------------------------
037100*  1000-INITIALIZE  --  AN EMPTY NUMBER TABLE, THE CONTROL
037200*  REPORT HEADINGS AND THE TEST PIN'S HASH.
037300*----------------------------------------------------------------
037400 1000-INITIALIZE.
037500     OPEN OUTPUT MASK-MAP-FILE
037600     IF WS-MASKMAP-STATUS NOT = "00"
037700         DISPLAY "TESTREFR: UNABLE TO CREATE THE NUMBER MAP, "
037800             "STATUS = " WS-MASKMAP-STATUS " - NOTHING COPIED"
037900         MOVE 16 TO WS-RH-COMPLETION-CODE
038000         GO TO 1000-INITIALIZE-EXIT
038100     END-IF
038200     CLOSE MASK-MAP-FILE
038300     OPEN I-O MASK-MAP-FILE
038400     OPEN OUTPUT MASK-CONTROL-REPORT
038500     CALL "PIN-HASH-COMPUTE" USING WS-TEST-PIN WS-TEST-PIN-HASH
038600
038700     MOVE SPACES TO WS-REPORT-LINE
038800     STRING "TEST REGION REFRESH - MASKING CONTROL REPORT - "
038900         "PRODUCTION AS OF " WS-TS-DATE
039000         DELIMITED BY SIZE INTO WS-REPORT-LINE
039100     PERFORM 8000-WRITE-REPORT-LINE
039200         THRU 8000-WRITE-REPORT-LINE-EXIT
039300     MOVE SPACES TO WS-REPORT-LINE
039400     PERFORM 8000-WRITE-REPORT-LINE
039500         THRU 8000-WRITE-REPORT-LINE-EXIT
039600     MOVE WS-CONTROL-HEADING TO WS-REPORT-LINE
039700     PERFORM 8000-WRITE-REPORT-LINE
039800         THRU 8000-WRITE-REPORT-LINE-EXIT
039900     .
040000 1000-INITIALIZE-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300*  2000-COPY-CUSTOMERS  --  CUSTOMER MASTER, PERSONAL DETAILS
040400*  MASKED.  THE CUSTOMER NUMBER IS NOT REMAPPED.
040500*----------------------------------------------------------------
040600 2000-COPY-CUSTOMERS.
040700     MOVE "CUSTOMER MASTER" TO WS-FC-FILE-TITLE
040800     MOVE 'N' TO WS-FC-AMOUNT-SWITCH
040900     PERFORM 7800-RESET-FILE-CONTROLS
041000         THRU 7800-RESET-FILE-CONTROLS-EXIT
041100     OPEN INPUT CUSTOMER-MASTER-FILE
041200     MOVE WS-CUSTMAST-STATUS TO WS-INPUT-OPEN-STATUS
041300     IF WS-CUSTMAST-STATUS NOT = "00"
041400         SET WS-FC-NO-INPUT TO TRUE
041500         GO TO 2000-WRITE-CONTROLS
041600     END-IF
041700     OPEN OUTPUT TEST-CUSTOMER-FILE
041800     MOVE WS-TSTCUST-STATUS TO WS-OUTPUT-OPEN-STATUS
041900     IF WS-TSTCUST-STATUS NOT = "00"
042000         SET WS-FC-NO-OUTPUT TO TRUE
042100         CLOSE CUSTOMER-MASTER-FILE
042200         GO TO 2000-WRITE-CONTROLS
042300     END-IF
042400     PERFORM 2100-COPY-ONE-CUSTOMER
042500         THRU 2100-COPY-ONE-CUSTOMER-EXIT
042600         UNTIL NO-MORE-INPUT
042700     CLOSE CUSTOMER-MASTER-FILE
042800     CLOSE TEST-CUSTOMER-FILE
042900     .
043000 2000-WRITE-CONTROLS.
043100     PERFORM 8100-WRITE-CONTROL-LINE
043200         THRU 8100-WRITE-CONTROL-LINE-EXIT
043300     .
043400 2000-COPY-CUSTOMERS-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700 2100-COPY-ONE-CUSTOMER.
043800     READ CUSTOMER-MASTER-FILE NEXT RECORD
043900         AT END
044000             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
044100             GO TO 2100-COPY-ONE-CUSTOMER-EXIT
044200     END-READ
044300     ADD 1 TO WS-FC-RECORDS-READ
044400     PERFORM 7500-MASK-CUSTOMER
044500         THRU 7500-MASK-CUSTOMER-EXIT
044600     MOVE CUSTOMER-MASTER-RECORD TO TEST-CUSTOMER-RECORD
044700     WRITE TEST-CUSTOMER-RECORD
044800     MOVE WS-TSTCUST-STATUS TO WS-WRITE-STATUS
044900     PERFORM 7900-COUNT-WRITE
045000         THRU 7900-COUNT-WRITE-EXIT
045100     .
045200 2100-COPY-ONE-CUSTOMER-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------
045500*  3000-COPY-ACCOUNTS  --  ACCOUNT MASTER.  THE ACCOUNT'S OWN
045600*  NUMBER AND EVERY ACCOUNT IT POINTS AT (GUARDIAN, FIXED
045700*  DEPOSIT PAYOUT, OVERDRAFT BACKUP) ARE REMAPPED.
045800*----------------------------------------------------------------
045900 3000-COPY-ACCOUNTS.
046000     MOVE "ACCOUNT MASTER" TO WS-FC-FILE-TITLE
046100     MOVE 'Y' TO WS-FC-AMOUNT-SWITCH
046200     PERFORM 7800-RESET-FILE-CONTROLS
046300         THRU 7800-RESET-FILE-CONTROLS-EXIT
046400     OPEN INPUT ACCOUNT-MASTER-FILE
046500     MOVE WS-ACCTMAST-STATUS TO WS-INPUT-OPEN-STATUS
046600     IF WS-ACCTMAST-STATUS NOT = "00"
046700         SET WS-FC-NO-INPUT TO TRUE
046800         GO TO 3000-WRITE-CONTROLS
046900     END-IF
047000     OPEN OUTPUT TEST-ACCOUNT-FILE
047100     MOVE WS-TSTACCT-STATUS TO WS-OUTPUT-OPEN-STATUS
047200     IF WS-TSTACCT-STATUS NOT = "00"
047300         SET WS-FC-NO-OUTPUT TO TRUE
047400         CLOSE ACCOUNT-MASTER-FILE
047500         GO TO 3000-WRITE-CONTROLS
047600     END-IF
047700     PERFORM 3100-COPY-ONE-ACCOUNT
047800         THRU 3100-COPY-ONE-ACCOUNT-EXIT
047900         UNTIL NO-MORE-INPUT
048000     CLOSE ACCOUNT-MASTER-FILE
048100     CLOSE TEST-ACCOUNT-FILE
048200     .
048300 3000-WRITE-CONTROLS.
048400     PERFORM 8100-WRITE-CONTROL-LINE
048500         THRU 8100-WRITE-CONTROL-LINE-EXIT
048600     .
048700 3000-COPY-ACCOUNTS-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000 3100-COPY-ONE-ACCOUNT.
049100     READ ACCOUNT-MASTER-FILE NEXT RECORD
049200         AT END
049300             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
049400             GO TO 3100-COPY-ONE-ACCOUNT-EXIT
049500     END-READ
049600     ADD 1 TO WS-FC-RECORDS-READ
049700     ADD AM-BALANCE TO WS-FC-AMOUNT-READ
049800     MOVE AM-ACCT-NUMBER TO WS-MAP-LIVE-NUMBER
049900     PERFORM 7000-MAP-ACCOUNT-NUMBER
050000         THRU 7000-MAP-ACCOUNT-NUMBER-EXIT
050100     MOVE WS-MAP-TEST-NUMBER TO AM-ACCT-NUMBER
050200     MOVE AM-GUARDIAN-ACCT-NUMBER TO WS-MAP-LIVE-NUMBER
050300     PERFORM 7000-MAP-ACCOUNT-NUMBER
050400         THRU 7000-MAP-ACCOUNT-NUMBER-EXIT
050500     MOVE WS-MAP-TEST-NUMBER TO AM-GUARDIAN-ACCT-NUMBER
050600     MOVE AM-FD-PAYOUT-ACCT TO WS-MAP-LIVE-NUMBER
050700     PERFORM 7000-MAP-ACCOUNT-NUMBER
050800         THRU 7000-MAP-ACCOUNT-NUMBER-EXIT
050900     MOVE WS-MAP-TEST-NUMBER TO AM-FD-PAYOUT-ACCT
051000     MOVE AM-OD-BACKUP-ACCT TO WS-MAP-LIVE-NUMBER
051100     PERFORM 7000-MAP-ACCOUNT-NUMBER
051200         THRU 7000-MAP-ACCOUNT-NUMBER-EXIT
051300     MOVE WS-MAP-TEST-NUMBER TO AM-OD-BACKUP-ACCT
051400     MOVE ACCOUNT-MASTER-RECORD TO TEST-ACCOUNT-RECORD
051500     WRITE TEST-ACCOUNT-RECORD
051600     MOVE WS-TSTACCT-STATUS TO WS-WRITE-STATUS
051700     PERFORM 7900-COUNT-WRITE
051800         THRU 7900-COUNT-WRITE-EXIT
051900     IF WS-WRITE-STATUS = "00"
052000         ADD TA-BALANCE TO WS-FC-AMOUNT-WRITTEN
052100     END-IF
052200     .
052300 3100-COPY-ONE-ACCOUNT-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------
052600*  4000-COPY-LOANS  --  LOAN MASTER.  THE LOAN NUMBER STAYS;
052700*  THE REPAYMENT ACCOUNT IS REMAPPED.
052800*----------------------------------------------------------------
052900 4000-COPY-LOANS.
053000     MOVE "LOAN MASTER" TO WS-FC-FILE-TITLE
053100     MOVE 'Y' TO WS-FC-AMOUNT-SWITCH
053200     PERFORM 7800-RESET-FILE-CONTROLS
053300         THRU 7800-RESET-FILE-CONTROLS-EXIT
053400     OPEN INPUT LOAN-MASTER-FILE
053500     MOVE WS-LOANMAST-STATUS TO WS-INPUT-OPEN-STATUS
053600     IF WS-LOANMAST-STATUS NOT = "00"
053700         SET WS-FC-NO-INPUT TO TRUE
053800         GO TO 4000-WRITE-CONTROLS
053900     END-IF
054000     OPEN OUTPUT TEST-LOAN-FILE
054100     MOVE WS-TSTLOAN-STATUS TO WS-OUTPUT-OPEN-STATUS
054200     IF WS-TSTLOAN-STATUS NOT = "00"
054300         SET WS-FC-NO-OUTPUT TO TRUE
054400         CLOSE LOAN-MASTER-FILE
054500         GO TO 4000-WRITE-CONTROLS
054600     END-IF
054700     PERFORM 4100-COPY-ONE-LOAN
054800         THRU 4100-COPY-ONE-LOAN-EXIT
054900         UNTIL NO-MORE-INPUT
055000     CLOSE LOAN-MASTER-FILE
055100     CLOSE TEST-LOAN-FILE
055200     .
055300 4000-WRITE-CONTROLS.
055400     PERFORM 8100-WRITE-CONTROL-LINE
055500         THRU 8100-WRITE-CONTROL-LINE-EXIT
055600     .
055700 4000-COPY-LOANS-EXIT.
055800     EXIT.
055900*----------------------------------------------------------------
056000 4100-COPY-ONE-LOAN.
056100     READ LOAN-MASTER-FILE NEXT RECORD
056200         AT END
056300             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
056400             GO TO 4100-COPY-ONE-LOAN-EXIT
056500     END-READ
056600     ADD 1 TO WS-FC-RECORDS-READ
056700     ADD LM-OUTSTANDING-BALANCE TO WS-FC-AMOUNT-READ
056800     MOVE LM-ACCT-NUMBER TO WS-MAP-LIVE-NUMBER
056900     PERFORM 7000-MAP-ACCOUNT-NUMBER
057000         THRU 7000-MAP-ACCOUNT-NUMBER-EXIT
057100     MOVE WS-MAP-TEST-NUMBER TO LM-ACCT-NUMBER
057200     MOVE LOAN-MASTER-RECORD TO TEST-LOAN-RECORD
057300     WRITE TEST-LOAN-RECORD
057400     MOVE WS-TSTLOAN-STATUS TO WS-WRITE-STATUS
057500     PERFORM 7900-COUNT-WRITE
057600         THRU 7900-COUNT-WRITE-EXIT
057700     IF WS-WRITE-STATUS = "00"
057800         ADD TL-OUTSTANDING-BALANCE TO WS-FC-AMOUNT-WRITTEN
057900     END-IF
058000     .
058100 4100-COPY-ONE-LOAN-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400*  5000-COPY-CARDS  --  DEBIT CARD MASTER.  BOTH THE CARD
058500*  NUMBER AND THE ACCOUNT IT DRAWS ON ARE REMAPPED.
058600*----------------------------------------------------------------
058700 5000-COPY-CARDS.
058800     MOVE "DEBIT CARD MASTER" TO WS-FC-FILE-TITLE
058900     MOVE 'N' TO WS-FC-AMOUNT-SWITCH
059000     PERFORM 7800-RESET-FILE-CONTROLS
059100         THRU 7800-RESET-FILE-CONTROLS-EXIT
059200     OPEN INPUT DEBIT-CARD-MASTER-FILE
059300     MOVE WS-CARDMAST-STATUS TO WS-INPUT-OPEN-STATUS
059400     IF WS-CARDMAST-STATUS NOT = "00"
059500         SET WS-FC-NO-INPUT TO TRUE
059600         GO TO 5000-WRITE-CONTROLS
059700     END-IF
059800     OPEN OUTPUT TEST-CARD-FILE
059900     MOVE WS-TSTCARD-STATUS TO WS-OUTPUT-OPEN-STATUS
060000     IF WS-TSTCARD-STATUS NOT = "00"
060100         SET WS-FC-NO-OUTPUT TO TRUE
060200         CLOSE DEBIT-CARD-MASTER-FILE
060300         GO TO 5000-WRITE-CONTROLS
060400     END-IF
060500     PERFORM 5100-COPY-ONE-CARD
060600         THRU 5100-COPY-ONE-CARD-EXIT
060700         UNTIL NO-MORE-INPUT
060800     CLOSE DEBIT-CARD-MASTER-FILE
060900     CLOSE TEST-CARD-FILE
061000     .
061100 5000-WRITE-CONTROLS.
061200     PERFORM 8100-WRITE-CONTROL-LINE
061300         THRU 8100-WRITE-CONTROL-LINE-EXIT
061400     .
061500 5000-COPY-CARDS-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800 5100-COPY-ONE-CARD.
061900     READ DEBIT-CARD-MASTER-FILE NEXT RECORD
062000         AT END
062100             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
062200             GO TO 5100-COPY-ONE-CARD-EXIT
062300     END-READ
062400     ADD 1 TO WS-FC-RECORDS-READ
062500     MOVE DC-CARD-NUMBER TO WS-MAP-LIVE-NUMBER
062600     PERFORM 7100-MAP-CARD-NUMBER
062700         THRU 7100-MAP-CARD-NUMBER-EXIT
062800     MOVE WS-MAP-TEST-NUMBER TO DC-CARD-NUMBER
062900     MOVE DC-ACCT-NUMBER TO WS-MAP-LIVE-NUMBER
063000     PERFORM 7000-MAP-ACCOUNT-NUMBER
063100         THRU 7000-MAP-ACCOUNT-NUMBER-EXIT
063200     MOVE WS-MAP-TEST-NUMBER TO DC-ACCT-NUMBER
063300     MOVE DEBIT-CARD-MASTER-RECORD TO TEST-CARD-RECORD
063400     WRITE TEST-CARD-RECORD
063500     MOVE WS-TSTCARD-STATUS TO WS-WRITE-STATUS
063600     PERFORM 7900-COUNT-WRITE
063700         THRU 7900-COUNT-WRITE-EXIT
063800     .
063900 5100-COPY-ONE-CARD-EXIT.
064000     EXIT.
064100*----------------------------------------------------------------
064200*  6000-COPY-PINS  --  PIN MASTER.  THE ACCOUNT KEY IS
064300*  REMAPPED AND THE HASH REPLACED WITH THE TEST PIN'S.
064400*----------------------------------------------------------------
064500 6000-COPY-PINS.
064600     MOVE "PIN MASTER" TO WS-FC-FILE-TITLE
064700     MOVE 'N' TO WS-FC-AMOUNT-SWITCH
064800     PERFORM 7800-RESET-FILE-CONTROLS
064900         THRU 7800-RESET-FILE-CONTROLS-EXIT
065000     OPEN INPUT PIN-MASTER-FILE
065100     MOVE WS-PINMAST-STATUS TO WS-INPUT-OPEN-STATUS
065200     IF WS-PINMAST-STATUS NOT = "00"
065300         SET WS-FC-NO-INPUT TO TRUE
065400         GO TO 6000-WRITE-CONTROLS
065500     END-IF
065600     OPEN OUTPUT TEST-PIN-FILE
065700     MOVE WS-TSTPIN-STATUS TO WS-OUTPUT-OPEN-STATUS
065800     IF WS-TSTPIN-STATUS NOT = "00"
065900         SET WS-FC-NO-OUTPUT TO TRUE
066000         CLOSE PIN-MASTER-FILE
066100         GO TO 6000-WRITE-CONTROLS
066200     END-IF
066300     PERFORM 6100-COPY-ONE-PIN
066400         THRU 6100-COPY-ONE-PIN-EXIT
066500         UNTIL NO-MORE-INPUT
066600     CLOSE PIN-MASTER-FILE
066700     CLOSE TEST-PIN-FILE
066800     .
066900 6000-WRITE-CONTROLS.
067000     PERFORM 8100-WRITE-CONTROL-LINE
067100         THRU 8100-WRITE-CONTROL-LINE-EXIT
067200     .
067300 6000-COPY-PINS-EXIT.
067400     EXIT.
067500*----------------------------------------------------------------
067600 6100-COPY-ONE-PIN.
067700     READ PIN-MASTER-FILE NEXT RECORD
067800         AT END
067900             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
068000             GO TO 6100-COPY-ONE-PIN-EXIT
068100     END-READ
068200     ADD 1 TO WS-FC-RECORDS-READ
068300     MOVE PM-ACCT-NUMBER TO WS-MAP-LIVE-NUMBER
068400     PERFORM 7000-MAP-ACCOUNT-NUMBER
068500         THRU 7000-MAP-ACCOUNT-NUMBER-EXIT
068600     MOVE WS-MAP-TEST-NUMBER TO PM-ACCT-NUMBER
068700     MOVE WS-TEST-PIN-HASH TO PM-PIN-HASH
068800     MOVE ZERO TO PM-FAILED-ATTEMPTS
068900     SET PM-CHANGE-NOT-REQUIRED TO TRUE
069000     MOVE PIN-MASTER-RECORD TO TEST-PIN-RECORD
069100     WRITE TEST-PIN-RECORD
069200     MOVE WS-TSTPIN-STATUS TO WS-WRITE-STATUS
069300     PERFORM 7900-COUNT-WRITE
069400         THRU 7900-COUNT-WRITE-EXIT
069500     .
069600 6100-COPY-ONE-PIN-EXIT.
069700     EXIT.
069800*----------------------------------------------------------------
069900*  6500-COPY-TRANSACTIONS  --  THE FLAT TRANSACTION FILE.
070000*----------------------------------------------------------------
070100 6500-COPY-TRANSACTIONS.
070200     MOVE "TRANSACTION FILE" TO WS-FC-FILE-TITLE
070300     MOVE 'Y' TO WS-FC-AMOUNT-SWITCH
070400     PERFORM 7800-RESET-FILE-CONTROLS
070500         THRU 7800-RESET-FILE-CONTROLS-EXIT
070600     OPEN INPUT TRANSACTION-FILE
070700     MOVE WS-TRANFILE-STATUS TO WS-INPUT-OPEN-STATUS
070800     IF WS-TRANFILE-STATUS NOT = "00"
070900         SET WS-FC-NO-INPUT TO TRUE
071000         GO TO 6500-WRITE-CONTROLS
071100     END-IF
071200     OPEN OUTPUT TEST-TRANSACTION-FILE
071300     MOVE WS-TSTTRAN-STATUS TO WS-OUTPUT-OPEN-STATUS
071400     IF WS-TSTTRAN-STATUS NOT = "00"
071500         SET WS-FC-NO-OUTPUT TO TRUE
071600         CLOSE TRANSACTION-FILE
071700         GO TO 6500-WRITE-CONTROLS
071800     END-IF
071900     PERFORM 6600-COPY-ONE-TRANSACTION
072000         THRU 6600-COPY-ONE-TRANSACTION-EXIT
072100         UNTIL NO-MORE-INPUT
072200     CLOSE TRANSACTION-FILE
072300     CLOSE TEST-TRANSACTION-FILE
072400     .
072500 6500-WRITE-CONTROLS.
072600     PERFORM 8100-WRITE-CONTROL-LINE
072700         THRU 8100-WRITE-CONTROL-LINE-EXIT
072800     .
072900 6500-COPY-TRANSACTIONS-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------
073200 6600-COPY-ONE-TRANSACTION.
073300     READ TRANSACTION-FILE
073400         AT END
073500             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
073600             GO TO 6600-COPY-ONE-TRANSACTION-EXIT
073700     END-READ
073800     ADD 1 TO WS-FC-RECORDS-READ
073900     ADD TR-AMOUNT TO WS-FC-AMOUNT-READ
074000     MOVE TR-ACCT-NUMBER TO WS-MAP-LIVE-NUMBER
074100     PERFORM 7000-MAP-ACCOUNT-NUMBER
074200         THRU 7000-MAP-ACCOUNT-NUMBER-EXIT
074300     MOVE WS-MAP-TEST-NUMBER TO TR-ACCT-NUMBER
074400     MOVE TRANSACTION-RECORD TO TEST-TRANSACTION-RECORD
074500     WRITE TEST-TRANSACTION-RECORD
074600     MOVE WS-TSTTRAN-STATUS TO WS-WRITE-STATUS
074700     PERFORM 7900-COUNT-WRITE
074800         THRU 7900-COUNT-WRITE-EXIT
074900     IF WS-WRITE-STATUS = "00"
075000         ADD TT-AMOUNT TO WS-FC-AMOUNT-WRITTEN
075100     END-IF
075200     .
075300 6600-COPY-ONE-TRANSACTION-EXIT.
075400     EXIT.
075500*----------------------------------------------------------------
075600*  6700-COPY-KEYED-HISTORY  --  THE KEYED TRANSACTION HISTORY.
075700*  THE ACCOUNT NUMBER LEADS THE KEY, SO THE TEST COPY IS
075800*  WRITTEN IN A DIFFERENT ORDER FROM THE LIVE ONE.
075900*----------------------------------------------------------------
076000 6700-COPY-KEYED-HISTORY.
076100     MOVE "KEYED TRAN HISTORY" TO WS-FC-FILE-TITLE
076200     MOVE 'Y' TO WS-FC-AMOUNT-SWITCH
076300     PERFORM 7800-RESET-FILE-CONTROLS
076400         THRU 7800-RESET-FILE-CONTROLS-EXIT
076500     OPEN INPUT KEYED-TRAN-HISTORY-FILE
076600     MOVE WS-TRANHKEY-STATUS TO WS-INPUT-OPEN-STATUS
076700     IF WS-TRANHKEY-STATUS NOT = "00"
076800         SET WS-FC-NO-INPUT TO TRUE
076900         GO TO 6700-WRITE-CONTROLS
077000     END-IF
077100     OPEN OUTPUT TEST-KEYED-HISTORY-FILE
077200     MOVE WS-TSTTRNHK-STATUS TO WS-OUTPUT-OPEN-STATUS
077300     IF WS-TSTTRNHK-STATUS NOT = "00"
077400         SET WS-FC-NO-OUTPUT TO TRUE
077500         CLOSE KEYED-TRAN-HISTORY-FILE
077600         GO TO 6700-WRITE-CONTROLS
077700     END-IF
077800     PERFORM 6800-COPY-ONE-HISTORY-ROW
077900         THRU 6800-COPY-ONE-HISTORY-ROW-EXIT
078000         UNTIL NO-MORE-INPUT
078100     CLOSE KEYED-TRAN-HISTORY-FILE
078200     CLOSE TEST-KEYED-HISTORY-FILE
078300     .
078400 6700-WRITE-CONTROLS.
078500     PERFORM 8100-WRITE-CONTROL-LINE
078600         THRU 8100-WRITE-CONTROL-LINE-EXIT
078700     .
078800 6700-COPY-KEYED-HISTORY-EXIT.
078900     EXIT.
079000*----------------------------------------------------------------
079100 6800-COPY-ONE-HISTORY-ROW.
079200     READ KEYED-TRAN-HISTORY-FILE NEXT RECORD
079300         AT END
079400             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
079500             GO TO 6800-COPY-ONE-HISTORY-ROW-EXIT
079600     END-READ
079700     ADD 1 TO WS-FC-RECORDS-READ
079800     ADD TK-AMOUNT TO WS-FC-AMOUNT-READ
079900     MOVE TK-ACCT-NUMBER TO WS-MAP-LIVE-NUMBER
080000     PERFORM 7000-MAP-ACCOUNT-NUMBER
080100         THRU 7000-MAP-ACCOUNT-NUMBER-EXIT
080200     MOVE WS-MAP-TEST-NUMBER TO TK-ACCT-NUMBER
080300     MOVE KEYED-TRAN-HISTORY-RECORD TO TEST-KEYED-HISTORY-RECORD
080400     WRITE TEST-KEYED-HISTORY-RECORD
080500     MOVE WS-TSTTRNHK-STATUS TO WS-WRITE-STATUS
080600     PERFORM 7900-COUNT-WRITE
080700         THRU 7900-COUNT-WRITE-EXIT
080800     IF WS-WRITE-STATUS = "00"
080900         ADD TX-AMOUNT TO WS-FC-AMOUNT-WRITTEN
081000     END-IF
081100     .
081200 6800-COPY-ONE-HISTORY-ROW-EXIT.
081300     EXIT.
081400*----------------------------------------------------------------
081500*  7000-MAP-ACCOUNT-NUMBER  --  THE TEST NUMBER FOR A LIVE
081600*  ACCOUNT.  THE FIRST TIME AN ACCOUNT IS SEEN, ON WHATEVER
081700*  FILE, IT IS GIVEN THE NEXT 9-DIGIT BASE WITH THE USUAL
081800*  CHECK DIGIT (ACCT-PRIME-CHECK-DIGIT, AS ACCOUNT OPENING
081900*  DOES) AND THE PAIR IS KEPT ON THE MAP FOR EVERY LATER
082000*  SIGHTING.
082100*----------------------------------------------------------------
082200 7000-MAP-ACCOUNT-NUMBER.
082300     SET WS-MAP-ACCOUNT TO TRUE
082400     PERFORM 7200-FIND-MAPPED-NUMBER
082500         THRU 7200-FIND-MAPPED-NUMBER-EXIT
082600     IF WS-MAP-TEST-NUMBER NOT = ZERO
082700        OR WS-MAP-LIVE-NUMBER = ZERO
082800         GO TO 7000-MAP-ACCOUNT-NUMBER-EXIT
082900     END-IF
083000     CALL "ACCT-PRIME-CHECK-DIGIT" USING WS-NEXT-ACCT-BASE
083100         WS-GEN-MODE WS-NEW-CHECK-DIGIT WS-NEW-ACCT-VALID-FLAG
083200     COMPUTE WS-MAP-TEST-NUMBER =
083300         (WS-NEXT-ACCT-BASE * 10) + WS-NEW-CHECK-DIGIT
083400     ADD 1 TO WS-NEXT-ACCT-BASE
083500     ADD 1 TO WS-ACCOUNTS-MAPPED
083600     PERFORM 7300-ADD-MAPPED-NUMBER
083700         THRU 7300-ADD-MAPPED-NUMBER-EXIT
083800     .
083900 7000-MAP-ACCOUNT-NUMBER-EXIT.
084000     EXIT.
084100*----------------------------------------------------------------
084200*  7100-MAP-CARD-NUMBER  --  THE TEST NUMBER FOR A LIVE CARD,
084300*  GIVEN OUT IN TURN FROM THE TEST CARD RANGE.
084400*----------------------------------------------------------------
084500 7100-MAP-CARD-NUMBER.
084600     SET WS-MAP-CARD TO TRUE
084700     PERFORM 7200-FIND-MAPPED-NUMBER
084800         THRU 7200-FIND-MAPPED-NUMBER-EXIT
084900     IF WS-MAP-TEST-NUMBER NOT = ZERO
085000        OR WS-MAP-LIVE-NUMBER = ZERO
085100         GO TO 7100-MAP-CARD-NUMBER-EXIT
085200     END-IF
085300     MOVE WS-NEXT-CARD-NUMBER TO WS-MAP-TEST-NUMBER
085400     ADD 1 TO WS-NEXT-CARD-NUMBER
085500     ADD 1 TO WS-CARDS-MAPPED
085600     PERFORM 7300-ADD-MAPPED-NUMBER
085700         THRU 7300-ADD-MAPPED-NUMBER-EXIT
085800     .
085900 7100-MAP-CARD-NUMBER-EXIT.
086000     EXIT.
086100*----------------------------------------------------------------
086200 7200-FIND-MAPPED-NUMBER.
086300     MOVE ZERO TO WS-MAP-TEST-NUMBER
086400     IF WS-MAP-LIVE-NUMBER = ZERO
086500         GO TO 7200-FIND-MAPPED-NUMBER-EXIT
086600     END-IF
086700     MOVE WS-MAP-TYPE TO MK-MAP-TYPE
086800     MOVE WS-MAP-LIVE-NUMBER TO MK-LIVE-NUMBER
086900     READ MASK-MAP-FILE
087000         KEY IS MK-MAP-KEY
087100         INVALID KEY
087200             CONTINUE
087300         NOT INVALID KEY
087400             MOVE MK-TEST-NUMBER TO WS-MAP-TEST-NUMBER
087500     END-READ
087600     .
087700 7200-FIND-MAPPED-NUMBER-EXIT.
087800     EXIT.
087900*----------------------------------------------------------------
088000 7300-ADD-MAPPED-NUMBER.
088100     MOVE WS-MAP-TYPE TO MK-MAP-TYPE
088200     MOVE WS-MAP-LIVE-NUMBER TO MK-LIVE-NUMBER
088300     MOVE WS-MAP-TEST-NUMBER TO MK-TEST-NUMBER
088400     WRITE MASK-MAP-RECORD
088500         INVALID KEY
088600             ADD 1 TO WS-MAP-ERRORS
088700             DISPLAY "TESTREFR: NUMBER MAP WRITE FAILED FOR "
088800                 WS-MAP-TYPE " " WS-MAP-LIVE-NUMBER
088900                 ", STATUS = " WS-MASKMAP-STATUS
089000     END-WRITE
089100     .
089200 7300-ADD-MAPPED-NUMBER-EXIT.
089300     EXIT.
089400*----------------------------------------------------------------
089500*  7500-MASK-CUSTOMER  --  REPLACES THE PERSONAL DETAILS ON THE
089600*  CUSTOMER RECORD IN HAND.  A DETAIL THAT IS BLANK ON THE
089700*  LIVE RECORD STAYS BLANK, SO MISSING-TIN AND NO-EMAIL CASES
089800*  STILL TURN UP IN TEST.  THE TAX ID KEEPS THE NNN-NN-NNNN
089900*  SHAPE (THE PIN RESET CHECK USES ITS LAST FOUR).
090000*----------------------------------------------------------------
090100 7500-MASK-CUSTOMER.
090200     MOVE CM-CUSTOMER-NUMBER TO WS-MASK-CUSTOMER-NUMBER
090300     COMPUTE WS-GIVEN-SUB = WS-MC-DIGIT (9) + 1
090400     COMPUTE WS-SURNAME-SUB = WS-MC-DIGIT (8) + 1
090500     COMPUTE WS-INITIAL-SUB = WS-MC-DIGIT (7) + 1
090600     COMPUTE WS-STREET-SUB = WS-MC-DIGIT (6) + 1
090700     COMPUTE WS-HOUSE-NUMBER = 1000
090800         + (WS-MC-DIGIT (7) * 100) + (WS-MC-DIGIT (8) * 10)
090900         + WS-MC-DIGIT (9)
091000
091100     MOVE SPACES TO CM-CUSTOMER-NAME
091200     STRING WS-GIVEN-NAME (WS-GIVEN-SUB) DELIMITED BY SPACE
091300         " " DELIMITED BY SIZE
091400         WS-INITIAL (WS-INITIAL-SUB) DELIMITED BY SIZE
091500         " " DELIMITED BY SIZE
091600         WS-SURNAME (WS-SURNAME-SUB) DELIMITED BY SPACE
091700         INTO CM-CUSTOMER-NAME
091800     MOVE SPACES TO CM-ADDRESS-LINE-1
091900     STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
092000         " " DELIMITED BY SIZE
092100         WS-STREET-NAME (WS-STREET-SUB) DELIMITED BY SPACE
092200         " STREET" DELIMITED BY SIZE
092300         INTO CM-ADDRESS-LINE-1
092400     MOVE SPACES TO CM-ADDRESS-LINE-2
092500     IF CM-ZIP-CODE NOT = SPACES
092600         MOVE "00" TO CM-ZIP-CODE (4:2)
092700         MOVE SPACES TO CM-ZIP-CODE (6:5)
092800     END-IF
092900     IF CM-TAX-ID NOT = SPACES
093000         MOVE SPACES TO CM-TAX-ID
093100         STRING WS-MASK-CUSTOMER-TEXT (1:3) "-"
093200             WS-MASK-CUSTOMER-TEXT (4:2) "-"
093300             WS-MASK-CUSTOMER-TEXT (6:4)
093400             DELIMITED BY SIZE INTO CM-TAX-ID
093500     END-IF
093600     IF CM-PHONE-NUMBER NOT = SPACES
093700         MOVE SPACES TO CM-PHONE-NUMBER
093800         STRING "555-" WS-MASK-CUSTOMER-TEXT (3:3) "-"
093900             WS-MASK-CUSTOMER-TEXT (6:4)
094000             DELIMITED BY SIZE INTO CM-PHONE-NUMBER
094100     END-IF
094200     IF CM-EMAIL-ADDRESS NOT = SPACES
094300         MOVE SPACES TO CM-EMAIL-ADDRESS
094400         STRING "C" WS-MASK-CUSTOMER-TEXT "@EXAMPLE.COM"
094500             DELIMITED BY SIZE INTO CM-EMAIL-ADDRESS
094600     END-IF
094700     .
094800 7500-MASK-CUSTOMER-EXIT.
094900     EXIT.
095000*----------------------------------------------------------------
095100 7800-RESET-FILE-CONTROLS.
095200     MOVE 'N' TO WS-INPUT-EOF-SWITCH
095300     SET WS-FC-COPIED TO TRUE
095400     MOVE SPACES TO WS-INPUT-OPEN-STATUS
095500     MOVE SPACES TO WS-OUTPUT-OPEN-STATUS
095600     MOVE ZERO TO WS-FC-RECORDS-READ
095700     MOVE ZERO TO WS-FC-RECORDS-WRITTEN
095800     MOVE ZERO TO WS-FC-WRITE-ERRORS
095900     MOVE ZERO TO WS-FC-AMOUNT-READ
096000     MOVE ZERO TO WS-FC-AMOUNT-WRITTEN
096100     .
096200 7800-RESET-FILE-CONTROLS-EXIT.
096300     EXIT.
096400*----------------------------------------------------------------
096500 7900-COUNT-WRITE.
096600     IF WS-WRITE-STATUS = "00"
096700         ADD 1 TO WS-FC-RECORDS-WRITTEN
096800     ELSE
096900         ADD 1 TO WS-FC-WRITE-ERRORS
097000         DISPLAY "TESTREFR: " WS-FC-FILE-TITLE
097100             " WRITE FAILED, STATUS = " WS-WRITE-STATUS
097200     END-IF
097300     .
097400 7900-COUNT-WRITE-EXIT.
097500     EXIT.
097600*----------------------------------------------------------------
097700 8000-WRITE-REPORT-LINE.
097800     MOVE WS-REPORT-LINE TO MASK-CONTROL-LINE
097900     WRITE MASK-CONTROL-LINE
098000     .
098100 8000-WRITE-REPORT-LINE-EXIT.
098200     EXIT.
098300*----------------------------------------------------------------
098400*  8100-WRITE-CONTROL-LINE  --  ONE FILE'S PROOF.  A FILE NOT
098500*  THERE TO COPY IS RC 4 - ITS OLD TEST COPY IS LEFT AS IT
098600*  WAS.  A TEST FILE THAT WOULD NOT OPEN, OR COUNTS OR
098700*  BALANCES THAT DO NOT AGREE, ARE RC 8.
098800*----------------------------------------------------------------
098900 8100-WRITE-CONTROL-LINE.
099000     ADD WS-FC-RECORDS-READ TO WS-TOTAL-READ
099100     ADD WS-FC-RECORDS-WRITTEN TO WS-TOTAL-WRITTEN
099200     MOVE WS-FC-RECORDS-READ TO WS-EDIT-READ
099300     MOVE WS-FC-RECORDS-WRITTEN TO WS-EDIT-WRITTEN
099400     MOVE WS-FC-AMOUNT-READ TO WS-EDIT-AMOUNT-1
099500     MOVE WS-FC-AMOUNT-WRITTEN TO WS-EDIT-AMOUNT-2
099600     EVALUATE TRUE
099700         WHEN WS-FC-NO-INPUT
099800             MOVE "NOT COPIED" TO WS-EDIT-RESULT
099900             IF WS-RH-COMPLETION-CODE < 4
100000                 MOVE 4 TO WS-RH-COMPLETION-CODE
100100             END-IF
100200         WHEN WS-FC-NO-OUTPUT
100300             MOVE "NOT COPIED" TO WS-EDIT-RESULT
100400             MOVE 8 TO WS-RH-COMPLETION-CODE
100500         WHEN WS-FC-RECORDS-WRITTEN NOT = WS-FC-RECORDS-READ
100600            OR WS-FC-AMOUNT-WRITTEN NOT = WS-FC-AMOUNT-READ
100700             MOVE "OUT OF BALANCE" TO WS-EDIT-RESULT
100800             MOVE 8 TO WS-RH-COMPLETION-CODE
100900         WHEN OTHER
101000             MOVE "PROVED" TO WS-EDIT-RESULT
101100     END-EVALUATE
101200     MOVE SPACES TO WS-REPORT-LINE
101300     IF WS-FC-HAS-AMOUNT
101400         STRING WS-FC-FILE-TITLE WS-EDIT-READ " "
101500             WS-EDIT-WRITTEN " " WS-EDIT-AMOUNT-1 " "
101600             WS-EDIT-AMOUNT-2 "  " WS-EDIT-RESULT
101700             DELIMITED BY SIZE INTO WS-REPORT-LINE
101800     ELSE
101900         STRING WS-FC-FILE-TITLE WS-EDIT-READ " "
102000             WS-EDIT-WRITTEN " " "                  "
102100             "                   " WS-EDIT-RESULT
102200             DELIMITED BY SIZE INTO WS-REPORT-LINE
102300     END-IF
102400     PERFORM 8000-WRITE-REPORT-LINE
102500         THRU 8000-WRITE-REPORT-LINE-EXIT
102600     IF WS-FC-NO-INPUT
102700         MOVE SPACES TO WS-REPORT-LINE
102800         STRING "    LIVE FILE NOT AVAILABLE, STATUS = "
102900             WS-INPUT-OPEN-STATUS
103000             " - TEST COPY LEFT UNCHANGED"
103100             DELIMITED BY SIZE INTO WS-REPORT-LINE
103200         PERFORM 8000-WRITE-REPORT-LINE
103300             THRU 8000-WRITE-REPORT-LINE-EXIT
103400     END-IF
103500     IF WS-FC-NO-OUTPUT
103600         MOVE SPACES TO WS-REPORT-LINE
103700         STRING "    TEST FILE WOULD NOT OPEN, STATUS = "
103800             WS-OUTPUT-OPEN-STATUS
103900             DELIMITED BY SIZE INTO WS-REPORT-LINE
104000         PERFORM 8000-WRITE-REPORT-LINE
104100             THRU 8000-WRITE-REPORT-LINE-EXIT
104200     END-IF
104300     IF WS-FC-WRITE-ERRORS > ZERO
104400         MOVE WS-FC-WRITE-ERRORS TO WS-EDIT-READ
104500         MOVE SPACES TO WS-REPORT-LINE
104600         STRING "    RECORDS NOT WRITTEN = " WS-EDIT-READ
104700             DELIMITED BY SIZE INTO WS-REPORT-LINE
104800         PERFORM 8000-WRITE-REPORT-LINE
104900             THRU 8000-WRITE-REPORT-LINE-EXIT
105000     END-IF
105100     DISPLAY "TESTREFR: " WS-FC-FILE-TITLE " READ "
105200         WS-FC-RECORDS-READ " WRITTEN " WS-FC-RECORDS-WRITTEN
105300         " " WS-EDIT-RESULT
105400     .
105500 8100-WRITE-CONTROL-LINE-EXIT.
105600     EXIT.
105700*----------------------------------------------------------------
105800*  9000-WRITE-SUMMARY  --  THE MASKING TOTALS.  A NUMBER THAT
105900*  COULD NOT BE KEPT ON THE MAP MAY NOT JOIN ACROSS FILES, SO
106000*  THE RUN IS RC 8.
106100*----------------------------------------------------------------
106200 9000-WRITE-SUMMARY.
106300     MOVE SPACES TO WS-REPORT-LINE
106400     PERFORM 8000-WRITE-REPORT-LINE
106500         THRU 8000-WRITE-REPORT-LINE-EXIT
106600     MOVE WS-ACCOUNTS-MAPPED TO WS-EDIT-READ
106700     MOVE SPACES TO WS-REPORT-LINE
106800     STRING "ACCOUNT NUMBERS REMAPPED  " WS-EDIT-READ
106900         DELIMITED BY SIZE INTO WS-REPORT-LINE
107000     PERFORM 8000-WRITE-REPORT-LINE
107100         THRU 8000-WRITE-REPORT-LINE-EXIT
107200     MOVE WS-CARDS-MAPPED TO WS-EDIT-READ
107300     MOVE SPACES TO WS-REPORT-LINE
107400     STRING "CARD NUMBERS REMAPPED     " WS-EDIT-READ
107500         DELIMITED BY SIZE INTO WS-REPORT-LINE
107600     PERFORM 8000-WRITE-REPORT-LINE
107700         THRU 8000-WRITE-REPORT-LINE-EXIT
107800     MOVE SPACES TO WS-REPORT-LINE
107900     STRING "PIN HASHES SET TO TEST PIN " WS-TEST-PIN
108000         DELIMITED BY SIZE INTO WS-REPORT-LINE
108100     PERFORM 8000-WRITE-REPORT-LINE
108200         THRU 8000-WRITE-REPORT-LINE-EXIT
108300     IF WS-MAP-ERRORS > ZERO
108400         MOVE WS-MAP-ERRORS TO WS-EDIT-READ
108500         MOVE SPACES TO WS-REPORT-LINE
108600         STRING "NUMBER MAP WRITE FAILURES " WS-EDIT-READ
108700             " - CROSS-FILE LINKS NOT ASSURED"
108800             DELIMITED BY SIZE INTO WS-REPORT-LINE
108900         PERFORM 8000-WRITE-REPORT-LINE
109000             THRU 8000-WRITE-REPORT-LINE-EXIT
109100         MOVE 8 TO WS-RH-COMPLETION-CODE
109200     END-IF
109300     MOVE SPACES TO WS-REPORT-LINE
109400     EVALUATE WS-RH-COMPLETION-CODE
109500         WHEN ZERO
109600             MOVE "REFRESH COMPLETE - ALL FILES PROVED"
109700                 TO WS-REPORT-LINE
109800         WHEN 4
109900             STRING "REFRESH COMPLETE - SOME LIVE FILES NOT "
110000                 "AVAILABLE" DELIMITED BY SIZE INTO WS-REPORT-LINE
110100         WHEN OTHER
110200             STRING "REFRESH FAILED CONTROLS - DO NOT RELEASE "
110300                 "THE TEST REGION" DELIMITED BY SIZE
110400                 INTO WS-REPORT-LINE
110500     END-EVALUATE
110600     PERFORM 8000-WRITE-REPORT-LINE
110700         THRU 8000-WRITE-REPORT-LINE-EXIT
110800     .
110900 9000-WRITE-SUMMARY-EXIT.
111000     EXIT.
111100 END PROGRAM TEST-DATA-REFRESH.
