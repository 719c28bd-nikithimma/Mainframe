000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    REL-STMT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CONSOLIDATED RELATIONSHIP
001300*                     STATEMENT.  A CUSTOMER WHO HAS ELECTED IT
001400*                     (CM-REL-STMT-OPTION, MAINTAINED THROUGH
001500*                     CUST-MAINT) GETS ONE DOCUMENT ON THEIR
001600*                     CHOSEN CYCLE INSTEAD OF ONE STATEMENT PER
001700*                     ACCOUNT FROM STMTGEN: A SUMMARY PAGE
001800*                     LISTING EVERY OPEN ACCOUNT AND LOAN WITH
001900*                     THE DEPOSIT, FIXED DEPOSIT, CREDIT LINE AND
002000*                     LOAN TOTALS, THE NEXT FD MATURITY AND THE
002100*                     RELATIONSHIP TIER, FOLLOWED BY EACH
002200*                     ACCOUNT'S ACTIVITY SECTION.  THE CUSTOMER'S
002300*                     RELATIONSHIP DELIVERY PREFERENCE PICKS
002400*                     PRINT, ELECTRONIC OR BOTH, WITH THE SAME
002500*                     HOLD RULE STMTGEN APPLIES TO AN
002600*                     UNDELIVERABLE ADDRESS.  LINES GO TO THE
002700*                     SAME STATEMENT, E-STATEMENT AND HELD FILES
002800*                     STMTGEN WRITES.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     COPY ACCTMSEL.
003400     COPY CUSTMSEL.
003500     COPY LOANMSEL.
003600     COPY TRANSEL.
003700     COPY INTRSEL.
003800     SELECT REL-SORT-FILE ASSIGN TO "RELSSORT".
003900     SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-STMTFILE-STATUS.
004200     SELECT E-STATEMENT-FILE ASSIGN TO "ESTMFILE"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ESTMFILE-STATUS.
004500     SELECT STMT-HOLD-FILE ASSIGN TO "STMTHOLD"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-STMTHOLD-STATUS.
004800*================================================================
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ACCOUNT-MASTER-FILE.
005200     COPY ACCTMAST.
005300 FD  CUSTOMER-MASTER-FILE.
005400     COPY CUSTMAST.
005500 FD  LOAN-MASTER-FILE.
005600     COPY LOANMAST.
005700 FD  TRANSACTION-FILE.
005800     COPY TRANREC.
005900 FD  INTEREST-ACCRUAL-REGISTER.
006000     COPY INTRREG.
006100*----------------------------------------------------------------
006200*  ONE SORT ROW PER ITEM ON A RELATIONSHIP STATEMENT.  PART 1
006300*  IS THE CUSTOMER'S OPEN ACCOUNTS AND PART 2 THEIR OPEN LOANS
006400*  (TOGETHER THE SUMMARY PAGE); PART 3 IS THE ACTIVITY - ONE
006500*  SECTION-HEAD ROW PER OPEN ACCOUNT (DATE ZERO, SO IT SORTS
006600*  FIRST) AND ITS IN-PERIOD TRANSACTIONS AND INTEREST IN DATE
006700*  ORDER.  RS-LINK-ACCT-NUMBER IS THE ACCOUNT A LOAN HANGS OFF.
006800*----------------------------------------------------------------
006900 SD  REL-SORT-FILE.
007000 01  REL-SORT-RECORD.
007100     05  RS-CUSTOMER-NUMBER        PIC 9(09).
007200     05  RS-PART                   PIC X.
007300         88  RS-ACCOUNT-PART       VALUE '1'.
007400         88  RS-LOAN-PART          VALUE '2'.
007500         88  RS-ACTIVITY-PART      VALUE '3'.
007600     05  RS-ITEM-NUMBER            PIC 9(10).
007700     05  RS-ROW-DATE               PIC 9(08).
007800     05  RS-ROW-KIND               PIC X.
007900         88  RS-ACCOUNT-ROW        VALUE 'A'.
008000         88  RS-LOAN-ROW           VALUE 'L'.
008100         88  RS-SECTION-HEAD-ROW   VALUE 'H'.
008200         88  RS-TRANSACTION-ROW    VALUE 'T'.
008300         88  RS-INTEREST-ROW       VALUE 'I'.
008400     05  RS-TYPE-CODE              PIC X.
008500     05  RS-AMOUNT                 PIC S9(09)V99.
008600     05  RS-SECOND-AMOUNT          PIC S9(09)V99.
008700     05  RS-LINK-ACCT-NUMBER       PIC 9(10).
008800     05  RS-BRANCH-ID              PIC X(06).
008900*----------------------------------------------------------------
009000 FD  STATEMENT-FILE.
009100     COPY STMTREC.
009200 FD  E-STATEMENT-FILE.
009300     COPY STMTREC
009400         REPLACING ==STATEMENT-LINE-RECORD==
009500                BY ==E-STATEMENT-LINE-RECORD==
009600         LEADING ==SL== BY ==EL==.
009700 FD  STMT-HOLD-FILE.
009800     COPY STMTREC
009900         REPLACING ==STATEMENT-LINE-RECORD==
010000                BY ==HELD-STATEMENT-LINE-RECORD==
010100         LEADING ==SL== BY ==HL==.
010200*----------------------------------------------------------------
010300 WORKING-STORAGE SECTION.
010400 01  WS-FILE-STATUSES.
010500     05  WS-ACCTMAST-STATUS        PIC XX.
010600     05  WS-CUSTMAST-STATUS        PIC XX.
010700     05  WS-LOANMAST-STATUS        PIC XX.
010800     05  WS-TRANFILE-STATUS        PIC XX.
010900     05  WS-INTRACCR-STATUS        PIC XX.
011000     05  WS-STMTFILE-STATUS        PIC XX.
011100     05  WS-ESTMFILE-STATUS        PIC XX.
011200     05  WS-STMTHOLD-STATUS        PIC XX.
011300*----------------------------------------------------------------
011400     COPY ACCTSTAT.
011500*----------------------------------------------------------------
011600*  EVERY ACCOUNT OF AN ELECTED CUSTOMER ON THIS CYCLE, IN
011700*  ACCOUNT NUMBER ORDER.  CLOSED ACCOUNTS STAY IN THE TABLE SO
011800*  A LOAN STILL OPEN AGAINST ONE FINDS ITS CUSTOMER, BUT THEY
011900*  CARRY NO SUMMARY LINE AND NO ACTIVITY SECTION.
012000*----------------------------------------------------------------
012100 01  WS-REL-ACCT-TABLE.
012200     05  WS-RA-ENTRY               OCCURS 5000 TIMES
012300                                   INDEXED BY WS-RA-IDX.
012400         10  WS-RA-ACCT-NUMBER     PIC 9(10).
012500         10  WS-RA-CUSTOMER-NUMBER PIC 9(09).
012600         10  WS-RA-BRANCH-ID       PIC X(06).
012700         10  WS-RA-OPEN-FLAG       PIC X.
012800             88  WS-RA-ACCT-OPEN   VALUE 'Y'.
012900 01  WS-REL-ACCT-COUNT             PIC 9(04) COMP VALUE 0.
013000 01  WS-REL-ACCT-OVERFLOW          PIC 9(06) COMP VALUE 0.
013100*----------------------------------------------------------------
013200 01  WS-WORK-FIELDS.
013300     05  WS-ACCT-EOF-SWITCH        PIC X VALUE 'N'.
013400         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
013500     05  WS-LOAN-EOF-SWITCH        PIC X VALUE 'N'.
013600         88  NO-MORE-LOANS         VALUE 'Y'.
013700     05  WS-TRAN-EOF-SWITCH        PIC X VALUE 'N'.
013800         88  NO-MORE-TRANS         VALUE 'Y'.
013900     05  WS-INTR-EOF-SWITCH        PIC X VALUE 'N'.
014000         88  NO-MORE-INTEREST      VALUE 'Y'.
014100     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
014200         88  NO-MORE-SORTED-ROWS   VALUE 'Y'.
014300     05  WS-CUST-FOUND-SWITCH      PIC X VALUE 'N'.
014400         88  CUSTOMER-FOUND        VALUE 'Y'.
014500     05  WS-ELECTED-SWITCH         PIC X VALUE 'N'.
014600         88  WS-CUSTOMER-ELECTED   VALUE 'Y'.
014700     05  WS-ACCT-FOUND-SWITCH      PIC X VALUE 'N'.
014800         88  WS-ACCT-IN-TABLE      VALUE 'Y'.
014900     05  WS-LAST-CUSTOMER-CHECKED  PIC 9(09) VALUE 0.
015000     05  WS-LOOKUP-ACCT-NUMBER     PIC 9(10).
015100     05  WS-LAST-LOOKUP-ACCT       PIC 9(10) VALUE 0.
015200     05  WS-DELIVERY-MODE          PIC X.
015300         88  WS-DELIVER-PRINT      VALUE 'P'.
015400         88  WS-DELIVER-ELECTRONIC VALUE 'E'.
015500         88  WS-DELIVER-BOTH       VALUE 'B'.
015600         88  WS-DELIVER-HELD       VALUE 'H'.
015700     05  WS-CURRENT-CUSTOMER       PIC 9(09).
015800     05  WS-PRIMARY-ACCT-NUMBER    PIC 9(10).
015900     05  WS-PRIMARY-BRANCH-ID      PIC X(06).
016000     05  WS-SECTION-ACCT-NUMBER    PIC 9(10).
016100     05  WS-SECTION-BALANCE        PIC S9(09)V99.
016200     05  WS-MASKED-ACCT-NUMBER     PIC X(10).
016300     05  WS-TYPE-LABEL             PIC X(11).
016400     05  WS-TRAN-LABEL             PIC X(11).
016500*----------------------------------------------------------------
016600*  RUN COUNTS.
016700*----------------------------------------------------------------
016800 01  WS-RUN-COUNTS.
016900     05  WS-ACCOUNTS-READ          PIC 9(08) COMP VALUE 0.
017000     05  WS-ROWS-RELEASED          PIC 9(08) COMP VALUE 0.
017100     05  WS-STATEMENTS-PRODUCED    PIC 9(06) COMP VALUE 0.
017200     05  WS-PRINT-STATEMENTS       PIC 9(06) COMP VALUE 0.
017300     05  WS-ELEC-STATEMENTS        PIC 9(06) COMP VALUE 0.
017400     05  WS-BOTH-STATEMENTS        PIC 9(06) COMP VALUE 0.
017500     05  WS-HELD-STATEMENTS        PIC 9(06) COMP VALUE 0.
017600     05  WS-SECTIONS-WRITTEN       PIC 9(06) COMP VALUE 0.
017700     05  WS-TRAN-LINES-WRITTEN     PIC 9(08) COMP VALUE 0.
017800     05  WS-INTR-LINES-WRITTEN     PIC 9(08) COMP VALUE 0.
017900*----------------------------------------------------------------
018000*  ONE CUSTOMER'S SUMMARY TOTALS.
018100*----------------------------------------------------------------
018200 01  WS-SUMMARY-TOTALS.
018300     05  WS-DEPOSIT-TOTAL          PIC S9(11)V99.
018400     05  WS-FD-TOTAL               PIC S9(11)V99.
018500     05  WS-CREDIT-LINE-TOTAL      PIC S9(11)V99.
018600     05  WS-LOAN-TOTAL             PIC S9(11)V99.
018700     05  WS-FD-COUNT               PIC 9(04) COMP.
018800     05  WS-CREDIT-LINE-COUNT      PIC 9(04) COMP.
018900     05  WS-LOAN-COUNT             PIC 9(04) COMP.
019000     05  WS-NEXT-FD-MATURITY       PIC 9(08).
019100 01  WS-EDIT-AMOUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
019200 01  WS-EDIT-BALANCE               PIC -ZZZ,ZZZ,ZZ9.99.
019300*----------------------------------------------------------------
019400*  ACCOUNT TYPE AND TRANSACTION TYPE LABELS, SAME WORDING AS
019500*  THE STMTGEN ACTIVITY LINES.
019600*----------------------------------------------------------------
019700 01  WS-ACCT-TYPE-VALUES.
019800     05  FILLER                    PIC X(12) VALUE "SSAVINGS".
019900     05  FILLER                    PIC X(12) VALUE "CCURRENT".
020000     05  FILLER                    PIC X(12) VALUE "FFIXED DEP".
020100     05  FILLER                    PIC X(12) VALUE "RRECURRING".
020200     05  FILLER                    PIC X(12) VALUE "LLOAN ACCT".
020300     05  FILLER                    PIC X(12)
020400                                   VALUE "VCREDIT LINE".
020500 01  WS-ACCT-TYPE-TABLE REDEFINES WS-ACCT-TYPE-VALUES.
020600     05  WS-AT-ENTRY               OCCURS 6 TIMES
020700                                   INDEXED BY WS-AT-IDX.
020800         10  WS-AT-CODE            PIC X.
020900         10  WS-AT-LABEL           PIC X(11).
021000 01  WS-TRAN-TYPE-VALUES.
021100     05  FILLER                    PIC X(12) VALUE "DDEPOSIT".
021200     05  FILLER                    PIC X(12) VALUE "WWITHDRAWAL".
021300     05  FILLER                    PIC X(12) VALUE "FFEE".
021400     05  FILLER                    PIC X(12) VALUE "XEXT XFER".
021500     05  FILLER                    PIC X(12) VALUE "VREVERSAL".
021600     05  FILLER                    PIC X(12) VALUE "TTRANSFER".
021700     05  FILLER                    PIC X(12) VALUE "HTAX W/HELD".
021800     05  FILLER                    PIC X(12) VALUE "IWIRE IN".
021900     05  FILLER                    PIC X(12)
022000                                   VALUE "PPROV CREDIT".
022100     05  FILLER                    PIC X(12) VALUE "NNIGHT DROP".
022200     05  FILLER                    PIC X(12) VALUE "GFEE REFUND".
022300     05  FILLER                    PIC X(12) VALUE "AVALUE ADJ".
022400     05  FILLER                    PIC X(12) VALUE "QLINE INT".
022500     05  FILLER                    PIC X(12) VALUE "CCARD PURCH".
022600 01  WS-TRAN-TYPE-TABLE REDEFINES WS-TRAN-TYPE-VALUES.
022700     05  WS-TT-ENTRY               OCCURS 14 TIMES
022800                                   INDEXED BY WS-TT-IDX.
022900         10  WS-TT-CODE            PIC X.
023000         10  WS-TT-LABEL           PIC X(11).
023100*----------------------------------------------------------------
023200*  STATEMENT PERIOD AND LAST-BUSINESS-DAY FIELDS, WORKED OUT
023300*  EXACTLY AS STMTGEN WORKS THEM OUT SO A RELATIONSHIP
023400*  STATEMENT COVERS THE SAME WINDOW AS THE ACCOUNT STATEMENTS
023500*  IT REPLACES.
023600*----------------------------------------------------------------
023700 01  WS-RUN-DATE                   PIC 9(08).
023800 01  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
023900     05  WS-RUN-YYYY               PIC 9(04).
024000     05  WS-RUN-MM                 PIC 9(02).
024100     05  WS-RUN-DD                 PIC 9(02).
024200 01  WS-CURR-MONTH-1ST             PIC 9(08).
024300 01  WS-CURR-MONTH-1ST-FIELDS REDEFINES WS-CURR-MONTH-1ST.
024400     05  WS-C1-YYYY                PIC 9(04).
024500     05  WS-C1-MM                  PIC 9(02).
024600     05  WS-C1-DD                  PIC 9(02).
024700 01  WS-DATE-INTEGER               PIC S9(09) COMP.
024800 01  WS-PERIOD-START-DATE          PIC 9(08).
024900 01  WS-PERIOD-START-FIELDS REDEFINES WS-PERIOD-START-DATE.
025000     05  WS-PSTART-YYYY            PIC 9(04).
025100     05  WS-PSTART-MM              PIC 9(02).
025200     05  WS-PSTART-DD              PIC 9(02).
025300 01  WS-PERIOD-END-DATE            PIC 9(08).
025400 01  WS-PERIOD-END-FIELDS REDEFINES WS-PERIOD-END-DATE.
025500     05  WS-PEND-YYYY              PIC 9(04).
025600     05  WS-PEND-MM                PIC 9(02).
025700     05  WS-PEND-DD                PIC 9(02).
025800 01  WS-CYCLE-PARAMETER            PIC 9(02).
025900 01  WS-CYCLE-WORK-DATE            PIC 9(08).
026000 01  WS-CYCLE-WORK-FIELDS REDEFINES WS-CYCLE-WORK-DATE.
026100     05  WS-CW-YYYY                PIC 9(04).
026200     05  WS-CW-MM                  PIC 9(02).
026300     05  WS-CW-DD                  PIC 9(02).
026400 01  WS-BUSINESS-DAY-CHECK         PIC 9(08).
026500 01  WS-ROLL-FORWARD               PIC X VALUE 'F'.
026600 01  WS-MONTH-END-DATE             PIC 9(08).
026700 01  WS-MONTH-END-FIELDS REDEFINES WS-MONTH-END-DATE.
026800     05  WS-ME-YYYY                PIC 9(04).
026900     05  WS-ME-MM                  PIC 9(02).
027000     05  WS-ME-DD                  PIC 9(02).
027100 01  WS-LAST-BUSINESS-DAY          PIC 9(08).
027200 01  WS-ROLL-BACKWARD              PIC X VALUE 'B'.
027300 01  WS-BRANCH-VALID-FLAG          PIC X.
027400 01  WS-BRANCH-NAME                PIC X(30).
027500 01  WS-BRANCH-ADDRESS             PIC X(60).
027600*----------------------------------------------------------------
027700 01  WS-RUN-HISTORY-FIELDS.
027800     05  WS-RH-STEP-NAME           PIC X(08) VALUE "RSTMSTEP".
027900     05  WS-RH-START-TIMESTAMP     PIC X(21).
028000     05  WS-RH-RECORDS-READ        PIC 9(08) VALUE 0.
028100     05  WS-RH-RECORDS-UPDATED     PIC 9(08) VALUE 0.
028200     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
028300     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
028400*================================================================
028500 PROCEDURE DIVISION.
028600*================================================================
028700 0000-MAINLINE.
028800     DISPLAY "ENTER STATEMENT CYCLE (1-20, 0 FOR MONTH-END "
028900         "RUN): "
029000     ACCEPT WS-CYCLE-PARAMETER
029100     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
029200     PERFORM 0100-CHECK-LAST-BUSINESS-DAY
029300         THRU 0100-CHECK-LAST-BUSINESS-DAY-EXIT
029400     PERFORM 1000-INITIALIZE
029500         THRU 1000-INITIALIZE-EXIT
029600     IF WS-RH-COMPLETION-CODE NOT = ZERO
029700         GO TO 0000-WRITE-RUN-HISTORY
029800     END-IF
029900
030000     SORT REL-SORT-FILE
030100         ON ASCENDING KEY RS-CUSTOMER-NUMBER
030200         ON ASCENDING KEY RS-PART
030300         ON ASCENDING KEY RS-ITEM-NUMBER
030400         ON ASCENDING KEY RS-ROW-DATE
030500         ON ASCENDING KEY RS-ROW-KIND
030600         INPUT PROCEDURE IS 2000-RELEASE-ROWS
030700             THRU 2000-RELEASE-ROWS-EXIT
030800         OUTPUT PROCEDURE IS 3000-WRITE-STATEMENTS
030900             THRU 3000-WRITE-STATEMENTS-EXIT
031000
031100     CLOSE CUSTOMER-MASTER-FILE
031200     CLOSE STATEMENT-FILE
031300     CLOSE E-STATEMENT-FILE
031400     CLOSE STMT-HOLD-FILE
031500     PERFORM 4000-SHOW-SUMMARY
031600         THRU 4000-SHOW-SUMMARY-EXIT
031700     IF WS-REL-ACCT-OVERFLOW > ZERO
031800         MOVE 4 TO WS-RH-COMPLETION-CODE
031900     END-IF
032000     .
032100 0000-WRITE-RUN-HISTORY.
032200     MOVE WS-ACCOUNTS-READ TO WS-RH-RECORDS-READ
032300     MOVE WS-STATEMENTS-PRODUCED TO WS-RH-RECORDS-UPDATED
032400     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
032500         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
032600         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
032700         WS-RH-COMPLETION-CODE
032800     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
032900     STOP RUN.
033000*----------------------------------------------------------------
033100*  0100-CHECK-LAST-BUSINESS-DAY  --  THE SAME RUN-DAY RULE AS
033200*  STMTGEN: A CYCLE RUN FIRES ON ANY BUSINESS DAY, THE
033300*  MONTH-END RUN ONLY ON THE MONTH'S LAST BUSINESS DAY.  ON ANY
033400*  OTHER DAY THE RUN BOWS OUT QUIETLY SO THE CHAIN CARRIES ON.
033500*----------------------------------------------------------------
033600 0100-CHECK-LAST-BUSINESS-DAY.
033700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
033800     IF WS-CYCLE-PARAMETER > ZERO
033900         CALL "BUSDAY-NEXT" USING WS-RUN-DATE WS-ROLL-FORWARD
034000             WS-BUSINESS-DAY-CHECK
034100         IF WS-BUSINESS-DAY-CHECK NOT = WS-RUN-DATE
034200             DISPLAY "RELSTMT: " WS-RUN-DATE " IS NOT A "
034300                 "BUSINESS DAY - NOTHING TO DO"
034400             STOP RUN
034500         END-IF
034600         GO TO 0100-CHECK-LAST-BUSINESS-DAY-EXIT
034700     END-IF
034800     MOVE WS-RUN-DATE TO WS-MONTH-END-DATE
034900     IF WS-ME-MM = 12
035000         ADD 1 TO WS-ME-YYYY
035100         MOVE 01 TO WS-ME-MM
035200     ELSE
035300         ADD 1 TO WS-ME-MM
035400     END-IF
035500     MOVE 01 TO WS-ME-DD
035600     COMPUTE WS-DATE-INTEGER =
035700         FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1
035800     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
035900         TO WS-MONTH-END-DATE
036000     CALL "BUSDAY-NEXT" USING WS-MONTH-END-DATE
036100         WS-ROLL-BACKWARD WS-LAST-BUSINESS-DAY
036200     IF WS-RUN-DATE NOT = WS-LAST-BUSINESS-DAY
036300         DISPLAY "RELSTMT: " WS-RUN-DATE " IS NOT THE MONTH'S "
036400             "LAST BUSINESS DAY (" WS-LAST-BUSINESS-DAY
036500             ") - NOTHING TO DO"
036600         STOP RUN
036700     END-IF
036800     .
036900 0100-CHECK-LAST-BUSINESS-DAY-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------
037200*  1000-INITIALIZE  --  OPEN THE CUSTOMER MASTER (READ BY KEY
037300*  FROM BOTH SORT PROCEDURES) AND THE THREE OUTPUT STREAMS, AND
037400*  WORK OUT THE STATEMENT PERIOD.  THE OUTPUT STREAMS OPEN
037500*  EXTEND SO THE RELATIONSHIP STATEMENTS FOLLOW THE ACCOUNT
037600*  STATEMENTS STMTGEN HAS ALREADY WRITTEN FOR THE CYCLE.
037700*----------------------------------------------------------------
037800 1000-INITIALIZE.
037900     OPEN INPUT CUSTOMER-MASTER-FILE
038000     IF WS-CUSTMAST-STATUS NOT = "00"
038100         DISPLAY "RELSTMT: UNABLE TO OPEN CUSTOMER MASTER, "
038200             "STATUS = " WS-CUSTMAST-STATUS
038300         MOVE 16 TO WS-RH-COMPLETION-CODE
038400         GO TO 1000-INITIALIZE-EXIT
038500     END-IF
038600     OPEN EXTEND STATEMENT-FILE
038700     IF WS-STMTFILE-STATUS = "35"
038800         CLOSE STATEMENT-FILE
038900         OPEN OUTPUT STATEMENT-FILE
039000     END-IF
039100     IF WS-STMTFILE-STATUS NOT = "00"
039200         DISPLAY "RELSTMT: UNABLE TO OPEN STATEMENT FILE, "
039300             "STATUS = " WS-STMTFILE-STATUS
039400         CLOSE CUSTOMER-MASTER-FILE
039500         MOVE 16 TO WS-RH-COMPLETION-CODE
039600         GO TO 1000-INITIALIZE-EXIT
039700     END-IF
039800     OPEN EXTEND E-STATEMENT-FILE
039900     IF WS-ESTMFILE-STATUS = "35"
040000         CLOSE E-STATEMENT-FILE
040100         OPEN OUTPUT E-STATEMENT-FILE
040200     END-IF
040300     OPEN EXTEND STMT-HOLD-FILE
040400     IF WS-STMTHOLD-STATUS = "35"
040500         CLOSE STMT-HOLD-FILE
040600         OPEN OUTPUT STMT-HOLD-FILE
040700     END-IF
040800
040900     MOVE WS-RUN-YYYY TO WS-C1-YYYY
041000     MOVE WS-RUN-MM   TO WS-C1-MM
041100     MOVE 01          TO WS-C1-DD
041200     COMPUTE WS-DATE-INTEGER =
041300         FUNCTION INTEGER-OF-DATE(WS-CURR-MONTH-1ST) - 1
041400     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
041500         TO WS-PERIOD-END-DATE
041600     MOVE WS-PEND-YYYY TO WS-PSTART-YYYY
041700     MOVE WS-PEND-MM   TO WS-PSTART-MM
041800     MOVE 01           TO WS-PSTART-DD
041900     IF WS-CYCLE-PARAMETER > ZERO
042000         PERFORM 1200-BUILD-CYCLE-PERIOD
042100             THRU 1200-BUILD-CYCLE-PERIOD-EXIT
042200     END-IF
042300     DISPLAY "RELSTMT: STATEMENT PERIOD " WS-PERIOD-START-DATE
042400         " THRU " WS-PERIOD-END-DATE
042500     .
042600 1000-INITIALIZE-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------
042900*  1200-BUILD-CYCLE-PERIOD  --  A CYCLE RUN'S ROLLING MONTH,
043000*  AS STMTGEN BUILDS IT.
043100*----------------------------------------------------------------
043200 1200-BUILD-CYCLE-PERIOD.
043300     MOVE WS-RUN-DATE TO WS-CYCLE-WORK-DATE
043400     IF WS-RUN-DD < WS-CYCLE-PARAMETER
043500         IF WS-CW-MM = 01
043600             SUBTRACT 1 FROM WS-CW-YYYY
043700             MOVE 12 TO WS-CW-MM
043800         ELSE
043900             SUBTRACT 1 FROM WS-CW-MM
044000         END-IF
044100     END-IF
044200     MOVE WS-CYCLE-PARAMETER TO WS-CW-DD
044300     MOVE WS-CYCLE-WORK-DATE TO WS-PERIOD-END-DATE
044400
044500     IF WS-CW-MM = 01
044600         SUBTRACT 1 FROM WS-CW-YYYY
044700         MOVE 12 TO WS-CW-MM
044800     ELSE
044900         SUBTRACT 1 FROM WS-CW-MM
045000     END-IF
045100     COMPUTE WS-DATE-INTEGER =
045200         FUNCTION INTEGER-OF-DATE(WS-CYCLE-WORK-DATE) + 1
045300     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
045400         TO WS-PERIOD-START-DATE
045500     .
045600 1200-BUILD-CYCLE-PERIOD-EXIT.
045700     EXIT.
045800*================================================================
045900*  SORT INPUT PROCEDURE.
046000*================================================================
046100*  2000-RELEASE-ROWS  --  SWEEP THE ACCOUNT MASTER FOR THE
046200*  ELECTED CUSTOMERS' ACCOUNTS, THEN THE LOAN MASTER, THE
046300*  TRANSACTION FILE AND THE INTEREST REGISTER AGAINST THAT
046400*  LIST.  NO LOAN, TRANSACTION OR INTEREST FILE YET SIMPLY
046500*  MEANS NOTHING OF THAT KIND TO SHOW.
046600*----------------------------------------------------------------
046700 2000-RELEASE-ROWS.
046800     OPEN INPUT ACCOUNT-MASTER-FILE
046900     IF WS-ACCTMAST-STATUS NOT = "00"
047000         DISPLAY "RELSTMT: UNABLE TO OPEN ACCOUNT MASTER, "
047100             "STATUS = " WS-ACCTMAST-STATUS
047200         MOVE 16 TO WS-RH-COMPLETION-CODE
047300         GO TO 2000-RELEASE-ROWS-EXIT
047400     END-IF
047500     PERFORM 2900-READ-NEXT-ACCOUNT
047600         THRU 2900-READ-NEXT-ACCOUNT-EXIT
047700     PERFORM 2100-RELEASE-ONE-ACCOUNT
047800         THRU 2100-RELEASE-ONE-ACCOUNT-EXIT
047900         UNTIL NO-MORE-ACCOUNTS
048000     CLOSE ACCOUNT-MASTER-FILE
048100     IF WS-REL-ACCT-COUNT = ZERO
048200         GO TO 2000-RELEASE-ROWS-EXIT
048300     END-IF
048400
048500     OPEN INPUT LOAN-MASTER-FILE
048600     IF WS-LOANMAST-STATUS = "00"
048700         PERFORM 2910-READ-NEXT-LOAN
048800             THRU 2910-READ-NEXT-LOAN-EXIT
048900         PERFORM 2200-RELEASE-ONE-LOAN
049000             THRU 2200-RELEASE-ONE-LOAN-EXIT
049100             UNTIL NO-MORE-LOANS
049200         CLOSE LOAN-MASTER-FILE
049300     END-IF
049400
049500     OPEN INPUT TRANSACTION-FILE
049600     IF WS-TRANFILE-STATUS = "00"
049700         PERFORM 2920-READ-NEXT-TRANSACTION
049800             THRU 2920-READ-NEXT-TRANSACTION-EXIT
049900         PERFORM 2300-RELEASE-ONE-TRANSACTION
050000             THRU 2300-RELEASE-ONE-TRANSACTION-EXIT
050100             UNTIL NO-MORE-TRANS
050200         CLOSE TRANSACTION-FILE
050300     END-IF
050400
050500     OPEN INPUT INTEREST-ACCRUAL-REGISTER
050600     IF WS-INTRACCR-STATUS = "00"
050700         PERFORM 2930-READ-NEXT-INTEREST
050800             THRU 2930-READ-NEXT-INTEREST-EXIT
050900         PERFORM 2400-RELEASE-ONE-INTEREST
051000             THRU 2400-RELEASE-ONE-INTEREST-EXIT
051100             UNTIL NO-MORE-INTEREST
051200         CLOSE INTEREST-ACCRUAL-REGISTER
051300     END-IF
051400     .
051500 2000-RELEASE-ROWS-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800*  2100-RELEASE-ONE-ACCOUNT  --  AN ACCOUNT OF AN ELECTED
051900*  CUSTOMER ON THIS CYCLE GOES INTO THE TABLE; AN OPEN ONE ALSO
052000*  RELEASES ITS SUMMARY ROW AND ITS ACTIVITY SECTION HEAD.
052100*----------------------------------------------------------------
052200 2100-RELEASE-ONE-ACCOUNT.
052300     ADD 1 TO WS-ACCOUNTS-READ
052400     IF AM-CUSTOMER-NUMBER NOT = WS-LAST-CUSTOMER-CHECKED
052500         PERFORM 2150-CHECK-ELECTION
052600             THRU 2150-CHECK-ELECTION-EXIT
052700     END-IF
052800     IF NOT WS-CUSTOMER-ELECTED
052900         GO TO 2100-READ-NEXT
053000     END-IF
053100     IF WS-REL-ACCT-COUNT NOT < 5000
053200         ADD 1 TO WS-REL-ACCT-OVERFLOW
053300         DISPLAY "RELSTMT: ACCOUNT TABLE FULL - ACCOUNT "
053400             AM-ACCT-NUMBER " LEFT OFF ITS RELATIONSHIP "
053500             "STATEMENT"
053600         GO TO 2100-READ-NEXT
053700     END-IF
053800     ADD 1 TO WS-REL-ACCT-COUNT
053900     SET WS-RA-IDX TO WS-REL-ACCT-COUNT
054000     MOVE AM-ACCT-NUMBER     TO WS-RA-ACCT-NUMBER (WS-RA-IDX)
054100     MOVE AM-CUSTOMER-NUMBER
054200         TO WS-RA-CUSTOMER-NUMBER (WS-RA-IDX)
054300     MOVE AM-BRANCH-ID       TO WS-RA-BRANCH-ID (WS-RA-IDX)
054400     MOVE 'N'                TO WS-RA-OPEN-FLAG (WS-RA-IDX)
054500     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
054600     IF STATUS-CLOSED OR STATUS-ESCHEATED
054700         GO TO 2100-READ-NEXT
054800     END-IF
054900     MOVE 'Y'                TO WS-RA-OPEN-FLAG (WS-RA-IDX)
055000
055100     MOVE AM-CUSTOMER-NUMBER TO RS-CUSTOMER-NUMBER
055200     SET RS-ACCOUNT-PART     TO TRUE
055300     MOVE AM-ACCT-NUMBER     TO RS-ITEM-NUMBER
055400     SET RS-ACCOUNT-ROW      TO TRUE
055500     MOVE AM-FD-MATURITY-DATE TO RS-ROW-DATE
055600     MOVE AM-TYPE-CODE       TO RS-TYPE-CODE
055700     MOVE AM-BALANCE         TO RS-AMOUNT
055800     MOVE AM-CREDIT-LIMIT    TO RS-SECOND-AMOUNT
055900     MOVE AM-ACCT-NUMBER     TO RS-LINK-ACCT-NUMBER
056000     MOVE AM-BRANCH-ID       TO RS-BRANCH-ID
056100     RELEASE REL-SORT-RECORD
056200     ADD 1 TO WS-ROWS-RELEASED
056300
056400     SET RS-ACTIVITY-PART    TO TRUE
056500     MOVE ZERO               TO RS-ROW-DATE
056600     SET RS-SECTION-HEAD-ROW TO TRUE
056700     RELEASE REL-SORT-RECORD
056800     ADD 1 TO WS-ROWS-RELEASED
056900     .
057000 2100-READ-NEXT.
057100     PERFORM 2900-READ-NEXT-ACCOUNT
057200         THRU 2900-READ-NEXT-ACCOUNT-EXIT
057300     .
057400 2100-RELEASE-ONE-ACCOUNT-EXIT.
057500     EXIT.
057600*----------------------------------------------------------------
057700*  2150-CHECK-ELECTION  --  A CUSTOMER IS ON THIS RUN WHEN THEY
057800*  HAVE ELECTED THE RELATIONSHIP STATEMENT AND THEIR CHOSEN
057900*  CYCLE IS THE ONE BEING RUN (ZERO = THE MONTH-END RUN), SO
058000*  EACH ELECTED CUSTOMER IS STATED ONCE A MONTH.
058100*----------------------------------------------------------------
058200 2150-CHECK-ELECTION.
058300     MOVE AM-CUSTOMER-NUMBER TO WS-LAST-CUSTOMER-CHECKED
058400     MOVE 'N' TO WS-ELECTED-SWITCH
058500     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
058600     READ CUSTOMER-MASTER-FILE
058700         KEY IS CM-CUSTOMER-NUMBER
058800         INVALID KEY
058900             CONTINUE
059000         NOT INVALID KEY
059100             IF CM-REL-STMT-ELECTED
059200                AND CM-REL-STMT-CYCLE = WS-CYCLE-PARAMETER
059300                 MOVE 'Y' TO WS-ELECTED-SWITCH
059400             END-IF
059500     END-READ
059600     .
059700 2150-CHECK-ELECTION-EXIT.
059800     EXIT.
059900*----------------------------------------------------------------
060000*  2200-RELEASE-ONE-LOAN  --  AN OPEN LOAN AGAINST ONE OF THE
060100*  LISTED ACCOUNTS GOES ON ITS CUSTOMER'S SUMMARY PAGE.
060200*----------------------------------------------------------------
060300 2200-RELEASE-ONE-LOAN.
060400     IF NOT LM-LOAN-CLOSED
060500         MOVE LM-ACCT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
060600         PERFORM 2500-FIND-ACCOUNT
060700             THRU 2500-FIND-ACCOUNT-EXIT
060800         IF WS-ACCT-IN-TABLE
060900             MOVE WS-RA-CUSTOMER-NUMBER (WS-RA-IDX)
061000                 TO RS-CUSTOMER-NUMBER
061100             SET RS-LOAN-PART        TO TRUE
061200             MOVE LM-LOAN-NUMBER     TO RS-ITEM-NUMBER
061300             SET RS-LOAN-ROW         TO TRUE
061400             MOVE LM-NEXT-DUE-DATE   TO RS-ROW-DATE
061500             MOVE LM-LOAN-STATUS     TO RS-TYPE-CODE
061600             MOVE LM-OUTSTANDING-BALANCE TO RS-AMOUNT
061700             MOVE LM-EMI-AMOUNT      TO RS-SECOND-AMOUNT
061800             MOVE LM-ACCT-NUMBER     TO RS-LINK-ACCT-NUMBER
061900             MOVE WS-RA-BRANCH-ID (WS-RA-IDX) TO RS-BRANCH-ID
062000             RELEASE REL-SORT-RECORD
062100             ADD 1 TO WS-ROWS-RELEASED
062200         END-IF
062300     END-IF
062400     PERFORM 2910-READ-NEXT-LOAN
062500         THRU 2910-READ-NEXT-LOAN-EXIT
062600     .
062700 2200-RELEASE-ONE-LOAN-EXIT.
062800     EXIT.
062900*----------------------------------------------------------------
063000*  2300-RELEASE-ONE-TRANSACTION  --  AN IN-PERIOD POSTING TO AN
063100*  OPEN LISTED ACCOUNT.
063200*----------------------------------------------------------------
063300 2300-RELEASE-ONE-TRANSACTION.
063400     IF TR-TRAN-DATE < WS-PERIOD-START-DATE
063500        OR TR-TRAN-DATE > WS-PERIOD-END-DATE
063600         GO TO 2300-READ-NEXT
063700     END-IF
063800     MOVE TR-ACCT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
063900     PERFORM 2500-FIND-ACCOUNT
064000         THRU 2500-FIND-ACCOUNT-EXIT
064100     IF WS-ACCT-IN-TABLE
064200         IF WS-RA-ACCT-OPEN (WS-RA-IDX)
064300             MOVE WS-RA-CUSTOMER-NUMBER (WS-RA-IDX)
064400                 TO RS-CUSTOMER-NUMBER
064500             SET RS-ACTIVITY-PART    TO TRUE
064600             MOVE TR-ACCT-NUMBER     TO RS-ITEM-NUMBER
064700             SET RS-TRANSACTION-ROW  TO TRUE
064800             MOVE TR-TRAN-DATE       TO RS-ROW-DATE
064900             MOVE TR-TRAN-TYPE       TO RS-TYPE-CODE
065000             MOVE TR-AMOUNT          TO RS-AMOUNT
065100             MOVE ZERO               TO RS-SECOND-AMOUNT
065200             MOVE TR-ACCT-NUMBER     TO RS-LINK-ACCT-NUMBER
065300             MOVE WS-RA-BRANCH-ID (WS-RA-IDX) TO RS-BRANCH-ID
065400             RELEASE REL-SORT-RECORD
065500             ADD 1 TO WS-ROWS-RELEASED
065600         END-IF
065700     END-IF
065800     .
065900 2300-READ-NEXT.
066000     PERFORM 2920-READ-NEXT-TRANSACTION
066100         THRU 2920-READ-NEXT-TRANSACTION-EXIT
066200     .
066300 2300-RELEASE-ONE-TRANSACTION-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600*  2400-RELEASE-ONE-INTEREST  --  AN IN-PERIOD ACCRUAL ON AN
066700*  OPEN LISTED ACCOUNT.
066800*----------------------------------------------------------------
066900 2400-RELEASE-ONE-INTEREST.
067000     IF IR-ACCRUAL-DATE < WS-PERIOD-START-DATE
067100        OR IR-ACCRUAL-DATE > WS-PERIOD-END-DATE
067200         GO TO 2400-READ-NEXT
067300     END-IF
067400     MOVE IR-ACCT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
067500     PERFORM 2500-FIND-ACCOUNT
067600         THRU 2500-FIND-ACCOUNT-EXIT
067700     IF WS-ACCT-IN-TABLE
067800         IF WS-RA-ACCT-OPEN (WS-RA-IDX)
067900             MOVE WS-RA-CUSTOMER-NUMBER (WS-RA-IDX)
068000                 TO RS-CUSTOMER-NUMBER
068100             SET RS-ACTIVITY-PART    TO TRUE
068200             MOVE IR-ACCT-NUMBER     TO RS-ITEM-NUMBER
068300             SET RS-INTEREST-ROW     TO TRUE
068400             MOVE IR-ACCRUAL-DATE    TO RS-ROW-DATE
068500             MOVE IR-TYPE-CODE       TO RS-TYPE-CODE
068600             MOVE IR-INTEREST-AMOUNT TO RS-AMOUNT
068700             MOVE IR-TAX-WITHHELD    TO RS-SECOND-AMOUNT
068800             MOVE IR-ACCT-NUMBER     TO RS-LINK-ACCT-NUMBER
068900             MOVE WS-RA-BRANCH-ID (WS-RA-IDX) TO RS-BRANCH-ID
069000             RELEASE REL-SORT-RECORD
069100             ADD 1 TO WS-ROWS-RELEASED
069200         END-IF
069300     END-IF
069400     .
069500 2400-READ-NEXT.
069600     PERFORM 2930-READ-NEXT-INTEREST
069700         THRU 2930-READ-NEXT-INTEREST-EXIT
069800     .
069900 2400-RELEASE-ONE-INTEREST-EXIT.
070000     EXIT.
070100*----------------------------------------------------------------
070200*  2500-FIND-ACCOUNT  --  LOCATE WS-LOOKUP-ACCT-NUMBER IN THE
070300*  ACCOUNT TABLE.  THE TRANSACTION FILE AND INTEREST REGISTER
070400*  RUN IN ACCOUNT ORDER, SO A REPEAT OF THE LAST ACCOUNT KEEPS
070500*  THE INDEX IT ALREADY HAS.
070600*----------------------------------------------------------------
070700 2500-FIND-ACCOUNT.
070800     IF WS-LOOKUP-ACCT-NUMBER = WS-LAST-LOOKUP-ACCT
070900        AND WS-LAST-LOOKUP-ACCT NOT = ZERO
071000         GO TO 2500-FIND-ACCOUNT-EXIT
071100     END-IF
071200     MOVE WS-LOOKUP-ACCT-NUMBER TO WS-LAST-LOOKUP-ACCT
071300     MOVE 'N' TO WS-ACCT-FOUND-SWITCH
071400     SET WS-RA-IDX TO 1
071500     SEARCH WS-RA-ENTRY
071600         AT END
071700             CONTINUE
071800         WHEN WS-RA-IDX > WS-REL-ACCT-COUNT
071900             CONTINUE
072000         WHEN WS-RA-ACCT-NUMBER (WS-RA-IDX)
072100                 = WS-LOOKUP-ACCT-NUMBER
072200             MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
072300     END-SEARCH
072400     .
072500 2500-FIND-ACCOUNT-EXIT.
072600     EXIT.
072700*----------------------------------------------------------------
072800 2900-READ-NEXT-ACCOUNT.
072900     READ ACCOUNT-MASTER-FILE NEXT RECORD
073000         AT END
073100             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
073200     END-READ
073300     .
073400 2900-READ-NEXT-ACCOUNT-EXIT.
073500     EXIT.
073600*----------------------------------------------------------------
073700 2910-READ-NEXT-LOAN.
073800     READ LOAN-MASTER-FILE NEXT RECORD
073900         AT END
074000             MOVE 'Y' TO WS-LOAN-EOF-SWITCH
074100     END-READ
074200     .
074300 2910-READ-NEXT-LOAN-EXIT.
074400     EXIT.
074500*----------------------------------------------------------------
074600 2920-READ-NEXT-TRANSACTION.
074700     READ TRANSACTION-FILE
074800         AT END
074900             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
075000     END-READ
075100     .
075200 2920-READ-NEXT-TRANSACTION-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------
075500 2930-READ-NEXT-INTEREST.
075600     READ INTEREST-ACCRUAL-REGISTER
075700         AT END
075800             MOVE 'Y' TO WS-INTR-EOF-SWITCH
075900     END-READ
076000     .
076100 2930-READ-NEXT-INTEREST-EXIT.
076200     EXIT.
076300*================================================================
076400*  SORT OUTPUT PROCEDURE.
076500*================================================================
076600*  3000-WRITE-STATEMENTS  --  ONE RELATIONSHIP STATEMENT PER
076700*  CUSTOMER BREAK IN THE SORTED ROWS.
076800*----------------------------------------------------------------
076900 3000-WRITE-STATEMENTS.
077000     PERFORM 3900-RETURN-NEXT-ROW
077100         THRU 3900-RETURN-NEXT-ROW-EXIT
077200     PERFORM 3100-WRITE-ONE-STATEMENT
077300         THRU 3100-WRITE-ONE-STATEMENT-EXIT
077400         UNTIL NO-MORE-SORTED-ROWS
077500     .
077600 3000-WRITE-STATEMENTS-EXIT.
077700     EXIT.
077800*----------------------------------------------------------------
077900*  3100-WRITE-ONE-STATEMENT  --  HEADER, SUMMARY PAGE, THEN
078000*  THE ACCOUNT SECTIONS.  EVERY LINE CARRIES THE CUSTOMER'S
078100*  PRIMARY ACCOUNT - THE LOWEST-NUMBERED OPEN ACCOUNT, WHICH
078200*  THE SORT DELIVERS FIRST - AS ITS SL-ACCT-NUMBER, SO THE
078300*  PRINT AND E-DELIVERY STREAMS KEEP THE DOCUMENT TOGETHER.
078400*----------------------------------------------------------------
078500 3100-WRITE-ONE-STATEMENT.
078600     MOVE RS-CUSTOMER-NUMBER  TO WS-CURRENT-CUSTOMER
078700     MOVE RS-LINK-ACCT-NUMBER TO WS-PRIMARY-ACCT-NUMBER
078800     MOVE RS-BRANCH-ID        TO WS-PRIMARY-BRANCH-ID
078900     MOVE ZERO TO WS-DEPOSIT-TOTAL WS-FD-TOTAL
079000         WS-CREDIT-LINE-TOTAL WS-LOAN-TOTAL
079100         WS-FD-COUNT WS-CREDIT-LINE-COUNT WS-LOAN-COUNT
079200         WS-NEXT-FD-MATURITY
079300
079400     MOVE 'N' TO WS-CUST-FOUND-SWITCH
079500     MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-NUMBER
079600     READ CUSTOMER-MASTER-FILE
079700         KEY IS CM-CUSTOMER-NUMBER
079800         INVALID KEY
079900             DISPLAY "RELSTMT: CUSTOMER " WS-CURRENT-CUSTOMER
080000                 " NO LONGER ON FILE - HEADER SKIPPED"
080100         NOT INVALID KEY
080200             MOVE 'Y' TO WS-CUST-FOUND-SWITCH
080300     END-READ
080400     PERFORM 3150-DETERMINE-DELIVERY
080500         THRU 3150-DETERMINE-DELIVERY-EXIT
080600     PERFORM 3200-WRITE-HEADER-LINES
080700         THRU 3200-WRITE-HEADER-LINES-EXIT
080800
080900     PERFORM 3300-LIST-ONE-HOLDING
081000         THRU 3300-LIST-ONE-HOLDING-EXIT
081100         UNTIL NO-MORE-SORTED-ROWS
081200            OR RS-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
081300            OR RS-ACTIVITY-PART
081400     PERFORM 3400-WRITE-SUMMARY-TOTALS
081500         THRU 3400-WRITE-SUMMARY-TOTALS-EXIT
081600
081700     PERFORM 3500-WRITE-ONE-SECTION
081800         THRU 3500-WRITE-ONE-SECTION-EXIT
081900         UNTIL NO-MORE-SORTED-ROWS
082000            OR RS-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
082100     ADD 1 TO WS-STATEMENTS-PRODUCED
082200     .
082300 3100-WRITE-ONE-STATEMENT-EXIT.
082400     EXIT.
082500*----------------------------------------------------------------
082600*  3150-DETERMINE-DELIVERY  --  THE RELATIONSHIP DELIVERY
082700*  PREFERENCE, WITH STMTGEN'S HOLD RULE FOR AN UNDELIVERABLE
082800*  ADDRESS: PRINT IS HELD, BOTH GOES ELECTRONIC ONLY.
082900*----------------------------------------------------------------
083000 3150-DETERMINE-DELIVERY.
083100     MOVE 'P' TO WS-DELIVERY-MODE
083200     IF CUSTOMER-FOUND
083300         IF CM-REL-STMT-ELECTRONIC
083400             MOVE 'E' TO WS-DELIVERY-MODE
083500         END-IF
083600         IF CM-REL-STMT-BOTH
083700             MOVE 'B' TO WS-DELIVERY-MODE
083800         END-IF
083900         IF CM-ADDRESS-UNDELIVERABLE
084000             IF WS-DELIVER-BOTH
084100                 MOVE 'E' TO WS-DELIVERY-MODE
084200             END-IF
084300             IF WS-DELIVER-PRINT
084400                 MOVE 'H' TO WS-DELIVERY-MODE
084500             END-IF
084600         END-IF
084700     END-IF
084800     EVALUATE TRUE
084900         WHEN WS-DELIVER-ELECTRONIC
085000             ADD 1 TO WS-ELEC-STATEMENTS
085100         WHEN WS-DELIVER-BOTH
085200             ADD 1 TO WS-BOTH-STATEMENTS
085300         WHEN WS-DELIVER-HELD
085400             ADD 1 TO WS-HELD-STATEMENTS
085500         WHEN OTHER
085600             ADD 1 TO WS-PRINT-STATEMENTS
085700     END-EVALUATE
085800     .
085900 3150-DETERMINE-DELIVERY-EXIT.
086000     EXIT.
086100*----------------------------------------------------------------
086200*  3200-WRITE-HEADER-LINES  --  BRANCH, NAME, ADDRESS AND
086300*  CITY/STATE/ZIP AS ON AN ACCOUNT STATEMENT, THEN THE
086400*  RELATIONSHIP TITLE, PERIOD AND TIER.
086500*----------------------------------------------------------------
086600 3200-WRITE-HEADER-LINES.
086700     CALL "BRANCH-VERIFY" USING WS-PRIMARY-BRANCH-ID
086800         WS-BRANCH-VALID-FLAG WS-BRANCH-NAME WS-BRANCH-ADDRESS
086900     IF WS-BRANCH-VALID-FLAG = "Y"
087000         MOVE SPACES TO SL-DETAIL-LINE
087100         SET SL-TYPE-NAME TO TRUE
087200         STRING WS-BRANCH-NAME DELIMITED BY "  "
087300             " - " DELIMITED BY SIZE
087400             WS-BRANCH-ADDRESS DELIMITED BY SIZE
087500             INTO SL-DETAIL-LINE
087600         END-STRING
087700         PERFORM 8900-WRITE-STATEMENT-LINE
087800             THRU 8900-WRITE-STATEMENT-LINE-EXIT
087900     END-IF
088000
088100     IF CUSTOMER-FOUND
088200         MOVE SPACES TO SL-DETAIL-LINE
088300         SET SL-TYPE-NAME TO TRUE
088400         MOVE CM-CUSTOMER-NAME TO SL-DETAIL-LINE
088500         PERFORM 8900-WRITE-STATEMENT-LINE
088600             THRU 8900-WRITE-STATEMENT-LINE-EXIT
088700
088800         MOVE SPACES TO SL-DETAIL-LINE
088900         SET SL-TYPE-ADDRESS TO TRUE
089000         STRING CM-ADDRESS-LINE-1 DELIMITED BY "  "
089100                " " DELIMITED BY SIZE
089200                CM-ADDRESS-LINE-2 DELIMITED BY "  "
089300             INTO SL-DETAIL-LINE
089400         END-STRING
089500         PERFORM 8900-WRITE-STATEMENT-LINE
089600             THRU 8900-WRITE-STATEMENT-LINE-EXIT
089700
089800         MOVE SPACES TO SL-DETAIL-LINE
089900         SET SL-TYPE-CITY-ST-ZIP TO TRUE
090000         STRING CM-CITY DELIMITED BY "  "
090100                ", " DELIMITED BY SIZE
090200                CM-STATE DELIMITED BY SPACE
090300                "  " DELIMITED BY SIZE
090400                CM-ZIP-CODE DELIMITED BY SPACE
090500             INTO SL-DETAIL-LINE
090600         END-STRING
090700         PERFORM 8900-WRITE-STATEMENT-LINE
090800             THRU 8900-WRITE-STATEMENT-LINE-EXIT
090900     END-IF
091000
091100     MOVE SPACES TO SL-DETAIL-LINE
091200     SET SL-TYPE-RELATIONSHIP TO TRUE
091300     STRING "RELATIONSHIP STATEMENT " DELIMITED BY SIZE
091400            WS-PERIOD-START-DATE DELIMITED BY SIZE
091500            " THRU " DELIMITED BY SIZE
091600            WS-PERIOD-END-DATE DELIMITED BY SIZE
091700         INTO SL-DETAIL-LINE
091800     END-STRING
091900     PERFORM 8900-WRITE-STATEMENT-LINE
092000         THRU 8900-WRITE-STATEMENT-LINE-EXIT
092100
092200     MOVE SPACES TO SL-DETAIL-LINE
092300     SET SL-TYPE-RELATIONSHIP TO TRUE
092400     IF CUSTOMER-FOUND AND CM-RELATIONSHIP-TIER > ZERO
092500         STRING "RELATIONSHIP SUMMARY - TIER " DELIMITED BY SIZE
092600                CM-RELATIONSHIP-TIER DELIMITED BY SIZE
092700             INTO SL-DETAIL-LINE
092800         END-STRING
092900     ELSE
093000         MOVE "RELATIONSHIP SUMMARY" TO SL-DETAIL-LINE
093100     END-IF
093200     PERFORM 8900-WRITE-STATEMENT-LINE
093300         THRU 8900-WRITE-STATEMENT-LINE-EXIT
093400     .
093500 3200-WRITE-HEADER-LINES-EXIT.
093600     EXIT.
093700*----------------------------------------------------------------
093800*  3300-LIST-ONE-HOLDING  --  ONE SUMMARY LINE PER OPEN ACCOUNT
093900*  OR LOAN, ADDED INTO ITS TOTAL.  A LOAN ACCOUNT SHELL IS NOT
094000*  LISTED - THE LOAN ITSELF IS, FROM THE LOAN MASTER - BUT IT
094100*  STILL GETS AN ACTIVITY SECTION FOR ITS REPAYMENTS.
094200*----------------------------------------------------------------
094300 3300-LIST-ONE-HOLDING.
094400     IF RS-ACCOUNT-ROW AND RS-TYPE-CODE = 'L'
094500         GO TO 3300-RETURN-NEXT
094600     END-IF
094700     CALL "ACCT-NUMBER-MASK" USING RS-ITEM-NUMBER
094800         WS-MASKED-ACCT-NUMBER
094900     MOVE RS-AMOUNT TO WS-EDIT-BALANCE
095000     MOVE SPACES TO SL-DETAIL-LINE
095100     SET SL-TYPE-RELATIONSHIP TO TRUE
095200     IF RS-LOAN-ROW
095300         ADD 1 TO WS-LOAN-COUNT
095400         ADD RS-AMOUNT TO WS-LOAN-TOTAL
095500         STRING "  LOAN        " DELIMITED BY SIZE
095600                WS-MASKED-ACCT-NUMBER DELIMITED BY SIZE
095700                "  " DELIMITED BY SIZE
095800                WS-EDIT-BALANCE DELIMITED BY SIZE
095900                "  DUE " DELIMITED BY SIZE
096000                RS-ROW-DATE DELIMITED BY SIZE
096100             INTO SL-DETAIL-LINE
096200         END-STRING
096300         GO TO 3300-WRITE-LINE
096400     END-IF
096500
096600     PERFORM 3800-LOOKUP-TYPE-LABEL
096700         THRU 3800-LOOKUP-TYPE-LABEL-EXIT
096800     EVALUATE RS-TYPE-CODE
096900         WHEN 'F'
097000             ADD 1 TO WS-FD-COUNT
097100             ADD RS-AMOUNT TO WS-FD-TOTAL
097200             IF RS-ROW-DATE NOT < WS-RUN-DATE
097300                AND (WS-NEXT-FD-MATURITY = ZERO
097400                     OR RS-ROW-DATE < WS-NEXT-FD-MATURITY)
097500                 MOVE RS-ROW-DATE TO WS-NEXT-FD-MATURITY
097600             END-IF
097700         WHEN 'V'
097800             ADD 1 TO WS-CREDIT-LINE-COUNT
097900             ADD RS-AMOUNT TO WS-CREDIT-LINE-TOTAL
098000         WHEN OTHER
098100             ADD RS-AMOUNT TO WS-DEPOSIT-TOTAL
098200     END-EVALUATE
098300     IF RS-TYPE-CODE = 'F'
098400         STRING "  " DELIMITED BY SIZE
098500                WS-TYPE-LABEL DELIMITED BY SIZE
098600                " " DELIMITED BY SIZE
098700                WS-MASKED-ACCT-NUMBER DELIMITED BY SIZE
098800                "  " DELIMITED BY SIZE
098900                WS-EDIT-BALANCE DELIMITED BY SIZE
099000                "  MATURES " DELIMITED BY SIZE
099100                RS-ROW-DATE DELIMITED BY SIZE
099200             INTO SL-DETAIL-LINE
099300         END-STRING
099400     ELSE
099500         STRING "  " DELIMITED BY SIZE
099600                WS-TYPE-LABEL DELIMITED BY SIZE
099700                " " DELIMITED BY SIZE
099800                WS-MASKED-ACCT-NUMBER DELIMITED BY SIZE
099900                "  " DELIMITED BY SIZE
100000                WS-EDIT-BALANCE DELIMITED BY SIZE
100100             INTO SL-DETAIL-LINE
100200         END-STRING
100300     END-IF
100400     .
100500 3300-WRITE-LINE.
100600     PERFORM 8900-WRITE-STATEMENT-LINE
100700         THRU 8900-WRITE-STATEMENT-LINE-EXIT
100800     .
100900 3300-RETURN-NEXT.
101000     PERFORM 3900-RETURN-NEXT-ROW
101100         THRU 3900-RETURN-NEXT-ROW-EXIT
101200     .
101300 3300-LIST-ONE-HOLDING-EXIT.
101400     EXIT.
101500*----------------------------------------------------------------
101600*  3400-WRITE-SUMMARY-TOTALS  --  THE RELATIONSHIP TOTALS UNDER
101700*  THE HOLDINGS LIST.  LINES FOR KINDS THE CUSTOMER DOES NOT
101800*  HOLD ARE LEFT OFF.
101900*----------------------------------------------------------------
102000 3400-WRITE-SUMMARY-TOTALS.
102100     MOVE WS-DEPOSIT-TOTAL TO WS-EDIT-AMOUNT
102200     MOVE SPACES TO SL-DETAIL-LINE
102300     SET SL-TYPE-RELATIONSHIP TO TRUE
102400     STRING "TOTAL DEPOSITS            " DELIMITED BY SIZE
102500            WS-EDIT-AMOUNT DELIMITED BY SIZE
102600         INTO SL-DETAIL-LINE
102700     END-STRING
102800     PERFORM 8900-WRITE-STATEMENT-LINE
102900         THRU 8900-WRITE-STATEMENT-LINE-EXIT
103000
103100     IF WS-FD-COUNT > ZERO
103200         MOVE WS-FD-TOTAL TO WS-EDIT-AMOUNT
103300         MOVE SPACES TO SL-DETAIL-LINE
103400         SET SL-TYPE-RELATIONSHIP TO TRUE
103500         STRING "TOTAL FIXED DEPOSITS      " DELIMITED BY SIZE
103600                WS-EDIT-AMOUNT DELIMITED BY SIZE
103700             INTO SL-DETAIL-LINE
103800         END-STRING
103900         PERFORM 8900-WRITE-STATEMENT-LINE
104000             THRU 8900-WRITE-STATEMENT-LINE-EXIT
104100         IF WS-NEXT-FD-MATURITY > ZERO
104200             MOVE SPACES TO SL-DETAIL-LINE
104300             SET SL-TYPE-RELATIONSHIP TO TRUE
104400             STRING "NEXT FD MATURITY          "
104500                    DELIMITED BY SIZE
104600                    WS-NEXT-FD-MATURITY DELIMITED BY SIZE
104700                 INTO SL-DETAIL-LINE
104800             END-STRING
104900             PERFORM 8900-WRITE-STATEMENT-LINE
105000                 THRU 8900-WRITE-STATEMENT-LINE-EXIT
105100         END-IF
105200     END-IF
105300
105400     IF WS-CREDIT-LINE-COUNT > ZERO
105500         MOVE WS-CREDIT-LINE-TOTAL TO WS-EDIT-AMOUNT
105600         MOVE SPACES TO SL-DETAIL-LINE
105700         SET SL-TYPE-RELATIONSHIP TO TRUE
105800         STRING "TOTAL CREDIT LINES        " DELIMITED BY SIZE
105900                WS-EDIT-AMOUNT DELIMITED BY SIZE
106000             INTO SL-DETAIL-LINE
106100         END-STRING
106200         PERFORM 8900-WRITE-STATEMENT-LINE
106300             THRU 8900-WRITE-STATEMENT-LINE-EXIT
106400     END-IF
106500
106600     IF WS-LOAN-COUNT > ZERO
106700         MOVE WS-LOAN-TOTAL TO WS-EDIT-AMOUNT
106800         MOVE SPACES TO SL-DETAIL-LINE
106900         SET SL-TYPE-RELATIONSHIP TO TRUE
107000         STRING "TOTAL LOANS OUTSTANDING   " DELIMITED BY SIZE
107100                WS-EDIT-AMOUNT DELIMITED BY SIZE
107200             INTO SL-DETAIL-LINE
107300         END-STRING
107400         PERFORM 8900-WRITE-STATEMENT-LINE
107500             THRU 8900-WRITE-STATEMENT-LINE-EXIT
107600     END-IF
107700     .
107800 3400-WRITE-SUMMARY-TOTALS-EXIT.
107900     EXIT.
108000*----------------------------------------------------------------
108100*  3500-WRITE-ONE-SECTION  --  ONE ACCOUNT'S ACTIVITY: THE
108200*  SECTION HEAD, ITS TRANSACTION AND INTEREST LINES IN DATE
108300*  ORDER, AND A CLOSING-BALANCE TRAILER.
108400*----------------------------------------------------------------
108500 3500-WRITE-ONE-SECTION.
108600     MOVE RS-ITEM-NUMBER TO WS-SECTION-ACCT-NUMBER
108700     MOVE ZERO TO WS-SECTION-BALANCE
108800     IF RS-SECTION-HEAD-ROW
108900         MOVE RS-AMOUNT TO WS-SECTION-BALANCE
109000         PERFORM 3800-LOOKUP-TYPE-LABEL
109100             THRU 3800-LOOKUP-TYPE-LABEL-EXIT
109200         CALL "ACCT-NUMBER-MASK" USING RS-ITEM-NUMBER
109300             WS-MASKED-ACCT-NUMBER
109400         MOVE SPACES TO SL-DETAIL-LINE
109500         SET SL-TYPE-SECTION TO TRUE
109600         STRING "ACCOUNT " DELIMITED BY SIZE
109700                WS-MASKED-ACCT-NUMBER DELIMITED BY SIZE
109800                "  " DELIMITED BY SIZE
109900                WS-TYPE-LABEL DELIMITED BY SIZE
110000             INTO SL-DETAIL-LINE
110100         END-STRING
110200         PERFORM 8900-WRITE-STATEMENT-LINE
110300             THRU 8900-WRITE-STATEMENT-LINE-EXIT
110400         ADD 1 TO WS-SECTIONS-WRITTEN
110500         PERFORM 3900-RETURN-NEXT-ROW
110600             THRU 3900-RETURN-NEXT-ROW-EXIT
110700     END-IF
110800     PERFORM 3600-WRITE-ONE-ACTIVITY-LINE
110900         THRU 3600-WRITE-ONE-ACTIVITY-LINE-EXIT
111000         UNTIL NO-MORE-SORTED-ROWS
111100            OR RS-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
111200            OR RS-ITEM-NUMBER NOT = WS-SECTION-ACCT-NUMBER
111300
111400     MOVE WS-SECTION-BALANCE TO WS-EDIT-BALANCE
111500     MOVE SPACES TO SL-DETAIL-LINE
111600     SET SL-TYPE-TRAILER TO TRUE
111700     STRING "CLOSING BALANCE " DELIMITED BY SIZE
111800            WS-EDIT-BALANCE DELIMITED BY SIZE
111900         INTO SL-DETAIL-LINE
112000     END-STRING
112100     PERFORM 8900-WRITE-STATEMENT-LINE
112200         THRU 8900-WRITE-STATEMENT-LINE-EXIT
112300     .
112400 3500-WRITE-ONE-SECTION-EXIT.
112500     EXIT.
112600*----------------------------------------------------------------
112700 3600-WRITE-ONE-ACTIVITY-LINE.
112800     MOVE RS-AMOUNT TO WS-EDIT-BALANCE
112900     MOVE SPACES TO SL-DETAIL-LINE
113000     IF RS-INTEREST-ROW
113100         SET SL-TYPE-INTEREST TO TRUE
113200         MOVE "INTEREST" TO WS-TRAN-LABEL
113300         ADD 1 TO WS-INTR-LINES-WRITTEN
113400     ELSE
113500         SET SL-TYPE-TRANSACTION TO TRUE
113600         MOVE "OTHER" TO WS-TRAN-LABEL
113700         SET WS-TT-IDX TO 1
113800         SEARCH WS-TT-ENTRY
113900             AT END
114000                 CONTINUE
114100             WHEN WS-TT-CODE (WS-TT-IDX) = RS-TYPE-CODE
114200                 MOVE WS-TT-LABEL (WS-TT-IDX) TO WS-TRAN-LABEL
114300         END-SEARCH
114400         ADD 1 TO WS-TRAN-LINES-WRITTEN
114500     END-IF
114600     STRING RS-ROW-DATE DELIMITED BY SIZE
114700            " " DELIMITED BY SIZE
114800            WS-TRAN-LABEL DELIMITED BY SIZE
114900            " " DELIMITED BY SIZE
115000            WS-EDIT-BALANCE DELIMITED BY SIZE
115100         INTO SL-DETAIL-LINE
115200     END-STRING
115300     PERFORM 8900-WRITE-STATEMENT-LINE
115400         THRU 8900-WRITE-STATEMENT-LINE-EXIT
115500     PERFORM 3900-RETURN-NEXT-ROW
115600         THRU 3900-RETURN-NEXT-ROW-EXIT
115700     .
115800 3600-WRITE-ONE-ACTIVITY-LINE-EXIT.
115900     EXIT.
116000*----------------------------------------------------------------
116100*  3800-LOOKUP-TYPE-LABEL  --  RS-TYPE-CODE TO ITS WORDING.
116200*----------------------------------------------------------------
116300 3800-LOOKUP-TYPE-LABEL.
116400     MOVE "ACCOUNT" TO WS-TYPE-LABEL
116500     SET WS-AT-IDX TO 1
116600     SEARCH WS-AT-ENTRY
116700         AT END
116800             CONTINUE
116900         WHEN WS-AT-CODE (WS-AT-IDX) = RS-TYPE-CODE
117000             MOVE WS-AT-LABEL (WS-AT-IDX) TO WS-TYPE-LABEL
117100     END-SEARCH
117200     .
117300 3800-LOOKUP-TYPE-LABEL-EXIT.
117400     EXIT.
117500*----------------------------------------------------------------
117600 3900-RETURN-NEXT-ROW.
117700     RETURN REL-SORT-FILE
117800         AT END
117900             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
118000     END-RETURN
118100     .
118200 3900-RETURN-NEXT-ROW-EXIT.
118300     EXIT.
118400*----------------------------------------------------------------
118500*  4000-SHOW-SUMMARY  --  RUN COUNTS TO THE JOB LOG.
118600*----------------------------------------------------------------
118700 4000-SHOW-SUMMARY.
118800     DISPLAY "RELSTMT: ACCOUNTS READ        = "
118900         WS-ACCOUNTS-READ
119000     DISPLAY "RELSTMT: ACCOUNTS ON STATEMENT= "
119100         WS-REL-ACCT-COUNT
119200     DISPLAY "RELSTMT: STATEMENTS PRODUCED  = "
119300         WS-STATEMENTS-PRODUCED
119400     DISPLAY "RELSTMT: ACCOUNT SECTIONS     = "
119500         WS-SECTIONS-WRITTEN
119600     DISPLAY "RELSTMT: TRANSACTION LINES    = "
119700         WS-TRAN-LINES-WRITTEN
119800     DISPLAY "RELSTMT: INTEREST LINES       = "
119900         WS-INTR-LINES-WRITTEN
120000     DISPLAY "RELSTMT: PRINT STATEMENTS     = "
120100         WS-PRINT-STATEMENTS
120200     DISPLAY "RELSTMT: E-STATEMENTS         = "
120300         WS-ELEC-STATEMENTS
120400     DISPLAY "RELSTMT: BOTH PATHS           = "
120500         WS-BOTH-STATEMENTS
120600     DISPLAY "RELSTMT: HELD - NO ADDRESS    = "
120700         WS-HELD-STATEMENTS
120800     IF WS-REL-ACCT-OVERFLOW > ZERO
120900         DISPLAY "RELSTMT: ACCOUNTS LEFT OFF    = "
121000             WS-REL-ACCT-OVERFLOW
121100     END-IF
121200     .
121300 4000-SHOW-SUMMARY-EXIT.
121400     EXIT.
121500*----------------------------------------------------------------
121600*  8900-WRITE-STATEMENT-LINE  --  ONE LINE TO THE PATH(S) THE
121700*  DELIVERY PREFERENCE PICKED, UNDER THE PRIMARY ACCOUNT.
121800*----------------------------------------------------------------
121900 8900-WRITE-STATEMENT-LINE.
122000     MOVE WS-PRIMARY-ACCT-NUMBER TO SL-ACCT-NUMBER
122100     IF WS-DELIVER-ELECTRONIC OR WS-DELIVER-BOTH
122200         MOVE STATEMENT-LINE-RECORD
122300             TO E-STATEMENT-LINE-RECORD
122400         WRITE E-STATEMENT-LINE-RECORD
122500     END-IF
122600     IF WS-DELIVER-PRINT OR WS-DELIVER-BOTH
122700         WRITE STATEMENT-LINE-RECORD
122800     END-IF
122900     IF WS-DELIVER-HELD
123000         MOVE STATEMENT-LINE-RECORD
123100             TO HELD-STATEMENT-LINE-RECORD
123200         WRITE HELD-STATEMENT-LINE-RECORD
123300     END-IF
123400     .
123500 8900-WRITE-STATEMENT-LINE-EXIT.
123600     EXIT.
123700 END PROGRAM REL-STMT.
