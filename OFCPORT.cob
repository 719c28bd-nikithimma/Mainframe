000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    OFFICER-PORTFOLIO.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  MONTHLY PORTFOLIO REPORT
001300*                     PER RELATIONSHIP OFFICER.  FOR EVERY
001400*                     OFFICER'S BOOK (CUSTOMERS WITH NO OFFICER
001500*                     REPORT TOGETHER AS UNASSIGNED): THE
001600*                     CUSTOMER COUNT, OPEN DEPOSIT AND LOAN
001700*                     TOTALS AND THEIR MOVEMENT SINCE LAST
001800*                     MONTH, EVERY RELATIONSHIP TIER REL-TIER-
001900*                     SWEEP HAS MOVED SINCE LAST MONTH, AND
002000*                     EVERY KYC REVIEW IN THE BOOK THAT HAS
002100*                     LAPSED (THE SAME TEST KYC-REVIEW USES).
002200*                     DEPOSITS ARE THE OPEN NON-LOAN ACCOUNT
002300*                     BALANCES, TOTALED THE WAY REL-TIER-SWEEP
002400*                     TOTALS THEM; LOANS ARE THE OUTSTANDING
002500*                     BALANCES OF LIVE LOANS, JOINED TO THE
002600*                     CUSTOMER THROUGH THE LOAN'S ACCOUNT SHELL.
002700*                     LAST MONTH COMES FROM THE OFFICER
002800*                     PORTFOLIO HISTORY THIS RUN APPENDS TO -
002900*                     ONE ROW PER CUSTOMER PER PERIOD, SO A
003000*                     BOOK THAT MOVED TO ANOTHER OFFICER SHOWS
003100*                     AS A FALL ON ONE AND A RISE ON THE OTHER.
003200*                     A RERUN IN THE SAME PERIOD REPORTS AGAIN
003300*                     BUT WRITES NO SECOND SET OF ROWS.  CONSOLE
003400*                     PLUS A SECTION ON THE EOD REPORT DECK,
003500*                     EACH OFFICER'S LINES UNDER THE OFFICER'S
003600*                     BRANCH.
003700*================================================================
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     COPY CUSTMSEL.
004200     COPY ACCTMSEL.
004300     COPY LOANMSEL.
004400     COPY OPERMSEL.
004500     COPY OFPHSEL.
004600     COPY EODDSEL.
004700*================================================================
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CUSTOMER-MASTER-FILE.
005100     COPY CUSTMAST.
005200 FD  ACCOUNT-MASTER-FILE.
005300     COPY ACCTMAST.
005400 FD  LOAN-MASTER-FILE.
005500     COPY LOANMAST.
005600 FD  OPERATOR-MASTER-FILE.
005700     COPY OPERMAST.
005800 FD  OFFICER-PORTFOLIO-HIST-FILE.
005900     COPY OFPHREC.
006000 FD  EOD-REPORT-DECK-FILE.
006100     COPY EODDREC.
006200*----------------------------------------------------------------
006300 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------
006500*  ACCOUNT STATUS CODE AND ITS 88-LEVEL CONDITIONS (SHARED).
006600*----------------------------------------------------------------
006700     COPY ACCTSTAT.
006800*----------------------------------------------------------------
006900 01  WS-FILE-STATUSES.
007000     05  WS-CUSTMAST-STATUS        PIC XX.
007100     05  WS-ACCTMAST-STATUS        PIC XX.
007200     05  WS-LOANMAST-STATUS        PIC XX.
007300     05  WS-OPERMAST-STATUS        PIC XX.
007400     05  WS-OFCPHIST-STATUS        PIC XX.
007500     05  WS-EODDECK-STATUS         PIC XX.
007600*----------------------------------------------------------------
007700*  EACH CUSTOMER'S OPEN DEPOSIT AND LOAN TOTALS - THE SAME KIND
007800*  OF TABLE REL-TIER-SWEEP TOTALS BALANCES INTO.
007900*----------------------------------------------------------------
008000 01  WS-CUSTOMER-TOTALS-TABLE.
008100     05  WS-CT-ENTRY               OCCURS 2000 TIMES
008200                                   INDEXED BY WS-CT-IDX.
008300         10  WS-CT-CUSTOMER        PIC 9(09).
008400         10  WS-CT-DEPOSITS        PIC S9(11)V99.
008500         10  WS-CT-LOANS           PIC S9(11)V99.
008600 01  WS-CT-COUNT                   PIC 9(04) COMP VALUE 0.
008700*----------------------------------------------------------------
008800*  LAST PERIOD'S TIER FOR EVERY CUSTOMER ON THE HISTORY.
008900*----------------------------------------------------------------
009000 01  WS-PRIOR-TIER-TABLE.
009100     05  WS-PT-ENTRY               OCCURS 2000 TIMES
009200                                   INDEXED BY WS-PT-IDX.
009300         10  WS-PT-CUSTOMER        PIC 9(09).
009400         10  WS-PT-TIER            PIC 9(01).
009500 01  WS-PT-COUNT                   PIC 9(04) COMP VALUE 0.
009600*----------------------------------------------------------------
009700*  ONE ENTRY PER OFFICER - THIS MONTH'S BOOK AND LAST MONTH'S.
009800*  SPACES IN THE OFFICER ID IS THE UNASSIGNED BOOK.
009900*----------------------------------------------------------------
010000 01  WS-OFFICER-TABLE.
010100     05  WS-OF-ENTRY               OCCURS 200 TIMES
010200                                   INDEXED BY WS-OF-IDX.
010300         10  WS-OF-OFFICER-ID      PIC X(08).
010400         10  WS-OF-CUSTOMERS       PIC 9(06) COMP.
010500         10  WS-OF-DEPOSITS        PIC S9(13)V99.
010600         10  WS-OF-LOANS           PIC S9(13)V99.
010700         10  WS-OF-PRIOR-CUSTOMERS PIC 9(06) COMP.
010800         10  WS-OF-PRIOR-DEPOSITS  PIC S9(13)V99.
010900         10  WS-OF-PRIOR-LOANS     PIC S9(13)V99.
011000         10  WS-OF-TIER-UP         PIC 9(04) COMP.
011100         10  WS-OF-TIER-DOWN       PIC 9(04) COMP.
011200         10  WS-OF-KYC-OVERDUE     PIC 9(04) COMP.
011300 01  WS-OF-COUNT                   PIC 9(04) COMP VALUE 0.
011400*----------------------------------------------------------------
011500*  THE TIER CHANGES AND LAPSED REVIEWS LISTED UNDER EACH
011600*  OFFICER.  WS-EX-KIND: T=TIER CHANGE  K=KYC REVIEW LAPSED.
011700*----------------------------------------------------------------
011800 01  WS-EXCEPTION-TABLE.
011900     05  WS-EX-ENTRY               OCCURS 2000 TIMES
012000                                   INDEXED BY WS-EX-IDX.
012100         10  WS-EX-OFFICER-ID      PIC X(08).
012200         10  WS-EX-CUSTOMER        PIC 9(09).
012300         10  WS-EX-KIND            PIC X.
012400             88  WS-EX-TIER-CHANGE VALUE 'T'.
012500             88  WS-EX-KYC-LAPSED  VALUE 'K'.
012600         10  WS-EX-OLD-TIER        PIC 9(01).
012700         10  WS-EX-NEW-TIER        PIC 9(01).
012800         10  WS-EX-REVIEW-DATE     PIC 9(08).
012900 01  WS-EX-COUNT                   PIC 9(04) COMP VALUE 0.
013000*----------------------------------------------------------------
013100 01  WS-WORK-FIELDS.
013200     05  WS-CUST-EOF-SWITCH        PIC X VALUE 'N'.
013300         88  NO-MORE-CUSTOMERS     VALUE 'Y'.
013400     05  WS-ACCT-EOF-SWITCH        PIC X VALUE 'N'.
013500         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
013600     05  WS-LOAN-EOF-SWITCH        PIC X VALUE 'N'.
013700         88  NO-MORE-LOANS         VALUE 'Y'.
013800     05  WS-HIST-EOF-SWITCH        PIC X VALUE 'N'.
013900         88  NO-MORE-HISTORY       VALUE 'Y'.
014000     05  WS-PERIOD-ON-FILE-SWITCH  PIC X VALUE 'N'.
014100         88  WS-PERIOD-ON-FILE     VALUE 'Y'.
014200     05  WS-HIST-OPEN-SWITCH       PIC X VALUE 'N'.
014300         88  WS-HIST-OPEN          VALUE 'Y'.
014400     05  WS-OPERMAST-OPEN-SWITCH   PIC X VALUE 'N'.
014500         88  WS-OPERMAST-OPEN      VALUE 'Y'.
014600     05  WS-PRIOR-PERIOD           PIC 9(06) VALUE 0.
014700     05  WS-LOOKUP-CUSTOMER        PIC 9(09).
014800     05  WS-LOOKUP-OFFICER         PIC X(08).
014900     05  WS-CUST-DEPOSITS          PIC S9(11)V99.
015000     05  WS-CUST-LOANS             PIC S9(11)V99.
015100     05  WS-CUST-PRIOR-TIER        PIC 9(01).
015200     05  WS-CUST-PRIOR-FOUND       PIC X.
015300         88  WS-CUST-HAS-PRIOR     VALUE 'Y'.
015400     05  WS-CUSTOMERS-READ         PIC 9(06) COMP VALUE 0.
015500     05  WS-ROWS-WRITTEN           PIC 9(06) COMP VALUE 0.
015600     05  WS-TABLE-OVERFLOWS        PIC 9(06) COMP VALUE 0.
015700     05  WS-BANK-DEPOSITS          PIC S9(13)V99 VALUE 0.
015800     05  WS-BANK-LOANS             PIC S9(13)V99 VALUE 0.
015900     05  WS-MOVEMENT               PIC S9(13)V99.
016000     05  WS-COUNT-MOVEMENT         PIC S9(06).
016100     05  WS-OFFICER-NAME           PIC X(30).
016200     05  WS-OFFICER-BRANCH         PIC X(06).
016300     05  WS-EDIT-COUNT             PIC Z(05)9.
016400     05  WS-EDIT-COUNT-CHG         PIC -(05)9.
016500     05  WS-EDIT-SMALL             PIC Z(03)9.
016600     05  WS-EDIT-SMALL-2           PIC Z(03)9.
016700     05  WS-EDIT-SMALL-3           PIC Z(03)9.
016800     05  WS-EDIT-AMOUNT            PIC -(12)9.99.
016900     05  WS-EDIT-AMOUNT-CHG        PIC -(12)9.99.
017000     05  WS-REPORT-LINE            PIC X(80).
017100*----------------------------------------------------------------
017200 01  WS-BUSINESS-DATE              PIC 9(08).
017300 01  WS-BUSDATE-FLAG               PIC X.
017400 01  WS-CURRENT-TIMESTAMP          PIC X(21).
017500 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
017600     05  WS-TS-DATE                PIC 9(08).
017700     05  FILLER                    PIC X(13).
017800 01  WS-TS-PERIOD-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
017900     05  WS-TS-PERIOD              PIC 9(06).
018000     05  FILLER                    PIC X(15).
018100*----------------------------------------------------------------
018200 01  WS-RUN-HISTORY-FIELDS.
018300     05  WS-RH-STEP-NAME           PIC X(08) VALUE "OFPFSTEP".
018400     05  WS-RH-START-TIMESTAMP     PIC X(21).
018500     05  WS-RH-RECORDS-READ        PIC 9(08).
018600     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
018700     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
018800     05  WS-RH-COMPLETION-CODE     PIC 9(02).
018900*================================================================
019000 PROCEDURE DIVISION.
019100*================================================================
019200 0000-MAINLINE.
019300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
019400     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
019500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
019600         WS-BUSDATE-FLAG
019700     IF WS-BUSDATE-FLAG = "Y"
019800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
019900     END-IF
020000     PERFORM 1000-LOAD-PRIOR-PERIOD
020100         THRU 1000-LOAD-PRIOR-PERIOD-EXIT
020200     PERFORM 2000-TOTAL-THE-DEPOSITS
020300         THRU 2000-TOTAL-THE-DEPOSITS-EXIT
020400     PERFORM 2500-TOTAL-THE-LOANS
020500         THRU 2500-TOTAL-THE-LOANS-EXIT
020600     PERFORM 3000-BOOK-THE-CUSTOMERS
020700         THRU 3000-BOOK-THE-CUSTOMERS-EXIT
020800     PERFORM 4000-PRINT-THE-REPORT
020900         THRU 4000-PRINT-THE-REPORT-EXIT
021000     DISPLAY "OFCPORT: PERIOD               = " WS-TS-PERIOD
021100     DISPLAY "OFCPORT: PRIOR PERIOD         = " WS-PRIOR-PERIOD
021200     DISPLAY "OFCPORT: CUSTOMERS READ       = "
021300         WS-CUSTOMERS-READ
021400     DISPLAY "OFCPORT: OFFICERS REPORTED    = " WS-OF-COUNT
021500     DISPLAY "OFCPORT: HISTORY ROWS WRITTEN = " WS-ROWS-WRITTEN
021600     IF WS-PERIOD-ON-FILE
021700         DISPLAY "OFCPORT: PERIOD " WS-TS-PERIOD
021800             " WAS ALREADY ON THE PORTFOLIO HISTORY - NO "
021900             "ROWS WRITTEN"
022000     END-IF
022100     IF WS-TABLE-OVERFLOWS > ZERO
022200         DISPLAY "OFCPORT: TABLE FULL - " WS-TABLE-OVERFLOWS
022300             " ENTRIES NOT REPORTED THIS RUN"
022400     END-IF
022500     MOVE WS-CUSTOMERS-READ TO WS-RH-RECORDS-READ
022600     MOVE WS-ROWS-WRITTEN TO WS-RH-RECORDS-UPDATED
022700     MOVE ZERO TO WS-RH-AMOUNT-POSTED
022800     MOVE ZERO TO WS-RH-COMPLETION-CODE
022900     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
023000         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
023100         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
023200         WS-RH-COMPLETION-CODE
023300     STOP RUN.
023400*----------------------------------------------------------------
023500*  1000-LOAD-PRIOR-PERIOD  --  ONE PASS FINDS THE LATEST PERIOD
023600*  BEFORE THIS ONE (AND WHETHER THIS ONE IS ALREADY ON FILE);
023700*  A SECOND LOADS THAT PERIOD'S ROWS - EACH CUSTOMER'S TIER,
023800*  AND LAST MONTH'S BOOK UNDER THE OFFICER IT SAT WITH THEN.
023900*----------------------------------------------------------------
024000 1000-LOAD-PRIOR-PERIOD.
024100     MOVE ZEROS TO WS-CUSTOMER-TOTALS-TABLE
024200     MOVE ZEROS TO WS-PRIOR-TIER-TABLE
024400     OPEN INPUT OFFICER-PORTFOLIO-HIST-FILE
024500     IF WS-OFCPHIST-STATUS NOT = "00"
024600         DISPLAY "OFCPORT: NO PORTFOLIO HISTORY YET - NO "
024700             "MOVEMENT OR TIER CHANGES THIS RUN"
024800         GO TO 1000-LOAD-PRIOR-PERIOD-EXIT
024900     END-IF
025000     PERFORM 1100-FIND-PRIOR-PERIOD
025100         THRU 1100-FIND-PRIOR-PERIOD-EXIT
025200         UNTIL NO-MORE-HISTORY
025300     CLOSE OFFICER-PORTFOLIO-HIST-FILE
025400     IF WS-PRIOR-PERIOD = ZERO
025500         GO TO 1000-LOAD-PRIOR-PERIOD-EXIT
025600     END-IF
025700     OPEN INPUT OFFICER-PORTFOLIO-HIST-FILE
025800     MOVE 'N' TO WS-HIST-EOF-SWITCH
025900     PERFORM 1200-LOAD-ONE-PRIOR-ROW
026000         THRU 1200-LOAD-ONE-PRIOR-ROW-EXIT
026100         UNTIL NO-MORE-HISTORY
026200     CLOSE OFFICER-PORTFOLIO-HIST-FILE
026300     .
026400 1000-LOAD-PRIOR-PERIOD-EXIT.
026500     EXIT.
026600*----------------------------------------------------------------
026700 1100-FIND-PRIOR-PERIOD.
026800     READ OFFICER-PORTFOLIO-HIST-FILE
026900         AT END
027000             MOVE 'Y' TO WS-HIST-EOF-SWITCH
027100             GO TO 1100-FIND-PRIOR-PERIOD-EXIT
027200     END-READ
027300     IF OH-PERIOD = WS-TS-PERIOD
027400         MOVE 'Y' TO WS-PERIOD-ON-FILE-SWITCH
027500     END-IF
027600     IF OH-PERIOD < WS-TS-PERIOD
027700        AND OH-PERIOD > WS-PRIOR-PERIOD
027800         MOVE OH-PERIOD TO WS-PRIOR-PERIOD
027900     END-IF
028000     .
028100 1100-FIND-PRIOR-PERIOD-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400 1200-LOAD-ONE-PRIOR-ROW.
028500     READ OFFICER-PORTFOLIO-HIST-FILE
028600         AT END
028700             MOVE 'Y' TO WS-HIST-EOF-SWITCH
028800             GO TO 1200-LOAD-ONE-PRIOR-ROW-EXIT
028900     END-READ
029000     IF OH-PERIOD NOT = WS-PRIOR-PERIOD
029100         GO TO 1200-LOAD-ONE-PRIOR-ROW-EXIT
029200     END-IF
029300     IF WS-PT-COUNT < 2000
029400         ADD 1 TO WS-PT-COUNT
029500         SET WS-PT-IDX TO WS-PT-COUNT
029600         MOVE OH-CUSTOMER-NUMBER TO WS-PT-CUSTOMER (WS-PT-IDX)
029700         MOVE OH-RELATIONSHIP-TIER TO WS-PT-TIER (WS-PT-IDX)
029800     ELSE
029900         ADD 1 TO WS-TABLE-OVERFLOWS
030000     END-IF
030100     MOVE OH-OFFICER-ID TO WS-LOOKUP-OFFICER
030200     PERFORM 8000-FIND-OFFICER-ENTRY
030300         THRU 8000-FIND-OFFICER-ENTRY-EXIT
030400     IF WS-OF-IDX > ZERO
030500         ADD 1 TO WS-OF-PRIOR-CUSTOMERS (WS-OF-IDX)
030600         ADD OH-DEPOSIT-TOTAL TO WS-OF-PRIOR-DEPOSITS (WS-OF-IDX)
030700         ADD OH-LOAN-TOTAL TO WS-OF-PRIOR-LOANS (WS-OF-IDX)
030800     END-IF
030900     .
031000 1200-LOAD-ONE-PRIOR-ROW-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------
031300*  2000-TOTAL-THE-DEPOSITS  --  ONE PASS OVER THE ACCOUNT
031400*  MASTER.  CLOSED ACCOUNTS AND LOAN SHELLS DO NOT COUNT, AS IN
031500*  REL-TIER-SWEEP.
031600*----------------------------------------------------------------
031700 2000-TOTAL-THE-DEPOSITS.
031800     OPEN INPUT ACCOUNT-MASTER-FILE
031900     IF WS-ACCTMAST-STATUS NOT = "00"
032000         DISPLAY "OFCPORT: UNABLE TO OPEN ACCOUNT MASTER, "
032100             "STATUS = " WS-ACCTMAST-STATUS
032200         GO TO 2000-TOTAL-THE-DEPOSITS-EXIT
032300     END-IF
032400     PERFORM 2100-TOTAL-ONE-ACCOUNT
032500         THRU 2100-TOTAL-ONE-ACCOUNT-EXIT
032600         UNTIL NO-MORE-ACCOUNTS
032700     CLOSE ACCOUNT-MASTER-FILE
032800     .
032900 2000-TOTAL-THE-DEPOSITS-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200 2100-TOTAL-ONE-ACCOUNT.
033300     READ ACCOUNT-MASTER-FILE NEXT RECORD
033400         AT END
033500             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
033600             GO TO 2100-TOTAL-ONE-ACCOUNT-EXIT
033700     END-READ
033800     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
033900     IF STATUS-CLOSED OR AM-TYPE-CODE = 'L'
034000         GO TO 2100-TOTAL-ONE-ACCOUNT-EXIT
034100     END-IF
034200     MOVE AM-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
034300     PERFORM 8100-FIND-CUSTOMER-TOTALS
034400         THRU 8100-FIND-CUSTOMER-TOTALS-EXIT
034500     IF WS-CT-IDX > ZERO
034600         ADD AM-BALANCE TO WS-CT-DEPOSITS (WS-CT-IDX)
034700     END-IF
034800     .
034900 2100-TOTAL-ONE-ACCOUNT-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
035200*  2500-TOTAL-THE-LOANS  --  EVERY LIVE LOAN'S OUTSTANDING
035300*  BALANCE, TO THE CUSTOMER WHO OWNS ITS ACCOUNT SHELL.
035400*----------------------------------------------------------------
035500 2500-TOTAL-THE-LOANS.
035600     OPEN INPUT LOAN-MASTER-FILE
035700     IF WS-LOANMAST-STATUS NOT = "00"
035800         DISPLAY "OFCPORT: UNABLE TO OPEN LOAN MASTER, "
035900             "STATUS = " WS-LOANMAST-STATUS
036000         GO TO 2500-TOTAL-THE-LOANS-EXIT
036100     END-IF
036200     OPEN INPUT ACCOUNT-MASTER-FILE
036300     IF WS-ACCTMAST-STATUS NOT = "00"
036400         DISPLAY "OFCPORT: UNABLE TO OPEN ACCOUNT MASTER, "
036500             "STATUS = " WS-ACCTMAST-STATUS
036600         CLOSE LOAN-MASTER-FILE
036700         GO TO 2500-TOTAL-THE-LOANS-EXIT
036800     END-IF
036900     PERFORM 2600-TOTAL-ONE-LOAN
037000         THRU 2600-TOTAL-ONE-LOAN-EXIT
037100         UNTIL NO-MORE-LOANS
037200     CLOSE ACCOUNT-MASTER-FILE
037300     CLOSE LOAN-MASTER-FILE
037400     .
037500 2500-TOTAL-THE-LOANS-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------
037800 2600-TOTAL-ONE-LOAN.
037900     READ LOAN-MASTER-FILE NEXT RECORD
038000         AT END
038100             MOVE 'Y' TO WS-LOAN-EOF-SWITCH
038200             GO TO 2600-TOTAL-ONE-LOAN-EXIT
038300     END-READ
038400     IF LM-LOAN-CLOSED OR LM-LOAN-CHARGED-OFF
038500         GO TO 2600-TOTAL-ONE-LOAN-EXIT
038600     END-IF
038700     MOVE LM-ACCT-NUMBER TO AM-ACCT-NUMBER
038800     READ ACCOUNT-MASTER-FILE
038900         KEY IS AM-ACCT-NUMBER
039000         INVALID KEY
039100             GO TO 2600-TOTAL-ONE-LOAN-EXIT
039200     END-READ
039300     MOVE AM-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
039400     PERFORM 8100-FIND-CUSTOMER-TOTALS
039500         THRU 8100-FIND-CUSTOMER-TOTALS-EXIT
039600     IF WS-CT-IDX > ZERO
039700         ADD LM-OUTSTANDING-BALANCE TO WS-CT-LOANS (WS-CT-IDX)
039800     END-IF
039900     .
040000 2600-TOTAL-ONE-LOAN-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300*  3000-BOOK-THE-CUSTOMERS  --  WALK THE CUSTOMER MASTER,
040400*  ADDING EACH CUSTOMER TO ITS OFFICER'S BOOK AND APPENDING
040500*  THIS PERIOD'S HISTORY ROW.  ANONYMIZED CUSTOMERS HAVE LEFT
040600*  THE BANK AND ARE IN NO ONE'S BOOK.
040700*----------------------------------------------------------------
040800 3000-BOOK-THE-CUSTOMERS.
040900     OPEN INPUT CUSTOMER-MASTER-FILE
041000     IF WS-CUSTMAST-STATUS NOT = "00"
041100         DISPLAY "OFCPORT: UNABLE TO OPEN CUSTOMER MASTER, "
041200             "STATUS = " WS-CUSTMAST-STATUS
041300         GO TO 3000-BOOK-THE-CUSTOMERS-EXIT
041400     END-IF
041500     IF NOT WS-PERIOD-ON-FILE
041600         OPEN EXTEND OFFICER-PORTFOLIO-HIST-FILE
041700         IF WS-OFCPHIST-STATUS = "35"
041800             CLOSE OFFICER-PORTFOLIO-HIST-FILE
041900             OPEN OUTPUT OFFICER-PORTFOLIO-HIST-FILE
042000         END-IF
042100         IF WS-OFCPHIST-STATUS = "00"
042200             MOVE 'Y' TO WS-HIST-OPEN-SWITCH
042300         ELSE
042400             DISPLAY "OFCPORT: UNABLE TO OPEN PORTFOLIO "
042500                 "HISTORY, STATUS = " WS-OFCPHIST-STATUS
042600         END-IF
042700     END-IF
042800     PERFORM 3100-BOOK-ONE-CUSTOMER
042900         THRU 3100-BOOK-ONE-CUSTOMER-EXIT
043000         UNTIL NO-MORE-CUSTOMERS
043100     IF WS-HIST-OPEN
043200         CLOSE OFFICER-PORTFOLIO-HIST-FILE
043300     END-IF
043400     CLOSE CUSTOMER-MASTER-FILE
043500     .
043600 3000-BOOK-THE-CUSTOMERS-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900 3100-BOOK-ONE-CUSTOMER.
044000     READ CUSTOMER-MASTER-FILE NEXT RECORD
044100         AT END
044200             MOVE 'Y' TO WS-CUST-EOF-SWITCH
044300             GO TO 3100-BOOK-ONE-CUSTOMER-EXIT
044400     END-READ
044500     IF CM-IS-ANONYMIZED
044600         GO TO 3100-BOOK-ONE-CUSTOMER-EXIT
044700     END-IF
044800     ADD 1 TO WS-CUSTOMERS-READ
044900     PERFORM 3200-GET-CUSTOMER-FIGURES
045000         THRU 3200-GET-CUSTOMER-FIGURES-EXIT
045100     MOVE CM-OFFICER-ID TO WS-LOOKUP-OFFICER
045200     PERFORM 8000-FIND-OFFICER-ENTRY
045300         THRU 8000-FIND-OFFICER-ENTRY-EXIT
045400     IF WS-OF-IDX > ZERO
045500         ADD 1 TO WS-OF-CUSTOMERS (WS-OF-IDX)
045600         ADD WS-CUST-DEPOSITS TO WS-OF-DEPOSITS (WS-OF-IDX)
045700         ADD WS-CUST-LOANS TO WS-OF-LOANS (WS-OF-IDX)
045800     END-IF
045900     ADD WS-CUST-DEPOSITS TO WS-BANK-DEPOSITS
046000     ADD WS-CUST-LOANS TO WS-BANK-LOANS
046100
046200     IF WS-CUST-HAS-PRIOR
046300        AND WS-CUST-PRIOR-TIER NOT = CM-RELATIONSHIP-TIER
046400         IF WS-OF-IDX > ZERO
046500             IF CM-RELATIONSHIP-TIER > WS-CUST-PRIOR-TIER
046600                 ADD 1 TO WS-OF-TIER-UP (WS-OF-IDX)
046700             ELSE
046800                 ADD 1 TO WS-OF-TIER-DOWN (WS-OF-IDX)
046900             END-IF
047000         END-IF
047100         PERFORM 8200-ADD-EXCEPTION-ENTRY
047200             THRU 8200-ADD-EXCEPTION-ENTRY-EXIT
047300         IF WS-EX-IDX > ZERO
047400             SET WS-EX-TIER-CHANGE (WS-EX-IDX) TO TRUE
047500             MOVE WS-CUST-PRIOR-TIER
047600                 TO WS-EX-OLD-TIER (WS-EX-IDX)
047700             MOVE CM-RELATIONSHIP-TIER
047800                 TO WS-EX-NEW-TIER (WS-EX-IDX)
047900         END-IF
048000     END-IF
048100
048200*    THE SAME LAPSE TEST KYC-REVIEW APPLIES.
048300     IF CM-KYC-REVIEW-DATE NOT = ZERO
048400        AND CM-KYC-REVIEW-DATE < WS-TS-DATE
048500        AND NOT CM-IS-DECEASED
048600         IF WS-OF-IDX > ZERO
048700             ADD 1 TO WS-OF-KYC-OVERDUE (WS-OF-IDX)
048800         END-IF
048900         PERFORM 8200-ADD-EXCEPTION-ENTRY
049000             THRU 8200-ADD-EXCEPTION-ENTRY-EXIT
049100         IF WS-EX-IDX > ZERO
049200             SET WS-EX-KYC-LAPSED (WS-EX-IDX) TO TRUE
049300             MOVE CM-KYC-REVIEW-DATE
049400                 TO WS-EX-REVIEW-DATE (WS-EX-IDX)
049500         END-IF
049600     END-IF
049700
049800     IF WS-HIST-OPEN
049900         MOVE WS-TS-PERIOD          TO OH-PERIOD
050000         MOVE CM-CUSTOMER-NUMBER    TO OH-CUSTOMER-NUMBER
050100         MOVE CM-OFFICER-ID         TO OH-OFFICER-ID
050200         MOVE CM-RELATIONSHIP-TIER  TO OH-RELATIONSHIP-TIER
050300         MOVE WS-CUST-DEPOSITS      TO OH-DEPOSIT-TOTAL
050400         MOVE WS-CUST-LOANS         TO OH-LOAN-TOTAL
050500         MOVE WS-TS-DATE            TO OH-SNAPSHOT-DATE
050600         WRITE OFFICER-PORTFOLIO-HIST-RECORD
050700         ADD 1 TO WS-ROWS-WRITTEN
050800     END-IF
050900     .
051000 3100-BOOK-ONE-CUSTOMER-EXIT.
051100     EXIT.
051200*----------------------------------------------------------------
051300*  3200-GET-CUSTOMER-FIGURES  --  THE CUSTOMER'S TOTALS FROM
051400*  THE ACCOUNT AND LOAN PASSES, AND LAST PERIOD'S TIER.
051500*----------------------------------------------------------------
051600 3200-GET-CUSTOMER-FIGURES.
051700     MOVE ZERO TO WS-CUST-DEPOSITS
051800     MOVE ZERO TO WS-CUST-LOANS
051900     IF WS-CT-COUNT > ZERO
052000         SET WS-CT-IDX TO 1
052100         SEARCH WS-CT-ENTRY
052200             AT END
052300                 CONTINUE
052400             WHEN WS-CT-CUSTOMER (WS-CT-IDX)
052500                     = CM-CUSTOMER-NUMBER
052600                 MOVE WS-CT-DEPOSITS (WS-CT-IDX)
052700                     TO WS-CUST-DEPOSITS
052800                 MOVE WS-CT-LOANS (WS-CT-IDX)
052900                     TO WS-CUST-LOANS
053000         END-SEARCH
053100     END-IF
053200     MOVE 'N' TO WS-CUST-PRIOR-FOUND
053300     IF WS-PT-COUNT > ZERO
053400         SET WS-PT-IDX TO 1
053500         SEARCH WS-PT-ENTRY
053600             AT END
053700                 CONTINUE
053800             WHEN WS-PT-CUSTOMER (WS-PT-IDX)
053900                     = CM-CUSTOMER-NUMBER
054000                 MOVE 'Y' TO WS-CUST-PRIOR-FOUND
054100                 MOVE WS-PT-TIER (WS-PT-IDX)
054200                     TO WS-CUST-PRIOR-TIER
054300         END-SEARCH
054400     END-IF
054500     .
054600 3200-GET-CUSTOMER-FIGURES-EXIT.
054700     EXIT.
054800*----------------------------------------------------------------
054900*  4000-PRINT-THE-REPORT  --  ONE BLOCK PER OFFICER: THE BOOK,
055000*  ITS MOVEMENT SINCE LAST MONTH, THEN THE TIER CHANGES AND
055100*  LAPSED REVIEWS IN IT.
055200*----------------------------------------------------------------
055300 4000-PRINT-THE-REPORT.
055400     OPEN EXTEND EOD-REPORT-DECK-FILE
055500     IF WS-EODDECK-STATUS = "35"
055600         CLOSE EOD-REPORT-DECK-FILE
055700         OPEN OUTPUT EOD-REPORT-DECK-FILE
055800     END-IF
055900     OPEN INPUT OPERATOR-MASTER-FILE
056000     IF WS-OPERMAST-STATUS = "00"
056100         MOVE 'Y' TO WS-OPERMAST-OPEN-SWITCH
056200     END-IF
056300     DISPLAY "RELATIONSHIP OFFICER PORTFOLIO - " WS-TS-DATE
056400         " (PRIOR PERIOD " WS-PRIOR-PERIOD ")"
056500     IF WS-OF-COUNT > ZERO
056600         PERFORM 4100-PRINT-ONE-OFFICER
056700             THRU 4100-PRINT-ONE-OFFICER-EXIT
056800             VARYING WS-OF-IDX FROM 1 BY 1
056900             UNTIL WS-OF-IDX > WS-OF-COUNT
057000     END-IF
057100     MOVE SPACES TO WS-OFFICER-BRANCH
057200     MOVE WS-BANK-DEPOSITS TO WS-EDIT-AMOUNT
057300     MOVE WS-BANK-LOANS TO WS-EDIT-AMOUNT-CHG
057400     MOVE SPACES TO WS-REPORT-LINE
057500     STRING "BANK TOTAL DEPOSITS " WS-EDIT-AMOUNT
057600         "  LOANS " WS-EDIT-AMOUNT-CHG
057700         DELIMITED BY SIZE INTO WS-REPORT-LINE
057800     PERFORM 4900-WRITE-REPORT-LINE
057900         THRU 4900-WRITE-REPORT-LINE-EXIT
058000     IF WS-OPERMAST-OPEN
058100         CLOSE OPERATOR-MASTER-FILE
058200     END-IF
058300     CLOSE EOD-REPORT-DECK-FILE
058400     .
058500 4000-PRINT-THE-REPORT-EXIT.
058600     EXIT.
058700*----------------------------------------------------------------
058800 4100-PRINT-ONE-OFFICER.
058900     MOVE SPACES TO WS-OFFICER-NAME
059000     MOVE SPACES TO WS-OFFICER-BRANCH
059100     IF WS-OF-OFFICER-ID (WS-OF-IDX) = SPACES
059200         MOVE "UNASSIGNED" TO WS-OFFICER-NAME
059300     ELSE
059400         IF WS-OPERMAST-OPEN
059500             MOVE WS-OF-OFFICER-ID (WS-OF-IDX) TO OP-OPERATOR-ID
059600             READ OPERATOR-MASTER-FILE
059700                 KEY IS OP-OPERATOR-ID
059800                 INVALID KEY
059900                     MOVE "NOT ON OPERATOR MASTER"
060000                         TO WS-OFFICER-NAME
060100                 NOT INVALID KEY
060200                     MOVE OP-OPERATOR-NAME TO WS-OFFICER-NAME
060300                     MOVE OP-BRANCH-ID TO WS-OFFICER-BRANCH
060400             END-READ
060500         END-IF
060600     END-IF
060700
060800     MOVE SPACES TO WS-REPORT-LINE
060900     STRING "OFFICER " WS-OF-OFFICER-ID (WS-OF-IDX)
061000         " " WS-OFFICER-NAME
061100         " BRANCH " WS-OFFICER-BRANCH
061200         DELIMITED BY SIZE INTO WS-REPORT-LINE
061300     PERFORM 4900-WRITE-REPORT-LINE
061400         THRU 4900-WRITE-REPORT-LINE-EXIT
061500
061600     MOVE WS-OF-CUSTOMERS (WS-OF-IDX) TO WS-EDIT-COUNT
061700     COMPUTE WS-COUNT-MOVEMENT = WS-OF-CUSTOMERS (WS-OF-IDX)
061800         - WS-OF-PRIOR-CUSTOMERS (WS-OF-IDX)
061900     MOVE WS-COUNT-MOVEMENT TO WS-EDIT-COUNT-CHG
062000     MOVE WS-OF-TIER-UP (WS-OF-IDX) TO WS-EDIT-SMALL
062100     MOVE WS-OF-TIER-DOWN (WS-OF-IDX) TO WS-EDIT-SMALL-2
062200     MOVE WS-OF-KYC-OVERDUE (WS-OF-IDX) TO WS-EDIT-SMALL-3
062300     MOVE SPACES TO WS-REPORT-LINE
062400     STRING "  CUSTOMERS " WS-EDIT-COUNT
062500         " CHG " WS-EDIT-COUNT-CHG
062600         "  TIER UP " WS-EDIT-SMALL
062700         " DOWN " WS-EDIT-SMALL-2
062800         "  KYC OVERDUE " WS-EDIT-SMALL-3
062900         DELIMITED BY SIZE INTO WS-REPORT-LINE
063000     PERFORM 4900-WRITE-REPORT-LINE
063100         THRU 4900-WRITE-REPORT-LINE-EXIT
063200
063300     MOVE WS-OF-DEPOSITS (WS-OF-IDX) TO WS-EDIT-AMOUNT
063400     COMPUTE WS-MOVEMENT = WS-OF-DEPOSITS (WS-OF-IDX)
063500         - WS-OF-PRIOR-DEPOSITS (WS-OF-IDX)
063600     MOVE WS-MOVEMENT TO WS-EDIT-AMOUNT-CHG
063700     MOVE SPACES TO WS-REPORT-LINE
063800     STRING "  DEPOSITS " WS-EDIT-AMOUNT
063900         "  CHG " WS-EDIT-AMOUNT-CHG
064000         DELIMITED BY SIZE INTO WS-REPORT-LINE
064100     PERFORM 4900-WRITE-REPORT-LINE
064200         THRU 4900-WRITE-REPORT-LINE-EXIT
064300
064400     MOVE WS-OF-LOANS (WS-OF-IDX) TO WS-EDIT-AMOUNT
064500     COMPUTE WS-MOVEMENT = WS-OF-LOANS (WS-OF-IDX)
064600         - WS-OF-PRIOR-LOANS (WS-OF-IDX)
064700     MOVE WS-MOVEMENT TO WS-EDIT-AMOUNT-CHG
064800     MOVE SPACES TO WS-REPORT-LINE
064900     STRING "  LOANS    " WS-EDIT-AMOUNT
065000         "  CHG " WS-EDIT-AMOUNT-CHG
065100         DELIMITED BY SIZE INTO WS-REPORT-LINE
065200     PERFORM 4900-WRITE-REPORT-LINE
065300         THRU 4900-WRITE-REPORT-LINE-EXIT
065400
065500     IF WS-EX-COUNT > ZERO
065600         PERFORM 4200-PRINT-ONE-EXCEPTION
065700             THRU 4200-PRINT-ONE-EXCEPTION-EXIT
065800             VARYING WS-EX-IDX FROM 1 BY 1
065900             UNTIL WS-EX-IDX > WS-EX-COUNT
066000     END-IF
066100     .
066200 4100-PRINT-ONE-OFFICER-EXIT.
066300     EXIT.
066400*----------------------------------------------------------------
066500 4200-PRINT-ONE-EXCEPTION.
066600     IF WS-EX-OFFICER-ID (WS-EX-IDX)
066700             NOT = WS-OF-OFFICER-ID (WS-OF-IDX)
066800         GO TO 4200-PRINT-ONE-EXCEPTION-EXIT
066900     END-IF
067000     MOVE SPACES TO WS-REPORT-LINE
067100     IF WS-EX-TIER-CHANGE (WS-EX-IDX)
067200         STRING "    TIER CHANGE  CUSTOMER "
067300             WS-EX-CUSTOMER (WS-EX-IDX)
067400             " FROM " WS-EX-OLD-TIER (WS-EX-IDX)
067500             " TO " WS-EX-NEW-TIER (WS-EX-IDX)
067600             DELIMITED BY SIZE INTO WS-REPORT-LINE
067700     ELSE
067800         STRING "    KYC OVERDUE  CUSTOMER "
067900             WS-EX-CUSTOMER (WS-EX-IDX)
068000             " REVIEW DUE " WS-EX-REVIEW-DATE (WS-EX-IDX)
068100             DELIMITED BY SIZE INTO WS-REPORT-LINE
068200     END-IF
068300     PERFORM 4900-WRITE-REPORT-LINE
068400         THRU 4900-WRITE-REPORT-LINE-EXIT
068500     .
068600 4200-PRINT-ONE-EXCEPTION-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------
068900*  4900-WRITE-REPORT-LINE  --  TO THE CONSOLE AND THE DECK,
069000*  UNDER THE OFFICER'S BRANCH.
069100*----------------------------------------------------------------
069200 4900-WRITE-REPORT-LINE.
069300     DISPLAY WS-REPORT-LINE
069400     MOVE WS-OFFICER-BRANCH TO ED-BRANCH-ID
069500     MOVE "RELATIONSHIP OFFICER PORTFOLIO" TO ED-SECTION-TITLE
069600     MOVE WS-REPORT-LINE TO ED-DETAIL-LINE
069700     MOVE WS-TS-DATE TO ED-RUN-DATE
069800     WRITE EOD-REPORT-DECK-RECORD
069900     .
070000 4900-WRITE-REPORT-LINE-EXIT.
070100     EXIT.
070200*----------------------------------------------------------------
070300*  8000-FIND-OFFICER-ENTRY  --  WS-LOOKUP-OFFICER'S ENTRY,
070400*  ADDED IF NEW.  WS-OF-IDX IS ZERO WHEN THE TABLE IS FULL.
070500*----------------------------------------------------------------
070600 8000-FIND-OFFICER-ENTRY.
070700     IF WS-OF-COUNT > ZERO
070800         SET WS-OF-IDX TO 1
070900         SEARCH WS-OF-ENTRY
071000             AT END
071100                 CONTINUE
071200             WHEN WS-OF-IDX > WS-OF-COUNT
071300                 CONTINUE
071400             WHEN WS-OF-OFFICER-ID (WS-OF-IDX)
071500                     = WS-LOOKUP-OFFICER
071600                 GO TO 8000-FIND-OFFICER-ENTRY-EXIT
071700         END-SEARCH
071800     END-IF
071900     IF WS-OF-COUNT >= 200
072000         ADD 1 TO WS-TABLE-OVERFLOWS
072100         SET WS-OF-IDX TO ZERO
072200         GO TO 8000-FIND-OFFICER-ENTRY-EXIT
072300     END-IF
072400     ADD 1 TO WS-OF-COUNT
072500     SET WS-OF-IDX TO WS-OF-COUNT
072600     MOVE WS-LOOKUP-OFFICER TO WS-OF-OFFICER-ID (WS-OF-IDX)
072700     MOVE ZERO TO WS-OF-CUSTOMERS (WS-OF-IDX)
072800     MOVE ZERO TO WS-OF-DEPOSITS (WS-OF-IDX)
072900     MOVE ZERO TO WS-OF-LOANS (WS-OF-IDX)
073000     MOVE ZERO TO WS-OF-PRIOR-CUSTOMERS (WS-OF-IDX)
073100     MOVE ZERO TO WS-OF-PRIOR-DEPOSITS (WS-OF-IDX)
073200     MOVE ZERO TO WS-OF-PRIOR-LOANS (WS-OF-IDX)
073300     MOVE ZERO TO WS-OF-TIER-UP (WS-OF-IDX)
073400     MOVE ZERO TO WS-OF-TIER-DOWN (WS-OF-IDX)
073500     MOVE ZERO TO WS-OF-KYC-OVERDUE (WS-OF-IDX)
073600     .
073700 8000-FIND-OFFICER-ENTRY-EXIT.
073800     EXIT.
073900*----------------------------------------------------------------
074000*  8100-FIND-CUSTOMER-TOTALS  --  WS-LOOKUP-CUSTOMER'S TOTALS
074100*  ENTRY, ADDED IF NEW.  WS-CT-IDX IS ZERO WHEN THE TABLE IS
074200*  FULL.
074300*----------------------------------------------------------------
074400 8100-FIND-CUSTOMER-TOTALS.
074500     IF WS-CT-COUNT > ZERO
074600         SET WS-CT-IDX TO 1
074700         SEARCH WS-CT-ENTRY
074800             AT END
074900                 CONTINUE
075000             WHEN WS-CT-IDX > WS-CT-COUNT
075100                 CONTINUE
075200             WHEN WS-CT-CUSTOMER (WS-CT-IDX)
075300                     = WS-LOOKUP-CUSTOMER
075400                 GO TO 8100-FIND-CUSTOMER-TOTALS-EXIT
075500         END-SEARCH
075600     END-IF
075700     IF WS-CT-COUNT >= 2000
075800         ADD 1 TO WS-TABLE-OVERFLOWS
075900         SET WS-CT-IDX TO ZERO
076000         GO TO 8100-FIND-CUSTOMER-TOTALS-EXIT
076100     END-IF
076200     ADD 1 TO WS-CT-COUNT
076300     SET WS-CT-IDX TO WS-CT-COUNT
076400     MOVE WS-LOOKUP-CUSTOMER TO WS-CT-CUSTOMER (WS-CT-IDX)
076500     MOVE ZERO TO WS-CT-DEPOSITS (WS-CT-IDX)
076600     MOVE ZERO TO WS-CT-LOANS (WS-CT-IDX)
076700     .
076800 8100-FIND-CUSTOMER-TOTALS-EXIT.
076900     EXIT.
077000*----------------------------------------------------------------
077100*  8200-ADD-EXCEPTION-ENTRY  --  A NEW LISTING LINE FOR THE
077200*  CURRENT CUSTOMER UNDER ITS OFFICER.  WS-EX-IDX IS ZERO WHEN
077300*  THE TABLE IS FULL.
077400*----------------------------------------------------------------
077500 8200-ADD-EXCEPTION-ENTRY.
077600     IF WS-EX-COUNT >= 2000
077700         ADD 1 TO WS-TABLE-OVERFLOWS
077800         SET WS-EX-IDX TO ZERO
077900         GO TO 8200-ADD-EXCEPTION-ENTRY-EXIT
078000     END-IF
078100     ADD 1 TO WS-EX-COUNT
078200     SET WS-EX-IDX TO WS-EX-COUNT
078300     MOVE CM-OFFICER-ID TO WS-EX-OFFICER-ID (WS-EX-IDX)
078400     MOVE CM-CUSTOMER-NUMBER TO WS-EX-CUSTOMER (WS-EX-IDX)
078500     MOVE SPACE TO WS-EX-KIND (WS-EX-IDX)
078600     MOVE ZERO TO WS-EX-OLD-TIER (WS-EX-IDX)
078700     MOVE ZERO TO WS-EX-NEW-TIER (WS-EX-IDX)
078800     MOVE ZERO TO WS-EX-REVIEW-DATE (WS-EX-IDX)
078900     .
079000 8200-ADD-EXCEPTION-ENTRY-EXIT.
079100     EXIT.
079200 END PROGRAM OFFICER-PORTFOLIO.
