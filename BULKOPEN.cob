000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    BULK-ACCT-OPEN.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  EMPLOYER ONBOARDING.  A
001300*                     NEW PAYROLL CLIENT, OR ONE TAKING ON A
001400*                     BATCH OF STAFF, SENDS ONE FILE OF ITS
001500*                     EMPLOYEES INSTEAD OF THE BRANCH KEYING AN
001600*                     ACCTOPEN SESSION FOR EACH.  THE HEADER AND
001700*                     TRAILER ARE PROVED FIRST - RECORD COUNT AND
001800*                     DATE-OF-BIRTH HASH TOTAL THROUGH FILECTL-
001900*                     VERIFY, WHICH ALSO REFUSES A RELOAD - AND
002000*                     ANY FAILURE REFUSES THE WHOLE FILE.  EACH
002100*                     EMPLOYEE IS THEN SCREENED AGAINST THE WATCH
002200*                     LIST AND MATCHED TO THE CUSTOMER MASTER ON
002300*                     THE CUST-DUP-SCAN SCORE (NAME, BIRTH DATE,
002400*                     ADDRESS, PHONE) OR AN EQUAL TAX ID; A CLOSE
002500*                     BUT UNCERTAIN MATCH GETS A NEW CUSTOMER AND
002600*                     A ROW ON THE DUPLICATE REVIEW QUEUE.  A
002700*                     SALARY ACCOUNT OPENS UNDER THE PRODUCT AND
002800*                     CURRENCY ON THE HEADER, WITH THE SAME AUDIT
002900*                     ROWS AND FIRST PIN ACCTOPEN GIVES, A DEBIT
003000*                     CARD ORDER AND A WELCOME NOTICE.  THE
003100*                     RESPONSE FILE MAPS EVERY EMPLOYEE ID TO ITS
003200*                     NEW ACCOUNT NUMBER OR THE REASON NONE WAS
003300*                     OPENED.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     COPY OBNDSEL.
003900     COPY OBRSSEL.
004000     COPY ACCTMSEL.
004100     COPY CUSTMSEL.
004200     COPY AUDTSEL.
004300     COPY ACTAUDSEL.
004400     COPY DUPQSEL.
004500     COPY DCORSEL.
004600     COPY PARMSEL.
004700*================================================================
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  EMPLOYER-ONBOARD-FILE.
005100     COPY OBNDREC.
005200 FD  ONBOARD-RESPONSE-FILE.
005300     COPY OBRSREC.
005400 FD  ACCOUNT-MASTER-FILE.
005500     COPY ACCTMAST.
005600 FD  CUSTOMER-MASTER-FILE.
005700     COPY CUSTMAST.
005800 FD  STATUS-AUDIT-FILE.
005900     COPY AUDTREC.
006000 FD  ACTIVITY-AUDIT-FILE.
006100     COPY ACTAUDREC.
006200 FD  DUPLICATE-REVIEW-FILE.
006300     COPY DUPQREC.
006400 FD  DEBIT-CARD-ORDER-FILE.
006500     COPY DCORREC.
006600 FD  BUSINESS-PARAMETER-FILE.
006700     COPY PARMREC.
006800*----------------------------------------------------------------
006900 WORKING-STORAGE SECTION.
007000*----------------------------------------------------------------
007100*  ACCOUNT STATUS CODE, PRODUCT TABLE AND CURRENCY TABLE (SHARED).
007200*----------------------------------------------------------------
007300     COPY ACCTSTAT.
007400     COPY PRODTAB.
007500     COPY CURRTAB.
007600*----------------------------------------------------------------
007700 01  WS-FILE-STATUSES.
007800     05  WS-EMPONBD-STATUS         PIC XX.
007900     05  WS-EMPONRSP-STATUS        PIC XX.
008000     05  WS-ACCTMAST-STATUS        PIC XX.
008100     05  WS-CUSTMAST-STATUS        PIC XX.
008200     05  WS-STATAUDT-STATUS        PIC XX.
008300     05  WS-ACTAUDIT-STATUS        PIC XX.
008400     05  WS-DUPQUEUE-STATUS        PIC XX.
008500     05  WS-CARDORDQ-STATUS        PIC XX.
008600     05  WS-BUSPARM-STATUS         PIC XX.
008700*----------------------------------------------------------------
008800*  FRONT-DOOR CONTROL FIELDS - THE HEADER AND TRAILER ARE
008900*  PROVED, AND THE FILE ID REGISTERED AGAINST RELOADS, BEFORE
009000*  THE FIRST CUSTOMER OR ACCOUNT IS WRITTEN (VIA FILECTL-VERIFY).
009100*  THE "AMOUNT" PROVED IS THE DATE-OF-BIRTH HASH TOTAL.
009200*----------------------------------------------------------------
009300 01  WS-FEED-CONTROL-FIELDS.
009400     05  WS-CTL-STEP-NAME          PIC X(08) VALUE "ONBDSTEP".
009500     05  WS-CTL-RESULT-FLAG        PIC X.
009600     05  WS-CTL-ERROR-SWITCH       PIC X VALUE 'N'.
009700         88  WS-CTL-STRUCTURE-BAD  VALUE 'Y'.
009800     05  WS-CTL-HEADER-COUNT       PIC 9(04) COMP VALUE 0.
009900     05  WS-CTL-TRAILER-COUNT      PIC 9(04) COMP VALUE 0.
010000     05  WS-CTL-ROWS-READ          PIC 9(08) COMP VALUE 0.
010100     05  WS-CTL-ACTUAL-COUNT       PIC 9(08) VALUE 0.
010200     05  WS-CTL-ACTUAL-TOTAL       PIC 9(13)V99 VALUE 0.
010300     05  WS-CTL-EXPECTED-COUNT     PIC 9(08) VALUE 0.
010400     05  WS-CTL-EXPECTED-TOTAL     PIC 9(13)V99 VALUE 0.
010500     05  WS-CTL-TRAILER-FILE-ID    PIC X(14).
010600     05  WS-CTL-EOF-SWITCH         PIC X VALUE 'N'.
010700         88  NO-MORE-CTL-ROWS      VALUE 'Y'.
010800*----------------------------------------------------------------
010900*  THE EMPLOYER'S HEADER, KEPT FOR THE WHOLE RUN.
011000*----------------------------------------------------------------
011100 01  WS-EMPLOYER-FIELDS.
011200     05  WS-FILE-ID                PIC X(14).
011300     05  WS-EMPLOYER-ID            PIC X(10).
011400     05  WS-EMPLOYER-NAME          PIC X(30).
011500     05  WS-EMPLOYER-ACCT          PIC 9(10).
011600     05  WS-BRANCH-ID              PIC X(06).
011700     05  WS-BRANCH-VALID-FLAG      PIC X.
011800     05  WS-BRANCH-NAME            PIC X(30).
011900     05  WS-BRANCH-ADDRESS         PIC X(60).
012000     05  WS-CURRENCY-CODE          PIC X(03).
012100*----------------------------------------------------------------
012200*  ACCOUNT-TYPE CODE - SAME CODE SET AS ACCTOPEN.  A SALARY
012300*  ACCOUNT MAY ONLY BE A SAVINGS OR CURRENT ACCOUNT.
012400*----------------------------------------------------------------
012500     05  WS-ACCOUNT-TYPE-CODE      PIC X.
012600         88  WS-TYPE-SALARY-VALID  VALUE 'S' 'C'.
012700*----------------------------------------------------------------
012800 01  WS-WORK-FIELDS.
012900     05  WS-OPERATOR-ID            PIC X(08).
013000     05  WS-INPUT-EOF-SWITCH       PIC X VALUE 'N'.
013100         88  NO-MORE-EMPLOYEES     VALUE 'Y'.
013200     05  WS-RESPONSE-EOF-SWITCH    PIC X VALUE 'N'.
013300         88  NO-MORE-RESPONSES     VALUE 'Y'.
013400     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
013500         88  NO-MORE-PARAMETERS    VALUE 'Y'.
013600     05  WS-CUST-EOF-SWITCH        PIC X VALUE 'N'.
013700         88  NO-MORE-CUSTOMERS     VALUE 'Y'.
013800     05  WS-MINIMUM-AGE            PIC 99 VALUE 18.
013900     05  WS-SENIOR-AGE             PIC 99 VALUE 60.
014000     05  WS-CUSTOMER-AGE           PIC 9(03).
014100     05  WS-AGE-WORK               PIC S9(09).
014200     05  WS-REJECT-REASON          PIC X(30).
014300     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
014400     05  WS-SCREEN-NAME            PIC X(30).
014500     05  WS-SCREEN-HIT-FLAG        PIC X.
014600     05  WS-SCREEN-BANK-CODE       PIC X(11) VALUE SPACES.
014700     05  WS-SCREEN-MATCHED-ENTRY   PIC X(30).
014800     05  WS-NOTICE-TYPE            PIC X(04) VALUE "WELC".
014900     05  WS-NOTICE-TEXT-1          PIC X(40) VALUE
015000         "YOUR SALARY ACCOUNT IS OPEN, ARRANGED BY".
015100     05  WS-NOTICE-TEXT-2          PIC X(40).
015200     05  WS-NOTICE-ID              PIC 9(08).
015300     05  WS-PIN-ISSUE-FUNCTION     PIC X VALUE 'I'.
015400     05  WS-PIN-ISSUE-ACCT         PIC 9(10).
015500     05  WS-PIN-ISSUE-NEW-PIN      PIC 9(04) VALUE ZERO.
015600     05  WS-PIN-ISSUE-APPROVER     PIC X(08) VALUE SPACES.
015700     05  WS-PIN-ISSUE-FLAG         PIC X.
015800*----------------------------------------------------------------
015900*  CUSTOMER MATCHING - THE CUST-DUP-SCAN WEIGHTS (NAME 40,
016000*  BIRTH DATE 30, ADDRESS AND ZIP 20, PHONE 10) WITH AN EQUAL
016100*  TAX ID COUNTING AS A CERTAIN MATCH.  AT THE MATCH SCORE THE
016200*  EMPLOYEE IS TAKEN TO BE THE CUSTOMER ALREADY ON FILE, UNLESS
016300*  BOTH CARRY A TAX ID AND THEY DIFFER; AT THE REVIEW SCORE A
016400*  NEW CUSTOMER IS CREATED AND THE PAIR QUEUED FOR AN ANALYST,
016500*  AS CUST-DUP-SCAN WOULD HAVE QUEUED IT.
016600*----------------------------------------------------------------
016700     05  WS-MATCH-SCORE            PIC 9(03).
016800     05  WS-MATCH-THRESHOLD        PIC 9(03) VALUE 090.
016900     05  WS-REVIEW-THRESHOLD       PIC 9(03) VALUE 060.
017000     05  WS-BEST-SCORE             PIC 9(03).
017100     05  WS-BEST-SUB               PIC 9(05) COMP.
017200     05  WS-BEST-TIN-CONFLICT      PIC X.
017300         88  WS-BEST-TINS-DIFFER   VALUE 'Y'.
017400     05  WS-TIN-CONFLICT-SWITCH    PIC X.
017500         88  WS-TINS-DIFFER        VALUE 'Y'.
017600     05  WS-MATCH-RESULT           PIC X.
017700         88  WS-MATCHED-EXISTING   VALUE 'E'.
017800         88  WS-NEW-WITH-REVIEW    VALUE 'R'.
017900         88  WS-NEW-CUSTOMER       VALUE 'N'.
018000     05  WS-CUST-SUB               PIC 9(05) COMP.
018100     05  WS-CUSTOMER-NUMBER        PIC 9(09).
018200     05  WS-HIGHEST-CUSTOMER       PIC 9(09) VALUE 0.
018300     05  WS-WRITE-TRIES            PIC 9(02) COMP.
018400     05  WS-WRITE-DONE-SWITCH      PIC X.
018500         88  WS-RECORD-WRITTEN     VALUE 'Y'.
018600     05  WS-EMP-SUB                PIC 9(05) COMP.
018700     05  WS-DUP-EMPLOYEE-SWITCH    PIC X.
018800         88  WS-DUPLICATE-EMPLOYEE VALUE 'Y'.
018900*----------------------------------------------------------------
019000*  NEW ACCOUNT NUMBER GENERATION - SEE ACCT-PRIME-CHECK-DIGIT
019100*  (PRIMECHECKER.COB).  THE FIRST 9-DIGIT BASE IS TAKEN FROM
019200*  THE DATE AND TIME OF DAY AS ACCTOPEN DOES; EACH LATER
019300*  ACCOUNT IN THE RUN TAKES THE NEXT BASE, AND A BASE ALREADY
019400*  ON THE MASTER IS STEPPED PAST.
019500*----------------------------------------------------------------
019600     05  WS-NEW-ACCT-BASE-SOURCE   PIC 9(16).
019700     05  WS-NEXT-ACCT-BASE         PIC 9(09).
019800     05  WS-GEN-MODE               PIC X VALUE 'G'.
019900     05  WS-NEW-CHECK-DIGIT        PIC 9.
020000     05  WS-NEW-ACCT-VALID-FLAG    PIC X.
020100     05  WS-NEW-ACCT-NUMBER        PIC 9(10).
020200*----------------------------------------------------------------
020300*  THE CUSTOMER MASTER, HELD FOR MATCHING THE SAME WAY
020400*  CUST-DUP-SCAN HOLDS IT.  CUSTOMERS CREATED BY THIS RUN ARE
020500*  ADDED AS THEY ARE WRITTEN, SO TWO ROWS FOR ONE PERSON ON THE
020600*  SAME FILE FIND EACH OTHER.  ANONYMIZED CUSTOMERS ARE LEFT
020700*  OUT - THERE IS NOTHING LEFT ON THEM TO MATCH.
020800*----------------------------------------------------------------
020900 01  WS-CUSTOMER-TABLE.
021000     05  WS-CUST-ENTRY             OCCURS 20000 TIMES.
021100         10  WS-CT-NUMBER          PIC 9(09).
021200         10  WS-CT-NAME            PIC X(30).
021300         10  WS-CT-DOB             PIC 9(08).
021400         10  WS-CT-ADDR-1          PIC X(30).
021500         10  WS-CT-ZIP             PIC X(10).
021600         10  WS-CT-PHONE           PIC X(15).
021700         10  WS-CT-TAX-ID          PIC X(11).
021800 01  WS-CUSTOMER-COUNT             PIC 9(05) COMP VALUE 0.
021900 01  WS-CUSTOMER-TABLE-MAX         PIC 9(05) COMP VALUE 20000.
022000*----------------------------------------------------------------
022100*  EMPLOYEE IDS ALREADY SEEN ON THIS FILE.
022200*----------------------------------------------------------------
022300 01  WS-EMPLOYEE-TABLE.
022400     05  WS-EMP-ID                 PIC X(12)
022500                                   OCCURS 5000 TIMES.
022600 01  WS-EMPLOYEE-COUNT             PIC 9(05) COMP VALUE 0.
022700 01  WS-EMPLOYEE-TABLE-MAX         PIC 9(05) COMP VALUE 5000.
022800*----------------------------------------------------------------
022900*  RUN COUNTS.
023000*----------------------------------------------------------------
023100 01  WS-RUN-COUNTS.
023200     05  WS-EMPLOYEES-READ         PIC 9(08) COMP VALUE 0.
023300     05  WS-ACCOUNTS-OPENED        PIC 9(08) COMP VALUE 0.
023400     05  WS-CUSTOMERS-CREATED      PIC 9(08) COMP VALUE 0.
023500     05  WS-CUSTOMERS-MATCHED      PIC 9(08) COMP VALUE 0.
023600     05  WS-PAIRS-QUEUED           PIC 9(08) COMP VALUE 0.
023700     05  WS-EMPLOYEES-REJECTED     PIC 9(08) COMP VALUE 0.
023800     05  WS-WATCHLIST-REFERRALS    PIC 9(08) COMP VALUE 0.
023900     05  WS-PINS-ISSUED            PIC 9(08) COMP VALUE 0.
024000     05  WS-PINS-NOT-ISSUED        PIC 9(08) COMP VALUE 0.
024100 01  WS-EDIT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
024200*----------------------------------------------------------------
024300 01  WS-KYC-WORK-DATE              PIC 9(08).
024400 01  WS-KYC-WORK-FIELDS REDEFINES WS-KYC-WORK-DATE.
024500     05  WS-KYC-YYYY               PIC 9(04).
024600     05  WS-KYC-MMDD               PIC 9(04).
024700 01  WS-BUSINESS-DATE              PIC 9(08).
024800 01  WS-BUSDATE-FLAG               PIC X.
024900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
025000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
025100     05  WS-TS-DATE                PIC 9(08).
025200     05  WS-TS-TIME-OF-DAY         PIC 9(08).
025300     05  FILLER                    PIC X(05).
025400*----------------------------------------------------------------
025500 01  WS-RUN-HISTORY-FIELDS.
025600     05  WS-RH-STEP-NAME           PIC X(08) VALUE "ONBDSTEP".
025700     05  WS-RH-START-TIMESTAMP     PIC X(21).
025800     05  WS-RH-RECORDS-READ        PIC 9(08) VALUE 0.
025900     05  WS-RH-RECORDS-UPDATED     PIC 9(08) VALUE 0.
026000     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
026100     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
026200*================================================================
026300 PROCEDURE DIVISION.
026400*================================================================
026500 0000-MAINLINE.
026600     DISPLAY "EMPLOYER ONBOARDING RUN"
026700     DISPLAY "ENTER OPERATOR ID: "
026800     ACCEPT WS-OPERATOR-ID
026900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
027000     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
027100     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
027200         WS-BUSDATE-FLAG
027300     IF WS-BUSDATE-FLAG = "Y"
027400         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
027500     END-IF
027600     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
027700         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
027800     PERFORM 2000-VERIFY-FILE-CONTROLS
027900         THRU 2000-VERIFY-FILE-CONTROLS-EXIT
028000     IF WS-CTL-RESULT-FLAG NOT = 'Y'
028100         DISPLAY "BULKOPEN: FILE CONTROL CHECK FAILED - "
028200             "NO ACCOUNTS OPENED"
028300         MOVE 8 TO WS-RH-COMPLETION-CODE
028400         GO TO 0000-WRITE-RUN-HISTORY
028500     END-IF
028600     PERFORM 3000-OPEN-FILES
028700         THRU 3000-OPEN-FILES-EXIT
028800     IF WS-RH-COMPLETION-CODE NOT = ZERO
028900         GO TO 0000-WRITE-RUN-HISTORY
029000     END-IF
029100     PERFORM 3500-LOAD-CUSTOMER-TABLE
029200         THRU 3500-LOAD-CUSTOMER-TABLE-EXIT
029300     IF WS-RH-COMPLETION-CODE NOT = ZERO
029400         PERFORM 9999-EXIT
029500             THRU 9999-EXIT-EXIT
029600         GO TO 0000-WRITE-RUN-HISTORY
029700     END-IF
029800
029900     COMPUTE WS-NEW-ACCT-BASE-SOURCE =
030000         (WS-TS-DATE * 100000000) + WS-TS-TIME-OF-DAY
030100     COMPUTE WS-NEXT-ACCT-BASE =
030200         FUNCTION MOD(WS-NEW-ACCT-BASE-SOURCE, 1000000000)
030300     MOVE WS-EMPLOYER-NAME TO WS-NOTICE-TEXT-2
030400
030500     PERFORM 4000-PROCESS-ONE-EMPLOYEE
030600         THRU 4000-PROCESS-ONE-EMPLOYEE-EXIT
030700         UNTIL NO-MORE-EMPLOYEES
030800     PERFORM 5000-WRITE-RESPONSE-TRAILER
030900         THRU 5000-WRITE-RESPONSE-TRAILER-EXIT
031000     PERFORM 9999-EXIT
031100         THRU 9999-EXIT-EXIT
031200     IF WS-ACCOUNTS-OPENED > ZERO
031300         PERFORM 6000-ISSUE-FIRST-PINS
031400             THRU 6000-ISSUE-FIRST-PINS-EXIT
031500     END-IF
031600     PERFORM 7000-DISPLAY-SUMMARY
031700         THRU 7000-DISPLAY-SUMMARY-EXIT
031800     IF WS-EMPLOYEES-REJECTED > ZERO
031900         MOVE 4 TO WS-RH-COMPLETION-CODE
032000     END-IF
032100     .
032200 0000-WRITE-RUN-HISTORY.
032300     MOVE WS-EMPLOYEES-READ TO WS-RH-RECORDS-READ
032400     MOVE WS-ACCOUNTS-OPENED TO WS-RH-RECORDS-UPDATED
032500     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
032600         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
032700         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
032800         WS-RH-COMPLETION-CODE
032900     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
033000     STOP RUN.
033100*----------------------------------------------------------------
033200*  1100-LOAD-BUSINESS-PARAMETERS  --  THE SAME MINIMUM-AGE ROW
033300*  ACCTOPEN USES.  A MISSING PARAMETER FILE IS NOT AN ERROR -
033400*  THE VALUE CLAUSE REMAINS THE FALLBACK.
033500*----------------------------------------------------------------
033600 1100-LOAD-BUSINESS-PARAMETERS.
033700     OPEN INPUT BUSINESS-PARAMETER-FILE
033800     IF WS-BUSPARM-STATUS NOT = "00"
033900         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
034000     END-IF
034100     PERFORM 1110-READ-ONE-PARAMETER
034200         THRU 1110-READ-ONE-PARAMETER-EXIT
034300         UNTIL NO-MORE-PARAMETERS
034400     CLOSE BUSINESS-PARAMETER-FILE
034500     .
034600 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900 1110-READ-ONE-PARAMETER.
035000     READ BUSINESS-PARAMETER-FILE
035100         AT END
035200             MOVE 'Y' TO WS-PARM-EOF-SWITCH
035300         NOT AT END
035400             EVALUATE BP-PARM-NAME
035500                 WHEN "MINIMUM-AGE"
035600                     MOVE BP-PARM-VALUE TO WS-MINIMUM-AGE
035700                 WHEN OTHER
035800                     CONTINUE
035900             END-EVALUATE
036000     END-READ
036100     .
036200 1110-READ-ONE-PARAMETER-EXIT.
036300     EXIT.
036400*----------------------------------------------------------------
036500*  2000-VERIFY-FILE-CONTROLS  --  FIRST PASS.  THE FILE MUST BE
036600*  ONE HEADER, THE EMPLOYEE DETAILS AND ONE TRAILER, IN THAT
036700*  ORDER, WITH THE SAME FILE ID ON HEADER AND TRAILER.  THE
036800*  HEADER MUST NAME A SALARY PRODUCT, A KNOWN CURRENCY, A
036900*  BRANCH ON THE BRANCH MASTER AND AN ACTIVE EMPLOYER ACCOUNT.
037000*  ONLY THEN ARE THE COUNT AND HASH TOTAL PROVED, AND THE FILE
037100*  ID REGISTERED, SO A REFUSED FILE CAN BE CORRECTED AND SENT
037200*  AGAIN UNDER THE SAME ID.
037300*----------------------------------------------------------------
037400 2000-VERIFY-FILE-CONTROLS.
037500     MOVE SPACE TO WS-CTL-RESULT-FLAG
037600     OPEN INPUT EMPLOYER-ONBOARD-FILE
037700     IF WS-EMPONBD-STATUS NOT = "00"
037800         DISPLAY "BULKOPEN: UNABLE TO OPEN ONBOARDING FILE, "
037900             "STATUS = " WS-EMPONBD-STATUS
038000         GO TO 2000-VERIFY-FILE-CONTROLS-EXIT
038100     END-IF
038200     PERFORM 2100-CHECK-ONE-ROW
038300         THRU 2100-CHECK-ONE-ROW-EXIT
038400         UNTIL NO-MORE-CTL-ROWS
038500     CLOSE EMPLOYER-ONBOARD-FILE
038600     IF WS-CTL-STRUCTURE-BAD
038700         GO TO 2000-VERIFY-FILE-CONTROLS-EXIT
038800     END-IF
038900     IF WS-CTL-HEADER-COUNT = ZERO
039000         DISPLAY "BULKOPEN: ONBOARDING FILE IS EMPTY"
039100         GO TO 2000-VERIFY-FILE-CONTROLS-EXIT
039200     END-IF
039300     IF WS-CTL-TRAILER-COUNT = ZERO
039400         DISPLAY "BULKOPEN: NO FILE TRAILER - THE FILE IS "
039500             "INCOMPLETE"
039600         GO TO 2000-VERIFY-FILE-CONTROLS-EXIT
039700     END-IF
039800     IF WS-CTL-TRAILER-FILE-ID NOT = WS-FILE-ID
039900         DISPLAY "BULKOPEN: TRAILER FILE ID "
040000             WS-CTL-TRAILER-FILE-ID " DOES NOT MATCH HEADER "
040100             WS-FILE-ID
040200         GO TO 2000-VERIFY-FILE-CONTROLS-EXIT
040300     END-IF
040400     PERFORM 2200-CHECK-HEADER
040500         THRU 2200-CHECK-HEADER-EXIT
040600     IF WS-CTL-STRUCTURE-BAD
040700         GO TO 2000-VERIFY-FILE-CONTROLS-EXIT
040800     END-IF
040900     CALL "FILECTL-VERIFY" USING WS-CTL-STEP-NAME
041000         WS-FILE-ID WS-CTL-EXPECTED-COUNT WS-CTL-EXPECTED-TOTAL
041100         WS-CTL-ACTUAL-COUNT WS-CTL-ACTUAL-TOTAL
041200         WS-CTL-RESULT-FLAG
041300     .
041400 2000-VERIFY-FILE-CONTROLS-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700 2100-CHECK-ONE-ROW.
041800     READ EMPLOYER-ONBOARD-FILE
041900         AT END
042000             MOVE 'Y' TO WS-CTL-EOF-SWITCH
042100             GO TO 2100-CHECK-ONE-ROW-EXIT
042200     END-READ
042300     ADD 1 TO WS-CTL-ROWS-READ
042400     IF WS-CTL-ROWS-READ = 1 AND NOT OB-FILE-HEADER
042500         DISPLAY "BULKOPEN: FIRST RECORD IS NOT A FILE HEADER"
042600         GO TO 2100-CHECK-ONE-ROW-FAILED
042700     END-IF
042800     IF WS-CTL-TRAILER-COUNT > ZERO
042900         DISPLAY "BULKOPEN: RECORD " WS-CTL-ROWS-READ
043000             " FOLLOWS THE FILE TRAILER"
043100         GO TO 2100-CHECK-ONE-ROW-FAILED
043200     END-IF
043300     EVALUATE TRUE
043400         WHEN OB-FILE-HEADER
043500             IF WS-CTL-HEADER-COUNT > ZERO
043600                 DISPLAY "BULKOPEN: SECOND FILE HEADER AT "
043700                     "RECORD " WS-CTL-ROWS-READ
043800                 GO TO 2100-CHECK-ONE-ROW-FAILED
043900             END-IF
044000             ADD 1 TO WS-CTL-HEADER-COUNT
044100             MOVE OB-FH-FILE-ID       TO WS-FILE-ID
044200             MOVE OB-FH-EMPLOYER-ID   TO WS-EMPLOYER-ID
044300             MOVE OB-FH-EMPLOYER-NAME TO WS-EMPLOYER-NAME
044400             MOVE OB-FH-EMPLOYER-ACCT TO WS-EMPLOYER-ACCT
044500             MOVE OB-FH-PRODUCT-TYPE  TO WS-ACCOUNT-TYPE-CODE
044600             MOVE OB-FH-CURRENCY-CODE TO WS-CURRENCY-CODE
044700             MOVE OB-FH-BRANCH-ID     TO WS-BRANCH-ID
044800         WHEN OB-EMPLOYEE-DETAIL
044900             ADD 1 TO WS-CTL-ACTUAL-COUNT
045000             IF OB-ED-DATE-OF-BIRTH IS NUMERIC
045100                 ADD OB-ED-DATE-OF-BIRTH TO WS-CTL-ACTUAL-TOTAL
045200             END-IF
045300         WHEN OB-FILE-TRAILER
045400             ADD 1 TO WS-CTL-TRAILER-COUNT
045500             MOVE OB-FT-FILE-ID      TO WS-CTL-TRAILER-FILE-ID
045600             MOVE OB-FT-RECORD-COUNT TO WS-CTL-EXPECTED-COUNT
045700             MOVE OB-FT-HASH-TOTAL   TO WS-CTL-EXPECTED-TOTAL
045800         WHEN OTHER
045900             DISPLAY "BULKOPEN: RECORD " WS-CTL-ROWS-READ
046000                 " HAS UNKNOWN RECORD TYPE " OB-RECORD-TYPE
046100             GO TO 2100-CHECK-ONE-ROW-FAILED
046200     END-EVALUATE
046300     GO TO 2100-CHECK-ONE-ROW-EXIT
046400     .
046500 2100-CHECK-ONE-ROW-FAILED.
046600     MOVE 'Y' TO WS-CTL-ERROR-SWITCH
046700     MOVE 'Y' TO WS-CTL-EOF-SWITCH
046800     .
046900 2100-CHECK-ONE-ROW-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200*  2200-CHECK-HEADER  --  WHAT THE SALARY ACCOUNTS OPEN UNDER.
047300*  THE PRODUCT'S MINIMUM OPENING BALANCE IS NOT APPLIED - A
047400*  SALARY ACCOUNT OPENS EMPTY AND IS FUNDED BY THE FIRST
047500*  PAY-BULK-CREDIT RUN.
047600*----------------------------------------------------------------
047700 2200-CHECK-HEADER.
047800     MOVE 'Y' TO WS-CTL-ERROR-SWITCH
047900     IF WS-EMPLOYER-ID = SPACES
048000         DISPLAY "BULKOPEN: HEADER CARRIES NO EMPLOYER ID"
048100         GO TO 2200-CHECK-HEADER-EXIT
048200     END-IF
048300     IF NOT WS-TYPE-SALARY-VALID
048400         DISPLAY "BULKOPEN: PRODUCT " WS-ACCOUNT-TYPE-CODE
048500             " IS NOT A SALARY PRODUCT - SAVINGS (S) OR "
048600             "CURRENT (C) ONLY"
048700         GO TO 2200-CHECK-HEADER-EXIT
048800     END-IF
048900     SET PT-IDX TO 1
049000     SEARCH PT-ENTRY
049100         AT END
049200             DISPLAY "BULKOPEN: PRODUCT " WS-ACCOUNT-TYPE-CODE
049300                 " NOT ON THE PRODUCT TABLE"
049400             GO TO 2200-CHECK-HEADER-EXIT
049500         WHEN PT-TYPE-CODE (PT-IDX) = WS-ACCOUNT-TYPE-CODE
049600             CONTINUE
049700     END-SEARCH
049800     SET CT-IDX TO 1
049900     SEARCH CT-ENTRY
050000         AT END
050100             DISPLAY "BULKOPEN: CURRENCY CODE " WS-CURRENCY-CODE
050200                 " NOT ON THE CURRENCY TABLE"
050300             GO TO 2200-CHECK-HEADER-EXIT
050400         WHEN CT-CURRENCY-CODE (CT-IDX) = WS-CURRENCY-CODE
050500             CONTINUE
050600     END-SEARCH
050700     CALL "BRANCH-VERIFY" USING WS-BRANCH-ID
050800         WS-BRANCH-VALID-FLAG WS-BRANCH-NAME WS-BRANCH-ADDRESS
050900     IF WS-BRANCH-VALID-FLAG NOT = "Y"
051000         DISPLAY "BULKOPEN: BRANCH " WS-BRANCH-ID
051100             " NOT ON THE BRANCH MASTER"
051200         GO TO 2200-CHECK-HEADER-EXIT
051300     END-IF
051400     OPEN INPUT ACCOUNT-MASTER-FILE
051500     IF WS-ACCTMAST-STATUS NOT = "00"
051600         DISPLAY "BULKOPEN: UNABLE TO OPEN ACCOUNT MASTER, "
051700             "STATUS = " WS-ACCTMAST-STATUS
051800         GO TO 2200-CHECK-HEADER-EXIT
051900     END-IF
052000     MOVE WS-EMPLOYER-ACCT TO AM-ACCT-NUMBER
052100     READ ACCOUNT-MASTER-FILE
052200         KEY IS AM-ACCT-NUMBER
052300         INVALID KEY
052400             DISPLAY "BULKOPEN: EMPLOYER ACCOUNT "
052500                 WS-EMPLOYER-ACCT " NOT ON THE ACCOUNT MASTER"
052600             CLOSE ACCOUNT-MASTER-FILE
052700             GO TO 2200-CHECK-HEADER-EXIT
052800     END-READ
052900     CLOSE ACCOUNT-MASTER-FILE
053000     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
053100     IF NOT STATUS-ACTIVE
053200         DISPLAY "BULKOPEN: EMPLOYER ACCOUNT " WS-EMPLOYER-ACCT
053300             " IS NOT ACTIVE"
053400         GO TO 2200-CHECK-HEADER-EXIT
053500     END-IF
053600     MOVE 'N' TO WS-CTL-ERROR-SWITCH
053700     .
053800 2200-CHECK-HEADER-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100*  3000-OPEN-FILES  --  SECOND PASS.  THE MASTERS I-O, THE
054200*  AUDIT LOGS AND QUEUES FOR APPEND, A FRESH RESPONSE FILE.
054300*----------------------------------------------------------------
054400 3000-OPEN-FILES.
054500     OPEN I-O ACCOUNT-MASTER-FILE
054600     IF WS-ACCTMAST-STATUS NOT = "00"
054700         DISPLAY "BULKOPEN: UNABLE TO OPEN ACCOUNT MASTER, "
054800             "STATUS = " WS-ACCTMAST-STATUS
054900         MOVE 16 TO WS-RH-COMPLETION-CODE
055000         GO TO 3000-OPEN-FILES-EXIT
055100     END-IF
055200     OPEN I-O CUSTOMER-MASTER-FILE
055300     IF WS-CUSTMAST-STATUS NOT = "00"
055400         DISPLAY "BULKOPEN: UNABLE TO OPEN CUSTOMER MASTER, "
055500             "STATUS = " WS-CUSTMAST-STATUS
055600         CLOSE ACCOUNT-MASTER-FILE
055700         MOVE 16 TO WS-RH-COMPLETION-CODE
055800         GO TO 3000-OPEN-FILES-EXIT
055900     END-IF
056000     OPEN INPUT EMPLOYER-ONBOARD-FILE
056100     OPEN OUTPUT ONBOARD-RESPONSE-FILE
056200     IF WS-EMPONRSP-STATUS NOT = "00"
056300         DISPLAY "BULKOPEN: UNABLE TO OPEN RESPONSE FILE, "
056400             "STATUS = " WS-EMPONRSP-STATUS
056500         CLOSE ACCOUNT-MASTER-FILE
056600         CLOSE CUSTOMER-MASTER-FILE
056700         CLOSE EMPLOYER-ONBOARD-FILE
056800         MOVE 16 TO WS-RH-COMPLETION-CODE
056900         GO TO 3000-OPEN-FILES-EXIT
057000     END-IF
057100
057200     OPEN EXTEND STATUS-AUDIT-FILE
057300     IF WS-STATAUDT-STATUS = "35"
057400         CLOSE STATUS-AUDIT-FILE
057500         OPEN OUTPUT STATUS-AUDIT-FILE
057600     END-IF
057700     OPEN EXTEND ACTIVITY-AUDIT-FILE
057800     IF WS-ACTAUDIT-STATUS = "35"
057900         CLOSE ACTIVITY-AUDIT-FILE
058000         OPEN OUTPUT ACTIVITY-AUDIT-FILE
058100     END-IF
058200     OPEN EXTEND DUPLICATE-REVIEW-FILE
058300     IF WS-DUPQUEUE-STATUS = "35"
058400         CLOSE DUPLICATE-REVIEW-FILE
058500         OPEN OUTPUT DUPLICATE-REVIEW-FILE
058600     END-IF
058700     OPEN EXTEND DEBIT-CARD-ORDER-FILE
058800     IF WS-CARDORDQ-STATUS = "35"
058900         CLOSE DEBIT-CARD-ORDER-FILE
059000         OPEN OUTPUT DEBIT-CARD-ORDER-FILE
059100     END-IF
059200
059300     MOVE SPACES TO ONBOARD-RESPONSE-RECORD
059400     SET OS-FILE-HEADER TO TRUE
059500     MOVE WS-FILE-ID     TO OS-FH-FILE-ID
059600     MOVE WS-EMPLOYER-ID TO OS-FH-EMPLOYER-ID
059700     MOVE WS-TS-DATE     TO OS-FH-PROCESS-DATE
059800     WRITE ONBOARD-RESPONSE-RECORD
059900     .
060000 3000-OPEN-FILES-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------
060300*  3500-LOAD-CUSTOMER-TABLE  --  THE WHOLE MASTER MUST FIT; A
060400*  PARTIAL TABLE WOULD MISS MATCHES AND CREATE DUPLICATE
060500*  CUSTOMERS, SO AN OVERFLOW STOPS THE RUN BEFORE ANYTHING IS
060600*  WRITTEN.  THE HIGHEST CUSTOMER NUMBER SEEN IS WHERE NEW
060700*  CUSTOMER NUMBERS START.
060800*----------------------------------------------------------------
060900 3500-LOAD-CUSTOMER-TABLE.
061000     PERFORM 3510-LOAD-ONE-CUSTOMER
061100         THRU 3510-LOAD-ONE-CUSTOMER-EXIT
061200         UNTIL NO-MORE-CUSTOMERS
061300     .
061400 3500-LOAD-CUSTOMER-TABLE-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700 3510-LOAD-ONE-CUSTOMER.
061800     READ CUSTOMER-MASTER-FILE NEXT RECORD
061900         AT END
062000             MOVE 'Y' TO WS-CUST-EOF-SWITCH
062100             GO TO 3510-LOAD-ONE-CUSTOMER-EXIT
062200     END-READ
062300     IF CM-CUSTOMER-NUMBER > WS-HIGHEST-CUSTOMER
062400         MOVE CM-CUSTOMER-NUMBER TO WS-HIGHEST-CUSTOMER
062500     END-IF
062600     IF CM-IS-ANONYMIZED
062700         GO TO 3510-LOAD-ONE-CUSTOMER-EXIT
062800     END-IF
062900     IF WS-CUSTOMER-COUNT NOT < WS-CUSTOMER-TABLE-MAX
063000         DISPLAY "BULKOPEN: CUSTOMER TABLE FULL AT "
063100             WS-CUSTOMER-COUNT " - MATCHING WOULD BE "
063200             "INCOMPLETE, NO ACCOUNTS OPENED"
063300         MOVE 16 TO WS-RH-COMPLETION-CODE
063400         MOVE 'Y' TO WS-CUST-EOF-SWITCH
063500         GO TO 3510-LOAD-ONE-CUSTOMER-EXIT
063600     END-IF
063700     PERFORM 3520-ADD-TABLE-ENTRY
063800         THRU 3520-ADD-TABLE-ENTRY-EXIT
063900     .
064000 3510-LOAD-ONE-CUSTOMER-EXIT.
064100     EXIT.
064200*----------------------------------------------------------------
064300*  3520-ADD-TABLE-ENTRY  --  THE CUSTOMER IN THE MASTER'S
064400*  RECORD BUFFER GOES ON THE MATCHING TABLE.
064500*----------------------------------------------------------------
064600 3520-ADD-TABLE-ENTRY.
064700     IF WS-CUSTOMER-COUNT NOT < WS-CUSTOMER-TABLE-MAX
064800         GO TO 3520-ADD-TABLE-ENTRY-EXIT
064900     END-IF
065000     ADD 1 TO WS-CUSTOMER-COUNT
065100     MOVE CM-CUSTOMER-NUMBER TO WS-CT-NUMBER (WS-CUSTOMER-COUNT)
065200     MOVE CM-CUSTOMER-NAME   TO WS-CT-NAME (WS-CUSTOMER-COUNT)
065300     MOVE CM-DATE-OF-BIRTH   TO WS-CT-DOB (WS-CUSTOMER-COUNT)
065400     MOVE CM-ADDRESS-LINE-1  TO WS-CT-ADDR-1 (WS-CUSTOMER-COUNT)
065500     MOVE CM-ZIP-CODE        TO WS-CT-ZIP (WS-CUSTOMER-COUNT)
065600     MOVE CM-PHONE-NUMBER    TO WS-CT-PHONE (WS-CUSTOMER-COUNT)
065700     MOVE CM-TAX-ID          TO WS-CT-TAX-ID (WS-CUSTOMER-COUNT)
065800     .
065900 3520-ADD-TABLE-ENTRY-EXIT.
066000     EXIT.
066100*----------------------------------------------------------------
066200*  4000-PROCESS-ONE-EMPLOYEE  --  EDIT, SCREEN, MATCH OR CREATE
066300*  THE CUSTOMER, OPEN THE SALARY ACCOUNT, AND ANSWER THE
066400*  EMPLOYER EITHER WAY.
066500*----------------------------------------------------------------
066600 4000-PROCESS-ONE-EMPLOYEE.
066700     READ EMPLOYER-ONBOARD-FILE
066800         AT END
066900             MOVE 'Y' TO WS-INPUT-EOF-SWITCH
067000             GO TO 4000-PROCESS-ONE-EMPLOYEE-EXIT
067100     END-READ
067200     IF NOT OB-EMPLOYEE-DETAIL
067300         GO TO 4000-PROCESS-ONE-EMPLOYEE-EXIT
067400     END-IF
067500     ADD 1 TO WS-EMPLOYEES-READ
067600     MOVE FUNCTION CURRENT-DATE (9:13)
067700         TO WS-CURRENT-TIMESTAMP (9:13)
067800     MOVE SPACES TO WS-REJECT-REASON
067900
068000     PERFORM 4100-EDIT-EMPLOYEE
068100         THRU 4100-EDIT-EMPLOYEE-EXIT
068200     IF WS-REJECT-REASON NOT = SPACES
068300         GO TO 4000-PROCESS-ONE-EMPLOYEE-REJECT
068400     END-IF
068500
068600     MOVE OB-ED-NAME TO WS-SCREEN-NAME
068700     PERFORM 4200-SCREEN-NAME
068800         THRU 4200-SCREEN-NAME-EXIT
068900     IF WS-REJECT-REASON NOT = SPACES
069000         GO TO 4000-PROCESS-ONE-EMPLOYEE-REJECT
069100     END-IF
069200
069300     PERFORM 4300-MATCH-CUSTOMER
069400         THRU 4300-MATCH-CUSTOMER-EXIT
069500     IF WS-MATCHED-EXISTING
069600         PERFORM 4350-CHECK-EXISTING-CUSTOMER
069700             THRU 4350-CHECK-EXISTING-CUSTOMER-EXIT
069800     ELSE
069900         PERFORM 4400-CREATE-CUSTOMER
070000             THRU 4400-CREATE-CUSTOMER-EXIT
070100     END-IF
070200     IF WS-REJECT-REASON NOT = SPACES
070300         GO TO 4000-PROCESS-ONE-EMPLOYEE-REJECT
070400     END-IF
070500
070600     PERFORM 4500-OPEN-SALARY-ACCOUNT
070700         THRU 4500-OPEN-SALARY-ACCOUNT-EXIT
070800     IF WS-REJECT-REASON NOT = SPACES
070900         GO TO 4000-PROCESS-ONE-EMPLOYEE-REJECT
071000     END-IF
071100
071200     MOVE SPACES TO ONBOARD-RESPONSE-RECORD
071300     SET OS-EMPLOYEE-RESULT TO TRUE
071400     MOVE OB-ED-EMPLOYEE-ID TO OS-ER-EMPLOYEE-ID
071500     IF WS-MATCHED-EXISTING
071600         SET OS-OPENED-EXISTING TO TRUE
071700     ELSE
071800         SET OS-OPENED-NEW-CUSTOMER TO TRUE
071900     END-IF
072000     MOVE AM-ACCT-NUMBER TO OS-ER-ACCT-NUMBER
072100     MOVE "SALARY ACCOUNT OPENED" TO OS-ER-REASON
072200     WRITE ONBOARD-RESPONSE-RECORD
072300     ADD 1 TO WS-ACCOUNTS-OPENED
072400     GO TO 4000-PROCESS-ONE-EMPLOYEE-EXIT
072500     .
072600 4000-PROCESS-ONE-EMPLOYEE-REJECT.
072700     MOVE SPACES TO ONBOARD-RESPONSE-RECORD
072800     SET OS-EMPLOYEE-RESULT TO TRUE
072900     MOVE OB-ED-EMPLOYEE-ID TO OS-ER-EMPLOYEE-ID
073000     SET OS-REJECTED        TO TRUE
073100     MOVE ZERO              TO OS-ER-ACCT-NUMBER
073200     MOVE WS-REJECT-REASON  TO OS-ER-REASON
073300     WRITE ONBOARD-RESPONSE-RECORD
073400     ADD 1 TO WS-EMPLOYEES-REJECTED
073500     DISPLAY "BULKOPEN: EMPLOYEE " OB-ED-EMPLOYEE-ID
073600         " NOT OPENED - " WS-REJECT-REASON
073700     .
073800 4000-PROCESS-ONE-EMPLOYEE-EXIT.
073900     EXIT.
074000*----------------------------------------------------------------
074100*  4100-EDIT-EMPLOYEE  --  THE DETAILS A CUSTOMER RECORD AND A
074200*  PIN MAILER CANNOT DO WITHOUT, AN EMPLOYEE ID NOT ALREADY
074300*  SEEN ON THIS FILE, AND THE ACCTOPEN MINIMUM AGE.  THERE IS NO
074400*  GUARDIAN ON AN ONBOARDING FILE, SO A MINOR IS REFERRED TO THE
074500*  BRANCH RATHER THAN OPENED.
074600*----------------------------------------------------------------
074700 4100-EDIT-EMPLOYEE.
074800     IF OB-ED-EMPLOYEE-ID = SPACES
074900        OR OB-ED-NAME = SPACES
075000        OR OB-ED-ADDRESS-LINE-1 = SPACES
075100        OR OB-ED-ZIP-CODE = SPACES
075200         MOVE "INCOMPLETE EMPLOYEE DETAILS" TO WS-REJECT-REASON
075300         GO TO 4100-EDIT-EMPLOYEE-EXIT
075400     END-IF
075500     IF OB-ED-DATE-OF-BIRTH NOT NUMERIC
075600        OR OB-ED-DATE-OF-BIRTH = ZERO
075700        OR OB-ED-DATE-OF-BIRTH > WS-TS-DATE
075800         MOVE "INVALID DATE OF BIRTH" TO WS-REJECT-REASON
075900         GO TO 4100-EDIT-EMPLOYEE-EXIT
076000     END-IF
076100
076200     MOVE 'N' TO WS-DUP-EMPLOYEE-SWITCH
076300     PERFORM 4110-CHECK-ONE-EMPLOYEE-ID
076400         THRU 4110-CHECK-ONE-EMPLOYEE-ID-EXIT
076500         VARYING WS-EMP-SUB FROM 1 BY 1
076600         UNTIL WS-EMP-SUB > WS-EMPLOYEE-COUNT
076700            OR WS-DUPLICATE-EMPLOYEE
076800     IF WS-DUPLICATE-EMPLOYEE
076900         MOVE "DUPLICATE EMPLOYEE ID ON FILE" TO WS-REJECT-REASON
077000         GO TO 4100-EDIT-EMPLOYEE-EXIT
077100     END-IF
077200     IF WS-EMPLOYEE-COUNT < WS-EMPLOYEE-TABLE-MAX
077300         ADD 1 TO WS-EMPLOYEE-COUNT
077400         MOVE OB-ED-EMPLOYEE-ID TO WS-EMP-ID (WS-EMPLOYEE-COUNT)
077500     END-IF
077600
077700     COMPUTE WS-AGE-WORK =
077800         (WS-TS-DATE - OB-ED-DATE-OF-BIRTH) / 10000
077900     MOVE WS-AGE-WORK TO WS-CUSTOMER-AGE
078000     IF WS-CUSTOMER-AGE < WS-MINIMUM-AGE
078100         MOVE "BELOW MINIMUM AGE - SEE BRANCH" TO WS-REJECT-REASON
078200     END-IF
078300     .
078400 4100-EDIT-EMPLOYEE-EXIT.
078500     EXIT.
078600*----------------------------------------------------------------
078700 4110-CHECK-ONE-EMPLOYEE-ID.
078800     IF WS-EMP-ID (WS-EMP-SUB) = OB-ED-EMPLOYEE-ID
078900         MOVE 'Y' TO WS-DUP-EMPLOYEE-SWITCH
079000     END-IF
079100     .
079200 4110-CHECK-ONE-EMPLOYEE-ID-EXIT.
079300     EXIT.
079400*----------------------------------------------------------------
079500*  4200-SCREEN-NAME  --  THE SAME WATCH-LIST SCREEN ACCTOPEN
079600*  APPLIES BEFORE ANY ACCOUNT EXISTS.  THE EMPLOYER IS ONLY
079700*  TOLD TO REFER THE EMPLOYEE TO THE BRANCH; THE MATCH ITSELF
079800*  GOES TO COMPLIANCE ON THE JOB LOG.
079900*----------------------------------------------------------------
080000 4200-SCREEN-NAME.
080100     CALL "SANCT-SCREEN" USING WS-SCREEN-NAME
080200         WS-SCREEN-BANK-CODE WS-SCREEN-HIT-FLAG
080300         WS-SCREEN-MATCHED-ENTRY
080400     IF WS-SCREEN-HIT-FLAG = 'Y'
080500         DISPLAY "BULKOPEN: EMPLOYEE " OB-ED-EMPLOYEE-ID
080600             " OF " WS-EMPLOYER-ID " MATCHES WATCHLIST ENTRY "
080700             WS-SCREEN-MATCHED-ENTRY " - ROUTE TO COMPLIANCE"
080800         ADD 1 TO WS-WATCHLIST-REFERRALS
080900         MOVE "REFERRED - CONTACT BRANCH" TO WS-REJECT-REASON
081000     END-IF
081100     .
081200 4200-SCREEN-NAME-EXIT.
081300     EXIT.
081400*----------------------------------------------------------------
081500*  4300-MATCH-CUSTOMER  --  SCORE THE EMPLOYEE AGAINST EVERY
081600*  CUSTOMER ON THE TABLE AND KEEP THE BEST.
081700*----------------------------------------------------------------
081800 4300-MATCH-CUSTOMER.
081900     MOVE ZERO TO WS-BEST-SCORE
082000     MOVE ZERO TO WS-BEST-SUB
082100     MOVE 'N'  TO WS-BEST-TIN-CONFLICT
082200     PERFORM 4310-SCORE-ONE-CUSTOMER
082300         THRU 4310-SCORE-ONE-CUSTOMER-EXIT
082400         VARYING WS-CUST-SUB FROM 1 BY 1
082500         UNTIL WS-CUST-SUB > WS-CUSTOMER-COUNT
082600     EVALUATE TRUE
082700         WHEN WS-BEST-SCORE NOT < WS-MATCH-THRESHOLD
082800              AND NOT WS-BEST-TINS-DIFFER
082900             SET WS-MATCHED-EXISTING TO TRUE
083000             MOVE WS-CT-NUMBER (WS-BEST-SUB)
083100                 TO WS-CUSTOMER-NUMBER
083200         WHEN WS-BEST-SCORE NOT < WS-REVIEW-THRESHOLD
083300             SET WS-NEW-WITH-REVIEW TO TRUE
083400         WHEN OTHER
083500             SET WS-NEW-CUSTOMER TO TRUE
083600     END-EVALUATE
083700     .
083800 4300-MATCH-CUSTOMER-EXIT.
083900     EXIT.
084000*----------------------------------------------------------------
084100 4310-SCORE-ONE-CUSTOMER.
084200     MOVE 'N' TO WS-TIN-CONFLICT-SWITCH
084300     IF OB-ED-TAX-ID NOT = SPACES
084400        AND WS-CT-TAX-ID (WS-CUST-SUB) NOT = SPACES
084500         IF OB-ED-TAX-ID = WS-CT-TAX-ID (WS-CUST-SUB)
084600             MOVE 100 TO WS-MATCH-SCORE
084700             GO TO 4310-SCORE-ONE-CUSTOMER-KEEP
084800         END-IF
084900         MOVE 'Y' TO WS-TIN-CONFLICT-SWITCH
085000     END-IF
085100     MOVE ZERO TO WS-MATCH-SCORE
085200     IF OB-ED-NAME = WS-CT-NAME (WS-CUST-SUB)
085300         ADD 40 TO WS-MATCH-SCORE
085400     END-IF
085500     IF OB-ED-DATE-OF-BIRTH = WS-CT-DOB (WS-CUST-SUB)
085600         ADD 30 TO WS-MATCH-SCORE
085700     END-IF
085800     IF OB-ED-ADDRESS-LINE-1 = WS-CT-ADDR-1 (WS-CUST-SUB)
085900        AND OB-ED-ZIP-CODE = WS-CT-ZIP (WS-CUST-SUB)
086000         ADD 20 TO WS-MATCH-SCORE
086100     END-IF
086200     IF OB-ED-PHONE-NUMBER NOT = SPACES
086300        AND OB-ED-PHONE-NUMBER = WS-CT-PHONE (WS-CUST-SUB)
086400         ADD 10 TO WS-MATCH-SCORE
086500     END-IF
086600     .
086700 4310-SCORE-ONE-CUSTOMER-KEEP.
086800     IF WS-MATCH-SCORE > WS-BEST-SCORE
086900         MOVE WS-MATCH-SCORE TO WS-BEST-SCORE
087000         MOVE WS-CUST-SUB TO WS-BEST-SUB
087100         MOVE WS-TIN-CONFLICT-SWITCH TO WS-BEST-TIN-CONFLICT
087200     END-IF
087300     .
087400 4310-SCORE-ONE-CUSTOMER-EXIT.
087500     EXIT.
087600*----------------------------------------------------------------
087700*  4350-CHECK-EXISTING-CUSTOMER  --  THE MATCHED CUSTOMER IS
087800*  TAKEN AS ON FILE; NOTHING ON THEIR RECORD IS CHANGED FROM THE
087900*  EMPLOYER'S DATA (THAT GOES THROUGH CUST-MAINT).  A DECEASED
088000*  CUSTOMER MEANS THE MATCH IS WRONG OR THE RECORD IS, AND THE
088100*  NAME ON FILE IS SCREENED AS WELL WHEN IT DIFFERS.
088200*----------------------------------------------------------------
088300 4350-CHECK-EXISTING-CUSTOMER.
088400     MOVE WS-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
088500     READ CUSTOMER-MASTER-FILE
088600         KEY IS CM-CUSTOMER-NUMBER
088700         INVALID KEY
088800             MOVE "CUSTOMER RECORD NEEDS REVIEW"
088900                 TO WS-REJECT-REASON
089000             GO TO 4350-CHECK-EXISTING-CUSTOMER-EXIT
089100     END-READ
089200     IF CM-IS-DECEASED
089300         MOVE "CUSTOMER RECORD NEEDS REVIEW" TO WS-REJECT-REASON
089400         GO TO 4350-CHECK-EXISTING-CUSTOMER-EXIT
089500     END-IF
089600     IF CM-CUSTOMER-NAME NOT = OB-ED-NAME
089700         MOVE CM-CUSTOMER-NAME TO WS-SCREEN-NAME
089800         PERFORM 4200-SCREEN-NAME
089900             THRU 4200-SCREEN-NAME-EXIT
090000         IF WS-REJECT-REASON NOT = SPACES
090100             GO TO 4350-CHECK-EXISTING-CUSTOMER-EXIT
090200         END-IF
090300     END-IF
090400     ADD 1 TO WS-CUSTOMERS-MATCHED
090500     .
090600 4350-CHECK-EXISTING-CUSTOMER-EXIT.
090700     EXIT.
090800*----------------------------------------------------------------
090900*  4400-CREATE-CUSTOMER  --  A NEW CUSTOMER FROM THE EMPLOYEE
091000*  DETAIL, NUMBERED PAST THE HIGHEST ON FILE.  STANDARD RISK
091100*  WITH THE THREE-YEAR KYC REVIEW ACCTOPEN SETS.  A TAX ID FROM
091200*  THE EMPLOYER IS FILED UNCERTIFIED - ONLY THE CUSTOMER CAN
091300*  CERTIFY IT - SO THE YEAR-END EXCEPTION REPORT CHASES IT.
091400*----------------------------------------------------------------
091500 4400-CREATE-CUSTOMER.
091600     INITIALIZE CUSTOMER-MASTER-RECORD
091700     MOVE OB-ED-NAME           TO CM-CUSTOMER-NAME
091800     MOVE OB-ED-ADDRESS-LINE-1 TO CM-ADDRESS-LINE-1
091900     MOVE OB-ED-ADDRESS-LINE-2 TO CM-ADDRESS-LINE-2
092000     MOVE OB-ED-CITY           TO CM-CITY
092100     MOVE OB-ED-STATE          TO CM-STATE
092200     MOVE OB-ED-ZIP-CODE       TO CM-ZIP-CODE
092300     MOVE OB-ED-DATE-OF-BIRTH  TO CM-DATE-OF-BIRTH
092400     MOVE OB-ED-PHONE-NUMBER   TO CM-PHONE-NUMBER
092500     MOVE OB-ED-EMAIL-ADDRESS  TO CM-EMAIL-ADDRESS
092600     SET CM-IS-LIVING          TO TRUE
092700     MOVE ZERO                 TO CM-DATE-OF-DEATH
092800     MOVE 'S'                  TO CM-RISK-RATING
092900     MOVE WS-TS-DATE           TO WS-KYC-WORK-DATE
093000     ADD 3 TO WS-KYC-YYYY
093100     MOVE WS-KYC-WORK-DATE     TO CM-KYC-REVIEW-DATE
093200     MOVE ZERO                 TO CM-RELATIONSHIP-TIER
093300     MOVE OB-ED-TAX-ID         TO CM-TAX-ID
093400     IF CM-TAX-ID = SPACES
093500         SET CM-TIN-MISSING    TO TRUE
093600     ELSE
093700         SET CM-TIN-UNCERTIFIED TO TRUE
093800     END-IF
093900     MOVE SPACE                TO CM-BACKUP-WHT-FLAG
094000     MOVE SPACE                TO CM-ADDRESS-STATUS
094100     MOVE ZERO                 TO CM-RETURNED-MAIL-DATE
094200     SET CM-REL-STMT-NOT-ELECTED TO TRUE
094300     MOVE ZERO                 TO CM-REL-STMT-CYCLE
094400     SET CM-REL-STMT-PRINT     TO TRUE
094500     MOVE 'N'                  TO CM-ANONYMIZED-FLAG
094600     MOVE ZERO                 TO CM-ANONYMIZED-DATE
094650     SET CM-SOLICIT-OK         TO TRUE
094700
094800     MOVE 'N' TO WS-WRITE-DONE-SWITCH
094900     PERFORM 4410-WRITE-NEW-CUSTOMER
095000         THRU 4410-WRITE-NEW-CUSTOMER-EXIT
095100         VARYING WS-WRITE-TRIES FROM 1 BY 1
095200         UNTIL WS-RECORD-WRITTEN OR WS-WRITE-TRIES > 10
095300     IF NOT WS-RECORD-WRITTEN
095400         DISPLAY "BULKOPEN: NO FREE CUSTOMER NUMBER AFTER "
095500             WS-HIGHEST-CUSTOMER
095600         MOVE "UNABLE TO CREATE CUSTOMER" TO WS-REJECT-REASON
095700         GO TO 4400-CREATE-CUSTOMER-EXIT
095800     END-IF
095900     MOVE CM-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
096000     ADD 1 TO WS-CUSTOMERS-CREATED
096100
096200     IF WS-NEW-WITH-REVIEW
096300         MOVE WS-CT-NUMBER (WS-BEST-SUB) TO DQ-CUSTOMER-NUMBER-1
096400         MOVE CM-CUSTOMER-NUMBER         TO DQ-CUSTOMER-NUMBER-2
096500         MOVE WS-BEST-SCORE              TO DQ-MATCH-SCORE
096600         MOVE WS-CT-NAME (WS-BEST-SUB)   TO DQ-CUSTOMER-NAME-1
096700         MOVE CM-CUSTOMER-NAME           TO DQ-CUSTOMER-NAME-2
096800         MOVE WS-TS-DATE                 TO DQ-SCAN-DATE
096900         WRITE DUPLICATE-REVIEW-RECORD
097000         ADD 1 TO WS-PAIRS-QUEUED
097100     END-IF
097200
097300     PERFORM 3520-ADD-TABLE-ENTRY
097400         THRU 3520-ADD-TABLE-ENTRY-EXIT
097500     .
097600 4400-CREATE-CUSTOMER-EXIT.
097700     EXIT.
097800*----------------------------------------------------------------
097900 4410-WRITE-NEW-CUSTOMER.
098000     ADD 1 TO WS-HIGHEST-CUSTOMER
098100     MOVE WS-HIGHEST-CUSTOMER TO CM-CUSTOMER-NUMBER
098200     WRITE CUSTOMER-MASTER-RECORD
098300         INVALID KEY
098400             GO TO 4410-WRITE-NEW-CUSTOMER-EXIT
098500     END-WRITE
098600     MOVE 'Y' TO WS-WRITE-DONE-SWITCH
098700     .
098800 4410-WRITE-NEW-CUSTOMER-EXIT.
098900     EXIT.
099000*----------------------------------------------------------------
099100*  4500-OPEN-SALARY-ACCOUNT  --  BUILT AS ACCTOPEN BUILDS AN
099200*  ACCOUNT WITH NO OPENING DEPOSIT: ACTIVE, THE HEADER'S
099300*  PRODUCT, CURRENCY AND BRANCH, ONE SIGNATORY, NO FIXED-
099400*  DEPOSIT, CREDIT-LINE OR OVERDRAFT TERMS.  THEN THE OPENING
099500*  AUDIT ROWS, THE CARD ORDER AND THE WELCOME NOTICE.
099600*----------------------------------------------------------------
099700 4500-OPEN-SALARY-ACCOUNT.
099800     INITIALIZE ACCOUNT-MASTER-RECORD
099900     MOVE 'A'                  TO AM-STATUS-CODE
100000     MOVE WS-ACCOUNT-TYPE-CODE TO AM-TYPE-CODE
100100     MOVE WS-CUSTOMER-NUMBER   TO AM-CUSTOMER-NUMBER
100200     MOVE ZERO                 TO AM-BALANCE
100300     MOVE ZERO                 TO AM-OPENING-BALANCE
100400     MOVE WS-TS-DATE           TO AM-OPEN-DATE
100500     MOVE WS-TS-DATE           TO AM-LAST-ACTIVITY-DATE
100600     MOVE ZERO                 TO AM-CLOSE-DATE
100700     MOVE ZERO                 TO AM-DAILY-WITHDRAWN-TOTAL
100800     MOVE ZERO                 TO AM-DAILY-WITHDRAWN-DATE
100900     MOVE ZERO                 TO AM-DAILY-WITHDRAWAL-CNT
101000     MOVE ZERO                 TO AM-OVERDRAFT-LIMIT
101100     MOVE WS-BRANCH-ID         TO AM-BRANCH-ID
101200     MOVE WS-CURRENCY-CODE     TO AM-CURRENCY-CODE
101300     MOVE 1                    TO AM-SIGNATORY-COUNT
101400     SET AM-AUTH-EITHER        TO TRUE
101500     MOVE 'N'                  TO AM-MINOR-FLAG
101600     MOVE ZERO                 TO AM-GUARDIAN-ACCT-NUMBER
101700     MOVE ZERO                 TO AM-MINOR-WITHDRAWAL-CAP
101800     IF WS-CUSTOMER-AGE NOT < WS-SENIOR-AGE
101900         MOVE 'Y' TO AM-SENIOR-CITIZEN-FLAG
102000     ELSE
102100         MOVE 'N' TO AM-SENIOR-CITIZEN-FLAG
102200     END-IF
102300     MOVE ZERO                 TO AM-FD-TERM-MONTHS
102400     MOVE ZERO                 TO AM-FD-MATURITY-DATE
102500     MOVE ZERO                 TO AM-FD-PAYOUT-ACCT
102600     MOVE SPACE                TO AM-FD-DISPOSITION
102700     MOVE 'N'                  TO AM-FD-LIEN-FLAG
102800     MOVE ZERO                 TO AM-FD-LIEN-LOAN-NUMBER
102900     MOVE ZERO                 TO AM-OD-BACKUP-ACCT
102950     MOVE ZERO                 TO AM-REACT-WATCH-UNTIL
102960     MOVE ZERO                 TO AM-SAV-CYCLE-START
102970     MOVE ZERO                 TO AM-SAV-CYCLE-DEBIT-CNT
102980     MOVE ZERO                 TO AM-SAV-COUNTED-DATE
102990     MOVE SPACES               TO AM-SAV-EXCESS-HISTORY
102995     MOVE ZERO                 TO AM-PAYROLL-CREDIT-DATE
102996     MOVE 'N'                  TO AM-ODP-OPT-IN-FLAG
102997     MOVE ZERO                 TO AM-ODP-RISK-LIMIT
102998     MOVE ZERO                 TO AM-NSF-FEE-DATE
102999     MOVE ZERO                 TO AM-NSF-FEE-COUNT
103000     MOVE ZERO                 TO AM-CREDIT-LIMIT
103100     MOVE ZERO                 TO AM-LINE-ACCRUED-INTEREST
103200     MOVE ZERO                 TO AM-LINE-MIN-PAYMENT-DUE
103300     MOVE ZERO                 TO AM-LINE-PAYMENT-DUE-DATE
103400     MOVE ZERO                 TO AM-LINE-PAST-DUE-SINCE
103500     MOVE ZERO                 TO AM-LINE-DAYS-PAST-DUE
103600
103700     MOVE 'N' TO WS-WRITE-DONE-SWITCH
103800     PERFORM 4510-WRITE-NEW-ACCOUNT
103900         THRU 4510-WRITE-NEW-ACCOUNT-EXIT
104000         VARYING WS-WRITE-TRIES FROM 1 BY 1
104100         UNTIL WS-RECORD-WRITTEN OR WS-WRITE-TRIES > 10
104200     IF NOT WS-RECORD-WRITTEN
104300         DISPLAY "BULKOPEN: NO FREE ACCOUNT NUMBER NEAR BASE "
104400             WS-NEXT-ACCT-BASE
104500         MOVE "UNABLE TO ASSIGN ACCOUNT" TO WS-REJECT-REASON
104600         GO TO 4500-OPEN-SALARY-ACCOUNT-EXIT
104700     END-IF
104800
104900     PERFORM 4600-WRITE-STATUS-AUDIT-RECORD
105000         THRU 4600-WRITE-STATUS-AUDIT-RECORD-EXIT
105100     PERFORM 4650-WRITE-ACTIVITY-AUDIT-RECORD
105200         THRU 4650-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
105300     PERFORM 4700-QUEUE-CARD-ORDER
105400         THRU 4700-QUEUE-CARD-ORDER-EXIT
105500     CALL "NOTICE-REQUEST" USING AM-ACCT-NUMBER
105600         WS-NOTICE-TYPE WS-NOTICE-TEXT-1 WS-NOTICE-TEXT-2
105700         WS-NOTICE-ID
105800     .
105900 4500-OPEN-SALARY-ACCOUNT-EXIT.
106000     EXIT.
106100*----------------------------------------------------------------
106200*  4510-WRITE-NEW-ACCOUNT  --  ONE TRY AT THE NEXT BASE.
106300*----------------------------------------------------------------
106400 4510-WRITE-NEW-ACCOUNT.
106500     CALL "ACCT-PRIME-CHECK-DIGIT" USING WS-NEXT-ACCT-BASE
106600         WS-GEN-MODE WS-NEW-CHECK-DIGIT WS-NEW-ACCT-VALID-FLAG
106700     COMPUTE WS-NEW-ACCT-NUMBER =
106800         (WS-NEXT-ACCT-BASE * 10) + WS-NEW-CHECK-DIGIT
106900     ADD 1 TO WS-NEXT-ACCT-BASE
107000     MOVE WS-NEW-ACCT-NUMBER TO AM-ACCT-NUMBER
107100     COMPUTE AM-STMT-CYCLE-CODE =
107200         FUNCTION MOD(WS-NEW-ACCT-NUMBER, 20) + 1
107300     WRITE ACCOUNT-MASTER-RECORD
107400         INVALID KEY
107500             GO TO 4510-WRITE-NEW-ACCOUNT-EXIT
107600     END-WRITE
107700     MOVE 'Y' TO WS-WRITE-DONE-SWITCH
107800     .
107900 4510-WRITE-NEW-ACCOUNT-EXIT.
108000     EXIT.
108100*----------------------------------------------------------------
108200*  4600-WRITE-STATUS-AUDIT-RECORD  --  NO PRIOR STATUS, NEW
108300*  STATUS IS ACTIVE.
108400*----------------------------------------------------------------
108500 4600-WRITE-STATUS-AUDIT-RECORD.
108600     MOVE AM-ACCT-NUMBER TO AU-ACCT-NUMBER
108700     MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
108800     MOVE SPACE          TO AU-OLD-STATUS
108900     MOVE 'A'            TO AU-NEW-STATUS
109000     MOVE WS-CURRENT-TIMESTAMP TO AU-CHANGE-TIMESTAMP
109100     WRITE STATUS-AUDIT-RECORD
109200     .
109300 4600-WRITE-STATUS-AUDIT-RECORD-EXIT.
109400     EXIT.
109500*----------------------------------------------------------------
109600*  4650-WRITE-ACTIVITY-AUDIT-RECORD  --  SAME OPENING ACTIVITY
109700*  TO THE SHARED ACTIVITY AUDIT LOG.
109800*----------------------------------------------------------------
109900 4650-WRITE-ACTIVITY-AUDIT-RECORD.
110000     MOVE "BULKOPEN"       TO AL-PROGRAM-ID
110100     MOVE AM-ACCT-NUMBER   TO AL-ACCT-NUMBER
110200     MOVE WS-OPERATOR-ID   TO AL-OPERATOR-ID
110300     MOVE ZERO             TO AL-BEFORE-VALUE
110400     MOVE AM-BALANCE       TO WS-AUDIT-EDIT-VALUE
110500     MOVE WS-AUDIT-EDIT-VALUE TO AL-AFTER-VALUE
110600     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
110700     WRITE ACTIVITY-AUDIT-RECORD
110800     .
110900 4650-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
111000     EXIT.
111100*----------------------------------------------------------------
111200*  4700-QUEUE-CARD-ORDER  --  A DEBIT CARD FOR THE NEW ACCOUNT,
111300*  EMBOSSED WITH THE NAME ON THE CUSTOMER RECORD.
111400*----------------------------------------------------------------
111500 4700-QUEUE-CARD-ORDER.
111600     MOVE AM-ACCT-NUMBER     TO DO-ACCT-NUMBER
111700     MOVE WS-CUSTOMER-NUMBER TO DO-CUSTOMER-NUMBER
111800     MOVE CM-CUSTOMER-NAME   TO DO-EMBOSS-NAME
111900     MOVE WS-BRANCH-ID       TO DO-BRANCH-ID
112000     MOVE WS-TS-DATE         TO DO-ORDER-DATE
112100     MOVE "BULKOPEN"         TO DO-ORDER-SOURCE
112200     MOVE WS-FILE-ID         TO DO-ORDER-REFERENCE
112300     WRITE DEBIT-CARD-ORDER-RECORD
112400     .
112500 4700-QUEUE-CARD-ORDER-EXIT.
112600     EXIT.
112700*----------------------------------------------------------------
112800*  5000-WRITE-RESPONSE-TRAILER  --  THE COUNTS THE EMPLOYER'S
112900*  PAYROLL SYSTEM PROVES THE RESPONSE AGAINST.
113000*----------------------------------------------------------------
113100 5000-WRITE-RESPONSE-TRAILER.
113200     MOVE SPACES TO ONBOARD-RESPONSE-RECORD
113300     SET OS-FILE-TRAILER TO TRUE
113400     MOVE WS-FILE-ID            TO OS-FT-FILE-ID
113500     MOVE WS-EMPLOYEES-READ     TO OS-FT-RECORD-COUNT
113600     MOVE WS-ACCOUNTS-OPENED    TO OS-FT-OPENED-COUNT
113700     MOVE WS-EMPLOYEES-REJECTED TO OS-FT-REJECTED-COUNT
113800     WRITE ONBOARD-RESPONSE-RECORD
113900     .
114000 5000-WRITE-RESPONSE-TRAILER-EXIT.
114100     EXIT.
114200*----------------------------------------------------------------
114300*  6000-ISSUE-FIRST-PINS  --  THE FIRST PIN FOR EACH NEW
114400*  ACCOUNT, AS ACCTOPEN ISSUES IT: PIN-ISSUE DRAWS IT, FILES
114500*  ITS HASH FLAGGED FOR A CHANGE AT FIRST USE AND MAILS IT.
114600*  RUN FROM THE RESPONSE FILE ONCE THIS PROGRAM'S FILES ARE
114700*  CLOSED, SINCE PIN-ISSUE OPENS THE ACCOUNT AND CUSTOMER
114800*  MASTERS ITSELF.
114900*----------------------------------------------------------------
115000 6000-ISSUE-FIRST-PINS.
115100     OPEN INPUT ONBOARD-RESPONSE-FILE
115200     IF WS-EMPONRSP-STATUS NOT = "00"
115300         DISPLAY "BULKOPEN: UNABLE TO REREAD RESPONSE FILE, "
115400             "STATUS = " WS-EMPONRSP-STATUS
115500             " - NO PINS ISSUED"
115600         MOVE WS-ACCOUNTS-OPENED TO WS-PINS-NOT-ISSUED
115700         GO TO 6000-ISSUE-FIRST-PINS-EXIT
115800     END-IF
115900     PERFORM 6100-ISSUE-ONE-PIN
116000         THRU 6100-ISSUE-ONE-PIN-EXIT
116100         UNTIL NO-MORE-RESPONSES
116200     CLOSE ONBOARD-RESPONSE-FILE
116300     .
116400 6000-ISSUE-FIRST-PINS-EXIT.
116500     EXIT.
116600*----------------------------------------------------------------
116700 6100-ISSUE-ONE-PIN.
116800     READ ONBOARD-RESPONSE-FILE
116900         AT END
117000             MOVE 'Y' TO WS-RESPONSE-EOF-SWITCH
117100             GO TO 6100-ISSUE-ONE-PIN-EXIT
117200     END-READ
117300     IF NOT OS-EMPLOYEE-RESULT OR NOT OS-ACCOUNT-OPENED
117400         GO TO 6100-ISSUE-ONE-PIN-EXIT
117500     END-IF
117600     MOVE OS-ER-ACCT-NUMBER TO WS-PIN-ISSUE-ACCT
117700     CALL "PIN-ISSUE" USING WS-PIN-ISSUE-FUNCTION
117800         WS-PIN-ISSUE-ACCT WS-PIN-ISSUE-NEW-PIN WS-OPERATOR-ID
117900         WS-PIN-ISSUE-APPROVER WS-PIN-ISSUE-FLAG
118000     IF WS-PIN-ISSUE-FLAG = 'Y'
118100         ADD 1 TO WS-PINS-ISSUED
118200     ELSE
118300         ADD 1 TO WS-PINS-NOT-ISSUED
118400         DISPLAY "BULKOPEN: NO PIN ISSUED FOR ACCOUNT "
118500             WS-PIN-ISSUE-ACCT " - RESET IT THROUGH PIN-RESET "
118600             "ONCE THE CUSTOMER RECORD IS CORRECTED"
118700     END-IF
118800     .
118900 6100-ISSUE-ONE-PIN-EXIT.
119000     EXIT.
119100*----------------------------------------------------------------
119200*  7000-DISPLAY-SUMMARY  --  RUN TOTALS TO THE JOB LOG.
119300*----------------------------------------------------------------
119400 7000-DISPLAY-SUMMARY.
119500     DISPLAY "BULKOPEN: EMPLOYER " WS-EMPLOYER-ID " "
119600         WS-EMPLOYER-NAME " FILE " WS-FILE-ID
119700     MOVE WS-EMPLOYEES-READ TO WS-EDIT-COUNT
119800     DISPLAY "BULKOPEN: EMPLOYEES READ      = " WS-EDIT-COUNT
119900     MOVE WS-ACCOUNTS-OPENED TO WS-EDIT-COUNT
120000     DISPLAY "BULKOPEN: ACCOUNTS OPENED     = " WS-EDIT-COUNT
120100     MOVE WS-CUSTOMERS-MATCHED TO WS-EDIT-COUNT
120200     DISPLAY "BULKOPEN:   EXISTING CUSTOMERS = " WS-EDIT-COUNT
120300     MOVE WS-CUSTOMERS-CREATED TO WS-EDIT-COUNT
120400     DISPLAY "BULKOPEN:   NEW CUSTOMERS      = " WS-EDIT-COUNT
120500     MOVE WS-PAIRS-QUEUED TO WS-EDIT-COUNT
120600     DISPLAY "BULKOPEN: PAIRS QUEUED        = " WS-EDIT-COUNT
120700     MOVE WS-EMPLOYEES-REJECTED TO WS-EDIT-COUNT
120800     DISPLAY "BULKOPEN: EMPLOYEES REJECTED  = " WS-EDIT-COUNT
120900     MOVE WS-WATCHLIST-REFERRALS TO WS-EDIT-COUNT
121000     DISPLAY "BULKOPEN:   WATCHLIST REFERRALS = " WS-EDIT-COUNT
121100     MOVE WS-PINS-ISSUED TO WS-EDIT-COUNT
121200     DISPLAY "BULKOPEN: PIN MAILERS QUEUED  = " WS-EDIT-COUNT
121300     IF WS-PINS-NOT-ISSUED > ZERO
121400         MOVE WS-PINS-NOT-ISSUED TO WS-EDIT-COUNT
121500         DISPLAY "BULKOPEN: PINS NOT ISSUED     = "
121600             WS-EDIT-COUNT
121700     END-IF
121800     .
121900 7000-DISPLAY-SUMMARY-EXIT.
122000     EXIT.
122100*----------------------------------------------------------------
122200*  9999-EXIT  --  CLOSE THE SECOND-PASS FILES.
122300*----------------------------------------------------------------
122400 9999-EXIT.
122500     CLOSE EMPLOYER-ONBOARD-FILE
122600     CLOSE ONBOARD-RESPONSE-FILE
122700     CLOSE ACCOUNT-MASTER-FILE
122800     CLOSE CUSTOMER-MASTER-FILE
122900     CLOSE STATUS-AUDIT-FILE
123000     CLOSE ACTIVITY-AUDIT-FILE
123100     CLOSE DUPLICATE-REVIEW-FILE
123200     CLOSE DEBIT-CARD-ORDER-FILE
123300     .
123400 9999-EXIT-EXIT.
123500     EXIT.
