000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    AUDIT-CONFIRM.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  AUDIT BALANCE
001300*                     CONFIRMATION LETTERS.  EVERY YEAR THE
001400*                     EXTERNAL AUDITORS, AND CORPORATE
001500*                     CUSTOMERS' OWN AUDITORS, ASK US TO CONFIRM
001600*                     BALANCES AS OF A DATE AND THE BRANCHES
001700*                     ANSWERED FROM OLD REPORTS.  TWO MODES ON
001800*                     THE FIRST SYSIN CARD:
001900*                       R - ANSWER THE CONFIRMATION REQUEST FILE
002000*                       (CUSTOMER, ACCOUNT OR LOAN, AS-OF DATE,
002100*                       REQUESTING PARTY); EACH LETTER GOES TO
002200*                       THE PARTY THAT ASKED.
002300*                       B - THE STATUTORY AUDITOR'S SAMPLE:
002400*                       EVERY NTH DEPOSIT ACCOUNT AND LOAN AT OR
002500*                       OVER A MINIMUM BALANCE ON THE AS-OF
002600*                       DATE; EACH LETTER GOES TO THE CUSTOMER,
002700*                       WHO CONFIRMS DIRECTLY TO THE AUDITOR.
002800*                     DEPOSIT BALANCES COME FROM BAL-SNAP-DAILY
002900*                     HISTORY (THE LAST ROW ON OR BEFORE THE
003000*                     AS-OF DATE) WITH THE INTEREST CREDITED IN
003100*                     THE YEAR TO THAT DATE FROM THE ACCRUAL
003200*                     REGISTER; LOAN BALANCES FROM THE MONTH-END
003300*                     LOAN HISTORY WITH INTEREST ACCRUED FROM THE
003400*                     LAST DUE DATE.  HOLDS ARE SHOWN AS THEY
003500*                     STOOD ON THE DATE (PLACED BY THEN, NOT YET
003600*                     EXPIRED OR RELEASED), WITH ANY FIXED
003700*                     DEPOSIT LIEN.  A CONTROL LISTING SHOWS
003800*                     EVERY REQUEST AS SENT OR NOT SENT AND WHY.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     COPY ACFQSEL.
004400     COPY ACCTMSEL.
004500     COPY LOANMSEL.
004600     COPY CUSTMSEL.
004700     COPY HOLDSEL.
004800     COPY BSNPSEL.
004900     COPY INTRSEL.
005000     COPY LAGHSEL.
005100     COPY ACFLSEL.
005200     SELECT CONFIRM-DETAIL-FILE ASSIGN TO "AUDCDETL"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-AUDCDETL-STATUS.
005500     SELECT CONFIRM-REPORT-FILE ASSIGN TO "AUDCRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-AUDCRPT-STATUS.
005800     SELECT CONFIRM-SORT-FILE ASSIGN TO "AUDCSRT1".
005900     SELECT DETAIL-SORT-FILE ASSIGN TO "AUDCSRT2".
006000*================================================================
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CONFIRM-REQUEST-FILE.
006400     COPY ACFQREC.
006500 FD  ACCOUNT-MASTER-FILE.
006600     COPY ACCTMAST.
006700 FD  LOAN-MASTER-FILE.
006800     COPY LOANMAST.
006900 FD  CUSTOMER-MASTER-FILE.
007000     COPY CUSTMAST.
007100 FD  FUNDS-HOLD-FILE.
007200     COPY HOLDREC.
007300 FD  BALANCE-SNAPSHOT-FILE.
007400     COPY BSNPREC.
007500 FD  INTEREST-ACCRUAL-REGISTER.
007600     COPY INTRREG.
007700 FD  LOAN-AGING-HISTORY-FILE.
007800     COPY LAGHREC.
007900 FD  CONFIRM-LETTER-FILE.
008000     COPY ACFLREC.
008100 FD  CONFIRM-DETAIL-FILE.
008200     COPY ACFDREC.
008300 FD  CONFIRM-REPORT-FILE.
008400 01  CONFIRM-REPORT-LINE           PIC X(100).
008500*----------------------------------------------------------------
008600*  FIRST SORT - EVERY HISTORY ROW THAT CAN BEAR ON A REQUESTED
008700*  DATE, AND ONE ROW PER ACCOUNT OR LOAN PER REQUEST, IN DATE
008800*  ORDER WITHIN ACCOUNT.  ON A DATE, HOLDS, INTEREST AND THE
008900*  BALANCE COME BEFORE THE REQUEST ROW, SO BY THE TIME A
009000*  REQUEST ROW IS RETURNED EVERYTHING UP TO ITS AS-OF DATE HAS
009100*  BEEN SEEN AND NOTHING AFTER IT.
009200*----------------------------------------------------------------
009300 SD  CONFIRM-SORT-FILE.
009400 01  CONFIRM-SORT-RECORD.
009500     05  CW-CLASS                  PIC X.
009600         88  CW-DEPOSIT            VALUE 'D'.
009700         88  CW-LOAN               VALUE 'L'.
009800     05  CW-NUMBER                 PIC 9(10).
009900     05  CW-DATE                   PIC 9(08).
010000     05  CW-DATE-PARTS REDEFINES CW-DATE.
010100         10  CW-DATE-YEAR          PIC 9(04).
010200         10  FILLER                PIC 9(04).
010300     05  CW-KIND                   PIC X.
010400         88  CW-HOLD-ROW           VALUE '1'.
010500         88  CW-INTEREST-ROW       VALUE '2'.
010600         88  CW-BALANCE-ROW        VALUE '3'.
010700         88  CW-REQUEST-ROW        VALUE '4'.
010800     05  CW-REQUEST-SEQ            PIC 9(06).
010900     05  CW-REQUEST-TYPE           PIC X.
011000     05  CW-AMOUNT                 PIC S9(11)V99.
011100     05  CW-HOLD-ID                PIC 9(08).
011200     05  CW-HOLD-TYPE              PIC X.
011300     05  CW-EXPIRY-DATE            PIC 9(08).
011400     05  CW-STATUS-CODE            PIC X.
011500     05  CW-RELEASED-DATE          PIC 9(08).
011600     05  CW-TYPE-CODE              PIC X.
011700     05  CW-CURRENCY-CODE          PIC X(03).
011800     05  CW-CLOSE-DATE             PIC 9(08).
011900     05  CW-LIEN-FLAG              PIC X.
012000     05  CW-LIEN-LOAN-NUMBER       PIC 9(10).
012100     05  CW-ANNUAL-RATE            PIC 9(03)V99.
012200     05  CW-DAY-COUNT              PIC X.
012300     05  CW-NEXT-DUE-DATE          PIC 9(08).
012400     05  CW-DISBURSEMENT-DATE      PIC 9(08).
012500 SD  DETAIL-SORT-FILE.
012600     COPY ACFDREC
012700         REPLACING ==CONFIRM-DETAIL-RECORD==
012800                BY ==DETAIL-SORT-RECORD==
012900         LEADING ==CD== BY ==DS==.
013000*----------------------------------------------------------------
013100 WORKING-STORAGE SECTION.
013200     COPY DAYCPARM.
013300*----------------------------------------------------------------
013400 01  WS-FILE-STATUSES.
013500     05  WS-AUDCREQ-STATUS         PIC XX.
013600     05  WS-ACCTMAST-STATUS        PIC XX.
013700     05  WS-LOANMAST-STATUS        PIC XX.
013800     05  WS-CUSTMAST-STATUS        PIC XX.
013900     05  WS-HOLDFILE-STATUS        PIC XX.
014000     05  WS-BALSNAP-STATUS         PIC XX.
014100     05  WS-INTRACCR-STATUS        PIC XX.
014200     05  WS-LAGEHIST-STATUS        PIC XX.
014300     05  WS-AUDCLTR-STATUS         PIC XX.
014400     05  WS-AUDCDETL-STATUS        PIC XX.
014500     05  WS-AUDCRPT-STATUS         PIC XX.
014600*----------------------------------------------------------------
014700*  SYSIN CARDS - THE MODE, AND FOR THE BULK SAMPLE THE AS-OF
014800*  DATE, THE SAMPLING INTERVAL (EVERY NTH QUALIFYING ACCOUNT),
014900*  THE MINIMUM BALANCE TO QUALIFY AND THE AUDITOR'S NAME.
015000*----------------------------------------------------------------
015100 01  WS-CONTROL-CARDS.
015200     05  WS-RUN-MODE               PIC X.
015300         88  WS-REQUEST-MODE       VALUE 'R'.
015400         88  WS-BULK-MODE          VALUE 'B'.
015500     05  WS-SAMPLE-AS-OF           PIC 9(08).
015600     05  WS-SAMPLE-INTERVAL        PIC 9(05).
015700     05  WS-SAMPLE-MINIMUM         PIC 9(11).
015800     05  WS-AUDITOR-NAME           PIC X(30).
015900*----------------------------------------------------------------
016000 01  WS-WORK-FIELDS.
016100     05  WS-REQUEST-EOF-SWITCH     PIC X VALUE 'N'.
016200         88  NO-MORE-REQUESTS      VALUE 'Y'.
016300     05  WS-ACCT-EOF-SWITCH        PIC X VALUE 'N'.
016400         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
016500     05  WS-LOAN-EOF-SWITCH        PIC X VALUE 'N'.
016600         88  NO-MORE-LOANS         VALUE 'Y'.
016700     05  WS-HOLD-EOF-SWITCH        PIC X VALUE 'N'.
016800         88  NO-MORE-HOLDS         VALUE 'Y'.
016900     05  WS-SNAP-EOF-SWITCH        PIC X VALUE 'N'.
017000         88  NO-MORE-SNAPSHOTS     VALUE 'Y'.
017100     05  WS-INTR-EOF-SWITCH        PIC X VALUE 'N'.
017200         88  NO-MORE-ACCRUALS      VALUE 'Y'.
017300     05  WS-LAGE-EOF-SWITCH        PIC X VALUE 'N'.
017400         88  NO-MORE-LOAN-HISTORY  VALUE 'Y'.
017500     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
017600         88  NO-MORE-SORTED-ROWS   VALUE 'Y'.
017700     05  WS-DETAIL-EOF-SWITCH      PIC X VALUE 'N'.
017800         88  NO-MORE-DETAIL-LINES  VALUE 'Y'.
017900     05  WS-LETTER-OPEN-SWITCH     PIC X VALUE 'N'.
018000         88  LETTER-FILE-IS-OPEN   VALUE 'Y'.
018100     05  WS-REQUESTS-READ          PIC 9(06) COMP VALUE 0.
018200     05  WS-REQUESTS-DROPPED       PIC 9(06) COMP VALUE 0.
018300     05  WS-LETTERS-SENT           PIC 9(06) COMP VALUE 0.
018400     05  WS-LETTERS-NOT-SENT       PIC 9(06) COMP VALUE 0.
018500     05  WS-ACCOUNTS-CONFIRMED     PIC 9(08) COMP VALUE 0.
018600     05  WS-LOANS-CONFIRMED        PIC 9(08) COMP VALUE 0.
018700     05  WS-DETAIL-WRITTEN         PIC 9(08) COMP VALUE 0.
018800     05  WS-HOLD-OVERFLOWS         PIC 9(06) COMP VALUE 0.
018900     05  WS-SAMPLE-QUALIFIED       PIC 9(08) COMP VALUE 0.
019000     05  WS-SAMPLE-COUNTDOWN       PIC 9(05) COMP VALUE 0.
019100     05  WS-CUST-SUB               PIC 9(04) COMP.
019200     05  WS-HOLD-SUB               PIC 9(03) COMP.
019300     05  WS-DATE-INTEGER           PIC 9(08) COMP.
019400     05  WS-MIN-AS-OF              PIC 9(08) VALUE 0.
019500     05  WS-MAX-AS-OF              PIC 9(08) VALUE 0.
019600     05  WS-INTEREST-FROM          PIC 9(08).
019700     05  WS-BALANCE-FROM           PIC 9(08).
019800     05  WS-LOAN-BALANCE-FROM      PIC 9(08).
019900     05  WS-LOAN-WINDOW-START      PIC 9(08).
020000     05  WS-CUSTOMER-OF-ACCOUNT    PIC 9(09).
020100     05  WS-REJECT-REASON          PIC X(30).
020200*----------------------------------------------------------------
020300*  THE REQUESTS OF THIS RUN, IN THE ORDER READ (OR SAMPLED).  A
020400*  REQUEST'S POSITION IS ITS SEQUENCE ON THE LETTER FILE AND THE
020500*  CONTROL LISTING.  A NON-BLANK REASON MEANS IT WAS REFUSED AND
020600*  GETS NO LETTER.
020700*----------------------------------------------------------------
020800 01  WS-REQUEST-TABLE.
020900     05  WS-REQUEST-COUNT          PIC 9(04) COMP VALUE 0.
021000     05  WS-REQUEST-SUB            PIC 9(04) COMP.
021100     05  WS-REQUEST-ENTRY          OCCURS 2000 TIMES.
021200         10  WS-REQ-TYPE           PIC X.
021300         10  WS-REQ-NUMBER         PIC 9(10).
021400         10  WS-REQ-CUSTOMER       PIC 9(09).
021500         10  WS-REQ-AS-OF          PIC 9(08).
021600         10  WS-REQ-PARTY          PIC X(30).
021700         10  WS-REQ-REFERENCE      PIC X(20).
021800         10  WS-REQ-REASON         PIC X(30).
021900*----------------------------------------------------------------
022000*  CUSTOMER REQUESTS, PULLED OUT OF THE REQUEST TABLE SO ONE
022100*  PASS OF EACH MASTER FINDS EVERY ACCOUNT AND LOAN THEY COVER.
022200*----------------------------------------------------------------
022300 01  WS-CUSTOMER-REQUEST-TABLE.
022400     05  WS-CUST-REQ-COUNT         PIC 9(04) COMP VALUE 0.
022500     05  WS-CUST-REQ-ENTRY         OCCURS 500 TIMES.
022600         10  WS-CR-CUSTOMER        PIC 9(09).
022700         10  WS-CR-AS-OF           PIC 9(08).
022800         10  WS-CR-SEQ             PIC 9(06).
022900*----------------------------------------------------------------
023000*  ONE ACCOUNT'S STATE AS THE FIRST SORT'S OUTPUT WALKS ITS
023100*  HISTORY FORWARD - ITS HOLDS SO FAR, THE INTEREST CREDITED IN
023200*  THE YEAR REACHED, AND THE LATEST BALANCE ROW.
023300*----------------------------------------------------------------
023400 01  WS-ACCOUNT-STATE.
023500     05  WS-CUR-CLASS              PIC X.
023600     05  WS-CUR-NUMBER             PIC 9(10).
023700     05  WS-INT-YEAR               PIC 9(04).
023800     05  WS-INT-YTD                PIC S9(11)V99.
023900     05  WS-BAL-FOUND-FLAG         PIC X.
024000         88  WS-BAL-FOUND          VALUE 'Y'.
024100     05  WS-BAL-DATE               PIC 9(08).
024200     05  WS-BAL-AMOUNT             PIC S9(11)V99.
024300     05  WS-BAL-STATUS             PIC X.
024400     05  WS-HOLD-COUNT             PIC 9(03) COMP.
024500     05  WS-HOLD-ENTRY             OCCURS 50 TIMES.
024600         10  WS-HT-ID              PIC 9(08).
024700         10  WS-HT-TYPE            PIC X.
024800         10  WS-HT-AMOUNT          PIC 9(09)V99.
024900         10  WS-HT-PLACED          PIC 9(08).
025000         10  WS-HT-EXPIRY          PIC 9(08).
025100         10  WS-HT-STATUS          PIC X.
025200         10  WS-HT-RELEASED        PIC 9(08).
025300*----------------------------------------------------------------
025400 01  WS-LAST-DUE-DATE              PIC 9(08).
025500 01  WS-LAST-DUE-PARTS REDEFINES WS-LAST-DUE-DATE.
025600     05  WS-LD-YEAR                PIC 9(04).
025700     05  WS-LD-MONTH               PIC 9(02).
025800     05  WS-LD-DAY                 PIC 9(02).
025900 01  WS-DUE-DAY                    PIC 9(02).
026000 01  WS-LOAN-INTEREST              PIC S9(11)V99.
026100*----------------------------------------------------------------
026200*  ONE LETTER'S RUNNING TOTALS.  THE TOTALS ARE ONLY PRINTED
026300*  WHEN EVERY LINE IS IN THE SAME CURRENCY.
026400*----------------------------------------------------------------
026500 01  WS-LETTER-FIELDS.
026600     05  WS-LTR-SEQ                PIC 9(06).
026700     05  WS-LTR-LINES              PIC 9(04) COMP.
026800     05  WS-LTR-DEPOSIT-TOTAL      PIC S9(13)V99.
026900     05  WS-LTR-LOAN-TOTAL         PIC S9(13)V99.
027000     05  WS-LTR-CURRENCY           PIC X(03).
027100     05  WS-LTR-MIXED-FLAG         PIC X.
027200         88  WS-LTR-MIXED          VALUE 'Y'.
027300*----------------------------------------------------------------
027400 01  WS-PRINT-FIELDS.
027500     05  WS-EDIT-BALANCE           PIC Z(10)9.99-.
027600     05  WS-EDIT-INTEREST          PIC Z(10)9.99-.
027700     05  WS-EDIT-TOTAL             PIC Z(12)9.99-.
027800     05  WS-EDIT-HOLD              PIC Z(08)9.99.
027900     05  WS-EDIT-COUNT             PIC Z(07)9.
028000     05  WS-DATE-IN                PIC 9(08).
028100     05  WS-EDIT-DATE              PIC X(10).
028200     05  WS-EDIT-AS-OF             PIC X(10).
028300     05  WS-EDIT-EXPIRY            PIC X(10).
028400     05  WS-HOLD-TYPE-NAME         PIC X(12).
028500     05  WS-ACCOUNT-LABEL          PIC X(04).
028600     05  WS-INTEREST-LABEL         PIC X(08).
028700 01  WS-REPORT-LINE                PIC X(100).
028800*----------------------------------------------------------------
028900 01  WS-BUSINESS-DATE              PIC 9(08).
029000 01  WS-BUSDATE-FLAG               PIC X.
029100 01  WS-CURRENT-TIMESTAMP          PIC X(21).
029200 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
029300     05  WS-TS-DATE                PIC 9(08).
029400     05  FILLER                    PIC X(13).
029500*----------------------------------------------------------------
029600 01  WS-RUN-HISTORY-FIELDS.
029700     05  WS-RH-STEP-NAME           PIC X(08) VALUE "AUDCSTEP".
029800     05  WS-RH-START-TIMESTAMP     PIC X(21).
029900     05  WS-RH-RECORDS-READ        PIC 9(08).
030000     05  WS-RH-RECORDS-UPDATED     PIC 9(08) VALUE 0.
030100     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
030200     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
030300*================================================================
030400 PROCEDURE DIVISION.
030500*================================================================
030600 0000-MAINLINE.
030700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
030800     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
030900     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
031000         WS-BUSDATE-FLAG
031100     IF WS-BUSDATE-FLAG = "Y"
031200         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
031300     END-IF
031400     PERFORM 1000-INITIALIZE
031500         THRU 1000-INITIALIZE-EXIT
031600     IF WS-RH-COMPLETION-CODE NOT = ZERO
031700         GO TO 0000-WRITE-RUN-HISTORY
031800     END-IF
031900
032000     IF WS-REQUEST-COUNT = ZERO
032100         DISPLAY "AUDCONF: NO CONFIRMATION REQUESTS TO ANSWER"
032200         GO TO 0000-FINISH
032300     END-IF
032400     PERFORM 1500-SET-HISTORY-WINDOWS
032500         THRU 1500-SET-HISTORY-WINDOWS-EXIT
032600
032700     SORT CONFIRM-SORT-FILE
032800         ON ASCENDING KEY CW-CLASS
032900         ON ASCENDING KEY CW-NUMBER
033000         ON ASCENDING KEY CW-DATE
033100         ON ASCENDING KEY CW-KIND
033200         ON ASCENDING KEY CW-REQUEST-SEQ
033300         INPUT PROCEDURE IS 2000-RELEASE-HISTORY
033400             THRU 2000-RELEASE-HISTORY-EXIT
033500         OUTPUT PROCEDURE IS 3000-STATE-AS-OF
033600             THRU 3000-STATE-AS-OF-EXIT
033700     IF WS-RH-COMPLETION-CODE = 16
033800         GO TO 0000-FINISH
033900     END-IF
034000
034100     SORT DETAIL-SORT-FILE
034200         ON ASCENDING KEY DS-REQUEST-SEQ
034300         ON ASCENDING KEY DS-CLASS
034400         ON ASCENDING KEY DS-NUMBER
034500         ON ASCENDING KEY DS-LINE-KIND
034600         ON ASCENDING KEY DS-HOLD-ID
034700         USING CONFIRM-DETAIL-FILE
034800         OUTPUT PROCEDURE IS 4000-PRINT-LETTERS
034900             THRU 4000-PRINT-LETTERS-EXIT
035000     .
035100 0000-FINISH.
035200     PERFORM 5000-WRITE-CONTROL-TOTALS
035300         THRU 5000-WRITE-CONTROL-TOTALS-EXIT
035400     CLOSE CONFIRM-REPORT-FILE
035500     CLOSE ACCOUNT-MASTER-FILE
035600     CLOSE LOAN-MASTER-FILE
035700     CLOSE CUSTOMER-MASTER-FILE
035800     IF WS-RH-COMPLETION-CODE = ZERO
035900         AND (WS-LETTERS-NOT-SENT > ZERO
036000              OR WS-REQUESTS-DROPPED > ZERO)
036100         MOVE 4 TO WS-RH-COMPLETION-CODE
036200     END-IF
036300     .
036400 0000-WRITE-RUN-HISTORY.
036500     MOVE WS-REQUESTS-READ TO WS-RH-RECORDS-READ
036600     MOVE WS-LETTERS-SENT  TO WS-RH-RECORDS-UPDATED
036700     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
036800         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
036900         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
037000         WS-RH-COMPLETION-CODE
037100     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
037200     STOP RUN.
037300*----------------------------------------------------------------
037400*  1000-INITIALIZE  --  READ AND PROVE THE CONTROL CARDS, OPEN
037500*  THE MASTERS AND THE CONTROL LISTING, THEN LOAD THE REQUESTS
037600*  (REQUEST MODE) OR DRAW THE AUDITOR'S SAMPLE (BULK MODE).
037700*----------------------------------------------------------------
037800 1000-INITIALIZE.
037900     ACCEPT WS-RUN-MODE
038000     IF NOT WS-REQUEST-MODE AND NOT WS-BULK-MODE
038100         DISPLAY "AUDCONF: MODE MUST BE R (REQUEST FILE) OR B "
038200             "(BULK AUDITOR SAMPLE) - NOTHING DONE"
038300         MOVE 16 TO WS-RH-COMPLETION-CODE
038400         GO TO 1000-INITIALIZE-EXIT
038500     END-IF
038600     IF WS-BULK-MODE
038700         ACCEPT WS-SAMPLE-AS-OF
038800         ACCEPT WS-SAMPLE-INTERVAL
038900         ACCEPT WS-SAMPLE-MINIMUM
039000         ACCEPT WS-AUDITOR-NAME
039100         IF WS-SAMPLE-AS-OF NOT NUMERIC
039200             OR WS-SAMPLE-AS-OF = ZERO
039300             OR WS-SAMPLE-AS-OF > WS-TS-DATE
039400             DISPLAY "AUDCONF: SAMPLE AS-OF DATE "
039500                 WS-SAMPLE-AS-OF " MISSING OR AFTER THE "
039600                 "BUSINESS DATE " WS-TS-DATE " - NOTHING DONE"
039700             MOVE 16 TO WS-RH-COMPLETION-CODE
039800             GO TO 1000-INITIALIZE-EXIT
039900         END-IF
040000         IF WS-SAMPLE-INTERVAL NOT NUMERIC
040100             OR WS-SAMPLE-INTERVAL = ZERO
040200             DISPLAY "AUDCONF: SAMPLE INTERVAL MISSING - "
040300                 "NOTHING DONE"
040400             MOVE 16 TO WS-RH-COMPLETION-CODE
040500             GO TO 1000-INITIALIZE-EXIT
040600         END-IF
040700         IF WS-SAMPLE-MINIMUM NOT NUMERIC
040800             MOVE ZERO TO WS-SAMPLE-MINIMUM
040900         END-IF
041000         IF WS-AUDITOR-NAME = SPACES
041100             DISPLAY "AUDCONF: AUDITOR NAME MISSING - "
041200                 "NOTHING DONE"
041300             MOVE 16 TO WS-RH-COMPLETION-CODE
041400             GO TO 1000-INITIALIZE-EXIT
041500         END-IF
041600     END-IF
041700     OPEN INPUT ACCOUNT-MASTER-FILE
041800     IF WS-ACCTMAST-STATUS NOT = "00"
041900         DISPLAY "AUDCONF: UNABLE TO OPEN ACCOUNT MASTER, "
042000             "STATUS = " WS-ACCTMAST-STATUS
042100         MOVE 16 TO WS-RH-COMPLETION-CODE
042200         GO TO 1000-INITIALIZE-EXIT
042300     END-IF
042400     OPEN INPUT LOAN-MASTER-FILE
042500     IF WS-LOANMAST-STATUS NOT = "00"
042600         DISPLAY "AUDCONF: UNABLE TO OPEN LOAN MASTER, "
042700             "STATUS = " WS-LOANMAST-STATUS
042800         MOVE 16 TO WS-RH-COMPLETION-CODE
042900         GO TO 1000-INITIALIZE-EXIT
043000     END-IF
043100     OPEN INPUT CUSTOMER-MASTER-FILE
043200     IF WS-CUSTMAST-STATUS NOT = "00"
043300         DISPLAY "AUDCONF: UNABLE TO OPEN CUSTOMER MASTER, "
043400             "STATUS = " WS-CUSTMAST-STATUS
043500         MOVE 16 TO WS-RH-COMPLETION-CODE
043600         GO TO 1000-INITIALIZE-EXIT
043700     END-IF
043800     OPEN OUTPUT CONFIRM-REPORT-FILE
043900     IF WS-AUDCRPT-STATUS NOT = "00"
044000         DISPLAY "AUDCONF: UNABLE TO OPEN CONTROL LISTING, "
044100             "STATUS = " WS-AUDCRPT-STATUS
044200         MOVE 16 TO WS-RH-COMPLETION-CODE
044300         GO TO 1000-INITIALIZE-EXIT
044400     END-IF
044500     MOVE WS-TS-DATE TO WS-DATE-IN
044600     PERFORM 8100-EDIT-DATE
044700         THRU 8100-EDIT-DATE-EXIT
044800     MOVE SPACES TO WS-REPORT-LINE
044900     STRING "AUDIT BALANCE CONFIRMATION CONTROL LISTING  "
045000             DELIMITED BY SIZE
045100            "BUSINESS DATE " DELIMITED BY SIZE
045200            WS-EDIT-DATE DELIMITED BY SIZE
045300         INTO WS-REPORT-LINE
045400     END-STRING
045500     PERFORM 8000-WRITE-REPORT-LINE
045600         THRU 8000-WRITE-REPORT-LINE-EXIT
045700     MOVE SPACES TO WS-REPORT-LINE
045800     IF WS-REQUEST-MODE
045900         MOVE "MODE R - ANSWERING THE CONFIRMATION REQUEST FILE"
046000             TO WS-REPORT-LINE
046100         PERFORM 8000-WRITE-REPORT-LINE
046200             THRU 8000-WRITE-REPORT-LINE-EXIT
046300         PERFORM 1100-LOAD-REQUESTS
046400             THRU 1100-LOAD-REQUESTS-EXIT
046500     ELSE
046600         MOVE WS-SAMPLE-AS-OF TO WS-DATE-IN
046700         PERFORM 8100-EDIT-DATE
046800             THRU 8100-EDIT-DATE-EXIT
046900         MOVE WS-SAMPLE-INTERVAL TO WS-EDIT-COUNT
047000         STRING "MODE B - SAMPLE FOR " DELIMITED BY SIZE
047100                WS-AUDITOR-NAME DELIMITED BY "  "
047200                " AS AT " DELIMITED BY SIZE
047300                WS-EDIT-DATE DELIMITED BY SIZE
047400                ", EVERY" DELIMITED BY SIZE
047500                WS-EDIT-COUNT DELIMITED BY SIZE
047600                "TH ACCOUNT AT OR OVER " DELIMITED BY SIZE
047700                WS-SAMPLE-MINIMUM DELIMITED BY SIZE
047800             INTO WS-REPORT-LINE
047900         END-STRING
048000         PERFORM 8000-WRITE-REPORT-LINE
048100             THRU 8000-WRITE-REPORT-LINE-EXIT
048200         PERFORM 1200-DRAW-SAMPLE
048300             THRU 1200-DRAW-SAMPLE-EXIT
048400     END-IF
048500     MOVE SPACES TO WS-REPORT-LINE
048600     PERFORM 8000-WRITE-REPORT-LINE
048700         THRU 8000-WRITE-REPORT-LINE-EXIT
048800     MOVE "   SEQ T NUMBER     AS-OF      PARTY                "
048900         TO WS-REPORT-LINE
049000     MOVE "RESULT" TO WS-REPORT-LINE (53:6)
049100     PERFORM 8000-WRITE-REPORT-LINE
049200         THRU 8000-WRITE-REPORT-LINE-EXIT
049300     .
049400 1000-INITIALIZE-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------
049700*  1100-LOAD-REQUESTS  --  READ THE REQUEST FILE INTO THE TABLE,
049800*  PROVING EACH CARD AS IT COMES.  A REFUSED REQUEST STAYS IN
049900*  THE TABLE WITH ITS REASON SO THE LISTING ACCOUNTS FOR IT.
050000*----------------------------------------------------------------
050100 1100-LOAD-REQUESTS.
050200     OPEN INPUT CONFIRM-REQUEST-FILE
050300     IF WS-AUDCREQ-STATUS NOT = "00"
050400         DISPLAY "AUDCONF: UNABLE TO OPEN REQUEST FILE, "
050500             "STATUS = " WS-AUDCREQ-STATUS
050600         MOVE 16 TO WS-RH-COMPLETION-CODE
050700         GO TO 1100-LOAD-REQUESTS-EXIT
050800     END-IF
050900     PERFORM 1110-LOAD-ONE-REQUEST
051000         THRU 1110-LOAD-ONE-REQUEST-EXIT
051100         UNTIL NO-MORE-REQUESTS
051200     CLOSE CONFIRM-REQUEST-FILE
051300     .
051400 1100-LOAD-REQUESTS-EXIT.
051500     EXIT.
051600*----------------------------------------------------------------
051700 1110-LOAD-ONE-REQUEST.
051800     READ CONFIRM-REQUEST-FILE
051900         AT END
052000             MOVE 'Y' TO WS-REQUEST-EOF-SWITCH
052100             GO TO 1110-LOAD-ONE-REQUEST-EXIT
052200     END-READ
052300     ADD 1 TO WS-REQUESTS-READ
052400     IF WS-REQUEST-COUNT NOT < 2000
052500         DISPLAY "AUDCONF: REQUEST TABLE FULL - REQUEST "
052600             WS-REQUESTS-READ " NOT ANSWERED, RESUBMIT IT"
052700         ADD 1 TO WS-REQUESTS-DROPPED
052800         GO TO 1110-LOAD-ONE-REQUEST-EXIT
052900     END-IF
053000     ADD 1 TO WS-REQUEST-COUNT
053100     MOVE WS-REQUEST-COUNT TO WS-REQUEST-SUB
053200     MOVE AQ-REQUEST-TYPE
053300         TO WS-REQ-TYPE (WS-REQUEST-SUB)
053400     MOVE AQ-CUSTOMER-NUMBER
053500         TO WS-REQ-CUSTOMER (WS-REQUEST-SUB)
053600     MOVE AQ-ACCT-NUMBER
053700         TO WS-REQ-NUMBER (WS-REQUEST-SUB)
053800     MOVE AQ-AS-OF-DATE
053900         TO WS-REQ-AS-OF (WS-REQUEST-SUB)
054000     MOVE AQ-REQUESTING-PARTY
054100         TO WS-REQ-PARTY (WS-REQUEST-SUB)
054200     MOVE AQ-PARTY-REFERENCE
054300         TO WS-REQ-REFERENCE (WS-REQUEST-SUB)
054400     MOVE SPACES TO WS-REJECT-REASON
054500     PERFORM 1120-PROVE-REQUEST
054600         THRU 1120-PROVE-REQUEST-EXIT
054700     MOVE WS-REJECT-REASON
054800         TO WS-REQ-REASON (WS-REQUEST-SUB)
054900     IF WS-REJECT-REASON = SPACES
055000         PERFORM 1300-NOTE-AS-OF-RANGE
055100             THRU 1300-NOTE-AS-OF-RANGE-EXIT
055200     END-IF
055300     .
055400 1110-LOAD-ONE-REQUEST-EXIT.
055500     EXIT.
055600*----------------------------------------------------------------
055700*  1120-PROVE-REQUEST  --  THE AS-OF DATE MUST BE PAST, AND THE
055800*  CUSTOMER, ACCOUNT OR LOAN MUST EXIST AND HAVE EXISTED ON IT.
055900*  WHERE AN ACCOUNT OR LOAN REQUEST ALSO NAMES A CUSTOMER, THE
056000*  TWO MUST AGREE - WE DO NOT CONFIRM ONE CUSTOMER'S BALANCE ON
056100*  THE STRENGTH OF ANOTHER'S AUDITOR'S LETTER.
056200*----------------------------------------------------------------
056300 1120-PROVE-REQUEST.
056400     IF AQ-REQUESTING-PARTY = SPACES
056500         MOVE "NO REQUESTING PARTY" TO WS-REJECT-REASON
056600         GO TO 1120-PROVE-REQUEST-EXIT
056700     END-IF
056800     IF AQ-AS-OF-DATE NOT NUMERIC
056900         OR AQ-AS-OF-DATE = ZERO
057000         OR AQ-AS-OF-DATE > WS-TS-DATE
057100         MOVE "AS-OF DATE MISSING OR FUTURE" TO WS-REJECT-REASON
057200         GO TO 1120-PROVE-REQUEST-EXIT
057300     END-IF
057400     EVALUATE TRUE
057500         WHEN AQ-TYPE-CUSTOMER
057600             MOVE ZERO TO WS-REQ-NUMBER (WS-REQUEST-SUB)
057700             MOVE AQ-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
057800             READ CUSTOMER-MASTER-FILE
057900                 KEY IS CM-CUSTOMER-NUMBER
058000                 INVALID KEY
058100                     MOVE "CUSTOMER NOT ON FILE"
058200                         TO WS-REJECT-REASON
058300                     GO TO 1120-PROVE-REQUEST-EXIT
058400             END-READ
058500         WHEN AQ-TYPE-ACCOUNT
058600             MOVE AQ-ACCT-NUMBER TO AM-ACCT-NUMBER
058700             READ ACCOUNT-MASTER-FILE
058800                 KEY IS AM-ACCT-NUMBER
058900                 INVALID KEY
059000                     MOVE "ACCOUNT NOT ON FILE"
059100                         TO WS-REJECT-REASON
059200                     GO TO 1120-PROVE-REQUEST-EXIT
059300             END-READ
059400             IF AM-OPEN-DATE > AQ-AS-OF-DATE
059500                 MOVE "ACCOUNT NOT OPEN ON AS-OF DATE"
059600                     TO WS-REJECT-REASON
059700                 GO TO 1120-PROVE-REQUEST-EXIT
059800             END-IF
059900             MOVE AM-CUSTOMER-NUMBER TO WS-CUSTOMER-OF-ACCOUNT
060000         WHEN AQ-TYPE-LOAN
060100             MOVE AQ-ACCT-NUMBER TO LM-LOAN-NUMBER
060200             READ LOAN-MASTER-FILE
060300                 KEY IS LM-LOAN-NUMBER
060400                 INVALID KEY
060500                     MOVE "LOAN NOT ON FILE"
060600                         TO WS-REJECT-REASON
060700                     GO TO 1120-PROVE-REQUEST-EXIT
060800             END-READ
060900             IF LM-DISBURSEMENT-DATE > AQ-AS-OF-DATE
061000                 MOVE "LOAN NOT DISBURSED BY AS-OF DATE"
061100                     TO WS-REJECT-REASON
061200                 GO TO 1120-PROVE-REQUEST-EXIT
061300             END-IF
061400             MOVE LM-ACCT-NUMBER TO AM-ACCT-NUMBER
061500             READ ACCOUNT-MASTER-FILE
061600                 KEY IS AM-ACCT-NUMBER
061700                 INVALID KEY
061800                     MOVE "LOAN'S ACCOUNT NOT ON FILE"
061900                         TO WS-REJECT-REASON
062000                     GO TO 1120-PROVE-REQUEST-EXIT
062100             END-READ
062200             MOVE AM-CUSTOMER-NUMBER TO WS-CUSTOMER-OF-ACCOUNT
062300         WHEN OTHER
062400             MOVE "REQUEST TYPE NOT C, A OR L" TO WS-REJECT-REASON
062500             GO TO 1120-PROVE-REQUEST-EXIT
062600     END-EVALUATE
062700     IF NOT AQ-TYPE-CUSTOMER
062800         IF AQ-CUSTOMER-NUMBER NOT NUMERIC
062900             OR AQ-CUSTOMER-NUMBER = ZERO
063000             MOVE WS-CUSTOMER-OF-ACCOUNT
063100                 TO WS-REQ-CUSTOMER (WS-REQUEST-SUB)
063200         ELSE
063300             IF AQ-CUSTOMER-NUMBER NOT = WS-CUSTOMER-OF-ACCOUNT
063400                 MOVE "NOT HELD BY THE NAMED CUSTOMER"
063500                     TO WS-REJECT-REASON
063600                 GO TO 1120-PROVE-REQUEST-EXIT
063700             END-IF
063800         END-IF
063900         MOVE WS-CUSTOMER-OF-ACCOUNT TO CM-CUSTOMER-NUMBER
064000         READ CUSTOMER-MASTER-FILE
064100             KEY IS CM-CUSTOMER-NUMBER
064200             INVALID KEY
064300                 MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
064400                 GO TO 1120-PROVE-REQUEST-EXIT
064500         END-READ
064600     END-IF
064700     IF CM-IS-ANONYMIZED
064800         MOVE "CUSTOMER RECORD ANONYMIZED" TO WS-REJECT-REASON
064900     END-IF
065000     .
065100 1120-PROVE-REQUEST-EXIT.
065200     EXIT.
065300*----------------------------------------------------------------
065400*  1200-DRAW-SAMPLE  --  BULK MODE.  EVERY NTH DEPOSIT ACCOUNT
065500*  WHOSE CLOSING BALANCE ON THE AS-OF DATE IS AT OR OVER THE
065600*  MINIMUM, THEN EVERY NTH LOAN WHOSE MONTH-END BALANCE FOR THAT
065700*  MONTH IS, EACH BECOMING AN ACCOUNT OR LOAN REQUEST FROM THE
065800*  AUDITOR.  THE COUNTDOWN RESTARTS FOR THE LOANS.
065900*----------------------------------------------------------------
066000 1200-DRAW-SAMPLE.
066100     MOVE WS-SAMPLE-AS-OF TO WS-MIN-AS-OF
066200     MOVE WS-SAMPLE-AS-OF TO WS-MAX-AS-OF
066300     OPEN INPUT BALANCE-SNAPSHOT-FILE
066400     IF WS-BALSNAP-STATUS NOT = "00"
066500         DISPLAY "AUDCONF: UNABLE TO OPEN BALANCE HISTORY, "
066600             "STATUS = " WS-BALSNAP-STATUS
066700         MOVE 16 TO WS-RH-COMPLETION-CODE
066800         GO TO 1200-DRAW-SAMPLE-EXIT
066900     END-IF
067000     MOVE ZERO TO WS-SAMPLE-COUNTDOWN
067100     PERFORM 1210-SAMPLE-ONE-SNAPSHOT
067200         THRU 1210-SAMPLE-ONE-SNAPSHOT-EXIT
067300         UNTIL NO-MORE-SNAPSHOTS
067400     CLOSE BALANCE-SNAPSHOT-FILE
067500     MOVE 'N' TO WS-SNAP-EOF-SWITCH
067600     IF WS-REQUEST-COUNT = ZERO
067700         DISPLAY "AUDCONF: NO BALANCE HISTORY ROWS FOR "
067800             WS-SAMPLE-AS-OF " - IS IT A BUSINESS DATE?"
067900     END-IF
068000     OPEN INPUT LOAN-AGING-HISTORY-FILE
068100     IF WS-LAGEHIST-STATUS NOT = "00"
068200         DISPLAY "AUDCONF: UNABLE TO OPEN LOAN HISTORY, "
068300             "STATUS = " WS-LAGEHIST-STATUS
068400         MOVE 16 TO WS-RH-COMPLETION-CODE
068500         GO TO 1200-DRAW-SAMPLE-EXIT
068600     END-IF
068700     MOVE ZERO TO WS-SAMPLE-COUNTDOWN
068800     PERFORM 1220-SAMPLE-ONE-LOAN-ROW
068900         THRU 1220-SAMPLE-ONE-LOAN-ROW-EXIT
069000         UNTIL NO-MORE-LOAN-HISTORY
069100     CLOSE LOAN-AGING-HISTORY-FILE
069200     MOVE 'N' TO WS-LAGE-EOF-SWITCH
069300     .
069400 1200-DRAW-SAMPLE-EXIT.
069500     EXIT.
069600*----------------------------------------------------------------
069700 1210-SAMPLE-ONE-SNAPSHOT.
069800     READ BALANCE-SNAPSHOT-FILE
069900         AT END
070000             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
070100             GO TO 1210-SAMPLE-ONE-SNAPSHOT-EXIT
070200     END-READ
070300     IF BS-SNAP-DATE NOT = WS-SAMPLE-AS-OF
070400         OR BS-CLOSING-BALANCE < WS-SAMPLE-MINIMUM
070500         GO TO 1210-SAMPLE-ONE-SNAPSHOT-EXIT
070600     END-IF
070700     ADD 1 TO WS-SAMPLE-QUALIFIED
070800     ADD 1 TO WS-SAMPLE-COUNTDOWN
070900     IF WS-SAMPLE-COUNTDOWN < WS-SAMPLE-INTERVAL
071000         GO TO 1210-SAMPLE-ONE-SNAPSHOT-EXIT
071100     END-IF
071200     MOVE ZERO TO WS-SAMPLE-COUNTDOWN
071300     MOVE BS-ACCT-NUMBER TO AM-ACCT-NUMBER
071400     READ ACCOUNT-MASTER-FILE
071500         KEY IS AM-ACCT-NUMBER
071600         INVALID KEY
071700             GO TO 1210-SAMPLE-ONE-SNAPSHOT-EXIT
071800     END-READ
071900     MOVE 'A' TO AQ-REQUEST-TYPE
072000     MOVE BS-ACCT-NUMBER TO AQ-ACCT-NUMBER
072100     PERFORM 1230-ADD-SAMPLE-REQUEST
072200         THRU 1230-ADD-SAMPLE-REQUEST-EXIT
072300     .
072400 1210-SAMPLE-ONE-SNAPSHOT-EXIT.
072500     EXIT.
072600*----------------------------------------------------------------
072700 1220-SAMPLE-ONE-LOAN-ROW.
072800     READ LOAN-AGING-HISTORY-FILE
072900         AT END
073000             MOVE 'Y' TO WS-LAGE-EOF-SWITCH
073100             GO TO 1220-SAMPLE-ONE-LOAN-ROW-EXIT
073200     END-READ
073300     IF LG-PERIOD NOT = WS-SAMPLE-AS-OF (1:6)
073400         OR LG-BUCKET-CLOSED
073500         OR LG-OUTSTANDING-BALANCE < WS-SAMPLE-MINIMUM
073600         GO TO 1220-SAMPLE-ONE-LOAN-ROW-EXIT
073700     END-IF
073800     ADD 1 TO WS-SAMPLE-QUALIFIED
073900     ADD 1 TO WS-SAMPLE-COUNTDOWN
074000     IF WS-SAMPLE-COUNTDOWN < WS-SAMPLE-INTERVAL
074100         GO TO 1220-SAMPLE-ONE-LOAN-ROW-EXIT
074200     END-IF
074300     MOVE ZERO TO WS-SAMPLE-COUNTDOWN
074400     MOVE LG-LOAN-NUMBER TO LM-LOAN-NUMBER
074500     READ LOAN-MASTER-FILE
074600         KEY IS LM-LOAN-NUMBER
074700         INVALID KEY
074800             GO TO 1220-SAMPLE-ONE-LOAN-ROW-EXIT
074900     END-READ
075000     MOVE LM-ACCT-NUMBER TO AM-ACCT-NUMBER
075100     READ ACCOUNT-MASTER-FILE
075200         KEY IS AM-ACCT-NUMBER
075300         INVALID KEY
075400             GO TO 1220-SAMPLE-ONE-LOAN-ROW-EXIT
075500     END-READ
075600     MOVE 'L' TO AQ-REQUEST-TYPE
075700     MOVE LG-LOAN-NUMBER TO AQ-ACCT-NUMBER
075800     PERFORM 1230-ADD-SAMPLE-REQUEST
075900         THRU 1230-ADD-SAMPLE-REQUEST-EXIT
076000     .
076100 1220-SAMPLE-ONE-LOAN-ROW-EXIT.
076200     EXIT.
076300*----------------------------------------------------------------
076400*  1230-ADD-SAMPLE-REQUEST  --  THE SAMPLED ACCOUNT OR LOAN
076500*  BECOMES A REQUEST FROM THE AUDITOR.  THE LETTER GOES TO THE
076600*  CUSTOMER, SO ONE WHO CANNOT BE WRITTEN TO IS REFUSED HERE
076700*  AND SHOWS ON THE LISTING FOR THE AUDITOR TO PICK ANOTHER.
076800*----------------------------------------------------------------
076900 1230-ADD-SAMPLE-REQUEST.
077000     ADD 1 TO WS-REQUESTS-READ
077100     IF WS-REQUEST-COUNT NOT < 2000
077200         ADD 1 TO WS-REQUESTS-DROPPED
077300         GO TO 1230-ADD-SAMPLE-REQUEST-EXIT
077400     END-IF
077500     ADD 1 TO WS-REQUEST-COUNT
077600     MOVE WS-REQUEST-COUNT TO WS-REQUEST-SUB
077700     MOVE AQ-REQUEST-TYPE  TO WS-REQ-TYPE (WS-REQUEST-SUB)
077800     MOVE AQ-ACCT-NUMBER   TO WS-REQ-NUMBER (WS-REQUEST-SUB)
077900     MOVE AM-CUSTOMER-NUMBER
078000         TO WS-REQ-CUSTOMER (WS-REQUEST-SUB)
078100     MOVE WS-SAMPLE-AS-OF  TO WS-REQ-AS-OF (WS-REQUEST-SUB)
078200     MOVE WS-AUDITOR-NAME  TO WS-REQ-PARTY (WS-REQUEST-SUB)
078300     MOVE "STATUTORY SAMPLE"
078400         TO WS-REQ-REFERENCE (WS-REQUEST-SUB)
078500     MOVE SPACES TO WS-REQ-REASON (WS-REQUEST-SUB)
078600     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
078700     READ CUSTOMER-MASTER-FILE
078800         KEY IS CM-CUSTOMER-NUMBER
078900         INVALID KEY
079000             MOVE "CUSTOMER NOT ON FILE"
079100                 TO WS-REQ-REASON (WS-REQUEST-SUB)
079200             GO TO 1230-ADD-SAMPLE-REQUEST-EXIT
079300     END-READ
079400     EVALUATE TRUE
079500         WHEN CM-IS-ANONYMIZED
079600             MOVE "CUSTOMER RECORD ANONYMIZED"
079700                 TO WS-REQ-REASON (WS-REQUEST-SUB)
079800         WHEN CM-IS-DECEASED
079900             MOVE "CUSTOMER DECEASED"
080000                 TO WS-REQ-REASON (WS-REQUEST-SUB)
080100         WHEN CM-ADDRESS-UNDELIVERABLE
080200             MOVE "ADDRESS UNDELIVERABLE"
080300                 TO WS-REQ-REASON (WS-REQUEST-SUB)
080400         WHEN OTHER
080500             CONTINUE
080600     END-EVALUATE
080700     .
080800 1230-ADD-SAMPLE-REQUEST-EXIT.
080900     EXIT.
081000*----------------------------------------------------------------
081100 1300-NOTE-AS-OF-RANGE.
081200     IF WS-MIN-AS-OF = ZERO
081300         OR AQ-AS-OF-DATE < WS-MIN-AS-OF
081400         MOVE AQ-AS-OF-DATE TO WS-MIN-AS-OF
081500     END-IF
081600     IF AQ-AS-OF-DATE > WS-MAX-AS-OF
081700         MOVE AQ-AS-OF-DATE TO WS-MAX-AS-OF
081800     END-IF
081900     .
082000 1300-NOTE-AS-OF-RANGE-EXIT.
082100     EXIT.
082200*----------------------------------------------------------------
082300*  1500-SET-HISTORY-WINDOWS  --  HOW FAR BACK EACH HISTORY FILE
082400*  IS READ.  INTEREST FROM THE FIRST OF THE EARLIEST AS-OF
082500*  YEAR; DAILY BALANCES FROM TEN DAYS BEFORE THE EARLIEST AS-OF
082600*  DATE (ENOUGH TO BRIDGE A HOLIDAY WEEKEND); MONTH-END LOAN
082700*  BALANCES FROM THE MONTH BEFORE IT.
082800*----------------------------------------------------------------
082900 1500-SET-HISTORY-WINDOWS.
083000     IF WS-MIN-AS-OF = ZERO
083100         MOVE WS-TS-DATE TO WS-MIN-AS-OF
083200         MOVE WS-TS-DATE TO WS-MAX-AS-OF
083300     END-IF
083400     MOVE WS-MIN-AS-OF TO WS-INTEREST-FROM
083500     MOVE "0101" TO WS-INTEREST-FROM (5:4)
083600     COMPUTE WS-DATE-INTEGER =
083700         FUNCTION INTEGER-OF-DATE (WS-MIN-AS-OF) - 10
083800     COMPUTE WS-BALANCE-FROM =
083900         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
084000     COMPUTE WS-DATE-INTEGER =
084100         FUNCTION INTEGER-OF-DATE (WS-MIN-AS-OF) - 31
084200     COMPUTE WS-LOAN-BALANCE-FROM =
084300         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
084400     .
084500 1500-SET-HISTORY-WINDOWS-EXIT.
084600     EXIT.
084700*----------------------------------------------------------------
084800*  2000-RELEASE-HISTORY  --  FIRST SORT INPUT PROCEDURE.  THE
084900*  REQUEST ROWS FIRST, THEN THE HOLDS, ACCRUALS AND BALANCES
085000*  THAT FALL INSIDE THE WINDOWS.
085100*----------------------------------------------------------------
085200 2000-RELEASE-HISTORY.
085300     PERFORM 2100-RELEASE-ONE-REQUEST
085400         THRU 2100-RELEASE-ONE-REQUEST-EXIT
085500         VARYING WS-REQUEST-SUB FROM 1 BY 1
085600         UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
085700     IF WS-CUST-REQ-COUNT > ZERO
085800         PERFORM 2200-RELEASE-CUSTOMER-ACCTS
085900             THRU 2200-RELEASE-CUSTOMER-ACCTS-EXIT
086000         PERFORM 2300-RELEASE-CUSTOMER-LOANS
086100             THRU 2300-RELEASE-CUSTOMER-LOANS-EXIT
086200     END-IF
086300     PERFORM 2400-RELEASE-HOLDS
086400         THRU 2400-RELEASE-HOLDS-EXIT
086500     PERFORM 2500-RELEASE-ACCRUALS
086600         THRU 2500-RELEASE-ACCRUALS-EXIT
086700     PERFORM 2600-RELEASE-BALANCES
086800         THRU 2600-RELEASE-BALANCES-EXIT
086900     PERFORM 2700-RELEASE-LOAN-BALANCES
087000         THRU 2700-RELEASE-LOAN-BALANCES-EXIT
087100     .
087200 2000-RELEASE-HISTORY-EXIT.
087300     EXIT.
087400*----------------------------------------------------------------
087500*  2100-RELEASE-ONE-REQUEST  --  AN ACCOUNT OR LOAN REQUEST IS
087600*  RELEASED STRAIGHT AWAY; A CUSTOMER REQUEST IS SET ASIDE FOR
087700*  THE PASSES OF THE MASTERS.
087800*----------------------------------------------------------------
087900 2100-RELEASE-ONE-REQUEST.
088000     IF WS-REQ-REASON (WS-REQUEST-SUB) NOT = SPACES
088100         GO TO 2100-RELEASE-ONE-REQUEST-EXIT
088200     END-IF
088300     EVALUATE WS-REQ-TYPE (WS-REQUEST-SUB)
088400         WHEN 'C'
088500             IF WS-CUST-REQ-COUNT NOT < 500
088600                 MOVE "CUSTOMER REQUEST TABLE FULL"
088700                     TO WS-REQ-REASON (WS-REQUEST-SUB)
088800                 GO TO 2100-RELEASE-ONE-REQUEST-EXIT
088900             END-IF
089000             ADD 1 TO WS-CUST-REQ-COUNT
089100             MOVE WS-REQ-CUSTOMER (WS-REQUEST-SUB)
089200                 TO WS-CR-CUSTOMER (WS-CUST-REQ-COUNT)
089300             MOVE WS-REQ-AS-OF (WS-REQUEST-SUB)
089400                 TO WS-CR-AS-OF (WS-CUST-REQ-COUNT)
089500             MOVE WS-REQUEST-SUB
089600                 TO WS-CR-SEQ (WS-CUST-REQ-COUNT)
089700         WHEN 'A'
089800             MOVE WS-REQ-NUMBER (WS-REQUEST-SUB)
089900                 TO AM-ACCT-NUMBER
090000             READ ACCOUNT-MASTER-FILE
090100                 KEY IS AM-ACCT-NUMBER
090200                 INVALID KEY
090300                     GO TO 2100-RELEASE-ONE-REQUEST-EXIT
090400             END-READ
090500             MOVE WS-REQ-AS-OF (WS-REQUEST-SUB) TO CW-DATE
090600             MOVE WS-REQUEST-SUB TO CW-REQUEST-SEQ
090700             MOVE 'A' TO CW-REQUEST-TYPE
090800             PERFORM 2150-RELEASE-ACCOUNT-REQUEST
090900                 THRU 2150-RELEASE-ACCOUNT-REQUEST-EXIT
091000         WHEN 'L'
091100             MOVE WS-REQ-NUMBER (WS-REQUEST-SUB)
091200                 TO LM-LOAN-NUMBER
091300             READ LOAN-MASTER-FILE
091400                 KEY IS LM-LOAN-NUMBER
091500                 INVALID KEY
091600                     GO TO 2100-RELEASE-ONE-REQUEST-EXIT
091700             END-READ
091800             MOVE LM-ACCT-NUMBER TO AM-ACCT-NUMBER
091900             READ ACCOUNT-MASTER-FILE
092000                 KEY IS AM-ACCT-NUMBER
092100                 INVALID KEY
092200                     MOVE SPACES TO AM-CURRENCY-CODE
092300             END-READ
092400             MOVE WS-REQ-AS-OF (WS-REQUEST-SUB) TO CW-DATE
092500             MOVE WS-REQUEST-SUB TO CW-REQUEST-SEQ
092600             MOVE 'L' TO CW-REQUEST-TYPE
092700             PERFORM 2160-RELEASE-LOAN-REQUEST
092800                 THRU 2160-RELEASE-LOAN-REQUEST-EXIT
092900         WHEN OTHER
093000             CONTINUE
093100     END-EVALUATE
093200     .
093300 2100-RELEASE-ONE-REQUEST-EXIT.
093400     EXIT.
093500*----------------------------------------------------------------
093600*  2150/2160  --  BUILD AND RELEASE THE REQUEST ROW FOR THE
093700*  ACCOUNT OR LOAN NOW IN THE RECORD AREA.  THE CALLER HAS SET
093800*  THE AS-OF DATE, THE REQUEST SEQUENCE AND THE REQUEST TYPE.
093900*----------------------------------------------------------------
094000 2150-RELEASE-ACCOUNT-REQUEST.
094100     MOVE 'D'                    TO CW-CLASS
094200     MOVE AM-ACCT-NUMBER         TO CW-NUMBER
094300     MOVE '4'                    TO CW-KIND
094400     MOVE ZERO                   TO CW-AMOUNT
094500     MOVE ZERO                   TO CW-HOLD-ID
094600     MOVE SPACE                  TO CW-HOLD-TYPE
094700     MOVE ZERO                   TO CW-EXPIRY-DATE
094800     MOVE AM-STATUS-CODE         TO CW-STATUS-CODE
094900     MOVE ZERO                   TO CW-RELEASED-DATE
095000     MOVE AM-TYPE-CODE           TO CW-TYPE-CODE
095100     MOVE AM-CURRENCY-CODE       TO CW-CURRENCY-CODE
095200     MOVE AM-CLOSE-DATE          TO CW-CLOSE-DATE
095300     MOVE AM-FD-LIEN-FLAG        TO CW-LIEN-FLAG
095400     MOVE AM-FD-LIEN-LOAN-NUMBER TO CW-LIEN-LOAN-NUMBER
095500     MOVE ZERO                   TO CW-ANNUAL-RATE
095600     MOVE SPACE                  TO CW-DAY-COUNT
095700     MOVE ZERO                   TO CW-NEXT-DUE-DATE
095800     MOVE ZERO                   TO CW-DISBURSEMENT-DATE
095900     RELEASE CONFIRM-SORT-RECORD
096000     .
096100 2150-RELEASE-ACCOUNT-REQUEST-EXIT.
096200     EXIT.
096300*----------------------------------------------------------------
096400 2160-RELEASE-LOAN-REQUEST.
096500     MOVE 'L'                    TO CW-CLASS
096600     MOVE LM-LOAN-NUMBER         TO CW-NUMBER
096700     MOVE '4'                    TO CW-KIND
096800     MOVE LM-PRINCIPAL           TO CW-AMOUNT
096900     MOVE ZERO                   TO CW-HOLD-ID
097000     MOVE SPACE                  TO CW-HOLD-TYPE
097100     MOVE ZERO                   TO CW-EXPIRY-DATE
097200     MOVE LM-LOAN-STATUS         TO CW-STATUS-CODE
097300     MOVE ZERO                   TO CW-RELEASED-DATE
097400     MOVE LM-PRODUCT-CODE        TO CW-TYPE-CODE
097500     MOVE AM-CURRENCY-CODE       TO CW-CURRENCY-CODE
097600     MOVE ZERO                   TO CW-CLOSE-DATE
097700     MOVE SPACE                  TO CW-LIEN-FLAG
097800     MOVE ZERO                   TO CW-LIEN-LOAN-NUMBER
097900     MOVE LM-ANNUAL-RATE         TO CW-ANNUAL-RATE
098000     MOVE LM-DAY-COUNT           TO CW-DAY-COUNT
098100     MOVE LM-NEXT-DUE-DATE       TO CW-NEXT-DUE-DATE
098200     MOVE LM-DISBURSEMENT-DATE   TO CW-DISBURSEMENT-DATE
098300     RELEASE CONFIRM-SORT-RECORD
098400     .
098500 2160-RELEASE-LOAN-REQUEST-EXIT.
098600     EXIT.
098700*----------------------------------------------------------------
098800*  2200-RELEASE-CUSTOMER-ACCTS  --  ONE PASS OF THE ACCOUNT
098900*  MASTER.  AN ACCOUNT IS HELD ON A CUSTOMER REQUEST'S DATE IF
099000*  IT WAS OPENED BY THEN AND NOT CLOSED BEFORE IT.
099100*----------------------------------------------------------------
099200 2200-RELEASE-CUSTOMER-ACCTS.
099300     MOVE ZERO TO AM-ACCT-NUMBER
099400     START ACCOUNT-MASTER-FILE
099500         KEY IS NOT LESS THAN AM-ACCT-NUMBER
099600         INVALID KEY
099700             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
099800     END-START
099900     PERFORM 2210-MATCH-ONE-ACCOUNT
100000         THRU 2210-MATCH-ONE-ACCOUNT-EXIT
100100         UNTIL NO-MORE-ACCOUNTS
100200     .
100300 2200-RELEASE-CUSTOMER-ACCTS-EXIT.
100400     EXIT.
100500*----------------------------------------------------------------
100600 2210-MATCH-ONE-ACCOUNT.
100700     READ ACCOUNT-MASTER-FILE NEXT RECORD
100800         AT END
100900             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
101000             GO TO 2210-MATCH-ONE-ACCOUNT-EXIT
101100     END-READ
101200     PERFORM 2220-MATCH-ACCOUNT-TO-REQUEST
101300         THRU 2220-MATCH-ACCOUNT-TO-REQUEST-EXIT
101400         VARYING WS-CUST-SUB FROM 1 BY 1
101500         UNTIL WS-CUST-SUB > WS-CUST-REQ-COUNT
101600     .
101700 2210-MATCH-ONE-ACCOUNT-EXIT.
101800     EXIT.
101900*----------------------------------------------------------------
102000 2220-MATCH-ACCOUNT-TO-REQUEST.
102100     IF AM-CUSTOMER-NUMBER NOT = WS-CR-CUSTOMER (WS-CUST-SUB)
102200         GO TO 2220-MATCH-ACCOUNT-TO-REQUEST-EXIT
102300     END-IF
102400     IF AM-OPEN-DATE > WS-CR-AS-OF (WS-CUST-SUB)
102500         GO TO 2220-MATCH-ACCOUNT-TO-REQUEST-EXIT
102600     END-IF
102700     IF AM-CLOSE-DATE NOT = ZERO
102800         AND AM-CLOSE-DATE NOT > WS-CR-AS-OF (WS-CUST-SUB)
102900         GO TO 2220-MATCH-ACCOUNT-TO-REQUEST-EXIT
103000     END-IF
103100     MOVE WS-CR-AS-OF (WS-CUST-SUB) TO CW-DATE
103200     MOVE WS-CR-SEQ (WS-CUST-SUB)   TO CW-REQUEST-SEQ
103300     MOVE 'C' TO CW-REQUEST-TYPE
103400     PERFORM 2150-RELEASE-ACCOUNT-REQUEST
103500         THRU 2150-RELEASE-ACCOUNT-REQUEST-EXIT
103600     .
103700 2220-MATCH-ACCOUNT-TO-REQUEST-EXIT.
103800     EXIT.
103900*----------------------------------------------------------------
104000*  2300-RELEASE-CUSTOMER-LOANS  --  ONE PASS OF THE LOAN MASTER,
104100*  FINDING EACH LOAN'S CUSTOMER THROUGH ITS REPAYMENT ACCOUNT.
104200*  A LOAN IS HELD ON THE DATE IF IT WAS DISBURSED BY THEN; ONE
104300*  ALREADY CLOSED BY THEN IS DROPPED WHEN ITS HISTORY SAYS SO.
104400*----------------------------------------------------------------
104500 2300-RELEASE-CUSTOMER-LOANS.
104600     MOVE ZERO TO LM-LOAN-NUMBER
104700     START LOAN-MASTER-FILE
104800         KEY IS NOT LESS THAN LM-LOAN-NUMBER
104900         INVALID KEY
105000             MOVE 'Y' TO WS-LOAN-EOF-SWITCH
105100     END-START
105200     PERFORM 2310-MATCH-ONE-LOAN
105300         THRU 2310-MATCH-ONE-LOAN-EXIT
105400         UNTIL NO-MORE-LOANS
105500     .
105600 2300-RELEASE-CUSTOMER-LOANS-EXIT.
105700     EXIT.
105800*----------------------------------------------------------------
105900 2310-MATCH-ONE-LOAN.
106000     READ LOAN-MASTER-FILE NEXT RECORD
106100         AT END
106200             MOVE 'Y' TO WS-LOAN-EOF-SWITCH
106300             GO TO 2310-MATCH-ONE-LOAN-EXIT
106400     END-READ
106500     MOVE LM-ACCT-NUMBER TO AM-ACCT-NUMBER
106600     READ ACCOUNT-MASTER-FILE
106700         KEY IS AM-ACCT-NUMBER
106800         INVALID KEY
106900             GO TO 2310-MATCH-ONE-LOAN-EXIT
107000     END-READ
107100     PERFORM 2320-MATCH-LOAN-TO-REQUEST
107200         THRU 2320-MATCH-LOAN-TO-REQUEST-EXIT
107300         VARYING WS-CUST-SUB FROM 1 BY 1
107400         UNTIL WS-CUST-SUB > WS-CUST-REQ-COUNT
107500     .
107600 2310-MATCH-ONE-LOAN-EXIT.
107700     EXIT.
107800*----------------------------------------------------------------
107900 2320-MATCH-LOAN-TO-REQUEST.
108000     IF AM-CUSTOMER-NUMBER NOT = WS-CR-CUSTOMER (WS-CUST-SUB)
108100         GO TO 2320-MATCH-LOAN-TO-REQUEST-EXIT
108200     END-IF
108300     IF LM-DISBURSEMENT-DATE > WS-CR-AS-OF (WS-CUST-SUB)
108400         GO TO 2320-MATCH-LOAN-TO-REQUEST-EXIT
108500     END-IF
108600     MOVE WS-CR-AS-OF (WS-CUST-SUB) TO CW-DATE
108700     MOVE WS-CR-SEQ (WS-CUST-SUB)   TO CW-REQUEST-SEQ
108800     MOVE 'C' TO CW-REQUEST-TYPE
108900     PERFORM 2160-RELEASE-LOAN-REQUEST
109000         THRU 2160-RELEASE-LOAN-REQUEST-EXIT
109100     .
109200 2320-MATCH-LOAN-TO-REQUEST-EXIT.
109300     EXIT.
109400*----------------------------------------------------------------
109500*  2400-RELEASE-HOLDS  --  EVERY HOLD PLACED BY THE LATEST AS-OF
109600*  DATE THAT WAS STILL IN FORCE ON OR AFTER THE EARLIEST ONE.
109700*  A RELEASED OR EXPIRED HOLD WITHOUT A RELEASE DATE CANNOT BE
109800*  PLACED IN TIME AND IS LEFT OUT.
109900*----------------------------------------------------------------
110000 2400-RELEASE-HOLDS.
110100     OPEN INPUT FUNDS-HOLD-FILE
110200     IF WS-HOLDFILE-STATUS NOT = "00"
110300         DISPLAY "AUDCONF: UNABLE TO OPEN HOLD FILE, "
110400             "STATUS = " WS-HOLDFILE-STATUS
110500             " - LETTERS WILL SHOW NO HOLDS"
110600         GO TO 2400-RELEASE-HOLDS-EXIT
110700     END-IF
110800     PERFORM 2410-RELEASE-ONE-HOLD
110900         THRU 2410-RELEASE-ONE-HOLD-EXIT
111000         UNTIL NO-MORE-HOLDS
111100     CLOSE FUNDS-HOLD-FILE
111200     .
111300 2400-RELEASE-HOLDS-EXIT.
111400     EXIT.
111500*----------------------------------------------------------------
111600 2410-RELEASE-ONE-HOLD.
111700     READ FUNDS-HOLD-FILE NEXT RECORD
111800         AT END
111900             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
112000             GO TO 2410-RELEASE-ONE-HOLD-EXIT
112100     END-READ
112200     IF HD-PLACED-DATE > WS-MAX-AS-OF
112300         GO TO 2410-RELEASE-ONE-HOLD-EXIT
112400     END-IF
112500     IF HD-EXPIRY-DATE NOT = ZERO
112600         AND HD-EXPIRY-DATE < WS-MIN-AS-OF
112700         GO TO 2410-RELEASE-ONE-HOLD-EXIT
112800     END-IF
112900     IF NOT HD-HOLD-ACTIVE
113000         IF HD-RELEASED-DATE = ZERO
113100             OR HD-RELEASED-DATE NOT > WS-MIN-AS-OF
113200             GO TO 2410-RELEASE-ONE-HOLD-EXIT
113300         END-IF
113400     END-IF
113500     INITIALIZE CONFIRM-SORT-RECORD
113600     MOVE 'D'              TO CW-CLASS
113700     MOVE HD-ACCT-NUMBER   TO CW-NUMBER
113800     MOVE HD-PLACED-DATE   TO CW-DATE
113900     MOVE '1'              TO CW-KIND
114000     MOVE HD-AMOUNT        TO CW-AMOUNT
114100     MOVE HD-HOLD-ID       TO CW-HOLD-ID
114200     MOVE HD-HOLD-TYPE     TO CW-HOLD-TYPE
114300     MOVE HD-EXPIRY-DATE   TO CW-EXPIRY-DATE
114400     MOVE HD-STATUS-CODE   TO CW-STATUS-CODE
114500     MOVE HD-RELEASED-DATE TO CW-RELEASED-DATE
114600     RELEASE CONFIRM-SORT-RECORD
114700     .
114800 2410-RELEASE-ONE-HOLD-EXIT.
114900     EXIT.
115000*----------------------------------------------------------------
115100*  2500-RELEASE-ACCRUALS  --  DEPOSIT INTEREST CREDITED FROM THE
115200*  FIRST OF THE EARLIEST AS-OF YEAR.  THE LOAN ROWS LOAN-ACCRUE
115300*  WRITES TO THE SAME REGISTER ARE NOT WANTED - LOAN INTEREST
115400*  IS WORKED OUT FROM THE DUE DATE INSTEAD.
115500*----------------------------------------------------------------
115600 2500-RELEASE-ACCRUALS.
115700     OPEN INPUT INTEREST-ACCRUAL-REGISTER
115800     IF WS-INTRACCR-STATUS NOT = "00"
115900         DISPLAY "AUDCONF: UNABLE TO OPEN ACCRUAL REGISTER, "
116000             "STATUS = " WS-INTRACCR-STATUS
116100             " - LETTERS WILL SHOW NO INTEREST"
116200         GO TO 2500-RELEASE-ACCRUALS-EXIT
116300     END-IF
116400     PERFORM 2510-RELEASE-ONE-ACCRUAL
116500         THRU 2510-RELEASE-ONE-ACCRUAL-EXIT
116600         UNTIL NO-MORE-ACCRUALS
116700     CLOSE INTEREST-ACCRUAL-REGISTER
116800     .
116900 2500-RELEASE-ACCRUALS-EXIT.
117000     EXIT.
117100*----------------------------------------------------------------
117200 2510-RELEASE-ONE-ACCRUAL.
117300     READ INTEREST-ACCRUAL-REGISTER
117400         AT END
117500             MOVE 'Y' TO WS-INTR-EOF-SWITCH
117600             GO TO 2510-RELEASE-ONE-ACCRUAL-EXIT
117700     END-READ
117800     IF IR-TYPE-CODE = 'L'
117900         OR IR-ACCRUAL-DATE < WS-INTEREST-FROM
118000         OR IR-ACCRUAL-DATE > WS-MAX-AS-OF
118100         GO TO 2510-RELEASE-ONE-ACCRUAL-EXIT
118200     END-IF
118300     INITIALIZE CONFIRM-SORT-RECORD
118400     MOVE 'D'                TO CW-CLASS
118500     MOVE IR-ACCT-NUMBER     TO CW-NUMBER
118600     MOVE IR-ACCRUAL-DATE    TO CW-DATE
118700     MOVE '2'                TO CW-KIND
118800     MOVE IR-INTEREST-AMOUNT TO CW-AMOUNT
118900     RELEASE CONFIRM-SORT-RECORD
119000     .
119100 2510-RELEASE-ONE-ACCRUAL-EXIT.
119200     EXIT.
119300*----------------------------------------------------------------
119400*  2600-RELEASE-BALANCES  --  DAILY CLOSING BALANCES INSIDE THE
119500*  DEPOSIT WINDOW.
119600*----------------------------------------------------------------
119700 2600-RELEASE-BALANCES.
119800     OPEN INPUT BALANCE-SNAPSHOT-FILE
119900     IF WS-BALSNAP-STATUS NOT = "00"
120000         DISPLAY "AUDCONF: UNABLE TO OPEN BALANCE HISTORY, "
120100             "STATUS = " WS-BALSNAP-STATUS
120200         MOVE 16 TO WS-RH-COMPLETION-CODE
120300         GO TO 2600-RELEASE-BALANCES-EXIT
120400     END-IF
120500     PERFORM 2610-RELEASE-ONE-BALANCE
120600         THRU 2610-RELEASE-ONE-BALANCE-EXIT
120700         UNTIL NO-MORE-SNAPSHOTS
120800     CLOSE BALANCE-SNAPSHOT-FILE
120900     .
121000 2600-RELEASE-BALANCES-EXIT.
121100     EXIT.
121200*----------------------------------------------------------------
121300 2610-RELEASE-ONE-BALANCE.
121400     READ BALANCE-SNAPSHOT-FILE
121500         AT END
121600             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
121700             GO TO 2610-RELEASE-ONE-BALANCE-EXIT
121800     END-READ
121900     IF BS-SNAP-DATE < WS-BALANCE-FROM
122000         OR BS-SNAP-DATE > WS-MAX-AS-OF
122100         GO TO 2610-RELEASE-ONE-BALANCE-EXIT
122200     END-IF
122300     INITIALIZE CONFIRM-SORT-RECORD
122400     MOVE 'D'                TO CW-CLASS
122500     MOVE BS-ACCT-NUMBER     TO CW-NUMBER
122600     MOVE BS-SNAP-DATE       TO CW-DATE
122700     MOVE '3'                TO CW-KIND
122800     MOVE BS-CLOSING-BALANCE TO CW-AMOUNT
122900     MOVE BS-STATUS-CODE     TO CW-STATUS-CODE
123000     RELEASE CONFIRM-SORT-RECORD
123100     .
123200 2610-RELEASE-ONE-BALANCE-EXIT.
123300     EXIT.
123400*----------------------------------------------------------------
123500*  2700-RELEASE-LOAN-BALANCES  --  MONTH-END LOAN BALANCES
123600*  INSIDE THE LOAN WINDOW, WITH THE AGING BUCKET AS STATUS.
123700*----------------------------------------------------------------
123800 2700-RELEASE-LOAN-BALANCES.
123900     OPEN INPUT LOAN-AGING-HISTORY-FILE
124000     IF WS-LAGEHIST-STATUS NOT = "00"
124100         DISPLAY "AUDCONF: UNABLE TO OPEN LOAN HISTORY, "
124200             "STATUS = " WS-LAGEHIST-STATUS
124300         MOVE 16 TO WS-RH-COMPLETION-CODE
124400         GO TO 2700-RELEASE-LOAN-BALANCES-EXIT
124500     END-IF
124600     PERFORM 2710-RELEASE-ONE-LOAN-BALANCE
124700         THRU 2710-RELEASE-ONE-LOAN-BALANCE-EXIT
124800         UNTIL NO-MORE-LOAN-HISTORY
124900     CLOSE LOAN-AGING-HISTORY-FILE
125000     .
125100 2700-RELEASE-LOAN-BALANCES-EXIT.
125200     EXIT.
125300*----------------------------------------------------------------
125400 2710-RELEASE-ONE-LOAN-BALANCE.
125500     READ LOAN-AGING-HISTORY-FILE
125600         AT END
125700             MOVE 'Y' TO WS-LAGE-EOF-SWITCH
125800             GO TO 2710-RELEASE-ONE-LOAN-BALANCE-EXIT
125900     END-READ
126000     IF LG-SNAPSHOT-DATE < WS-LOAN-BALANCE-FROM
126100         OR LG-SNAPSHOT-DATE > WS-MAX-AS-OF
126200         GO TO 2710-RELEASE-ONE-LOAN-BALANCE-EXIT
126300     END-IF
126400     INITIALIZE CONFIRM-SORT-RECORD
126500     MOVE 'L'                    TO CW-CLASS
126600     MOVE LG-LOAN-NUMBER         TO CW-NUMBER
126700     MOVE LG-SNAPSHOT-DATE       TO CW-DATE
126800     MOVE '3'                    TO CW-KIND
126900     MOVE LG-OUTSTANDING-BALANCE TO CW-AMOUNT
127000     MOVE LG-BUCKET              TO CW-STATUS-CODE
127100     RELEASE CONFIRM-SORT-RECORD
127200     .
127300 2710-RELEASE-ONE-LOAN-BALANCE-EXIT.
127400     EXIT.
127500*----------------------------------------------------------------
127600*  3000-STATE-AS-OF  --  FIRST SORT OUTPUT PROCEDURE.  WALK EACH
127700*  ACCOUNT'S AND LOAN'S HISTORY FORWARD IN DATE ORDER; AT EACH
127800*  REQUEST ROW WRITE ITS LINES AS THEY STOOD ON THAT DATE.
127900*----------------------------------------------------------------
128000 3000-STATE-AS-OF.
128100     OPEN OUTPUT CONFIRM-DETAIL-FILE
128200     IF WS-AUDCDETL-STATUS NOT = "00"
128300         DISPLAY "AUDCONF: UNABLE TO OPEN DETAIL WORK FILE, "
128400             "STATUS = " WS-AUDCDETL-STATUS
128500         MOVE 16 TO WS-RH-COMPLETION-CODE
128600         GO TO 3000-STATE-AS-OF-EXIT
128700     END-IF
128800     MOVE SPACE TO WS-CUR-CLASS
128900     MOVE ZERO  TO WS-CUR-NUMBER
129000     PERFORM 3100-WORK-ONE-ROW
129100         THRU 3100-WORK-ONE-ROW-EXIT
129200         UNTIL NO-MORE-SORTED-ROWS
129300     CLOSE CONFIRM-DETAIL-FILE
129400     .
129500 3000-STATE-AS-OF-EXIT.
129600     EXIT.
129700*----------------------------------------------------------------
129800 3100-WORK-ONE-ROW.
129900     RETURN CONFIRM-SORT-FILE
130000         AT END
130100             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
130200             GO TO 3100-WORK-ONE-ROW-EXIT
130300     END-RETURN
130400     IF CW-CLASS NOT = WS-CUR-CLASS
130500         OR CW-NUMBER NOT = WS-CUR-NUMBER
130600         MOVE CW-CLASS  TO WS-CUR-CLASS
130700         MOVE CW-NUMBER TO WS-CUR-NUMBER
130800         MOVE ZERO  TO WS-INT-YEAR
130900         MOVE ZERO  TO WS-INT-YTD
131000         MOVE 'N'   TO WS-BAL-FOUND-FLAG
131100         MOVE ZERO  TO WS-BAL-DATE
131200         MOVE ZERO  TO WS-BAL-AMOUNT
131300         MOVE SPACE TO WS-BAL-STATUS
131400         MOVE ZERO  TO WS-HOLD-COUNT
131500     END-IF
131600     EVALUATE TRUE
131700         WHEN CW-HOLD-ROW
131800             PERFORM 3150-KEEP-HOLD
131900                 THRU 3150-KEEP-HOLD-EXIT
132000         WHEN CW-INTEREST-ROW
132100             IF CW-DATE-YEAR NOT = WS-INT-YEAR
132200                 MOVE CW-DATE-YEAR TO WS-INT-YEAR
132300                 MOVE ZERO TO WS-INT-YTD
132400             END-IF
132500             ADD CW-AMOUNT TO WS-INT-YTD
132600         WHEN CW-BALANCE-ROW
132700             MOVE 'Y'            TO WS-BAL-FOUND-FLAG
132800             MOVE CW-DATE        TO WS-BAL-DATE
132900             MOVE CW-AMOUNT      TO WS-BAL-AMOUNT
133000             MOVE CW-STATUS-CODE TO WS-BAL-STATUS
133100         WHEN CW-REQUEST-ROW AND CW-DEPOSIT
133200             PERFORM 3200-STATE-DEPOSIT
133300                 THRU 3200-STATE-DEPOSIT-EXIT
133400         WHEN CW-REQUEST-ROW AND CW-LOAN
133500             PERFORM 3300-STATE-LOAN
133600                 THRU 3300-STATE-LOAN-EXIT
133700     END-EVALUATE
133800     .
133900 3100-WORK-ONE-ROW-EXIT.
134000     EXIT.
134100*----------------------------------------------------------------
134200 3150-KEEP-HOLD.
134300     IF WS-HOLD-COUNT NOT < 50
134400         ADD 1 TO WS-HOLD-OVERFLOWS
134500         DISPLAY "AUDCONF: MORE THAN 50 HOLDS ON ACCOUNT "
134600             CW-NUMBER " - HOLD " CW-HOLD-ID " NOT SHOWN"
134700         GO TO 3150-KEEP-HOLD-EXIT
134800     END-IF
134900     ADD 1 TO WS-HOLD-COUNT
135000     MOVE CW-HOLD-ID       TO WS-HT-ID (WS-HOLD-COUNT)
135100     MOVE CW-HOLD-TYPE     TO WS-HT-TYPE (WS-HOLD-COUNT)
135200     MOVE CW-AMOUNT        TO WS-HT-AMOUNT (WS-HOLD-COUNT)
135300     MOVE CW-DATE          TO WS-HT-PLACED (WS-HOLD-COUNT)
135400     MOVE CW-EXPIRY-DATE   TO WS-HT-EXPIRY (WS-HOLD-COUNT)
135500     MOVE CW-STATUS-CODE   TO WS-HT-STATUS (WS-HOLD-COUNT)
135600     MOVE CW-RELEASED-DATE TO WS-HT-RELEASED (WS-HOLD-COUNT)
135700     .
135800 3150-KEEP-HOLD-EXIT.
135900     EXIT.
136000*----------------------------------------------------------------
136100*  3200-STATE-DEPOSIT  --  THE BALANCE LINE (NIL IF THE ACCOUNT
136200*  CLOSED ON OR BEFORE THE DATE), A LINE PER HOLD IN FORCE ON
136300*  THE DATE, AND THE LIEN LINE FOR A PLEDGED FIXED DEPOSIT.
136400*----------------------------------------------------------------
136500 3200-STATE-DEPOSIT.
136600     INITIALIZE CONFIRM-DETAIL-RECORD
136700     MOVE CW-REQUEST-SEQ   TO CD-REQUEST-SEQ
136800     MOVE 'D'              TO CD-CLASS
136900     MOVE CW-NUMBER        TO CD-NUMBER
137000     MOVE 'B'              TO CD-LINE-KIND
137100     MOVE CW-TYPE-CODE     TO CD-TYPE-CODE
137200     MOVE CW-CURRENCY-CODE TO CD-CURRENCY-CODE
137300     MOVE SPACE            TO CD-STATE
137400     IF CW-CLOSE-DATE NOT = ZERO
137500         AND CW-CLOSE-DATE NOT > CW-DATE
137600         MOVE 'Y'           TO CD-FOUND-FLAG
137700         MOVE 'C'           TO CD-STATE
137800         MOVE CW-CLOSE-DATE TO CD-BALANCE-DATE
137900         MOVE ZERO          TO CD-BALANCE
138000     ELSE
138100         MOVE WS-BAL-FOUND-FLAG TO CD-FOUND-FLAG
138200         MOVE WS-BAL-DATE       TO CD-BALANCE-DATE
138300         MOVE WS-BAL-AMOUNT     TO CD-BALANCE
138400     END-IF
138500     IF WS-INT-YEAR = CW-DATE-YEAR
138600         MOVE WS-INT-YTD TO CD-INTEREST
138700     ELSE
138800         MOVE ZERO TO CD-INTEREST
138900     END-IF
139000     PERFORM 3900-WRITE-DETAIL
139100         THRU 3900-WRITE-DETAIL-EXIT
139200     PERFORM 3210-STATE-ONE-HOLD
139300         THRU 3210-STATE-ONE-HOLD-EXIT
139400         VARYING WS-HOLD-SUB FROM 1 BY 1
139500         UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
139600     IF CW-LIEN-FLAG = 'Y'
139700         INITIALIZE CONFIRM-DETAIL-RECORD
139800         MOVE CW-REQUEST-SEQ      TO CD-REQUEST-SEQ
139900         MOVE 'D'                 TO CD-CLASS
140000         MOVE CW-NUMBER           TO CD-NUMBER
140100         MOVE 'N'                 TO CD-LINE-KIND
140200         MOVE CW-LIEN-LOAN-NUMBER TO CD-LIEN-LOAN-NUMBER
140300         PERFORM 3900-WRITE-DETAIL
140400             THRU 3900-WRITE-DETAIL-EXIT
140500     END-IF
140600     .
140700 3200-STATE-DEPOSIT-EXIT.
140800     EXIT.
140900*----------------------------------------------------------------
141000*  3210-STATE-ONE-HOLD  --  IN FORCE ON THE DATE IF NOT YET
141100*  EXPIRED BY ITS EXPIRY DATE AND EITHER STILL ACTIVE OR
141200*  RELEASED ONLY AFTER THE DATE.  EVERY HOLD IN THE TABLE WAS
141300*  PLACED ON OR BEFORE IT.
141400*----------------------------------------------------------------
141500 3210-STATE-ONE-HOLD.
141600     IF WS-HT-EXPIRY (WS-HOLD-SUB) NOT = ZERO
141700         AND WS-HT-EXPIRY (WS-HOLD-SUB) < CW-DATE
141800         GO TO 3210-STATE-ONE-HOLD-EXIT
141900     END-IF
142000     IF WS-HT-STATUS (WS-HOLD-SUB) NOT = 'A'
142100         AND WS-HT-RELEASED (WS-HOLD-SUB) NOT > CW-DATE
142200         GO TO 3210-STATE-ONE-HOLD-EXIT
142300     END-IF
142400     INITIALIZE CONFIRM-DETAIL-RECORD
142500     MOVE CW-REQUEST-SEQ              TO CD-REQUEST-SEQ
142600     MOVE 'D'                         TO CD-CLASS
142700     MOVE CW-NUMBER                   TO CD-NUMBER
142800     MOVE 'H'                         TO CD-LINE-KIND
142900     MOVE WS-HT-ID (WS-HOLD-SUB)      TO CD-HOLD-ID
143000     MOVE WS-HT-TYPE (WS-HOLD-SUB)    TO CD-HOLD-TYPE
143100     MOVE WS-HT-AMOUNT (WS-HOLD-SUB)  TO CD-HOLD-AMOUNT
143200     MOVE WS-HT-PLACED (WS-HOLD-SUB)  TO CD-PLACED-DATE
143300     MOVE WS-HT-EXPIRY (WS-HOLD-SUB)  TO CD-EXPIRY-DATE
143400     PERFORM 3900-WRITE-DETAIL
143500         THRU 3900-WRITE-DETAIL-EXIT
143600     .
143700 3210-STATE-ONE-HOLD-EXIT.
143800     EXIT.
143900*----------------------------------------------------------------
144000*  3300-STATE-LOAN  --  THE LATEST MONTH-END BALANCE ON OR
144100*  BEFORE THE DATE, OR THE AMOUNT DISBURSED WHEN THE LOAN IS
144200*  NEWER THAN THE LAST MONTH-END, WITH INTEREST ACCRUED FROM THE
144300*  LAST DUE DATE.  A LOAN ALREADY CLOSED BY THEN IS LEFT OFF A
144400*  CUSTOMER LETTER AND SHOWN NIL ON AN ACCOUNT OR LOAN ONE.
144500*----------------------------------------------------------------
144600 3300-STATE-LOAN.
144700     INITIALIZE CONFIRM-DETAIL-RECORD
144800     MOVE CW-REQUEST-SEQ   TO CD-REQUEST-SEQ
144900     MOVE 'L'              TO CD-CLASS
145000     MOVE CW-NUMBER        TO CD-NUMBER
145100     MOVE 'B'              TO CD-LINE-KIND
145200     MOVE CW-TYPE-CODE     TO CD-TYPE-CODE
145300     MOVE CW-CURRENCY-CODE TO CD-CURRENCY-CODE
145400     MOVE SPACE            TO CD-STATE
145500     MOVE ZERO             TO CD-INTEREST
145600     COMPUTE WS-DATE-INTEGER =
145700         FUNCTION INTEGER-OF-DATE (CW-DATE) - 31
145800     COMPUTE WS-LOAN-WINDOW-START =
145900         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
146000     EVALUATE TRUE
146100         WHEN WS-BAL-FOUND AND WS-BAL-STATUS = 'L'
146200             IF CW-REQUEST-TYPE = 'C'
146300                 GO TO 3300-STATE-LOAN-EXIT
146400             END-IF
146500             MOVE 'Y'         TO CD-FOUND-FLAG
146600             MOVE 'C'         TO CD-STATE
146700             MOVE WS-BAL-DATE TO CD-BALANCE-DATE
146800             MOVE ZERO        TO CD-BALANCE
146900         WHEN WS-BAL-FOUND AND WS-BAL-STATUS = 'O'
147000             MOVE 'Y'           TO CD-FOUND-FLAG
147100             MOVE 'O'           TO CD-STATE
147200             MOVE WS-BAL-DATE   TO CD-BALANCE-DATE
147300             MOVE WS-BAL-AMOUNT TO CD-BALANCE
147400         WHEN WS-BAL-FOUND
147500             MOVE 'Y'           TO CD-FOUND-FLAG
147600             MOVE WS-BAL-DATE   TO CD-BALANCE-DATE
147700             MOVE WS-BAL-AMOUNT TO CD-BALANCE
147800             PERFORM 3310-LOAN-INTEREST
147900                 THRU 3310-LOAN-INTEREST-EXIT
148000         WHEN CW-DISBURSEMENT-DATE NOT < WS-LOAN-WINDOW-START
148100             MOVE 'Y'                  TO CD-FOUND-FLAG
148200             MOVE CW-DISBURSEMENT-DATE TO CD-BALANCE-DATE
148300             MOVE CW-AMOUNT            TO CD-BALANCE
148400             PERFORM 3310-LOAN-INTEREST
148500                 THRU 3310-LOAN-INTEREST-EXIT
148600         WHEN OTHER
148700             MOVE 'N' TO CD-FOUND-FLAG
148800     END-EVALUATE
148900     PERFORM 3900-WRITE-DETAIL
149000         THRU 3900-WRITE-DETAIL-EXIT
149100     .
149200 3300-STATE-LOAN-EXIT.
149300     EXIT.
149400*----------------------------------------------------------------
149500*  3310-LOAN-INTEREST  --  THE LAST DUE DATE ON OR BEFORE THE
149600*  AS-OF DATE FALLS ON THE LOAN'S DUE DAY OF THE MONTH (PULLED
149700*  BACK TO THE MONTH'S LAST DAY IN A SHORT MONTH), BUT NEVER
149800*  BEFORE DISBURSEMENT.  INTEREST RUNS FROM THERE TO THE AS-OF
149900*  DATE ON THE LOAN'S OWN DAY-COUNT BASIS.
150000*----------------------------------------------------------------
150100 3310-LOAN-INTEREST.
150200     IF CD-BALANCE NOT > ZERO
150300         GO TO 3310-LOAN-INTEREST-EXIT
150400     END-IF
150500     MOVE CW-NEXT-DUE-DATE (7:2) TO WS-DUE-DAY
150600     IF WS-DUE-DAY = ZERO
150700         MOVE CW-DISBURSEMENT-DATE (7:2) TO WS-DUE-DAY
150800     END-IF
150900     MOVE CW-DATE    TO WS-LAST-DUE-DATE
151000     MOVE WS-DUE-DAY TO WS-LD-DAY
151100     IF WS-LD-DAY > CW-DATE (7:2)
151200         IF WS-LD-MONTH = 1
151300             MOVE 12 TO WS-LD-MONTH
151400             SUBTRACT 1 FROM WS-LD-YEAR
151500         ELSE
151600             SUBTRACT 1 FROM WS-LD-MONTH
151700         END-IF
151800     END-IF
151900     PERFORM 3320-PULL-BACK-ONE-DAY
152000         THRU 3320-PULL-BACK-ONE-DAY-EXIT
152100         UNTIL FUNCTION TEST-DATE-YYYYMMDD (WS-LAST-DUE-DATE)
152200             = ZERO
152300     IF WS-LAST-DUE-DATE < CW-DISBURSEMENT-DATE
152400         MOVE CW-DISBURSEMENT-DATE TO WS-LAST-DUE-DATE
152500     END-IF
152600     MOVE 'L'              TO DC-PRODUCT-TYPE
152700     MOVE CW-DAY-COUNT     TO DC-OVERRIDE
152800     MOVE WS-LAST-DUE-DATE TO DC-FROM-DATE
152900     MOVE CW-DATE          TO DC-TO-DATE
153000     MOVE CW-ANNUAL-RATE   TO DC-ANNUAL-RATE
153100     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
153200     IF DC-DAYS NOT > ZERO OR DC-YEAR-DAYS = ZERO
153300         GO TO 3310-LOAN-INTEREST-EXIT
153400     END-IF
153500     COMPUTE WS-LOAN-INTEREST ROUNDED =
153600         CD-BALANCE * CW-ANNUAL-RATE / 100
153700         * DC-DAYS / DC-YEAR-DAYS
153800     MOVE WS-LOAN-INTEREST TO CD-INTEREST
153900     .
154000 3310-LOAN-INTEREST-EXIT.
154100     EXIT.
154200*----------------------------------------------------------------
154300 3320-PULL-BACK-ONE-DAY.
154400     SUBTRACT 1 FROM WS-LD-DAY
154500     .
154600 3320-PULL-BACK-ONE-DAY-EXIT.
154700     EXIT.
154800*----------------------------------------------------------------
154900 3900-WRITE-DETAIL.
155000     WRITE CONFIRM-DETAIL-RECORD
155100     ADD 1 TO WS-DETAIL-WRITTEN
155200     .
155300 3900-WRITE-DETAIL-EXIT.
155400     EXIT.
155500*----------------------------------------------------------------
155600*  4000-PRINT-LETTERS  --  SECOND SORT OUTPUT PROCEDURE.  THE
155700*  DETAIL LINES COME BACK IN REQUEST ORDER; WALK THE REQUEST
155800*  TABLE ALONGSIDE THEM, ONE LETTER (OR ONE REFUSAL) PER
155900*  REQUEST, AND A CONTROL LISTING LINE FOR EACH.
156000*----------------------------------------------------------------
156100 4000-PRINT-LETTERS.
156200     OPEN OUTPUT CONFIRM-LETTER-FILE
156300     IF WS-AUDCLTR-STATUS NOT = "00"
156400         DISPLAY "AUDCONF: UNABLE TO OPEN LETTER FILE, "
156500             "STATUS = " WS-AUDCLTR-STATUS
156600         MOVE 16 TO WS-RH-COMPLETION-CODE
156700         GO TO 4000-PRINT-LETTERS-EXIT
156800     END-IF
156900     MOVE 'Y' TO WS-LETTER-OPEN-SWITCH
157000     PERFORM 4900-RETURN-NEXT-DETAIL
157100         THRU 4900-RETURN-NEXT-DETAIL-EXIT
157200     PERFORM 4100-ANSWER-ONE-REQUEST
157300         THRU 4100-ANSWER-ONE-REQUEST-EXIT
157400         VARYING WS-REQUEST-SUB FROM 1 BY 1
157500         UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
157600     CLOSE CONFIRM-LETTER-FILE
157700     .
157800 4000-PRINT-LETTERS-EXIT.
157900     EXIT.
158000*----------------------------------------------------------------
158100 4100-ANSWER-ONE-REQUEST.
158200     MOVE WS-REQUEST-SUB TO WS-LTR-SEQ
158300     IF WS-REQ-REASON (WS-REQUEST-SUB) = SPACES
158400         AND (NO-MORE-DETAIL-LINES
158500              OR DS-REQUEST-SEQ NOT = WS-LTR-SEQ)
158600         MOVE "NO ACCOUNTS HELD ON AS-OF DATE"
158700             TO WS-REQ-REASON (WS-REQUEST-SUB)
158800     END-IF
158900     IF WS-REQ-REASON (WS-REQUEST-SUB) NOT = SPACES
159000         PERFORM 4150-SKIP-REQUEST-DETAIL
159100             THRU 4150-SKIP-REQUEST-DETAIL-EXIT
159200             UNTIL NO-MORE-DETAIL-LINES
159300                 OR DS-REQUEST-SEQ NOT = WS-LTR-SEQ
159400         ADD 1 TO WS-LETTERS-NOT-SENT
159500         MOVE "NOT SENT - " TO WS-REJECT-REASON
159600         PERFORM 4800-LIST-REQUEST
159700             THRU 4800-LIST-REQUEST-EXIT
159800         GO TO 4100-ANSWER-ONE-REQUEST-EXIT
159900     END-IF
160000     MOVE ZERO   TO WS-LTR-LINES
160100     MOVE ZERO   TO WS-LTR-DEPOSIT-TOTAL
160200     MOVE ZERO   TO WS-LTR-LOAN-TOTAL
160300     MOVE SPACES TO WS-LTR-CURRENCY
160400     MOVE 'N'    TO WS-LTR-MIXED-FLAG
160500     PERFORM 4200-OPEN-LETTER
160600         THRU 4200-OPEN-LETTER-EXIT
160700     PERFORM 4300-LETTER-ONE-LINE
160800         THRU 4300-LETTER-ONE-LINE-EXIT
160900         UNTIL NO-MORE-DETAIL-LINES
161000             OR DS-REQUEST-SEQ NOT = WS-LTR-SEQ
161100     PERFORM 4400-CLOSE-LETTER
161200         THRU 4400-CLOSE-LETTER-EXIT
161300     ADD 1 TO WS-LETTERS-SENT
161400     MOVE "SENT" TO WS-REJECT-REASON
161500     PERFORM 4800-LIST-REQUEST
161600         THRU 4800-LIST-REQUEST-EXIT
161700     .
161800 4100-ANSWER-ONE-REQUEST-EXIT.
161900     EXIT.
162000*----------------------------------------------------------------
162100 4150-SKIP-REQUEST-DETAIL.
162200     PERFORM 4900-RETURN-NEXT-DETAIL
162300         THRU 4900-RETURN-NEXT-DETAIL-EXIT
162400     .
162500 4150-SKIP-REQUEST-DETAIL-EXIT.
162600     EXIT.
162700*----------------------------------------------------------------
162800*  4200-OPEN-LETTER  --  A REQUEST-FILE LETTER IS ADDRESSED TO
162900*  THE PARTY THAT ASKED, QUOTING ITS REFERENCE AND NAMING THE
163000*  CUSTOMER.  A SAMPLE LETTER IS ADDRESSED TO THE CUSTOMER AND
163100*  ASKS THEM TO REPLY TO THE AUDITOR.
163200*----------------------------------------------------------------
163300 4200-OPEN-LETTER.
163400     MOVE WS-REQ-CUSTOMER (WS-REQUEST-SUB) TO CM-CUSTOMER-NUMBER
163500     READ CUSTOMER-MASTER-FILE
163600         KEY IS CM-CUSTOMER-NUMBER
163700         INVALID KEY
163800             MOVE "CUSTOMER NOT ON MASTER" TO CM-CUSTOMER-NAME
163900             MOVE SPACES TO CM-ADDRESS-LINE-1
164000             MOVE SPACES TO CM-CITY
164100             MOVE SPACES TO CM-STATE
164200             MOVE SPACES TO CM-ZIP-CODE
164300     END-READ
164400     MOVE WS-REQ-AS-OF (WS-REQUEST-SUB) TO WS-DATE-IN
164500     PERFORM 8100-EDIT-DATE
164600         THRU 8100-EDIT-DATE-EXIT
164700     MOVE WS-EDIT-DATE TO WS-EDIT-AS-OF
164800     IF WS-REQUEST-MODE
164900         SET AF-TYPE-NAME TO TRUE
165000         MOVE WS-REQ-PARTY (WS-REQUEST-SUB) TO AF-DETAIL-LINE
165100         PERFORM 8200-WRITE-LETTER-LINE
165200             THRU 8200-WRITE-LETTER-LINE-EXIT
165300         SET AF-TYPE-ADDRESS TO TRUE
165400         STRING "YOUR REFERENCE " DELIMITED BY SIZE
165500                WS-REQ-REFERENCE (WS-REQUEST-SUB)
165600                    DELIMITED BY SIZE
165700             INTO AF-DETAIL-LINE
165800         END-STRING
165900         PERFORM 8200-WRITE-LETTER-LINE
166000             THRU 8200-WRITE-LETTER-LINE-EXIT
166100         SET AF-TYPE-HEADING TO TRUE
166200         STRING "BALANCE CONFIRMATION AS AT "
166300                 DELIMITED BY SIZE
166400                WS-EDIT-AS-OF DELIMITED BY SIZE
166500             INTO AF-DETAIL-LINE
166600         END-STRING
166700         PERFORM 8200-WRITE-LETTER-LINE
166800             THRU 8200-WRITE-LETTER-LINE-EXIT
166900         SET AF-TYPE-HEADING TO TRUE
167000         STRING "CUSTOMER " DELIMITED BY SIZE
167100                CM-CUSTOMER-NUMBER DELIMITED BY SIZE
167200                " " DELIMITED BY SIZE
167300                CM-CUSTOMER-NAME DELIMITED BY SIZE
167400             INTO AF-DETAIL-LINE
167500         END-STRING
167600         PERFORM 8200-WRITE-LETTER-LINE
167700             THRU 8200-WRITE-LETTER-LINE-EXIT
167800         SET AF-TYPE-HEADING TO TRUE
167900         STRING "AT THE CLOSE OF BUSINESS ON THAT DATE OUR "
168000                 DELIMITED BY SIZE
168100                "RECORDS SHOWED:" DELIMITED BY SIZE
168200             INTO AF-DETAIL-LINE
168300         END-STRING
168400         PERFORM 8200-WRITE-LETTER-LINE
168500             THRU 8200-WRITE-LETTER-LINE-EXIT
168600     ELSE
168700         SET AF-TYPE-NAME TO TRUE
168800         MOVE CM-CUSTOMER-NAME TO AF-DETAIL-LINE
168900         PERFORM 8200-WRITE-LETTER-LINE
169000             THRU 8200-WRITE-LETTER-LINE-EXIT
169100         SET AF-TYPE-ADDRESS TO TRUE
169200         MOVE CM-ADDRESS-LINE-1 TO AF-DETAIL-LINE
169300         PERFORM 8200-WRITE-LETTER-LINE
169400             THRU 8200-WRITE-LETTER-LINE-EXIT
169500         SET AF-TYPE-CITY-ST-ZIP TO TRUE
169600         STRING CM-CITY DELIMITED BY "  "
169700                " " DELIMITED BY SIZE
169800                CM-STATE DELIMITED BY SIZE
169900                " " DELIMITED BY SIZE
170000                CM-ZIP-CODE DELIMITED BY SIZE
170100             INTO AF-DETAIL-LINE
170200         END-STRING
170300         PERFORM 8200-WRITE-LETTER-LINE
170400             THRU 8200-WRITE-LETTER-LINE-EXIT
170500         SET AF-TYPE-HEADING TO TRUE
170600         STRING "BALANCE CONFIRMATION AS AT "
170700                 DELIMITED BY SIZE
170800                WS-EDIT-AS-OF DELIMITED BY SIZE
170900                " - FOR YOUR AUDITORS" DELIMITED BY SIZE
171000             INTO AF-DETAIL-LINE
171100         END-STRING
171200         PERFORM 8200-WRITE-LETTER-LINE
171300             THRU 8200-WRITE-LETTER-LINE-EXIT
171400         SET AF-TYPE-HEADING TO TRUE
171500         STRING "PLEASE CONFIRM OR REPORT ANY DIFFERENCE "
171600                 DELIMITED BY SIZE
171700                "DIRECTLY TO " DELIMITED BY SIZE
171800                WS-AUDITOR-NAME DELIMITED BY "  "
171900             INTO AF-DETAIL-LINE
172000         END-STRING
172100         PERFORM 8200-WRITE-LETTER-LINE
172200             THRU 8200-WRITE-LETTER-LINE-EXIT
172300     END-IF
172400     .
172500 4200-OPEN-LETTER-EXIT.
172600     EXIT.
172700*----------------------------------------------------------------
172800*  4300-LETTER-ONE-LINE  --  FORMAT ONE DETAIL LINE AND FETCH
172900*  THE NEXT.  BALANCE LINES ADD TO THE LETTER'S TOTALS.
173000*----------------------------------------------------------------
173100 4300-LETTER-ONE-LINE.
173200     EVALUATE TRUE
173300         WHEN DS-BALANCE-LINE
173400             PERFORM 4310-FORMAT-BALANCE-LINE
173500                 THRU 4310-FORMAT-BALANCE-LINE-EXIT
173600         WHEN DS-HOLD-LINE
173700             PERFORM 4320-FORMAT-HOLD-LINE
173800                 THRU 4320-FORMAT-HOLD-LINE-EXIT
173900         WHEN DS-LIEN-LINE
174000             SET AF-TYPE-RESTRAINT TO TRUE
174100             STRING "    LIEN - PLEDGED AS SECURITY FOR LOAN "
174200                     DELIMITED BY SIZE
174300                    DS-LIEN-LOAN-NUMBER DELIMITED BY SIZE
174400                 INTO AF-DETAIL-LINE
174500             END-STRING
174600             PERFORM 8200-WRITE-LETTER-LINE
174700                 THRU 8200-WRITE-LETTER-LINE-EXIT
174800     END-EVALUATE
174900     PERFORM 4900-RETURN-NEXT-DETAIL
175000         THRU 4900-RETURN-NEXT-DETAIL-EXIT
175100     .
175200 4300-LETTER-ONE-LINE-EXIT.
175300     EXIT.
175400*----------------------------------------------------------------
175500 4310-FORMAT-BALANCE-LINE.
175600     ADD 1 TO WS-LTR-LINES
175700     IF DS-DEPOSIT
175800         MOVE "ACCT"     TO WS-ACCOUNT-LABEL
175900         MOVE " INT YTD" TO WS-INTEREST-LABEL
176000         ADD 1 TO WS-ACCOUNTS-CONFIRMED
176100     ELSE
176200         MOVE "LOAN"     TO WS-ACCOUNT-LABEL
176300         MOVE " ACCR IN" TO WS-INTEREST-LABEL
176400         ADD 1 TO WS-LOANS-CONFIRMED
176500     END-IF
176600     SET AF-TYPE-ACCOUNT TO TRUE
176700     IF NOT DS-BALANCE-FOUND
176800         STRING WS-ACCOUNT-LABEL DELIMITED BY SIZE
176900                " " DELIMITED BY SIZE
177000                DS-NUMBER DELIMITED BY SIZE
177100                " " DELIMITED BY SIZE
177200                DS-TYPE-CODE DELIMITED BY SIZE
177300                " " DELIMITED BY SIZE
177400                DS-CURRENCY-CODE DELIMITED BY SIZE
177500                " NO BALANCE HISTORY HELD FOR THE DATE"
177600                    DELIMITED BY SIZE
177700             INTO AF-DETAIL-LINE
177800         END-STRING
177900         PERFORM 8200-WRITE-LETTER-LINE
178000             THRU 8200-WRITE-LETTER-LINE-EXIT
178100         GO TO 4310-FORMAT-BALANCE-LINE-EXIT
178200     END-IF
178300     IF WS-LTR-CURRENCY = SPACES
178400         MOVE DS-CURRENCY-CODE TO WS-LTR-CURRENCY
178500     END-IF
178600     IF DS-CURRENCY-CODE NOT = WS-LTR-CURRENCY
178700         MOVE 'Y' TO WS-LTR-MIXED-FLAG
178800     END-IF
178900     IF DS-DEPOSIT
179000         ADD DS-BALANCE TO WS-LTR-DEPOSIT-TOTAL
179100     ELSE
179200         ADD DS-BALANCE TO WS-LTR-LOAN-TOTAL
179300     END-IF
179400     MOVE DS-BALANCE-DATE TO WS-DATE-IN
179500     PERFORM 8100-EDIT-DATE
179600         THRU 8100-EDIT-DATE-EXIT
179700     IF DS-STATE-CLOSED
179800         STRING WS-ACCOUNT-LABEL DELIMITED BY SIZE
179900                " " DELIMITED BY SIZE
180000                DS-NUMBER DELIMITED BY SIZE
180100                " " DELIMITED BY SIZE
180200                DS-TYPE-CODE DELIMITED BY SIZE
180300                " " DELIMITED BY SIZE
180400                DS-CURRENCY-CODE DELIMITED BY SIZE
180500                " CLOSED " DELIMITED BY SIZE
180600                WS-EDIT-DATE DELIMITED BY SIZE
180700                " - NIL BALANCE" DELIMITED BY SIZE
180800             INTO AF-DETAIL-LINE
180900         END-STRING
181000         PERFORM 8200-WRITE-LETTER-LINE
181100             THRU 8200-WRITE-LETTER-LINE-EXIT
181200         GO TO 4310-FORMAT-BALANCE-LINE-EXIT
181300     END-IF
181400     MOVE DS-BALANCE  TO WS-EDIT-BALANCE
181500     MOVE DS-INTEREST TO WS-EDIT-INTEREST
181600     STRING WS-ACCOUNT-LABEL DELIMITED BY SIZE
181700            " " DELIMITED BY SIZE
181800            DS-NUMBER DELIMITED BY SIZE
181900            " " DELIMITED BY SIZE
182000            DS-TYPE-CODE DELIMITED BY SIZE
182100            " " DELIMITED BY SIZE
182200            DS-CURRENCY-CODE DELIMITED BY SIZE
182300            " BAL" DELIMITED BY SIZE
182400            WS-EDIT-BALANCE DELIMITED BY SIZE
182500            WS-INTEREST-LABEL DELIMITED BY SIZE
182600            WS-EDIT-INTEREST DELIMITED BY SIZE
182700         INTO AF-DETAIL-LINE
182800     END-STRING
182900     IF DS-STATE-CHARGED-OFF
183000         STRING " W/OFF " DELIMITED BY SIZE
183100                WS-EDIT-DATE DELIMITED BY SIZE
183200             INTO AF-DETAIL-LINE (64:17)
183300         END-STRING
183400     ELSE
183500         IF DS-BALANCE-DATE NOT = WS-REQ-AS-OF (WS-REQUEST-SUB)
183600             STRING " AT " DELIMITED BY SIZE
183700                    WS-EDIT-DATE DELIMITED BY SIZE
183800                 INTO AF-DETAIL-LINE (64:14)
183900             END-STRING
184000         END-IF
184100     END-IF
184200     PERFORM 8200-WRITE-LETTER-LINE
184300         THRU 8200-WRITE-LETTER-LINE-EXIT
184400     .
184500 4310-FORMAT-BALANCE-LINE-EXIT.
184600     EXIT.
184700*----------------------------------------------------------------
184800 4320-FORMAT-HOLD-LINE.
184900     EVALUATE DS-HOLD-TYPE
185000         WHEN 'L'
185100             MOVE "LEGAL ORDER" TO WS-HOLD-TYPE-NAME
185200         WHEN 'C'
185300             MOVE "CHECK FLOAT" TO WS-HOLD-TYPE-NAME
185400         WHEN 'F'
185500             MOVE "FRAUD"       TO WS-HOLD-TYPE-NAME
185600         WHEN 'A'
185700             MOVE "CARD AUTH"   TO WS-HOLD-TYPE-NAME
185800         WHEN OTHER
185900             MOVE "OTHER"       TO WS-HOLD-TYPE-NAME
186000     END-EVALUATE
186100     IF DS-EXPIRY-DATE = ZERO
186200         MOVE "RELEASED" TO WS-EDIT-EXPIRY
186300     ELSE
186400         MOVE DS-EXPIRY-DATE TO WS-DATE-IN
186500         PERFORM 8100-EDIT-DATE
186600             THRU 8100-EDIT-DATE-EXIT
186700         MOVE WS-EDIT-DATE TO WS-EDIT-EXPIRY
186800     END-IF
186900     MOVE DS-PLACED-DATE TO WS-DATE-IN
187000     PERFORM 8100-EDIT-DATE
187100         THRU 8100-EDIT-DATE-EXIT
187200     MOVE DS-HOLD-AMOUNT TO WS-EDIT-HOLD
187300     SET AF-TYPE-RESTRAINT TO TRUE
187400     STRING "    HOLD " DELIMITED BY SIZE
187500            WS-HOLD-TYPE-NAME DELIMITED BY SIZE
187600            WS-EDIT-HOLD DELIMITED BY SIZE
187700            " SINCE " DELIMITED BY SIZE
187800            WS-EDIT-DATE DELIMITED BY SIZE
187900            " UNTIL " DELIMITED BY SIZE
188000            WS-EDIT-EXPIRY DELIMITED BY SIZE
188100         INTO AF-DETAIL-LINE
188200     END-STRING
188300     PERFORM 8200-WRITE-LETTER-LINE
188400         THRU 8200-WRITE-LETTER-LINE-EXIT
188500     .
188600 4320-FORMAT-HOLD-LINE-EXIT.
188700     EXIT.
188800*----------------------------------------------------------------
188900*  4400-CLOSE-LETTER  --  TOTALS (WHEN ONE CURRENCY), THE
189000*  SIGNATURE BLOCK AND THE STANDARD DISCLAIMER.
189100*----------------------------------------------------------------
189200 4400-CLOSE-LETTER.
189300     SET AF-TYPE-TOTAL TO TRUE
189400     IF WS-LTR-MIXED
189500         STRING "NO TOTALS GIVEN - THE ACCOUNTS ARE HELD IN "
189600                 DELIMITED BY SIZE
189700                "MORE THAN ONE CURRENCY" DELIMITED BY SIZE
189800             INTO AF-DETAIL-LINE
189900         END-STRING
190000         PERFORM 8200-WRITE-LETTER-LINE
190100             THRU 8200-WRITE-LETTER-LINE-EXIT
190200     ELSE
190300         MOVE WS-LTR-DEPOSIT-TOTAL TO WS-EDIT-TOTAL
190400         STRING "TOTAL DEPOSITS " DELIMITED BY SIZE
190500                WS-LTR-CURRENCY DELIMITED BY SIZE
190600                WS-EDIT-TOTAL DELIMITED BY SIZE
190700             INTO AF-DETAIL-LINE
190800         END-STRING
190900         PERFORM 8200-WRITE-LETTER-LINE
191000             THRU 8200-WRITE-LETTER-LINE-EXIT
191100         SET AF-TYPE-TOTAL TO TRUE
191200         MOVE WS-LTR-LOAN-TOTAL TO WS-EDIT-TOTAL
191300         STRING "TOTAL LOANS    " DELIMITED BY SIZE
191400                WS-LTR-CURRENCY DELIMITED BY SIZE
191500                WS-EDIT-TOTAL DELIMITED BY SIZE
191600             INTO AF-DETAIL-LINE
191700         END-STRING
191800         PERFORM 8200-WRITE-LETTER-LINE
191900             THRU 8200-WRITE-LETTER-LINE-EXIT
192000     END-IF
192100     MOVE WS-TS-DATE TO WS-DATE-IN
192200     PERFORM 8100-EDIT-DATE
192300         THRU 8100-EDIT-DATE-EXIT
192400     SET AF-TYPE-SIGNATURE TO TRUE
192500     MOVE "FOR AND ON BEHALF OF THE BANK" TO AF-DETAIL-LINE
192600     PERFORM 8200-WRITE-LETTER-LINE
192700         THRU 8200-WRITE-LETTER-LINE-EXIT
192800     SET AF-TYPE-SIGNATURE TO TRUE
192900     MOVE "AUTHORISED SIGNATORY  ..............................."
193000         TO AF-DETAIL-LINE
193100     PERFORM 8200-WRITE-LETTER-LINE
193200         THRU 8200-WRITE-LETTER-LINE-EXIT
193300     SET AF-TYPE-SIGNATURE TO TRUE
193400     STRING "DATE " DELIMITED BY SIZE
193500            WS-EDIT-DATE DELIMITED BY SIZE
193600         INTO AF-DETAIL-LINE
193700     END-STRING
193800     PERFORM 8200-WRITE-LETTER-LINE
193900         THRU 8200-WRITE-LETTER-LINE-EXIT
194000     SET AF-TYPE-TRAILER TO TRUE
194100     STRING "GIVEN FROM OUR RECORDS WITHOUT RESPONSIBILITY ON "
194200             DELIMITED BY SIZE
194300            "THE PART OF THE BANK OR ITS OFFICERS"
194400             DELIMITED BY SIZE
194500         INTO AF-DETAIL-LINE
194600     END-STRING
194700     PERFORM 8200-WRITE-LETTER-LINE
194800         THRU 8200-WRITE-LETTER-LINE-EXIT
194900     .
195000 4400-CLOSE-LETTER-EXIT.
195100     EXIT.
195200*----------------------------------------------------------------
195300*  4800-LIST-REQUEST  --  ONE CONTROL LISTING LINE.  THE CALLER
195400*  HAS PUT "SENT" OR "NOT SENT - " IN THE REJECT REASON FIELD.
195500*----------------------------------------------------------------
195600 4800-LIST-REQUEST.
195700     MOVE WS-REQ-AS-OF (WS-REQUEST-SUB) TO WS-DATE-IN
195800     PERFORM 8100-EDIT-DATE
195900         THRU 8100-EDIT-DATE-EXIT
196000     MOVE SPACES TO WS-REPORT-LINE
196100     MOVE WS-LTR-SEQ TO WS-REPORT-LINE (1:6)
196200     MOVE WS-REQ-TYPE (WS-REQUEST-SUB) TO WS-REPORT-LINE (8:1)
196300     IF WS-REQ-TYPE (WS-REQUEST-SUB) = 'C'
196400         MOVE WS-REQ-CUSTOMER (WS-REQUEST-SUB)
196500             TO WS-REPORT-LINE (10:9)
196600     ELSE
196700         MOVE WS-REQ-NUMBER (WS-REQUEST-SUB)
196800             TO WS-REPORT-LINE (10:10)
196900     END-IF
197000     MOVE WS-EDIT-DATE TO WS-REPORT-LINE (21:10)
197100     MOVE WS-REQ-PARTY (WS-REQUEST-SUB) (1:20)
197200         TO WS-REPORT-LINE (32:20)
197300     IF WS-REJECT-REASON = "SENT"
197400         MOVE WS-LTR-LINES TO WS-EDIT-COUNT
197500         STRING "SENT" DELIMITED BY SIZE
197600                WS-EDIT-COUNT DELIMITED BY SIZE
197700                " ACCOUNT(S)" DELIMITED BY SIZE
197800             INTO WS-REPORT-LINE (53:48)
197900         END-STRING
198000     ELSE
198100         STRING "NOT SENT - " DELIMITED BY SIZE
198200                WS-REQ-REASON (WS-REQUEST-SUB)
198300                    DELIMITED BY SIZE
198400             INTO WS-REPORT-LINE (53:48)
198500         END-STRING
198600     END-IF
198700     PERFORM 8000-WRITE-REPORT-LINE
198800         THRU 8000-WRITE-REPORT-LINE-EXIT
198900     .
199000 4800-LIST-REQUEST-EXIT.
199100     EXIT.
199200*----------------------------------------------------------------
199300 4900-RETURN-NEXT-DETAIL.
199400     RETURN DETAIL-SORT-FILE
199500         AT END
199600             MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
199700     END-RETURN
199800     .
199900 4900-RETURN-NEXT-DETAIL-EXIT.
200000     EXIT.
200100*----------------------------------------------------------------
200200*  5000-WRITE-CONTROL-TOTALS  --  THE RUN'S COUNTS, ON THE
200300*  LISTING AND THE CONSOLE.
200400*----------------------------------------------------------------
200500 5000-WRITE-CONTROL-TOTALS.
200600     MOVE SPACES TO WS-REPORT-LINE
200700     PERFORM 8000-WRITE-REPORT-LINE
200800         THRU 8000-WRITE-REPORT-LINE-EXIT
200900     MOVE WS-REQUESTS-READ TO WS-EDIT-COUNT
201000     STRING "REQUESTS READ OR SAMPLED     " DELIMITED BY SIZE
201100            WS-EDIT-COUNT DELIMITED BY SIZE
201200         INTO WS-REPORT-LINE
201300     END-STRING
201400     PERFORM 8000-WRITE-REPORT-LINE
201500         THRU 8000-WRITE-REPORT-LINE-EXIT
201600     IF WS-BULK-MODE
201700         MOVE WS-SAMPLE-QUALIFIED TO WS-EDIT-COUNT
201800         STRING "ACCOUNTS AND LOANS QUALIFYING" DELIMITED BY SIZE
201900                WS-EDIT-COUNT DELIMITED BY SIZE
202000             INTO WS-REPORT-LINE
202100         END-STRING
202200         PERFORM 8000-WRITE-REPORT-LINE
202300             THRU 8000-WRITE-REPORT-LINE-EXIT
202400     END-IF
202500     MOVE WS-LETTERS-SENT TO WS-EDIT-COUNT
202600     STRING "LETTERS SENT                 " DELIMITED BY SIZE
202700            WS-EDIT-COUNT DELIMITED BY SIZE
202800         INTO WS-REPORT-LINE
202900     END-STRING
203000     PERFORM 8000-WRITE-REPORT-LINE
203100         THRU 8000-WRITE-REPORT-LINE-EXIT
203200     MOVE WS-LETTERS-NOT-SENT TO WS-EDIT-COUNT
203300     STRING "REQUESTS NOT SENT            " DELIMITED BY SIZE
203400            WS-EDIT-COUNT DELIMITED BY SIZE
203500         INTO WS-REPORT-LINE
203600     END-STRING
203700     PERFORM 8000-WRITE-REPORT-LINE
203800         THRU 8000-WRITE-REPORT-LINE-EXIT
203900     MOVE WS-REQUESTS-DROPPED TO WS-EDIT-COUNT
204000     STRING "OVER TABLE LIMIT - RESUBMIT  " DELIMITED BY SIZE
204100            WS-EDIT-COUNT DELIMITED BY SIZE
204200         INTO WS-REPORT-LINE
204300     END-STRING
204400     PERFORM 8000-WRITE-REPORT-LINE
204500         THRU 8000-WRITE-REPORT-LINE-EXIT
204600     MOVE WS-ACCOUNTS-CONFIRMED TO WS-EDIT-COUNT
204700     STRING "DEPOSIT ACCOUNTS CONFIRMED   " DELIMITED BY SIZE
204800            WS-EDIT-COUNT DELIMITED BY SIZE
204900         INTO WS-REPORT-LINE
205000     END-STRING
205100     PERFORM 8000-WRITE-REPORT-LINE
205200         THRU 8000-WRITE-REPORT-LINE-EXIT
205300     MOVE WS-LOANS-CONFIRMED TO WS-EDIT-COUNT
205400     STRING "LOANS CONFIRMED              " DELIMITED BY SIZE
205500            WS-EDIT-COUNT DELIMITED BY SIZE
205600         INTO WS-REPORT-LINE
205700     END-STRING
205800     PERFORM 8000-WRITE-REPORT-LINE
205900         THRU 8000-WRITE-REPORT-LINE-EXIT
206000     DISPLAY "AUDCONF: REQUESTS READ     = " WS-REQUESTS-READ
206100     DISPLAY "AUDCONF: LETTERS SENT      = " WS-LETTERS-SENT
206200     DISPLAY "AUDCONF: NOT SENT          = " WS-LETTERS-NOT-SENT
206300     DISPLAY "AUDCONF: DETAIL LINES      = " WS-DETAIL-WRITTEN
206400     IF WS-HOLD-OVERFLOWS > ZERO
206500         DISPLAY "AUDCONF: HOLDS NOT SHOWN   = "
206600             WS-HOLD-OVERFLOWS
206700     END-IF
206800     .
206900 5000-WRITE-CONTROL-TOTALS-EXIT.
207000     EXIT.
207100*----------------------------------------------------------------
207200 8000-WRITE-REPORT-LINE.
207300     MOVE WS-REPORT-LINE TO CONFIRM-REPORT-LINE
207400     WRITE CONFIRM-REPORT-LINE
207500     MOVE SPACES TO WS-REPORT-LINE
207600     .
207700 8000-WRITE-REPORT-LINE-EXIT.
207800     EXIT.
207900*----------------------------------------------------------------
208000*  8100-EDIT-DATE  --  WS-DATE-IN (YYYYMMDD) TO YYYY-MM-DD.
208100*----------------------------------------------------------------
208200 8100-EDIT-DATE.
208300     MOVE SPACES TO WS-EDIT-DATE
208400     STRING WS-DATE-IN (1:4) DELIMITED BY SIZE
208500            "-" DELIMITED BY SIZE
208600            WS-DATE-IN (5:2) DELIMITED BY SIZE
208700            "-" DELIMITED BY SIZE
208800            WS-DATE-IN (7:2) DELIMITED BY SIZE
208900         INTO WS-EDIT-DATE
209000     END-STRING
209100     .
209200 8100-EDIT-DATE-EXIT.
209300     EXIT.
209400*----------------------------------------------------------------
209500 8200-WRITE-LETTER-LINE.
209600     MOVE WS-LTR-SEQ TO AF-REQUEST-SEQ
209700     WRITE CONFIRM-LETTER-RECORD
209800     MOVE SPACES TO AF-DETAIL-LINE
209900     .
210000 8200-WRITE-LETTER-LINE-EXIT.
210100     EXIT.
