003400*                     REPORT ID GLTRIALB) SO ANY DAY'S COPY IS A
003500*                     KEYED READ AWAY INSTEAD OF A TRIP TO THE
003600*                     STOREROOM.
003608*    2026-10-15  RPK  THE TRIAL BALANCE IS NOW GROUPED BY
003616*                     ACCOUNT CLASS FROM THE CHART OF ACCOUNTS
003624*                     (VIA GLACCT-VERIFY).  THE CONTROL BREAK
003632*                     STILL TOTALS ONE GL ACCOUNT AT A TIME, BUT
003640*                     THE TOTALS ARE HELD IN A TABLE AND WRITTEN
003648*                     OUT CLASS BY CLASS - ASSETS, LIABILITIES,
003656*                     EQUITY, INCOME, EXPENSES - EACH UNDER ITS
003664*                     OWN SECTION TITLE WITH A CLASS SUBTOTAL
003668*                     LINE.
003672*                     A CODE NOT ON THE CHART LANDS IN A FINAL
003680*                     NOT-ON-CHART SECTION SO NOTHING DROPS OUT OF
003688*                     THE PROOF.
003700*================================================================
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
007600     05  WS-GRAND-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.
007700     05  WS-ACCOUNTS-REPORTED      PIC 9(06) COMP VALUE 0.
007800     05  WS-ENTRIES-READ           PIC 9(08) COMP VALUE 0.
007802     05  WS-CLASS-DEBIT-TOTAL      PIC S9(11)V99.
007804     05  WS-CLASS-CREDIT-TOTAL     PIC S9(11)V99.
007806     05  WS-CLASS-ACCOUNTS         PIC 9(04) COMP.
007808     05  WS-CLASS-SUB              PIC 9(02) COMP.
007810     05  WS-TB-SUB                 PIC 9(04) COMP.
007812     05  WS-TB-COUNT               PIC 9(04) COMP VALUE 0.
007814     05  WS-TB-MAX                 PIC 9(04) COMP VALUE 500.
007816*----------------------------------------------------------------
007818*  CHART-OF-ACCOUNTS LOOKUP RESULT (GLACCT-VERIFY).
007820*----------------------------------------------------------------
007822 01  WS-GLACCT-FIELDS.
007824     05  WS-GLACCT-VERIFY-FLAG     PIC X.
007826         88  WS-GLACCT-ON-CHART    VALUE 'Y' 'C'.
007828     05  WS-GLACCT-NAME            PIC X(30).
007830     05  WS-GLACCT-CLASS           PIC X.
007832         88  WS-GLACCT-CLASS-VALID VALUE 'A' 'L' 'Q' 'I' 'X'.
007834     05  WS-GLACCT-NORMAL-SIDE     PIC X.
007836*----------------------------------------------------------------
007838*  THE REPORT ORDER OF THE ACCOUNT CLASSES AND THEIR SECTION
007840*  TITLES.  CLASS '?' COLLECTS CODES NOT ON THE CHART.
007842*----------------------------------------------------------------
007844 01  WS-CLASS-TITLE-VALUES.
007846     05  FILLER                    PIC X(25)
007848                                   VALUE "AASSETS".
007850     05  FILLER                    PIC X(25)
007852                                   VALUE "LLIABILITIES".
007854     05  FILLER                    PIC X(25)
007856                                   VALUE "QEQUITY".
007858     05  FILLER                    PIC X(25)
007860                                   VALUE "IINCOME".
007862     05  FILLER                    PIC X(25)
007864                                   VALUE "XEXPENSES".
007866     05  FILLER                    PIC X(25)
007868                                   VALUE "?NOT ON THE CHART".
007870 01  WS-CLASS-TITLE-TABLE REDEFINES WS-CLASS-TITLE-VALUES.
007872     05  WS-CT-ENTRY               OCCURS 6 TIMES.
007874         10  WS-CT-CLASS           PIC X.
007876         10  WS-CT-TITLE           PIC X(24).
007878*----------------------------------------------------------------
007880*  ONE ROW PER GL ACCOUNT TOTALED, HELD UNTIL THE LEDGER IS
007882*  EXHAUSTED AND THEN WRITTEN OUT CLASS BY CLASS.
007884*----------------------------------------------------------------
007886 01  WS-TB-TABLE.
007888     05  WS-TB-ENTRY               OCCURS 500 TIMES.
007890         10  WS-TB-GL-ACCOUNT      PIC 9(06).
007892         10  WS-TB-CLASS           PIC X.
007894         10  WS-TB-DEBIT-TOTAL     PIC S9(11)V99 COMP-3.
007896         10  WS-TB-CREDIT-TOTAL    PIC S9(11)V99 COMP-3.
007900*----------------------------------------------------------------
008000*  PRINT WORK FIELDS - SIGNED NUMERIC-EDITED SO AN OVERDRAWN
008100*  NET SHOWS ITS SIGN, SAME CONVENTION AS THE ACTIVITY AUDIT
012400     PERFORM 2000-TOTAL-ONE-GL-ACCOUNT
012500         THRU 2000-TOTAL-ONE-GL-ACCOUNT-EXIT
012600         UNTIL NO-MORE-GL-ENTRIES
012620     PERFORM 2500-WRITE-ONE-CLASS
012640         THRU 2500-WRITE-ONE-CLASS-EXIT
012660         VARYING WS-CLASS-SUB FROM 1 BY 1
012680         UNTIL WS-CLASS-SUB > 6
012700     PERFORM 3000-WRITE-GRAND-TOTAL
012800         THRU 3000-WRITE-GRAND-TOTAL-EXIT
012900     PERFORM 9999-EXIT
017000*----------------------------------------------------------------
017100*  2000-TOTAL-ONE-GL-ACCOUNT  --  CONTROL BREAK ON THE GL
017200*  ACCOUNT CODE.  SUM THE DEBIT AND CREDIT LEGS FOR ONE GL
017300*  ACCOUNT, HOLD ITS TOTALS FOR THE CLASS SECTIONS, FOLD THE
017400*  TOTALS INTO THE GRAND TOTALS.
017500*----------------------------------------------------------------
017600 2000-TOTAL-ONE-GL-ACCOUNT.
017700     MOVE GL-GL-ACCOUNT-CODE OF SORTED-GL-ENTRY-RECORD
018800     ADD WS-ACCT-DEBIT-TOTAL  TO WS-GRAND-DEBIT-TOTAL
018900     ADD WS-ACCT-CREDIT-TOTAL TO WS-GRAND-CREDIT-TOTAL
019000
019100     PERFORM 2150-HOLD-ACCOUNT-TOTALS
019200         THRU 2150-HOLD-ACCOUNT-TOTALS-EXIT
019300     .
019400 2000-TOTAL-ONE-GL-ACCOUNT-EXIT.
019500     EXIT.
020900 2100-ACCUMULATE-ONE-ENTRY-EXIT.
021000     EXIT.
021100*----------------------------------------------------------------
021103*  2150-HOLD-ACCOUNT-TOTALS  --  LOOK THE GL ACCOUNT UP ON THE
021106*  CHART FOR ITS CLASS AND PARK ITS TOTALS IN THE TABLE.  A
021109*  CLOSED ACCOUNT STILL REPORTS UNDER ITS CLASS; ONE NOT ON THE
021112*  CHART (OR NO CHART AT ALL) REPORTS UNDER CLASS '?'.
021115*----------------------------------------------------------------
021118 2150-HOLD-ACCOUNT-TOTALS.
021121     IF WS-TB-COUNT >= WS-TB-MAX
021124         DISPLAY "GLTRIALBAL: ACCOUNT TABLE FULL - GL "
021127             WS-CURRENT-GL-ACCOUNT " LEFT OFF THE CLASS SECTIONS"
021130         GO TO 2150-HOLD-ACCOUNT-TOTALS-EXIT
021133     END-IF
021136     CALL "GLACCT-VERIFY" USING WS-CURRENT-GL-ACCOUNT
021139         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
021142         WS-GLACCT-NORMAL-SIDE
021145     IF NOT WS-GLACCT-ON-CHART OR NOT WS-GLACCT-CLASS-VALID
021148         MOVE '?' TO WS-GLACCT-CLASS
021151     END-IF
021154     ADD 1 TO WS-TB-COUNT
021157     MOVE WS-CURRENT-GL-ACCOUNT TO WS-TB-GL-ACCOUNT (WS-TB-COUNT)
021160     MOVE WS-GLACCT-CLASS       TO WS-TB-CLASS (WS-TB-COUNT)
021163     MOVE WS-ACCT-DEBIT-TOTAL   TO WS-TB-DEBIT-TOTAL (WS-TB-COUNT)
021166     MOVE WS-ACCT-CREDIT-TOTAL
021169         TO WS-TB-CREDIT-TOTAL (WS-TB-COUNT)
021172     .
021175 2150-HOLD-ACCOUNT-TOTALS-EXIT.
021178     EXIT.
021181*----------------------------------------------------------------
021200*  2200-WRITE-ACCOUNT-LINE  --  ONE TRIAL BALANCE LINE PER GL
021300*  ACCOUNT ON THE REPORT DECK, UNDER ITS CLASS SECTION TITLE.
021400*  THE FLAG COLUMN SHOWS WHERE A GL ACCOUNT'S OWN DEBITS AND
021500*  CREDITS DIFFER - A NORMAL NET POSITION FOR MOST ACCOUNTS,
021600*  BUT THE COLUMN LETS THE READER TRACE WHERE A BANK-WIDE
021650*  IMBALANCE IS SITTING.
021700*----------------------------------------------------------------
021800 2200-WRITE-ACCOUNT-LINE.
021900     ADD 1 TO WS-ACCOUNTS-REPORTED
021910     MOVE WS-TB-GL-ACCOUNT (WS-TB-SUB) TO WS-CURRENT-GL-ACCOUNT
021920     MOVE WS-TB-DEBIT-TOTAL (WS-TB-SUB) TO WS-ACCT-DEBIT-TOTAL
021930     MOVE WS-TB-CREDIT-TOTAL (WS-TB-SUB) TO WS-ACCT-CREDIT-TOTAL
021940     ADD WS-ACCT-DEBIT-TOTAL  TO WS-CLASS-DEBIT-TOTAL
021950     ADD WS-ACCT-CREDIT-TOTAL TO WS-CLASS-CREDIT-TOTAL
021960     ADD 1 TO WS-CLASS-ACCOUNTS
022000     COMPUTE WS-ACCT-NET =
022100         WS-ACCT-DEBIT-TOTAL - WS-ACCT-CREDIT-TOTAL
022200     MOVE WS-ACCT-DEBIT-TOTAL  TO WS-EDIT-DEBIT
022800         MOVE "NET POSITION"   TO WS-PROOF-FLAG
022900     END-IF
023000
023100     PERFORM 2550-SET-CLASS-TITLE
023200         THRU 2550-SET-CLASS-TITLE-EXIT
023300     MOVE SPACES TO ED-DETAIL-LINE
023400     STRING "GL " WS-CURRENT-GL-ACCOUNT
023500         " DR " WS-EDIT-DEBIT
024400         WS-ARCHIVE-LINE
024500     .
024600 2200-WRITE-ACCOUNT-LINE-EXIT.
024601     EXIT.
024602*----------------------------------------------------------------
024603*  2500-WRITE-ONE-CLASS  --  EVERY HELD GL ACCOUNT OF ONE CLASS,
024604*  THEN THE CLASS SUBTOTAL.  A CLASS WITH NO ACTIVITY WRITES
024605*  NOTHING.
024606*----------------------------------------------------------------
024607 2500-WRITE-ONE-CLASS.
024608     MOVE ZERO TO WS-CLASS-DEBIT-TOTAL
024609     MOVE ZERO TO WS-CLASS-CREDIT-TOTAL
024610     MOVE ZERO TO WS-CLASS-ACCOUNTS
024611     PERFORM 2510-TEST-ONE-HELD-ACCOUNT
024612         THRU 2510-TEST-ONE-HELD-ACCOUNT-EXIT
024613         VARYING WS-TB-SUB FROM 1 BY 1
024614         UNTIL WS-TB-SUB > WS-TB-COUNT
024615     IF WS-CLASS-ACCOUNTS = ZERO
024616         GO TO 2500-WRITE-ONE-CLASS-EXIT
024617     END-IF
024618
024619     MOVE WS-CLASS-DEBIT-TOTAL  TO WS-EDIT-DEBIT
024620     MOVE WS-CLASS-CREDIT-TOTAL TO WS-EDIT-CREDIT
024621     COMPUTE WS-ACCT-NET =
024622         WS-CLASS-DEBIT-TOTAL - WS-CLASS-CREDIT-TOTAL
024623     MOVE WS-ACCT-NET           TO WS-EDIT-NET
024624     PERFORM 2550-SET-CLASS-TITLE
024625         THRU 2550-SET-CLASS-TITLE-EXIT
024626     MOVE SPACES TO ED-DETAIL-LINE
024627     STRING "CLASS TOTAL DR " WS-EDIT-DEBIT
024628         " CR " WS-EDIT-CREDIT
024629         " NET " WS-EDIT-NET
024630         DELIMITED BY SIZE INTO ED-DETAIL-LINE
024631     MOVE WS-TS-DATE TO ED-RUN-DATE
024632     WRITE EOD-REPORT-DECK-RECORD
024633     MOVE ED-DETAIL-LINE TO WS-ARCHIVE-LINE
024634     CALL "RPTARCH-WRITE" USING WS-ARCHIVE-REPORT-ID
024635         WS-ARCHIVE-LINE
024636     .
024637 2500-WRITE-ONE-CLASS-EXIT.
024638     EXIT.
024639*----------------------------------------------------------------
024640 2510-TEST-ONE-HELD-ACCOUNT.
024641     IF WS-TB-CLASS (WS-TB-SUB) = WS-CT-CLASS (WS-CLASS-SUB)
024642         PERFORM 2200-WRITE-ACCOUNT-LINE
024643             THRU 2200-WRITE-ACCOUNT-LINE-EXIT
024644     END-IF
024645     .
024646 2510-TEST-ONE-HELD-ACCOUNT-EXIT.
024647     EXIT.
024648*----------------------------------------------------------------
024649*  2550-SET-CLASS-TITLE  --  THE DECK SECTION TITLE CARRIES THE
024650*  ACCOUNT CLASS, E.G. "GL TRIAL BALANCE - LIABILITIES".
024651*----------------------------------------------------------------
024652 2550-SET-CLASS-TITLE.
024653     MOVE SPACES TO ED-BRANCH-ID
024654     MOVE SPACES TO ED-SECTION-TITLE
024655     STRING "GL TRIAL BALANCE - " DELIMITED BY SIZE
024656         WS-CT-TITLE (WS-CLASS-SUB) DELIMITED BY SIZE
024657         INTO ED-SECTION-TITLE
024658     .
024659 2550-SET-CLASS-TITLE-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900*  2900-READ-NEXT-GL-ENTRY  --  SEQUENTIAL READ-AHEAD ON THE
