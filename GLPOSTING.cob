015400*                     WITH ITS ROW.  THE PERIOD-CLOSED TEST
015500*                     RUNS ON THE SAME DATE.  EXISTING CALLERS
015600*                     ARE UNCHANGED.
015601*    2026-10-15  RPK  ADDED THE 'Y' ESCROW TRANSACTION CODE -
015602*                     SIGN-DRIVEN LIKE OVER/SHORT.  A POSITIVE
015603*                     AMOUNT IS THE ESCROW PORTION OF A LOAN
015604*                     INSTALLMENT (CASH CONTROL DEBITED, ESCROW
015605*                     PAYABLE CREDITED); A NEGATIVE AMOUNT IS A
015606*                     TAX OR INSURANCE BILL PAID OUT OF ESCROW
015607*                     (THE REVERSE).
015608*    2026-10-15  RPK  ADDED THE 'Q' REVOLVING LINE INTEREST
015609*                     CODE - THE MONTHLY CYCLE CAPITALIZING A
015610*                     LINE'S ACCRUED INTEREST INTO ITS DRAWN
015611*                     BALANCE DEBITS THE LINE'S PRODUCT
015612*                     ACCOUNT AND CREDITS LOAN INTEREST
015613*                     INCOME.  A NEGATIVE AMOUNT REVERSES IT.
015614*    2026-10-15  RPK  ADDED THE 'T' LOAN LATE CHARGE CODE - SIGN-
015615*                     DRIVEN.  A POSITIVE AMOUNT IS A CHARGE
015616*                     ASSESSED BY LOAN-LATE-CHARGE (LOAN
015617*                     RECEIVABLE 999993 DEBITED, THE NEW LATE
015618*                     CHARGE INCOME ACCOUNT 999978 CREDITED); A
015619*                     NEGATIVE AMOUNT IS A CHARGE WAIVED THROUGH
015620*                     FEE-REFUND (FEE-REFUND CONTRA 999982
015621*                     DEBITED, RECEIVABLE CREDITED), SO WAIVERS
015622*                     STAY VISIBLE LIKE OTHER REFUNDS.
015623*    2026-10-15  RPK  ADDED THE LOAN FEE CODES, BOTH SIGN-DRIVEN,
015624*                     AGAINST THE NEW DEFERRED LOAN FEES ACCOUNT
015625*                     (999977).  'Z' DEFERS AT DISBURSEMENT - A
015626*                     POSITIVE AMOUNT IS THE ORIGINATION FEE TAKEN
015627*                     FROM THE BORROWER'S ACCOUNT (PRODUCT ACCOUNT
015628*                     DEBITED, DEFERRED FEES CREDITED), A NEGATIVE
015629*                     ONE A DIRECT COST PAID OUT (DEFERRED FEES
015630*                     DEBITED, CASH CONTROL CREDITED).  '1' EARNS
015631*                     IT - A POSITIVE AMOUNT MOVES NET FEE INTO
015632*                     LOAN INTEREST INCOME (999992), A NEGATIVE
015633*                     ONE EXPENSES NET COST AGAINST IT.  THE
015634*                     LETTER CODES ARE ALL SPOKEN FOR.
015635*    2026-10-15  RPK  ADDED THE '2' CASH ITEMS IN PROCESS CODE,
015636*                     SIGN-DRIVEN, AGAINST THE NEW CIIP ACCOUNT
015637*                     (999976).  A POSITIVE AMOUNT IS A BUNDLE
015638*                     OF DEPOSITED CHECKS SENT OUT ON THE CASH
015639*                     LETTER (CIIP DEBITED, CASH CONTROL
015640*                     CREDITED); A NEGATIVE ONE IS A PRESENTED
015641*                     ITEM COMING BACK UNPAID (CASH CONTROL
015642*                     DEBITED, CIIP CREDITED).
015643*    2026-10-15  RPK  ADDED THE '3' CLEARING SETTLEMENT
015644*                     DIFFERENCE CODE, SIGN-DRIVEN, LEDGER TO
015645*                     LEDGER (NO PRODUCT LEG).  A POSITIVE
015646*                     AMOUNT IS A CLEARING HOUSE NET SETTLEMENT
015647*                     MORE IN OUR FAVOUR THAN OUR OWN POSTINGS
015648*                     EXPLAIN (CASH CONTROL DEBITED, SUSPENSE
015649*                     CREDITED); A NEGATIVE ONE IS A SHORTFALL
015650*                     (THE REVERSE).  SUSPENSE-CLEAR REVERSES IT
015651*                     WITH THE SIGN FLIPPED.
015652*    2026-10-15  RPK  ADDED THE '4' BILL PAYMENT CODE, SIGN-
015653*                     DRIVEN, LEDGER TO LEDGER, AGAINST THE NEW
015654*                     BILL PAYMENTS PAYABLE ACCOUNT (999975).  A
015655*                     POSITIVE AMOUNT IS A CUSTOMER BILL PAYMENT
015656*                     TAKEN (CASH CONTROL DEBITED - THE PRODUCT
015657*                     LEG WAS THE WITHDRAWAL - PAYABLE
015658*                     CREDITED); A NEGATIVE ONE IS A BILLER'S
015659*                     REMITTANCE PAID AWAY (PAYABLE DEBITED, CASH
015660*                     CONTROL CREDITED).
015661*    2026-10-15  RPK  ADDED THE '5' CASH SHIPMENT DISPATCH AND
015662*                     '6' CASH SHIPMENT RECEIPT CODES, BOTH
015663*                     SIGN-DRIVEN, LEDGER TO LEDGER, AGAINST THE
015664*                     NEW CASH IN TRANSIT ACCOUNT (999974).
015665*                     DISPATCH ALWAYS DEBITS IN TRANSIT; A
015666*                     POSITIVE AMOUNT IS CASH CENTER STOCK SHIPPED
015667*                     TO A BRANCH (NOSTRO CREDITED), A NEGATIVE
015668*                     ONE A BRANCH RETURN LEAVING THE VAULT (CASH
015669*                     CONTROL CREDITED).  RECEIPT ALWAYS CREDITS
015670*                     IN TRANSIT; POSITIVE IS THE BRANCH TAKING
015671*                     THE SHIPMENT INTO ITS VAULT (CASH CONTROL
015672*                     DEBITED), NEGATIVE THE CASH CENTER
015673*                     CONFIRMING A RETURN (NOSTRO DEBITED).
015674*    2026-10-15  RPK  EVERY LEG'S GL ACCOUNT IS NOW CHECKED
015675*                     AGAINST THE CHART OF ACCOUNTS (VIA
015676*                     GLACCT-VERIFY) BEFORE ANYTHING IS WRITTEN.
015677*                     THE LEG-BUILDING EVALUATE MOVES TO
015678*                     2050-BUILD-THE-LEGS AND RUNS TWICE - A CHECK
015679*                     PASS THAT ONLY VALIDATES EACH LEG'S ACCOUNT,
015680*                     THEN THE WRITE PASS - SO A POSTING TO A CODE
015681*                     NOT ON THE CHART OR CLOSED IS REFUSED WHOLE
015682*                     AND NEVER LEAVES HALF A PAIR ON THE LEDGER.
015683*                     NO CHART AT ALL LEAVES POSTING OPEN, SAME AS
015684*                     THE PERIOD CHECK WITH NO BALANCE MASTER.
015685*    2026-10-15  RPK  EVERY GL LEG NOW CARRIES THE ORIGINATING
015686*                     BRANCH (GL-BRANCH-ID) - THE ACCOUNT'S HOME
015687*                     BRANCH OFF THE ACCOUNT MASTER FOR AN ACCOUNT
015688*                     LEG, THE POSTING OPERATOR'S BRANCH OFF THE
015689*                     OPERATOR MASTER FOR THE CASH CONTROL LEG
015690*                     (TELLER CASH), EACH FALLING BACK TO THE
015691*                     OTHER AND THEN TO HEAD OFFICE (000000) FOR A
015692*                     BANK-LEVEL POSTING.  THE PERIOD-CLOSED TEST
015693*                     READS THE BANK-WIDE BALANCE MASTER ROW.
015694*    2026-10-15  RPK  ADDED THE '7' FIXED ASSET CODE, SIGN-DRIVEN,
015695*                     LEDGER TO LEDGER. THE FIXED ASSET REGISTER
015696*                     CARRIES ITS OWN GL ACCOUNTS PER ASSET, SO
015697*                     THE CALLER PASSES THEM IN A NEW OPTIONAL
015698*                     LEDGER PAIR (DEBIT ACCOUNT, CREDIT ACCOUNT,
015699*                     THE ASSET'S BRANCH AND A NARRATIVE) AFTER
015700*                     THE VALUE DATE. A POSITIVE AMOUNT DEBITS THE
015701*                     FIRST AND CREDITS THE SECOND; A NEGATIVE ONE
015702*                     REVERSES THEM. BOTH LEGS BOOK TO THE ASSET'S
015703*                     BRANCH. CODE 7 WITHOUT THE PAIR IS REFUSED.
015704*    2026-10-15  RPK  EVERY LEG WRITTEN IS ALSO FILED ON THE KEYED
015705*                     GL HISTORY (VIA GLH-POST) FOR GL-INQUIRY.
015706*    2026-10-15  RPK  A FISCAL YEAR THE YEAR-END CLOSE HAS RUN FOR
015707*                     IS LOCKED - POSTING DATED INTO IT IS REFUSED
015708*                     WHETHER OR NOT ITS MONTH ROW IS CLOSED.
015709*================================================================
015800 ENVIRONMENT DIVISION.
015900 INPUT-OUTPUT SECTION.
016000 FILE-CONTROL.
016100     COPY GLSEL.
016200     COPY GLBMSEL.
016233     COPY ACCTMSEL.
016266     COPY OPERMSEL.
016300*================================================================
016400 DATA DIVISION.
016500 FILE SECTION.
016700     COPY GLEDGER.
016800 FD  GL-BALANCE-MASTER-FILE.
016900     COPY GLBMAST.
016920 FD  ACCOUNT-MASTER-FILE.
016940     COPY ACCTMAST.
016960 FD  OPERATOR-MASTER-FILE.
016980     COPY OPERMAST.
017000*----------------------------------------------------------------
017100 WORKING-STORAGE SECTION.
017200     COPY PRODTAB.
023900*    LOSS ALLOWANCE BUILT BY THE PROVISION PAIR INTO IT; A
024000*    RECOVERY BOOKS CASH BACK AGAINST PROVISION EXPENSE.
024100 01  WS-CHARGEOFF-GL-ACCT          PIC 9(06) VALUE 999981.
024104*    999979 = MORTGAGE ESCROW PAYABLE - TAX AND INSURANCE
024108*    MONEY COLLECTED WITH LOAN INSTALLMENTS AND HELD FOR THE
024112*    BORROWER UNTIL THE BILLS ON THE ESCROW ITEM FILE FALL DUE.
024116 01  WS-ESCROW-GL-ACCT             PIC 9(06) VALUE 999979.
024120*    999978 = LOAN LATE CHARGE INCOME - LATE CHARGES ASSESSED ON
024124*    INSTALLMENTS PAST THE GRACE PERIOD, CARRIED ON THE LOAN'S
024128*    FEES-DUE BUCKET UNTIL COLLECTED.
024132 01  WS-LATE-CHARGE-GL-ACCT        PIC 9(06) VALUE 999978.
024136*    999977 = DEFERRED LOAN FEES AND COSTS - ORIGINATION FEES
024140*    LESS DIRECT COSTS DEFERRED AT DISBURSEMENT, NET, AND EARNED
024144*    INTO LOAN INTEREST INCOME OVER THE LOAN'S TERM.
024148 01  WS-DEFERRED-FEE-GL-ACCT       PIC 9(06) VALUE 999977.
024152*    999976 = CASH ITEMS IN PROCESS - DEPOSITED CHECKS DRAWN ON
024156*    OTHER BANKS, PRESENTED ON THE OUTBOUND CASH LETTER AND NOT
024160*    YET SETTLED OR RETURNED BY THE CLEARING HOUSE.
024164 01  WS-CIIP-GL-ACCT               PIC 9(06) VALUE 999976.
024168*    999975 = BILL PAYMENTS PAYABLE - CUSTOMER BILL PAYMENTS
024172*    TAKEN FROM ACCOUNTS AND NOT YET REMITTED TO THE BILLER.
024176 01  WS-BILLPAY-GL-ACCT            PIC 9(06) VALUE 999975.
024180*    999974 = CASH IN TRANSIT - CURRENCY SHIPPED BETWEEN THE
024184*    CASH CENTER AND A BRANCH VAULT AND NOT YET TAKEN IN AT
024188*    THE OTHER END.  THE SHIPMENT REGISTER (CASHSHIP) CARRIES
024192*    THE DETAIL BEHIND THE BALANCE.
024196 01  WS-IN-TRANSIT-GL-ACCT         PIC 9(06) VALUE 999974.
024200*----------------------------------------------------------------
024300 01  WS-GLFILE-STATUS               PIC XX.
024400 01  WS-GLBMAST-STATUS              PIC XX.
024433 01  WS-ACCTMAST-STATUS             PIC XX.
024466 01  WS-OPERMAST-STATUS             PIC XX.
024500 01  WS-PERIOD-CHECK-FLAG           PIC X.
024600     88  WS-PERIOD-CHECK-ACTIVE     VALUE 'Y'.
024700     88  WS-PERIOD-CHECK-BYPASSED   VALUE 'N'.
024800 01  WS-POSTING-PERIOD              PIC 9(06).
024820 01  WS-YEAR-END-PERIOD             PIC 9(06).
024840 01  WS-YEAR-END-PERIOD-SPLIT REDEFINES WS-YEAR-END-PERIOD.
024860     05  WS-YEAR-END-YEAR           PIC 9(04).
024880     05  WS-YEAR-END-MONTH          PIC 9(02).
024900*----------------------------------------------------------------
025000*  THE CASH/TELLER CONTROL ACCOUNT EVERY TRANSACTION'S OFFSETTING
025100*  LEG POSTS AGAINST.
025200*----------------------------------------------------------------
025300 01  WS-CASH-CONTROL-GL-ACCOUNT     PIC 9(06) VALUE 999999.
025400 01  WS-PRODUCT-GL-ACCOUNT          PIC 9(06).
025401*----------------------------------------------------------------
025402*  THE BRANCH SEGMENT.  AN ACCOUNT LEG BOOKS TO THE ACCOUNT'S
025403*  HOME BRANCH, THE CASH CONTROL LEG TO THE POSTING OPERATOR'S
025404*  BRANCH (THE TELLER'S CASH).  EITHER ONE MISSING TAKES THE
025405*  OTHER; NEITHER (A BANK-LEVEL POSTING BY A BATCH ID NOT ON
025406*  THE OPERATOR MASTER) BOOKS TO HEAD OFFICE.
025407*----------------------------------------------------------------
025408 01  WS-ACCOUNT-BRANCH-ID           PIC X(06).
025409 01  WS-OPERATOR-BRANCH-ID          PIC X(06).
025410 01  WS-HEAD-OFFICE-BRANCH          PIC X(06) VALUE "000000".
025411*----------------------------------------------------------------
025412*  CHART-OF-ACCOUNTS CHECK.  2050-BUILD-THE-LEGS RUNS ONCE IN
025418*  THE CHECK PASS (EACH LEG'S ACCOUNT VALIDATED, NOTHING
025424*  WRITTEN) AND ONCE IN THE WRITE PASS.
025430*----------------------------------------------------------------
025436 01  WS-LEG-PASS-FLAG               PIC X.
025442     88  WS-LEG-CHECK-PASS          VALUE 'C'.
025448     88  WS-LEG-WRITE-PASS          VALUE 'W'.
025454 01  WS-GLACCT-VERIFY-FLAG          PIC X.
025460     88  WS-GLACCT-OPEN             VALUE 'Y'.
025466     88  WS-GLACCT-CLOSED           VALUE 'C'.
025472     88  WS-GLACCT-CHART-ABSENT     VALUE 'X'.
025478 01  WS-GLACCT-NAME                 PIC X(30).
025484 01  WS-GLACCT-CLASS                PIC X.
025490 01  WS-GLACCT-NORMAL-SIDE          PIC X.
025500*----------------------------------------------------------------
025600*  TIMESTAMP SPLIT INTO THE DATE/TIME/ID FIELDS A GL ENTRY NEEDS
025700*  - SAME CONVENTION AS DEPOSITTRAN/WITHDRAWTRAN.
031100     88  GL-TRAN-FEE-REFUND         VALUE 'G'.
031200     88  GL-TRAN-NOSTRO             VALUE 'N'.
031300     88  GL-TRAN-DISPUTE-SETTLE     VALUE 'U'.
031350     88  GL-TRAN-ESCROW             VALUE 'Y'.
031370     88  GL-TRAN-LINE-INTEREST      VALUE 'Q'.
031380     88  GL-TRAN-LATE-CHARGE        VALUE 'T'.
031386     88  GL-TRAN-LOAN-FEE-DEFER     VALUE 'Z'.
031392     88  GL-TRAN-LOAN-FEE-EARN      VALUE '1'.
031394     88  GL-TRAN-CASH-ITEMS         VALUE '2'.
031395     88  GL-TRAN-CLEARING-DIFF      VALUE '3'.
031396     88  GL-TRAN-BILL-PAYMENT       VALUE '4'.
031397     88  GL-TRAN-CASH-DISPATCH      VALUE '5'.
031398     88  GL-TRAN-CASH-RECEIPT       VALUE '6'.
031399     88  GL-TRAN-FIXED-ASSET        VALUE '7'.
031400 01  LS-AMOUNT                      PIC S9(09)V99.
031500 01  LS-OPERATOR-ID                 PIC X(08).
031600 01  LS-POST-FLAG                   PIC X.
032400*  INTO A CLOSED PERIOD.
032500*----------------------------------------------------------------
032600 01  LS-VALUE-DATE                  PIC 9(08).
032607*----------------------------------------------------------------
032614*  OPTIONAL - CODE '7' ONLY.  THE FIXED ASSET REGISTER BOOKS TO
032621*  THE GL ACCOUNTS CARRIED ON EACH ASSET, NOT TO ONE FIXED PAIR,
032628*  SO THE CALLER NAMES BOTH ACCOUNTS, THE BRANCH THE ASSET SITS
032635*  AT AND THE NARRATIVE.  A CALLER PASSING THIS WITH NO VALUE
032642*  DATE PASSES ZERO IN ITS PLACE.
032649*----------------------------------------------------------------
032656 01  LS-LEDGER-PAIR.
032663     05  LS-LP-DEBIT-GL-ACCOUNT     PIC 9(06).
032670     05  LS-LP-CREDIT-GL-ACCOUNT    PIC 9(06).
032677     05  LS-LP-BRANCH-ID            PIC X(06).
032684     05  LS-LP-NARRATIVE            PIC X(20).
032700*================================================================
032800 PROCEDURE DIVISION USING LS-ACCT-NUMBER LS-TYPE-CODE LS-TRAN-CODE
032900     LS-AMOUNT LS-OPERATOR-ID LS-POST-FLAG
033000     OPTIONAL LS-VALUE-DATE OPTIONAL LS-LEDGER-PAIR.
033100*================================================================
033200 0000-MAINLINE.
033300     PERFORM 1000-INITIALIZE
037000
037100     PERFORM 1100-CHECK-PERIOD-OPEN
037200         THRU 1100-CHECK-PERIOD-OPEN-EXIT
037233     PERFORM 1200-RESOLVE-BRANCHES
037266         THRU 1200-RESOLVE-BRANCHES-EXIT
037300     .
037400 1000-INITIALIZE-EXIT.
037500     EXIT.
038000*  EVERY POSTING WRITES ONE LEG AGAINST THAT ACCOUNT, SO ITS
038100*  ROW IS ALWAYS PRESENT FOR A CLOSED PERIOD.  NO BALANCE
038200*  MASTER AT ALL MEANS NO CLOSE HAS EVER RUN, AND POSTING STAYS
038300*  OPEN AS IT ALWAYS WAS.  A FISCAL YEAR THE YEAR-END CLOSE HAS
038325*  RUN FOR (THE CONTROL ACCOUNT HAS A ROW FOR ITS CLOSING PERIOD,
038350*  YYYY13) IS LOCKED OUTRIGHT - ONLY AN APPROVED GL-JOURNAL-ENTRY
038375*  ADJUSTMENT MAY STILL REACH IT.
038400*----------------------------------------------------------------
038500 1100-CHECK-PERIOD-OPEN.
038600     OPEN INPUT GL-BALANCE-MASTER-FILE
039200
039300     MOVE WS-TS-DATE (1:6) TO WS-POSTING-PERIOD
039400     MOVE WS-CASH-CONTROL-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
039450     MOVE SPACES                     TO GB-BRANCH-ID
039500     MOVE WS-POSTING-PERIOD          TO GB-PERIOD
039600     READ GL-BALANCE-MASTER-FILE
039700         KEY IS GB-BALANCE-KEY
040400                 SET LS-POST-FAILED TO TRUE
040500             END-IF
040600     END-READ
040605     IF LS-POST-FAILED
040610         GO TO 1100-CHECK-PERIOD-OPEN-EXIT
040615     END-IF
040620
040625     MOVE WS-TS-DATE (1:4) TO WS-YEAR-END-YEAR
040630     MOVE 13 TO WS-YEAR-END-MONTH
040635     MOVE WS-CASH-CONTROL-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
040640     MOVE SPACES                     TO GB-BRANCH-ID
040645     MOVE WS-YEAR-END-PERIOD         TO GB-PERIOD
040650     READ GL-BALANCE-MASTER-FILE
040655         KEY IS GB-BALANCE-KEY
040660         INVALID KEY
040665             CONTINUE
040670         NOT INVALID KEY
040675             DISPLAY "GL-POSTING: FISCAL YEAR " WS-YEAR-END-YEAR
040680                 " IS CLOSED - POSTING REFUSED"
040685             SET LS-POST-FAILED TO TRUE
040690     END-READ
040700     .
040800 1100-CHECK-PERIOD-OPEN-EXIT.
040900     EXIT.
041000*----------------------------------------------------------------
041001*  1200-RESOLVE-BRANCHES  --  THE ACCOUNT'S HOME BRANCH OFF THE
041002*  ACCOUNT MASTER AND THE OPERATOR'S BRANCH OFF THE OPERATOR
041003*  MASTER, EACH OPENED, READ AND CLOSED HERE THE WAY FEE-POST
041004*  READS THE ACCOUNT'S CURRENCY.  A MASTER THAT CANNOT BE READ
041005*  LEAVES THAT BRANCH TO THE FALLBACKS.
041006*----------------------------------------------------------------
041007 1200-RESOLVE-BRANCHES.
041008     MOVE SPACES TO WS-ACCOUNT-BRANCH-ID
041009     MOVE SPACES TO WS-OPERATOR-BRANCH-ID
041010     IF LS-ACCT-NUMBER NOT = ZERO
041011         OPEN INPUT ACCOUNT-MASTER-FILE
041012         IF WS-ACCTMAST-STATUS = "00"
041013             MOVE LS-ACCT-NUMBER TO AM-ACCT-NUMBER
041014             READ ACCOUNT-MASTER-FILE
041015                 KEY IS AM-ACCT-NUMBER
041016                 INVALID KEY
041017                     CONTINUE
041018                 NOT INVALID KEY
041019                     MOVE AM-BRANCH-ID TO WS-ACCOUNT-BRANCH-ID
041020             END-READ
041021             CLOSE ACCOUNT-MASTER-FILE
041022         END-IF
041023     END-IF
041024
041025     OPEN INPUT OPERATOR-MASTER-FILE
041026     IF WS-OPERMAST-STATUS = "00"
041027         MOVE LS-OPERATOR-ID TO OP-OPERATOR-ID
041028         READ OPERATOR-MASTER-FILE
041029             KEY IS OP-OPERATOR-ID
041030             INVALID KEY
041031                 CONTINUE
041032             NOT INVALID KEY
041033                 MOVE OP-BRANCH-ID TO WS-OPERATOR-BRANCH-ID
041034         END-READ
041035         CLOSE OPERATOR-MASTER-FILE
041036     END-IF
041037
041038     IF WS-ACCOUNT-BRANCH-ID = SPACES
041039         MOVE WS-OPERATOR-BRANCH-ID TO WS-ACCOUNT-BRANCH-ID
041040     END-IF
041041     IF WS-ACCOUNT-BRANCH-ID = SPACES
041042         MOVE WS-HEAD-OFFICE-BRANCH TO WS-ACCOUNT-BRANCH-ID
041043     END-IF
041044     IF WS-OPERATOR-BRANCH-ID = SPACES
041045         MOVE WS-ACCOUNT-BRANCH-ID TO WS-OPERATOR-BRANCH-ID
041046     END-IF
041047     IF GL-TRAN-FIXED-ASSET
041048         IF ADDRESS OF LS-LEDGER-PAIR NOT = NULL
041049             IF LS-LP-BRANCH-ID NOT = SPACES
041050                 MOVE LS-LP-BRANCH-ID TO WS-ACCOUNT-BRANCH-ID
041051                 MOVE LS-LP-BRANCH-ID TO WS-OPERATOR-BRANCH-ID
041052             END-IF
041053         END-IF
041054     END-IF
041055     .
041056 1200-RESOLVE-BRANCHES-EXIT.
041057     EXIT.
041058*----------------------------------------------------------------
041100*  2000-POST-ENTRIES  --  LOOK UP THE PRODUCT'S GL ACCOUNT AND
041200*  WRITE THE MATCHED DEBIT/CREDIT PAIR - BUT ONLY ONCE A CHECK
041233*  PASS OVER THE SAME LEGS HAS FOUND EVERY GL ACCOUNT OPEN ON
041266*  THE CHART OF ACCOUNTS.
041300*----------------------------------------------------------------
041400 2000-POST-ENTRIES.
041500     IF LS-POST-FAILED
041600         GO TO 2000-POST-ENTRIES-EXIT
041611     END-IF
041622     IF GL-TRAN-FIXED-ASSET
041633         IF ADDRESS OF LS-LEDGER-PAIR = NULL
041644             DISPLAY "GL-POSTING: CODE 7 PASSED WITHOUT ITS "
041655                 "LEDGER PAIR - POSTING REFUSED"
041666             SET LS-POST-FAILED TO TRUE
041677             GO TO 2000-POST-ENTRIES-EXIT
041688         END-IF
041700     END-IF
041800
041900     SET PT-IDX TO 1
042500                 TO WS-PRODUCT-GL-ACCOUNT
042600     END-SEARCH
042700
042705     SET WS-LEG-CHECK-PASS TO TRUE
042710     PERFORM 2050-BUILD-THE-LEGS
042715         THRU 2050-BUILD-THE-LEGS-EXIT
042720     IF LS-POST-FAILED
042725         GO TO 2000-POST-ENTRIES-EXIT
042730     END-IF
042735     SET WS-LEG-WRITE-PASS TO TRUE
042740     PERFORM 2050-BUILD-THE-LEGS
042745         THRU 2050-BUILD-THE-LEGS-EXIT
042750     .
042755 2000-POST-ENTRIES-EXIT.
042760     EXIT.
042765*----------------------------------------------------------------
042770*  2050-BUILD-THE-LEGS  --  ONE WHEN PER TRANSACTION CODE.  EACH
042775*  LEG SETS ITS GL ACCOUNT, SIDE AND NARRATIVE AND HANDS OFF TO
042780*  2200-POST-ONE-LEG, WHICH VALIDATES OR WRITES IT ACCORDING TO
042785*  THE PASS.
042790*----------------------------------------------------------------
042795 2050-BUILD-THE-LEGS.
042800     EVALUATE TRUE
042900         WHEN GL-TRAN-DEPOSIT
043000             PERFORM 2100-WRITE-GL-ENTRY
043200             MOVE WS-PRODUCT-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
043300             SET GL-IS-CREDIT TO TRUE
043400             MOVE "DEPOSIT"           TO GL-NARRATIVE
043500             PERFORM 2200-POST-ONE-LEG
043550                 THRU 2200-POST-ONE-LEG-EXIT
043600
043700             MOVE WS-CASH-CONTROL-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
043800             SET GL-IS-DEBIT TO TRUE
043900             MOVE "DEPOSIT - CASH"    TO GL-NARRATIVE
044000             PERFORM 2200-POST-ONE-LEG
044050                 THRU 2200-POST-ONE-LEG-EXIT
044100         WHEN GL-TRAN-WITHDRAWAL
044200             PERFORM 2100-WRITE-GL-ENTRY
044300                 THRU 2100-WRITE-GL-ENTRY-EXIT
044400             MOVE WS-PRODUCT-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
044500             SET GL-IS-DEBIT TO TRUE
044600             MOVE "WITHDRAWAL"        TO GL-NARRATIVE
044700             PERFORM 2200-POST-ONE-LEG
044750                 THRU 2200-POST-ONE-LEG-EXIT
044800
044900             MOVE WS-CASH-CONTROL-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
045000             SET GL-IS-CREDIT TO TRUE
045100             MOVE "WITHDRAWAL - CASH" TO GL-NARRATIVE
045200             PERFORM 2200-POST-ONE-LEG
045250                 THRU 2200-POST-ONE-LEG-EXIT
045300         WHEN GL-TRAN-SUSPENSE
045400             PERFORM 2100-WRITE-GL-ENTRY
045500                 THRU 2100-WRITE-GL-ENTRY-EXIT
046600                 SET GL-IS-DEBIT TO TRUE
046700             END-IF
046800             MOVE "EOD SUSPENSE"      TO GL-NARRATIVE
046900             PERFORM 2200-POST-ONE-LEG
046950                 THRU 2200-POST-ONE-LEG-EXIT
047000
047100             MOVE WS-PRODUCT-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
047200             IF LS-AMOUNT < ZERO
047500                 SET GL-IS-CREDIT TO TRUE
047600             END-IF
047700             MOVE "EOD DIFFERENCE"    TO GL-NARRATIVE
047800             PERFORM 2200-POST-ONE-LEG
047850                 THRU 2200-POST-ONE-LEG-EXIT
047900         WHEN GL-TRAN-OVER-SHORT
048000             PERFORM 2100-WRITE-GL-ENTRY
048100                 THRU 2100-WRITE-GL-ENTRY-EXIT
049200                 SET GL-IS-DEBIT TO TRUE
049300             END-IF
049400             MOVE "CASH OVER/SHORT"   TO GL-NARRATIVE
049500             PERFORM 2200-POST-ONE-LEG
049550                 THRU 2200-POST-ONE-LEG-EXIT
049600
049700             MOVE WS-OVER-SHORT-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
049800             IF LS-AMOUNT < ZERO
050100                 SET GL-IS-CREDIT TO TRUE
050200             END-IF
050300             MOVE "OVER/SHORT P+L"    TO GL-NARRATIVE
050400             PERFORM 2200-POST-ONE-LEG
050450                 THRU 2200-POST-ONE-LEG-EXIT
050500         WHEN GL-TRAN-FEE
050600             PERFORM 2100-WRITE-GL-ENTRY
050700                 THRU 2100-WRITE-GL-ENTRY-EXIT
050800             MOVE WS-PRODUCT-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
050900             SET GL-IS-DEBIT TO TRUE
051000             MOVE "SERVICE FEE"       TO GL-NARRATIVE
051100             PERFORM 2200-POST-ONE-LEG
051150                 THRU 2200-POST-ONE-LEG-EXIT
051200
051300             MOVE WS-FEE-INCOME-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
051400             SET GL-IS-CREDIT TO TRUE
051500             MOVE "FEE INCOME"        TO GL-NARRATIVE
051600             PERFORM 2200-POST-ONE-LEG
051650                 THRU 2200-POST-ONE-LEG-EXIT
051700         WHEN GL-TRAN-NOSTRO
051800             PERFORM 2100-WRITE-GL-ENTRY
051900                 THRU 2100-WRITE-GL-ENTRY-EXIT
053000                 SET GL-IS-CREDIT TO TRUE
053100             END-IF
053200             MOVE "NOSTRO SETTLEMENT"  TO GL-NARRATIVE
053300             PERFORM 2200-POST-ONE-LEG
053350                 THRU 2200-POST-ONE-LEG-EXIT
053400
053500             MOVE WS-CASH-CONTROL-GL-ACCOUNT
053600                 TO GL-GL-ACCOUNT-CODE
054000                 SET GL-IS-DEBIT TO TRUE
054100             END-IF
054200             MOVE "NOSTRO CASH LEG"    TO GL-NARRATIVE
054300             PERFORM 2200-POST-ONE-LEG
054350                 THRU 2200-POST-ONE-LEG-EXIT
054400         WHEN GL-TRAN-DISPUTE-SETTLE
054500             PERFORM 2100-WRITE-GL-ENTRY
054600                 THRU 2100-WRITE-GL-ENTRY-EXIT
054700             MOVE WS-ATM-SETTLE-GL-ACCT TO GL-GL-ACCOUNT-CODE
054800             SET GL-IS-DEBIT TO TRUE
054900             MOVE "ATM CHARGEBACK WON"  TO GL-NARRATIVE
055000             PERFORM 2200-POST-ONE-LEG
055050                 THRU 2200-POST-ONE-LEG-EXIT
055100
055200             MOVE WS-ATM-DISPUTE-GL-ACCT TO GL-GL-ACCOUNT-CODE
055300             SET GL-IS-CREDIT TO TRUE
055400             MOVE "DISPUTE RECVBL CLEAR" TO GL-NARRATIVE
055500             PERFORM 2200-POST-ONE-LEG
055550                 THRU 2200-POST-ONE-LEG-EXIT
055600         WHEN GL-TRAN-FEE-REFUND
055700             PERFORM 2100-WRITE-GL-ENTRY
055800                 THRU 2100-WRITE-GL-ENTRY-EXIT
056000                 TO GL-GL-ACCOUNT-CODE
056100             SET GL-IS-DEBIT TO TRUE
056200             MOVE "FEE REFUND CONTRA" TO GL-NARRATIVE
056300             PERFORM 2200-POST-ONE-LEG
056350                 THRU 2200-POST-ONE-LEG-EXIT
056400
056500             MOVE WS-PRODUCT-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
056600             SET GL-IS-CREDIT TO TRUE
056700             MOVE "FEE REFUNDED"       TO GL-NARRATIVE
056800             PERFORM 2200-POST-ONE-LEG
056850                 THRU 2200-POST-ONE-LEG-EXIT
056900         WHEN GL-TRAN-INTEREST
057000             PERFORM 2100-WRITE-GL-ENTRY
057100                 THRU 2100-WRITE-GL-ENTRY-EXIT
058200                 SET GL-IS-CREDIT TO TRUE
058300             END-IF
058400             MOVE "INTEREST ACCRUAL"  TO GL-NARRATIVE
058500             PERFORM 2200-POST-ONE-LEG
058550                 THRU 2200-POST-ONE-LEG-EXIT
058600
058700             MOVE WS-CASH-CONTROL-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
058800             IF LS-AMOUNT < ZERO
059100                 SET GL-IS-DEBIT TO TRUE
059200             END-IF
059300             MOVE "INTEREST EXPENSE"  TO GL-NARRATIVE
059400             PERFORM 2200-POST-ONE-LEG
059450                 THRU 2200-POST-ONE-LEG-EXIT
059500         WHEN GL-TRAN-WITHHOLDING
059600             PERFORM 2100-WRITE-GL-ENTRY
059700                 THRU 2100-WRITE-GL-ENTRY-EXIT
059800             MOVE WS-PRODUCT-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
059900             SET GL-IS-DEBIT TO TRUE
060000             MOVE "TAX WITHHELD"      TO GL-NARRATIVE
060100             PERFORM 2200-POST-ONE-LEG
060150                 THRU 2200-POST-ONE-LEG-EXIT
060200
060300             MOVE WS-TAX-PAYABLE-GL-ACCOUNT
060400                 TO GL-GL-ACCOUNT-CODE
060500             SET GL-IS-CREDIT TO TRUE
060600             MOVE "WITHHOLDING PAYABLE" TO GL-NARRATIVE
060700             PERFORM 2200-POST-ONE-LEG
060750                 THRU 2200-POST-ONE-LEG-EXIT
060800         WHEN GL-TRAN-LOAN-ACCRUAL
060900             PERFORM 2100-WRITE-GL-ENTRY
061000                 THRU 2100-WRITE-GL-ENTRY-EXIT
061200                 TO GL-GL-ACCOUNT-CODE
061300             SET GL-IS-DEBIT TO TRUE
061400             MOVE "LOAN INT RECEIVABLE" TO GL-NARRATIVE
061500             PERFORM 2200-POST-ONE-LEG
061550                 THRU 2200-POST-ONE-LEG-EXIT
061600
061700             MOVE WS-LOAN-INT-INCOME-GL-ACCT
061800                 TO GL-GL-ACCOUNT-CODE
061900             SET GL-IS-CREDIT TO TRUE
062000             MOVE "LOAN INT INCOME"    TO GL-NARRATIVE
062100             PERFORM 2200-POST-ONE-LEG
062150                 THRU 2200-POST-ONE-LEG-EXIT
062200         WHEN GL-TRAN-PROVISION
062300             PERFORM 2100-WRITE-GL-ENTRY
062400                 THRU 2100-WRITE-GL-ENTRY-EXIT
063700                 SET GL-IS-DEBIT TO TRUE
063800             END-IF
063900             MOVE "PROVISION EXPENSE"  TO GL-NARRATIVE
064000             PERFORM 2200-POST-ONE-LEG
064050                 THRU 2200-POST-ONE-LEG-EXIT
064100
064200             MOVE WS-LOAN-ALLOWANCE-GL-ACCT
064300                 TO GL-GL-ACCOUNT-CODE
064700                 SET GL-IS-CREDIT TO TRUE
064800             END-IF
064900             MOVE "LOAN LOSS ALLOWANCE" TO GL-NARRATIVE
065000             PERFORM 2200-POST-ONE-LEG
065050                 THRU 2200-POST-ONE-LEG-EXIT
065100         WHEN GL-TRAN-FX-EXCHANGE
065200             PERFORM 2100-WRITE-GL-ENTRY
065300                 THRU 2100-WRITE-GL-ENTRY-EXIT
066600                 SET GL-IS-DEBIT TO TRUE
066700             END-IF
066800             MOVE "FX CASH LEG"        TO GL-NARRATIVE
066900             PERFORM 2200-POST-ONE-LEG
066950                 THRU 2200-POST-ONE-LEG-EXIT
067000
067100             MOVE WS-FX-POSITION-GL-ACCT
067200                 TO GL-GL-ACCOUNT-CODE
067600                 SET GL-IS-CREDIT TO TRUE
067700             END-IF
067800             MOVE "FX POSITION"        TO GL-NARRATIVE
067900             PERFORM 2200-POST-ONE-LEG
067950                 THRU 2200-POST-ONE-LEG-EXIT
068000         WHEN GL-TRAN-FX-MARGIN
068100             PERFORM 2100-WRITE-GL-ENTRY
068200                 THRU 2100-WRITE-GL-ENTRY-EXIT
068400                 TO GL-GL-ACCOUNT-CODE
068500             SET GL-IS-DEBIT TO TRUE
068600             MOVE "FX MARGIN OUT"      TO GL-NARRATIVE
068700             PERFORM 2200-POST-ONE-LEG
068750                 THRU 2200-POST-ONE-LEG-EXIT
068800
068900             MOVE WS-FX-INCOME-GL-ACCT
069000                 TO GL-GL-ACCOUNT-CODE
069100             SET GL-IS-CREDIT TO TRUE
069200             MOVE "FX EXCHANGE INCOME" TO GL-NARRATIVE
069300             PERFORM 2200-POST-ONE-LEG
069350                 THRU 2200-POST-ONE-LEG-EXIT
069400         WHEN GL-TRAN-FX-REVALUE
069500             PERFORM 2100-WRITE-GL-ENTRY
069600                 THRU 2100-WRITE-GL-ENTRY-EXIT
070900                 SET GL-IS-DEBIT TO TRUE
071000             END-IF
071100             MOVE "FX REVALUATION"     TO GL-NARRATIVE
071200             PERFORM 2200-POST-ONE-LEG
071250                 THRU 2200-POST-ONE-LEG-EXIT
071300
071400             MOVE WS-FX-REVAL-GL-ACCT
071500                 TO GL-GL-ACCOUNT-CODE
071900                 SET GL-IS-CREDIT TO TRUE
072000             END-IF
072100             MOVE "FX REVAL P+L"       TO GL-NARRATIVE
072200             PERFORM 2200-POST-ONE-LEG
072250                 THRU 2200-POST-ONE-LEG-EXIT
072300         WHEN GL-TRAN-ATM-SETTLE
072400             PERFORM 2100-WRITE-GL-ENTRY
072500                 THRU 2100-WRITE-GL-ENTRY-EXIT
072700                 TO GL-GL-ACCOUNT-CODE
072800             SET GL-IS-DEBIT TO TRUE
072900             MOVE "ATM NET SETTLEMENT" TO GL-NARRATIVE
073000             PERFORM 2200-POST-ONE-LEG
073050                 THRU 2200-POST-ONE-LEG-EXIT
073100
073200             MOVE WS-ATM-SETTLE-GL-ACCT
073300                 TO GL-GL-ACCOUNT-CODE
073400             SET GL-IS-CREDIT TO TRUE
073500             MOVE "ATM NETWORK PAYABLE" TO GL-NARRATIVE
073600             PERFORM 2200-POST-ONE-LEG
073650                 THRU 2200-POST-ONE-LEG-EXIT
073700         WHEN GL-TRAN-ATM-DISPUTE
073800             PERFORM 2100-WRITE-GL-ENTRY
073900                 THRU 2100-WRITE-GL-ENTRY-EXIT
075200                 SET GL-IS-DEBIT TO TRUE
075300             END-IF
075400             MOVE "ATM DISPUTE RECVBLE" TO GL-NARRATIVE
075500             PERFORM 2200-POST-ONE-LEG
075550                 THRU 2200-POST-ONE-LEG-EXIT
075600
075700             MOVE WS-PRODUCT-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
075800             IF LS-AMOUNT < ZERO
076100                 SET GL-IS-CREDIT TO TRUE
076200             END-IF
076300             MOVE "DISPUTE PROV CREDIT" TO GL-NARRATIVE
076400             PERFORM 2200-POST-ONE-LEG
076450                 THRU 2200-POST-ONE-LEG-EXIT
076500         WHEN GL-TRAN-OFFCHECK-ISSUE
076600             PERFORM 2100-WRITE-GL-ENTRY
076700                 THRU 2100-WRITE-GL-ENTRY-EXIT
078200                 MOVE "OFF CHK ACCT DEBIT" TO GL-NARRATIVE
078300             END-IF
078400             SET GL-IS-DEBIT TO TRUE
078500             PERFORM 2200-POST-ONE-LEG
078550                 THRU 2200-POST-ONE-LEG-EXIT
078600
078700             MOVE WS-OFFCHECK-GL-ACCT TO GL-GL-ACCOUNT-CODE
078800             SET GL-IS-CREDIT TO TRUE
078900             MOVE "OFF CHECKS PAYABLE"  TO GL-NARRATIVE
079000             PERFORM 2200-POST-ONE-LEG
079050                 THRU 2200-POST-ONE-LEG-EXIT
079100         WHEN GL-TRAN-OFFCHECK-PAID
079200             PERFORM 2100-WRITE-GL-ENTRY
079300                 THRU 2100-WRITE-GL-ENTRY-EXIT
079400             MOVE WS-OFFCHECK-GL-ACCT TO GL-GL-ACCOUNT-CODE
079500             SET GL-IS-DEBIT TO TRUE
079600             MOVE "OFF CHECK PRESENTED" TO GL-NARRATIVE
079700             PERFORM 2200-POST-ONE-LEG
079750                 THRU 2200-POST-ONE-LEG-EXIT
079800
079900             MOVE WS-CASH-CONTROL-GL-ACCOUNT
080000                 TO GL-GL-ACCOUNT-CODE
080100             SET GL-IS-CREDIT TO TRUE
080200             MOVE "OFF CHECK - CASH"    TO GL-NARRATIVE
080300             PERFORM 2200-POST-ONE-LEG
080350                 THRU 2200-POST-ONE-LEG-EXIT
080400         WHEN GL-TRAN-ESCHEAT
080500             PERFORM 2100-WRITE-GL-ENTRY
080600                 THRU 2100-WRITE-GL-ENTRY-EXIT
080700             MOVE WS-PRODUCT-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
080800             SET GL-IS-DEBIT TO TRUE
080900             MOVE "ESCHEATED BALANCE"   TO GL-NARRATIVE
081000             PERFORM 2200-POST-ONE-LEG
081050                 THRU 2200-POST-ONE-LEG-EXIT
081100
081200             MOVE WS-ESCHEAT-GL-ACCT TO GL-GL-ACCOUNT-CODE
081300             SET GL-IS-CREDIT TO TRUE
081400             MOVE "ESCHEAT PAYABLE"     TO GL-NARRATIVE
081500             PERFORM 2200-POST-ONE-LEG
081550                 THRU 2200-POST-ONE-LEG-EXIT
081600         WHEN GL-TRAN-CHARGEOFF
081700             PERFORM 2100-WRITE-GL-ENTRY
081800                 THRU 2100-WRITE-GL-ENTRY-EXIT
082000                 TO GL-GL-ACCOUNT-CODE
082100             SET GL-IS-DEBIT TO TRUE
082200             MOVE "CHARGE-OFF ALLOWNCE" TO GL-NARRATIVE
082300             PERFORM 2200-POST-ONE-LEG
082350                 THRU 2200-POST-ONE-LEG-EXIT
082400
082500             MOVE WS-CHARGEOFF-GL-ACCT
082600                 TO GL-GL-ACCOUNT-CODE
082700             SET GL-IS-CREDIT TO TRUE
082800             MOVE "CHARGED-OFF CONTROL" TO GL-NARRATIVE
082900             PERFORM 2200-POST-ONE-LEG
082950                 THRU 2200-POST-ONE-LEG-EXIT
083000         WHEN GL-TRAN-RECOVERY
083100             PERFORM 2100-WRITE-GL-ENTRY
083200                 THRU 2100-WRITE-GL-ENTRY-EXIT
083400                 TO GL-GL-ACCOUNT-CODE
083500             SET GL-IS-DEBIT TO TRUE
083600             MOVE "RECOVERY - CASH"     TO GL-NARRATIVE
083700             PERFORM 2200-POST-ONE-LEG
083750                 THRU 2200-POST-ONE-LEG-EXIT
083800
083900             MOVE WS-PROVISION-EXP-GL-ACCT
084000                 TO GL-GL-ACCOUNT-CODE
084100             SET GL-IS-CREDIT TO TRUE
084200             MOVE "CHARGE-OFF RECOVERY" TO GL-NARRATIVE
084300             PERFORM 2200-POST-ONE-LEG
084301                 THRU 2200-POST-ONE-LEG-EXIT
084302         WHEN GL-TRAN-ESCROW
084303             PERFORM 2100-WRITE-GL-ENTRY
084304                 THRU 2100-WRITE-GL-ENTRY-EXIT
084305             IF LS-AMOUNT < ZERO
084306                 COMPUTE WS-SUSPENSE-LEG-AMOUNT = 0 - LS-AMOUNT
084307             ELSE
084308                 MOVE LS-AMOUNT TO WS-SUSPENSE-LEG-AMOUNT
084309             END-IF
084310             MOVE WS-SUSPENSE-LEG-AMOUNT TO GL-AMOUNT
084311             MOVE WS-CASH-CONTROL-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
084312             IF LS-AMOUNT < ZERO
084313                 SET GL-IS-CREDIT TO TRUE
084314                 MOVE "ESCROW PAID - CASH"  TO GL-NARRATIVE
084315             ELSE
084316                 SET GL-IS-DEBIT TO TRUE
084317                 MOVE "ESCROW RECVD - CASH" TO GL-NARRATIVE
084318             END-IF
084319             PERFORM 2200-POST-ONE-LEG
084320                 THRU 2200-POST-ONE-LEG-EXIT
084321
084322             MOVE WS-ESCROW-GL-ACCT TO GL-GL-ACCOUNT-CODE
084323             IF LS-AMOUNT < ZERO
084324                 SET GL-IS-DEBIT TO TRUE
084325             ELSE
084326                 SET GL-IS-CREDIT TO TRUE
084327             END-IF
084328             MOVE "ESCROW PAYABLE"      TO GL-NARRATIVE
084329             PERFORM 2200-POST-ONE-LEG
084330                 THRU 2200-POST-ONE-LEG-EXIT
084331         WHEN GL-TRAN-LINE-INTEREST
084332             PERFORM 2100-WRITE-GL-ENTRY
084333                 THRU 2100-WRITE-GL-ENTRY-EXIT
084334             IF LS-AMOUNT < ZERO
084335                 COMPUTE WS-SUSPENSE-LEG-AMOUNT = 0 - LS-AMOUNT
084336             ELSE
084337                 MOVE LS-AMOUNT TO WS-SUSPENSE-LEG-AMOUNT
084338             END-IF
084339             MOVE WS-SUSPENSE-LEG-AMOUNT TO GL-AMOUNT
084340             MOVE WS-PRODUCT-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
084341             IF LS-AMOUNT < ZERO
084342                 SET GL-IS-CREDIT TO TRUE
084343             ELSE
084344                 SET GL-IS-DEBIT TO TRUE
084345             END-IF
084346             MOVE "LINE INT CHARGED"    TO GL-NARRATIVE
084347             PERFORM 2200-POST-ONE-LEG
084348                 THRU 2200-POST-ONE-LEG-EXIT
084349
084350             MOVE WS-LOAN-INT-INCOME-GL-ACCT
084351                 TO GL-GL-ACCOUNT-CODE
084352             IF LS-AMOUNT < ZERO
084353                 SET GL-IS-DEBIT TO TRUE
084354             ELSE
084355                 SET GL-IS-CREDIT TO TRUE
084356             END-IF
084357             MOVE "LOAN INT INCOME"     TO GL-NARRATIVE
084358             PERFORM 2200-POST-ONE-LEG
084359                 THRU 2200-POST-ONE-LEG-EXIT
084360         WHEN GL-TRAN-LATE-CHARGE
084361             PERFORM 2100-WRITE-GL-ENTRY
084362                 THRU 2100-WRITE-GL-ENTRY-EXIT
084363             IF LS-AMOUNT < ZERO
084364                 COMPUTE WS-SUSPENSE-LEG-AMOUNT = 0 - LS-AMOUNT
084365             ELSE
084366                 MOVE LS-AMOUNT TO WS-SUSPENSE-LEG-AMOUNT
084367             END-IF
084368             MOVE WS-SUSPENSE-LEG-AMOUNT TO GL-AMOUNT
084369             IF LS-AMOUNT < ZERO
084370                 MOVE WS-FEE-REFUND-GL-ACCOUNT
084371                     TO GL-GL-ACCOUNT-CODE
084372                 MOVE "LATE CHG WAIVED"     TO GL-NARRATIVE
084373             ELSE
084374                 MOVE WS-LOAN-RECEIVABLE-GL-ACCT
084375                     TO GL-GL-ACCOUNT-CODE
084376                 MOVE "LATE CHG RECEIVABLE" TO GL-NARRATIVE
084377             END-IF
084378             SET GL-IS-DEBIT TO TRUE
084379             PERFORM 2200-POST-ONE-LEG
084380                 THRU 2200-POST-ONE-LEG-EXIT
084381
084382             IF LS-AMOUNT < ZERO
084383                 MOVE WS-LOAN-RECEIVABLE-GL-ACCT
084384                     TO GL-GL-ACCOUNT-CODE
084385                 MOVE "LATE CHG RECEIVABLE" TO GL-NARRATIVE
084386             ELSE
084387                 MOVE WS-LATE-CHARGE-GL-ACCT TO GL-GL-ACCOUNT-CODE
084388                 MOVE "LATE CHARGE INCOME"  TO GL-NARRATIVE
084389             END-IF
084390             SET GL-IS-CREDIT TO TRUE
084391             PERFORM 2200-POST-ONE-LEG
084392                 THRU 2200-POST-ONE-LEG-EXIT
084393         WHEN GL-TRAN-LOAN-FEE-DEFER
084394             PERFORM 2100-WRITE-GL-ENTRY
084395                 THRU 2100-WRITE-GL-ENTRY-EXIT
084396             IF LS-AMOUNT < ZERO
084397                 COMPUTE WS-SUSPENSE-LEG-AMOUNT = 0 - LS-AMOUNT
084398             ELSE
084399                 MOVE LS-AMOUNT TO WS-SUSPENSE-LEG-AMOUNT
084400             END-IF
084401             MOVE WS-SUSPENSE-LEG-AMOUNT TO GL-AMOUNT
084402             IF LS-AMOUNT < ZERO
084403                 MOVE WS-DEFERRED-FEE-GL-ACCT
084404                     TO GL-GL-ACCOUNT-CODE
084405                 MOVE "LOAN COST DEFERRED"  TO GL-NARRATIVE
084406             ELSE
084407                 MOVE WS-PRODUCT-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
084408                 MOVE "LOAN FEE CHARGED"    TO GL-NARRATIVE
084409             END-IF
084410             SET GL-IS-DEBIT TO TRUE
084411             PERFORM 2200-POST-ONE-LEG
084412                 THRU 2200-POST-ONE-LEG-EXIT
084413
084414             IF LS-AMOUNT < ZERO
084415                 MOVE WS-CASH-CONTROL-GL-ACCOUNT
084416                     TO GL-GL-ACCOUNT-CODE
084417                 MOVE "LOAN COST PAID"      TO GL-NARRATIVE
084418             ELSE
084419                 MOVE WS-DEFERRED-FEE-GL-ACCT
084420                     TO GL-GL-ACCOUNT-CODE
084421                 MOVE "LOAN FEE DEFERRED"   TO GL-NARRATIVE
084422             END-IF
084423             SET GL-IS-CREDIT TO TRUE
084424             PERFORM 2200-POST-ONE-LEG
084425                 THRU 2200-POST-ONE-LEG-EXIT
084426         WHEN GL-TRAN-LOAN-FEE-EARN
084427             PERFORM 2100-WRITE-GL-ENTRY
084428                 THRU 2100-WRITE-GL-ENTRY-EXIT
084429             IF LS-AMOUNT < ZERO
084430                 COMPUTE WS-SUSPENSE-LEG-AMOUNT = 0 - LS-AMOUNT
084431             ELSE
084432                 MOVE LS-AMOUNT TO WS-SUSPENSE-LEG-AMOUNT
084433             END-IF
084434             MOVE WS-SUSPENSE-LEG-AMOUNT TO GL-AMOUNT
084435             IF LS-AMOUNT < ZERO
084436                 MOVE WS-LOAN-INT-INCOME-GL-ACCT
084437                     TO GL-GL-ACCOUNT-CODE
084438                 MOVE "LOAN COST EXPENSED"  TO GL-NARRATIVE
084439             ELSE
084440                 MOVE WS-DEFERRED-FEE-GL-ACCT
084441                     TO GL-GL-ACCOUNT-CODE
084442                 MOVE "DEFERRED FEE EARNED" TO GL-NARRATIVE
084443             END-IF
084444             SET GL-IS-DEBIT TO TRUE
084445             PERFORM 2200-POST-ONE-LEG
084446                 THRU 2200-POST-ONE-LEG-EXIT
084447
084448             IF LS-AMOUNT < ZERO
084449                 MOVE WS-DEFERRED-FEE-GL-ACCT
084450                     TO GL-GL-ACCOUNT-CODE
084451                 MOVE "DEFERRED COST AMORT" TO GL-NARRATIVE
084452             ELSE
084453                 MOVE WS-LOAN-INT-INCOME-GL-ACCT
084454                     TO GL-GL-ACCOUNT-CODE
084455                 MOVE "LOAN FEE INCOME"     TO GL-NARRATIVE
084456             END-IF
084457             SET GL-IS-CREDIT TO TRUE
084458             PERFORM 2200-POST-ONE-LEG
084459                 THRU 2200-POST-ONE-LEG-EXIT
084460         WHEN GL-TRAN-CASH-ITEMS
084461             PERFORM 2100-WRITE-GL-ENTRY
084462                 THRU 2100-WRITE-GL-ENTRY-EXIT
084463             IF LS-AMOUNT < ZERO
084464                 COMPUTE WS-SUSPENSE-LEG-AMOUNT = 0 - LS-AMOUNT
084465             ELSE
084466                 MOVE LS-AMOUNT TO WS-SUSPENSE-LEG-AMOUNT
084467             END-IF
084468             MOVE WS-SUSPENSE-LEG-AMOUNT TO GL-AMOUNT
084469             IF LS-AMOUNT < ZERO
084470                 MOVE WS-CASH-CONTROL-GL-ACCOUNT
084471                     TO GL-GL-ACCOUNT-CODE
084472                 MOVE "CASH ITEM RETURNED"  TO GL-NARRATIVE
084473             ELSE
084474                 MOVE WS-CIIP-GL-ACCT       TO GL-GL-ACCOUNT-CODE
084475                 MOVE "CASH ITEMS IN PROC"  TO GL-NARRATIVE
084476             END-IF
084477             SET GL-IS-DEBIT TO TRUE
084478             PERFORM 2200-POST-ONE-LEG
084479                 THRU 2200-POST-ONE-LEG-EXIT
084480
084481             IF LS-AMOUNT < ZERO
084482                 MOVE WS-CIIP-GL-ACCT       TO GL-GL-ACCOUNT-CODE
084483                 MOVE "CASH ITEMS IN PROC"  TO GL-NARRATIVE
084484             ELSE
084485                 MOVE WS-CASH-CONTROL-GL-ACCOUNT
084486                     TO GL-GL-ACCOUNT-CODE
084487                 MOVE "CASH LETTER SENT"    TO GL-NARRATIVE
084488             END-IF
084489             SET GL-IS-CREDIT TO TRUE
084490             PERFORM 2200-POST-ONE-LEG
084491                 THRU 2200-POST-ONE-LEG-EXIT
084492         WHEN GL-TRAN-CLEARING-DIFF
084493             PERFORM 2100-WRITE-GL-ENTRY
084494                 THRU 2100-WRITE-GL-ENTRY-EXIT
084495             IF LS-AMOUNT < ZERO
084496                 COMPUTE WS-SUSPENSE-LEG-AMOUNT = 0 - LS-AMOUNT
084497             ELSE
084498                 MOVE LS-AMOUNT TO WS-SUSPENSE-LEG-AMOUNT
084499             END-IF
084500             MOVE WS-SUSPENSE-LEG-AMOUNT TO GL-AMOUNT
084501             IF LS-AMOUNT < ZERO
084502                 MOVE WS-SUSPENSE-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
084503                 MOVE "CLEARING SUSPENSE"   TO GL-NARRATIVE
084504             ELSE
084505                 MOVE WS-CASH-CONTROL-GL-ACCOUNT
084506                     TO GL-GL-ACCOUNT-CODE
084507                 MOVE "CLEARING SETTLE DIFF" TO GL-NARRATIVE
084508             END-IF
084509             SET GL-IS-DEBIT TO TRUE
084510             PERFORM 2200-POST-ONE-LEG
084511                 THRU 2200-POST-ONE-LEG-EXIT
084512
084513             IF LS-AMOUNT < ZERO
084514                 MOVE WS-CASH-CONTROL-GL-ACCOUNT
084515                     TO GL-GL-ACCOUNT-CODE
084516                 MOVE "CLEARING SETTLE DIFF" TO GL-NARRATIVE
084517             ELSE
084518                 MOVE WS-SUSPENSE-GL-ACCOUNT TO GL-GL-ACCOUNT-CODE
084519                 MOVE "CLEARING SUSPENSE"   TO GL-NARRATIVE
084520             END-IF
084521             SET GL-IS-CREDIT TO TRUE
084522             PERFORM 2200-POST-ONE-LEG
084523                 THRU 2200-POST-ONE-LEG-EXIT
084524         WHEN GL-TRAN-BILL-PAYMENT
084525             PERFORM 2100-WRITE-GL-ENTRY
084526                 THRU 2100-WRITE-GL-ENTRY-EXIT
084527             IF LS-AMOUNT < ZERO
084528                 COMPUTE WS-SUSPENSE-LEG-AMOUNT = 0 - LS-AMOUNT
084529             ELSE
084530                 MOVE LS-AMOUNT TO WS-SUSPENSE-LEG-AMOUNT
084531             END-IF
084532             MOVE WS-SUSPENSE-LEG-AMOUNT TO GL-AMOUNT
084533             IF LS-AMOUNT < ZERO
084534                 MOVE WS-BILLPAY-GL-ACCT   TO GL-GL-ACCOUNT-CODE
084535                 MOVE "BILL PAY REMITTED"  TO GL-NARRATIVE
084536             ELSE
084537                 MOVE WS-CASH-CONTROL-GL-ACCOUNT
084538                     TO GL-GL-ACCOUNT-CODE
084539                 MOVE "BILL PAYMENT TAKEN" TO GL-NARRATIVE
084540             END-IF
084541             SET GL-IS-DEBIT TO TRUE
084542             PERFORM 2200-POST-ONE-LEG
084543                 THRU 2200-POST-ONE-LEG-EXIT
084544
084545             IF LS-AMOUNT < ZERO
084546                 MOVE WS-CASH-CONTROL-GL-ACCOUNT
084547                     TO GL-GL-ACCOUNT-CODE
084548                 MOVE "BILL PAY REMITTED"  TO GL-NARRATIVE
084549             ELSE
084550                 MOVE WS-BILLPAY-GL-ACCT   TO GL-GL-ACCOUNT-CODE
084551                 MOVE "BILL PAYMENT TAKEN" TO GL-NARRATIVE
084552             END-IF
084553             SET GL-IS-CREDIT TO TRUE
084554             PERFORM 2200-POST-ONE-LEG
084555                 THRU 2200-POST-ONE-LEG-EXIT
084556
084557         WHEN GL-TRAN-CASH-DISPATCH
084558             PERFORM 2100-WRITE-GL-ENTRY
084559                 THRU 2100-WRITE-GL-ENTRY-EXIT
084560             IF LS-AMOUNT < ZERO
084561                 COMPUTE WS-SUSPENSE-LEG-AMOUNT = 0 - LS-AMOUNT
084562             ELSE
084563                 MOVE LS-AMOUNT TO WS-SUSPENSE-LEG-AMOUNT
084564             END-IF
084565             MOVE WS-SUSPENSE-LEG-AMOUNT TO GL-AMOUNT
084566             MOVE WS-IN-TRANSIT-GL-ACCT    TO GL-GL-ACCOUNT-CODE
084567             MOVE "CASH SHIPPED"           TO GL-NARRATIVE
084568             SET GL-IS-DEBIT TO TRUE
084569             PERFORM 2200-POST-ONE-LEG
084570                 THRU 2200-POST-ONE-LEG-EXIT
084571
084572             IF LS-AMOUNT < ZERO
084573                 MOVE WS-CASH-CONTROL-GL-ACCOUNT
084574                     TO GL-GL-ACCOUNT-CODE
084575                 MOVE "BRANCH CASH RETURNED"  TO GL-NARRATIVE
084576             ELSE
084577                 MOVE WS-NOSTRO-GL-ACCOUNT  TO GL-GL-ACCOUNT-CODE
084578                 MOVE "CASH CENTER SHIPMENT"  TO GL-NARRATIVE
084579             END-IF
084580             SET GL-IS-CREDIT TO TRUE
084581             PERFORM 2200-POST-ONE-LEG
084582                 THRU 2200-POST-ONE-LEG-EXIT
084583
084584         WHEN GL-TRAN-CASH-RECEIPT
084585             PERFORM 2100-WRITE-GL-ENTRY
084586                 THRU 2100-WRITE-GL-ENTRY-EXIT
084587             IF LS-AMOUNT < ZERO
084588                 COMPUTE WS-SUSPENSE-LEG-AMOUNT = 0 - LS-AMOUNT
084589             ELSE
084590                 MOVE LS-AMOUNT TO WS-SUSPENSE-LEG-AMOUNT
084591             END-IF
084592             MOVE WS-SUSPENSE-LEG-AMOUNT TO GL-AMOUNT
084593             IF LS-AMOUNT < ZERO
084594                 MOVE WS-NOSTRO-GL-ACCOUNT  TO GL-GL-ACCOUNT-CODE
084595                 MOVE "RETURN AT CASH CTR"    TO GL-NARRATIVE
084596             ELSE
084597                 MOVE WS-CASH-CONTROL-GL-ACCOUNT
084598                     TO GL-GL-ACCOUNT-CODE
084599                 MOVE "SHIPMENT INTO VAULT"   TO GL-NARRATIVE
084600             END-IF
084601             SET GL-IS-DEBIT TO TRUE
084602             PERFORM 2200-POST-ONE-LEG
084603                 THRU 2200-POST-ONE-LEG-EXIT
084604
084605             MOVE WS-IN-TRANSIT-GL-ACCT    TO GL-GL-ACCOUNT-CODE
084606             MOVE "SHIPMENT RECEIVED"      TO GL-NARRATIVE
084607             SET GL-IS-CREDIT TO TRUE
084608             PERFORM 2200-POST-ONE-LEG
084609                 THRU 2200-POST-ONE-LEG-EXIT
084610
084611         WHEN GL-TRAN-FIXED-ASSET
084612             PERFORM 2100-WRITE-GL-ENTRY
084613                 THRU 2100-WRITE-GL-ENTRY-EXIT
084614             IF LS-AMOUNT < ZERO
084615                 COMPUTE WS-SUSPENSE-LEG-AMOUNT = 0 - LS-AMOUNT
084616             ELSE
084617                 MOVE LS-AMOUNT TO WS-SUSPENSE-LEG-AMOUNT
084618             END-IF
084619             MOVE WS-SUSPENSE-LEG-AMOUNT TO GL-AMOUNT
084620             MOVE LS-LP-DEBIT-GL-ACCOUNT   TO GL-GL-ACCOUNT-CODE
084621             MOVE LS-LP-NARRATIVE          TO GL-NARRATIVE
084622             IF LS-AMOUNT < ZERO
084623                 SET GL-IS-CREDIT TO TRUE
084624             ELSE
084625                 SET GL-IS-DEBIT TO TRUE
084626             END-IF
084627             PERFORM 2200-POST-ONE-LEG
084628                 THRU 2200-POST-ONE-LEG-EXIT
084629
084630             MOVE LS-LP-CREDIT-GL-ACCOUNT  TO GL-GL-ACCOUNT-CODE
084631             MOVE LS-LP-NARRATIVE          TO GL-NARRATIVE
084632             IF LS-AMOUNT < ZERO
084633                 SET GL-IS-DEBIT TO TRUE
084634             ELSE
084635                 SET GL-IS-CREDIT TO TRUE
084636             END-IF
084637             PERFORM 2200-POST-ONE-LEG
084638                 THRU 2200-POST-ONE-LEG-EXIT
084639     END-EVALUATE
084640     .
084641 2050-BUILD-THE-LEGS-EXIT.
084700     EXIT.
084800*----------------------------------------------------------------
084900*  2100-WRITE-GL-ENTRY  --  STAMP THE FIELDS COMMON TO BOTH LEGS
085000*  OF THE PAIR.  THE CALLER FILLS IN THE GL ACCOUNT, DEBIT/CREDIT
085100*  FLAG AND NARRATIVE BEFORE EACH WRITE.  NOTHING TO STAMP (AND
085132*  NO ENTRY ID TO DRAW) IN THE CHECK PASS.
085200*----------------------------------------------------------------
085300 2100-WRITE-GL-ENTRY.
085325     IF WS-LEG-CHECK-PASS
085350         GO TO 2100-WRITE-GL-ENTRY-EXIT
085375     END-IF
085400     MOVE "GLENTRY" TO WS-ID-SOURCE-NAME
085500     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
085600         WS-NEXT-ASSIGNED-ID
086400 2100-WRITE-GL-ENTRY-EXIT.
086500     EXIT.
086600*----------------------------------------------------------------
086602*  2200-POST-ONE-LEG  --  THE WRITE PASS STAMPS THE LEG'S BRANCH
086604*  AND WRITES IT.  THE CHECK PASS VALIDATES ITS GL ACCOUNT
086606*  AGAINST THE CHART OF ACCOUNTS; AN UNKNOWN OR CLOSED CODE
086608*  FAILS THE WHOLE POSTING BEFORE EITHER LEG IS WRITTEN.
086610*----------------------------------------------------------------
086612 2200-POST-ONE-LEG.
086614     IF WS-LEG-WRITE-PASS
086616         IF GL-GL-ACCOUNT-CODE = WS-CASH-CONTROL-GL-ACCOUNT
086618             MOVE WS-OPERATOR-BRANCH-ID TO GL-BRANCH-ID
086620         ELSE
086622             MOVE WS-ACCOUNT-BRANCH-ID  TO GL-BRANCH-ID
086624         END-IF
086626         WRITE GL-ENTRY-RECORD
086628         CALL "GLH-POST" USING GL-ENTRY-RECORD
086630         GO TO 2200-POST-ONE-LEG-EXIT
086632     END-IF
086634     CALL "GLACCT-VERIFY" USING GL-GL-ACCOUNT-CODE
086636         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
086638         WS-GLACCT-NORMAL-SIDE
086640     EVALUATE TRUE
086642         WHEN WS-GLACCT-OPEN
086644         WHEN WS-GLACCT-CHART-ABSENT
086646             CONTINUE
086648         WHEN WS-GLACCT-CLOSED
086650             DISPLAY "GL-POSTING: GL ACCOUNT " GL-GL-ACCOUNT-CODE
086652                 " IS CLOSED - POSTING REFUSED"
086654             SET LS-POST-FAILED TO TRUE
086656         WHEN OTHER
086658             DISPLAY "GL-POSTING: GL ACCOUNT " GL-GL-ACCOUNT-CODE
086660                 " NOT ON THE CHART OF ACCOUNTS - POSTING REFUSED"
086662             SET LS-POST-FAILED TO TRUE
086664     END-EVALUATE
086666     .
086668 2200-POST-ONE-LEG-EXIT.
086670     EXIT.
086672*----------------------------------------------------------------
086700*  9999-EXIT  --  COMMON PROGRAM EXIT.
086800*----------------------------------------------------------------
086900 9999-EXIT.
