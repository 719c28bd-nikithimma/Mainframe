006700*                     ACCTOPEN FOR TYPE F ACCOUNTS AND
006800*                     WORKED NIGHTLY BY FD-MATURITY; ZERO ON
006900*                     EVERY OTHER PRODUCT.
006902*    2026-10-15  RPK  ADDED THE REVOLVING CREDIT LINE FIELDS
006904*                     FOR TYPE V ACCOUNTS - THE CREDIT LIMIT
006906*                     A DRAW MAY TAKE THE BALANCE DOWN TO,
006908*                     INTEREST ACCRUED SINCE THE LAST CYCLE,
006910*                     THE MINIMUM PAYMENT DUE AND ITS DUE
006912*                     DATE SET BY THE MONTHLY CYCLE, AND THE
006914*                     DATE THE OLDEST UNPAID MINIMUM FELL DUE
006916*                     WITH THE DAYS PAST DUE THE NIGHTLY
006918*                     AGING DERIVES FROM IT.  ZERO ON EVERY
006920*                     OTHER PRODUCT.
006922*    2026-10-15  RPK  ADDED THE FIXED-DEPOSIT LIEN FIELDS - THE
006924*                     LIEN FLAG AND THE LOAN NUMBER THE DEPOSIT IS
006926*                     PLEDGED TO, SET AND CLEARED BY COLLMAINT
006928*                     WHEN A TYPE D COLLATERAL PIECE IS ADDED OR
006930*                     RELEASED.  FD-PRECLOSE REFUSES A LIENED
006932*                     DEPOSIT, FD-MATURITY RENEWS IT WHATEVER ITS
006934*                     DISPOSITION, AND LOAN-FD-SETOFF APPLIES IT
006936*                     TO THE LOAN ONCE THE LOAN IS IN DEFAULT.  N
006938*                     AND ZERO ON EVERY OTHER ACCOUNT.
006940*    2026-10-15  RPK  ADDED THE OVERDRAFT PROTECTION BACKUP
006942*                     ACCOUNT - A SAVINGS ACCOUNT OF THE SAME
006944*                     CUSTOMER, NOMINATED THROUGH ODPMAINT, THAT
006946*                     OD-PROTECT TRANSFERS FROM WHEN A
006948*                     WITHDRAWAL, PRESENTED CHECK OR ATM ITEM
006950*                     CANNOT BE COVERED.  ZERO = NO PROTECTION.
006952*    2026-10-15  RPK  ADDED ACCT-REACTIVATE'S FRAUD-WATCH END
006954*                     DATE, AND THE SAVINGS STATEMENT-CYCLE DEBIT
006956*                     COUNT AND SIX-CYCLE EXCESS HISTORY.
006958*    2026-10-15  RPK  ADDED THE LAST PAYROLL CREDIT DATE,
006960*                     STAMPED BY PAY-BULK-CREDIT ON EVERY EMPLOYEE
006962*                     CREDIT IT APPLIES, SO A SALARY ACCOUNT CAN
006964*                     BE TOLD FROM ONE THAT JUST TAKES DEPOSITS.
006966*                     ZERO = NEVER.
006968*    2026-10-15  RPK  ADDED THE PAID-OVERDRAFT OPT-IN AND RISK
006970*                     LIMIT (HOW FAR PAST THE OVERDRAFT LINE
006972*                     NSF-DECIDE MAY PAY), SET BY ODPMAINT, AND
006974*                     THE DAY'S ITEM-FEE COUNT FOR THE FEE CAP.
006976*    2026-10-15  RPK  ADDED THE BUSINESS DATE INTEREST WAS LAST
006978*                     ACCRUED TO (COMPOUND-INTEREST-BATCH, OR
006980*                     REVOLVE-ACCRUE FOR A CREDIT LINE), SO THE
006982*                     NEXT ACCRUAL COUNTS THE REAL DAYS SINCE.
007000*================================================================
007100 01  ACCOUNT-MASTER-RECORD.
007200     05  AM-ACCT-NUMBER            PIC 9(10).
010300     05  AM-FD-DISPOSITION         PIC X.
010400         88  AM-FD-PAYOUT          VALUE 'P'.
010500         88  AM-FD-AUTO-RENEW      VALUE 'R'.
010600     05  AM-CREDIT-LIMIT           PIC 9(09)V99.
010700     05  AM-LINE-ACCRUED-INTEREST  PIC S9(07)V99 COMP-3.
010800     05  AM-LINE-MIN-PAYMENT-DUE   PIC 9(09)V99.
010900     05  AM-LINE-PAYMENT-DUE-DATE  PIC 9(08).
011000     05  AM-LINE-PAST-DUE-SINCE    PIC 9(08).
011100     05  AM-LINE-DAYS-PAST-DUE     PIC 9(05).
011200     05  AM-FD-LIEN-FLAG           PIC X.
011300         88  AM-FD-LIENED          VALUE 'Y'.
011400         88  AM-FD-NOT-LIENED      VALUE 'N'.
011500     05  AM-FD-LIEN-LOAN-NUMBER    PIC 9(10).
011600     05  AM-OD-BACKUP-ACCT         PIC 9(10).
011700     05  AM-REACT-WATCH-UNTIL      PIC 9(08).
011710     05  AM-SAV-CYCLE-START        PIC 9(08).
011720     05  AM-SAV-CYCLE-DEBIT-CNT    PIC 9(04).
011730     05  AM-SAV-COUNTED-DATE       PIC 9(08).
011740     05  AM-SAV-EXCESS-HISTORY     PIC X(06).
011840     05  AM-PAYROLL-CREDIT-DATE    PIC 9(08).
011850     05  AM-ODP-OPT-IN-FLAG        PIC X.
011860         88  AM-ODP-OPTED-IN       VALUE 'Y'.
011870         88  AM-ODP-NOT-OPTED-IN   VALUE 'N' ' '.
011880     05  AM-ODP-RISK-LIMIT         PIC 9(09)V99.
011890     05  AM-NSF-FEE-DATE           PIC 9(08).
011895     05  AM-NSF-FEE-COUNT          PIC 9(02).
011995     05  AM-LAST-ACCRUAL-DATE      PIC 9(08).
