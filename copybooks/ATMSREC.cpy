      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-08-21  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED THE POS PURCHASE ITEM TYPE (P) - A
      *                     STORE PURCHASE ON ONE OF OUR CARDS NOW
      *                     SETTLES ON THE SAME FILE.  THE NETWORK
      *                     REFERENCE IS THE ONE ON THE
      *                     AUTHORIZATION LOG (CAUTREC).
      *    2026-10-15  RPK  ADDED AT-TERMINAL-ID - THE ATM THAT
      *                     DISPENSED A WITHDRAWAL.  WHEN IT IS ONE OF
      *                     OUR OWN TERMINALS (ATMTREC) THE AMOUNT IS
      *                     CHARGED TO THAT TERMINAL'S CASH FOR THE
      *                     ATM CASH PROOF.  SPACES ON FEES AND
      *                     PURCHASES.
      *================================================================
       01  ATM-SETTLEMENT-RECORD.
           05  AT-CARD-ACCT              PIC 9(10).
           05  AT-ITEM-TYPE              PIC X.
               88  AT-ITEM-WITHDRAWAL    VALUE 'W'.
               88  AT-ITEM-INQUIRY-FEE   VALUE 'F'.
               88  AT-ITEM-POS-PURCHASE  VALUE 'P'.
           05  AT-AMOUNT                 PIC 9(09)V99.
           05  AT-NETWORK-REF            PIC X(12).
           05  AT-TRAN-DATE              PIC 9(08).
           05  AT-TERMINAL-ID            PIC X(08).
