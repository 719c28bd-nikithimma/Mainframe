      *================================================================
      *  RVRGREC.CPY
      *  ONE TRANSACTION REVERSAL, APPEND-ONLY.  WRITTEN BY
      *  TRAN-REVERSE AS THE REVERSAL POSTS - THE REVERSAL'S OWN
      *  TRANSACTION ID, THE POSTING IT UNDID, AND THE CUSTOMER
      *  COMPLAINT IT SETTLED, THE SAME WAY FREFREC CARRIES
      *  FR-COMPLAINT-ID FOR A FEE REFUND.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  REVERSAL-REGISTER-RECORD.
           05  RG-REVERSAL-DATE          PIC 9(08).
           05  RG-BRANCH-ID              PIC X(06).
           05  RG-ACCT-NUMBER            PIC 9(10).
           05  RG-REVERSAL-TRAN-ID       PIC 9(08).
           05  RG-ORIG-TRAN-ID           PIC 9(08).
           05  RG-ORIG-TRAN-TYPE         PIC X.
           05  RG-AMOUNT                 PIC S9(09)V99.
           05  RG-OPERATOR-ID            PIC X(08).
           05  RG-COMPLAINT-ID           PIC 9(08).
