      *    FDMT = FIXED-DEPOSIT MATURITY PRE-NOTICE (30 DAYS OUT)
      *    RATE = RATE CHANGE        KYCR = KYC REVIEW LETTER
      *    LOWB = LOW BALANCE WARNING
      *    GUAR = GUARANTOR DELINQUENCY LETTER (LOAN AGING)
      *    WELC = WELCOME LETTER FOR A NEW ACCOUNT
      *    BRCH = BRANCH-CHANGE LETTER (BRANCH CONSOLIDATION)
      *    ESCA = ESCROW ANALYSIS STATEMENT
      *    RVMS = REVOLVING-LINE STATEMENT / MINIMUM PAYMENT DUE
      *    SVXS = SAVINGS EXCESS-ACTIVITY LETTER
      *    SDB1 = SAFE DEPOSIT BOX RENT - FIRST NOTICE
      *    SDB2 = SAFE DEPOSIT BOX RENT - FINAL NOTICE
      *  NQ-ADDRESSEE-CUSTOMER IS ZERO FOR A LETTER TO THE ACCOUNT
      *  HOLDER; OTHERWISE THE LETTER GOES TO THAT CUSTOMER (A
      *  GUARANTOR OR CO-BORROWER) ABOUT THE ACCOUNT.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-09-02  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED NQ-ADDRESSEE-CUSTOMER.
      *    2026-10-15  RPK  ADDED THE WELC NOTICE TYPE.
      *    2026-10-15  RPK  NOTICE TYPE LIST BROUGHT UP TO DATE (BRCH,
      *                     ESCA, RVMS, SVXS, SDB1, SDB2).
      *================================================================
       01  NOTICE-REQUEST-RECORD.
           05  NQ-NOTICE-ID              PIC 9(08).
           05  NQ-STATUS-CODE            PIC X.
               88  NQ-NOTICE-QUEUED      VALUE 'Q'.
               88  NQ-NOTICE-FORMATTED   VALUE 'F'.
           05  NQ-ADDRESSEE-CUSTOMER     PIC 9(09).
