      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-09-02  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED THE REPAYMENT STRUCTURE REQUESTED -
      *                     INTEREST-ONLY MONTHS, STEP-UP INTERVAL AND
      *                     PERCENT, AND BALLOON AMOUNT (ZERO = NOT
      *                     USED).  LOAN-DISBURSE CARRIES THEM TO THE
      *                     LOAN MASTER.
      *    2026-10-15  RPK  ADDED THE DAY-COUNT OVERRIDE (SPACE = THE
      *                     LOAN PRODUCT'S CONVENTION), CARRIED TO THE
      *                     LOAN MASTER AT DISBURSEMENT.
      *================================================================
       01  LOAN-APPLICATION-RECORD.
           05  LA-APPLICATION-ID         PIC 9(08).
           05  LA-DECISION-OPERATOR      PIC X(08).
           05  LA-DECISION-DATE          PIC 9(08).
           05  LA-DISBURSED-LOAN         PIC 9(10).
           05  LA-IO-MONTHS              PIC 9(03).
           05  LA-STEP-MONTHS            PIC 9(03).
           05  LA-STEP-PCT               PIC 9(02)V99.
           05  LA-BALLOON-AMOUNT         PIC 9(09)V99.
           05  LA-DAY-COUNT              PIC X.
               88  LA-DAY-COUNT-VALID    VALUE SPACE 'A' 'M' 'T'.
