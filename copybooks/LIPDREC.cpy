      *================================================================
      *  LIPDREC.CPY
      *  ONE ROW PER INSTALLMENT OR SETTLEMENT THAT COLLECTED LOAN
      *  INTEREST - AT THE COUNTER (LOAN-PAYMENT-POST, SOURCE P), BY
      *  AUTO-DEBIT (LOAN-AUTOPAY, SOURCE A) OR AT PAYOFF (LOAN-
      *  PAYOFF, SOURCE S).  WRITTEN ONLY BY LOANINT-POST.  THE
      *  YEAR-END LOAN INTEREST CERTIFICATE (LOAN-INT-CERT) ROLLS IT
      *  UP BY BORROWER.  APPEND-ONLY.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  LOAN-INTEREST-PAID-RECORD.
           05  LI-LOAN-NUMBER            PIC 9(10).
           05  LI-ACCT-NUMBER            PIC 9(10).
           05  LI-PAID-DATE              PIC 9(08).
           05  LI-SOURCE-CODE            PIC X.
               88  LI-PAID-AT-COUNTER    VALUE 'P'.
               88  LI-PAID-BY-AUTOPAY    VALUE 'A'.
               88  LI-PAID-AT-PAYOFF     VALUE 'S'.
           05  LI-INTEREST-PAID          PIC S9(09)V99.
           05  LI-OPERATOR-ID            PIC X(08).
