      *================================================================
      *  LIPDSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE LOAN INTEREST-PAID
      *  REGISTER.  APPEND-ONLY, SO LINE SEQUENTIAL OPENED EXTEND -
      *  SAME CONVENTION AS ESCHSEL.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT LOAN-INTEREST-PAID-FILE
               ASSIGN TO "LINTPAID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINTPAID-STATUS.
