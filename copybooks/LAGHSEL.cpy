      *================================================================
      *  LAGHSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE LOAN AGING HISTORY - THE
      *  MONTH-END SNAPSHOT OF EVERY LOAN'S AGING BUCKET.  APPEND-
      *  ONLY, SO LINE SEQUENTIAL OPENED EXTEND - SAME CONVENTION AS
      *  ESCHSEL.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT LOAN-AGING-HISTORY-FILE
               ASSIGN TO "LAGEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAGEHIST-STATUS.
