      *================================================================
      *  RVRGSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE TRANSACTION REVERSAL
      *  REGISTER.  APPEND-ONLY, SO LINE SEQUENTIAL OPENED EXTEND -
      *  SAME CONVENTION AS FREFSEL.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT REVERSAL-REGISTER-FILE
               ASSIGN TO "RVRGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVRGFILE-STATUS.
