      *================================================================
      *  ESCHSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE ESCROW HISTORY FILE.
      *  APPEND-ONLY, SO LINE SEQUENTIAL OPENED EXTEND - SAME
      *  CONVENTION AS ACTAUDSEL.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT ESCROW-HISTORY-FILE
               ASSIGN TO "ESCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHIST-STATUS.
