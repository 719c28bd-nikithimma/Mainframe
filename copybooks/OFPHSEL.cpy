      *================================================================
      *  OFPHSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE OFFICER PORTFOLIO HISTORY -
      *  THE MONTH-END SNAPSHOT OF EVERY CUSTOMER'S OFFICER, TIER AND
      *  TOTALS.  APPEND-ONLY, SO LINE SEQUENTIAL OPENED EXTEND - SAME
      *  CONVENTION AS LAGHSEL.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT OFFICER-PORTFOLIO-HIST-FILE
               ASSIGN TO "OFCPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFCPHIST-STATUS.
