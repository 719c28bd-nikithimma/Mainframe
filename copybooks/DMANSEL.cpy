      *================================================================
      *  DMANSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE BRANCH REPORT DISTRIBUTION
      *  MANIFEST.  APPEND-ONLY, SAME LINE SEQUENTIAL CONVENTION AS
      *  RUNHSEL.  COPY DMANREC INTO THE FD THAT FOLLOWS IT.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT DISTRIBUTION-MANIFEST-FILE ASSIGN TO "DISTMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTMAN-STATUS.
