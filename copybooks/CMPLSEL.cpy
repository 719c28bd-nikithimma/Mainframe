      *================================================================
      *  CMPLSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE CUSTOMER COMPLAINT FILE.
      *  COPY THIS INTO FILE-CONTROL; COPY CMPLREC INTO THE FD THAT
      *  FOLLOWS IT - SAME CONVENTION AS ACCTMSEL/ACCTMAST.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT COMPLAINT-FILE
               ASSIGN TO "CMPLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COMPLAINT-ID
               FILE STATUS IS WS-CMPLFILE-STATUS.
