      *================================================================
      *  ACFLSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE AUDIT BALANCE
      *  CONFIRMATION LETTER LINE FILE.  COPY THIS INTO FILE-CONTROL;
      *  COPY ACFLREC INTO THE FD THAT FOLLOWS IT - SAME CONVENTION
      *  AS ACCTMSEL/ACCTMAST.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT CONFIRM-LETTER-FILE ASSIGN TO "AUDCLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDCLTR-STATUS.
