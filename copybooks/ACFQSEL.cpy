      *================================================================
      *  ACFQSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE AUDIT CONFIRMATION
      *  REQUEST FILE - ONE CARD PER AUDITOR'S REQUEST, KEYED IN BY
      *  THE BRANCH OR OPERATIONS FROM THE AUDITOR'S LETTER.  COPY
      *  THIS INTO FILE-CONTROL; COPY ACFQREC INTO THE FD THAT
      *  FOLLOWS IT - SAME CONVENTION AS ACCTMSEL/ACCTMAST.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT CONFIRM-REQUEST-FILE ASSIGN TO "AUDCREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDCREQ-STATUS.
