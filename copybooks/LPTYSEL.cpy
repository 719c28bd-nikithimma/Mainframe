      *================================================================
      *  LPTYSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE LOAN PARTY FILE.  COPY
      *  THIS INTO FILE-CONTROL; COPY LPTYREC INTO THE FD THAT
      *  FOLLOWS IT - SAME CONVENTION AS ACCTMSEL/ACCTMAST.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT LOAN-PARTY-FILE
               ASSIGN TO "LOANPRTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PARTY-KEY
               FILE STATUS IS WS-LOANPRTY-STATUS.
