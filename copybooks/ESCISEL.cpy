      *================================================================
      *  ESCISEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE ESCROW ITEM FILE.  COPY
      *  THIS INTO FILE-CONTROL; COPY ESCIREC INTO THE FD THAT
      *  FOLLOWS IT - SAME CONVENTION AS ACCTMSEL/ACCTMAST.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT ESCROW-ITEM-FILE
               ASSIGN TO "ESCITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-ITEM-ID
               FILE STATUS IS WS-ESCITEM-STATUS.
