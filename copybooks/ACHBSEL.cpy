      *================================================================
      *  ACHBSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE ACH DEBIT BLOCK AND
      *  ORIGINATOR FILTER FILE.  COPY THIS INTO FILE-CONTROL; COPY
      *  ACHBREC INTO THE FD THAT FOLLOWS IT - SAME CONVENTION AS
      *  STOPSEL/STOPREC.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT ACH-DEBIT-BLOCK-FILE
               ASSIGN TO "ACHBLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-BLOCK-ID
               FILE STATUS IS WS-ACHBLOCK-STATUS.
