      *================================================================
      *  TRNCSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE TELLER TRAINING CONTROL
      *  FILE.  COPY THIS INTO FILE-CONTROL; COPY TRNCREC INTO THE FD
      *  THAT FOLLOWS IT IN THE FILE SECTION.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT TRAINING-CONTROL-FILE
               ASSIGN TO "TRNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TN-CONTROL-KEY
               FILE STATUS IS WS-TRNCTL-STATUS.
