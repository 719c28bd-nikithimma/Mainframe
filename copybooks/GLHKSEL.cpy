      *================================================================
      *  GLHKSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE KEYED GL HISTORY FILE.
      *  COPY THIS INTO FILE-CONTROL; COPY GLHKREC INTO THE FD THAT
      *  FOLLOWS IT - SAME CONVENTION AS TRNHSEL/TRNHREC.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT KEYED-GL-HISTORY-FILE
               ASSIGN TO "GLHKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GK-HISTORY-KEY
               FILE STATUS IS WS-GLHKEY-STATUS.
