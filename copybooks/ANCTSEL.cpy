      *================================================================
      *  ANCTSEL.CPY
      *  FILE-CONTROL SELECT CLAUSE FOR THE ANONYMIZATION CERTIFICATE
      *  REGISTER.  COPY THIS INTO FILE-CONTROL; COPY ANCTREC INTO THE
      *  FD THAT FOLLOWS IT - SAME CONVENTION AS ACCTMSEL/ACCTMAST.
      *  APPEND-ONLY, SAME LINE SEQUENTIAL CONVENTION AS ARCHSEL.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT ANON-CERTIFICATE-FILE
               ASSIGN TO "ANONCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANONCERT-STATUS.
