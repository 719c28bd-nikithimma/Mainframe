      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-09-02  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED VT-DENOM-COUNT - THE NOTES ON HAND
      *                     BY DENOMINATION (DENOMTAB ORDER).  SET
      *                     FROM THE OPENING FLOAT AND EACH COUNT,
      *                     MOVED BY EVERY MOVEMENT; THE CASH FORECAST
      *                     ORDERS AND RETURNS AGAINST IT.
      *================================================================
       01  BRANCH-VAULT-RECORD.
           05  VT-BRANCH-ID              PIC X(06).
           05  VT-VAULT-STATUS           PIC X.
               88  VT-VAULT-OPEN         VALUE 'O'.
               88  VT-VAULT-PROVED       VALUE 'P'.
           05  VT-DENOM-ON-HAND.
               10  VT-DENOM-COUNT        PIC S9(07) COMP-3
                                         OCCURS 6 TIMES.
