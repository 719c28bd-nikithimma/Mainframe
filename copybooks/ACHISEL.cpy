      *================================================================
      *  ACHISEL.CPY
      *  FILE-CONTROL SELECT CLAUSES FOR THE INBOUND ACH DEBIT RUN:
      *  THE NETWORK'S FILE OF DEBITS OTHER COMPANIES HAVE ORIGINATED
      *  AGAINST OUR CUSTOMERS IN, AND THE RETURN FILE OF ENTRIES WE
      *  ARE SENDING BACK UNPOSTED.  SAME PAIRING AS PRSISEL.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
           SELECT INBOUND-ACH-DEBIT-FILE
               ASSIGN TO "ACHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHIN-STATUS.
           SELECT ACH-INBOUND-RETURN-FILE
               ASSIGN TO "ACHIRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHIRTN-STATUS.
