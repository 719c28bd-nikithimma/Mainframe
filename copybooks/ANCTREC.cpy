      *================================================================
      *  ANCTREC.CPY
      *  ONE ANONYMIZATION CERTIFICATE - THE PERMANENT RECORD THAT A
      *  FULLY EXITED CUSTOMER'S PERSONAL DETAILS WERE CLEARED FROM
      *  THE CUSTOMER MASTER AND THE ACCOUNT ARCHIVE BY THE YEARLY
      *  CUST-ANONYMIZE RUN.  IT CARRIES NOTHING PERSONAL ITSELF: THE
      *  CUSTOMER NUMBER, THE DATE THE RELATIONSHIP ENDED (THE LAST
      *  ARCHIVED ACCOUNT'S CLOSE DATE), THE PARAMETER-FILE RETENTION
      *  DATE IT WAS JUDGED AGAINST, AND WHAT WAS CLEARED.  WRITTEN
      *  ONCE PER CUSTOMER AND NEVER REWRITTEN.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  ANON-CERTIFICATE-RECORD.
           05  AC-CUSTOMER-NUMBER        PIC 9(09).
           05  AC-ANONYMIZED-DATE        PIC 9(08).
           05  AC-RELATIONSHIP-END-DATE  PIC 9(08).
           05  AC-RETENTION-DATE         PIC 9(08).
           05  AC-ACCOUNTS-ARCHIVED      PIC 9(04).
           05  AC-LOANS-CLOSED           PIC 9(04).
           05  AC-FIELDS-CLEARED         PIC X(50).
           05  AC-RUN-TIMESTAMP          PIC X(14).
           05  FILLER                    PIC X(05).
