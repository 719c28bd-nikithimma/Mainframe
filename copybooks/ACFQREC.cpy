      *================================================================
      *  ACFQREC.CPY
      *  ONE AUDIT BALANCE CONFIRMATION REQUEST, READ BY THE
      *  CONFIRMATION RUN (AUDCONF.COB/AUDIT-CONFIRM).  A CUSTOMER
      *  REQUEST (C) CONFIRMS EVERY DEPOSIT ACCOUNT AND LOAN THE
      *  CUSTOMER HELD ON THE AS-OF DATE; AN ACCOUNT (A) OR LOAN (L)
      *  REQUEST CONFIRMS THAT ONE.  THE REQUESTING PARTY AND ITS
      *  REFERENCE ARE QUOTED BACK ON THE LETTER.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  CONFIRM-REQUEST-RECORD.
           05  AQ-REQUEST-TYPE           PIC X(01).
               88  AQ-TYPE-CUSTOMER      VALUE 'C'.
               88  AQ-TYPE-ACCOUNT       VALUE 'A'.
               88  AQ-TYPE-LOAN          VALUE 'L'.
           05  AQ-CUSTOMER-NUMBER        PIC 9(09).
           05  AQ-ACCT-NUMBER            PIC 9(10).
           05  AQ-AS-OF-DATE             PIC 9(08).
           05  AQ-REQUESTING-PARTY       PIC X(30).
           05  AQ-PARTY-REFERENCE        PIC X(20).
