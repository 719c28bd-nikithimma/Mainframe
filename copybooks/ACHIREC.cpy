      *================================================================
      *  ACHIREC.CPY
      *  ONE INBOUND ACH DEBIT ENTRY - A DEBIT ANOTHER COMPANY (A
      *  UTILITY, AN INSURER) HAS ORIGINATED AGAINST ONE OF OUR
      *  CUSTOMERS' ACCOUNTS, AS DELIVERED BY THE NETWORK.  THE
      *  TRACE NUMBER IDENTIFIES THE ENTRY TO THE NETWORK AND GOES
      *  BACK ON ANY RETURN; THE COMPANY ID IS WHAT THE CUSTOMER'S
      *  DEBIT BLOCKS AND ORIGINATOR FILTERS MATCH ON.  INPUT TO THE
      *  INBOUND ACH DEBIT RUN (ACH-INBOUND).
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  INBOUND-ACH-DEBIT-RECORD.
           05  AI-TRACE-NUMBER           PIC X(15).
           05  AI-ACCT-NUMBER            PIC 9(10).
           05  AI-AMOUNT                 PIC 9(09)V99.
           05  AI-COMPANY-ID             PIC X(10).
           05  AI-COMPANY-NAME           PIC X(16).
           05  AI-SEC-CODE               PIC X(03).
           05  AI-EFFECTIVE-DATE         PIC 9(08).
           05  AI-INDIVIDUAL-NAME        PIC X(22).
