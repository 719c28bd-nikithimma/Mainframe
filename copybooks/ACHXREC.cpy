      *================================================================
      *  ACHXREC.CPY
      *  ONE INBOUND ACH DEBIT RETURNED UNPOSTED TO THE NETWORK, WITH
      *  ITS NACHA RETURN REASON CODE AND THE BUSINESS DATE IT WAS
      *  SENT.  WRITTEN BY THE INBOUND ACH DEBIT RUN (ACH-INBOUND);
      *  THE FILE IS CUMULATIVE, SO A READER PICKS OUT ONE DAY'S
      *  RETURNS BY AX-RETURN-DATE.  CODES IN USE:
      *      R01 - INSUFFICIENT FUNDS
      *      R02 - ACCOUNT CLOSED
      *      R03 - NO ACCOUNT / UNABLE TO LOCATE ACCOUNT
      *      R04 - INVALID ACCOUNT NUMBER (CHECK DIGIT)
      *      R10 - CUSTOMER ADVISES NOT AUTHORIZED (DEBIT BLOCK OR
      *            ORIGINATOR FILTER)
      *      R16 - ACCOUNT FROZEN
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  ACH-INBOUND-RETURN-RECORD.
           05  AX-TRACE-NUMBER           PIC X(15).
           05  AX-ACCT-NUMBER            PIC 9(10).
           05  AX-AMOUNT                 PIC 9(09)V99.
           05  AX-COMPANY-ID             PIC X(10).
           05  AX-COMPANY-NAME           PIC X(16).
           05  AX-RETURN-CODE            PIC X(03).
           05  AX-RETURN-DATE            PIC 9(08).
