      *================================================================
      *  ESCIREC.CPY
      *  ONE ESCROW ITEM - A PROPERTY TAX OR HAZARD INSURANCE BILL
      *  PAID OUT OF A REAL-ESTATE LOAN'S ESCROW BALANCE (SEE
      *  LM-ESCROW-BALANCE ON LOANMAST.CPY).  KEYED BY THE ITEM ID
      *  THE SHARED ID COUNTER ASSIGNS AND LINKED TO THE LOAN BY
      *  EI-LOAN-NUMBER.  MAINTAINED ONLINE BY ESCROW-MAINT; THE
      *  NIGHTLY ESCROW-DISBURSE PAYS EACH ITEM ON ITS DUE DATE AND
      *  ROLLS THE DUE DATE FORWARD BY ITS FREQUENCY, AND THE
      *  ANNUAL ESCROW-ANALYSIS PROJECTS NEXT YEAR'S PAYMENTS FROM
      *  THE ACTIVE ITEMS.  THESE USED TO LIVE ON SPREADSHEETS.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  ESCROW-ITEM-RECORD.
           05  EI-ITEM-ID                PIC 9(08).
           05  EI-LOAN-NUMBER            PIC 9(10).
           05  EI-ITEM-TYPE              PIC X.
               88  EI-TYPE-PROPERTY-TAX  VALUE 'T'.
               88  EI-TYPE-INSURANCE     VALUE 'I'.
               88  EI-TYPE-VALID         VALUE 'T' 'I'.
           05  EI-PAYEE-NAME             PIC X(30).
           05  EI-PAYEE-REFERENCE        PIC X(20).
           05  EI-BILL-AMOUNT            PIC 9(09)V99.
           05  EI-NEXT-DUE-DATE          PIC 9(08).
           05  EI-FREQUENCY-MONTHS       PIC 9(02).
           05  EI-LAST-PAID-DATE         PIC 9(08).
           05  EI-LAST-PAID-AMOUNT       PIC 9(09)V99.
           05  EI-STATUS-CODE            PIC X.
               88  EI-ITEM-ACTIVE        VALUE 'A'.
               88  EI-ITEM-CLOSED        VALUE 'C'.
