      *================================================================
      *  NSFAREC.CPY
      *  RECORD LAYOUT FOR THE NSF ACTIVITY REGISTER.  NA-ITEM-REF
      *  CARRIES THE CHECK NUMBER FOR A PRESENTED CHECK OR THE
      *  ORIGINATOR'S REFERENCE FOR AN ACH DEBIT, SO THE STATEMENT
      *  CAN SHOW THE FEE AGAINST THE ITEM THAT CAUSED IT.
      *  NA-FEE-AMOUNT IS WHAT WAS ACTUALLY TAKEN - ZERO UNLESS
      *  NA-FEE-STATUS IS C.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  NSF-ACTIVITY-RECORD.
           05  NA-ACCT-NUMBER            PIC 9(10).
           05  NA-BRANCH-ID              PIC X(06).
           05  NA-ACTIVITY-DATE          PIC 9(08).
           05  NA-ITEM-KIND              PIC X.
               88  NA-ITEM-CHECK         VALUE 'C'.
               88  NA-ITEM-ACH-DEBIT     VALUE 'A'.
           05  NA-ITEM-REF               PIC X(16).
           05  NA-ITEM-AMOUNT            PIC 9(09)V99.
           05  NA-DECISION               PIC X.
               88  NA-ITEM-PAID          VALUE 'P'.
               88  NA-ITEM-RETURNED      VALUE 'R'.
           05  NA-FEE-AMOUNT             PIC 9(07)V99.
           05  NA-FEE-STATUS             PIC X.
               88  NA-FEE-CHARGED        VALUE 'C'.
               88  NA-FEE-DE-MINIMIS     VALUE 'D'.
               88  NA-FEE-CAPPED         VALUE 'X'.
               88  NA-FEE-WAIVED         VALUE 'W'.
               88  NA-FEE-NOT-PRICED     VALUE 'N'.
           05  NA-OPERATOR-ID            PIC X(08).
