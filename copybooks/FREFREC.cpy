      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-09-02  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  FR-COMPLAINT-ID ADDED - THE CUSTOMER
      *                     COMPLAINT THE REFUND SETTLED, ZERO WHEN
      *                     NONE.
      *================================================================
       01  FEE-REFUND-RECORD.
           05  FR-REFUND-DATE            PIC 9(08).
           05  FR-AMOUNT                 PIC S9(09)V99.
           05  FR-OPERATOR-ID            PIC X(08).
           05  FR-APPROVER-ID            PIC X(08).
           05  FR-COMPLAINT-ID           PIC 9(08).
