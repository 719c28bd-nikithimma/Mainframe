      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-08-21  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED THE PRESENTED STATUS AND THE
      *                     PRESENTMENT DATE AND REFERENCE THE
      *                     OUTBOUND CASH LETTER (CASH-LETTER) STAMPS
      *                     ON EACH ITEM IT SENDS.  THE REFERENCE IS
      *                     WHAT THE CLEARING HOUSE ECHOES BACK ON A
      *                     RETURN.
      *    2026-10-15  RPK  ADDED THE RETURN DATE, STAMPED BY
      *                     CHECK-RETURNS, SO THE CLEARING SETTLEMENT
      *                     RECONCILIATION CAN PICK OUT THE DAY'S
      *                     RETURNS RECEIVED.
      *================================================================
       01  CHECK-CLEARING-RECORD.
           05  CK-TRAN-ID                PIC 9(08).
           05  CK-STATUS-CODE            PIC X.
               88  CK-CHECK-OUTSTANDING  VALUE 'O'.
               88  CK-CHECK-RETURNED     VALUE 'R'.
               88  CK-CHECK-PRESENTED    VALUE 'P'.
           05  CK-RETURN-REASON          PIC X(02).
           05  CK-PRESENT-DATE           PIC 9(08).
           05  CK-PRESENT-REF            PIC X(12).
           05  CK-RETURN-DATE            PIC 9(08).
