      *================================================================
      *  LAGHREC.CPY
      *  ONE LOAN'S STANDING AT ONE MONTH-END - ITS AGING BUCKET, ITS
      *  BALANCE, AND FOR A CHARGED-OFF LOAN THE AMOUNT WRITTEN OFF
      *  AND RECOVERED SO FAR FROM THE RECOVERY SUB-LEDGER
      *  (CHGOREC.CPY).  THE NIGHTLY DELINQUENCY AGING FILE IS
      *  REBUILT EVERY RUN; THIS IS THE HISTORY IT DOES NOT KEEP.
      *  WRITTEN BY LOAN-AGING-SNAPSHOT, ONE ROW PER LOAN PER PERIOD;
      *  READ BY LOAN-VINTAGE-RPT FOR THE ROLL-RATE MATRIX AND THE
      *  VINTAGE CURVES.  APPEND-ONLY.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  LOAN-AGING-HISTORY-RECORD.
           05  LG-PERIOD                 PIC 9(06).
           05  LG-LOAN-NUMBER            PIC 9(10).
           05  LG-PRODUCT-CODE           PIC X.
           05  LG-VINTAGE                PIC 9(06).
           05  LG-BUCKET                 PIC X.
               88  LG-BUCKET-CURRENT     VALUE 'C'.
               88  LG-BUCKET-30          VALUE '3'.
               88  LG-BUCKET-60          VALUE '6'.
               88  LG-BUCKET-90          VALUE '9'.
               88  LG-BUCKET-CHARGED-OFF VALUE 'O'.
               88  LG-BUCKET-CLOSED      VALUE 'L'.
               88  LG-BUCKET-DELINQUENT  VALUE '3' '6' '9'.
           05  LG-DAYS-PAST-DUE          PIC 9(05).
           05  LG-PRINCIPAL              PIC S9(09)V99.
           05  LG-OUTSTANDING-BALANCE    PIC S9(09)V99.
           05  LG-CHARGEOFF-AMOUNT       PIC 9(09)V99.
           05  LG-RECOVERED-TOTAL        PIC 9(09)V99.
           05  LG-SNAPSHOT-DATE          PIC 9(08).
