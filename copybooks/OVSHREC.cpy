      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-09-02  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED OV-SOURCE-CODE - THE ATM CASH PROOF
      *                     NOW WRITES ITS OVERAGES AND SHORTAGES HERE
      *                     TOO, UNDER THE TERMINAL ID IN PLACE OF THE
      *                     OPERATOR ID (ATM-TERMINAL-MAINT REFUSES A
      *                     TERMINAL ID THAT IS ALSO AN OPERATOR ID).
      *                     ROWS WRITTEN BEFORE THE FIELD EXISTED
      *                     CARRY SPACE AND READ AS TELLER ROWS.
      *    2026-10-15  RPK  ADDED OV-DENOM-VARIANCES - A TELLER ROW
      *                     NOW CARRIES THE NOTES OVER (+) OR SHORT
      *                     (-) IN EACH DENOMINATION (DENOMTAB ORDER)
      *                     WHEN THE DRAWER'S NOTE COUNTS WERE
      *                     COMPLETE.  ATM ROWS, AND ROWS WRITTEN
      *                     BEFORE THE FIELDS EXISTED, CARRY NO DETAIL.
      *================================================================
       01  OVER-SHORT-RECORD.
           05  OV-HISTORY-KEY.
               10  OV-OPERATOR-ID        PIC X(08).
               10  OV-PROOF-DATE         PIC 9(08).
           05  OV-VARIANCE-AMOUNT        PIC S9(09)V99.
           05  OV-SOURCE-CODE            PIC X.
               88  OV-SOURCE-TELLER      VALUE 'T' SPACE.
               88  OV-SOURCE-ATM         VALUE 'A'.
           05  OV-DENOM-DETAIL-FLAG      PIC X.
               88  OV-DENOM-DETAIL-PRESENT VALUE 'Y'.
           05  OV-DENOM-VARIANCES.
               10  OV-DENOM-VARIANCE     PIC S9(07)
                                         OCCURS 6 TIMES.
