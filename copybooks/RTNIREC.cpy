      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-08-21  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED THE PRESENTMENT REFERENCE FROM THE
      *                     CASH LETTER THE ITEM WENT OUT ON.  BLANK
      *                     FOR ITEMS CLEARED BEFORE THE CASH LETTER
      *                     RUN EXISTED.
      *================================================================
       01  RETURNED-ITEM-RECORD.
           05  RT-TRAN-ID                PIC 9(08).
           05  RT-REASON-CODE            PIC X(02).
           05  RT-PRESENT-REF            PIC X(12).
