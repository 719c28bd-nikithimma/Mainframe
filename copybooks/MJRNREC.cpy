      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-09-02  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED MJ-BRANCH-ID - THE BRANCH WHOSE BOOKS
      *                     THE LINE POSTS TO (000000 = HEAD OFFICE).
      *    2026-10-15  RPK  ADDED MJ-ADJUST-YEAR - THE CLOSED FISCAL
      *                     YEAR A YEAR-END ADJUSTMENT BOOKS BACK INTO
      *                     (ZERO = AN ORDINARY ENTRY).
      *================================================================
       01  MANUAL-JOURNAL-RECORD.
           05  MJ-ENTRY-KEY.
           05  MJ-MAKER-ID               PIC X(08).
           05  MJ-CHECKER-ID             PIC X(08).
           05  MJ-ENTRY-DATE             PIC 9(08).
           05  MJ-BRANCH-ID              PIC X(06).
           05  MJ-ADJUST-YEAR            PIC 9(04).
