      *================================================================
      *  DMANREC.CPY
      *  ONE ROW OF THE BRANCH REPORT DISTRIBUTION MANIFEST, WRITTEN
      *  BY REPORT-BURST AT THE END OF EACH REPORT CHAIN (EODDECK,
      *  MONTHEND).  A 'R' ROW SAYS THE BRANCH RECEIVED THAT REPORT
      *  SECTION TONIGHT - ITS LINE COUNT, AND THE FIRST PAGE AND
      *  NUMBER OF PAGES IT TAKES IN THE BRANCH'S BURST COPY ON THE
      *  REPORT ARCHIVE (REPORT ID DM-ARCHIVE-ID).  A 'M' ROW SAYS AN
      *  OPEN BRANCH DID NOT RECEIVE A REPORT THE CHAIN EXPECTS EVERY
      *  BRANCH TO GET; MORNING-OPS-REPORT FLAGS THOSE.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  DISTRIBUTION-MANIFEST-RECORD.
           05  DM-BUSINESS-DATE          PIC 9(08).
           05  DM-CHAIN-NAME             PIC X(08).
           05  DM-BRANCH-ID              PIC X(06).
           05  DM-ARCHIVE-ID             PIC X(08).
           05  DM-REPORT-TITLE           PIC X(40).
           05  DM-STATUS                 PIC X.
               88  DM-REPORT-RECEIVED    VALUE 'R'.
               88  DM-REPORT-MISSING     VALUE 'M'.
           05  DM-FIRST-PAGE             PIC 9(04).
           05  DM-PAGE-COUNT             PIC 9(04).
           05  DM-LINE-COUNT             PIC 9(06).
