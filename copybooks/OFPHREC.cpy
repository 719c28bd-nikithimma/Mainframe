      *================================================================
      *  OFPHREC.CPY
      *  ONE CUSTOMER'S STANDING AT ONE MONTH-END - THE RELATIONSHIP
      *  OFFICER THE CUSTOMER SAT WITH, THE RELATIONSHIP TIER
      *  REL-TIER-SWEEP HAD ASSIGNED, AND THE OPEN DEPOSIT AND LOAN
      *  TOTALS.  WRITTEN BY OFFICER-PORTFOLIO, ONE ROW PER CUSTOMER
      *  PER PERIOD; THE NEXT MONTH'S RUN READS THE LATEST EARLIER
      *  PERIOD BACK FOR THE MOVEMENT AND TIER-CHANGE FIGURES.  THE
      *  CUSTOMER MASTER ONLY EVER HOLDS TODAY'S TIER AND OFFICER;
      *  THIS IS THE HISTORY IT DOES NOT KEEP.  APPEND-ONLY.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  OFFICER-PORTFOLIO-HIST-RECORD.
           05  OH-PERIOD                 PIC 9(06).
           05  OH-CUSTOMER-NUMBER        PIC 9(09).
           05  OH-OFFICER-ID             PIC X(08).
           05  OH-RELATIONSHIP-TIER      PIC 9(01).
           05  OH-DEPOSIT-TOTAL          PIC S9(11)V99.
           05  OH-LOAN-TOTAL             PIC S9(11)V99.
           05  OH-SNAPSHOT-DATE          PIC 9(08).
