      *  ONE PROPOSED MASTER-FILE CHANGE ON THE MAKER-CHECKER QUEUE,
      *  KEYED BY THE CHANGE ID THE SHARED ID COUNTER ASSIGNS.  THE
      *  MAINTENANCE CONSOLES (CUST-MAINT, FEESMAINT, BRANCH-MAINT,
      *  OPER-MAINT, HOLCAL-MAINT, GLACCT-MAINT) NO LONGER APPLY A
      *  CHANGE THE MOMENT ONE OPERATOR KEYS IT - THEY WRITE THE
      *  PROPOSED RECORD IMAGE HERE THROUGH PENDCHG-WRITE, AND ONLY
      *  APPROVAL IN CHANGE-REVIEW (A SUPERVISOR OR MANAGER WHO IS
      *  NOT THE MAKER; A MANAGER FOR HIGH-RISK CHANGES LIKE FEE
      *  AMOUNTS, OPERATOR LIMITS, THE HOLIDAY CALENDAR AND A GL
      *  ACCOUNT'S CLASS OR STATUS) APPLIES IT TO THE MASTER AND
      *  WRITES THE FIELD-LEVEL CHANGE AUDIT.
      *  PC-TARGET-FILE: C=CUSTOMER  F=FEE SCHEDULE  B=BRANCH
      *                  O=OPERATOR  H=HOLIDAY CALENDAR
      *                  G=GL CHART OF ACCOUNTS
      *  PC-ACTION:      A=ADD  U=UPDATE
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-09-02  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED TARGET G - THE CHART-OF-ACCOUNTS
      *                     MASTER, MAINTAINED BY GLACCT-MAINT.
      *    2026-10-15  RPK  OLD AND NEW IMAGES WIDENED FROM 250 TO 300
      *                     BYTES - THE CUSTOMER RECORD OUTGREW 250 WITH
      *                     THE RELATIONSHIP OFFICER CODE.
      *================================================================
       01  PENDING-CHANGE-RECORD.
           05  PC-CHANGE-ID              PIC 9(08).
               88  PC-FILE-BRANCH        VALUE 'B'.
               88  PC-FILE-OPERATOR      VALUE 'O'.
               88  PC-FILE-HOLIDAY       VALUE 'H'.
               88  PC-FILE-GL-ACCOUNT    VALUE 'G'.
           05  PC-ACTION                 PIC X.
               88  PC-ACTION-ADD         VALUE 'A'.
               88  PC-ACTION-UPDATE      VALUE 'U'.
           05  PC-TARGET-KEY             PIC X(20).
           05  PC-OLD-IMAGE              PIC X(300).
           05  PC-NEW-IMAGE              PIC X(300).
           05  PC-MAKER-ID               PIC X(08).
           05  PC-MAKE-DATE              PIC 9(08).
           05  PC-HIGH-RISK-FLAG         PIC X.
