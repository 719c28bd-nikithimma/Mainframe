      *================================================================
      *  GLHKREC.CPY
      *  KEYED GL HISTORY RECORD LAYOUT.  ONE ROW PER GL LEG, KEYED
      *  BY GL ACCOUNT CODE PLUS DATE PLUS THE ASSIGNED GL ENTRY ID,
      *  SO A READER PULLS ONE GL ACCOUNT'S ACTIVITY FOR A DATE RANGE
      *  INSTEAD OF SCANNING THE FLAT GL FILE FRONT TO BACK.
      *  MAINTAINED ALONGSIDE (NOT INSTEAD OF) THE FLAT FILE BY EVERY
      *  PROGRAM THAT WRITES A GL LEG, THROUGH GLH-POST; READ ONLINE
      *  BY GL-INQUIRY.  GK-ACCT-NUMBER IS THE CUSTOMER ACCOUNT THE
      *  LEG WAS POSTED FOR (ZERO FOR A LEDGER-TO-LEDGER ENTRY) - THE
      *  WAY BACK INTO THE KEYED TRANSACTION HISTORY.
      *  COPY INTO THE FD FOR KEYED-GL-HISTORY-FILE (SEE GLHKSEL.CPY
      *  FOR THE MATCHING SELECT CLAUSE).
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  KEYED-GL-HISTORY-RECORD.
           05  GK-HISTORY-KEY.
               10  GK-GL-ACCOUNT-CODE    PIC 9(06).
               10  GK-TRAN-DATE          PIC 9(08).
               10  GK-ENTRY-ID           PIC 9(08).
           05  GK-ACCT-NUMBER            PIC 9(10).
           05  GK-DEBIT-CREDIT-FLAG      PIC X.
               88  GK-IS-DEBIT           VALUE 'D'.
               88  GK-IS-CREDIT          VALUE 'C'.
           05  GK-AMOUNT                 PIC S9(09)V99.
           05  GK-TRAN-TIME              PIC 9(06).
           05  GK-OPERATOR-ID            PIC X(08).
           05  GK-NARRATIVE              PIC X(20).
           05  GK-BRANCH-ID              PIC X(06).
