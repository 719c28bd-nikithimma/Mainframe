      *================================================================
      *  LPTYREC.CPY
      *  ONE ADDITIONAL PARTY TO A LOAN - A CO-BORROWER OR A
      *  GUARANTOR.  THE PRIMARY BORROWER STAYS WHERE IT ALWAYS WAS,
      *  ON THE LOAN'S ACCOUNT (LM-ACCT-NUMBER / AM-CUSTOMER-NUMBER);
      *  THIS FILE CARRIES EVERYONE ELSE ON THE NOTE.  KEYED BY THE
      *  LOAN NUMBER PLUS A PARTY SEQUENCE NUMBER SO A LOAN CAN CARRY
      *  MORE THAN ONE, SAME SHAPE AS JSIGREC.  MAINTAINED ONLINE BY
      *  LOAN-PARTY-MAINT.  A REMOVED PARTY IS KEPT FOR HISTORY WITH
      *  STATUS R.  LP-LIABILITY-PCT IS THE SHARE OF THE DEBT THE
      *  PARTY ANSWERS FOR (100.00 FOR A JOINT-AND-SEVERAL CO-
      *  BORROWER OR AN UNLIMITED GUARANTEE).
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  LOAN-PARTY-RECORD.
           05  LP-PARTY-KEY.
               10  LP-LOAN-NUMBER        PIC 9(10).
               10  LP-PARTY-SEQ          PIC 9(02).
           05  LP-CUSTOMER-NUMBER        PIC 9(09).
           05  LP-PARTY-ROLE             PIC X.
               88  LP-ROLE-CO-BORROWER   VALUE 'C'.
               88  LP-ROLE-GUARANTOR     VALUE 'G'.
               88  LP-ROLE-VALID         VALUE 'C' 'G'.
           05  LP-LIABILITY-PCT          PIC 9(03)V99.
           05  LP-ADDED-DATE             PIC 9(08).
           05  LP-REMOVED-DATE           PIC 9(08).
           05  LP-STATUS-CODE            PIC X.
               88  LP-PARTY-ACTIVE       VALUE 'A'.
               88  LP-PARTY-REMOVED      VALUE 'R'.
