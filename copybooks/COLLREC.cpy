      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-09-02  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED THE PLEDGED DEPOSIT ACCOUNT FOR TYPE D
      *                     COLLATERAL - THE FIXED DEPOSIT COLLMAINT
      *                     MARKS WITH A LIEN (SEE AM-FD-LIEN-FLAG IN
      *                     ACCTMAST.CPY) AND LOAN-FD-SETOFF APPLIES TO
      *                     THE LOAN ON DEFAULT.  ZERO ON EVERY OTHER
      *                     TYPE.
      *================================================================
       01  LOAN-COLLATERAL-RECORD.
           05  CL-COLLATERAL-ID          PIC 9(08).
           05  CL-STATUS-CODE            PIC X.
               88  CL-COLLATERAL-ACTIVE  VALUE 'A'.
               88  CL-COLLATERAL-RELEASED VALUE 'R'.
           05  CL-DEPOSIT-ACCT-NUMBER    PIC 9(10).
