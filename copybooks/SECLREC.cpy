      *               L = OVER PER-TRANSACTION LIMIT
      *               R = ROLE REFUSAL
      *               K = OPERATOR AUTO-DISABLED (LOCKOUT)
      *               P = CUSTOMER PIN ISSUED OR RESET (PIN-ISSUE)
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-09-02  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED EVENT TYPE P - A CUSTOMER PIN ISSUED
      *                     OR RESET BY MAILER.
      *================================================================
       01  SECURITY-LOG-RECORD.
           05  SV-OPERATOR-ID            PIC X(08).
               88  SV-OVER-LIMIT         VALUE 'L'.
               88  SV-ROLE-REFUSED       VALUE 'R'.
               88  SV-AUTO-DISABLED      VALUE 'K'.
               88  SV-PIN-ISSUED         VALUE 'P'.
           05  SV-TERMINAL-ID            PIC X(08).
           05  SV-EVENT-DATE             PIC 9(08).
           05  SV-EVENT-TIME             PIC 9(06).
