      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-08-21  RPK  INITIAL VERSION.
      *    2026-10-15  RPK  ADDED THE CARD AUTHORIZATION HOLD TYPE (A).
      *                     CARD-AUTH PLACES ONE, UNDATED, FOR EACH
      *                     APPROVED ATM OR POS AUTHORIZATION;
      *                     ATM-SETTLE RELEASES IT WHEN THE ITEM
      *                     SETTLES, AND HOLD-EXPIRE DROPS IT BY AGE
      *                     WHEN IT NEVER DOES.
      *    2026-10-15  RPK  ADDED HD-RELEASED-DATE - THE BUSINESS DATE
      *                     A HOLD WAS RELEASED OR EXPIRED (ZERO WHILE
      *                     ACTIVE) SO A HOLD CAN BE SHOWN AS IT STOOD
      *                     ON ANY PAST DATE, AS THE AUDIT BALANCE
      *                     CONFIRMATION LETTERS DO.
      *================================================================
       01  FUNDS-HOLD-RECORD.
           05  HD-HOLD-ID                PIC 9(08).
               88  HD-TYPE-CHECK-FLOAT   VALUE 'C'.
               88  HD-TYPE-FRAUD         VALUE 'F'.
               88  HD-TYPE-OTHER         VALUE 'O'.
               88  HD-TYPE-CARD-AUTH     VALUE 'A'.
           05  HD-EXPIRY-DATE            PIC 9(08).
           05  HD-PLACED-DATE            PIC 9(08).
           05  HD-PLACED-OPERATOR        PIC X(08).
               88  HD-HOLD-ACTIVE        VALUE 'A'.
               88  HD-HOLD-RELEASED      VALUE 'R'.
               88  HD-HOLD-EXPIRED       VALUE 'E'.
           05  HD-RELEASED-DATE          PIC 9(08).
