      *================================================================
      *  ACHBREC.CPY
      *  ONE ACH DEBIT BLOCK OR ORIGINATOR FILTER ON A CUSTOMER
      *  ACCOUNT, KEYED BY THE BLOCK ID THE SHARED ID COUNTER
      *  ASSIGNS.  THREE KINDS:
      *      B - BLOCK ALL: NO INBOUND ACH DEBIT POSTS TO THE ACCOUNT
      *          EXCEPT FROM AN ORIGINATOR THE ACCOUNT ALLOWS.
      *      O - BLOCK ORIGINATOR: DEBITS FROM THIS COMPANY ID ARE
      *          REFUSED; OTHERS POST AS NORMAL.
      *      A - ALLOW ORIGINATOR: DEBITS FROM THIS COMPANY ID POST
      *          EVEN UNDER A BLOCK-ALL, UP TO AB-MAX-AMOUNT PER
      *          ENTRY (ZERO = ANY AMOUNT).  A LARGER DEBIT IS
      *          REFUSED.
      *  THE INBOUND ACH DEBIT RUN (ACH-INBOUND) RETURNS A REFUSED
      *  DEBIT R10 AND STAMPS THE ROW'S LAST-HIT DATE.  A ZERO EXPIRY
      *  DATE HOLDS UNTIL REMOVED.  PLACED AND REMOVED BY ACHBMAINT;
      *  THE ROW STAYS ON FILE AFTER REMOVAL OR EXPIRY FOR THE AUDIT
      *  TRAIL.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  ACH-DEBIT-BLOCK-RECORD.
           05  AB-BLOCK-ID               PIC 9(08).
           05  AB-ACCT-NUMBER            PIC 9(10).
           05  AB-BLOCK-TYPE             PIC X.
               88  AB-BLOCK-ALL          VALUE 'B'.
               88  AB-BLOCK-ORIGINATOR   VALUE 'O'.
               88  AB-ALLOW-ORIGINATOR   VALUE 'A'.
           05  AB-COMPANY-ID             PIC X(10).
           05  AB-MAX-AMOUNT             PIC 9(09)V99.
           05  AB-EXPIRY-DATE            PIC 9(08).
           05  AB-PLACED-DATE            PIC 9(08).
           05  AB-PLACED-OPERATOR        PIC X(08).
           05  AB-LAST-HIT-DATE          PIC 9(08).
           05  AB-STATUS-CODE            PIC X.
               88  AB-BLOCK-ACTIVE       VALUE 'A'.
               88  AB-BLOCK-REMOVED      VALUE 'R'.
               88  AB-BLOCK-EXPIRED      VALUE 'E'.
