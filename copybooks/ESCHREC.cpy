      *================================================================
      *  ESCHREC.CPY
      *  ONE ROW PER MOVEMENT ON A LOAN'S ESCROW BALANCE - THE
      *  ESCROW PORTION OF EACH INSTALLMENT COLLECTED (TYPE C), EACH
      *  TAX OR INSURANCE BILL PAID OUT (TYPE T OR I, CARRYING THE
      *  ESCROW ITEM ID) AND THE BALANCE RETURNED WHEN THE LOAN IS
      *  PAID OFF (TYPE R).  WRITTEN ONLY BY ESCROW-POST.
      *  APPEND-ONLY.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  ESCROW-HISTORY-RECORD.
           05  EH-LOAN-NUMBER            PIC 9(10).
           05  EH-MOVEMENT-DATE          PIC 9(08).
           05  EH-MOVEMENT-TYPE          PIC X.
               88  EH-ESCROW-COLLECTED   VALUE 'C'.
               88  EH-TAX-DISBURSED      VALUE 'T'.
               88  EH-INSURANCE-DISBURSED VALUE 'I'.
               88  EH-BALANCE-RETURNED   VALUE 'R'.
           05  EH-ITEM-ID                PIC 9(08).
           05  EH-AMOUNT                 PIC S9(09)V99.
           05  EH-BALANCE-AFTER          PIC S9(09)V99.
           05  EH-OPERATOR-ID            PIC X(08).
