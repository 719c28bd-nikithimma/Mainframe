000100*================================================================
000200*  BPRGREC.CPY
000300*  RECORD LAYOUT FOR THE BILL PAYMENT REGISTER.  THE BILLER
000400*  NAME AND THE CUSTOMER'S REFERENCE ARE COPIED IN AT PAYMENT
000500*  TIME SO THE STATEMENT AND THE REMITTANCE SHOW WHAT WAS TRUE
000600*  WHEN THE MONEY LEFT THE ACCOUNT.  A PENDING ROW IS HELD IN
000700*  BILL PAYMENTS PAYABLE UNTIL BILL-REMIT SENDS IT AND STAMPS
000800*  THE REMITTANCE FILE ID.
000900*----------------------------------------------------------------
001000*  MOD-HISTORY
001100*    2026-10-15  RPK  INITIAL VERSION.
001200*================================================================
001300 01  BILL-PAYMENT-RECORD.
001400     05  BR-PAYMENT-ID             PIC 9(08).
001500     05  BR-ACCT-NUMBER            PIC 9(10).
001600     05  BR-BILLER-ID              PIC X(08).
001700     05  BR-BILLER-NAME            PIC X(30).
001800     05  BR-CUSTOMER-REF           PIC X(20).
001900     05  BR-AMOUNT                 PIC 9(09)V99.
002000     05  BR-PAYMENT-DATE           PIC 9(08).
002100     05  BR-INSTRUCTION-ID         PIC 9(08).
002200     05  BR-STATUS-CODE            PIC X.
002300         88  BR-STATUS-PENDING     VALUE 'P'.
002400         88  BR-STATUS-REMITTED    VALUE 'R'.
002500     05  BR-REMIT-DATE             PIC 9(08).
002600     05  BR-REMIT-FILE-ID          PIC X(14).
