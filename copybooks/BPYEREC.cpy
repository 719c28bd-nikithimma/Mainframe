000100*================================================================
000200*  BPYEREC.CPY
000300*  RECORD LAYOUT FOR THE BILL PAYEE REGISTRATION FILE.
000400*  PY-CUSTOMER-REF IS THE CUSTOMER'S OWN REFERENCE AT THE
000500*  BILLER (CONSUMER NUMBER, PHONE NUMBER, POLICY NUMBER) AND
000600*  TRAVELS WITH EVERY PAYMENT ON THE REMITTANCE SO THE BILLER
000700*  CAN APPLY IT.  A CANCELLED REGISTRATION STOPS EVERY PAYMENT
000800*  INSTRUCTION AGAINST IT.  PY-LAST-PAID-DATE/AMOUNT ARE
000900*  STAMPED BY BILL-PAYMENT.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.
001300*================================================================
001400 01  BILL-PAYEE-RECORD.
001500     05  PY-PAYEE-KEY.
001600         10  PY-ACCT-NUMBER        PIC 9(10).
001700         10  PY-BILLER-ID          PIC X(08).
001800     05  PY-CUSTOMER-REF           PIC X(20).
001900     05  PY-STATUS-CODE            PIC X.
002000         88  PY-STATUS-ACTIVE      VALUE 'A'.
002100         88  PY-STATUS-CANCELLED   VALUE 'C'.
002200     05  PY-REGISTER-DATE          PIC 9(08).
002300     05  PY-OPERATOR-ID            PIC X(08).
002400     05  PY-BRANCH-ID              PIC X(06).
002500     05  PY-LAST-PAID-DATE         PIC 9(08).
002600     05  PY-LAST-PAID-AMOUNT       PIC 9(09)V99.
