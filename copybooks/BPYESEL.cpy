000100*================================================================
000200*  BPYESEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE BILL PAYEE REGISTRATION
000400*  FILE.  ONE RECORD PER ACCOUNT AND BILLER THE CUSTOMER HAS
000500*  REGISTERED TO PAY, KEYED ACCOUNT THEN BILLER SO A
000600*  SEQUENTIAL READ BRINGS AN ACCOUNT'S PAYEES TOGETHER.
000700*  MAINTAINED BY BILLMAINT; READ BY BILL-PAYMENT.
000800*----------------------------------------------------------------
000900*  MOD-HISTORY
001000*    2026-10-15  RPK  INITIAL VERSION.
001100*================================================================
001200     SELECT BILL-PAYEE-FILE
001300         ASSIGN TO "BILLPAYE"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS PY-PAYEE-KEY
001700         FILE STATUS IS WS-BILLPAYE-STATUS.
