000100*================================================================
000200*  BPRGSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE BILL PAYMENT REGISTER.
000400*  ONE RECORD PER BILL PAYMENT DEBITED FROM A CUSTOMER
000500*  ACCOUNT, KEYED BY PAYMENT ID.  WRITTEN BY BILL-PAYMENT,
000600*  MARKED REMITTED BY BILL-REMIT, LISTED ON THE CUSTOMER
000700*  STATEMENT BY STMTGEN.
000800*----------------------------------------------------------------
000900*  MOD-HISTORY
001000*    2026-10-15  RPK  INITIAL VERSION.
001100*================================================================
001200     SELECT BILL-PAYMENT-REGISTER
001300         ASSIGN TO "BILLPREG"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS BR-PAYMENT-ID
001700         FILE STATUS IS WS-BILLPREG-STATUS.
