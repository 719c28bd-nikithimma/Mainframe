000100*================================================================
000200*  BPINSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE BILL PAYMENT INSTRUCTION
000400*  FILE.  ONE RECORD PER ONE-OFF OR SCHEDULED BILL PAYMENT,
000500*  KEYED BY INSTRUCTION ID.  SET UP BY BILLMAINT, SWEPT
000600*  NIGHTLY BY BILL-PAYMENT.
000700*----------------------------------------------------------------
000800*  MOD-HISTORY
000900*    2026-10-15  RPK  INITIAL VERSION.
001000*================================================================
001100     SELECT BILL-INSTRUCTION-FILE
001200         ASSIGN TO "BILLINST"
001300         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS BI-INSTRUCTION-ID
001600         FILE STATUS IS WS-BILLINST-STATUS.
