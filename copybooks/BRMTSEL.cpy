000100*================================================================
000200*  BRMTSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE OUTBOUND BILLER
000400*  REMITTANCE FILE WRITTEN NIGHTLY BY BILL-REMIT.  ONE FILE
000500*  PER RUN, ONE BATCH PER BILLER.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT BILLER-REMITTANCE-FILE
001100         ASSIGN TO "BILLRMT"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-BILLRMT-STATUS.
