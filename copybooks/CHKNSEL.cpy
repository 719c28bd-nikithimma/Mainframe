000100*================================================================
000200*  CHKNSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CHECK-STOCK REGISTER -
000400*  ONE RECORD PER CHECK NUMBER ISSUED, KEYED ACCOUNT PLUS
000500*  CHECK NUMBER THE WAY THE PRESENTMENT FILE CARRIES THEM.
000600*  SAME CONVENTION AS PPAYSEL/PPAYREC.
000700*----------------------------------------------------------------
000800*  MOD-HISTORY
000900*    2026-10-15  RPK  INITIAL VERSION.
001000*================================================================
001100     SELECT CHECK-STOCK-FILE
001200         ASSIGN TO "CHKSTOCK"
001300         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS CS-STOCK-KEY
001600         FILE STATUS IS WS-CHKSTOCK-STATUS.
