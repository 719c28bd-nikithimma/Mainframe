000100*================================================================
000200*  CHKOSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CHECKBOOK ORDER FILE
000400*  PICKED UP BY THE CHECK PRINTER - ONE ROW PER BOOK ORDERED
000500*  BY CHKBOOK-ORDER.  APPEND-ONLY, SAME CONVENTION AS EXTOSEL.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT CHECKBOOK-ORDER-FILE
001100         ASSIGN TO "CHKORDER"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-CHKORDER-STATUS.
