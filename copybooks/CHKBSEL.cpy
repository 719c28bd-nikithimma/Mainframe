000100*================================================================
000200*  CHKBSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CHECKBOOK FILE - ONE
000400*  RECORD PER BOOK OF CHECKS ISSUED TO AN ACCOUNT, KEYED
000500*  ACCOUNT THEN FIRST CHECK NUMBER SO A START ON THE ACCOUNT
000600*  BRINGS ITS BOOKS TOGETHER IN NUMBER ORDER.  WRITTEN BY
000700*  CHKBOOK-ORDER, READ AT PRESENTMENT BY CHECK-PRESENT.
000800*----------------------------------------------------------------
000900*  MOD-HISTORY
001000*    2026-10-15  RPK  INITIAL VERSION.
001100*================================================================
001200     SELECT CHECKBOOK-FILE
001300         ASSIGN TO "CHKBOOK"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS CB-BOOK-KEY
001700         FILE STATUS IS WS-CHKBOOK-STATUS.
