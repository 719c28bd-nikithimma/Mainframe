000100*================================================================
000200*  LEADSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CROSS-SELL LEAD FILE.
000400*  COPY THIS INTO FILE-CONTROL; COPY LEADREC INTO THE FD THAT
000500*  FOLLOWS IT - SAME CONVENTION AS ACCTMSEL.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT CROSS-SELL-LEAD-FILE
001100         ASSIGN TO "XSELLEAD"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS LD-LEAD-KEY
001500         FILE STATUS IS WS-XSELLEAD-STATUS.
