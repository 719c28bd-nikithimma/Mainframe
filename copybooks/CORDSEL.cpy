000100*================================================================
000200*  CORDSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CASH CENTER ORDER FILE.
000400*  COPY THIS INTO FILE-CONTROL; COPY CORDREC INTO THE FD THAT
000500*  FOLLOWS IT.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT CASH-ORDER-FILE
001100         ASSIGN TO "CASHORDR"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-CASHORDR-STATUS.
