000100*================================================================
000200*  CLIMSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE BRANCH CASH HOLDING
000400*  LIMITS.  COPY THIS INTO FILE-CONTROL; COPY CLIMREC INTO THE
000500*  FD THAT FOLLOWS IT - SAME CONVENTION AS VLTSEL/VLTREC.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT CASH-LIMIT-FILE
001100         ASSIGN TO "CASHLIM"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS CL-BRANCH-ID
001500         FILE STATUS IS WS-CASHLIM-STATUS.
