000100*================================================================
000200*  RACTSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE DORMANT ACCOUNT
000400*  REACTIVATION LOG.  APPEND-ONLY, SAME LINE SEQUENTIAL
000500*  CONVENTION AS OVRDSEL.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT REACTIVATION-LOG-FILE ASSIGN TO "REACTLOG"
001100         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-REACTLOG-STATUS.
