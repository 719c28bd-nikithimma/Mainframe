000100*================================================================
000200*  SDBLSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE SAFE DEPOSIT ACCESS LOG.
000400*  APPEND-ONLY, SO LINE SEQUENTIAL OPENED EXTEND - SAME
000500*  CONVENTION AS ACTAUDSEL.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT SDB-ACCESS-FILE
001100         ASSIGN TO "SDBACCES"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-SDBACCES-STATUS.
