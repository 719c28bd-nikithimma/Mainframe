000100*================================================================
000200*  SDBDSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE SAFE DEPOSIT DRILL AND
000400*  INVENTORY FILE.  COPY THIS INTO FILE-CONTROL; COPY SDBDREC
000500*  INTO THE FD THAT FOLLOWS IT - SAME CONVENTION AS ACCTMSEL.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT SDB-DRILL-FILE
001100         ASSIGN TO "SDBDRILL"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS SD-AGREEMENT-ID
001500         FILE STATUS IS WS-SDBDRILL-STATUS.
