000100*================================================================
000200*  SARDSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE SAR CASE DETAIL FILE.
000400*  COPY THIS INTO FILE-CONTROL; COPY SARDREC INTO THE FD THAT
000500*  FOLLOWS IT - SAME CONVENTION AS ACCTMSEL.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT SAR-DETAIL-FILE
001100         ASSIGN TO "SARDETL"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS SD-DETAIL-KEY
001500         FILE STATUS IS WS-SARDETL-STATUS.
