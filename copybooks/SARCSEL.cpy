000100*================================================================
000200*  SARCSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE SAR CASE FILE.  COPY
000400*  THIS INTO FILE-CONTROL; COPY SARCREC INTO THE FD THAT
000500*  FOLLOWS IT - SAME CONVENTION AS ACCTMSEL.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT SAR-CASE-FILE
001100         ASSIGN TO "SARCASE"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS SC-CASE-ID
001500         FILE STATUS IS WS-SARCASE-STATUS.
