000100*================================================================
000200*  FXASEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE FIXED ASSET REGISTER.
000400*  COPY THIS INTO FILE-CONTROL; COPY FXAREC INTO THE FD THAT
000500*  FOLLOWS IT - SAME CONVENTION AS ACCTMSEL.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT FIXED-ASSET-FILE
001100         ASSIGN TO "FIXASSET"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS FA-ASSET-ID
001500         FILE STATUS IS WS-FIXASSET-STATUS.
