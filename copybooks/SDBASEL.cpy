000100*================================================================
000200*  SDBASEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE SAFE DEPOSIT RENTAL
000400*  AGREEMENTS.  COPY THIS INTO FILE-CONTROL; COPY SDBAREC INTO
000500*  THE FD THAT FOLLOWS IT - SAME CONVENTION AS ACCTMSEL.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT SDB-AGREEMENT-FILE
001100         ASSIGN TO "SDBAGRMT"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS SA-AGREEMENT-ID
001500         FILE STATUS IS WS-SDBAGRMT-STATUS.
