000100*================================================================
000200*  SDBXSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE SAFE DEPOSIT BOX
000400*  INVENTORY.  COPY THIS INTO FILE-CONTROL; COPY SDBXREC INTO
000500*  THE FD THAT FOLLOWS IT - SAME CONVENTION AS ACCTMSEL.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT SDB-BOX-FILE
001100         ASSIGN TO "SDBBOX"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS SX-BOX-KEY
001500         FILE STATUS IS WS-SDBBOX-STATUS.
