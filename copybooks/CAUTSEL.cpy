000100*================================================================
000200*  CAUTSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CARD NETWORK'S
000400*  AUTHORIZATION LOG.  COPY THIS INTO FILE-CONTROL; COPY
000500*  CAUTREC INTO THE FD THAT FOLLOWS IT.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT CARD-AUTH-LOG-FILE
001100         ASSIGN TO "CARDAUTH"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-CARDAUTH-STATUS.
