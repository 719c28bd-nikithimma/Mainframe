000100*================================================================
000200*  CARGSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CARD AUTHORIZATION
000400*  REGISTER.  COPY THIS INTO FILE-CONTROL; COPY CARGREC INTO
000500*  THE FD THAT FOLLOWS IT.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT CARD-AUTH-REGISTER-FILE
001100         ASSIGN TO "CAUTHREG"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS CG-NETWORK-REF
001500         FILE STATUS IS WS-CAUTHREG-STATUS.
