000100*================================================================
000200*  CSHPSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CASH SHIPMENT REGISTER.
000400*  COPY THIS INTO FILE-CONTROL; COPY CSHPREC INTO THE FD THAT
000500*  FOLLOWS IT - SAME CONVENTION AS OFCKSEL/OFCKREC.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT CASH-SHIPMENT-FILE
001100         ASSIGN TO "CASHSHIP"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS SH-SHIPMENT-ID
001500         FILE STATUS IS WS-CASHSHIP-STATUS.
