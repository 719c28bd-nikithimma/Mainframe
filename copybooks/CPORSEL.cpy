000100*================================================================
000200*  CPORSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CUSTOMER CASH PRE-ORDER
000400*  FILE.  COPY THIS INTO FILE-CONTROL; COPY CPORREC INTO THE FD
000500*  THAT FOLLOWS IT - SAME CONVENTION AS HOLDSEL/HOLDREC.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT CASH-PREORDER-FILE
001100         ASSIGN TO "CASHPORD"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS CP-PREORDER-ID
001500         FILE STATUS IS WS-CASHPORD-STATUS.
