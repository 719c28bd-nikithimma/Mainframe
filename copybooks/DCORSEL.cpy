000100*================================================================
000200*  DCORSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE DEBIT CARD ORDER QUEUE
000400*  (SEE DCORREC.CPY).  APPEND-ONLY, SAME LINE SEQUENTIAL
000500*  CONVENTION AS DUPQSEL.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT DEBIT-CARD-ORDER-FILE ASSIGN TO "CARDORDQ"
001100         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-CARDORDQ-STATUS.
