000100*================================================================
000200*  CLTRSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE OUTBOUND CASH LETTER -
000400*  THE PRESENTMENT FILE OF DEPOSITED ON-OTHER-BANK CHECKS SENT
000500*  TO THE CLEARING HOUSE FOR COLLECTION.  APPEND-ONLY LINE
000600*  SEQUENTIAL, SAME CONVENTION AS ACHDSEL.  COPY CLTRREC INTO
000700*  THE FD THAT FOLLOWS IT.
000800*----------------------------------------------------------------
000900*  MOD-HISTORY
001000*    2026-10-15  RPK  INITIAL VERSION.
001100*================================================================
001200     SELECT CASH-LETTER-FILE
001300         ASSIGN TO "CASHLTR"
001400         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS WS-CASHLTR-STATUS.
