000100*================================================================
000200*  SETLSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CLEARING HOUSE NET
000400*  SETTLEMENT ADVICE - THE DAY'S SINGLE NET FIGURE AND THE
000500*  ITEMS BEHIND IT.  LINE SEQUENTIAL, RECEIVED DAILY.  COPY
000600*  SETLREC INTO THE FD THAT FOLLOWS IT.
000700*----------------------------------------------------------------
000800*  MOD-HISTORY
000900*    2026-10-15  RPK  INITIAL VERSION.
001000*================================================================
001100     SELECT SETTLEMENT-ADVICE-FILE
001200         ASSIGN TO "SETLADV"
001300         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-SETLADV-STATUS.
