000100*================================================================
000200*  GLBDSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE GL BUDGET MASTER.
000400*  COPY THIS INTO FILE-CONTROL; COPY GLBDREC INTO THE FD THAT
000500*  FOLLOWS IT - SAME CONVENTION AS GLBMSEL/GLBMAST.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT GL-BUDGET-FILE
001100         ASSIGN TO "GLBUDGET"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS GD-BUDGET-KEY
001500         FILE STATUS IS WS-GLBUDGET-STATUS.
