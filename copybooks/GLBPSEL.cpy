000100*================================================================
000200*  GLBPSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR FINANCE'S ANNUAL BUDGET PLAN
000400*  FILE.  COPY THIS INTO FILE-CONTROL; COPY GLBPREC INTO THE FD
000500*  THAT FOLLOWS IT.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT GL-BUDGET-PLAN-FILE
001100         ASSIGN TO "GLBPLAN"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-GLBPLAN-STATUS.
