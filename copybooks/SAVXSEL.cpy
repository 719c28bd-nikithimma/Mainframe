000100*================================================================
000200*  SAVXSEL.CPY
000300*  SELECT CLAUSES FOR THE SAVINGS-ACTIVITY-LIMIT STEP - THE
000400*  SORT WORK AND SORTED OUTPUT PAIR THAT PUT THE DAY'S SAVINGS
000500*  DEBITS INTO ACCOUNT ORDER (SAME SORT-VERB APPROACH AS
000600*  GLXSEL).  COPY THIS INTO FILE-CONTROL ALONGSIDE TRANSEL.CPY.
000700*----------------------------------------------------------------
000800*  MOD-HISTORY
000900*    2026-10-15  RPK  INITIAL VERSION.
001000*================================================================
001100     SELECT SAVX-SORT-WORK-FILE ASSIGN TO "SAVXSORT".
001200
001300     SELECT SAVX-SORTED-FILE ASSIGN TO "SAVXSRTD"
001400         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS WS-SAVXSRTD-STATUS.
