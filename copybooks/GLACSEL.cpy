000100*================================================================
000200*  GLACSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CHART-OF-ACCOUNTS MASTER.
000400*  COPY THIS INTO FILE-CONTROL; COPY GLACREC INTO THE FD THAT
000500*  FOLLOWS IT - SAME CONVENTION AS GLBMSEL/GLBMAST.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT GL-ACCOUNT-MASTER-FILE
001100         ASSIGN TO "GLACCTS"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS GA-GL-ACCOUNT-CODE
001500         FILE STATUS IS WS-GLACCT-STATUS.
