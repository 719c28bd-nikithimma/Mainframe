000100*================================================================
000200*  VMOVSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE VAULT MOVEMENT LOG.  COPY
000400*  THIS INTO FILE-CONTROL; COPY VMOVREC INTO THE FD THAT
000500*  FOLLOWS IT - SAME CONVENTION AS VLTSEL/VLTREC.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION - LIFTED OUT OF
000900*                     VAULT-MAINT NOW THAT THE CASH FORECAST
001000*                     READS THE LOG TOO.
001100*================================================================
001200     SELECT VAULT-MOVEMENT-FILE
001300         ASSIGN TO "VMOVFILE"
001400         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS WS-VMOVFILE-STATUS.
