000100*================================================================
000200*  OBNDSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR AN EMPLOYER'S ONBOARDING FILE
000400*  (SEE OBNDREC.CPY).  READ TWICE BY BULK-ACCT-OPEN - ONCE TO
000500*  PROVE THE HEADER AND TRAILER CONTROLS, ONCE TO OPEN THE
000600*  ACCOUNTS.
000700*----------------------------------------------------------------
000800*  MOD-HISTORY
000900*    2026-10-15  RPK  INITIAL VERSION.
001000*================================================================
001100     SELECT EMPLOYER-ONBOARD-FILE ASSIGN TO "EMPONBD"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-EMPONBD-STATUS.
