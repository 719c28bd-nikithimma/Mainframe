000100*================================================================
000200*  OBRSSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE RESPONSE FILE RETURNED TO
000400*  THE EMPLOYER'S PAYROLL SYSTEM AFTER AN ONBOARDING RUN (SEE
000500*  OBRSREC.CPY).
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT ONBOARD-RESPONSE-FILE ASSIGN TO "EMPONRSP"
001100         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-EMPONRSP-STATUS.
