000100*================================================================
000200*  CHRSSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE DIGITAL CHANNEL RESPONSE
000400*  FILE - ONE RESPONSE PER REQUEST, RETURNED TO THE INTERNET
000500*  AND MOBILE BANKING VENDOR BY DIGITAL-GATEWAY.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT CHANNEL-RESPONSE-FILE
001100         ASSIGN TO "CHNLRSP"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-CHNLRSP-STATUS.
