000100*================================================================
000200*  CHRQSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE DIGITAL CHANNEL REQUEST
000400*  FILE - THE INTERNET AND MOBILE BANKING VENDOR'S BATCH OF
000500*  CUSTOMER REQUESTS, READ BY DIGITAL-GATEWAY.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT CHANNEL-REQUEST-FILE
001100         ASSIGN TO "CHNLREQ"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-CHNLREQ-STATUS.
