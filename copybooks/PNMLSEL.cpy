000100*================================================================
000200*  PNMLSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE PIN MAILER FILE - ONE
000400*  SEALED MAILER PER PIN ISSUED OR RESET, SENT TO THE PRINT
000500*  VENDOR.  WRITTEN ONLY BY PIN-ISSUE.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000     SELECT PIN-MAILER-FILE
001100         ASSIGN TO "PINMAILR"
001200         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-PINMAILR-STATUS.
