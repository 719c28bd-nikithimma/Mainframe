000100*================================================================
000200*  PCNVSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE PRODUCT CONVERSION
000400*  SELECTION FILE - ONE ROW PER ACCOUNT TO BE MOVED TO ANOTHER
000500*  PRODUCT BY PRODUCT-CONVERT-SWEEP.  WRITTEN BY HAND FOR A
000600*  PRODUCT MIGRATION, AND APPENDED TO BY SAVINGS-ACTIVITY-LIMIT
000700*  FOR SAVINGS ACCOUNTS RUN AS CURRENT ACCOUNTS.
000800*----------------------------------------------------------------
000900*  MOD-HISTORY
001000*    2026-10-15  RPK  INITIAL VERSION - MOVED OUT OF PRODCONV SO
001100*                     THE SELECTION FILE CAN BE SHARED.
001200*================================================================
001300     SELECT CONVERT-SELECT-FILE
001400         ASSIGN TO "PCONVSEL"
001500         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS WS-PCONVSEL-STATUS.
