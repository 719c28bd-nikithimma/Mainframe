000100*================================================================
000200*  SWPASEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE CASH SWEEP ARRANGEMENT
000400*  FILE.  ONE RECORD PER SUBSIDIARY ACCOUNT LINKED TO A
000500*  CONCENTRATION (MASTER) ACCOUNT, KEYED MASTER THEN
000600*  SUBSIDIARY SO A SEQUENTIAL READ BRINGS EACH ARRANGEMENT'S
000700*  SUBSIDIARIES TOGETHER.  MAINTAINED BY SWEEPMAINT, SWEPT
000800*  NIGHTLY BY CASH-SWEEP.
000900*----------------------------------------------------------------
001000*  MOD-HISTORY
001100*    2026-10-15  RPK  INITIAL VERSION.
001200*================================================================
001300     SELECT SWEEP-ARRANGEMENT-FILE
001400         ASSIGN TO "SWEEPARR"
001500         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS DYNAMIC
001700         RECORD KEY IS SW-ARRANGEMENT-KEY
001800         FILE STATUS IS WS-SWEEPARR-STATUS.
