000100*================================================================
000200*  DENOMTAB.CPY
000300*  THE NOTE DENOMINATIONS THE BRANCH VAULTS HOLD, HIGHEST
000400*  FIRST.  EVERY DENOMINATION TABLE IN THE CASH FILES (VAULT
000500*  LEDGER, MOVEMENT LOG, SHIPMENT REGISTER, CASH LIMITS,
000600*  PRE-ORDERS) RUNS IN THIS ORDER, SO ONE SUBSCRIPT WALKS THEM
000700*  ALL.  DT-STRAP-NOTES IS THE NOTE COUNT IN ONE STRAP - THE
000800*  SMALLEST QUANTITY THE CASH CENTER SHIPS.  LOADED FROM
000900*  LITERALS, SAME APPROACH AS CURRTAB.CPY.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.
001300*================================================================
001400 01  DENOMINATION-TABLE-VALUES.
001500     05  FILLER  PIC X(06) VALUE "100100".
001600     05  FILLER  PIC X(06) VALUE "050100".
001700     05  FILLER  PIC X(06) VALUE "020100".
001800     05  FILLER  PIC X(06) VALUE "010100".
001900     05  FILLER  PIC X(06) VALUE "005100".
002000     05  FILLER  PIC X(06) VALUE "001100".
002100 01  DENOMINATION-TABLE REDEFINES DENOMINATION-TABLE-VALUES.
002200     05  DT-ENTRY                 OCCURS 6 TIMES.
002300         10  DT-FACE-VALUE        PIC 9(03).
002400         10  DT-STRAP-NOTES       PIC 9(03).
