000100*================================================================
000200*  CORDREC.CPY
000300*  ONE LINE ON THE ORDER FILE THE CASH FORECAST SENDS TO THE
000400*  CASH CENTER EACH NIGHT - A SHIPMENT TO DELIVER TO A BRANCH
000500*  (I) OR A SURPLUS RETURN TO COLLECT FROM ONE (R), WITH THE
000600*  NOTE COUNTS IN DENOMTAB ORDER.  THE SHIPMENT ID IS THE KEY
000700*  ON OUR SHIPMENT REGISTER (CSHPREC) AND COMES BACK ON THE
000800*  CASH CENTER'S DISPATCH ADVICE.
000900*----------------------------------------------------------------
001000*  MOD-HISTORY
001100*    2026-10-15  RPK  INITIAL VERSION.
001200*================================================================
001300 01  CASH-ORDER-RECORD.
001400     05  CO-SHIPMENT-ID            PIC 9(08).
001500     05  CO-BRANCH-ID              PIC X(06).
001600     05  CO-DIRECTION              PIC X.
001700     05  CO-DELIVERY-DATE          PIC 9(08).
001800     05  CO-AMOUNT                 PIC 9(09)V99.
001900     05  CO-DENOM-COUNT            PIC 9(07)
002000                                   OCCURS 6 TIMES.
