000100*================================================================
000200*  BILRSEL.CPY
000300*  FILE-CONTROL SELECT CLAUSE FOR THE BILLER MASTER FILE.  ONE
000400*  RECORD PER UTILITY, TELECOM OR INSURANCE COMPANY CUSTOMERS
000500*  CAN PAY FROM THEIR ACCOUNTS, KEYED BY BILLER ID.
000600*  MAINTAINED BY BILLMAINT; READ BY BILL-PAYMENT AND
000700*  BILL-REMIT.
000800*----------------------------------------------------------------
000900*  MOD-HISTORY
001000*    2026-10-15  RPK  INITIAL VERSION.
001100*================================================================
001200     SELECT BILLER-MASTER-FILE
001300         ASSIGN TO "BILRMAST"
001400         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS BL-BILLER-ID
001700         FILE STATUS IS WS-BILRMAST-STATUS.
