000100*================================================================
000200*  BILRREC.CPY
000300*  RECORD LAYOUT FOR THE BILLER MASTER FILE.  BL-REMIT-ROUTING
000400*  AND BL-REMIT-ACCOUNT ARE WHERE THE NIGHTLY REMITTANCE SENDS
000500*  THE DAY'S COLLECTED PAYMENTS.  A SUSPENDED BILLER TAKES NO
000600*  NEW PAYMENTS; PAYMENTS ALREADY TAKEN ARE STILL REMITTED.
000700*  BL-LAST-REMIT-DATE/AMOUNT ARE STAMPED BY BILL-REMIT.
000800*----------------------------------------------------------------
000900*  MOD-HISTORY
001000*    2026-10-15  RPK  INITIAL VERSION.
001100*================================================================
001200 01  BILLER-MASTER-RECORD.
001300     05  BL-BILLER-ID              PIC X(08).
001400     05  BL-BILLER-NAME            PIC X(30).
001500     05  BL-CATEGORY-CODE          PIC X.
001600         88  BL-CATEGORY-UTILITY   VALUE 'U'.
001700         88  BL-CATEGORY-TELECOM   VALUE 'T'.
001800         88  BL-CATEGORY-INSURANCE VALUE 'I'.
001900         88  BL-CATEGORY-OTHER     VALUE 'O'.
002000         88  BL-CATEGORY-VALID     VALUE 'U' 'T' 'I' 'O'.
002100     05  BL-REMIT-ROUTING          PIC X(09).
002200     05  BL-REMIT-ACCOUNT          PIC X(17).
002300     05  BL-STATUS-CODE            PIC X.
002400         88  BL-STATUS-ACTIVE      VALUE 'A'.
002500         88  BL-STATUS-SUSPENDED   VALUE 'S'.
002600     05  BL-SETUP-DATE             PIC 9(08).
002700     05  BL-OPERATOR-ID            PIC X(08).
002800     05  BL-LAST-REMIT-DATE        PIC 9(08).
002900     05  BL-LAST-REMIT-AMOUNT      PIC 9(11)V99.
