000100*================================================================
000200*  SDBLREC.CPY
000300*  SAFE DEPOSIT ACCESS LOG - ONE ROW PER VISIT ASKED FOR AT
000400*  THE VAULT, GRANTED OR REFUSED, WRITTEN BY SAFE-DEPOSIT-MAINT
000500*  AFTER CHECKING THE VISITOR AGAINST THE AGREEMENT'S RENTER
000600*  LIST.  REPLACES THE PAPER ACCESS CARD.  APPEND-ONLY.
000700*----------------------------------------------------------------
000800*  MOD-HISTORY
000900*    2026-10-15  RPK  INITIAL VERSION.
001000*================================================================
001100 01  SDB-ACCESS-RECORD.
001200     05  SL-AGREEMENT-ID           PIC 9(08).
001300     05  SL-BRANCH-ID              PIC X(06).
001400     05  SL-BOX-NUMBER             PIC X(06).
001500     05  SL-CUSTOMER-NUMBER        PIC 9(09).
001600     05  SL-ACCESS-DATE            PIC 9(08).
001700     05  SL-ACCESS-TIME            PIC 9(06).
001800     05  SL-OPERATOR-ID            PIC X(08).
001900     05  SL-ACCESS-RESULT          PIC X.
002000         88  SL-ACCESS-GRANTED     VALUE 'G'.
002100         88  SL-ACCESS-REFUSED     VALUE 'R'.
002200     05  SL-REFUSAL-REASON         PIC X(20).
