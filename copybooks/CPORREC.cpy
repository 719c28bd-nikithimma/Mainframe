000100*================================================================
000200*  CPORREC.CPY
000300*  ONE CUSTOMER LARGE-CASH PRE-ORDER - CASH A CUSTOMER HAS
000400*  ASKED THE BRANCH TO HAVE READY ON A PICKUP DATE.  TAKEN AT
000500*  THE VAULT CONSOLE (VAULT-MAINT, P) AND KEYED BY THE ID THE
000600*  SHARED ID COUNTER ASSIGNS (SOURCE "CASHPORD").  THE CASH
000700*  FORECAST ADDS EVERY OPEN PRE-ORDER WHOSE PICKUP DATE FALLS
000800*  IN ITS HORIZON TO THE BRANCH'S DEMAND, DENOMINATION BY
000900*  DENOMINATION (DENOMTAB ORDER).
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.
001300*================================================================
001400 01  CASH-PREORDER-RECORD.
001500     05  CP-PREORDER-ID            PIC 9(08).
001600     05  CP-BRANCH-ID              PIC X(06).
001700     05  CP-ACCT-NUMBER            PIC 9(10).
001800     05  CP-PICKUP-DATE            PIC 9(08).
001900     05  CP-AMOUNT                 PIC S9(09)V99 COMP-3.
002000     05  CP-DENOM-COUNTS.
002100         10  CP-DENOM-COUNT        PIC 9(07) COMP-3
002200                                   OCCURS 6 TIMES.
002300     05  CP-STATUS                 PIC X.
002400         88  CP-PREORDER-OPEN      VALUE 'O'.
002500         88  CP-PREORDER-CANCELLED VALUE 'X'.
002600     05  CP-TAKEN-DATE             PIC 9(08).
002700     05  CP-TAKEN-BY               PIC X(08).
