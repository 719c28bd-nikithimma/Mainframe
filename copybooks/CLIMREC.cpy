000100*================================================================
000200*  CLIMREC.CPY
000300*  BRANCH CASH HOLDING LIMITS, ONE ROW PER BRANCH KEYED BY
000400*  CL-BRANCH-ID, MAINTAINED BY CASH-OPS-MAINT (MANAGER ONLY).
000500*  THE MINIMUM AND MAXIMUM VALUE OF EACH DENOMINATION THE
000600*  VAULT SHOULD HOLD AFTER THE FORECAST HORIZON'S DEMAND, IN
000700*  DENOMTAB ORDER.  THE CASH FORECAST ORDERS UP TO THE MAXIMUM
000800*  WHEN A DENOMINATION WILL FALL BELOW ITS MINIMUM AND RETURNS
000900*  THE EXCESS OVER THE MAXIMUM.  A DENOMINATION WITH A ZERO
001000*  MAXIMUM IS NOT MANAGED.
001100*----------------------------------------------------------------
001200*  MOD-HISTORY
001300*    2026-10-15  RPK  INITIAL VERSION.
001400*================================================================
001500 01  CASH-LIMIT-RECORD.
001600     05  CL-BRANCH-ID              PIC X(06).
001700     05  CL-DENOM-LIMITS           OCCURS 6 TIMES.
001800         10  CL-MINIMUM-VALUE      PIC 9(09).
001900         10  CL-MAXIMUM-VALUE      PIC 9(09).
002000     05  CL-LAST-CHANGED-DATE      PIC 9(08).
002100     05  CL-LAST-CHANGED-BY        PIC X(08).
