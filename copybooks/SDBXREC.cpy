000100*================================================================
000200*  SDBXREC.CPY
000300*  SAFE DEPOSIT BOX INVENTORY, ONE ROW PER BOX IN A BRANCH
000400*  VAULT, KEYED BY BRANCH PLUS BOX NUMBER.  MAINTAINED BY
000500*  SAFE-DEPOSIT-MAINT.  A RENTED BOX CARRIES THE RENTAL
000600*  AGREEMENT (SDBAREC.CPY) IT IS LET UNDER; AN AVAILABLE ONE
000700*  CARRIES ZERO.  A BOX DRILLED FOR UNPAID RENT STAYS IN
000800*  STATUS D UNTIL ITS LOCK HAS BEEN CHANGED AND A SUPERVISOR
000900*  RETURNS IT TO SERVICE.
001000*    SIZE:   S = SMALL  M = MEDIUM  L = LARGE  X = EXTRA LARGE
001100*            (THE RENT IS FEE SCHEDULE ROW SDBRENT + SIZE)
001200*----------------------------------------------------------------
001300*  MOD-HISTORY
001400*    2026-10-15  RPK  INITIAL VERSION.
001500*================================================================
001600 01  SDB-BOX-RECORD.
001700     05  SX-BOX-KEY.
001800         10  SX-BRANCH-ID          PIC X(06).
001900         10  SX-BOX-NUMBER         PIC X(06).
002000     05  SX-BOX-SIZE               PIC X.
002100         88  SX-SIZE-SMALL         VALUE 'S'.
002200         88  SX-SIZE-MEDIUM        VALUE 'M'.
002300         88  SX-SIZE-LARGE         VALUE 'L'.
002400         88  SX-SIZE-EXTRA-LARGE   VALUE 'X'.
002500         88  SX-SIZE-VALID         VALUE 'S' 'M' 'L' 'X'.
002600     05  SX-BOX-STATUS             PIC X.
002700         88  SX-BOX-AVAILABLE      VALUE 'A'.
002800         88  SX-BOX-RENTED         VALUE 'R'.
002900         88  SX-BOX-DRILLED        VALUE 'D'.
003000         88  SX-BOX-OUT-OF-SERVICE VALUE 'O'.
003100     05  SX-AGREEMENT-ID           PIC 9(08).
003200     05  SX-STATUS-DATE            PIC 9(08).
