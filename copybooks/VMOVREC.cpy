000100*================================================================
000200*  VMOVREC.CPY
000300*  ONE ROW ON THE VAULT MOVEMENT LOG PER CASH MOVEMENT INTO OR
000400*  OUT OF A BRANCH VAULT, WITH ITS NOTE COUNTS.  WRITTEN BY
000500*  VAULT-MAINT; READ AS DEMAND HISTORY BY THE CASH FORECAST.
000600*    B/S  VAULT TO DRAWER / DRAWER TO VAULT (VM-TELLER-ID)
000700*    L/U  VAULT TO ATM / ATM TO VAULT (VM-TERMINAL-ID)
000800*    R/T  CASH CENTER SHIPMENT RECEIVED INTO THE VAULT / RETURN
000900*         SHIPPED OUT TO THE CASH CENTER (VM-SHIPMENT-ID)
001000*  THE VM-DENOM-COUNT TABLE VIEWS THE SIX NOTE COUNTS IN
001100*  DENOMTAB ORDER (100, 50, 20, 10, 5, 1).
001200*----------------------------------------------------------------
001300*  MOD-HISTORY
001400*    2026-10-15  RPK  INITIAL VERSION - THE LAYOUT VAULT-MAINT
001500*                     CARRIED INLINE, PLUS THE SHIPMENT
001600*                     DIRECTIONS, VM-SHIPMENT-ID AND THE
001700*                     DENOMINATION TABLE VIEW.
001800*================================================================
001900 01  VAULT-MOVEMENT-RECORD.
002000     05  VM-BRANCH-ID              PIC X(06).
002100     05  VM-MOVE-DATE              PIC 9(08).
002200     05  VM-MOVE-TIME              PIC 9(06).
002300     05  VM-TELLER-ID              PIC X(08).
002400     05  VM-VAULT-OPERATOR         PIC X(08).
002500     05  VM-DIRECTION              PIC X.
002600         88  VM-VAULT-TO-DRAWER    VALUE 'B'.
002700         88  VM-DRAWER-TO-VAULT    VALUE 'S'.
002800         88  VM-VAULT-TO-ATM       VALUE 'L'.
002900         88  VM-ATM-TO-VAULT       VALUE 'U'.
003000         88  VM-SHIPMENT-IN        VALUE 'R'.
003100         88  VM-SHIPMENT-OUT       VALUE 'T'.
003200         88  VM-CASH-LEAVING-VAULT VALUE 'B' 'L' 'T'.
003300     05  VM-AMOUNT                 PIC 9(09)V99.
003400     05  VM-DENOM-COUNTS.
003500         10  VM-DENOM-100-COUNT    PIC 9(06).
003600         10  VM-DENOM-050-COUNT    PIC 9(06).
003700         10  VM-DENOM-020-COUNT    PIC 9(06).
003800         10  VM-DENOM-010-COUNT    PIC 9(06).
003900         10  VM-DENOM-005-COUNT    PIC 9(06).
004000         10  VM-DENOM-001-COUNT    PIC 9(06).
004100     05  VM-DENOM-TABLE REDEFINES VM-DENOM-COUNTS.
004200         10  VM-DENOM-COUNT        PIC 9(06)
004300                                   OCCURS 6 TIMES.
004400     05  VM-TERMINAL-ID            PIC X(08).
004500     05  VM-SHIPMENT-ID            PIC 9(08).
