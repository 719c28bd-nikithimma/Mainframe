000100*================================================================
000200*  SDBDREC.CPY
000300*  SAFE DEPOSIT DRILL AND INVENTORY RECORD - ONE PER BOX
000400*  OPENED FOR UNPAID RENT, KEYED BY THE RENTAL AGREEMENT ID.
000500*  WRITTEN BY SAFE-DEPOSIT-MAINT WHEN THE BOX IS DRILLED IN
000600*  FRONT OF A WITNESSING OFFICER: THE CONTENTS ARE LISTED,
000700*  ANY CASH FOUND IS COUNTED, AND EVERYTHING GOES INTO A
000800*  SEALED ENVELOPE HELD IN THE VAULT.  NOTHING POSTS - THE
000900*  CASH STAYS IN THE ENVELOPE WITH THE REST.
001000*    H = HELD IN THE VAULT
001100*    R = RETURNED TO A RENTER WHO CAME FORWARD
001200*    E = ESCHEATED - DELIVERED TO THE STATE BY ESCHEAT-REMIT
001300*        ONCE SD-RENT-DUE-DATE (THE RENT NEVER PAID) IS OLDER
001400*        THAN THE SDB-ESCHEAT-DAYS PARAMETER
001500*----------------------------------------------------------------
001600*  MOD-HISTORY
001700*    2026-10-15  RPK  INITIAL VERSION.
001800*================================================================
001900 01  SDB-DRILL-RECORD.
002000     05  SD-AGREEMENT-ID           PIC 9(08).
002100     05  SD-BRANCH-ID              PIC X(06).
002200     05  SD-BOX-NUMBER             PIC X(06).
002300     05  SD-CUSTOMER-NUMBER        PIC 9(09).
002400     05  SD-RENT-DUE-DATE          PIC 9(08).
002500     05  SD-DRILL-DATE             PIC 9(08).
002600     05  SD-DRILLED-BY             PIC X(08).
002700     05  SD-WITNESS-ID             PIC X(08).
002800     05  SD-ENVELOPE-ID            PIC X(12).
002900     05  SD-CASH-FOUND             PIC 9(09)V99.
003000     05  SD-CONTENTS-LINES.
003100         10  SD-CONTENTS-LINE      PIC X(60) OCCURS 3 TIMES.
003200     05  SD-STATUS-CODE            PIC X.
003300         88  SD-CONTENTS-HELD      VALUE 'H'.
003400         88  SD-CONTENTS-RETURNED  VALUE 'R'.
003500         88  SD-CONTENTS-ESCHEATED VALUE 'E'.
003600     05  SD-DISPOSITION-DATE       PIC 9(08).
