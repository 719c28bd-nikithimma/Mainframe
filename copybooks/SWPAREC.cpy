000100*================================================================
000200*  SWPAREC.CPY
000300*  RECORD LAYOUT FOR THE CASH SWEEP ARRANGEMENT FILE.  EACH
000400*  ROW TIES ONE SUBSIDIARY OPERATING ACCOUNT TO THE
000500*  CONCENTRATION ACCOUNT IT SWEEPS INTO.  A ZERO-BALANCE
000600*  ARRANGEMENT ('Z') LEAVES THE SUBSIDIARY AT ZERO EVERY
000700*  NIGHT; A TARGET-BALANCE ARRANGEMENT ('T') LEAVES IT AT
000800*  SW-TARGET-BALANCE - THE FLOAT THE CLIENT WANTS TO KEEP
000900*  THERE.  EXCESS AVAILABLE FUNDS MOVE UP TO THE MASTER, A
001000*  SHORTFALL IS FUNDED DOWN FROM IT.  A SUBSIDIARY BELONGS TO
001100*  ONE ARRANGEMENT ONLY.  SW-LAST-SWEEP-AMOUNT IS SIGNED:
001200*  POSITIVE WHEN MONEY WENT UP TO THE MASTER, NEGATIVE WHEN IT
001300*  CAME DOWN TO THE SUBSIDIARY.
001400*----------------------------------------------------------------
001500*  MOD-HISTORY
001600*    2026-10-15  RPK  INITIAL VERSION.
001700*================================================================
001800 01  SWEEP-ARRANGEMENT-RECORD.
001900     05  SW-ARRANGEMENT-KEY.
002000         10  SW-MASTER-ACCT-NUMBER PIC 9(10).
002100         10  SW-SUB-ACCT-NUMBER    PIC 9(10).
002200     05  SW-SWEEP-TYPE             PIC X.
002300         88  SW-TYPE-ZERO-BALANCE  VALUE 'Z'.
002400         88  SW-TYPE-TARGET-BALANCE VALUE 'T'.
002500     05  SW-TARGET-BALANCE         PIC 9(09)V99.
002600     05  SW-STATUS-CODE            PIC X.
002700         88  SW-STATUS-ACTIVE      VALUE 'A'.
002800         88  SW-STATUS-SUSPENDED   VALUE 'S'.
002900     05  SW-SETUP-DATE             PIC 9(08).
003000     05  SW-OPERATOR-ID            PIC X(08).
003100     05  SW-BRANCH-ID              PIC X(06).
003200     05  SW-LAST-SWEEP-DATE        PIC 9(08).
003300     05  SW-LAST-SWEEP-AMOUNT      PIC S9(09)V99.
