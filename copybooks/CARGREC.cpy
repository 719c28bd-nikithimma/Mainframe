000100*================================================================
000200*  CARGREC.CPY
000300*  ONE APPROVED CARD AUTHORIZATION, KEYED BY THE NETWORK
000400*  REFERENCE, WITH THE FUNDS HOLD PLACED FOR IT.  WRITTEN OPEN
000500*  BY CARD-AUTH WHEN THE NETWORK'S LOG IS LOADED; ATM-SETTLE
000600*  MARKS IT SETTLED WHEN THE MATCHING ITEM POSTS AND RELEASES
000700*  THE HOLD.  AN AUTHORIZATION THAT NEVER SETTLES KEEPS ITS
000800*  OPEN STATUS HERE - ITS HOLD IS DROPPED BY THE NIGHTLY
000900*  HOLD-EXPIRE SWEEP.  A RELOADED LOG CANNOT PLACE A SECOND
001000*  HOLD FOR A REFERENCE ALREADY ON FILE.
001100*----------------------------------------------------------------
001200*  MOD-HISTORY
001300*    2026-10-15  RPK  INITIAL VERSION.
001400*================================================================
001500 01  CARD-AUTH-REGISTER-RECORD.
001600     05  CG-NETWORK-REF            PIC X(12).
001700     05  CG-CARD-NUMBER            PIC 9(10).
001800     05  CG-ACCT-NUMBER            PIC 9(10).
001900     05  CG-ITEM-TYPE              PIC X.
002000     05  CG-AMOUNT                 PIC 9(09)V99.
002100     05  CG-AUTH-DATE              PIC 9(08).
002200     05  CG-HOLD-ID                PIC 9(08).
002300     05  CG-STATUS-CODE            PIC X.
002400         88  CG-AUTH-OPEN          VALUE 'O'.
002500         88  CG-AUTH-SETTLED       VALUE 'S'.
002600     05  CG-SETTLED-DATE           PIC 9(08).
002700     05  CG-SETTLED-AMOUNT         PIC 9(09)V99.
