000100*================================================================
000200*  CAUTREC.CPY
000300*  ONE AUTHORIZATION DECISION ON THE CARD NETWORK'S LOG - AN
000400*  ATM WITHDRAWAL OR A POS PURCHASE AGAINST ONE OF OUR CARDS,
000500*  APPROVED OR DECLINED AT THE TIME OF THE TRANSACTION.  THE
000600*  NETWORK REFERENCE IS THE SAME ONE THE ITEM CARRIES ON THE
000700*  NEXT DAY'S SETTLEMENT FILE (ATMSREC), WHICH IS HOW THE
000800*  SETTLEMENT RUN FINDS THE AUTHORIZATION IT CLOSES.
000900*----------------------------------------------------------------
001000*  MOD-HISTORY
001100*    2026-10-15  RPK  INITIAL VERSION.
001200*================================================================
001300 01  CARD-AUTH-LOG-RECORD.
001400     05  CA-CARD-NUMBER            PIC 9(10).
001500     05  CA-ITEM-TYPE              PIC X.
001600         88  CA-ITEM-WITHDRAWAL    VALUE 'W'.
001700         88  CA-ITEM-POS-PURCHASE  VALUE 'P'.
001800     05  CA-AMOUNT                 PIC 9(09)V99.
001900     05  CA-NETWORK-REF            PIC X(12).
002000     05  CA-AUTH-DATE              PIC 9(08).
002100     05  CA-AUTH-TIME              PIC 9(06).
002200     05  CA-RESPONSE-CODE          PIC X.
002300         88  CA-APPROVED           VALUE 'A'.
002400         88  CA-DECLINED           VALUE 'D'.
002500     05  CA-MERCHANT-NAME          PIC X(20).
