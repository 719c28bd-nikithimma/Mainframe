000100*================================================================
000200*  CHKNREC.CPY
000300*  ONE LEAF OF A CHECKBOOK ON THE CHECK-STOCK REGISTER.  WRITTEN
000400*  ISSUED ('I') FOR EVERY NUMBER IN A BOOK WHEN THE BOOK IS
000500*  ISSUED; THE PRESENTMENT RUN (OR THE POSITIVE-PAY DESK, FOR
000600*  AN ITEM IT PAYS) MARKS IT PAID ('P') WITH THE DATE, AMOUNT
000700*  AND PRESENTMENT REFERENCE, SO A SECOND PRESENTMENT OF THE
000800*  SAME NUMBER IS RETURNED.  A LOST BOOK TURNS ITS UNPAID
000900*  LEAVES LOST ('L').  CS-CHECK-NUMBER HOLDS THE NUMBER
001000*  ZERO-FILLED TO TEN DIGITS, AS PR-CHECK-NUMBER DOES.
001100*----------------------------------------------------------------
001200*  MOD-HISTORY
001300*    2026-10-15  RPK  INITIAL VERSION.
001400*================================================================
001500 01  CHECK-STOCK-RECORD.
001600     05  CS-STOCK-KEY.
001700         10  CS-ACCT-NUMBER        PIC 9(10).
001800         10  CS-CHECK-NUMBER       PIC X(10).
001900     05  CS-BOOK-FIRST-CHECK       PIC 9(10).
002000     05  CS-STATUS-CODE            PIC X.
002100         88  CS-LEAF-ISSUED        VALUE 'I'.
002200         88  CS-LEAF-PAID          VALUE 'P'.
002300         88  CS-LEAF-LOST          VALUE 'L'.
002400     05  CS-ISSUE-DATE             PIC 9(08).
002500     05  CS-PAID-DATE              PIC 9(08).
002600     05  CS-PAID-AMOUNT            PIC 9(09)V99.
002700     05  CS-PRESENT-REF            PIC X(12).
