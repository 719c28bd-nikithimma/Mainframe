000100*================================================================
000200*  CHKBREC.CPY
000300*  RECORD LAYOUT FOR THE CHECKBOOK FILE.  EACH ROW IS ONE BOOK
000400*  - THE RANGE OF CHECK NUMBERS CB-FIRST-CHECK THROUGH
000500*  CB-LAST-CHECK ISSUED TO THE ACCOUNT.  A BOOK ORDERED FROM THE
000600*  CHECK PRINTER IS SOURCE 'O'; A BOOK THE CUSTOMER ALREADY
000700*  HELD WHEN THE ACCOUNT CAME ONTO THE REGISTER IS RECORDED AS
000800*  SOURCE 'E' AND NEVER GOES TO THE PRINTER.  A BOOK REPORTED
000900*  LOST OR STOLEN GOES TO STATUS 'L' WITH ITS UNUSED LEAVES
001000*  (SEE CHKNREC).  AN ACCOUNT WITH NO ROW HERE IS NOT ON THE
001100*  REGISTER, AND ITS CHECKS ARE NOT NUMBER-CHECKED AT
001200*  PRESENTMENT.
001300*----------------------------------------------------------------
001400*  MOD-HISTORY
001500*    2026-10-15  RPK  INITIAL VERSION.
001600*================================================================
001700 01  CHECKBOOK-RECORD.
001800     05  CB-BOOK-KEY.
001900         10  CB-ACCT-NUMBER        PIC 9(10).
002000         10  CB-FIRST-CHECK        PIC 9(10).
002100     05  CB-LAST-CHECK             PIC 9(10).
002200     05  CB-LEAF-COUNT             PIC 9(03).
002300     05  CB-SOURCE-CODE            PIC X.
002400         88  CB-SOURCE-ORDERED     VALUE 'O'.
002500         88  CB-SOURCE-EXISTING    VALUE 'E'.
002600     05  CB-STATUS-CODE            PIC X.
002700         88  CB-BOOK-ISSUED        VALUE 'I'.
002800         88  CB-BOOK-LOST          VALUE 'L'.
002900     05  CB-ISSUE-DATE             PIC 9(08).
003000     05  CB-OPERATOR-ID            PIC X(08).
003100     05  CB-BRANCH-ID              PIC X(06).
003200     05  CB-LOST-DATE              PIC 9(08).
