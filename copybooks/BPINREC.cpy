000100*================================================================
000200*  BPINREC.CPY
000300*  RECORD LAYOUT FOR THE BILL PAYMENT INSTRUCTION FILE.  A
000400*  ONE-OFF ('O') PAYS ONCE ON BI-NEXT-PAY-DATE AND IS THEN
000500*  MARKED DONE; A WEEKLY OR MONTHLY INSTRUCTION ADVANCES
000600*  BI-NEXT-PAY-DATE BY ITS FREQUENCY AFTER EACH PAYMENT (THE
000700*  SAME CONTRACTUAL-DATE RULE AS STANDING INSTRUCTIONS) UNTIL
000800*  IT PASSES BI-END-DATE.  ZERO END DATE RUNS UNTIL CANCELLED.
000900*  A PAYMENT THE ACCOUNT CANNOT COVER IS RETRIED ON THE NEXT
001000*  RUN WITH THE DATE UNCHANGED.
001100*----------------------------------------------------------------
001200*  MOD-HISTORY
001300*    2026-10-15  RPK  INITIAL VERSION.
001400*================================================================
001500 01  BILL-INSTRUCTION-RECORD.
001600     05  BI-INSTRUCTION-ID         PIC 9(08).
001700     05  BI-ACCT-NUMBER            PIC 9(10).
001800     05  BI-BILLER-ID              PIC X(08).
001900     05  BI-AMOUNT                 PIC 9(09)V99.
002000     05  BI-FREQUENCY-CODE         PIC X.
002100         88  BI-FREQ-ONE-OFF       VALUE 'O'.
002200         88  BI-FREQ-WEEKLY        VALUE 'W'.
002300         88  BI-FREQ-MONTHLY       VALUE 'M'.
002400         88  BI-FREQ-VALID         VALUE 'O' 'W' 'M'.
002500     05  BI-NEXT-PAY-DATE          PIC 9(08).
002600     05  BI-END-DATE               PIC 9(08).
002700     05  BI-STATUS-CODE            PIC X.
002800         88  BI-STATUS-ACTIVE      VALUE 'A'.
002900         88  BI-STATUS-CANCELLED   VALUE 'C'.
003000         88  BI-STATUS-DONE        VALUE 'D'.
003100     05  BI-OPERATOR-ID            PIC X(08).
003200     05  BI-BRANCH-ID              PIC X(06).
003300     05  BI-SETUP-DATE             PIC 9(08).
003400     05  BI-LAST-PAID-DATE         PIC 9(08).
