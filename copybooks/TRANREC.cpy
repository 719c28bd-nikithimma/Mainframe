006800*                     CORRECTION POSTS UNDER IT SO THE
006900*                     STATEMENT SHOWS THE CORRECTION
007000*                     HONESTLY.
007010*    2026-10-15  RPK  ADDED THE LINE-INTEREST TYPE.  THE
007020*                     REVOLVING LINE'S MONTHLY CYCLE POSTS
007030*                     THE INTEREST IT CAPITALIZES INTO THE
007040*                     DRAWN BALANCE UNDER IT, SO THE CHARGE
007043*                     SHOWS ON THE STATEMENT.
007046*    2026-10-15  RPK  ADDED THE CARD PURCHASE TYPE.  ATM-SETTLE
007047*                     POSTS A SETTLED POS PURCHASE UNDER IT, SO
007048*                     THE STATEMENT SHOWS A STORE PURCHASE
007050*                     INSTEAD OF A CASH WITHDRAWAL.
007100*================================================================
007200 01  TRANSACTION-RECORD.
007300     05  TR-TRAN-ID                PIC 9(08).
008500         88  TRAN-NIGHT-DROP        VALUE 'N'.
008600         88  TRAN-FEE-REFUND        VALUE 'G'.
008700         88  TRAN-VALUE-ADJUST      VALUE 'A'.
008733         88  TRAN-LINE-INTEREST     VALUE 'Q'.
008766         88  TRAN-CARD-PURCHASE     VALUE 'C'.
008800     05  TR-AMOUNT                  PIC S9(09)V99.
008900     05  TR-TRAN-DATE               PIC 9(08).
009000     05  TR-TRAN-TIME               PIC 9(06).
