002400*                     CREDITS).  NET CONTRIBUTION = FEES +
002500*                     INTEREST EARNED - INTEREST PAID -
002600*                     PROVISIONS + RECOVERIES.
002620*    2026-10-15  RPK  ACCUMULATOR TABLE WIDENED TO SIX ROWS TO
002640*                     KEEP STEP WITH THE REVOLVING LINE ADDED
002660*                     TO PRODTAB.
002668*    2026-10-15  RPK  THE GL BALANCE MASTER IS NOW KEPT BY BRANCH
002676*                     AS WELL AS BANK-WIDE; THE KEYED READS OF THE
002684*                     LOAN INTEREST INCOME AND PROVISION EXPENSE
002692*                     BALANCES NOW ASK FOR THE BANK-WIDE ROW
002696*                     (BRANCH SPACES).
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
007700*  PER-PRODUCT ACCUMULATORS, SUBSCRIPT-ALIGNED WITH PRODTAB.
007800*----------------------------------------------------------------
007900 01  WS-PRODUCT-FIGURES.
008000     05  WS-PF-ENTRY OCCURS 6 TIMES.
008100         10  WS-PF-BALANCE-SUM     PIC S9(15)V99 COMP-3.
008200         10  WS-PF-BALANCE-DAYS    PIC 9(08) COMP.
008300         10  WS-PF-AVG-BALANCE     PIC S9(11)V99 COMP-3.
013500     PERFORM 1000-CLEAR-ONE-PRODUCT
013600         THRU 1000-CLEAR-ONE-PRODUCT-EXIT
013700         VARYING WS-PROD-SUB FROM 1 BY 1
013800         UNTIL WS-PROD-SUB > 6
013900     OPEN INPUT ACCOUNT-MASTER-FILE
014000     PERFORM 2000-AVERAGE-THE-BALANCES
014100         THRU 2000-AVERAGE-THE-BALANCES-EXIT
018500     PERFORM 2200-AVERAGE-ONE-PRODUCT
018600         THRU 2200-AVERAGE-ONE-PRODUCT-EXIT
018700         VARYING WS-PROD-SUB FROM 1 BY 1
018800         UNTIL WS-PROD-SUB > 6
018900     .
019000 2000-AVERAGE-THE-BALANCES-EXIT.
019100     EXIT.
030100     END-IF
030200     MOVE WS-LOAN-INT-INCOME-GL-ACCT TO GB-GL-ACCOUNT-CODE
030300     MOVE WS-ANALYSIS-PERIOD         TO GB-PERIOD
030350     MOVE SPACES                     TO GB-BRANCH-ID
030400     READ GL-BALANCE-MASTER-FILE
030500         KEY IS GB-BALANCE-KEY
030600         INVALID KEY
031100     END-READ
031200     MOVE WS-PROVISION-EXP-GL-ACCT   TO GB-GL-ACCOUNT-CODE
031300     MOVE WS-ANALYSIS-PERIOD         TO GB-PERIOD
031350     MOVE SPACES                     TO GB-BRANCH-ID
031400     READ GL-BALANCE-MASTER-FILE
031500         KEY IS GB-BALANCE-KEY
031600         INVALID KEY
033800     PERFORM 5100-REPORT-ONE-PRODUCT
033900         THRU 5100-REPORT-ONE-PRODUCT-EXIT
034000         VARYING WS-PROD-SUB FROM 1 BY 1
034100         UNTIL WS-PROD-SUB > 6
034200     CLOSE PROFIT-REPORT-FILE
034300     .
034400 5000-WRITE-THE-REPORT-EXIT.
