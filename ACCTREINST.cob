002840*                     ESCHEATMENT REMITTANCE, SO THERE IS
002850*                     NOTHING OF OURS TO REOPEN.  THE OWNER
002860*                     CLAIMS FROM THE STATE.
002862*    2026-10-15  RPK  A REINSTATED ACCOUNT COMES BACK WITH NO
002864*                     FIXED-DEPOSIT LIEN; ANY PLEDGE MUST BE
002866*                     RECORDED AGAIN THROUGH COLLMAINT.
002868*    2026-10-15  RPK  A REINSTATED ACCOUNT COMES BACK WITH NO
002870*                     OVERDRAFT PROTECTION BACKUP; IT MUST BE
002872*                     NOMINATED AGAIN THROUGH ODPMAINT.
002874*    2026-10-15  RPK  A REINSTATED ACCOUNT COMES BACK OFF THE
002876*                     REACTIVATION FRAUD WATCH.
002878*    2026-10-15  RPK  A REINSTATED ACCOUNT STARTS A FRESH SAVINGS
002880*                     DEBIT COUNT AND EXCESS-ACTIVITY HISTORY.
002882*    2026-10-15  RPK  A REINSTATED ACCOUNT STARTS WITH NO PAYROLL
002884*                     CREDIT DATE.
002886*    2026-10-15  RPK  A REINSTATED ACCOUNT STARTS NOT OPTED IN TO
002888*                     DISCRETIONARY PAID OVERDRAFT, WITH NO RISK
002890*                     LIMIT AND NO ITEM FEES COUNTED.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
019500     MOVE ZERO                    TO AM-FD-MATURITY-DATE
019600     MOVE ZERO                    TO AM-FD-PAYOUT-ACCT
019700     MOVE SPACE                   TO AM-FD-DISPOSITION
019730     MOVE 'N'                     TO AM-FD-LIEN-FLAG
019760     MOVE ZERO                    TO AM-FD-LIEN-LOAN-NUMBER
019780     MOVE ZERO                    TO AM-OD-BACKUP-ACCT
019790     MOVE ZERO                    TO AM-REACT-WATCH-UNTIL
019791     MOVE ZERO                    TO AM-SAV-CYCLE-START
019792     MOVE ZERO                    TO AM-SAV-CYCLE-DEBIT-CNT
019793     MOVE ZERO                    TO AM-SAV-COUNTED-DATE
019794     MOVE SPACES                  TO AM-SAV-EXCESS-HISTORY
019795     MOVE ZERO                    TO AM-PAYROLL-CREDIT-DATE
019796     MOVE 'N'                     TO AM-ODP-OPT-IN-FLAG
019797     MOVE ZERO                    TO AM-ODP-RISK-LIMIT
019798     MOVE ZERO                    TO AM-NSF-FEE-DATE
019799     MOVE ZERO                    TO AM-NSF-FEE-COUNT
019800     .
019900 1200-BUILD-MASTER-FROM-ARCHIVE-EXIT.
020000     EXIT.
