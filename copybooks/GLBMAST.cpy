001200*  POSITION.  BALANCES CARRY THE NET-DEBIT SIGN CONVENTION -
001300*  CLOSING = OPENING + DEBITS - CREDITS - SO A LIABILITY
001400*  ACCOUNT'S BALANCE RUNS NEGATIVE.
001410*  EACH GL ACCOUNT AND PERIOD CARRIES ONE BANK-WIDE ROW
001420*  (GB-BRANCH-ID SPACES) PLUS ONE ROW PER BRANCH THAT BOOKED TO
001430*  IT (GB-BRANCH-ID FROM GL-BRANCH-ID).  THE BRANCH SITS AHEAD
001440*  OF THE PERIOD IN THE KEY SO EACH BRANCH ROW'S PRIOR PERIOD
001450*  STILL MEETS ITS CURRENT PERIOD IN KEY ORDER; THE BRANCH ROWS
001460*  OF ONE ACCOUNT AND PERIOD ADD UP TO ITS BANK-WIDE ROW.
001470*  PERIOD YYYY13 IS A FISCAL YEAR'S CLOSING PERIOD, WRITTEN BY
001472*  THE YEAR-END CLOSE (GL-YEAR-END-CLOSE) AND BY YEAR-END
001474*  ADJUSTMENTS (GL-YEAR-ADJUST): IT OPENS AT DECEMBER'S CLOSING
001476*  AND HOLDS THE ENTRIES THAT CLOSE THE YEAR'S INCOME AND
001478*  EXPENSE TO RETAINED EARNINGS.  THE CASH CONTROL ACCOUNT'S
001480*  BANK-WIDE YYYY13 ROW MARKS THE YEAR CLOSED; WHILE THAT ROW
001482*  IS OPEN THE YEAR STILL TAKES ADJUSTMENTS.
001500*  COPY INTO THE FD FOR GL-BALANCE-MASTER-FILE (SEE GLBMSEL.CPY
001600*  FOR THE MATCHING SELECT CLAUSE).
001700*----------------------------------------------------------------
001800*  MOD-HISTORY
001900*    2026-08-21  RPK  INITIAL VERSION.
001910*    2026-10-15  RPK  ADDED GB-BRANCH-ID TO THE KEY - THE BALANCE
001920*                     MASTER IS NOW KEPT BY BRANCH AS WELL AS
001930*                     BANK-WIDE.
001940*    2026-10-15  RPK  ADDED THE YEAR-END CLOSING PERIOD (YYYY13).
002000*================================================================
002100 01  GL-BALANCE-MASTER-RECORD.
002200     05  GB-BALANCE-KEY.
002300         10  GB-GL-ACCOUNT-CODE    PIC 9(06).
002350         10  GB-BRANCH-ID          PIC X(06).
002360             88  GB-BANK-WIDE-ROW  VALUE SPACES.
002400         10  GB-PERIOD             PIC 9(06).
002500     05  GB-OPENING-BALANCE        PIC S9(11)V99 COMP-3.
002600     05  GB-PERIOD-DEBITS          PIC S9(11)V99 COMP-3.
