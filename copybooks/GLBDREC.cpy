000100*================================================================
000200*  GLBDREC.CPY
000300*  GL BUDGET MASTER RECORD LAYOUT.  ONE ROW PER GL ACCOUNT PER
000400*  FISCAL YEAR, KEYED BY GL ACCOUNT CODE PLUS YEAR, CARRYING
000500*  THE TWELVE MONTHLY BUDGET AMOUNTS FROM FINANCE'S ANNUAL
000600*  PLAN.  LOADED ONLY BY GL-BUDGET-LOAD, WHICH REPLACES A
000700*  YEAR'S PLAN WHOLESALE ONCE THE PLAN FILE'S CONTROL TOTALS
000800*  PROVE; READ BY GL-BUDGET-VARIANCE AT MONTH END.
000900*  AN AMOUNT IS THE PLANNED ACTIVITY FOR THE MONTH ON THE
001000*  ACCOUNT'S NORMAL BALANCE SIDE (SEE GLACREC.CPY) - DEBITS
001100*  LESS CREDITS FOR A DEBIT-NORMAL ACCOUNT, CREDITS LESS DEBITS
001200*  FOR A CREDIT-NORMAL ONE - SO PLANNED INCOME AND PLANNED
001300*  EXPENSE ARE BOTH STATED AS POSITIVE FIGURES.
001400*  COPY INTO THE FD FOR GL-BUDGET-FILE (SEE GLBDSEL.CPY FOR THE
001500*  MATCHING SELECT CLAUSE).
001600*----------------------------------------------------------------
001700*  MOD-HISTORY
001800*    2026-10-15  RPK  INITIAL VERSION.
001900*================================================================
002000 01  GL-BUDGET-RECORD.
002100     05  GD-BUDGET-KEY.
002200         10  GD-GL-ACCOUNT-CODE    PIC 9(06).
002300         10  GD-FISCAL-YEAR        PIC 9(04).
002400     05  GD-MONTHLY-BUDGET         PIC S9(11)V99 COMP-3
002500                                   OCCURS 12 TIMES.
002600     05  GD-ANNUAL-BUDGET          PIC S9(11)V99 COMP-3.
002700     05  GD-LOAD-DATE              PIC 9(08).
