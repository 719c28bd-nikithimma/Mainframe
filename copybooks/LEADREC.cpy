000100*================================================================
000200*  LEADREC.CPY
000300*  ONE CROSS-SELL LEAD, KEYED BY CUSTOMER, RULE AND THE DATE
000400*  THE WEEKLY CROSS-SELL-LEADS RUN RAISED IT, SO ALL OF ONE
000500*  CUSTOMER'S LEADS UNDER ONE RULE READ TOGETHER.  THE RULE
000600*  CODE SAYS WHICH OPPORTUNITY FIRED:
000700*    SVNF  LARGE SAVINGS BALANCE AND NO FIXED DEPOSIT
000800*    FDMP  FIXED DEPOSIT MATURING SOON, SET TO PAY OUT
000900*    MNRA  MINOR ACCOUNT HOLDER ABOUT TO COME OF AGE
001000*    PYNL  SALARY (PAYROLL-CREDITED) CUSTOMER WITH NO LOAN
001100*    LNPO  LOAN WITH ONLY A FEW INSTALLMENTS LEFT
001200*  THE BRANCH RECORDS THE OUTCOME THROUGH LEAD-OUTCOME; AN
001300*  OPEN LEAD LEFT TOO LONG IS EXPIRED BY THE WEEKLY RUN.
001400*----------------------------------------------------------------
001500*  MOD-HISTORY
001600*    2026-10-15  RPK  INITIAL VERSION.
001700*================================================================
001800 01  CROSS-SELL-LEAD-RECORD.
001900     05  LD-LEAD-KEY.
002000         10  LD-CUSTOMER-NUMBER    PIC 9(09).
002100         10  LD-RULE-CODE          PIC X(04).
002200         10  LD-CREATED-DATE       PIC 9(08).
002300     05  LD-BRANCH-ID              PIC X(06).
002400     05  LD-ACCT-NUMBER            PIC 9(10).
002500     05  LD-DETAIL                 PIC X(40).
002600     05  LD-OUTCOME-CODE           PIC X.
002700         88  LD-OUTCOME-OPEN       VALUE ' '.
002800         88  LD-OUTCOME-CONVERTED  VALUE 'C'.
002900         88  LD-OUTCOME-DECLINED   VALUE 'D'.
003000         88  LD-OUTCOME-NO-CONTACT VALUE 'N'.
003100         88  LD-OUTCOME-UNSUITABLE VALUE 'U'.
003200         88  LD-OUTCOME-EXPIRED    VALUE 'X'.
003300         88  LD-OUTCOME-VALID      VALUE 'C' 'D' 'N' 'U'.
003400     05  LD-OUTCOME-DATE           PIC 9(08).
003500     05  LD-OUTCOME-OPERATOR       PIC X(08).
