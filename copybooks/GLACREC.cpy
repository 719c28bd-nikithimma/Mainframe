000100*================================================================
000200*  GLACREC.CPY
000300*  CHART-OF-ACCOUNTS MASTER RECORD LAYOUT.  KEYED BY
000400*  GA-GL-ACCOUNT-CODE - THE SAME SIX-DIGIT CODE GL-POSTING
000500*  WRITES AS GL-GL-ACCOUNT-CODE, PRODTAB CARRIES AS
000600*  PT-GL-ACCOUNT AND GLBMAST CARRIES AS GB-GL-ACCOUNT-CODE.
000700*  GIVES EACH CODE A NAME, AN ACCOUNT CLASS, ITS NORMAL BALANCE
000800*  SIDE AND AN OPEN/CLOSED STATUS.  MAINTAINED BY COA-MAINT
000900*  THROUGH THE MAKER-CHECKER QUEUE; VALIDATED AND
001000*  NAME-RESOLVED EVERYWHERE ELSE THROUGH GLACCT-VERIFY, SO
001100*  GL-POSTING AND THE JOURNAL CONSOLES REFUSE A CODE THAT IS
001200*  NOT ON THE CHART OR HAS BEEN CLOSED.
001300*  COPY INTO THE FD FOR GL-ACCOUNT-MASTER-FILE (SEE
001400*  GLACSEL.CPY FOR THE MATCHING SELECT CLAUSE).
001500*  GA-ACCOUNT-CLASS:   A=ASSET  L=LIABILITY  Q=EQUITY
001600*                      I=INCOME  X=EXPENSE
001700*  GA-NORMAL-BALANCE:  D=DEBIT  C=CREDIT
001800*----------------------------------------------------------------
001900*  MOD-HISTORY
002000*    2026-10-15  RPK  INITIAL VERSION.
002100*================================================================
002200 01  GL-ACCOUNT-MASTER-RECORD.
002300     05  GA-GL-ACCOUNT-CODE        PIC 9(06).
002400     05  GA-ACCOUNT-NAME           PIC X(30).
002500     05  GA-ACCOUNT-CLASS          PIC X.
002600         88  GA-CLASS-ASSET        VALUE 'A'.
002700         88  GA-CLASS-LIABILITY    VALUE 'L'.
002800         88  GA-CLASS-EQUITY       VALUE 'Q'.
002900         88  GA-CLASS-INCOME       VALUE 'I'.
003000         88  GA-CLASS-EXPENSE      VALUE 'X'.
003100         88  GA-CLASS-VALID        VALUE 'A' 'L' 'Q' 'I' 'X'.
003200     05  GA-NORMAL-BALANCE         PIC X.
003300         88  GA-NORMAL-DEBIT       VALUE 'D'.
003400         88  GA-NORMAL-CREDIT      VALUE 'C'.
003500     05  GA-STATUS-CODE            PIC X.
003600         88  GA-ACCOUNT-OPEN       VALUE 'O'.
003700         88  GA-ACCOUNT-CLOSED     VALUE 'C'.
003800     05  GA-OPEN-DATE              PIC 9(08).
003900     05  GA-CLOSE-DATE             PIC 9(08).
