001000*  MOD-HISTORY
001100*    2026-08-09  RPK  INITIAL VERSION - SAVINGS, CURRENT, FIXED
001200*                     DEPOSIT, RECURRING DEPOSIT, LOAN.
001220*    2026-10-15  RPK  ADDED THE REVOLVING CREDIT LINE (TYPE V).
001240*                     ITS RATE IS THE ANNUAL RATE ON THE DRAWN
001260*                     BALANCE; ITS GL ACCOUNT CARRIES THE LINE
001280*                     RECEIVABLE.
001285*    2026-10-15  RPK  ADDED THE PRODUCT'S DAY-COUNT CONVENTION -
001290*                     A = ACTUAL/365, M = ACTUAL/360, T = 30/360.
001295*                     RESOLVED FOR A GIVEN ACCOUNT OR LOAN BY
001296*                     DAY-COUNT, WHICH ALSO APPLIES A LOAN'S OWN
001297*                     OVERRIDE (LM-DAY-COUNT).
001300*================================================================
001400 01  PRODUCT-TYPE-TABLE-VALUES.
001500     05  FILLER  PIC X(44)
001600         VALUE "S1000100040000000100000SAVINGS ACCOUNT     A".
001700     05  FILLER  PIC X(44)
001800         VALUE "C1000200000000000500000CURRENT ACCOUNT     A".
001900     05  FILLER  PIC X(44)
002000         VALUE "F1000300065000001000000FIXED DEPOSIT       T".
002100     05  FILLER  PIC X(44)
002200         VALUE "R1000400055000000050000RECURRING DEPOSIT   A".
002300     05  FILLER  PIC X(44)
002400         VALUE "L1000500120000000000000LOAN ACCOUNT        A".
002430     05  FILLER  PIC X(44)
002460         VALUE "V1000600180000000000000REVOLVING LINE      A".
002500 01  PRODUCT-TYPE-TABLE REDEFINES PRODUCT-TYPE-TABLE-VALUES.
002600     05  PT-ENTRY                 OCCURS 6 TIMES
002700                                   INDEXED BY PT-IDX.
002800         10  PT-TYPE-CODE         PIC X.
002900         10  PT-GL-ACCOUNT-CODE   PIC 9(06).
003000         10  PT-DEFAULT-RATE      PIC 9(03)V99.
003100         10  PT-MIN-BALANCE       PIC 9(09)V99.
003200         10  PT-DESCRIPTION       PIC X(20).
003300         10  PT-DAY-COUNT         PIC X.
003400             88  PT-ACTUAL-365    VALUE 'A'.
003500             88  PT-ACTUAL-360    VALUE 'M'.
003600             88  PT-THIRTY-360    VALUE 'T'.
