001400*                     MATURITY, RD EXPECTS A RECURRING STANDING
001500*                     DEBIT, LOAN CARRIES AN OUTSTANDING-BALANCE
001600*                     -OWED SIGN RATHER THAN A BALANCE ON HAND.
001620*    2026-10-15  RPK  ADDED 'V' (REVOLVING CREDIT LINE) - A
001640*                     REUSABLE LINE DRAWN DOWN TO ITS CREDIT
001660*                     LIMIT AND REPAID AGAINST A MONTHLY
001680*                     MINIMUM PAYMENT.
001700*================================================================
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.    ACCTYPEIF.
003000     88  TYPE-FIXED-DEPOSIT        VALUE 'F'.
003100     88  TYPE-RECURRING-DEPOSIT    VALUE 'R'.
003200     88  TYPE-LOAN                 VALUE 'L'.
003250     88  TYPE-REVOLVING-LINE       VALUE 'V'.
003300*================================================================
003400 PROCEDURE DIVISION.
003500*================================================================
003600 MAIN-PARA.
003700     ACCEPT ACCOUNT-TYPE-CODE
003800     DISPLAY "ENTER ACCOUNT TYPE CODE (S/C/F/R/L/V): "
003900         ACCOUNT-TYPE-CODE
004000     IF TYPE-SAVINGS
004100         DISPLAY "SAVINGS ACCOUNT"
005500                         DISPLAY "LOAN ACCOUNT - BALANCE IS AN "
005600                             "OUTSTANDING AMOUNT OWED"
005700                     ELSE
005800                         IF TYPE-REVOLVING-LINE
005810                             DISPLAY "REVOLVING CREDIT LINE - "
005820                                 "DRAWN DOWN TO A CREDIT LIMIT"
005830                         ELSE
005840                             DISPLAY "INVALID ACCOUNT TYPE"
005850                         END-IF
005900                     END-IF
006000                 END-IF
006100             END-IF
007600*                     THE GL ACCOUNT, DEFAULT RATE AND MINIMUM
007700*                     BALANCE FOR THE TYPE COME FROM ONE PLACE
007800*                     INSTEAD OF BEING RE-HARDCODED HERE.
007850*    2026-10-15  RPK  ADDED 'V' (REVOLVING CREDIT LINE).
007900*================================================================
008000 DATA DIVISION.
008100 WORKING-STORAGE SECTION.
008600*================================================================
008700 MAIN-PARA.
008800     ACCEPT ACCOUNT-TYPE-CODE
008900     DISPLAY "ENTER ACCOUNT TYPE CODE (S/C/F/R/L/V): "
009000         ACCOUNT-TYPE-CODE
009100     EVALUATE ACCOUNT-TYPE-CODE
009200         WHEN 'S'
010200         WHEN 'L'
010300             DISPLAY "LOAN ACCOUNT - BALANCE IS AN "
010400                 "OUTSTANDING AMOUNT OWED"
010420         WHEN 'V'
010440             DISPLAY "REVOLVING CREDIT LINE - DRAWN DOWN TO A "
010460                 "CREDIT LIMIT"
010500         WHEN OTHER
010600             DISPLAY "INVALID ACCOUNT TYPE"
010700             STOP RUN
