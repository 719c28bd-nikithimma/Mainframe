005700*                     PROGRESS (VIA CATCHUP-GET) - OUTSIDE
005800*                     MONEY MUST NOT POST INTO THE WRONG DAY
005900*                     WHILE THE CHAIN REPLAYS MISSED DATES.
005920*    2026-10-15  RPK  EVERY APPLIED EMPLOYEE CREDIT STAMPS THE
005940*                     ACCOUNT'S LAST PAYROLL CREDIT DATE, SO THE
005960*                     CROSS-SELL LEAD RUN CAN TELL A SALARY
005980*                     ACCOUNT FROM ONE THAT JUST TAKES DEPOSITS.
006000*================================================================
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
038400     END-IF
038500     ADD PY-AMOUNT TO WS-APPLIED-TOTAL
038600     ADD 1 TO WS-APPLIED-COUNT
038650     PERFORM 3150-STAMP-PAYROLL-DATE
038660         THRU 3150-STAMP-PAYROLL-DATE-EXIT
038700     .
038800 3100-POST-ONE-CREDIT-EXIT.
038803     EXIT.
038806*----------------------------------------------------------------
038809*  3150-STAMP-PAYROLL-DATE  --  DEPOSITTRAN HAS POSTED AND CLOSED
038812*  THE MASTER; THE CREDITED ACCOUNT IS MARKED AS PAID A SALARY
038815*  TODAY.  A FAILED STAMP IS REPORTED BUT NEVER UNDOES THE CREDIT.
038818*----------------------------------------------------------------
038821 3150-STAMP-PAYROLL-DATE.
038824     OPEN I-O ACCOUNT-MASTER-FILE
038827     IF WS-ACCTMAST-STATUS NOT = "00"
038830         DISPLAY "PAYRUN: PAYROLL DATE NOT STAMPED ON "
038833             PY-EMPLOYEE-ACCT ", STATUS = " WS-ACCTMAST-STATUS
038836         GO TO 3150-STAMP-PAYROLL-DATE-EXIT
038839     END-IF
038842     MOVE PY-EMPLOYEE-ACCT TO AM-ACCT-NUMBER
038845     READ ACCOUNT-MASTER-FILE
038848         KEY IS AM-ACCT-NUMBER
038851         INVALID KEY
038854             DISPLAY "PAYRUN: PAYROLL DATE NOT STAMPED ON "
038857                 PY-EMPLOYEE-ACCT " - NOT ON MASTER"
038860             CLOSE ACCOUNT-MASTER-FILE
038863             GO TO 3150-STAMP-PAYROLL-DATE-EXIT
038866     END-READ
038869     MOVE WS-TS-DATE TO AM-PAYROLL-CREDIT-DATE
038872     REWRITE ACCOUNT-MASTER-RECORD
038875     CLOSE ACCOUNT-MASTER-FILE
038878     .
038881 3150-STAMP-PAYROLL-DATE-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100*  3200-RETURN-ONE-ITEM  --  THE ITEM GOES BACK TO THE
