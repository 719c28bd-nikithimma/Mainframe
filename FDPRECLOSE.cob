002630*                     OPER-VERIFY) BEFORE ANY FUNCTION IS
002640*                     OFFERED - FREE-TEXT OPERATOR IDS ARE NO
002650*                     LONGER ACCEPTED HERE.
002660*    2026-10-15  RPK  A FIXED DEPOSIT UNDER LIEN TO A LOAN
002670*                     (PLEDGED AS TYPE D COLLATERAL THROUGH
002680*                     COLLMAINT) IS REFUSED OUTRIGHT - THE
002690*                     SUPERVISOR OVERRIDE DOES NOT BREAK A LIEN.
002692*    2026-10-15  RPK  A PAYOUT TO A REVOLVING CREDIT LINE (TYPE
002694*                     V) IS A REPAYMENT - IT GOES THROUGH
002696*                     LINE-REPAY AGAINST THE LINE'S MINIMUM DUE.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
016100         CLOSE ACCOUNT-MASTER-FILE
016200         GO TO 2000-CLOSE-THE-DEPOSIT-EXIT
016300     END-IF
016310*    A DEPOSIT PLEDGED AGAINST A LOAN STAYS PUT UNTIL COLLMAINT
016320*    RELEASES THE COLLATERAL - NO OVERRIDE BREAKS A LIEN.
016330     IF AM-FD-LIENED
016340         DISPLAY "CLOSURE REJECTED - FD IS UNDER LIEN TO LOAN "
016350             AM-FD-LIEN-LOAN-NUMBER
016360         CLOSE ACCOUNT-MASTER-FILE
016370         GO TO 2000-CLOSE-THE-DEPOSIT-EXIT
016380     END-IF
016400     IF AM-FD-MATURITY-DATE NOT = ZERO
016500        AND AM-FD-MATURITY-DATE <= WS-TS-DATE
016600         DISPLAY "CLOSURE REJECTED - FD HAS MATURED, THE "
026000     MOVE AM-TYPE-CODE TO WS-PAYOUT-TYPE-CODE
026100     ADD WS-PAYOUT-AMOUNT TO AM-BALANCE
026200     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
026233     CALL "LINE-REPAY" USING ACCOUNT-MASTER-RECORD
026266         WS-PAYOUT-AMOUNT
026300     REWRITE ACCOUNT-MASTER-RECORD
026400
026500     MOVE "TRAN" TO WS-ID-SOURCE-NAME
