021900*                     THEMSELVES.  A DEBIT OVER THE MANDATE
022000*                     LIMIT IS SKIPPED AND REPORTED, NEVER
022100*                     SHAVED.
022110*    2026-10-15  RPK  A LOAN MANDATE ORIGINATES THIS MONTH'S
022120*                     INSTALLMENT FROM LOAN-INSTALLMENT, SO AN
022130*                     INTEREST-ONLY, STEPPED OR BALLOON MONTH
022140*                     FUNDS WHAT LOAN-AUTOPAY WILL COLLECT.
022200*================================================================
022300 ENVIRONMENT DIVISION.
022400 INPUT-OUTPUT SECTION.
026200     05  WS-OVER-LIMIT-COUNT       PIC 9(06) COMP VALUE 0.
026300     05  WS-AMOUNT-ORIGINATED      PIC S9(11)V99 VALUE 0.
026400     05  WS-DEBIT-AMOUNT           PIC S9(09)V99.
026410     05  WS-INST-FUNCTION          PIC X VALUE 'I'.
026420     05  WS-INST-PERIOD            PIC 9(04) COMP.
026430     05  WS-INST-VALID-FLAG        PIC X.
026500     05  WS-FUNDING-ACCT           PIC 9(10).
026600     05  WS-GL-POST-FLAG           PIC X.
026700     05  WS-ACH-OPERATOR-ID        PIC X(08) VALUE "ACHDEBIT".
038500     IF LM-NEXT-DUE-DATE > WS-TS-DATE
038600         GO TO 2100-CHECK-LOAN-DUE-EXIT
038700     END-IF
038800     COMPUTE WS-INST-PERIOD = LM-INSTALLMENTS-PAID + 1
038820     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
038840         LOAN-MASTER-RECORD WS-INST-PERIOD WS-DEBIT-AMOUNT
038860         WS-INST-VALID-FLAG
038900     MOVE LM-ACCT-NUMBER TO WS-FUNDING-ACCT
039000     .
039100 2100-CHECK-LOAN-DUE-EXIT.
