005200*                     PROGRESS (VIA CATCHUP-GET) - OUTSIDE
005300*                     MONEY MUST NOT POST INTO THE WRONG DAY
005400*                     WHILE THE CHAIN REPLAYS MISSED DATES.
005425*    2026-10-15  RPK  A WIRE CREDITED TO A REVOLVING CREDIT LINE
005450*                     (TYPE V) IS A REPAYMENT - IT GOES THROUGH
005475*                     LINE-REPAY, SAME AS A DEPOSIT.
005500*================================================================
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
012000     05  WS-NO-BANK-CODE           PIC X(11) VALUE SPACES.
012100     05  WS-MATCHED-ENTRY          PIC X(30).
012200     05  WS-OLD-BALANCE            PIC S9(09)V99.
012250     05  WS-CREDIT-AMOUNT          PIC S9(09)V99.
012300     05  WS-REPAIR-REASON          PIC X(20).
012400     05  WS-CHECK-DIGIT-FLAG       PIC X.
012500         88  WS-CHECK-DIGIT-VALID  VALUE 'Y'.
041700     MOVE AM-BALANCE TO WS-OLD-BALANCE
041800     ADD WI-AMOUNT TO AM-BALANCE
041900     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
041925     MOVE WI-AMOUNT TO WS-CREDIT-AMOUNT
041950     CALL "LINE-REPAY" USING ACCOUNT-MASTER-RECORD
041975         WS-CREDIT-AMOUNT
042000     REWRITE ACCOUNT-MASTER-RECORD
042100         INVALID KEY
042200             DISPLAY "UNABLE TO REWRITE ACCOUNT MASTER RECORD"
