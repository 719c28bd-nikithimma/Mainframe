002030*                     OPER-VERIFY) BEFORE ANY FUNCTION IS
002040*                     OFFERED - FREE-TEXT OPERATOR IDS ARE NO
002050*                     LONGER ACCEPTED HERE.
002062*    2026-10-15  RPK  A REPAIRED WIRE CREDITED TO A REVOLVING
002074*                     CREDIT LINE (TYPE V) IS A REPAYMENT - IT
002086*                     GOES THROUGH LINE-REPAY, AS IN WIREIN.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
006100         88  NO-MORE-REPAIRS       VALUE 'Y'.
006200     05  WS-ITEMS-LISTED           PIC 9(04) COMP.
006300     05  WS-OLD-BALANCE            PIC S9(09)V99.
006350     05  WS-CREDIT-AMOUNT          PIC S9(09)V99.
006400     05  WS-CHECK-DIGIT-FLAG       PIC X.
006500         88  WS-CHECK-DIGIT-VALID  VALUE 'Y'.
006600         88  WS-CHECK-DIGIT-INVALID VALUE 'N'.
022500     MOVE AM-BALANCE TO WS-OLD-BALANCE
022600     ADD WR-AMOUNT TO AM-BALANCE
022700     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
022725     MOVE WR-AMOUNT TO WS-CREDIT-AMOUNT
022750     CALL "LINE-REPAY" USING ACCOUNT-MASTER-RECORD
022775         WS-CREDIT-AMOUNT
022800     REWRITE ACCOUNT-MASTER-RECORD
022900         INVALID KEY
023000             DISPLAY "UNABLE TO REWRITE ACCOUNT MASTER RECORD"
