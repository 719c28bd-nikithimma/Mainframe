002300*                     TRAIL SHOW THE SOURCE.  BAGS LOGGED BUT
002400*                     NOT YET VERIFIED LIST AT END OF DAY,
002500*                     CONSOLE AND EOD REPORT DECK.
002525*    2026-10-15  RPK  A BAG POSTED TO A REVOLVING CREDIT LINE
002550*                     (TYPE V) IS A REPAYMENT - IT GOES THROUGH
002575*                     LINE-REPAY, SAME AS A TELLER DEPOSIT.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
006000     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
006100         88  WS-SESSION-DONE       VALUE 'Y'.
006200     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
006250     05  WS-CREDIT-AMOUNT          PIC S9(09)V99.
006300     05  WS-OPER-VERIFY-FLAG       PIC X.
006400     05  WS-OPER-VERIFY-ROLE       PIC X.
006500     05  WS-MENU-CHOICE            PIC X.
027800     END-IF
027900     ADD ND-COUNTED-AMOUNT TO AM-BALANCE
028000     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
028025     MOVE ND-COUNTED-AMOUNT TO WS-CREDIT-AMOUNT
028050     CALL "LINE-REPAY" USING ACCOUNT-MASTER-RECORD
028075         WS-CREDIT-AMOUNT
028100     REWRITE ACCOUNT-MASTER-RECORD
028200
028300     OPEN EXTEND TRANSACTION-FILE
