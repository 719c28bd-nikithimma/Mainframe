002100*                     TRANSACTION CODE, MARKS THE EXCEPTION
002200*                     CLEARED, AND WRITES THE ACTIVITY AUDIT
002300*                     ROW.
002310*    2026-10-15  RPK  A CLEARING HOUSE SETTLEMENT DIFFERENCE
002320*                     (ACCOUNT ZERO - ENTER ZERO AS THE ACCOUNT
002330*                     AND THE SETTLEMENT DATE AS THE RUN DATE)
002340*                     IS BACKED OUT LEDGER TO LEDGER THROUGH
002350*                     GL-POSTING'S CLEARING DIFFERENCE CODE (3),
002360*                     WITH NO ACCOUNT MASTER READ.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
006000     05  WS-REVERSAL-AMOUNT        PIC S9(09)V99.
006100     05  WS-OPEN-LISTED            PIC 9(06) COMP.
006200     05  WS-EDIT-DIFFERENCE        PIC -(9)9.99.
006210     05  WS-ZERO-ACCT              PIC 9(10) VALUE 0.
006220     05  WS-DEPOSIT-TYPE           PIC X VALUE 'S'.
006300*----------------------------------------------------------------
006400 01  WS-CURRENT-TIMESTAMP          PIC X(21).
006500 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
018500*----------------------------------------------------------------
018600*  4200-APPLY-RESOLUTION  --  REVERSE THE SUSPENSE ENTRY (IF ONE
018700*  WAS POSTED), MARK THE EXCEPTION CLEARED, AUDIT THE ACTION.
018710*  A CLEARING SETTLEMENT DIFFERENCE (ACCOUNT ZERO) HAS NO
018720*  PRODUCT - IT REVERSES LEDGER TO LEDGER.
018800*----------------------------------------------------------------
018900 4200-APPLY-RESOLUTION.
019000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
019100
019200     IF EX-SUSPENSE-POSTED AND EX-ACCT-NUMBER = ZERO
019208         COMPUTE WS-REVERSAL-AMOUNT = 0 - EX-DIFFERENCE
019216         CALL "GL-POSTING" USING WS-ZERO-ACCT WS-DEPOSIT-TYPE "3"
019224             WS-REVERSAL-AMOUNT WS-ANALYST-ID WS-GL-POST-FLAG
019232         IF WS-GL-POST-FLAG NOT = 'Y'
019240             DISPLAY "SUSPENSE REVERSAL DID NOT POST - "
019248                 "EXCEPTION LEFT OPEN"
019256             GO TO 4200-APPLY-RESOLUTION-EXIT
019264         END-IF
019272     END-IF
019280
019288     IF EX-SUSPENSE-POSTED AND EX-ACCT-NUMBER NOT = ZERO
019300         OPEN INPUT ACCOUNT-MASTER-FILE
019400         IF WS-ACCTMAST-STATUS NOT = "00"
019500             DISPLAY "UNABLE TO OPEN ACCOUNT MASTER, STATUS = "
