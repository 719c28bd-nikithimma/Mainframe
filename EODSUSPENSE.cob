003200*                     START/END TIMES, COUNTS AND COMPLETION
003300*                     CODE - FOR THE MORNING OPERATIONS
003400*                     REPORT.
003410*    2026-10-15  RPK  AN EXCEPTION ON ACCOUNT ZERO IS A CLEARING
003420*                     HOUSE SETTLEMENT DIFFERENCE FROM
003430*                     CLEARING-SETTLE-RECON.  IT HAS NO ACCOUNT
003440*                     MASTER ROW OR PRODUCT, SO ITS SUSPENSE
003450*                     POSTS LEDGER TO LEDGER THROUGH GL-POSTING'S
003460*                     CLEARING DIFFERENCE CODE (3) INSTEAD.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
006900     05  WS-GL-POST-FLAG           PIC X.
007000     05  WS-SUSPENSE-AMOUNT        PIC S9(09)V99.
007100     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "EODSUSP".
007110     05  WS-ZERO-ACCT              PIC 9(10) VALUE 0.
007120     05  WS-DEPOSIT-TYPE           PIC X VALUE 'S'.
007200     05  WS-SUSPENSE-POSTED-CNT    PIC 9(06) COMP VALUE 0.
007300     05  WS-ESCALATED-CNT          PIC 9(06) COMP VALUE 0.
007400     05  WS-EDIT-DIFFERENCE        PIC -(9)9.99.
022000*  ACCOUNT MASTER SUPPLIES THE TYPE CODE GL-POSTING NEEDS FOR
022100*  THE PRODUCT LEG; AN EXCEPTION FOR AN ACCOUNT NO LONGER ON
022200*  THE MASTER IS LEFT FOR THE ANALYST.
022210*  A CLEARING SETTLEMENT DIFFERENCE (ACCOUNT ZERO) GOES THROUGH
022220*  2150 INSTEAD.
022300*----------------------------------------------------------------
022400 2100-POST-SUSPENSE.
022410     IF EX-ACCT-NUMBER = ZERO
022420         PERFORM 2150-POST-CLEARING-SUSPENSE
022430             THRU 2150-POST-CLEARING-SUSPENSE-EXIT
022440         GO TO 2100-POST-SUSPENSE-EXIT
022450     END-IF
022500     MOVE EX-ACCT-NUMBER TO AM-ACCT-NUMBER
022600     READ ACCOUNT-MASTER-FILE
022700         KEY IS AM-ACCT-NUMBER
024100     END-IF
024200     .
024300 2100-POST-SUSPENSE-EXIT.
024305     EXIT.
024310*----------------------------------------------------------------
024315*  2150-POST-CLEARING-SUSPENSE  --  THE CLEARING HOUSE NET
024320*  SETTLEMENT DIFFERENCE, SUSPENSE AGAINST CASH CONTROL.
024325*----------------------------------------------------------------
024330 2150-POST-CLEARING-SUSPENSE.
024335     MOVE EX-DIFFERENCE TO WS-SUSPENSE-AMOUNT
024340     CALL "GL-POSTING" USING WS-ZERO-ACCT WS-DEPOSIT-TYPE "3"
024345         WS-SUSPENSE-AMOUNT WS-BATCH-OPERATOR-ID WS-GL-POST-FLAG
024350     IF WS-GL-POST-FLAG = 'Y'
024355         SET EX-SUSPENSE-POSTED TO TRUE
024360         REWRITE EOD-EXCEPTION-RECORD
024365         ADD 1 TO WS-SUSPENSE-POSTED-CNT
024370     END-IF
024375     .
024380 2150-POST-CLEARING-SUSPENSE-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
024600*  2200-WRITE-ESCALATION-LINE  --  AN OPEN EXCEPTION PAST THE
