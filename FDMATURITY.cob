002968*                     CONVERSION PATH, AND THE FACE-VALUE MOVE
002970*                     WAS MIS-STATING VALUE BY THE RATE
002972*                     DIFFERENCE.
002973*    2026-10-15  RPK  A MATURED FIXED DEPOSIT UNDER LIEN TO A LOAN
002974*                     RENEWS FOR ANOTHER TERM WHATEVER ITS
002975*                     DISPOSITION - THE PLEDGED FUNDS ARE NEVER
002976*                     PAID OUT TO AM-FD-PAYOUT-ACCT.  LIEN
002977*                     RENEWALS OF PAYOUT DEPOSITS ARE COUNTED ON
002978*                     THE RUN SUMMARY.
002979*    2026-10-15  RPK  EACH MATURED DEPOSIT'S TERM IS COUNTED IN
002980*                     DAYS BY THE FD PRODUCT'S DAY-COUNT
002981*                     CONVENTION (VIA DAY-COUNT) AND SHOWN WITH
002982*                     THE CONVENTION, SO THE INTEREST CREDITED
002983*                     OVER THE TERM PROVES BACK TO THE RATE.
002984*    2026-10-15  RPK  A PAYOUT TO A REVOLVING CREDIT LINE (TYPE
002985*                     V) IS A REPAYMENT - IT GOES THROUGH
002986*                     LINE-REPAY AGAINST THE LINE'S MINIMUM DUE.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
006000         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
006100     05  WS-MATURED-PAID           PIC 9(04) COMP VALUE 0.
006200     05  WS-MATURED-RENEWED        PIC 9(04) COMP VALUE 0.
006250     05  WS-LIENED-RENEWED         PIC 9(04) COMP VALUE 0.
006300     05  WS-PAYOUT-HELD            PIC 9(04) COMP VALUE 0.
006400     05  WS-PAYOUT-AMOUNT          PIC S9(09)V99.
006500     05  WS-FD-ACCT-NUMBER         PIC 9(10).
007300     05  WS-LEG-AMOUNT             PIC S9(09)V99.
007400     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
007500     05  WS-FD-MONTH-TOTAL         PIC 9(06) COMP.
007533*----------------------------------------------------------------
007566     COPY DAYCPARM.
007600*----------------------------------------------------------------
007700 01  WS-FD-WORK-DATE               PIC 9(08).
007800 01  WS-FD-WORK-FIELDS REDEFINES WS-FD-WORK-DATE.
012400     CLOSE ACTIVITY-AUDIT-FILE
012500     DISPLAY "FDMATURITY: PAID OUT  = " WS-MATURED-PAID
012600     DISPLAY "FDMATURITY: RENEWED   = " WS-MATURED-RENEWED
012650     DISPLAY "FDMATURITY: UNDER LIEN= " WS-LIENED-RENEWED
012700     DISPLAY "FDMATURITY: HELD      = " WS-PAYOUT-HELD
012710     COMPUTE WS-RH-RECORDS-READ = WS-MATURED-PAID
012720         + WS-MATURED-RENEWED + WS-PAYOUT-HELD
014500     IF NOT STATUS-ACTIVE
014600         GO TO 2000-SWEEP-ONE-ACCOUNT-EXIT
014700     END-IF
014733     PERFORM 2100-COUNT-THE-TERM
014766         THRU 2100-COUNT-THE-TERM-EXIT
014800
014900*    A DEPOSIT UNDER LIEN TO A LOAN IS NEVER PAID OUT - IT ROLLS
014920*    OVER WHATEVER THE CUSTOMER'S INSTRUCTION, SO THE PLEDGE
014940*    STAYS IN PLACE UNTIL COLLMAINT RELEASES IT.
014960     IF AM-FD-AUTO-RENEW OR AM-FD-LIENED
015000         PERFORM 3000-RENEW-THE-DEPOSIT
015100             THRU 3000-RENEW-THE-DEPOSIT-EXIT
015200     ELSE
015700     END-IF
015800     .
015900 2000-SWEEP-ONE-ACCOUNT-EXIT.
015903     EXIT.
015906*----------------------------------------------------------------
015909*  2100-COUNT-THE-TERM  --  THE TERM JUST ENDED RAN FROM THE
015912*  MATURITY DATE LESS THE CONTRACT TERM TO THE MATURITY DATE.
015915*  DAY-COUNT COUNTS IT UNDER THE FD PRODUCT'S CONVENTION.
015918*----------------------------------------------------------------
015921 2100-COUNT-THE-TERM.
015924     MOVE AM-FD-MATURITY-DATE TO WS-FD-WORK-DATE
015927     COMPUTE WS-FD-MONTH-TOTAL =
015930         WS-FDW-YYYY * 12 + WS-FDW-MM - 1 - AM-FD-TERM-MONTHS
015933     COMPUTE WS-FDW-YYYY = WS-FD-MONTH-TOTAL / 12
015936     COMPUTE WS-FDW-MM =
015939         FUNCTION MOD(WS-FD-MONTH-TOTAL, 12) + 1
015942     PERFORM 3100-CLAMP-TO-MONTH-END
015945         THRU 3100-CLAMP-TO-MONTH-END-EXIT
015948     MOVE AM-TYPE-CODE TO DC-PRODUCT-TYPE
015951     MOVE SPACE TO DC-OVERRIDE
015954     MOVE WS-FD-WORK-DATE TO DC-FROM-DATE
015957     MOVE AM-FD-MATURITY-DATE TO DC-TO-DATE
015960     MOVE ZERO TO DC-ANNUAL-RATE
015963     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
015966     DISPLAY "FDMATURITY: FD " AM-ACCT-NUMBER " TERM "
015969         DC-FROM-DATE " TO " DC-TO-DATE " = " DC-DAYS
015972         " DAYS " DC-CONVENTION-NAME
015975     .
015978 2100-COUNT-THE-TERM-EXIT.
016000     EXIT.
016100*----------------------------------------------------------------
016200*  3000-RENEW-THE-DEPOSIT  --  ROLL THE MATURITY FORWARD BY THE
017700     ADD 1 TO WS-MATURED-RENEWED
017800     DISPLAY "FDMATURITY: FD " AM-ACCT-NUMBER " RENEWED TO "
017900         AM-FD-MATURITY-DATE
017910     IF AM-FD-LIENED AND NOT AM-FD-AUTO-RENEW
017920         ADD 1 TO WS-LIENED-RENEWED
017930         DISPLAY "FDMATURITY: FD " AM-ACCT-NUMBER
017940             " UNDER LIEN TO LOAN " AM-FD-LIEN-LOAN-NUMBER
017945             " - PAYOUT WITHHELD"
017950     END-IF
018000     .
018100 3000-RENEW-THE-DEPOSIT-EXIT.
018200     EXIT.
024200     MOVE AM-TYPE-CODE TO WS-PAYOUT-TYPE-CODE
024300     ADD WS-PAYOUT-AMOUNT TO AM-BALANCE
024400     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
024433     CALL "LINE-REPAY" USING ACCOUNT-MASTER-RECORD
024466         WS-PAYOUT-AMOUNT
024500     REWRITE ACCOUNT-MASTER-RECORD
024600
024700     PERFORM 4100-WRITE-TRANSFER-LEGS
