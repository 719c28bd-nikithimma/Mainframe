020000*                     BACKUP-WHT-PCT PARAMETER (DEFAULT 24)
020100*                     ON ALL CREDITED INTEREST, REGARDLESS
020200*                     OF THE NORMAL THRESHOLD RULE.
020220*    2026-10-15  RPK  REVOLVING CREDIT LINES (TYPE V) ARE SKIPPED
020240*                     - REVOLVE-ACCRUE ACCRUES THEIR INTEREST ON
020260*                     THE DRAWN AMOUNT AND THE MONTHLY CYCLE
020266*                     CAPITALIZES IT.
020273*    2026-10-15  RPK  EACH NIGHT NOW ACCRUES ONE NIGHT'S INTEREST,
020275*                     DAYS AND YEAR COUNTED BY THE PRODUCT'S
020277*                     DAY-COUNT CONVENTION (VIA DAY-COUNT -
020278*                     ACT/365 FOR DEPOSITS, 30/360 FOR FDS),
020279*                     INSTEAD OF THE WHOLE ANNUAL RATE.  THE
020286*                     REGISTER LINE CARRIES THE CONVENTION AND
020293*                     THE DAYS ACCRUED.
020294*    2026-10-15  RPK  THE ACCRUAL PERIOD NOW RUNS FROM THE
020295*                     ACCOUNT'S LAST ACCRUAL DATE TO TONIGHT'S
020296*                     BUSINESS DATE (BUSDATE-GET), SO A WEEKEND
020297*                     OR HOLIDAY GAP ACCRUES ITS REAL DAY COUNT.
020298*                     SEE 2050-SET-ACCRUAL-PERIOD.
020300*================================================================
020400 ENVIRONMENT DIVISION.
020500 INPUT-OUTPUT SECTION.
026600     05  WS-CHKPT-OPEN-FLAG         PIC X VALUE 'N'.
026700         88  WS-CHKPT-OPEN          VALUE 'Y'.
026800     05  WS-RUN-DATE                PIC 9(08).
026833     05  WS-ACCRUAL-FROM-DATE       PIC 9(08).
026855     05  WS-BUSINESS-DATE           PIC 9(08).
026877     05  WS-BUSDATE-FLAG            PIC X.
026900     05  WS-PARM-EOF-SWITCH         PIC X VALUE 'N'.
027000         88  NO-MORE-PARAMETERS     VALUE 'Y'.
027100     05  WS-WHT-THRESHOLD           PIC 9(09)V99 VALUE 1000.00.
027600     05  WS-TAX-ROWS-POSTED         PIC 9(06) COMP VALUE 0.
027700 01  WS-ID-SOURCE-NAME             PIC X(08).
027800 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
027833     COPY DAYCPARM.
027900*----------------------------------------------------------------
028000*  PARTITION CARD (SYSIN) - A DISJOINT ACCOUNT-NUMBER RANGE SO
028100*  SEVERAL COPIES OF THIS RUN CAN WORK THE MASTER CONCURRENTLY.
045400     END-IF
045500
045600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
045616     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
045632         WS-BUSDATE-FLAG
045648     IF WS-BUSDATE-FLAG = "Y"
045664         MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
045680     END-IF
045700     DISPLAY "===== INTEREST ACCRUAL REGISTER ====="
045800     IF NOT NO-MORE-ACCOUNTS
045900         PERFORM 2100-READ-NEXT-ACCOUNT
050800 2000-ACCRUE-ONE-ACCOUNT.
050900     ADD 1 TO WS-ACCOUNTS-READ
051000     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
051030*    A REVOLVING CREDIT LINE ACCRUES ON ITS DRAWN AMOUNT UNDER
051060*    REVOLVE-ACCRUE, NOT HERE.
051066     MOVE ZERO TO DC-DAYS
051072     IF AM-TYPE-CODE NOT = 'V'
051078         PERFORM 2050-SET-ACCRUAL-PERIOD
051084             THRU 2050-SET-ACCRUAL-PERIOD-EXIT
051090     END-IF
051100     IF NOT (STATUS-FROZEN OR STATUS-CLOSED)
051150             AND AM-TYPE-CODE NOT = 'V'
051175             AND DC-DAYS > ZERO
051200         PERFORM 2200-DETERMINE-RATE
051300             THRU 2200-DETERMINE-RATE-EXIT
051400
051500         MOVE AM-BALANCE TO WS-OLD-BALANCE
051600         COMPUTE WS-INTEREST-AMOUNT ROUNDED =
051700             WS-OLD-BALANCE * WS-RATE-APPLIED / 100
051733             * DC-DAYS / DC-YEAR-DAYS
051800         ADD WS-INTEREST-AMOUNT TO AM-BALANCE
051850         MOVE WS-RUN-DATE TO AM-LAST-ACCRUAL-DATE
051900
052000     MOVE ZERO TO WS-WHT-AMOUNT
052100*    A BACKUP-WITHHOLDING NOTICE ON THE CUSTOMER OVERRIDES THE
057600         MOVE WS-RUN-DATE       TO IR-ACCRUAL-DATE
057700         MOVE AM-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER
057800         MOVE WS-WHT-AMOUNT     TO IR-TAX-WITHHELD
057833         MOVE DC-CONVENTION     TO IR-DAY-COUNT
057866         MOVE DC-DAYS           TO IR-DAYS-ACCRUED
057900         WRITE INTEREST-ACCRUAL-REGISTER-RECORD
058000
058100         ADD 1 TO WS-ACCOUNTS-ACCRUED
059000         THRU 2100-READ-NEXT-ACCOUNT-EXIT
059100     .
059200 2000-ACCRUE-ONE-ACCOUNT-EXIT.
059202     EXIT.
059204*----------------------------------------------------------------
059206*  2050-SET-ACCRUAL-PERIOD  --  THE ACCOUNT ACCRUES FROM THE
059208*  BUSINESS DATE IT WAS LAST ACCRUED TO THROUGH TONIGHT'S, SO A
059210*  WEEKEND OR HOLIDAY GAP EARNS ITS REAL DAYS UNDER THE
059212*  PRODUCT'S CONVENTION.  AN ACCOUNT NEVER YET ACCRUED ACCRUES
059214*  ONE DAY.  ONE ALREADY ACCRUED THROUGH TONIGHT (A RESTART PAST
059216*  THE LAST CHECKPOINT) COMES BACK WITH NO DAYS AND IS LEFT
059218*  ALONE.  A FROZEN OR CLOSED ACCOUNT EARNS NOTHING, SO ITS DATE
059220*  MOVES UP WITHOUT INTEREST - LIFTING A FREEZE DOES NOT PAY
059222*  BACK THE FROZEN DAYS.
059224*----------------------------------------------------------------
059226 2050-SET-ACCRUAL-PERIOD.
059228     IF AM-LAST-ACCRUAL-DATE NUMERIC
059230             AND AM-LAST-ACCRUAL-DATE > ZERO
059232         MOVE AM-LAST-ACCRUAL-DATE TO WS-ACCRUAL-FROM-DATE
059234     ELSE
059236         COMPUTE WS-ACCRUAL-FROM-DATE = FUNCTION DATE-OF-INTEGER
059238             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
059240     END-IF
059242     MOVE AM-TYPE-CODE TO DC-PRODUCT-TYPE
059244     MOVE SPACE TO DC-OVERRIDE
059246     MOVE WS-ACCRUAL-FROM-DATE TO DC-FROM-DATE
059248     MOVE WS-RUN-DATE TO DC-TO-DATE
059250     MOVE ZERO TO DC-ANNUAL-RATE
059252     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
059254     IF (STATUS-FROZEN OR STATUS-CLOSED)
059256             AND WS-ACCRUAL-FROM-DATE < WS-RUN-DATE
059258             AND NOT WS-SIMULATION-RUN
059260         MOVE WS-RUN-DATE TO AM-LAST-ACCRUAL-DATE
059262         REWRITE ACCOUNT-MASTER-RECORD
059264             INVALID KEY
059266                 DISPLAY "UNABLE TO REWRITE ACCOUNT MASTER "
059268                     "RECORD FOR ACCOUNT " AM-ACCT-NUMBER
059270         END-REWRITE
059272     END-IF
059274     .
059276 2050-SET-ACCRUAL-PERIOD-EXIT.
059300     EXIT.
059400*----------------------------------------------------------------
059500*  2100-READ-NEXT-ACCOUNT  --  SEQUENTIAL READ-AHEAD OVER THE
