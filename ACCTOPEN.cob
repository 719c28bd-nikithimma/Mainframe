009300*                     CERTIFICATES STOP GOING OUT WITHOUT A
009400*                     TIN AND THE YEAR-END EXCEPTION REPORT
009500*                     HAS SOMETHING TO CHASE.
009504*    2026-10-15  RPK  OPENS REVOLVING CREDIT LINES (TYPE V). A
009508*                     LINE TAKES NO OPENING DEPOSIT AND CAPTURES
009512*                     ITS APPROVED CREDIT LIMIT; ITS CYCLE AND
009516*                     AGING FIELDS START AT ZERO, AS THEY DO ON
009520*                     EVERY OTHER PRODUCT.
009524*    2026-10-15  RPK  A NEW ACCOUNT STARTS WITH NO FIXED-DEPOSIT
009528*                     LIEN (FLAG N, NO LOAN NUMBER); COLLMAINT
009532*                     PLACES THE LIEN WHEN THE DEPOSIT IS PLEDGED.
009536*    2026-10-15  RPK  A NEW ACCOUNT STARTS WITH NO OVERDRAFT
009540*                     PROTECTION BACKUP; ODPMAINT NOMINATES ONE.
009544*    2026-10-15  RPK  THE TELLER NO LONGER KEYS AN INITIAL PIN.
009548*                     ONCE THE NEW ACCOUNT IS ON FILE AND THIS
009552*                     PROGRAM'S FILES ARE CLOSED, PIN-ISSUE DRAWS
009556*                     A RANDOM PIN, FILES ITS HASH FLAGGED FOR A
009560*                     FORCED CHANGE AND QUEUES A SEALED PIN MAILER
009564*                     TO THE CUSTOMER'S ADDRESS; THE PIN MASTER IS
009568*                     NO LONGER OPENED HERE.
009572*    2026-10-15  RPK  NEW: NO FRAUD WATCH, NO SAVINGS DEBIT COUNT.
009576*    2026-10-15  RPK  A NEW ACCOUNT STARTS WITH NO PAYROLL CREDIT
009580*                     DATE.
009584*    2026-10-15  RPK  A NEW ACCOUNT STARTS NOT OPTED IN TO
009588*                     DISCRETIONARY PAID OVERDRAFT, WITH NO RISK
009592*                     LIMIT AND NO ITEM FEES COUNTED.
009600*================================================================
009700 ENVIRONMENT DIVISION.
009800 INPUT-OUTPUT SECTION.
010400     COPY ACTAUDSEL.
010500     COPY TRANSEL.
010600     COPY PARMSEL.
010800*================================================================
010900 DATA DIVISION.
011000 FILE SECTION.
012200     COPY TRANREC.
012300 FD  BUSINESS-PARAMETER-FILE.
012400     COPY PARMREC.
012700*----------------------------------------------------------------
012800 WORKING-STORAGE SECTION.
012900*----------------------------------------------------------------
014000     05  WS-ACTAUDIT-STATUS        PIC XX.
014100     05  WS-TRANFILE-STATUS        PIC XX.
014200     05  WS-BUSPARM-STATUS         PIC XX.
014400*----------------------------------------------------------------
014500 01  WS-WORK-FIELDS.
014600     05  WS-OPERATOR-ID            PIC X(08).
015500     05  WS-SENIOR-AGE             PIC 99 VALUE 60.
015600     05  WS-STANDARD-MINOR-CAP     PIC 9(09)V99 VALUE 5000.00.
015700     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
015800     05  WS-PIN-ISSUE-SWITCH       PIC X VALUE 'N'.
015900         88  WS-PIN-TO-ISSUE       VALUE 'Y'.
015916     05  WS-PIN-ISSUE-FUNCTION     PIC X VALUE 'I'.
015932     05  WS-PIN-ISSUE-ACCT         PIC 9(10).
015948     05  WS-PIN-ISSUE-NEW-PIN      PIC 9(04) VALUE ZERO.
015964     05  WS-PIN-ISSUE-APPROVER     PIC X(08) VALUE SPACES.
015980     05  WS-PIN-ISSUE-FLAG         PIC X.
016000     05  WS-GUARDIAN-ACCT-NUMBER   PIC 9(10).
016100     05  WS-TIN-CERT-REPLY         PIC X.
016200     05  WS-SCREEN-HIT-FLAG        PIC X.
018000         88  WS-TYPE-FIXED-DEPOSIT    VALUE 'F'.
018100         88  WS-TYPE-RECURRING-DEPOSIT VALUE 'R'.
018200         88  WS-TYPE-LOAN             VALUE 'L'.
018300         88  WS-TYPE-REVOLVING-LINE   VALUE 'V'.
018330         88  WS-TYPE-VALID            VALUE 'S' 'C' 'F' 'R' 'L'
018360                                            'V'.
018400     05  WS-OPENING-DEPOSIT        PIC S9(09)V99.
018500     05  WS-CURRENCY-CODE          PIC X(03).
018600*----------------------------------------------------------------
024100         THRU 4000-OPEN-ACCOUNT-EXIT
024200     PERFORM 9999-EXIT
024300         THRU 9999-EXIT-EXIT
024320     IF WS-PIN-TO-ISSUE
024340         PERFORM 4250-ISSUE-FIRST-PIN
024360             THRU 4250-ISSUE-FIRST-PIN-EXIT
024380     END-IF
024400     STOP RUN.
024500*----------------------------------------------------------------
024600*  1000-INITIALIZE  --  OPEN FILES, ACCEPT THE NEW ACCOUNT'S
028100         OPEN OUTPUT TRANSACTION-FILE
028200     END-IF
028300
029600
029700     DISPLAY "ENTER EXISTING CUSTOMER NUMBER: "
029800     ACCEPT WS-CUSTOMER-NUMBER
031300     ACCEPT WS-OPENING-DEPOSIT
031400     DISPLAY "ENTER CURRENCY CODE: "
031500     ACCEPT WS-CURRENCY-CODE
031800     .
031900 1000-INITIALIZE-EXIT.
032000     EXIT.
043900*  TABLE LOOKUP AS ACCTYPEEVAL'S SHOW-PRODUCT-RULES.
044000*----------------------------------------------------------------
044100 3000-CAPTURE-ACCOUNT-TYPE.
044200     DISPLAY "ENTER ACCOUNT TYPE (S/C/F/R/L/V): "
044300     ACCEPT WS-ACCOUNT-TYPE-CODE
044400     IF NOT WS-TYPE-VALID
044500         DISPLAY "INVALID ACCOUNT TYPE CODE"
045500         WHEN PT-TYPE-CODE (PT-IDX) = WS-ACCOUNT-TYPE-CODE
045600             CONTINUE
045700     END-SEARCH
045712
045724*    A CREDIT LINE OPENS UNDRAWN - THERE IS NOTHING TO DEPOSIT.
045736     IF WS-TYPE-REVOLVING-LINE AND WS-OPENING-DEPOSIT NOT = ZERO
045748         DISPLAY "A CREDIT LINE OPENS WITH A ZERO BALANCE - "
045760             "NO OPENING DEPOSIT IS TAKEN"
045772         GO TO 9999-EXIT
045784     END-IF
045800
045900     IF WS-OPENING-DEPOSIT < PT-MIN-BALANCE (PT-IDX)
046000         DISPLAY "OPENING DEPOSIT BELOW THE MINIMUM BALANCE FOR "
051100         FUNCTION MOD(WS-NEW-ACCT-NUMBER, 20) + 1
051200     PERFORM 4400-CAPTURE-FD-TERMS
051300         THRU 4400-CAPTURE-FD-TERMS-EXIT
051330     PERFORM 4450-CAPTURE-CREDIT-LIMIT
051360         THRU 4450-CAPTURE-CREDIT-LIMIT-EXIT
051400     PERFORM 4600-CREATE-RD-SCHEDULE
051500         THRU 4600-CREATE-RD-SCHEDULE-EXIT
051600     SET AM-AUTH-EITHER        TO TRUE
055200     PERFORM 4200-WRITE-TRANSACTION-RECORD
055300         THRU 4200-WRITE-TRANSACTION-RECORD-EXIT
055400
055500     MOVE AM-ACCT-NUMBER TO WS-PIN-ISSUE-ACCT
055600     MOVE 'Y' TO WS-PIN-ISSUE-SWITCH
055700
055800     DISPLAY "ACCOUNT OPENED - NEW ACCOUNT NUMBER = "
055900         AM-ACCT-NUMBER
060800 4200-WRITE-TRANSACTION-RECORD-EXIT.
060900     EXIT.
061000*----------------------------------------------------------------
061100*  4250-ISSUE-FIRST-PIN  --  BOOTSTRAP THE FIRST PIN FOR A
061200*  BRAND-NEW ACCOUNT.  WITHOUT IT, PINVERIFY HAS NO ROW TO READ
061300*  AND EVERY PIN CHECK ON A JUST-OPENED ACCOUNT WOULD FAIL.
061400*  PIN-ISSUE DRAWS A RANDOM PIN, FILES ITS HASH FLAGGED FOR A
061500*  CHANGE AT FIRST USE AND MAILS IT TO THE CUSTOMER, SO NOBODY
061600*  AT THE COUNTER EVER SEES IT.  RUN AFTER THIS PROGRAM HAS
061700*  CLOSED ITS FILES, SINCE PIN-ISSUE OPENS THE ACCOUNT AND
061750*  CUSTOMER MASTERS ITSELF.
061800*----------------------------------------------------------------
061900 4250-ISSUE-FIRST-PIN.
062000     CALL "PIN-ISSUE" USING WS-PIN-ISSUE-FUNCTION
062100         WS-PIN-ISSUE-ACCT WS-PIN-ISSUE-NEW-PIN WS-OPERATOR-ID
062200         WS-PIN-ISSUE-APPROVER WS-PIN-ISSUE-FLAG
062300     IF WS-PIN-ISSUE-FLAG = 'Y'
062400         DISPLAY "PIN MAILER QUEUED - THE CUSTOMER MUST CHANGE "
062500             "THE MAILED PIN AT FIRST USE"
062600     ELSE
062700         DISPLAY "NO PIN ISSUED FOR ACCOUNT " WS-PIN-ISSUE-ACCT
062800             " - RESET IT THROUGH PIN-RESET ONCE THE CUSTOMER "
062900             "RECORD IS CORRECTED"
063000     END-IF
063100     .
063200 4250-ISSUE-FIRST-PIN-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------
063500*  4400-CAPTURE-FD-TERMS  --  A FIXED DEPOSIT IS A CONTRACT
064400     MOVE ZERO  TO AM-FD-MATURITY-DATE
064500     MOVE ZERO  TO AM-FD-PAYOUT-ACCT
064600     MOVE SPACE TO AM-FD-DISPOSITION
064630     MOVE 'N'   TO AM-FD-LIEN-FLAG
064660     MOVE ZERO  TO AM-FD-LIEN-LOAN-NUMBER
064680     MOVE ZERO  TO AM-OD-BACKUP-ACCT
064690     MOVE ZERO  TO AM-REACT-WATCH-UNTIL
064691     MOVE ZERO  TO AM-SAV-CYCLE-START
064692     MOVE ZERO  TO AM-SAV-CYCLE-DEBIT-CNT
064693     MOVE ZERO  TO AM-SAV-COUNTED-DATE
064694     MOVE SPACES TO AM-SAV-EXCESS-HISTORY
064695     MOVE ZERO  TO AM-PAYROLL-CREDIT-DATE
064696     MOVE 'N'   TO AM-ODP-OPT-IN-FLAG
064697     MOVE ZERO  TO AM-ODP-RISK-LIMIT
064698     MOVE ZERO  TO AM-NSF-FEE-DATE
064699     MOVE ZERO  TO AM-NSF-FEE-COUNT
064700     IF WS-ACCOUNT-TYPE-CODE NOT = 'F'
064800         GO TO 4400-CAPTURE-FD-TERMS-EXIT
064900     END-IF
072700     END-IF
072800     .
072900 4430-CHECK-PAYOUT-CURRENCY-EXIT.
072903     EXIT.
072906*----------------------------------------------------------------
072909*  4450-CAPTURE-CREDIT-LIMIT  --  A REVOLVING LINE IS OPENED
072912*  AGAINST AN APPROVED LIMIT; DRAWS MAY TAKE THE BALANCE DOWN TO
072915*  MINUS THE LIMIT.  THE CYCLE AND AGING FIELDS START AT ZERO.
072918*  EVERY OTHER PRODUCT CARRIES ZEROS HERE.
072921*----------------------------------------------------------------
072924 4450-CAPTURE-CREDIT-LIMIT.
072927     MOVE ZERO  TO AM-CREDIT-LIMIT
072930     MOVE ZERO  TO AM-LINE-ACCRUED-INTEREST
072933     MOVE ZERO  TO AM-LINE-MIN-PAYMENT-DUE
072936     MOVE ZERO  TO AM-LINE-PAYMENT-DUE-DATE
072939     MOVE ZERO  TO AM-LINE-PAST-DUE-SINCE
072942     MOVE ZERO  TO AM-LINE-DAYS-PAST-DUE
072945     IF NOT WS-TYPE-REVOLVING-LINE
072948         GO TO 4450-CAPTURE-CREDIT-LIMIT-EXIT
072951     END-IF
072954     DISPLAY "ENTER APPROVED CREDIT LIMIT: "
072957     ACCEPT AM-CREDIT-LIMIT
072960     IF AM-CREDIT-LIMIT = ZERO
072963         DISPLAY "CREDIT LIMIT MUST BE GREATER THAN ZERO"
072966         GO TO 9999-EXIT
072969     END-IF
072972     DISPLAY "CREDIT LIMIT " AM-CREDIT-LIMIT
072975     .
072978 4450-CAPTURE-CREDIT-LIMIT-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------
073200*  4600-CREATE-RD-SCHEDULE  --  A RECURRING DEPOSIT IS A
084600     CLOSE STATUS-AUDIT-FILE
084700     CLOSE ACTIVITY-AUDIT-FILE
084800     CLOSE TRANSACTION-FILE
085000     .
085100 9999-EXIT-EXIT.
085200     EXIT.
