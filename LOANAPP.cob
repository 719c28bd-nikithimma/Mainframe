002300*                     LOAN-DISBURSE, WHICH NOW PULLS ITS TERMS
002400*                     FROM THE APPLICATION.  THE PIPELINE
002500*                     REPORT BELOW AGES THE QUEUE.
002510*    2026-10-15  RPK  CAPTURE THE REPAYMENT STRUCTURE - INTEREST-
002520*                     ONLY MONTHS, A STEP-UP INTERVAL AND PERCENT,
002530*                     AND A BALLOON AMOUNT - ALONG WITH THE TERMS.
002540*                     A STRUCTURE THAT CANNOT AMORTIZE IS NOT
002550*                     CAPTURED.  INQUIRY SHOWS IT.
002560*    2026-10-15  RPK  CAPTURE A DAY-COUNT OVERRIDE FOR A LOAN
002570*                     CONTRACTED ON A BASIS OTHER THAN THE LOAN
002580*                     PRODUCT'S (BLANK KEEPS THE PRODUCT'S).
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
021000     ACCEPT LA-TERM-MONTHS
021100     DISPLAY "ENTER RATE OF INTEREST (%): "
021200     ACCEPT LA-ANNUAL-RATE
021202     DISPLAY "ENTER INTEREST-ONLY MONTHS (0 IF NONE): "
021205     ACCEPT LA-IO-MONTHS
021208     DISPLAY "ENTER STEP-UP EVERY N MONTHS (0 IF NONE): "
021211     ACCEPT LA-STEP-MONTHS
021213     MOVE ZERO TO LA-STEP-PCT
021216     IF LA-STEP-MONTHS > ZERO
021219         DISPLAY "ENTER STEP-UP PERCENT: "
021222         ACCEPT LA-STEP-PCT
021225     END-IF
021227     DISPLAY "ENTER BALLOON AMOUNT (0 IF NONE): "
021230     ACCEPT LA-BALLOON-AMOUNT
021233     DISPLAY "ENTER DAY COUNT - A=ACT/365 M=ACT/360 T=30/360 "
021236         "(BLANK = PRODUCT'S): "
021238     ACCEPT LA-DAY-COUNT
021241     IF NOT LA-DAY-COUNT-VALID
021244         DISPLAY "DAY COUNT MUST BE A, M, T OR BLANK - NOT "
021247             "CAPTURED"
021250         CLOSE LOAN-APPLICATION-FILE
021252         GO TO 3000-NEW-APPLICATION-EXIT
021255     END-IF
021258     IF LA-IO-MONTHS NOT < LA-TERM-MONTHS
021261         DISPLAY "INTEREST-ONLY MONTHS MUST BE LESS THAN THE "
021263             "TERM - NOT CAPTURED"
021266         CLOSE LOAN-APPLICATION-FILE
021269         GO TO 3000-NEW-APPLICATION-EXIT
021272     END-IF
021275     IF LA-BALLOON-AMOUNT NOT < LA-AMOUNT
021277         DISPLAY "BALLOON MUST BE LESS THAN THE AMOUNT - NOT "
021280             "CAPTURED"
021283         CLOSE LOAN-APPLICATION-FILE
021286         GO TO 3000-NEW-APPLICATION-EXIT
021288     END-IF
021291     IF LA-STEP-PCT = ZERO
021294         MOVE ZERO TO LA-STEP-MONTHS
021297     END-IF
021300     MOVE WS-TS-DATE           TO LA-APPLY-DATE
021400     MOVE WS-MAINT-OPERATOR-ID TO LA-APPLY-OPERATOR
021500     SET LA-APP-PENDING        TO TRUE
031100         " STATUS " LA-STATUS-CODE
031200         " APPLIED " LA-APPLY-DATE
031300         " BY " LA-APPLY-OPERATOR
031350     DISPLAY "INT-ONLY " LA-IO-MONTHS
031360         " STEP EVERY " LA-STEP-MONTHS " BY " LA-STEP-PCT "%"
031370         " BALLOON " LA-BALLOON-AMOUNT
031380         " DAY COUNT " LA-DAY-COUNT
031400     DISPLAY "DECIDED " LA-DECISION-DATE
031500         " BY " LA-DECISION-OPERATOR
031600         " LOAN " LA-DISBURSED-LOAN
