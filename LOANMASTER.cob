004700*                     PRICING FIELDS (INDEX CODE AND MARGIN)
004800*                     EXPLICITLY - THE COUNT HAD BEEN RIDING
004900*                     ON WHATEVER WAS IN THE RECORD AREA.
004904*    2026-10-15  RPK  A NEW LOAN NOW BOOKS UNESCROWED WITH A
004908*                     ZERO ESCROW PAYMENT AND BALANCE;
004912*                     ESCROW-MAINT TURNS ESCROW ON.
004916*    2026-10-15  RPK  NEW LOANS START WITH NO LATE CHARGES DUE AND
004920*                     NO INSTALLMENT CHARGED.
004924*    2026-10-15  RPK  NEW LOANS START WITH NO PRINCIPAL
004928*                     CURTAILMENT ON RECORD.
004932*    2026-10-15  RPK  A NEW LOAN STARTS OUT OF DEFAULT
004936*                     (LM-DEFAULT-SWITCH N, NO DEFAULT DATE).
004940*    2026-10-15  RPK  THE ORIGINATION FEE (LOANORIG ROW ON THE FEE
004944*                     SCHEDULE) IS NOW WITHHELD FROM THE PROCEEDS
004948*                     AND, WITH ANY DIRECT COSTS KEYED AT RELEASE,
004952*                     DEFERRED ON THE LOAN (GL-POSTING 'Z') FOR
004956*                     LOAN-FEE-AMORTIZE TO EARN OVER THE TERM,
004960*                     INSTEAD OF LANDING IN INCOME ON DAY ONE.
004964*    2026-10-15  RPK  THE APPLICATION'S PRODUCT CODE NOW CARRIES
004968*                     ONTO THE LOAN MASTER (LM-PRODUCT-CODE).
004972*    2026-10-15  RPK  THE APPLICATION'S REPAYMENT STRUCTURE
004976*                     (INTEREST-ONLY MONTHS, STEP-UP, BALLOON)
004980*                     CARRIES ONTO THE LOAN MASTER, AND THE BASE
004984*                     EMI IS SIZED FOR IT BY LOAN-INSTALLMENT
004988*                     INSTEAD OF THE LEVEL FORMULA INLINE HERE.
004992*    2026-10-15  RPK  THE APPLICATION'S DAY-COUNT OVERRIDE
004996*                     CARRIES ONTO THE LOAN MASTER.
005000*================================================================
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005400     COPY LOANMSEL.
005500     COPY ACCTMSEL.
005600     COPY LAPPSEL.
005650     COPY FEESSEL.
005700*================================================================
005800 DATA DIVISION.
005900 FILE SECTION.
006600 FD  LOAN-APPLICATION-FILE.
006700     COPY LAPPREC.
006800*----------------------------------------------------------------
006825 FD  FEE-SCHEDULE-FILE.
006850     COPY FEESREC.
006875*----------------------------------------------------------------
006900 WORKING-STORAGE SECTION.
007000 01  WS-LOANMAST-STATUS            PIC XX.
007100 01  WS-ACCTMAST-STATUS            PIC XX.
007200 01  WS-LOANAPPL-STATUS            PIC XX.
007250 01  WS-FEESCHED-STATUS            PIC XX.
007300 01  WS-RELEASE-OK-SWITCH          PIC X.
007400     88  WS-RELEASE-OK             VALUE 'Y'.
007500*----------------------------------------------------------------
008000 01  WS-WORK-FIELDS.
008100     05  WS-OPERATOR-ID            PIC X(08).
008200     05  WS-GL-POST-FLAG           PIC X.
008300     05  WS-INST-FUNCTION          PIC X.
008400     05  WS-INST-PERIOD            PIC 9(04) COMP.
008500     05  WS-INST-AMOUNT            PIC S9(09)V99.
008516     05  WS-INST-VALID-FLAG        PIC X.
008532     05  WS-ORIG-FEE-CODE          PIC X(08) VALUE "LOANORIG".
008548     05  WS-ORIG-FEE-AMOUNT        PIC 9(07)V99.
008564     05  WS-ORIG-COST-AMOUNT       PIC 9(07)V99.
008580     05  WS-FEE-GL-AMOUNT          PIC S9(09)V99.
008600*----------------------------------------------------------------
008700*  SAME DATE-ARITHMETIC WORK FIELDS STANDPAY USES TO ADVANCE A
008800*  DATE BY ONE MONTH, CLAMPED TO THE TARGET MONTH'S LAST DAY.
012000     END-IF
012100     PERFORM 2000-COMPUTE-EMI
012200         THRU 2000-COMPUTE-EMI-EXIT
012210     IF NOT WS-RELEASE-OK
012220         STOP RUN
012230     END-IF
012300     PERFORM 3000-WRITE-LOAN-MASTER
012400         THRU 3000-WRITE-LOAN-MASTER-EXIT
012500     PERFORM 4000-MARK-APPLICATION-DISBURSED
015700     MOVE LA-AMOUNT       TO LM-PRINCIPAL
015800     MOVE LA-ANNUAL-RATE  TO LM-ANNUAL-RATE
015900     MOVE LA-TERM-MONTHS  TO LM-TERM-MONTHS
015950     MOVE LA-PRODUCT-CODE TO LM-PRODUCT-CODE
015960     MOVE LA-IO-MONTHS    TO LM-IO-MONTHS
015970     MOVE LA-STEP-MONTHS  TO LM-STEP-MONTHS
015980     MOVE LA-STEP-PCT     TO LM-STEP-PCT
015990     MOVE LA-BALLOON-AMOUNT TO LM-BALLOON-AMOUNT
015995     MOVE LA-DAY-COUNT    TO LM-DAY-COUNT
016000     DISPLAY "RELEASING " LA-AMOUNT " TO ACCOUNT "
016100         LA-ACCT-NUMBER " AT " LA-ANNUAL-RATE " FOR "
016200         LA-TERM-MONTHS " MONTHS"
016400     ACCEPT LM-LOAN-NUMBER
016500     DISPLAY "ENTER OPERATOR ID: "
016600     ACCEPT WS-OPERATOR-ID
016610     PERFORM 1100-PRICE-ORIGINATION-FEE
016620         THRU 1100-PRICE-ORIGINATION-FEE-EXIT
016630     IF WS-ORIG-FEE-AMOUNT NOT < LM-PRINCIPAL
016640         DISPLAY "ORIGINATION FEE " WS-ORIG-FEE-AMOUNT
016650             " IS NOT LESS THAN THE PRINCIPAL - NOTHING RELEASED"
016660         GO TO 1000-ACCEPT-LOAN-DETAILS-EXIT
016670     END-IF
016680     DISPLAY "ENTER DIRECT ORIGINATION COSTS (0 IF NONE): "
016690     ACCEPT WS-ORIG-COST-AMOUNT
016700     MOVE 'Y' TO WS-RELEASE-OK-SWITCH
016800     .
016900 1000-ACCEPT-LOAN-DETAILS-EXIT.
017000     EXIT.
017100*----------------------------------------------------------------
017200*  1100-PRICE-ORIGINATION-FEE  --  THE LOANORIG ROW ON THE FEE
017300*  SCHEDULE PRICES THE FEE WITHHELD FROM THE PROCEEDS.  A
017400*  MISSING OR INACTIVE ROW MEANS NO FEE.
017403*----------------------------------------------------------------
017406 1100-PRICE-ORIGINATION-FEE.
017409     MOVE ZERO TO WS-ORIG-FEE-AMOUNT
017412     OPEN INPUT FEE-SCHEDULE-FILE
017415     IF WS-FEESCHED-STATUS NOT = "00"
017418         GO TO 1100-PRICE-ORIGINATION-FEE-EXIT
017421     END-IF
017424     MOVE WS-ORIG-FEE-CODE TO FS-SERVICE-CODE
017427     READ FEE-SCHEDULE-FILE
017430         KEY IS FS-SERVICE-CODE
017433         INVALID KEY
017436             CONTINUE
017439         NOT INVALID KEY
017442             IF FS-SERVICE-ACTIVE
017445                 MOVE FS-FEE-AMOUNT TO WS-ORIG-FEE-AMOUNT
017448             END-IF
017451     END-READ
017454     CLOSE FEE-SCHEDULE-FILE
017457     .
017460 1100-PRICE-ORIGINATION-FEE-EXIT.
017463     EXIT.
017466*----------------------------------------------------------------
017469*  2000-COMPUTE-EMI  --  LOAN-INSTALLMENT SIZES THE BASE EMI FOR
017472*  THE FULL PRINCIPAL OVER THE TERM AND REPAYMENT STRUCTURE - THE
017475*  LEVEL EMI WHEN NO STRUCTURE IS SET.
017500*----------------------------------------------------------------
017600 2000-COMPUTE-EMI.
017700     MOVE LM-PRINCIPAL TO LM-OUTSTANDING-BALANCE
017800     MOVE 'E'  TO WS-INST-FUNCTION
017900     MOVE ZERO TO WS-INST-PERIOD
018000     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
018100         LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
018200         WS-INST-VALID-FLAG
018300     IF WS-INST-VALID-FLAG NOT = 'Y'
018400         DISPLAY "REPAYMENT STRUCTURE CANNOT AMORTIZE - "
018500             "NOTHING RELEASED"
018600         MOVE 'N' TO WS-RELEASE-OK-SWITCH
018700         GO TO 2000-COMPUTE-EMI-EXIT
018800     END-IF
018850     MOVE WS-INST-AMOUNT TO LM-EMI-AMOUNT
018900     DISPLAY "MONTHLY INSTALLMENT (EMI): " LM-EMI-AMOUNT
018907     IF LM-IO-MONTHS > ZERO
018914         DISPLAY "  INTEREST ONLY FOR THE FIRST " LM-IO-MONTHS
018921             " MONTHS"
018928     END-IF
018935     IF LM-STEP-MONTHS > ZERO
018942         DISPLAY "  RISING " LM-STEP-PCT "% EVERY "
018949             LM-STEP-MONTHS " MONTHS"
018956     END-IF
018963     IF LM-BALLOON-AMOUNT > ZERO
018970         DISPLAY "  BALLOON " LM-BALLOON-AMOUNT
018977             " DUE WITH THE FINAL INSTALLMENT"
018984     END-IF
019000     .
019100 2000-COMPUTE-EMI-EXIT.
019200     EXIT.
019300*----------------------------------------------------------------
019400*  3000-WRITE-LOAN-MASTER  --  OPEN THE LOAN OUTSTANDING AT THE
019500*  FULL PRINCIPAL, DUE ONE MONTH FROM TODAY.  THE ORIGINATION
019510*  FEE COMES OUT OF THE PROCEEDS CREDITED TO THE ACCOUNT, AND
019520*  THE FEE NET OF DIRECT COSTS IS DEFERRED ON THE LOAN.
019600*----------------------------------------------------------------
019700 3000-WRITE-LOAN-MASTER.
019800     MOVE FUNCTION CURRENT-DATE (1:8) TO LM-DISBURSEMENT-DATE
020900*    INDEX AND MARGIN IF IT IS SOLD AS VARIABLE.
021000     MOVE SPACES                     TO LM-RATE-INDEX-CODE
021100     MOVE ZERO                       TO LM-RATE-MARGIN
021104     MOVE 'N'                        TO LM-ESCROW-INDICATOR
021108     MOVE ZERO                       TO LM-ESCROW-PAYMENT
021112     MOVE ZERO                       TO LM-ESCROW-BALANCE
021116     MOVE ZERO                       TO LM-LATE-CHARGES-DUE
021120     MOVE ZERO                       TO LM-LATE-CHARGED-THRU
021124     MOVE ZERO                       TO LM-PREPAID-PRINCIPAL
021128     MOVE ZERO                       TO LM-CURTAIL-DATE
021132     MOVE ZERO                       TO LM-CURTAIL-AMOUNT
021136     MOVE SPACE                      TO LM-CURTAIL-OPTION
021140     MOVE ZERO                       TO LM-PRIOR-TERM-MONTHS
021144     MOVE ZERO                       TO LM-PRIOR-EMI-AMOUNT
021148     MOVE 'N'                        TO LM-CURTAIL-NOTICE-SWITCH
021152     MOVE 'N'                        TO LM-DEFAULT-SWITCH
021156     MOVE ZERO                       TO LM-DEFAULT-DATE
021160     MOVE WS-ORIG-FEE-AMOUNT         TO LM-ORIG-FEE-AMOUNT
021164     MOVE WS-ORIG-COST-AMOUNT        TO LM-ORIG-COST-AMOUNT
021168     COMPUTE LM-DFEE-ORIGINAL =
021172         LM-ORIG-FEE-AMOUNT - LM-ORIG-COST-AMOUNT
021176     MOVE LM-DFEE-ORIGINAL           TO LM-DFEE-BALANCE
021180     MOVE ZERO                       TO LM-DFEE-MONTHS-DONE
021184     MOVE ZERO                       TO LM-DFEE-LAST-PERIOD
021188     MOVE ZERO                       TO LM-DFEE-ACCEL-MTD
021200
021300     OPEN I-O LOAN-MASTER-FILE
021400     IF WS-LOANMAST-STATUS = "35"
024700     END-IF
024800
024900     ADD LM-PRINCIPAL TO AM-BALANCE
024950     SUBTRACT LM-ORIG-FEE-AMOUNT FROM AM-BALANCE
025000     REWRITE ACCOUNT-MASTER-RECORD
025100         INVALID KEY
025200             DISPLAY "LOAN-DISBURSE: UNABLE TO REWRITE ACCOUNT "
025800
025900     CALL "GL-POSTING" USING AM-ACCT-NUMBER AM-TYPE-CODE "D"
026000         LM-PRINCIPAL WS-OPERATOR-ID WS-GL-POST-FLAG
026010     IF LM-ORIG-FEE-AMOUNT > ZERO
026020         MOVE LM-ORIG-FEE-AMOUNT TO WS-FEE-GL-AMOUNT
026030         CALL "GL-POSTING" USING AM-ACCT-NUMBER AM-TYPE-CODE "Z"
026040             WS-FEE-GL-AMOUNT WS-OPERATOR-ID WS-GL-POST-FLAG
026050     END-IF
026060     IF LM-ORIG-COST-AMOUNT > ZERO
026070         COMPUTE WS-FEE-GL-AMOUNT = 0 - LM-ORIG-COST-AMOUNT
026080         CALL "GL-POSTING" USING AM-ACCT-NUMBER AM-TYPE-CODE "Z"
026090             WS-FEE-GL-AMOUNT WS-OPERATOR-ID WS-GL-POST-FLAG
026095     END-IF
026100     CLOSE ACCOUNT-MASTER-FILE
026200
026300     WRITE LOAN-MASTER-RECORD
026800     CLOSE LOAN-MASTER-FILE
026900     DISPLAY "LOAN " LM-LOAN-NUMBER " DISBURSED - NEXT DUE "
027000         LM-NEXT-DUE-DATE
027010     IF LM-ORIG-FEE-AMOUNT > ZERO
027020         DISPLAY "ORIGINATION FEE WITHHELD: " LM-ORIG-FEE-AMOUNT
027030     END-IF
027040     IF LM-DFEE-ORIGINAL NOT = ZERO
027050         DISPLAY "NET FEE DEFERRED: " LM-DFEE-ORIGINAL
027060     END-IF
027100     .
027200 3000-WRITE-LOAN-MASTER-EXIT.
027300     EXIT.
037200*                     RECEIVED AFTER CHARGE-OFF POSTS AS A
037300*                     RECOVERY THROUGH LOAN-CHARGEOFF, NOT AS
037400*                     AN INSTALLMENT.
037404*    2026-10-15  RPK  AN ESCROWED LOAN'S INSTALLMENT NOW ALSO
037408*                     COLLECTS LM-ESCROW-PAYMENT: THE ACCOUNT IS
037412*                     DEBITED EMI PLUS ESCROW, THE ESCROW PORTION
037416*                     GOES TO LM-ESCROW-BALANCE, AND ESCROW-POST
037420*                     FILES THE HISTORY ROW AND THE GL PAIR.
037424*    2026-10-15  RPK  LATE CHARGES ASSESSED BY LOAN-LATE-CHARGE
037428*                     ARE COLLECTED WITH THE INSTALLMENT - THE
037432*                     ACCOUNT IS DEBITED FOR THEM ON TOP OF THE
037436*                     EMI AND THE FEES-DUE BUCKET IS CLEARED.
037440*    2026-10-15  RPK  THE INTEREST PORTION OF EACH INSTALLMENT
037444*                     IS FILED ON THE INTEREST-PAID REGISTER
037448*                     THROUGH LOANINT-POST (SOURCE P) FOR THE
037452*                     YEAR-END LOAN INTEREST CERTIFICATE.
037456*    2026-10-15  RPK  THE INSTALLMENT SPLIT IS NOW THE AMOUNT DUE
037460*                     FOR THIS MONTH FROM LOAN-INSTALLMENT, NOT
037464*                     LM-EMI-AMOUNT - INTEREST ONLY, STEPPED UP,
037468*                     OR THE BALLOON IN THE FINAL MONTH.
037472*    2026-10-15  RPK  THE MONTHLY RATE FOR THE INTEREST PORTION
037476*                     FOLLOWS THE LOAN'S DAY-COUNT CONVENTION
037480*                     (VIA DAY-COUNT) - ACT/360 EARNS 365/360 OF
037484*                     THE ANNUAL RATE OVER THE YEAR.
037486*    2026-10-15  RPK  A PAYMENT WHOSE ACCOUNT DEBIT DOES NOT POST
037488*                     (ACCOUNT MISSING, FROZEN OR CLOSED, OR THE
037490*                     REWRITE OR GL ENTRY FAILS) IS NOW REFUSED
037492*                     OUTRIGHT - THE LOAN, ESCROW, LATE CHARGES
037494*                     AND INTEREST REGISTER ARE LEFT UNTOUCHED.
037500*================================================================
037600 ENVIRONMENT DIVISION.
037700 INPUT-OUTPUT SECTION.
040000     05  WS-GL-POST-FLAG           PIC X.
040100     05  WS-PAYMENT-AMOUNT         PIC S9(09)V99.
040200     05  WS-MONTHLY-RATE           PIC 9(03)V9999.
040210     05  WS-INST-FUNCTION          PIC X VALUE 'I'.
040220     05  WS-INST-PERIOD            PIC 9(04) COMP.
040230     05  WS-INST-AMOUNT            PIC S9(09)V99.
040240     05  WS-INST-VALID-FLAG        PIC X.
040300     05  WS-INTEREST-PORTION       PIC S9(09)V99.
040400     05  WS-PRINCIPAL-PORTION      PIC S9(09)V99.
040420     05  WS-ESCROW-PORTION         PIC S9(09)V99.
040440     05  WS-ESCROW-BALANCE-AFTER   PIC S9(09)V99.
040460     05  WS-ESCROW-MOVEMENT        PIC X VALUE 'C'.
040480     05  WS-ESCROW-ITEM-ID         PIC 9(08) VALUE 0.
040490     05  WS-LATE-CHARGE-PORTION    PIC S9(09)V99.
040495     05  WS-INTEREST-SOURCE        PIC X VALUE 'P'.
040496*----------------------------------------------------------------
040498     COPY DAYCPARM.
040500*----------------------------------------------------------------
040600 01  WS-WORK-DATE                  PIC 9(08).
040700 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
046100
046200     PERFORM 2000-APPLY-PAYMENT
046300         THRU 2000-APPLY-PAYMENT-EXIT
046310     IF WS-GL-POST-FLAG NOT = "Y"
046320         DISPLAY "LOAN " LM-LOAN-NUMBER " - PAYMENT REFUSED, "
046330             "NOTHING POSTED"
046340         CLOSE LOAN-MASTER-FILE
046350         STOP RUN
046360     END-IF
046400
046500     REWRITE LOAN-MASTER-RECORD
046600         INVALID KEY
047300     STOP RUN.
047400*----------------------------------------------------------------
047500*  2000-APPLY-PAYMENT  --  INTEREST ON THE OUTSTANDING BALANCE,
047600*  THE REST OF THIS MONTH'S INSTALLMENT (LOAN-INSTALLMENT)
047700*  REDUCES PRINCIPAL; CLOSE THE LOAN IF THE BALANCE IS PAID
047725*  OFF.  AN ESCROWED LOAN ALSO COLLECTS ITS
047750*  MONTHLY ESCROW PORTION INTO THE ESCROW BALANCE, AND ANY LATE
047775*  CHARGES ON THE FEES-DUE BUCKET ARE COLLECTED WITH IT.
047780*  NOTHING ON THE LOAN MOVES UNLESS THE ACCOUNT DEBIT POSTED.
047800*----------------------------------------------------------------
047900 2000-APPLY-PAYMENT.
048000     MOVE 'L' TO DC-PRODUCT-TYPE
048016     MOVE LM-DAY-COUNT TO DC-OVERRIDE
048032     MOVE ZERO TO DC-FROM-DATE DC-TO-DATE
048048     MOVE LM-ANNUAL-RATE TO DC-ANNUAL-RATE
048064     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
048080     COMPUTE WS-MONTHLY-RATE ROUNDED = DC-MONTHLY-RATE
048100     COMPUTE WS-INTEREST-PORTION ROUNDED =
048200         LM-OUTSTANDING-BALANCE * WS-MONTHLY-RATE / 100
048210     COMPUTE WS-INST-PERIOD = LM-INSTALLMENTS-PAID + 1
048220     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
048230         LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
048240         WS-INST-VALID-FLAG
048300     COMPUTE WS-PRINCIPAL-PORTION ROUNDED =
048400         WS-INST-AMOUNT - WS-INTEREST-PORTION
048450     IF WS-PRINCIPAL-PORTION < ZERO
048460         MOVE ZERO TO WS-PRINCIPAL-PORTION
048470     END-IF
048500     IF WS-PRINCIPAL-PORTION > LM-OUTSTANDING-BALANCE
048600         MOVE LM-OUTSTANDING-BALANCE TO WS-PRINCIPAL-PORTION
048700     END-IF
048800     COMPUTE WS-PAYMENT-AMOUNT =
048900         WS-INTEREST-PORTION + WS-PRINCIPAL-PORTION
048910     MOVE ZERO TO WS-ESCROW-PORTION
048920     IF LM-ESCROWED
048930         MOVE LM-ESCROW-PAYMENT TO WS-ESCROW-PORTION
048940         ADD WS-ESCROW-PORTION TO WS-PAYMENT-AMOUNT
048950     END-IF
048960     MOVE LM-LATE-CHARGES-DUE TO WS-LATE-CHARGE-PORTION
048970     ADD WS-LATE-CHARGE-PORTION TO WS-PAYMENT-AMOUNT
049000
049100     PERFORM 2050-POST-PAYMENT-TO-ACCOUNT
049200         THRU 2050-POST-PAYMENT-TO-ACCOUNT-EXIT
049210     IF WS-GL-POST-FLAG NOT = "Y"
049220         GO TO 2000-APPLY-PAYMENT-EXIT
049230     END-IF
049300     SUBTRACT WS-PRINCIPAL-PORTION FROM LM-OUTSTANDING-BALANCE
049310     IF WS-ESCROW-PORTION > ZERO
049320         ADD WS-ESCROW-PORTION TO LM-ESCROW-BALANCE
049330         MOVE LM-ESCROW-BALANCE TO WS-ESCROW-BALANCE-AFTER
049340         CALL "ESCROW-POST" USING LM-LOAN-NUMBER LM-ACCT-NUMBER
049350             WS-ESCROW-MOVEMENT WS-ESCROW-ITEM-ID
049355             WS-ESCROW-PORTION WS-ESCROW-BALANCE-AFTER
049360             WS-OPERATOR-ID
049370     END-IF
049380     SUBTRACT WS-LATE-CHARGE-PORTION FROM LM-LATE-CHARGES-DUE
049382     IF WS-INTEREST-PORTION > ZERO
049384         CALL "LOANINT-POST" USING LM-LOAN-NUMBER LM-ACCT-NUMBER
049386             WS-INTEREST-SOURCE WS-INTEREST-PORTION WS-OPERATOR-ID
049388     END-IF
049400     ADD 1 TO LM-INSTALLMENTS-PAID
049500     MOVE ZERO TO LM-DAYS-PAST-DUE
049600
051300*  COLLECTED (WS-PAYMENT-AMOUNT) FROM THE CUSTOMER'S ACCOUNT
051400*  MASTER RECORD AND POST THE MATCHING GL ENTRY, THE SAME WAY
051500*  WITHDRAWTRANSACTION DOES FOR A TELLER WITHDRAWAL.
051520*  WS-GL-POST-FLAG COMES BACK Y ONLY WHEN THE MONEY ACTUALLY
051540*  MOVED.
051600*----------------------------------------------------------------
051700 2050-POST-PAYMENT-TO-ACCOUNT.
051750     MOVE "N" TO WS-GL-POST-FLAG
051800     OPEN I-O ACCOUNT-MASTER-FILE
051900     IF WS-ACCTMAST-STATUS NOT = "00"
052000         DISPLAY "LOAN-PAYMENT-POST: UNABLE TO OPEN ACCOUNT "
061200*                     START/END TIMES, COUNTS AND COMPLETION
061300*                     CODE - FOR THE MORNING OPERATIONS
061400*                     REPORT.
061405*    2026-10-15  RPK  A SECOND PASS NOW AGES REVOLVING CREDIT
061410*                     LINES (TYPE V ON THE ACCOUNT MASTER) FROM
061415*                     THE DATE THEIR OLDEST UNPAID MINIMUM FELL
061420*                     DUE, STORES AM-LINE-DAYS-PAST-DUE, AND
061425*                     WRITES DELINQUENT LINES TO THE AGING FILE
061430*                     (ZERO LOAN NUMBER, DRAWN AMOUNT AS THE
061435*                     BALANCE) SO PROVISIONING COVERS THEM.
061440*    2026-10-15  RPK  A LOAN THAT CROSSES INTO A WORSE BUCKET (30,
061445*                     60 OR 90 DAYS) AND IS NOT CHARGED OFF QUEUES
061450*                     A GUAR NOTICE TO EACH ACTIVE GUARANTOR ON
061455*                     THE LOAN PARTY FILE, ADDRESSED TO THE
061460*                     GUARANTOR. LETTERS SENT ARE COUNTED ON THE
061465*                     SUMMARY.
061470*    2026-10-15  RPK  EACH DELINQUENT LOAN'S AGING ROW CARRIES THE
061475*                     AMOUNT PAST DUE - THE SUM OF THE MISSED
061480*                     MONTHS' INSTALLMENTS FROM LOAN-INSTALLMENT,
061485*                     SO INTEREST-ONLY, STEPPED AND BALLOON MONTHS
061490*                     ARE EACH COUNTED AT WHAT WAS ACTUALLY DUE.
061500*================================================================
061600 ENVIRONMENT DIVISION.
061700 INPUT-OUTPUT SECTION.
061800 FILE-CONTROL.
061900     COPY LOANMSEL.
062000     COPY LDASEL.
062050     COPY ACCTMSEL.
062070     COPY LPTYSEL.
062100*================================================================
062200 DATA DIVISION.
062300 FILE SECTION.
062700 FD  DELINQUENCY-AGING-FILE.
062800     COPY LDAREC.
062900*----------------------------------------------------------------
062920 FD  ACCOUNT-MASTER-FILE.
062940     COPY ACCTMAST.
062945*----------------------------------------------------------------
062950 FD  LOAN-PARTY-FILE.
062955     COPY LPTYREC.
062960*----------------------------------------------------------------
063000 WORKING-STORAGE SECTION.
063100 01  WS-LOANMAST-STATUS            PIC XX.
063200 01  WS-LOANAGE-STATUS             PIC XX.
063250 01  WS-ACCTMAST-STATUS            PIC XX.
063270 01  WS-LOANPRTY-STATUS            PIC XX.
063300*----------------------------------------------------------------
063400 01  WS-WORK-FIELDS.
063500     05  WS-EOF-SWITCH             PIC X VALUE 'N'.
064200     05  WS-LOANS-30-59            PIC 9(06) COMP VALUE 0.
064300     05  WS-LOANS-60-89            PIC 9(06) COMP VALUE 0.
064400     05  WS-LOANS-90-PLUS          PIC 9(06) COMP VALUE 0.
064403     05  WS-LINE-EOF-SWITCH        PIC X VALUE 'N'.
064406         88  NO-MORE-LINES         VALUE 'Y'.
064409     05  WS-LINES-CHECKED          PIC 9(06) COMP VALUE 0.
064412     05  WS-LINE-DRAWN-AMOUNT      PIC S9(09)V99.
064415     05  WS-PARTY-FILE-SWITCH      PIC X VALUE 'N'.
064418         88  WS-PARTY-FILE-OPEN    VALUE 'Y'.
064421     05  WS-PARTY-EOF-SWITCH       PIC X.
064424         88  NO-MORE-PARTIES       VALUE 'Y'.
064427     05  WS-BUCKET-DAYS            PIC 9(04).
064430     05  WS-BUCKET-RANK            PIC 9(01).
064433     05  WS-PRIOR-BUCKET           PIC 9(01).
064436     05  WS-NEW-BUCKET             PIC 9(01).
064439     05  WS-BUCKET-LABEL           PIC X(03).
064442     05  WS-GUARANTOR-NOTICES      PIC 9(06) COMP VALUE 0.
064445     05  WS-EDIT-PCT               PIC ZZ9.99.
064448     05  WS-INST-FUNCTION          PIC X VALUE 'I'.
064451     05  WS-INST-PERIOD            PIC 9(04) COMP.
064454     05  WS-INST-AMOUNT            PIC S9(09)V99.
064457     05  WS-INST-VALID-FLAG        PIC X.
064460     05  WS-MISSED-INSTALLMENTS    PIC 9(04) COMP.
064463     05  WS-MISSED-DONE            PIC 9(04) COMP.
064466 01  WS-NOTICE-FIELDS.
064469     05  WS-NOTICE-TYPE            PIC X(04) VALUE "GUAR".
064472     05  WS-NOTICE-LINE-1          PIC X(40).
064475     05  WS-NOTICE-LINE-2          PIC X(40).
064478     05  WS-NOTICE-ID              PIC 9(08).
064500 01  WS-RUN-HISTORY-FIELDS.
064600     05  WS-RH-STEP-NAME           PIC X(08) VALUE "LNDLSTEP".
064700     05  WS-RH-START-TIMESTAMP     PIC X(21).
065900     PERFORM 2000-AGE-ONE-LOAN
066000         THRU 2000-AGE-ONE-LOAN-EXIT
066100         UNTIL NO-MORE-LOANS
066130     PERFORM 4000-AGE-CREDIT-LINES
066160         THRU 4000-AGE-CREDIT-LINES-EXIT
066200     PERFORM 3000-SHOW-SUMMARY
066300         THRU 3000-SHOW-SUMMARY-EXIT
066400     PERFORM 9999-EXIT
066500         THRU 9999-EXIT-EXIT
066600     COMPUTE WS-RH-RECORDS-READ =
066650         WS-LOANS-CHECKED + WS-LINES-CHECKED
066700     MOVE ZERO TO WS-RH-RECORDS-UPDATED
066800     MOVE ZERO TO WS-RH-AMOUNT-POSTED
066900     MOVE ZERO TO WS-RH-COMPLETION-CODE
068900     END-IF
069000
069100     OPEN OUTPUT DELINQUENCY-AGING-FILE
069120     OPEN INPUT LOAN-PARTY-FILE
069140     IF WS-LOANPRTY-STATUS = "00"
069160         MOVE 'Y' TO WS-PARTY-FILE-SWITCH
069180     END-IF
069200
069300     PERFORM 2100-READ-NEXT-LOAN
069400         THRU 2100-READ-NEXT-LOAN-EXIT
069800*----------------------------------------------------------------
069900*  2000-AGE-ONE-LOAN  --  RECOMPUTE DAYS PAST DUE FOR ONE OPEN
070000*  LOAN, BUCKET IT, AND WRITE A REPORT LINE IF IT IS DELINQUENT.
070030*  A LIVE LOAN THAT HAS JUST CROSSED INTO A WORSE BUCKET SENDS
070060*  EACH OF ITS GUARANTORS A LETTER.
070100*----------------------------------------------------------------
070200 2000-AGE-ONE-LOAN.
070300     ADD 1 TO WS-LOANS-CHECKED
070400     IF LM-LOAN-CLOSED
070500         GO TO 2000-AGE-ONE-LOAN-CONTINUE
070600     END-IF
070620     MOVE LM-DAYS-PAST-DUE TO WS-BUCKET-DAYS
070640     PERFORM 2300-RANK-BUCKET
070660         THRU 2300-RANK-BUCKET-EXIT
070680     MOVE WS-BUCKET-RANK TO WS-PRIOR-BUCKET
070700
070800     COMPUTE WS-DUE-INTEGER =
070900         FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE)
073800         END-IF
073900     END-IF
074000
074008     MOVE LM-DAYS-PAST-DUE TO WS-BUCKET-DAYS
074016     PERFORM 2300-RANK-BUCKET
074024         THRU 2300-RANK-BUCKET-EXIT
074032     MOVE WS-BUCKET-RANK TO WS-NEW-BUCKET
074040     IF WS-NEW-BUCKET > WS-PRIOR-BUCKET
074048             AND NOT LM-LOAN-CHARGED-OFF
074056             AND WS-PARTY-FILE-OPEN
074064         PERFORM 2400-NOTIFY-GUARANTORS
074072             THRU 2400-NOTIFY-GUARANTORS-EXIT
074080     END-IF
074088
074100     REWRITE LOAN-MASTER-RECORD
074200         INVALID KEY
074300             DISPLAY "LOAN-DELINQUENCY-AGING: UNABLE TO REWRITE "
076300     EXIT.
076400*----------------------------------------------------------------
076500*  2200-WRITE-AGING-LINE  --  ONE REPORT LINE FOR A DELINQUENT
076600*  LOAN, LABELLED WITH ITS AGING BUCKET.  ONE INSTALLMENT IS
076650*  MISSED FOR EVERY 30 DAYS (OR PART) PAST DUE, AS LOAN-BILLING
076660*  COUNTS THEM.
076700*----------------------------------------------------------------
076800 2200-WRITE-AGING-LINE.
076900     MOVE LM-LOAN-NUMBER         TO DA-LOAN-NUMBER
077900             MOVE "30-59"    TO DA-AGING-BUCKET
078000     END-EVALUATE
078100     MOVE WS-CURRENT-DATE        TO DA-RUN-DATE
078120     MOVE ZERO                   TO DA-AMOUNT-PAST-DUE
078140     COMPUTE WS-MISSED-INSTALLMENTS =
078160         (LM-DAYS-PAST-DUE + 29) / 30
078180     PERFORM 2250-ADD-ONE-MISSED-MONTH
078190         THRU 2250-ADD-ONE-MISSED-MONTH-EXIT
078195         VARYING WS-MISSED-DONE FROM 1 BY 1
078197         UNTIL WS-MISSED-DONE > WS-MISSED-INSTALLMENTS
078200     WRITE DELINQUENCY-AGING-RECORD
078300     .
078400 2200-WRITE-AGING-LINE-EXIT.
078401     EXIT.
078402*----------------------------------------------------------------
078403*  2250-ADD-ONE-MISSED-MONTH  --  THE INSTALLMENT FOR THE NEXT
078404*  UNPAID MONTH.  NOTHING FALLS DUE AFTER THE FINAL MONTH.
078405*----------------------------------------------------------------
078406 2250-ADD-ONE-MISSED-MONTH.
078407     COMPUTE WS-INST-PERIOD =
078408         LM-INSTALLMENTS-PAID + WS-MISSED-DONE
078409     IF WS-INST-PERIOD > LM-TERM-MONTHS
078410         GO TO 2250-ADD-ONE-MISSED-MONTH-EXIT
078411     END-IF
078412     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
078413         LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
078414         WS-INST-VALID-FLAG
078415     ADD WS-INST-AMOUNT TO DA-AMOUNT-PAST-DUE
078416     .
078417 2250-ADD-ONE-MISSED-MONTH-EXIT.
078418     EXIT.
078419*----------------------------------------------------------------
078420*  2300-RANK-BUCKET  --  0 = CURRENT, 1 = 30-59, 2 = 60-89,
078421*  3 = 90+ FOR THE DAYS PAST DUE IN WS-BUCKET-DAYS.
078422*----------------------------------------------------------------
078423 2300-RANK-BUCKET.
078424     EVALUATE TRUE
078425         WHEN WS-BUCKET-DAYS >= 90
078426             MOVE 3 TO WS-BUCKET-RANK
078427             MOVE "90+" TO WS-BUCKET-LABEL
078428         WHEN WS-BUCKET-DAYS >= 60
078429             MOVE 2 TO WS-BUCKET-RANK
078430             MOVE "60+" TO WS-BUCKET-LABEL
078431         WHEN WS-BUCKET-DAYS >= 30
078432             MOVE 1 TO WS-BUCKET-RANK
078433             MOVE "30+" TO WS-BUCKET-LABEL
078434         WHEN OTHER
078435             MOVE 0 TO WS-BUCKET-RANK
078436             MOVE SPACES TO WS-BUCKET-LABEL
078437     END-EVALUATE
078438     .
078439 2300-RANK-BUCKET-EXIT.
078440     EXIT.
078441*----------------------------------------------------------------
078442*  2400-NOTIFY-GUARANTORS  --  ONE GUAR LETTER (VIA NOTICE-
078443*  REQUEST, ADDRESSED TO THE GUARANTOR RATHER THAN THE ACCOUNT
078444*  HOLDER) FOR EVERY ACTIVE GUARANTOR ON THE LOAN'S PARTY ROWS.
078445*  WS-BUCKET-LABEL STILL HOLDS THE NEW BUCKET.
078446*----------------------------------------------------------------
078447 2400-NOTIFY-GUARANTORS.
078448     MOVE 'N' TO WS-PARTY-EOF-SWITCH
078449     MOVE LM-LOAN-NUMBER TO LP-LOAN-NUMBER
078450     MOVE ZERO TO LP-PARTY-SEQ
078451     START LOAN-PARTY-FILE
078452         KEY IS NOT LESS THAN LP-PARTY-KEY
078453         INVALID KEY
078454             GO TO 2400-NOTIFY-GUARANTORS-EXIT
078455     END-START
078456     PERFORM 2410-NOTIFY-ONE-PARTY
078457         THRU 2410-NOTIFY-ONE-PARTY-EXIT
078458         UNTIL NO-MORE-PARTIES
078459     .
078460 2400-NOTIFY-GUARANTORS-EXIT.
078461     EXIT.
078462*----------------------------------------------------------------
078463 2410-NOTIFY-ONE-PARTY.
078464     READ LOAN-PARTY-FILE NEXT RECORD
078465         AT END
078466             MOVE 'Y' TO WS-PARTY-EOF-SWITCH
078467             GO TO 2410-NOTIFY-ONE-PARTY-EXIT
078468     END-READ
078469     IF LP-LOAN-NUMBER NOT = LM-LOAN-NUMBER
078470         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
078471         GO TO 2410-NOTIFY-ONE-PARTY-EXIT
078472     END-IF
078473     IF NOT LP-ROLE-GUARANTOR OR NOT LP-PARTY-ACTIVE
078474         GO TO 2410-NOTIFY-ONE-PARTY-EXIT
078475     END-IF
078476     MOVE SPACES TO WS-NOTICE-LINE-1
078477     STRING "LOAN " LM-LOAN-NUMBER " IS NOW " WS-BUCKET-LABEL
078478         " DAYS PAST DUE"
078479         DELIMITED BY SIZE INTO WS-NOTICE-LINE-1
078480     END-STRING
078481     MOVE LP-LIABILITY-PCT TO WS-EDIT-PCT
078482     MOVE SPACES TO WS-NOTICE-LINE-2
078483     STRING "AS GUARANTOR YOU ANSWER FOR " WS-EDIT-PCT "%"
078484         DELIMITED BY SIZE INTO WS-NOTICE-LINE-2
078485     END-STRING
078486     CALL "NOTICE-REQUEST" USING LM-ACCT-NUMBER WS-NOTICE-TYPE
078487         WS-NOTICE-LINE-1 WS-NOTICE-LINE-2 WS-NOTICE-ID
078488         LP-CUSTOMER-NUMBER
078489     ADD 1 TO WS-GUARANTOR-NOTICES
078490     .
078491 2410-NOTIFY-ONE-PARTY-EXIT.
078500     EXIT.
078600*----------------------------------------------------------------
078700*  3000-SHOW-SUMMARY  --  BUCKET COUNTS FOR THE OPERATOR LOG.
078900 3000-SHOW-SUMMARY.
079000     DISPLAY "===== LOAN DELINQUENCY AGING SUMMARY ====="
079100     DISPLAY "LOANS CHECKED      : " WS-LOANS-CHECKED
079150     DISPLAY "CREDIT LINES       : " WS-LINES-CHECKED
079200     DISPLAY "CURRENT            : " WS-LOANS-CURRENT
079300     DISPLAY "30-59 DAYS PAST DUE: " WS-LOANS-30-59
079400     DISPLAY "60-89 DAYS PAST DUE: " WS-LOANS-60-89
079500     DISPLAY "90+ DAYS PAST DUE  : " WS-LOANS-90-PLUS
079550     DISPLAY "GUARANTOR LETTERS  : " WS-GUARANTOR-NOTICES
079600     DISPLAY "============================================"
079700     .
079800 3000-SHOW-SUMMARY-EXIT.
079801     EXIT.
079802*----------------------------------------------------------------
079803*  4000-AGE-CREDIT-LINES  --  SECOND PASS OVER THE ACCOUNT
079804*  MASTER FOR REVOLVING CREDIT LINES (TYPE V).  A LINE IS PAST
079805*  DUE FROM THE DATE ITS OLDEST UNPAID MINIMUM FELL DUE
079806*  (AM-LINE-PAST-DUE-SINCE, SET BY REVOLVE-CYCLE AND CLEARED BY A
079807*  REPAYMENT THAT MEETS THE MINIMUM).  BUCKETED AND COUNTED WITH
079808*  THE LOANS SO PROVISIONING AND COLLECTIONS SEE BOTH.
079809*----------------------------------------------------------------
079810 4000-AGE-CREDIT-LINES.
079811     IF WS-LOANAGE-STATUS NOT = "00"
079812         GO TO 4000-AGE-CREDIT-LINES-EXIT
079813     END-IF
079814     OPEN I-O ACCOUNT-MASTER-FILE
079815     IF WS-ACCTMAST-STATUS NOT = "00"
079816         DISPLAY "LOAN-DELINQUENCY-AGING: UNABLE TO OPEN ACCOUNT "
079817             "MASTER, STATUS = " WS-ACCTMAST-STATUS
079818         GO TO 4000-AGE-CREDIT-LINES-EXIT
079819     END-IF
079820     MOVE 'N' TO WS-LINE-EOF-SWITCH
079821     PERFORM 4100-AGE-ONE-LINE
079822         THRU 4100-AGE-ONE-LINE-EXIT
079823         UNTIL NO-MORE-LINES
079824     CLOSE ACCOUNT-MASTER-FILE
079825     .
079826 4000-AGE-CREDIT-LINES-EXIT.
079827     EXIT.
079828*----------------------------------------------------------------
079829 4100-AGE-ONE-LINE.
079830     READ ACCOUNT-MASTER-FILE NEXT RECORD
079831         AT END
079832             MOVE 'Y' TO WS-LINE-EOF-SWITCH
079833             GO TO 4100-AGE-ONE-LINE-EXIT
079834     END-READ
079835     IF AM-TYPE-CODE NOT = 'V' OR AM-STATUS-CODE = 'C'
079836         GO TO 4100-AGE-ONE-LINE-EXIT
079837     END-IF
079838     ADD 1 TO WS-LINES-CHECKED
079839
079840     IF AM-LINE-PAST-DUE-SINCE = ZERO
079841         MOVE ZERO TO AM-LINE-DAYS-PAST-DUE
079842     ELSE
079843         COMPUTE WS-DUE-INTEGER =
079844             FUNCTION INTEGER-OF-DATE(AM-LINE-PAST-DUE-SINCE)
079845         IF WS-TODAY-INTEGER > WS-DUE-INTEGER
079846             COMPUTE AM-LINE-DAYS-PAST-DUE =
079847                 WS-TODAY-INTEGER - WS-DUE-INTEGER
079848         ELSE
079849             MOVE ZERO TO AM-LINE-DAYS-PAST-DUE
079850         END-IF
079851     END-IF
079852
079853     EVALUATE TRUE
079854         WHEN AM-LINE-DAYS-PAST-DUE >= 90
079855             ADD 1 TO WS-LOANS-90-PLUS
079856             PERFORM 4200-WRITE-LINE-AGING-LINE
079857                 THRU 4200-WRITE-LINE-AGING-LINE-EXIT
079858         WHEN AM-LINE-DAYS-PAST-DUE >= 60
079859             ADD 1 TO WS-LOANS-60-89
079860             PERFORM 4200-WRITE-LINE-AGING-LINE
079861                 THRU 4200-WRITE-LINE-AGING-LINE-EXIT
079862         WHEN AM-LINE-DAYS-PAST-DUE >= 30
079863             ADD 1 TO WS-LOANS-30-59
079864             PERFORM 4200-WRITE-LINE-AGING-LINE
079865                 THRU 4200-WRITE-LINE-AGING-LINE-EXIT
079866         WHEN OTHER
079867             ADD 1 TO WS-LOANS-CURRENT
079868     END-EVALUATE
079869
079870     REWRITE ACCOUNT-MASTER-RECORD
079871         INVALID KEY
079872             DISPLAY "LOAN-DELINQUENCY-AGING: UNABLE TO REWRITE "
079873                 "ACCOUNT " AM-ACCT-NUMBER
079874     END-REWRITE
079875     .
079876 4100-AGE-ONE-LINE-EXIT.
079877     EXIT.
079878*----------------------------------------------------------------
079879*  4200-WRITE-LINE-AGING-LINE  --  A CREDIT LINE HAS NO LOAN
079880*  NUMBER; THE ROW CARRIES ZERO THERE AND THE DRAWN AMOUNT AS
079881*  THE OUTSTANDING BALANCE.
079882*----------------------------------------------------------------
079883 4200-WRITE-LINE-AGING-LINE.
079884     COMPUTE WS-LINE-DRAWN-AMOUNT = 0 - AM-BALANCE
079885     IF WS-LINE-DRAWN-AMOUNT < ZERO
079886         MOVE ZERO TO WS-LINE-DRAWN-AMOUNT
079887     END-IF
079888     MOVE ZERO                   TO DA-LOAN-NUMBER
079889     MOVE AM-ACCT-NUMBER         TO DA-ACCT-NUMBER
079890     MOVE WS-LINE-DRAWN-AMOUNT   TO DA-OUTSTANDING-BALANCE
079891     MOVE AM-LINE-DAYS-PAST-DUE  TO DA-DAYS-PAST-DUE
079892     EVALUATE TRUE
079893         WHEN AM-LINE-DAYS-PAST-DUE >= 90
079894             MOVE "90+"      TO DA-AGING-BUCKET
079895         WHEN AM-LINE-DAYS-PAST-DUE >= 60
079896             MOVE "60-89"    TO DA-AGING-BUCKET
079897         WHEN OTHER
079898             MOVE "30-59"    TO DA-AGING-BUCKET
079899     END-EVALUATE
079900     MOVE WS-CURRENT-DATE        TO DA-RUN-DATE
079901     MOVE ZERO                   TO DA-AMOUNT-PAST-DUE
079902     WRITE DELINQUENCY-AGING-RECORD
079903     .
079904 4200-WRITE-LINE-AGING-LINE-EXIT.
079905     EXIT.
080000*----------------------------------------------------------------
080100*  9999-EXIT  --  COMMON PROGRAM EXIT.
080200*----------------------------------------------------------------
080400     IF WS-LOANMAST-STATUS = "00"
080500         CLOSE LOAN-MASTER-FILE
080600         CLOSE DELINQUENCY-AGING-FILE
080620     END-IF
080640     IF WS-PARTY-FILE-OPEN
080660         CLOSE LOAN-PARTY-FILE
080700     END-IF
080800     .
080900 9999-EXIT-EXIT.
083600*                     ASSET POSITION WITH THE SAME 'W' PAIR,
083700*                     MARKS THE LOAN CLOSED, AND RETIRES THE
083800*                     QUOTE.
083803*    2026-10-15  RPK  AN ESCROWED LOAN'S ESCROW BALANCE NOW
083806*                     NETS AGAINST THE SETTLEMENT (A SURPLUS
083809*                     REDUCES IT, AN ADVANCE ADDS TO IT) AND IS
083812*                     SHOWN ON THE QUOTE.  SETTLING ZEROES THE
083815*                     BALANCE THROUGH ESCROW-POST (TYPE R).
083818*    2026-10-15  RPK  LATE CHARGES STILL DUE ARE ADDED TO THE
083821*                     SETTLEMENT AND SHOWN ON THE QUOTE; SETTLING
083824*                     CLEARS THE FEES-DUE BUCKET.
083827*    2026-10-15  RPK  SETTLING EARLY ACCELERATES THE UNAMORTIZED
083830*                     DEFERRED ORIGINATION FEE (GL-POSTING '1')
083833*                     AND CARRIES IT ON LM-DFEE-ACCEL-MTD FOR THE
083836*                     MONTH-END ROLL-FORWARD.
083839*    2026-10-15  RPK  THE INTEREST PART OF THE SETTLEMENT (WHAT
083842*                     IS LEFT AFTER PRINCIPAL, LATE CHARGES AND
083845*                     THE ESCROW CREDIT) IS FILED ON THE
083848*                     INTEREST-PAID REGISTER THROUGH LOANINT-POST
083851*                     (SOURCE S).
083854*    2026-10-15  RPK  THE QUOTE SHOWS THE NEXT SCHEDULED
083857*                     INSTALLMENT FROM LOAN-INSTALLMENT, AND A
083860*                     BALLOON LOAN SETTLED AT ITS FINAL MONTH IS
083863*                     PAYING THE SCHEDULED BALLOON, NOT SETTLING
083866*                     EARLY - NO EARLY-SETTLEMENT REBATE.
083869*    2026-10-15  RPK  INTEREST SINCE THE LAST DUE DATE COUNTS DAYS
083872*                     AND YEAR BY THE LOAN'S DAY-COUNT CONVENTION
083875*                     (VIA DAY-COUNT) INSTEAD OF ACTUAL DAYS OVER
083878*                     A FIXED 365; THE QUOTE SHOWS THE CONVENTION.
083900*================================================================
084000 ENVIRONMENT DIVISION.
084100 INPUT-OUTPUT SECTION.
088600     05  WS-SETTLEMENT-AMOUNT      PIC S9(09)V99.
088700     05  WS-GL-POST-FLAG           PIC X.
088800     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
088806     05  WS-ESCROW-CREDIT          PIC S9(09)V99.
088812     05  WS-ESCROW-BALANCE-AFTER   PIC S9(09)V99 VALUE 0.
088818     05  WS-ESCROW-MOVEMENT        PIC X VALUE 'R'.
088824     05  WS-ESCROW-ITEM-ID         PIC 9(08) VALUE 0.
088830     05  WS-LOAN-TYPE              PIC X VALUE 'L'.
088836     05  WS-DFEE-ACCEL-AMOUNT      PIC S9(09)V99.
088842     05  WS-INTEREST-SOURCE        PIC X VALUE 'S'.
088848     05  WS-SETTLED-INTEREST       PIC S9(09)V99.
088854     05  WS-INST-FUNCTION          PIC X VALUE 'I'.
088860     05  WS-INST-PERIOD            PIC 9(04) COMP.
088866     05  WS-INST-AMOUNT            PIC S9(09)V99.
088872     05  WS-INST-VALID-FLAG        PIC X.
088878*----------------------------------------------------------------
088884     COPY DAYCPARM.
088900*----------------------------------------------------------------
089000 01  WS-DATE-WORK-FIELDS.
089100     05  WS-WORK-DATE              PIC 9(08).
098500*  2000-COMPUTE-SETTLEMENT  --  OUTSTANDING PRINCIPAL PLUS
098600*  SIMPLE INTEREST FROM THE LAST DUE DATE (ONE MONTH BEFORE
098700*  LM-NEXT-DUE-DATE) TO TODAY AT THE LOAN'S ANNUAL RATE, LESS
098800*  THE EARLY-SETTLEMENT REBATE ON THAT INTEREST, LESS ANY
098850*  ESCROW BALANCE HELD FOR AN ESCROWED LOAN, PLUS ANY LATE
098870*  CHARGES STILL DUE.  A BALLOON LOAN WHOSE NEXT INSTALLMENT IS
098880*  THE FINAL ONE GETS NO REBATE.
098900*----------------------------------------------------------------
099000 2000-COMPUTE-SETTLEMENT.
099100     MOVE LM-NEXT-DUE-DATE TO WS-WORK-DATE
099200     PERFORM 2100-RETREAT-ONE-MONTH
099300         THRU 2100-RETREAT-ONE-MONTH-EXIT
099400     MOVE WS-WORK-DATE TO WS-LAST-DUE-DATE
099500     MOVE 'L' TO DC-PRODUCT-TYPE
099600     MOVE LM-DAY-COUNT TO DC-OVERRIDE
099700     MOVE WS-LAST-DUE-DATE TO DC-FROM-DATE
099720     MOVE WS-TS-DATE TO DC-TO-DATE
099740     MOVE LM-ANNUAL-RATE TO DC-ANNUAL-RATE
099760     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
099780     MOVE DC-DAYS TO WS-ACCRUED-DAYS
099800     IF WS-ACCRUED-DAYS < ZERO
099900         MOVE ZERO TO WS-ACCRUED-DAYS
100000     END-IF
100100     COMPUTE WS-ACCRUED-INTEREST ROUNDED =
100200         LM-OUTSTANDING-BALANCE * LM-ANNUAL-RATE / 100
100300         * WS-ACCRUED-DAYS / DC-YEAR-DAYS
100400     COMPUTE WS-REBATE-AMOUNT ROUNDED =
100500         WS-ACCRUED-INTEREST * WS-REBATE-PCT / 100
100505     COMPUTE WS-INST-PERIOD = LM-INSTALLMENTS-PAID + 1
100510     IF LM-BALLOON-AMOUNT > ZERO
100512             AND WS-INST-PERIOD NOT < LM-TERM-MONTHS
100514         MOVE ZERO TO WS-REBATE-AMOUNT
100516     END-IF
100520     MOVE ZERO TO WS-ESCROW-CREDIT
100540     IF LM-ESCROWED
100560         MOVE LM-ESCROW-BALANCE TO WS-ESCROW-CREDIT
100580     END-IF
100600     COMPUTE WS-SETTLEMENT-AMOUNT =
100700         LM-OUTSTANDING-BALANCE + WS-ACCRUED-INTEREST
100800         - WS-REBATE-AMOUNT - WS-ESCROW-CREDIT
100850         + LM-LATE-CHARGES-DUE
100900     .
101000 2000-COMPUTE-SETTLEMENT-EXIT.
101100     EXIT.
106000     CLOSE PAYOFF-QUOTE-FILE
106100     DISPLAY "PAYOFF QUOTE FOR LOAN " LM-LOAN-NUMBER
106200     DISPLAY "  OUTSTANDING PRINCIPAL " LM-OUTSTANDING-BALANCE
106300     DISPLAY "  ACCRUED INTEREST (" WS-ACCRUED-DAYS " DAYS "
106333         DC-CONVENTION-NAME ") "
106400         WS-ACCRUED-INTEREST
106500     DISPLAY "  EARLY-SETTLEMENT REBATE " WS-REBATE-AMOUNT
106520     IF LM-ESCROWED
106540         DISPLAY "  ESCROW BALANCE APPLIED " WS-ESCROW-CREDIT
106560     END-IF
106570     IF LM-LATE-CHARGES-DUE NOT = ZERO
106580         DISPLAY "  LATE CHARGES DUE " LM-LATE-CHARGES-DUE
106590     END-IF
106600     DISPLAY "  SETTLEMENT AMOUNT " WS-SETTLEMENT-AMOUNT
106700     DISPLAY "  VALID THROUGH " PQ-VALID-TO-DATE
106710     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
106720         LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
106730         WS-INST-VALID-FLAG
106740     DISPLAY "  NEXT SCHEDULED INSTALLMENT " WS-INST-AMOUNT
106750         " DUE " LM-NEXT-DUE-DATE
106760     IF LM-BALLOON-AMOUNT > ZERO
106770         DISPLAY "  BALLOON DUE WITH THE FINAL INSTALLMENT "
106780             LM-BALLOON-AMOUNT
106790     END-IF
106800     .
106900 3000-PRODUCE-QUOTE-EXIT.
107000     EXIT.
110600         GO TO 4000-SETTLE-THE-LOAN-EXIT
110700     END-IF
110800
110810     COMPUTE WS-SETTLED-INTEREST =
110820         WS-SETTLEMENT-AMOUNT - LM-OUTSTANDING-BALANCE
110830         - LM-LATE-CHARGES-DUE + WS-ESCROW-CREDIT
110840     IF WS-SETTLED-INTEREST > ZERO
110850         CALL "LOANINT-POST" USING LM-LOAN-NUMBER LM-ACCT-NUMBER
110860             WS-INTEREST-SOURCE WS-SETTLED-INTEREST WS-OPERATOR-ID
110870     END-IF
110880
110900     MOVE ZERO TO LM-OUTSTANDING-BALANCE
110950     MOVE ZERO TO LM-LATE-CHARGES-DUE
111000     SET LM-LOAN-CLOSED TO TRUE
111010     IF LM-ESCROWED AND LM-ESCROW-BALANCE NOT = ZERO
111020         MOVE LM-ESCROW-BALANCE TO WS-ESCROW-CREDIT
111030         MOVE ZERO TO LM-ESCROW-BALANCE
111040         CALL "ESCROW-POST" USING LM-LOAN-NUMBER LM-ACCT-NUMBER
111050             WS-ESCROW-MOVEMENT WS-ESCROW-ITEM-ID WS-ESCROW-CREDIT
111060             WS-ESCROW-BALANCE-AFTER WS-OPERATOR-ID
111070     END-IF
111075     IF LM-DFEE-BALANCE NOT = ZERO
111080         MOVE LM-DFEE-BALANCE TO WS-DFEE-ACCEL-AMOUNT
111085         CALL "GL-POSTING" USING LM-ACCT-NUMBER WS-LOAN-TYPE "1"
111090             WS-DFEE-ACCEL-AMOUNT WS-OPERATOR-ID WS-GL-POST-FLAG
111092         ADD LM-DFEE-BALANCE TO LM-DFEE-ACCEL-MTD
111094         MOVE ZERO TO LM-DFEE-BALANCE
111096     END-IF
111100     REWRITE LOAN-MASTER-RECORD
111200         INVALID KEY
111300             DISPLAY "UNABLE TO REWRITE LOAN MASTER RECORD"
122300*                     ONCE THE RESTRUCT-MAX-COUNT CAP IS
122400*                     REACHED, AND WRITES BEFORE AND AFTER
122500*                     AUDIT ROWS FOR THE CREDIT FILE.
122510*    2026-10-15  RPK  THE NEW EMI IS SIZED BY LOAN-INSTALLMENT, SO
122520*                     AN INTEREST-ONLY, STEP-UP OR BALLOON LOAN
122530*                     KEEPS ITS STRUCTURE OVER THE NEW TERM.  ONE
122540*                     THAT CAN NO LONGER AMORTIZE (INTEREST-ONLY
122550*                     MONTHS PAST THE NEW TERM) REPAYS LEVEL.
122600*================================================================
122700 ENVIRONMENT DIVISION.
122800 INPUT-OUTPUT SECTION.
125300     05  WS-MAX-RESTRUCTURES       PIC 9(02) VALUE 2.
125400     05  WS-NEW-RATE               PIC 9(03)V99.
125500     05  WS-NEW-REMAINING-TERM     PIC 9(04).
125600     05  WS-INST-FUNCTION          PIC X VALUE 'E'.
125700     05  WS-INST-PERIOD            PIC 9(04) COMP VALUE 0.
125800     05  WS-INST-AMOUNT            PIC S9(09)V99.
125850     05  WS-INST-VALID-FLAG        PIC X.
125900     05  WS-AUDIT-SIDE             PIC X(15).
126000     05  WS-AUDIT-SIDE-PARTS REDEFINES WS-AUDIT-SIDE.
126100         10  FILLER                PIC X.
138400     EXIT.
138500*----------------------------------------------------------------
138600*  3000-APPLY-RESTRUCTURE  --  RECOMPUTE THE EMI ON THE
138700*  OUTSTANDING BALANCE OVER THE NEW REMAINING TERM THROUGH
138800*  LOAN-INSTALLMENT, AS LOAN-DISBURSE SIZES IT, RESTART THE
138900*  SCHEDULE ONE MONTH OUT, COUNT THE RESTRUCTURE, AND LEAVE
139000*  THE BEFORE/AFTER TRAIL.
139100*----------------------------------------------------------------
140100     COMPUTE LM-TERM-MONTHS =
140200         LM-INSTALLMENTS-PAID + WS-NEW-REMAINING-TERM
140300
140400     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
140500         LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
140600         WS-INST-VALID-FLAG
140700     IF WS-INST-VALID-FLAG NOT = 'Y'
140800         DISPLAY "REPAYMENT STRUCTURE DOES NOT FIT THE NEW TERM "
140900             "- LOAN NOW REPAYS LEVEL"
141000         MOVE ZERO TO LM-IO-MONTHS LM-STEP-MONTHS LM-STEP-PCT
141100             LM-BALLOON-AMOUNT
141200         CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
141300             LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
141400             WS-INST-VALID-FLAG
141433     END-IF
141466     MOVE WS-INST-AMOUNT TO LM-EMI-AMOUNT
141500
141600     MOVE WS-TS-DATE TO WS-WORK-DATE
141700     PERFORM 3100-ADVANCE-ONE-MONTH
148300 4000-WRITE-ACTIVITY-AUDIT-EXIT.
148400     EXIT.
148500 END PROGRAM LOAN-RESTRUCTURE.
148600*================================================================
148700*  IDENTIFICATION DIVISION.
148800*================================================================
148900 IDENTIFICATION DIVISION.
149000 PROGRAM-ID.    LOAN-CURTAILMENT.
149100 AUTHOR.        R KUMAR.
149200 INSTALLATION.  RETAIL BANKING SYSTEMS.
149300 DATE-WRITTEN.  2026-10-15.
149400 DATE-COMPILED. 2026-10-15.
149500*----------------------------------------------------------------
149600*  MOD-HISTORY
149700*    2026-10-15  RPK  INITIAL VERSION.  A LUMP-SUM PARTIAL
149800*                     PREPAYMENT HAD NO PATH - THE EMI POSTING
149900*                     ONLY EVER TAKES ONE INSTALLMENT AND
150000*                     LOAN-PAYOFF ONLY SETTLES THE WHOLE LOAN.
150100*                     THIS PROGRAM DEBITS THE BORROWER'S
150200*                     DEPOSIT ACCOUNT THE WAY LOAN-PAYOFF DOES
150300*                     AND APPLIES THE MONEY STRAIGHT TO
150400*                     PRINCIPAL, THEN EITHER KEEPS THE EMI AND
150500*                     SHORTENS THE TERM OR KEEPS THE TERM AND
150600*                     RECASTS THE EMI WITH THE SAME
150700*                     AMORTIZATION MATH LOAN-RESTRUCTURE USES.
150800*                     THE REVISED SCHEDULE IS SHOWN THE WAY
150900*                     LOAN-EMI-SCHEDULE PRINTS ONE, EVERY
151000*                     CURTAILMENT IS AUDITED, AND THE BEFORE
151100*                     AND AFTER TERMS ARE KEPT ON THE MASTER
151200*                     FOR THE NEXT LOAN-BILLING STATEMENT.
151210*    2026-10-15  RPK  THE RECAST EMI IS SIZED BY LOAN-INSTALLMENT,
151220*                     KEEPING AN INTEREST-ONLY, STEP-UP OR
151230*                     BALLOON STRUCTURE (A BALLOON NO LONGER
151240*                     BELOW THE REDUCED BALANCE IS DROPPED AND
151250*                     THE LOAN REPAYS LEVEL).  SUCH A LOAN CAN
151260*                     ONLY RECAST - THE KEEP-THE-EMI COUNT ASSUMES
151270*                     A LEVEL EMI - AND ITS REVISED SCHEDULE SHOWS
151273*                     EACH MONTH'S OWN INSTALLMENT.
151276*    2026-10-15  RPK  THE MONTHLY RATE USED TO RECAST OR RECOUNT
151284*                     FOLLOWS THE LOAN'S DAY-COUNT CONVENTION
151292*                     (VIA DAY-COUNT).
151300*================================================================
151400 ENVIRONMENT DIVISION.
151500 INPUT-OUTPUT SECTION.
151600 FILE-CONTROL.
151700     COPY LOANMSEL.
151800     COPY ACCTMSEL.
151900     COPY ACTAUDSEL.
152000*================================================================
152100 DATA DIVISION.
152200 FILE SECTION.
152300 FD  LOAN-MASTER-FILE.
152400     COPY LOANMAST.
152500 FD  ACCOUNT-MASTER-FILE.
152600     COPY ACCTMAST.
152700 FD  ACTIVITY-AUDIT-FILE.
152800     COPY ACTAUDREC.
152900*----------------------------------------------------------------
153000 WORKING-STORAGE SECTION.
153100*----------------------------------------------------------------
153200*  ACCOUNT STATUS CODE AND ITS 88-LEVEL CONDITIONS (SHARED).
153300*----------------------------------------------------------------
153400     COPY ACCTSTAT.
153500*----------------------------------------------------------------
153600 01  WS-FILE-STATUSES.
153700     05  WS-LOANMAST-STATUS        PIC XX.
153800     05  WS-ACCTMAST-STATUS        PIC XX.
153900     05  WS-ACTAUDIT-STATUS        PIC XX.
154000*----------------------------------------------------------------
154100 01  WS-WORK-FIELDS.
154200     05  WS-OPERATOR-ID            PIC X(08).
154300     05  WS-CURTAIL-AMOUNT         PIC S9(09)V99.
154400     05  WS-CURTAIL-CHOICE         PIC X.
154500         88  WS-SHORTEN-THE-TERM   VALUE 'T'.
154600         88  WS-RECAST-THE-EMI     VALUE 'E'.
154700     05  WS-ACCEPTED-SWITCH        PIC X VALUE 'N'.
154800         88  CURTAILMENT-ACCEPTED  VALUE 'Y'.
154900     05  WS-GL-POST-FLAG           PIC X.
155000     05  WS-REMAINING-TERM         PIC 9(04) COMP.
155100     05  WS-MONTHLY-RATE           PIC 9(03)V9(06).
155200     05  WS-PERIOD                 PIC 9(04) COMP.
155210     05  WS-INST-FUNCTION          PIC X.
155220     05  WS-INST-PERIOD            PIC 9(04) COMP.
155230     05  WS-INST-AMOUNT            PIC S9(09)V99.
155240     05  WS-INST-VALID-FLAG        PIC X.
155250     05  WS-SAVED-BALANCE          PIC S9(09)V99.
155260     05  WS-STRUCTURE-SWITCH       PIC X.
155270         88  WS-STRUCTURED-LOAN    VALUE 'Y'.
155400     05  WS-SCHED-BALANCE          PIC 9(09)V99.
155500     05  WS-SCHED-INTEREST         PIC 9(09)V99.
155600     05  WS-SCHED-PRINCIPAL        PIC 9(09)V99.
155700     05  WS-AUDIT-SIDE             PIC X(15).
155800     05  WS-AUDIT-SIDE-PARTS REDEFINES WS-AUDIT-SIDE.
155900         10  WS-AS-TERM-TAG        PIC X.
156000         10  WS-AS-TERM            PIC 9(04).
156100         10  WS-AS-EMI-TAG         PIC X.
156200         10  WS-AS-EMI             PIC 9(06).99.
156300     05  WS-BEFORE-SIDE            PIC X(15).
156400     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
156433*----------------------------------------------------------------
156466     COPY DAYCPARM.
156500*----------------------------------------------------------------
156600 01  WS-BUSINESS-DATE              PIC 9(08).
156700 01  WS-BUSDATE-FLAG               PIC X.
156800 01  WS-CURRENT-TIMESTAMP          PIC X(21).
156900 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
157000     05  WS-TS-DATE                PIC 9(08).
157100     05  FILLER                    PIC X(13).
157200*================================================================
157300 PROCEDURE DIVISION.
157400*================================================================
157500 0000-MAINLINE.
157600     DISPLAY "LOAN PRINCIPAL CURTAILMENT"
157700     DISPLAY "ENTER OPERATOR ID: "
157800     ACCEPT WS-OPERATOR-ID
157900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
158000     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
158100         WS-BUSDATE-FLAG
158200     IF WS-BUSDATE-FLAG = "Y"
158300         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
158400     END-IF
158500
158600     OPEN I-O LOAN-MASTER-FILE
158700     IF WS-LOANMAST-STATUS NOT = "00"
158800         DISPLAY "LOAN-CURTAILMENT: UNABLE TO OPEN LOAN "
158900             "MASTER, STATUS = " WS-LOANMAST-STATUS
159000         STOP RUN
159100     END-IF
159200     DISPLAY "ENTER LOAN NUMBER: "
159300     ACCEPT LM-LOAN-NUMBER
159400     READ LOAN-MASTER-FILE
159500         INVALID KEY
159600             DISPLAY "LOAN " LM-LOAN-NUMBER " NOT FOUND"
159700             CLOSE LOAN-MASTER-FILE
159800             STOP RUN
159900     END-READ
160000     IF LM-LOAN-CLOSED OR LM-LOAN-CHARGED-OFF
160100         DISPLAY "LOAN " LM-LOAN-NUMBER " IS CLOSED OR "
160200             "CHARGED OFF - NOTHING TO PREPAY"
160300         CLOSE LOAN-MASTER-FILE
160400         STOP RUN
160500     END-IF
160600     IF LM-LOAN-DELINQUENT OR LM-DAYS-PAST-DUE > ZERO
160700         DISPLAY "LOAN " LM-LOAN-NUMBER " IS PAST DUE - "
160800             "BRING IT CURRENT BEFORE PREPAYING PRINCIPAL"
160900         CLOSE LOAN-MASTER-FILE
161000         STOP RUN
161100     END-IF
161200
161300     PERFORM 2000-CAPTURE-CURTAILMENT
161400         THRU 2000-CAPTURE-CURTAILMENT-EXIT
161500     IF CURTAILMENT-ACCEPTED
161600         PERFORM 3000-APPLY-CURTAILMENT
161700             THRU 3000-APPLY-CURTAILMENT-EXIT
161800     END-IF
161900     CLOSE LOAN-MASTER-FILE
162000     STOP RUN.
162100*----------------------------------------------------------------
162200*  2000-CAPTURE-CURTAILMENT  --  THE AMOUNT MUST LEAVE SOME
162300*  PRINCIPAL OWING (PAYING THE WHOLE LOAN OFF IS LOAN-PAYOFF'S
162400*  JOB, WITH ITS ACCRUED INTEREST AND REBATE), AND THE OPTION
162500*  MUST BE ONE OF THE TWO.
162600*----------------------------------------------------------------
162700 2000-CAPTURE-CURTAILMENT.
162800     IF LM-INSTALLMENTS-PAID < LM-TERM-MONTHS
162900         COMPUTE WS-REMAINING-TERM =
163000             LM-TERM-MONTHS - LM-INSTALLMENTS-PAID
163100     ELSE
163200         MOVE 1 TO WS-REMAINING-TERM
163300     END-IF
163400     DISPLAY "OUTSTANDING " LM-OUTSTANDING-BALANCE
163500         " EMI " LM-EMI-AMOUNT
163600         " MONTHS LEFT " WS-REMAINING-TERM
163700     DISPLAY "ENTER PREPAYMENT AMOUNT: "
163800     ACCEPT WS-CURTAIL-AMOUNT
163900     IF WS-CURTAIL-AMOUNT NOT > ZERO
164000         DISPLAY "PREPAYMENT MUST BE GREATER THAN ZERO"
164100         GO TO 2000-CAPTURE-CURTAILMENT-EXIT
164200     END-IF
164300     IF WS-CURTAIL-AMOUNT NOT < LM-OUTSTANDING-BALANCE
164400         DISPLAY "PREPAYMENT CLEARS THE LOAN - SETTLE IT "
164500             "THROUGH LOAN-PAYOFF"
164600         GO TO 2000-CAPTURE-CURTAILMENT-EXIT
164700     END-IF
164800     DISPLAY "ENTER OPTION (T=KEEP EMI, SHORTEN TERM  "
164900         "E=KEEP TERM, RECAST EMI): "
165000     ACCEPT WS-CURTAIL-CHOICE
165100     IF NOT WS-SHORTEN-THE-TERM AND NOT WS-RECAST-THE-EMI
165200         DISPLAY "INVALID OPTION"
165300         GO TO 2000-CAPTURE-CURTAILMENT-EXIT
165400     END-IF
165410     MOVE 'N' TO WS-STRUCTURE-SWITCH
165420     IF LM-IO-MONTHS > ZERO OR LM-STEP-MONTHS > ZERO
165430             OR LM-BALLOON-AMOUNT > ZERO
165440         MOVE 'Y' TO WS-STRUCTURE-SWITCH
165450     END-IF
165460     IF WS-SHORTEN-THE-TERM AND WS-STRUCTURED-LOAN
165470         DISPLAY "AN INTEREST-ONLY, STEP-UP OR BALLOON LOAN CAN "
165480             "ONLY RECAST THE EMI (OPTION E)"
165490         GO TO 2000-CAPTURE-CURTAILMENT-EXIT
165495     END-IF
165500     MOVE 'Y' TO WS-ACCEPTED-SWITCH
165600     .
165700 2000-CAPTURE-CURTAILMENT-EXIT.
165800     EXIT.
165900*----------------------------------------------------------------
166000*  3000-APPLY-CURTAILMENT  --  TAKE THE MONEY, REDUCE
166100*  PRINCIPAL, RESHAPE THE TERM OR THE EMI, REMEMBER THE
166200*  BEFORE TERMS FOR THE BILL, AUDIT, AND SHOW THE SCHEDULE.
166300*  THE NEXT DUE DATE DOES NOT MOVE - THE PREPAYMENT IS NOT AN
166400*  INSTALLMENT.
166500*----------------------------------------------------------------
166600 3000-APPLY-CURTAILMENT.
166700     PERFORM 3100-DEBIT-THE-ACCOUNT
166800         THRU 3100-DEBIT-THE-ACCOUNT-EXIT
166900     IF WS-GL-POST-FLAG NOT = "Y"
167000         DISPLAY "CURTAILMENT NOT POSTED"
167100         GO TO 3000-APPLY-CURTAILMENT-EXIT
167200     END-IF
167300
167400     MOVE SPACES TO WS-AUDIT-SIDE
167500     MOVE "T" TO WS-AS-TERM-TAG
167600     MOVE LM-TERM-MONTHS TO WS-AS-TERM
167700     MOVE "E" TO WS-AS-EMI-TAG
167800     MOVE LM-EMI-AMOUNT TO WS-AS-EMI
167900     MOVE WS-AUDIT-SIDE TO WS-BEFORE-SIDE
168000     MOVE LM-TERM-MONTHS TO LM-PRIOR-TERM-MONTHS
168100     MOVE LM-EMI-AMOUNT TO LM-PRIOR-EMI-AMOUNT
168200
168300     SUBTRACT WS-CURTAIL-AMOUNT FROM LM-OUTSTANDING-BALANCE
168400     ADD WS-CURTAIL-AMOUNT TO LM-PREPAID-PRINCIPAL
168500     MOVE WS-TS-DATE TO LM-CURTAIL-DATE
168600     MOVE WS-CURTAIL-AMOUNT TO LM-CURTAIL-AMOUNT
168700     MOVE WS-CURTAIL-CHOICE TO LM-CURTAIL-OPTION
168800     MOVE 'Y' TO LM-CURTAIL-NOTICE-SWITCH
168900
168933     MOVE 'L' TO DC-PRODUCT-TYPE
168966     MOVE LM-DAY-COUNT TO DC-OVERRIDE
168977     MOVE ZERO TO DC-FROM-DATE DC-TO-DATE
168988     MOVE LM-ANNUAL-RATE TO DC-ANNUAL-RATE
169025     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
169062     MOVE DC-MONTHLY-RATE TO WS-MONTHLY-RATE
169100     IF WS-SHORTEN-THE-TERM
169200         PERFORM 3200-SHORTEN-THE-TERM
169300             THRU 3200-SHORTEN-THE-TERM-EXIT
169400     ELSE
169500         PERFORM 3300-RECAST-THE-EMI
169600             THRU 3300-RECAST-THE-EMI-EXIT
169700     END-IF
169800
169900     REWRITE LOAN-MASTER-RECORD
170000         INVALID KEY
170100             DISPLAY "UNABLE TO REWRITE LOAN MASTER RECORD"
170200             GO TO 3000-APPLY-CURTAILMENT-EXIT
170300     END-REWRITE
170400
170500     MOVE LM-LOAN-NUMBER TO AL-BEFORE-VALUE
170600     MOVE WS-CURTAIL-AMOUNT TO WS-AUDIT-EDIT-VALUE
170700     MOVE WS-AUDIT-EDIT-VALUE TO AL-AFTER-VALUE
170800     PERFORM 4000-WRITE-ACTIVITY-AUDIT
170900         THRU 4000-WRITE-ACTIVITY-AUDIT-EXIT
171000     MOVE SPACES TO WS-AUDIT-SIDE
171100     MOVE "T" TO WS-AS-TERM-TAG
171200     MOVE LM-TERM-MONTHS TO WS-AS-TERM
171300     MOVE "E" TO WS-AS-EMI-TAG
171400     MOVE LM-EMI-AMOUNT TO WS-AS-EMI
171500     MOVE WS-BEFORE-SIDE TO AL-BEFORE-VALUE
171600     MOVE WS-AUDIT-SIDE TO AL-AFTER-VALUE
171700     PERFORM 4000-WRITE-ACTIVITY-AUDIT
171800         THRU 4000-WRITE-ACTIVITY-AUDIT-EXIT
171900
172000     DISPLAY "LOAN " LM-LOAN-NUMBER " CURTAILED BY "
172100         WS-CURTAIL-AMOUNT " - OUTSTANDING "
172200         LM-OUTSTANDING-BALANCE
172300     DISPLAY "  BEFORE: TERM " LM-PRIOR-TERM-MONTHS
172400         " MONTHS, EMI " LM-PRIOR-EMI-AMOUNT
172500     DISPLAY "  AFTER:  TERM " LM-TERM-MONTHS
172600         " MONTHS, EMI " LM-EMI-AMOUNT
172700     PERFORM 5000-SHOW-REVISED-SCHEDULE
172800         THRU 5000-SHOW-REVISED-SCHEDULE-EXIT
172900     .
173000 3000-APPLY-CURTAILMENT-EXIT.
173100     EXIT.
173200*----------------------------------------------------------------
173300*  3100-DEBIT-THE-ACCOUNT  --  SAME SHAPE AS LOAN-PAYOFF'S
173400*  SETTLEMENT DEBIT, EXCEPT THAT A VOLUNTARY PREPAYMENT IS NOT
173500*  ALLOWED TO OVERDRAW THE ACCOUNT.  WS-GL-POST-FLAG COMES BACK
173600*  Y ONLY WHEN THE MONEY ACTUALLY MOVED.
173700*----------------------------------------------------------------
173800 3100-DEBIT-THE-ACCOUNT.
173900     MOVE "N" TO WS-GL-POST-FLAG
174000     OPEN I-O ACCOUNT-MASTER-FILE
174100     IF WS-ACCTMAST-STATUS NOT = "00"
174200         DISPLAY "UNABLE TO OPEN ACCOUNT MASTER, STATUS = "
174300             WS-ACCTMAST-STATUS
174400         GO TO 3100-DEBIT-THE-ACCOUNT-EXIT
174500     END-IF
174600     MOVE LM-ACCT-NUMBER TO AM-ACCT-NUMBER
174700     READ ACCOUNT-MASTER-FILE
174800         KEY IS AM-ACCT-NUMBER
174900         INVALID KEY
175000             DISPLAY "ACCOUNT " LM-ACCT-NUMBER " NOT FOUND"
175100             CLOSE ACCOUNT-MASTER-FILE
175200             GO TO 3100-DEBIT-THE-ACCOUNT-EXIT
175300     END-READ
175400     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
175500     IF STATUS-FROZEN OR STATUS-CLOSED
175600         DISPLAY "ACCOUNT " LM-ACCT-NUMBER " IS FROZEN OR "
175700             "CLOSED"
175800         CLOSE ACCOUNT-MASTER-FILE
175900         GO TO 3100-DEBIT-THE-ACCOUNT-EXIT
176000     END-IF
176100     IF AM-BALANCE < WS-CURTAIL-AMOUNT
176200         DISPLAY "ACCOUNT " LM-ACCT-NUMBER " BALANCE "
176300             AM-BALANCE " DOES NOT COVER THE PREPAYMENT"
176400         CLOSE ACCOUNT-MASTER-FILE
176500         GO TO 3100-DEBIT-THE-ACCOUNT-EXIT
176600     END-IF
176700     SUBTRACT WS-CURTAIL-AMOUNT FROM AM-BALANCE
176800     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
176900     REWRITE ACCOUNT-MASTER-RECORD
177000         INVALID KEY
177100             DISPLAY "UNABLE TO REWRITE ACCOUNT MASTER RECORD"
177200             CLOSE ACCOUNT-MASTER-FILE
177300             GO TO 3100-DEBIT-THE-ACCOUNT-EXIT
177400     END-REWRITE
177500     CALL "GL-POSTING" USING AM-ACCT-NUMBER AM-TYPE-CODE "W"
177600         WS-CURTAIL-AMOUNT WS-OPERATOR-ID WS-GL-POST-FLAG
177700     CLOSE ACCOUNT-MASTER-FILE
177800     .
177900 3100-DEBIT-THE-ACCOUNT-EXIT.
178000     EXIT.
178100*----------------------------------------------------------------
178200*  3200-SHORTEN-THE-TERM  --  KEEP THE EMI AND COUNT HOW MANY
178300*  MORE OF THEM THE REDUCED BALANCE NEEDS, MONTH BY MONTH THE
178400*  WAY THE SCHEDULE RUNS.  NEVER LONGER THAN THE TERM LEFT.
178500*----------------------------------------------------------------
178600 3200-SHORTEN-THE-TERM.
178700     MOVE LM-OUTSTANDING-BALANCE TO WS-SCHED-BALANCE
178800     MOVE ZERO TO WS-PERIOD
178900     PERFORM 3210-COUNT-ONE-MONTH
179000         THRU 3210-COUNT-ONE-MONTH-EXIT
179100         UNTIL WS-SCHED-BALANCE = ZERO
179200            OR WS-PERIOD NOT < WS-REMAINING-TERM
179300     COMPUTE LM-TERM-MONTHS =
179400         LM-INSTALLMENTS-PAID + WS-PERIOD
179500     .
179600 3200-SHORTEN-THE-TERM-EXIT.
179700     EXIT.
179800*----------------------------------------------------------------
179900 3210-COUNT-ONE-MONTH.
180000     ADD 1 TO WS-PERIOD
180100     COMPUTE WS-SCHED-INTEREST ROUNDED =
180200         WS-SCHED-BALANCE * WS-MONTHLY-RATE / 100
180300     COMPUTE WS-SCHED-PRINCIPAL =
180400         LM-EMI-AMOUNT - WS-SCHED-INTEREST
180500     IF WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
180600         MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
180700     END-IF
180800     SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE
180900     .
181000 3210-COUNT-ONE-MONTH-EXIT.
181100     EXIT.
181200*----------------------------------------------------------------
181300*  3300-RECAST-THE-EMI  --  KEEP THE TERM AND RECOMPUTE THE EMI
181400*  ON THE REDUCED BALANCE OVER THE MONTHS LEFT THROUGH
181500*  LOAN-INSTALLMENT, AS LOAN-RESTRUCTURE DOES.
181600*----------------------------------------------------------------
181700 3300-RECAST-THE-EMI.
181800     MOVE 'E'  TO WS-INST-FUNCTION
181900     MOVE ZERO TO WS-INST-PERIOD
182000     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
182100         LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
182200         WS-INST-VALID-FLAG
182300     IF WS-INST-VALID-FLAG NOT = 'Y'
182400         DISPLAY "BALLOON NO LONGER BELOW THE BALANCE - LOAN "
182500             "NOW REPAYS LEVEL"
182600         MOVE ZERO TO LM-IO-MONTHS LM-STEP-MONTHS LM-STEP-PCT
182700             LM-BALLOON-AMOUNT
182800         MOVE 'N' TO WS-STRUCTURE-SWITCH
182900         CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
183000             LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
183100             WS-INST-VALID-FLAG
183200     END-IF
183300     MOVE WS-INST-AMOUNT TO LM-EMI-AMOUNT
183400     .
183500 3300-RECAST-THE-EMI-EXIT.
183600     EXIT.
183950*----------------------------------------------------------------
184300*  4000-WRITE-ACTIVITY-AUDIT  --  THE CALLER SETS THE BEFORE
184400*  AND AFTER VALUES: ONE ROW FOR THE AMOUNT PREPAID, ONE FOR
184500*  THE TERM AND EMI BEFORE AND AFTER.
184600*----------------------------------------------------------------
184700 4000-WRITE-ACTIVITY-AUDIT.
184800     OPEN EXTEND ACTIVITY-AUDIT-FILE
184900     IF WS-ACTAUDIT-STATUS = "35"
185000         CLOSE ACTIVITY-AUDIT-FILE
185100         OPEN OUTPUT ACTIVITY-AUDIT-FILE
185200     END-IF
185300     MOVE "LOANCURTAIL"  TO AL-PROGRAM-ID
185400     MOVE LM-ACCT-NUMBER   TO AL-ACCT-NUMBER
185500     MOVE WS-OPERATOR-ID   TO AL-OPERATOR-ID
185600     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
185700     WRITE ACTIVITY-AUDIT-RECORD
185800     CLOSE ACTIVITY-AUDIT-FILE
185900     .
186000 4000-WRITE-ACTIVITY-AUDIT-EXIT.
186100     EXIT.
186200*----------------------------------------------------------------
186300*  5000-SHOW-REVISED-SCHEDULE  --  THE REST OF THE LOAN, ONE ROW
186400*  PER INSTALLMENT FROM THE NEXT DUE DATE, IN LOAN-EMI-
186500*  SCHEDULE'S LAYOUT.  THE LAST INSTALLMENT IS CAPPED AT THE
186600*  BALANCE LEFT, AS THE EMI POSTING CAPS IT.  A STRUCTURED
186620*  LOAN'S MONTHS COME FROM LOAN-INSTALLMENT, RUN AGAINST THE
186640*  SCHEDULE BALANCE IN THE (ALREADY REWRITTEN) RECORD, WHICH IS
186660*  PUT BACK AFTERWARDS.
186700*----------------------------------------------------------------
186800 5000-SHOW-REVISED-SCHEDULE.
186900     DISPLAY "REVISED SCHEDULE - FIRST INSTALLMENT DUE "
187000         LM-NEXT-DUE-DATE
187100     DISPLAY "MONTH  PRINCIPAL   INTEREST   BALANCE"
187200     MOVE LM-OUTSTANDING-BALANCE TO WS-SCHED-BALANCE
187300     COMPUTE WS-REMAINING-TERM =
187400         LM-TERM-MONTHS - LM-INSTALLMENTS-PAID
187410     MOVE LM-OUTSTANDING-BALANCE TO WS-SAVED-BALANCE
187420     MOVE 'I' TO WS-INST-FUNCTION
187500     PERFORM 5100-SHOW-ONE-MONTH
187600         THRU 5100-SHOW-ONE-MONTH-EXIT
187700         VARYING WS-PERIOD FROM 1 BY 1
187800         UNTIL WS-PERIOD > WS-REMAINING-TERM
187900            OR WS-SCHED-BALANCE = ZERO
187950     MOVE WS-SAVED-BALANCE TO LM-OUTSTANDING-BALANCE
188000     .
188100 5000-SHOW-REVISED-SCHEDULE-EXIT.
188200     EXIT.
188300*----------------------------------------------------------------
188400 5100-SHOW-ONE-MONTH.
188500     COMPUTE WS-SCHED-INTEREST ROUNDED =
188600         WS-SCHED-BALANCE * WS-MONTHLY-RATE / 100
188700     MOVE LM-EMI-AMOUNT TO WS-INST-AMOUNT
188710     IF WS-STRUCTURED-LOAN
188720         MOVE WS-SCHED-BALANCE TO LM-OUTSTANDING-BALANCE
188730         COMPUTE WS-INST-PERIOD =
188740             LM-INSTALLMENTS-PAID + WS-PERIOD
188750         CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
188760             LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
188770             WS-INST-VALID-FLAG
188780     END-IF
188790     IF WS-INST-AMOUNT > WS-SCHED-INTEREST
188800         COMPUTE WS-SCHED-PRINCIPAL =
188810             WS-INST-AMOUNT - WS-SCHED-INTEREST
188820     ELSE
188830         MOVE ZERO TO WS-SCHED-PRINCIPAL
188840     END-IF
188900     IF WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
189000         MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
189100     END-IF
189200     SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE
189300     DISPLAY WS-PERIOD "   " WS-SCHED-PRINCIPAL "   "
189400         WS-SCHED-INTEREST "   " WS-SCHED-BALANCE
189500     .
189600 5100-SHOW-ONE-MONTH-EXIT.
189700     EXIT.
189800 END PROGRAM LOAN-CURTAILMENT.
