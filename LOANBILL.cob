002800*    2026-09-02  RPK  CHARGED-OFF LOANS NO LONGER BILL - A
002900*                     WRITTEN-DOWN BORROWER WAS STILL BEING
003000*                     SENT AN EMI-DUE STATEMENT.
003003*    2026-10-15  RPK  ESCROWED LOANS BILL THE MONTHLY ESCROW
003006*                     PORTION ON TOP OF THE EMI, WITH THE
003009*                     TOTAL DUE AND THE ESCROW BALANCE HELD.
003012*                     AMOUNT PAST DUE COUNTS EMI PLUS ESCROW
003015*                     PER MISSED INSTALLMENT.
003018*    2026-10-15  RPK  LATE CHARGES ON THE LOAN'S FEES-DUE BUCKET
003021*                     PRINT ON THE BILL AND ARE INCLUDED IN THE
003024*                     PAYOFF FIGURE, AS LOAN-PAYOFF NOW QUOTES
003027*                     THEM.
003030*    2026-10-15  RPK  THE FIRST BILL AFTER A PRINCIPAL CURTAILMENT
003033*                     (LOAN-CURTAILMENT) SHOWS THE AMOUNT PREPAID
003036*                     AND THE TERM AND EMI BEFORE AND AFTER IT,
003039*                     THEN CLEARS THE LOAN'S NOTICE SWITCH - THE
003042*                     LOAN MASTER IS NOW OPENED I-O FOR THAT.
003045*                     PREPAID PRINCIPAL COUNTS IN THE PAID-TO-DATE
003048*                     SPLIT.
003051*    2026-10-15  RPK  THE INSTALLMENT BILLED, EACH MISSED MONTH IN
003054*                     THE AMOUNT PAST DUE, AND THE INSTALLMENTS
003057*                     COUNTED AS PAID TO DATE ARE EACH MONTH'S OWN
003060*                     AMOUNT FROM LOAN-INSTALLMENT - INTEREST
003063*                     ONLY, STEPPED UP OR BALLOON - NOT ONE LEVEL
003066*                     LM-EMI-AMOUNT.  AN INTEREST-ONLY MONTH AND
003069*                     A SCHEDULED BALLOON ARE CALLED OUT.
003072*    2026-10-15  RPK  AN INTEREST-ONLY MONTH COUNTED AS PAID USES
003075*                     THE MONTHLY RATE FOR THE LOAN'S DAY-COUNT
003078*                     CONVENTION (VIA DAY-COUNT).
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
007200     05  WS-REBATE-PCT             PIC 9(03)V99 VALUE 0.
007300     05  WS-MISSED-INSTALLMENTS    PIC 9(04) COMP.
007400     05  WS-PAST-DUE-AMOUNT        PIC S9(09)V99.
007450     05  WS-INSTALLMENT-DUE        PIC S9(09)V99.
007455     05  WS-SCHEDULED-INSTALLMENT  PIC S9(09)V99.
007460     05  WS-INST-FUNCTION          PIC X VALUE 'I'.
007465     05  WS-INST-PERIOD            PIC 9(04) COMP.
007470     05  WS-INST-AMOUNT            PIC S9(09)V99.
007475     05  WS-INST-VALID-FLAG        PIC X.
007480     05  WS-MONTH-DONE             PIC 9(04) COMP.
007485     05  WS-MONTHLY-RATE           PIC 9(03)V9(06).
007500     05  WS-TOTAL-PAID             PIC S9(11)V99.
007600     05  WS-PRINCIPAL-PAID         PIC S9(11)V99.
007700     05  WS-INTEREST-PAID          PIC S9(11)V99.
008700     05  WS-EDIT-DAYS              PIC ZZZZ9.
008800     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
008900     05  WS-EDIT-AMOUNT-2          PIC -(11)9.99.
008950     05  WS-EDIT-TERM              PIC ZZZ9.
008966*----------------------------------------------------------------
008983     COPY DAYCPARM.
009000*----------------------------------------------------------------
009100 01  WS-WORK-DATE                  PIC 9(08).
009200 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
014100 1000-INITIALIZE.
014200     PERFORM 1100-LOAD-PARAMETERS
014300         THRU 1100-LOAD-PARAMETERS-EXIT
014400     OPEN I-O LOAN-MASTER-FILE
014500     IF WS-LOANMAST-STATUS NOT = "00"
014600         DISPLAY "LOANBILL: NO LOAN MASTER - NOTHING TO BILL"
014700         MOVE 'Y' TO WS-LOAN-EOF-SWITCH
020500     PERFORM 2200-WRITE-BILL
020600         THRU 2200-WRITE-BILL-EXIT
020700     ADD 1 TO WS-BILLS-WRITTEN
020710     IF LM-CURTAIL-NOTICE-DUE
020720         MOVE 'N' TO LM-CURTAIL-NOTICE-SWITCH
020730         REWRITE LOAN-MASTER-RECORD
020740             INVALID KEY
020750                 DISPLAY "LOANBILL: UNABLE TO REWRITE LOAN "
020760                     LM-LOAN-NUMBER
020770         END-REWRITE
020780     END-IF
020800     .
020900 2000-BILL-ONE-LOAN-EXIT.
021000     EXIT.
021200*  2100-COMPUTE-BILL-FIGURES  --  PAST DUE FROM THE AGING
021300*  COUNT, LIFE-OF-LOAN PRINCIPAL/INTEREST SPLIT, AND THE
021400*  PAYOFF EXACTLY AS LOAN-PAYOFF QUOTES IT (ACCRUED SIMPLE
021500*  INTEREST SINCE THE LAST DUE DATE LESS THE REBATE, PLUS LATE
021520*  CHARGES DUE).  AN ESCROWED LOAN'S INSTALLMENT IS EMI PLUS
021560*  ESCROW PORTION.  PRINCIPAL PREPAID BY CURTAILMENT COUNTS AS
021580*  PAID, SO IT DOES NOT UNDERSTATE THE INTEREST SPLIT.  EVERY
021590*  MONTH - DUE, MISSED OR PAID - IS PRICED BY LOAN-INSTALLMENT.
021600*----------------------------------------------------------------
021700 2100-COMPUTE-BILL-FIGURES.
021710     COMPUTE WS-INST-PERIOD = LM-INSTALLMENTS-PAID + 1
021715     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
021718         LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
021719         WS-INST-VALID-FLAG
021720     MOVE WS-INST-AMOUNT TO WS-SCHEDULED-INSTALLMENT
021725     MOVE WS-INST-AMOUNT TO WS-INSTALLMENT-DUE
021740     IF LM-ESCROWED
021760         ADD LM-ESCROW-PAYMENT TO WS-INSTALLMENT-DUE
021780     END-IF
021790     MOVE ZERO TO WS-PAST-DUE-AMOUNT
021800     IF LM-DAYS-PAST-DUE > ZERO
021900         COMPUTE WS-MISSED-INSTALLMENTS =
022000             (LM-DAYS-PAST-DUE + 29) / 30
022100         PERFORM 2120-ADD-ONE-MISSED-MONTH
022200             THRU 2120-ADD-ONE-MISSED-MONTH-EXIT
022300             VARYING WS-MONTH-DONE FROM 1 BY 1
022400             UNTIL WS-MONTH-DONE > WS-MISSED-INSTALLMENTS
022500     END-IF
022600
022700     MOVE 'L' TO DC-PRODUCT-TYPE
022800     MOVE LM-DAY-COUNT TO DC-OVERRIDE
022810     MOVE ZERO TO DC-FROM-DATE DC-TO-DATE
022820     MOVE LM-ANNUAL-RATE TO DC-ANNUAL-RATE
022830     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
022840     MOVE DC-MONTHLY-RATE TO WS-MONTHLY-RATE
022850     MOVE LM-PREPAID-PRINCIPAL TO WS-TOTAL-PAID
022860     PERFORM 2130-ADD-ONE-PAID-MONTH
022870         THRU 2130-ADD-ONE-PAID-MONTH-EXIT
022880         VARYING WS-MONTH-DONE FROM 1 BY 1
022890         UNTIL WS-MONTH-DONE > LM-INSTALLMENTS-PAID
022900     COMPUTE WS-PRINCIPAL-PAID =
023000         LM-PRINCIPAL - LM-OUTSTANDING-BALANCE
023100     IF WS-PRINCIPAL-PAID < ZERO
025400         WS-ACCRUED-INTEREST * WS-REBATE-PCT / 100
025500     COMPUTE WS-PAYOFF-AMOUNT =
025600         LM-OUTSTANDING-BALANCE + WS-ACCRUED-INTEREST
025700         - WS-REBATE-AMOUNT + LM-LATE-CHARGES-DUE
025800     .
025900 2100-COMPUTE-BILL-FIGURES-EXIT.
026000     EXIT.
027100     END-IF
027200     .
027300 2110-RETREAT-ONE-MONTH-EXIT.
027302     EXIT.
027304*----------------------------------------------------------------
027306*  2120-ADD-ONE-MISSED-MONTH  --  THE NEXT UNPAID MONTH'S
027308*  INSTALLMENT, WITH ITS ESCROW PORTION.  NOTHING FALLS DUE
027310*  AFTER THE FINAL MONTH.
027312*----------------------------------------------------------------
027314 2120-ADD-ONE-MISSED-MONTH.
027316     COMPUTE WS-INST-PERIOD =
027318         LM-INSTALLMENTS-PAID + WS-MONTH-DONE
027320     IF WS-INST-PERIOD > LM-TERM-MONTHS
027322         GO TO 2120-ADD-ONE-MISSED-MONTH-EXIT
027324     END-IF
027326     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
027328         LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
027330         WS-INST-VALID-FLAG
027332     ADD WS-INST-AMOUNT TO WS-PAST-DUE-AMOUNT
027334     IF LM-ESCROWED
027336         ADD LM-ESCROW-PAYMENT TO WS-PAST-DUE-AMOUNT
027338     END-IF
027340     .
027342 2120-ADD-ONE-MISSED-MONTH-EXIT.
027344     EXIT.
027346*----------------------------------------------------------------
027348*  2130-ADD-ONE-PAID-MONTH  --  WHAT MONTH WS-MONTH-DONE
027350*  COLLECTED.  AN INTEREST-ONLY MONTH WAS INTEREST ON THE FULL
027352*  PRINCIPAL, SINCE NOTHING AMORTIZES BEFORE IT ENDS.
027354*----------------------------------------------------------------
027356 2130-ADD-ONE-PAID-MONTH.
027358     IF WS-MONTH-DONE NOT > LM-IO-MONTHS
027360         COMPUTE WS-INST-AMOUNT ROUNDED =
027362             LM-PRINCIPAL * WS-MONTHLY-RATE / 100
027364     ELSE
027366         MOVE WS-MONTH-DONE TO WS-INST-PERIOD
027368         CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
027370             LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
027372             WS-INST-VALID-FLAG
027374     END-IF
027376     ADD WS-INST-AMOUNT TO WS-TOTAL-PAID
027378     .
027380 2130-ADD-ONE-PAID-MONTH-EXIT.
027400     EXIT.
027500*----------------------------------------------------------------
027600*  2200-WRITE-BILL  --  BRANCH HEADER, ADDRESS BLOCK, FIGURES.
033200         " AS OF " WS-TS-DATE
033300         DELIMITED BY SIZE INTO LOAN-BILL-LINE
033400     WRITE LOAN-BILL-LINE
033500     MOVE WS-SCHEDULED-INSTALLMENT TO WS-EDIT-AMOUNT
033600     MOVE SPACES TO LOAN-BILL-LINE
033700     STRING "INSTALLMENT DUE " WS-EDIT-AMOUNT
033800         " ON " LM-NEXT-DUE-DATE
033900         DELIMITED BY SIZE INTO LOAN-BILL-LINE
034000     WRITE LOAN-BILL-LINE
034001     IF LM-INSTALLMENTS-PAID < LM-IO-MONTHS
034002         MOVE SPACES TO LOAN-BILL-LINE
034003         STRING "  INTEREST ONLY - NO PRINCIPAL IS DUE THIS "
034004             "MONTH"
034005             DELIMITED BY SIZE INTO LOAN-BILL-LINE
034006         WRITE LOAN-BILL-LINE
034007     END-IF
034008     IF LM-BALLOON-AMOUNT > ZERO
034009         MOVE LM-BALLOON-AMOUNT TO WS-EDIT-AMOUNT
034010         MOVE LM-TERM-MONTHS TO WS-EDIT-TERM
034011         MOVE SPACES TO LOAN-BILL-LINE
034012         STRING "  BALLOON OF " WS-EDIT-AMOUNT
034013             " DUE WITH INSTALLMENT " WS-EDIT-TERM
034014             DELIMITED BY SIZE INTO LOAN-BILL-LINE
034015         WRITE LOAN-BILL-LINE
034016     END-IF
034017     IF LM-ESCROWED
034018         MOVE LM-ESCROW-PAYMENT TO WS-EDIT-AMOUNT
034019         MOVE SPACES TO LOAN-BILL-LINE
034020         STRING "ESCROW PORTION  " WS-EDIT-AMOUNT
034021             DELIMITED BY SIZE INTO LOAN-BILL-LINE
034022         WRITE LOAN-BILL-LINE
034023         MOVE WS-INSTALLMENT-DUE TO WS-EDIT-AMOUNT
034024         MOVE SPACES TO LOAN-BILL-LINE
034025         STRING "TOTAL DUE       " WS-EDIT-AMOUNT
034026             " ON " LM-NEXT-DUE-DATE
034027             DELIMITED BY SIZE INTO LOAN-BILL-LINE
034028         WRITE LOAN-BILL-LINE
034029         MOVE LM-ESCROW-BALANCE TO WS-EDIT-AMOUNT-2
034030         MOVE SPACES TO LOAN-BILL-LINE
034031         STRING "ESCROW BALANCE HELD    " WS-EDIT-AMOUNT-2
034032             DELIMITED BY SIZE INTO LOAN-BILL-LINE
034033         WRITE LOAN-BILL-LINE
034034     END-IF
034035     IF LM-CURTAIL-NOTICE-DUE
034036         MOVE LM-CURTAIL-AMOUNT TO WS-EDIT-AMOUNT
034037         MOVE SPACES TO LOAN-BILL-LINE
034038         STRING "PRINCIPAL PREPAID" WS-EDIT-AMOUNT
034039             " ON " LM-CURTAIL-DATE
034040             DELIMITED BY SIZE INTO LOAN-BILL-LINE
034041         WRITE LOAN-BILL-LINE
034042         MOVE LM-PRIOR-TERM-MONTHS TO WS-EDIT-TERM
034043         MOVE LM-PRIOR-EMI-AMOUNT TO WS-EDIT-AMOUNT
034044         MOVE SPACES TO LOAN-BILL-LINE
034045         STRING "  TERMS BEFORE: " WS-EDIT-TERM " MONTHS, EMI"
034046             WS-EDIT-AMOUNT
034047             DELIMITED BY SIZE INTO LOAN-BILL-LINE
034048         WRITE LOAN-BILL-LINE
034049         MOVE LM-TERM-MONTHS TO WS-EDIT-TERM
034050         MOVE LM-EMI-AMOUNT TO WS-EDIT-AMOUNT
034051         MOVE SPACES TO LOAN-BILL-LINE
034052         STRING "  TERMS NOW:    " WS-EDIT-TERM " MONTHS, EMI"
034053             WS-EDIT-AMOUNT
034054             DELIMITED BY SIZE INTO LOAN-BILL-LINE
034055         WRITE LOAN-BILL-LINE
034056     END-IF
034100     MOVE WS-PAST-DUE-AMOUNT TO WS-EDIT-AMOUNT
034200     MOVE LM-DAYS-PAST-DUE TO WS-EDIT-DAYS
034300     MOVE SPACES TO LOAN-BILL-LINE
034500         " (" WS-EDIT-DAYS " DAYS)"
034600         DELIMITED BY SIZE INTO LOAN-BILL-LINE
034700     WRITE LOAN-BILL-LINE
034710     IF LM-LATE-CHARGES-DUE NOT = ZERO
034720         MOVE LM-LATE-CHARGES-DUE TO WS-EDIT-AMOUNT
034730         MOVE SPACES TO LOAN-BILL-LINE
034740         STRING "LATE CHARGES DUE" WS-EDIT-AMOUNT
034750             " - COLLECTED WITH THE NEXT INSTALLMENT"
034760             DELIMITED BY SIZE INTO LOAN-BILL-LINE
034770         WRITE LOAN-BILL-LINE
034780     END-IF
034800     MOVE WS-PRINCIPAL-PAID TO WS-EDIT-AMOUNT-2
034900     MOVE SPACES TO LOAN-BILL-LINE
035000     STRING "PRINCIPAL PAID TO DATE " WS-EDIT-AMOUNT-2
