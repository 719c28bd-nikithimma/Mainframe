000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LOAN-INSTALLMENT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  SHARED INSTALLMENT RULE
001300*                     FOR STRUCTURED REPAYMENT - INTEREST-ONLY
001400*                     MONTHS AT THE START, A STEP-UP OF THE EMI
001500*                     BY A FIXED PERCENT EVERY SO MANY MONTHS,
001600*                     AND A BALLOON LEFT TO BE PAID WITH THE
001700*                     FINAL INSTALLMENT, ALONE OR COMBINED.
001800*                     LOAN-DISBURSE SIZES THE BASE EMI HERE,
001900*                     AND PAYMENT POSTING, AUTOPAY, BILLING,
002000*                     AGING AND PAYOFF ASK IT FOR THE AMOUNT DUE
002100*                     IN A GIVEN MONTH INSTEAD OF ASSUMING ONE
002200*                     LEVEL LM-EMI-AMOUNT.  A LOAN WITH NONE OF
002300*                     THE STRUCTURE FIELDS SET GETS EXACTLY THE
002400*                     LEVEL EMI IT ALWAYS DID.
002410*    2026-10-15  RPK  THE MONTHLY RATE IS THE AVERAGE-MONTH RATE
002420*                     UNDER THE LOAN'S DAY-COUNT CONVENTION (VIA
002430*                     DAY-COUNT) INSTEAD OF A FLAT TWELFTH OF THE
002440*                     ANNUAL RATE, SO AN ACTUAL/360 LOAN IS SIZED
002450*                     AND SPLIT ON THE BASIS IT WAS CONTRACTED.
002500*================================================================
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800 01  WS-WORK-FIELDS.
002900     05  WS-MONTHLY-RATE           PIC 9(03)V9(06).
003000     05  WS-START-MONTH            PIC 9(04) COMP.
003100     05  WS-AMORT-MONTHS           PIC S9(04) COMP.
003200     05  WS-ABS-PERIOD             PIC 9(04) COMP.
003300     05  WS-STEP-OFFSET            PIC 9(04) COMP.
003400     05  WS-PERIOD                 PIC 9(04) COMP.
003500     05  WS-STEP-COUNT             PIC 9(04) COMP.
003600     05  WS-STEPS-DONE             PIC 9(04) COMP.
003700     05  WS-COMPOUND-FACTOR        PIC 9(09)V9(09).
003800     05  WS-STEP-FACTOR            PIC 9(09)V9(09).
003900     05  WS-WEIGHTED-FACTOR        PIC 9(11)V9(09).
004000     05  WS-INTEREST-AMOUNT        PIC S9(09)V99.
004050     COPY DAYCPARM.
004100*================================================================
004200 LINKAGE SECTION.
004300*----------------------------------------------------------------
004400*  LS-FUNCTION-CODE 'E' SIZES THE BASE EMI - THE FIRST
004500*  AMORTIZING INSTALLMENT BEFORE ANY STEP-UP - THAT PAYS OFF THE
004600*  LOAN'S OUTSTANDING BALANCE (LESS THE BALLOON) OVER THE MONTHS
004700*  LEFT AFTER LM-INSTALLMENTS-PAID, AT THE LOAN'S RATE AND
004800*  STRUCTURE.  AT DISBURSEMENT NOTHING IS PAID; A RESTRUCTURE,
004900*  REPRICE OR RECAST RE-SIZES MID-LIFE THE SAME WAY, WITH THE
005000*  STEPS ALREADY TAKEN STILL COUNTED.  THE CALLER STORES IT IN
005100*  LM-EMI-AMOUNT.  LS-FUNCTION-CODE 'I' RETURNS THE INSTALLMENT
005200*  DUE FOR MONTH LS-PERIOD-NUMBER OF THE LOAN (1 = THE FIRST
005300*  INSTALLMENT) FROM THE BASE EMI ALREADY ON THE RECORD:
005400*    - WITHIN THE INTEREST-ONLY MONTHS, ONE MONTH'S INTEREST
005500*      ON THE OUTSTANDING BALANCE;
005600*    - ON OR AFTER THE FINAL MONTH OF A STRUCTURED LOAN, THE
005700*      WHOLE OUTSTANDING BALANCE PLUS THE MONTH'S INTEREST - THE
005800*      BALLOON, OR WHATEVER ROUNDING OF THE STEPS HAS LEFT;
005900*    - OTHERWISE THE BASE EMI RAISED BY LM-STEP-PCT FOR EVERY
006000*      LM-STEP-MONTHS OF AMORTIZATION ALREADY COMPLETED.
006100*  LS-VALID-FLAG COMES BACK 'N' WHEN 'E' IS ASKED FOR A
006200*  STRUCTURE THAT CANNOT AMORTIZE (NO MONTHS LEFT AFTER THE
006300*  INTEREST-ONLY PERIOD, OR A BALLOON NOT BELOW THE BALANCE),
006400*  OR THE FUNCTION CODE IS NOT KNOWN.
006500*----------------------------------------------------------------
006600 01  LS-FUNCTION-CODE              PIC X.
006700     COPY LOANMAST.
006800 01  LS-PERIOD-NUMBER              PIC 9(04) COMP.
006900 01  LS-INSTALLMENT-AMOUNT         PIC S9(09)V99.
007000 01  LS-VALID-FLAG                 PIC X.
007100     88  LS-STRUCTURE-VALID        VALUE 'Y'.
007200     88  LS-STRUCTURE-INVALID      VALUE 'N'.
007300*================================================================
007400 PROCEDURE DIVISION USING LS-FUNCTION-CODE LOAN-MASTER-RECORD
007500     LS-PERIOD-NUMBER LS-INSTALLMENT-AMOUNT LS-VALID-FLAG.
007600*================================================================
007700 0000-MAINLINE.
007800     SET LS-STRUCTURE-VALID TO TRUE
007900     MOVE ZERO TO LS-INSTALLMENT-AMOUNT
007910     MOVE 'L' TO DC-PRODUCT-TYPE
007920     MOVE LM-DAY-COUNT TO DC-OVERRIDE
007930     MOVE ZERO TO DC-FROM-DATE DC-TO-DATE
007940     MOVE LM-ANNUAL-RATE TO DC-ANNUAL-RATE
007950     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
008000     MOVE DC-MONTHLY-RATE TO WS-MONTHLY-RATE
008100     EVALUATE LS-FUNCTION-CODE
008200         WHEN 'E'
008300             PERFORM 1000-SIZE-BASE-EMI
008400                 THRU 1000-SIZE-BASE-EMI-EXIT
008500         WHEN 'I'
008600             PERFORM 2000-INSTALLMENT-FOR-PERIOD
008700                 THRU 2000-INSTALLMENT-FOR-PERIOD-EXIT
008800         WHEN OTHER
008900             SET LS-STRUCTURE-INVALID TO TRUE
009000     END-EVALUATE
009100     GOBACK.
009200*----------------------------------------------------------------
009300*  1000-SIZE-BASE-EMI  --  AMORTIZATION STARTS AFTER THE MONTHS
009400*  ALREADY PAID OR THE INTEREST-ONLY MONTHS, WHICHEVER IS LATER.
009500*  OVER THE N MONTHS FROM THERE TO THE END OF THE TERM, THE
009600*  BALANCE GROWN TO MATURITY LESS THE BALLOON MUST EQUAL THE
009700*  INSTALLMENTS GROWN TO MATURITY.  EACH MONTH THE COMPOUND
009800*  FACTOR (1 + R) ** K AND THE WEIGHTED FACTOR - THE SUM OF
009900*  EVERY INSTALLMENT'S STEP MULTIPLE GROWN TO MATURITY - ARE
010000*  CARRIED FORWARD TOGETHER, SO
010100*      EMI = (BALANCE * COMPOUND - BALLOON) / WEIGHTED.
010200*  WITH NO STEP AND NO BALLOON THIS IS THE LEVEL EMI
010300*  LOAN-DISBURSE HAS ALWAYS CHARGED.
010400*----------------------------------------------------------------
010500 1000-SIZE-BASE-EMI.
010600     MOVE LM-INSTALLMENTS-PAID TO WS-START-MONTH
010700     IF LM-IO-MONTHS > WS-START-MONTH
010800         MOVE LM-IO-MONTHS TO WS-START-MONTH
010900     END-IF
011000     COMPUTE WS-AMORT-MONTHS = LM-TERM-MONTHS - WS-START-MONTH
011100     IF WS-AMORT-MONTHS NOT > ZERO
011200         SET LS-STRUCTURE-INVALID TO TRUE
011300         GO TO 1000-SIZE-BASE-EMI-EXIT
011400     END-IF
011500     IF LM-BALLOON-AMOUNT < ZERO
011600         OR LM-BALLOON-AMOUNT NOT < LM-OUTSTANDING-BALANCE
011700         SET LS-STRUCTURE-INVALID TO TRUE
011800         GO TO 1000-SIZE-BASE-EMI-EXIT
011900     END-IF
012000     MOVE 1 TO WS-COMPOUND-FACTOR
012100     MOVE 1 TO WS-STEP-FACTOR
012200     MOVE ZERO TO WS-WEIGHTED-FACTOR
012300     IF LM-STEP-MONTHS > ZERO AND LM-STEP-PCT > ZERO
012400         COMPUTE WS-STEP-COUNT =
012500             (WS-START-MONTH - LM-IO-MONTHS) / LM-STEP-MONTHS
012600         PERFORM 1050-STEPS-ALREADY-TAKEN
012700             THRU 1050-STEPS-ALREADY-TAKEN-EXIT
012800             VARYING WS-STEPS-DONE FROM 1 BY 1
012900             UNTIL WS-STEPS-DONE > WS-STEP-COUNT
013000     END-IF
013100     PERFORM 1100-GROW-ONE-MONTH
013200         THRU 1100-GROW-ONE-MONTH-EXIT
013300         VARYING WS-PERIOD FROM 1 BY 1
013400         UNTIL WS-PERIOD > WS-AMORT-MONTHS
013500     COMPUTE LS-INSTALLMENT-AMOUNT ROUNDED =
013600         (LM-OUTSTANDING-BALANCE * WS-COMPOUND-FACTOR
013700          - LM-BALLOON-AMOUNT) / WS-WEIGHTED-FACTOR
013800     .
013900 1000-SIZE-BASE-EMI-EXIT.
014000     EXIT.
014100*----------------------------------------------------------------
014200*  1050-STEPS-ALREADY-TAKEN  --  ONE STEP-UP BEHIND THE FIRST
014300*  MONTH BEING SIZED.
014400*----------------------------------------------------------------
014500 1050-STEPS-ALREADY-TAKEN.
014600     COMPUTE WS-STEP-FACTOR ROUNDED =
014700         WS-STEP-FACTOR +
014800         (WS-STEP-FACTOR * LM-STEP-PCT / 100)
014900     .
015000 1050-STEPS-ALREADY-TAKEN-EXIT.
015100     EXIT.
015200*----------------------------------------------------------------
015300*  1100-GROW-ONE-MONTH  --  MONTH WS-PERIOD OF THE MONTHS BEING
015400*  SIZED, MONTH WS-ABS-PERIOD OF THE LOAN.  THE STEP MULTIPLE
015500*  RISES AT THE START OF EACH NEW STEP.
015600*----------------------------------------------------------------
015700 1100-GROW-ONE-MONTH.
015800     COMPUTE WS-ABS-PERIOD = WS-START-MONTH + WS-PERIOD
015900     IF LM-STEP-MONTHS > ZERO AND LM-STEP-PCT > ZERO
016000         AND WS-PERIOD > 1
016100         COMPUTE WS-STEP-OFFSET =
016200             WS-ABS-PERIOD - LM-IO-MONTHS - 1
016300         DIVIDE LM-STEP-MONTHS INTO WS-STEP-OFFSET
016400             GIVING WS-STEP-COUNT
016500             REMAINDER WS-STEPS-DONE
016600         IF WS-STEPS-DONE = ZERO
016700             COMPUTE WS-STEP-FACTOR ROUNDED =
016800                 WS-STEP-FACTOR +
016900                 (WS-STEP-FACTOR * LM-STEP-PCT / 100)
017000         END-IF
017100     END-IF
017200     COMPUTE WS-COMPOUND-FACTOR ROUNDED =
017300         WS-COMPOUND-FACTOR +
017400         (WS-COMPOUND-FACTOR * WS-MONTHLY-RATE / 100)
017500     COMPUTE WS-WEIGHTED-FACTOR ROUNDED =
017600         WS-WEIGHTED-FACTOR +
017700         (WS-WEIGHTED-FACTOR * WS-MONTHLY-RATE / 100)
017800         + WS-STEP-FACTOR
017900     .
018000 1100-GROW-ONE-MONTH-EXIT.
018100     EXIT.
018200*----------------------------------------------------------------
018300*  2000-INSTALLMENT-FOR-PERIOD  --  THE AMOUNT DUE IN MONTH
018400*  LS-PERIOD-NUMBER, PER THE RULES IN THE LINKAGE NOTES.
018500*----------------------------------------------------------------
018600 2000-INSTALLMENT-FOR-PERIOD.
018700     COMPUTE WS-INTEREST-AMOUNT ROUNDED =
018800         LM-OUTSTANDING-BALANCE * WS-MONTHLY-RATE / 100
018900     IF LS-PERIOD-NUMBER NOT > LM-IO-MONTHS
019000         MOVE WS-INTEREST-AMOUNT TO LS-INSTALLMENT-AMOUNT
019100         GO TO 2000-INSTALLMENT-FOR-PERIOD-EXIT
019200     END-IF
019300     IF LS-PERIOD-NUMBER NOT < LM-TERM-MONTHS
019400         AND (LM-BALLOON-AMOUNT > ZERO OR LM-IO-MONTHS > ZERO
019500              OR LM-STEP-MONTHS > ZERO)
019600         COMPUTE LS-INSTALLMENT-AMOUNT =
019700             LM-OUTSTANDING-BALANCE + WS-INTEREST-AMOUNT
019800         GO TO 2000-INSTALLMENT-FOR-PERIOD-EXIT
019900     END-IF
020000     MOVE LM-EMI-AMOUNT TO LS-INSTALLMENT-AMOUNT
020100     IF LM-STEP-MONTHS = ZERO OR LM-STEP-PCT = ZERO
020200         GO TO 2000-INSTALLMENT-FOR-PERIOD-EXIT
020300     END-IF
020400     COMPUTE WS-STEP-COUNT =
020500         (LS-PERIOD-NUMBER - LM-IO-MONTHS - 1) / LM-STEP-MONTHS
020600     PERFORM 2100-APPLY-ONE-STEP
020700         THRU 2100-APPLY-ONE-STEP-EXIT
020800         VARYING WS-STEPS-DONE FROM 1 BY 1
020900         UNTIL WS-STEPS-DONE > WS-STEP-COUNT
021000     .
021100 2000-INSTALLMENT-FOR-PERIOD-EXIT.
021200     EXIT.
021300*----------------------------------------------------------------
021400*  2100-APPLY-ONE-STEP  --  ONE STEP-UP, ROUNDED TO THE CENT AS
021500*  IT WOULD BE QUOTED TO THE BORROWER.
021600*----------------------------------------------------------------
021700 2100-APPLY-ONE-STEP.
021800     COMPUTE LS-INSTALLMENT-AMOUNT ROUNDED =
021900         LS-INSTALLMENT-AMOUNT +
022000         (LS-INSTALLMENT-AMOUNT * LM-STEP-PCT / 100)
022100     .
022200 2100-APPLY-ONE-STEP-EXIT.
022300     EXIT.
022400 END PROGRAM LOAN-INSTALLMENT.
