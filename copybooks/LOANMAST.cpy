001696*                     EMI PATH REFUSES A CHARGED-OFF LOAN;
001697*                     MONEY RECEIVED AFTER CHARGE-OFF POSTS
001698*                     AS A RECOVERY.
001699*    2026-10-15  RPK  ADDED THE ESCROW FIELDS FOR REAL-ESTATE
001700*                     LOANS - THE ESCROW INDICATOR, THE
001701*                     MONTHLY ESCROW PORTION BILLED ON TOP OF
001702*                     THE EMI, AND THE ESCROW BALANCE HELD
001703*                     FOR THE TAX AND INSURANCE BILLS ON THE
001704*                     ESCROW ITEM FILE (ESCIREC.CPY).  SET UP
001705*                     BY ESCROW-MAINT; RESET EACH YEAR BY THE
001706*                     ESCROW ANALYSIS.
001707*    2026-10-15  RPK  ADDED THE LATE-CHARGE FIELDS - THE FEES-DUE
001708*                     BUCKET LOAN-LATE-CHARGE ASSESSES INTO ONCE
001709*                     AN INSTALLMENT IS PAST THE GRACE PERIOD
001710*                     (COLLECTED WITH THE NEXT INSTALLMENT OR AT
001711*                     PAYOFF, WAIVED THROUGH FEE-REFUND), AND THE
001712*                     DUE DATE OF THE LATEST INSTALLMENT ALREADY
001713*                     CHARGED SO EACH MISSED INSTALLMENT IS
001714*                     CHARGED ONCE.
001715*    2026-10-15  RPK  ADDED THE CURTAILMENT FIELDS - LIFE-OF-LOAN
001716*                     PRINCIPAL PREPAID BY LOAN-CURTAILMENT, AND
001717*                     THE LATEST CURTAILMENT'S DATE, AMOUNT,
001718*                     OPTION (SHORTEN THE TERM OR RECAST THE EMI)
001719*                     AND THE TERM AND EMI IN FORCE BEFORE IT.
001720*                     THE NOTICE SWITCH STAYS Y UNTIL LOAN-BILLING
001721*                     HAS PRINTED THE BEFORE AND AFTER TERMS.
001722*    2026-10-15  RPK  ADDED THE DEFAULT SWITCH AND DATE - SET WHEN
001723*                     COLLECT-DESK DECLARES THE LOAN IN DEFAULT OR
001724*                     LOAN-CHARGEOFF CHARGES IT OFF.  LOAN-FD-
001725*                     SETOFF APPLIES ANY PLEDGED FIXED DEPOSIT TO
001726*                     A DEFAULTED LOAN.
001727*    2026-10-15  RPK  ADDED THE DEFERRED ORIGINATION FEE FIELDS -
001728*                     THE FEE WITHHELD FROM THE PROCEEDS AND THE
001729*                     DIRECT COSTS PAID AT DISBURSEMENT, THE NET
001730*                     DEFERRED (FEE LESS COSTS - NEGATIVE WHEN
001731*                     COSTS EXCEED THE FEE), THE BALANCE STILL
001732*                     UNAMORTIZED, THE MONTHS AMORTIZED, THE LAST
001733*                     PERIOD (YYYYMM) AMORTIZED, AND THE AMOUNT
001734*                     ACCELERATED THIS MONTH BY PAYOFF OR CHARGE-
001735*                     OFF.  AMORTIZED BY LOAN-FEE-AMORTIZE.
001736*    2026-10-15  RPK  ADDED THE PRODUCT CODE, CARRIED OVER FROM
001737*                     THE LOAN APPLICATION AT DISBURSEMENT, SO
001738*                     THE VINTAGE REPORT CAN SPLIT BY PRODUCT.
001739*    2026-10-15  RPK  ADDED THE REPAYMENT STRUCTURE - INTEREST-
001740*                     ONLY MONTHS AT THE START, THE STEP-UP
001741*                     INTERVAL IN MONTHS AND PERCENT, AND THE
001742*                     BALLOON DUE WITH THE FINAL INSTALLMENT.
001743*                     ZERO MEANS NOT USED.  LM-EMI-AMOUNT IS THE
001744*                     BASE (FIRST AMORTIZING) INSTALLMENT;
001745*                     LOAN-INSTALLMENT GIVES EACH MONTH'S AMOUNT.
001746*    2026-10-15  RPK  ADDED THE LOAN'S DAY-COUNT OVERRIDE - SPACE
001747*                     TAKES THE LOAN PRODUCT'S CONVENTION FROM
001748*                     THE PRODUCT TABLE; A, M OR T (SEE PRODTAB)
001749*                     HOLDS THIS LOAN TO ITS OWN CONTRACT BASIS.
001750*================================================================
001800 01  LOAN-MASTER-RECORD.
001900     05  LM-LOAN-NUMBER            PIC 9(10).
002000     05  LM-ACCT-NUMBER            PIC 9(10).
003400     05  LM-RESTRUCTURE-COUNT      PIC 9(02).
003500     05  LM-RATE-INDEX-CODE        PIC X(04).
003600     05  LM-RATE-MARGIN            PIC S9(03)V99.
003700     05  LM-ESCROW-INDICATOR       PIC X.
003800         88  LM-ESCROWED           VALUE 'Y'.
003900     05  LM-ESCROW-PAYMENT         PIC S9(07)V99 COMP-3.
004000     05  LM-ESCROW-BALANCE         PIC S9(09)V99 COMP-3.
004100     05  LM-LATE-CHARGES-DUE       PIC S9(07)V99 COMP-3.
004200     05  LM-LATE-CHARGED-THRU      PIC 9(08).
004300     05  LM-PREPAID-PRINCIPAL      PIC S9(09)V99 COMP-3.
004400     05  LM-CURTAIL-DATE           PIC 9(08).
004500     05  LM-CURTAIL-AMOUNT         PIC S9(09)V99 COMP-3.
004600     05  LM-CURTAIL-OPTION         PIC X.
004700         88  LM-CURTAIL-SHORTENED  VALUE 'T'.
004800         88  LM-CURTAIL-RECAST     VALUE 'E'.
004900     05  LM-PRIOR-TERM-MONTHS      PIC 9(04) COMP.
005000     05  LM-PRIOR-EMI-AMOUNT       PIC S9(09)V99 COMP-3.
005100     05  LM-CURTAIL-NOTICE-SWITCH  PIC X.
005200         88  LM-CURTAIL-NOTICE-DUE VALUE 'Y'.
005300     05  LM-DEFAULT-SWITCH         PIC X.
005400         88  LM-IN-DEFAULT         VALUE 'Y'.
005500     05  LM-DEFAULT-DATE           PIC 9(08).
005600     05  LM-ORIG-FEE-AMOUNT        PIC S9(07)V99 COMP-3.
005700     05  LM-ORIG-COST-AMOUNT       PIC S9(07)V99 COMP-3.
005800     05  LM-DFEE-ORIGINAL          PIC S9(07)V99 COMP-3.
005900     05  LM-DFEE-BALANCE           PIC S9(07)V99 COMP-3.
006000     05  LM-DFEE-MONTHS-DONE       PIC 9(04) COMP.
006100     05  LM-DFEE-LAST-PERIOD       PIC 9(06).
006200     05  LM-DFEE-ACCEL-MTD         PIC S9(07)V99 COMP-3.
006300     05  LM-PRODUCT-CODE           PIC X.
006400     05  LM-IO-MONTHS              PIC 9(04) COMP.
006500     05  LM-STEP-MONTHS            PIC 9(04) COMP.
006600     05  LM-STEP-PCT               PIC 9(02)V99.
006700     05  LM-BALLOON-AMOUNT         PIC S9(09)V99 COMP-3.
006800     05  LM-DAY-COUNT              PIC X.
