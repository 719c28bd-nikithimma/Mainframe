030800*                     POSTING A ZERO WITHDRAWAL AND FLIPPING
030900*                     THE STATUS BACK TO CLOSED, ERASING THE
031000*                     CHARGE-OFF.
031005*    2026-10-15  RPK  AN ESCROWED LOAN'S COLLECTION NOW TAKES EMI
031010*                     PLUS LM-ESCROW-PAYMENT, THE SAME AS
031015*                     LOAN-PAYMENT-POST, AND FILES THE ESCROW
031020*                     PORTION THROUGH ESCROW-POST.
031025*    2026-10-15  RPK  LATE CHARGES ON THE LOAN'S FEES-DUE BUCKET
031030*                     ARE COLLECTED WITH THE EMI, THE SAME AS
031035*                     LOAN-PAYMENT-POST.
031040*    2026-10-15  RPK  THE INTEREST PORTION COLLECTED IS FILED ON
031045*                     THE INTEREST-PAID REGISTER THROUGH
031050*                     LOANINT-POST (SOURCE A).
031055*    2026-10-15  RPK  THE AMOUNT COLLECTED IS THIS MONTH'S
031060*                     INSTALLMENT FROM LOAN-INSTALLMENT -
031065*                     INTEREST ONLY, STEPPED UP, OR THE BALLOON
031070*                     IN THE FINAL MONTH - NOT LM-EMI-AMOUNT.
031075*    2026-10-15  RPK  THE MONTHLY RATE FOR THE INTEREST PORTION
031080*                     FOLLOWS THE LOAN'S DAY-COUNT CONVENTION
031085*                     (VIA DAY-COUNT), AS AT THE COUNTER.
031100*================================================================
031200 ENVIRONMENT DIVISION.
031300 INPUT-OUTPUT SECTION.
035100     05  WS-HELD-AMOUNT            PIC S9(11)V99.
035200     05  WS-PAYMENT-AMOUNT         PIC S9(09)V99.
035300     05  WS-MONTHLY-RATE           PIC 9(03)V9999.
035310     05  WS-INST-FUNCTION          PIC X VALUE 'I'.
035320     05  WS-INST-PERIOD            PIC 9(04) COMP.
035330     05  WS-INST-AMOUNT            PIC S9(09)V99.
035340     05  WS-INST-VALID-FLAG        PIC X.
035400     05  WS-INTEREST-PORTION       PIC S9(09)V99.
035500     05  WS-PRINCIPAL-PORTION      PIC S9(09)V99.
035520     05  WS-ESCROW-PORTION         PIC S9(09)V99.
035540     05  WS-ESCROW-BALANCE-AFTER   PIC S9(09)V99.
035560     05  WS-ESCROW-MOVEMENT        PIC X VALUE 'C'.
035580     05  WS-ESCROW-ITEM-ID         PIC 9(08) VALUE 0.
035590     05  WS-LATE-CHARGE-PORTION    PIC S9(09)V99.
035595     05  WS-INTEREST-SOURCE        PIC X VALUE 'A'.
035600     05  WS-AUTOPAY-OPERATOR-ID    PIC X(08) VALUE "AUTOPAY".
035700     05  WS-GL-POST-FLAG           PIC X.
035800     05  WS-BUSDAY-DIRECTION       PIC X VALUE 'F'.
035900     05  WS-ATTEMPT-RESULT         PIC X(15).
036000     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
036033     COPY DAYCPARM.
036100 01  WS-ID-SOURCE-NAME             PIC X(08).
036200 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
036300*----------------------------------------------------------------
050400 2000-WORK-ONE-ENROLLMENT-EXIT.
050500     EXIT.
050600*----------------------------------------------------------------
050700*  2100-ATTEMPT-COLLECTION  --  SAME INSTALLMENT SPLIT AS THE
050800*  COUNTER (LOAN-INSTALLMENT FOR THE MONTH DUE),
050833*  SAME AVAILABLE-BALANCE RULE AS EVERY DEBIT CHANNEL.  AN
050866*  ESCROWED LOAN'S ESCROW PORTION RIDES ON THE SAME DEBIT.
050900*----------------------------------------------------------------
051000 2100-ATTEMPT-COLLECTION.
051100     MOVE 'L' TO DC-PRODUCT-TYPE
051116     MOVE LM-DAY-COUNT TO DC-OVERRIDE
051132     MOVE ZERO TO DC-FROM-DATE DC-TO-DATE
051148     MOVE LM-ANNUAL-RATE TO DC-ANNUAL-RATE
051164     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
051180     COMPUTE WS-MONTHLY-RATE ROUNDED = DC-MONTHLY-RATE
051200     COMPUTE WS-INTEREST-PORTION ROUNDED =
051300         LM-OUTSTANDING-BALANCE * WS-MONTHLY-RATE / 100
051310     COMPUTE WS-INST-PERIOD = LM-INSTALLMENTS-PAID + 1
051320     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
051330         LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
051340         WS-INST-VALID-FLAG
051400     COMPUTE WS-PRINCIPAL-PORTION ROUNDED =
051500         WS-INST-AMOUNT - WS-INTEREST-PORTION
051510     IF WS-PRINCIPAL-PORTION < ZERO
051520         MOVE ZERO TO WS-PRINCIPAL-PORTION
051530     END-IF
051600     IF WS-PRINCIPAL-PORTION > LM-OUTSTANDING-BALANCE
051700         MOVE LM-OUTSTANDING-BALANCE TO WS-PRINCIPAL-PORTION
051800     END-IF
051900     COMPUTE WS-PAYMENT-AMOUNT =
052000         WS-INTEREST-PORTION + WS-PRINCIPAL-PORTION
052010     MOVE ZERO TO WS-ESCROW-PORTION
052020     IF LM-ESCROWED
052030         MOVE LM-ESCROW-PAYMENT TO WS-ESCROW-PORTION
052040         ADD WS-ESCROW-PORTION TO WS-PAYMENT-AMOUNT
052050     END-IF
052060     MOVE LM-LATE-CHARGES-DUE TO WS-LATE-CHARGE-PORTION
052070     ADD WS-LATE-CHARGE-PORTION TO WS-PAYMENT-AMOUNT
052100
052200     MOVE AP-FUNDING-ACCT TO AM-ACCT-NUMBER
052300     READ ACCOUNT-MASTER-FILE
056100*    APPLY TO THE LOAN - SAME ADVANCE LOAN-PAYMENT-POST MAKES.
056200     SUBTRACT WS-PRINCIPAL-PORTION
056300         FROM LM-OUTSTANDING-BALANCE
056310     IF WS-ESCROW-PORTION > ZERO
056320         ADD WS-ESCROW-PORTION TO LM-ESCROW-BALANCE
056330         MOVE LM-ESCROW-BALANCE TO WS-ESCROW-BALANCE-AFTER
056340         CALL "ESCROW-POST" USING LM-LOAN-NUMBER LM-ACCT-NUMBER
056350             WS-ESCROW-MOVEMENT WS-ESCROW-ITEM-ID
056360             WS-ESCROW-PORTION WS-ESCROW-BALANCE-AFTER
056370             WS-AUTOPAY-OPERATOR-ID
056380     END-IF
056390     SUBTRACT WS-LATE-CHARGE-PORTION FROM LM-LATE-CHARGES-DUE
056392     IF WS-INTEREST-PORTION > ZERO
056394         CALL "LOANINT-POST" USING LM-LOAN-NUMBER LM-ACCT-NUMBER
056396             WS-INTEREST-SOURCE WS-INTEREST-PORTION
056398             WS-AUTOPAY-OPERATOR-ID
056399     END-IF
056400     ADD 1 TO LM-INSTALLMENTS-PAID
056500     MOVE ZERO TO LM-DAYS-PAST-DUE
056600     MOVE LM-NEXT-DUE-DATE TO WS-WORK-DATE
