005700*                     IS BUILT BY THE SAME PERIOD-BY-PERIOD
005800*                     PERFORM VARYING LOOP COMPOUND-INTEREST
005900*                     USES TO GROW ITS AMOUNT.
005910*    2026-10-15  RPK  ALSO TAKES INTEREST-ONLY MONTHS, A STEP-UP
005920*                     (EVERY N MONTHS BY P PERCENT) AND A
005930*                     BALLOON.  THE EMI AND EACH MONTH'S
005940*                     INSTALLMENT NOW COME FROM LOAN-INSTALLMENT,
005950*                     THE SAME ROUTINE THE LOAN MASTER PROGRAMS
005960*                     USE, SO THE SCHEDULE QUOTED MATCHES THE ONE
005963*                     BILLED.  ALL ZERO GIVES THE OLD LEVEL EMI.
005966*    2026-10-15  RPK  ALSO TAKES A DAY-COUNT CONVENTION (A, M OR
005967*                     T; BLANK FOR THE LOAN PRODUCT'S OWN) AND
005968*                     TAKES THE MONTHLY RATE FROM DAY-COUNT, SO
005970*                     AN ACT/360 LOAN IS QUOTED AS IT IS BILLED.
006000*================================================================
006100 DATA DIVISION.
006200 WORKING-STORAGE SECTION.
006300 01  PRINCIPAL                     PIC 9(6)V99.
006400 01  RATE                          PIC 9(3)V99.
006500 01  T                             PIC 9(3)V99.
006510 01  IO-MONTHS                     PIC 9(3).
006520 01  STEP-MONTHS                   PIC 9(3).
006530 01  STEP-PCT                      PIC 9(2)V99.
006553 01  BALLOON                       PIC 9(8)V99.
006576 01  DAY-COUNT                     PIC X.
006600*----------------------------------------------------------------
006700 01  WS-NUM-MONTHS                 PIC 9(04) COMP.
006800 01  WS-MONTHLY-RATE               PIC 9(03)V9999.
007000 01  WS-EMI-AMOUNT                 PIC 9(8)V99.
007010 01  WS-INSTALLMENT                PIC 9(8)V99.
007100 01  WS-BALANCE                    PIC 9(8)V99.
007200 01  WS-INTEREST-PORTION           PIC 9(8)V99.
007300 01  WS-PRINCIPAL-PORTION          PIC 9(8)V99.
007400 01  WS-PERIOD                     PIC 9(04) COMP.
007410 01  WS-INST-FUNCTION              PIC X.
007420 01  WS-INST-AMOUNT                PIC S9(09)V99.
007430 01  WS-INST-VALID-FLAG            PIC X.
007440     88  WS-INST-VALID                 VALUE 'Y'.
007450*----------------------------------------------------------------
007460*  THE INPUTS ARE CARRIED IN A LOAN MASTER RECORD SO THEY CAN BE
007470*  HANDED TO LOAN-INSTALLMENT.  LM-OUTSTANDING-BALANCE RUNS DOWN
007480*  AS THE SCHEDULE PRINTS.
007490*----------------------------------------------------------------
007491     COPY LOANMAST.
007493*----------------------------------------------------------------
007495     COPY DAYCPARM.
007500*================================================================
007600 PROCEDURE DIVISION.
007700 0000-MAINLINE.
008400     STOP RUN.
008500*----------------------------------------------------------------
008600*  1000-INITIALIZE  --  ACCEPT THE SAME THREE INPUTS AS SIMPLE-
008700*  INTEREST AND DERIVE THE MONTHLY RATE AND TERM IN MONTHS, THEN
008733*  THE OPTIONAL INTEREST-ONLY, STEP-UP AND BALLOON INPUTS AND
008766*  THE DAY-COUNT CONVENTION THE MONTHLY RATE IS TAKEN UNDER.
008800*----------------------------------------------------------------
008900 1000-INITIALIZE.
009000     ACCEPT PRINCIPAL
009300     DISPLAY "Enter Rate of Interest (%): " RATE
009400     ACCEPT T
009500     DISPLAY "Enter Time (years): " T
009700     COMPUTE WS-NUM-MONTHS = T * 12
009800     MOVE PRINCIPAL TO WS-BALANCE
009802     ACCEPT IO-MONTHS
009804     DISPLAY "Enter Interest-Only Months: " IO-MONTHS
009806     ACCEPT STEP-MONTHS
009808     DISPLAY "Enter Step-Up Every (months): " STEP-MONTHS
009810     ACCEPT STEP-PCT
009812     DISPLAY "Enter Step-Up (%): " STEP-PCT
009814     ACCEPT BALLOON
009816     DISPLAY "Enter Balloon Amount: " BALLOON
009818     ACCEPT DAY-COUNT
009820     DISPLAY "Enter Day Count (A/M/T, blank = product): "
009822         DAY-COUNT
009824     IF STEP-PCT = ZERO
009826         MOVE ZERO TO STEP-MONTHS
009828     END-IF
009830     IF STEP-MONTHS = ZERO
009832         MOVE ZERO TO STEP-PCT
009834     END-IF
009836     INITIALIZE LOAN-MASTER-RECORD
009838     MOVE PRINCIPAL TO LM-PRINCIPAL
009840     MOVE PRINCIPAL TO LM-OUTSTANDING-BALANCE
009842     MOVE RATE TO LM-ANNUAL-RATE
009844     MOVE WS-NUM-MONTHS TO LM-TERM-MONTHS
009846     MOVE IO-MONTHS TO LM-IO-MONTHS
009848     MOVE STEP-MONTHS TO LM-STEP-MONTHS
009850     MOVE STEP-PCT TO LM-STEP-PCT
009852     MOVE BALLOON TO LM-BALLOON-AMOUNT
009854     MOVE DAY-COUNT TO LM-DAY-COUNT
009856     MOVE 'L' TO DC-PRODUCT-TYPE
009858     MOVE LM-DAY-COUNT TO DC-OVERRIDE
009860     MOVE ZERO TO DC-FROM-DATE DC-TO-DATE
009862     MOVE RATE TO DC-ANNUAL-RATE
009864     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
009866     COMPUTE WS-MONTHLY-RATE ROUNDED = DC-MONTHLY-RATE
009900     .
010000 1000-INITIALIZE-EXIT.
010100     EXIT.
010200*----------------------------------------------------------------
010300*  2000-COMPUTE-EMI  --  LOAN-INSTALLMENT SIZES THE BASE
010400*  (FIRST AMORTIZING) INSTALLMENT.  A STRUCTURE THAT CANNOT BE
010500*  REPAID WITHIN THE TERM IS DROPPED AND THE LEVEL EMI QUOTED.
010600*----------------------------------------------------------------
010700 2000-COMPUTE-EMI.
010800     MOVE 'E' TO WS-INST-FUNCTION
010900     MOVE ZERO TO WS-PERIOD
011000     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
011100         LOAN-MASTER-RECORD WS-PERIOD WS-INST-AMOUNT
011200         WS-INST-VALID-FLAG
011300     IF NOT WS-INST-VALID
011400         DISPLAY "STRUCTURE CANNOT BE REPAID IN THE TERM - "
011500             "LEVEL EMI QUOTED"
011600         MOVE ZERO TO LM-IO-MONTHS LM-STEP-MONTHS LM-STEP-PCT
011700             LM-BALLOON-AMOUNT
011800         CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
011816             LOAN-MASTER-RECORD WS-PERIOD WS-INST-AMOUNT
011832             WS-INST-VALID-FLAG
011848     END-IF
011864     MOVE WS-INST-AMOUNT TO LM-EMI-AMOUNT
011880     MOVE WS-INST-AMOUNT TO WS-EMI-AMOUNT
011900     DISPLAY "MONTHLY INSTALLMENT (EMI): " WS-EMI-AMOUNT
011908     DISPLAY "DAY-COUNT CONVENTION: " DC-CONVENTION-NAME
011916     IF LM-IO-MONTHS > ZERO
011924         DISPLAY "INTEREST ONLY FOR MONTHS 1 TO " IO-MONTHS
011932     END-IF
011940     IF LM-STEP-MONTHS > ZERO
011948         DISPLAY "STEPPING UP " STEP-PCT "% EVERY "
011956             STEP-MONTHS " MONTHS"
011964     END-IF
011972     IF LM-BALLOON-AMOUNT > ZERO
011980         DISPLAY "BALLOON DUE WITH THE LAST MONTH: " BALLOON
011988     END-IF
012000     .
012100 2000-COMPUTE-EMI-EXIT.
012200     EXIT.
013500     EXIT.
013600*----------------------------------------------------------------
013700*  3100-PRINT-ONE-MONTH  --  INTEREST ON THE OUTSTANDING BALANCE,
013800*  THE REST OF THE MONTH'S INSTALLMENT REDUCES PRINCIPAL.
013900*----------------------------------------------------------------
014000 3100-PRINT-ONE-MONTH.
014010     MOVE 'I' TO WS-INST-FUNCTION
014020     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
014030         LOAN-MASTER-RECORD WS-PERIOD WS-INST-AMOUNT
014040         WS-INST-VALID-FLAG
014050     MOVE WS-INST-AMOUNT TO WS-INSTALLMENT
014100     COMPUTE WS-INTEREST-PORTION ROUNDED =
014200         WS-BALANCE * WS-MONTHLY-RATE / 100
014300     IF WS-INSTALLMENT < WS-INTEREST-PORTION
014400         MOVE ZERO TO WS-PRINCIPAL-PORTION
014412     ELSE
014424         COMPUTE WS-PRINCIPAL-PORTION ROUNDED =
014436             WS-INSTALLMENT - WS-INTEREST-PORTION
014448     END-IF
014460     IF WS-PRINCIPAL-PORTION > WS-BALANCE
014472         MOVE WS-BALANCE TO WS-PRINCIPAL-PORTION
014484     END-IF
014500     SUBTRACT WS-PRINCIPAL-PORTION FROM WS-BALANCE
014510     MOVE WS-BALANCE TO LM-OUTSTANDING-BALANCE
014600     DISPLAY WS-PERIOD "   " WS-PRINCIPAL-PORTION "   "
014700         WS-INTEREST-PORTION "   " WS-BALANCE
014800     .
