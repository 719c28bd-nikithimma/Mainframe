032700*                     MASTER, AND WRITES THE CUSTOMER
032800*                     RATE-CHANGE NOTICE.  HAND REPRICING ONE
032900*                     LOAN AT A TIME MISSED SOME EVERY MOVE.
032910*    2026-10-15  RPK  THE NEW EMI IS SIZED BY LOAN-INSTALLMENT,
032920*                     SO AN INTEREST-ONLY, STEP-UP OR BALLOON
032930*                     LOAN KEEPS ITS STRUCTURE AT THE NEW RATE.
032940*                     ONE THAT CAN NO LONGER AMORTIZE (PAST ITS
032950*                     TERM, OR A BALLOON NOT BELOW THE BALANCE)
032953*                     FALLS BACK TO THE LEVEL EMI AS BEFORE.
032956*    2026-10-15  RPK  THE LEVEL-EMI FALLBACK USES THE MONTHLY RATE
032970*                     FOR THE LOAN'S DAY-COUNT CONVENTION (VIA
032985*                     DAY-COUNT).
033000*================================================================
033100 ENVIRONMENT DIVISION.
033200 INPUT-OUTPUT SECTION.
037800     05  WS-MONTHLY-RATE           PIC 9(03)V9999.
037900     05  WS-COMPOUND-FACTOR        PIC 9(05)V9999999.
038000     05  WS-PERIOD                 PIC 9(04) COMP.
038010     05  WS-INST-FUNCTION          PIC X VALUE 'E'.
038020     05  WS-INST-PERIOD            PIC 9(04) COMP VALUE 0.
038030     05  WS-INST-AMOUNT            PIC S9(09)V99.
038040     05  WS-INST-VALID-FLAG        PIC X.
038100     05  WS-EDIT-NEW-EMI           PIC -(9)9.99.
038133*----------------------------------------------------------------
038166     COPY DAYCPARM.
038200*----------------------------------------------------------------
038300 01  WS-BUSINESS-DATE              PIC 9(08).
038400 01  WS-BUSDATE-FLAG               PIC X.
054900 2110-TEST-ONE-INDEX-ROW-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200*  2200-RECOMPUTE-EMI  --  LOAN-INSTALLMENT SIZES THE EMI OVER
055300*  THE REMAINING TERM AND OUTSTANDING BALANCE, AS LOAN-DISBURSE
055400*  DOES.  IF THE STRUCTURE NO LONGER FITS, THE LOAN REPAYS LEVEL
055433*  BY THE SAME PERIOD-BY-PERIOD GROWTH LOOP LOAN-EMI-SCHEDULE
055466*  USES.
055500*----------------------------------------------------------------
055600 2200-RECOMPUTE-EMI.
055700     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
055706         LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
055712         WS-INST-VALID-FLAG
055718     IF WS-INST-VALID-FLAG = 'Y'
055724         MOVE WS-INST-AMOUNT TO LM-EMI-AMOUNT
055730         GO TO 2200-RECOMPUTE-EMI-EXIT
055736     END-IF
055742     MOVE ZERO TO LM-IO-MONTHS LM-STEP-MONTHS LM-STEP-PCT
055748         LM-BALLOON-AMOUNT
055754     MOVE 'L' TO DC-PRODUCT-TYPE
055760     MOVE LM-DAY-COUNT TO DC-OVERRIDE
055766     MOVE ZERO TO DC-FROM-DATE DC-TO-DATE
055772     MOVE LM-ANNUAL-RATE TO DC-ANNUAL-RATE
055778     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
055784     COMPUTE WS-MONTHLY-RATE ROUNDED = DC-MONTHLY-RATE
055800     IF WS-MONTHLY-RATE = ZERO
055900         COMPUTE LM-EMI-AMOUNT ROUNDED =
056000             LM-OUTSTANDING-BALANCE / WS-REMAINING-TERM
