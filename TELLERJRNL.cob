010400*                     CAN PRODUCE A DUPLICATE; A REPRINT
010500*                     CALLS BACK IN WITH THE REPRINT FLAG SET
010600*                     AND THE ROW IS LEFT ALONE.
010625*    2026-10-15  RPK  A RECEIPT PRINTED IN THE TELLER TRAINING
010650*                     REGION (VIA TRAINING-MODE-GET) IS STAMPED
010675*                     TRAINING ABOVE AND BELOW THE BODY.
010700*================================================================
010800 ENVIRONMENT DIVISION.
010900 INPUT-OUTPUT SECTION.
013000     05  WS-MASKED-ACCT            PIC X(10).
013100     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
013200     05  WS-ACTION-LABEL           PIC X(10).
013220     05  WS-TRAINING-FLAG          PIC X.
013240         88  WS-TRAINING-REGION    VALUE 'Y'.
013260     05  WS-TRAINING-STAMP         PIC X(40)
013280             VALUE "  *** TRAINING - NOT A VALID RECEIPT ***".
013300*----------------------------------------------------------------
013400 01  WS-BUSINESS-DATE              PIC 9(08).
013500 01  WS-BUSDATE-FLAG               PIC X.
016100     END-IF
016200     CALL "ACCT-NUMBER-MASK" USING LS-ACCT-NUMBER
016300         WS-MASKED-ACCT
016350     CALL "TRAINING-MODE-GET" USING WS-TRAINING-FLAG
016400     EVALUATE LS-ACTION-CODE
016500         WHEN 'D'
016600             MOVE "DEPOSIT"    TO WS-ACTION-LABEL
019000     END-IF
019100     GOBACK.
019200*----------------------------------------------------------------
019225*  2000-WRITE-RECEIPT-BODY  --  A RECEIPT PRINTED IN THE TELLER
019250*  TRAINING REGION IS STAMPED TRAINING TOP AND BOTTOM.
019275*----------------------------------------------------------------
019300 2000-WRITE-RECEIPT-BODY.
019400     MOVE "----------------------------------------"
019500         TO RECEIPT-PRINT-LINE
019600     WRITE RECEIPT-PRINT-LINE
019620     IF WS-TRAINING-REGION
019640         MOVE WS-TRAINING-STAMP TO RECEIPT-PRINT-LINE
019660         WRITE RECEIPT-PRINT-LINE
019680     END-IF
019700     IF LS-REPRINT-FLAG = 'Y'
019800         MOVE "            ** REPRINT **" TO RECEIPT-PRINT-LINE
019900         WRITE RECEIPT-PRINT-LINE
022500     STRING "TELLER " LS-OPERATOR-ID
022600         DELIMITED BY SIZE INTO RECEIPT-PRINT-LINE
022700     WRITE RECEIPT-PRINT-LINE
022720     IF WS-TRAINING-REGION
022740         MOVE WS-TRAINING-STAMP TO RECEIPT-PRINT-LINE
022760         WRITE RECEIPT-PRINT-LINE
022780     END-IF
022800     MOVE "----------------------------------------"
022900         TO RECEIPT-PRINT-LINE
023000     WRITE RECEIPT-PRINT-LINE
