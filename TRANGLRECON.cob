006100*                     VALUE-ADJUSTMENT TRANSACTIONS (TYPE A)
006200*                     ALSO SIT OUT - THEIR GL PAIR POSTS UNDER
006300*                     THE SKIPPED INTEREST NARRATIVES.
006310*    2026-10-15  RPK  THE MORTGAGE ESCROW LEGS AND THE REVOLVING
006320*                     LINE'S CAPITALIZED INTEREST JOIN THE SKIP
006330*                     SET.  ESCROW MOVEMENTS ARE FILED ON THE
006340*                     ESCROW HISTORY, NOT THE TRANSACTION FILE;
006350*                     A LINE-INTEREST ROW (TYPE Q) SITS OUT
006360*                     LIKE A VALUE ADJUSTMENT, ITS INCOME LEG
006370*                     BEING ON THE SKIPPED LOAN INTEREST LIST.
006376*    2026-10-15  RPK  THE LOAN LATE CHARGE LEGS (ASSESSED AND
006382*                     WAIVED) JOIN THE SKIP SET - THE CHARGE SITS
006388*                     ON THE LOAN'S FEES-DUE BUCKET, NOT THE
006394*                     TRANSACTION FILE.
006400*================================================================
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
015200         "FX MARGIN OUT"       "FX EXCHANGE INCOME"
015300         "FX REVALUATION"      "FX REVAL P+L"
015400         "ATM NET SETTLEMENT"  "ATM NETWORK PAYABLE"
015500         "MANUAL JOURNAL"
015530         "ESCROW RECVD - CASH" "ESCROW PAID - CASH"
015560         "ESCROW PAYABLE"      "LINE INT CHARGED"
015570         "LATE CHG RECEIVABLE" "LATE CHARGE INCOME"
015580         "LATE CHG WAIVED".
015600 01  WS-CURRENT-TIMESTAMP          PIC X(21).
015700 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
015800     05  WS-TS-DATE                PIC 9(08).
024000*    NARRATIVES, WHICH ARE ON THE NO-TRANSACTION SKIP LIST, SO
024100*    THE ROW ITSELF SITS OUT THE MATCH TOO.
024200     IF TRAN-VALUE-ADJUST OF TRANSACTION-RECORD
024225         GO TO 0110-RELEASE-ONE-TRANSACTION-EXIT
024250     END-IF
024275     IF TRAN-LINE-INTEREST OF TRANSACTION-RECORD
024300         GO TO 0110-RELEASE-ONE-TRANSACTION-EXIT
024400     END-IF
024500     MOVE TRANSACTION-RECORD TO TRAN-SORT-WORK-RECORD
