006800*                     AND VALUE ADJUSTMENTS (A, SIGNED) - EACH
006900*                     OF WHICH WAS SURFACING AS AN UNEXPLAINED
007000*                     DIFFERENCE AND PARKING ON SUSPENSE.
007030*    2026-10-15  RPK  REVOLVING LINE INTEREST CAPITALIZED BY THE
007040*                     MONTHLY CYCLE (TYPE Q) NETS OUT LIKE A FEE.
007050*    2026-10-15  RPK  SETTLED CARD PURCHASES (TYPE C) NET OUT
007060*                     LIKE A WITHDRAWAL.
007066*    2026-10-15  RPK  THE DAY PROVED IS NOW THE BUSINESS DATE
007072*                     (BUSDATE-GET) - THE POSTING PROGRAMS AND
007078*                     THE INTEREST ACCRUAL DATE THEIR ROWS BY IT,
007084*                     SO A CATCH-UP RUN AFTER MIDNIGHT NO LONGER
007090*                     REPORTS EVERY ACCOUNT OUT OF BALANCE.
007100*================================================================
007200 ENVIRONMENT DIVISION.
007300 INPUT-OUTPUT SECTION.
013400 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
013500     05  WS-TS-DATE                PIC 9(08).
013600     05  FILLER                    PIC X(13).
013633 01  WS-BUSINESS-DATE              PIC 9(08).
013666 01  WS-BUSDATE-FLAG               PIC X.
013700*================================================================
013800 PROCEDURE DIVISION.
013900*================================================================
020600     END-IF
020700
020800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
020816     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
020832         WS-BUSDATE-FLAG
020848     IF WS-BUSDATE-FLAG = "Y"
020864         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
020880     END-IF
020900
021000     PERFORM 2100-READ-NEXT-ACCOUNT
021100         THRU 2100-READ-NEXT-ACCOUNT-EXIT
034800             WHEN TRAN-VALUE-ADJUST OF SORTED-TRANSACTION-RECORD
034900                 ADD TR-AMOUNT OF SORTED-TRANSACTION-RECORD
035000                     TO WS-NET-TRANSACTIONS
035020             WHEN TRAN-LINE-INTEREST OF SORTED-TRANSACTION-RECORD
035040                 SUBTRACT TR-AMOUNT OF SORTED-TRANSACTION-RECORD
035046                     FROM WS-NET-TRANSACTIONS
035053             WHEN TRAN-CARD-PURCHASE OF SORTED-TRANSACTION-RECORD
035068                 SUBTRACT TR-AMOUNT OF SORTED-TRANSACTION-RECORD
035084                     FROM WS-NET-TRANSACTIONS
035100         END-EVALUATE
035200     END-IF
035300     PERFORM 2900-READ-NEXT-SORTED-TRAN
