003030*                     ADDS) TYPES - A REBUILD THROUGH A DAY
003040*                     WITH INCOMING WIRES WAS COMING UP SHORT
003050*                     BY THOSE CREDITS.
003058*    2026-10-15  RPK  THE REPLAY NOW COVERS THE CARD PURCHASE
003066*                     TYPE (C, SUBTRACTS) THAT ATM-SETTLE POSTS.
003074*    2026-10-15  RPK  THE REPLAY NOW COVERS CAPITALIZED CREDIT
003082*                     LINE INTEREST (Q, SUBTRACTS) - A RECOVERED
003090*                     LINE BALANCE WAS SHORT BY THE INTEREST.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
020620             SUBTRACT TR-AMOUNT FROM AM-BALANCE
020630         WHEN TRAN-INBOUND-CREDIT
020640             ADD TR-AMOUNT TO AM-BALANCE
020652         WHEN TRAN-CARD-PURCHASE
020664             SUBTRACT TR-AMOUNT FROM AM-BALANCE
020676         WHEN TRAN-LINE-INTEREST
020688             SUBTRACT TR-AMOUNT FROM AM-BALANCE
020700         WHEN OTHER
020800             GO TO 2100-REPLAY-ONE-TRANSACTION-EXIT
020900     END-EVALUATE
