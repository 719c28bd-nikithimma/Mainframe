002000*                     TRIGGERS, AND WRITES ONE DELIVERY-EXTRACT
002100*                     LINE PER ALERT WITH THE CUSTOMER MASTER
002200*                     CONTACT FOR THE CHOSEN CHANNEL.
002225*    2026-10-15  RPK  A SETTLED CARD PURCHASE (TYPE C) NOW
002250*                     COUNTS AS A DEBIT FOR THE LARGE-DEBIT
002275*                     TRIGGER.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
020000             MOVE TR-AMOUNT TO WS-DEBIT-AMOUNT
020100         WHEN TRAN-EXT-TRANSFER
020200             MOVE TR-AMOUNT TO WS-DEBIT-AMOUNT
020233         WHEN TRAN-CARD-PURCHASE
020266             MOVE TR-AMOUNT TO WS-DEBIT-AMOUNT
020300         WHEN TRAN-INTERNAL-XFER
020400             IF TR-AMOUNT < ZERO
020500                 COMPUTE WS-DEBIT-AMOUNT = 0 - TR-AMOUNT
