001700*                     (EODRECON APPENDS RATHER THAN REWRITING IT
001800*                     FROM SCRATCH) SO AN OPEN ITEM SURVIVES TO
001900*                     THE NEXT MORNING'S REVIEW.
001910*    2026-10-15  RPK  AN EXCEPTION ON ACCOUNT ZERO IS A CLEARING
001920*                     HOUSE NET SETTLEMENT DIFFERENCE, WRITTEN BY
001930*                     CLEARING-SETTLE-RECON RATHER THAN EODRECON.
001940*                     THE RUN DATE IS THE SETTLEMENT DATE, THE
001950*                     EXPECTED CLOSING OUR OWN EXPECTED NET, THE
001960*                     ACTUAL CLOSING THE CLEARING HOUSE'S FIGURE
001970*                     (POSITIVE = IN OUR FAVOUR), AND THE
001980*                     OPENING BALANCE AND NET TRANSACTIONS ARE
001990*                     ZERO.  ITS SUSPENSE POSTS LEDGER TO LEDGER
001995*                     (GL-POSTING CODE 3) - THERE IS NO PRODUCT.
002000*================================================================
002100 01  EOD-EXCEPTION-RECORD.
002200     05  EX-ACCT-NUMBER            PIC 9(10).
