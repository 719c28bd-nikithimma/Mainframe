000100*================================================================
000200*  CHKOREC.CPY
000300*  ONE CHECKBOOK PRINT ORDER - THE ACCOUNT AND CURRENCY TO
000400*  ENCODE, THE NUMBER RANGE TO PRINT, AND THE BRANCH THE BOOK
000500*  IS DELIVERED TO FOR COLLECTION.
000600*----------------------------------------------------------------
000700*  MOD-HISTORY
000800*    2026-10-15  RPK  INITIAL VERSION.
000900*================================================================
001000 01  CHECKBOOK-ORDER-RECORD.
001100     05  CO-ACCT-NUMBER            PIC 9(10).
001200     05  CO-CUSTOMER-NUMBER        PIC 9(09).
001300     05  CO-CURRENCY-CODE          PIC X(03).
001400     05  CO-FIRST-CHECK            PIC 9(10).
001500     05  CO-LAST-CHECK             PIC 9(10).
001600     05  CO-LEAF-COUNT             PIC 9(03).
001700     05  CO-DELIVERY-BRANCH-ID     PIC X(06).
001800     05  CO-ORDER-DATE             PIC 9(08).
001900     05  CO-OPERATOR-ID            PIC X(08).
