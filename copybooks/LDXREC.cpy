000100*================================================================
000200*  LDXREC.CPY
000300*  ONE NEW CROSS-SELL LEAD AS HANDED TO THE BRANCH - THE LEAD
000400*  FILE'S KEY FIELDS PLUS THE CUSTOMER'S NAME AND PHONE, SO
000500*  THE EXTRACT STANDS ON ITS OWN.  BRANCH-SEQUENCED ON THE
000600*  XSLLEADS EXTRACT.
000700*----------------------------------------------------------------
000800*  MOD-HISTORY
000900*    2026-10-15  RPK  INITIAL VERSION.
001000*================================================================
001100 01  CROSS-SELL-EXTRACT-RECORD.
001200     05  LX-BRANCH-ID              PIC X(06).
001300     05  LX-CUSTOMER-NUMBER        PIC 9(09).
001400     05  LX-RULE-CODE              PIC X(04).
001500     05  LX-CREATED-DATE           PIC 9(08).
001600     05  LX-CUSTOMER-NAME          PIC X(30).
001700     05  LX-PHONE-NUMBER           PIC X(15).
001800     05  LX-ACCT-NUMBER            PIC 9(10).
001900     05  LX-DETAIL                 PIC X(40).
