000100*================================================================
000200*  DCORREC.CPY
000300*  ONE DEBIT CARD WAITING TO BE EMBOSSED.  QUEUED FOR A NEWLY
000400*  OPENED ACCOUNT AND SENT TO THE CARD BUREAU, WHICH SHIPS THE
000500*  PLASTIC TO THE SERVICING BRANCH; THE BRANCH PUTS THE CARD
000600*  ON THE CARD MASTER THROUGH CARDMAINT'S ISSUE FUNCTION WITH
000700*  THE NUMBER ON THE PLASTIC.  THE SOURCE AND REFERENCE SAY
000800*  WHAT ORDERED IT (BULKOPEN AND THE EMPLOYER'S FILE ID FOR AN
000900*  ONBOARDING RUN).
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.
001300*================================================================
001400 01  DEBIT-CARD-ORDER-RECORD.
001500     05  DO-ACCT-NUMBER            PIC 9(10).
001600     05  DO-CUSTOMER-NUMBER        PIC 9(09).
001700     05  DO-EMBOSS-NAME            PIC X(30).
001800     05  DO-BRANCH-ID              PIC X(06).
001900     05  DO-ORDER-DATE             PIC 9(08).
002000     05  DO-ORDER-SOURCE           PIC X(08).
002100     05  DO-ORDER-REFERENCE        PIC X(14).
