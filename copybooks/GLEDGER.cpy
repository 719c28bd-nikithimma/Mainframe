000500*  THE FILE STAYS IN BALANCE - ONE LEG AGAINST THE PRODUCT'S GL
000600*  ACCOUNT (FROM THE PRODUCT REFERENCE TABLE), THE OTHER AGAINST
000700*  THE CASH/TELLER CONTROL ACCOUNT.
000710*  GL-BRANCH-ID IS THE BRANCH WHOSE BOOKS THE LEG BELONGS TO -
000720*  THE ACCOUNT'S HOME BRANCH (AM-BRANCH-ID) FOR AN ACCOUNT LEG,
000730*  THE POSTING OPERATOR'S BRANCH FOR A TELLER CASH LEG, AND
000740*  HEAD OFFICE (000000) FOR A BANK-LEVEL ENTRY WITH NEITHER.
000800*----------------------------------------------------------------
000900*  MOD-HISTORY
001000*    2026-08-09  RPK  INITIAL VERSION.
001010*    2026-10-15  RPK  ADDED GL-BRANCH-ID - THE BRANCH SEGMENT.
001020*                     RECORD LENGTH NOW 84.
001100*================================================================
001200 01  GL-ENTRY-RECORD.
001300     05  GL-ENTRY-ID                PIC 9(08).
002100     05  GL-TRAN-TIME               PIC 9(06).
002200     05  GL-OPERATOR-ID             PIC X(08).
002300     05  GL-NARRATIVE               PIC X(20).
002400     05  GL-BRANCH-ID               PIC X(06).
