000100*================================================================
000200*  DAYCPARM.CPY
000300*  PARAMETER BLOCK FOR DAY-COUNT.  THE CALLER SETS THE PRODUCT
000400*  TYPE (THE ACCOUNT-TYPE-CODE OF THE PRODUCT REFERENCE TABLE),
000500*  ANY OVERRIDE HELD ON THE LOAN, THE PERIOD FROM/TO DATES AND
000600*  THE ANNUAL RATE; DAY-COUNT HANDS BACK THE CONVENTION IN
000700*  FORCE, THE DAYS IN THE PERIOD UNDER IT, THE DAYS IN ITS
000800*  YEAR, AND THE RATE FOR AN AVERAGE MONTH.  A ZERO FROM OR TO
000900*  DATE RETURNS NO DAY COUNT - THE CONVENTION AND MONTHLY RATE
001000*  STILL COME BACK.
001100*----------------------------------------------------------------
001200*  MOD-HISTORY
001300*    2026-10-15  RPK  INITIAL VERSION.
001400*================================================================
001500 01  DAY-COUNT-PARMS.
001600     05  DC-PRODUCT-TYPE           PIC X.
001700     05  DC-OVERRIDE               PIC X.
001800     05  DC-FROM-DATE              PIC 9(08).
001900     05  DC-TO-DATE                PIC 9(08).
002000     05  DC-ANNUAL-RATE            PIC 9(03)V99.
002100     05  DC-CONVENTION             PIC X.
002200         88  DC-ACTUAL-365         VALUE 'A'.
002300         88  DC-ACTUAL-360         VALUE 'M'.
002400         88  DC-THIRTY-360         VALUE 'T'.
002500     05  DC-CONVENTION-NAME        PIC X(07).
002600     05  DC-DAYS                   PIC S9(05).
002700     05  DC-YEAR-DAYS              PIC 9(03).
002800     05  DC-MONTHLY-RATE           PIC 9(03)V9(06).
