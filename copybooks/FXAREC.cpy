000100*================================================================
000200*  FXAREC.CPY
000300*  FIXED ASSET REGISTER RECORD - ONE ROW PER ITEM OF THE BANK'S
000400*  OWN PROPERTY (PREMISES, ATMS, FURNITURE, IT EQUIPMENT),
000500*  KEYED BY FA-ASSET-ID (DRAWN FROM THE SHARED ID COUNTER
000600*  UNDER SOURCE FIXASSET).  ADDED AND DISPOSED OF THROUGH
000700*  FIXED-ASSET-MAINT; DEPRECIATED EACH MONTH END BY
000800*  FIXED-ASSET-DEPRECIATE.
000900*
001000*  THE FOUR GL CODES ARE WHERE THE ASSET BOOKS (GL-POSTING
001100*  CODE 7): COST TO FA-ASSET-GL-ACCOUNT, THE MONTHLY CHARGE TO
001200*  FA-EXPENSE-GL-ACCOUNT AGAINST FA-ACCUM-GL-ACCOUNT (THE
001300*  CONTRA-ASSET), AND A GAIN OR LOSS ON DISPOSAL TO
001400*  FA-DISPOSAL-GL-ACCOUNT.  EVERY LEG BOOKS TO FA-BRANCH-ID.
001500*
001600*  FA-CAPITALIZED-DATE IS THE BUSINESS DATE THE COST WAS
001700*  POSTED, WHICH PLACES THE ADDITION IN ITS GL PERIOD.  A
001800*  TAKE-ON ASSET (FA-TAKE-ON) WAS CARRIED ON THE LEDGER BEFORE
001900*  THE REGISTER EXISTED - NOTHING WAS POSTED WHEN IT WAS
002000*  RECORDED, AND ITS DEPRECIATION TO DATE CAME IN WITH IT.
002100*
002200*  FA-DEPR-METHOD:  S = STRAIGHT LINE - (COST LESS SALVAGE)
002300*                       OVER THE USEFUL LIFE IN MONTHS.
002400*                   D = DOUBLE DECLINING BALANCE - TWICE THE
002500*                       STRAIGHT-LINE RATE ON NET BOOK VALUE,
002600*                       NEVER LESS THAN STRAIGHT LINE OVER THE
002700*                       MONTHS LEFT, AND NEVER BELOW SALVAGE.
002800*  FA-ASSET-STATUS: A = IN SERVICE, DEPRECIATING
002900*                   F = FULLY DEPRECIATED, STILL IN SERVICE
003000*                   D = DISPOSED OF
003100*  A DISPOSED ASSET KEEPS ITS COST AND ACCUMULATED DEPRECIATION
003200*  AS THEY STOOD, SO THE ROLL-FORWARD CAN SHOW WHAT LEFT.
003300*  FA-DISPOSAL-GAIN-LOSS IS PROCEEDS LESS NET BOOK VALUE -
003400*  POSITIVE FOR A GAIN, NEGATIVE FOR A LOSS.
003500*----------------------------------------------------------------
003600*  MOD-HISTORY
003700*    2026-10-15  RPK  INITIAL VERSION.
003800*================================================================
003900 01  FIXED-ASSET-RECORD.
004000     05  FA-ASSET-ID               PIC 9(08).
004100     05  FA-DESCRIPTION            PIC X(30).
004200     05  FA-ASSET-CATEGORY         PIC X.
004300         88  FA-CAT-PREMISES       VALUE 'P'.
004400         88  FA-CAT-ATM            VALUE 'A'.
004500         88  FA-CAT-FURNITURE      VALUE 'F'.
004600         88  FA-CAT-IT-EQUIPMENT   VALUE 'I'.
004700         88  FA-CAT-OTHER          VALUE 'O'.
004800         88  FA-CATEGORY-VALID     VALUE 'P' 'A' 'F' 'I' 'O'.
004900     05  FA-BRANCH-ID              PIC X(06).
005000     05  FA-ACQUISITION-DATE       PIC 9(08).
005100     05  FA-CAPITALIZED-DATE       PIC 9(08).
005200     05  FA-TAKE-ON-FLAG           PIC X.
005300         88  FA-TAKE-ON            VALUE 'Y'.
005400     05  FA-COST                   PIC S9(11)V99 COMP-3.
005500     05  FA-SALVAGE-VALUE          PIC S9(11)V99 COMP-3.
005600     05  FA-USEFUL-LIFE-MONTHS     PIC 9(04).
005700     05  FA-DEPR-METHOD            PIC X.
005800         88  FA-STRAIGHT-LINE      VALUE 'S'.
005900         88  FA-DECLINING-BALANCE  VALUE 'D'.
006000     05  FA-GL-ACCOUNTS.
006100         10  FA-ASSET-GL-ACCOUNT   PIC 9(06).
006200         10  FA-ACCUM-GL-ACCOUNT   PIC 9(06).
006300         10  FA-EXPENSE-GL-ACCOUNT PIC 9(06).
006400         10  FA-DISPOSAL-GL-ACCOUNT
006500                                   PIC 9(06).
006600     05  FA-ACCUM-DEPRECIATION     PIC S9(11)V99 COMP-3.
006700     05  FA-MONTHS-DEPRECIATED     PIC 9(04).
006800     05  FA-LAST-DEPR-PERIOD       PIC 9(06).
006900     05  FA-LAST-DEPR-AMOUNT       PIC S9(11)V99 COMP-3.
007000     05  FA-ASSET-STATUS           PIC X.
007100         88  FA-IN-SERVICE         VALUE 'A'.
007200         88  FA-FULLY-DEPRECIATED  VALUE 'F'.
007300         88  FA-DISPOSED           VALUE 'D'.
007400     05  FA-DISPOSAL-DATE          PIC 9(08).
007500     05  FA-DISPOSAL-PROCEEDS      PIC S9(11)V99 COMP-3.
007600     05  FA-DISPOSAL-GAIN-LOSS     PIC S9(11)V99 COMP-3.
007700     05  FA-ADDED-BY               PIC X(08).
007800     05  FA-DISPOSED-BY            PIC X(08).
