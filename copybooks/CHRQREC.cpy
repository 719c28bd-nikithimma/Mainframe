000100*================================================================
000200*  CHRQREC.CPY
000300*  ONE CUSTOMER REQUEST FROM THE DIGITAL CHANNEL.  EVERY
000400*  REQUEST CARRIES THE VENDOR'S REQUEST ID (ECHOED ON THE
000500*  RESPONSE), THE CUSTOMER'S ACCOUNT AND PIN, AND THE REQUEST
000600*  TYPE; CQ-REQUEST-BODY IS LAID OUT BY TYPE.  A BALANCE
000700*  INQUIRY NEEDS NO BODY.  A PIN RESET IS FOR A CUSTOMER WHO NO
000733*  LONGER KNOWS THE PIN, SO IT CARRIES NO PIN - THE BODY HOLDS
000766*  THE IDENTITY DETAILS CHECKED AGAINST THE CUSTOMER MASTER.
000800*----------------------------------------------------------------
000900*  MOD-HISTORY
001000*    2026-10-15  RPK  INITIAL VERSION.
001020*    2026-10-15  RPK  ADDED REQUEST TYPES R (PIN RESET, IDENTIFIED
001040*                     BY DATE OF BIRTH AND THE LAST FOUR OF THE
001060*                     TAXPAYER ID) AND P (PIN CHANGE, CARRYING THE
001080*                     NEW PIN).
001100*================================================================
001200 01  CHANNEL-REQUEST-RECORD.
001300     05  CQ-REQUEST-ID             PIC X(16).
001400     05  CQ-ACCT-NUMBER            PIC 9(10).
001500     05  CQ-PIN                    PIC 9(04).
001600     05  CQ-REQUEST-TYPE           PIC X.
001700         88  CQ-BALANCE-INQUIRY    VALUE 'B'.
001800         88  CQ-MINI-STATEMENT     VALUE 'M'.
001900         88  CQ-INTERNAL-TRANSFER  VALUE 'T'.
002000         88  CQ-SI-SETUP           VALUE 'S'.
002100         88  CQ-CARD-BLOCK         VALUE 'C'.
002133         88  CQ-PIN-RESET          VALUE 'R'.
002166         88  CQ-PIN-CHANGE         VALUE 'P'.
002200     05  CQ-REQUEST-BODY           PIC X(40).
002300*----------------------------------------------------------------
002400*  MINI-STATEMENT - HISTORY FROM THIS DATE (ZERO FOR ALL).
002500*----------------------------------------------------------------
002600     05  CQ-MINI-BODY REDEFINES CQ-REQUEST-BODY.
002700         10  CQ-MS-FROM-DATE       PIC 9(08).
002800         10  FILLER                PIC X(32).
002900*----------------------------------------------------------------
003000*  INTERNAL TRANSFER - TO ANOTHER ACCOUNT ON OUR BOOKS.
003100*----------------------------------------------------------------
003200     05  CQ-TRANSFER-BODY REDEFINES CQ-REQUEST-BODY.
003300         10  CQ-XF-DEST-ACCT       PIC 9(10).
003400         10  CQ-XF-AMOUNT          PIC 9(09)V99.
003500         10  FILLER                PIC X(19).
003600*----------------------------------------------------------------
003700*  STANDING INSTRUCTION SETUP - A RECURRING TRANSFER WITH
003800*  STANDPAY'S FREQUENCY AND HOLIDAY RULES (SEE STNDREC.CPY).
003900*----------------------------------------------------------------
004000     05  CQ-SI-BODY REDEFINES CQ-REQUEST-BODY.
004100         10  CQ-SI-DEST-ACCT       PIC 9(10).
004200         10  CQ-SI-AMOUNT          PIC 9(09)V99.
004300         10  CQ-SI-FREQUENCY-CODE  PIC X.
004400         10  CQ-SI-FIRST-RUN-DATE  PIC 9(08).
004500         10  CQ-SI-HOLIDAY-RULE    PIC X.
004600         10  FILLER                PIC X(09).
004700*----------------------------------------------------------------
004800*  CARD BLOCK - THE DEBIT CARD TO HOT-CARD.
004900*----------------------------------------------------------------
005000     05  CQ-CARD-BODY REDEFINES CQ-REQUEST-BODY.
005100         10  CQ-CB-CARD-NUMBER     PIC 9(10).
005200         10  FILLER                PIC X(30).
005300*----------------------------------------------------------------
005400*  PIN RESET - DATE OF BIRTH AND THE LAST FOUR CHARACTERS OF THE
005500*  TAXPAYER ID, AS HELD ON THE CUSTOMER MASTER.
005600*----------------------------------------------------------------
005700     05  CQ-PIN-RESET-BODY REDEFINES CQ-REQUEST-BODY.
005800         10  CQ-PR-DATE-OF-BIRTH   PIC 9(08).
005900         10  CQ-PR-TAX-ID-LAST4    PIC X(04).
006000         10  FILLER                PIC X(28).
006100*----------------------------------------------------------------
006200*  PIN CHANGE - THE CUSTOMER'S CHOSEN NEW PIN.  CQ-PIN CARRIES
006300*  THE CURRENT (OR MAILED) PIN.
006400*----------------------------------------------------------------
006500     05  CQ-PIN-CHANGE-BODY REDEFINES CQ-REQUEST-BODY.
006600         10  CQ-PC-NEW-PIN         PIC 9(04).
006700         10  FILLER                PIC X(36).
