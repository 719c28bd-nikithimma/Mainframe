000100*================================================================
000200*  CHRSREC.CPY
000300*  ONE RESPONSE TO A DIGITAL CHANNEL REQUEST.  CR-OUTCOME-CODE
000400*  IS WHAT THE VENDOR ACTS ON; CR-OUTCOME-TEXT IS FOR ITS
000500*  SCREENS.  CR-RESPONSE-BODY IS LAID OUT BY REQUEST TYPE AND
000600*  IS ONLY FILLED IN WHEN THE REQUEST SUCCEEDED.
000700*----------------------------------------------------------------
000800*  MOD-HISTORY
000900*    2026-10-15  RPK  INITIAL VERSION.
000925*    2026-10-15  RPK  ADDED OUTCOME 12 - THE PIN WAS RIGHT BUT IS
000950*                     A MAILED PIN THAT MUST BE CHANGED (REQUEST
000975*                     TYPE P) BEFORE ANYTHING ELSE IS ALLOWED.
001000*================================================================
001100 01  CHANNEL-RESPONSE-RECORD.
001200     05  CR-REQUEST-ID             PIC X(16).
001300     05  CR-ACCT-NUMBER            PIC 9(10).
001400     05  CR-REQUEST-TYPE           PIC X.
001500     05  CR-OUTCOME-CODE           PIC X(02).
001600         88  CR-OK                 VALUE "00".
001700         88  CR-PIN-REJECTED       VALUE "10".
001800         88  CR-ACCOUNT-BLOCKED    VALUE "11".
001850         88  CR-PIN-CHANGE-REQUIRED VALUE "12".
001900         88  CR-INVALID-REQUEST    VALUE "20".
002000         88  CR-ACCOUNT-UNUSABLE   VALUE "21".
002100         88  CR-JOINT-AUTH-NEEDED  VALUE "22".
002200         88  CR-DECLINED           VALUE "30".
002300         88  CR-NOT-FOUND          VALUE "31".
002400         88  CR-SERVICE-CLOSED     VALUE "40".
002500     05  CR-OUTCOME-TEXT           PIC X(30).
002600     05  CR-RESPONSE-BODY          PIC X(292).
002700*----------------------------------------------------------------
002800*  BALANCE INQUIRY.
002900*----------------------------------------------------------------
003000     05  CR-BALANCE-BODY REDEFINES CR-RESPONSE-BODY.
003100         10  CR-BL-LEDGER-BALANCE  PIC S9(09)V99
003200                                   SIGN LEADING SEPARATE.
003300         10  CR-BL-AVAILABLE       PIC S9(09)V99
003400                                   SIGN LEADING SEPARATE.
003500         10  CR-BL-CURRENCY-CODE   PIC X(03).
003600         10  FILLER                PIC X(265).
003700*----------------------------------------------------------------
003800*  MINI-STATEMENT - THE MOST RECENT ROWS, OLDEST FIRST.
003900*----------------------------------------------------------------
004000     05  CR-MINI-BODY REDEFINES CR-RESPONSE-BODY.
004100         10  CR-MS-ROW-COUNT       PIC 9(02).
004200         10  CR-MS-ROW OCCURS 10 TIMES.
004300             15  CR-MS-TRAN-DATE   PIC 9(08).
004400             15  CR-MS-TRAN-TYPE   PIC X.
004500             15  CR-MS-AMOUNT      PIC S9(09)V99
004600                                   SIGN LEADING SEPARATE.
004700             15  CR-MS-TRAN-ID     PIC 9(08).
004800*----------------------------------------------------------------
004900*  STANDING INSTRUCTION SETUP - THE INSTRUCTION AS FILED.
005000*----------------------------------------------------------------
005100     05  CR-SI-BODY REDEFINES CR-RESPONSE-BODY.
005200         10  CR-SI-INSTRUCTION-ID  PIC 9(06).
005300         10  CR-SI-NEXT-RUN-DATE   PIC 9(08).
005400         10  FILLER                PIC X(278).
