000100*================================================================
000200*  OBRSREC.CPY
000300*  RECORD LAYOUT FOR THE ONBOARDING RESPONSE FILE.  A HEADER
000400*  ECHOING THE EMPLOYER'S FILE ID, ONE RESULT PER EMPLOYEE ON
000500*  THE ONBOARDING FILE - THE NEW SALARY ACCOUNT NUMBER, OR WHY
000600*  NONE WAS OPENED - AND A TRAILER WITH THE COUNTS.  THE
000700*  EMPLOYER LOADS THE ACCOUNT NUMBERS INTO ITS PAYROLL SYSTEM
000800*  FOR THE NEXT PAY-BULK-CREDIT FILE.  A REJECTED EMPLOYEE'S
000900*  REASON IS WORDED FOR THE EMPLOYER; A WATCH-LIST MATCH IS
001000*  GIVEN ONLY AS A REFERRAL TO THE BRANCH.
001100*----------------------------------------------------------------
001200*  MOD-HISTORY
001300*    2026-10-15  RPK  INITIAL VERSION.
001400*================================================================
001500 01  ONBOARD-RESPONSE-RECORD.
001600     05  OS-RECORD-TYPE            PIC X.
001700         88  OS-FILE-HEADER        VALUE 'H'.
001800         88  OS-EMPLOYEE-RESULT    VALUE 'D'.
001900         88  OS-FILE-TRAILER       VALUE 'T'.
002000     05  OS-RECORD-BODY            PIC X(99).
002100*----------------------------------------------------------------
002200*  FILE HEADER.
002300*----------------------------------------------------------------
002400     05  OS-FILE-HEADER-BODY REDEFINES OS-RECORD-BODY.
002500         10  OS-FH-FILE-ID         PIC X(14).
002600         10  OS-FH-EMPLOYER-ID     PIC X(10).
002700         10  OS-FH-PROCESS-DATE    PIC 9(08).
002800         10  FILLER                PIC X(67).
002900*----------------------------------------------------------------
003000*  ONE EMPLOYEE'S RESULT.  N = OPENED FOR A NEW CUSTOMER,
003100*  E = OPENED FOR A CUSTOMER ALREADY ON FILE, R = REJECTED.
003200*----------------------------------------------------------------
003300     05  OS-EMPLOYEE-RESULT-BODY REDEFINES OS-RECORD-BODY.
003400         10  OS-ER-EMPLOYEE-ID     PIC X(12).
003500         10  OS-ER-RESULT-CODE     PIC X.
003600             88  OS-OPENED-NEW-CUSTOMER VALUE 'N'.
003700             88  OS-OPENED-EXISTING    VALUE 'E'.
003800             88  OS-ACCOUNT-OPENED     VALUE 'N' 'E'.
003900             88  OS-REJECTED           VALUE 'R'.
004000         10  OS-ER-ACCT-NUMBER     PIC 9(10).
004100         10  OS-ER-REASON          PIC X(30).
004200         10  FILLER                PIC X(46).
004300*----------------------------------------------------------------
004400*  FILE TRAILER.
004500*----------------------------------------------------------------
004600     05  OS-FILE-TRAILER-BODY REDEFINES OS-RECORD-BODY.
004700         10  OS-FT-FILE-ID         PIC X(14).
004800         10  OS-FT-RECORD-COUNT    PIC 9(08).
004900         10  OS-FT-OPENED-COUNT    PIC 9(08).
005000         10  OS-FT-REJECTED-COUNT  PIC 9(08).
005100         10  FILLER                PIC X(61).
