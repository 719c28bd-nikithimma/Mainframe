000500*  PIN.  COPY INTO THE FD FOR PIN-MASTER-FILE (SEE PINMSEL.CPY
000600*  FOR THE MATCHING SELECT CLAUSE).  THE HASH IS COMPUTED BY
000700*  PIN-HASH-COMPUTE (SEE PINHASH.COB) - THE CLEAR PIN ITSELF IS
000800*  NEVER WRITTEN TO THIS FILE.  A PIN ISSUED BY PIN-ISSUE - AT
000825*  ACCOUNT OPENING OR ON A RESET - GOES OUT ON A SEALED MAILER
000850*  AND IS FLAGGED HERE FOR A FORCED CHANGE; PINVERIFY REFUSES
000875*  ANY OTHER USE OF IT UNTIL THE CUSTOMER PICKS THEIR OWN.
000900*----------------------------------------------------------------
001000*  MOD-HISTORY
001100*    2026-08-09  RPK  INITIAL VERSION.
001200*    2026-08-09  RPK  ADDED THE CONSECUTIVE FAILED-ATTEMPT COUNTER
001300*                     PINVERIFY USES TO DRIVE THE 3-ATTEMPT
001400*                     LOCKOUT.
001425*    2026-10-15  RPK  ADDED THE FORCED-CHANGE FLAG, LAST RESET
001450*                     DATE AND RESET COUNT FOR PINS ISSUED BY
001475*                     MAILER THROUGH PIN-ISSUE.
001500*================================================================
001600 01  PIN-MASTER-RECORD.
001700     05  PM-ACCT-NUMBER            PIC 9(10).
001800     05  PM-PIN-HASH               PIC 9(10).
001900     05  PM-LAST-CHANGED-DATE      PIC 9(08).
002000     05  PM-FAILED-ATTEMPTS        PIC 9(02).
002100     05  PM-FORCE-CHANGE-FLAG      PIC X.
002200         88  PM-CHANGE-REQUIRED    VALUE 'Y'.
002300         88  PM-CHANGE-NOT-REQUIRED VALUE 'N' ' '.
002400     05  PM-LAST-RESET-DATE        PIC 9(08).
002500     05  PM-RESET-COUNT            PIC 9(03).
