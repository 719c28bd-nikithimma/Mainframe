000100*================================================================
000200*  PNMLREC.CPY
000300*  ONE PIN MAILER FOR THE PRINT VENDOR.  THE ONLY PLACE A CLEAR
000400*  PIN IS EVER WRITTEN - THE VENDOR PRINTS IT UNDER THE SEAL
000500*  AND MAILS IT TO THE ADDRESS ON THE CUSTOMER MASTER; THE PIN
000600*  MASTER ITSELF HOLDS ONLY THE PIN-HASH-COMPUTE HASH.  THE
000700*  ACCOUNT NUMBER IS MASKED TO ITS LAST FOUR DIGITS SO THE
000800*  MAILER ALONE IS NO USE TO WHOEVER OPENS IT.
000900*----------------------------------------------------------------
001000*  MOD-HISTORY
001100*    2026-10-15  RPK  INITIAL VERSION.
001200*================================================================
001300 01  PIN-MAILER-RECORD.
001400     05  PN-ISSUE-DATE             PIC 9(08).
001500     05  PN-ISSUE-REASON           PIC X.
001600         88  PN-NEW-ACCOUNT        VALUE 'I'.
001700         88  PN-PIN-RESET          VALUE 'R'.
001800     05  PN-MASKED-ACCT            PIC X(10).
001900     05  PN-CUSTOMER-NAME          PIC X(30).
002000     05  PN-ADDRESS-LINE-1         PIC X(30).
002100     05  PN-ADDRESS-LINE-2         PIC X(30).
002200     05  PN-CITY                   PIC X(20).
002300     05  PN-STATE                  PIC X(02).
002400     05  PN-ZIP-CODE               PIC X(10).
002500     05  PN-CLEAR-PIN              PIC 9(04).
