000700*----------------------------------------------------------------
000800*  MOD-HISTORY
000900*    2026-08-09  RPK  INITIAL VERSION.
000933*    2026-10-15  RPK  ADDED THE BILL PAYMENT LINE TYPE.
000944*    2026-10-15  RPK  ADDED THE RELATIONSHIP SUMMARY AND ACCOUNT
000955*                     SECTION LINE TYPES WRITTEN BY REL-STMT.  ON
000966*                     A RELATIONSHIP STATEMENT SL-ACCT-NUMBER
000977*                     CARRIES THE CUSTOMER'S PRIMARY ACCOUNT ON
000988*                     EVERY LINE.
000994*    2026-10-15  RPK  ADDED THE ITEM FEE LINE TYPE.
001000*================================================================
001100 01  STATEMENT-LINE-RECORD.
001200     05  SL-RECORD-TYPE            PIC X(01).
001700         88  SL-TYPE-TRANSACTION   VALUE 'T'.
001800         88  SL-TYPE-INTEREST      VALUE 'I'.
001900         88  SL-TYPE-WARNING       VALUE 'W'.
001933         88  SL-TYPE-BILL-PAYMENT  VALUE 'B'.
001955         88  SL-TYPE-RELATIONSHIP  VALUE 'R'.
001977         88  SL-TYPE-SECTION       VALUE 'S'.
001988         88  SL-TYPE-ITEM-FEE      VALUE 'F'.
002000         88  SL-TYPE-TRAILER       VALUE 'E'.
002100     05  SL-ACCT-NUMBER            PIC 9(10).
002200     05  SL-DETAIL-LINE            PIC X(60).
