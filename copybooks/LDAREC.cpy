000500*----------------------------------------------------------------
000600*  MOD-HISTORY
000700*    2026-08-09  RPK  INITIAL VERSION.
000710*    2026-10-15  RPK  ADDED THE AMOUNT PAST DUE - THE MISSED
000720*                     MONTHS' INSTALLMENTS (ZERO FOR A CREDIT
000730*                     LINE).
000800*================================================================
000900 01  DELINQUENCY-AGING-RECORD.
001000     05  DA-LOAN-NUMBER            PIC 9(10).
001300     05  DA-DAYS-PAST-DUE          PIC 9(05).
001400     05  DA-AGING-BUCKET           PIC X(08).
001500     05  DA-RUN-DATE               PIC 9(08).
001600     05  DA-AMOUNT-PAST-DUE        PIC S9(09)V99.
