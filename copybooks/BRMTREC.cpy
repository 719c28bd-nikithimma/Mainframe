000100*================================================================
000200*  BRMTREC.CPY
000300*  RECORD LAYOUT FOR THE OUTBOUND BILLER REMITTANCE FILE.  A
000400*  FILE HEADER, THEN FOR EACH BILLER A BATCH HEADER CARRYING
000500*  ITS REMITTANCE ROUTING AND ACCOUNT, ONE DETAIL PER PAYMENT
000600*  WITH THE CUSTOMER'S REFERENCE AT THE BILLER, AND A BATCH
000700*  TRAILER WITH THE BILLER'S CONTROL COUNT AND TOTAL; A FILE
000800*  TRAILER CLOSES THE FILE WITH THE GRAND CONTROL TOTALS.
000900*----------------------------------------------------------------
001000*  MOD-HISTORY
001100*    2026-10-15  RPK  INITIAL VERSION.
001200*================================================================
001300 01  BILLER-REMITTANCE-RECORD.
001400     05  RM-RECORD-TYPE            PIC X.
001500         88  RM-FILE-HEADER        VALUE 'H'.
001600         88  RM-BATCH-HEADER       VALUE 'B'.
001700         88  RM-PAYMENT-DETAIL     VALUE 'D'.
001800         88  RM-BATCH-TRAILER      VALUE 'T'.
001900         88  RM-FILE-TRAILER       VALUE 'Z'.
002000     05  RM-RECORD-BODY            PIC X(99).
002100*----------------------------------------------------------------
002200*  FILE HEADER.
002300*----------------------------------------------------------------
002400     05  RM-FILE-HEADER-BODY REDEFINES RM-RECORD-BODY.
002500         10  RM-FH-FILE-ID         PIC X(14).
002600         10  RM-FH-CREATE-DATE     PIC 9(08).
002700         10  RM-FH-SEQUENCE-NUMBER PIC 9(04).
002800         10  FILLER                PIC X(73).
002900*----------------------------------------------------------------
003000*  BATCH HEADER - ONE PER BILLER.
003100*----------------------------------------------------------------
003200     05  RM-BATCH-HEADER-BODY REDEFINES RM-RECORD-BODY.
003300         10  RM-BH-BATCH-NUMBER    PIC 9(04).
003400         10  RM-BH-BILLER-ID       PIC X(08).
003500         10  RM-BH-BILLER-NAME     PIC X(30).
003600         10  RM-BH-REMIT-ROUTING   PIC X(09).
003700         10  RM-BH-REMIT-ACCOUNT   PIC X(17).
003800         10  FILLER                PIC X(31).
003900*----------------------------------------------------------------
004000*  PAYMENT DETAIL.
004100*----------------------------------------------------------------
004200     05  RM-PAYMENT-DETAIL-BODY REDEFINES RM-RECORD-BODY.
004300         10  RM-PD-PAYMENT-ID      PIC 9(08).
004400         10  RM-PD-CUSTOMER-REF    PIC X(20).
004500         10  RM-PD-AMOUNT          PIC 9(09)V99.
004600         10  RM-PD-PAYMENT-DATE    PIC 9(08).
004700         10  FILLER                PIC X(52).
004800*----------------------------------------------------------------
004900*  BATCH TRAILER - THE BILLER'S CONTROL TOTALS.
005000*----------------------------------------------------------------
005100     05  RM-BATCH-TRAILER-BODY REDEFINES RM-RECORD-BODY.
005200         10  RM-BT-BATCH-NUMBER    PIC 9(04).
005300         10  RM-BT-BILLER-ID       PIC X(08).
005400         10  RM-BT-ITEM-COUNT      PIC 9(08).
005500         10  RM-BT-AMOUNT-TOTAL    PIC 9(13)V99.
005600         10  FILLER                PIC X(64).
005700*----------------------------------------------------------------
005800*  FILE TRAILER - GRAND CONTROL TOTALS.
005900*----------------------------------------------------------------
006000     05  RM-FILE-TRAILER-BODY REDEFINES RM-RECORD-BODY.
006100         10  RM-FT-FILE-ID         PIC X(14).
006200         10  RM-FT-BATCH-COUNT     PIC 9(04).
006300         10  RM-FT-RECORD-COUNT    PIC 9(08).
006400         10  RM-FT-AMOUNT-TOTAL    PIC 9(13)V99.
006500         10  FILLER                PIC X(58).
