002100*                     ROLL THE REGISTER UP BY CUSTOMER
002200*                     WITHOUT JOINING BACK THROUGH THE
002300*                     ACCOUNT MASTER.
002320*    2026-10-15  RPK  ADDED THE DAY-COUNT CONVENTION AND THE
002340*                     NUMBER OF DAYS THE POSTING ACCRUED FOR, SO
002360*                     THE INTEREST CAN BE PROVED BACK TO THE
002380*                     QUOTED RATE.  RECORD IS NOW 84 BYTES.
002400*================================================================
002500 01  INTEREST-ACCRUAL-REGISTER-RECORD.
002600     05  IR-ACCT-NUMBER             PIC 9(10).
003300     05  IR-ACCRUAL-DATE            PIC 9(08).
003400     05  IR-CUSTOMER-NUMBER         PIC 9(09).
003500     05  IR-TAX-WITHHELD            PIC S9(09)V99.
003600     05  IR-DAY-COUNT               PIC X.
003700     05  IR-DAYS-ACCRUED            PIC 9(03).
