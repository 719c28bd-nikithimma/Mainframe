000100*================================================================
000200*  SETLREC.CPY
000300*  ONE RECORD OF THE CLEARING HOUSE NET SETTLEMENT ADVICE.  A
000400*  HEADER CARRIES THE SETTLEMENT DATE, THE ONE NET FIGURE THE
000500*  CLEARING HOUSE WILL SETTLE WITH US (POSITIVE = IN OUR
000600*  FAVOUR) AND THE COUNT OF ITEMS BEHIND IT; A DETAIL RECORD
000700*  PER ITEM CARRIES ITS TYPE, THE PRESENTMENT REFERENCE AND
000800*  THE AMOUNT.  ITEM TYPES:
000900*    P - PRESENTED TO US (CHECK-PRESENT)      - AGAINST US
001000*    S - RETURN WE SENT BACK UNPAID           - IN OUR FAVOUR
001100*    R - RETURN RECEIVED ON OUR CASH LETTER   - AGAINST US
001200*    C - ITEM ON OUR OUTBOUND CASH LETTER     - IN OUR FAVOUR
001300*----------------------------------------------------------------
001400*  MOD-HISTORY
001500*    2026-10-15  RPK  INITIAL VERSION.
001600*================================================================
001700 01  SETTLEMENT-ADVICE-RECORD.
001800     05  SA-RECORD-TYPE            PIC X.
001900         88  SA-ADVICE-HEADER      VALUE 'H'.
002000         88  SA-ADVICE-DETAIL      VALUE 'D'.
002100     05  SA-RECORD-BODY            PIC X(49).
002200*----------------------------------------------------------------
002300*  HEADER - THE NET FIGURE TO BE PROVED.
002400*----------------------------------------------------------------
002500     05  SA-HEADER-BODY REDEFINES SA-RECORD-BODY.
002600         10  SA-SETTLE-DATE        PIC 9(08).
002700         10  SA-NET-AMOUNT         PIC S9(11)V99.
002800         10  SA-ITEM-COUNT         PIC 9(06).
002900         10  FILLER                PIC X(22).
003000*----------------------------------------------------------------
003100*  DETAIL - ONE ITEM IN THE SETTLEMENT.
003200*----------------------------------------------------------------
003300     05  SA-DETAIL-BODY REDEFINES SA-RECORD-BODY.
003400         10  SA-ITEM-TYPE          PIC X.
003500             88  SA-ITEM-PRESENTED VALUE 'P'.
003600             88  SA-ITEM-RETURN-SENT VALUE 'S'.
003700             88  SA-ITEM-RETURN-RECEIVED VALUE 'R'.
003800             88  SA-ITEM-CASH-LETTER VALUE 'C'.
003900         10  SA-PRESENT-REF        PIC X(12).
004000         10  SA-ITEM-AMOUNT        PIC 9(09)V99.
004100         10  FILLER                PIC X(25).
