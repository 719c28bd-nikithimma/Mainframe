000100*================================================================
000200*  CLTRREC.CPY
000300*  ONE RECORD OF THE OUTBOUND CASH LETTER.  A LETTER IS FRAMED
000400*  THE WAY FILECTL-VERIFY EXPECTS AN INBOUND FEED TO BE - A
000500*  FILE HEADER CARRYING THE FILE ID, CREATION DATE AND
000600*  SEQUENCE, AND A FILE TRAILER CARRYING THE ITEM COUNT AND
000700*  AMOUNT TOTAL THE FILE MUST PROVE TO.  INSIDE IT THE ITEMS
000800*  ARE BUNDLED BY THE ROUTING NUMBER THEY ARE DRAWN ON, EACH
000900*  BUNDLE WITH ITS OWN HEADER AND A TRAILER CARRYING THE
001000*  BUNDLE'S COUNT AND TOTAL.  EACH ITEM CARRIES THE
001100*  PRESENTMENT REFERENCE ALSO STAMPED ON ITS CLEARING REGISTER
001200*  ROW; THE CLEARING HOUSE ECHOES IT BACK ON A RETURN.
001300*----------------------------------------------------------------
001400*  MOD-HISTORY
001500*    2026-10-15  RPK  INITIAL VERSION.
001600*================================================================
001700 01  CASH-LETTER-RECORD.
001800     05  CL-RECORD-TYPE            PIC X.
001900         88  CL-FILE-HEADER        VALUE 'H'.
002000         88  CL-BUNDLE-HEADER      VALUE 'B'.
002100         88  CL-ITEM-DETAIL        VALUE 'D'.
002200         88  CL-BUNDLE-TRAILER     VALUE 'T'.
002300         88  CL-FILE-TRAILER       VALUE 'Z'.
002400     05  CL-RECORD-BODY            PIC X(79).
002500*----------------------------------------------------------------
002600*  FILE HEADER - ORIGIN IS OUR OWN ROUTING NUMBER.
002700*----------------------------------------------------------------
002800     05  CL-FILE-HEADER-BODY REDEFINES CL-RECORD-BODY.
002900         10  CL-FH-FILE-ID         PIC X(14).
003000         10  CL-FH-CREATE-DATE     PIC 9(08).
003100         10  CL-FH-SEQUENCE-NUMBER PIC 9(04).
003200         10  CL-FH-ORIGIN-ROUTING  PIC X(09).
003300         10  FILLER                PIC X(44).
003400*----------------------------------------------------------------
003500*  BUNDLE HEADER - ONE PER DRAWEE ROUTING NUMBER.
003600*----------------------------------------------------------------
003700     05  CL-BUNDLE-HEADER-BODY REDEFINES CL-RECORD-BODY.
003800         10  CL-BH-BUNDLE-NUMBER   PIC 9(04).
003900         10  CL-BH-ROUTING-NUMBER  PIC X(09).
004000         10  FILLER                PIC X(66).
004100*----------------------------------------------------------------
004200*  ITEM DETAIL - ONE PER CHECK PRESENTED.
004300*----------------------------------------------------------------
004400     05  CL-ITEM-DETAIL-BODY REDEFINES CL-RECORD-BODY.
004500         10  CL-IT-PRESENT-REF     PIC X(12).
004600         10  CL-IT-ROUTING-NUMBER  PIC X(09).
004700         10  CL-IT-CHECK-NUMBER    PIC X(10).
004800         10  CL-IT-AMOUNT          PIC 9(09)V99.
004900         10  CL-IT-DEPOSIT-DATE    PIC 9(08).
005000         10  FILLER                PIC X(29).
005100*----------------------------------------------------------------
005200*  BUNDLE TRAILER - THE BUNDLE'S CONTROL TOTALS.
005300*----------------------------------------------------------------
005400     05  CL-BUNDLE-TRAILER-BODY REDEFINES CL-RECORD-BODY.
005500         10  CL-BT-BUNDLE-NUMBER   PIC 9(04).
005600         10  CL-BT-ROUTING-NUMBER  PIC X(09).
005700         10  CL-BT-ITEM-COUNT      PIC 9(08).
005800         10  CL-BT-AMOUNT-TOTAL    PIC 9(13)V99.
005900         10  FILLER                PIC X(43).
006000*----------------------------------------------------------------
006100*  FILE TRAILER - THE LETTER'S CONTROL TOTALS.
006200*----------------------------------------------------------------
006300     05  CL-FILE-TRAILER-BODY REDEFINES CL-RECORD-BODY.
006400         10  CL-FT-FILE-ID         PIC X(14).
006500         10  CL-FT-BUNDLE-COUNT    PIC 9(04).
006600         10  CL-FT-RECORD-COUNT    PIC 9(08).
006700         10  CL-FT-AMOUNT-TOTAL    PIC 9(13)V99.
006800         10  FILLER                PIC X(38).
