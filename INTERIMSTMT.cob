003300*                     CROSS-REFERENCE (VIA ACCT-XREF-GET), SO
003400*                     A CUSTOMER QUOTING A PRE-CONVERSION
003500*                     NUMBER STILL GETS THEIR HISTORY.
003525*    2026-10-15  RPK  A MAILED PIN STILL DUE FOR CHANGE IS REFUSED
003550*                     WITH ITS OWN MESSAGE SO THE TELLER KNOWS
003575*                     WHY.
003600*================================================================
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
007400     05  WS-SIGNATORY-SEQ          PIC 9(01).
007500     05  WS-PIN-ACCESS-FLAG        PIC X.
007600         88  PIN-ACCESS-GRANTED    VALUE 'Y'.
007650         88  PIN-CHANGE-DUE        VALUE 'C'.
007700     05  WS-JOINTAUTH-MODE         PIC X VALUE 'V'.
007800     05  WS-SIGNATORY-NAME         PIC X(30).
007900     05  WS-EOF-SWITCH             PIC X VALUE 'N'.
019700         CALL "JOINTAUTH" USING WS-ACCT-NUMBER WS-SIGNATORY-SEQ
019800             WS-SIGNATORY-NAME WS-ENTERED-PIN
019900             WS-JOINTAUTH-MODE WS-PIN-ACCESS-FLAG
019916     END-IF
019932     IF PIN-CHANGE-DUE
019948         DISPLAY "INTERIM STATEMENT REFUSED - THE CUSTOMER MUST "
019964             "CHANGE THEIR MAILED PIN FIRST"
019980         GO TO 2000-VERIFY-AUTHORITY-EXIT
020000     END-IF
020100     IF NOT PIN-ACCESS-GRANTED
020200         DISPLAY "INTERIM STATEMENT REFUSED - VERIFICATION "
