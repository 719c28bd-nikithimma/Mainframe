003100*                     AND WRITES THE FIELD-LEVEL AUDIT.  THE
003200*                     ACTIVITY ROW HERE NOW RECORDS THE
003300*                     QUEUING, NOT THE CHANGE.
003320*    2026-10-15  RPK  THE PROPOSED-CHANGE IMAGES WIDENED FROM 250
003340*                     TO 300 BYTES WITH PCHGREC - THE CUSTOMER
003360*                     RECORD OUTGREW 250 WITH THE RELATIONSHIP
003380*                     OFFICER CODE.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
007000     05  WS-PC-TARGET-FILE         PIC X VALUE 'F'.
007100     05  WS-PC-ACTION              PIC X.
007200     05  WS-PC-TARGET-KEY          PIC X(20).
007300     05  WS-PC-OLD-IMAGE           PIC X(300).
007400     05  WS-PC-NEW-IMAGE           PIC X(300).
007500     05  WS-PC-HIGH-RISK           PIC X VALUE 'Y'.
007600     05  WS-PC-CHANGE-ID           PIC 9(08).
007700*----------------------------------------------------------------
