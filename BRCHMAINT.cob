002900*                     AND WRITES THE FIELD-LEVEL AUDIT.  THE
003000*                     ACTIVITY ROW HERE NOW RECORDS THE
003100*                     QUEUING, NOT THE CHANGE.
003120*    2026-10-15  RPK  THE PROPOSED-CHANGE IMAGES WIDENED FROM 250
003140*                     TO 300 BYTES WITH PCHGREC - THE CUSTOMER
003160*                     RECORD OUTGREW 250 WITH THE RELATIONSHIP
003180*                     OFFICER CODE.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
006800     05  WS-PC-TARGET-FILE         PIC X VALUE 'B'.
006900     05  WS-PC-ACTION              PIC X.
007000     05  WS-PC-TARGET-KEY          PIC X(20).
007100     05  WS-PC-OLD-IMAGE           PIC X(300).
007200     05  WS-PC-NEW-IMAGE           PIC X(300).
007300     05  WS-PC-HIGH-RISK           PIC X VALUE 'N'.
007400     05  WS-PC-CHANGE-ID           PIC 9(08).
007500*----------------------------------------------------------------
