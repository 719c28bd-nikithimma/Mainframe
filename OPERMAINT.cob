002800*                     AND WRITES THE FIELD-LEVEL AUDIT.  THE
002900*                     ACTIVITY ROW HERE NOW RECORDS THE
003000*                     QUEUING, NOT THE CHANGE.
003020*    2026-10-15  RPK  THE PROPOSED-CHANGE IMAGES WIDENED FROM 250
003040*                     TO 300 BYTES WITH PCHGREC - THE CUSTOMER
003060*                     RECORD OUTGREW 250 WITH THE RELATIONSHIP
003080*                     OFFICER CODE.
003086*    2026-10-15  RPK  ROLE R (TELLER TRAINEE) OFFERED AT THE ROLE
003093*                     PROMPT - SIGNS ON IN THE TRAINING REGION.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
006500     05  WS-PC-TARGET-FILE         PIC X VALUE 'O'.
006600     05  WS-PC-ACTION              PIC X.
006700     05  WS-PC-TARGET-KEY          PIC X(20).
006800     05  WS-PC-OLD-IMAGE           PIC X(300).
006900     05  WS-PC-NEW-IMAGE           PIC X(300).
007000     05  WS-PC-HIGH-RISK           PIC X VALUE 'Y'.
007100     05  WS-PC-CHANGE-ID           PIC 9(08).
007200*----------------------------------------------------------------
017600     DISPLAY "ENTER BRANCH ID: "
017700     ACCEPT OP-BRANCH-ID
017800     DISPLAY "ENTER ROLE (T=TELLER S=SUPERVISOR M=MANAGER "
017900         "B=BATCH R=TRAINEE): "
018000     ACCEPT WS-ROLE-CODE-IN
018100     MOVE WS-ROLE-CODE-IN TO OP-ROLE-CODE
018200     IF NOT OP-ROLE-VALID
