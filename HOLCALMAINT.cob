002500*                     PENDCHG-WRITE) AS A HIGH-RISK CHANGE
002600*                     AND ONLY A MANAGER'S APPROVAL IN
002700*                     CHANGE-REVIEW APPENDS IT.
002720*    2026-10-15  RPK  THE PROPOSED-CHANGE IMAGES WIDENED FROM 250
002740*                     TO 300 BYTES WITH PCHGREC - THE CUSTOMER
002760*                     RECORD OUTGREW 250 WITH THE RELATIONSHIP
002780*                     OFFICER CODE.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005700     05  WS-PC-TARGET-FILE         PIC X VALUE 'H'.
005800     05  WS-PC-ACTION              PIC X VALUE 'A'.
005900     05  WS-PC-TARGET-KEY          PIC X(20).
006000     05  WS-PC-OLD-IMAGE           PIC X(300).
006100     05  WS-PC-NEW-IMAGE           PIC X(300).
006200     05  WS-PC-HIGH-RISK           PIC X VALUE 'Y'.
006300     05  WS-PC-CHANGE-ID           PIC 9(08).
006400*================================================================
