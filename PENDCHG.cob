001800*                     HANDS THE ID BACK FOR THE CONSOLE TO
001900*                     QUOTE TO THE MAKER.  SAME SHAPE AS
002000*                     RUNHIST-WRITE.
002020*    2026-10-15  RPK  THE PROPOSED-CHANGE IMAGES WIDENED FROM 250
002040*                     TO 300 BYTES WITH PCHGREC - THE CUSTOMER
002060*                     RECORD OUTGREW 250 WITH THE RELATIONSHIP
002080*                     OFFICER CODE.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004400 01  LS-TARGET-FILE                PIC X.
004500 01  LS-ACTION                     PIC X.
004600 01  LS-TARGET-KEY                 PIC X(20).
004700 01  LS-OLD-IMAGE                  PIC X(300).
004800 01  LS-NEW-IMAGE                  PIC X(300).
004900 01  LS-MAKER-ID                   PIC X(08).
005000 01  LS-HIGH-RISK-FLAG             PIC X.
005100 01  LS-CHANGE-ID                  PIC 9(08).
