001700*                     SIGN-ONS AND AUTHORITY REJECTIONS LEFT
001800*                     NO TRACE AT ALL.  CONSOLE PLUS A SECTION
001900*                     ON THE EOD REPORT DECK.
001933*    2026-10-15  RPK  COUNTS CUSTOMER PINS ISSUED OR RESET BY
001966*                     MAILER (EVENT TYPE P) ON THE DAILY REPORT.
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004600     05  WS-OVER-LIMITS            PIC 9(06) COMP VALUE 0.
004700     05  WS-ROLE-REFUSALS          PIC 9(06) COMP VALUE 0.
004800     05  WS-LOCKOUTS               PIC 9(06) COMP VALUE 0.
004850     05  WS-PIN-ISSUES             PIC 9(06) COMP VALUE 0.
004900*----------------------------------------------------------------
005000 01  WS-BUSINESS-DATE              PIC 9(08).
005100 01  WS-BUSDATE-FLAG               PIC X.
008900     DISPLAY "SECREPORT: ROLE REFUSALS     = "
009000         WS-ROLE-REFUSALS
009100     DISPLAY "SECREPORT: AUTO-DISABLED     = " WS-LOCKOUTS
009150     DISPLAY "SECREPORT: PINS ISSUED/RESET = " WS-PIN-ISSUES
009200     STOP RUN.
009300*----------------------------------------------------------------
009400 2000-REPORT-ONE-EVENT.
011300             ADD 1 TO WS-ROLE-REFUSALS
011400         WHEN SV-AUTO-DISABLED
011500             ADD 1 TO WS-LOCKOUTS
011533         WHEN SV-PIN-ISSUED
011566             ADD 1 TO WS-PIN-ISSUES
011600         WHEN OTHER
011700             CONTINUE
011800     END-EVALUATE
