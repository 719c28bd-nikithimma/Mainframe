001700*                     OF GROWING ITS OWN PRINT FILE.  THE
001800*                     NIGHTLY FORMATTER BELOW DOES THE REST.
001900*                     SAME SHAPE AS RUNHIST-WRITE.
001910*    2026-10-15  RPK  OPTIONAL SIXTH PARAMETER NAMES THE CUSTOMER
001920*                     TO ADDRESS THE LETTER TO WHEN IT IS NOT THE
001930*                     ACCOUNT HOLDER - A GUARANTOR OR CO-BORROWER
001940*                     ON A LOAN. ZERO OR OMITTED MEANS THE ACCOUNT
001950*                     HOLDER, SO EVERY EXISTING CALLER IS
001960*                     UNCHANGED.
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004500 01  LS-TEXT-LINE-1                PIC X(40).
004600 01  LS-TEXT-LINE-2                PIC X(40).
004700 01  LS-NOTICE-ID                  PIC 9(08).
004750 01  LS-ADDRESSEE-CUSTOMER         PIC 9(09).
004800*================================================================
004900 PROCEDURE DIVISION USING LS-ACCT-NUMBER LS-NOTICE-TYPE
005000     LS-TEXT-LINE-1 LS-TEXT-LINE-2 LS-NOTICE-ID
005050     OPTIONAL LS-ADDRESSEE-CUSTOMER.
005100*================================================================
005200 0000-MAINLINE.
005300     MOVE ZERO TO LS-NOTICE-ID
007700     MOVE LS-NOTICE-TYPE      TO NQ-NOTICE-TYPE
007800     MOVE LS-TEXT-LINE-1      TO NQ-TEXT-LINE-1
007900     MOVE LS-TEXT-LINE-2      TO NQ-TEXT-LINE-2
007910     IF ADDRESS OF LS-ADDRESSEE-CUSTOMER NOT = NULL
007920         MOVE LS-ADDRESSEE-CUSTOMER TO NQ-ADDRESSEE-CUSTOMER
007930     ELSE
007940         MOVE ZERO TO NQ-ADDRESSEE-CUSTOMER
007950     END-IF
008000     MOVE WS-TS-DATE          TO NQ-REQUEST-DATE
008100     SET NQ-NOTICE-QUEUED     TO TRUE
008200     WRITE NOTICE-REQUEST-RECORD
011100*                     EACH FORMATTED NOTICE FILES A KEYED
011200*                     HISTORY ROW, SO "WHAT DID YOU SEND ME?"
011300*                     IS A LOOKUP INSTEAD OF A SHRUG.
011320*    2026-10-15  RPK  A REQUEST CARRYING AN ADDRESSEE CUSTOMER IS
011340*                     ADDRESSED TO THAT CUSTOMER INSTEAD OF THE
011360*                     ACCOUNT HOLDER (GUARANTOR LETTERS).
011366*    2026-10-15  RPK  A REQUEST WHOSE ADDRESSEE'S ADDRESS IS
011372*                     FLAGGED UNDELIVERABLE IS HELD - LEFT QUEUED
011378*                     WITH NOTHING PRINTED - AND COUNTED; IT
011384*                     PRINTS ON THE FIRST RUN AFTER AN ADDRESS
011390*                     CHANGE CLEARS THE FLAG.
011400*================================================================
011500 ENVIRONMENT DIVISION.
011600 INPUT-OUTPUT SECTION.
015000         88  NO-MORE-REQUESTS      VALUE 'Y'.
015100     05  WS-REQUESTS-READ          PIC 9(06) COMP VALUE 0.
015200     05  WS-NOTICES-FORMATTED      PIC 9(06) COMP VALUE 0.
015225     05  WS-NOTICES-HELD           PIC 9(06) COMP VALUE 0.
015250     05  WS-CUST-FOUND-SWITCH      PIC X VALUE 'N'.
015275         88  CUSTOMER-FOUND        VALUE 'Y'.
015300     05  WS-MASKED-ACCT-NUMBER     PIC X(10).
015400     05  WS-BRANCH-VALID-FLAG      PIC X.
015500     05  WS-BRANCH-NAME            PIC X(30).
019000     DISPLAY "NOTICEFMT: REQUESTS READ     = " WS-REQUESTS-READ
019100     DISPLAY "NOTICEFMT: NOTICES FORMATTED = "
019200         WS-NOTICES-FORMATTED
019233     DISPLAY "NOTICEFMT: HELD - NO ADDRESS = "
019266         WS-NOTICES-HELD
019300     MOVE WS-REQUESTS-READ TO WS-RH-RECORDS-READ
019400     MOVE WS-NOTICES-FORMATTED TO WS-RH-RECORDS-UPDATED
019500     MOVE ZERO TO WS-RH-AMOUNT-POSTED
022600 1000-INITIALIZE-EXIT.
022700     EXIT.
022800*----------------------------------------------------------------
022900*  2000-FORMAT-ONE-NOTICE  --  ONE QUEUED REQUEST TO PAPER.  A
022925*  REQUEST WHOSE ADDRESSEE'S ADDRESS IS FLAGGED UNDELIVERABLE IS
022950*  HELD - LEFT QUEUED, NOTHING PRINTED - AND GOES OUT ON THE
022975*  FIRST NIGHT AFTER AN ADDRESS CHANGE CLEARS THE FLAG.
023000*----------------------------------------------------------------
023100 2000-FORMAT-ONE-NOTICE.
023200     READ NOTICE-REQUEST-FILE NEXT RECORD
024900             GO TO 2000-FORMAT-ONE-NOTICE-EXIT
025000     END-READ
025100
025104     IF NQ-ADDRESSEE-CUSTOMER NOT = ZERO
025108         MOVE NQ-ADDRESSEE-CUSTOMER TO CM-CUSTOMER-NUMBER
025112     ELSE
025116         MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
025120     END-IF
025124     MOVE 'N' TO WS-CUST-FOUND-SWITCH
025128     READ CUSTOMER-MASTER-FILE
025132         KEY IS CM-CUSTOMER-NUMBER
025136         INVALID KEY
025140             CONTINUE
025144         NOT INVALID KEY
025148             MOVE 'Y' TO WS-CUST-FOUND-SWITCH
025152     END-READ
025156     IF CUSTOMER-FOUND AND CM-ADDRESS-UNDELIVERABLE
025160         ADD 1 TO WS-NOTICES-HELD
025164         DISPLAY "NOTICEFMT: NOTICE " NQ-NOTICE-ID " HELD - "
025168             "ADDRESS OF CUSTOMER " CM-CUSTOMER-NUMBER
025172             " UNDELIVERABLE SINCE " CM-RETURNED-MAIL-DATE
025176         GO TO 2000-FORMAT-ONE-NOTICE-EXIT
025180     END-IF
025184
025200     MOVE SPACES TO NOTICE-PRINT-LINE
025300     WRITE NOTICE-PRINT-LINE
025400     CALL "BRANCH-VERIFY" USING AM-BRANCH-ID
026300         END-STRING
026400         WRITE NOTICE-PRINT-LINE
026500     END-IF
026600     IF CUSTOMER-FOUND
026700         MOVE CM-CUSTOMER-NAME TO NOTICE-PRINT-LINE
026800         WRITE NOTICE-PRINT-LINE
026900         MOVE CM-ADDRESS-LINE-1 TO NOTICE-PRINT-LINE
027000         WRITE NOTICE-PRINT-LINE
027100         MOVE SPACES TO NOTICE-PRINT-LINE
027200         STRING CM-CITY ", " CM-STATE "  " CM-ZIP-CODE
027300             DELIMITED BY SIZE INTO NOTICE-PRINT-LINE
027400         END-STRING
027500         WRITE NOTICE-PRINT-LINE
027600     END-IF
028200     CALL "ACCT-NUMBER-MASK" USING AM-ACCT-NUMBER
028300         WS-MASKED-ACCT-NUMBER
028400     MOVE SPACES TO NOTICE-PRINT-LINE
