002300*                     WRITES EACH MONTH'S FILE TO ITS OWN
002400*                     GENERATION, SO A DISPUTE CAN BE ANSWERED
002500*                     FROM EXACTLY WHAT WAS SUBMITTED.
002510*    2026-10-15  RPK  REVOLVING CREDIT LINES (TYPE V ON THE
002520*                     ACCOUNT MASTER) ARE NOW REPORTED TOO -
002530*                     ACCOUNT NUMBER IN THE LOAN NUMBER FIELD,
002540*                     DRAWN AMOUNT AS THE BALANCE, DAYS PAST DUE
002550*                     FROM THE NIGHTLY AGING, STATUS L CLOSED, D
002560*                     30+ DAYS PAST DUE, ELSE C.
002565*    2026-10-15  RPK  EACH ACTIVE CO-BORROWER ON THE LOAN PARTY
002570*                     FILE NOW GETS A RECORD OF THEIR OWN AFTER
002575*                     THE PRIMARY BORROWER'S, WITH THE SAME LOAN
002580*                     FIGURES. NEW BX-PARTY-ROLE AT THE END OF THE
002585*                     RECORD (P PRIMARY, C CO-BORROWER); RECORD
002590*                     LENGTH NOW 149.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003000     COPY LOANMSEL.
003100     COPY ACCTMSEL.
003200     COPY CUSTMSEL.
003250     COPY LPTYSEL.
003300     SELECT BUREAU-EXTRACT-FILE
003400         ASSIGN TO "BURFILE"
003500         ORGANIZATION IS LINE SEQUENTIAL
004300     COPY ACCTMAST.
004400 FD  CUSTOMER-MASTER-FILE.
004500     COPY CUSTMAST.
004530 FD  LOAN-PARTY-FILE.
004560     COPY LPTYREC.
004600 FD  BUREAU-EXTRACT-FILE.
004700 01  BUREAU-EXTRACT-RECORD.
004800     05  BX-REPORT-PERIOD          PIC 9(06).
005900     05  BX-DAYS-PAST-DUE          PIC 9(05).
006000     05  BX-STATUS-CODE            PIC X.
006100     05  BX-RESTRUCTURE-COUNT      PIC 9(02).
006120     05  BX-PARTY-ROLE             PIC X.
006140         88  BX-PRIMARY-BORROWER   VALUE 'P'.
006160         88  BX-CO-BORROWER        VALUE 'C'.
006200*----------------------------------------------------------------
006300 WORKING-STORAGE SECTION.
006400 01  WS-FILE-STATUSES.
006600     05  WS-ACCTMAST-STATUS        PIC XX.
006700     05  WS-CUSTMAST-STATUS        PIC XX.
006800     05  WS-BURFILE-STATUS         PIC XX.
006850     05  WS-LOANPRTY-STATUS        PIC XX.
006900*----------------------------------------------------------------
007000 01  WS-WORK-FIELDS.
007100     05  WS-LOAN-EOF-SWITCH        PIC X VALUE 'N'.
007300     05  WS-LOANS-READ             PIC 9(06) COMP VALUE 0.
007400     05  WS-RECORDS-WRITTEN        PIC 9(06) COMP VALUE 0.
007500     05  WS-LOANS-SKIPPED          PIC 9(06) COMP VALUE 0.
007520     05  WS-LINE-EOF-SWITCH        PIC X VALUE 'N'.
007540         88  NO-MORE-LINES         VALUE 'Y'.
007560     05  WS-LINES-READ             PIC 9(06) COMP VALUE 0.
007580     05  WS-LINE-DRAWN-AMOUNT      PIC S9(09)V99.
007600     05  WS-REPORT-PERIOD          PIC 9(06).
007610     05  WS-PARTY-FILE-SWITCH      PIC X VALUE 'N'.
007620         88  WS-PARTY-FILE-OPEN    VALUE 'Y'.
007630     05  WS-PARTY-EOF-SWITCH       PIC X.
007640         88  NO-MORE-PARTIES       VALUE 'Y'.
007650     05  WS-CO-BORROWERS-WRITTEN   PIC 9(06) COMP VALUE 0.
007700*----------------------------------------------------------------
007800 01  WS-BUSINESS-DATE              PIC 9(08).
007900 01  WS-BUSDATE-FLAG               PIC X.
010600     PERFORM 2000-EXTRACT-ONE-LOAN
010700         THRU 2000-EXTRACT-ONE-LOAN-EXIT
010800         UNTIL NO-MORE-LOANS
010820     IF WS-ACCTMAST-STATUS = "00" AND WS-BURFILE-STATUS = "00"
010840         PERFORM 3000-EXTRACT-CREDIT-LINES
010860             THRU 3000-EXTRACT-CREDIT-LINES-EXIT
010880     END-IF
010900     PERFORM 9999-EXIT
011000         THRU 9999-EXIT-EXIT
011100     DISPLAY "CREDBUREAU: LOANS READ      = " WS-LOANS-READ
011200     DISPLAY "CREDBUREAU: RECORDS WRITTEN = "
011300         WS-RECORDS-WRITTEN
011400     DISPLAY "CREDBUREAU: LOANS SKIPPED   = " WS-LOANS-SKIPPED
011450     DISPLAY "CREDBUREAU: CREDIT LINES    = " WS-LINES-READ
011460     DISPLAY "CREDBUREAU: CO-BORROWERS    = "
011470         WS-CO-BORROWERS-WRITTEN
011500     MOVE WS-LOANS-READ TO WS-RH-RECORDS-READ
011600     MOVE WS-RECORDS-WRITTEN TO WS-RH-RECORDS-UPDATED
011700     MOVE ZERO TO WS-RH-AMOUNT-POSTED
015000             "STATUS = " WS-BURFILE-STATUS
015100         MOVE 'Y' TO WS-LOAN-EOF-SWITCH
015200     END-IF
015220     OPEN INPUT LOAN-PARTY-FILE
015240     IF WS-LOANPRTY-STATUS = "00"
015260         MOVE 'Y' TO WS-PARTY-FILE-SWITCH
015280     END-IF
015300     .
015400 1000-INITIALIZE-EXIT.
015500     EXIT.
015700*  2000-EXTRACT-ONE-LOAN  --  RESOLVE THE BORROWER THROUGH THE
015800*  LOAN'S ACCOUNT AND WRITE THE BUREAU RECORD.  A LOAN WHOSE
015900*  ACCOUNT OR CUSTOMER CANNOT BE RESOLVED IS SKIPPED TO THE
016000*  CONSOLE RATHER THAN REPORTED WITH A BLANK IDENTITY.  EACH
016020*  ACTIVE CO-BORROWER ON THE LOAN PARTY FILE FOLLOWS THE PRIMARY
016040*  BORROWER'S RECORD WITH ONE OF ITS OWN (GUARANTORS ARE NOT
016060*  REPORTED UNTIL THE GUARANTEE IS CALLED).
016100*----------------------------------------------------------------
016200 2000-EXTRACT-ONE-LOAN.
016300     READ LOAN-MASTER-FILE NEXT RECORD
018700             GO TO 2000-EXTRACT-ONE-LOAN-EXIT
018800     END-READ
018900
019200     MOVE CM-CUSTOMER-NUMBER     TO BX-CUSTOMER-NUMBER
019300     MOVE CM-CUSTOMER-NAME       TO BX-CUSTOMER-NAME
019400     MOVE CM-DATE-OF-BIRTH       TO BX-DATE-OF-BIRTH
019600     MOVE CM-CITY                TO BX-CITY
019700     MOVE CM-STATE               TO BX-STATE
019800     MOVE CM-ZIP-CODE            TO BX-ZIP-CODE
019801     PERFORM 2200-MOVE-LOAN-FIGURES
019802         THRU 2200-MOVE-LOAN-FIGURES-EXIT
019803     SET BX-PRIMARY-BORROWER TO TRUE
019804     WRITE BUREAU-EXTRACT-RECORD
019805     ADD 1 TO WS-RECORDS-WRITTEN
019806     IF WS-PARTY-FILE-OPEN
019807         PERFORM 2100-EXTRACT-CO-BORROWERS
019808             THRU 2100-EXTRACT-CO-BORROWERS-EXIT
019809     END-IF
019810     .
019811 2000-EXTRACT-ONE-LOAN-EXIT.
019812     EXIT.
019813*----------------------------------------------------------------
019814*  2100-EXTRACT-CO-BORROWERS  --  THE LOAN'S PARTY ROWS, IN
019815*  SEQUENCE.
019816*----------------------------------------------------------------
019817 2100-EXTRACT-CO-BORROWERS.
019818     MOVE 'N' TO WS-PARTY-EOF-SWITCH
019819     MOVE LM-LOAN-NUMBER TO LP-LOAN-NUMBER
019820     MOVE ZERO TO LP-PARTY-SEQ
019821     START LOAN-PARTY-FILE
019822         KEY IS NOT LESS THAN LP-PARTY-KEY
019823         INVALID KEY
019824             GO TO 2100-EXTRACT-CO-BORROWERS-EXIT
019825     END-START
019826     PERFORM 2110-EXTRACT-ONE-CO-BORROWER
019827         THRU 2110-EXTRACT-ONE-CO-BORROWER-EXIT
019828         UNTIL NO-MORE-PARTIES
019829     .
019830 2100-EXTRACT-CO-BORROWERS-EXIT.
019831     EXIT.
019832*----------------------------------------------------------------
019833 2110-EXTRACT-ONE-CO-BORROWER.
019834     READ LOAN-PARTY-FILE NEXT RECORD
019835         AT END
019836             MOVE 'Y' TO WS-PARTY-EOF-SWITCH
019837             GO TO 2110-EXTRACT-ONE-CO-BORROWER-EXIT
019838     END-READ
019839     IF LP-LOAN-NUMBER NOT = LM-LOAN-NUMBER
019840         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
019841         GO TO 2110-EXTRACT-ONE-CO-BORROWER-EXIT
019842     END-IF
019843     IF NOT LP-ROLE-CO-BORROWER OR NOT LP-PARTY-ACTIVE
019844         GO TO 2110-EXTRACT-ONE-CO-BORROWER-EXIT
019845     END-IF
019846     MOVE LP-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
019847     READ CUSTOMER-MASTER-FILE
019848         KEY IS CM-CUSTOMER-NUMBER
019849         INVALID KEY
019850             DISPLAY "CREDBUREAU: LOAN " LM-LOAN-NUMBER
019851                 " CO-BORROWER " LP-CUSTOMER-NUMBER
019852                 " NOT ON MASTER - SKIPPED"
019853             GO TO 2110-EXTRACT-ONE-CO-BORROWER-EXIT
019854     END-READ
019855     MOVE CM-CUSTOMER-NUMBER     TO BX-CUSTOMER-NUMBER
019856     MOVE CM-CUSTOMER-NAME       TO BX-CUSTOMER-NAME
019857     MOVE CM-DATE-OF-BIRTH       TO BX-DATE-OF-BIRTH
019858     MOVE CM-ADDRESS-LINE-1      TO BX-ADDRESS-LINE-1
019859     MOVE CM-CITY                TO BX-CITY
019860     MOVE CM-STATE               TO BX-STATE
019861     MOVE CM-ZIP-CODE            TO BX-ZIP-CODE
019862     PERFORM 2200-MOVE-LOAN-FIGURES
019863         THRU 2200-MOVE-LOAN-FIGURES-EXIT
019864     SET BX-CO-BORROWER TO TRUE
019865     WRITE BUREAU-EXTRACT-RECORD
019866     ADD 1 TO WS-RECORDS-WRITTEN
019867     ADD 1 TO WS-CO-BORROWERS-WRITTEN
019868     .
019869 2110-EXTRACT-ONE-CO-BORROWER-EXIT.
019870     EXIT.
019871*----------------------------------------------------------------
019872*  2200-MOVE-LOAN-FIGURES  --  THE LOAN'S SIDE OF THE RECORD,
019873*  THE SAME FOR THE PRIMARY BORROWER AND EVERY CO-BORROWER.
019874*  STATUS IS REPORTED AS R WHEN AN OPEN LOAN HAS BEEN
019875*  RESTRUCTURED.
019876*----------------------------------------------------------------
019877 2200-MOVE-LOAN-FIGURES.
019878     MOVE WS-REPORT-PERIOD       TO BX-REPORT-PERIOD
019879     MOVE LM-LOAN-NUMBER         TO BX-LOAN-NUMBER
019900     MOVE LM-OUTSTANDING-BALANCE TO BX-OUTSTANDING-BALANCE
020000     MOVE LM-INSTALLMENTS-PAID   TO BX-INSTALLMENTS-PAID
020100     MOVE LM-DAYS-PAST-DUE       TO BX-DAYS-PAST-DUE
020600         MOVE LM-LOAN-STATUS TO BX-STATUS-CODE
020700     END-IF
020800     MOVE LM-RESTRUCTURE-COUNT   TO BX-RESTRUCTURE-COUNT
020801     .
020802 2200-MOVE-LOAN-FIGURES-EXIT.
020803     EXIT.
020804*----------------------------------------------------------------
020805*  3000-EXTRACT-CREDIT-LINES  --  REVOLVING CREDIT LINES (TYPE V
020806*  ON THE ACCOUNT MASTER) ARE REPORTED ALONGSIDE THE LOANS.  THE
020807*  ACCOUNT NUMBER STANDS IN FOR THE LOAN NUMBER, THE DRAWN AMOUNT
020808*  IS THE BALANCE, AND THERE ARE NO INSTALLMENTS.  STATUS USES
020809*  THE LOAN CODES: L CLOSED, D 30 OR MORE DAYS PAST DUE, C
020810*  OTHERWISE.
020811*----------------------------------------------------------------
020812 3000-EXTRACT-CREDIT-LINES.
020813     MOVE ZERO TO AM-ACCT-NUMBER
020814     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN AM-ACCT-NUMBER
020815         INVALID KEY
020816             GO TO 3000-EXTRACT-CREDIT-LINES-EXIT
020817     END-START
020818     MOVE 'N' TO WS-LINE-EOF-SWITCH
020819     PERFORM 3100-EXTRACT-ONE-LINE
020820         THRU 3100-EXTRACT-ONE-LINE-EXIT
020821         UNTIL NO-MORE-LINES
020822     .
020823 3000-EXTRACT-CREDIT-LINES-EXIT.
020824     EXIT.
020825*----------------------------------------------------------------
020826 3100-EXTRACT-ONE-LINE.
020827     READ ACCOUNT-MASTER-FILE NEXT RECORD
020828         AT END
020829             MOVE 'Y' TO WS-LINE-EOF-SWITCH
020830             GO TO 3100-EXTRACT-ONE-LINE-EXIT
020831     END-READ
020832     IF AM-TYPE-CODE NOT = 'V'
020833         GO TO 3100-EXTRACT-ONE-LINE-EXIT
020834     END-IF
020835     ADD 1 TO WS-LINES-READ
020836     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
020837     READ CUSTOMER-MASTER-FILE
020838         KEY IS CM-CUSTOMER-NUMBER
020839         INVALID KEY
020840             DISPLAY "CREDBUREAU: LINE " AM-ACCT-NUMBER
020841                 " CUSTOMER " AM-CUSTOMER-NUMBER
020842                 " NOT ON MASTER - SKIPPED"
020843             ADD 1 TO WS-LOANS-SKIPPED
020844             GO TO 3100-EXTRACT-ONE-LINE-EXIT
020845     END-READ
020846
020847     COMPUTE WS-LINE-DRAWN-AMOUNT = 0 - AM-BALANCE
020848     IF WS-LINE-DRAWN-AMOUNT < ZERO
020849         MOVE ZERO TO WS-LINE-DRAWN-AMOUNT
020850     END-IF
020851     MOVE WS-REPORT-PERIOD       TO BX-REPORT-PERIOD
020852     MOVE AM-ACCT-NUMBER         TO BX-LOAN-NUMBER
020853     MOVE CM-CUSTOMER-NUMBER     TO BX-CUSTOMER-NUMBER
020854     MOVE CM-CUSTOMER-NAME       TO BX-CUSTOMER-NAME
020855     MOVE CM-DATE-OF-BIRTH       TO BX-DATE-OF-BIRTH
020856     MOVE CM-ADDRESS-LINE-1      TO BX-ADDRESS-LINE-1
020857     MOVE CM-CITY                TO BX-CITY
020858     MOVE CM-STATE               TO BX-STATE
020859     MOVE CM-ZIP-CODE            TO BX-ZIP-CODE
020860     MOVE WS-LINE-DRAWN-AMOUNT   TO BX-OUTSTANDING-BALANCE
020861     MOVE ZERO                   TO BX-INSTALLMENTS-PAID
020862     MOVE AM-LINE-DAYS-PAST-DUE  TO BX-DAYS-PAST-DUE
020863     EVALUATE TRUE
020864         WHEN AM-STATUS-CODE = 'C'
020865             MOVE 'L' TO BX-STATUS-CODE
020866         WHEN AM-LINE-DAYS-PAST-DUE >= 30
020867             MOVE 'D' TO BX-STATUS-CODE
020868         WHEN OTHER
020869             MOVE 'C' TO BX-STATUS-CODE
020870     END-EVALUATE
020871     MOVE ZERO                   TO BX-RESTRUCTURE-COUNT
020872     SET BX-PRIMARY-BORROWER TO TRUE
020900     WRITE BUREAU-EXTRACT-RECORD
021000     ADD 1 TO WS-RECORDS-WRITTEN
021100     .
021200 3100-EXTRACT-ONE-LINE-EXIT.
021300     EXIT.
021400*----------------------------------------------------------------
021500*  9999-EXIT  --  COMMON PROGRAM EXIT.
022700     IF WS-BURFILE-STATUS = "00"
022800         CLOSE BUREAU-EXTRACT-FILE
022900     END-IF
022920     IF WS-PARTY-FILE-OPEN
022940         CLOSE LOAN-PARTY-FILE
022960     END-IF
023000     .
023100 9999-EXIT-EXIT.
023200     EXIT.
