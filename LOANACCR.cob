002400*                     ALLOWANCE RE-DERIVES EACH PERIOD AS
002500*                     LOANS CURE OR WORSEN.  THE PRIOR FIGURE
002600*                     RIDES A ONE-ROW CONTROL FILE.
002610*    2026-10-15  RPK  THE MONTH'S INTEREST IS NOW THE DAYS FROM
002620*                     ONE MONTH BEFORE THE RUN DATE TO THE RUN
002630*                     DATE, COUNTED BY THE LOAN'S DAY-COUNT
002640*                     CONVENTION (VIA DAY-COUNT), INSTEAD OF A
002650*                     FLAT TWELFTH OF THE ANNUAL RATE.  EACH LOAN
002660*                     ACCRUED WRITES A LINE TO THE NEW LOAN
002670*                     ACCRUAL REGISTER (LACCRREG, SAME LAYOUT AS
002680*                     THE DEPOSIT REGISTER) SHOWING THE
002690*                     CONVENTION AND THE DAYS COUNTED.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003500         ASSIGN TO "LPROVCTL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-LPROVCTL-STATUS.
003720     SELECT LOAN-ACCRUAL-REGISTER
003740         ASSIGN TO "LACCRREG"
003760         ORGANIZATION IS LINE SEQUENTIAL
003780         FILE STATUS IS WS-LACCRREG-STATUS.
003800*================================================================
003900 DATA DIVISION.
004000 FILE SECTION.
004800 01  PROVISION-CONTROL-RECORD.
004900     05  PC-PRIOR-PROVISION        PIC S9(11)V99.
005000     05  PC-LAST-RUN-DATE          PIC 9(08).
005033 FD  LOAN-ACCRUAL-REGISTER.
005066     COPY INTRREG.
005100*----------------------------------------------------------------
005200 WORKING-STORAGE SECTION.
005300 01  WS-FILE-STATUSES.
005500     05  WS-LOANAGE-STATUS         PIC XX.
005600     05  WS-BUSPARM-STATUS         PIC XX.
005700     05  WS-LPROVCTL-STATUS        PIC XX.
005733     05  WS-LACCRREG-STATUS        PIC XX.
005800*----------------------------------------------------------------
005900 01  WS-WORK-FIELDS.
006000     05  WS-LOAN-EOF-SWITCH        PIC X VALUE 'N'.
007700     05  WS-LOAN-TYPE              PIC X VALUE 'L'.
007800     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "BATCH".
007900     05  WS-GL-POST-FLAG           PIC X.
007912     05  WS-PERIOD-FROM-DATE       PIC 9(08).
007924     05  WS-PERIOD-FROM-PARTS REDEFINES WS-PERIOD-FROM-DATE.
007936         10  WS-PF-YYYY            PIC 9(04).
007948         10  WS-PF-MM              PIC 9(02).
007960         10  WS-PF-DD              PIC 9(02).
007972*----------------------------------------------------------------
007984     COPY DAYCPARM.
008000*----------------------------------------------------------------
008100 01  WS-BUSINESS-DATE              PIC 9(08).
008200 01  WS-BUSDATE-FLAG               PIC X.
010300     IF WS-BUSDATE-FLAG = "Y"
010400         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
010500     END-IF
010533     PERFORM 1500-SET-ACCRUAL-PERIOD
010566         THRU 1500-SET-ACCRUAL-PERIOD-EXIT
010600     PERFORM 1000-LOAD-BUSINESS-PARAMETERS
010700         THRU 1000-LOAD-BUSINESS-PARAMETERS-EXIT
010800     PERFORM 2000-ACCRUE-THE-BOOK
015800 1100-READ-ONE-PARAMETER-EXIT.
015900     EXIT.
016000*----------------------------------------------------------------
016005*  1500-SET-ACCRUAL-PERIOD  --  THE MONTH BEING ACCRUED RUNS FROM
016010*  THE SAME DAY ONE MONTH BACK (PAST THE 28TH HELD AT THE 28TH,
016015*  AS LOAN-PAYOFF RETREATS A DUE DATE) TO THE RUN DATE.
016020*----------------------------------------------------------------
016025 1500-SET-ACCRUAL-PERIOD.
016030     MOVE WS-TS-DATE TO WS-PERIOD-FROM-DATE
016035     IF WS-PF-MM = 01
016040         COMPUTE WS-PF-YYYY = WS-PF-YYYY - 1
016045         MOVE 12 TO WS-PF-MM
016050     ELSE
016055         COMPUTE WS-PF-MM = WS-PF-MM - 1
016060     END-IF
016065     IF WS-PF-DD > 28
016070         MOVE 28 TO WS-PF-DD
016075     END-IF
016080     .
016085 1500-SET-ACCRUAL-PERIOD-EXIT.
016090     EXIT.
016095*----------------------------------------------------------------
016100*  2000-ACCRUE-THE-BOOK  --  ONE MONTH'S SIMPLE INTEREST ON
016200*  EVERY OPEN LOAN, EACH TO ITS OWN RECEIVABLE/INCOME PAIR SO
016300*  THE LEDGER TIES BACK LOAN BY LOAN.  THE DAYS AND THE YEAR
016333*  FOLLOW THE LOAN'S DAY-COUNT CONVENTION, AND EACH LOAN
016366*  ACCRUED GOES ON THE LOAN ACCRUAL REGISTER.
016400*----------------------------------------------------------------
016500 2000-ACCRUE-THE-BOOK.
016600     OPEN INPUT LOAN-MASTER-FILE
017000         MOVE 'Y' TO WS-LOAN-EOF-SWITCH
017100         GO TO 2000-ACCRUE-THE-BOOK-EXIT
017200     END-IF
017211     OPEN OUTPUT LOAN-ACCRUAL-REGISTER
017222     IF WS-LACCRREG-STATUS NOT = "00"
017233         DISPLAY "LOANACCR: UNABLE TO OPEN LOAN ACCRUAL "
017244             "REGISTER, STATUS = " WS-LACCRREG-STATUS
017255         CLOSE LOAN-MASTER-FILE
017266         MOVE 'Y' TO WS-LOAN-EOF-SWITCH
017277         GO TO 2000-ACCRUE-THE-BOOK-EXIT
017288     END-IF
017300     PERFORM 2100-ACCRUE-ONE-LOAN
017400         THRU 2100-ACCRUE-ONE-LOAN-EXIT
017500         UNTIL NO-MORE-LOANS
017600     CLOSE LOAN-MASTER-FILE
017633     CLOSE LOAN-ACCRUAL-REGISTER
017700     .
017800 2000-ACCRUE-THE-BOOK-EXIT.
017900     EXIT.
019000     IF LM-OUTSTANDING-BALANCE NOT > ZERO
019100         GO TO 2100-ACCRUE-ONE-LOAN-EXIT
019200     END-IF
019233     MOVE 'L' TO DC-PRODUCT-TYPE
019266     MOVE LM-DAY-COUNT TO DC-OVERRIDE
019277     MOVE WS-PERIOD-FROM-DATE TO DC-FROM-DATE
019288     MOVE WS-TS-DATE TO DC-TO-DATE
019292     MOVE LM-ANNUAL-RATE TO DC-ANNUAL-RATE
019296     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
019300     COMPUTE WS-MONTH-INTEREST ROUNDED =
019400         LM-OUTSTANDING-BALANCE * LM-ANNUAL-RATE / 100
019433         * DC-DAYS / DC-YEAR-DAYS
019500     IF WS-MONTH-INTEREST NOT > ZERO
019600         GO TO 2100-ACCRUE-ONE-LOAN-EXIT
019700     END-IF
020000         WS-GL-POST-FLAG
020100     ADD WS-MONTH-INTEREST TO WS-TOTAL-ACCRUED
020200     ADD 1 TO WS-LOANS-ACCRUED
020208     INITIALIZE INTEREST-ACCRUAL-REGISTER-RECORD
020216     MOVE LM-LOAN-NUMBER         TO IR-ACCT-NUMBER
020224     MOVE WS-LOAN-TYPE           TO IR-TYPE-CODE
020232     MOVE LM-OUTSTANDING-BALANCE TO IR-OLD-BALANCE
020240     MOVE LM-ANNUAL-RATE         TO IR-RATE-APPLIED
020248     MOVE WS-MONTH-INTEREST      TO IR-INTEREST-AMOUNT
020256     MOVE LM-OUTSTANDING-BALANCE TO IR-NEW-BALANCE
020264     MOVE WS-TS-DATE             TO IR-ACCRUAL-DATE
020272     MOVE DC-CONVENTION          TO IR-DAY-COUNT
020280     MOVE DC-DAYS                TO IR-DAYS-ACCRUED
020288     WRITE INTEREST-ACCRUAL-REGISTER-RECORD
020300     .
020400 2100-ACCRUE-ONE-LOAN-EXIT.
020500     EXIT.
