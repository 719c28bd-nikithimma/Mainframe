000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    REPRICING-GAP-RPT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  MONTHLY INTEREST-RATE
001300*                     REPRICING GAP REPORT FOR ALCO.  FD-LADDER-
001400*                     RPT SHOWS WHEN DEPOSITS MATURE BUT NOTHING
001500*                     SET THAT AGAINST WHEN THE LOAN BOOK
001600*                     REPRICES.  RATE-SENSITIVE ASSETS AND
001700*                     LIABILITIES ARE BUCKETED INTO SEVEN TIME
001800*                     BANDS FROM THE BUSINESS DATE:
001900*                       ASSETS - VARIABLE LOANS (AN INDEX CODE
002000*                       ON THE LOAN) WHOLE BALANCE AT THE NEXT
002100*                       DUE DATE, WHEN LOAN-REPRICE'S NEW RATE
002200*                       TAKES EFFECT; FIXED LOANS BY THEIR
002300*                       REMAINING PRINCIPAL CASH FLOWS, EACH
002400*                       INSTALLMENT FROM LOAN-INSTALLMENT SO
002500*                       INTEREST-ONLY, STEP-UP AND BALLOON LOANS
002600*                       RUN OFF AS THEY ARE BILLED; DRAWN
002700*                       REVOLVING LINES AND OVERDRAWN BALANCES
002800*                       IN THE FIRST BAND.
002900*                       LIABILITIES - FIXED DEPOSITS BY MATURITY
003000*                       DATE; RECURRING DEPOSITS AT THE END OF
003100*                       THEIR SCHEDULE; SAVINGS AND CURRENT
003200*                       BALANCES SPREAD ACROSS THE BANDS BY THE
003300*                       BEHAVIOURAL PERCENTAGES ON THE PARAMETER
003400*                       FILE.
003500*                     EACH BAND SHOWS THE PERIODIC AND CUMULATIVE
003600*                     GAP, AND THE GAPS INSIDE ONE YEAR GIVE THE
003700*                     ESTIMATED TWELVE-MONTH NET INTEREST INCOME
003800*                     EFFECT OF A PARALLEL RATE SHOCK UP AND
003900*                     DOWN BY THE GAP-RATE-SHOCK-BP PARAMETER.
004000*================================================================
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     COPY ACCTMSEL.
004500     COPY LOANMSEL.
004600     COPY RDSSEL.
004700     COPY PARMSEL.
004800     SELECT GAP-REPORT-FILE
004900         ASSIGN TO "GAPRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-GAPRPT-STATUS.
005200*================================================================
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ACCOUNT-MASTER-FILE.
005600     COPY ACCTMAST.
005700 FD  LOAN-MASTER-FILE.
005800     COPY LOANMAST.
005900 FD  RD-SCHEDULE-FILE.
006000     COPY RDSREC.
006100 FD  BUSINESS-PARAMETER-FILE.
006200     COPY PARMREC.
006300 FD  GAP-REPORT-FILE.
006400 01  GAP-REPORT-LINE               PIC X(100).
006500*----------------------------------------------------------------
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------
006800*  ACCOUNT STATUS CODE AND ITS 88-LEVEL CONDITIONS (SHARED).
006900*----------------------------------------------------------------
007000     COPY ACCTSTAT.
007100     COPY DAYCPARM.
007200*----------------------------------------------------------------
007300 01  WS-FILE-STATUSES.
007400     05  WS-ACCTMAST-STATUS        PIC XX.
007500     05  WS-LOANMAST-STATUS        PIC XX.
007600     05  WS-RDSCHED-STATUS         PIC XX.
007700     05  WS-BUSPARM-STATUS         PIC XX.
007800     05  WS-GAPRPT-STATUS          PIC XX.
007900*----------------------------------------------------------------
008000*  THE TIME BANDS - LABEL, LAST DAY OF THE BAND COUNTED FROM
008100*  THE BUSINESS DATE, AND THE SHARE OF THE NEXT TWELVE MONTHS
008200*  A GAP IN THE BAND IS EXPOSED TO A RATE CHANGE (MEASURED
008300*  FROM THE BAND MIDPOINT).  BANDS BEYOND A YEAR CARRY NO
008400*  TWELVE-MONTH EARNINGS EFFECT.
008500*----------------------------------------------------------------
008600 01  WS-BAND-TABLE-VALUES.
008700     05  FILLER  PIC X(21) VALUE "0-1 MONTH   000309583".
008800     05  FILLER  PIC X(21) VALUE "1-3 MONTHS  000908333".
008900     05  FILLER  PIC X(21) VALUE "3-6 MONTHS  001806250".
009000     05  FILLER  PIC X(21) VALUE "6-12 MONTHS 003652500".
009100     05  FILLER  PIC X(21) VALUE "1-3 YEARS   010950000".
009200     05  FILLER  PIC X(21) VALUE "3-5 YEARS   018250000".
009300     05  FILLER  PIC X(21) VALUE "OVER 5 YRS  999990000".
009400 01  WS-BAND-TABLE REDEFINES WS-BAND-TABLE-VALUES.
009500     05  WS-BAND-ENTRY             OCCURS 7 TIMES.
009600         10  WS-BAND-LABEL         PIC X(12).
009700         10  WS-BAND-LAST-DAY      PIC 9(05).
009800         10  WS-BAND-NII-WEIGHT    PIC 9V9(03).
009900 01  WS-BAND-COUNT                 PIC 9(02) COMP VALUE 7.
010000 01  WS-BAND-SUB                   PIC 9(02) COMP.
010100*----------------------------------------------------------------
010200*  THE BEHAVIOURAL ASSUMPTION FOR NON-MATURITY DEPOSITS - THE
010300*  PERCENT OF SAVINGS AND OF CURRENT BALANCES TREATED AS
010400*  REPRICING IN EACH BAND.  PARAMETERS GAP-SAV-BAND-N-PCT AND
010500*  GAP-CUR-BAND-N-PCT (N = 1 TO 7) OVERRIDE THESE; ANY SHARE
010600*  LEFT UNASSIGNED IS THE STABLE CORE AND GOES IN THE LAST BAND.
010700*----------------------------------------------------------------
010800 01  WS-NMD-DEFAULT-VALUES.
010900     05  FILLER  PIC X(35)
011000         VALUE "02000010000100001000020000150001500".
011100     05  FILLER  PIC X(35)
011200         VALUE "04000010000100001000010000100001000".
011300 01  WS-NMD-TABLE REDEFINES WS-NMD-DEFAULT-VALUES.
011400     05  WS-NMD-SAVINGS-PCT        PIC 9(03)V99
011500                                   OCCURS 7 TIMES.
011600     05  WS-NMD-CURRENT-PCT        PIC 9(03)V99
011700                                   OCCURS 7 TIMES.
011800 01  WS-NMD-SAVE-AREA              PIC X(70).
011900 01  WS-NMD-PCT-TOTALS.
012000     05  WS-SAVINGS-PCT-TOTAL      PIC 9(05)V99.
012100     05  WS-CURRENT-PCT-TOTAL      PIC 9(05)V99.
012200*----------------------------------------------------------------
012300*  THE GAP TABLE - ONE ROW PER BAND.
012400*----------------------------------------------------------------
012500 01  WS-GAP-TABLE.
012600     05  WS-GAP-ENTRY              OCCURS 7 TIMES.
012700         10  WS-GP-VARIABLE-LOANS  PIC S9(13)V99.
012800         10  WS-GP-FIXED-LOANS     PIC S9(13)V99.
012900         10  WS-GP-LINES           PIC S9(13)V99.
013000         10  WS-GP-TOTAL-ASSETS    PIC S9(13)V99.
013100         10  WS-GP-FIXED-DEPOSITS  PIC S9(13)V99.
013200         10  WS-GP-RECURRING       PIC S9(13)V99.
013300         10  WS-GP-NON-MATURITY    PIC S9(13)V99.
013400         10  WS-GP-TOTAL-LIABS     PIC S9(13)V99.
013500         10  WS-GP-PERIODIC-GAP    PIC S9(13)V99.
013600         10  WS-GP-CUMULATIVE-GAP  PIC S9(13)V99.
013700         10  WS-GP-NII-EFFECT      PIC S9(13)V99.
013800 01  WS-GRAND-TOTALS.
013900     05  WS-GT-VARIABLE-LOANS      PIC S9(13)V99 VALUE 0.
014000     05  WS-GT-FIXED-LOANS         PIC S9(13)V99 VALUE 0.
014100     05  WS-GT-LINES               PIC S9(13)V99 VALUE 0.
014200     05  WS-GT-TOTAL-ASSETS        PIC S9(13)V99 VALUE 0.
014300     05  WS-GT-FIXED-DEPOSITS      PIC S9(13)V99 VALUE 0.
014400     05  WS-GT-RECURRING           PIC S9(13)V99 VALUE 0.
014500     05  WS-GT-NON-MATURITY        PIC S9(13)V99 VALUE 0.
014600     05  WS-GT-TOTAL-LIABS         PIC S9(13)V99 VALUE 0.
014700     05  WS-GT-NII-EFFECT          PIC S9(13)V99 VALUE 0.
014800*----------------------------------------------------------------
014900 01  WS-WORK-FIELDS.
015000     05  WS-ACCT-EOF-SWITCH        PIC X VALUE 'N'.
015100         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
015200     05  WS-LOAN-EOF-SWITCH        PIC X VALUE 'N'.
015300         88  NO-MORE-LOANS         VALUE 'Y'.
015400     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
015500         88  NO-MORE-PARAMETERS    VALUE 'Y'.
015600     05  WS-RDSCHED-OPEN-SWITCH    PIC X VALUE 'N'.
015700         88  RDSCHED-IS-OPEN       VALUE 'Y'.
015800     05  WS-NMD-DEFAULTED-SWITCH   PIC X VALUE 'N'.
015900         88  NMD-DEFAULTS-USED     VALUE 'Y'.
016000     05  WS-RATE-SHOCK-BP          PIC 9(04) VALUE 200.
016100     05  WS-PARM-BAND              PIC 9.
016200     05  WS-ACCOUNTS-READ          PIC 9(08) COMP VALUE 0.
016300     05  WS-LOANS-READ             PIC 9(08) COMP VALUE 0.
016400     05  WS-DAYS-OUT               PIC S9(07) COMP.
016500     05  WS-SPREAD-AMOUNT          PIC S9(13)V99.
016600     05  WS-SPREAD-REMAINDER       PIC S9(13)V99.
016700     05  WS-DRAWN-AMOUNT           PIC S9(13)V99.
016800     05  WS-MONTHS-AHEAD           PIC S9(05) COMP.
016900*----------------------------------------------------------------
017000*  DATE ARITHMETIC - A DATE MOVED FORWARD WHOLE MONTHS, THE DAY
017100*  HELD NO LATER THAN THE 28TH (IT ONLY PLACES THE DATE IN A
017200*  BAND).
017300*----------------------------------------------------------------
017400 01  WS-BAND-DATE                  PIC 9(08).
017500 01  WS-BAND-DATE-PARTS REDEFINES WS-BAND-DATE.
017600     05  WS-BD-YYYY                PIC 9(04).
017700     05  WS-BD-MM                  PIC 9(02).
017800     05  WS-BD-DD                  PIC 9(02).
017900 01  WS-BD-MONTH-TOTAL             PIC 9(07) COMP.
018000*----------------------------------------------------------------
018100*  FIXED LOAN RUN-OFF.  THE LOAN RECORD IS READ FOR INPUT ONLY;
018200*  ITS OUTSTANDING BALANCE IS RUN DOWN IN THE RECORD AREA SO
018300*  LOAN-INSTALLMENT SEES EACH MONTH'S OPENING BALANCE, AND IS
018400*  NEVER WRITTEN BACK.
018500*----------------------------------------------------------------
018600 01  WS-RUNOFF-FIELDS.
018700     05  WS-INST-FUNCTION          PIC X VALUE 'I'.
018800     05  WS-INST-PERIOD            PIC 9(04) COMP.
018900     05  WS-INST-AMOUNT            PIC S9(09)V99.
019000     05  WS-INST-VALID-FLAG        PIC X.
019100     05  WS-FIRST-PERIOD           PIC 9(04) COMP.
019200     05  WS-MONTHLY-RATE           PIC 9(03)V9(06).
019300     05  WS-INTEREST-PORTION       PIC S9(09)V99.
019400     05  WS-PRINCIPAL-PORTION      PIC S9(09)V99.
019500*----------------------------------------------------------------
019600 01  WS-PRINT-FIELDS.
019700     05  WS-EDIT-1                 PIC -(12)9.
019800     05  WS-EDIT-2                 PIC -(12)9.
019900     05  WS-EDIT-3                 PIC -(12)9.
020000     05  WS-EDIT-4                 PIC -(12)9.
020100     05  WS-EDIT-5                 PIC -(12)9.
020200     05  WS-EDIT-PCT               PIC -(4)9.99.
020300     05  WS-EDIT-BP                PIC Z(3)9.
020400     05  WS-GAP-RATIO              PIC S9(05)V99.
020500     05  WS-DOWN-EFFECT            PIC S9(13)V99.
020600     05  WS-PRINT-LABEL            PIC X(12).
020700*----------------------------------------------------------------
020800 01  WS-BUSINESS-DATE              PIC 9(08).
020900 01  WS-BUSDATE-FLAG               PIC X.
021000 01  WS-CURRENT-TIMESTAMP          PIC X(21).
021100 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
021200     05  WS-TS-DATE                PIC 9(08).
021300     05  FILLER                    PIC X(13).
021400*----------------------------------------------------------------
021500 01  WS-RUN-HISTORY-FIELDS.
021600     05  WS-RH-STEP-NAME           PIC X(08) VALUE "GAPRSTEP".
021700     05  WS-RH-START-TIMESTAMP     PIC X(21).
021800     05  WS-RH-RECORDS-READ        PIC 9(08).
021900     05  WS-RH-RECORDS-UPDATED     PIC 9(08) VALUE 0.
022000     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
022100     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
022200*================================================================
022300 PROCEDURE DIVISION.
022400*================================================================
022500 0000-MAINLINE.
022600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
022700     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
022800     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
022900         WS-BUSDATE-FLAG
023000     IF WS-BUSDATE-FLAG = "Y"
023100         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
023200     END-IF
023300     MOVE ZEROS TO WS-GAP-TABLE
023400     PERFORM 1000-LOAD-BUSINESS-PARAMETERS
023500         THRU 1000-LOAD-BUSINESS-PARAMETERS-EXIT
023600     OPEN INPUT ACCOUNT-MASTER-FILE
023700     IF WS-ACCTMAST-STATUS NOT = "00"
023800         DISPLAY "REPRGAP: UNABLE TO OPEN ACCOUNT MASTER, "
023900             "STATUS = " WS-ACCTMAST-STATUS
024000         MOVE 16 TO WS-RH-COMPLETION-CODE
024100         GO TO 0000-WRITE-RUN-HISTORY
024200     END-IF
024300     OPEN INPUT RD-SCHEDULE-FILE
024400     IF WS-RDSCHED-STATUS = "00"
024500         MOVE 'Y' TO WS-RDSCHED-OPEN-SWITCH
024600     END-IF
024700     PERFORM 2000-BUCKET-ONE-ACCOUNT
024800         THRU 2000-BUCKET-ONE-ACCOUNT-EXIT
024900         UNTIL NO-MORE-ACCOUNTS
025000     CLOSE ACCOUNT-MASTER-FILE
025100     IF RDSCHED-IS-OPEN
025200         CLOSE RD-SCHEDULE-FILE
025300     END-IF
025400     PERFORM 3000-BUCKET-THE-LOANS
025500         THRU 3000-BUCKET-THE-LOANS-EXIT
025600     PERFORM 4000-COMPUTE-THE-GAPS
025700         THRU 4000-COMPUTE-THE-GAPS-EXIT
025800     PERFORM 5000-WRITE-THE-REPORT
025900         THRU 5000-WRITE-THE-REPORT-EXIT
026000     .
026100 0000-WRITE-RUN-HISTORY.
026200     COMPUTE WS-RH-RECORDS-READ =
026300         WS-ACCOUNTS-READ + WS-LOANS-READ
026400     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
026500         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
026600         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
026700         WS-RH-COMPLETION-CODE
026800     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
026900     STOP RUN.
027000*----------------------------------------------------------------
027100*  1000-LOAD-BUSINESS-PARAMETERS  --  THE SHOCK SIZE AND THE
027200*  NON-MATURITY DEPOSIT PERCENTAGES.  A SET OF PERCENTAGES
027300*  ADDING TO MORE THAN 100 IS REFUSED AND THE DEFAULTS KEPT.
027400*----------------------------------------------------------------
027500 1000-LOAD-BUSINESS-PARAMETERS.
027600     MOVE WS-NMD-TABLE TO WS-NMD-SAVE-AREA
027700     OPEN INPUT BUSINESS-PARAMETER-FILE
027800     IF WS-BUSPARM-STATUS NOT = "00"
027900         GO TO 1000-LOAD-BUSINESS-PARAMETERS-EXIT
028000     END-IF
028100     PERFORM 1100-READ-ONE-PARAMETER
028200         THRU 1100-READ-ONE-PARAMETER-EXIT
028300         UNTIL NO-MORE-PARAMETERS
028400     CLOSE BUSINESS-PARAMETER-FILE
028500     MOVE ZERO TO WS-SAVINGS-PCT-TOTAL WS-CURRENT-PCT-TOTAL
028600     PERFORM 1200-ADD-ONE-BAND-PCT
028700         THRU 1200-ADD-ONE-BAND-PCT-EXIT
028800         VARYING WS-BAND-SUB FROM 1 BY 1
028900         UNTIL WS-BAND-SUB > WS-BAND-COUNT
029000     IF WS-SAVINGS-PCT-TOTAL > 100
029100         OR WS-CURRENT-PCT-TOTAL > 100
029200         DISPLAY "REPRGAP: NON-MATURITY BAND PERCENTAGES ADD "
029300             "TO MORE THAN 100 - DEFAULTS USED"
029400         MOVE WS-NMD-SAVE-AREA TO WS-NMD-TABLE
029500         MOVE 'Y' TO WS-NMD-DEFAULTED-SWITCH
029600     END-IF
029700     .
029800 1000-LOAD-BUSINESS-PARAMETERS-EXIT.
029900     EXIT.
030000*----------------------------------------------------------------
030100 1100-READ-ONE-PARAMETER.
030200     READ BUSINESS-PARAMETER-FILE
030300         AT END
030400             MOVE 'Y' TO WS-PARM-EOF-SWITCH
030500             GO TO 1100-READ-ONE-PARAMETER-EXIT
030600     END-READ
030700     IF BP-PARM-NAME = "GAP-RATE-SHOCK-BP"
030800         MOVE BP-PARM-VALUE TO WS-RATE-SHOCK-BP
030900         GO TO 1100-READ-ONE-PARAMETER-EXIT
031000     END-IF
031100     IF BP-PARM-NAME (14:1) NOT NUMERIC
031200         OR BP-PARM-NAME (15:6) NOT = "-PCT  "
031300         GO TO 1100-READ-ONE-PARAMETER-EXIT
031400     END-IF
031500     MOVE BP-PARM-NAME (14:1) TO WS-PARM-BAND
031600     IF WS-PARM-BAND < 1 OR WS-PARM-BAND > WS-BAND-COUNT
031700         GO TO 1100-READ-ONE-PARAMETER-EXIT
031800     END-IF
031900     EVALUATE BP-PARM-NAME (1:13)
032000         WHEN "GAP-SAV-BAND-"
032100             MOVE BP-PARM-VALUE
032200                 TO WS-NMD-SAVINGS-PCT (WS-PARM-BAND)
032300         WHEN "GAP-CUR-BAND-"
032400             MOVE BP-PARM-VALUE
032500                 TO WS-NMD-CURRENT-PCT (WS-PARM-BAND)
032600         WHEN OTHER
032700             CONTINUE
032800     END-EVALUATE
032900     .
033000 1100-READ-ONE-PARAMETER-EXIT.
033100     EXIT.
033200*----------------------------------------------------------------
033300 1200-ADD-ONE-BAND-PCT.
033400     ADD WS-NMD-SAVINGS-PCT (WS-BAND-SUB) TO WS-SAVINGS-PCT-TOTAL
033500     ADD WS-NMD-CURRENT-PCT (WS-BAND-SUB) TO WS-CURRENT-PCT-TOTAL
033600     .
033700 1200-ADD-ONE-BAND-PCT-EXIT.
033800     EXIT.
033900*----------------------------------------------------------------
034000*  2000-BUCKET-ONE-ACCOUNT  --  THE DEPOSIT SIDE, PLUS DRAWN
034100*  LINES AND OVERDRAWN BALANCES ON THE ASSET SIDE.  LOAN
034200*  ACCOUNTS (TYPE L) ARE COUNTED FROM THE LOAN MASTER.
034300*----------------------------------------------------------------
034400 2000-BUCKET-ONE-ACCOUNT.
034500     READ ACCOUNT-MASTER-FILE NEXT RECORD
034600         AT END
034700             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
034800             GO TO 2000-BUCKET-ONE-ACCOUNT-EXIT
034900     END-READ
035000     ADD 1 TO WS-ACCOUNTS-READ
035100     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
035200     IF STATUS-CLOSED OR STATUS-ESCHEATED
035300         GO TO 2000-BUCKET-ONE-ACCOUNT-EXIT
035400     END-IF
035500     EVALUATE AM-TYPE-CODE
035600         WHEN 'F'
035700             PERFORM 2100-BUCKET-FIXED-DEPOSIT
035800                 THRU 2100-BUCKET-FIXED-DEPOSIT-EXIT
035900         WHEN 'R'
036000             PERFORM 2200-BUCKET-RECURRING
036100                 THRU 2200-BUCKET-RECURRING-EXIT
036200         WHEN 'S'
036300         WHEN 'C'
036400             PERFORM 2300-BUCKET-NON-MATURITY
036500                 THRU 2300-BUCKET-NON-MATURITY-EXIT
036600         WHEN 'V'
036700             IF AM-BALANCE < ZERO
036800                 COMPUTE WS-DRAWN-AMOUNT = 0 - AM-BALANCE
036900                 ADD WS-DRAWN-AMOUNT TO WS-GP-LINES (1)
037000             END-IF
037100         WHEN OTHER
037200             CONTINUE
037300     END-EVALUATE
037400     .
037500 2000-BUCKET-ONE-ACCOUNT-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------
037800*  2100-BUCKET-FIXED-DEPOSIT  --  BY MATURITY DATE.  A MATURED
037900*  FD STILL OPEN IS IN THE FIRST BAND.
038000*----------------------------------------------------------------
038100 2100-BUCKET-FIXED-DEPOSIT.
038200     MOVE 1 TO WS-BAND-SUB
038300     IF AM-FD-MATURITY-DATE NOT = ZERO
038400         MOVE AM-FD-MATURITY-DATE TO WS-BAND-DATE
038500         PERFORM 8000-FIND-THE-BAND
038600             THRU 8000-FIND-THE-BAND-EXIT
038700     END-IF
038800     ADD AM-BALANCE TO WS-GP-FIXED-DEPOSITS (WS-BAND-SUB)
038900     .
039000 2100-BUCKET-FIXED-DEPOSIT-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
039300*  2200-BUCKET-RECURRING  --  AN ACTIVE RD REPRICES WHEN ITS
039400*  SCHEDULE ENDS - THE NEXT DUE DATE PLUS THE INSTALLMENTS
039500*  STILL TO COME.  A COMPLETED RD AWAITING PAYOUT, OR ONE WITH
039600*  NO SCHEDULE ROW, IS IN THE FIRST BAND.
039700*----------------------------------------------------------------
039800 2200-BUCKET-RECURRING.
039900     MOVE 1 TO WS-BAND-SUB
040000     IF NOT RDSCHED-IS-OPEN
040100         GO TO 2200-BUCKET-RECURRING-ADD
040200     END-IF
040300     MOVE AM-ACCT-NUMBER TO RD-ACCT-NUMBER
040400     READ RD-SCHEDULE-FILE
040500         KEY IS RD-ACCT-NUMBER
040600         INVALID KEY
040700             GO TO 2200-BUCKET-RECURRING-ADD
040800     END-READ
040900     IF NOT RD-SCHEDULE-ACTIVE
041000         OR RD-TERM-MONTHS NOT > RD-INSTALLMENTS-PAID
041100         GO TO 2200-BUCKET-RECURRING-ADD
041200     END-IF
041300     MOVE RD-NEXT-DUE-DATE TO WS-BAND-DATE
041400     COMPUTE WS-MONTHS-AHEAD =
041500         RD-TERM-MONTHS - RD-INSTALLMENTS-PAID
041600     PERFORM 8100-ADVANCE-BAND-DATE
041700         THRU 8100-ADVANCE-BAND-DATE-EXIT
041800     PERFORM 8000-FIND-THE-BAND
041900         THRU 8000-FIND-THE-BAND-EXIT
042000     .
042100 2200-BUCKET-RECURRING-ADD.
042200     ADD AM-BALANCE TO WS-GP-RECURRING (WS-BAND-SUB)
042300     .
042400 2200-BUCKET-RECURRING-EXIT.
042500     EXIT.
042600*----------------------------------------------------------------
042700*  2300-BUCKET-NON-MATURITY  --  SAVINGS AND CURRENT BALANCES
042800*  SPREAD BY THE BEHAVIOURAL PERCENTAGES; WHAT THE PERCENTAGES
042900*  LEAVE (THE CORE, AND ROUNDING) GOES IN THE LAST BAND.  AN
043000*  OVERDRAWN BALANCE IS AN ASSET REPRICING AT ONCE.
043100*----------------------------------------------------------------
043200 2300-BUCKET-NON-MATURITY.
043300     IF AM-BALANCE < ZERO
043400         COMPUTE WS-DRAWN-AMOUNT = 0 - AM-BALANCE
043500         ADD WS-DRAWN-AMOUNT TO WS-GP-LINES (1)
043600         GO TO 2300-BUCKET-NON-MATURITY-EXIT
043700     END-IF
043800     MOVE AM-BALANCE TO WS-SPREAD-REMAINDER
043900     PERFORM 2310-SPREAD-ONE-BAND
044000         THRU 2310-SPREAD-ONE-BAND-EXIT
044100         VARYING WS-BAND-SUB FROM 1 BY 1
044200         UNTIL WS-BAND-SUB NOT < WS-BAND-COUNT
044300     ADD WS-SPREAD-REMAINDER
044400         TO WS-GP-NON-MATURITY (WS-BAND-COUNT)
044500     .
044600 2300-BUCKET-NON-MATURITY-EXIT.
044700     EXIT.
044800*----------------------------------------------------------------
044900 2310-SPREAD-ONE-BAND.
045000     IF AM-TYPE-CODE = 'S'
045100         COMPUTE WS-SPREAD-AMOUNT ROUNDED = AM-BALANCE
045200             * WS-NMD-SAVINGS-PCT (WS-BAND-SUB) / 100
045300     ELSE
045400         COMPUTE WS-SPREAD-AMOUNT ROUNDED = AM-BALANCE
045500             * WS-NMD-CURRENT-PCT (WS-BAND-SUB) / 100
045600     END-IF
045700     ADD WS-SPREAD-AMOUNT TO WS-GP-NON-MATURITY (WS-BAND-SUB)
045800     SUBTRACT WS-SPREAD-AMOUNT FROM WS-SPREAD-REMAINDER
045900     .
046000 2310-SPREAD-ONE-BAND-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------
046300*  3000-BUCKET-THE-LOANS  --  OPEN LOANS ONLY; A CHARGED-OFF
046400*  LOAN IS OFF THE BOOKS.
046500*----------------------------------------------------------------
046600 3000-BUCKET-THE-LOANS.
046700     OPEN INPUT LOAN-MASTER-FILE
046800     IF WS-LOANMAST-STATUS NOT = "00"
046900         GO TO 3000-BUCKET-THE-LOANS-EXIT
047000     END-IF
047100     PERFORM 3100-BUCKET-ONE-LOAN
047200         THRU 3100-BUCKET-ONE-LOAN-EXIT
047300         UNTIL NO-MORE-LOANS
047400     CLOSE LOAN-MASTER-FILE
047500     .
047600 3000-BUCKET-THE-LOANS-EXIT.
047700     EXIT.
047800*----------------------------------------------------------------
047900 3100-BUCKET-ONE-LOAN.
048000     READ LOAN-MASTER-FILE NEXT RECORD
048100         AT END
048200             MOVE 'Y' TO WS-LOAN-EOF-SWITCH
048300             GO TO 3100-BUCKET-ONE-LOAN-EXIT
048400     END-READ
048500     ADD 1 TO WS-LOANS-READ
048600     IF LM-LOAN-CLOSED OR LM-LOAN-CHARGED-OFF
048700         OR LM-OUTSTANDING-BALANCE NOT > ZERO
048800         GO TO 3100-BUCKET-ONE-LOAN-EXIT
048900     END-IF
049000     IF LM-RATE-INDEX-CODE NOT = SPACES
049100         MOVE 1 TO WS-BAND-SUB
049200         IF LM-NEXT-DUE-DATE NOT = ZERO
049300             MOVE LM-NEXT-DUE-DATE TO WS-BAND-DATE
049400             PERFORM 8000-FIND-THE-BAND
049500                 THRU 8000-FIND-THE-BAND-EXIT
049600         END-IF
049700         ADD LM-OUTSTANDING-BALANCE
049800             TO WS-GP-VARIABLE-LOANS (WS-BAND-SUB)
049900         GO TO 3100-BUCKET-ONE-LOAN-EXIT
050000     END-IF
050100     PERFORM 3200-RUN-OFF-FIXED-LOAN
050200         THRU 3200-RUN-OFF-FIXED-LOAN-EXIT
050300     .
050400 3100-BUCKET-ONE-LOAN-EXIT.
050500     EXIT.
050600*----------------------------------------------------------------
050700*  3200-RUN-OFF-FIXED-LOAN  --  EACH REMAINING INSTALLMENT'S
050800*  PRINCIPAL IN THE BAND ITS DUE DATE FALLS IN.  ANYTHING LEFT
050900*  WHEN THE TERM RUNS OUT (A LOAN ALREADY PAST ITS LAST
051000*  INSTALLMENT) IS DUE NOW.
051100*----------------------------------------------------------------
051200 3200-RUN-OFF-FIXED-LOAN.
051300     MOVE 'L' TO DC-PRODUCT-TYPE
051400     MOVE LM-DAY-COUNT TO DC-OVERRIDE
051500     MOVE ZERO TO DC-FROM-DATE DC-TO-DATE
051600     MOVE LM-ANNUAL-RATE TO DC-ANNUAL-RATE
051700     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
051800     MOVE DC-MONTHLY-RATE TO WS-MONTHLY-RATE
051900     COMPUTE WS-FIRST-PERIOD = LM-INSTALLMENTS-PAID + 1
052000     PERFORM 3210-RUN-OFF-ONE-INSTALLMENT
052100         THRU 3210-RUN-OFF-ONE-INSTALLMENT-EXIT
052200         VARYING WS-INST-PERIOD FROM WS-FIRST-PERIOD BY 1
052300         UNTIL WS-INST-PERIOD > LM-TERM-MONTHS
052400             OR LM-OUTSTANDING-BALANCE NOT > ZERO
052500     IF LM-OUTSTANDING-BALANCE > ZERO
052600         ADD LM-OUTSTANDING-BALANCE TO WS-GP-FIXED-LOANS (1)
052700     END-IF
052800     .
052900 3200-RUN-OFF-FIXED-LOAN-EXIT.
053000     EXIT.
053100*----------------------------------------------------------------
053200 3210-RUN-OFF-ONE-INSTALLMENT.
053300     CALL "LOAN-INSTALLMENT" USING WS-INST-FUNCTION
053400         LOAN-MASTER-RECORD WS-INST-PERIOD WS-INST-AMOUNT
053500         WS-INST-VALID-FLAG
053600     COMPUTE WS-INTEREST-PORTION ROUNDED =
053700         LM-OUTSTANDING-BALANCE * WS-MONTHLY-RATE / 100
053800     COMPUTE WS-PRINCIPAL-PORTION =
053900         WS-INST-AMOUNT - WS-INTEREST-PORTION
054000     IF WS-PRINCIPAL-PORTION < ZERO
054100         MOVE ZERO TO WS-PRINCIPAL-PORTION
054200     END-IF
054300     IF WS-PRINCIPAL-PORTION > LM-OUTSTANDING-BALANCE
054400         OR WS-INST-PERIOD = LM-TERM-MONTHS
054500         MOVE LM-OUTSTANDING-BALANCE TO WS-PRINCIPAL-PORTION
054600     END-IF
054700     MOVE 1 TO WS-BAND-SUB
054800     IF LM-NEXT-DUE-DATE NOT = ZERO
054900         MOVE LM-NEXT-DUE-DATE TO WS-BAND-DATE
055000         COMPUTE WS-MONTHS-AHEAD =
055100             WS-INST-PERIOD - WS-FIRST-PERIOD
055200         PERFORM 8100-ADVANCE-BAND-DATE
055300             THRU 8100-ADVANCE-BAND-DATE-EXIT
055400         PERFORM 8000-FIND-THE-BAND
055500             THRU 8000-FIND-THE-BAND-EXIT
055600     END-IF
055700     ADD WS-PRINCIPAL-PORTION TO WS-GP-FIXED-LOANS (WS-BAND-SUB)
055800     SUBTRACT WS-PRINCIPAL-PORTION FROM LM-OUTSTANDING-BALANCE
055900     .
056000 3210-RUN-OFF-ONE-INSTALLMENT-EXIT.
056100     EXIT.
056200*----------------------------------------------------------------
056300*  4000-COMPUTE-THE-GAPS  --  TOTALS, PERIODIC AND CUMULATIVE
056400*  GAP, AND EACH BAND'S TWELVE-MONTH EARNINGS EFFECT OF THE
056500*  UPWARD SHOCK (GAP X SHOCK X SHARE OF THE YEAR EXPOSED).
056600*----------------------------------------------------------------
056700 4000-COMPUTE-THE-GAPS.
056800     PERFORM 4100-COMPUTE-ONE-BAND
056900         THRU 4100-COMPUTE-ONE-BAND-EXIT
057000         VARYING WS-BAND-SUB FROM 1 BY 1
057100         UNTIL WS-BAND-SUB > WS-BAND-COUNT
057200     .
057300 4000-COMPUTE-THE-GAPS-EXIT.
057400     EXIT.
057500*----------------------------------------------------------------
057600 4100-COMPUTE-ONE-BAND.
057700     COMPUTE WS-GP-TOTAL-ASSETS (WS-BAND-SUB) =
057800         WS-GP-VARIABLE-LOANS (WS-BAND-SUB)
057900         + WS-GP-FIXED-LOANS (WS-BAND-SUB)
058000         + WS-GP-LINES (WS-BAND-SUB)
058100     COMPUTE WS-GP-TOTAL-LIABS (WS-BAND-SUB) =
058200         WS-GP-FIXED-DEPOSITS (WS-BAND-SUB)
058300         + WS-GP-RECURRING (WS-BAND-SUB)
058400         + WS-GP-NON-MATURITY (WS-BAND-SUB)
058500     COMPUTE WS-GP-PERIODIC-GAP (WS-BAND-SUB) =
058600         WS-GP-TOTAL-ASSETS (WS-BAND-SUB)
058700         - WS-GP-TOTAL-LIABS (WS-BAND-SUB)
058800     IF WS-BAND-SUB = 1
058900         MOVE WS-GP-PERIODIC-GAP (1) TO WS-GP-CUMULATIVE-GAP (1)
059000     ELSE
059100         COMPUTE WS-GP-CUMULATIVE-GAP (WS-BAND-SUB) =
059200             WS-GP-CUMULATIVE-GAP (WS-BAND-SUB - 1)
059300             + WS-GP-PERIODIC-GAP (WS-BAND-SUB)
059400     END-IF
059500     COMPUTE WS-GP-NII-EFFECT (WS-BAND-SUB) ROUNDED =
059600         WS-GP-PERIODIC-GAP (WS-BAND-SUB)
059700         * WS-RATE-SHOCK-BP / 10000
059800         * WS-BAND-NII-WEIGHT (WS-BAND-SUB)
059900     ADD WS-GP-VARIABLE-LOANS (WS-BAND-SUB)
060000         TO WS-GT-VARIABLE-LOANS
060100     ADD WS-GP-FIXED-LOANS (WS-BAND-SUB) TO WS-GT-FIXED-LOANS
060200     ADD WS-GP-LINES (WS-BAND-SUB) TO WS-GT-LINES
060300     ADD WS-GP-TOTAL-ASSETS (WS-BAND-SUB) TO WS-GT-TOTAL-ASSETS
060400     ADD WS-GP-FIXED-DEPOSITS (WS-BAND-SUB)
060500         TO WS-GT-FIXED-DEPOSITS
060600     ADD WS-GP-RECURRING (WS-BAND-SUB) TO WS-GT-RECURRING
060700     ADD WS-GP-NON-MATURITY (WS-BAND-SUB)
060800         TO WS-GT-NON-MATURITY
060900     ADD WS-GP-TOTAL-LIABS (WS-BAND-SUB) TO WS-GT-TOTAL-LIABS
061000     ADD WS-GP-NII-EFFECT (WS-BAND-SUB) TO WS-GT-NII-EFFECT
061100     .
061200 4100-COMPUTE-ONE-BAND-EXIT.
061300     EXIT.
061400*----------------------------------------------------------------
061500*  5000-WRITE-THE-REPORT  --  ASSETS, LIABILITIES, THE GAP AND
061600*  THE RATE SHOCK, BAND BY BAND.  AMOUNTS IN WHOLE UNITS.
061700*----------------------------------------------------------------
061800 5000-WRITE-THE-REPORT.
061900     OPEN OUTPUT GAP-REPORT-FILE
062000     IF WS-GAPRPT-STATUS NOT = "00"
062100         DISPLAY "REPRGAP: UNABLE TO OPEN THE REPORT, STATUS = "
062200             WS-GAPRPT-STATUS
062300         MOVE 16 TO WS-RH-COMPLETION-CODE
062400         GO TO 5000-WRITE-THE-REPORT-EXIT
062500     END-IF
062600     MOVE SPACES TO GAP-REPORT-LINE
062700     STRING "INTEREST-RATE REPRICING GAP - AS OF " WS-TS-DATE
062800         "  (AMOUNTS IN WHOLE UNITS)"
062900         DELIMITED BY SIZE INTO GAP-REPORT-LINE
063000     WRITE GAP-REPORT-LINE
063100     MOVE SPACES TO GAP-REPORT-LINE
063200     WRITE GAP-REPORT-LINE
063300     MOVE "RATE-SENSITIVE ASSETS" TO GAP-REPORT-LINE
063400     WRITE GAP-REPORT-LINE
063500     MOVE SPACES TO GAP-REPORT-LINE
063600     STRING "BAND            VARIABLE LOANS   FIXED LOANS"
063700         "  LINES/OVERDRAFT  TOTAL ASSETS"
063800         DELIMITED BY SIZE INTO GAP-REPORT-LINE
063900     WRITE GAP-REPORT-LINE
064000     PERFORM 5100-WRITE-ONE-ASSET-LINE
064100         THRU 5100-WRITE-ONE-ASSET-LINE-EXIT
064200         VARYING WS-BAND-SUB FROM 1 BY 1
064300         UNTIL WS-BAND-SUB > WS-BAND-COUNT
064400     MOVE "TOTAL" TO WS-PRINT-LABEL
064500     MOVE WS-GT-VARIABLE-LOANS TO WS-EDIT-1
064600     MOVE WS-GT-FIXED-LOANS TO WS-EDIT-2
064700     MOVE WS-GT-LINES TO WS-EDIT-3
064800     MOVE WS-GT-TOTAL-ASSETS TO WS-EDIT-4
064900     PERFORM 5900-WRITE-FOUR-AMOUNTS
065000         THRU 5900-WRITE-FOUR-AMOUNTS-EXIT
065100     MOVE SPACES TO GAP-REPORT-LINE
065200     WRITE GAP-REPORT-LINE
065300     MOVE "RATE-SENSITIVE LIABILITIES" TO GAP-REPORT-LINE
065400     WRITE GAP-REPORT-LINE
065500     MOVE SPACES TO GAP-REPORT-LINE
065600     STRING "BAND            FIXED DEPOSITS    RECURRING"
065700         "     NON-MATURITY  TOTAL LIABS"
065800         DELIMITED BY SIZE INTO GAP-REPORT-LINE
065900     WRITE GAP-REPORT-LINE
066000     PERFORM 5200-WRITE-ONE-LIABILITY-LINE
066100         THRU 5200-WRITE-ONE-LIABILITY-LINE-EXIT
066200         VARYING WS-BAND-SUB FROM 1 BY 1
066300         UNTIL WS-BAND-SUB > WS-BAND-COUNT
066400     MOVE "TOTAL" TO WS-PRINT-LABEL
066500     MOVE WS-GT-FIXED-DEPOSITS TO WS-EDIT-1
066600     MOVE WS-GT-RECURRING TO WS-EDIT-2
066700     MOVE WS-GT-NON-MATURITY TO WS-EDIT-3
066800     MOVE WS-GT-TOTAL-LIABS TO WS-EDIT-4
066900     PERFORM 5900-WRITE-FOUR-AMOUNTS
067000         THRU 5900-WRITE-FOUR-AMOUNTS-EXIT
067100     MOVE SPACES TO GAP-REPORT-LINE
067200     WRITE GAP-REPORT-LINE
067300     MOVE WS-RATE-SHOCK-BP TO WS-EDIT-BP
067400     MOVE SPACES TO GAP-REPORT-LINE
067500     STRING "REPRICING GAP AND 12-MONTH NII EFFECT OF A +"
067600         WS-EDIT-BP " BP PARALLEL SHOCK"
067700         DELIMITED BY SIZE INTO GAP-REPORT-LINE
067800     WRITE GAP-REPORT-LINE
067900     MOVE SPACES TO GAP-REPORT-LINE
068000     STRING "BAND              PERIODIC GAP  CUMULATIVE GAP"
068100         "  CUM GAP % RSA    NII EFFECT"
068200         DELIMITED BY SIZE INTO GAP-REPORT-LINE
068300     WRITE GAP-REPORT-LINE
068400     PERFORM 5300-WRITE-ONE-GAP-LINE
068500         THRU 5300-WRITE-ONE-GAP-LINE-EXIT
068600         VARYING WS-BAND-SUB FROM 1 BY 1
068700         UNTIL WS-BAND-SUB > WS-BAND-COUNT
068800     MOVE SPACES TO GAP-REPORT-LINE
068900     WRITE GAP-REPORT-LINE
069000     MOVE WS-GT-NII-EFFECT TO WS-EDIT-1
069100     MOVE SPACES TO GAP-REPORT-LINE
069200     STRING "NET INTEREST INCOME EFFECT, RATES UP   "
069300         WS-EDIT-BP " BP  " WS-EDIT-1
069400         DELIMITED BY SIZE INTO GAP-REPORT-LINE
069500     WRITE GAP-REPORT-LINE
069600     COMPUTE WS-DOWN-EFFECT = 0 - WS-GT-NII-EFFECT
069700     MOVE WS-DOWN-EFFECT TO WS-EDIT-1
069800     MOVE SPACES TO GAP-REPORT-LINE
069900     STRING "NET INTEREST INCOME EFFECT, RATES DOWN "
070000         WS-EDIT-BP " BP  " WS-EDIT-1
070100         DELIMITED BY SIZE INTO GAP-REPORT-LINE
070200     WRITE GAP-REPORT-LINE
070300     MOVE SPACES TO GAP-REPORT-LINE
070400     WRITE GAP-REPORT-LINE
070500     MOVE "NON-MATURITY DEPOSIT ASSUMPTION (PCT PER BAND)"
070600         TO GAP-REPORT-LINE
070700     WRITE GAP-REPORT-LINE
070800     MOVE SPACES TO GAP-REPORT-LINE
070900     STRING "BAND                 SAVINGS   CURRENT"
071000         DELIMITED BY SIZE INTO GAP-REPORT-LINE
071100     WRITE GAP-REPORT-LINE
071200     PERFORM 5400-WRITE-ONE-ASSUMPTION
071300         THRU 5400-WRITE-ONE-ASSUMPTION-EXIT
071400         VARYING WS-BAND-SUB FROM 1 BY 1
071500         UNTIL WS-BAND-SUB > WS-BAND-COUNT
071600     MOVE SPACES TO GAP-REPORT-LINE
071700     STRING "  (ANY SHARE NOT ASSIGNED IS STABLE CORE, SHOWN "
071800         "IN THE LAST BAND)"
071900         DELIMITED BY SIZE INTO GAP-REPORT-LINE
072000     WRITE GAP-REPORT-LINE
072100     IF NMD-DEFAULTS-USED
072200         MOVE SPACES TO GAP-REPORT-LINE
072300         STRING "  ** PARAMETER PERCENTAGES ADDED TO MORE THAN "
072400             "100 - DEFAULTS SHOWN WERE USED **"
072500             DELIMITED BY SIZE INTO GAP-REPORT-LINE
072600         WRITE GAP-REPORT-LINE
072700     END-IF
072800     CLOSE GAP-REPORT-FILE
072900     .
073000 5000-WRITE-THE-REPORT-EXIT.
073100     EXIT.
073200*----------------------------------------------------------------
073300 5100-WRITE-ONE-ASSET-LINE.
073400     MOVE WS-BAND-LABEL (WS-BAND-SUB) TO WS-PRINT-LABEL
073500     MOVE WS-GP-VARIABLE-LOANS (WS-BAND-SUB) TO WS-EDIT-1
073600     MOVE WS-GP-FIXED-LOANS (WS-BAND-SUB) TO WS-EDIT-2
073700     MOVE WS-GP-LINES (WS-BAND-SUB) TO WS-EDIT-3
073800     MOVE WS-GP-TOTAL-ASSETS (WS-BAND-SUB) TO WS-EDIT-4
073900     PERFORM 5900-WRITE-FOUR-AMOUNTS
074000         THRU 5900-WRITE-FOUR-AMOUNTS-EXIT
074100     .
074200 5100-WRITE-ONE-ASSET-LINE-EXIT.
074300     EXIT.
074400*----------------------------------------------------------------
074500 5200-WRITE-ONE-LIABILITY-LINE.
074600     MOVE WS-BAND-LABEL (WS-BAND-SUB) TO WS-PRINT-LABEL
074700     MOVE WS-GP-FIXED-DEPOSITS (WS-BAND-SUB) TO WS-EDIT-1
074800     MOVE WS-GP-RECURRING (WS-BAND-SUB) TO WS-EDIT-2
074900     MOVE WS-GP-NON-MATURITY (WS-BAND-SUB) TO WS-EDIT-3
075000     MOVE WS-GP-TOTAL-LIABS (WS-BAND-SUB) TO WS-EDIT-4
075100     PERFORM 5900-WRITE-FOUR-AMOUNTS
075200         THRU 5900-WRITE-FOUR-AMOUNTS-EXIT
075300     .
075400 5200-WRITE-ONE-LIABILITY-LINE-EXIT.
075500     EXIT.
075600*----------------------------------------------------------------
075700*  5300-WRITE-ONE-GAP-LINE  --  THE CUMULATIVE GAP AS A PERCENT
075800*  OF TOTAL RATE-SENSITIVE ASSETS.
075900*----------------------------------------------------------------
076000 5300-WRITE-ONE-GAP-LINE.
076100     MOVE ZERO TO WS-GAP-RATIO
076200     IF WS-GT-TOTAL-ASSETS NOT = ZERO
076300         COMPUTE WS-GAP-RATIO ROUNDED =
076400             WS-GP-CUMULATIVE-GAP (WS-BAND-SUB) * 100
076500             / WS-GT-TOTAL-ASSETS
076600             ON SIZE ERROR
076700                 MOVE ZERO TO WS-GAP-RATIO
076800         END-COMPUTE
076900     END-IF
077000     MOVE WS-GP-PERIODIC-GAP (WS-BAND-SUB) TO WS-EDIT-1
077100     MOVE WS-GP-CUMULATIVE-GAP (WS-BAND-SUB) TO WS-EDIT-2
077200     MOVE WS-GAP-RATIO TO WS-EDIT-PCT
077300     MOVE WS-GP-NII-EFFECT (WS-BAND-SUB) TO WS-EDIT-4
077400     MOVE SPACES TO GAP-REPORT-LINE
077500     STRING WS-BAND-LABEL (WS-BAND-SUB) "  " WS-EDIT-1
077600         "  " WS-EDIT-2 "        " WS-EDIT-PCT
077700         "  " WS-EDIT-4
077800         DELIMITED BY SIZE INTO GAP-REPORT-LINE
077900     WRITE GAP-REPORT-LINE
078000     .
078100 5300-WRITE-ONE-GAP-LINE-EXIT.
078200     EXIT.
078300*----------------------------------------------------------------
078400 5400-WRITE-ONE-ASSUMPTION.
078500     MOVE WS-NMD-SAVINGS-PCT (WS-BAND-SUB) TO WS-EDIT-PCT
078600     MOVE SPACES TO GAP-REPORT-LINE
078700     STRING WS-BAND-LABEL (WS-BAND-SUB) "        " WS-EDIT-PCT
078800         DELIMITED BY SIZE INTO GAP-REPORT-LINE
078900     MOVE WS-NMD-CURRENT-PCT (WS-BAND-SUB) TO WS-EDIT-PCT
079000     MOVE WS-EDIT-PCT TO GAP-REPORT-LINE (32:8)
079100     WRITE GAP-REPORT-LINE
079200     .
079300 5400-WRITE-ONE-ASSUMPTION-EXIT.
079400     EXIT.
079500*----------------------------------------------------------------
079600 5900-WRITE-FOUR-AMOUNTS.
079700     MOVE SPACES TO GAP-REPORT-LINE
079800     STRING WS-PRINT-LABEL "  " WS-EDIT-1 "  " WS-EDIT-2
079900         "  " WS-EDIT-3 "  " WS-EDIT-4
080000         DELIMITED BY SIZE INTO GAP-REPORT-LINE
080100     WRITE GAP-REPORT-LINE
080200     .
080300 5900-WRITE-FOUR-AMOUNTS-EXIT.
080400     EXIT.
080500*----------------------------------------------------------------
080600*  8000-FIND-THE-BAND  --  WS-BAND-SUB COMES BACK WITH THE BAND
080700*  WS-BAND-DATE FALLS IN.  A DATE ALREADY PASSED IS DUE NOW.
080800*----------------------------------------------------------------
080900 8000-FIND-THE-BAND.
081000     COMPUTE WS-DAYS-OUT =
081100         FUNCTION INTEGER-OF-DATE(WS-BAND-DATE)
081200         - FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
081300     PERFORM 8010-TEST-ONE-BAND
081400         THRU 8010-TEST-ONE-BAND-EXIT
081500         VARYING WS-BAND-SUB FROM 1 BY 1
081600         UNTIL WS-BAND-SUB NOT < WS-BAND-COUNT
081700             OR WS-DAYS-OUT NOT > WS-BAND-LAST-DAY (WS-BAND-SUB)
081800     .
081900 8000-FIND-THE-BAND-EXIT.
082000     EXIT.
082100*----------------------------------------------------------------
082200 8010-TEST-ONE-BAND.
082300     CONTINUE
082400     .
082500 8010-TEST-ONE-BAND-EXIT.
082600     EXIT.
082700*----------------------------------------------------------------
082800*  8100-ADVANCE-BAND-DATE  --  WS-BAND-DATE MOVED FORWARD
082900*  WS-MONTHS-AHEAD MONTHS.
083000*----------------------------------------------------------------
083100 8100-ADVANCE-BAND-DATE.
083200     IF WS-MONTHS-AHEAD NOT > ZERO
083300         GO TO 8100-ADVANCE-BAND-DATE-EXIT
083400     END-IF
083500     COMPUTE WS-BD-MONTH-TOTAL =
083600         WS-BD-YYYY * 12 + WS-BD-MM - 1 + WS-MONTHS-AHEAD
083700     DIVIDE WS-BD-MONTH-TOTAL BY 12
083800         GIVING WS-BD-YYYY REMAINDER WS-BD-MM
083900     ADD 1 TO WS-BD-MM
084000     IF WS-BD-DD > 28
084100         MOVE 28 TO WS-BD-DD
084200     END-IF
084300     .
084400 8100-ADVANCE-BAND-DATE-EXIT.
084500     EXIT.
