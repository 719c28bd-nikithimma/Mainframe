000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    REVOLVE-ACCRUE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  NIGHTLY INTEREST ACCRUAL
001300*                     ON REVOLVING CREDIT LINES (ACCOUNT TYPE
001400*                     V).  A LINE'S DRAWN AMOUNT IS ITS NEGATIVE
001500*                     AM-BALANCE; INTEREST ON IT AT THE PRODUCT
001600*                     TABLE RATE FOR THE DAYS SINCE THE LINE'S
001700*                     LAST ACCRUAL DATE, COUNTED BY DAY-COUNT
001800*                     UNDER THE PRODUCT'S CONVENTION UP TO THE
001900*                     BUSINESS DATE, IS ADDED TO
002000*                     AM-LINE-ACCRUED-INTEREST.  THE BALANCE
002100*                     ITSELF IS NOT TOUCHED - THE MONTHLY
002133*                     REVOLVE-CYCLE CAPITALIZES THE ACCRUAL.
002166*                     FROZEN AND CLOSED LINES DO NOT ACCRUE.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     COPY ACCTMSEL.
002700*================================================================
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  ACCOUNT-MASTER-FILE.
003100     COPY ACCTMAST.
003200*----------------------------------------------------------------
003300 WORKING-STORAGE SECTION.
003400 01  WS-ACCTMAST-STATUS            PIC XX.
003500*----------------------------------------------------------------
003600 01  WS-WORK-FIELDS.
003700     05  WS-ACCT-EOF-SWITCH        PIC X VALUE 'N'.
003800         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
003900     05  WS-ACCOUNTS-READ          PIC 9(06) COMP VALUE 0.
004000     05  WS-LINES-ACCRUED          PIC 9(06) COMP VALUE 0.
004100     05  WS-TOTAL-ACCRUED          PIC S9(11)V99 VALUE 0.
004200     05  WS-LINE-RATE              PIC 9(03)V99 VALUE 0.
004300     05  WS-DRAWN-AMOUNT           PIC S9(09)V99.
004400     05  WS-PERIOD-INTEREST        PIC S9(07)V99.
004420     05  WS-RUN-DATE               PIC 9(08).
004440     05  WS-ACCRUAL-FROM-DATE      PIC 9(08).
004460     05  WS-BUSINESS-DATE          PIC 9(08).
004480     05  WS-BUSDATE-FLAG           PIC X.
004500*----------------------------------------------------------------
004600     COPY ACCTSTAT.
004700     COPY PRODTAB.
004750     COPY DAYCPARM.
004800*----------------------------------------------------------------
004900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
005000*----------------------------------------------------------------
005100 01  WS-RUN-HISTORY-FIELDS.
005200     05  WS-RH-STEP-NAME           PIC X(08) VALUE "RVACSTEP".
005300     05  WS-RH-START-TIMESTAMP     PIC X(21).
005400     05  WS-RH-RECORDS-READ        PIC 9(08).
005500     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
005600     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
005700     05  WS-RH-COMPLETION-CODE     PIC 9(02).
005800*================================================================
005900 PROCEDURE DIVISION.
006000*================================================================
006100 0000-MAINLINE.
006200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
006300     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
006400     PERFORM 1000-INITIALIZE
006500         THRU 1000-INITIALIZE-EXIT
006600     PERFORM 2000-ACCRUE-ONE-LINE
006700         THRU 2000-ACCRUE-ONE-LINE-EXIT
006800         UNTIL NO-MORE-ACCOUNTS
006900     PERFORM 9999-EXIT
007000         THRU 9999-EXIT-EXIT
007100     DISPLAY "REVACCR: ACCOUNTS READ  = " WS-ACCOUNTS-READ
007200     DISPLAY "REVACCR: LINES ACCRUED  = " WS-LINES-ACCRUED
007300     DISPLAY "REVACCR: TOTAL ACCRUED  = " WS-TOTAL-ACCRUED
007400     MOVE WS-ACCOUNTS-READ TO WS-RH-RECORDS-READ
007500     MOVE WS-LINES-ACCRUED TO WS-RH-RECORDS-UPDATED
007600     MOVE WS-TOTAL-ACCRUED TO WS-RH-AMOUNT-POSTED
007700     MOVE ZERO TO WS-RH-COMPLETION-CODE
007800     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
007900         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
008000         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
008100         WS-RH-COMPLETION-CODE
008200     STOP RUN.
008300*----------------------------------------------------------------
008400 1000-INITIALIZE.
008414     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE
008428     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
008442         WS-BUSDATE-FLAG
008456     IF WS-BUSDATE-FLAG = "Y"
008470         MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
008484     END-IF
008500     SET PT-IDX TO 1
008600     SEARCH PT-ENTRY
008700         AT END
008800             MOVE ZERO TO WS-LINE-RATE
008900         WHEN PT-TYPE-CODE (PT-IDX) = 'V'
009000             MOVE PT-DEFAULT-RATE (PT-IDX) TO WS-LINE-RATE
009100     END-SEARCH
009200     OPEN I-O ACCOUNT-MASTER-FILE
009300     IF WS-ACCTMAST-STATUS NOT = "00"
009400         DISPLAY "REVACCR: UNABLE TO OPEN ACCOUNT MASTER, "
009500             "STATUS = " WS-ACCTMAST-STATUS
009600         MOVE 'Y' TO WS-ACCT-EOF-SWITCH
009700     END-IF
009800     .
009900 1000-INITIALIZE-EXIT.
010000     EXIT.
010100*----------------------------------------------------------------
010200*  2000-ACCRUE-ONE-LINE  --  INTEREST ON THE DRAWN AMOUNT OF ONE
010300*  OPEN LINE FOR THE DAYS SINCE IT WAS LAST ACCRUED.  A FROZEN OR
010320*  CLOSED LINE, OR ONE NOT DRAWN, EARNS NOTHING BUT STILL HAS ITS
010340*  DATE MOVED UP, SO THOSE DAYS ARE NEVER CHARGED LATER.  A LINE
010360*  ALREADY ACCRUED THROUGH THE BUSINESS DATE (A RERUN) IS LEFT
010380*  ALONE.
010400*----------------------------------------------------------------
010500 2000-ACCRUE-ONE-LINE.
010600     READ ACCOUNT-MASTER-FILE NEXT RECORD
010700         AT END
010800             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
010900             GO TO 2000-ACCRUE-ONE-LINE-EXIT
011000     END-READ
011100     ADD 1 TO WS-ACCOUNTS-READ
011200     IF AM-TYPE-CODE NOT = 'V'
011300         GO TO 2000-ACCRUE-ONE-LINE-EXIT
011400     END-IF
011500     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
011600     IF AM-LAST-ACCRUAL-DATE NUMERIC
011607             AND AM-LAST-ACCRUAL-DATE > ZERO
011614         MOVE AM-LAST-ACCRUAL-DATE TO WS-ACCRUAL-FROM-DATE
011621     ELSE
011628         COMPUTE WS-ACCRUAL-FROM-DATE = FUNCTION DATE-OF-INTEGER
011635             (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
011642     END-IF
011649     MOVE AM-TYPE-CODE TO DC-PRODUCT-TYPE
011656     MOVE SPACE TO DC-OVERRIDE
011663     MOVE WS-ACCRUAL-FROM-DATE TO DC-FROM-DATE
011670     MOVE WS-RUN-DATE TO DC-TO-DATE
011677     MOVE WS-LINE-RATE TO DC-ANNUAL-RATE
011684     CALL "DAY-COUNT" USING DAY-COUNT-PARMS
011691     IF DC-DAYS NOT > ZERO
011700         GO TO 2000-ACCRUE-ONE-LINE-EXIT
011800     END-IF
011900     MOVE ZERO TO WS-PERIOD-INTEREST
012000     IF NOT (STATUS-FROZEN OR STATUS-CLOSED)
012014             AND AM-BALANCE < ZERO
012028         COMPUTE WS-DRAWN-AMOUNT = 0 - AM-BALANCE
012042         COMPUTE WS-PERIOD-INTEREST ROUNDED =
012056             WS-DRAWN-AMOUNT * WS-LINE-RATE / 100
012070             * DC-DAYS / DC-YEAR-DAYS
012084         ADD WS-PERIOD-INTEREST TO AM-LINE-ACCRUED-INTEREST
012100     END-IF
012500     MOVE WS-RUN-DATE TO AM-LAST-ACCRUAL-DATE
012900     REWRITE ACCOUNT-MASTER-RECORD
013000         INVALID KEY
013100             DISPLAY "REVACCR: UNABLE TO REWRITE ACCOUNT "
013200                 AM-ACCT-NUMBER
013300             GO TO 2000-ACCRUE-ONE-LINE-EXIT
013400     END-REWRITE
013500     IF WS-PERIOD-INTEREST > ZERO
013600         ADD 1 TO WS-LINES-ACCRUED
013633         ADD WS-PERIOD-INTEREST TO WS-TOTAL-ACCRUED
013666     END-IF
013700     .
013800 2000-ACCRUE-ONE-LINE-EXIT.
013900     EXIT.
014000*----------------------------------------------------------------
014100*  9999-EXIT  --  COMMON PROGRAM EXIT.
014200*----------------------------------------------------------------
014300 9999-EXIT.
014400     IF WS-ACCTMAST-STATUS = "00" OR WS-ACCTMAST-STATUS = "10"
014500         CLOSE ACCOUNT-MASTER-FILE
014600     END-IF
014700     .
014800 9999-EXIT-EXIT.
014900     EXIT.
015000 END PROGRAM REVOLVE-ACCRUE.
015100*================================================================
015200*  IDENTIFICATION DIVISION.
015300*================================================================
015400 IDENTIFICATION DIVISION.
015500 PROGRAM-ID.    REVOLVE-CYCLE.
015600 AUTHOR.        R KUMAR.
015700 INSTALLATION.  RETAIL BANKING SYSTEMS.
015800 DATE-WRITTEN.  2026-10-15.
015900 DATE-COMPILED. 2026-10-15.
016000*----------------------------------------------------------------
016100*  MOD-HISTORY
016200*    2026-10-15  RPK  INITIAL VERSION.  MONTHLY BILLING CYCLE
016300*                     FOR REVOLVING CREDIT LINES.  FOR EVERY
016400*                     OPEN TYPE V LINE: THE MONTH'S ACCRUED
016500*                     INTEREST IS CAPITALIZED INTO THE DRAWN
016600*                     BALANCE (A TYPE Q TRANSACTION ROW AND GL
016700*                     CODE Q, LINE RECEIVABLE AGAINST LOAN
016800*                     INTEREST INCOME); A MINIMUM STILL UNPAID
016900*                     AT ITS DUE DATE STARTS THE PAST-DUE CLOCK
017000*                     (AM-LINE-PAST-DUE-SINCE) AND IS CARRIED
017100*                     INTO THE NEW MINIMUM; THE NEW MINIMUM IS
017200*                     REVOLVING-MIN-PAY-PCT (DEFAULT 3) PERCENT
017300*                     OF THE DRAWN BALANCE BUT NOT LESS THAN
017400*                     REVOLVING-MIN-PAY-FLOOR (DEFAULT 25.00),
017500*                     NEVER MORE THAN THE BALANCE OWED, AND IS
017600*                     DUE REVOLVING-DUE-DAYS (DEFAULT 25) DAYS
017700*                     AFTER THE CYCLE.  THE BORROWER GETS A
017800*                     MINIMUM-PAYMENT NOTICE (TYPE RVMS) AND
017900*                     THE LINE A ROW ON THE CYCLE REPORT.
018000*================================================================
018100 ENVIRONMENT DIVISION.
018200 INPUT-OUTPUT SECTION.
018300 FILE-CONTROL.
018400     COPY ACCTMSEL.
018500     COPY TRANSEL.
018600     COPY PARMSEL.
018700     SELECT REVOLVE-CYCLE-REPORT
018800         ASSIGN TO "RVCYCLE"
018900         ORGANIZATION IS LINE SEQUENTIAL
019000         FILE STATUS IS WS-RVCYCLE-STATUS.
019100*================================================================
019200 DATA DIVISION.
019300 FILE SECTION.
019400 FD  ACCOUNT-MASTER-FILE.
019500     COPY ACCTMAST.
019600 FD  TRANSACTION-FILE.
019700     COPY TRANREC.
019800 FD  BUSINESS-PARAMETER-FILE.
019900     COPY PARMREC.
020000 FD  REVOLVE-CYCLE-REPORT.
020100 01  REVOLVE-CYCLE-LINE            PIC X(100).
020200*----------------------------------------------------------------
020300 WORKING-STORAGE SECTION.
020400 01  WS-FILE-STATUSES.
020500     05  WS-ACCTMAST-STATUS        PIC XX.
020600     05  WS-TRANFILE-STATUS        PIC XX.
020700     05  WS-BUSPARM-STATUS         PIC XX.
020800     05  WS-RVCYCLE-STATUS         PIC XX.
020900*----------------------------------------------------------------
021000 01  WS-WORK-FIELDS.
021100     05  WS-ACCT-EOF-SWITCH        PIC X VALUE 'N'.
021200         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
021300     05  WS-PARM-EOF-SWITCH        PIC X.
021400         88  NO-MORE-PARMS         VALUE 'Y'.
021500     05  WS-MIN-PAY-PCT            PIC 9(03)V99 VALUE 3.
021600     05  WS-MIN-PAY-FLOOR          PIC 9(07)V99 VALUE 25.00.
021700     05  WS-DUE-DAYS               PIC 9(03) VALUE 25.
021800     05  WS-ACCOUNTS-READ          PIC 9(06) COMP VALUE 0.
021900     05  WS-LINES-CYCLED           PIC 9(06) COMP VALUE 0.
022000     05  WS-LINES-PAST-DUE         PIC 9(06) COMP VALUE 0.
022100     05  WS-TOTAL-CAPITALIZED      PIC S9(11)V99 VALUE 0.
022200     05  WS-INTEREST-AMOUNT        PIC S9(09)V99.
022300     05  WS-DRAWN-AMOUNT           PIC S9(09)V99.
022400     05  WS-CARRIED-AMOUNT         PIC S9(09)V99.
022500     05  WS-CYCLE-MINIMUM          PIC S9(09)V99.
022600     05  WS-NEW-MINIMUM            PIC S9(09)V99.
022700     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "REVOLVE".
022800     05  WS-GL-POST-FLAG           PIC X.
022900     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
023000     05  WS-EDIT-AMOUNT-2          PIC -(9)9.99.
023100     05  WS-EDIT-AMOUNT-3          PIC -(9)9.99.
023200     05  WS-NOTICE-TYPE            PIC X(04) VALUE "RVMS".
023300     05  WS-NOTICE-LINE-1          PIC X(40).
023400     05  WS-NOTICE-LINE-2          PIC X(40).
023500     05  WS-NOTICE-ID              PIC 9(08).
023600 01  WS-ID-SOURCE-NAME             PIC X(08).
023700 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
023800 01  WS-DATE-INTEGER               PIC S9(09) COMP.
023900*----------------------------------------------------------------
024000     COPY ACCTSTAT.
024100*----------------------------------------------------------------
024200 01  WS-BUSINESS-DATE              PIC 9(08).
024300 01  WS-BUSDATE-FLAG               PIC X.
024400 01  WS-CURRENT-TIMESTAMP          PIC X(21).
024500 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
024600     05  WS-TS-DATE                PIC 9(08).
024700     05  WS-TS-TIME                PIC 9(06).
024800     05  FILLER                    PIC X(07).
024900*----------------------------------------------------------------
025000 01  WS-RUN-HISTORY-FIELDS.
025100     05  WS-RH-STEP-NAME           PIC X(08) VALUE "RVCYSTEP".
025200     05  WS-RH-START-TIMESTAMP     PIC X(21).
025300     05  WS-RH-RECORDS-READ        PIC 9(08).
025400     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
025500     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
025600     05  WS-RH-COMPLETION-CODE     PIC 9(02).
025700*================================================================
025800 PROCEDURE DIVISION.
025900*================================================================
026000 0000-MAINLINE.
026100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
026200     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
026300     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
026400         WS-BUSDATE-FLAG
026500     IF WS-BUSDATE-FLAG = "Y"
026600         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
026700     END-IF
026800     PERFORM 1000-INITIALIZE
026900         THRU 1000-INITIALIZE-EXIT
027000     PERFORM 2000-CYCLE-ONE-LINE
027100         THRU 2000-CYCLE-ONE-LINE-EXIT
027200         UNTIL NO-MORE-ACCOUNTS
027300     PERFORM 9999-EXIT
027400         THRU 9999-EXIT-EXIT
027500     DISPLAY "REVCYCLE: ACCOUNTS READ    = " WS-ACCOUNTS-READ
027600     DISPLAY "REVCYCLE: LINES CYCLED     = " WS-LINES-CYCLED
027700     DISPLAY "REVCYCLE: LINES PAST DUE   = " WS-LINES-PAST-DUE
027800     DISPLAY "REVCYCLE: INTEREST CHARGED = "
027900         WS-TOTAL-CAPITALIZED
028000     MOVE WS-ACCOUNTS-READ TO WS-RH-RECORDS-READ
028100     MOVE WS-LINES-CYCLED TO WS-RH-RECORDS-UPDATED
028200     MOVE WS-TOTAL-CAPITALIZED TO WS-RH-AMOUNT-POSTED
028300     MOVE ZERO TO WS-RH-COMPLETION-CODE
028400     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
028500         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
028600         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
028700         WS-RH-COMPLETION-CODE
028800     STOP RUN.
028900*----------------------------------------------------------------
029000 1000-INITIALIZE.
029100     PERFORM 1100-LOAD-PARAMETERS
029200         THRU 1100-LOAD-PARAMETERS-EXIT
029300     OPEN I-O ACCOUNT-MASTER-FILE
029400     IF WS-ACCTMAST-STATUS NOT = "00"
029500         DISPLAY "REVCYCLE: UNABLE TO OPEN ACCOUNT MASTER, "
029600             "STATUS = " WS-ACCTMAST-STATUS
029700         MOVE 'Y' TO WS-ACCT-EOF-SWITCH
029800         GO TO 1000-INITIALIZE-EXIT
029900     END-IF
030000     OPEN EXTEND TRANSACTION-FILE
030100     IF WS-TRANFILE-STATUS = "35"
030200         CLOSE TRANSACTION-FILE
030300         OPEN OUTPUT TRANSACTION-FILE
030400     END-IF
030500     OPEN OUTPUT REVOLVE-CYCLE-REPORT
030600     MOVE SPACES TO REVOLVE-CYCLE-LINE
030700     STRING "REVOLVING LINE CYCLE AS OF " WS-TS-DATE
030800         "   MINIMUM " WS-MIN-PAY-PCT "% FLOOR "
030900         WS-MIN-PAY-FLOOR " DUE IN " WS-DUE-DAYS " DAYS"
031000         DELIMITED BY SIZE INTO REVOLVE-CYCLE-LINE
031100     END-STRING
031200     WRITE REVOLVE-CYCLE-LINE
031300     MOVE SPACES TO REVOLVE-CYCLE-LINE
031400     STRING "ACCOUNT       INTEREST CHARGED      BALANCE OWED  "
031500         "   MINIMUM DUE  DUE DATE  PAST DUE SINCE"
031600         DELIMITED BY SIZE INTO REVOLVE-CYCLE-LINE
031700     END-STRING
031800     WRITE REVOLVE-CYCLE-LINE
031900     .
032000 1000-INITIALIZE-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------
032300 1100-LOAD-PARAMETERS.
032400     OPEN INPUT BUSINESS-PARAMETER-FILE
032500     IF WS-BUSPARM-STATUS NOT = "00"
032600         GO TO 1100-LOAD-PARAMETERS-EXIT
032700     END-IF
032800     MOVE 'N' TO WS-PARM-EOF-SWITCH
032900     PERFORM 1110-READ-ONE-PARAMETER
033000         THRU 1110-READ-ONE-PARAMETER-EXIT
033100         UNTIL NO-MORE-PARMS
033200     CLOSE BUSINESS-PARAMETER-FILE
033300     .
033400 1100-LOAD-PARAMETERS-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------
033700 1110-READ-ONE-PARAMETER.
033800     READ BUSINESS-PARAMETER-FILE
033900         AT END
034000             MOVE 'Y' TO WS-PARM-EOF-SWITCH
034100             GO TO 1110-READ-ONE-PARAMETER-EXIT
034200     END-READ
034300     EVALUATE BP-PARM-NAME
034400         WHEN "REVOLVING-MIN-PAY-PCT"
034500             MOVE BP-PARM-VALUE TO WS-MIN-PAY-PCT
034600         WHEN "REVOLVING-MIN-PAY-FLOOR"
034700             MOVE BP-PARM-VALUE TO WS-MIN-PAY-FLOOR
034800         WHEN "REVOLVING-DUE-DAYS"
034900             MOVE BP-PARM-VALUE TO WS-DUE-DAYS
035000         WHEN OTHER
035100             CONTINUE
035200     END-EVALUATE
035300     .
035400 1110-READ-ONE-PARAMETER-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------
035700*  2000-CYCLE-ONE-LINE  --  CAPITALIZE, AGE, SET THE NEW
035800*  MINIMUM, NOTIFY.
035900*----------------------------------------------------------------
036000 2000-CYCLE-ONE-LINE.
036100     READ ACCOUNT-MASTER-FILE NEXT RECORD
036200         AT END
036300             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
036400             GO TO 2000-CYCLE-ONE-LINE-EXIT
036500     END-READ
036600     ADD 1 TO WS-ACCOUNTS-READ
036700     IF AM-TYPE-CODE NOT = 'V'
036800         GO TO 2000-CYCLE-ONE-LINE-EXIT
036900     END-IF
037000     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
037100     IF STATUS-CLOSED
037200         GO TO 2000-CYCLE-ONE-LINE-EXIT
037300     END-IF
037400
037500     MOVE ZERO TO WS-INTEREST-AMOUNT
037600     IF AM-LINE-ACCRUED-INTEREST > ZERO
037700         PERFORM 2100-CAPITALIZE-INTEREST
037800             THRU 2100-CAPITALIZE-INTEREST-EXIT
037900     END-IF
038000
038100*    A MINIMUM STILL OWING ONCE ITS DUE DATE HAS GONE BY IS
038200*    PAST DUE FROM THAT DATE.  THE CLOCK KEEPS RUNNING FROM THE
038300*    OLDEST MISSED DUE DATE UNTIL A REPAYMENT CLEARS THE WHOLE
038400*    AMOUNT (DEPOSITTRAN ZEROES IT THEN).
038500     MOVE AM-LINE-MIN-PAYMENT-DUE TO WS-CARRIED-AMOUNT
038600     IF WS-CARRIED-AMOUNT > ZERO
038700             AND AM-LINE-PAYMENT-DUE-DATE NOT = ZERO
038800             AND AM-LINE-PAYMENT-DUE-DATE < WS-TS-DATE
038900             AND AM-LINE-PAST-DUE-SINCE = ZERO
039000         MOVE AM-LINE-PAYMENT-DUE-DATE TO AM-LINE-PAST-DUE-SINCE
039100     END-IF
039200
039300     IF AM-BALANCE NOT < ZERO
039400         MOVE ZERO TO AM-LINE-MIN-PAYMENT-DUE
039500         MOVE ZERO TO AM-LINE-PAYMENT-DUE-DATE
039600         MOVE ZERO TO AM-LINE-PAST-DUE-SINCE
039700         MOVE ZERO TO AM-LINE-DAYS-PAST-DUE
039800         MOVE ZERO TO WS-DRAWN-AMOUNT
039900         MOVE ZERO TO WS-NEW-MINIMUM
040000     ELSE
040100         PERFORM 2200-SET-NEW-MINIMUM
040200             THRU 2200-SET-NEW-MINIMUM-EXIT
040300     END-IF
040400
040500     REWRITE ACCOUNT-MASTER-RECORD
040600         INVALID KEY
040700             DISPLAY "REVCYCLE: UNABLE TO REWRITE ACCOUNT "
040800                 AM-ACCT-NUMBER
040900             GO TO 2000-CYCLE-ONE-LINE-EXIT
041000     END-REWRITE
041100     ADD 1 TO WS-LINES-CYCLED
041200     IF AM-LINE-PAST-DUE-SINCE NOT = ZERO
041300         ADD 1 TO WS-LINES-PAST-DUE
041400     END-IF
041500     PERFORM 2300-WRITE-REPORT-LINE
041600         THRU 2300-WRITE-REPORT-LINE-EXIT
041700     IF WS-NEW-MINIMUM > ZERO
041800         PERFORM 2400-SEND-NOTICE
041900             THRU 2400-SEND-NOTICE-EXIT
042000     END-IF
042100     .
042200 2000-CYCLE-ONE-LINE-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500*  2100-CAPITALIZE-INTEREST  --  THE MONTH'S ACCRUAL MOVES INTO
042600*  THE DRAWN BALANCE WITH ITS OWN TRANSACTION ROW AND GL PAIR.
042700*----------------------------------------------------------------
042800 2100-CAPITALIZE-INTEREST.
042900     MOVE AM-LINE-ACCRUED-INTEREST TO WS-INTEREST-AMOUNT
043000     SUBTRACT WS-INTEREST-AMOUNT FROM AM-BALANCE
043100     MOVE ZERO TO AM-LINE-ACCRUED-INTEREST
043200     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
043300
043400     MOVE "TRAN" TO WS-ID-SOURCE-NAME
043500     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
043600         WS-NEXT-ASSIGNED-ID
043700     MOVE WS-NEXT-ASSIGNED-ID     TO TR-TRAN-ID
043800     MOVE AM-ACCT-NUMBER          TO TR-ACCT-NUMBER
043900     SET TRAN-LINE-INTEREST       TO TRUE
044000     MOVE WS-INTEREST-AMOUNT      TO TR-AMOUNT
044100     MOVE WS-TS-DATE              TO TR-TRAN-DATE
044200     MOVE WS-TS-TIME              TO TR-TRAN-TIME
044300     MOVE WS-BATCH-OPERATOR-ID    TO TR-OPERATOR-ID
044400     MOVE AM-CURRENCY-CODE        TO TR-CURRENCY-CODE
044500     MOVE ZERO                    TO TR-ORIGINAL-TRAN-ID
044600     WRITE TRANSACTION-RECORD
044700     CALL "TRANH-POST" USING TRANSACTION-RECORD
044800
044900     CALL "GL-POSTING" USING AM-ACCT-NUMBER AM-TYPE-CODE "Q"
045000         WS-INTEREST-AMOUNT WS-BATCH-OPERATOR-ID
045100         WS-GL-POST-FLAG
045200     ADD WS-INTEREST-AMOUNT TO WS-TOTAL-CAPITALIZED
045300     .
045400 2100-CAPITALIZE-INTEREST-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700*  2200-SET-NEW-MINIMUM  --  ANY UNPAID MINIMUM CARRIED IN PLUS
045800*  THIS CYCLE'S PERCENTAGE (OR THE FLOOR), CAPPED AT THE DRAWN
045900*  BALANCE.
046000*----------------------------------------------------------------
046100 2200-SET-NEW-MINIMUM.
046200     COMPUTE WS-DRAWN-AMOUNT = 0 - AM-BALANCE
046300     COMPUTE WS-CYCLE-MINIMUM ROUNDED =
046400         WS-DRAWN-AMOUNT * WS-MIN-PAY-PCT / 100
046500     IF WS-CYCLE-MINIMUM < WS-MIN-PAY-FLOOR
046600         MOVE WS-MIN-PAY-FLOOR TO WS-CYCLE-MINIMUM
046700     END-IF
046800     COMPUTE WS-NEW-MINIMUM = WS-CARRIED-AMOUNT + WS-CYCLE-MINIMUM
046900     IF WS-NEW-MINIMUM > WS-DRAWN-AMOUNT
047000         MOVE WS-DRAWN-AMOUNT TO WS-NEW-MINIMUM
047100     END-IF
047200     MOVE WS-NEW-MINIMUM TO AM-LINE-MIN-PAYMENT-DUE
047300     COMPUTE WS-DATE-INTEGER =
047400         FUNCTION INTEGER-OF-DATE(WS-TS-DATE) + WS-DUE-DAYS
047500     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
047600         TO AM-LINE-PAYMENT-DUE-DATE
047700     .
047800 2200-SET-NEW-MINIMUM-EXIT.
047900     EXIT.
048000*----------------------------------------------------------------
048100 2300-WRITE-REPORT-LINE.
048200     MOVE WS-INTEREST-AMOUNT TO WS-EDIT-AMOUNT
048300     MOVE WS-DRAWN-AMOUNT    TO WS-EDIT-AMOUNT-2
048400     MOVE WS-NEW-MINIMUM     TO WS-EDIT-AMOUNT-3
048500     MOVE SPACES TO REVOLVE-CYCLE-LINE
048600     STRING AM-ACCT-NUMBER "  " WS-EDIT-AMOUNT
048700         "  " WS-EDIT-AMOUNT-2 "  " WS-EDIT-AMOUNT-3
048800         "  " AM-LINE-PAYMENT-DUE-DATE
048900         "  " AM-LINE-PAST-DUE-SINCE
049000         DELIMITED BY SIZE INTO REVOLVE-CYCLE-LINE
049100     END-STRING
049200     WRITE REVOLVE-CYCLE-LINE
049300     .
049400 2300-WRITE-REPORT-LINE-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------
049700*  2400-SEND-NOTICE  --  THE MINIMUM AND ITS DUE DATE ON LINE 1,
049800*  THE BALANCE OWED (OR THE PAST-DUE AMOUNT) ON LINE 2.
049900*----------------------------------------------------------------
050000 2400-SEND-NOTICE.
050100     MOVE SPACES TO WS-NOTICE-LINE-1
050200     MOVE SPACES TO WS-NOTICE-LINE-2
050300     MOVE WS-NEW-MINIMUM TO WS-EDIT-AMOUNT
050400     STRING "MIN DUE " WS-EDIT-AMOUNT
050500         " BY " AM-LINE-PAYMENT-DUE-DATE
050600         DELIMITED BY SIZE INTO WS-NOTICE-LINE-1
050700     END-STRING
050800     IF AM-LINE-PAST-DUE-SINCE NOT = ZERO
050900         MOVE WS-CARRIED-AMOUNT TO WS-EDIT-AMOUNT
051000         STRING "PAST DUE " WS-EDIT-AMOUNT
051100             " SINCE " AM-LINE-PAST-DUE-SINCE
051200             DELIMITED BY SIZE INTO WS-NOTICE-LINE-2
051300         END-STRING
051400     ELSE
051500         MOVE WS-DRAWN-AMOUNT TO WS-EDIT-AMOUNT
051600         STRING "BALANCE OWED " WS-EDIT-AMOUNT
051700             DELIMITED BY SIZE INTO WS-NOTICE-LINE-2
051800         END-STRING
051900     END-IF
052000     CALL "NOTICE-REQUEST" USING AM-ACCT-NUMBER WS-NOTICE-TYPE
052100         WS-NOTICE-LINE-1 WS-NOTICE-LINE-2 WS-NOTICE-ID
052200     .
052300 2400-SEND-NOTICE-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------
052600*  9999-EXIT  --  COMMON PROGRAM EXIT.
052700*----------------------------------------------------------------
052800 9999-EXIT.
052900     IF WS-ACCTMAST-STATUS = "00" OR WS-ACCTMAST-STATUS = "10"
053000         CLOSE ACCOUNT-MASTER-FILE
053100         CLOSE TRANSACTION-FILE
053200         CLOSE REVOLVE-CYCLE-REPORT
053300     END-IF
053400     .
053500 9999-EXIT-EXIT.
053600     EXIT.
053700 END PROGRAM REVOLVE-CYCLE.
