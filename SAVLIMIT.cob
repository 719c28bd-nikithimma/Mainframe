000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    SAVINGS-ACTIVITY-LIMIT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  NIGHTLY SAVINGS ACCOUNT
001300*                     ACTIVITY LIMIT.  THE DAILY WITHDRAWAL COUNT
001400*                     ON THE MASTER RESETS EVERY DAY, SO NOTHING
001500*                     SAW A SAVINGS ACCOUNT (TYPE S) BEING RUN
001600*                     AS A CURRENT ACCOUNT.  THIS STEP COUNTS THE
001700*                     DAY'S DEBITS ON EACH SAVINGS ACCOUNT -
001800*                     WITHDRAWALS (TELLER, ATM AND STANDING
001900*                     ORDER, WHICH POST THROUGH WITHDRAWTRAN),
002000*                     OUTBOUND WIRES AND THE SOURCE LEG OF
002100*                     INTERNAL TRANSFERS - INTO A COUNT FOR THE
002200*                     ACCOUNT'S STATEMENT CYCLE (AM-STMT-CYCLE-
002300*                     CODE, THE SAME WINDOW STMTGEN USES).  EVERY
002400*                     DEBIT PAST THE SAV-DEBIT-LIMIT PARAMETER
002500*                     (DEFAULT 6) IS CHARGED THE SAVEXCES FEE
002600*                     OFF THE FEE SCHEDULE THROUGH FEE-POST, AND
002700*                     LISTED ON THE EOD REPORT DECK.  WHEN A
002800*                     CYCLE CLOSES ITS OUTCOME IS PUSHED ONTO A
002900*                     SIX-CYCLE HISTORY; THE THIRD CYCLE OVER THE
003000*                     LIMIT IN ANY SIX QUEUES A SVXS LETTER
003100*                     THROUGH NOTICE-REQUEST AND A ROW ON THE
003200*                     PRODUCT CONVERSION SELECTION FILE, SO THE
003300*                     NEXT PRODUCT-CONVERT-SWEEP MOVES THE
003400*                     ACCOUNT TO A CURRENT ACCOUNT.  THE
003500*                     HISTORY THEN STARTS AFRESH.  THE NIGHT'S
003600*                     COUNT IS STAMPED ON THE MASTER, SO A RERUN
003700*                     NEITHER COUNTS NOR CHARGES TWICE.
003800*================================================================
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     COPY ACCTMSEL.
004300     COPY TRANSEL.
004400     COPY SAVXSEL.
004500     COPY PARMSEL.
004600     COPY EODDSEL.
004700     COPY PCNVSEL.
004800*================================================================
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ACCOUNT-MASTER-FILE.
005200     COPY ACCTMAST.
005300*----------------------------------------------------------------
005400 FD  TRANSACTION-FILE.
005500     COPY TRANREC.
005600*----------------------------------------------------------------
005700 SD  SAVX-SORT-WORK-FILE.
005800     COPY TRANREC
005900         REPLACING ==TRANSACTION-RECORD==
006000                BY ==SAVX-SORT-WORK-RECORD==.
006100*----------------------------------------------------------------
006200 FD  SAVX-SORTED-FILE.
006300     COPY TRANREC
006400         REPLACING ==TRANSACTION-RECORD==
006500                BY ==SAVX-SORTED-RECORD==.
006600*----------------------------------------------------------------
006700 FD  BUSINESS-PARAMETER-FILE.
006800     COPY PARMREC.
006900 FD  EOD-REPORT-DECK-FILE.
007000     COPY EODDREC.
007100 FD  CONVERT-SELECT-FILE.
007200     COPY PCNVREC.
007300*----------------------------------------------------------------
007400 WORKING-STORAGE SECTION.
007500*----------------------------------------------------------------
007600*  ACCOUNT STATUS CODE AND ITS 88-LEVEL CONDITIONS (SHARED).
007700*----------------------------------------------------------------
007800     COPY ACCTSTAT.
007900*----------------------------------------------------------------
008000 01  WS-FILE-STATUSES.
008100     05  WS-ACCTMAST-STATUS        PIC XX.
008200     05  WS-TRANFILE-STATUS        PIC XX.
008300     05  WS-SAVXSRTD-STATUS        PIC XX.
008400     05  WS-BUSPARM-STATUS         PIC XX.
008500     05  WS-EODDECK-STATUS         PIC XX.
008600     05  WS-PCONVSEL-STATUS        PIC XX.
008700*----------------------------------------------------------------
008800 01  WS-WORK-FIELDS.
008900     05  WS-ACCOUNT-EOF-SWITCH     PIC X VALUE 'N'.
009000         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
009100     05  WS-RAWTRAN-EOF-SWITCH     PIC X VALUE 'N'.
009200         88  NO-MORE-RAW-TRANS     VALUE 'Y'.
009300     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
009400         88  NO-MORE-SORTED-TRANS  VALUE 'Y'.
009500     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
009600         88  NO-MORE-PARMS         VALUE 'Y'.
009700     05  WS-ACCOUNTS-READ          PIC 9(08) COMP VALUE 0.
009800     05  WS-SAVINGS-COUNTED        PIC 9(06) COMP VALUE 0.
009900     05  WS-DEBITS-COUNTED         PIC 9(08) COMP VALUE 0.
010000     05  WS-EXCESS-DEBITS          PIC 9(06) COMP VALUE 0.
010100     05  WS-FEES-CHARGED           PIC 9(06) COMP VALUE 0.
010200     05  WS-FEES-WAIVED            PIC 9(06) COMP VALUE 0.
010300     05  WS-FEES-NOT-PRICED        PIC 9(06) COMP VALUE 0.
010400     05  WS-FEES-NOT-COVERED       PIC 9(06) COMP VALUE 0.
010500     05  WS-CONVERSIONS-QUEUED     PIC 9(06) COMP VALUE 0.
010600     05  WS-FEE-TOTAL              PIC S9(11)V99 VALUE 0.
010700     05  WS-TODAY-DEBITS           PIC 9(04) COMP.
010800     05  WS-DEBIT-IDX              PIC 9(04) COMP.
010900     05  WS-DEBIT-LIMIT            PIC 9(04) VALUE 6.
011000     05  WS-EXCESS-CYCLE-TRIGGER   PIC 9(01) VALUE 3.
011100     05  WS-EXCESS-CYCLES          PIC 9(01) COMP.
011200     05  WS-CLOSED-CYCLE-FLAG      PIC X.
011300     05  WS-NEW-HISTORY            PIC X(06).
011400     05  WS-DATE-INTEGER           PIC S9(09) COMP.
011500     05  WS-CYCLE-START            PIC 9(08).
011600     05  WS-FEE-SERVICE-CODE       PIC X(08) VALUE "SAVEXCES".
011700     05  WS-FEE-AMOUNT             PIC S9(09)V99.
011800     05  WS-FEE-POST-FLAG          PIC X.
011900     05  WS-SIMULATE-FLAG          PIC X VALUE 'S'.
012000     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "SAVLIMIT".
012100     05  WS-CURRENT-TYPE-CODE      PIC X VALUE 'C'.
012200     05  WS-NOTICE-TYPE            PIC X(04) VALUE "SVXS".
012300     05  WS-NOTICE-LINE-1          PIC X(40).
012400     05  WS-NOTICE-LINE-2          PIC X(40).
012500     05  WS-NOTICE-ID              PIC 9(08).
012600     05  WS-DECK-TEXT              PIC X(28).
012700     05  WS-EDIT-COUNT             PIC Z(03)9.
012800     05  WS-EDIT-LIMIT             PIC Z(03)9.
012900     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
013000*----------------------------------------------------------------
013100*  THE START OF AN ACCOUNT'S CURRENT STATEMENT CYCLE.  CYCLE
013200*  ZERO IS THE CALENDAR MONTH; CYCLE N RUNS FROM THE DAY AFTER
013300*  DAY N OF ONE MONTH THROUGH DAY N OF THE NEXT, AS STMTGEN
013400*  CUTS ITS STATEMENT PERIODS.
013500*----------------------------------------------------------------
013600 01  WS-CYCLE-WORK-DATE            PIC 9(08).
013700 01  WS-CYCLE-WORK-FIELDS REDEFINES WS-CYCLE-WORK-DATE.
013800     05  WS-CW-YYYY                PIC 9(04).
013900     05  WS-CW-MM                  PIC 9(02).
014000     05  WS-CW-DD                  PIC 9(02).
014100*----------------------------------------------------------------
014200 01  WS-BUSINESS-DATE              PIC 9(08).
014300 01  WS-BUSDATE-FLAG               PIC X.
014400 01  WS-CURRENT-TIMESTAMP          PIC X(21).
014500 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
014600     05  WS-TS-DATE                PIC 9(08).
014700     05  FILLER                    PIC X(13).
014800*----------------------------------------------------------------
014900 01  WS-RUN-HISTORY-FIELDS.
015000     05  WS-RH-STEP-NAME           PIC X(08) VALUE "SVXSSTEP".
015100     05  WS-RH-START-TIMESTAMP     PIC X(21).
015200     05  WS-RH-RECORDS-READ        PIC 9(08).
015300     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
015400     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
015500     05  WS-RH-COMPLETION-CODE     PIC 9(02).
015600*================================================================
015700 PROCEDURE DIVISION.
015800*================================================================
015900 0000-MAINLINE.
016000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
016100     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
016200     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
016300         WS-BUSDATE-FLAG
016400     IF WS-BUSDATE-FLAG = "Y"
016500         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
016600     END-IF
016700     SORT SAVX-SORT-WORK-FILE
016800         ON ASCENDING KEY
016900             TR-ACCT-NUMBER OF SAVX-SORT-WORK-RECORD
017000             TR-TRAN-ID     OF SAVX-SORT-WORK-RECORD
017100         INPUT PROCEDURE IS 0100-RELEASE-DEBITS
017200             THRU 0100-RELEASE-DEBITS-EXIT
017300         GIVING SAVX-SORTED-FILE
017400
017500     PERFORM 1000-INITIALIZE
017600         THRU 1000-INITIALIZE-EXIT
017700     PERFORM 2000-CHECK-ONE-ACCOUNT
017800         THRU 2000-CHECK-ONE-ACCOUNT-EXIT
017900         UNTIL NO-MORE-ACCOUNTS
018000     PERFORM 9999-EXIT
018100         THRU 9999-EXIT-EXIT
018200     DISPLAY "SAVLIMIT: ACCOUNTS READ       = " WS-ACCOUNTS-READ
018300     DISPLAY "SAVLIMIT: SAVINGS COUNTED     = "
018400         WS-SAVINGS-COUNTED
018500     DISPLAY "SAVLIMIT: DEBITS COUNTED      = " WS-DEBITS-COUNTED
018600     DISPLAY "SAVLIMIT: DEBITS OVER LIMIT   = " WS-EXCESS-DEBITS
018700     DISPLAY "SAVLIMIT: FEES CHARGED        = " WS-FEES-CHARGED
018800     DISPLAY "SAVLIMIT: FEES WAIVED         = " WS-FEES-WAIVED
018900     DISPLAY "SAVLIMIT: FEES NOT PRICED     = "
019000         WS-FEES-NOT-PRICED
019100     DISPLAY "SAVLIMIT: FEES NOT COVERED    = "
019200         WS-FEES-NOT-COVERED
019300     DISPLAY "SAVLIMIT: CONVERSIONS QUEUED  = "
019400         WS-CONVERSIONS-QUEUED
019500     DISPLAY "SAVLIMIT: FEE AMOUNT          = " WS-FEE-TOTAL
019600     MOVE WS-ACCOUNTS-READ TO WS-RH-RECORDS-READ
019700     MOVE WS-SAVINGS-COUNTED TO WS-RH-RECORDS-UPDATED
019800     MOVE WS-FEE-TOTAL TO WS-RH-AMOUNT-POSTED
019900     MOVE ZERO TO WS-RH-COMPLETION-CODE
020000     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
020100         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
020200         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
020300         WS-RH-COMPLETION-CODE
020400     STOP RUN.
020500*----------------------------------------------------------------
020600*  0100-RELEASE-DEBITS  --  SORT INPUT PROCEDURE.  ONLY TODAY'S
020700*  COUNTED DEBITS GO IN: WITHDRAWALS, OUTBOUND WIRES AND THE
020800*  NEGATIVE (SOURCE) LEG OF AN INTERNAL TRANSFER.  THE ACCOUNT
020900*  TYPE IS NOT ON THE TRANSACTION, SO NON-SAVINGS ROWS RIDE
021000*  ALONG AND ARE PASSED OVER IN THE MATCH.
021100*----------------------------------------------------------------
021200 0100-RELEASE-DEBITS.
021300     OPEN INPUT TRANSACTION-FILE
021400     IF WS-TRANFILE-STATUS NOT = "00"
021500         DISPLAY "SAVLIMIT: UNABLE TO OPEN TRANSACTION FILE, "
021600             "STATUS = " WS-TRANFILE-STATUS
021700         MOVE 'Y' TO WS-RAWTRAN-EOF-SWITCH
021800     END-IF
021900     PERFORM 0110-RELEASE-ONE-DEBIT
022000         THRU 0110-RELEASE-ONE-DEBIT-EXIT
022100         UNTIL NO-MORE-RAW-TRANS
022200     CLOSE TRANSACTION-FILE
022300     .
022400 0100-RELEASE-DEBITS-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
022700 0110-RELEASE-ONE-DEBIT.
022800     READ TRANSACTION-FILE
022900         AT END
023000             MOVE 'Y' TO WS-RAWTRAN-EOF-SWITCH
023100             GO TO 0110-RELEASE-ONE-DEBIT-EXIT
023200     END-READ
023300     IF TR-TRAN-DATE OF TRANSACTION-RECORD NOT = WS-TS-DATE
023400         GO TO 0110-RELEASE-ONE-DEBIT-EXIT
023500     END-IF
023600     IF TRAN-WITHDRAWAL OF TRANSACTION-RECORD
023700        OR TRAN-EXT-TRANSFER OF TRANSACTION-RECORD
023800        OR (TRAN-INTERNAL-XFER OF TRANSACTION-RECORD
023900            AND TR-AMOUNT OF TRANSACTION-RECORD < ZERO)
024000         MOVE TRANSACTION-RECORD TO SAVX-SORT-WORK-RECORD
024100         RELEASE SAVX-SORT-WORK-RECORD
024200     END-IF
024300     .
024400 0110-RELEASE-ONE-DEBIT-EXIT.
024500     EXIT.
024600*----------------------------------------------------------------
024700*  1000-INITIALIZE  --  PARAMETERS, THEN THE MASTER (I-O, FOR
024800*  THE COUNTS AND FEES), THE SORTED DEBITS, THE REPORT DECK AND
024900*  THE CONVERSION SELECTION FILE; PRIME BOTH READ-AHEADS.
025000*----------------------------------------------------------------
025100 1000-INITIALIZE.
025200     PERFORM 1100-LOAD-PARAMETERS
025300         THRU 1100-LOAD-PARAMETERS-EXIT
025400     MOVE WS-DEBIT-LIMIT TO WS-EDIT-LIMIT
025500     OPEN I-O ACCOUNT-MASTER-FILE
025600     IF WS-ACCTMAST-STATUS NOT = "00"
025700         DISPLAY "SAVLIMIT: UNABLE TO OPEN ACCOUNT MASTER, "
025800             "STATUS = " WS-ACCTMAST-STATUS
025900         MOVE 'Y' TO WS-ACCOUNT-EOF-SWITCH
026000         GO TO 1000-INITIALIZE-EXIT
026100     END-IF
026200     OPEN INPUT SAVX-SORTED-FILE
026300     IF WS-SAVXSRTD-STATUS NOT = "00"
026400         DISPLAY "SAVLIMIT: UNABLE TO OPEN SORTED DEBIT FILE, "
026500             "STATUS = " WS-SAVXSRTD-STATUS
026600         MOVE 'Y' TO WS-SORTED-EOF-SWITCH
026700     END-IF
026800     OPEN EXTEND EOD-REPORT-DECK-FILE
026900     IF WS-EODDECK-STATUS = "35"
027000         CLOSE EOD-REPORT-DECK-FILE
027100         OPEN OUTPUT EOD-REPORT-DECK-FILE
027200     END-IF
027300     OPEN EXTEND CONVERT-SELECT-FILE
027400     IF WS-PCONVSEL-STATUS = "35"
027500         CLOSE CONVERT-SELECT-FILE
027600         OPEN OUTPUT CONVERT-SELECT-FILE
027700     END-IF
027800     PERFORM 2900-READ-NEXT-ACCOUNT
027900         THRU 2900-READ-NEXT-ACCOUNT-EXIT
028000     IF NOT NO-MORE-SORTED-TRANS
028100         PERFORM 2910-READ-NEXT-SORTED-DEBIT
028200             THRU 2910-READ-NEXT-SORTED-DEBIT-EXIT
028300     END-IF
028400     .
028500 1000-INITIALIZE-EXIT.
028600     EXIT.
028700*----------------------------------------------------------------
028800 1100-LOAD-PARAMETERS.
028900     OPEN INPUT BUSINESS-PARAMETER-FILE
029000     IF WS-BUSPARM-STATUS NOT = "00"
029100         GO TO 1100-LOAD-PARAMETERS-EXIT
029200     END-IF
029300     PERFORM 1110-READ-ONE-PARAMETER
029400         THRU 1110-READ-ONE-PARAMETER-EXIT
029500         UNTIL NO-MORE-PARMS
029600     CLOSE BUSINESS-PARAMETER-FILE
029700     .
029800 1100-LOAD-PARAMETERS-EXIT.
029900     EXIT.
030000*----------------------------------------------------------------
030100 1110-READ-ONE-PARAMETER.
030200     READ BUSINESS-PARAMETER-FILE
030300         AT END
030400             MOVE 'Y' TO WS-PARM-EOF-SWITCH
030500             GO TO 1110-READ-ONE-PARAMETER-EXIT
030600     END-READ
030700     EVALUATE BP-PARM-NAME
030800         WHEN "SAV-DEBIT-LIMIT"
030900             MOVE BP-PARM-VALUE TO WS-DEBIT-LIMIT
031000         WHEN OTHER
031100             CONTINUE
031200     END-EVALUATE
031300     .
031400 1110-READ-ONE-PARAMETER-EXIT.
031500     EXIT.
031600*----------------------------------------------------------------
031700*  2000-CHECK-ONE-ACCOUNT  --  EVERY ACCOUNT TAKES ITS OWN
031800*  DEBITS OFF THE SORTED STREAM SO THE STREAM STAYS IN STEP;
031900*  ONLY A SAVINGS ACCOUNT NOT YET COUNTED TONIGHT GOES ON TO
032000*  THE CYCLE CHECK, THE COUNT AND THE FEES.
032100*----------------------------------------------------------------
032200 2000-CHECK-ONE-ACCOUNT.
032300     ADD 1 TO WS-ACCOUNTS-READ
032400     PERFORM 2100-COUNT-TODAYS-DEBITS
032500         THRU 2100-COUNT-TODAYS-DEBITS-EXIT
032600     IF AM-TYPE-CODE NOT = 'S'
032700         GO TO 2000-CHECK-ONE-ACCOUNT-NEXT
032800     END-IF
032900     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
033000     IF STATUS-CLOSED OR STATUS-ESCHEATED
033100         GO TO 2000-CHECK-ONE-ACCOUNT-NEXT
033200     END-IF
033300     IF AM-SAV-COUNTED-DATE = WS-TS-DATE
033400         GO TO 2000-CHECK-ONE-ACCOUNT-NEXT
033500     END-IF
033600
033700     PERFORM 2200-FIND-CYCLE-START
033800         THRU 2200-FIND-CYCLE-START-EXIT
033900     IF AM-SAV-CYCLE-START NOT = WS-CYCLE-START
034000         PERFORM 2300-CLOSE-CYCLE
034100             THRU 2300-CLOSE-CYCLE-EXIT
034200     END-IF
034300     PERFORM 2400-COUNT-ONE-DEBIT
034400         THRU 2400-COUNT-ONE-DEBIT-EXIT
034500         VARYING WS-DEBIT-IDX FROM 1 BY 1
034600         UNTIL WS-DEBIT-IDX > WS-TODAY-DEBITS
034700     MOVE WS-TS-DATE TO AM-SAV-COUNTED-DATE
034800     REWRITE ACCOUNT-MASTER-RECORD
034900         INVALID KEY
035000             DISPLAY "SAVLIMIT: UNABLE TO REWRITE ACCOUNT "
035100                 AM-ACCT-NUMBER
035200     END-REWRITE
035300     ADD 1 TO WS-SAVINGS-COUNTED
035400     .
035500 2000-CHECK-ONE-ACCOUNT-NEXT.
035600     PERFORM 2900-READ-NEXT-ACCOUNT
035700         THRU 2900-READ-NEXT-ACCOUNT-EXIT
035800     .
035900 2000-CHECK-ONE-ACCOUNT-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200*  2100-COUNT-TODAYS-DEBITS  --  DEBITS FOR AN ACCOUNT NOT ON
036300*  THE MASTER ARE SKIPPED; THE CURRENT ACCOUNT'S ARE COUNTED.
036400*----------------------------------------------------------------
036500 2100-COUNT-TODAYS-DEBITS.
036600     MOVE ZERO TO WS-TODAY-DEBITS
036700     PERFORM 2910-READ-NEXT-SORTED-DEBIT
036800         THRU 2910-READ-NEXT-SORTED-DEBIT-EXIT
036900         UNTIL NO-MORE-SORTED-TRANS
037000         OR TR-ACCT-NUMBER OF SAVX-SORTED-RECORD
037100             NOT < AM-ACCT-NUMBER
037200     PERFORM 2110-TAKE-ONE-DEBIT
037300         THRU 2110-TAKE-ONE-DEBIT-EXIT
037400         UNTIL NO-MORE-SORTED-TRANS
037500         OR TR-ACCT-NUMBER OF SAVX-SORTED-RECORD
037600             NOT = AM-ACCT-NUMBER
037700     .
037800 2100-COUNT-TODAYS-DEBITS-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100 2110-TAKE-ONE-DEBIT.
038200     ADD 1 TO WS-TODAY-DEBITS
038300     PERFORM 2910-READ-NEXT-SORTED-DEBIT
038400         THRU 2910-READ-NEXT-SORTED-DEBIT-EXIT
038500     .
038600 2110-TAKE-ONE-DEBIT-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900*  2200-FIND-CYCLE-START  --  THE FIRST DAY OF THE STATEMENT
039000*  CYCLE TODAY FALLS IN.
039100*----------------------------------------------------------------
039200 2200-FIND-CYCLE-START.
039300     MOVE WS-TS-DATE TO WS-CYCLE-WORK-DATE
039400     IF AM-STMT-CYCLE-CODE = ZERO
039500         MOVE 01 TO WS-CW-DD
039600         MOVE WS-CYCLE-WORK-DATE TO WS-CYCLE-START
039700         GO TO 2200-FIND-CYCLE-START-EXIT
039800     END-IF
039900     IF WS-CW-DD NOT > AM-STMT-CYCLE-CODE
040000         IF WS-CW-MM = 01
040100             SUBTRACT 1 FROM WS-CW-YYYY
040200             MOVE 12 TO WS-CW-MM
040300         ELSE
040400             SUBTRACT 1 FROM WS-CW-MM
040500         END-IF
040600     END-IF
040700     MOVE AM-STMT-CYCLE-CODE TO WS-CW-DD
040800     COMPUTE WS-DATE-INTEGER =
040900         FUNCTION INTEGER-OF-DATE(WS-CYCLE-WORK-DATE) + 1
041000     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
041100         TO WS-CYCLE-START
041200     .
041300 2200-FIND-CYCLE-START-EXIT.
041400     EXIT.
041500*----------------------------------------------------------------
041600*  2300-CLOSE-CYCLE  --  THE COUNTED CYCLE HAS ENDED.  ITS
041700*  OUTCOME (Y = OVER THE LIMIT) GOES ON THE FRONT OF THE
041800*  SIX-CYCLE HISTORY, THE OLDEST FALLING OFF THE END.  A CYCLE
041900*  OVER THE LIMIT THAT MAKES THREE IN THE LAST SIX REFERS THE
042000*  ACCOUNT FOR CONVERSION.  AN ACCOUNT NEVER COUNTED BEFORE
042100*  (CYCLE START ZERO) HAS NO CYCLE TO CLOSE.
042200*----------------------------------------------------------------
042300 2300-CLOSE-CYCLE.
042400     IF AM-SAV-CYCLE-START NOT = ZERO
042500         IF AM-SAV-CYCLE-DEBIT-CNT > WS-DEBIT-LIMIT
042600             MOVE 'Y' TO WS-CLOSED-CYCLE-FLAG
042700         ELSE
042800             MOVE 'N' TO WS-CLOSED-CYCLE-FLAG
042900         END-IF
043000         MOVE WS-CLOSED-CYCLE-FLAG TO WS-NEW-HISTORY (1:1)
043100         MOVE AM-SAV-EXCESS-HISTORY (1:5)
043200             TO WS-NEW-HISTORY (2:5)
043300         MOVE WS-NEW-HISTORY TO AM-SAV-EXCESS-HISTORY
043400         MOVE ZERO TO WS-EXCESS-CYCLES
043500         INSPECT AM-SAV-EXCESS-HISTORY
043600             TALLYING WS-EXCESS-CYCLES FOR ALL 'Y'
043700         IF WS-CLOSED-CYCLE-FLAG = 'Y'
043800            AND WS-EXCESS-CYCLES NOT < WS-EXCESS-CYCLE-TRIGGER
043900             PERFORM 2600-REFER-FOR-CONVERSION
044000                 THRU 2600-REFER-FOR-CONVERSION-EXIT
044100             MOVE SPACES TO AM-SAV-EXCESS-HISTORY
044200         END-IF
044300     END-IF
044400     MOVE WS-CYCLE-START TO AM-SAV-CYCLE-START
044500     MOVE ZERO TO AM-SAV-CYCLE-DEBIT-CNT
044600     .
044700 2300-CLOSE-CYCLE-EXIT.
044800     EXIT.
044900*----------------------------------------------------------------
045000*  2400-COUNT-ONE-DEBIT  --  ONE MORE DEBIT THIS CYCLE; PAST
045100*  THE LIMIT IT CARRIES THE EXCESS-ACTIVITY FEE.
045200*----------------------------------------------------------------
045300 2400-COUNT-ONE-DEBIT.
045400     IF AM-SAV-CYCLE-DEBIT-CNT < 9999
045500         ADD 1 TO AM-SAV-CYCLE-DEBIT-CNT
045600     END-IF
045700     ADD 1 TO WS-DEBITS-COUNTED
045800     IF AM-SAV-CYCLE-DEBIT-CNT > WS-DEBIT-LIMIT
045900         ADD 1 TO WS-EXCESS-DEBITS
046000         PERFORM 2500-CHARGE-EXCESS-FEE
046100             THRU 2500-CHARGE-EXCESS-FEE-EXIT
046200     END-IF
046300     .
046400 2400-COUNT-ONE-DEBIT-EXIT.
046500     EXIT.
046600*----------------------------------------------------------------
046700*  2500-CHARGE-EXCESS-FEE  --  PRICE FIRST (SIMULATED, SO
046800*  NOTHING POSTS AGAINST A BALANCE THAT CANNOT TAKE IT), THEN
046900*  POST.  THE FEE COMES OFF THE BALANCE IN THE RECORD HELD
047000*  HERE; THE REWRITE IN 2000 CARRIES IT.
047100*----------------------------------------------------------------
047200 2500-CHARGE-EXCESS-FEE.
047300     MOVE ZERO TO WS-FEE-AMOUNT
047400     CALL "FEE-POST" USING AM-ACCT-NUMBER AM-TYPE-CODE
047500         AM-CUSTOMER-NUMBER WS-FEE-SERVICE-CODE
047600         WS-BATCH-OPERATOR-ID WS-FEE-AMOUNT
047700         WS-FEE-POST-FLAG WS-SIMULATE-FLAG
047800     IF WS-FEE-POST-FLAG = 'N'
047900         ADD 1 TO WS-FEES-NOT-PRICED
048000         MOVE "NO FEE ON SCHEDULE" TO WS-DECK-TEXT
048100         PERFORM 2700-WRITE-DECK-LINE
048200             THRU 2700-WRITE-DECK-LINE-EXIT
048300         GO TO 2500-CHARGE-EXCESS-FEE-EXIT
048400     END-IF
048500     IF WS-FEE-POST-FLAG = 'W'
048600         MOVE ZERO TO WS-FEE-AMOUNT
048700         ADD 1 TO WS-FEES-WAIVED
048800         MOVE "FEE WAIVED - TIER" TO WS-DECK-TEXT
048900         PERFORM 2700-WRITE-DECK-LINE
049000             THRU 2700-WRITE-DECK-LINE-EXIT
049100         GO TO 2500-CHARGE-EXCESS-FEE-EXIT
049200     END-IF
049300     IF AM-BALANCE < WS-FEE-AMOUNT
049400         ADD 1 TO WS-FEES-NOT-COVERED
049500         MOVE "FEE NOT TAKEN - BALANCE" TO WS-DECK-TEXT
049600         PERFORM 2700-WRITE-DECK-LINE
049700             THRU 2700-WRITE-DECK-LINE-EXIT
049800         GO TO 2500-CHARGE-EXCESS-FEE-EXIT
049900     END-IF
050000
050100     CALL "FEE-POST" USING AM-ACCT-NUMBER AM-TYPE-CODE
050200         AM-CUSTOMER-NUMBER WS-FEE-SERVICE-CODE
050300         WS-BATCH-OPERATOR-ID WS-FEE-AMOUNT
050400         WS-FEE-POST-FLAG
050500     IF WS-FEE-POST-FLAG = 'Y'
050600         SUBTRACT WS-FEE-AMOUNT FROM AM-BALANCE
050700         ADD 1 TO WS-FEES-CHARGED
050800         ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
050900         MOVE "EXCESS-ACTIVITY FEE CHARGED" TO WS-DECK-TEXT
051000     ELSE
051100         MOVE ZERO TO WS-FEE-AMOUNT
051200         MOVE "FEE POSTING REFUSED" TO WS-DECK-TEXT
051300     END-IF
051400     PERFORM 2700-WRITE-DECK-LINE
051500         THRU 2700-WRITE-DECK-LINE-EXIT
051600     .
051700 2500-CHARGE-EXCESS-FEE-EXIT.
051800     EXIT.
051900*----------------------------------------------------------------
052000*  2600-REFER-FOR-CONVERSION  --  THE LETTER TO THE ACCOUNT
052100*  HOLDER, AND THE ACCOUNT ON THE SELECTION FILE FOR THE NEXT
052200*  PRODUCT-CONVERT-SWEEP TO MAKE IT A CURRENT ACCOUNT.
052300*----------------------------------------------------------------
052400 2600-REFER-FOR-CONVERSION.
052500     MOVE WS-EXCESS-CYCLE-TRIGGER TO WS-EDIT-COUNT
052600     MOVE SPACES TO WS-NOTICE-LINE-1
052700     MOVE SPACES TO WS-NOTICE-LINE-2
052800     STRING "SAVINGS DEBIT LIMIT OF" WS-EDIT-LIMIT
052900         " EXCEEDED IN"
053000         DELIMITED BY SIZE INTO WS-NOTICE-LINE-1
053100     END-STRING
053200     STRING WS-EDIT-COUNT " OF 6 CYCLES - TO BE A CURRENT ACCT"
053300         DELIMITED BY SIZE INTO WS-NOTICE-LINE-2
053400     END-STRING
053500     CALL "NOTICE-REQUEST" USING AM-ACCT-NUMBER
053600         WS-NOTICE-TYPE WS-NOTICE-LINE-1 WS-NOTICE-LINE-2
053700         WS-NOTICE-ID
053800
053900     MOVE AM-ACCT-NUMBER       TO CV-ACCT-NUMBER
054000     MOVE WS-CURRENT-TYPE-CODE TO CV-NEW-TYPE-CODE
054100     WRITE CONVERT-SELECT-RECORD
054200     ADD 1 TO WS-CONVERSIONS-QUEUED
054300
054400     MOVE ZERO TO WS-FEE-AMOUNT
054500     MOVE "QUEUED FOR CURRENT ACCOUNT" TO WS-DECK-TEXT
054600     PERFORM 2700-WRITE-DECK-LINE
054700         THRU 2700-WRITE-DECK-LINE-EXIT
054800     .
054900 2600-REFER-FOR-CONVERSION-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200 2700-WRITE-DECK-LINE.
055300     MOVE AM-SAV-CYCLE-DEBIT-CNT TO WS-EDIT-COUNT
055400     MOVE WS-FEE-AMOUNT TO WS-EDIT-AMOUNT
055500     MOVE AM-BRANCH-ID TO ED-BRANCH-ID
055600     MOVE "SAVINGS EXCESS ACTIVITY" TO ED-SECTION-TITLE
055700     MOVE SPACES TO ED-DETAIL-LINE
055800     STRING "ACCT " AM-ACCT-NUMBER
055900         " DEBITS" WS-EDIT-COUNT
056000         " LIMIT" WS-EDIT-LIMIT
056100         " " WS-EDIT-AMOUNT
056200         " " WS-DECK-TEXT
056300         DELIMITED BY SIZE INTO ED-DETAIL-LINE
056400     END-STRING
056500     MOVE WS-TS-DATE TO ED-RUN-DATE
056600     WRITE EOD-REPORT-DECK-RECORD
056700     .
056800 2700-WRITE-DECK-LINE-EXIT.
056900     EXIT.
057000*----------------------------------------------------------------
057100*  2900-READ-NEXT-ACCOUNT / 2910-READ-NEXT-SORTED-DEBIT  --
057200*  SEQUENTIAL READ-AHEADS.
057300*----------------------------------------------------------------
057400 2900-READ-NEXT-ACCOUNT.
057500     READ ACCOUNT-MASTER-FILE NEXT RECORD
057600         AT END
057700             MOVE 'Y' TO WS-ACCOUNT-EOF-SWITCH
057800     END-READ
057900     .
058000 2900-READ-NEXT-ACCOUNT-EXIT.
058100     EXIT.
058200*----------------------------------------------------------------
058300 2910-READ-NEXT-SORTED-DEBIT.
058400     READ SAVX-SORTED-FILE
058500         AT END
058600             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
058700     END-READ
058800     .
058900 2910-READ-NEXT-SORTED-DEBIT-EXIT.
059000     EXIT.
059100*----------------------------------------------------------------
059200*  9999-EXIT  --  COMMON PROGRAM EXIT.
059300*----------------------------------------------------------------
059400 9999-EXIT.
059500     IF WS-ACCTMAST-STATUS = "00" OR WS-ACCTMAST-STATUS = "10"
059600         CLOSE ACCOUNT-MASTER-FILE
059700         CLOSE EOD-REPORT-DECK-FILE
059800         CLOSE CONVERT-SELECT-FILE
059900     END-IF
060000     IF WS-SAVXSRTD-STATUS = "00" OR WS-SAVXSRTD-STATUS = "10"
060100         CLOSE SAVX-SORTED-FILE
060200     END-IF
060300     .
060400 9999-EXIT-EXIT.
060500     EXIT.
