000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    SAFE-DEPOSIT-RENT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  NIGHTLY SAFE DEPOSIT BOX
001300*                     RENT BILLING.  EVERY OPEN RENTAL AGREEMENT
001400*                     WHOSE RENT DUE DATE HAS COME IS PRICED OFF
001500*                     THE FEE SCHEDULE THROUGH FEE-POST (SERVICE
001600*                     SDBRENT + BOX SIZE, SO SDBRENTS, SDBRENTM,
001700*                     SDBRENTL, SDBRENTX), AND THE YEAR'S RENT
001800*                     IS DEBITED FROM THE LINKED ACCOUNT WHEN
001900*                     ITS BALANCE COVERS IT - THE DUE DATE THEN
002000*                     MOVES ON A YEAR.  A RENTER AT OR ABOVE
002100*                     THE ROW'S WAIVER TIER RENTS FREE.  RENT
002200*                     THE ACCOUNT CANNOT COVER (OR AN ACCOUNT NO
002300*                     LONGER ACTIVE) MAKES THE AGREEMENT
002400*                     DELINQUENT; IT IS RETRIED EACH NIGHT AND
002500*                     ESCALATES ON THE DAYS PAST DUE - A FIRST
002600*                     NOTICE (SDB1) AT SDB-FIRST-NOTICE-DAYS, A
002700*                     FINAL NOTICE (SDB2) AT
002800*                     SDB-FINAL-NOTICE-DAYS, AND THE DRILL
002900*                     STAGE AT SDB-DRILL-DAYS, AFTER WHICH
003000*                     SAFE-DEPOSIT-MAINT MAY DRILL THE BOX.
003100*                     NOTICES GO TO THE PRIMARY RENTER THROUGH
003200*                     NOTICE-REQUEST.  EACH DELINQUENCY STEP
003300*                     AND EACH CLEARED DELINQUENCY GOES TO THE
003400*                     EOD REPORT DECK FOR THE BOX'S BRANCH.  NO
003500*                     ACTIVE FEE ROW FOR A SIZE BILLS NOTHING
003600*                     FOR THAT SIZE.
003700*================================================================
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     COPY SDBASEL.
004200     COPY ACCTMSEL.
004300     COPY PARMSEL.
004400     COPY EODDSEL.
004500*================================================================
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SDB-AGREEMENT-FILE.
004900     COPY SDBAREC.
005000 FD  ACCOUNT-MASTER-FILE.
005100     COPY ACCTMAST.
005200 FD  BUSINESS-PARAMETER-FILE.
005300     COPY PARMREC.
005400 FD  EOD-REPORT-DECK-FILE.
005500     COPY EODDREC.
005600*----------------------------------------------------------------
005700 WORKING-STORAGE SECTION.
005800     COPY ACCTSTAT.
005900*----------------------------------------------------------------
006000 01  WS-FILE-STATUSES.
006100     05  WS-SDBAGRMT-STATUS        PIC XX.
006200     05  WS-ACCTMAST-STATUS        PIC XX.
006300     05  WS-BUSPARM-STATUS         PIC XX.
006400     05  WS-EODDECK-STATUS         PIC XX.
006500*----------------------------------------------------------------
006600 01  WS-WORK-FIELDS.
006700     05  WS-AGREEMENT-EOF-SWITCH   PIC X VALUE 'N'.
006800         88  NO-MORE-AGREEMENTS    VALUE 'Y'.
006900     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
007000         88  NO-MORE-PARMS         VALUE 'Y'.
007100     05  WS-ACCOUNT-FOUND-SWITCH   PIC X.
007200         88  WS-ACCOUNT-FOUND      VALUE 'Y'.
007300     05  WS-AGREEMENTS-READ        PIC 9(08) COMP VALUE 0.
007400     05  WS-AGREEMENTS-DUE         PIC 9(06) COMP VALUE 0.
007500     05  WS-RENTS-COLLECTED        PIC 9(06) COMP VALUE 0.
007600     05  WS-RENTS-WAIVED           PIC 9(06) COMP VALUE 0.
007700     05  WS-RENTS-NOT-PRICED       PIC 9(06) COMP VALUE 0.
007800     05  WS-RENTS-UNPAID           PIC 9(06) COMP VALUE 0.
007900     05  WS-NOTICES-QUEUED         PIC 9(06) COMP VALUE 0.
008000     05  WS-BOXES-TO-DRILL         PIC 9(06) COMP VALUE 0.
008100     05  WS-AMOUNT-COLLECTED       PIC S9(11)V99 VALUE 0.
008200     05  WS-FIRST-NOTICE-DAYS      PIC 9(03) VALUE 15.
008300     05  WS-FINAL-NOTICE-DAYS      PIC 9(03) VALUE 60.
008400     05  WS-DRILL-DAYS             PIC 9(03) VALUE 120.
008500     05  WS-DAYS-PAST-DUE          PIC S9(07) COMP.
008600     05  WS-DATE-INTEGER           PIC S9(09) COMP.
008700     05  WS-DRILL-AFTER-DATE       PIC 9(08).
008800     05  WS-RENT-SERVICE-CODE      PIC X(08).
008900     05  WS-RENT-AMOUNT            PIC S9(09)V99.
009000     05  WS-FEE-POST-FLAG          PIC X.
009100     05  WS-SIMULATE-FLAG          PIC X VALUE 'S'.
009200     05  WS-ACCT-TYPE-CODE         PIC X.
009300     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "SDBRENT".
009400     05  WS-NOTICE-TYPE            PIC X(04).
009500     05  WS-NOTICE-LINE-1          PIC X(40).
009600     05  WS-NOTICE-LINE-2          PIC X(40).
009700     05  WS-NOTICE-ID              PIC 9(08).
009800     05  WS-DECK-TEXT              PIC X(28).
009900     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
010000*----------------------------------------------------------------
010100 01  WS-WORK-DATE                  PIC 9(08).
010200 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
010300     05  WS-WD-YYYY                PIC 9(04).
010400     05  WS-WD-MM                  PIC 9(02).
010500     05  WS-WD-DD                  PIC 9(02).
010600*----------------------------------------------------------------
010700 01  WS-BUSINESS-DATE              PIC 9(08).
010800 01  WS-BUSDATE-FLAG               PIC X.
010900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
011000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
011100     05  WS-TS-DATE                PIC 9(08).
011200     05  FILLER                    PIC X(13).
011300*----------------------------------------------------------------
011400 01  WS-RUN-HISTORY-FIELDS.
011500     05  WS-RH-STEP-NAME           PIC X(08) VALUE "SDBRSTEP".
011600     05  WS-RH-START-TIMESTAMP     PIC X(21).
011700     05  WS-RH-RECORDS-READ        PIC 9(08).
011800     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
011900     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
012000     05  WS-RH-COMPLETION-CODE     PIC 9(02).
012100*================================================================
012200 PROCEDURE DIVISION.
012300*================================================================
012400 0000-MAINLINE.
012500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
012600     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
012700     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
012800         WS-BUSDATE-FLAG
012900     IF WS-BUSDATE-FLAG = "Y"
013000         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
013100     END-IF
013200     PERFORM 1000-INITIALIZE
013300         THRU 1000-INITIALIZE-EXIT
013400     PERFORM 2000-BILL-ONE-AGREEMENT
013500         THRU 2000-BILL-ONE-AGREEMENT-EXIT
013600         UNTIL NO-MORE-AGREEMENTS
013700     PERFORM 9999-EXIT
013800         THRU 9999-EXIT-EXIT
013900     DISPLAY "SDBRENT: AGREEMENTS READ  = " WS-AGREEMENTS-READ
014000     DISPLAY "SDBRENT: RENTS DUE        = " WS-AGREEMENTS-DUE
014100     DISPLAY "SDBRENT: RENTS COLLECTED  = " WS-RENTS-COLLECTED
014200     DISPLAY "SDBRENT: RENTS WAIVED     = " WS-RENTS-WAIVED
014300     DISPLAY "SDBRENT: RENTS NOT PRICED = " WS-RENTS-NOT-PRICED
014400     DISPLAY "SDBRENT: RENTS UNPAID     = " WS-RENTS-UNPAID
014500     DISPLAY "SDBRENT: NOTICES QUEUED   = " WS-NOTICES-QUEUED
014600     DISPLAY "SDBRENT: BOXES TO DRILL   = " WS-BOXES-TO-DRILL
014700     DISPLAY "SDBRENT: AMOUNT COLLECTED = " WS-AMOUNT-COLLECTED
014800     MOVE WS-AGREEMENTS-READ TO WS-RH-RECORDS-READ
014900     MOVE WS-RENTS-COLLECTED TO WS-RH-RECORDS-UPDATED
015000     MOVE WS-AMOUNT-COLLECTED TO WS-RH-AMOUNT-POSTED
015100     MOVE ZERO TO WS-RH-COMPLETION-CODE
015200     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
015300         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
015400         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
015500         WS-RH-COMPLETION-CODE
015600     STOP RUN.
015700*----------------------------------------------------------------
015800*  1000-INITIALIZE  --  NO AGREEMENT FILE YET MEANS NO BOXES
015900*  HAVE BEEN LET; NOTHING TO BILL.
016000*----------------------------------------------------------------
016100 1000-INITIALIZE.
016200     PERFORM 1100-LOAD-PARAMETERS
016300         THRU 1100-LOAD-PARAMETERS-EXIT
016400     OPEN I-O SDB-AGREEMENT-FILE
016500     IF WS-SDBAGRMT-STATUS NOT = "00"
016600         DISPLAY "SDBRENT: NO RENTAL AGREEMENTS - NOTHING TO "
016700             "BILL"
016800         MOVE 'Y' TO WS-AGREEMENT-EOF-SWITCH
016900         GO TO 1000-INITIALIZE-EXIT
017000     END-IF
017100     OPEN I-O ACCOUNT-MASTER-FILE
017200     IF WS-ACCTMAST-STATUS NOT = "00"
017300         DISPLAY "SDBRENT: UNABLE TO OPEN ACCOUNT MASTER, "
017400             "STATUS = " WS-ACCTMAST-STATUS
017500         MOVE 'Y' TO WS-AGREEMENT-EOF-SWITCH
017600         GO TO 1000-INITIALIZE-EXIT
017700     END-IF
017800     OPEN EXTEND EOD-REPORT-DECK-FILE
017900     IF WS-EODDECK-STATUS = "35"
018000         CLOSE EOD-REPORT-DECK-FILE
018100         OPEN OUTPUT EOD-REPORT-DECK-FILE
018200     END-IF
018300     .
018400 1000-INITIALIZE-EXIT.
018500     EXIT.
018600*----------------------------------------------------------------
018700 1100-LOAD-PARAMETERS.
018800     OPEN INPUT BUSINESS-PARAMETER-FILE
018900     IF WS-BUSPARM-STATUS NOT = "00"
019000         GO TO 1100-LOAD-PARAMETERS-EXIT
019100     END-IF
019200     PERFORM 1110-READ-ONE-PARAMETER
019300         THRU 1110-READ-ONE-PARAMETER-EXIT
019400         UNTIL NO-MORE-PARMS
019500     CLOSE BUSINESS-PARAMETER-FILE
019600     .
019700 1100-LOAD-PARAMETERS-EXIT.
019800     EXIT.
019900*----------------------------------------------------------------
020000 1110-READ-ONE-PARAMETER.
020100     READ BUSINESS-PARAMETER-FILE
020200         AT END
020300             MOVE 'Y' TO WS-PARM-EOF-SWITCH
020400             GO TO 1110-READ-ONE-PARAMETER-EXIT
020500     END-READ
020600     EVALUATE BP-PARM-NAME
020700         WHEN "SDB-FIRST-NOTICE-DAYS"
020800             MOVE BP-PARM-VALUE TO WS-FIRST-NOTICE-DAYS
020900         WHEN "SDB-FINAL-NOTICE-DAYS"
021000             MOVE BP-PARM-VALUE TO WS-FINAL-NOTICE-DAYS
021100         WHEN "SDB-DRILL-DAYS"
021200             MOVE BP-PARM-VALUE TO WS-DRILL-DAYS
021300         WHEN OTHER
021400             CONTINUE
021500     END-EVALUATE
021600     .
021700 1110-READ-ONE-PARAMETER-EXIT.
021800     EXIT.
021900*----------------------------------------------------------------
022000*  2000-BILL-ONE-AGREEMENT  --  PRICE FIRST (SIMULATED, SO
022100*  NOTHING POSTS AGAINST AN ACCOUNT THAT CANNOT PAY), THEN
022200*  COLLECT OR WORK THE DELINQUENCY.  A POSTING THE LEDGER
022300*  REFUSES LEAVES THE AGREEMENT AS IT WAS FOR TOMORROW.
022400*----------------------------------------------------------------
022500 2000-BILL-ONE-AGREEMENT.
022600     READ SDB-AGREEMENT-FILE NEXT RECORD
022700         AT END
022800             MOVE 'Y' TO WS-AGREEMENT-EOF-SWITCH
022900             GO TO 2000-BILL-ONE-AGREEMENT-EXIT
023000     END-READ
023100     ADD 1 TO WS-AGREEMENTS-READ
023200     IF NOT SA-AGREEMENT-OPEN
023300         GO TO 2000-BILL-ONE-AGREEMENT-EXIT
023400     END-IF
023500     IF SA-RENT-DUE-DATE > WS-TS-DATE
023600         GO TO 2000-BILL-ONE-AGREEMENT-EXIT
023700     END-IF
023800     ADD 1 TO WS-AGREEMENTS-DUE
023900     MOVE "SDBRENT" TO WS-RENT-SERVICE-CODE
024000     MOVE SA-BOX-SIZE TO WS-RENT-SERVICE-CODE (8:1)
024100
024200     MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH
024300     MOVE SPACE TO WS-ACCT-TYPE-CODE
024400     MOVE SA-RENT-ACCT-NUMBER TO AM-ACCT-NUMBER
024500     READ ACCOUNT-MASTER-FILE
024600         KEY IS AM-ACCT-NUMBER
024700         INVALID KEY
024800             CONTINUE
024900         NOT INVALID KEY
025000             MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH
025100             MOVE AM-TYPE-CODE TO WS-ACCT-TYPE-CODE
025200     END-READ
025300
025400     CALL "FEE-POST" USING SA-RENT-ACCT-NUMBER
025500         WS-ACCT-TYPE-CODE SA-CUSTOMER-NUMBER
025600         WS-RENT-SERVICE-CODE WS-BATCH-OPERATOR-ID
025700         WS-RENT-AMOUNT WS-FEE-POST-FLAG WS-SIMULATE-FLAG
025800     IF WS-FEE-POST-FLAG = 'N'
025900         DISPLAY "SDBRENT: NO ACTIVE " WS-RENT-SERVICE-CODE
026000             " FEE ON THE SCHEDULE - AGREEMENT "
026100             SA-AGREEMENT-ID " NOT BILLED"
026200         ADD 1 TO WS-RENTS-NOT-PRICED
026300         GO TO 2000-BILL-ONE-AGREEMENT-EXIT
026400     END-IF
026500     IF WS-FEE-POST-FLAG = 'W'
026600         MOVE ZERO TO WS-RENT-AMOUNT
026700         PERFORM 2100-ADVANCE-RENT-YEAR
026800             THRU 2100-ADVANCE-RENT-YEAR-EXIT
026900         ADD 1 TO WS-RENTS-WAIVED
027000         GO TO 2000-BILL-ONE-AGREEMENT-EXIT
027100     END-IF
027200
027300     IF WS-ACCOUNT-FOUND
027400         MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
027500     ELSE
027600         MOVE SPACE TO ACCT-STATUS-CODE
027700     END-IF
027800     IF NOT STATUS-ACTIVE OR AM-BALANCE < WS-RENT-AMOUNT
027900         PERFORM 2200-WORK-DELINQUENCY
028000             THRU 2200-WORK-DELINQUENCY-EXIT
028100         GO TO 2000-BILL-ONE-AGREEMENT-EXIT
028200     END-IF
028300
028400     CALL "FEE-POST" USING AM-ACCT-NUMBER AM-TYPE-CODE
028500         SA-CUSTOMER-NUMBER WS-RENT-SERVICE-CODE
028600         WS-BATCH-OPERATOR-ID WS-RENT-AMOUNT
028700         WS-FEE-POST-FLAG
028800     EVALUATE WS-FEE-POST-FLAG
028900         WHEN 'Y'
029000             SUBTRACT WS-RENT-AMOUNT FROM AM-BALANCE
029100             REWRITE ACCOUNT-MASTER-RECORD
029200                 INVALID KEY
029300                     DISPLAY "SDBRENT: UNABLE TO REWRITE "
029400                         "ACCOUNT " AM-ACCT-NUMBER
029500             END-REWRITE
029600             PERFORM 2100-ADVANCE-RENT-YEAR
029700                 THRU 2100-ADVANCE-RENT-YEAR-EXIT
029800             ADD 1 TO WS-RENTS-COLLECTED
029900             ADD WS-RENT-AMOUNT TO WS-AMOUNT-COLLECTED
030000         WHEN 'W'
030100             MOVE ZERO TO WS-RENT-AMOUNT
030200             PERFORM 2100-ADVANCE-RENT-YEAR
030300                 THRU 2100-ADVANCE-RENT-YEAR-EXIT
030400             ADD 1 TO WS-RENTS-WAIVED
030500         WHEN OTHER
030600             DISPLAY "SDBRENT: RENT POSTING REFUSED - "
030700                 "AGREEMENT " SA-AGREEMENT-ID
030800                 " LEFT FOR THE NEXT RUN"
030900     END-EVALUATE
031000     .
031100 2000-BILL-ONE-AGREEMENT-EXIT.
031200     EXIT.
031300*----------------------------------------------------------------
031400*  2100-ADVANCE-RENT-YEAR  --  THE YEAR IS PAID (OR WAIVED):
031500*  THE DUE DATE MOVES TO THE SAME DAY NEXT YEAR (28 FEBRUARY
031600*  FOR A 29 FEBRUARY ANNIVERSARY) AND ANY DELINQUENCY CLEARS.
031700*----------------------------------------------------------------
031800 2100-ADVANCE-RENT-YEAR.
031900     MOVE SA-RENT-DUE-DATE TO WS-WORK-DATE
032000     ADD 1 TO WS-WD-YYYY
032100     IF WS-WD-MM = 02 AND WS-WD-DD = 29
032200         MOVE 28 TO WS-WD-DD
032300     END-IF
032400     IF SA-AGREEMENT-DELINQUENT
032500         MOVE "RENT PAID - ARREARS CLEARED" TO WS-DECK-TEXT
032600         PERFORM 2400-WRITE-DECK-LINE
032700             THRU 2400-WRITE-DECK-LINE-EXIT
032800     END-IF
032900     MOVE WS-WORK-DATE   TO SA-RENT-DUE-DATE
033000     MOVE WS-TS-DATE     TO SA-LAST-RENT-DATE
033100     MOVE WS-RENT-AMOUNT TO SA-LAST-RENT-AMOUNT
033200     SET SA-AGREEMENT-ACTIVE TO TRUE
033300     SET SA-NO-NOTICE-SENT   TO TRUE
033400     REWRITE SDB-AGREEMENT-RECORD
033500         INVALID KEY
033600             DISPLAY "SDBRENT: UNABLE TO REWRITE AGREEMENT "
033700                 SA-AGREEMENT-ID
033800     END-REWRITE
033900     .
034000 2100-ADVANCE-RENT-YEAR-EXIT.
034100     EXIT.
034200*----------------------------------------------------------------
034300*  2200-WORK-DELINQUENCY  --  AT MOST ONE STEP A NIGHT, SO THE
034400*  FINAL NOTICE NEVER GOES OUT WITH THE FIRST.
034500*----------------------------------------------------------------
034600 2200-WORK-DELINQUENCY.
034700     ADD 1 TO WS-RENTS-UNPAID
034800     IF SA-AGREEMENT-ACTIVE
034900         SET SA-AGREEMENT-DELINQUENT TO TRUE
035000         MOVE "RENT NOT COLLECTED" TO WS-DECK-TEXT
035100         PERFORM 2400-WRITE-DECK-LINE
035200             THRU 2400-WRITE-DECK-LINE-EXIT
035300     END-IF
035400     COMPUTE WS-DAYS-PAST-DUE =
035500         FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
035600         - FUNCTION INTEGER-OF-DATE(SA-RENT-DUE-DATE)
035700     EVALUATE TRUE
035800         WHEN SA-NO-NOTICE-SENT
035900                 AND WS-DAYS-PAST-DUE >= WS-FIRST-NOTICE-DAYS
036000             MOVE "SDB1" TO WS-NOTICE-TYPE
036100             PERFORM 2300-SEND-NOTICE
036200                 THRU 2300-SEND-NOTICE-EXIT
036300             SET SA-FIRST-NOTICE-SENT TO TRUE
036400             MOVE "FIRST RENT NOTICE SENT" TO WS-DECK-TEXT
036500             PERFORM 2400-WRITE-DECK-LINE
036600                 THRU 2400-WRITE-DECK-LINE-EXIT
036700         WHEN SA-FIRST-NOTICE-SENT
036800                 AND WS-DAYS-PAST-DUE >= WS-FINAL-NOTICE-DAYS
036900             MOVE "SDB2" TO WS-NOTICE-TYPE
037000             PERFORM 2300-SEND-NOTICE
037100                 THRU 2300-SEND-NOTICE-EXIT
037200             SET SA-FINAL-NOTICE-SENT TO TRUE
037300             MOVE "FINAL RENT NOTICE SENT" TO WS-DECK-TEXT
037400             PERFORM 2400-WRITE-DECK-LINE
037500                 THRU 2400-WRITE-DECK-LINE-EXIT
037600         WHEN SA-FINAL-NOTICE-SENT
037700                 AND WS-DAYS-PAST-DUE >= WS-DRILL-DAYS
037800             SET SA-DRILL-ELIGIBLE TO TRUE
037900             ADD 1 TO WS-BOXES-TO-DRILL
038000             MOVE "ELIGIBLE TO DRILL" TO WS-DECK-TEXT
038100             PERFORM 2400-WRITE-DECK-LINE
038200                 THRU 2400-WRITE-DECK-LINE-EXIT
038300         WHEN OTHER
038400             CONTINUE
038500     END-EVALUATE
038600     REWRITE SDB-AGREEMENT-RECORD
038700         INVALID KEY
038800             DISPLAY "SDBRENT: UNABLE TO REWRITE AGREEMENT "
038900                 SA-AGREEMENT-ID
039000     END-REWRITE
039100     .
039200 2200-WORK-DELINQUENCY-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500*  2300-SEND-NOTICE  --  QUEUED AGAINST THE RENT ACCOUNT,
039600*  ADDRESSED TO THE PRIMARY RENTER.  THE FINAL NOTICE NAMES
039700*  THE DAY THE BOX MAY BE DRILLED.
039800*----------------------------------------------------------------
039900 2300-SEND-NOTICE.
040000     MOVE WS-RENT-AMOUNT TO WS-EDIT-AMOUNT
040100     MOVE SPACES TO WS-NOTICE-LINE-1
040200     MOVE SPACES TO WS-NOTICE-LINE-2
040300     IF WS-NOTICE-TYPE = "SDB1"
040400         STRING "SAFE DEPOSIT BOX " SA-BOX-NUMBER
040500             " RENT UNPAID"
040600             DELIMITED BY SIZE INTO WS-NOTICE-LINE-1
040700         END-STRING
040800         STRING "RENT OF " WS-EDIT-AMOUNT
040900             " DUE " SA-RENT-DUE-DATE
041000             DELIMITED BY SIZE INTO WS-NOTICE-LINE-2
041100         END-STRING
041200     ELSE
041300         COMPUTE WS-DATE-INTEGER =
041400             FUNCTION INTEGER-OF-DATE(SA-RENT-DUE-DATE)
041500             + WS-DRILL-DAYS
041600         MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
041700             TO WS-DRILL-AFTER-DATE
041800         STRING "FINAL NOTICE - SAFE DEPOSIT BOX "
041900             SA-BOX-NUMBER
042000             DELIMITED BY SIZE INTO WS-NOTICE-LINE-1
042100         END-STRING
042200         STRING "BOX MAY BE DRILLED AFTER "
042300             WS-DRILL-AFTER-DATE
042400             DELIMITED BY SIZE INTO WS-NOTICE-LINE-2
042500         END-STRING
042600     END-IF
042700     CALL "NOTICE-REQUEST" USING SA-RENT-ACCT-NUMBER
042800         WS-NOTICE-TYPE WS-NOTICE-LINE-1 WS-NOTICE-LINE-2
042900         WS-NOTICE-ID SA-CUSTOMER-NUMBER
043000     MOVE WS-TS-DATE TO SA-LAST-NOTICE-DATE
043100     ADD 1 TO WS-NOTICES-QUEUED
043200     .
043300 2300-SEND-NOTICE-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600 2400-WRITE-DECK-LINE.
043700     MOVE WS-RENT-AMOUNT TO WS-EDIT-AMOUNT
043800     MOVE SA-BRANCH-ID TO ED-BRANCH-ID
043900     MOVE "SAFE DEPOSIT BOX RENT" TO ED-SECTION-TITLE
044000     MOVE SPACES TO ED-DETAIL-LINE
044100     STRING "AGMT " SA-AGREEMENT-ID
044200         " BOX " SA-BOX-NUMBER
044300         " DUE " SA-RENT-DUE-DATE
044400         " " WS-EDIT-AMOUNT
044500         " " WS-DECK-TEXT
044600         DELIMITED BY SIZE INTO ED-DETAIL-LINE
044700     END-STRING
044800     MOVE WS-TS-DATE TO ED-RUN-DATE
044900     WRITE EOD-REPORT-DECK-RECORD
045000     .
045100 2400-WRITE-DECK-LINE-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400*  9999-EXIT  --  COMMON PROGRAM EXIT.
045500*----------------------------------------------------------------
045600 9999-EXIT.
045700     IF WS-SDBAGRMT-STATUS = "00" OR WS-SDBAGRMT-STATUS = "10"
045800         CLOSE SDB-AGREEMENT-FILE
045900     END-IF
046000     IF WS-ACCTMAST-STATUS = "00" OR WS-ACCTMAST-STATUS = "10"
046100         CLOSE ACCOUNT-MASTER-FILE
046200         CLOSE EOD-REPORT-DECK-FILE
046300     END-IF
046400     .
046500 9999-EXIT-EXIT.
046600     EXIT.
046700 END PROGRAM SAFE-DEPOSIT-RENT.
