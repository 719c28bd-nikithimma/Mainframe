000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LOAN-FEE-AMORTIZE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  LOAN-DISBURSE NOW
001300*                     DEFERS THE ORIGINATION FEE, NET OF
001400*                     DIRECT COSTS, ON THE LOAN INSTEAD OF
001500*                     TAKING IT TO INCOME ON DAY ONE.  THIS
001600*                     MONTH-END JOB EARNS ONE MONTH OF EACH
001700*                     LOAN'S DEFERRED BALANCE INTO LOAN
001800*                     INTEREST INCOME (GL-POSTING CODE 1) -
001900*                     STRAIGHT LINE OVER THE MONTHS LEFT ON
002000*                     THE TERM, RE-DERIVED EACH MONTH SO A
002100*                     RESTRUCTURE OR CURTAILMENT THAT CHANGES
002200*                     THE TERM IS FOLLOWED.  A LOAN CLOSED OR
002300*                     CHARGED OFF WITH A BALANCE STILL
002400*                     DEFERRED HAS THE REST ACCELERATED.
002500*                     PRINTS THE DEFERRED-FEE ROLL-FORWARD
002600*                     (OPENING, ADDITIONS, AMORTIZED,
002700*                     ACCELERATED, CLOSING) TO THE CONSOLE AND
002800*                     THE EOD REPORT DECK.  A LOAN ALREADY
002900*                     AMORTIZED FOR THE PERIOD IS SKIPPED, SO
003000*                     A RERUN POSTS NOTHING TWICE.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     COPY LOANMSEL.
003600     COPY EODDSEL.
003700*================================================================
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  LOAN-MASTER-FILE.
004100     COPY LOANMAST.
004200 FD  EOD-REPORT-DECK-FILE.
004300     COPY EODDREC.
004400*----------------------------------------------------------------
004500 WORKING-STORAGE SECTION.
004600 01  WS-FILE-STATUSES.
004700     05  WS-LOANMAST-STATUS        PIC XX.
004800     05  WS-EODDECK-STATUS         PIC XX.
004900*----------------------------------------------------------------
005000 01  WS-WORK-FIELDS.
005100     05  WS-LOAN-EOF-SWITCH        PIC X VALUE 'N'.
005200         88  NO-MORE-LOANS         VALUE 'Y'.
005300     05  WS-LOANS-READ             PIC 9(06) COMP VALUE 0.
005400     05  WS-LOANS-REPORTED         PIC 9(06) COMP VALUE 0.
005500     05  WS-RUN-PERIOD             PIC 9(06).
005600     05  WS-REMAINING-MONTHS       PIC S9(05) COMP.
005700     05  WS-OPENING-BALANCE        PIC S9(09)V99.
005800     05  WS-ADDITIONS              PIC S9(09)V99.
005900     05  WS-MONTH-AMORTIZED        PIC S9(09)V99.
006000     05  WS-NOW-ACCELERATED        PIC S9(09)V99.
006100     05  WS-ACCELERATED            PIC S9(09)V99.
006200     05  WS-TOTAL-OPENING          PIC S9(11)V99 VALUE 0.
006300     05  WS-TOTAL-ADDITIONS        PIC S9(11)V99 VALUE 0.
006400     05  WS-TOTAL-AMORTIZED        PIC S9(11)V99 VALUE 0.
006500     05  WS-TOTAL-ACCELERATED      PIC S9(11)V99 VALUE 0.
006600     05  WS-TOTAL-CLOSING          PIC S9(11)V99 VALUE 0.
006700     05  WS-TOTAL-EARNED           PIC S9(11)V99 VALUE 0.
006800     05  WS-LOAN-TYPE              PIC X VALUE 'L'.
006900     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "BATCH".
007000     05  WS-GL-POST-FLAG           PIC X.
007100*----------------------------------------------------------------
007200 01  WS-REPORT-EDIT-FIELDS.
007300     05  WS-EDIT-OPENING           PIC -(7)9.99.
007400     05  WS-EDIT-ADDITIONS         PIC -(7)9.99.
007500     05  WS-EDIT-AMORTIZED         PIC -(7)9.99.
007600     05  WS-EDIT-ACCELERATED       PIC -(7)9.99.
007700     05  WS-EDIT-CLOSING           PIC -(7)9.99.
007800     05  WS-EDIT-TOTAL-1           PIC -(9)9.99.
007900     05  WS-EDIT-TOTAL-2           PIC -(9)9.99.
008000     05  WS-EDIT-TOTAL-3           PIC -(9)9.99.
008100     05  WS-EDIT-TOTAL-4           PIC -(9)9.99.
008200     05  WS-EDIT-TOTAL-5           PIC -(9)9.99.
008300 01  WS-DECK-SECTION-TITLE         PIC X(40)
008400         VALUE "DEFERRED LOAN FEE ROLL-FORWARD".
008500 01  WS-ROLL-FORWARD-HEADING.
008600     05  FILLER                    PIC X(40) VALUE
008700         "LOAN NUMBER         OPENING   ADDITIONS ".
008800     05  FILLER                    PIC X(40) VALUE
008900         "  AMORTIZED ACCELERATED     CLOSING".
009000*----------------------------------------------------------------
009100 01  WS-WORK-DATE                  PIC 9(08).
009200 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
009300     05  WS-WD-PERIOD              PIC 9(06).
009400     05  WS-WD-DD                  PIC 9(02).
009500*----------------------------------------------------------------
009600 01  WS-BUSINESS-DATE              PIC 9(08).
009700 01  WS-BUSDATE-FLAG               PIC X.
009800 01  WS-CURRENT-TIMESTAMP          PIC X(21).
009900 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
010000     05  WS-TS-DATE                PIC 9(08).
010100     05  FILLER                    PIC X(13).
010200*----------------------------------------------------------------
010300 01  WS-RUN-HISTORY-FIELDS.
010400     05  WS-RH-STEP-NAME           PIC X(08) VALUE "DFAMSTEP".
010500     05  WS-RH-START-TIMESTAMP     PIC X(21).
010600     05  WS-RH-RECORDS-READ        PIC 9(08).
010700     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
010800     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
010900     05  WS-RH-COMPLETION-CODE     PIC 9(02).
011000*================================================================
011100 PROCEDURE DIVISION.
011200*================================================================
011300 0000-MAINLINE.
011400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
011500     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
011600     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
011700         WS-BUSDATE-FLAG
011800     IF WS-BUSDATE-FLAG = "Y"
011900         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
012000     END-IF
012100     MOVE WS-TS-DATE TO WS-WORK-DATE
012200     MOVE WS-WD-PERIOD TO WS-RUN-PERIOD
012300     PERFORM 1000-INITIALIZE
012400         THRU 1000-INITIALIZE-EXIT
012500     PERFORM 2000-AMORTIZE-ONE-LOAN
012600         THRU 2000-AMORTIZE-ONE-LOAN-EXIT
012700         UNTIL NO-MORE-LOANS
012800     PERFORM 3000-WRITE-TOTALS
012900         THRU 3000-WRITE-TOTALS-EXIT
013000     PERFORM 9999-EXIT
013100         THRU 9999-EXIT-EXIT
013200     DISPLAY "DFEEAMRT: LOANS READ         = " WS-LOANS-READ
013300     DISPLAY "DFEEAMRT: LOANS ROLLED       = " WS-LOANS-REPORTED
013400     DISPLAY "DFEEAMRT: FEES EARNED        = " WS-TOTAL-EARNED
013500     MOVE WS-LOANS-READ TO WS-RH-RECORDS-READ
013600     MOVE WS-LOANS-REPORTED TO WS-RH-RECORDS-UPDATED
013700     MOVE WS-TOTAL-EARNED TO WS-RH-AMOUNT-POSTED
013800     MOVE ZERO TO WS-RH-COMPLETION-CODE
013900     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
014000         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
014100         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
014200         WS-RH-COMPLETION-CODE
014300     STOP RUN.
014400*----------------------------------------------------------------
014500*  1000-INITIALIZE  --  THE LOAN MASTER IS UPDATED IN PLACE;
014600*  THE ROLL-FORWARD GOES ON THE END OF THE REPORT DECK.
014700*----------------------------------------------------------------
014800 1000-INITIALIZE.
014900     OPEN I-O LOAN-MASTER-FILE
015000     IF WS-LOANMAST-STATUS NOT = "00"
015100         DISPLAY "DFEEAMRT: NO LOAN MASTER - NOTHING TO "
015200             "AMORTIZE, STATUS = " WS-LOANMAST-STATUS
015300         MOVE 'Y' TO WS-LOAN-EOF-SWITCH
015400         GO TO 1000-INITIALIZE-EXIT
015500     END-IF
015600     OPEN EXTEND EOD-REPORT-DECK-FILE
015700     IF WS-EODDECK-STATUS = "35"
015800         CLOSE EOD-REPORT-DECK-FILE
015900         OPEN OUTPUT EOD-REPORT-DECK-FILE
016000     END-IF
016100     DISPLAY "DEFERRED LOAN FEE ROLL-FORWARD - " WS-RUN-PERIOD
016200     DISPLAY WS-ROLL-FORWARD-HEADING
016300     MOVE SPACES TO ED-BRANCH-ID
016400     MOVE WS-DECK-SECTION-TITLE TO ED-SECTION-TITLE
016500     MOVE WS-ROLL-FORWARD-HEADING TO ED-DETAIL-LINE
016600     MOVE WS-TS-DATE TO ED-RUN-DATE
016700     WRITE EOD-REPORT-DECK-RECORD
016800     .
016900 1000-INITIALIZE-EXIT.
017000     EXIT.
017100*----------------------------------------------------------------
017200*  2000-AMORTIZE-ONE-LOAN  --  A LOAN WITH NOTHING DEFERRED
017300*  AND NOTHING ACCELERATED THIS MONTH HAS NO ROLL-FORWARD
017400*  LINE.  THE OPENING BALANCE IS RE-DERIVED FROM THE CLOSING
017500*  ONE: WHAT IS LEFT, PLUS WHAT PAYOFF OR CHARGE-OFF
017600*  ACCELERATED SINCE THE LAST RUN, LESS A FEE DEFERRED ON A
017700*  LOAN DISBURSED THIS MONTH.
017800*----------------------------------------------------------------
017900 2000-AMORTIZE-ONE-LOAN.
018000     READ LOAN-MASTER-FILE NEXT RECORD
018100         AT END
018200             MOVE 'Y' TO WS-LOAN-EOF-SWITCH
018300             GO TO 2000-AMORTIZE-ONE-LOAN-EXIT
018400     END-READ
018500     ADD 1 TO WS-LOANS-READ
018600     IF LM-DFEE-BALANCE = ZERO AND LM-DFEE-ACCEL-MTD = ZERO
018700         GO TO 2000-AMORTIZE-ONE-LOAN-EXIT
018800     END-IF
018900     IF LM-DFEE-LAST-PERIOD = WS-RUN-PERIOD
019000         GO TO 2000-AMORTIZE-ONE-LOAN-EXIT
019100     END-IF
019200     MOVE ZERO TO WS-ADDITIONS
019300     MOVE LM-DISBURSEMENT-DATE TO WS-WORK-DATE
019400     IF WS-WD-PERIOD = WS-RUN-PERIOD
019500         MOVE LM-DFEE-ORIGINAL TO WS-ADDITIONS
019600     END-IF
019700     COMPUTE WS-OPENING-BALANCE =
019800         LM-DFEE-BALANCE + LM-DFEE-ACCEL-MTD - WS-ADDITIONS
019900     MOVE ZERO TO WS-MONTH-AMORTIZED
020000     MOVE ZERO TO WS-NOW-ACCELERATED
020100     IF LM-DFEE-BALANCE NOT = ZERO
020200         IF LM-LOAN-CLOSED OR LM-LOAN-CHARGED-OFF
020300             PERFORM 2200-ACCELERATE-THE-REST
020400                 THRU 2200-ACCELERATE-THE-REST-EXIT
020500         ELSE
020600             PERFORM 2100-EARN-ONE-MONTH
020700                 THRU 2100-EARN-ONE-MONTH-EXIT
020800         END-IF
020900     END-IF
021000     COMPUTE WS-ACCELERATED =
021100         LM-DFEE-ACCEL-MTD + WS-NOW-ACCELERATED
021200     MOVE ZERO TO LM-DFEE-ACCEL-MTD
021300     MOVE WS-RUN-PERIOD TO LM-DFEE-LAST-PERIOD
021400     REWRITE LOAN-MASTER-RECORD
021500         INVALID KEY
021600             DISPLAY "DFEEAMRT: UNABLE TO REWRITE LOAN "
021700                 LM-LOAN-NUMBER
021800             GO TO 2000-AMORTIZE-ONE-LOAN-EXIT
021900     END-REWRITE
022000     PERFORM 2300-WRITE-ROLL-FORWARD-LINE
022100         THRU 2300-WRITE-ROLL-FORWARD-LINE-EXIT
022200     .
022300 2000-AMORTIZE-ONE-LOAN-EXIT.
022400     EXIT.
022500*----------------------------------------------------------------
022600*  2100-EARN-ONE-MONTH  --  THE BALANCE SPREAD EVENLY OVER THE
022700*  MONTHS LEFT ON THE TERM; THE LAST MONTH (OR A LOAN ALREADY
022800*  PAST ITS TERM) TAKES WHATEVER IS LEFT.  A REFUSED POSTING
022900*  (CLOSED PERIOD) LEAVES THE BALANCE FOR NEXT MONTH.
023000*----------------------------------------------------------------
023100 2100-EARN-ONE-MONTH.
023200     COMPUTE WS-REMAINING-MONTHS =
023300         LM-TERM-MONTHS - LM-DFEE-MONTHS-DONE
023400     IF WS-REMAINING-MONTHS <= 1
023500         MOVE LM-DFEE-BALANCE TO WS-MONTH-AMORTIZED
023600     ELSE
023700         COMPUTE WS-MONTH-AMORTIZED ROUNDED =
023800             LM-DFEE-BALANCE / WS-REMAINING-MONTHS
023900     END-IF
024000     IF WS-MONTH-AMORTIZED = ZERO
024100         GO TO 2100-EARN-ONE-MONTH-EXIT
024200     END-IF
024300     CALL "GL-POSTING" USING LM-ACCT-NUMBER WS-LOAN-TYPE
024400         "1" WS-MONTH-AMORTIZED WS-BATCH-OPERATOR-ID
024500         WS-GL-POST-FLAG
024600     IF WS-GL-POST-FLAG NOT = "Y"
024700         DISPLAY "DFEEAMRT: GL POSTING REFUSED - LOAN "
024800             LM-LOAN-NUMBER " NOT AMORTIZED"
024900         MOVE ZERO TO WS-MONTH-AMORTIZED
025000         GO TO 2100-EARN-ONE-MONTH-EXIT
025100     END-IF
025200     SUBTRACT WS-MONTH-AMORTIZED FROM LM-DFEE-BALANCE
025300     ADD 1 TO LM-DFEE-MONTHS-DONE
025400     ADD WS-MONTH-AMORTIZED TO WS-TOTAL-EARNED
025500     .
025600 2100-EARN-ONE-MONTH-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------
025900*  2200-ACCELERATE-THE-REST  --  A LOAN THAT CLOSED ON ITS LAST
026000*  EMI (OR WAS SETTLED OR CHARGED OFF WITHOUT ACCELERATING)
026100*  HAS NO TERM LEFT TO EARN OVER.
026200*----------------------------------------------------------------
026300 2200-ACCELERATE-THE-REST.
026400     MOVE LM-DFEE-BALANCE TO WS-NOW-ACCELERATED
026500     CALL "GL-POSTING" USING LM-ACCT-NUMBER WS-LOAN-TYPE
026600         "1" WS-NOW-ACCELERATED WS-BATCH-OPERATOR-ID
026700         WS-GL-POST-FLAG
026800     IF WS-GL-POST-FLAG NOT = "Y"
026900         DISPLAY "DFEEAMRT: GL POSTING REFUSED - LOAN "
027000             LM-LOAN-NUMBER " NOT ACCELERATED"
027100         MOVE ZERO TO WS-NOW-ACCELERATED
027200         GO TO 2200-ACCELERATE-THE-REST-EXIT
027300     END-IF
027400     MOVE ZERO TO LM-DFEE-BALANCE
027500     ADD WS-NOW-ACCELERATED TO WS-TOTAL-EARNED
027600     .
027700 2200-ACCELERATE-THE-REST-EXIT.
027800     EXIT.
027900*----------------------------------------------------------------
028000*  2300-WRITE-ROLL-FORWARD-LINE  --  ONE LINE PER LOAN, TO THE
028100*  CONSOLE AND THE DECK, AND INTO THE RUN TOTALS.
028200*----------------------------------------------------------------
028300 2300-WRITE-ROLL-FORWARD-LINE.
028400     ADD 1 TO WS-LOANS-REPORTED
028500     ADD WS-OPENING-BALANCE TO WS-TOTAL-OPENING
028600     ADD WS-ADDITIONS TO WS-TOTAL-ADDITIONS
028700     ADD WS-MONTH-AMORTIZED TO WS-TOTAL-AMORTIZED
028800     ADD WS-ACCELERATED TO WS-TOTAL-ACCELERATED
028900     ADD LM-DFEE-BALANCE TO WS-TOTAL-CLOSING
029000     MOVE WS-OPENING-BALANCE TO WS-EDIT-OPENING
029100     MOVE WS-ADDITIONS TO WS-EDIT-ADDITIONS
029200     MOVE WS-MONTH-AMORTIZED TO WS-EDIT-AMORTIZED
029300     MOVE WS-ACCELERATED TO WS-EDIT-ACCELERATED
029400     MOVE LM-DFEE-BALANCE TO WS-EDIT-CLOSING
029500     MOVE SPACES TO ED-BRANCH-ID
029600     MOVE WS-DECK-SECTION-TITLE TO ED-SECTION-TITLE
029700     MOVE SPACES TO ED-DETAIL-LINE
029800     STRING "LOAN " LM-LOAN-NUMBER
029900         " " WS-EDIT-OPENING
030000         " " WS-EDIT-ADDITIONS
030100         " " WS-EDIT-AMORTIZED
030200         " " WS-EDIT-ACCELERATED
030300         " " WS-EDIT-CLOSING
030400         DELIMITED BY SIZE INTO ED-DETAIL-LINE
030500     MOVE WS-TS-DATE TO ED-RUN-DATE
030600     DISPLAY ED-DETAIL-LINE
030700     WRITE EOD-REPORT-DECK-RECORD
030800     .
030900 2300-WRITE-ROLL-FORWARD-LINE-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------
031200*  3000-WRITE-TOTALS  --  THE BOOK-WIDE ROLL-FORWARD, WHICH
031300*  TIES TO THE MONTH'S MOVEMENT ON GL 999977.
031400*----------------------------------------------------------------
031500 3000-WRITE-TOTALS.
031600     IF WS-LOANMAST-STATUS NOT = "00"
031700             AND WS-LOANMAST-STATUS NOT = "10"
031800         GO TO 3000-WRITE-TOTALS-EXIT
031900     END-IF
032000     MOVE WS-TOTAL-OPENING TO WS-EDIT-TOTAL-1
032100     MOVE WS-TOTAL-ADDITIONS TO WS-EDIT-TOTAL-2
032200     MOVE WS-TOTAL-AMORTIZED TO WS-EDIT-TOTAL-3
032300     MOVE WS-TOTAL-ACCELERATED TO WS-EDIT-TOTAL-4
032400     MOVE WS-TOTAL-CLOSING TO WS-EDIT-TOTAL-5
032500     MOVE SPACES TO ED-BRANCH-ID
032600     MOVE WS-DECK-SECTION-TITLE TO ED-SECTION-TITLE
032700     MOVE SPACES TO ED-DETAIL-LINE
032800     STRING "TOTAL"
032900         " " WS-EDIT-TOTAL-1
033000         " " WS-EDIT-TOTAL-2
033100         " " WS-EDIT-TOTAL-3
033200         " " WS-EDIT-TOTAL-4
033300         " " WS-EDIT-TOTAL-5
033400         DELIMITED BY SIZE INTO ED-DETAIL-LINE
033500     MOVE WS-TS-DATE TO ED-RUN-DATE
033600     DISPLAY ED-DETAIL-LINE
033700     WRITE EOD-REPORT-DECK-RECORD
033800     .
033900 3000-WRITE-TOTALS-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------
034200 9999-EXIT.
034300     IF WS-LOANMAST-STATUS = "00" OR WS-LOANMAST-STATUS = "10"
034400         CLOSE LOAN-MASTER-FILE
034500     END-IF
034600     IF WS-EODDECK-STATUS = "00" OR WS-EODDECK-STATUS = "10"
034700         CLOSE EOD-REPORT-DECK-FILE
034800     END-IF
034900     .
035000 9999-EXIT-EXIT.
035100     EXIT.
035200 END PROGRAM LOAN-FEE-AMORTIZE.
