000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LOAN-LATE-CHARGE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  NIGHTLY LATE-CHARGE
001300*                     ASSESSMENT.  LOAN-DELINQUENCY-AGING
001400*                     COUNTS THE DAYS BUT NOTHING EVER
001500*                     CHARGED FOR THEM.  EVERY INSTALLMENT
001600*                     OF AN OPEN LOAN THAT IS MORE THAN
001700*                     LOAN-LATE-GRACE-DAYS PAST ITS DUE DATE
001800*                     IS CHARGED THE LATECHG SERVICE FEE OFF
001900*                     THE FEE SCHEDULE (FEESMAINT) - ONCE PER
002000*                     INSTALLMENT, TRACKED BY
002100*                     LM-LATE-CHARGED-THRU.  THE CHARGE GOES
002200*                     TO THE LOAN'S FEES-DUE BUCKET
002300*                     (LM-LATE-CHARGES-DUE), WHICH THE NEXT
002400*                     INSTALLMENT OR A PAYOFF COLLECTS, WITH
002500*                     THE GL PAIR POSTED UNDER TRAN CODE 'T'.
002600*                     A WAIVER GOES THROUGH FEE-REFUND.  NO
002700*                     LATECHG ROW ON THE SCHEDULE (OR AN
002800*                     INACTIVE ONE) ASSESSES NOTHING.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     COPY LOANMSEL.
003400     COPY FEESSEL.
003500     COPY PARMSEL.
003600     SELECT LATE-CHARGE-REPORT-FILE
003700         ASSIGN TO "LATECHG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-LATECHG-STATUS.
004000*================================================================
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  LOAN-MASTER-FILE.
004400     COPY LOANMAST.
004500 FD  FEE-SCHEDULE-FILE.
004600     COPY FEESREC.
004700 FD  BUSINESS-PARAMETER-FILE.
004800     COPY PARMREC.
004900 FD  LATE-CHARGE-REPORT-FILE.
005000 01  LATE-CHARGE-REPORT-LINE       PIC X(80).
005100*----------------------------------------------------------------
005200 WORKING-STORAGE SECTION.
005300 01  WS-FILE-STATUSES.
005400     05  WS-LOANMAST-STATUS        PIC XX.
005500     05  WS-FEESCHED-STATUS        PIC XX.
005600     05  WS-BUSPARM-STATUS         PIC XX.
005700     05  WS-LATECHG-STATUS         PIC XX.
005800*----------------------------------------------------------------
005900 01  WS-WORK-FIELDS.
006000     05  WS-LOAN-EOF-SWITCH        PIC X VALUE 'N'.
006100         88  NO-MORE-LOANS         VALUE 'Y'.
006200     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
006300         88  NO-MORE-PARMS         VALUE 'Y'.
006400     05  WS-INSTALLMENT-SWITCH     PIC X.
006500         88  NO-MORE-INSTALLMENTS  VALUE 'Y'.
006600     05  WS-LOAN-CHARGED-SWITCH    PIC X.
006700         88  WS-LOAN-CHARGED       VALUE 'Y'.
006800     05  WS-LOANS-READ             PIC 9(06) COMP VALUE 0.
006900     05  WS-LOANS-CHARGED          PIC 9(06) COMP VALUE 0.
007000     05  WS-CHARGES-ASSESSED       PIC 9(06) COMP VALUE 0.
007100     05  WS-AMOUNT-ASSESSED        PIC S9(11)V99 VALUE 0.
007200     05  WS-GRACE-DAYS             PIC 9(03) VALUE 15.
007300     05  WS-LATE-FEE-CODE          PIC X(08) VALUE "LATECHG".
007400     05  WS-LATE-FEE-AMOUNT        PIC S9(09)V99 VALUE 0.
007500     05  WS-LOAN-TYPE-CODE         PIC X VALUE 'L'.
007600     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "LATECHG".
007700     05  WS-GL-POST-FLAG           PIC X.
007800     05  WS-INSTALLMENT-DUE-DATE   PIC 9(08).
007900     05  WS-DAYS-LATE              PIC S9(07) COMP.
008000     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
008100     05  WS-EDIT-DAYS              PIC ZZZZ9.
008200*----------------------------------------------------------------
008300 01  WS-WORK-DATE                  PIC 9(08).
008400 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
008500     05  WS-WD-YYYY                PIC 9(04).
008600     05  WS-WD-MM                  PIC 9(02).
008700     05  WS-WD-DD                  PIC 9(02).
008800 01  WS-NEW-DATE                   PIC 9(08).
008900 01  WS-NEW-DATE-FIELDS REDEFINES WS-NEW-DATE.
009000     05  WS-ND-YYYY                PIC 9(04).
009100     05  WS-ND-MM                  PIC 9(02).
009200     05  WS-ND-DD                  PIC 9(02).
009300 01  WS-NEXT-MONTH-1ST             PIC 9(08).
009400 01  WS-NEXT-MONTH-1ST-FIELDS REDEFINES WS-NEXT-MONTH-1ST.
009500     05  WS-NM1-YYYY               PIC 9(04).
009600     05  WS-NM1-MM                 PIC 9(02).
009700     05  WS-NM1-DD                 PIC 9(02).
009800 01  WS-LAST-DAY-OF-MONTH          PIC 9(08).
009900 01  WS-LAST-DAY-FIELDS REDEFINES WS-LAST-DAY-OF-MONTH.
010000     05  WS-LD-YYYY                PIC 9(04).
010100     05  WS-LD-MM                  PIC 9(02).
010200     05  WS-LD-DD                  PIC 9(02).
010300 01  WS-DATE-INTEGER               PIC S9(09) COMP.
010400*----------------------------------------------------------------
010500 01  WS-BUSINESS-DATE              PIC 9(08).
010600 01  WS-BUSDATE-FLAG               PIC X.
010700 01  WS-CURRENT-TIMESTAMP          PIC X(21).
010800 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
010900     05  WS-TS-DATE                PIC 9(08).
011000     05  FILLER                    PIC X(13).
011100*----------------------------------------------------------------
011200 01  WS-RUN-HISTORY-FIELDS.
011300     05  WS-RH-STEP-NAME           PIC X(08) VALUE "LTCHSTEP".
011400     05  WS-RH-START-TIMESTAMP     PIC X(21).
011500     05  WS-RH-RECORDS-READ        PIC 9(08).
011600     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
011700     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
011800     05  WS-RH-COMPLETION-CODE     PIC 9(02).
011900*================================================================
012000 PROCEDURE DIVISION.
012100*================================================================
012200 0000-MAINLINE.
012300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
012400     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
012500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
012600         WS-BUSDATE-FLAG
012700     IF WS-BUSDATE-FLAG = "Y"
012800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
012900     END-IF
013000     PERFORM 1000-INITIALIZE
013100         THRU 1000-INITIALIZE-EXIT
013200     PERFORM 2000-ASSESS-ONE-LOAN
013300         THRU 2000-ASSESS-ONE-LOAN-EXIT
013400         UNTIL NO-MORE-LOANS
013500     PERFORM 9999-EXIT
013600         THRU 9999-EXIT-EXIT
013700     DISPLAY "LATECHG: LOANS READ       = " WS-LOANS-READ
013800     DISPLAY "LATECHG: LOANS CHARGED    = " WS-LOANS-CHARGED
013900     DISPLAY "LATECHG: CHARGES ASSESSED = " WS-CHARGES-ASSESSED
014000     DISPLAY "LATECHG: AMOUNT ASSESSED  = " WS-AMOUNT-ASSESSED
014100     MOVE WS-LOANS-READ TO WS-RH-RECORDS-READ
014200     MOVE WS-LOANS-CHARGED TO WS-RH-RECORDS-UPDATED
014300     MOVE WS-AMOUNT-ASSESSED TO WS-RH-AMOUNT-POSTED
014400     MOVE ZERO TO WS-RH-COMPLETION-CODE
014500     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
014600         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
014700         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
014800         WS-RH-COMPLETION-CODE
014900     STOP RUN.
015000*----------------------------------------------------------------
015100*  1000-INITIALIZE  --  GRACE PERIOD, THE PRICED LATE CHARGE,
015200*  THEN THE LOAN MASTER AND THE ASSESSMENT REPORT.
015300*----------------------------------------------------------------
015400 1000-INITIALIZE.
015500     PERFORM 1100-LOAD-PARAMETERS
015600         THRU 1100-LOAD-PARAMETERS-EXIT
015700     PERFORM 1200-PRICE-LATE-CHARGE
015800         THRU 1200-PRICE-LATE-CHARGE-EXIT
015900     IF WS-LATE-FEE-AMOUNT = ZERO
016000         DISPLAY "LATECHG: NO ACTIVE " WS-LATE-FEE-CODE
016100             " FEE ON THE SCHEDULE - NOTHING ASSESSED"
016200         MOVE 'Y' TO WS-LOAN-EOF-SWITCH
016300         GO TO 1000-INITIALIZE-EXIT
016400     END-IF
016500     OPEN I-O LOAN-MASTER-FILE
016600     IF WS-LOANMAST-STATUS NOT = "00"
016700         DISPLAY "LATECHG: NO LOAN MASTER - NOTHING TO ASSESS"
016800         MOVE 'Y' TO WS-LOAN-EOF-SWITCH
016900         GO TO 1000-INITIALIZE-EXIT
017000     END-IF
017100     OPEN EXTEND LATE-CHARGE-REPORT-FILE
017200     IF WS-LATECHG-STATUS = "35"
017300         CLOSE LATE-CHARGE-REPORT-FILE
017400         OPEN OUTPUT LATE-CHARGE-REPORT-FILE
017500     END-IF
017600     .
017700 1000-INITIALIZE-EXIT.
017800     EXIT.
017900*----------------------------------------------------------------
018000 1100-LOAD-PARAMETERS.
018100     OPEN INPUT BUSINESS-PARAMETER-FILE
018200     IF WS-BUSPARM-STATUS NOT = "00"
018300         GO TO 1100-LOAD-PARAMETERS-EXIT
018400     END-IF
018500     PERFORM 1110-READ-ONE-PARAMETER
018600         THRU 1110-READ-ONE-PARAMETER-EXIT
018700         UNTIL NO-MORE-PARMS
018800     CLOSE BUSINESS-PARAMETER-FILE
018900     .
019000 1100-LOAD-PARAMETERS-EXIT.
019100     EXIT.
019200*----------------------------------------------------------------
019300 1110-READ-ONE-PARAMETER.
019400     READ BUSINESS-PARAMETER-FILE
019500         AT END
019600             MOVE 'Y' TO WS-PARM-EOF-SWITCH
019700             GO TO 1110-READ-ONE-PARAMETER-EXIT
019800     END-READ
019900     EVALUATE BP-PARM-NAME
020000         WHEN "LOAN-LATE-GRACE-DAYS"
020100             MOVE BP-PARM-VALUE TO WS-GRACE-DAYS
020200         WHEN OTHER
020300             CONTINUE
020400     END-EVALUATE
020500     .
020600 1110-READ-ONE-PARAMETER-EXIT.
020700     EXIT.
020800*----------------------------------------------------------------
020900*  1200-PRICE-LATE-CHARGE  --  THE LATECHG ROW ON THE FEE
021000*  SCHEDULE PRICES EVERY CHARGE TONIGHT.  A MISSING, INACTIVE
021100*  OR ZERO-PRICED ROW LEAVES THE AMOUNT AT ZERO.
021200*----------------------------------------------------------------
021300 1200-PRICE-LATE-CHARGE.
021400     MOVE ZERO TO WS-LATE-FEE-AMOUNT
021500     OPEN INPUT FEE-SCHEDULE-FILE
021600     IF WS-FEESCHED-STATUS NOT = "00"
021700         GO TO 1200-PRICE-LATE-CHARGE-EXIT
021800     END-IF
021900     MOVE WS-LATE-FEE-CODE TO FS-SERVICE-CODE
022000     READ FEE-SCHEDULE-FILE
022100         KEY IS FS-SERVICE-CODE
022200         INVALID KEY
022300             CONTINUE
022400         NOT INVALID KEY
022500             IF FS-SERVICE-ACTIVE
022600                 MOVE FS-FEE-AMOUNT TO WS-LATE-FEE-AMOUNT
022700             END-IF
022800     END-READ
022900     CLOSE FEE-SCHEDULE-FILE
023000     .
023100 1200-PRICE-LATE-CHARGE-EXIT.
023200     EXIT.
023300*----------------------------------------------------------------
023400*  2000-ASSESS-ONE-LOAN  --  WALK THE LOAN'S UNPAID
023500*  INSTALLMENTS FROM LM-NEXT-DUE-DATE FORWARD, CHARGING EACH
023600*  ONE PAST THE GRACE PERIOD THAT HAS NOT BEEN CHARGED BEFORE.
023700*----------------------------------------------------------------
023800 2000-ASSESS-ONE-LOAN.
023900     READ LOAN-MASTER-FILE NEXT RECORD
024000         AT END
024100             MOVE 'Y' TO WS-LOAN-EOF-SWITCH
024200             GO TO 2000-ASSESS-ONE-LOAN-EXIT
024300     END-READ
024400     ADD 1 TO WS-LOANS-READ
024500     IF LM-LOAN-CLOSED OR LM-LOAN-CHARGED-OFF
024600         GO TO 2000-ASSESS-ONE-LOAN-EXIT
024700     END-IF
024800     MOVE 'N' TO WS-INSTALLMENT-SWITCH
024900     MOVE 'N' TO WS-LOAN-CHARGED-SWITCH
025000     MOVE LM-NEXT-DUE-DATE TO WS-INSTALLMENT-DUE-DATE
025100     PERFORM 2100-TEST-ONE-INSTALLMENT
025200         THRU 2100-TEST-ONE-INSTALLMENT-EXIT
025300         UNTIL NO-MORE-INSTALLMENTS
025400     IF NOT WS-LOAN-CHARGED
025500         GO TO 2000-ASSESS-ONE-LOAN-EXIT
025600     END-IF
025700     REWRITE LOAN-MASTER-RECORD
025800         INVALID KEY
025900             DISPLAY "LATECHG: UNABLE TO REWRITE LOAN "
026000                 LM-LOAN-NUMBER
026100             GO TO 2000-ASSESS-ONE-LOAN-EXIT
026200     END-REWRITE
026300     ADD 1 TO WS-LOANS-CHARGED
026400     .
026500 2000-ASSESS-ONE-LOAN-EXIT.
026600     EXIT.
026700*----------------------------------------------------------------
026800*  2100-TEST-ONE-INSTALLMENT  --  AN INSTALLMENT STILL INSIDE
026900*  ITS GRACE PERIOD ENDS THE WALK; EVERY LATER ONE IS NEWER
027000*  STILL.
027100*----------------------------------------------------------------
027200 2100-TEST-ONE-INSTALLMENT.
027300     COMPUTE WS-DAYS-LATE =
027400         FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
027500         - FUNCTION INTEGER-OF-DATE(WS-INSTALLMENT-DUE-DATE)
027600     IF WS-DAYS-LATE <= WS-GRACE-DAYS
027700         MOVE 'Y' TO WS-INSTALLMENT-SWITCH
027800         GO TO 2100-TEST-ONE-INSTALLMENT-EXIT
027900     END-IF
028000     IF WS-INSTALLMENT-DUE-DATE > LM-LATE-CHARGED-THRU
028100         PERFORM 2200-ASSESS-THE-CHARGE
028200             THRU 2200-ASSESS-THE-CHARGE-EXIT
028300         IF NO-MORE-INSTALLMENTS
028400             GO TO 2100-TEST-ONE-INSTALLMENT-EXIT
028500         END-IF
028600     END-IF
028700     MOVE WS-INSTALLMENT-DUE-DATE TO WS-WORK-DATE
028800     PERFORM 2300-ADVANCE-ONE-MONTH
028900         THRU 2300-ADVANCE-ONE-MONTH-EXIT
029000     MOVE WS-NEW-DATE TO WS-INSTALLMENT-DUE-DATE
029100     .
029200 2100-TEST-ONE-INSTALLMENT-EXIT.
029300     EXIT.
029400*----------------------------------------------------------------
029500*  2200-ASSESS-THE-CHARGE  --  GL PAIR FIRST; ONLY A CHARGE
029600*  THE LEDGER ACCEPTED GOES ON THE LOAN.  A REFUSED POSTING
029700*  (CLOSED PERIOD) STOPS THE LOAN FOR TONIGHT.
029800*----------------------------------------------------------------
029900 2200-ASSESS-THE-CHARGE.
030000     CALL "GL-POSTING" USING LM-ACCT-NUMBER WS-LOAN-TYPE-CODE
030100         "T" WS-LATE-FEE-AMOUNT WS-BATCH-OPERATOR-ID
030200         WS-GL-POST-FLAG
030300     IF WS-GL-POST-FLAG NOT = "Y"
030400         DISPLAY "LATECHG: GL POSTING REFUSED - LOAN "
030500             LM-LOAN-NUMBER " NOT CHARGED"
030600         MOVE 'Y' TO WS-INSTALLMENT-SWITCH
030700         GO TO 2200-ASSESS-THE-CHARGE-EXIT
030800     END-IF
030900     ADD WS-LATE-FEE-AMOUNT TO LM-LATE-CHARGES-DUE
031000     MOVE WS-INSTALLMENT-DUE-DATE TO LM-LATE-CHARGED-THRU
031100     MOVE 'Y' TO WS-LOAN-CHARGED-SWITCH
031200     ADD 1 TO WS-CHARGES-ASSESSED
031300     ADD WS-LATE-FEE-AMOUNT TO WS-AMOUNT-ASSESSED
031400     PERFORM 2250-WRITE-REPORT-LINE
031500         THRU 2250-WRITE-REPORT-LINE-EXIT
031600     .
031700 2200-ASSESS-THE-CHARGE-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000*  2250-WRITE-REPORT-LINE  --  ONE LINE PER CHARGE ASSESSED.
032100*----------------------------------------------------------------
032200 2250-WRITE-REPORT-LINE.
032300     MOVE WS-LATE-FEE-AMOUNT TO WS-EDIT-AMOUNT
032400     MOVE WS-DAYS-LATE TO WS-EDIT-DAYS
032500     MOVE SPACES TO LATE-CHARGE-REPORT-LINE
032600     STRING WS-TS-DATE " LOAN " LM-LOAN-NUMBER
032700         " DUE " WS-INSTALLMENT-DUE-DATE
032800         " LATE " WS-EDIT-DAYS
032900         " CHARGE " WS-EDIT-AMOUNT
033000         DELIMITED BY SIZE INTO LATE-CHARGE-REPORT-LINE
033100     END-STRING
033200     WRITE LATE-CHARGE-REPORT-LINE
033300     .
033400 2250-WRITE-REPORT-LINE-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------
033700*  2300-ADVANCE-ONE-MONTH  --  SAME TECHNIQUE AS LOAN-PAYMENT-
033800*  POST'S 2100-ADVANCE-ONE-MONTH, SO THE WALK LANDS ON THE SAME
033900*  DUE DATES THE PAYMENT POSTING ADVANCES THROUGH.
034000*----------------------------------------------------------------
034100 2300-ADVANCE-ONE-MONTH.
034200     IF WS-WD-MM = 12
034300         COMPUTE WS-ND-YYYY = WS-WD-YYYY + 1
034400         MOVE 01 TO WS-ND-MM
034500     ELSE
034600         MOVE WS-WD-YYYY TO WS-ND-YYYY
034700         COMPUTE WS-ND-MM = WS-WD-MM + 1
034800     END-IF
034900     MOVE WS-WD-DD TO WS-ND-DD
035000
035100     IF WS-ND-MM = 12
035200         COMPUTE WS-NM1-YYYY = WS-ND-YYYY + 1
035300         MOVE 01 TO WS-NM1-MM
035400     ELSE
035500         MOVE WS-ND-YYYY TO WS-NM1-YYYY
035600         COMPUTE WS-NM1-MM = WS-ND-MM + 1
035700     END-IF
035800     MOVE 01 TO WS-NM1-DD
035900     COMPUTE WS-DATE-INTEGER =
036000         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-1ST) - 1
036100     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
036200         TO WS-LAST-DAY-OF-MONTH
036300     IF WS-ND-DD > WS-LD-DD
036400         MOVE WS-LD-DD TO WS-ND-DD
036500     END-IF
036600     .
036700 2300-ADVANCE-ONE-MONTH-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------
037000*  9999-EXIT  --  COMMON PROGRAM EXIT.
037100*----------------------------------------------------------------
037200 9999-EXIT.
037300     IF WS-LOANMAST-STATUS = "00" OR WS-LOANMAST-STATUS = "10"
037400         CLOSE LOAN-MASTER-FILE
037500         CLOSE LATE-CHARGE-REPORT-FILE
037600     END-IF
037700     .
037800 9999-EXIT-EXIT.
037900     EXIT.
038000 END PROGRAM LOAN-LATE-CHARGE.
