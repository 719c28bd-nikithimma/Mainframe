000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    BILL-PAYMENT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  NIGHTLY BILL PAYMENT
001300*                     RUN.  SWEEPS THE BILL PAYMENT INSTRUCTION
001400*                     FILE FOR ACTIVE ONE-OFF AND SCHEDULED
001500*                     PAYMENTS THAT HAVE COME DUE (A DATE ON A
001600*                     WEEKEND OR HOLIDAY PAYS THE NEXT BUSINESS
001700*                     DAY) AND DEBITS EACH ONE THROUGH
001800*                     WITHDRAWTRAN, SO EVERY LIMIT, HOLD, STATUS
001900*                     AND OVERDRAFT PROTECTION RULE A TELLER
002000*                     WITHDRAWAL MEETS APPLIES.  A POSTED DEBIT
002100*                     MOVES THE MONEY FROM CASH CONTROL INTO
002200*                     BILL PAYMENTS PAYABLE (GL '4'), IS WRITTEN
002300*                     TO THE BILL PAYMENT REGISTER WITH THE
002400*                     BILLER'S NAME AND THE CUSTOMER'S
002500*                     REFERENCE FOR BILL-REMIT AND THE
002600*                     STATEMENT, AND ADVANCES THE INSTRUCTION -
002700*                     A ONE-OFF IS DONE, A WEEKLY OR MONTHLY ONE
002800*                     MOVES TO ITS NEXT CONTRACTUAL DATE UNTIL
002900*                     IT PASSES ITS END DATE.  A DECLINED DEBIT
003000*                     OR A SUSPENDED BILLER LEAVES THE
003100*                     INSTRUCTION DUE FOR THE NEXT RUN; A
003200*                     CANCELLED PAYEE REGISTRATION CANCELS IT.
003300*                     NO CHECKPOINT ROW - EACH INSTRUCTION IS
003400*                     REWRITTEN AS SOON AS IT PAYS, SO A RERUN
003500*                     ONLY PICKS UP WHAT IS STILL DUE.
003600*================================================================
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     COPY BPINSEL.
004100     COPY BILRSEL.
004200     COPY BPYESEL.
004300     COPY BPRGSEL.
004400*================================================================
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BILL-INSTRUCTION-FILE.
004800     COPY BPINREC.
004900 FD  BILLER-MASTER-FILE.
005000     COPY BILRREC.
005100 FD  BILL-PAYEE-FILE.
005200     COPY BPYEREC.
005300 FD  BILL-PAYMENT-REGISTER.
005400     COPY BPRGREC.
005500*----------------------------------------------------------------
005600 WORKING-STORAGE SECTION.
005700 01  WS-FILE-STATUSES.
005800     05  WS-BILLINST-STATUS        PIC XX.
005900     05  WS-BILRMAST-STATUS        PIC XX.
006000     05  WS-BILLPAYE-STATUS        PIC XX.
006100     05  WS-BILLPREG-STATUS        PIC XX.
006200*----------------------------------------------------------------
006300 01  WS-WORK-FIELDS.
006400     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "BILLPAY".
006500     05  WS-BATCH-BRANCH-ID        PIC X(06) VALUE "HQ0001".
006600     05  WS-ZERO-ACCT              PIC 9(10) VALUE 0.
006700     05  WS-CASH-TYPE              PIC X VALUE 'S'.
006800     05  WS-GL-POST-FLAG           PIC X.
006900     05  WS-EOF-SWITCH             PIC X VALUE 'N'.
007000         88  NO-MORE-INSTRUCTIONS  VALUE 'Y'.
007100     05  WS-FILES-OPEN-SWITCH      PIC X VALUE 'N'.
007200         88  WS-FILES-OPEN         VALUE 'Y'.
007300     05  WS-WITHDRAW-RETURN-CODE   PIC X.
007400         88  WS-WITHDRAW-POSTED    VALUE 'Y'.
007500     05  WS-PAY-AMOUNT             PIC S9(09)V99.
007600     05  WS-ROLL-FORWARD           PIC X VALUE 'F'.
007700     05  WS-EFFECTIVE-PAY-DATE     PIC 9(08).
007800*----------------------------------------------------------------
007900 01  WS-RUN-COUNTERS.
008000     05  WS-INSTRUCTIONS-READ      PIC 9(06) COMP VALUE 0.
008100     05  WS-PAYMENTS-MADE          PIC 9(06) COMP VALUE 0.
008200     05  WS-PAYMENTS-DECLINED      PIC 9(06) COMP VALUE 0.
008300     05  WS-BILLER-HELD            PIC 9(06) COMP VALUE 0.
008400     05  WS-PAYEE-CANCELLED        PIC 9(06) COMP VALUE 0.
008500     05  WS-GL-FAILURES            PIC 9(06) COMP VALUE 0.
008600 01  WS-AMOUNT-PAID                PIC 9(11)V99 VALUE 0.
008700*----------------------------------------------------------------
008800 01  WS-ID-SOURCE-NAME             PIC X(08).
008900 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
009000*----------------------------------------------------------------
009100*  SCRATCH DATE FIELDS USED TO ADVANCE BI-NEXT-PAY-DATE BY THE
009200*  INSTRUCTION'S FREQUENCY - THE SAME TECHNIQUE STANDPAY USES
009300*  FOR ITS NEXT-RUN DATE.
009400*----------------------------------------------------------------
009500 01  WS-DATE-INTEGER               PIC S9(09) COMP.
009600 01  WS-WORK-DATE                  PIC 9(08).
009700 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
009800     05  WS-WD-YYYY                PIC 9(04).
009900     05  WS-WD-MM                  PIC 9(02).
010000     05  WS-WD-DD                  PIC 9(02).
010100 01  WS-NEW-DATE                   PIC 9(08).
010200 01  WS-NEW-DATE-FIELDS REDEFINES WS-NEW-DATE.
010300     05  WS-ND-YYYY                PIC 9(04).
010400     05  WS-ND-MM                  PIC 9(02).
010500     05  WS-ND-DD                  PIC 9(02).
010600 01  WS-NEXT-MONTH-1ST             PIC 9(08).
010700 01  WS-NEXT-MONTH-1ST-FIELDS REDEFINES WS-NEXT-MONTH-1ST.
010800     05  WS-NM1-YYYY               PIC 9(04).
010900     05  WS-NM1-MM                 PIC 9(02).
011000     05  WS-NM1-DD                 PIC 9(02).
011100 01  WS-LAST-DAY-OF-MONTH          PIC 9(08).
011200 01  WS-LAST-DAY-FIELDS REDEFINES WS-LAST-DAY-OF-MONTH.
011300     05  WS-LD-YYYY                PIC 9(04).
011400     05  WS-LD-MM                  PIC 9(02).
011500     05  WS-LD-DD                  PIC 9(02).
011600*----------------------------------------------------------------
011700 01  WS-BUSINESS-DATE              PIC 9(08).
011800 01  WS-BUSDATE-FLAG               PIC X.
011900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
012000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
012100     05  WS-TS-DATE                PIC 9(08).
012200     05  FILLER                    PIC X(13).
012300*----------------------------------------------------------------
012400 01  WS-RUN-HISTORY-FIELDS.
012500     05  WS-RH-STEP-NAME           PIC X(08) VALUE "BPAYSTEP".
012600     05  WS-RH-START-TIMESTAMP     PIC X(21).
012700     05  WS-RH-RECORDS-READ        PIC 9(08).
012800     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
012900     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
013000     05  WS-RH-COMPLETION-CODE     PIC 9(02).
013100*================================================================
013200 PROCEDURE DIVISION.
013300*================================================================
013400 0000-MAINLINE.
013500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
013600     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
013700     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
013800         WS-BUSDATE-FLAG
013900     IF WS-BUSDATE-FLAG = "Y"
014000         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
014100     END-IF
014200     PERFORM 1000-INITIALIZE
014300         THRU 1000-INITIALIZE-EXIT
014400     IF WS-FILES-OPEN
014500         PERFORM 2000-PROCESS-ONE-INSTRUCTION
014600             THRU 2000-PROCESS-ONE-INSTRUCTION-EXIT
014700             UNTIL NO-MORE-INSTRUCTIONS
014800     END-IF
014900     PERFORM 9999-EXIT
015000         THRU 9999-EXIT-EXIT
015100     DISPLAY "BILLPAY: INSTRUCTIONS READ    = "
015200         WS-INSTRUCTIONS-READ
015300     DISPLAY "BILLPAY: PAYMENTS MADE        = " WS-PAYMENTS-MADE
015400     DISPLAY "BILLPAY: AMOUNT PAID          = " WS-AMOUNT-PAID
015500     DISPLAY "BILLPAY: DEBITS DECLINED      = "
015600         WS-PAYMENTS-DECLINED
015700     DISPLAY "BILLPAY: HELD - BILLER        = " WS-BILLER-HELD
015800     DISPLAY "BILLPAY: CANCELLED - PAYEE    = "
015900         WS-PAYEE-CANCELLED
016000     DISPLAY "BILLPAY: GL POSTING FAILURES  = " WS-GL-FAILURES
016100     MOVE WS-INSTRUCTIONS-READ TO WS-RH-RECORDS-READ
016200     MOVE WS-PAYMENTS-MADE TO WS-RH-RECORDS-UPDATED
016300     MOVE WS-AMOUNT-PAID TO WS-RH-AMOUNT-POSTED
016400     MOVE ZERO TO WS-RH-COMPLETION-CODE
016500     IF WS-GL-FAILURES > ZERO
016600         MOVE 4 TO WS-RH-COMPLETION-CODE
016700     END-IF
016800     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
016900         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
017000         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
017100         WS-RH-COMPLETION-CODE
017200     STOP RUN.
017300*----------------------------------------------------------------
017400*  1000-INITIALIZE  --  NO INSTRUCTION FILE YET MEANS NO BILL
017500*  PAYMENT HAS EVER BEEN SET UP - NOTHING TO DO.  OTHERWISE
017600*  OPEN THE MASTERS AND THE REGISTER AND PRIME THE READ-AHEAD.
017700*----------------------------------------------------------------
017800 1000-INITIALIZE.
017900     OPEN I-O BILL-INSTRUCTION-FILE
018000     IF WS-BILLINST-STATUS = "35"
018100         DISPLAY "BILLPAY: NO BILL PAYMENT INSTRUCTIONS ON "
018200             "FILE - NOTHING TO DO"
018300         GO TO 1000-INITIALIZE-EXIT
018400     END-IF
018500     IF WS-BILLINST-STATUS NOT = "00"
018600         DISPLAY "BILLPAY: UNABLE TO OPEN INSTRUCTION FILE, "
018700             "STATUS = " WS-BILLINST-STATUS
018800         GO TO 1000-INITIALIZE-EXIT
018900     END-IF
019000     OPEN INPUT BILLER-MASTER-FILE
019100     IF WS-BILRMAST-STATUS NOT = "00"
019200         DISPLAY "BILLPAY: UNABLE TO OPEN BILLER MASTER, "
019300             "STATUS = " WS-BILRMAST-STATUS
019400         CLOSE BILL-INSTRUCTION-FILE
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF
019700     OPEN I-O BILL-PAYEE-FILE
019800     IF WS-BILLPAYE-STATUS NOT = "00"
019900         DISPLAY "BILLPAY: UNABLE TO OPEN PAYEE FILE, "
020000             "STATUS = " WS-BILLPAYE-STATUS
020100         CLOSE BILL-INSTRUCTION-FILE
020200         CLOSE BILLER-MASTER-FILE
020300         GO TO 1000-INITIALIZE-EXIT
020400     END-IF
020500     OPEN I-O BILL-PAYMENT-REGISTER
020600     IF WS-BILLPREG-STATUS = "35"
020700         CLOSE BILL-PAYMENT-REGISTER
020800         OPEN OUTPUT BILL-PAYMENT-REGISTER
020900         CLOSE BILL-PAYMENT-REGISTER
021000         OPEN I-O BILL-PAYMENT-REGISTER
021100     END-IF
021200     IF WS-BILLPREG-STATUS NOT = "00"
021300         DISPLAY "BILLPAY: UNABLE TO OPEN PAYMENT REGISTER, "
021400             "STATUS = " WS-BILLPREG-STATUS
021500         CLOSE BILL-INSTRUCTION-FILE
021600         CLOSE BILLER-MASTER-FILE
021700         CLOSE BILL-PAYEE-FILE
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF
022000     MOVE 'Y' TO WS-FILES-OPEN-SWITCH
022100     PERFORM 2900-READ-NEXT-INSTRUCTION
022200         THRU 2900-READ-NEXT-INSTRUCTION-EXIT
022300     .
022400 1000-INITIALIZE-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
022700*  2000-PROCESS-ONE-INSTRUCTION  --  PAY ONE DUE, ACTIVE
022800*  INSTRUCTION.  THE DUE TEST ROLLS A WEEKEND OR HOLIDAY DATE
022900*  FORWARD TO THE NEXT BUSINESS DAY; THE STORED DATE IS NOT
023000*  CHANGED.
023100*----------------------------------------------------------------
023200 2000-PROCESS-ONE-INSTRUCTION.
023300     ADD 1 TO WS-INSTRUCTIONS-READ
023400     IF BI-STATUS-ACTIVE AND BI-NEXT-PAY-DATE NOT = ZERO
023500         CALL "BUSDAY-NEXT" USING BI-NEXT-PAY-DATE
023600             WS-ROLL-FORWARD WS-EFFECTIVE-PAY-DATE
023700         IF WS-EFFECTIVE-PAY-DATE NOT > WS-TS-DATE
023800             PERFORM 2100-PAY-ONE-BILL
023900                 THRU 2100-PAY-ONE-BILL-EXIT
024000         END-IF
024100     END-IF
024200     PERFORM 2900-READ-NEXT-INSTRUCTION
024300         THRU 2900-READ-NEXT-INSTRUCTION-EXIT
024400     .
024500 2000-PROCESS-ONE-INSTRUCTION-EXIT.
024600     EXIT.
024700*----------------------------------------------------------------
024800*  2100-PAY-ONE-BILL  --  CHECK THE BILLER AND THE PAYEE
024900*  REGISTRATION, DEBIT THE ACCOUNT, THEN RECORD AND ADVANCE.
025000*----------------------------------------------------------------
025100 2100-PAY-ONE-BILL.
025200     MOVE BI-BILLER-ID TO BL-BILLER-ID
025300     READ BILLER-MASTER-FILE
025400         KEY IS BL-BILLER-ID
025500         INVALID KEY
025600             ADD 1 TO WS-BILLER-HELD
025700             DISPLAY "BILLPAY: INSTRUCTION " BI-INSTRUCTION-ID
025800                 " - BILLER " BI-BILLER-ID
025900                 " NOT ON MASTER, HELD"
026000             GO TO 2100-PAY-ONE-BILL-EXIT
026100     END-READ
026200     IF NOT BL-STATUS-ACTIVE
026300         ADD 1 TO WS-BILLER-HELD
026400         DISPLAY "BILLPAY: INSTRUCTION " BI-INSTRUCTION-ID
026500             " - BILLER " BI-BILLER-ID " SUSPENDED, HELD"
026600         GO TO 2100-PAY-ONE-BILL-EXIT
026700     END-IF
026800
026900     MOVE BI-ACCT-NUMBER TO PY-ACCT-NUMBER
027000     MOVE BI-BILLER-ID   TO PY-BILLER-ID
027100     READ BILL-PAYEE-FILE
027200         KEY IS PY-PAYEE-KEY
027300         INVALID KEY
027400             MOVE 'C' TO PY-STATUS-CODE
027500     END-READ
027600     IF NOT PY-STATUS-ACTIVE
027700         ADD 1 TO WS-PAYEE-CANCELLED
027800         SET BI-STATUS-CANCELLED TO TRUE
027900         PERFORM 2500-REWRITE-INSTRUCTION
028000             THRU 2500-REWRITE-INSTRUCTION-EXIT
028100         DISPLAY "BILLPAY: INSTRUCTION " BI-INSTRUCTION-ID
028200             " - PAYEE NO LONGER REGISTERED, CANCELLED"
028300         GO TO 2100-PAY-ONE-BILL-EXIT
028400     END-IF
028500
028600     MOVE BI-AMOUNT TO WS-PAY-AMOUNT
028700     MOVE 'N' TO WS-WITHDRAW-RETURN-CODE
028800     CALL "WITHDRAWTRAN" USING BI-ACCT-NUMBER
028900         WS-PAY-AMOUNT WS-BATCH-OPERATOR-ID WS-BATCH-BRANCH-ID
029000         WS-WITHDRAW-RETURN-CODE
029100     IF NOT WS-WITHDRAW-POSTED
029200         ADD 1 TO WS-PAYMENTS-DECLINED
029300         DISPLAY "BILLPAY: INSTRUCTION " BI-INSTRUCTION-ID
029400             " - DEBIT TO " BI-ACCT-NUMBER
029500             " DECLINED, WILL RETRY NEXT RUN"
029600         GO TO 2100-PAY-ONE-BILL-EXIT
029700     END-IF
029800
029900     CALL "GL-POSTING" USING WS-ZERO-ACCT WS-CASH-TYPE "4"
030000         WS-PAY-AMOUNT WS-BATCH-OPERATOR-ID WS-GL-POST-FLAG
030100     IF WS-GL-POST-FLAG NOT = 'Y'
030200         ADD 1 TO WS-GL-FAILURES
030300         DISPLAY "BILLPAY: GL POSTING FAILED FOR INSTRUCTION "
030400             BI-INSTRUCTION-ID
030500     END-IF
030600     PERFORM 2200-WRITE-REGISTER-ROW
030700         THRU 2200-WRITE-REGISTER-ROW-EXIT
030800
030900     MOVE WS-TS-DATE TO PY-LAST-PAID-DATE
031000     MOVE BI-AMOUNT  TO PY-LAST-PAID-AMOUNT
031100     REWRITE BILL-PAYEE-RECORD
031200         INVALID KEY
031300             DISPLAY "BILLPAY: UNABLE TO REWRITE PAYEE "
031400                 PY-ACCT-NUMBER " " PY-BILLER-ID
031500     END-REWRITE
031600
031700     MOVE WS-TS-DATE TO BI-LAST-PAID-DATE
031800     IF BI-FREQ-ONE-OFF
031900         SET BI-STATUS-DONE TO TRUE
032000     ELSE
032100         PERFORM 2300-ADVANCE-NEXT-PAY-DATE
032200             THRU 2300-ADVANCE-NEXT-PAY-DATE-EXIT
032300         IF BI-END-DATE NOT = ZERO
032400                 AND BI-NEXT-PAY-DATE > BI-END-DATE
032500             SET BI-STATUS-DONE TO TRUE
032600         END-IF
032700     END-IF
032800     PERFORM 2500-REWRITE-INSTRUCTION
032900         THRU 2500-REWRITE-INSTRUCTION-EXIT
033000     ADD 1 TO WS-PAYMENTS-MADE
033100     ADD BI-AMOUNT TO WS-AMOUNT-PAID
033200     .
033300 2100-PAY-ONE-BILL-EXIT.
033400     EXIT.
033500*----------------------------------------------------------------
033600*  2200-WRITE-REGISTER-ROW  --  THE PAYMENT, PENDING
033700*  REMITTANCE, WITH THE BILLER'S NAME AND THE CUSTOMER'S
033800*  REFERENCE AS THEY STAND TODAY.
033900*----------------------------------------------------------------
034000 2200-WRITE-REGISTER-ROW.
034100     MOVE "BILLPAY" TO WS-ID-SOURCE-NAME
034200     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
034300         WS-NEXT-ASSIGNED-ID
034400     MOVE SPACES               TO BILL-PAYMENT-RECORD
034500     MOVE WS-NEXT-ASSIGNED-ID  TO BR-PAYMENT-ID
034600     MOVE BI-ACCT-NUMBER       TO BR-ACCT-NUMBER
034700     MOVE BI-BILLER-ID         TO BR-BILLER-ID
034800     MOVE BL-BILLER-NAME       TO BR-BILLER-NAME
034900     MOVE PY-CUSTOMER-REF      TO BR-CUSTOMER-REF
035000     MOVE BI-AMOUNT            TO BR-AMOUNT
035100     MOVE WS-TS-DATE           TO BR-PAYMENT-DATE
035200     MOVE BI-INSTRUCTION-ID    TO BR-INSTRUCTION-ID
035300     SET BR-STATUS-PENDING     TO TRUE
035400     MOVE ZERO                 TO BR-REMIT-DATE
035500     WRITE BILL-PAYMENT-RECORD
035600         INVALID KEY
035700             DISPLAY "BILLPAY: UNABLE TO WRITE REGISTER ROW "
035800                 BR-PAYMENT-ID " FOR INSTRUCTION "
035900                 BI-INSTRUCTION-ID " - REVIEW MANUALLY"
036000     END-WRITE
036100     .
036200 2200-WRITE-REGISTER-ROW-EXIT.
036300     EXIT.
036400*----------------------------------------------------------------
036500*  2300-ADVANCE-NEXT-PAY-DATE  --  PUSH BI-NEXT-PAY-DATE OUT
036600*  ONE OCCURRENCE.  THE DATE STORED IS THE CONTRACTUAL ONE,
036700*  ALWAYS STRICTLY LATER THAN THE ONE JUST PAID.
036800*----------------------------------------------------------------
036900 2300-ADVANCE-NEXT-PAY-DATE.
037000     MOVE BI-NEXT-PAY-DATE TO WS-WORK-DATE
037100     EVALUATE TRUE
037200         WHEN BI-FREQ-WEEKLY
037300             COMPUTE WS-DATE-INTEGER =
037400                 FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 7
037500             MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
037600                 TO BI-NEXT-PAY-DATE
037700         WHEN BI-FREQ-MONTHLY
037800             PERFORM 2310-ADVANCE-ONE-MONTH
037900                 THRU 2310-ADVANCE-ONE-MONTH-EXIT
038000     END-EVALUATE
038100     .
038200 2300-ADVANCE-NEXT-PAY-DATE-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500*  2310-ADVANCE-ONE-MONTH  --  SAME DAY NEXT MONTH, CLAMPED TO
038600*  THE LAST DAY OF A SHORTER MONTH (STANDPAY'S RULE).
038700*----------------------------------------------------------------
038800 2310-ADVANCE-ONE-MONTH.
038900     IF WS-WD-MM = 12
039000         COMPUTE WS-ND-YYYY = WS-WD-YYYY + 1
039100         MOVE 01 TO WS-ND-MM
039200     ELSE
039300         MOVE WS-WD-YYYY TO WS-ND-YYYY
039400         COMPUTE WS-ND-MM = WS-WD-MM + 1
039500     END-IF
039600     MOVE WS-WD-DD TO WS-ND-DD
039700
039800     IF WS-ND-MM = 12
039900         COMPUTE WS-NM1-YYYY = WS-ND-YYYY + 1
040000         MOVE 01 TO WS-NM1-MM
040100     ELSE
040200         MOVE WS-ND-YYYY TO WS-NM1-YYYY
040300         COMPUTE WS-NM1-MM = WS-ND-MM + 1
040400     END-IF
040500     MOVE 01 TO WS-NM1-DD
040600     COMPUTE WS-DATE-INTEGER =
040700         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-1ST) - 1
040800     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
040900         TO WS-LAST-DAY-OF-MONTH
041000     IF WS-ND-DD > WS-LD-DD
041100         MOVE WS-LD-DD TO WS-ND-DD
041200     END-IF
041300
041400     MOVE WS-NEW-DATE TO BI-NEXT-PAY-DATE
041500     .
041600 2310-ADVANCE-ONE-MONTH-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------
041900 2500-REWRITE-INSTRUCTION.
042000     REWRITE BILL-INSTRUCTION-RECORD
042100         INVALID KEY
042200             DISPLAY "BILLPAY: UNABLE TO REWRITE INSTRUCTION "
042300                 BI-INSTRUCTION-ID
042400     END-REWRITE
042500     .
042600 2500-REWRITE-INSTRUCTION-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------
042900 2900-READ-NEXT-INSTRUCTION.
043000     READ BILL-INSTRUCTION-FILE NEXT RECORD
043100         AT END
043200             MOVE 'Y' TO WS-EOF-SWITCH
043300     END-READ
043400     .
043500 2900-READ-NEXT-INSTRUCTION-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800*  9999-EXIT  --  COMMON PROGRAM EXIT.
043900*----------------------------------------------------------------
044000 9999-EXIT.
044100     IF WS-FILES-OPEN
044200         CLOSE BILL-INSTRUCTION-FILE
044300         CLOSE BILLER-MASTER-FILE
044400         CLOSE BILL-PAYEE-FILE
044500         CLOSE BILL-PAYMENT-REGISTER
044600     END-IF
044700     .
044800 9999-EXIT-EXIT.
044900     EXIT.
045000 END PROGRAM BILL-PAYMENT.
