000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    BILL-REMIT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  NIGHTLY BILLER
001300*                     REMITTANCE.  SORTS THE BILL PAYMENT
001400*                     REGISTER'S PENDING PAYMENTS (TAKEN ON OR
001500*                     BEFORE THE BUSINESS DATE) BY BILLER AND
001600*                     WRITES ONE REMITTANCE FILE: A FILE HEADER,
001700*                     A BATCH PER BILLER (HEADER WITH THE
001800*                     BILLER'S REMITTANCE ROUTING AND ACCOUNT,
001900*                     ONE DETAIL PER PAYMENT WITH THE CUSTOMER'S
002000*                     REFERENCE, TRAILER WITH THE BATCH'S
002100*                     CONTROL COUNT AND TOTAL) AND A FILE
002200*                     TRAILER WITH THE GRAND CONTROL TOTALS.
002300*                     EACH BATCH POSTS ONE SETTLEMENT ENTRY FOR
002400*                     ITS TOTAL (GL '4' NEGATIVE - BILL PAYMENTS
002500*                     PAYABLE DEBITED, CASH CONTROL CREDITED)
002600*                     AND STAMPS THE BILLER'S LAST REMITTANCE.
002700*                     EVERY PAYMENT SENT IS MARKED REMITTED WITH
002800*                     THE FILE ID, SO A RERUN SENDS NOTHING
002900*                     TWICE.  A NIGHT WITH NOTHING PENDING
003000*                     LEAVES NO EMPTY FILE BEHIND.  SAME SHAPE
003100*                     AS THE OUTBOUND CASH LETTER.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     COPY BPRGSEL.
003700     COPY BILRSEL.
003800     COPY BRMTSEL.
003900     SELECT REMIT-SORT-FILE ASSIGN TO "BRMTSORT".
004000*================================================================
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  BILL-PAYMENT-REGISTER.
004400     COPY BPRGREC.
004500 FD  BILLER-MASTER-FILE.
004600     COPY BILRREC.
004700 FD  BILLER-REMITTANCE-FILE.
004800     COPY BRMTREC.
004900 SD  REMIT-SORT-FILE.
005000 01  REMIT-SORT-RECORD.
005100     05  SR-BILLER-ID              PIC X(08).
005200     05  SR-PAYMENT-ID             PIC 9(08).
005300*----------------------------------------------------------------
005400 WORKING-STORAGE SECTION.
005500 01  WS-FILE-STATUSES.
005600     05  WS-BILLPREG-STATUS        PIC XX.
005700     05  WS-BILRMAST-STATUS        PIC XX.
005800     05  WS-BILLRMT-STATUS         PIC XX.
005900*----------------------------------------------------------------
006000 01  WS-WORK-FIELDS.
006100     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "BILLPAY".
006200     05  WS-ZERO-ACCT              PIC 9(10) VALUE 0.
006300     05  WS-CASH-TYPE              PIC X VALUE 'S'.
006400     05  WS-GL-POST-FLAG           PIC X.
006500     05  WS-FILES-OPEN-SWITCH      PIC X VALUE 'N'.
006600         88  WS-FILES-OPEN         VALUE 'Y'.
006700     05  WS-REGISTER-EOF-SWITCH    PIC X VALUE 'N'.
006800         88  NO-MORE-REGISTER-ROWS VALUE 'Y'.
006900     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
007000         88  NO-MORE-SORTED-ITEMS  VALUE 'Y'.
007100     05  WS-REMIT-OPEN-SWITCH      PIC X VALUE 'N'.
007200         88  WS-REMIT-OPEN         VALUE 'Y'.
007300     05  WS-BATCH-OPEN-SWITCH      PIC X VALUE 'N'.
007400         88  WS-BATCH-OPEN         VALUE 'Y'.
007500     05  WS-BILLER-FOUND-SWITCH    PIC X VALUE 'N'.
007600         88  WS-BILLER-FOUND       VALUE 'Y'.
007700     05  WS-GL-AMOUNT              PIC S9(09)V99.
007800*----------------------------------------------------------------
007900*  FILE IDENTITY - "BR", THE BUSINESS DATE AND A FOUR-DIGIT
008000*  SEQUENCE TAKEN FROM THE REMITTANCE NUMBER.
008100*----------------------------------------------------------------
008200 01  WS-ID-SOURCE-NAME             PIC X(08).
008300 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
008400 01  WS-REMIT-SEQUENCE             PIC 9(04).
008500 01  WS-FILE-ID.
008600     05  FILLER                    PIC X(02) VALUE "BR".
008700     05  WS-FI-DATE                PIC 9(08).
008800     05  WS-FI-SEQUENCE            PIC 9(04).
008900*----------------------------------------------------------------
009000*  CONTROL TOTALS.
009100*----------------------------------------------------------------
009200 01  WS-CURRENT-BILLER             PIC X(08).
009300 01  WS-BATCH-NUMBER               PIC 9(04) VALUE 0.
009400 01  WS-BATCH-ITEM-COUNT           PIC 9(08) VALUE 0.
009500 01  WS-BATCH-AMOUNT-TOTAL         PIC 9(13)V99 VALUE 0.
009600 01  WS-FILE-ITEM-COUNT            PIC 9(08) VALUE 0.
009700 01  WS-FILE-AMOUNT-TOTAL          PIC 9(13)V99 VALUE 0.
009800 01  WS-RUN-COUNTERS.
009900     05  WS-ROWS-READ              PIC 9(06) COMP VALUE 0.
010000     05  WS-ITEMS-SELECTED         PIC 9(06) COMP VALUE 0.
010100     05  WS-ITEMS-SKIPPED          PIC 9(06) COMP VALUE 0.
010200     05  WS-BILLERS-NOT-FOUND      PIC 9(06) COMP VALUE 0.
010300     05  WS-GL-FAILURES            PIC 9(06) COMP VALUE 0.
010400*----------------------------------------------------------------
010500 01  WS-BUSINESS-DATE              PIC 9(08).
010600 01  WS-BUSDATE-FLAG               PIC X.
010700 01  WS-CURRENT-TIMESTAMP          PIC X(21).
010800 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
010900     05  WS-TS-DATE                PIC 9(08).
011000     05  FILLER                    PIC X(13).
011100*----------------------------------------------------------------
011200 01  WS-RUN-HISTORY-FIELDS.
011300     05  WS-RH-STEP-NAME           PIC X(08) VALUE "BRMTSTEP".
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
013200     IF WS-FILES-OPEN
013300         SORT REMIT-SORT-FILE
013400             ON ASCENDING KEY SR-BILLER-ID
013500             ON ASCENDING KEY SR-PAYMENT-ID
013600             INPUT PROCEDURE IS 2000-RELEASE-PENDING
013700                 THRU 2000-RELEASE-PENDING-EXIT
013800             OUTPUT PROCEDURE IS 3000-WRITE-REMITTANCE
013900                 THRU 3000-WRITE-REMITTANCE-EXIT
014000     END-IF
014100     PERFORM 9999-EXIT
014200         THRU 9999-EXIT-EXIT
014300     DISPLAY "BILLRMT: REGISTER ROWS READ   = " WS-ROWS-READ
014400     DISPLAY "BILLRMT: PAYMENTS SELECTED    = "
014500         WS-ITEMS-SELECTED
014600     DISPLAY "BILLRMT: PAYMENTS SKIPPED     = "
014700         WS-ITEMS-SKIPPED
014800     DISPLAY "BILLRMT: REMITTANCE FILE ID   = " WS-FILE-ID
014900     DISPLAY "BILLRMT: BILLER BATCHES       = " WS-BATCH-NUMBER
015000     DISPLAY "BILLRMT: PAYMENTS REMITTED    = "
015100         WS-FILE-ITEM-COUNT
015200     DISPLAY "BILLRMT: AMOUNT REMITTED      = "
015300         WS-FILE-AMOUNT-TOTAL
015400     DISPLAY "BILLRMT: BILLERS NOT ON FILE  = "
015500         WS-BILLERS-NOT-FOUND
015600     DISPLAY "BILLRMT: GL POSTING FAILURES  = " WS-GL-FAILURES
015700     MOVE WS-ROWS-READ TO WS-RH-RECORDS-READ
015800     MOVE WS-FILE-ITEM-COUNT TO WS-RH-RECORDS-UPDATED
015900     MOVE WS-FILE-AMOUNT-TOTAL TO WS-RH-AMOUNT-POSTED
016000     MOVE ZERO TO WS-RH-COMPLETION-CODE
016100     IF WS-GL-FAILURES > ZERO OR WS-BILLERS-NOT-FOUND > ZERO
016200         MOVE 4 TO WS-RH-COMPLETION-CODE
016300     END-IF
016400     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
016500         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
016600         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
016700         WS-RH-COMPLETION-CODE
016800     STOP RUN.
016900*----------------------------------------------------------------
017000*  1000-INITIALIZE  --  OPEN THE REGISTER FOR UPDATE AND THE
017100*  BILLER MASTER TO STAMP THE LAST REMITTANCE.  NO REGISTER
017200*  YET MEANS NO BILL PAYMENT HAS EVER BEEN TAKEN.
017300*----------------------------------------------------------------
017400 1000-INITIALIZE.
017500     MOVE WS-TS-DATE TO WS-FI-DATE
017600     MOVE ZERO TO WS-FI-SEQUENCE
017700     OPEN I-O BILL-PAYMENT-REGISTER
017800     IF WS-BILLPREG-STATUS = "35"
017900         DISPLAY "BILLRMT: NO BILL PAYMENT REGISTER ON FILE - "
018000             "NOTHING TO REMIT"
018100         GO TO 1000-INITIALIZE-EXIT
018200     END-IF
018300     IF WS-BILLPREG-STATUS NOT = "00"
018400         DISPLAY "BILLRMT: UNABLE TO OPEN PAYMENT REGISTER, "
018500             "STATUS = " WS-BILLPREG-STATUS
018600         GO TO 1000-INITIALIZE-EXIT
018700     END-IF
018800     OPEN I-O BILLER-MASTER-FILE
018900     IF WS-BILRMAST-STATUS NOT = "00"
019000         DISPLAY "BILLRMT: UNABLE TO OPEN BILLER MASTER, "
019100             "STATUS = " WS-BILRMAST-STATUS
019200         CLOSE BILL-PAYMENT-REGISTER
019300         GO TO 1000-INITIALIZE-EXIT
019400     END-IF
019500     MOVE 'Y' TO WS-FILES-OPEN-SWITCH
019600     .
019700 1000-INITIALIZE-EXIT.
019800     EXIT.
019900*----------------------------------------------------------------
020000*  2000-RELEASE-PENDING  --  SORT INPUT PROCEDURE.  ONE PASS
020100*  OF THE REGISTER.
020200*----------------------------------------------------------------
020300 2000-RELEASE-PENDING.
020400     PERFORM 2100-RELEASE-ONE-PAYMENT
020500         THRU 2100-RELEASE-ONE-PAYMENT-EXIT
020600         UNTIL NO-MORE-REGISTER-ROWS
020700     .
020800 2000-RELEASE-PENDING-EXIT.
020900     EXIT.
021000*----------------------------------------------------------------
021100*  2100-RELEASE-ONE-PAYMENT  --  A PENDING PAYMENT TAKEN ON OR
021200*  BEFORE THE BUSINESS DATE GOES TO ITS BILLER ONCE.
021300*----------------------------------------------------------------
021400 2100-RELEASE-ONE-PAYMENT.
021500     READ BILL-PAYMENT-REGISTER NEXT RECORD
021600         AT END
021700             MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
021800             GO TO 2100-RELEASE-ONE-PAYMENT-EXIT
021900     END-READ
022000     ADD 1 TO WS-ROWS-READ
022100     IF NOT BR-STATUS-PENDING
022200         GO TO 2100-RELEASE-ONE-PAYMENT-EXIT
022300     END-IF
022400     IF BR-PAYMENT-DATE > WS-TS-DATE
022500         GO TO 2100-RELEASE-ONE-PAYMENT-EXIT
022600     END-IF
022700     MOVE BR-BILLER-ID  TO SR-BILLER-ID
022800     MOVE BR-PAYMENT-ID TO SR-PAYMENT-ID
022900     RELEASE REMIT-SORT-RECORD
023000     ADD 1 TO WS-ITEMS-SELECTED
023100     .
023200 2100-RELEASE-ONE-PAYMENT-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------
023500*  3000-WRITE-REMITTANCE  --  SORT OUTPUT PROCEDURE.  THE FILE
023600*  IS OPENED ON THE FIRST PAYMENT.
023700*----------------------------------------------------------------
023800 3000-WRITE-REMITTANCE.
023900     PERFORM 3100-REMIT-ONE-PAYMENT
024000         THRU 3100-REMIT-ONE-PAYMENT-EXIT
024100         UNTIL NO-MORE-SORTED-ITEMS
024200     IF WS-BATCH-OPEN
024300         PERFORM 3400-CLOSE-BILLER-BATCH
024400             THRU 3400-CLOSE-BILLER-BATCH-EXIT
024500     END-IF
024600     IF WS-REMIT-OPEN
024700         PERFORM 3500-WRITE-FILE-TRAILER
024800             THRU 3500-WRITE-FILE-TRAILER-EXIT
024900     END-IF
025000     .
025100 3000-WRITE-REMITTANCE-EXIT.
025200     EXIT.
025300*----------------------------------------------------------------
025400*  3100-REMIT-ONE-PAYMENT  --  RE-READ THE PAYMENT (IT MUST
025500*  STILL BE PENDING), START A NEW BATCH ON A CHANGE OF BILLER,
025600*  WRITE THE DETAIL AND MARK THE PAYMENT REMITTED.
025700*----------------------------------------------------------------
025800 3100-REMIT-ONE-PAYMENT.
025900     RETURN REMIT-SORT-FILE
026000         AT END
026100             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
026200             GO TO 3100-REMIT-ONE-PAYMENT-EXIT
026300     END-RETURN
026400     MOVE SR-PAYMENT-ID TO BR-PAYMENT-ID
026500     READ BILL-PAYMENT-REGISTER
026600         KEY IS BR-PAYMENT-ID
026700         INVALID KEY
026800             ADD 1 TO WS-ITEMS-SKIPPED
026900             GO TO 3100-REMIT-ONE-PAYMENT-EXIT
027000     END-READ
027100     IF NOT BR-STATUS-PENDING
027200         ADD 1 TO WS-ITEMS-SKIPPED
027300         GO TO 3100-REMIT-ONE-PAYMENT-EXIT
027400     END-IF
027500     IF NOT WS-REMIT-OPEN
027600         PERFORM 3200-WRITE-FILE-HEADER
027700             THRU 3200-WRITE-FILE-HEADER-EXIT
027800         IF NOT WS-REMIT-OPEN
027900             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
028000             GO TO 3100-REMIT-ONE-PAYMENT-EXIT
028100         END-IF
028200     END-IF
028300     IF WS-BATCH-OPEN
028400         AND SR-BILLER-ID NOT = WS-CURRENT-BILLER
028500         PERFORM 3400-CLOSE-BILLER-BATCH
028600             THRU 3400-CLOSE-BILLER-BATCH-EXIT
028700     END-IF
028800     IF NOT WS-BATCH-OPEN
028900         PERFORM 3300-WRITE-BATCH-HEADER
029000             THRU 3300-WRITE-BATCH-HEADER-EXIT
029100     END-IF
029200
029300     MOVE SPACES               TO BILLER-REMITTANCE-RECORD
029400     SET RM-PAYMENT-DETAIL     TO TRUE
029500     MOVE BR-PAYMENT-ID        TO RM-PD-PAYMENT-ID
029600     MOVE BR-CUSTOMER-REF      TO RM-PD-CUSTOMER-REF
029700     MOVE BR-AMOUNT            TO RM-PD-AMOUNT
029800     MOVE BR-PAYMENT-DATE      TO RM-PD-PAYMENT-DATE
029900     WRITE BILLER-REMITTANCE-RECORD
030000     ADD 1 TO WS-BATCH-ITEM-COUNT
030100     ADD 1 TO WS-FILE-ITEM-COUNT
030200     ADD BR-AMOUNT TO WS-BATCH-AMOUNT-TOTAL
030300     ADD BR-AMOUNT TO WS-FILE-AMOUNT-TOTAL
030400
030500     SET BR-STATUS-REMITTED    TO TRUE
030600     MOVE WS-TS-DATE           TO BR-REMIT-DATE
030700     MOVE WS-FILE-ID           TO BR-REMIT-FILE-ID
030800     REWRITE BILL-PAYMENT-RECORD
030900         INVALID KEY
031000             DISPLAY "BILLRMT: UNABLE TO MARK PAYMENT "
031100                 BR-PAYMENT-ID " REMITTED"
031200     END-REWRITE
031300     .
031400 3100-REMIT-ONE-PAYMENT-EXIT.
031500     EXIT.
031600*----------------------------------------------------------------
031700*  3200-WRITE-FILE-HEADER  --  NUMBER THE FILE AND OPEN IT.
031800*----------------------------------------------------------------
031900 3200-WRITE-FILE-HEADER.
032000     OPEN EXTEND BILLER-REMITTANCE-FILE
032100     IF WS-BILLRMT-STATUS = "35"
032200         CLOSE BILLER-REMITTANCE-FILE
032300         OPEN OUTPUT BILLER-REMITTANCE-FILE
032400     END-IF
032500     IF WS-BILLRMT-STATUS NOT = "00"
032600         DISPLAY "BILLRMT: UNABLE TO OPEN REMITTANCE FILE, "
032700             "STATUS = " WS-BILLRMT-STATUS
032800         GO TO 3200-WRITE-FILE-HEADER-EXIT
032900     END-IF
033000     MOVE 'Y' TO WS-REMIT-OPEN-SWITCH
033100     MOVE "BILLRMT" TO WS-ID-SOURCE-NAME
033200     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
033300         WS-NEXT-ASSIGNED-ID
033400     MOVE WS-NEXT-ASSIGNED-ID  TO WS-REMIT-SEQUENCE
033500     MOVE WS-REMIT-SEQUENCE    TO WS-FI-SEQUENCE
033600     MOVE SPACES               TO BILLER-REMITTANCE-RECORD
033700     SET RM-FILE-HEADER        TO TRUE
033800     MOVE WS-FILE-ID           TO RM-FH-FILE-ID
033900     MOVE WS-TS-DATE           TO RM-FH-CREATE-DATE
034000     MOVE WS-REMIT-SEQUENCE    TO RM-FH-SEQUENCE-NUMBER
034100     WRITE BILLER-REMITTANCE-RECORD
034200     .
034300 3200-WRITE-FILE-HEADER-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600*  3300-WRITE-BATCH-HEADER  --  A NEW BILLER.  ITS REMITTANCE
034700*  ROUTING AND ACCOUNT COME FROM THE BILLER MASTER; A BILLER
034800*  MISSING FROM THE MASTER IS STILL BATCHED UNDER THE NAME ON
034900*  THE PAYMENT, WITH NO ROUTING, FOR OPERATIONS TO RESOLVE.
035000*----------------------------------------------------------------
035100 3300-WRITE-BATCH-HEADER.
035200     ADD 1 TO WS-BATCH-NUMBER
035300     MOVE SR-BILLER-ID         TO WS-CURRENT-BILLER
035400     MOVE ZERO                 TO WS-BATCH-ITEM-COUNT
035500     MOVE ZERO                 TO WS-BATCH-AMOUNT-TOTAL
035600     MOVE 'Y' TO WS-BILLER-FOUND-SWITCH
035700     MOVE SR-BILLER-ID TO BL-BILLER-ID
035800     READ BILLER-MASTER-FILE
035900         KEY IS BL-BILLER-ID
036000         INVALID KEY
036100             MOVE 'N' TO WS-BILLER-FOUND-SWITCH
036200             ADD 1 TO WS-BILLERS-NOT-FOUND
036300             DISPLAY "BILLRMT: BILLER " SR-BILLER-ID
036400                 " NOT ON MASTER - BATCH HAS NO ROUTING"
036500             MOVE BR-BILLER-NAME TO BL-BILLER-NAME
036600             MOVE SPACES TO BL-REMIT-ROUTING
036700             MOVE SPACES TO BL-REMIT-ACCOUNT
036800     END-READ
036900     MOVE SPACES               TO BILLER-REMITTANCE-RECORD
037000     SET RM-BATCH-HEADER       TO TRUE
037100     MOVE WS-BATCH-NUMBER      TO RM-BH-BATCH-NUMBER
037200     MOVE WS-CURRENT-BILLER    TO RM-BH-BILLER-ID
037300     MOVE BL-BILLER-NAME       TO RM-BH-BILLER-NAME
037400     MOVE BL-REMIT-ROUTING     TO RM-BH-REMIT-ROUTING
037500     MOVE BL-REMIT-ACCOUNT     TO RM-BH-REMIT-ACCOUNT
037600     WRITE BILLER-REMITTANCE-RECORD
037700     MOVE 'Y' TO WS-BATCH-OPEN-SWITCH
037800     .
037900 3300-WRITE-BATCH-HEADER-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200*  3400-CLOSE-BILLER-BATCH  --  THE BATCH TRAILER WITH THE
038300*  BILLER'S CONTROL TOTALS, ONE SETTLEMENT ENTRY FOR THE
038400*  BATCH TOTAL, AND THE BILLER'S LAST-REMITTANCE STAMP.
038500*----------------------------------------------------------------
038600 3400-CLOSE-BILLER-BATCH.
038700     MOVE SPACES               TO BILLER-REMITTANCE-RECORD
038800     SET RM-BATCH-TRAILER      TO TRUE
038900     MOVE WS-BATCH-NUMBER      TO RM-BT-BATCH-NUMBER
039000     MOVE WS-CURRENT-BILLER    TO RM-BT-BILLER-ID
039100     MOVE WS-BATCH-ITEM-COUNT  TO RM-BT-ITEM-COUNT
039200     MOVE WS-BATCH-AMOUNT-TOTAL TO RM-BT-AMOUNT-TOTAL
039300     WRITE BILLER-REMITTANCE-RECORD
039400     MOVE 'N' TO WS-BATCH-OPEN-SWITCH
039500
039600     COMPUTE WS-GL-AMOUNT = 0 - WS-BATCH-AMOUNT-TOTAL
039700     CALL "GL-POSTING" USING WS-ZERO-ACCT WS-CASH-TYPE "4"
039800         WS-GL-AMOUNT WS-BATCH-OPERATOR-ID WS-GL-POST-FLAG
039900     IF WS-GL-POST-FLAG NOT = 'Y'
040000         ADD 1 TO WS-GL-FAILURES
040100         DISPLAY "BILLRMT: GL SETTLEMENT FAILED FOR BILLER "
040200             WS-CURRENT-BILLER " FILE " WS-FILE-ID
040300     END-IF
040400
040500     IF WS-BILLER-FOUND
040600         MOVE WS-CURRENT-BILLER TO BL-BILLER-ID
040700         READ BILLER-MASTER-FILE
040800             KEY IS BL-BILLER-ID
040900             INVALID KEY
041000                 GO TO 3400-CLOSE-BILLER-BATCH-EXIT
041100         END-READ
041200         MOVE WS-TS-DATE TO BL-LAST-REMIT-DATE
041300         MOVE WS-BATCH-AMOUNT-TOTAL TO BL-LAST-REMIT-AMOUNT
041400         REWRITE BILLER-MASTER-RECORD
041500             INVALID KEY
041600                 DISPLAY "BILLRMT: UNABLE TO STAMP BILLER "
041700                     WS-CURRENT-BILLER
041800         END-REWRITE
041900     END-IF
042000     .
042100 3400-CLOSE-BILLER-BATCH-EXIT.
042200     EXIT.
042300*----------------------------------------------------------------
042400 3500-WRITE-FILE-TRAILER.
042500     MOVE SPACES               TO BILLER-REMITTANCE-RECORD
042600     SET RM-FILE-TRAILER       TO TRUE
042700     MOVE WS-FILE-ID           TO RM-FT-FILE-ID
042800     MOVE WS-BATCH-NUMBER      TO RM-FT-BATCH-COUNT
042900     MOVE WS-FILE-ITEM-COUNT   TO RM-FT-RECORD-COUNT
043000     MOVE WS-FILE-AMOUNT-TOTAL TO RM-FT-AMOUNT-TOTAL
043100     WRITE BILLER-REMITTANCE-RECORD
043200     .
043300 3500-WRITE-FILE-TRAILER-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600*  9999-EXIT  --  COMMON PROGRAM EXIT.
043700*----------------------------------------------------------------
043800 9999-EXIT.
043900     IF WS-FILES-OPEN
044000         CLOSE BILL-PAYMENT-REGISTER
044100         CLOSE BILLER-MASTER-FILE
044200     END-IF
044300     IF WS-REMIT-OPEN
044400         CLOSE BILLER-REMITTANCE-FILE
044500     END-IF
044600     .
044700 9999-EXIT-EXIT.
044800     EXIT.
044900 END PROGRAM BILL-REMIT.
