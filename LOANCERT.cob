000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LOANINT-POST.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  SHARED ENTRY POINT FOR
001300*                     EVERY COLLECTION OF LOAN INTEREST - THE
001400*                     CALLER HAS ALREADY APPLIED THE PAYMENT;
001500*                     THIS FILES THE INTEREST-PAID REGISTER ROW
001600*                     THE YEAR-END LOAN INTEREST CERTIFICATE
001700*                     BELOW ROLLS UP.  A ZERO OR NEGATIVE
001800*                     AMOUNT FILES NOTHING.  SAME SHAPE AS
001900*                     ESCROW-POST.
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     COPY LIPDSEL.
002500*================================================================
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  LOAN-INTEREST-PAID-FILE.
002900     COPY LIPDREC.
003000*----------------------------------------------------------------
003100 WORKING-STORAGE SECTION.
003200 01  WS-LINTPAID-STATUS            PIC XX.
003300 01  WS-BUSINESS-DATE              PIC 9(08).
003400 01  WS-BUSDATE-FLAG               PIC X.
003500 01  WS-CURRENT-TIMESTAMP          PIC X(21).
003600 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
003700     05  WS-TS-DATE                PIC 9(08).
003800     05  FILLER                    PIC X(13).
003900*================================================================
004000 LINKAGE SECTION.
004100 01  LS-LOAN-NUMBER                PIC 9(10).
004200 01  LS-ACCT-NUMBER                PIC 9(10).
004300 01  LS-SOURCE-CODE                PIC X.
004400 01  LS-INTEREST-PAID              PIC S9(09)V99.
004500 01  LS-OPERATOR-ID                PIC X(08).
004600*================================================================
004700 PROCEDURE DIVISION USING LS-LOAN-NUMBER LS-ACCT-NUMBER
004800     LS-SOURCE-CODE LS-INTEREST-PAID LS-OPERATOR-ID.
004900*================================================================
005000 0000-MAINLINE.
005100     IF LS-INTEREST-PAID NOT > ZERO
005200         GOBACK
005300     END-IF
005400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
005500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
005600         WS-BUSDATE-FLAG
005700     IF WS-BUSDATE-FLAG = "Y"
005800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
005900     END-IF
006000     OPEN EXTEND LOAN-INTEREST-PAID-FILE
006100     IF WS-LINTPAID-STATUS = "35"
006200         CLOSE LOAN-INTEREST-PAID-FILE
006300         OPEN OUTPUT LOAN-INTEREST-PAID-FILE
006400     END-IF
006500     IF WS-LINTPAID-STATUS NOT = "00"
006600         DISPLAY "LOANINT-POST: UNABLE TO OPEN INTEREST-PAID "
006700             "REGISTER, STATUS = " WS-LINTPAID-STATUS
006800         GOBACK
006900     END-IF
007000     MOVE LS-LOAN-NUMBER    TO LI-LOAN-NUMBER
007100     MOVE LS-ACCT-NUMBER    TO LI-ACCT-NUMBER
007200     MOVE WS-TS-DATE        TO LI-PAID-DATE
007300     MOVE LS-SOURCE-CODE    TO LI-SOURCE-CODE
007400     MOVE LS-INTEREST-PAID  TO LI-INTEREST-PAID
007500     MOVE LS-OPERATOR-ID    TO LI-OPERATOR-ID
007600     WRITE LOAN-INTEREST-PAID-RECORD
007700     CLOSE LOAN-INTEREST-PAID-FILE
007800     GOBACK.
007900 END PROGRAM LOANINT-POST.
008000*================================================================
008100*  IDENTIFICATION DIVISION.
008200*================================================================
008300 IDENTIFICATION DIVISION.
008400 PROGRAM-ID.    LOAN-INT-CERT.
008500 AUTHOR.        R KUMAR.
008600 INSTALLATION.  RETAIL BANKING SYSTEMS.
008700 DATE-WRITTEN.  2026-10-15.
008800 DATE-COMPILED. 2026-10-15.
008900*----------------------------------------------------------------
009000*  MOD-HISTORY
009100*    2026-10-15  RPK  INITIAL VERSION.  THE BORROWER'S SIDE OF
009200*                     INTCERT.  SORTS THE YEAR'S LOAN INTEREST
009300*                     COLLECTED (THE INTEREST-PAID REGISTER
009400*                     LOANINT-POST FILES FROM LOAN-PAYMENT-POST,
009500*                     LOAN-AUTOPAY AND LOAN-PAYOFF) AND THE
009600*                     PROPERTY TAX PAID OUT OF ESCROW (TYPE T
009700*                     ROWS ON THE ESCROW HISTORY) BY BORROWER
009800*                     AND LOAN, AND PRINTS ONE LOAN INTEREST
009900*                     CERTIFICATE PER BORROWER FROM THE
010000*                     CUSTOMER MASTER NAME AND ADDRESS, WITH A
010100*                     LINE PER LOAN AND A BORROWER TOTAL.  THE
010200*                     BORROWER IS THE OWNER OF THE LOAN'S
010300*                     ACCOUNT.  ALSO WRITES THE TAX-AUTHORITY
010400*                     EXTRACT - A HEADER, ONE DETAIL ROW PER
010500*                     LOAN WITH THE BORROWER'S TAXPAYER ID,
010600*                     AND A TRAILER CARRYING THE ROW COUNT AND
010700*                     AMOUNT TOTALS.  THE CERT-YEAR PARAMETER
010800*                     PICKS THE YEAR THE SAME WAY IT DOES FOR
010900*                     INTCERT; WITHOUT IT THE RUN COVERS THE
011000*                     CALENDAR YEAR BEFORE THE RUN DATE.
011100*================================================================
011200 ENVIRONMENT DIVISION.
011300 INPUT-OUTPUT SECTION.
011400 FILE-CONTROL.
011500     COPY LIPDSEL.
011600     COPY ESCHSEL.
011700     COPY LOANMSEL.
011800     COPY ACCTMSEL.
011900     COPY CUSTMSEL.
012000     COPY CERTSEL.
012100     COPY PARMSEL.
012200     SELECT LOAN-TAX-EXTRACT-FILE
012300         ASSIGN TO "LNTAXEXT"
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         FILE STATUS IS WS-LNTAXEXT-STATUS.
012600     SELECT LOAN-CERT-SORT-FILE ASSIGN TO "LCRTSORT".
012700*================================================================
012800 DATA DIVISION.
012900 FILE SECTION.
013000 FD  LOAN-INTEREST-PAID-FILE.
013100     COPY LIPDREC.
013200 FD  ESCROW-HISTORY-FILE.
013300     COPY ESCHREC.
013400 FD  LOAN-MASTER-FILE.
013500     COPY LOANMAST.
013600 FD  ACCOUNT-MASTER-FILE.
013700     COPY ACCTMAST.
013800 FD  CUSTOMER-MASTER-FILE.
013900     COPY CUSTMAST.
014000 FD  CERTIFICATE-FILE.
014100     COPY CERTREC.
014200 FD  BUSINESS-PARAMETER-FILE.
014300     COPY PARMREC.
014400 FD  LOAN-TAX-EXTRACT-FILE.
014500 01  LOAN-TAX-EXTRACT-RECORD       PIC X(80).
014600 01  LOAN-TAX-EXTRACT-HEADER REDEFINES LOAN-TAX-EXTRACT-RECORD.
014700     05  XH-RECORD-TYPE            PIC X.
014800     05  XH-FILE-ID                PIC X(14).
014900     05  XH-CREATION-DATE          PIC 9(08).
015000     05  XH-CERT-YEAR              PIC 9(04).
015100     05  FILLER                    PIC X(53).
015200 01  LOAN-TAX-EXTRACT-DETAIL REDEFINES LOAN-TAX-EXTRACT-RECORD.
015300     05  XD-RECORD-TYPE            PIC X.
015400     05  XD-CERT-YEAR              PIC 9(04).
015500     05  XD-CUSTOMER-NUMBER        PIC 9(09).
015600     05  XD-TAX-ID                 PIC X(11).
015700     05  XD-LOAN-NUMBER            PIC 9(10).
015800     05  XD-INTEREST-PAID          PIC 9(11)V99.
015900     05  XD-PROPERTY-TAX           PIC 9(11)V99.
016000     05  FILLER                    PIC X(19).
016100 01  LOAN-TAX-EXTRACT-TRAILER REDEFINES LOAN-TAX-EXTRACT-RECORD.
016200     05  XT-RECORD-TYPE            PIC X.
016300     05  XT-RECORD-COUNT           PIC 9(08).
016400     05  XT-TOTAL-INTEREST         PIC 9(13)V99.
016500     05  XT-TOTAL-PROPERTY-TAX     PIC 9(13)V99.
016600     05  FILLER                    PIC X(41).
016700 SD  LOAN-CERT-SORT-FILE.
016800 01  LOAN-CERT-SORT-RECORD.
016900     05  SR-CUSTOMER-NUMBER        PIC 9(09).
017000     05  SR-LOAN-NUMBER            PIC 9(10).
017100     05  SR-INTEREST-PAID          PIC S9(09)V99.
017200     05  SR-PROPERTY-TAX           PIC S9(09)V99.
017300*----------------------------------------------------------------
017400 WORKING-STORAGE SECTION.
017500 01  WS-FILE-STATUSES.
017600     05  WS-LINTPAID-STATUS        PIC XX.
017700     05  WS-ESCHIST-STATUS         PIC XX.
017800     05  WS-LOANMAST-STATUS        PIC XX.
017900     05  WS-ACCTMAST-STATUS        PIC XX.
018000     05  WS-CUSTMAST-STATUS        PIC XX.
018100     05  WS-CERTFILE-STATUS        PIC XX.
018200     05  WS-BUSPARM-STATUS         PIC XX.
018300     05  WS-LNTAXEXT-STATUS        PIC XX.
018400*----------------------------------------------------------------
018500 01  WS-WORK-FIELDS.
018600     05  WS-PAID-EOF-SWITCH        PIC X VALUE 'N'.
018700         88  NO-MORE-PAID-ROWS     VALUE 'Y'.
018800     05  WS-ESCH-EOF-SWITCH        PIC X VALUE 'N'.
018900         88  NO-MORE-ESCROW-ROWS   VALUE 'Y'.
019000     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
019100         88  NO-MORE-SORTED-ROWS   VALUE 'Y'.
019200     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
019300         88  NO-MORE-PARAMETERS    VALUE 'Y'.
019400     05  WS-CERT-YEAR              PIC 9(04) VALUE 0.
019500     05  WS-ROW-YEAR               PIC 9(04).
019600     05  WS-LOOKUP-LOAN            PIC 9(10) VALUE 0.
019700     05  WS-LOOKUP-CUSTOMER        PIC 9(09) VALUE 0.
019800     05  WS-PRIOR-CUSTOMER         PIC 9(09).
019900     05  WS-PRIOR-LOAN             PIC 9(10).
020000     05  WS-LOAN-INTEREST          PIC S9(11)V99.
020100     05  WS-LOAN-PROPERTY-TAX      PIC S9(11)V99.
020200     05  WS-CUST-INTEREST          PIC S9(11)V99.
020300     05  WS-CUST-PROPERTY-TAX      PIC S9(11)V99.
020400     05  WS-TOTAL-INTEREST         PIC S9(13)V99 VALUE 0.
020500     05  WS-TOTAL-PROPERTY-TAX     PIC S9(13)V99 VALUE 0.
020600     05  WS-CERTS-PRINTED          PIC 9(06) COMP VALUE 0.
020700     05  WS-LOANS-EXTRACTED        PIC 9(08) COMP VALUE 0.
020800     05  WS-ROWS-KEPT              PIC 9(08) COMP VALUE 0.
020900     05  WS-CERTIFICATE-TAX-ID     PIC X(11).
021000 01  WS-EDIT-AMOUNT                PIC Z(8)9.99-.
021100 01  WS-EDIT-TAX                   PIC Z(8)9.99-.
021200*----------------------------------------------------------------
021300 01  WS-BUSINESS-DATE              PIC 9(08).
021400 01  WS-BUSDATE-FLAG               PIC X.
021500 01  WS-CURRENT-TIMESTAMP          PIC X(21).
021600 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
021700     05  WS-TS-DATE                PIC 9(08).
021800     05  FILLER                    PIC X(13).
021900 01  WS-TS-DATE-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
022000     05  WS-TS-YYYY                PIC 9(04).
022100     05  FILLER                    PIC X(17).
022200*----------------------------------------------------------------
022300 01  WS-RUN-HISTORY-FIELDS.
022400     05  WS-RH-STEP-NAME           PIC X(08) VALUE "LCRTSTEP".
022500     05  WS-RH-START-TIMESTAMP     PIC X(21).
022600     05  WS-RH-RECORDS-READ        PIC 9(08).
022700     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
022800     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
022900     05  WS-RH-COMPLETION-CODE     PIC 9(02).
023000*================================================================
023100 PROCEDURE DIVISION.
023200*================================================================
023300 0000-MAINLINE.
023400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
023500     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
023600     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
023700         WS-BUSDATE-FLAG
023800     IF WS-BUSDATE-FLAG = "Y"
023900         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
024000     END-IF
024100     PERFORM 1000-INITIALIZE
024200         THRU 1000-INITIALIZE-EXIT
024300     SORT LOAN-CERT-SORT-FILE
024400         ON ASCENDING KEY SR-CUSTOMER-NUMBER
024500         ON ASCENDING KEY SR-LOAN-NUMBER
024600         INPUT PROCEDURE IS 2000-RELEASE-YEARS-ROWS
024700             THRU 2000-RELEASE-YEARS-ROWS-EXIT
024800         OUTPUT PROCEDURE IS 3000-PRINT-CERTIFICATES
024900             THRU 3000-PRINT-CERTIFICATES-EXIT
025000     PERFORM 4000-WRITE-EXTRACT-TRAILER
025100         THRU 4000-WRITE-EXTRACT-TRAILER-EXIT
025200     DISPLAY "LNINTCRT: ROWS KEPT            = " WS-ROWS-KEPT
025300     DISPLAY "LNINTCRT: CERTIFICATES PRINTED = "
025400         WS-CERTS-PRINTED
025500     DISPLAY "LNINTCRT: LOANS EXTRACTED      = "
025600         WS-LOANS-EXTRACTED
025700     DISPLAY "LNINTCRT: INTEREST CERTIFIED   = "
025800         WS-TOTAL-INTEREST
025900     DISPLAY "LNINTCRT: PROPERTY TAX         = "
026000         WS-TOTAL-PROPERTY-TAX
026100     PERFORM 9999-EXIT
026200         THRU 9999-EXIT-EXIT
026300     MOVE WS-ROWS-KEPT TO WS-RH-RECORDS-READ
026400     MOVE WS-LOANS-EXTRACTED TO WS-RH-RECORDS-UPDATED
026500     MOVE WS-TOTAL-INTEREST TO WS-RH-AMOUNT-POSTED
026600     MOVE ZERO TO WS-RH-COMPLETION-CODE
026700     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
026800         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
026900         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
027000         WS-RH-COMPLETION-CODE
027100     STOP RUN.
027200*----------------------------------------------------------------
027300*  1000-INITIALIZE  --  SETTLE THE CERTIFICATE YEAR AND OPEN
027400*  EVERYTHING THE SORT PROCEDURES NEED.  WITHOUT AN ESCROW
027500*  HISTORY THE CERTIFICATES CARRY INTEREST ONLY.
027600*----------------------------------------------------------------
027700 1000-INITIALIZE.
027800     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
027900         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
028000     IF WS-CERT-YEAR = ZERO
028100         COMPUTE WS-CERT-YEAR = WS-TS-YYYY - 1
028200     END-IF
028300     DISPLAY "LNINTCRT: CERTIFICATE YEAR = " WS-CERT-YEAR
028400     OPEN INPUT LOAN-INTEREST-PAID-FILE
028500     IF WS-LINTPAID-STATUS NOT = "00"
028600         DISPLAY "LNINTCRT: NO INTEREST-PAID REGISTER, "
028700             "STATUS = " WS-LINTPAID-STATUS
028800         MOVE 'Y' TO WS-PAID-EOF-SWITCH
028900     END-IF
029000     OPEN INPUT ESCROW-HISTORY-FILE
029100     IF WS-ESCHIST-STATUS NOT = "00"
029200         MOVE 'Y' TO WS-ESCH-EOF-SWITCH
029300     END-IF
029400     OPEN INPUT LOAN-MASTER-FILE
029500     IF WS-LOANMAST-STATUS NOT = "00"
029600         DISPLAY "LNINTCRT: UNABLE TO OPEN LOAN MASTER, "
029700             "STATUS = " WS-LOANMAST-STATUS
029800         MOVE 'Y' TO WS-PAID-EOF-SWITCH
029900         MOVE 'Y' TO WS-ESCH-EOF-SWITCH
030000     END-IF
030100     OPEN INPUT ACCOUNT-MASTER-FILE
030200     IF WS-ACCTMAST-STATUS NOT = "00"
030300         DISPLAY "LNINTCRT: UNABLE TO OPEN ACCOUNT MASTER, "
030400             "STATUS = " WS-ACCTMAST-STATUS
030500         MOVE 'Y' TO WS-PAID-EOF-SWITCH
030600         MOVE 'Y' TO WS-ESCH-EOF-SWITCH
030700     END-IF
030800     OPEN INPUT CUSTOMER-MASTER-FILE
030900     IF WS-CUSTMAST-STATUS NOT = "00"
031000         DISPLAY "LNINTCRT: UNABLE TO OPEN CUSTOMER MASTER, "
031100             "STATUS = " WS-CUSTMAST-STATUS
031200     END-IF
031300     OPEN OUTPUT CERTIFICATE-FILE
031400     IF WS-CERTFILE-STATUS NOT = "00"
031500         DISPLAY "LNINTCRT: UNABLE TO OPEN CERTIFICATE FILE, "
031600             "STATUS = " WS-CERTFILE-STATUS
031700         MOVE 'Y' TO WS-PAID-EOF-SWITCH
031800         MOVE 'Y' TO WS-ESCH-EOF-SWITCH
031900     END-IF
032000     OPEN OUTPUT LOAN-TAX-EXTRACT-FILE
032100     IF WS-LNTAXEXT-STATUS NOT = "00"
032200         DISPLAY "LNINTCRT: UNABLE TO OPEN TAX EXTRACT, "
032300             "STATUS = " WS-LNTAXEXT-STATUS
032400         MOVE 'Y' TO WS-PAID-EOF-SWITCH
032500         MOVE 'Y' TO WS-ESCH-EOF-SWITCH
032600         GO TO 1000-INITIALIZE-EXIT
032700     END-IF
032800     MOVE SPACES TO LOAN-TAX-EXTRACT-RECORD
032900     MOVE 'H' TO XH-RECORD-TYPE
033000     MOVE "LOANINTPAID" TO XH-FILE-ID
033100     MOVE WS-TS-DATE TO XH-CREATION-DATE
033200     MOVE WS-CERT-YEAR TO XH-CERT-YEAR
033300     WRITE LOAN-TAX-EXTRACT-RECORD
033400     .
033500 1000-INITIALIZE-EXIT.
033600     EXIT.
033700*----------------------------------------------------------------
033800 1100-LOAD-BUSINESS-PARAMETERS.
033900     OPEN INPUT BUSINESS-PARAMETER-FILE
034000     IF WS-BUSPARM-STATUS NOT = "00"
034100         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
034200     END-IF
034300     PERFORM 1110-READ-ONE-PARAMETER
034400         THRU 1110-READ-ONE-PARAMETER-EXIT
034500         UNTIL NO-MORE-PARAMETERS
034600     CLOSE BUSINESS-PARAMETER-FILE
034700     .
034800 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100 1110-READ-ONE-PARAMETER.
035200     READ BUSINESS-PARAMETER-FILE
035300         AT END
035400             MOVE 'Y' TO WS-PARM-EOF-SWITCH
035500         NOT AT END
035600             EVALUATE BP-PARM-NAME
035700                 WHEN "CERT-YEAR"
035800                     MOVE BP-PARM-VALUE TO WS-CERT-YEAR
035900                 WHEN OTHER
036000                     CONTINUE
036100             END-EVALUATE
036200     END-READ
036300     .
036400 1110-READ-ONE-PARAMETER-EXIT.
036500     EXIT.
036600*----------------------------------------------------------------
036700*  2000-RELEASE-YEARS-ROWS  --  SORT INPUT PROCEDURE.  THE
036800*  YEAR'S INTEREST-PAID ROWS, THEN THE YEAR'S ESCROW TAX
036900*  PAYOUTS, EACH STAMPED WITH THE BORROWER.
037000*----------------------------------------------------------------
037100 2000-RELEASE-YEARS-ROWS.
037200     PERFORM 2100-RELEASE-ONE-PAID-ROW
037300         THRU 2100-RELEASE-ONE-PAID-ROW-EXIT
037400         UNTIL NO-MORE-PAID-ROWS
037500     PERFORM 2200-RELEASE-ONE-TAX-ROW
037600         THRU 2200-RELEASE-ONE-TAX-ROW-EXIT
037700         UNTIL NO-MORE-ESCROW-ROWS
037800     .
037900 2000-RELEASE-YEARS-ROWS-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200 2100-RELEASE-ONE-PAID-ROW.
038300     READ LOAN-INTEREST-PAID-FILE
038400         AT END
038500             MOVE 'Y' TO WS-PAID-EOF-SWITCH
038600             GO TO 2100-RELEASE-ONE-PAID-ROW-EXIT
038700     END-READ
038800     MOVE LI-PAID-DATE (1:4) TO WS-ROW-YEAR
038900     IF WS-ROW-YEAR NOT = WS-CERT-YEAR
039000         GO TO 2100-RELEASE-ONE-PAID-ROW-EXIT
039100     END-IF
039200     MOVE LI-LOAN-NUMBER TO LM-LOAN-NUMBER
039300     PERFORM 2300-FIND-THE-BORROWER
039400         THRU 2300-FIND-THE-BORROWER-EXIT
039500     MOVE WS-LOOKUP-CUSTOMER TO SR-CUSTOMER-NUMBER
039600     MOVE LI-LOAN-NUMBER     TO SR-LOAN-NUMBER
039700     MOVE LI-INTEREST-PAID   TO SR-INTEREST-PAID
039800     MOVE ZERO               TO SR-PROPERTY-TAX
039900     RELEASE LOAN-CERT-SORT-RECORD
040000     ADD 1 TO WS-ROWS-KEPT
040100     .
040200 2100-RELEASE-ONE-PAID-ROW-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------
040500 2200-RELEASE-ONE-TAX-ROW.
040600     READ ESCROW-HISTORY-FILE
040700         AT END
040800             MOVE 'Y' TO WS-ESCH-EOF-SWITCH
040900             GO TO 2200-RELEASE-ONE-TAX-ROW-EXIT
041000     END-READ
041100     IF NOT EH-TAX-DISBURSED
041200         GO TO 2200-RELEASE-ONE-TAX-ROW-EXIT
041300     END-IF
041400     MOVE EH-MOVEMENT-DATE (1:4) TO WS-ROW-YEAR
041500     IF WS-ROW-YEAR NOT = WS-CERT-YEAR
041600         GO TO 2200-RELEASE-ONE-TAX-ROW-EXIT
041700     END-IF
041800     MOVE EH-LOAN-NUMBER TO LM-LOAN-NUMBER
041900     PERFORM 2300-FIND-THE-BORROWER
042000         THRU 2300-FIND-THE-BORROWER-EXIT
042100     MOVE WS-LOOKUP-CUSTOMER TO SR-CUSTOMER-NUMBER
042200     MOVE EH-LOAN-NUMBER     TO SR-LOAN-NUMBER
042300     MOVE ZERO               TO SR-INTEREST-PAID
042400     MOVE EH-AMOUNT          TO SR-PROPERTY-TAX
042500     RELEASE LOAN-CERT-SORT-RECORD
042600     ADD 1 TO WS-ROWS-KEPT
042700     .
042800 2200-RELEASE-ONE-TAX-ROW-EXIT.
042900     EXIT.
043000*----------------------------------------------------------------
043100*  2300-FIND-THE-BORROWER  --  LOAN MASTER TO THE LOAN'S
043200*  ACCOUNT, ACCOUNT MASTER TO ITS OWNER.  THE LAST LOAN LOOKED
043300*  UP IS KEPT, SINCE A LOAN'S ROWS TEND TO RUN TOGETHER.  A
043400*  BROKEN CHAIN LEAVES CUSTOMER ZERO, WHICH PRINTS AS NOT ON
043500*  MASTER.
043600*----------------------------------------------------------------
043700 2300-FIND-THE-BORROWER.
043800     IF LM-LOAN-NUMBER = WS-LOOKUP-LOAN
043900         GO TO 2300-FIND-THE-BORROWER-EXIT
044000     END-IF
044100     MOVE LM-LOAN-NUMBER TO WS-LOOKUP-LOAN
044200     MOVE ZERO TO WS-LOOKUP-CUSTOMER
044300     READ LOAN-MASTER-FILE
044400         KEY IS LM-LOAN-NUMBER
044500         INVALID KEY
044600             GO TO 2300-FIND-THE-BORROWER-EXIT
044700     END-READ
044800     MOVE LM-ACCT-NUMBER TO AM-ACCT-NUMBER
044900     READ ACCOUNT-MASTER-FILE
045000         KEY IS AM-ACCT-NUMBER
045100         INVALID KEY
045200             GO TO 2300-FIND-THE-BORROWER-EXIT
045300     END-READ
045400     MOVE AM-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
045500     .
045600 2300-FIND-THE-BORROWER-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900*  3000-PRINT-CERTIFICATES  --  SORT OUTPUT PROCEDURE.  WALK THE
046000*  BORROWER/LOAN-ORDERED ROWS, BREAKING ON LOAN FOR THE PER-LOAN
046100*  LINES AND EXTRACT ROWS AND ON BORROWER FOR THE CERTIFICATE.
046200*----------------------------------------------------------------
046300 3000-PRINT-CERTIFICATES.
046400     PERFORM 3900-RETURN-NEXT-ROW
046500         THRU 3900-RETURN-NEXT-ROW-EXIT
046600     IF NO-MORE-SORTED-ROWS
046700         GO TO 3000-PRINT-CERTIFICATES-EXIT
046800     END-IF
046900     MOVE SR-CUSTOMER-NUMBER TO WS-PRIOR-CUSTOMER
047000     MOVE SR-LOAN-NUMBER     TO WS-PRIOR-LOAN
047100     MOVE ZERO TO WS-LOAN-INTEREST WS-LOAN-PROPERTY-TAX
047200                  WS-CUST-INTEREST WS-CUST-PROPERTY-TAX
047300     PERFORM 3050-OPEN-CERTIFICATE
047400         THRU 3050-OPEN-CERTIFICATE-EXIT
047500     PERFORM 3100-WORK-ONE-ROW
047600         THRU 3100-WORK-ONE-ROW-EXIT
047700         UNTIL NO-MORE-SORTED-ROWS
047800     PERFORM 3300-CLOSE-LOAN-BREAK
047900         THRU 3300-CLOSE-LOAN-BREAK-EXIT
048000     PERFORM 3400-CLOSE-CERTIFICATE
048100         THRU 3400-CLOSE-CERTIFICATE-EXIT
048200     .
048300 3000-PRINT-CERTIFICATES-EXIT.
048400     EXIT.
048500*----------------------------------------------------------------
048600 3100-WORK-ONE-ROW.
048700     IF SR-CUSTOMER-NUMBER NOT = WS-PRIOR-CUSTOMER
048800         PERFORM 3300-CLOSE-LOAN-BREAK
048900             THRU 3300-CLOSE-LOAN-BREAK-EXIT
049000         PERFORM 3400-CLOSE-CERTIFICATE
049100             THRU 3400-CLOSE-CERTIFICATE-EXIT
049200         MOVE SR-CUSTOMER-NUMBER TO WS-PRIOR-CUSTOMER
049300         MOVE SR-LOAN-NUMBER     TO WS-PRIOR-LOAN
049400         MOVE ZERO TO WS-CUST-INTEREST WS-CUST-PROPERTY-TAX
049500         PERFORM 3050-OPEN-CERTIFICATE
049600             THRU 3050-OPEN-CERTIFICATE-EXIT
049700     ELSE
049800         IF SR-LOAN-NUMBER NOT = WS-PRIOR-LOAN
049900             PERFORM 3300-CLOSE-LOAN-BREAK
050000                 THRU 3300-CLOSE-LOAN-BREAK-EXIT
050100             MOVE SR-LOAN-NUMBER TO WS-PRIOR-LOAN
050200         END-IF
050300     END-IF
050400     ADD SR-INTEREST-PAID TO WS-LOAN-INTEREST
050500     ADD SR-PROPERTY-TAX  TO WS-LOAN-PROPERTY-TAX
050600     PERFORM 3900-RETURN-NEXT-ROW
050700         THRU 3900-RETURN-NEXT-ROW-EXIT
050800     .
050900 3100-WORK-ONE-ROW-EXIT.
051000     EXIT.
051100*----------------------------------------------------------------
051200*  3050-OPEN-CERTIFICATE  --  NAME AND ADDRESS BLOCK FROM THE
051300*  CUSTOMER MASTER, THEN THE HEADING.  THE TAXPAYER ID IS KEPT
051400*  FOR THE BORROWER'S EXTRACT ROWS.
051500*----------------------------------------------------------------
051600 3050-OPEN-CERTIFICATE.
051700     MOVE WS-PRIOR-CUSTOMER TO CM-CUSTOMER-NUMBER
051800     READ CUSTOMER-MASTER-FILE
051900         KEY IS CM-CUSTOMER-NUMBER
052000         INVALID KEY
052100             MOVE "CUSTOMER NOT ON MASTER" TO CM-CUSTOMER-NAME
052200             MOVE SPACES TO CM-ADDRESS-LINE-1
052300             MOVE SPACES TO CM-CITY
052400             MOVE SPACES TO CM-STATE
052500             MOVE SPACES TO CM-ZIP-CODE
052600             MOVE SPACES TO CM-TAX-ID
052700     END-READ
052800     MOVE CM-TAX-ID TO WS-CERTIFICATE-TAX-ID
052900     MOVE WS-PRIOR-CUSTOMER TO CL-CUSTOMER-NUMBER
053000     SET CL-TYPE-NAME TO TRUE
053100     MOVE CM-CUSTOMER-NAME TO CL-DETAIL-LINE
053200     WRITE CERTIFICATE-LINE-RECORD
053300     SET CL-TYPE-ADDRESS TO TRUE
053400     MOVE CM-ADDRESS-LINE-1 TO CL-DETAIL-LINE
053500     WRITE CERTIFICATE-LINE-RECORD
053600     SET CL-TYPE-CITY-ST-ZIP TO TRUE
053700     MOVE SPACES TO CL-DETAIL-LINE
053800     STRING CM-CITY DELIMITED BY "  "
053900            " " DELIMITED BY SIZE
054000            CM-STATE DELIMITED BY SIZE
054100            " " DELIMITED BY SIZE
054200            CM-ZIP-CODE DELIMITED BY SIZE
054300         INTO CL-DETAIL-LINE
054400     END-STRING
054500     WRITE CERTIFICATE-LINE-RECORD
054600     SET CL-TYPE-HEADING TO TRUE
054700     MOVE SPACES TO CL-DETAIL-LINE
054800     STRING "LOAN INTEREST PAID CERTIFICATE FOR "
054900             DELIMITED BY SIZE
055000            WS-CERT-YEAR DELIMITED BY SIZE
055100         INTO CL-DETAIL-LINE
055200     END-STRING
055300     WRITE CERTIFICATE-LINE-RECORD
055400     ADD 1 TO WS-CERTS-PRINTED
055500     .
055600 3050-OPEN-CERTIFICATE-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900*  3300-CLOSE-LOAN-BREAK  --  ONE LINE PER LOAN: INTEREST PAID
056000*  AND PROPERTY TAX PAID FROM ESCROW FOR THE YEAR, AND THE
056100*  LOAN'S ROW ON THE TAX-AUTHORITY EXTRACT.
056200*----------------------------------------------------------------
056300 3300-CLOSE-LOAN-BREAK.
056400     MOVE WS-LOAN-INTEREST     TO WS-EDIT-AMOUNT
056500     MOVE WS-LOAN-PROPERTY-TAX TO WS-EDIT-TAX
056600     SET CL-TYPE-ACCOUNT TO TRUE
056700     MOVE SPACES TO CL-DETAIL-LINE
056800     STRING "LOAN " DELIMITED BY SIZE
056900            WS-PRIOR-LOAN DELIMITED BY SIZE
057000            " INT " DELIMITED BY SIZE
057100            WS-EDIT-AMOUNT DELIMITED BY SIZE
057200            " PTAX " DELIMITED BY SIZE
057300            WS-EDIT-TAX DELIMITED BY SIZE
057400         INTO CL-DETAIL-LINE
057500     END-STRING
057600     WRITE CERTIFICATE-LINE-RECORD
057700     MOVE SPACES TO LOAN-TAX-EXTRACT-RECORD
057800     MOVE 'D' TO XD-RECORD-TYPE
057900     MOVE WS-CERT-YEAR TO XD-CERT-YEAR
058000     MOVE WS-PRIOR-CUSTOMER TO XD-CUSTOMER-NUMBER
058100     MOVE WS-CERTIFICATE-TAX-ID TO XD-TAX-ID
058200     MOVE WS-PRIOR-LOAN TO XD-LOAN-NUMBER
058300     MOVE WS-LOAN-INTEREST TO XD-INTEREST-PAID
058400     MOVE WS-LOAN-PROPERTY-TAX TO XD-PROPERTY-TAX
058500     WRITE LOAN-TAX-EXTRACT-RECORD
058600     ADD 1 TO WS-LOANS-EXTRACTED
058700     ADD WS-LOAN-INTEREST     TO WS-CUST-INTEREST
058800     ADD WS-LOAN-PROPERTY-TAX TO WS-CUST-PROPERTY-TAX
058900     ADD WS-LOAN-INTEREST     TO WS-TOTAL-INTEREST
059000     ADD WS-LOAN-PROPERTY-TAX TO WS-TOTAL-PROPERTY-TAX
059100     MOVE ZERO TO WS-LOAN-INTEREST WS-LOAN-PROPERTY-TAX
059200     .
059300 3300-CLOSE-LOAN-BREAK-EXIT.
059400     EXIT.
059500*----------------------------------------------------------------
059600*  3400-CLOSE-CERTIFICATE  --  BORROWER TOTALS AND TRAILER.
059700*----------------------------------------------------------------
059800 3400-CLOSE-CERTIFICATE.
059900     MOVE WS-CUST-INTEREST     TO WS-EDIT-AMOUNT
060000     MOVE WS-CUST-PROPERTY-TAX TO WS-EDIT-TAX
060100     SET CL-TYPE-TOTAL TO TRUE
060200     MOVE SPACES TO CL-DETAIL-LINE
060300     STRING "TOTAL INTEREST " DELIMITED BY SIZE
060400            WS-EDIT-AMOUNT DELIMITED BY SIZE
060500            " PROPERTY TAX " DELIMITED BY SIZE
060600            WS-EDIT-TAX DELIMITED BY SIZE
060700         INTO CL-DETAIL-LINE
060800     END-STRING
060900     WRITE CERTIFICATE-LINE-RECORD
061000     SET CL-TYPE-TRAILER TO TRUE
061100     MOVE "RETAIN THIS CERTIFICATE FOR YOUR TAX RECORDS"
061200         TO CL-DETAIL-LINE
061300     WRITE CERTIFICATE-LINE-RECORD
061400     .
061500 3400-CLOSE-CERTIFICATE-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800 3900-RETURN-NEXT-ROW.
061900     RETURN LOAN-CERT-SORT-FILE
062000         AT END
062100             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
062200     END-RETURN
062300     .
062400 3900-RETURN-NEXT-ROW-EXIT.
062500     EXIT.
062600*----------------------------------------------------------------
062700*  4000-WRITE-EXTRACT-TRAILER  --  ROW COUNT AND TOTALS FOR THE
062800*  TAX AUTHORITY'S BALANCING.
062900*----------------------------------------------------------------
063000 4000-WRITE-EXTRACT-TRAILER.
063100     IF WS-LNTAXEXT-STATUS NOT = "00"
063200         GO TO 4000-WRITE-EXTRACT-TRAILER-EXIT
063300     END-IF
063400     MOVE SPACES TO LOAN-TAX-EXTRACT-RECORD
063500     MOVE 'T' TO XT-RECORD-TYPE
063600     MOVE WS-LOANS-EXTRACTED TO XT-RECORD-COUNT
063700     MOVE WS-TOTAL-INTEREST TO XT-TOTAL-INTEREST
063800     MOVE WS-TOTAL-PROPERTY-TAX TO XT-TOTAL-PROPERTY-TAX
063900     WRITE LOAN-TAX-EXTRACT-RECORD
064000     .
064100 4000-WRITE-EXTRACT-TRAILER-EXIT.
064200     EXIT.
064300*----------------------------------------------------------------
064400*  9999-EXIT  --  COMMON PROGRAM EXIT.
064500*----------------------------------------------------------------
064600 9999-EXIT.
064700     IF WS-LINTPAID-STATUS = "00" OR WS-LINTPAID-STATUS = "10"
064800         CLOSE LOAN-INTEREST-PAID-FILE
064900     END-IF
065000     IF WS-ESCHIST-STATUS = "00" OR WS-ESCHIST-STATUS = "10"
065100         CLOSE ESCROW-HISTORY-FILE
065200     END-IF
065300     IF WS-LOANMAST-STATUS = "00" OR WS-LOANMAST-STATUS = "23"
065400         CLOSE LOAN-MASTER-FILE
065500     END-IF
065600     IF WS-ACCTMAST-STATUS = "00" OR WS-ACCTMAST-STATUS = "23"
065700         CLOSE ACCOUNT-MASTER-FILE
065800     END-IF
065900     IF WS-CUSTMAST-STATUS = "00" OR WS-CUSTMAST-STATUS = "23"
066000         CLOSE CUSTOMER-MASTER-FILE
066100     END-IF
066200     CLOSE CERTIFICATE-FILE
066300     CLOSE LOAN-TAX-EXTRACT-FILE
066400     .
066500 9999-EXIT-EXIT.
066600     EXIT.
066700 END PROGRAM LOAN-INT-CERT.
