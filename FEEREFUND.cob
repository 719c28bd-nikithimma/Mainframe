002300*                     SEPARATELY VISIBLE - AND EVERY REFUND
002400*                     LANDS ON THE REGISTER THE MONTHLY
002500*                     FEE-REFUND-REPORT (BELOW) TOTALS.
002510*    2026-10-15  RPK  A LOAN LATE CHARGE CAN NOW BE WAIVED HERE
002520*                     (REFUND TYPE L) UNDER THE SAME REASON-CODE
002530*                     AND SUPERVISOR-LIMIT RULES.  THE WAIVER
002540*                     COMES OFF THE LOAN'S FEES-DUE BUCKET,
002550*                     REVERSES THE LATE CHARGE GL PAIR AGAINST THE
002560*                     FEE-REFUND CONTRA, AND LANDS ON THE REGISTER
002570*                     UNDER FEE CODE LATECHG SO THE MONTHLY REPORT
002580*                     COUNTS IT.
002582*    2026-10-15  RPK  A REFUND OR LATE-CHARGE WAIVER GIVEN TO
002584*                     SETTLE A CUSTOMER COMPLAINT NOW NAMES THE
002586*                     COMPLAINT.  IT MUST BE OPEN AND FOR THE SAME
002588*                     ACCOUNT (VIA CMPL-LINK); THE REGISTER ROW
002590*                     CARRIES THE COMPLAINT ID AND THE COMPLAINT
002592*                     IS UPDATED WITH THE REFUND TRANSACTION ID
002594*                     AND AMOUNT.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003200     COPY TRANSEL.
003300     COPY FREFSEL.
003400     COPY PARMSEL.
003450     COPY LOANMSEL.
003500*================================================================
003600 DATA DIVISION.
003700 FILE SECTION.
004500     COPY FREFREC.
004600 FD  BUSINESS-PARAMETER-FILE.
004700     COPY PARMREC.
004730 FD  LOAN-MASTER-FILE.
004760     COPY LOANMAST.
004800*----------------------------------------------------------------
004900 WORKING-STORAGE SECTION.
005000 01  WS-FILE-STATUSES.
005300     05  WS-TRANFILE-STATUS        PIC XX.
005400     05  WS-FREFFILE-STATUS        PIC XX.
005500     05  WS-BUSPARM-STATUS         PIC XX.
005550     05  WS-LOANMAST-STATUS        PIC XX.
005600*----------------------------------------------------------------
005700 01  WS-WORK-FIELDS.
005800     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
007100     05  WS-REFUND-AMOUNT          PIC S9(09)V99.
007200     05  WS-REFUND-LIMIT           PIC 9(07)V99 VALUE 50.00.
007300     05  WS-GL-POST-FLAG           PIC X.
007310     05  WS-REFUND-TYPE            PIC X.
007320     05  WS-TARGET-LOAN-NUMBER     PIC 9(10).
007330     05  WS-LATE-FEE-CODE          PIC X(08) VALUE "LATECHG".
007340     05  WS-LOAN-TYPE-CODE         PIC X VALUE 'L'.
007350     05  WS-WAIVER-GL-AMOUNT       PIC S9(09)V99.
007358     05  WS-COMPLAINT-ID           PIC 9(08).
007366     05  WS-CMPL-FUNCTION          PIC X.
007374     05  WS-CMPL-FLAG              PIC X.
007382     05  WS-CMPL-ACCT-NUMBER       PIC 9(10).
007390     05  WS-CMPL-TRAN-ID           PIC 9(08).
007400*----------------------------------------------------------------
007500 01  WS-ID-SOURCE-NAME             PIC X(08).
007600 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
010300     END-IF
010400     PERFORM 1000-LOAD-BUSINESS-PARAMETERS
010500         THRU 1000-LOAD-BUSINESS-PARAMETERS-EXIT
010600     DISPLAY "ENTER REFUND TYPE (F=ACCOUNT FEE "
010700         "L=LOAN LATE CHARGE): "
010708     ACCEPT WS-REFUND-TYPE
010716     EVALUATE WS-REFUND-TYPE
010724         WHEN 'F'
010732             PERFORM 2000-LOCATE-THE-FEE
010740                 THRU 2000-LOCATE-THE-FEE-EXIT
010748         WHEN 'L'
010756             PERFORM 2100-LOCATE-LATE-CHARGE
010764                 THRU 2100-LOCATE-LATE-CHARGE-EXIT
010772         WHEN OTHER
010780             DISPLAY "INVALID REFUND TYPE - NOTHING POSTED"
010788     END-EVALUATE
010800     STOP RUN.
010900*----------------------------------------------------------------
011000 1000-LOAD-BUSINESS-PARAMETERS.
018800     ELSE
018900         MOVE SPACES TO WS-APPROVER-ID
019000     END-IF
019014     MOVE WS-TARGET-ACCT-NUMBER TO WS-CMPL-ACCT-NUMBER
019028     PERFORM 2600-CAPTURE-COMPLAINT
019042         THRU 2600-CAPTURE-COMPLAINT-EXIT
019056     IF WS-CMPL-FLAG NOT = "Y"
019070         GO TO 2000-LOCATE-THE-FEE-EXIT
019084     END-IF
019100     PERFORM 3000-POST-THE-REFUND
019200         THRU 3000-POST-THE-REFUND-EXIT
019300     .
019400 2000-LOCATE-THE-FEE-EXIT.
019401     EXIT.
019402*----------------------------------------------------------------
019403*  2100-LOCATE-LATE-CHARGE  --  A LOAN LATE CHARGE NEVER TOUCHED
019404*  THE DEPOSIT ACCOUNT, SO THE LOAN'S FEES-DUE BUCKET IS THE
019405*  SOURCE OF TRUTH: ALL OR PART OF WHAT IS DUE CAN BE WAIVED,
019406*  NEVER MORE.  SAME REASON CODE AND SUPERVISOR LIMIT AS A FEE.
019407*----------------------------------------------------------------
019408 2100-LOCATE-LATE-CHARGE.
019409     DISPLAY "ENTER LOAN NUMBER: "
019410     ACCEPT WS-TARGET-LOAN-NUMBER
019411     DISPLAY "ENTER REASON CODE (4 CHARS): "
019412     ACCEPT WS-REASON-CODE
019413     IF WS-REASON-CODE = SPACES
019414         DISPLAY "A REASON CODE IS REQUIRED - NOTHING POSTED"
019415         GO TO 2100-LOCATE-LATE-CHARGE-EXIT
019416     END-IF
019417     OPEN I-O LOAN-MASTER-FILE
019418     IF WS-LOANMAST-STATUS NOT = "00"
019419         DISPLAY "FEEREFUND: UNABLE TO OPEN LOAN MASTER, "
019420             "STATUS = " WS-LOANMAST-STATUS
019421         GO TO 2100-LOCATE-LATE-CHARGE-EXIT
019422     END-IF
019423     MOVE WS-TARGET-LOAN-NUMBER TO LM-LOAN-NUMBER
019424     READ LOAN-MASTER-FILE
019425         KEY IS LM-LOAN-NUMBER
019426         INVALID KEY
019427             DISPLAY "LOAN NOT ON MASTER - NOTHING POSTED"
019428             CLOSE LOAN-MASTER-FILE
019429             GO TO 2100-LOCATE-LATE-CHARGE-EXIT
019430     END-READ
019431     IF LM-LATE-CHARGES-DUE NOT > ZERO
019432         DISPLAY "NO LATE CHARGES DUE ON LOAN "
019433             WS-TARGET-LOAN-NUMBER " - NOTHING POSTED"
019434         CLOSE LOAN-MASTER-FILE
019435         GO TO 2100-LOCATE-LATE-CHARGE-EXIT
019436     END-IF
019437     DISPLAY "LATE CHARGES DUE: " LM-LATE-CHARGES-DUE
019438     DISPLAY "ENTER AMOUNT TO WAIVE (0 = ALL DUE): "
019439     ACCEPT WS-REFUND-AMOUNT
019440     IF WS-REFUND-AMOUNT = ZERO
019441         MOVE LM-LATE-CHARGES-DUE TO WS-REFUND-AMOUNT
019442     END-IF
019443     IF WS-REFUND-AMOUNT < ZERO
019444             OR WS-REFUND-AMOUNT > LM-LATE-CHARGES-DUE
019445         DISPLAY "WAIVER EXCEEDS THE LATE CHARGES DUE - "
019446             "NOTHING POSTED"
019447         CLOSE LOAN-MASTER-FILE
019448         GO TO 2100-LOCATE-LATE-CHARGE-EXIT
019449     END-IF
019450     IF WS-REFUND-AMOUNT > WS-REFUND-LIMIT
019451         PERFORM 2500-CAPTURE-SUPERVISOR
019452             THRU 2500-CAPTURE-SUPERVISOR-EXIT
019453         IF WS-APPROVER-ID = SPACES
019454             CLOSE LOAN-MASTER-FILE
019455             GO TO 2100-LOCATE-LATE-CHARGE-EXIT
019456         END-IF
019457     ELSE
019458         MOVE SPACES TO WS-APPROVER-ID
019459     END-IF
019460     MOVE LM-ACCT-NUMBER TO WS-CMPL-ACCT-NUMBER
019461     PERFORM 2600-CAPTURE-COMPLAINT
019462         THRU 2600-CAPTURE-COMPLAINT-EXIT
019463     IF WS-CMPL-FLAG NOT = "Y"
019464         CLOSE LOAN-MASTER-FILE
019465         GO TO 2100-LOCATE-LATE-CHARGE-EXIT
019466     END-IF
019467     PERFORM 3100-POST-THE-WAIVER
019468         THRU 3100-POST-THE-WAIVER-EXIT
019469     CLOSE LOAN-MASTER-FILE
019470     .
019471 2100-LOCATE-LATE-CHARGE-EXIT.
019500     EXIT.
019600*----------------------------------------------------------------
019700 2500-CAPTURE-SUPERVISOR.
022000     MOVE WS-SUPERVISOR-ID TO WS-APPROVER-ID
022100     .
022200 2500-CAPTURE-SUPERVISOR-EXIT.
022203     EXIT.
022206*----------------------------------------------------------------
022209*  2600-CAPTURE-COMPLAINT  --  A REFUND OR WAIVER GIVEN TO SETTLE
022212*  A CUSTOMER COMPLAINT NAMES IT, AND THE COMPLAINT MUST BE OPEN
022215*  AND FOR THIS ACCOUNT.  WS-CMPL-FLAG IS 'Y' WHEN THE POSTING
022218*  MAY GO AHEAD (ALWAYS, WHEN NO COMPLAINT IS GIVEN).
022221*----------------------------------------------------------------
022224 2600-CAPTURE-COMPLAINT.
022227     MOVE "Y" TO WS-CMPL-FLAG
022230     DISPLAY "ENTER COMPLAINT ID (0 = NONE): "
022233     ACCEPT WS-COMPLAINT-ID
022236     IF WS-COMPLAINT-ID = ZERO
022239         GO TO 2600-CAPTURE-COMPLAINT-EXIT
022242     END-IF
022245     MOVE ZERO TO WS-CMPL-TRAN-ID
022248     MOVE 'V' TO WS-CMPL-FUNCTION
022251     CALL "CMPL-LINK" USING WS-CMPL-FUNCTION WS-COMPLAINT-ID
022254         WS-CMPL-ACCT-NUMBER WS-CMPL-TRAN-ID WS-ZERO-AMOUNT
022257         WS-CMPL-FLAG
022260     IF WS-CMPL-FLAG NOT = "Y"
022263         DISPLAY "COMPLAINT " WS-COMPLAINT-ID " IS NOT AN OPEN "
022266             "COMPLAINT FOR THIS ACCOUNT - NOTHING POSTED"
022269     END-IF
022272     .
022275 2600-CAPTURE-COMPLAINT-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500*  3000-POST-THE-REFUND  --  CREDIT THE ACCOUNT, WRITE THE
026900         WS-REFUND-AMOUNT WS-TELLER-OPERATOR-ID
027000         WS-GL-POST-FLAG
027100
027150     MOVE WS-NEXT-ASSIGNED-ID TO WS-CMPL-TRAN-ID
027200     PERFORM 3500-WRITE-REGISTER-ROW
027300         THRU 3500-WRITE-REGISTER-ROW-EXIT
027400     CLOSE ACCOUNT-MASTER-FILE
027500     DISPLAY "FEE REFUND POSTED - NEW BALANCE = " AM-BALANCE
027600     .
027700 3000-POST-THE-REFUND-EXIT.
027702     EXIT.
027704*----------------------------------------------------------------
027706*  3100-POST-THE-WAIVER  --  REVERSE THE LATE CHARGE'S GL PAIR
027708*  (A NEGATIVE 'T' BOOKS THE WAIVER AGAINST THE FEE-REFUND
027710*  CONTRA), TAKE IT OFF THE FEES-DUE BUCKET, AND LOG THE SAME
027712*  REGISTER ROW A FEE REFUND GETS - UNDER THE LOAN'S DEPOSIT
027714*  ACCOUNT AND BRANCH, FEE CODE LATECHG, NO ORIGINAL TRAN ID.
027716*----------------------------------------------------------------
027718 3100-POST-THE-WAIVER.
027720     COMPUTE WS-WAIVER-GL-AMOUNT = 0 - WS-REFUND-AMOUNT
027722     CALL "GL-POSTING" USING LM-ACCT-NUMBER WS-LOAN-TYPE-CODE "T"
027724         WS-WAIVER-GL-AMOUNT WS-TELLER-OPERATOR-ID
027726         WS-GL-POST-FLAG
027728     IF WS-GL-POST-FLAG NOT = "Y"
027730         DISPLAY "GL POSTING REFUSED - NOTHING POSTED"
027732         GO TO 3100-POST-THE-WAIVER-EXIT
027734     END-IF
027736     SUBTRACT WS-REFUND-AMOUNT FROM LM-LATE-CHARGES-DUE
027738     REWRITE LOAN-MASTER-RECORD
027740         INVALID KEY
027742             DISPLAY "FEEREFUND: UNABLE TO REWRITE LOAN "
027744                 LM-LOAN-NUMBER
027746     END-REWRITE
027748
027750     MOVE LM-ACCT-NUMBER TO AM-ACCT-NUMBER
027752     MOVE SPACES TO AM-BRANCH-ID
027754     OPEN INPUT ACCOUNT-MASTER-FILE
027756     IF WS-ACCTMAST-STATUS = "00"
027758         READ ACCOUNT-MASTER-FILE
027760             KEY IS AM-ACCT-NUMBER
027762             INVALID KEY
027764                 MOVE SPACES TO AM-BRANCH-ID
027766         END-READ
027768         CLOSE ACCOUNT-MASTER-FILE
027770     END-IF
027772     MOVE ZERO TO WS-ORIG-TRAN-ID
027774     MOVE WS-LATE-FEE-CODE TO WS-FEE-CODE
027776     MOVE ZERO TO WS-CMPL-TRAN-ID
027778     PERFORM 3500-WRITE-REGISTER-ROW
027780         THRU 3500-WRITE-REGISTER-ROW-EXIT
027782     DISPLAY "LATE CHARGE WAIVED - STILL DUE = "
027784         LM-LATE-CHARGES-DUE
027786     .
027788 3100-POST-THE-WAIVER-EXIT.
027800     EXIT.
027900*----------------------------------------------------------------
028000 3500-WRITE-REGISTER-ROW.
029200     MOVE WS-REFUND-AMOUNT      TO FR-AMOUNT
029300     MOVE WS-TELLER-OPERATOR-ID TO FR-OPERATOR-ID
029400     MOVE WS-APPROVER-ID        TO FR-APPROVER-ID
029450     MOVE WS-COMPLAINT-ID       TO FR-COMPLAINT-ID
029500     WRITE FEE-REFUND-RECORD
029600     CLOSE FEE-REFUND-FILE
029620     IF WS-COMPLAINT-ID NOT = ZERO
029640         PERFORM 3600-UPDATE-COMPLAINT
029660             THRU 3600-UPDATE-COMPLAINT-EXIT
029680     END-IF
029700     .
029800 3500-WRITE-REGISTER-ROW-EXIT.
029805     EXIT.
029810*----------------------------------------------------------------
029815*  3600-UPDATE-COMPLAINT  --  THE COMPLAINT RECORDS THE REFUND
029820*  TRANSACTION ID (ZERO FOR A WAIVER) AND THE AMOUNT GIVEN BACK.
029825*----------------------------------------------------------------
029830 3600-UPDATE-COMPLAINT.
029835     MOVE 'P' TO WS-CMPL-FUNCTION
029840     CALL "CMPL-LINK" USING WS-CMPL-FUNCTION WS-COMPLAINT-ID
029845         WS-CMPL-ACCT-NUMBER WS-CMPL-TRAN-ID WS-REFUND-AMOUNT
029850         WS-CMPL-FLAG
029855     IF WS-CMPL-FLAG NOT = "Y"
029860         DISPLAY "FEEREFUND: POSTED BUT COMPLAINT "
029865             WS-COMPLAINT-ID " COULD NOT BE UPDATED"
029870     END-IF
029875     .
029880 3600-UPDATE-COMPLAINT-EXIT.
029900     EXIT.
030000 END PROGRAM FEE-REFUND.
030100*================================================================
