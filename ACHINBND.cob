000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACH-INBOUND.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  INBOUND ACH DEBITS -
001300*                     ENTRIES OTHER COMPANIES ORIGINATE AGAINST
001400*                     OUR CUSTOMERS (UTILITY AUTO-PAYS,
001500*                     INSURANCE PREMIUMS).  WIRE-INBOUND TAKES
001600*                     ACH CREDITS AND ACH-DEBIT-GEN ORIGINATES
001700*                     OUR OWN DEBITS, BUT THESE HAD NO WAY IN
001800*                     AND WERE KEYED BY HAND.  THE FEED IS
001900*                     PROVED AGAINST ITS CONTROL RECORD FIRST
002000*                     (VIA FILECTL-VERIFY), THEN EACH ENTRY IS
002100*                     CHECKED AGAINST THE ACCOUNT (CHECK DIGIT,
002200*                     ON THE MASTER, NOT CLOSED OR FROZEN) AND
002300*                     THE CUSTOMER'S DEBIT BLOCKS AND
002400*                     ORIGINATOR FILTERS (ACHBMAINT'S FILE).  A
002500*                     DEBIT THE ACCOUNT CANNOT COVER IS OFFERED
002600*                     TO OD-PROTECT AND THEN NSF-DECIDE, SAME
002700*                     AS A PRESENTED CHECK.  WHAT SURVIVES POSTS
002800*                     THROUGH WITHDRAWTRAN'S FULL ENFORCEMENT
002900*                     UNDER THE ACHIN OPERATOR.  EVERYTHING ELSE
003000*                     GOES BACK TO THE NETWORK ON THE RETURN
003100*                     FILE WITH ITS NACHA RETURN REASON CODE.
003112*    2026-10-15  RPK  WITHDRAWTRAN'S OWN REFUSALS (AMOUNT EDIT,
003124*                     PAST-DUE CREDIT LINE, MINOR CAP, DAILY
003136*                     WITHDRAWAL LIMIT) ARE NOW SCREENED BEFORE
003148*                     THE FUNDS CHECK, SO NSF-DECIDE NEVER PAYS -
003160*                     AND CHARGES FOR - A DEBIT THAT GOES BACK
003172*                     ANYWAY.  A DEBIT WITHDRAWTRAN STILL REFUSES
003184*                     AFTER A PAID-ITEM FEE ENDS THE STEP RC 4.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     COPY ACHISEL.
003700     COPY FCTLSEL.
003800     COPY ACHBSEL.
003900     COPY ACCTMSEL.
004000*================================================================
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  INBOUND-ACH-DEBIT-FILE.
004400     COPY ACHIREC.
004500 FD  ACH-INBOUND-RETURN-FILE.
004600     COPY ACHXREC.
004700 FD  FEED-CONTROL-FILE.
004800     COPY FCTLREC.
004900 FD  ACH-DEBIT-BLOCK-FILE.
005000     COPY ACHBREC.
005100 FD  ACCOUNT-MASTER-FILE.
005200     COPY ACCTMAST.
005300*----------------------------------------------------------------
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------------
005600*  ACCOUNT STATUS CODE AND ITS 88-LEVEL CONDITIONS (SHARED).
005700*----------------------------------------------------------------
005800     COPY ACCTSTAT.
005900*----------------------------------------------------------------
006000 01  WS-FILE-STATUSES.
006100     05  WS-ACHIN-STATUS           PIC XX.
006200     05  WS-ACHIRTN-STATUS         PIC XX.
006300     05  WS-FEEDCTL-STATUS         PIC XX.
006400     05  WS-ACHBLOCK-STATUS        PIC XX.
006500     05  WS-ACCTMAST-STATUS        PIC XX.
006600*----------------------------------------------------------------
006700*  FRONT-DOOR CONTROL FIELDS - THE FEED'S CONTROL RECORD IS
006800*  PROVED, AND THE FILE ID REGISTERED AGAINST RELOADS, BEFORE
006900*  THE FIRST POSTING (VIA FILECTL-VERIFY).
007000*----------------------------------------------------------------
007100 01  WS-FEED-CONTROL-FIELDS.
007200     05  WS-CTL-STEP-NAME          PIC X(08) VALUE "AINBSTEP".
007300     05  WS-CTL-RESULT-FLAG        PIC X.
007400     05  WS-CTL-ACTUAL-COUNT       PIC 9(08) VALUE 0.
007500     05  WS-CTL-ACTUAL-TOTAL       PIC 9(13)V99 VALUE 0.
007600     05  WS-CTL-EOF-SWITCH         PIC X VALUE 'N'.
007700         88  NO-MORE-CTL-ROWS      VALUE 'Y'.
007800     05  WS-CATCHUP-FLAG           PIC X.
007900 01  WS-WORK-FIELDS.
008000     05  WS-DEBIT-EOF-SWITCH       PIC X VALUE 'N'.
008100         88  NO-MORE-DEBITS        VALUE 'Y'.
008200     05  WS-BLOCK-EOF-SWITCH       PIC X.
008300         88  NO-MORE-BLOCKS        VALUE 'Y'.
008400     05  WS-BLOCKS-ON-FILE-SWITCH  PIC X VALUE 'N'.
008500         88  WS-BLOCKS-ON-FILE     VALUE 'Y'.
008600     05  WS-MASTER-OPEN-SWITCH     PIC X VALUE 'N'.
008700         88  WS-MASTER-OPEN        VALUE 'Y'.
008800     05  WS-DEBITS-READ            PIC 9(06) COMP VALUE 0.
008900     05  WS-DEBITS-POSTED          PIC 9(06) COMP VALUE 0.
009000     05  WS-DEBITS-RETURNED        PIC 9(06) COMP VALUE 0.
009100     05  WS-DEBITS-BLOCKED         PIC 9(06) COMP VALUE 0.
009200     05  WS-AMOUNT-POSTED          PIC S9(11)V99 VALUE 0.
009300     05  WS-DEBIT-ACCT-NUMBER      PIC 9(10).
009400     05  WS-DEBIT-AMOUNT           PIC S9(09)V99.
009500     05  WS-HELD-AMOUNT            PIC S9(11)V99.
009600     05  WS-RETURN-REASON          PIC X(03).
009700     05  WS-CHECK-DIGIT-FLAG       PIC X.
009800         88  WS-CHECK-DIGIT-VALID  VALUE 'Y'.
009900         88  WS-CHECK-DIGIT-INVALID VALUE 'N'.
010000     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "ACHIN".
010100     05  WS-BATCH-BRANCH-ID        PIC X(06) VALUE "HQ0001".
010200     05  WS-WITHDRAW-RETURN-CODE   PIC X.
010300         88  WS-WITHDRAW-POSTED    VALUE 'Y'.
010400     05  WS-EXTRA-BORROWING        PIC S9(09)V99.
010500     05  WS-MASTER-CHANGED-SWITCH  PIC X.
010600         88  WS-MASTER-CHANGED     VALUE 'Y'.
010616     05  WS-EDIT-VALID-FLAG        PIC X.
010632         88  WS-EDIT-INVALID       VALUE 'N'.
010648     05  WS-EDIT-CONFIRM-FLAG      PIC X.
010664     05  WS-DAILY-WITHDRAWN-SO-FAR PIC S9(11)V99.
010680     05  WS-DAILY-WITHDRAWAL-LIMIT PIC 9(09)V99 VALUE 50000.00.
010700*----------------------------------------------------------------
010800*  DEBIT BLOCK MATCHING - THE BLOCK IDS OF THE ROWS THAT HIT
010900*  THIS ENTRY, ONE PER KIND.  ZERO = NO ROW OF THAT KIND HIT.
011000*----------------------------------------------------------------
011100     05  WS-ORIG-BLOCK-HIT-ID      PIC 9(08).
011200     05  WS-ALLOW-HIT-ID           PIC 9(08).
011300     05  WS-ALLOW-OVER-MAX-ID      PIC 9(08).
011400     05  WS-BLOCK-ALL-HIT-ID       PIC 9(08).
011500     05  WS-REFUSING-BLOCK-ID      PIC 9(08).
011600*----------------------------------------------------------------
011700*  OVERDRAFT PROTECTION AND PAY-OR-RETURN DECISION FIELDS -
011800*  SAME HANDOFF TO OD-PROTECT AND NSF-DECIDE AS CHECK-PRESENT.
011900*----------------------------------------------------------------
012000     05  WS-ITEMS-PROTECTED        PIC 9(06) COMP VALUE 0.
012100     05  WS-ODP-SHORTFALL          PIC S9(09)V99.
012200     05  WS-ODP-TRANSFER-AMOUNT    PIC S9(09)V99.
012300     05  WS-ODP-FEE-AMOUNT         PIC S9(09)V99.
012400     05  WS-ODP-RESULT-FLAG        PIC X.
012500     05  WS-NSF-ITEM-AMOUNT        PIC 9(09)V99.
012600     05  WS-NSF-ITEM-KIND          PIC X VALUE 'A'.
012700     05  WS-NSF-ITEM-REF           PIC X(16).
012800     05  WS-NSF-DECISION           PIC X.
012900     05  WS-NSF-FEE-AMOUNT         PIC S9(09)V99.
013000     05  WS-ITEMS-PAID-INTO-OD     PIC 9(06) COMP VALUE 0.
013100     05  WS-ITEM-FEES-CHARGED      PIC 9(06) COMP VALUE 0.
013200     05  WS-ITEM-FEE-TOTAL         PIC S9(09)V99 VALUE 0.
013300*----------------------------------------------------------------
013400 01  WS-BUSINESS-DATE              PIC 9(08).
013500 01  WS-BUSDATE-FLAG               PIC X.
013600 01  WS-CURRENT-TIMESTAMP          PIC X(21).
013700 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
013800     05  WS-TS-DATE                PIC 9(08).
013900     05  WS-TS-TIME-OF-DAY         PIC 9(08).
014000     05  FILLER                    PIC X(05).
014100*----------------------------------------------------------------
014200 01  WS-RUN-HISTORY-FIELDS.
014300     05  WS-RH-STEP-NAME           PIC X(08) VALUE "AINBSTEP".
014400     05  WS-RH-START-TIMESTAMP     PIC X(21).
014500     05  WS-RH-RECORDS-READ        PIC 9(08).
014600     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
014700     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
014800     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
014900*================================================================
015000 PROCEDURE DIVISION.
015100*================================================================
015200 0000-MAINLINE.
015300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
015400     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
015500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
015600         WS-BUSDATE-FLAG
015700     IF WS-BUSDATE-FLAG = "Y"
015800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
015900     END-IF
016000     PERFORM 0500-VERIFY-FILE-CONTROLS
016100         THRU 0500-VERIFY-FILE-CONTROLS-EXIT
016200     IF WS-CTL-RESULT-FLAG NOT = 'Y'
016300         DISPLAY "ACHINB: FILE CONTROL CHECK FAILED - "
016400             "NOTHING POSTED"
016500         MOVE ZERO TO WS-RH-RECORDS-READ
016600         MOVE ZERO TO WS-RH-RECORDS-UPDATED
016700         MOVE ZERO TO WS-RH-AMOUNT-POSTED
016800         MOVE 8 TO WS-RH-COMPLETION-CODE
016900         CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
017000             WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
017100             WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
017200             WS-RH-COMPLETION-CODE
017300         STOP RUN
017400     END-IF
017500     PERFORM 1000-INITIALIZE
017600         THRU 1000-INITIALIZE-EXIT
017700     PERFORM 2000-WORK-ONE-DEBIT
017800         THRU 2000-WORK-ONE-DEBIT-EXIT
017900         UNTIL NO-MORE-DEBITS
018000     PERFORM 9999-EXIT
018100         THRU 9999-EXIT-EXIT
018200     DISPLAY "ACHINB: DEBITS READ      = " WS-DEBITS-READ
018300     DISPLAY "ACHINB: DEBITS POSTED    = " WS-DEBITS-POSTED
018400     DISPLAY "ACHINB: DEBITS RETURNED  = " WS-DEBITS-RETURNED
018500     DISPLAY "ACHINB: BLOCKED (R10)    = " WS-DEBITS-BLOCKED
018600     DISPLAY "ACHINB: OD PROTECTED     = " WS-ITEMS-PROTECTED
018700     DISPLAY "ACHINB: PAID INTO OD     = " WS-ITEMS-PAID-INTO-OD
018800     DISPLAY "ACHINB: ITEM FEES        = " WS-ITEM-FEES-CHARGED
018900     DISPLAY "ACHINB: ITEM FEE TOTAL   = " WS-ITEM-FEE-TOTAL
019000     DISPLAY "ACHINB: AMOUNT POSTED    = " WS-AMOUNT-POSTED
019100     MOVE WS-DEBITS-READ TO WS-RH-RECORDS-READ
019200     MOVE WS-DEBITS-POSTED TO WS-RH-RECORDS-UPDATED
019300     MOVE WS-AMOUNT-POSTED TO WS-RH-AMOUNT-POSTED
019400     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
019500         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
019600         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
019700         WS-RH-COMPLETION-CODE
019800     STOP RUN.
019900*----------------------------------------------------------------
020000*  0500-VERIFY-FILE-CONTROLS  --  THE FEED'S CONTROL RECORD IS
020100*  MANDATORY: COUNT AND TOTAL THE FILE, PROVE THEM AGAINST
020200*  THE HEADER FIGURES, AND REGISTER THE FILE ID SO A RE-RUN
020300*  CANNOT POST IT TWICE.  ANY FAILURE REFUSES THE WHOLE FILE
020400*  BEFORE THE FIRST POSTING.
020500*----------------------------------------------------------------
020600 0500-VERIFY-FILE-CONTROLS.
020700     MOVE SPACE TO WS-CTL-RESULT-FLAG
020800     CALL "CATCHUP-GET" USING WS-CATCHUP-FLAG
020900     IF WS-CATCHUP-FLAG = 'Y'
021000         DISPLAY "ACHINB: BUSINESS-DATE CATCH-UP IN PROGRESS - "
021100             "EXTERNAL FILE LOADS ARE REFUSED UNTIL IT "
021200             "COMPLETES"
021300         GO TO 0500-VERIFY-FILE-CONTROLS-EXIT
021400     END-IF
021500     OPEN INPUT FEED-CONTROL-FILE
021600     IF WS-FEEDCTL-STATUS NOT = "00"
021700         DISPLAY "ACHINB: NO CONTROL RECORD WITH THE FEED, "
021800             "STATUS = " WS-FEEDCTL-STATUS
021900         GO TO 0500-VERIFY-FILE-CONTROLS-EXIT
022000     END-IF
022100     READ FEED-CONTROL-FILE
022200         AT END
022300             DISPLAY "ACHINB: CONTROL FILE IS EMPTY"
022400             CLOSE FEED-CONTROL-FILE
022500             GO TO 0500-VERIFY-FILE-CONTROLS-EXIT
022600     END-READ
022700     CLOSE FEED-CONTROL-FILE
022800     OPEN INPUT INBOUND-ACH-DEBIT-FILE
022900     IF WS-ACHIN-STATUS NOT = "00"
023000         DISPLAY "ACHINB: UNABLE TO OPEN INBOUND DEBIT FILE, "
023100             "STATUS = " WS-ACHIN-STATUS
023200         GO TO 0500-VERIFY-FILE-CONTROLS-EXIT
023300     END-IF
023400     PERFORM 0510-COUNT-ONE-ROW
023500         THRU 0510-COUNT-ONE-ROW-EXIT
023600         UNTIL NO-MORE-CTL-ROWS
023700     CLOSE INBOUND-ACH-DEBIT-FILE
023800     CALL "FILECTL-VERIFY" USING WS-CTL-STEP-NAME
023900         FC-FILE-ID FC-RECORD-COUNT FC-AMOUNT-TOTAL
024000         WS-CTL-ACTUAL-COUNT WS-CTL-ACTUAL-TOTAL
024100         WS-CTL-RESULT-FLAG
024200     .
024300 0500-VERIFY-FILE-CONTROLS-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
024600 0510-COUNT-ONE-ROW.
024700     READ INBOUND-ACH-DEBIT-FILE
024800         AT END
024900             MOVE 'Y' TO WS-CTL-EOF-SWITCH
025000             GO TO 0510-COUNT-ONE-ROW-EXIT
025100     END-READ
025200     ADD 1 TO WS-CTL-ACTUAL-COUNT
025300     ADD AI-AMOUNT TO WS-CTL-ACTUAL-TOTAL
025400     .
025500 0510-COUNT-ONE-ROW-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------
025800*  1000-INITIALIZE  --  OPEN THE DEBIT FILE, THE CUMULATIVE
025900*  RETURN FILE AND THE DEBIT BLOCKS.  THE ACCOUNT MASTER IS
026000*  OPENED PER ENTRY AND CLOSED AGAIN BEFORE WITHDRAWTRAN, WHICH
026100*  OPENS IT ITSELF.
026200*----------------------------------------------------------------
026300 1000-INITIALIZE.
026400     OPEN INPUT INBOUND-ACH-DEBIT-FILE
026500     IF WS-ACHIN-STATUS NOT = "00"
026600         DISPLAY "ACHINB: NO INBOUND DEBIT FILE - NOTHING TO "
026700             "POST, STATUS = " WS-ACHIN-STATUS
026800         MOVE 'Y' TO WS-DEBIT-EOF-SWITCH
026900         GO TO 1000-INITIALIZE-EXIT
027000     END-IF
027100     OPEN EXTEND ACH-INBOUND-RETURN-FILE
027200     IF WS-ACHIRTN-STATUS = "35"
027300         CLOSE ACH-INBOUND-RETURN-FILE
027400         OPEN OUTPUT ACH-INBOUND-RETURN-FILE
027500     END-IF
027600*    NO BLOCK FILE AT ALL JUST MEANS NO BLOCKS TO HONOR.
027700     OPEN I-O ACH-DEBIT-BLOCK-FILE
027800     IF WS-ACHBLOCK-STATUS = "00"
027900         MOVE 'Y' TO WS-BLOCKS-ON-FILE-SWITCH
028000     END-IF
028100     .
028200 1000-INITIALIZE-EXIT.
028300     EXIT.
028400*----------------------------------------------------------------
028500*  2000-WORK-ONE-DEBIT  --  ONE INBOUND ENTRY: THE ACCOUNT,
028600*  THEN THE CUSTOMER'S BLOCKS, THEN WITHDRAWTRAN'S LIMITS, THEN
028650*  FUNDS, THEN WITHDRAWTRAN.
028700*----------------------------------------------------------------
028800 2000-WORK-ONE-DEBIT.
028900     READ INBOUND-ACH-DEBIT-FILE
029000         AT END
029100             MOVE 'Y' TO WS-DEBIT-EOF-SWITCH
029200             GO TO 2000-WORK-ONE-DEBIT-EXIT
029300     END-READ
029400     ADD 1 TO WS-DEBITS-READ
029500     MOVE SPACES TO WS-RETURN-REASON
029600     MOVE AI-ACCT-NUMBER TO WS-DEBIT-ACCT-NUMBER
029700     MOVE AI-AMOUNT TO WS-DEBIT-AMOUNT
029800
029900     PERFORM 2100-CHECK-THE-ACCOUNT
030000         THRU 2100-CHECK-THE-ACCOUNT-EXIT
030100     IF NO-MORE-DEBITS
030200         GO TO 2000-WORK-ONE-DEBIT-EXIT
030300     END-IF
030400     IF WS-RETURN-REASON NOT = SPACES
030500         PERFORM 3000-WRITE-RETURN-ENTRY
030600             THRU 3000-WRITE-RETURN-ENTRY-EXIT
030700         GO TO 2000-WORK-ONE-DEBIT-EXIT
030800     END-IF
030900
031000     IF WS-BLOCKS-ON-FILE
031100         PERFORM 2200-MATCH-BLOCKS
031200             THRU 2200-MATCH-BLOCKS-EXIT
031300         IF WS-REFUSING-BLOCK-ID NOT = ZERO
031400             CLOSE ACCOUNT-MASTER-FILE
031500             MOVE 'N' TO WS-MASTER-OPEN-SWITCH
031600             ADD 1 TO WS-DEBITS-BLOCKED
031700             MOVE "R10" TO WS-RETURN-REASON
031800             PERFORM 3000-WRITE-RETURN-ENTRY
031900                 THRU 3000-WRITE-RETURN-ENTRY-EXIT
032000             GO TO 2000-WORK-ONE-DEBIT-EXIT
032100         END-IF
032200     END-IF
032300
032309     PERFORM 2400-SCREEN-WITHDRAWAL-LIMITS
032318         THRU 2400-SCREEN-WITHDRAWAL-LIMITS-EXIT
032327     IF WS-RETURN-REASON NOT = SPACES
032336         CLOSE ACCOUNT-MASTER-FILE
032345         MOVE 'N' TO WS-MASTER-OPEN-SWITCH
032354         PERFORM 3000-WRITE-RETURN-ENTRY
032363             THRU 3000-WRITE-RETURN-ENTRY-EXIT
032372         GO TO 2000-WORK-ONE-DEBIT-EXIT
032381     END-IF
032390
032400     PERFORM 2500-CHECK-FUNDS
032500         THRU 2500-CHECK-FUNDS-EXIT
032600     IF WS-MASTER-OPEN
032700         CLOSE ACCOUNT-MASTER-FILE
032800         MOVE 'N' TO WS-MASTER-OPEN-SWITCH
032900     END-IF
033000     IF WS-RETURN-REASON NOT = SPACES
033100         PERFORM 3000-WRITE-RETURN-ENTRY
033200             THRU 3000-WRITE-RETURN-ENTRY-EXIT
033300         GO TO 2000-WORK-ONE-DEBIT-EXIT
033400     END-IF
033500
033600     CALL "WITHDRAWTRAN" USING WS-DEBIT-ACCT-NUMBER
033700         WS-DEBIT-AMOUNT WS-BATCH-OPERATOR-ID
033800         WS-BATCH-BRANCH-ID WS-WITHDRAW-RETURN-CODE
033900         WS-EXTRA-BORROWING
034000     IF NOT WS-WITHDRAW-POSTED
034100         IF WS-NSF-FEE-AMOUNT > ZERO
034200             DISPLAY "ACHINB: WARNING - " AI-TRACE-NUMBER
034300                 " REFUSED AFTER A PAID-ITEM FEE OF "
034400                 WS-NSF-FEE-AMOUNT " - REVIEW FOR REFUND"
034425             IF WS-RH-COMPLETION-CODE < 4
034450                 MOVE 4 TO WS-RH-COMPLETION-CODE
034475             END-IF
034500         END-IF
034600         MOVE "R01" TO WS-RETURN-REASON
034700         PERFORM 3000-WRITE-RETURN-ENTRY
034800             THRU 3000-WRITE-RETURN-ENTRY-EXIT
034900         GO TO 2000-WORK-ONE-DEBIT-EXIT
035000     END-IF
035100     ADD 1 TO WS-DEBITS-POSTED
035200     ADD AI-AMOUNT TO WS-AMOUNT-POSTED
035300     DISPLAY "ACHINB: " AI-TRACE-NUMBER " POSTED TO "
035400         AI-ACCT-NUMBER " FOR " AI-AMOUNT " - "
035500         AI-COMPANY-NAME
035600     .
035700 2000-WORK-ONE-DEBIT-EXIT.
035800     EXIT.
035900*----------------------------------------------------------------
036000*  2100-CHECK-THE-ACCOUNT  --  CHECK DIGIT (R04), ON THE MASTER
036100*  (R03), NOT CLOSED OR ESCHEATED (R02), NOT FROZEN (R16).  A
036200*  GOOD ACCOUNT IS LEFT OPEN AND READ FOR THE FUNDS CHECK.  A
036300*  MASTER THAT WILL NOT OPEN ENDS THE RUN.
036400*----------------------------------------------------------------
036500 2100-CHECK-THE-ACCOUNT.
036600     CALL "ACCT-CHECK-DIGIT" USING WS-DEBIT-ACCT-NUMBER
036700         WS-CHECK-DIGIT-FLAG
036800     IF WS-CHECK-DIGIT-INVALID
036900         MOVE "R04" TO WS-RETURN-REASON
037000         GO TO 2100-CHECK-THE-ACCOUNT-EXIT
037100     END-IF
037200     OPEN I-O ACCOUNT-MASTER-FILE
037300     IF WS-ACCTMAST-STATUS NOT = "00"
037400         DISPLAY "ACHINB: UNABLE TO OPEN ACCOUNT MASTER, "
037500             "STATUS = " WS-ACCTMAST-STATUS
037600         DISPLAY "ACHINB: RUN ENDED AT " AI-TRACE-NUMBER
037700             " - ENTRIES FROM HERE ON ARE NOT WORKED"
037800         MOVE 'Y' TO WS-DEBIT-EOF-SWITCH
037900         MOVE 8 TO WS-RH-COMPLETION-CODE
038000         GO TO 2100-CHECK-THE-ACCOUNT-EXIT
038100     END-IF
038200     MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
038300     MOVE WS-DEBIT-ACCT-NUMBER TO AM-ACCT-NUMBER
038400     READ ACCOUNT-MASTER-FILE
038500         KEY IS AM-ACCT-NUMBER
038600         INVALID KEY
038700             MOVE "R03" TO WS-RETURN-REASON
038800     END-READ
038900     IF WS-RETURN-REASON = SPACES
039000         MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
039100         IF STATUS-CLOSED OR STATUS-ESCHEATED
039200             MOVE "R02" TO WS-RETURN-REASON
039300         END-IF
039400         IF STATUS-FROZEN
039500             MOVE "R16" TO WS-RETURN-REASON
039600         END-IF
039700     END-IF
039800     IF WS-RETURN-REASON NOT = SPACES
039900         CLOSE ACCOUNT-MASTER-FILE
040000         MOVE 'N' TO WS-MASTER-OPEN-SWITCH
040100     END-IF
040200     .
040300 2100-CHECK-THE-ACCOUNT-EXIT.
040400     EXIT.
040500*----------------------------------------------------------------
040600*  2200-MATCH-BLOCKS  --  SCAN THE ACCOUNT'S ACTIVE, UNEXPIRED
040700*  BLOCKS AND FILTERS.  A BLOCK ON THIS ORIGINATOR REFUSES THE
040800*  DEBIT OUTRIGHT.  AN ALLOW ON THIS ORIGINATOR LETS IT THROUGH
040900*  A BLOCK-ALL - UNLESS THE DEBIT IS OVER THE ALLOW'S MAXIMUM,
041000*  WHICH REFUSES IT.  OTHERWISE A BLOCK-ALL REFUSES IT.  THE
041100*  REFUSING ROW'S LAST-HIT DATE IS STAMPED SO THE BRANCH CAN
041200*  SEE IT FIRED.
041300*----------------------------------------------------------------
041400 2200-MATCH-BLOCKS.
041500     MOVE ZERO TO WS-ORIG-BLOCK-HIT-ID
041600     MOVE ZERO TO WS-ALLOW-HIT-ID
041700     MOVE ZERO TO WS-ALLOW-OVER-MAX-ID
041800     MOVE ZERO TO WS-BLOCK-ALL-HIT-ID
041900     MOVE ZERO TO WS-REFUSING-BLOCK-ID
042000     MOVE 'N' TO WS-BLOCK-EOF-SWITCH
042100     MOVE ZERO TO AB-BLOCK-ID
042200     START ACH-DEBIT-BLOCK-FILE
042300         KEY IS NOT LESS THAN AB-BLOCK-ID
042400         INVALID KEY
042500             MOVE 'Y' TO WS-BLOCK-EOF-SWITCH
042600     END-START
042700     PERFORM 2210-TEST-ONE-BLOCK
042800         THRU 2210-TEST-ONE-BLOCK-EXIT
042900         UNTIL NO-MORE-BLOCKS
043000     EVALUATE TRUE
043100         WHEN WS-ORIG-BLOCK-HIT-ID NOT = ZERO
043200             MOVE WS-ORIG-BLOCK-HIT-ID TO WS-REFUSING-BLOCK-ID
043300         WHEN WS-ALLOW-HIT-ID NOT = ZERO
043400             CONTINUE
043500         WHEN WS-ALLOW-OVER-MAX-ID NOT = ZERO
043600             MOVE WS-ALLOW-OVER-MAX-ID TO WS-REFUSING-BLOCK-ID
043700         WHEN WS-BLOCK-ALL-HIT-ID NOT = ZERO
043800             MOVE WS-BLOCK-ALL-HIT-ID TO WS-REFUSING-BLOCK-ID
043900         WHEN OTHER
044000             CONTINUE
044100     END-EVALUATE
044200     IF WS-REFUSING-BLOCK-ID NOT = ZERO
044300         PERFORM 2250-STAMP-THE-HIT
044400             THRU 2250-STAMP-THE-HIT-EXIT
044500     END-IF
044600     .
044700 2200-MATCH-BLOCKS-EXIT.
044800     EXIT.
044900*----------------------------------------------------------------
045000 2210-TEST-ONE-BLOCK.
045100     READ ACH-DEBIT-BLOCK-FILE NEXT RECORD
045200         AT END
045300             MOVE 'Y' TO WS-BLOCK-EOF-SWITCH
045400             GO TO 2210-TEST-ONE-BLOCK-EXIT
045500     END-READ
045600     IF AB-ACCT-NUMBER NOT = AI-ACCT-NUMBER
045700         GO TO 2210-TEST-ONE-BLOCK-EXIT
045800     END-IF
045900     IF NOT AB-BLOCK-ACTIVE
046000         GO TO 2210-TEST-ONE-BLOCK-EXIT
046100     END-IF
046200     IF AB-EXPIRY-DATE NOT = ZERO
046300             AND AB-EXPIRY-DATE < WS-TS-DATE
046400         GO TO 2210-TEST-ONE-BLOCK-EXIT
046500     END-IF
046600     EVALUATE TRUE
046700         WHEN AB-BLOCK-ALL
046800             MOVE AB-BLOCK-ID TO WS-BLOCK-ALL-HIT-ID
046900         WHEN AB-BLOCK-ORIGINATOR
047000                 AND AB-COMPANY-ID = AI-COMPANY-ID
047100             MOVE AB-BLOCK-ID TO WS-ORIG-BLOCK-HIT-ID
047200         WHEN AB-ALLOW-ORIGINATOR
047300                 AND AB-COMPANY-ID = AI-COMPANY-ID
047400             IF AB-MAX-AMOUNT NOT = ZERO
047500                     AND AI-AMOUNT > AB-MAX-AMOUNT
047600                 MOVE AB-BLOCK-ID TO WS-ALLOW-OVER-MAX-ID
047700             ELSE
047800                 MOVE AB-BLOCK-ID TO WS-ALLOW-HIT-ID
047900             END-IF
048000         WHEN OTHER
048100             CONTINUE
048200     END-EVALUATE
048300     .
048400 2210-TEST-ONE-BLOCK-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------
048700*  2250-STAMP-THE-HIT  --  THE SCAN HAS READ PAST THE REFUSING
048800*  ROW, SO IT IS READ BACK BY KEY BEFORE THE REWRITE.
048900*----------------------------------------------------------------
049000 2250-STAMP-THE-HIT.
049100     MOVE WS-REFUSING-BLOCK-ID TO AB-BLOCK-ID
049200     READ ACH-DEBIT-BLOCK-FILE
049300         KEY IS AB-BLOCK-ID
049400         INVALID KEY
049500             GO TO 2250-STAMP-THE-HIT-EXIT
049600     END-READ
049700     MOVE WS-TS-DATE TO AB-LAST-HIT-DATE
049800     REWRITE ACH-DEBIT-BLOCK-RECORD
049900     DISPLAY "ACHINB: BLOCK " AB-BLOCK-ID " (" AB-BLOCK-TYPE
050000         ") HIT BY " AI-TRACE-NUMBER " FROM " AI-COMPANY-ID
050100         " ON ACCOUNT " AI-ACCT-NUMBER
050200     .
050300 2250-STAMP-THE-HIT-EXIT.
050400     EXIT.
050402*----------------------------------------------------------------
050404*  2400-SCREEN-WITHDRAWAL-LIMITS  --  THE REFUSALS WITHDRAWTRAN
050406*  WOULD MAKE ON GROUNDS OTHER THAN FUNDS, CHECKED HERE FIRST SO
050408*  NSF-DECIDE IS NEVER ASKED TO PAY, AND CHARGE A FEE FOR, A
050410*  DEBIT THAT WILL BE RETURNED ANYWAY.  SAME TESTS AND SAME
050412*  DAILY LIMIT AS WITHDRAWTRAN; ANY OF THEM RETURNS THE DEBIT
050414*  R01, AS A WITHDRAWTRAN REFUSAL DOES.
050416*----------------------------------------------------------------
050418 2400-SCREEN-WITHDRAWAL-LIMITS.
050420     CALL "EDIT-CHECK-AMOUNT" USING "W" WS-DEBIT-AMOUNT
050422         WS-EDIT-VALID-FLAG WS-EDIT-CONFIRM-FLAG
050424     IF WS-EDIT-INVALID
050426         MOVE "R01" TO WS-RETURN-REASON
050428         GO TO 2400-SCREEN-WITHDRAWAL-LIMITS-EXIT
050430     END-IF
050432     IF AM-TYPE-CODE = 'V'
050434             AND AM-LINE-PAST-DUE-SINCE NOT = ZERO
050436         MOVE "R01" TO WS-RETURN-REASON
050438         GO TO 2400-SCREEN-WITHDRAWAL-LIMITS-EXIT
050440     END-IF
050442     IF AM-IS-MINOR-ACCOUNT
050444             AND AI-AMOUNT > AM-MINOR-WITHDRAWAL-CAP
050446         MOVE "R01" TO WS-RETURN-REASON
050448         GO TO 2400-SCREEN-WITHDRAWAL-LIMITS-EXIT
050450     END-IF
050452     MOVE ZERO TO WS-DAILY-WITHDRAWN-SO-FAR
050454     IF AM-DAILY-WITHDRAWN-DATE = WS-TS-DATE
050456         MOVE AM-DAILY-WITHDRAWN-TOTAL
050458             TO WS-DAILY-WITHDRAWN-SO-FAR
050460     END-IF
050462     IF WS-DAILY-WITHDRAWN-SO-FAR + AI-AMOUNT
050464             > WS-DAILY-WITHDRAWAL-LIMIT
050466         MOVE "R01" TO WS-RETURN-REASON
050468     END-IF
050470     .
050472 2400-SCREEN-WITHDRAWAL-LIMITS-EXIT.
050474     EXIT.
050500*----------------------------------------------------------------
050600*  2500-CHECK-FUNDS  --  AVAILABLE BALANCE NET OF HOLDS.  A
050700*  SHORTFALL PAST THE OVERDRAFT LIMIT IS FIRST OFFERED TO THE
050800*  NOMINATED BACKUP ACCOUNT (OD-PROTECT); ONE STILL BELOW ZERO
050900*  GOES TO NSF-DECIDE FOR PAY OR RETURN (R01) AND ITS ITEM
051000*  FEE.  EITHER CHANGES THE RECORD AREA HELD HERE, SO IT IS
051100*  REWRITTEN BEFORE WITHDRAWTRAN RE-READS THE ACCOUNT.  A PAID
051200*  DEBIT CARRIES THE HEADROOM NSF-DECIDE GRANTED PAST THE
051300*  OVERDRAFT LIMIT INTO WITHDRAWTRAN, SO ITS LIMIT CHECK DOES
051400*  NOT UNDO THE DECISION.
051500*----------------------------------------------------------------
051600 2500-CHECK-FUNDS.
051700     MOVE ZERO TO WS-EXTRA-BORROWING
051800     MOVE ZERO TO WS-NSF-FEE-AMOUNT
051900     MOVE 'N' TO WS-MASTER-CHANGED-SWITCH
052000     MOVE 'N' TO WS-ODP-RESULT-FLAG
052100     CALL "HOLD-SUM" USING AM-ACCT-NUMBER WS-HELD-AMOUNT
052200     IF (AM-BALANCE - WS-HELD-AMOUNT - AI-AMOUNT)
052300             < (0 - AM-OVERDRAFT-LIMIT)
052400         IF AM-OD-BACKUP-ACCT NOT = ZERO
052500             PERFORM 2600-COVER-THE-SHORTFALL
052600                 THRU 2600-COVER-THE-SHORTFALL-EXIT
052700         END-IF
052800     END-IF
052900     IF (AM-BALANCE - WS-HELD-AMOUNT - AI-AMOUNT) < ZERO
053000             AND WS-ODP-RESULT-FLAG NOT = 'Y'
053100         PERFORM 2700-DECIDE-PAY-OR-RETURN
053200             THRU 2700-DECIDE-PAY-OR-RETURN-EXIT
053300         IF WS-NSF-DECISION NOT = 'P'
053400             MOVE "R01" TO WS-RETURN-REASON
053500         ELSE
053600             COMPUTE WS-EXTRA-BORROWING =
053700                 (0 - AM-OVERDRAFT-LIMIT)
053800                 - (AM-BALANCE - WS-HELD-AMOUNT - AI-AMOUNT)
053900             IF WS-EXTRA-BORROWING < ZERO
054000                 MOVE ZERO TO WS-EXTRA-BORROWING
054100             END-IF
054200         END-IF
054300     END-IF
054400     IF WS-MASTER-CHANGED
054500         REWRITE ACCOUNT-MASTER-RECORD
054600             INVALID KEY
054700                 DISPLAY "UNABLE TO REWRITE ACCOUNT "
054800                     AI-ACCT-NUMBER
054900         END-REWRITE
055000     END-IF
055100     .
055200 2500-CHECK-FUNDS-EXIT.
055300     EXIT.
055400*----------------------------------------------------------------
055500*  2600-COVER-THE-SHORTFALL  --  OVERDRAFT PROTECTION TRANSFER
055600*  FROM THE NOMINATED BACKUP BEFORE THE DEBIT IS RETURNED.
055700*  OD-PROTECT CREDITS THE TRANSFER AND DEBITS ITS FEE IN THE
055800*  RECORD AREA HELD HERE.
055900*----------------------------------------------------------------
056000 2600-COVER-THE-SHORTFALL.
056100     COMPUTE WS-ODP-SHORTFALL = (0 - AM-OVERDRAFT-LIMIT)
056200         - (AM-BALANCE - WS-HELD-AMOUNT - AI-AMOUNT)
056300     CALL "OD-PROTECT" USING ACCOUNT-MASTER-RECORD
056400         WS-ODP-SHORTFALL WS-BATCH-OPERATOR-ID
056500         WS-ODP-TRANSFER-AMOUNT WS-ODP-FEE-AMOUNT
056600         WS-ODP-RESULT-FLAG
056700     IF WS-ODP-RESULT-FLAG = 'Y'
056800         MOVE 'Y' TO WS-MASTER-CHANGED-SWITCH
056900         ADD 1 TO WS-ITEMS-PROTECTED
057000     END-IF
057100     .
057200 2600-COVER-THE-SHORTFALL-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500*  2700-DECIDE-PAY-OR-RETURN  --  THE DEBIT WOULD TAKE
057600*  AVAILABLE BALANCE BELOW ZERO AND NO PROTECTION TRANSFER
057700*  COVERED IT.  NSF-DECIDE PAYS OR RETURNS IT AND CHARGES THE
057800*  PAID-ITEM OR RETURNED-ITEM FEE IN THE RECORD AREA HELD HERE.
057900*----------------------------------------------------------------
058000 2700-DECIDE-PAY-OR-RETURN.
058100     MOVE AI-AMOUNT TO WS-NSF-ITEM-AMOUNT
058200     MOVE AI-TRACE-NUMBER TO WS-NSF-ITEM-REF
058300     CALL "NSF-DECIDE" USING ACCOUNT-MASTER-RECORD
058400         WS-NSF-ITEM-AMOUNT WS-HELD-AMOUNT WS-NSF-ITEM-KIND
058500         WS-NSF-ITEM-REF WS-BATCH-OPERATOR-ID
058600         WS-NSF-DECISION WS-NSF-FEE-AMOUNT
058700     IF WS-NSF-FEE-AMOUNT > ZERO
058800         MOVE 'Y' TO WS-MASTER-CHANGED-SWITCH
058900         ADD 1 TO WS-ITEM-FEES-CHARGED
059000         ADD WS-NSF-FEE-AMOUNT TO WS-ITEM-FEE-TOTAL
059100     END-IF
059200     IF WS-NSF-DECISION = 'P'
059300         ADD 1 TO WS-ITEMS-PAID-INTO-OD
059400     END-IF
059500     .
059600 2700-DECIDE-PAY-OR-RETURN-EXIT.
059700     EXIT.
059800*----------------------------------------------------------------
059900*  3000-WRITE-RETURN-ENTRY  --  BACK TO THE NETWORK UNPOSTED,
060000*  WITH THE RETURN REASON CODE AND TODAY'S BUSINESS DATE.
060100*----------------------------------------------------------------
060200 3000-WRITE-RETURN-ENTRY.
060300     MOVE AI-TRACE-NUMBER  TO AX-TRACE-NUMBER
060400     MOVE AI-ACCT-NUMBER   TO AX-ACCT-NUMBER
060500     MOVE AI-AMOUNT        TO AX-AMOUNT
060600     MOVE AI-COMPANY-ID    TO AX-COMPANY-ID
060700     MOVE AI-COMPANY-NAME  TO AX-COMPANY-NAME
060800     MOVE WS-RETURN-REASON TO AX-RETURN-CODE
060900     MOVE WS-TS-DATE       TO AX-RETURN-DATE
061000     WRITE ACH-INBOUND-RETURN-RECORD
061100     ADD 1 TO WS-DEBITS-RETURNED
061200     DISPLAY "ACHINB: RETURNED " AI-TRACE-NUMBER
061300         " ON ACCOUNT " AI-ACCT-NUMBER " ("
061400         WS-RETURN-REASON ") - " AI-COMPANY-NAME
061500     .
061600 3000-WRITE-RETURN-ENTRY-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900*  9999-EXIT  --  COMMON PROGRAM EXIT.
062000*----------------------------------------------------------------
062100 9999-EXIT.
062200     IF WS-ACHIN-STATUS = "00" OR WS-ACHIN-STATUS = "10"
062300         CLOSE INBOUND-ACH-DEBIT-FILE
062400         CLOSE ACH-INBOUND-RETURN-FILE
062500     END-IF
062600     IF WS-BLOCKS-ON-FILE
062700         CLOSE ACH-DEBIT-BLOCK-FILE
062800     END-IF
062900     .
063000 9999-EXIT-EXIT.
063100     EXIT.
063200 END PROGRAM ACH-INBOUND.
