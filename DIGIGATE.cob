000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    DIGITAL-GATEWAY.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  THE INTERNET AND MOBILE
001300*                     BANKING CHANNEL GATEWAY.  READS THE
001400*                     VENDOR'S REQUEST FILE AND WRITES ONE
001500*                     RESPONSE PER REQUEST WITH AN OUTCOME CODE.
001600*                     EVERY REQUEST IS AUTHENTICATED FIRST
001700*                     THROUGH PINVERIFY - THE PIN MASTER, THE
001800*                     PIN-HASH-COMPUTE HASH AND THE SAME
001900*                     THREE-STRIKES LOCKOUT THE TERMINALS LIVE
002000*                     UNDER - AND AN ACCOUNT ALREADY BLOCKED
002100*                     IS TURNED AWAY WITHOUT A PIN CHECK.
002200*                     ACCEPTED REQUESTS GO TO THE EXISTING
002300*                     ROUTINES: BALANCE OFF THE ACCOUNT MASTER
002400*                     LESS HOLD-SUM, MINI-STATEMENT THROUGH
002500*                     TRANH-INQUIRY, INTERNAL TRANSFER THROUGH
002600*                     INTTRAN, CARD BLOCK THROUGH CARDMAINT.
002700*                     THERE IS NO STANDING INSTRUCTION
002800*                     MAINTENANCE PROGRAM, SO A NEW INSTRUCTION
002900*                     IS VALIDATED AND FILED HERE, ON STANDPAY'S
003000*                     OWN FILE AND RULES.  EVERYTHING THE
003100*                     CHANNEL DOES IS STAMPED WITH THE DIGITAL
003200*                     OPERATOR ID AND BRANCH, SO POSTINGS,
003300*                     JOURNAL AND AUDIT ROWS SHOW THE CHANNEL.
003400*                     TRANSFERS AND NEW INSTRUCTIONS ARE
003500*                     REFUSED WHILE THE NIGHTLY CHAIN HOLDS THE
003600*                     MASTER.  A JOINT ACCOUNT NEEDING BOTH
003700*                     SIGNATURES CANNOT MOVE MONEY OR SET UP A
003800*                     MANDATE FROM THE CHANNEL - ONE PIN IS ONE
003900*                     SIGNATORY.
003911*    2026-10-15  RPK  ADDED PIN RESET (TYPE R) AND PIN CHANGE
003922*                     (TYPE P).  A RESET NEEDS NO PIN: THE DATE OF
003933*                     BIRTH AND LAST FOUR OF THE TAXPAYER ID MUST
003944*                     MATCH THE CUSTOMER MASTER, AND PIN-ISSUE
003955*                     MAILS A RANDOM PIN TO THE ADDRESS ON FILE
003966*                     AND LIFTS ANY PIN LOCKOUT.  A MAILED PIN IS
003977*                     REFUSED FOR EVERYTHING BUT A PIN CHANGE
003988*                     (OUTCOME 12).
004000*================================================================
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     COPY CHRQSEL.
004500     COPY CHRSSEL.
004600     COPY ACCTMSEL.
004650     COPY CUSTMSEL.
004700     COPY STNDSEL.
004800     COPY ACTAUDSEL.
004900*================================================================
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CHANNEL-REQUEST-FILE.
005300     COPY CHRQREC.
005400 FD  CHANNEL-RESPONSE-FILE.
005500     COPY CHRSREC.
005600 FD  ACCOUNT-MASTER-FILE.
005700     COPY ACCTMAST.
005733 FD  CUSTOMER-MASTER-FILE.
005766     COPY CUSTMAST.
005800 FD  STANDING-INSTRUCTION-FILE.
005900     COPY STNDREC.
006000 FD  ACTIVITY-AUDIT-FILE.
006100     COPY ACTAUDREC.
006200*----------------------------------------------------------------
006300 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------
006500*  ACCOUNT STATUS CODE AND ITS 88-LEVEL CONDITIONS (SHARED).
006600*----------------------------------------------------------------
006700     COPY ACCTSTAT.
006800*----------------------------------------------------------------
006900 01  WS-FILE-STATUSES.
007000     05  WS-CHNLREQ-STATUS         PIC XX.
007100     05  WS-CHNLRSP-STATUS         PIC XX.
007200     05  WS-ACCTMAST-STATUS        PIC XX.
007250     05  WS-CUSTMAST-STATUS        PIC XX.
007300     05  WS-STANDING-STATUS        PIC XX.
007400     05  WS-ACTAUDIT-STATUS        PIC XX.
007500*----------------------------------------------------------------
007600*  THE CHANNEL MARKER.  THE DIGITAL OPERATOR MUST BE ON THE
007700*  OPERATOR MASTER; ITS PER-TRANSACTION LIMIT IS THE CHANNEL'S
007800*  TRANSFER LIMIT.
007900*----------------------------------------------------------------
008000 01  WS-CHANNEL-OPERATOR-ID        PIC X(08) VALUE "DIGITAL".
008100 01  WS-CHANNEL-BRANCH-ID          PIC X(06) VALUE "DIGITL".
008200*----------------------------------------------------------------
008300 01  WS-WORK-FIELDS.
008400     05  WS-REQUEST-EOF-SWITCH     PIC X VALUE 'N'.
008500         88  NO-MORE-REQUESTS      VALUE 'Y'.
008600     05  WS-FILES-OPEN-SWITCH      PIC X VALUE 'N'.
008700         88  WS-FILES-OPEN         VALUE 'Y'.
008800     05  WS-ACCT-FOUND-SWITCH      PIC X.
008900         88  WS-ACCT-FOUND         VALUE 'Y'.
009000     05  WS-PIN-ACCESS-FLAG        PIC X.
009100         88  WS-PIN-ACCEPTED       VALUE 'Y'.
009112         88  WS-PIN-CHANGE-DUE     VALUE 'C'.
009124     05  WS-CUST-FOUND-SWITCH      PIC X.
009136         88  WS-CUST-FOUND         VALUE 'Y'.
009148     05  WS-PIN-ISSUE-FUNCTION     PIC X.
009160     05  WS-PIN-ISSUE-NEW-PIN      PIC 9(04).
009172     05  WS-PIN-ISSUE-APPROVER     PIC X(08) VALUE SPACES.
009184     05  WS-PIN-ISSUE-FLAG         PIC X.
009200     05  WS-MEMO-WINDOW-FLAG       PIC X.
009300     05  WS-CHECK-DIGIT-FLAG       PIC X.
009400         88  WS-CHECK-DIGIT-VALID  VALUE 'Y'.
009500     05  WS-CALL-RETURN-CODE       PIC X.
009600     05  WS-LOOKUP-ACCT-NUMBER     PIC 9(10).
009700     05  WS-REQUEST-ACCT-NUMBER    PIC 9(10).
009800     05  WS-REQUEST-PIN            PIC 9(04).
009900     05  WS-DEST-ACCT-NUMBER       PIC 9(10).
010000     05  WS-MOVE-AMOUNT            PIC S9(09)V99.
010100     05  WS-CARD-NUMBER            PIC 9(10).
010200     05  WS-HELD-AMOUNT            PIC S9(11)V99.
010300     05  WS-SOURCE-AUTH-RULE       PIC X.
010400         88  WS-SOURCE-AUTH-BOTH   VALUE 'B'.
010500     05  WS-FIRST-RUN-DATE         PIC 9(08).
010600     05  WS-ROW-IX                 PIC 9(02) COMP.
010700*----------------------------------------------------------------
010800*  MINI-STATEMENT PARAMETER BLOCK FOR TRANH-INQUIRY.
010900*----------------------------------------------------------------
011000     COPY MSTMPARM.
011100*----------------------------------------------------------------
011200 01  WS-ID-SOURCE-NAME             PIC X(08).
011300 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
011400*----------------------------------------------------------------
011500 01  WS-RUN-COUNTERS.
011600     05  WS-REQUESTS-READ          PIC 9(06) COMP VALUE 0.
011700     05  WS-REQUESTS-COMPLETED     PIC 9(06) COMP VALUE 0.
011800     05  WS-AUTH-FAILURES          PIC 9(06) COMP VALUE 0.
011900     05  WS-REQUESTS-REFUSED       PIC 9(06) COMP VALUE 0.
012000     05  WS-TRANSFERS-POSTED       PIC 9(06) COMP VALUE 0.
012100     05  WS-TRANSFER-TOTAL         PIC 9(11)V99 VALUE 0.
012200     05  WS-INSTRUCTIONS-FILED     PIC 9(06) COMP VALUE 0.
012300     05  WS-CARDS-BLOCKED          PIC 9(06) COMP VALUE 0.
012333     05  WS-PIN-RESETS             PIC 9(06) COMP VALUE 0.
012366     05  WS-PIN-CHANGES            PIC 9(06) COMP VALUE 0.
012400*----------------------------------------------------------------
012500 01  WS-BUSINESS-DATE              PIC 9(08).
012600 01  WS-BUSDATE-FLAG               PIC X.
012700 01  WS-CURRENT-TIMESTAMP          PIC X(21).
012800 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
012900     05  WS-TS-DATE                PIC 9(08).
013000     05  FILLER                    PIC X(13).
013100*----------------------------------------------------------------
013200 01  WS-RUN-HISTORY-FIELDS.
013300     05  WS-RH-STEP-NAME           PIC X(08) VALUE "DGTLSTEP".
013400     05  WS-RH-START-TIMESTAMP     PIC X(21).
013500     05  WS-RH-RECORDS-READ        PIC 9(08).
013600     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
013700     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
013800     05  WS-RH-COMPLETION-CODE     PIC 9(02).
013900*================================================================
014000 PROCEDURE DIVISION.
014100*================================================================
014200 0000-MAINLINE.
014300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
014400     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
014500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
014600         WS-BUSDATE-FLAG
014700     IF WS-BUSDATE-FLAG = "Y"
014800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
014900     END-IF
015000     PERFORM 1000-INITIALIZE
015100         THRU 1000-INITIALIZE-EXIT
015200     IF WS-FILES-OPEN
015300         PERFORM 2000-PROCESS-ONE-REQUEST
015400             THRU 2000-PROCESS-ONE-REQUEST-EXIT
015500             UNTIL NO-MORE-REQUESTS
015600     END-IF
015700     PERFORM 9999-EXIT
015800         THRU 9999-EXIT-EXIT
015900     DISPLAY "DIGIGATE: REQUESTS READ       = " WS-REQUESTS-READ
016000     DISPLAY "DIGIGATE: REQUESTS COMPLETED  = "
016100         WS-REQUESTS-COMPLETED
016200     DISPLAY "DIGIGATE: AUTHENTICATION FAILS= "
016300         WS-AUTH-FAILURES
016400     DISPLAY "DIGIGATE: REQUESTS REFUSED    = "
016500         WS-REQUESTS-REFUSED
016600     DISPLAY "DIGIGATE: TRANSFERS POSTED    = "
016700         WS-TRANSFERS-POSTED
016800     DISPLAY "DIGIGATE: TRANSFER TOTAL      = "
016900         WS-TRANSFER-TOTAL
017000     DISPLAY "DIGIGATE: INSTRUCTIONS FILED  = "
017100         WS-INSTRUCTIONS-FILED
017200     DISPLAY "DIGIGATE: CARDS BLOCKED       = " WS-CARDS-BLOCKED
017233     DISPLAY "DIGIGATE: PIN RESETS MAILED   = " WS-PIN-RESETS
017266     DISPLAY "DIGIGATE: PINS CHANGED        = " WS-PIN-CHANGES
017300     MOVE WS-REQUESTS-READ TO WS-RH-RECORDS-READ
017400     MOVE WS-REQUESTS-COMPLETED TO WS-RH-RECORDS-UPDATED
017500     MOVE WS-TRANSFER-TOTAL TO WS-RH-AMOUNT-POSTED
017600     MOVE ZERO TO WS-RH-COMPLETION-CODE
017700     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
017800         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
017900         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
018000         WS-RH-COMPLETION-CODE
018100     STOP RUN.
018200*----------------------------------------------------------------
018300*  1000-INITIALIZE  --  OPEN THE REQUEST AND RESPONSE FILES AND
018400*  THE STANDING INSTRUCTION FILE.  THE ACCOUNT MASTER IS OPENED
018500*  PER LOOK-UP SO THE ROUTINES CALLED CAN UPDATE IT.
018600*----------------------------------------------------------------
018700 1000-INITIALIZE.
018800     OPEN INPUT CHANNEL-REQUEST-FILE
018900     IF WS-CHNLREQ-STATUS NOT = "00"
019000         DISPLAY "DIGIGATE: UNABLE TO OPEN REQUEST FILE, "
019100             "STATUS = " WS-CHNLREQ-STATUS
019200         GO TO 1000-INITIALIZE-EXIT
019300     END-IF
019400     OPEN OUTPUT CHANNEL-RESPONSE-FILE
019500     IF WS-CHNLRSP-STATUS NOT = "00"
019600         DISPLAY "DIGIGATE: UNABLE TO OPEN RESPONSE FILE, "
019700             "STATUS = " WS-CHNLRSP-STATUS
019800         CLOSE CHANNEL-REQUEST-FILE
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF
020100     OPEN I-O STANDING-INSTRUCTION-FILE
020200     IF WS-STANDING-STATUS = "35"
020300         CLOSE STANDING-INSTRUCTION-FILE
020400         OPEN OUTPUT STANDING-INSTRUCTION-FILE
020500         CLOSE STANDING-INSTRUCTION-FILE
020600         OPEN I-O STANDING-INSTRUCTION-FILE
020700     END-IF
020800     IF WS-STANDING-STATUS NOT = "00"
020900         DISPLAY "DIGIGATE: UNABLE TO OPEN STANDING "
021000             "INSTRUCTION FILE, STATUS = " WS-STANDING-STATUS
021100         CLOSE CHANNEL-REQUEST-FILE
021200         CLOSE CHANNEL-RESPONSE-FILE
021300         GO TO 1000-INITIALIZE-EXIT
021400     END-IF
021500     OPEN EXTEND ACTIVITY-AUDIT-FILE
021600     IF WS-ACTAUDIT-STATUS = "35"
021700         CLOSE ACTIVITY-AUDIT-FILE
021800         OPEN OUTPUT ACTIVITY-AUDIT-FILE
021900     END-IF
022000     MOVE 'Y' TO WS-FILES-OPEN-SWITCH
022100     .
022200 1000-INITIALIZE-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500*  2000-PROCESS-ONE-REQUEST  --  AUTHENTICATE, ROUTE, RESPOND.
022600*  EVERY REQUEST READ GETS EXACTLY ONE RESPONSE.
022700*----------------------------------------------------------------
022800 2000-PROCESS-ONE-REQUEST.
022900     READ CHANNEL-REQUEST-FILE
023000         AT END
023100             MOVE 'Y' TO WS-REQUEST-EOF-SWITCH
023200             GO TO 2000-PROCESS-ONE-REQUEST-EXIT
023300     END-READ
023400     ADD 1 TO WS-REQUESTS-READ
023500     MOVE SPACES            TO CHANNEL-RESPONSE-RECORD
023600     MOVE CQ-REQUEST-ID     TO CR-REQUEST-ID
023700     MOVE CQ-ACCT-NUMBER    TO CR-ACCT-NUMBER
023800     MOVE CQ-REQUEST-TYPE   TO CR-REQUEST-TYPE
023900     SET CR-OK              TO TRUE
024000     MOVE CQ-ACCT-NUMBER    TO WS-REQUEST-ACCT-NUMBER
024100     MOVE CQ-PIN            TO WS-REQUEST-PIN
024200
024300     IF CQ-PIN-RESET
024400         PERFORM 2200-PIN-RESET
024416             THRU 2200-PIN-RESET-EXIT
024432     ELSE
024448         PERFORM 2100-AUTHENTICATE
024464             THRU 2100-AUTHENTICATE-EXIT
024480     END-IF
024500     IF CR-OK
024600         EVALUATE TRUE
024700             WHEN CQ-BALANCE-INQUIRY
024800                 PERFORM 3000-BALANCE-INQUIRY
024900                     THRU 3000-BALANCE-INQUIRY-EXIT
025000             WHEN CQ-MINI-STATEMENT
025100                 PERFORM 4000-MINI-STATEMENT
025200                     THRU 4000-MINI-STATEMENT-EXIT
025300             WHEN CQ-INTERNAL-TRANSFER
025400                 PERFORM 5000-INTERNAL-TRANSFER
025500                     THRU 5000-INTERNAL-TRANSFER-EXIT
025600             WHEN CQ-SI-SETUP
025700                 PERFORM 6000-SI-SETUP
025800                     THRU 6000-SI-SETUP-EXIT
025900             WHEN CQ-CARD-BLOCK
026000                 PERFORM 7000-CARD-BLOCK
026100                     THRU 7000-CARD-BLOCK-EXIT
026125             WHEN CQ-PIN-CHANGE
026150                 PERFORM 7500-PIN-CHANGE
026175                     THRU 7500-PIN-CHANGE-EXIT
026200         END-EVALUATE
026300     END-IF
026400
026500     EVALUATE TRUE
026600         WHEN CR-OK
026700             ADD 1 TO WS-REQUESTS-COMPLETED
026800         WHEN CR-PIN-REJECTED OR CR-ACCOUNT-BLOCKED
026850                 OR CR-PIN-CHANGE-REQUIRED
026900             ADD 1 TO WS-AUTH-FAILURES
027000         WHEN OTHER
027100             ADD 1 TO WS-REQUESTS-REFUSED
027200     END-EVALUATE
027300     WRITE CHANNEL-RESPONSE-RECORD
027400     .
027500 2000-PROCESS-ONE-REQUEST-EXIT.
027600     EXIT.
027700*----------------------------------------------------------------
027800*  2100-AUTHENTICATE  --  A WELL-FORMED REQUEST ON A KNOWN,
027900*  UNBLOCKED ACCOUNT, THEN THE PIN THROUGH PINVERIFY.  A WRONG
028000*  PIN THAT TRIPS THE LOCKOUT COMES BACK AS BLOCKED SO THE
028100*  CUSTOMER KNOWS TO CALL THE BRANCH.  AN UNKNOWN ACCOUNT GETS
028200*  THE SAME ANSWER AS A WRONG PIN.  A MAILED PIN IS GOOD ONLY
028250*  FOR THE PIN CHANGE THAT REPLACES IT.
028300*----------------------------------------------------------------
028400 2100-AUTHENTICATE.
028500     IF WS-REQUEST-ACCT-NUMBER = ZERO OR WS-REQUEST-PIN = ZERO
028600         SET CR-INVALID-REQUEST TO TRUE
028700         MOVE "ACCOUNT AND PIN REQUIRED" TO CR-OUTCOME-TEXT
028800         GO TO 2100-AUTHENTICATE-EXIT
028900     END-IF
029000     IF NOT CQ-BALANCE-INQUIRY AND NOT CQ-MINI-STATEMENT
029100             AND NOT CQ-INTERNAL-TRANSFER AND NOT CQ-SI-SETUP
029200             AND NOT CQ-CARD-BLOCK AND NOT CQ-PIN-CHANGE
029300         SET CR-INVALID-REQUEST TO TRUE
029400         MOVE "UNKNOWN REQUEST TYPE" TO CR-OUTCOME-TEXT
029500         GO TO 2100-AUTHENTICATE-EXIT
029600     END-IF
029700
029800     MOVE WS-REQUEST-ACCT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
029900     PERFORM 8000-READ-ACCOUNT
030000         THRU 8000-READ-ACCOUNT-EXIT
030100     IF NOT WS-ACCT-FOUND
030200         SET CR-PIN-REJECTED TO TRUE
030300         MOVE "ACCOUNT OR PIN NOT RECOGNISED" TO CR-OUTCOME-TEXT
030400         GO TO 2100-AUTHENTICATE-EXIT
030500     END-IF
030600     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
030700     IF STATUS-BLOCKED
030800         SET CR-ACCOUNT-BLOCKED TO TRUE
030900         MOVE "ACCOUNT BLOCKED - CALL BRANCH" TO CR-OUTCOME-TEXT
031000         GO TO 2100-AUTHENTICATE-EXIT
031100     END-IF
031200
031300     MOVE SPACE TO WS-PIN-ACCESS-FLAG
031400     CALL "PINVERIFY" USING WS-REQUEST-ACCT-NUMBER
031500         WS-REQUEST-PIN WS-PIN-ACCESS-FLAG
031600     IF WS-PIN-CHANGE-DUE AND NOT CQ-PIN-CHANGE
031616         SET CR-PIN-CHANGE-REQUIRED TO TRUE
031632         MOVE "PIN CHANGE REQUIRED" TO CR-OUTCOME-TEXT
031648         GO TO 2100-AUTHENTICATE-EXIT
031664     END-IF
031680     IF NOT WS-PIN-ACCEPTED AND NOT WS-PIN-CHANGE-DUE
031700         PERFORM 8000-READ-ACCOUNT
031800             THRU 8000-READ-ACCOUNT-EXIT
031900         MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
032000         IF WS-ACCT-FOUND AND STATUS-BLOCKED
032100             SET CR-ACCOUNT-BLOCKED TO TRUE
032200             MOVE "ACCOUNT BLOCKED - CALL BRANCH"
032300                 TO CR-OUTCOME-TEXT
032400         ELSE
032500             SET CR-PIN-REJECTED TO TRUE
032600             MOVE "ACCOUNT OR PIN NOT RECOGNISED"
032700                 TO CR-OUTCOME-TEXT
032800         END-IF
032900         GO TO 2100-AUTHENTICATE-EXIT
033000     END-IF
033100     MOVE AM-AUTH-RULE TO WS-SOURCE-AUTH-RULE
033200     .
033300 2100-AUTHENTICATE-EXIT.
033400     EXIT.
033401*----------------------------------------------------------------
033402*  2200-PIN-RESET  --  THE CUSTOMER HAS NO PIN TO OFFER, SO THE
033403*  ACCOUNT MUST BE KNOWN AND THE DATE OF BIRTH AND LAST FOUR OF
033404*  THE TAXPAYER ID MUST MATCH THE CUSTOMER MASTER.  ANY MISMATCH
033405*  GETS THE SAME ANSWER, AND COUNTS AS AN AUTHENTICATION FAILURE.
033406*  A BLOCKED ACCOUNT MAY RESET - LIFTING THE PIN LOCKOUT IS HALF
033407*  THE POINT.  PIN-ISSUE MAILS THE NEW PIN TO THE ADDRESS ON
033408*  FILE, NEVER TO THE CHANNEL, AND LOGS THE RESET.
033409*----------------------------------------------------------------
033410 2200-PIN-RESET.
033411     IF WS-REQUEST-ACCT-NUMBER = ZERO
033412             OR CQ-PR-DATE-OF-BIRTH NOT NUMERIC
033413             OR CQ-PR-DATE-OF-BIRTH = ZERO
033414             OR CQ-PR-TAX-ID-LAST4 = SPACES
033415         SET CR-INVALID-REQUEST TO TRUE
033416         MOVE "BIRTH DATE AND TIN REQUIRED" TO CR-OUTCOME-TEXT
033417         GO TO 2200-PIN-RESET-EXIT
033418     END-IF
033419     MOVE WS-REQUEST-ACCT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
033420     PERFORM 8000-READ-ACCOUNT
033421         THRU 8000-READ-ACCOUNT-EXIT
033422     IF NOT WS-ACCT-FOUND
033423         SET CR-PIN-REJECTED TO TRUE
033424         MOVE "DETAILS NOT RECOGNISED" TO CR-OUTCOME-TEXT
033425         GO TO 2200-PIN-RESET-EXIT
033426     END-IF
033427     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
033428     IF STATUS-CLOSED OR STATUS-ESCHEATED
033429         SET CR-ACCOUNT-UNUSABLE TO TRUE
033430         MOVE "ACCOUNT NOT AVAILABLE" TO CR-OUTCOME-TEXT
033431         GO TO 2200-PIN-RESET-EXIT
033432     END-IF
033433     PERFORM 8300-READ-CUSTOMER
033434         THRU 8300-READ-CUSTOMER-EXIT
033435     IF NOT WS-CUST-FOUND
033436             OR CM-DATE-OF-BIRTH NOT = CQ-PR-DATE-OF-BIRTH
033437             OR CM-TAX-ID (8:4) NOT = CQ-PR-TAX-ID-LAST4
033438         SET CR-PIN-REJECTED TO TRUE
033439         MOVE "DETAILS NOT RECOGNISED" TO CR-OUTCOME-TEXT
033440         GO TO 2200-PIN-RESET-EXIT
033441     END-IF
033442     MOVE 'R'  TO WS-PIN-ISSUE-FUNCTION
033443     MOVE ZERO TO WS-PIN-ISSUE-NEW-PIN
033444     MOVE 'N'  TO WS-PIN-ISSUE-FLAG
033445     CALL "PIN-ISSUE" USING WS-PIN-ISSUE-FUNCTION
033446         WS-REQUEST-ACCT-NUMBER WS-PIN-ISSUE-NEW-PIN
033447         WS-CHANNEL-OPERATOR-ID WS-PIN-ISSUE-APPROVER
033448         WS-PIN-ISSUE-FLAG
033449     IF WS-PIN-ISSUE-FLAG NOT = 'Y'
033450         SET CR-DECLINED TO TRUE
033451         MOVE "PIN RESET DECLINED" TO CR-OUTCOME-TEXT
033452         GO TO 2200-PIN-RESET-EXIT
033453     END-IF
033454     ADD 1 TO WS-PIN-RESETS
033455     MOVE "PIN MAILER QUEUED" TO CR-OUTCOME-TEXT
033456     .
033457 2200-PIN-RESET-EXIT.
033458     EXIT.
033500*----------------------------------------------------------------
033600*  3000-BALANCE-INQUIRY  --  LEDGER BALANCE, AND AVAILABLE
033700*  BALANCE NET OF ACTIVE HOLDS THE SAME WAY WITHDRAWTRAN SEES
033800*  IT.
033900*----------------------------------------------------------------
034000 3000-BALANCE-INQUIRY.
034100     CALL "HOLD-SUM" USING AM-ACCT-NUMBER WS-HELD-AMOUNT
034200     MOVE AM-BALANCE          TO CR-BL-LEDGER-BALANCE
034300     COMPUTE CR-BL-AVAILABLE = AM-BALANCE - WS-HELD-AMOUNT
034400     MOVE AM-CURRENCY-CODE    TO CR-BL-CURRENCY-CODE
034500     MOVE "BALANCE PROVIDED"  TO CR-OUTCOME-TEXT
034600     .
034700 3000-BALANCE-INQUIRY-EXIT.
034800     EXIT.
034900*----------------------------------------------------------------
035000*  4000-MINI-STATEMENT  --  THE MOST RECENT ROWS OFF THE KEYED
035100*  HISTORY THROUGH TRANH-INQUIRY, JOURNALED UNDER THE CHANNEL.
035200*----------------------------------------------------------------
035300 4000-MINI-STATEMENT.
035400     MOVE WS-REQUEST-ACCT-NUMBER TO MS-ACCT-NUMBER
035500     MOVE CQ-MS-FROM-DATE        TO MS-FROM-DATE
035600     IF CQ-MS-FROM-DATE NOT NUMERIC
035700         MOVE ZERO               TO MS-FROM-DATE
035800     END-IF
035900     MOVE WS-CHANNEL-OPERATOR-ID TO MS-OPERATOR-ID
036000     MOVE WS-CHANNEL-BRANCH-ID   TO MS-BRANCH-ID
036100     CALL "TRANH-INQUIRY" USING MINI-STATEMENT-PARMS
036200     MOVE MS-ROW-COUNT           TO CR-MS-ROW-COUNT
036300     PERFORM 4100-COPY-ONE-ROW
036400         THRU 4100-COPY-ONE-ROW-EXIT
036500         VARYING WS-ROW-IX FROM 1 BY 1
036600         UNTIL WS-ROW-IX > MS-ROW-COUNT
036700     MOVE "MINI-STATEMENT PROVIDED" TO CR-OUTCOME-TEXT
036800     .
036900 4000-MINI-STATEMENT-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------
037200 4100-COPY-ONE-ROW.
037300     MOVE MS-TRAN-DATE (WS-ROW-IX) TO CR-MS-TRAN-DATE (WS-ROW-IX)
037400     MOVE MS-TRAN-TYPE (WS-ROW-IX) TO CR-MS-TRAN-TYPE (WS-ROW-IX)
037500     MOVE MS-AMOUNT (WS-ROW-IX)    TO CR-MS-AMOUNT (WS-ROW-IX)
037600     MOVE MS-TRAN-ID (WS-ROW-IX)   TO CR-MS-TRAN-ID (WS-ROW-IX)
037700     .
037800 4100-COPY-ONE-ROW-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100*  5000-INTERNAL-TRANSFER  --  POSTED THROUGH INTTRAN UNDER
038200*  THE CHANNEL OPERATOR, WHICH RUNS EVERY TELLER RULE ON BOTH
038300*  ACCOUNTS AND THE OPERATOR'S PER-TRANSACTION LIMIT.
038400*----------------------------------------------------------------
038500 5000-INTERNAL-TRANSFER.
038600     PERFORM 8100-CHECK-MONEY-MOVEMENT
038700         THRU 8100-CHECK-MONEY-MOVEMENT-EXIT
038800     IF NOT CR-OK
038900         GO TO 5000-INTERNAL-TRANSFER-EXIT
039000     END-IF
039100     IF CQ-XF-DEST-ACCT NOT NUMERIC
039200             OR CQ-XF-AMOUNT NOT NUMERIC
039300         SET CR-INVALID-REQUEST TO TRUE
039400         MOVE "TRANSFER DETAILS NOT NUMERIC" TO CR-OUTCOME-TEXT
039500         GO TO 5000-INTERNAL-TRANSFER-EXIT
039600     END-IF
039700     IF CQ-XF-AMOUNT = ZERO
039800             OR CQ-XF-DEST-ACCT = WS-REQUEST-ACCT-NUMBER
039900         SET CR-INVALID-REQUEST TO TRUE
040000         MOVE "INVALID AMOUNT OR DESTINATION" TO CR-OUTCOME-TEXT
040100         GO TO 5000-INTERNAL-TRANSFER-EXIT
040200     END-IF
040300     MOVE CQ-XF-DEST-ACCT TO WS-DEST-ACCT-NUMBER
040400     MOVE CQ-XF-AMOUNT    TO WS-MOVE-AMOUNT
040500     MOVE 'N' TO WS-CALL-RETURN-CODE
040600     CALL "INTTRAN" USING WS-REQUEST-ACCT-NUMBER
040700         WS-DEST-ACCT-NUMBER WS-MOVE-AMOUNT
040800         WS-CHANNEL-OPERATOR-ID WS-CHANNEL-BRANCH-ID
040900         WS-CALL-RETURN-CODE
041000     IF WS-CALL-RETURN-CODE NOT = 'Y'
041100         SET CR-DECLINED TO TRUE
041200         MOVE "TRANSFER DECLINED" TO CR-OUTCOME-TEXT
041300         GO TO 5000-INTERNAL-TRANSFER-EXIT
041400     END-IF
041500     ADD 1 TO WS-TRANSFERS-POSTED
041600     ADD WS-MOVE-AMOUNT TO WS-TRANSFER-TOTAL
041700     MOVE "TRANSFER POSTED" TO CR-OUTCOME-TEXT
041800     .
041900 5000-INTERNAL-TRANSFER-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200*  6000-SI-SETUP  --  A NEW STANDING INSTRUCTION ON STANDPAY'S
042300*  FILE.  THE SAME EDITS A TRANSFER GETS UP FRONT (THE
042400*  DESTINATION IS ON OUR BOOKS AND OPEN), STANDPAY'S OWN
042500*  FREQUENCY AND HOLIDAY CODES, AND A FIRST RUN DATE NO
042600*  EARLIER THAN TODAY (ZERO MEANS TODAY - IT RUNS TONIGHT).
042700*  EACH PAYMENT IS VALIDATED AGAIN WHEN STANDPAY POSTS IT.
042800*----------------------------------------------------------------
042900 6000-SI-SETUP.
043000     PERFORM 8100-CHECK-MONEY-MOVEMENT
043100         THRU 8100-CHECK-MONEY-MOVEMENT-EXIT
043200     IF NOT CR-OK
043300         GO TO 6000-SI-SETUP-EXIT
043400     END-IF
043500     IF CQ-SI-DEST-ACCT NOT NUMERIC
043600             OR CQ-SI-AMOUNT NOT NUMERIC
043700             OR CQ-SI-FIRST-RUN-DATE NOT NUMERIC
043800         SET CR-INVALID-REQUEST TO TRUE
043900         MOVE "INSTRUCTION DETAILS NOT NUMERIC"
044000             TO CR-OUTCOME-TEXT
044100         GO TO 6000-SI-SETUP-EXIT
044200     END-IF
044300     IF CQ-SI-AMOUNT = ZERO
044400             OR CQ-SI-DEST-ACCT = WS-REQUEST-ACCT-NUMBER
044500         SET CR-INVALID-REQUEST TO TRUE
044600         MOVE "INVALID AMOUNT OR DESTINATION" TO CR-OUTCOME-TEXT
044700         GO TO 6000-SI-SETUP-EXIT
044800     END-IF
044900     MOVE CQ-SI-FREQUENCY-CODE TO SI-FREQUENCY-CODE
045000     IF NOT SI-FREQ-DAILY AND NOT SI-FREQ-WEEKLY
045100             AND NOT SI-FREQ-MONTHLY
045200         SET CR-INVALID-REQUEST TO TRUE
045300         MOVE "FREQUENCY MUST BE D, W OR M" TO CR-OUTCOME-TEXT
045400         GO TO 6000-SI-SETUP-EXIT
045500     END-IF
045600     MOVE CQ-SI-HOLIDAY-RULE TO SI-HOLIDAY-RULE
045700     IF NOT SI-HOLIDAY-ROLL-BACK AND NOT SI-HOLIDAY-ROLL-FWD
045800         SET CR-INVALID-REQUEST TO TRUE
045900         MOVE "HOLIDAY RULE MUST BE F OR B" TO CR-OUTCOME-TEXT
046000         GO TO 6000-SI-SETUP-EXIT
046100     END-IF
046200     MOVE CQ-SI-FIRST-RUN-DATE TO WS-FIRST-RUN-DATE
046300     IF WS-FIRST-RUN-DATE = ZERO
046400         MOVE WS-TS-DATE TO WS-FIRST-RUN-DATE
046500     END-IF
046600     IF WS-FIRST-RUN-DATE < WS-TS-DATE
046700         SET CR-INVALID-REQUEST TO TRUE
046800         MOVE "FIRST RUN DATE IS IN THE PAST" TO CR-OUTCOME-TEXT
046900         GO TO 6000-SI-SETUP-EXIT
047000     END-IF
047100
047200     MOVE CQ-SI-DEST-ACCT TO WS-DEST-ACCT-NUMBER
047300     PERFORM 8200-CHECK-DESTINATION
047400         THRU 8200-CHECK-DESTINATION-EXIT
047500     IF NOT CR-OK
047600         GO TO 6000-SI-SETUP-EXIT
047700     END-IF
047800
047900     MOVE "STANDING" TO WS-ID-SOURCE-NAME
048000     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
048100         WS-NEXT-ASSIGNED-ID
048200     MOVE WS-NEXT-ASSIGNED-ID    TO SI-INSTRUCTION-ID
048300     MOVE WS-REQUEST-ACCT-NUMBER TO SI-SOURCE-ACCT-NUMBER
048400     MOVE WS-DEST-ACCT-NUMBER    TO SI-DEST-ACCT-NUMBER
048500     MOVE CQ-SI-AMOUNT           TO SI-AMOUNT
048600     MOVE CQ-SI-FREQUENCY-CODE   TO SI-FREQUENCY-CODE
048700     MOVE WS-FIRST-RUN-DATE      TO SI-NEXT-RUN-DATE
048800     SET SI-STATUS-ACTIVE        TO TRUE
048900     MOVE WS-CHANNEL-OPERATOR-ID TO SI-OPERATOR-ID
049000     MOVE WS-CHANNEL-BRANCH-ID   TO SI-BRANCH-ID
049100     MOVE CQ-SI-HOLIDAY-RULE     TO SI-HOLIDAY-RULE
049200     WRITE STANDING-INSTRUCTION-RECORD
049300         INVALID KEY
049400             SET CR-DECLINED TO TRUE
049500             MOVE "INSTRUCTION NOT FILED" TO CR-OUTCOME-TEXT
049600             DISPLAY "DIGIGATE: STANDING INSTRUCTION "
049700                 SI-INSTRUCTION-ID " ALREADY ON FILE"
049800             GO TO 6000-SI-SETUP-EXIT
049900     END-WRITE
050000     ADD 1 TO WS-INSTRUCTIONS-FILED
050100
050200     MOVE "DIGIGATE"             TO AL-PROGRAM-ID
050300     MOVE WS-REQUEST-ACCT-NUMBER TO AL-ACCT-NUMBER
050400     MOVE WS-CHANNEL-OPERATOR-ID TO AL-OPERATOR-ID
050500     MOVE "SI SETUP"             TO AL-BEFORE-VALUE
050600     MOVE SI-INSTRUCTION-ID      TO AL-AFTER-VALUE
050700     MOVE FUNCTION CURRENT-DATE  TO AL-TIMESTAMP
050800     WRITE ACTIVITY-AUDIT-RECORD
050900
051000     MOVE SI-INSTRUCTION-ID      TO CR-SI-INSTRUCTION-ID
051100     MOVE SI-NEXT-RUN-DATE       TO CR-SI-NEXT-RUN-DATE
051200     MOVE "INSTRUCTION SET UP"   TO CR-OUTCOME-TEXT
051300     .
051400 6000-SI-SETUP-EXIT.
051500     EXIT.
051600*----------------------------------------------------------------
051700*  7000-CARD-BLOCK  --  HOT-CARD THROUGH CARDMAINT, WHICH
051800*  ONLY BLOCKS A CARD DRAWING ON THE AUTHENTICATED ACCOUNT.
051900*----------------------------------------------------------------
052000 7000-CARD-BLOCK.
052100     IF CQ-CB-CARD-NUMBER NOT NUMERIC
052200             OR CQ-CB-CARD-NUMBER = ZERO
052300         SET CR-INVALID-REQUEST TO TRUE
052400         MOVE "CARD NUMBER REQUIRED" TO CR-OUTCOME-TEXT
052500         GO TO 7000-CARD-BLOCK-EXIT
052600     END-IF
052700     MOVE CQ-CB-CARD-NUMBER TO WS-CARD-NUMBER
052800     MOVE 'N' TO WS-CALL-RETURN-CODE
052900     CALL "CARDMAINT" USING WS-CARD-NUMBER
053000         WS-REQUEST-ACCT-NUMBER WS-CHANNEL-OPERATOR-ID
053100         WS-CALL-RETURN-CODE
053200     IF WS-CALL-RETURN-CODE NOT = 'Y'
053300         SET CR-NOT-FOUND TO TRUE
053400         MOVE "CARD NOT FOUND ON ACCOUNT" TO CR-OUTCOME-TEXT
053500         GO TO 7000-CARD-BLOCK-EXIT
053600     END-IF
053700     ADD 1 TO WS-CARDS-BLOCKED
053800     MOVE "CARD BLOCKED" TO CR-OUTCOME-TEXT
053900     .
054000 7000-CARD-BLOCK-EXIT.
054100     EXIT.
054103*----------------------------------------------------------------
054106*  7500-PIN-CHANGE  --  THE CUSTOMER'S CHOSEN PIN REPLACES THE
054109*  CURRENT ONE THROUGH PIN-ISSUE, WHICH REFUSES A WEAK OR
054112*  UNCHANGED PIN AND CLEARS THE FORCED-CHANGE FLAG.
054115*----------------------------------------------------------------
054118 7500-PIN-CHANGE.
054121     IF CQ-PC-NEW-PIN NOT NUMERIC OR CQ-PC-NEW-PIN = ZERO
054124         SET CR-INVALID-REQUEST TO TRUE
054127         MOVE "NEW PIN REQUIRED" TO CR-OUTCOME-TEXT
054130         GO TO 7500-PIN-CHANGE-EXIT
054133     END-IF
054136     MOVE 'C'           TO WS-PIN-ISSUE-FUNCTION
054139     MOVE CQ-PC-NEW-PIN TO WS-PIN-ISSUE-NEW-PIN
054142     MOVE 'N'           TO WS-PIN-ISSUE-FLAG
054145     CALL "PIN-ISSUE" USING WS-PIN-ISSUE-FUNCTION
054148         WS-REQUEST-ACCT-NUMBER WS-PIN-ISSUE-NEW-PIN
054151         WS-CHANNEL-OPERATOR-ID WS-PIN-ISSUE-APPROVER
054154         WS-PIN-ISSUE-FLAG
054157     MOVE ZERO TO WS-PIN-ISSUE-NEW-PIN
054160     IF WS-PIN-ISSUE-FLAG NOT = 'Y'
054163         SET CR-DECLINED TO TRUE
054166         MOVE "NEW PIN NOT ACCEPTED" TO CR-OUTCOME-TEXT
054169         GO TO 7500-PIN-CHANGE-EXIT
054172     END-IF
054175     ADD 1 TO WS-PIN-CHANGES
054178     MOVE "PIN CHANGED" TO CR-OUTCOME-TEXT
054181     .
054184 7500-PIN-CHANGE-EXIT.
054187     EXIT.
054200*----------------------------------------------------------------
054300*  8000-READ-ACCOUNT  --  ONE LOOK-UP ON THE ACCOUNT MASTER.
054400*  OPENED AND CLOSED AROUND THE READ SO INTTRAN AND PINVERIFY
054500*  CAN HAVE IT FOR UPDATE.
054600*----------------------------------------------------------------
054700 8000-READ-ACCOUNT.
054800     MOVE 'N' TO WS-ACCT-FOUND-SWITCH
054900     OPEN INPUT ACCOUNT-MASTER-FILE
055000     IF WS-ACCTMAST-STATUS NOT = "00"
055100         DISPLAY "DIGIGATE: UNABLE TO OPEN ACCOUNT MASTER, "
055200             "STATUS = " WS-ACCTMAST-STATUS
055300         GO TO 8000-READ-ACCOUNT-EXIT
055400     END-IF
055500     MOVE WS-LOOKUP-ACCT-NUMBER TO AM-ACCT-NUMBER
055600     READ ACCOUNT-MASTER-FILE
055700         KEY IS AM-ACCT-NUMBER
055800         NOT INVALID KEY
055900             MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
056000     END-READ
056100     CLOSE ACCOUNT-MASTER-FILE
056200     .
056300 8000-READ-ACCOUNT-EXIT.
056400     EXIT.
056500*----------------------------------------------------------------
056600*  8100-CHECK-MONEY-MOVEMENT  --  NOT WHILE THE NIGHTLY CHAIN
056700*  HOLDS THE MASTER, NOT FROM AN ACCOUNT THAT CANNOT BE DEBITED,
056800*  AND NOT ON ONE PIN WHEN THE MANDATE NEEDS BOTH SIGNATURES.
056900*----------------------------------------------------------------
057000 8100-CHECK-MONEY-MOVEMENT.
057100     CALL "MEMO-WINDOW-GET" USING WS-MEMO-WINDOW-FLAG
057200     IF WS-MEMO-WINDOW-FLAG = 'M'
057300         SET CR-SERVICE-CLOSED TO TRUE
057400         MOVE "UNAVAILABLE - RETRY LATER" TO CR-OUTCOME-TEXT
057500         GO TO 8100-CHECK-MONEY-MOVEMENT-EXIT
057600     END-IF
057700     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
057800     IF STATUS-CLOSED OR STATUS-FROZEN OR STATUS-ESCHEATED
057900         SET CR-ACCOUNT-UNUSABLE TO TRUE
058000         MOVE "ACCOUNT NOT AVAILABLE" TO CR-OUTCOME-TEXT
058100         GO TO 8100-CHECK-MONEY-MOVEMENT-EXIT
058200     END-IF
058300     IF WS-SOURCE-AUTH-BOTH
058400         SET CR-JOINT-AUTH-NEEDED TO TRUE
058500         MOVE "BOTH SIGNATORIES REQUIRED" TO CR-OUTCOME-TEXT
058600     END-IF
058700     .
058800 8100-CHECK-MONEY-MOVEMENT-EXIT.
058900     EXIT.
059000*----------------------------------------------------------------
059100*  8200-CHECK-DESTINATION  --  CHECK DIGIT, ON THE MASTER, NOT
059200*  CLOSED.
059300*----------------------------------------------------------------
059400 8200-CHECK-DESTINATION.
059500     CALL "ACCT-CHECK-DIGIT" USING WS-DEST-ACCT-NUMBER
059600         WS-CHECK-DIGIT-FLAG
059700     IF NOT WS-CHECK-DIGIT-VALID
059800         SET CR-INVALID-REQUEST TO TRUE
059900         MOVE "DESTINATION ACCOUNT INVALID" TO CR-OUTCOME-TEXT
060000         GO TO 8200-CHECK-DESTINATION-EXIT
060100     END-IF
060200     MOVE WS-DEST-ACCT-NUMBER TO WS-LOOKUP-ACCT-NUMBER
060300     PERFORM 8000-READ-ACCOUNT
060400         THRU 8000-READ-ACCOUNT-EXIT
060500     IF NOT WS-ACCT-FOUND
060600         SET CR-INVALID-REQUEST TO TRUE
060700         MOVE "DESTINATION ACCOUNT INVALID" TO CR-OUTCOME-TEXT
060800         GO TO 8200-CHECK-DESTINATION-EXIT
060900     END-IF
061000     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
061100     IF STATUS-CLOSED OR STATUS-ESCHEATED
061200         SET CR-INVALID-REQUEST TO TRUE
061300         MOVE "DESTINATION ACCOUNT CLOSED" TO CR-OUTCOME-TEXT
061400     END-IF
061500     .
061600 8200-CHECK-DESTINATION-EXIT.
061700     EXIT.
061704*----------------------------------------------------------------
061708*  8300-READ-CUSTOMER  --  THE OWNER OF THE ACCOUNT JUST READ.
061712*  OPENED AND CLOSED AROUND THE READ LIKE THE ACCOUNT MASTER, SO
061716*  PIN-ISSUE CAN OPEN IT FOR THE MAILER ADDRESS.
061720*----------------------------------------------------------------
061724 8300-READ-CUSTOMER.
061728     MOVE 'N' TO WS-CUST-FOUND-SWITCH
061732     OPEN INPUT CUSTOMER-MASTER-FILE
061736     IF WS-CUSTMAST-STATUS NOT = "00"
061740         DISPLAY "DIGIGATE: UNABLE TO OPEN CUSTOMER MASTER, "
061744             "STATUS = " WS-CUSTMAST-STATUS
061748         GO TO 8300-READ-CUSTOMER-EXIT
061752     END-IF
061756     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
061760     READ CUSTOMER-MASTER-FILE
061764         KEY IS CM-CUSTOMER-NUMBER
061768         NOT INVALID KEY
061772             MOVE 'Y' TO WS-CUST-FOUND-SWITCH
061776     END-READ
061780     CLOSE CUSTOMER-MASTER-FILE
061784     .
061788 8300-READ-CUSTOMER-EXIT.
061792     EXIT.
061800*----------------------------------------------------------------
061900*  9999-EXIT  --  COMMON PROGRAM EXIT.
062000*----------------------------------------------------------------
062100 9999-EXIT.
062200     IF WS-FILES-OPEN
062300         CLOSE CHANNEL-REQUEST-FILE
062400         CLOSE CHANNEL-RESPONSE-FILE
062500         CLOSE STANDING-INSTRUCTION-FILE
062600         CLOSE ACTIVITY-AUDIT-FILE
062700     END-IF
062800     .
062900 9999-EXIT-EXIT.
063000     EXIT.
063100 END PROGRAM DIGITAL-GATEWAY.
