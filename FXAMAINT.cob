000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    FIXED-ASSET-MAINT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CONSOLE FOR THE FIXED
001300*                     ASSET REGISTER (ACCEPT/DISPLAY LOOP, SAME
001400*                     STYLE AS ATM-TERMINAL-MAINT), REPLACING
001500*                     THE SPREADSHEET THE BANK'S OWN PREMISES,
001600*                     ATMS, FURNITURE AND IT EQUIPMENT WERE
001700*                     KEPT ON.  ADD RECORDS AN ASSET WITH ITS
001800*                     COST, ACQUISITION DATE, USEFUL LIFE,
001900*                     DEPRECIATION METHOD, BRANCH AND GL CODES
002000*                     AND CAPITALIZES THE COST (GL-POSTING
002100*                     CODE 7, ASSET ACCOUNT DEBITED, THE
002200*                     FUNDING ACCOUNT CREDITED) - OR, FOR AN
002300*                     ASSET ALREADY ON THE LEDGER, TAKES IT ON
002400*                     WITH ITS DEPRECIATION TO DATE AND POSTS
002500*                     NOTHING.  DISPOSE RETIRES AN ASSET,
002600*                     RELIEVING COST AND ACCUMULATED
002700*                     DEPRECIATION AND BOOKING THE PROCEEDS
002800*                     AND THE GAIN OR LOSS.  VIEW AND LIST SHOW
002900*                     THE REGISTER.  ADD AND DISPOSE ARE FOR A
003000*                     SUPERVISOR OR MANAGER ONLY; EVERY GL CODE
003100*                     IS CHECKED AGAINST THE CHART OF ACCOUNTS
003200*                     (VIA GLACCT-VERIFY) BEFORE ANYTHING
003300*                     POSTS.  EACH CHANGE WRITES AN ACTIVITY
003400*                     AUDIT ROW.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     COPY FXASEL.
004000     COPY ACTAUDSEL.
004100*================================================================
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  FIXED-ASSET-FILE.
004500     COPY FXAREC.
004600 FD  ACTIVITY-AUDIT-FILE.
004700     COPY ACTAUDREC.
004800*----------------------------------------------------------------
004900 WORKING-STORAGE SECTION.
005000 01  WS-FILE-STATUSES.
005100     05  WS-FIXASSET-STATUS        PIC XX.
005200     05  WS-ACTAUDIT-STATUS        PIC XX.
005300*----------------------------------------------------------------
005400 01  WS-WORK-FIELDS.
005500     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
005600         88  WS-SESSION-DONE       VALUE 'Y'.
005700     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
005800     05  WS-OPER-VERIFY-FLAG       PIC X.
005900     05  WS-OPER-VERIFY-ROLE       PIC X.
006000     05  WS-MENU-CHOICE            PIC X.
006100     05  WS-OPERATOR-ID            PIC X(08).
006200     05  WS-TARGET-ASSET-ID        PIC 9(08).
006300     05  WS-ASSET-EOF-SWITCH       PIC X.
006400         88  NO-MORE-ASSETS        VALUE 'Y'.
006500     05  WS-ASSETS-LISTED          PIC 9(05) COMP.
006600     05  WS-ACTION-TAKEN           PIC X(15).
006700     05  WS-CAPTURE-OK-SWITCH      PIC X.
006800         88  WS-CAPTURE-OK         VALUE 'Y'.
006900     05  WS-CONFIRM                PIC X.
007000*----------------------------------------------------------------
007100*  THE FIELDS KEYED FOR AN ADD OR A DISPOSAL.
007200*----------------------------------------------------------------
007300 01  WS-ENTERED-FIELDS.
007400     05  WS-NEW-COST               PIC 9(09)V99.
007500     05  WS-NEW-SALVAGE            PIC 9(09)V99.
007600     05  WS-NEW-LIFE-MONTHS        PIC 9(04).
007700     05  WS-NEW-ACCUM              PIC 9(09)V99.
007800     05  WS-NEW-MONTHS-DONE        PIC 9(04).
007900     05  WS-FUNDING-GL-ACCOUNT     PIC 9(06).
008000     05  WS-PROCEEDS               PIC 9(09)V99.
008100     05  WS-PROCEEDS-GL-ACCOUNT    PIC 9(06).
008200     05  WS-DEPRECIABLE-AMOUNT     PIC S9(11)V99.
008300     05  WS-NET-BOOK-VALUE         PIC S9(11)V99.
008400     05  WS-GAIN-LOSS              PIC S9(11)V99.
008500     05  WS-LOSS-LEG-AMOUNT        PIC S9(11)V99.
008600*----------------------------------------------------------------
008700*  CHART-OF-ACCOUNTS CHECK (GLACCT-VERIFY).  AN ASSET OR
008800*  ACCUMULATED DEPRECIATION CODE MUST BE AN ASSET-CLASS
008900*  ACCOUNT, AN EXPENSE CODE AN EXPENSE ACCOUNT, AND THE
009000*  DISPOSAL CODE AN INCOME OR EXPENSE ACCOUNT.  WITH NO CHART
009100*  LOADED THE CODES ARE TAKEN AS KEYED, AS GL-POSTING DOES.
009200*----------------------------------------------------------------
009300 01  WS-GLACCT-FIELDS.
009400     05  WS-CHECK-GL-ACCOUNT       PIC 9(06).
009500     05  WS-CHECK-CLASS-1          PIC X.
009600     05  WS-CHECK-CLASS-2          PIC X.
009700     05  WS-GL-CHECK-SWITCH        PIC X.
009800         88  WS-GL-CHECK-OK        VALUE 'Y'.
009900     05  WS-GLACCT-VERIFY-FLAG     PIC X.
010000         88  WS-GLACCT-OPEN        VALUE 'Y'.
010100         88  WS-GLACCT-CLOSED      VALUE 'C'.
010200         88  WS-GLACCT-CHART-ABSENT VALUE 'X'.
010300     05  WS-GLACCT-NAME            PIC X(30).
010400     05  WS-GLACCT-CLASS           PIC X.
010500     05  WS-GLACCT-NORMAL-SIDE     PIC X.
010600*----------------------------------------------------------------
010700*  GL-POSTING CODE 7 - LEDGER TO LEDGER ON ACCOUNT ZERO, THE
010800*  CALLER NAMING BOTH ACCOUNTS AND THE ASSET'S BRANCH.
010900*----------------------------------------------------------------
011000 01  WS-GL-POSTING-FIELDS.
011100     05  WS-GL-ZERO-ACCOUNT        PIC 9(10) VALUE 0.
011200     05  WS-GL-TYPE-CODE           PIC X VALUE SPACE.
011300     05  WS-GL-TRAN-CODE           PIC X VALUE '7'.
011400     05  WS-GL-POST-AMOUNT         PIC S9(09)V99.
011500     05  WS-GL-POST-FLAG           PIC X.
011600     05  WS-GL-VALUE-DATE          PIC 9(08) VALUE 0.
011700     05  WS-GL-LEGS-POSTED         PIC 9(01) COMP.
011800 01  WS-LEDGER-PAIR.
011900     05  WS-LP-DEBIT-GL-ACCOUNT    PIC 9(06).
012000     05  WS-LP-CREDIT-GL-ACCOUNT   PIC 9(06).
012100     05  WS-LP-BRANCH-ID           PIC X(06).
012200     05  WS-LP-NARRATIVE           PIC X(20).
012300*----------------------------------------------------------------
012400 01  WS-BRANCH-VALID-FLAG          PIC X.
012500 01  WS-BRANCH-NAME                PIC X(30).
012600 01  WS-BRANCH-ADDRESS             PIC X(60).
012700 01  WS-ID-SOURCE-NAME             PIC X(08) VALUE "FIXASSET".
012800 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
012900*----------------------------------------------------------------
013000 01  WS-PRINT-FIELDS.
013100     05  WS-EDIT-AMOUNT            PIC -(11)9.99.
013200     05  WS-EDIT-AMOUNT-2          PIC -(11)9.99.
013300     05  WS-EDIT-AMOUNT-3          PIC -(11)9.99.
013400*----------------------------------------------------------------
013500 01  WS-BUSINESS-DATE              PIC 9(08).
013600 01  WS-BUSDATE-FLAG               PIC X.
013700 01  WS-CURRENT-TIMESTAMP          PIC X(21).
013800 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
013900     05  WS-TS-DATE                PIC 9(08).
014000     05  FILLER                    PIC X(13).
014100*================================================================
014200 PROCEDURE DIVISION.
014300*================================================================
014400 0000-MAINLINE.
014500     DISPLAY "FIXED ASSET REGISTER MAINTENANCE"
014600     DISPLAY "ENTER OPERATOR ID: "
014700     ACCEPT WS-OPERATOR-ID
014800     CALL "OPER-VERIFY" USING WS-OPERATOR-ID
014900         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
015000         WS-OPER-VERIFY-ROLE
015100     IF WS-OPER-VERIFY-FLAG NOT = "Y"
015200         DISPLAY "OPERATOR NOT AUTHORIZED"
015300         STOP RUN
015400     END-IF
015500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
015600     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
015700         WS-BUSDATE-FLAG
015800     IF WS-BUSDATE-FLAG = "Y"
015900         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
016000     END-IF
016100     PERFORM 2000-WORK-ONE-CHOICE
016200         THRU 2000-WORK-ONE-CHOICE-EXIT
016300         UNTIL WS-SESSION-DONE
016400     STOP RUN.
016500*----------------------------------------------------------------
016600 2000-WORK-ONE-CHOICE.
016700     DISPLAY "A=ADD  D=DISPOSE  V=VIEW  L=LIST  X=EXIT"
016800     DISPLAY "CHOICE: "
016900     ACCEPT WS-MENU-CHOICE
017000     EVALUATE WS-MENU-CHOICE
017100         WHEN 'A'
017200             PERFORM 3000-ADD-ASSET
017300                 THRU 3000-ADD-ASSET-EXIT
017400         WHEN 'D'
017500             PERFORM 4000-DISPOSE-ASSET
017600                 THRU 4000-DISPOSE-ASSET-EXIT
017700         WHEN 'V'
017800             PERFORM 5000-VIEW-ONE
017900                 THRU 5000-VIEW-ONE-EXIT
018000         WHEN 'L'
018100             PERFORM 6000-LIST-ALL
018200                 THRU 6000-LIST-ALL-EXIT
018300         WHEN 'X'
018400             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
018500         WHEN OTHER
018600             DISPLAY "INVALID CHOICE"
018700     END-EVALUATE
018800     .
018900 2000-WORK-ONE-CHOICE-EXIT.
019000     EXIT.
019100*----------------------------------------------------------------
019200*  3000-ADD-ASSET  --  KEY AND PROVE THE ASSET, THEN EITHER
019300*  CAPITALIZE ITS COST AGAINST THE FUNDING ACCOUNT OR TAKE IT
019400*  ON AS ALREADY BOOKED.  THE REGISTER ROW IS WRITTEN ONLY
019500*  ONCE THE COST HAS POSTED.
019600*----------------------------------------------------------------
019700 3000-ADD-ASSET.
019800     IF WS-OPER-VERIFY-ROLE NOT = 'S'
019900             AND WS-OPER-VERIFY-ROLE NOT = 'M'
020000         DISPLAY "REFUSED - REQUIRES A SUPERVISOR OR MANAGER"
020100         GO TO 3000-ADD-ASSET-EXIT
020200     END-IF
020300     MOVE SPACES TO FIXED-ASSET-RECORD
020400     PERFORM 3100-CAPTURE-ASSET
020500         THRU 3100-CAPTURE-ASSET-EXIT
020600     IF NOT WS-CAPTURE-OK
020700         DISPLAY "ASSET NOT ADDED"
020800         GO TO 3000-ADD-ASSET-EXIT
020900     END-IF
021000     PERFORM 3200-CAPTURE-GL-CODES
021100         THRU 3200-CAPTURE-GL-CODES-EXIT
021200     IF NOT WS-CAPTURE-OK
021300         DISPLAY "ASSET NOT ADDED"
021400         GO TO 3000-ADD-ASSET-EXIT
021500     END-IF
021600     PERFORM 3300-CAPTURE-FUNDING
021700         THRU 3300-CAPTURE-FUNDING-EXIT
021800     IF NOT WS-CAPTURE-OK
021900         DISPLAY "ASSET NOT ADDED"
022000         GO TO 3000-ADD-ASSET-EXIT
022100     END-IF
022200
022300     OPEN I-O FIXED-ASSET-FILE
022400     IF WS-FIXASSET-STATUS = "35"
022500         CLOSE FIXED-ASSET-FILE
022600         OPEN OUTPUT FIXED-ASSET-FILE
022700         CLOSE FIXED-ASSET-FILE
022800         OPEN I-O FIXED-ASSET-FILE
022900     END-IF
023000     IF WS-FIXASSET-STATUS NOT = "00"
023100         DISPLAY "FXAMAINT: UNABLE TO OPEN FIXED ASSET "
023200             "REGISTER, STATUS = " WS-FIXASSET-STATUS
023300         GO TO 3000-ADD-ASSET-EXIT
023400     END-IF
023500     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
023600         WS-NEXT-ASSIGNED-ID
023700     IF WS-NEXT-ASSIGNED-ID = ZERO
023800         DISPLAY "NO ASSET ID COULD BE ASSIGNED - NOT ADDED"
023900         CLOSE FIXED-ASSET-FILE
024000         GO TO 3000-ADD-ASSET-EXIT
024100     END-IF
024200     MOVE WS-NEXT-ASSIGNED-ID TO FA-ASSET-ID
024300
024400     IF NOT FA-TAKE-ON
024500         MOVE FA-ASSET-GL-ACCOUNT   TO WS-LP-DEBIT-GL-ACCOUNT
024600         MOVE WS-FUNDING-GL-ACCOUNT TO WS-LP-CREDIT-GL-ACCOUNT
024700         MOVE "FIXED ASSET ADDED"   TO WS-LP-NARRATIVE
024800         MOVE FA-COST               TO WS-GL-POST-AMOUNT
024900         PERFORM 8000-POST-ONE-PAIR
025000             THRU 8000-POST-ONE-PAIR-EXIT
025100         IF WS-GL-POST-FLAG NOT = "Y"
025200             DISPLAY "GL POSTING REFUSED - ASSET NOT ADDED"
025300             CLOSE FIXED-ASSET-FILE
025400             GO TO 3000-ADD-ASSET-EXIT
025500         END-IF
025600     END-IF
025700
025800     WRITE FIXED-ASSET-RECORD
025900         INVALID KEY
026000             DISPLAY "FXAMAINT: ASSET " FA-ASSET-ID
026100                 " ALREADY ON THE REGISTER - NOT WRITTEN"
026200             IF NOT FA-TAKE-ON
026300                 DISPLAY "  THE COST HAS POSTED - REVERSE IT "
026400                     "THROUGH A GL JOURNAL ENTRY"
026500             END-IF
026600             CLOSE FIXED-ASSET-FILE
026700             GO TO 3000-ADD-ASSET-EXIT
026800     END-WRITE
026900     CLOSE FIXED-ASSET-FILE
027000     MOVE FA-ASSET-ID TO WS-TARGET-ASSET-ID
027100     IF FA-TAKE-ON
027200         MOVE "TAKEN ON" TO WS-ACTION-TAKEN
027300     ELSE
027400         MOVE "CAPITALIZED" TO WS-ACTION-TAKEN
027500     END-IF
027600     PERFORM 7000-WRITE-ACTIVITY-AUDIT-RECORD
027700         THRU 7000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
027800     DISPLAY "ASSET " FA-ASSET-ID " " WS-ACTION-TAKEN
027900     PERFORM 5100-SHOW-ONE-ASSET
028000         THRU 5100-SHOW-ONE-ASSET-EXIT
028100     .
028200 3000-ADD-ASSET-EXIT.
028300     EXIT.
028400*----------------------------------------------------------------
028500*  3100-CAPTURE-ASSET  --  DESCRIPTION, CATEGORY, BRANCH,
028600*  ACQUISITION DATE, COST, SALVAGE, LIFE AND METHOD.
028700*----------------------------------------------------------------
028800 3100-CAPTURE-ASSET.
028900     MOVE 'N' TO WS-CAPTURE-OK-SWITCH
029000     DISPLAY "ENTER DESCRIPTION: "
029100     ACCEPT FA-DESCRIPTION
029200     IF FA-DESCRIPTION = SPACES
029300         DISPLAY "DESCRIPTION IS REQUIRED"
029400         GO TO 3100-CAPTURE-ASSET-EXIT
029500     END-IF
029600     DISPLAY "ENTER CATEGORY (P=PREMISES A=ATM F=FURNITURE "
029700         "I=IT EQUIPMENT O=OTHER): "
029800     ACCEPT FA-ASSET-CATEGORY
029900     IF NOT FA-CATEGORY-VALID
030000         DISPLAY "INVALID CATEGORY"
030100         GO TO 3100-CAPTURE-ASSET-EXIT
030200     END-IF
030300     DISPLAY "ENTER BRANCH ID: "
030400     ACCEPT FA-BRANCH-ID
030500     CALL "BRANCH-VERIFY" USING FA-BRANCH-ID
030600         WS-BRANCH-VALID-FLAG WS-BRANCH-NAME
030700         WS-BRANCH-ADDRESS
030800     IF WS-BRANCH-VALID-FLAG NOT = 'Y'
030900         DISPLAY "BRANCH NOT ON BRANCH MASTER"
031000         GO TO 3100-CAPTURE-ASSET-EXIT
031100     END-IF
031200     DISPLAY "ENTER ACQUISITION DATE (YYYYMMDD): "
031300     ACCEPT FA-ACQUISITION-DATE
031400     IF FA-ACQUISITION-DATE NOT NUMERIC
031500        OR FUNCTION TEST-DATE-YYYYMMDD(FA-ACQUISITION-DATE)
031600           NOT = ZERO
031700         DISPLAY "INVALID ACQUISITION DATE"
031800         GO TO 3100-CAPTURE-ASSET-EXIT
031900     END-IF
032000     IF FA-ACQUISITION-DATE > WS-TS-DATE
032100         DISPLAY "ACQUISITION DATE IS AFTER THE BUSINESS DATE"
032200         GO TO 3100-CAPTURE-ASSET-EXIT
032300     END-IF
032400     DISPLAY "ENTER COST: "
032500     ACCEPT WS-NEW-COST
032600     IF WS-NEW-COST NOT > ZERO
032700         DISPLAY "COST MUST BE GREATER THAN ZERO"
032800         GO TO 3100-CAPTURE-ASSET-EXIT
032900     END-IF
033000     DISPLAY "ENTER SALVAGE VALUE (0 = NONE): "
033100     ACCEPT WS-NEW-SALVAGE
033200     IF WS-NEW-SALVAGE NOT < WS-NEW-COST
033300         DISPLAY "SALVAGE VALUE MUST BE LESS THAN COST"
033400         GO TO 3100-CAPTURE-ASSET-EXIT
033500     END-IF
033600     DISPLAY "ENTER USEFUL LIFE IN MONTHS: "
033700     ACCEPT WS-NEW-LIFE-MONTHS
033800     IF WS-NEW-LIFE-MONTHS = ZERO
033900         DISPLAY "USEFUL LIFE MUST BE AT LEAST ONE MONTH"
034000         GO TO 3100-CAPTURE-ASSET-EXIT
034100     END-IF
034200     DISPLAY "ENTER METHOD (S=STRAIGHT LINE "
034300         "D=DOUBLE DECLINING BALANCE): "
034400     ACCEPT FA-DEPR-METHOD
034500     IF NOT FA-STRAIGHT-LINE AND NOT FA-DECLINING-BALANCE
034600         DISPLAY "INVALID DEPRECIATION METHOD"
034700         GO TO 3100-CAPTURE-ASSET-EXIT
034800     END-IF
034900     MOVE WS-NEW-COST        TO FA-COST
035000     MOVE WS-NEW-SALVAGE     TO FA-SALVAGE-VALUE
035100     MOVE WS-NEW-LIFE-MONTHS TO FA-USEFUL-LIFE-MONTHS
035200     MOVE 'Y' TO WS-CAPTURE-OK-SWITCH
035300     .
035400 3100-CAPTURE-ASSET-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------
035700*  3200-CAPTURE-GL-CODES  --  THE FOUR ACCOUNTS THE ASSET
035800*  BOOKS TO, EACH PROVED ON THE CHART AS IT IS KEYED.
035900*----------------------------------------------------------------
036000 3200-CAPTURE-GL-CODES.
036100     MOVE 'N' TO WS-CAPTURE-OK-SWITCH
036200     DISPLAY "ENTER ASSET COST GL ACCOUNT: "
036300     ACCEPT FA-ASSET-GL-ACCOUNT
036400     MOVE FA-ASSET-GL-ACCOUNT TO WS-CHECK-GL-ACCOUNT
036500     MOVE 'A' TO WS-CHECK-CLASS-1
036600     MOVE 'A' TO WS-CHECK-CLASS-2
036700     PERFORM 8100-CHECK-GL-ACCOUNT
036800         THRU 8100-CHECK-GL-ACCOUNT-EXIT
036900     IF NOT WS-GL-CHECK-OK
037000         GO TO 3200-CAPTURE-GL-CODES-EXIT
037100     END-IF
037200     DISPLAY "ENTER ACCUMULATED DEPRECIATION GL ACCOUNT: "
037300     ACCEPT FA-ACCUM-GL-ACCOUNT
037400     MOVE FA-ACCUM-GL-ACCOUNT TO WS-CHECK-GL-ACCOUNT
037500     PERFORM 8100-CHECK-GL-ACCOUNT
037600         THRU 8100-CHECK-GL-ACCOUNT-EXIT
037700     IF NOT WS-GL-CHECK-OK
037800         GO TO 3200-CAPTURE-GL-CODES-EXIT
037900     END-IF
038000     IF FA-ACCUM-GL-ACCOUNT = FA-ASSET-GL-ACCOUNT
038100         DISPLAY "ACCUMULATED DEPRECIATION NEEDS ITS OWN "
038200             "ACCOUNT"
038300         GO TO 3200-CAPTURE-GL-CODES-EXIT
038400     END-IF
038500     DISPLAY "ENTER DEPRECIATION EXPENSE GL ACCOUNT: "
038600     ACCEPT FA-EXPENSE-GL-ACCOUNT
038700     MOVE FA-EXPENSE-GL-ACCOUNT TO WS-CHECK-GL-ACCOUNT
038800     MOVE 'X' TO WS-CHECK-CLASS-1
038900     MOVE 'X' TO WS-CHECK-CLASS-2
039000     PERFORM 8100-CHECK-GL-ACCOUNT
039100         THRU 8100-CHECK-GL-ACCOUNT-EXIT
039200     IF NOT WS-GL-CHECK-OK
039300         GO TO 3200-CAPTURE-GL-CODES-EXIT
039400     END-IF
039500     DISPLAY "ENTER GAIN/LOSS ON DISPOSAL GL ACCOUNT: "
039600     ACCEPT FA-DISPOSAL-GL-ACCOUNT
039700     MOVE FA-DISPOSAL-GL-ACCOUNT TO WS-CHECK-GL-ACCOUNT
039800     MOVE 'I' TO WS-CHECK-CLASS-1
039900     MOVE 'X' TO WS-CHECK-CLASS-2
040000     PERFORM 8100-CHECK-GL-ACCOUNT
040100         THRU 8100-CHECK-GL-ACCOUNT-EXIT
040200     IF NOT WS-GL-CHECK-OK
040300         GO TO 3200-CAPTURE-GL-CODES-EXIT
040400     END-IF
040500     MOVE 'Y' TO WS-CAPTURE-OK-SWITCH
040600     .
040700 3200-CAPTURE-GL-CODES-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000*  3300-CAPTURE-FUNDING  --  A NEW PURCHASE NAMES THE ACCOUNT
041100*  IT WAS PAID FROM (CASH CONTROL, NOSTRO, A PAYABLE) AND
041200*  STARTS WITH NOTHING DEPRECIATED.  FUNDING ACCOUNT ZERO
041300*  TAKES ON AN ASSET FROM THE OLD SPREADSHEET WHOSE COST AND
041400*  DEPRECIATION ARE ALREADY ON THE LEDGER.
041500*----------------------------------------------------------------
041600 3300-CAPTURE-FUNDING.
041700     MOVE 'N' TO WS-CAPTURE-OK-SWITCH
041800     MOVE ZERO TO FA-ACCUM-DEPRECIATION
041900     MOVE ZERO TO FA-MONTHS-DEPRECIATED
042000     MOVE ZERO TO FA-LAST-DEPR-PERIOD
042100     MOVE ZERO TO FA-LAST-DEPR-AMOUNT
042200     MOVE ZERO TO FA-DISPOSAL-DATE
042300     MOVE ZERO TO FA-DISPOSAL-PROCEEDS
042400     MOVE ZERO TO FA-DISPOSAL-GAIN-LOSS
042500     MOVE SPACES TO FA-DISPOSED-BY
042600     MOVE WS-OPERATOR-ID TO FA-ADDED-BY
042700     MOVE WS-TS-DATE TO FA-CAPITALIZED-DATE
042800     SET FA-IN-SERVICE TO TRUE
042900     MOVE 'N' TO FA-TAKE-ON-FLAG
043000
043100     DISPLAY "ENTER FUNDING GL ACCOUNT (0 = TAKE ON AN ASSET "
043200         "ALREADY ON THE LEDGER): "
043300     ACCEPT WS-FUNDING-GL-ACCOUNT
043400     IF WS-FUNDING-GL-ACCOUNT NOT = ZERO
043500         MOVE WS-FUNDING-GL-ACCOUNT TO WS-CHECK-GL-ACCOUNT
043600         MOVE SPACES TO WS-CHECK-CLASS-1
043700         MOVE SPACES TO WS-CHECK-CLASS-2
043800         PERFORM 8100-CHECK-GL-ACCOUNT
043900             THRU 8100-CHECK-GL-ACCOUNT-EXIT
044000         IF WS-GL-CHECK-OK
044100             MOVE 'Y' TO WS-CAPTURE-OK-SWITCH
044200         END-IF
044300         GO TO 3300-CAPTURE-FUNDING-EXIT
044400     END-IF
044500
044600     MOVE 'Y' TO FA-TAKE-ON-FLAG
044700     DISPLAY "ENTER DEPRECIATION ACCUMULATED TO DATE: "
044800     ACCEPT WS-NEW-ACCUM
044900     COMPUTE WS-DEPRECIABLE-AMOUNT =
045000         FA-COST - FA-SALVAGE-VALUE
045100     IF WS-NEW-ACCUM > WS-DEPRECIABLE-AMOUNT
045200         DISPLAY "MORE THAN COST LESS SALVAGE"
045300         GO TO 3300-CAPTURE-FUNDING-EXIT
045400     END-IF
045500     DISPLAY "ENTER MONTHS ALREADY DEPRECIATED: "
045600     ACCEPT WS-NEW-MONTHS-DONE
045700     IF WS-NEW-MONTHS-DONE > FA-USEFUL-LIFE-MONTHS
045800         DISPLAY "MORE MONTHS THAN THE USEFUL LIFE"
045900         GO TO 3300-CAPTURE-FUNDING-EXIT
046000     END-IF
046100     MOVE WS-NEW-ACCUM       TO FA-ACCUM-DEPRECIATION
046200     MOVE WS-NEW-MONTHS-DONE TO FA-MONTHS-DEPRECIATED
046300     IF FA-ACCUM-DEPRECIATION = WS-DEPRECIABLE-AMOUNT
046400         SET FA-FULLY-DEPRECIATED TO TRUE
046500     END-IF
046600     MOVE 'Y' TO WS-CAPTURE-OK-SWITCH
046700     .
046800 3300-CAPTURE-FUNDING-EXIT.
046900     EXIT.
047000*----------------------------------------------------------------
047100*  4000-DISPOSE-ASSET  --  SALE, SCRAPPING OR WRITE-OFF.  THE
047200*  COST COMES OFF THE ASSET ACCOUNT IN UP TO THREE PAIRS:
047300*    ACCUMULATED DEPRECIATION DEBITED FOR WHAT WAS CHARGED,
047400*    THE PROCEEDS ACCOUNT DEBITED FOR WHAT WAS RECEIVED,
047500*    THE GAIN/LOSS ACCOUNT DEBITED FOR THE LOSS - OR, FOR A
047600*    GAIN, THE SAME PAIR REVERSED (GAIN/LOSS CREDITED).
047700*  EVERY ACCOUNT IS PROVED FIRST SO THE PAIRS POST TOGETHER.
047800*  NO DEPRECIATION IS CHARGED FOR THE MONTH OF DISPOSAL.
047900*----------------------------------------------------------------
048000 4000-DISPOSE-ASSET.
048100     IF WS-OPER-VERIFY-ROLE NOT = 'S'
048200             AND WS-OPER-VERIFY-ROLE NOT = 'M'
048300         DISPLAY "REFUSED - REQUIRES A SUPERVISOR OR MANAGER"
048400         GO TO 4000-DISPOSE-ASSET-EXIT
048500     END-IF
048600     DISPLAY "ENTER ASSET ID: "
048700     ACCEPT WS-TARGET-ASSET-ID
048800     OPEN I-O FIXED-ASSET-FILE
048900     IF WS-FIXASSET-STATUS NOT = "00"
049000         DISPLAY "NO FIXED ASSET REGISTER"
049100         GO TO 4000-DISPOSE-ASSET-EXIT
049200     END-IF
049300     MOVE WS-TARGET-ASSET-ID TO FA-ASSET-ID
049400     READ FIXED-ASSET-FILE
049500         KEY IS FA-ASSET-ID
049600         INVALID KEY
049700             DISPLAY "ASSET NOT ON THE REGISTER"
049800             CLOSE FIXED-ASSET-FILE
049900             GO TO 4000-DISPOSE-ASSET-EXIT
050000     END-READ
050100     PERFORM 5100-SHOW-ONE-ASSET
050200         THRU 5100-SHOW-ONE-ASSET-EXIT
050300     IF FA-DISPOSED
050400         DISPLAY "ASSET ALREADY DISPOSED OF"
050500         CLOSE FIXED-ASSET-FILE
050600         GO TO 4000-DISPOSE-ASSET-EXIT
050700     END-IF
050800
050900     DISPLAY "ENTER PROCEEDS (0 = SCRAPPED OR WRITTEN OFF): "
051000     ACCEPT WS-PROCEEDS
051100     MOVE ZERO TO WS-PROCEEDS-GL-ACCOUNT
051200     IF WS-PROCEEDS > ZERO
051300         DISPLAY "ENTER GL ACCOUNT THE PROCEEDS WENT TO: "
051400         ACCEPT WS-PROCEEDS-GL-ACCOUNT
051500         MOVE WS-PROCEEDS-GL-ACCOUNT TO WS-CHECK-GL-ACCOUNT
051600         MOVE SPACES TO WS-CHECK-CLASS-1
051700         MOVE SPACES TO WS-CHECK-CLASS-2
051800         PERFORM 8100-CHECK-GL-ACCOUNT
051900             THRU 8100-CHECK-GL-ACCOUNT-EXIT
052000         IF NOT WS-GL-CHECK-OK
052100             DISPLAY "ASSET NOT DISPOSED OF"
052200             CLOSE FIXED-ASSET-FILE
052300             GO TO 4000-DISPOSE-ASSET-EXIT
052400         END-IF
052500     END-IF
052600     PERFORM 4100-PROVE-ASSET-ACCOUNTS
052700         THRU 4100-PROVE-ASSET-ACCOUNTS-EXIT
052800     IF NOT WS-GL-CHECK-OK
052900         DISPLAY "ASSET NOT DISPOSED OF"
053000         CLOSE FIXED-ASSET-FILE
053100         GO TO 4000-DISPOSE-ASSET-EXIT
053200     END-IF
053300
053400     COMPUTE WS-NET-BOOK-VALUE =
053500         FA-COST - FA-ACCUM-DEPRECIATION
053600     COMPUTE WS-GAIN-LOSS = WS-PROCEEDS - WS-NET-BOOK-VALUE
053700     MOVE WS-NET-BOOK-VALUE TO WS-EDIT-AMOUNT
053800     MOVE WS-PROCEEDS       TO WS-EDIT-AMOUNT-2
053900     MOVE WS-GAIN-LOSS      TO WS-EDIT-AMOUNT-3
054000     DISPLAY "  NET BOOK VALUE " WS-EDIT-AMOUNT
054100         " PROCEEDS " WS-EDIT-AMOUNT-2
054200     DISPLAY "  GAIN (LOSS) ON DISPOSAL " WS-EDIT-AMOUNT-3
054300     DISPLAY "CONFIRM DISPOSAL (Y/N): "
054400     ACCEPT WS-CONFIRM
054500     IF WS-CONFIRM NOT = 'Y'
054600         DISPLAY "ASSET NOT DISPOSED OF"
054700         CLOSE FIXED-ASSET-FILE
054800         GO TO 4000-DISPOSE-ASSET-EXIT
054900     END-IF
055000
055100     MOVE ZERO TO WS-GL-LEGS-POSTED
055200     PERFORM 4200-POST-DISPOSAL
055300         THRU 4200-POST-DISPOSAL-EXIT
055400     IF WS-GL-POST-FLAG NOT = "Y"
055500         IF WS-GL-LEGS-POSTED = ZERO
055600             DISPLAY "GL POSTING REFUSED - ASSET NOT "
055700                 "DISPOSED OF"
055800         ELSE
055900             DISPLAY "GL POSTING REFUSED PART WAY - "
056000                 WS-GL-LEGS-POSTED " PAIR(S) POSTED.  "
056100                 "ASSET LEFT IN SERVICE; REVERSE THE "
056200                 "POSTED PAIRS THROUGH A GL JOURNAL ENTRY"
056300         END-IF
056400         CLOSE FIXED-ASSET-FILE
056500         GO TO 4000-DISPOSE-ASSET-EXIT
056600     END-IF
056700
056800     SET FA-DISPOSED TO TRUE
056900     MOVE WS-TS-DATE     TO FA-DISPOSAL-DATE
057000     MOVE WS-PROCEEDS    TO FA-DISPOSAL-PROCEEDS
057100     MOVE WS-GAIN-LOSS   TO FA-DISPOSAL-GAIN-LOSS
057200     MOVE WS-OPERATOR-ID TO FA-DISPOSED-BY
057300     REWRITE FIXED-ASSET-RECORD
057400         INVALID KEY
057500             DISPLAY "FXAMAINT: UNABLE TO REWRITE ASSET "
057600                 FA-ASSET-ID " - THE DISPOSAL HAS POSTED"
057700             CLOSE FIXED-ASSET-FILE
057800             GO TO 4000-DISPOSE-ASSET-EXIT
057900     END-REWRITE
058000     CLOSE FIXED-ASSET-FILE
058100     MOVE "DISPOSED" TO WS-ACTION-TAKEN
058200     PERFORM 7000-WRITE-ACTIVITY-AUDIT-RECORD
058300         THRU 7000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
058400     DISPLAY "ASSET " FA-ASSET-ID " DISPOSED OF"
058500     .
058600 4000-DISPOSE-ASSET-EXIT.
058700     EXIT.
058800*----------------------------------------------------------------
058900*  4100-PROVE-ASSET-ACCOUNTS  --  THE ASSET'S OWN CODES MAY
059000*  HAVE BEEN CLOSED ON THE CHART SINCE IT WAS ADDED.
059100*----------------------------------------------------------------
059200 4100-PROVE-ASSET-ACCOUNTS.
059300     MOVE SPACES TO WS-CHECK-CLASS-1
059400     MOVE SPACES TO WS-CHECK-CLASS-2
059500     MOVE FA-ASSET-GL-ACCOUNT TO WS-CHECK-GL-ACCOUNT
059600     PERFORM 8100-CHECK-GL-ACCOUNT
059700         THRU 8100-CHECK-GL-ACCOUNT-EXIT
059800     IF NOT WS-GL-CHECK-OK
059900         GO TO 4100-PROVE-ASSET-ACCOUNTS-EXIT
060000     END-IF
060100     MOVE FA-ACCUM-GL-ACCOUNT TO WS-CHECK-GL-ACCOUNT
060200     PERFORM 8100-CHECK-GL-ACCOUNT
060300         THRU 8100-CHECK-GL-ACCOUNT-EXIT
060400     IF NOT WS-GL-CHECK-OK
060500         GO TO 4100-PROVE-ASSET-ACCOUNTS-EXIT
060600     END-IF
060700     MOVE FA-DISPOSAL-GL-ACCOUNT TO WS-CHECK-GL-ACCOUNT
060800     PERFORM 8100-CHECK-GL-ACCOUNT
060900         THRU 8100-CHECK-GL-ACCOUNT-EXIT
061000     .
061100 4100-PROVE-ASSET-ACCOUNTS-EXIT.
061200     EXIT.
061300*----------------------------------------------------------------
061400*  4200-POST-DISPOSAL  --  THE THREE PAIRS, EACH AGAINST THE
061500*  ASSET ACCOUNT, SKIPPING ANY OF ZERO.  TOGETHER THEY CREDIT
061600*  THE ASSET ACCOUNT WITH THE FULL COST.
061700*----------------------------------------------------------------
061800 4200-POST-DISPOSAL.
061900     MOVE "Y" TO WS-GL-POST-FLAG
062000     MOVE FA-ASSET-GL-ACCOUNT TO WS-LP-CREDIT-GL-ACCOUNT
062100     IF FA-ACCUM-DEPRECIATION NOT = ZERO
062200         MOVE FA-ACCUM-GL-ACCOUNT   TO WS-LP-DEBIT-GL-ACCOUNT
062300         MOVE "ASSET DISPOSAL DEPR" TO WS-LP-NARRATIVE
062400         MOVE FA-ACCUM-DEPRECIATION TO WS-GL-POST-AMOUNT
062500         PERFORM 8000-POST-ONE-PAIR
062600             THRU 8000-POST-ONE-PAIR-EXIT
062700         IF WS-GL-POST-FLAG NOT = "Y"
062800             GO TO 4200-POST-DISPOSAL-EXIT
062900         END-IF
063000         ADD 1 TO WS-GL-LEGS-POSTED
063100     END-IF
063200     IF WS-PROCEEDS NOT = ZERO
063300         MOVE WS-PROCEEDS-GL-ACCOUNT TO WS-LP-DEBIT-GL-ACCOUNT
063400         MOVE "ASSET SALE PROCEEDS"  TO WS-LP-NARRATIVE
063500         MOVE WS-PROCEEDS            TO WS-GL-POST-AMOUNT
063600         PERFORM 8000-POST-ONE-PAIR
063700             THRU 8000-POST-ONE-PAIR-EXIT
063800         IF WS-GL-POST-FLAG NOT = "Y"
063900             GO TO 4200-POST-DISPOSAL-EXIT
064000         END-IF
064100         ADD 1 TO WS-GL-LEGS-POSTED
064200     END-IF
064300     COMPUTE WS-LOSS-LEG-AMOUNT = 0 - WS-GAIN-LOSS
064400     IF WS-LOSS-LEG-AMOUNT NOT = ZERO
064500         MOVE FA-DISPOSAL-GL-ACCOUNT TO WS-LP-DEBIT-GL-ACCOUNT
064600         MOVE "ASSET DISPOSAL G/L"   TO WS-LP-NARRATIVE
064700         MOVE WS-LOSS-LEG-AMOUNT     TO WS-GL-POST-AMOUNT
064800         PERFORM 8000-POST-ONE-PAIR
064900             THRU 8000-POST-ONE-PAIR-EXIT
065000         IF WS-GL-POST-FLAG NOT = "Y"
065100             GO TO 4200-POST-DISPOSAL-EXIT
065200         END-IF
065300         ADD 1 TO WS-GL-LEGS-POSTED
065400     END-IF
065500     .
065600 4200-POST-DISPOSAL-EXIT.
065700     EXIT.
065800*----------------------------------------------------------------
065900 5000-VIEW-ONE.
066000     DISPLAY "ENTER ASSET ID: "
066100     ACCEPT WS-TARGET-ASSET-ID
066200     OPEN INPUT FIXED-ASSET-FILE
066300     IF WS-FIXASSET-STATUS NOT = "00"
066400         DISPLAY "NO FIXED ASSET REGISTER"
066500         GO TO 5000-VIEW-ONE-EXIT
066600     END-IF
066700     MOVE WS-TARGET-ASSET-ID TO FA-ASSET-ID
066800     READ FIXED-ASSET-FILE
066900         KEY IS FA-ASSET-ID
067000         INVALID KEY
067100             DISPLAY "ASSET NOT ON THE REGISTER"
067200         NOT INVALID KEY
067300             PERFORM 5100-SHOW-ONE-ASSET
067400                 THRU 5100-SHOW-ONE-ASSET-EXIT
067500     END-READ
067600     CLOSE FIXED-ASSET-FILE
067700     .
067800 5000-VIEW-ONE-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------
068100 5100-SHOW-ONE-ASSET.
068200     DISPLAY "ASSET " FA-ASSET-ID " " FA-DESCRIPTION
068300         " CAT " FA-ASSET-CATEGORY
068400         " BRANCH " FA-BRANCH-ID
068500         " (" FA-ASSET-STATUS ")"
068600     MOVE FA-COST          TO WS-EDIT-AMOUNT
068700     MOVE FA-SALVAGE-VALUE TO WS-EDIT-AMOUNT-2
068800     DISPLAY "  ACQUIRED " FA-ACQUISITION-DATE
068900         " COST " WS-EDIT-AMOUNT
069000         " SALVAGE " WS-EDIT-AMOUNT-2
069100     DISPLAY "  LIFE " FA-USEFUL-LIFE-MONTHS " MONTHS"
069200         " METHOD " FA-DEPR-METHOD
069300         " CAPITALIZED " FA-CAPITALIZED-DATE
069400         " TAKE-ON " FA-TAKE-ON-FLAG
069500     COMPUTE WS-NET-BOOK-VALUE =
069600         FA-COST - FA-ACCUM-DEPRECIATION
069700     MOVE FA-ACCUM-DEPRECIATION TO WS-EDIT-AMOUNT
069800     MOVE WS-NET-BOOK-VALUE     TO WS-EDIT-AMOUNT-2
069900     DISPLAY "  ACCUM DEPR " WS-EDIT-AMOUNT
070000         " NBV " WS-EDIT-AMOUNT-2
070100         " MONTHS DONE " FA-MONTHS-DEPRECIATED
070200         " LAST " FA-LAST-DEPR-PERIOD
070300     DISPLAY "  GL COST " FA-ASSET-GL-ACCOUNT
070400         " ACCUM " FA-ACCUM-GL-ACCOUNT
070500         " EXPENSE " FA-EXPENSE-GL-ACCOUNT
070600         " DISPOSAL " FA-DISPOSAL-GL-ACCOUNT
070700     IF FA-DISPOSED
070800         MOVE FA-DISPOSAL-PROCEEDS  TO WS-EDIT-AMOUNT
070900         MOVE FA-DISPOSAL-GAIN-LOSS TO WS-EDIT-AMOUNT-2
071000         DISPLAY "  DISPOSED " FA-DISPOSAL-DATE
071100             " PROCEEDS " WS-EDIT-AMOUNT
071200             " GAIN (LOSS) " WS-EDIT-AMOUNT-2
071300             " BY " FA-DISPOSED-BY
071400     END-IF
071500     .
071600 5100-SHOW-ONE-ASSET-EXIT.
071700     EXIT.
071800*----------------------------------------------------------------
071900 6000-LIST-ALL.
072000     OPEN INPUT FIXED-ASSET-FILE
072100     IF WS-FIXASSET-STATUS NOT = "00"
072200         DISPLAY "NO FIXED ASSET REGISTER"
072300         GO TO 6000-LIST-ALL-EXIT
072400     END-IF
072500     MOVE 'N' TO WS-ASSET-EOF-SWITCH
072600     MOVE ZERO TO WS-ASSETS-LISTED
072700     PERFORM 6100-LIST-ONE-ASSET
072800         THRU 6100-LIST-ONE-ASSET-EXIT
072900         UNTIL NO-MORE-ASSETS
073000     DISPLAY "ASSETS LISTED = " WS-ASSETS-LISTED
073100     CLOSE FIXED-ASSET-FILE
073200     .
073300 6000-LIST-ALL-EXIT.
073400     EXIT.
073500*----------------------------------------------------------------
073600 6100-LIST-ONE-ASSET.
073700     READ FIXED-ASSET-FILE NEXT RECORD
073800         AT END
073900             MOVE 'Y' TO WS-ASSET-EOF-SWITCH
074000             GO TO 6100-LIST-ONE-ASSET-EXIT
074100     END-READ
074200     ADD 1 TO WS-ASSETS-LISTED
074300     PERFORM 5100-SHOW-ONE-ASSET
074400         THRU 5100-SHOW-ONE-ASSET-EXIT
074500     .
074600 6100-LIST-ONE-ASSET-EXIT.
074700     EXIT.
074800*----------------------------------------------------------------
074900*  7000-WRITE-ACTIVITY-AUDIT-RECORD  --  THE BEFORE VALUE
075000*  CARRIES THE ASSET ID, THE AFTER VALUE THE ACTION TAKEN.
075100*----------------------------------------------------------------
075200 7000-WRITE-ACTIVITY-AUDIT-RECORD.
075300     OPEN EXTEND ACTIVITY-AUDIT-FILE
075400     IF WS-ACTAUDIT-STATUS = "35"
075500         CLOSE ACTIVITY-AUDIT-FILE
075600         OPEN OUTPUT ACTIVITY-AUDIT-FILE
075700     END-IF
075800     MOVE "FXAMAINT"        TO AL-PROGRAM-ID
075900     MOVE ZERO              TO AL-ACCT-NUMBER
076000     MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID
076100     MOVE WS-TARGET-ASSET-ID TO AL-BEFORE-VALUE
076200     MOVE WS-ACTION-TAKEN   TO AL-AFTER-VALUE
076300     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
076400     WRITE ACTIVITY-AUDIT-RECORD
076500     CLOSE ACTIVITY-AUDIT-FILE
076600     .
076700 7000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
076800     EXIT.
076900*----------------------------------------------------------------
077000*  8000-POST-ONE-PAIR  --  ONE GL-POSTING CODE 7 PAIR AT THE
077100*  ASSET'S BRANCH.  THE CALLER SETS THE TWO ACCOUNTS, THE
077200*  NARRATIVE AND THE SIGNED AMOUNT.
077300*----------------------------------------------------------------
077400 8000-POST-ONE-PAIR.
077500     MOVE FA-BRANCH-ID TO WS-LP-BRANCH-ID
077600     CALL "GL-POSTING" USING WS-GL-ZERO-ACCOUNT
077700         WS-GL-TYPE-CODE WS-GL-TRAN-CODE WS-GL-POST-AMOUNT
077800         WS-OPERATOR-ID WS-GL-POST-FLAG WS-GL-VALUE-DATE
077900         WS-LEDGER-PAIR
078000     .
078100 8000-POST-ONE-PAIR-EXIT.
078200     EXIT.
078300*----------------------------------------------------------------
078400*  8100-CHECK-GL-ACCOUNT  --  THE ACCOUNT MUST BE OPEN ON THE
078500*  CHART AND, WHERE A CLASS IS ASKED FOR, OF THAT CLASS.
078600*----------------------------------------------------------------
078700 8100-CHECK-GL-ACCOUNT.
078800     MOVE 'N' TO WS-GL-CHECK-SWITCH
078900     CALL "GLACCT-VERIFY" USING WS-CHECK-GL-ACCOUNT
079000         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
079100         WS-GLACCT-NORMAL-SIDE
079200     EVALUATE TRUE
079300         WHEN WS-GLACCT-CHART-ABSENT
079400             MOVE 'Y' TO WS-GL-CHECK-SWITCH
079500             GO TO 8100-CHECK-GL-ACCOUNT-EXIT
079600         WHEN WS-GLACCT-OPEN
079700             CONTINUE
079800         WHEN WS-GLACCT-CLOSED
079900             DISPLAY "GL ACCOUNT " WS-CHECK-GL-ACCOUNT
080000                 " IS CLOSED"
080100             GO TO 8100-CHECK-GL-ACCOUNT-EXIT
080200         WHEN OTHER
080300             DISPLAY "GL ACCOUNT " WS-CHECK-GL-ACCOUNT
080400                 " NOT ON THE CHART OF ACCOUNTS"
080500             GO TO 8100-CHECK-GL-ACCOUNT-EXIT
080600     END-EVALUATE
080700     IF WS-CHECK-CLASS-1 NOT = SPACE
080800             AND WS-GLACCT-CLASS NOT = WS-CHECK-CLASS-1
080900             AND WS-GLACCT-CLASS NOT = WS-CHECK-CLASS-2
081000         DISPLAY "GL ACCOUNT " WS-CHECK-GL-ACCOUNT " "
081100             WS-GLACCT-NAME " IS CLASS " WS-GLACCT-CLASS
081200             " - WRONG CLASS FOR THIS USE"
081300         GO TO 8100-CHECK-GL-ACCOUNT-EXIT
081400     END-IF
081500     MOVE 'Y' TO WS-GL-CHECK-SWITCH
081600     .
081700 8100-CHECK-GL-ACCOUNT-EXIT.
081800     EXIT.
081900 END PROGRAM FIXED-ASSET-MAINT.
