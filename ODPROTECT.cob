000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    OD-PROTECT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  OVERDRAFT PROTECTION
001300*                     TRANSFER.  A WITHDRAWAL, PRESENTED CHECK
001400*                     OR ATM SETTLEMENT ITEM THE ACCOUNT CANNOT
001500*                     COVER WAS DECLINED OR RETURNED NS WITHOUT
001600*                     A LOOK AT THE CUSTOMER'S OTHER MONEY.
001700*                     WHEN THE ACCOUNT CARRIES A NOMINATED
001800*                     BACKUP SAVINGS ACCOUNT (AM-OD-BACKUP-ACCT,
001900*                     SET THROUGH ODPMAINT) THE CALLER HANDS
002000*                     THIS ROUTINE THE SHORTFALL; IT PRICES THE
002100*                     ODPXFER PROTECTION FEE OFF THE FEE
002200*                     SCHEDULE (FEE-POST), ROUNDS SHORTFALL PLUS
002300*                     FEE UP TO THE TRANSFER INCREMENT (BUSINESS
002400*                     PARAMETER ODP-XFER-INCREMENT, DEFAULT
002500*                     100.00), DEBITS THE BACKUP AND POSTS THE
002600*                     TWO LINKED INTERNAL-TRANSFER LEGS THE WAY
002700*                     INTTRAN DOES - ONE TRANSACTION ID, BACKUP
002800*                     LEG NEGATIVE, PROTECTED LEG POSITIVE, GL
002900*                     W/D PAIR, BEFORE/AFTER AUDIT ROWS - SO
003000*                     THE TRANSFER SHOWS ON BOTH STATEMENTS.
003100*                     THE PROTECTED ACCOUNT'S RECORD IS THE
003200*                     CALLER'S OWN: THE TRANSFER IS CREDITED AND
003300*                     THE FEE DEBITED IN PLACE, AND THE CALLER'S
003400*                     REWRITE LANDS BOTH WITH THE ITEM ITSELF.
003500*                     RESULT FLAG: Y = COVERED, N = NOTHING
003600*                     MOVED (NO BACKUP, BACKUP NOT USABLE OR
003700*                     SHORT ITSELF) - THE CALLER DECLINES AS
003800*                     BEFORE.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     COPY ACCTMSEL.
004400     COPY TRANSEL.
004500     COPY ACTAUDSEL.
004600     COPY PARMSEL.
004700*================================================================
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ACCOUNT-MASTER-FILE.
005100     COPY ACCTMAST.
005200 FD  TRANSACTION-FILE.
005300     COPY TRANREC.
005400 FD  ACTIVITY-AUDIT-FILE.
005500     COPY ACTAUDREC.
005600 FD  BUSINESS-PARAMETER-FILE.
005700     COPY PARMREC.
005800*----------------------------------------------------------------
005900 WORKING-STORAGE SECTION.
006000     COPY ACCTSTAT.
006100*----------------------------------------------------------------
006200 01  WS-FILE-STATUSES.
006300     05  WS-ACCTMAST-STATUS        PIC XX.
006400     05  WS-TRANFILE-STATUS        PIC XX.
006500     05  WS-ACTAUDIT-STATUS        PIC XX.
006600     05  WS-BUSPARM-STATUS         PIC XX.
006700*----------------------------------------------------------------
006800*  TRANSFER INCREMENT - LOADED FROM THE BUSINESS PARAMETER FILE
006900*  ON THE FIRST CALL OF THE RUN, THE COMPILED-IN 100.00 WHEN
007000*  THE FILE OR THE ENTRY IS MISSING.
007100*----------------------------------------------------------------
007200 01  WS-PARMS-LOADED-FLAG          PIC X VALUE 'N'.
007300     88  WS-PARMS-LOADED           VALUE 'Y'.
007400 01  WS-PARM-EOF-SWITCH            PIC X.
007500     88  NO-MORE-PARMS             VALUE 'Y'.
007600 01  WS-XFER-INCREMENT             PIC 9(09)V99 VALUE 100.00.
007700*----------------------------------------------------------------
007800 01  WS-WORK-FIELDS.
007900     05  WS-BACKUP-USABLE-FLAG     PIC X.
008000         88  WS-BACKUP-USABLE      VALUE 'Y'.
008100     05  WS-FEE-SERVICE-CODE       PIC X(08) VALUE "ODPXFER".
008200     05  WS-FEE-QUOTE              PIC S9(09)V99.
008300     05  WS-FEE-POST-FLAG          PIC X.
008400     05  WS-SIMULATE-FLAG          PIC X VALUE 'S'.
008500     05  WS-AMOUNT-NEEDED          PIC S9(09)V99.
008600     05  WS-INCREMENT-COUNT        PIC 9(09) COMP.
008700     05  WS-TRANSFER-AMOUNT        PIC S9(09)V99.
008800     05  WS-LEG-AMOUNT             PIC S9(09)V99.
008900     05  WS-BACKUP-AVAILABLE       PIC S9(11)V99.
009000     05  WS-HELD-AMOUNT            PIC S9(11)V99.
009100     05  WS-GL-POST-FLAG           PIC X.
009200     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
009300*----------------------------------------------------------------
009400*  EACH SIDE'S FIELDS, HELD FOR THE LEGS, GL PAIR AND AUDIT.
009500*----------------------------------------------------------------
009600 01  WS-BACKUP-SIDE.
009700     05  WS-BKP-ACCT-NUMBER        PIC 9(10).
009800     05  WS-BKP-TYPE-CODE          PIC X.
009900     05  WS-BKP-OLD-BALANCE        PIC S9(09)V99.
010000     05  WS-BKP-NEW-BALANCE        PIC S9(09)V99.
010100 01  WS-PROTECTED-SIDE.
010200     05  WS-PRT-OLD-BALANCE        PIC S9(09)V99.
010300     05  WS-PRT-NEW-BALANCE        PIC S9(09)V99.
010400*----------------------------------------------------------------
010500 01  WS-ID-SOURCE-NAME             PIC X(08).
010600 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
010700 01  WS-BUSINESS-DATE              PIC 9(08).
010800 01  WS-BUSDATE-FLAG               PIC X.
010900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
011000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
011100     05  WS-TS-DATE                PIC 9(08).
011200     05  WS-TS-TIME-OF-DAY         PIC 9(08).
011300     05  FILLER                    PIC X(05).
011400*================================================================
011500 LINKAGE SECTION.
011600*----------------------------------------------------------------
011700*  THE CALLER'S OWN COPY OF THE PROTECTED ACCOUNT, AS READ FOR
011800*  THE ITEM IT IS POSTING.  ITS BALANCE IS UPDATED HERE AND
011900*  WRITTEN BACK BY THE CALLER'S REWRITE.
012000*----------------------------------------------------------------
012100     COPY ACCTMAST
012200         REPLACING ==ACCOUNT-MASTER-RECORD==
012300                BY ==LS-PROTECTED-ACCOUNT==
012400         LEADING ==AM== BY ==PA==.
012500 01  LS-SHORTFALL                  PIC S9(09)V99.
012600 01  LS-OPERATOR-ID                PIC X(08).
012700 01  LS-TRANSFER-AMOUNT            PIC S9(09)V99.
012800 01  LS-FEE-AMOUNT                 PIC S9(09)V99.
012900 01  LS-RESULT-FLAG                PIC X.
013000     88  LS-SHORTFALL-COVERED      VALUE 'Y'.
013100     88  LS-SHORTFALL-NOT-COVERED  VALUE 'N'.
013200*================================================================
013300 PROCEDURE DIVISION USING LS-PROTECTED-ACCOUNT LS-SHORTFALL
013400     LS-OPERATOR-ID LS-TRANSFER-AMOUNT LS-FEE-AMOUNT
013500     LS-RESULT-FLAG.
013600*================================================================
013700 0000-MAINLINE.
013800     MOVE ZERO TO LS-TRANSFER-AMOUNT
013900     MOVE ZERO TO LS-FEE-AMOUNT
014000     SET LS-SHORTFALL-NOT-COVERED TO TRUE
014100     IF PA-OD-BACKUP-ACCT = ZERO
014200         GOBACK
014300     END-IF
014400     IF LS-SHORTFALL NOT > ZERO
014500         GOBACK
014600     END-IF
014700     IF NOT WS-PARMS-LOADED
014800         PERFORM 1000-LOAD-PARAMETERS
014900             THRU 1000-LOAD-PARAMETERS-EXIT
015000     END-IF
015100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
015200     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
015300         WS-BUSDATE-FLAG
015400     IF WS-BUSDATE-FLAG = "Y"
015500         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
015600     END-IF
015700     PERFORM 2000-CHECK-THE-BACKUP
015800         THRU 2000-CHECK-THE-BACKUP-EXIT
015900     IF NOT WS-BACKUP-USABLE
016000         GOBACK
016100     END-IF
016200     PERFORM 3000-SIZE-THE-TRANSFER
016300         THRU 3000-SIZE-THE-TRANSFER-EXIT
016400     IF NOT WS-BACKUP-USABLE
016500         CLOSE ACCOUNT-MASTER-FILE
016600         GOBACK
016700     END-IF
016800     PERFORM 4000-MOVE-THE-MONEY
016900         THRU 4000-MOVE-THE-MONEY-EXIT
017000     GOBACK.
017100*----------------------------------------------------------------
017200*  1000-LOAD-PARAMETERS  --  FIRST CALL OF THE RUN.
017300*----------------------------------------------------------------
017400 1000-LOAD-PARAMETERS.
017500     SET WS-PARMS-LOADED TO TRUE
017600     OPEN INPUT BUSINESS-PARAMETER-FILE
017700     IF WS-BUSPARM-STATUS NOT = "00"
017800         GO TO 1000-LOAD-PARAMETERS-EXIT
017900     END-IF
018000     MOVE 'N' TO WS-PARM-EOF-SWITCH
018100     PERFORM 1100-READ-ONE-PARAMETER
018200         THRU 1100-READ-ONE-PARAMETER-EXIT
018300         UNTIL NO-MORE-PARMS
018400     CLOSE BUSINESS-PARAMETER-FILE
018500     .
018600 1000-LOAD-PARAMETERS-EXIT.
018700     EXIT.
018800*----------------------------------------------------------------
018900 1100-READ-ONE-PARAMETER.
019000     READ BUSINESS-PARAMETER-FILE
019100         AT END
019200             MOVE 'Y' TO WS-PARM-EOF-SWITCH
019300             GO TO 1100-READ-ONE-PARAMETER-EXIT
019400     END-READ
019500     EVALUATE BP-PARM-NAME
019600         WHEN "ODP-XFER-INCREMENT"
019700             MOVE BP-PARM-VALUE TO WS-XFER-INCREMENT
019800         WHEN OTHER
019900             CONTINUE
020000     END-EVALUATE
020100     .
020200 1100-READ-ONE-PARAMETER-EXIT.
020300     EXIT.
020400*----------------------------------------------------------------
020500*  2000-CHECK-THE-BACKUP  --  THE BACKUP MUST STILL BE AN
020600*  ACTIVE SAVINGS ACCOUNT IN THE SAME CURRENCY (THERE IS NO
020700*  CONVERSION PATH FOR TRANSFERS).  LEAVES THE MASTER OPEN I-O
020800*  WITH THE BACKUP'S RECORD IN THE BUFFER WHEN IT PASSES; ANY
020900*  FAILURE CLOSES IT.
021000*----------------------------------------------------------------
021100 2000-CHECK-THE-BACKUP.
021200     MOVE 'N' TO WS-BACKUP-USABLE-FLAG
021300     IF PA-OD-BACKUP-ACCT = PA-ACCT-NUMBER
021400         GO TO 2000-CHECK-THE-BACKUP-EXIT
021500     END-IF
021600     OPEN I-O ACCOUNT-MASTER-FILE
021700     IF WS-ACCTMAST-STATUS NOT = "00"
021800         DISPLAY "OD-PROTECT: UNABLE TO OPEN ACCOUNT MASTER, "
021900             "STATUS = " WS-ACCTMAST-STATUS
022000         GO TO 2000-CHECK-THE-BACKUP-EXIT
022100     END-IF
022200     MOVE PA-OD-BACKUP-ACCT TO AM-ACCT-NUMBER
022300     READ ACCOUNT-MASTER-FILE
022400         KEY IS AM-ACCT-NUMBER
022500         INVALID KEY
022600             DISPLAY "OD-PROTECT: BACKUP ACCOUNT "
022700                 PA-OD-BACKUP-ACCT " NOT ON MASTER"
022800             CLOSE ACCOUNT-MASTER-FILE
022900             GO TO 2000-CHECK-THE-BACKUP-EXIT
023000     END-READ
023100     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
023200     IF NOT STATUS-ACTIVE
023300             OR AM-TYPE-CODE NOT = 'S'
023400             OR AM-CURRENCY-CODE NOT = PA-CURRENCY-CODE
023500         DISPLAY "OD-PROTECT: BACKUP ACCOUNT "
023600             PA-OD-BACKUP-ACCT " NOT USABLE - STATUS "
023700             AM-STATUS-CODE " TYPE " AM-TYPE-CODE
023800             " CURRENCY " AM-CURRENCY-CODE
023900         CLOSE ACCOUNT-MASTER-FILE
024000         GO TO 2000-CHECK-THE-BACKUP-EXIT
024100     END-IF
024200     CALL "HOLD-SUM" USING AM-ACCT-NUMBER WS-HELD-AMOUNT
024300     COMPUTE WS-BACKUP-AVAILABLE = AM-BALANCE - WS-HELD-AMOUNT
024400     MOVE AM-ACCT-NUMBER TO WS-BKP-ACCT-NUMBER
024500     MOVE AM-TYPE-CODE   TO WS-BKP-TYPE-CODE
024600     MOVE AM-BALANCE     TO WS-BKP-OLD-BALANCE
024700     SET WS-BACKUP-USABLE TO TRUE
024800     .
024900 2000-CHECK-THE-BACKUP-EXIT.
025000     EXIT.
025100*----------------------------------------------------------------
025200*  3000-SIZE-THE-TRANSFER  --  SHORTFALL PLUS THE PRICED FEE
025300*  (SIMULATED - NOTHING IS CHARGED UNLESS THE TRANSFER GOES),
025400*  ROUNDED UP TO A WHOLE NUMBER OF INCREMENTS.  THE BACKUP IS
025500*  NEVER OVERDRAWN: WHEN IT HOLDS ENOUGH FOR THE NEED BUT NOT
025600*  THE ROUNDED AMOUNT, ITS AVAILABLE BALANCE IS TAKEN INSTEAD;
025700*  WHEN IT CANNOT MEET THE NEED ITSELF NOTHING MOVES.
025800*----------------------------------------------------------------
025900 3000-SIZE-THE-TRANSFER.
026000     MOVE ZERO TO WS-FEE-QUOTE
026100     CALL "FEE-POST" USING PA-ACCT-NUMBER PA-TYPE-CODE
026200         PA-CUSTOMER-NUMBER WS-FEE-SERVICE-CODE
026300         LS-OPERATOR-ID WS-FEE-QUOTE WS-FEE-POST-FLAG
026400         WS-SIMULATE-FLAG
026500     IF WS-FEE-POST-FLAG NOT = 'S'
026600         MOVE ZERO TO WS-FEE-QUOTE
026700     END-IF
026800     COMPUTE WS-AMOUNT-NEEDED = LS-SHORTFALL + WS-FEE-QUOTE
026900     IF WS-XFER-INCREMENT = ZERO
027000         MOVE WS-AMOUNT-NEEDED TO WS-TRANSFER-AMOUNT
027100     ELSE
027200         COMPUTE WS-INCREMENT-COUNT =
027300             WS-AMOUNT-NEEDED / WS-XFER-INCREMENT
027400         IF WS-INCREMENT-COUNT * WS-XFER-INCREMENT
027500                 < WS-AMOUNT-NEEDED
027600             ADD 1 TO WS-INCREMENT-COUNT
027700         END-IF
027800         COMPUTE WS-TRANSFER-AMOUNT =
027900             WS-INCREMENT-COUNT * WS-XFER-INCREMENT
028000     END-IF
028100     IF WS-TRANSFER-AMOUNT > WS-BACKUP-AVAILABLE
028200         MOVE WS-BACKUP-AVAILABLE TO WS-TRANSFER-AMOUNT
028300     END-IF
028400     IF WS-TRANSFER-AMOUNT < WS-AMOUNT-NEEDED
028500         DISPLAY "OD-PROTECT: BACKUP ACCOUNT "
028600             WS-BKP-ACCT-NUMBER " CANNOT COVER "
028700             WS-AMOUNT-NEEDED " FOR ACCOUNT " PA-ACCT-NUMBER
028800         MOVE 'N' TO WS-BACKUP-USABLE-FLAG
028900     END-IF
029000     .
029100 3000-SIZE-THE-TRANSFER-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
029400*  4000-MOVE-THE-MONEY  --  DEBIT AND REWRITE THE BACKUP, THEN
029500*  CREDIT THE CALLER'S PROTECTED RECORD, WRITE THE LINKED LEGS,
029600*  THE GL PAIR AND THE AUDIT ROWS, AND CHARGE THE FEE.  THE
029700*  SWEEP IS THE BANK'S, NOT THE CUSTOMER'S, SO IT DOES NOT
029800*  COUNT AGAINST THE BACKUP'S DAILY WITHDRAWAL LIMIT.
029900*----------------------------------------------------------------
030000 4000-MOVE-THE-MONEY.
030100     SUBTRACT WS-TRANSFER-AMOUNT FROM AM-BALANCE
030200     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
030300     MOVE AM-BALANCE TO WS-BKP-NEW-BALANCE
030400     REWRITE ACCOUNT-MASTER-RECORD
030500         INVALID KEY
030600             DISPLAY "OD-PROTECT: UNABLE TO REWRITE BACKUP "
030700                 "ACCOUNT " WS-BKP-ACCT-NUMBER
030800                 " - NOTHING MOVED"
030900             CLOSE ACCOUNT-MASTER-FILE
031000             GO TO 4000-MOVE-THE-MONEY-EXIT
031100     END-REWRITE
031200     CLOSE ACCOUNT-MASTER-FILE
031300
031400     MOVE PA-BALANCE TO WS-PRT-OLD-BALANCE
031500     ADD WS-TRANSFER-AMOUNT TO PA-BALANCE
031600     MOVE PA-BALANCE TO WS-PRT-NEW-BALANCE
031700
031800     PERFORM 4100-WRITE-TRANSFER-LEGS
031900         THRU 4100-WRITE-TRANSFER-LEGS-EXIT
032000
032100     CALL "GL-POSTING" USING WS-BKP-ACCT-NUMBER
032200         WS-BKP-TYPE-CODE "W" WS-TRANSFER-AMOUNT
032300         LS-OPERATOR-ID WS-GL-POST-FLAG
032400     CALL "GL-POSTING" USING PA-ACCT-NUMBER
032500         PA-TYPE-CODE "D" WS-TRANSFER-AMOUNT
032600         LS-OPERATOR-ID WS-GL-POST-FLAG
032700
032800     PERFORM 4200-WRITE-AUDIT-ROWS
032900         THRU 4200-WRITE-AUDIT-ROWS-EXIT
033000
033100     CALL "FEE-POST" USING PA-ACCT-NUMBER PA-TYPE-CODE
033200         PA-CUSTOMER-NUMBER WS-FEE-SERVICE-CODE
033300         LS-OPERATOR-ID LS-FEE-AMOUNT WS-FEE-POST-FLAG
033400     IF WS-FEE-POST-FLAG = 'Y'
033500         SUBTRACT LS-FEE-AMOUNT FROM PA-BALANCE
033600     ELSE
033700         MOVE ZERO TO LS-FEE-AMOUNT
033800     END-IF
033900
034000     MOVE WS-TRANSFER-AMOUNT TO LS-TRANSFER-AMOUNT
034100     SET LS-SHORTFALL-COVERED TO TRUE
034200     DISPLAY "OD-PROTECT: " WS-TRANSFER-AMOUNT
034300         " TRANSFERRED FROM " WS-BKP-ACCT-NUMBER
034400         " TO " PA-ACCT-NUMBER " FEE " LS-FEE-AMOUNT
034500     .
034600 4000-MOVE-THE-MONEY-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900*  4100-WRITE-TRANSFER-LEGS  --  TWO LINKED TRANSFER RECORDS
035000*  SHARING ONE TRANSACTION ID: THE BACKUP LEG NEGATIVE, THE
035100*  PROTECTED LEG POSITIVE.
035200*----------------------------------------------------------------
035300 4100-WRITE-TRANSFER-LEGS.
035400     OPEN EXTEND TRANSACTION-FILE
035500     IF WS-TRANFILE-STATUS = "35"
035600         CLOSE TRANSACTION-FILE
035700         OPEN OUTPUT TRANSACTION-FILE
035800     END-IF
035900     IF WS-TRANFILE-STATUS NOT = "00"
036000         DISPLAY "OD-PROTECT: UNABLE TO OPEN TRANSACTION FILE, "
036100             "STATUS = " WS-TRANFILE-STATUS
036200         GO TO 4100-WRITE-TRANSFER-LEGS-EXIT
036300     END-IF
036400     MOVE "TRAN" TO WS-ID-SOURCE-NAME
036500     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
036600         WS-NEXT-ASSIGNED-ID
036700     MOVE WS-NEXT-ASSIGNED-ID     TO TR-TRAN-ID
036800     MOVE WS-BKP-ACCT-NUMBER      TO TR-ACCT-NUMBER
036900     SET TRAN-INTERNAL-XFER       TO TRUE
037000     COMPUTE WS-LEG-AMOUNT = 0 - WS-TRANSFER-AMOUNT
037100     MOVE WS-LEG-AMOUNT           TO TR-AMOUNT
037200     MOVE WS-TS-DATE              TO TR-TRAN-DATE
037300     MOVE WS-TS-TIME-OF-DAY (1:6) TO TR-TRAN-TIME
037400     MOVE LS-OPERATOR-ID          TO TR-OPERATOR-ID
037500     MOVE PA-CURRENCY-CODE        TO TR-CURRENCY-CODE
037600     MOVE ZERO                    TO TR-ORIGINAL-TRAN-ID
037700     WRITE TRANSACTION-RECORD
037800     CALL "TRANH-POST" USING TRANSACTION-RECORD
037900
038000     MOVE PA-ACCT-NUMBER          TO TR-ACCT-NUMBER
038100     MOVE WS-TRANSFER-AMOUNT      TO TR-AMOUNT
038200     WRITE TRANSACTION-RECORD
038300     CALL "TRANH-POST" USING TRANSACTION-RECORD
038400     CLOSE TRANSACTION-FILE
038500     .
038600 4100-WRITE-TRANSFER-LEGS-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900*  4200-WRITE-AUDIT-ROWS  --  BEFORE/AFTER BALANCE FOR EACH
039000*  ACCOUNT TO THE SHARED ACTIVITY AUDIT LOG.  THE PROTECTED
039100*  ACCOUNT'S AFTER VALUE IS BEFORE THE ITEM ITSELF POSTS.
039200*----------------------------------------------------------------
039300 4200-WRITE-AUDIT-ROWS.
039400     OPEN EXTEND ACTIVITY-AUDIT-FILE
039500     IF WS-ACTAUDIT-STATUS = "35"
039600         CLOSE ACTIVITY-AUDIT-FILE
039700         OPEN OUTPUT ACTIVITY-AUDIT-FILE
039800     END-IF
039900     MOVE "OD-PROTECT"      TO AL-PROGRAM-ID
040000     MOVE WS-BKP-ACCT-NUMBER TO AL-ACCT-NUMBER
040100     MOVE LS-OPERATOR-ID    TO AL-OPERATOR-ID
040200     MOVE WS-BKP-OLD-BALANCE TO WS-AUDIT-EDIT-VALUE
040300     MOVE WS-AUDIT-EDIT-VALUE TO AL-BEFORE-VALUE
040400     MOVE WS-BKP-NEW-BALANCE TO WS-AUDIT-EDIT-VALUE
040500     MOVE WS-AUDIT-EDIT-VALUE TO AL-AFTER-VALUE
040600     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
040700     WRITE ACTIVITY-AUDIT-RECORD
040800
040900     MOVE PA-ACCT-NUMBER    TO AL-ACCT-NUMBER
041000     MOVE WS-PRT-OLD-BALANCE TO WS-AUDIT-EDIT-VALUE
041100     MOVE WS-AUDIT-EDIT-VALUE TO AL-BEFORE-VALUE
041200     MOVE WS-PRT-NEW-BALANCE TO WS-AUDIT-EDIT-VALUE
041300     MOVE WS-AUDIT-EDIT-VALUE TO AL-AFTER-VALUE
041400     WRITE ACTIVITY-AUDIT-RECORD
041500     CLOSE ACTIVITY-AUDIT-FILE
041600     .
041700 4200-WRITE-AUDIT-ROWS-EXIT.
041800     EXIT.
041900 END PROGRAM OD-PROTECT.
