000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    NSF-DECIDE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  PAY-OR-RETURN DECISION
001300*                     AND ITEM FEE FOR A CHECK OR DEBIT THAT
001400*                     WOULD TAKE THE ACCOUNT'S AVAILABLE
001500*                     BALANCE BELOW ZERO.  UNTIL NOW AN ITEM
001600*                     THAT PAID INTO THE OVERDRAFT LINE, OR WAS
001700*                     RETURNED NS, COST THE CUSTOMER NOTHING.
001800*                     THE CALLER HANDS OVER ITS OWN COPY OF THE
001900*                     ACCOUNT (AFTER ANY OD-PROTECT TRANSFER
002000*                     HAS FAILED TO COVER THE ITEM) AND THE
002100*                     ITEM.  AN ITEM INSIDE THE CONTRACTUAL
002200*                     OVERDRAFT LINE PAYS; ONE PAST IT PAYS
002300*                     ONLY WHEN THE CUSTOMER HAS OPTED IN TO
002400*                     DISCRETIONARY PAID OVERDRAFT, THE ACCOUNT
002500*                     IS AN ACTIVE CURRENT ACCOUNT AND THE ITEM
002600*                     STAYS INSIDE THE LINE PLUS THE ACCOUNT'S
002700*                     RISK LIMIT (BOTH SET THROUGH ODPMAINT);
002800*                     EVERYTHING ELSE RETURNS.  A PAID ITEM IS
002900*                     CHARGED THE PAIDITEM FEE, A RETURNED ITEM
003000*                     THE NSFITEM FEE, BOTH PRICED AND POSTED BY
003100*                     FEE-POST - EXCEPT AN ITEM BELOW THE DE
003200*                     MINIMIS AMOUNT (PARAMETER NSF-DE-MINIMIS,
003300*                     DEFAULT 5.00) OR ONE PAST THE DAY'S FEE
003400*                     CAP (PARAMETER NSF-DAILY-FEE-CAP, DEFAULT
003500*                     3 FEES PER ACCOUNT PER BUSINESS DATE, ZERO
003600*                     FOR NO CAP).  THE FEE IS DEBITED IN THE
003700*                     CALLER'S RECORD AREA, WITH THE DAY'S FEE
003800*                     COUNT, FOR THE CALLER'S REWRITE TO LAND.
003900*                     EVERY DECISION IS WRITTEN TO THE NSF
004000*                     ACTIVITY REGISTER, WHICH PUTS THE FEE ON
004100*                     THE STATEMENT AGAINST ITS ITEM AND FEEDS
004200*                     THE DAILY NSF ACTIVITY REPORT.
004300*                     ITEM KIND: C = PRESENTED CHECK,
004400*                     A = ACH DEBIT.  DECISION: P = PAY,
004500*                     R = RETURN.
004600*================================================================
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     COPY NSFASEL.
005100     COPY PARMSEL.
005200*================================================================
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  NSF-ACTIVITY-FILE.
005600     COPY NSFAREC.
005700 FD  BUSINESS-PARAMETER-FILE.
005800     COPY PARMREC.
005900*----------------------------------------------------------------
006000 WORKING-STORAGE SECTION.
006100     COPY ACCTSTAT.
006200*----------------------------------------------------------------
006300 01  WS-FILE-STATUSES.
006400     05  WS-NSFACT-STATUS          PIC XX.
006500     05  WS-BUSPARM-STATUS         PIC XX.
006600*----------------------------------------------------------------
006700*  FEE CAP AND DE MINIMIS AMOUNT - LOADED FROM THE BUSINESS
006800*  PARAMETER FILE ON THE FIRST CALL OF THE RUN, THE COMPILED-IN
006900*  DEFAULTS WHEN THE FILE OR AN ENTRY IS MISSING.
007000*----------------------------------------------------------------
007100 01  WS-PARMS-LOADED-FLAG          PIC X VALUE 'N'.
007200     88  WS-PARMS-LOADED           VALUE 'Y'.
007300 01  WS-PARM-EOF-SWITCH            PIC X.
007400     88  NO-MORE-PARMS             VALUE 'Y'.
007500 01  WS-DAILY-FEE-CAP              PIC 9(02) VALUE 3.
007600 01  WS-DE-MINIMIS-AMOUNT          PIC 9(09)V99 VALUE 5.00.
007700*----------------------------------------------------------------
007800 01  WS-WORK-FIELDS.
007900     05  WS-PAID-ITEM-SERVICE      PIC X(08) VALUE "PAIDITEM".
008000     05  WS-NSF-ITEM-SERVICE       PIC X(08) VALUE "NSFITEM".
008100     05  WS-FEE-SERVICE-CODE       PIC X(08).
008200     05  WS-FEE-POST-FLAG          PIC X.
008300     05  WS-FEE-STATUS             PIC X.
008400         88  WS-FEE-CHARGED        VALUE 'C'.
008500         88  WS-FEE-DE-MINIMIS     VALUE 'D'.
008600         88  WS-FEE-CAPPED         VALUE 'X'.
008700         88  WS-FEE-WAIVED         VALUE 'W'.
008800         88  WS-FEE-NOT-PRICED     VALUE 'N'.
008900     05  WS-AVAILABLE-AFTER        PIC S9(11)V99.
009000     05  WS-CONTRACT-FLOOR         PIC S9(11)V99.
009100     05  WS-DISCRETION-FLOOR       PIC S9(11)V99.
009200*----------------------------------------------------------------
009300 01  WS-BUSINESS-DATE              PIC 9(08).
009400 01  WS-BUSDATE-FLAG               PIC X.
009500 01  WS-CURRENT-TIMESTAMP          PIC X(21).
009600 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
009700     05  WS-TS-DATE                PIC 9(08).
009800     05  FILLER                    PIC X(13).
009900*================================================================
010000 LINKAGE SECTION.
010100*----------------------------------------------------------------
010200*  THE CALLER'S OWN COPY OF THE DRAWN ACCOUNT, AS READ FOR THE
010300*  ITEM IT IS POSTING.  ANY FEE IS DEBITED HERE AND WRITTEN
010400*  BACK BY THE CALLER'S REWRITE.
010500*----------------------------------------------------------------
010600     COPY ACCTMAST
010700         REPLACING ==ACCOUNT-MASTER-RECORD==
010800                BY ==LS-DRAWN-ACCOUNT==
010900         LEADING ==AM== BY ==DA==.
011000 01  LS-ITEM-AMOUNT                PIC 9(09)V99.
011100 01  LS-HELD-AMOUNT                PIC S9(11)V99.
011200 01  LS-ITEM-KIND                  PIC X.
011300 01  LS-ITEM-REF                   PIC X(16).
011400 01  LS-OPERATOR-ID                PIC X(08).
011500 01  LS-DECISION                   PIC X.
011600     88  LS-PAY-THE-ITEM           VALUE 'P'.
011700     88  LS-RETURN-THE-ITEM        VALUE 'R'.
011800 01  LS-FEE-AMOUNT                 PIC S9(09)V99.
011900*================================================================
012000 PROCEDURE DIVISION USING LS-DRAWN-ACCOUNT LS-ITEM-AMOUNT
012100     LS-HELD-AMOUNT LS-ITEM-KIND LS-ITEM-REF LS-OPERATOR-ID
012200     LS-DECISION LS-FEE-AMOUNT.
012300*================================================================
012400 0000-MAINLINE.
012500     MOVE ZERO TO LS-FEE-AMOUNT
012600     SET LS-RETURN-THE-ITEM TO TRUE
012700     IF NOT WS-PARMS-LOADED
012800         PERFORM 1000-LOAD-PARAMETERS
012900             THRU 1000-LOAD-PARAMETERS-EXIT
013000     END-IF
013100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
013200     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
013300         WS-BUSDATE-FLAG
013400     IF WS-BUSDATE-FLAG = "Y"
013500         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
013600     END-IF
013700     PERFORM 2000-DECIDE-PAY-OR-RETURN
013800         THRU 2000-DECIDE-PAY-OR-RETURN-EXIT
013900     PERFORM 3000-ASSESS-THE-FEE
014000         THRU 3000-ASSESS-THE-FEE-EXIT
014100     PERFORM 4000-WRITE-ACTIVITY-ROW
014200         THRU 4000-WRITE-ACTIVITY-ROW-EXIT
014300     GOBACK.
014400*----------------------------------------------------------------
014500*  1000-LOAD-PARAMETERS  --  FIRST CALL OF THE RUN.
014600*----------------------------------------------------------------
014700 1000-LOAD-PARAMETERS.
014800     SET WS-PARMS-LOADED TO TRUE
014900     OPEN INPUT BUSINESS-PARAMETER-FILE
015000     IF WS-BUSPARM-STATUS NOT = "00"
015100         GO TO 1000-LOAD-PARAMETERS-EXIT
015200     END-IF
015300     MOVE 'N' TO WS-PARM-EOF-SWITCH
015400     PERFORM 1100-READ-ONE-PARAMETER
015500         THRU 1100-READ-ONE-PARAMETER-EXIT
015600         UNTIL NO-MORE-PARMS
015700     CLOSE BUSINESS-PARAMETER-FILE
015800     .
015900 1000-LOAD-PARAMETERS-EXIT.
016000     EXIT.
016100*----------------------------------------------------------------
016200 1100-READ-ONE-PARAMETER.
016300     READ BUSINESS-PARAMETER-FILE
016400         AT END
016500             MOVE 'Y' TO WS-PARM-EOF-SWITCH
016600             GO TO 1100-READ-ONE-PARAMETER-EXIT
016700     END-READ
016800     EVALUATE BP-PARM-NAME
016900         WHEN "NSF-DAILY-FEE-CAP"
017000             MOVE BP-PARM-VALUE TO WS-DAILY-FEE-CAP
017100         WHEN "NSF-DE-MINIMIS"
017200             MOVE BP-PARM-VALUE TO WS-DE-MINIMIS-AMOUNT
017300         WHEN OTHER
017400             CONTINUE
017500     END-EVALUATE
017600     .
017700 1100-READ-ONE-PARAMETER-EXIT.
017800     EXIT.
017900*----------------------------------------------------------------
018000*  2000-DECIDE-PAY-OR-RETURN  --  INSIDE THE CONTRACTUAL LINE
018100*  THE ITEM PAYS.  PAST IT, ONLY AN OPTED-IN, ACTIVE CURRENT
018200*  ACCOUNT WITHIN ITS RISK LIMIT PAYS.
018300*----------------------------------------------------------------
018400 2000-DECIDE-PAY-OR-RETURN.
018500     COMPUTE WS-AVAILABLE-AFTER =
018600         DA-BALANCE - LS-HELD-AMOUNT - LS-ITEM-AMOUNT
018700     COMPUTE WS-CONTRACT-FLOOR = 0 - DA-OVERDRAFT-LIMIT
018800     IF WS-AVAILABLE-AFTER NOT < WS-CONTRACT-FLOOR
018900         SET LS-PAY-THE-ITEM TO TRUE
019000         GO TO 2000-DECIDE-PAY-OR-RETURN-EXIT
019100     END-IF
019200     IF NOT DA-ODP-OPTED-IN
019300         GO TO 2000-DECIDE-PAY-OR-RETURN-EXIT
019400     END-IF
019500     MOVE DA-STATUS-CODE TO ACCT-STATUS-CODE
019600     IF NOT STATUS-ACTIVE OR DA-TYPE-CODE NOT = 'C'
019700         GO TO 2000-DECIDE-PAY-OR-RETURN-EXIT
019800     END-IF
019900     COMPUTE WS-DISCRETION-FLOOR =
020000         0 - DA-OVERDRAFT-LIMIT - DA-ODP-RISK-LIMIT
020100     IF WS-AVAILABLE-AFTER NOT < WS-DISCRETION-FLOOR
020200         SET LS-PAY-THE-ITEM TO TRUE
020300     END-IF
020400     .
020500 2000-DECIDE-PAY-OR-RETURN-EXIT.
020600     EXIT.
020700*----------------------------------------------------------------
020800*  3000-ASSESS-THE-FEE  --  DE MINIMIS FIRST, THEN THE DAY'S
020900*  CAP, THEN FEE-POST (WHICH MAY STILL WAIVE IT ON THE
021000*  RELATIONSHIP TIER OR FIND NO PRICE FOR IT).  THE DAY'S
021100*  COUNT STARTS AGAIN ON THE FIRST FEE OF A NEW BUSINESS DATE.
021200*----------------------------------------------------------------
021300 3000-ASSESS-THE-FEE.
021400     IF LS-ITEM-AMOUNT < WS-DE-MINIMIS-AMOUNT
021500         SET WS-FEE-DE-MINIMIS TO TRUE
021600         GO TO 3000-ASSESS-THE-FEE-EXIT
021700     END-IF
021800     IF DA-NSF-FEE-DATE NOT = WS-TS-DATE
021900         MOVE WS-TS-DATE TO DA-NSF-FEE-DATE
022000         MOVE ZERO TO DA-NSF-FEE-COUNT
022100     END-IF
022200     IF WS-DAILY-FEE-CAP NOT = ZERO
022300             AND DA-NSF-FEE-COUNT NOT < WS-DAILY-FEE-CAP
022400         SET WS-FEE-CAPPED TO TRUE
022500         GO TO 3000-ASSESS-THE-FEE-EXIT
022600     END-IF
022700     IF LS-PAY-THE-ITEM
022800         MOVE WS-PAID-ITEM-SERVICE TO WS-FEE-SERVICE-CODE
022900     ELSE
023000         MOVE WS-NSF-ITEM-SERVICE TO WS-FEE-SERVICE-CODE
023100     END-IF
023200     CALL "FEE-POST" USING DA-ACCT-NUMBER DA-TYPE-CODE
023300         DA-CUSTOMER-NUMBER WS-FEE-SERVICE-CODE
023400         LS-OPERATOR-ID LS-FEE-AMOUNT WS-FEE-POST-FLAG
023500     EVALUATE WS-FEE-POST-FLAG
023600         WHEN 'Y'
023700             SUBTRACT LS-FEE-AMOUNT FROM DA-BALANCE
023800             ADD 1 TO DA-NSF-FEE-COUNT
023900             SET WS-FEE-CHARGED TO TRUE
024000         WHEN 'W'
024100             MOVE ZERO TO LS-FEE-AMOUNT
024200             SET WS-FEE-WAIVED TO TRUE
024300         WHEN OTHER
024400             MOVE ZERO TO LS-FEE-AMOUNT
024500             SET WS-FEE-NOT-PRICED TO TRUE
024600     END-EVALUATE
024700     .
024800 3000-ASSESS-THE-FEE-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100*  4000-WRITE-ACTIVITY-ROW  --  ONE REGISTER ROW PER DECISION.
025200*----------------------------------------------------------------
025300 4000-WRITE-ACTIVITY-ROW.
025400     OPEN EXTEND NSF-ACTIVITY-FILE
025500     IF WS-NSFACT-STATUS = "35"
025600         CLOSE NSF-ACTIVITY-FILE
025700         OPEN OUTPUT NSF-ACTIVITY-FILE
025800     END-IF
025900     IF WS-NSFACT-STATUS NOT = "00"
026000         DISPLAY "NSF-DECIDE: UNABLE TO OPEN NSF ACTIVITY "
026100             "REGISTER, STATUS = " WS-NSFACT-STATUS
026200         GO TO 4000-WRITE-ACTIVITY-ROW-EXIT
026300     END-IF
026400     MOVE DA-ACCT-NUMBER    TO NA-ACCT-NUMBER
026500     MOVE DA-BRANCH-ID      TO NA-BRANCH-ID
026600     MOVE WS-TS-DATE        TO NA-ACTIVITY-DATE
026700     MOVE LS-ITEM-KIND      TO NA-ITEM-KIND
026800     MOVE LS-ITEM-REF       TO NA-ITEM-REF
026900     MOVE LS-ITEM-AMOUNT    TO NA-ITEM-AMOUNT
027000     MOVE LS-DECISION       TO NA-DECISION
027100     MOVE LS-FEE-AMOUNT     TO NA-FEE-AMOUNT
027200     MOVE WS-FEE-STATUS     TO NA-FEE-STATUS
027300     MOVE LS-OPERATOR-ID    TO NA-OPERATOR-ID
027400     WRITE NSF-ACTIVITY-RECORD
027500     CLOSE NSF-ACTIVITY-FILE
027600     DISPLAY "NSF-DECIDE: ACCOUNT " DA-ACCT-NUMBER " ITEM "
027700         LS-ITEM-REF " DECISION " LS-DECISION " FEE "
027800         LS-FEE-AMOUNT " (" WS-FEE-STATUS ")"
027900     .
028000 4000-WRITE-ACTIVITY-ROW-EXIT.
028100     EXIT.
028200 END PROGRAM NSF-DECIDE.
