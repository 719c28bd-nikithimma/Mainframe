002000*                     REMITTANCE PASS (ESCHEAT-REMIT, BELOW)
002100*                     RUNS AFTER THE STATUTORY NOTICE WINDOW
002200*                     AND MOVES THE MONEY.
002210*    2026-10-15  RPK  ALSO WRITES THE LETTER FOR DRILLED SAFE
002220*                     DEPOSIT CONTENTS STILL HELD PAST THE
002230*                     SDB-ESCHEAT-DAYS PERIOD (DEFAULT FIVE YEARS
002240*                     OFF THE UNPAID RENT DUE DATE) TO THE PRIMARY
002250*                     RENTER.  ADDRESS BLOCK MOVED TO ITS OWN
002260*                     PARAGRAPH SO BOTH LETTERS SHARE IT.
002264*    2026-10-15  RPK  OWNERS WHOSE ADDRESS IS FLAGGED
002268*                     UNDELIVERABLE GET NO LETTER - A LETTER TO A
002272*                     KNOWN BAD ADDRESS IS NOT DUE DILIGENCE.  THE
002276*                     ACCOUNT OR BOX GOES ON THE NEW DUE-DILIGENCE
002280*                     LIST (ESCHDDL) AS LETTER HELD, AND A DORMANT
002284*                     ACCOUNT NOT YET PAST THE STATUTORY PERIOD IS
002288*                     LISTED AS A LOST OWNER ONCE THE FLAG IS
002292*                     RETMAIL-DD-DAYS OLD (DEFAULT 180).
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002700     COPY ACCTMSEL.
002800     COPY CUSTMSEL.
002900     COPY PARMSEL.
002950     COPY SDBDSEL.
003000     SELECT ESCHEAT-LETTER-FILE
003100         ASSIGN TO "ESCHLTR"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-ESCHLTR-STATUS.
003320     SELECT ESCHEAT-DILIGENCE-FILE
003340         ASSIGN TO "ESCHDDL"
003360         ORGANIZATION IS LINE SEQUENTIAL
003380         FILE STATUS IS WS-ESCHDDL-STATUS.
003400*================================================================
003500 DATA DIVISION.
003600 FILE SECTION.
004000     COPY CUSTMAST.
004100 FD  BUSINESS-PARAMETER-FILE.
004200     COPY PARMREC.
004230 FD  SDB-DRILL-FILE.
004260     COPY SDBDREC.
004300 FD  ESCHEAT-LETTER-FILE.
004400 01  ESCHEAT-LETTER-LINE           PIC X(80).
004433 FD  ESCHEAT-DILIGENCE-FILE.
004466 01  ESCHEAT-DILIGENCE-LINE        PIC X(80).
004500*----------------------------------------------------------------
004600 WORKING-STORAGE SECTION.
004700     COPY ACCTSTAT.
005100     05  WS-CUSTMAST-STATUS        PIC XX.
005200     05  WS-BUSPARM-STATUS         PIC XX.
005300     05  WS-ESCHLTR-STATUS         PIC XX.
005350     05  WS-SDBDRILL-STATUS        PIC XX.
005375     05  WS-ESCHDDL-STATUS         PIC XX.
005400*----------------------------------------------------------------
005500 01  WS-WORK-FIELDS.
005600     05  WS-ACCT-EOF-SWITCH        PIC X VALUE 'N'.
005700         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
005800     05  WS-PARM-EOF-SWITCH        PIC X.
005900         88  NO-MORE-PARMS         VALUE 'Y'.
005930     05  WS-DRILL-EOF-SWITCH       PIC X VALUE 'N'.
005960         88  NO-MORE-DRILLS        VALUE 'Y'.
006000     05  WS-ACCOUNTS-READ          PIC 9(08) COMP VALUE 0.
006100     05  WS-LETTERS-WRITTEN        PIC 9(06) COMP VALUE 0.
006150     05  WS-BOX-LETTERS-WRITTEN    PIC 9(06) COMP VALUE 0.
006166     05  WS-LETTERS-HELD           PIC 9(06) COMP VALUE 0.
006182     05  WS-LOST-OWNERS-LISTED     PIC 9(06) COMP VALUE 0.
006200     05  WS-ESCHEAT-DAYS           PIC 9(05) VALUE 1825.
006250     05  WS-SDB-ESCHEAT-DAYS       PIC 9(05) VALUE 1825.
006275     05  WS-RETMAIL-DD-DAYS        PIC 9(05) VALUE 180.
006300     05  WS-DAYS-INACTIVE          PIC S9(07) COMP.
006333     05  WS-DAYS-RETURNED          PIC S9(07) COMP.
006366     05  WS-DILIGENCE-REASON       PIC X(30).
006400     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
006500*----------------------------------------------------------------
006600 01  WS-BUSINESS-DATE              PIC 9(08).
009300     PERFORM 2000-CHECK-ONE-ACCOUNT
009400         THRU 2000-CHECK-ONE-ACCOUNT-EXIT
009500         UNTIL NO-MORE-ACCOUNTS
009530     PERFORM 3000-CHECK-SAFE-DEPOSIT
009560         THRU 3000-CHECK-SAFE-DEPOSIT-EXIT
009600     PERFORM 9999-EXIT
009700         THRU 9999-EXIT-EXIT
009800     DISPLAY "ESCHNOTICE: ACCOUNTS READ   = " WS-ACCOUNTS-READ
009900     DISPLAY "ESCHNOTICE: LETTERS WRITTEN = "
010000         WS-LETTERS-WRITTEN
010030     DISPLAY "ESCHNOTICE: BOX LETTERS     = "
010060         WS-BOX-LETTERS-WRITTEN
010068     DISPLAY "ESCHNOTICE: LETTERS HELD    = "
010076         WS-LETTERS-HELD
010084     DISPLAY "ESCHNOTICE: LOST OWNERS     = "
010092         WS-LOST-OWNERS-LISTED
010100     MOVE WS-ACCOUNTS-READ TO WS-RH-RECORDS-READ
010200     COMPUTE WS-RH-RECORDS-UPDATED =
010250         WS-LETTERS-WRITTEN + WS-BOX-LETTERS-WRITTEN
010300     MOVE ZERO TO WS-RH-AMOUNT-POSTED
010400     MOVE ZERO TO WS-RH-COMPLETION-CODE
010500     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
013000         CLOSE ESCHEAT-LETTER-FILE
013100         OPEN OUTPUT ESCHEAT-LETTER-FILE
013200     END-IF
013216     OPEN EXTEND ESCHEAT-DILIGENCE-FILE
013232     IF WS-ESCHDDL-STATUS = "35"
013248         CLOSE ESCHEAT-DILIGENCE-FILE
013264         OPEN OUTPUT ESCHEAT-DILIGENCE-FILE
013280     END-IF
013300     .
013400 1000-INITIALIZE-EXIT.
013500     EXIT.
015700     EVALUATE BP-PARM-NAME
015800         WHEN "ESCHEAT-DAYS"
015900             MOVE BP-PARM-VALUE TO WS-ESCHEAT-DAYS
015930         WHEN "SDB-ESCHEAT-DAYS"
015960             MOVE BP-PARM-VALUE TO WS-SDB-ESCHEAT-DAYS
015973         WHEN "RETMAIL-DD-DAYS"
015986             MOVE BP-PARM-VALUE TO WS-RETMAIL-DD-DAYS
016000         WHEN OTHER
016100             CONTINUE
016200     END-EVALUATE
016500     EXIT.
016600*----------------------------------------------------------------
016700*  2000-CHECK-ONE-ACCOUNT  --  A DORMANT ACCOUNT PAST THE
016800*  STATUTORY PERIOD GETS ITS OWNER A LETTER.  AN OWNER WHOSE
016833*  ADDRESS IS FLAGGED UNDELIVERABLE GETS NO LETTER - THE ACCOUNT
016866*  GOES ON THE DUE-DILIGENCE LIST INSTEAD (SEE 2200).
016900*----------------------------------------------------------------
017000 2000-CHECK-ONE-ACCOUNT.
017100     READ ACCOUNT-MASTER-FILE NEXT RECORD
018400     COMPUTE WS-DAYS-INACTIVE =
018500         FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
018600         - FUNCTION INTEGER-OF-DATE(AM-LAST-ACTIVITY-DATE)
018605     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
018610     READ CUSTOMER-MASTER-FILE
018615         KEY IS CM-CUSTOMER-NUMBER
018620         INVALID KEY
018625             IF WS-DAYS-INACTIVE NOT < WS-ESCHEAT-DAYS
018630                 DISPLAY "ESCHNOTICE: NO CUSTOMER "
018635                     AM-CUSTOMER-NUMBER " FOR ACCOUNT "
018640                     AM-ACCT-NUMBER " - NO LETTER"
018645             END-IF
018650             GO TO 2000-CHECK-ONE-ACCOUNT-EXIT
018655     END-READ
018660     IF CM-ADDRESS-UNDELIVERABLE
018665         PERFORM 2200-LIST-UNDELIVERABLE
018670             THRU 2200-LIST-UNDELIVERABLE-EXIT
018675         GO TO 2000-CHECK-ONE-ACCOUNT-EXIT
018680     END-IF
018700     IF WS-DAYS-INACTIVE < WS-ESCHEAT-DAYS
018800         GO TO 2000-CHECK-ONE-ACCOUNT-EXIT
018900     END-IF
019400     EXIT.
019500*----------------------------------------------------------------
019600*  2100-WRITE-LETTER  --  THE DUE-DILIGENCE LETTER, ADDRESSED
019700*  FROM THE CUSTOMER MASTER RECORD 2000 READ.
019800*----------------------------------------------------------------
019900 2100-WRITE-LETTER.
020900     MOVE AM-BALANCE TO WS-EDIT-AMOUNT
021000     PERFORM 2110-WRITE-ADDRESS-BLOCK
021100         THRU 2110-WRITE-ADDRESS-BLOCK-EXIT
022400     MOVE SPACES TO ESCHEAT-LETTER-LINE
022500     STRING "NOTICE OF UNCLAIMED PROPERTY - ACCOUNT "
022600         AM-ACCT-NUMBER
024100 2100-WRITE-LETTER-EXIT.
024200     EXIT.
024300*----------------------------------------------------------------
024301*  2110-WRITE-ADDRESS-BLOCK  --  NAME AND ADDRESS OF THE CUSTOMER
024302*  MASTER RECORD IN HAND, FOR EITHER LETTER.
024303*----------------------------------------------------------------
024304 2110-WRITE-ADDRESS-BLOCK.
024305     MOVE SPACES TO ESCHEAT-LETTER-LINE
024306     WRITE ESCHEAT-LETTER-LINE
024307     MOVE CM-CUSTOMER-NAME TO ESCHEAT-LETTER-LINE
024308     WRITE ESCHEAT-LETTER-LINE
024309     MOVE CM-ADDRESS-LINE-1 TO ESCHEAT-LETTER-LINE
024310     WRITE ESCHEAT-LETTER-LINE
024311     MOVE CM-ADDRESS-LINE-2 TO ESCHEAT-LETTER-LINE
024312     WRITE ESCHEAT-LETTER-LINE
024313     MOVE SPACES TO ESCHEAT-LETTER-LINE
024314     STRING CM-CITY " " CM-STATE " " CM-ZIP-CODE
024315         DELIMITED BY SIZE INTO ESCHEAT-LETTER-LINE
024316     WRITE ESCHEAT-LETTER-LINE
024317     MOVE SPACES TO ESCHEAT-LETTER-LINE
024318     WRITE ESCHEAT-LETTER-LINE
024319     .
024320 2110-WRITE-ADDRESS-BLOCK-EXIT.
024321     EXIT.
024322*----------------------------------------------------------------
024323*  2200-LIST-UNDELIVERABLE  --  A DORMANT ACCOUNT WHOSE OWNER'S
024324*  MAIL COMES BACK.  PAST THE STATUTORY PERIOD THE LETTER IS HELD
024325*  (A LETTER TO A KNOWN BAD ADDRESS IS NOT DUE DILIGENCE); SHORT
024326*  OF IT, AN OWNER FLAGGED RETMAIL-DD-DAYS OR MORE IS LISTED AS
024327*  LOST SO THE BRANCH CAN TRACE THEM BEFORE THE PERIOD RUNS OUT.
024328*----------------------------------------------------------------
024329 2200-LIST-UNDELIVERABLE.
024330     MOVE ZERO TO WS-DAYS-RETURNED
024331     IF CM-RETURNED-MAIL-DATE NOT = ZERO
024332         COMPUTE WS-DAYS-RETURNED =
024333             FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
024334             - FUNCTION INTEGER-OF-DATE(CM-RETURNED-MAIL-DATE)
024335     END-IF
024336     IF WS-DAYS-INACTIVE NOT < WS-ESCHEAT-DAYS
024337         MOVE "LETTER HELD - UNDELIVERABLE" TO WS-DILIGENCE-REASON
024338         ADD 1 TO WS-LETTERS-HELD
024339     ELSE
024340         IF WS-DAYS-RETURNED < WS-RETMAIL-DD-DAYS
024341             GO TO 2200-LIST-UNDELIVERABLE-EXIT
024342         END-IF
024343         MOVE "LOST OWNER - MAIL RETURNED" TO WS-DILIGENCE-REASON
024344     END-IF
024345     MOVE SPACES TO ESCHEAT-DILIGENCE-LINE
024346     STRING "ACCT " AM-ACCT-NUMBER
024347         " CUST " CM-CUSTOMER-NUMBER
024348         " RETURNED " CM-RETURNED-MAIL-DATE
024349         " " WS-DILIGENCE-REASON
024350         DELIMITED BY SIZE INTO ESCHEAT-DILIGENCE-LINE
024351     WRITE ESCHEAT-DILIGENCE-LINE
024352     ADD 1 TO WS-LOST-OWNERS-LISTED
024353     .
024354 2200-LIST-UNDELIVERABLE-EXIT.
024355     EXIT.
024356*----------------------------------------------------------------
024357*  3000-CHECK-SAFE-DEPOSIT  --  DRILLED BOX CONTENTS STILL HELD
024358*  PAST THE STATUTORY PERIOD GET THE PRIMARY RENTER A LETTER.
024359*  NO DRILL FILE MEANS NO BOX HAS EVER BEEN DRILLED.
024360*----------------------------------------------------------------
024361 3000-CHECK-SAFE-DEPOSIT.
024362     IF WS-CUSTMAST-STATUS NOT = "00"
024363         GO TO 3000-CHECK-SAFE-DEPOSIT-EXIT
024364     END-IF
024365     OPEN INPUT SDB-DRILL-FILE
024366     IF WS-SDBDRILL-STATUS NOT = "00"
024367         GO TO 3000-CHECK-SAFE-DEPOSIT-EXIT
024368     END-IF
024369     PERFORM 3100-CHECK-ONE-DRILL
024370         THRU 3100-CHECK-ONE-DRILL-EXIT
024371         UNTIL NO-MORE-DRILLS
024372     CLOSE SDB-DRILL-FILE
024373     .
024374 3000-CHECK-SAFE-DEPOSIT-EXIT.
024375     EXIT.
024376*----------------------------------------------------------------
024377 3100-CHECK-ONE-DRILL.
024378     READ SDB-DRILL-FILE NEXT RECORD
024379         AT END
024380             MOVE 'Y' TO WS-DRILL-EOF-SWITCH
024381             GO TO 3100-CHECK-ONE-DRILL-EXIT
024382     END-READ
024383     IF NOT SD-CONTENTS-HELD
024384         GO TO 3100-CHECK-ONE-DRILL-EXIT
024385     END-IF
024386     COMPUTE WS-DAYS-INACTIVE =
024387         FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
024388         - FUNCTION INTEGER-OF-DATE(SD-RENT-DUE-DATE)
024389     IF WS-DAYS-INACTIVE < WS-SDB-ESCHEAT-DAYS
024390         GO TO 3100-CHECK-ONE-DRILL-EXIT
024391     END-IF
024392     MOVE SD-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
024393     READ CUSTOMER-MASTER-FILE
024394         KEY IS CM-CUSTOMER-NUMBER
024395         INVALID KEY
024396             DISPLAY "ESCHNOTICE: NO CUSTOMER "
024397                 SD-CUSTOMER-NUMBER " FOR AGREEMENT "
024398                 SD-AGREEMENT-ID " - NO LETTER"
024399             GO TO 3100-CHECK-ONE-DRILL-EXIT
024400     END-READ
024401     IF CM-ADDRESS-UNDELIVERABLE
024402         MOVE SPACES TO ESCHEAT-DILIGENCE-LINE
024403         STRING "SDB  " SD-AGREEMENT-ID
024404             "   CUST " CM-CUSTOMER-NUMBER
024405             " RETURNED " CM-RETURNED-MAIL-DATE
024406             " LETTER HELD - UNDELIVERABLE"
024407             DELIMITED BY SIZE INTO ESCHEAT-DILIGENCE-LINE
024408         WRITE ESCHEAT-DILIGENCE-LINE
024409         ADD 1 TO WS-LETTERS-HELD
024410         ADD 1 TO WS-LOST-OWNERS-LISTED
024411         GO TO 3100-CHECK-ONE-DRILL-EXIT
024412     END-IF
024413     PERFORM 2110-WRITE-ADDRESS-BLOCK
024414         THRU 2110-WRITE-ADDRESS-BLOCK-EXIT
024415     MOVE SPACES TO ESCHEAT-LETTER-LINE
024416     STRING "NOTICE OF UNCLAIMED PROPERTY - SAFE DEPOSIT BOX "
024417         SD-BOX-NUMBER " BRANCH " SD-BRANCH-ID
024418         DELIMITED BY SIZE INTO ESCHEAT-LETTER-LINE
024419     WRITE ESCHEAT-LETTER-LINE
024420     MOVE SPACES TO ESCHEAT-LETTER-LINE
024421     STRING "CONTENTS DRILLED " SD-DRILL-DATE
024422         " AND HELD UNDER ENVELOPE " SD-ENVELOPE-ID
024423         DELIMITED BY SIZE INTO ESCHEAT-LETTER-LINE
024424     WRITE ESCHEAT-LETTER-LINE
024425     MOVE "WILL BE DELIVERED TO THE STATE AS"
024426         TO ESCHEAT-LETTER-LINE
024427     WRITE ESCHEAT-LETTER-LINE
024428     MOVE "ABANDONED PROPERTY UNLESS YOU CONTACT YOUR BRANCH."
024429         TO ESCHEAT-LETTER-LINE
024430     WRITE ESCHEAT-LETTER-LINE
024431     MOVE SPACES TO ESCHEAT-LETTER-LINE
024432     WRITE ESCHEAT-LETTER-LINE
024433     ADD 1 TO WS-BOX-LETTERS-WRITTEN
024434     .
024435 3100-CHECK-ONE-DRILL-EXIT.
024436     EXIT.
024437*----------------------------------------------------------------
024438*  9999-EXIT  --  COMMON PROGRAM EXIT.
024500*----------------------------------------------------------------
024600 9999-EXIT.
024700     IF WS-ACCTMAST-STATUS = "00" OR WS-ACCTMAST-STATUS = "10"
025100         CLOSE CUSTOMER-MASTER-FILE
025200     END-IF
025300     CLOSE ESCHEAT-LETTER-FILE
025350     CLOSE ESCHEAT-DILIGENCE-FILE
025400     .
025500 9999-EXIT-EXIT.
025600     EXIT.
027900*                     STATUS (E) SO ACCT-REINSTATE KNOWS THE
028000*                     MONEY WENT TO THE STATE.  STATUS AND
028100*                     ACTIVITY AUDIT ROWS CARRY THE TRAIL.
028110*    2026-10-15  RPK  ALSO REMITS DRILLED SAFE DEPOSIT CONTENTS
028120*                     STILL HELD PAST SDB-ESCHEAT-DAYS.  THE
028130*                     REMIT ROW CARRIES A PROPERTY TYPE (A
028140*                     ACCOUNT, S BOX CONTENTS), THE AGREEMENT,
028150*                     ENVELOPE AND FIRST CONTENTS LINE; THE
028160*                     DRILL RECORD IS MARKED ESCHEATED.  THE
028170*                     CASH FOUND TRAVELS IN THE ENVELOPE, SO
028180*                     NOTHING POSTS FOR IT.
028200*================================================================
028300 ENVIRONMENT DIVISION.
028400 INPUT-OUTPUT SECTION.
028900     COPY TRANSEL.
029000     COPY AUDTSEL.
029100     COPY ACTAUDSEL.
029150     COPY SDBDSEL.
029200     SELECT ESCHEAT-REMIT-FILE
029300         ASSIGN TO "ESCHREM"
029400         ORGANIZATION IS LINE SEQUENTIAL
030800     COPY AUDTREC.
030900 FD  ACTIVITY-AUDIT-FILE.
031000     COPY ACTAUDREC.
031030 FD  SDB-DRILL-FILE.
031060     COPY SDBDREC.
031100 FD  ESCHEAT-REMIT-FILE.
031200 01  ESCHEAT-REMIT-RECORD.
031300     05  ER-ACCT-NUMBER            PIC 9(10).
032000     05  ER-ZIP-CODE               PIC X(10).
032100     05  ER-AMOUNT                 PIC 9(09)V99.
032200     05  ER-LAST-ACTIVITY-DATE     PIC 9(08).
032210     05  ER-PROPERTY-TYPE          PIC X.
032220         88  ER-ACCOUNT-BALANCE    VALUE 'A'.
032230         88  ER-SDB-CONTENTS       VALUE 'S'.
032240     05  ER-SDB-AGREEMENT-ID       PIC 9(08).
032250     05  ER-ENVELOPE-ID            PIC X(12).
032260     05  ER-CONTENTS-DESC          PIC X(60).
032300*----------------------------------------------------------------
032400 WORKING-STORAGE SECTION.
032500     COPY ACCTSTAT.
033200     05  WS-STATAUDT-STATUS        PIC XX.
033300     05  WS-ACTAUDIT-STATUS        PIC XX.
033400     05  WS-ESCHREM-STATUS         PIC XX.
033450     05  WS-SDBDRILL-STATUS        PIC XX.
033500*----------------------------------------------------------------
033600 01  WS-WORK-FIELDS.
033700     05  WS-ACCT-EOF-SWITCH        PIC X VALUE 'N'.
033800         88  NO-MORE-ACCOUNTS      VALUE 'Y'.
033900     05  WS-PARM-EOF-SWITCH        PIC X.
034000         88  NO-MORE-PARMS         VALUE 'Y'.
034030     05  WS-DRILL-EOF-SWITCH       PIC X VALUE 'N'.
034060         88  NO-MORE-DRILLS        VALUE 'Y'.
034100     05  WS-ACCOUNTS-READ          PIC 9(08) COMP VALUE 0.
034200     05  WS-ACCOUNTS-ESCHEATED     PIC 9(06) COMP VALUE 0.
034300     05  WS-AMOUNT-REMITTED        PIC S9(11)V99 VALUE 0.
034330     05  WS-BOXES-ESCHEATED        PIC 9(06) COMP VALUE 0.
034360     05  WS-SDB-CASH-DELIVERED     PIC S9(11)V99 VALUE 0.
034400     05  WS-ESCHEAT-DAYS           PIC 9(05) VALUE 1825.
034450     05  WS-SDB-ESCHEAT-DAYS       PIC 9(05) VALUE 1825.
034500     05  WS-DAYS-INACTIVE          PIC S9(07) COMP.
034600     05  WS-ESCHEAT-AMOUNT         PIC S9(09)V99.
034700     05  WS-OLD-STATUS             PIC X.
038200     PERFORM 2000-REMIT-ONE-ACCOUNT
038300         THRU 2000-REMIT-ONE-ACCOUNT-EXIT
038400         UNTIL NO-MORE-ACCOUNTS
038430     PERFORM 3000-REMIT-SAFE-DEPOSIT
038460         THRU 3000-REMIT-SAFE-DEPOSIT-EXIT
038500     PERFORM 9999-EXIT
038600         THRU 9999-EXIT-EXIT
038700     DISPLAY "ESCHREMIT: ACCOUNTS READ      = "
039000         WS-ACCOUNTS-ESCHEATED
039100     DISPLAY "ESCHREMIT: AMOUNT REMITTED    = "
039200         WS-AMOUNT-REMITTED
039220     DISPLAY "ESCHREMIT: BOXES ESCHEATED    = "
039240         WS-BOXES-ESCHEATED
039260     DISPLAY "ESCHREMIT: SDB CASH DELIVERED = "
039280         WS-SDB-CASH-DELIVERED
039300     MOVE WS-ACCOUNTS-READ TO WS-RH-RECORDS-READ
039400     COMPUTE WS-RH-RECORDS-UPDATED =
039450         WS-ACCOUNTS-ESCHEATED + WS-BOXES-ESCHEATED
039500     MOVE WS-AMOUNT-REMITTED TO WS-RH-AMOUNT-POSTED
039600     MOVE ZERO TO WS-RH-COMPLETION-CODE
039700     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
044900     EVALUATE BP-PARM-NAME
045000         WHEN "ESCHEAT-DAYS"
045100             MOVE BP-PARM-VALUE TO WS-ESCHEAT-DAYS
045130         WHEN "SDB-ESCHEAT-DAYS"
045160             MOVE BP-PARM-VALUE TO WS-SDB-ESCHEAT-DAYS
045200         WHEN OTHER
045300             CONTINUE
045400     END-EVALUATE
053100     MOVE CM-ZIP-CODE            TO ER-ZIP-CODE
053200     MOVE WS-ESCHEAT-AMOUNT      TO ER-AMOUNT
053300     MOVE AM-LAST-ACTIVITY-DATE  TO ER-LAST-ACTIVITY-DATE
053320     SET ER-ACCOUNT-BALANCE      TO TRUE
053340     MOVE ZERO                   TO ER-SDB-AGREEMENT-ID
053360     MOVE SPACES                 TO ER-ENVELOPE-ID
053380     MOVE SPACES                 TO ER-CONTENTS-DESC
053400     WRITE ESCHEAT-REMIT-RECORD
053500     .
053600 2100-WRITE-REMIT-RECORD-EXIT.
060300 2400-WRITE-ACTIVITY-AUDIT-EXIT.
060400     EXIT.
060500*----------------------------------------------------------------
060501*  3000-REMIT-SAFE-DEPOSIT  --  DRILLED BOX CONTENTS STILL HELD
060502*  PAST THE STATUTORY PERIOD GO TO THE STATE.  NO DRILL FILE
060503*  MEANS NO BOX HAS EVER BEEN DRILLED.
060504*----------------------------------------------------------------
060505 3000-REMIT-SAFE-DEPOSIT.
060506     IF WS-CUSTMAST-STATUS NOT = "00"
060507         GO TO 3000-REMIT-SAFE-DEPOSIT-EXIT
060508     END-IF
060509     OPEN I-O SDB-DRILL-FILE
060510     IF WS-SDBDRILL-STATUS NOT = "00"
060511         GO TO 3000-REMIT-SAFE-DEPOSIT-EXIT
060512     END-IF
060513     PERFORM 3100-REMIT-ONE-BOX
060514         THRU 3100-REMIT-ONE-BOX-EXIT
060515         UNTIL NO-MORE-DRILLS
060516     CLOSE SDB-DRILL-FILE
060517     .
060518 3000-REMIT-SAFE-DEPOSIT-EXIT.
060519     EXIT.
060520*----------------------------------------------------------------
060521 3100-REMIT-ONE-BOX.
060522     READ SDB-DRILL-FILE NEXT RECORD
060523         AT END
060524             MOVE 'Y' TO WS-DRILL-EOF-SWITCH
060525             GO TO 3100-REMIT-ONE-BOX-EXIT
060526     END-READ
060527     IF NOT SD-CONTENTS-HELD
060528         GO TO 3100-REMIT-ONE-BOX-EXIT
060529     END-IF
060530     COMPUTE WS-DAYS-INACTIVE =
060531         FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
060532         - FUNCTION INTEGER-OF-DATE(SD-RENT-DUE-DATE)
060533     IF WS-DAYS-INACTIVE < WS-SDB-ESCHEAT-DAYS
060534         GO TO 3100-REMIT-ONE-BOX-EXIT
060535     END-IF
060536     MOVE SD-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
060537     READ CUSTOMER-MASTER-FILE
060538         KEY IS CM-CUSTOMER-NUMBER
060539         INVALID KEY
060540             DISPLAY "ESCHREMIT: NO CUSTOMER "
060541                 SD-CUSTOMER-NUMBER " FOR AGREEMENT "
060542                 SD-AGREEMENT-ID " - SKIPPED"
060543             GO TO 3100-REMIT-ONE-BOX-EXIT
060544     END-READ
060545     MOVE ZERO                   TO ER-ACCT-NUMBER
060546     MOVE SD-CUSTOMER-NUMBER     TO ER-CUSTOMER-NUMBER
060547     MOVE CM-CUSTOMER-NAME       TO ER-CUSTOMER-NAME
060548     MOVE CM-ADDRESS-LINE-1      TO ER-ADDRESS-LINE-1
060549     MOVE CM-ADDRESS-LINE-2      TO ER-ADDRESS-LINE-2
060550     MOVE CM-CITY                TO ER-CITY
060551     MOVE CM-STATE               TO ER-STATE
060552     MOVE CM-ZIP-CODE            TO ER-ZIP-CODE
060553     MOVE SD-CASH-FOUND          TO ER-AMOUNT
060554     MOVE SD-RENT-DUE-DATE       TO ER-LAST-ACTIVITY-DATE
060555     SET ER-SDB-CONTENTS         TO TRUE
060556     MOVE SD-AGREEMENT-ID        TO ER-SDB-AGREEMENT-ID
060557     MOVE SD-ENVELOPE-ID         TO ER-ENVELOPE-ID
060558     MOVE SD-CONTENTS-LINE (1)   TO ER-CONTENTS-DESC
060559     WRITE ESCHEAT-REMIT-RECORD
060560
060561     SET SD-CONTENTS-ESCHEATED TO TRUE
060562     MOVE WS-TS-DATE TO SD-DISPOSITION-DATE
060563     REWRITE SDB-DRILL-RECORD
060564         INVALID KEY
060565             DISPLAY "ESCHREMIT: UNABLE TO REWRITE DRILL RECORD "
060566                 SD-AGREEMENT-ID
060567             GO TO 3100-REMIT-ONE-BOX-EXIT
060568     END-REWRITE
060569     PERFORM 3200-WRITE-BOX-AUDIT
060570         THRU 3200-WRITE-BOX-AUDIT-EXIT
060571     ADD 1 TO WS-BOXES-ESCHEATED
060572     ADD SD-CASH-FOUND TO WS-SDB-CASH-DELIVERED
060573     DISPLAY "ESCHREMIT: BOX " SD-BOX-NUMBER " BRANCH "
060574         SD-BRANCH-ID " ENVELOPE " SD-ENVELOPE-ID " ESCHEATED"
060575     .
060576 3100-REMIT-ONE-BOX-EXIT.
060577     EXIT.
060578*----------------------------------------------------------------
060579 3200-WRITE-BOX-AUDIT.
060580     OPEN EXTEND ACTIVITY-AUDIT-FILE
060581     IF WS-ACTAUDIT-STATUS = "35"
060582         CLOSE ACTIVITY-AUDIT-FILE
060583         OPEN OUTPUT ACTIVITY-AUDIT-FILE
060584     END-IF
060585     MOVE "ESCHREMIT"    TO AL-PROGRAM-ID
060586     MOVE ZERO           TO AL-ACCT-NUMBER
060587     MOVE WS-ESCH-OPERATOR-ID TO AL-OPERATOR-ID
060588     MOVE SPACES         TO AL-BEFORE-VALUE
060589     STRING "SDB " SD-AGREEMENT-ID
060590         DELIMITED BY SIZE INTO AL-BEFORE-VALUE
060591     MOVE "ESCHEATED"    TO AL-AFTER-VALUE
060592     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
060593     WRITE ACTIVITY-AUDIT-RECORD
060594     CLOSE ACTIVITY-AUDIT-FILE
060595     .
060596 3200-WRITE-BOX-AUDIT-EXIT.
060597     EXIT.
060598*----------------------------------------------------------------
060600*  9999-EXIT  --  COMMON PROGRAM EXIT.
060700*----------------------------------------------------------------
060800 9999-EXIT.
