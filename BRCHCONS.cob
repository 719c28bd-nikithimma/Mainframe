000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    BRANCH-CONSOLIDATE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CLOSES A BRANCH INTO A
001300*                     SURVIVING BRANCH IN ONE RUN INSTEAD OF
001400*                     BRANCH-XFER ONE ACCOUNT AT A TIME AND THE
001500*                     REST BY HAND.  AS OF THE EFFECTIVE DATE ON
001600*                     SYSIN, EVERY ACCOUNT'S AM-BRANCH-ID, EVERY
001700*                     OPERATOR ASSIGNED TO THE BRANCH (THEIR
001800*                     DRAWERS ARE KEYED BY OPERATOR AND GO WITH
001900*                     THEM), EVERY STANDING INSTRUCTION'S
002000*                     SI-BRANCH-ID, THE SAFE DEPOSIT BOXES AND
002100*                     THEIR OPEN RENTAL AGREEMENTS, THE ATM
002200*                     TERMINALS AND THE VAULT POSITION MOVE TO
002300*                     THE SURVIVING BRANCH.  THE ACCOUNTS' GL
002400*                     POSITION MOVES PER PRODUCT, AND THE VAULT
002500*                     CASH AGAINST CASH CONTROL, AS MATCHED PAIRS
002600*                     ON THE INTER-BRANCH SETTLEMENT ACCOUNT
002700*                     THROUGH GL-POSTING CODE 7; EACH ACCOUNT
002800*                     ALSO GETS THE INTER-BRANCH TRANSFER ROW
002900*                     AND ACTIVITY AUDIT ROW BRANCH-XFER WRITES.
003000*                     EVERY CUSTOMER GETS ONE BRANCH-CHANGE
003100*                     NOTICE (TYPE BRCH), AND THE CLOSING BRANCH
003200*                     IS MARKED CLOSED ON THE BRANCH MASTER LAST,
003300*                     SO A RUN THAT STOPS PART WAY IS SIMPLY RUN
003400*                     AGAIN.  A BOX WHOSE NUMBER IS ALREADY IN
003500*                     USE AT THE SURVIVING BRANCH STAYS WHERE IT
003600*                     IS AND IS LISTED FOR THE BRANCHES TO
003700*                     RENUMBER.  THE PROOF PRINTS ACCOUNT COUNTS
003800*                     AND BALANCES FOR BOTH BRANCHES BEFORE AND
003900*                     AFTER.  THE SYSIN MODE PICKS TRIAL (REPORT
004000*                     ONLY, AFTER FIGURES PROJECTED) OR LIVE, AS
004100*                     FOR ACCT-RENUMBER.
004200*================================================================
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     COPY ACCTMSEL.
004700     COPY BRCHMSEL.
004800     COPY OPERMSEL.
004900     COPY STNDSEL.
005000     COPY SDBXSEL.
005100     COPY SDBASEL.
005200     COPY VLTSEL.
005300     COPY VMOVSEL.
005400     COPY ATMTSEL.
005500     COPY IBXSEL.
005600     COPY ACTAUDSEL.
005700     SELECT NOTICE-SORT-FILE ASSIGN TO "BRCNSORT".
005800     SELECT CONSOL-REPORT-FILE ASSIGN TO "BRCNRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-BRCNRPT-STATUS.
006100*================================================================
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  ACCOUNT-MASTER-FILE.
006500     COPY ACCTMAST.
006600 FD  BRANCH-MASTER-FILE.
006700     COPY BRCHMAST.
006800 FD  OPERATOR-MASTER-FILE.
006900     COPY OPERMAST.
007000 FD  STANDING-INSTRUCTION-FILE.
007100     COPY STNDREC.
007200 FD  SDB-BOX-FILE.
007300     COPY SDBXREC.
007400 FD  SDB-AGREEMENT-FILE.
007500     COPY SDBAREC.
007600 FD  BRANCH-VAULT-FILE.
007700     COPY VLTREC.
007800 FD  VAULT-MOVEMENT-FILE.
007900     COPY VMOVREC.
008000 FD  ATM-TERMINAL-FILE.
008100     COPY ATMTREC.
008200 FD  INTERBRANCH-TRANSFER-FILE.
008300     COPY IBXREC.
008400 FD  ACTIVITY-AUDIT-FILE.
008500     COPY ACTAUDREC.
008600*----------------------------------------------------------------
008700*  ONE ROW PER ACCOUNT MOVED, SORTED BY CUSTOMER SO EACH
008800*  CUSTOMER GETS ONE NOTICE HOWEVER MANY ACCOUNTS THEY HOLD.
008900*----------------------------------------------------------------
009000 SD  NOTICE-SORT-FILE.
009100 01  NOTICE-SORT-RECORD.
009200     05  NS-CUSTOMER-NUMBER        PIC 9(09).
009300     05  NS-ACCT-NUMBER            PIC 9(10).
009400 FD  CONSOL-REPORT-FILE.
009500 01  CONSOL-REPORT-LINE            PIC X(100).
009600*----------------------------------------------------------------
009700 WORKING-STORAGE SECTION.
009800     COPY PRODTAB.
009900 01  WS-FILE-STATUSES.
010000     05  WS-ACCTMAST-STATUS        PIC XX.
010100     05  WS-BRCHMAST-STATUS        PIC XX.
010200     05  WS-OPERMAST-STATUS        PIC XX.
010300     05  WS-STANDING-STATUS        PIC XX.
010400     05  WS-SDBBOX-STATUS          PIC XX.
010500     05  WS-SDBAGRMT-STATUS        PIC XX.
010600     05  WS-VAULTFIL-STATUS        PIC XX.
010700     05  WS-VMOVFILE-STATUS        PIC XX.
010800     05  WS-ATMTERM-STATUS         PIC XX.
010900     05  WS-IBSETTLE-STATUS        PIC XX.
011000     05  WS-ACTAUDIT-STATUS        PIC XX.
011100     05  WS-BRCNRPT-STATUS         PIC XX.
011200*----------------------------------------------------------------
011300*  THE INTER-BRANCH SETTLEMENT ACCOUNT EVERY PAIR POSTS
011400*  AGAINST (AS BRANCH-XFER) AND THE CASH CONTROL ACCOUNT THE
011500*  VAULT POSITION IS BOOKED ON.
011600*----------------------------------------------------------------
011700 01  WS-INTERBRANCH-GL-ACCOUNT     PIC 9(06) VALUE 999995.
011800 01  WS-CASH-CONTROL-GL-ACCOUNT    PIC 9(06) VALUE 999999.
011900*----------------------------------------------------------------
012000*  THE SYSIN CARDS - MODE, CLOSING BRANCH, SURVIVING BRANCH,
012100*  EFFECTIVE DATE, OPERATOR.
012200*----------------------------------------------------------------
012300 01  WS-CONTROL-CARDS.
012400     05  WS-RUN-MODE               PIC X.
012500         88  WS-TRIAL-MODE         VALUE 'T'.
012600         88  WS-LIVE-MODE          VALUE 'L'.
012700     05  WS-CLOSING-BRANCH-ID      PIC X(06).
012800     05  WS-SURVIVING-BRANCH-ID    PIC X(06).
012900     05  WS-EFFECTIVE-DATE         PIC 9(08).
013000     05  WS-OPERATOR-ID            PIC X(08).
013100*----------------------------------------------------------------
013200 01  WS-WORK-FIELDS.
013300     05  WS-EOF-SWITCH             PIC X.
013400         88  WS-END-OF-FILE        VALUE 'Y'.
013500     05  WS-SORTED-EOF-SWITCH      PIC X.
013600         88  NO-MORE-SORTED-ROWS   VALUE 'Y'.
013700     05  WS-PROOF-STAGE            PIC X.
013800         88  WS-PROOF-BEFORE       VALUE 'B'.
013900         88  WS-PROOF-AFTER        VALUE 'A'.
014000     05  WS-CLOSING-BRANCH-NAME    PIC X(30).
014100     05  WS-SURVIVING-BRANCH-NAME  PIC X(30).
014200     05  WS-BRANCH-VALID-FLAG      PIC X.
014300     05  WS-BRANCH-ADDRESS         PIC X(60).
014400     05  WS-OPER-VERIFY-FLAG       PIC X.
014500     05  WS-OPER-ROLE-CODE         PIC X.
014600     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
014700     05  WS-LAST-CUSTOMER          PIC 9(09).
014800     05  WS-VAULT-POSITION         PIC S9(09)V99.
014900     05  WS-DENOM-SUB              PIC 9(02) COMP.
015000     05  WS-SAVED-DENOMS.
015100         10  WS-SAVED-DENOM-COUNT  PIC S9(07) COMP-3
015200                                   OCCURS 6 TIMES.
015300     05  WS-BEFORE-VALUE           PIC X(15).
015400     05  WS-AFTER-VALUE            PIC X(15).
015500     05  WS-AUDIT-ACCT-NUMBER      PIC 9(10).
015600     05  WS-AGREEMENT-ID           PIC 9(08).
015700     05  WS-BOX-NUMBER             PIC X(06).
015800*----------------------------------------------------------------
015900*  THE GL POSITION MOVED, ACCUMULATED PER PRODUCT IN PRODTAB
016000*  ORDER AND POSTED AS ONE PAIR PER PRODUCT.
016100*----------------------------------------------------------------
016200 01  WS-PRODUCT-TOTALS.
016300     05  WS-PRODUCT-MOVED          PIC S9(11)V99
016400                                   OCCURS 6 TIMES.
016500 01  WS-PRODUCT-SUB                PIC 9(02) COMP.
016600*----------------------------------------------------------------
016700*  GL-POSTING CODE 7 - LEDGER TO LEDGER ON ACCOUNT ZERO.
016800*----------------------------------------------------------------
016900 01  WS-GL-POSTING-FIELDS.
017000     05  WS-GL-ZERO-ACCOUNT        PIC 9(10) VALUE 0.
017100     05  WS-GL-TYPE-CODE           PIC X VALUE SPACE.
017200     05  WS-GL-TRAN-CODE           PIC X VALUE '7'.
017300     05  WS-GL-POST-FLAG           PIC X.
017400     05  WS-GL-AMOUNT              PIC S9(09)V99.
017500 01  WS-LEDGER-PAIR.
017600     05  WS-LP-DEBIT-GL-ACCOUNT    PIC 9(06).
017700     05  WS-LP-CREDIT-GL-ACCOUNT   PIC 9(06).
017800     05  WS-LP-BRANCH-ID           PIC X(06).
017900     05  WS-LP-NARRATIVE           PIC X(20).
018000*----------------------------------------------------------------
018100*  THE BRANCH-CHANGE NOTICE.
018200*----------------------------------------------------------------
018300 01  WS-NOTICE-FIELDS.
018400     05  WS-NOTICE-TYPE            PIC X(04) VALUE "BRCH".
018500     05  WS-TEXT-LINE-1            PIC X(40).
018600     05  WS-TEXT-LINE-2            PIC X(40).
018700     05  WS-NOTICE-ID              PIC 9(08).
018800*----------------------------------------------------------------
018900*  THE PROOF - ACCOUNT COUNT AND BALANCE FOR EACH BRANCH, BEFORE
019000*  AND AFTER.
019100*----------------------------------------------------------------
019200 01  WS-PROOF-FIGURES.
019300     05  WS-BEFORE-CLOSING-COUNT   PIC 9(08) COMP VALUE 0.
019400     05  WS-BEFORE-CLOSING-BAL     PIC S9(13)V99 VALUE 0.
019500     05  WS-BEFORE-SURVIVING-COUNT PIC 9(08) COMP VALUE 0.
019600     05  WS-BEFORE-SURVIVING-BAL   PIC S9(13)V99 VALUE 0.
019700     05  WS-AFTER-CLOSING-COUNT    PIC 9(08) COMP VALUE 0.
019800     05  WS-AFTER-CLOSING-BAL      PIC S9(13)V99 VALUE 0.
019900     05  WS-AFTER-SURVIVING-COUNT  PIC 9(08) COMP VALUE 0.
020000     05  WS-AFTER-SURVIVING-BAL    PIC S9(13)V99 VALUE 0.
020100     05  WS-COMBINED-BEFORE-COUNT  PIC 9(08) COMP VALUE 0.
020200     05  WS-COMBINED-BEFORE-BAL    PIC S9(13)V99 VALUE 0.
020300     05  WS-COMBINED-AFTER-COUNT   PIC 9(08) COMP VALUE 0.
020400     05  WS-COMBINED-AFTER-BAL     PIC S9(13)V99 VALUE 0.
020500*----------------------------------------------------------------
020600*  RUN COUNTS.
020700*----------------------------------------------------------------
020800 01  WS-RUN-COUNTS.
020900     05  WS-ACCOUNTS-READ          PIC 9(08) COMP VALUE 0.
021000     05  WS-ACCOUNTS-MOVED         PIC 9(08) COMP VALUE 0.
021100     05  WS-BALANCE-MOVED          PIC S9(13)V99 VALUE 0.
021200     05  WS-CUSTOMERS-NOTIFIED     PIC 9(08) COMP VALUE 0.
021300     05  WS-OPERATORS-MOVED        PIC 9(06) COMP VALUE 0.
021400     05  WS-INSTRUCTIONS-MOVED     PIC 9(06) COMP VALUE 0.
021500     05  WS-BOXES-MOVED            PIC 9(06) COMP VALUE 0.
021600     05  WS-BOXES-LEFT             PIC 9(06) COMP VALUE 0.
021700     05  WS-AGREEMENTS-MOVED       PIC 9(06) COMP VALUE 0.
021800     05  WS-TERMINALS-MOVED        PIC 9(06) COMP VALUE 0.
021900     05  WS-GL-PAIRS-POSTED        PIC 9(06) COMP VALUE 0.
022000     05  WS-UPDATE-ERRORS          PIC 9(06) COMP VALUE 0.
022100*----------------------------------------------------------------
022200 01  WS-PRINT-FIELDS.
022300     05  WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
022400     05  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
022500     05  WS-EDIT-LABEL             PIC X(30).
022600 01  WS-REPORT-LINE                PIC X(100).
022700*----------------------------------------------------------------
022800 01  WS-CURRENT-TIMESTAMP          PIC X(21).
022900 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
023000     05  WS-TS-DATE                PIC 9(08).
023100     05  WS-TS-TIME                PIC 9(06).
023200     05  FILLER                    PIC X(07).
023300 01  WS-BUSINESS-DATE              PIC 9(08).
023400 01  WS-BUSDATE-FLAG               PIC X.
023500 01  WS-RUN-HISTORY-FIELDS.
023600     05  WS-RH-STEP-NAME           PIC X(08) VALUE "BRCNSTEP".
023700     05  WS-RH-START-TIMESTAMP     PIC X(21).
023800     05  WS-RH-RECORDS-READ        PIC 9(08).
023900     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
024000     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
024100     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
024200*================================================================
024300 PROCEDURE DIVISION.
024400*================================================================
024500 0000-MAINLINE.
024600     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
024700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
024800     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
024900         WS-BUSDATE-FLAG
025000     IF WS-BUSDATE-FLAG = "Y"
025100         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
025200     END-IF
025300     PERFORM 1000-INITIALIZE
025400         THRU 1000-INITIALIZE-EXIT
025500     IF WS-RH-COMPLETION-CODE NOT = ZERO
025600         GO TO 0000-WRITE-RUN-HISTORY
025700     END-IF
025800
025900     SET WS-PROOF-BEFORE TO TRUE
026000     PERFORM 2000-PROVE-ACCOUNTS
026100         THRU 2000-PROVE-ACCOUNTS-EXIT
026200     IF WS-RH-COMPLETION-CODE = 16
026300         GO TO 0000-FINISH
026400     END-IF
026500
026600     SORT NOTICE-SORT-FILE
026700         ON ASCENDING KEY NS-CUSTOMER-NUMBER
026800         ON ASCENDING KEY NS-ACCT-NUMBER
026900         INPUT PROCEDURE IS 3000-MOVE-ACCOUNTS
027000             THRU 3000-MOVE-ACCOUNTS-EXIT
027100         OUTPUT PROCEDURE IS 3500-QUEUE-NOTICES
027200             THRU 3500-QUEUE-NOTICES-EXIT
027300     IF WS-RH-COMPLETION-CODE = 16
027400         GO TO 0000-FINISH
027500     END-IF
027600
027700     PERFORM 4000-POST-ACCOUNT-GL
027800         THRU 4000-POST-ACCOUNT-GL-EXIT
027900     PERFORM 5000-MOVE-OPERATORS
028000         THRU 5000-MOVE-OPERATORS-EXIT
028100     PERFORM 5500-MOVE-INSTRUCTIONS
028200         THRU 5500-MOVE-INSTRUCTIONS-EXIT
028300     PERFORM 6000-MOVE-BOXES
028400         THRU 6000-MOVE-BOXES-EXIT
028500     PERFORM 6500-MOVE-TERMINALS
028600         THRU 6500-MOVE-TERMINALS-EXIT
028700     PERFORM 7000-MOVE-VAULT
028800         THRU 7000-MOVE-VAULT-EXIT
028900
029000     SET WS-PROOF-AFTER TO TRUE
029100     IF WS-LIVE-MODE
029200         PERFORM 2000-PROVE-ACCOUNTS
029300             THRU 2000-PROVE-ACCOUNTS-EXIT
029400     ELSE
029500         MOVE ZERO TO WS-AFTER-CLOSING-COUNT
029600         MOVE ZERO TO WS-AFTER-CLOSING-BAL
029700         COMPUTE WS-AFTER-SURVIVING-COUNT =
029800             WS-BEFORE-SURVIVING-COUNT + WS-BEFORE-CLOSING-COUNT
029900         COMPUTE WS-AFTER-SURVIVING-BAL =
030000             WS-BEFORE-SURVIVING-BAL + WS-BEFORE-CLOSING-BAL
030100     END-IF
030200     IF WS-LIVE-MODE AND WS-UPDATE-ERRORS = ZERO
030300         PERFORM 7500-CLOSE-THE-BRANCH
030400             THRU 7500-CLOSE-THE-BRANCH-EXIT
030500     END-IF
030600     .
030700 0000-FINISH.
030800     PERFORM 9000-WRITE-PROOF
030900         THRU 9000-WRITE-PROOF-EXIT
031000     CLOSE CONSOL-REPORT-FILE
031100     IF WS-UPDATE-ERRORS > ZERO AND WS-RH-COMPLETION-CODE = ZERO
031200         MOVE 8 TO WS-RH-COMPLETION-CODE
031300     END-IF
031400     .
031500 0000-WRITE-RUN-HISTORY.
031600     MOVE WS-ACCOUNTS-READ TO WS-RH-RECORDS-READ
031700     MOVE WS-ACCOUNTS-MOVED TO WS-RH-RECORDS-UPDATED
031800     MOVE WS-BALANCE-MOVED TO WS-RH-AMOUNT-POSTED
031900     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
032000         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
032100         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
032200         WS-RH-COMPLETION-CODE
032300     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
032400     STOP RUN.
032500*----------------------------------------------------------------
032600*  1000-INITIALIZE  --  READ AND PROVE THE CONTROL CARDS.  THE
032700*  CLOSING BRANCH MUST STILL BE OPEN ON THE BRANCH MASTER, THE
032800*  SURVIVING ONE OPEN AND DIFFERENT, AND THE EFFECTIVE DATE
032900*  REACHED - A CONSOLIDATION IS NEVER RUN AHEAD OF ITS DATE.
033000*----------------------------------------------------------------
033100 1000-INITIALIZE.
033200     ACCEPT WS-RUN-MODE
033300     ACCEPT WS-CLOSING-BRANCH-ID
033400     ACCEPT WS-SURVIVING-BRANCH-ID
033500     ACCEPT WS-EFFECTIVE-DATE
033600     ACCEPT WS-OPERATOR-ID
033700     IF NOT WS-TRIAL-MODE AND NOT WS-LIVE-MODE
033800         DISPLAY "BRCHCONS: MODE MUST BE T (TRIAL) OR L "
033900             "(LIVE) - NOTHING DONE"
034000         MOVE 16 TO WS-RH-COMPLETION-CODE
034100         GO TO 1000-INITIALIZE-EXIT
034200     END-IF
034300     CALL "OPER-VERIFY" USING WS-OPERATOR-ID WS-ZERO-AMOUNT
034400         WS-OPER-VERIFY-FLAG WS-OPER-ROLE-CODE
034500     IF WS-OPER-VERIFY-FLAG NOT = "Y"
034600         DISPLAY "BRCHCONS: OPERATOR " WS-OPERATOR-ID
034700             " FAILED VALIDATION - NOTHING DONE"
034800         MOVE 16 TO WS-RH-COMPLETION-CODE
034900         GO TO 1000-INITIALIZE-EXIT
035000     END-IF
035100     IF WS-EFFECTIVE-DATE NOT NUMERIC
035200         OR WS-EFFECTIVE-DATE = ZERO
035300         OR WS-EFFECTIVE-DATE > WS-TS-DATE
035400         DISPLAY "BRCHCONS: EFFECTIVE DATE " WS-EFFECTIVE-DATE
035500             " MISSING OR AFTER THE BUSINESS DATE " WS-TS-DATE
035600             " - NOTHING DONE"
035700         MOVE 16 TO WS-RH-COMPLETION-CODE
035800         GO TO 1000-INITIALIZE-EXIT
035900     END-IF
036000     IF WS-CLOSING-BRANCH-ID = WS-SURVIVING-BRANCH-ID
036100         DISPLAY "BRCHCONS: CLOSING AND SURVIVING BRANCH ARE "
036200             "THE SAME - NOTHING DONE"
036300         MOVE 16 TO WS-RH-COMPLETION-CODE
036400         GO TO 1000-INITIALIZE-EXIT
036500     END-IF
036600     CALL "BRANCH-VERIFY" USING WS-SURVIVING-BRANCH-ID
036700         WS-BRANCH-VALID-FLAG WS-SURVIVING-BRANCH-NAME
036800         WS-BRANCH-ADDRESS
036900     IF WS-BRANCH-VALID-FLAG NOT = "Y"
037000         DISPLAY "BRCHCONS: SURVIVING BRANCH "
037100             WS-SURVIVING-BRANCH-ID
037200             " NOT OPEN ON THE BRANCH MASTER - NOTHING DONE"
037300         MOVE 16 TO WS-RH-COMPLETION-CODE
037400         GO TO 1000-INITIALIZE-EXIT
037500     END-IF
037600     CALL "BRANCH-VERIFY" USING WS-CLOSING-BRANCH-ID
037700         WS-BRANCH-VALID-FLAG WS-CLOSING-BRANCH-NAME
037800         WS-BRANCH-ADDRESS
037900     IF WS-BRANCH-VALID-FLAG NOT = "Y"
038000         DISPLAY "BRCHCONS: CLOSING BRANCH "
038100             WS-CLOSING-BRANCH-ID
038200             " NOT OPEN ON THE BRANCH MASTER - NOTHING DONE"
038300         MOVE 16 TO WS-RH-COMPLETION-CODE
038400         GO TO 1000-INITIALIZE-EXIT
038500     END-IF
038600     OPEN OUTPUT CONSOL-REPORT-FILE
038700     IF WS-BRCNRPT-STATUS NOT = "00"
038800         DISPLAY "BRCHCONS: UNABLE TO OPEN THE REPORT, "
038900             "STATUS = " WS-BRCNRPT-STATUS
039000         MOVE 16 TO WS-RH-COMPLETION-CODE
039100         GO TO 1000-INITIALIZE-EXIT
039200     END-IF
039300     INITIALIZE WS-PRODUCT-TOTALS
039400
039500     MOVE SPACES TO WS-REPORT-LINE
039600     STRING "BRANCH CONSOLIDATION - RUN DATE " WS-TS-DATE
039700         " - EFFECTIVE " WS-EFFECTIVE-DATE
039800         DELIMITED BY SIZE INTO WS-REPORT-LINE
039900     PERFORM 8000-WRITE-REPORT-LINE
040000         THRU 8000-WRITE-REPORT-LINE-EXIT
040100     MOVE SPACES TO WS-REPORT-LINE
040200     STRING "CLOSING   " WS-CLOSING-BRANCH-ID " "
040300         WS-CLOSING-BRANCH-NAME
040400         DELIMITED BY SIZE INTO WS-REPORT-LINE
040500     PERFORM 8000-WRITE-REPORT-LINE
040600         THRU 8000-WRITE-REPORT-LINE-EXIT
040700     MOVE SPACES TO WS-REPORT-LINE
040800     STRING "SURVIVING " WS-SURVIVING-BRANCH-ID " "
040900         WS-SURVIVING-BRANCH-NAME
041000         DELIMITED BY SIZE INTO WS-REPORT-LINE
041100     PERFORM 8000-WRITE-REPORT-LINE
041200         THRU 8000-WRITE-REPORT-LINE-EXIT
041300     MOVE SPACES TO WS-REPORT-LINE
041400     IF WS-TRIAL-MODE
041500         STRING "TRIAL RUN - NOTHING UPDATED, "
041600             "AFTER FIGURES PROJECTED"
041700             DELIMITED BY SIZE INTO WS-REPORT-LINE
041800     ELSE
041900         MOVE "LIVE RUN" TO WS-REPORT-LINE
042000     END-IF
042100     PERFORM 8000-WRITE-REPORT-LINE
042200         THRU 8000-WRITE-REPORT-LINE-EXIT
042300     MOVE SPACES TO WS-REPORT-LINE
042400     PERFORM 8000-WRITE-REPORT-LINE
042500         THRU 8000-WRITE-REPORT-LINE-EXIT
042600     .
042700 1000-INITIALIZE-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000*  2000-PROVE-ACCOUNTS  --  COUNT AND TOTAL THE ACCOUNTS AT THE
043100*  TWO BRANCHES, INTO THE BEFORE OR AFTER COLUMN.
043200*----------------------------------------------------------------
043300 2000-PROVE-ACCOUNTS.
043400     OPEN INPUT ACCOUNT-MASTER-FILE
043500     IF WS-ACCTMAST-STATUS NOT = "00"
043600         DISPLAY "BRCHCONS: UNABLE TO OPEN ACCOUNT MASTER, "
043700             "STATUS = " WS-ACCTMAST-STATUS
043800         MOVE 16 TO WS-RH-COMPLETION-CODE
043900         GO TO 2000-PROVE-ACCOUNTS-EXIT
044000     END-IF
044100     MOVE 'N' TO WS-EOF-SWITCH
044200     PERFORM 2100-PROVE-ONE-ACCOUNT
044300         THRU 2100-PROVE-ONE-ACCOUNT-EXIT
044400         UNTIL WS-END-OF-FILE
044500     CLOSE ACCOUNT-MASTER-FILE
044600     .
044700 2000-PROVE-ACCOUNTS-EXIT.
044800     EXIT.
044900*----------------------------------------------------------------
045000 2100-PROVE-ONE-ACCOUNT.
045100     READ ACCOUNT-MASTER-FILE NEXT RECORD
045200         AT END
045300             MOVE 'Y' TO WS-EOF-SWITCH
045400             GO TO 2100-PROVE-ONE-ACCOUNT-EXIT
045500     END-READ
045600     IF AM-BRANCH-ID = WS-CLOSING-BRANCH-ID
045700         IF WS-PROOF-BEFORE
045800             ADD 1 TO WS-BEFORE-CLOSING-COUNT
045900             ADD AM-BALANCE TO WS-BEFORE-CLOSING-BAL
046000         ELSE
046100             ADD 1 TO WS-AFTER-CLOSING-COUNT
046200             ADD AM-BALANCE TO WS-AFTER-CLOSING-BAL
046300         END-IF
046400     END-IF
046500     IF AM-BRANCH-ID = WS-SURVIVING-BRANCH-ID
046600         IF WS-PROOF-BEFORE
046700             ADD 1 TO WS-BEFORE-SURVIVING-COUNT
046800             ADD AM-BALANCE TO WS-BEFORE-SURVIVING-BAL
046900         ELSE
047000             ADD 1 TO WS-AFTER-SURVIVING-COUNT
047100             ADD AM-BALANCE TO WS-AFTER-SURVIVING-BAL
047200         END-IF
047300     END-IF
047400     .
047500 2100-PROVE-ONE-ACCOUNT-EXIT.
047600     EXIT.
047700*================================================================
047800*  SORT - INPUT PROCEDURE.
047900*================================================================
048000*  3000-MOVE-ACCOUNTS  --  EVERY ACCOUNT AT THE CLOSING BRANCH,
048100*  WHATEVER ITS STATUS, IS REHOMED, ITS BALANCE ADDED TO ITS
048200*  PRODUCT'S GL TOTAL, AND RELEASED FOR ITS CUSTOMER'S NOTICE.
048300*----------------------------------------------------------------
048400 3000-MOVE-ACCOUNTS.
048500     IF WS-LIVE-MODE
048600         OPEN I-O ACCOUNT-MASTER-FILE
048700     ELSE
048800         OPEN INPUT ACCOUNT-MASTER-FILE
048900     END-IF
049000     IF WS-ACCTMAST-STATUS NOT = "00"
049100         DISPLAY "BRCHCONS: UNABLE TO OPEN ACCOUNT MASTER, "
049200             "STATUS = " WS-ACCTMAST-STATUS
049300         MOVE 16 TO WS-RH-COMPLETION-CODE
049400         GO TO 3000-MOVE-ACCOUNTS-EXIT
049500     END-IF
049600     IF WS-LIVE-MODE
049700         OPEN EXTEND INTERBRANCH-TRANSFER-FILE
049800         IF WS-IBSETTLE-STATUS = "35"
049900             CLOSE INTERBRANCH-TRANSFER-FILE
050000             OPEN OUTPUT INTERBRANCH-TRANSFER-FILE
050100         END-IF
050200         OPEN EXTEND ACTIVITY-AUDIT-FILE
050300         IF WS-ACTAUDIT-STATUS = "35"
050400             CLOSE ACTIVITY-AUDIT-FILE
050500             OPEN OUTPUT ACTIVITY-AUDIT-FILE
050600         END-IF
050700     END-IF
050800     MOVE 'N' TO WS-EOF-SWITCH
050900     PERFORM 3100-MOVE-ONE-ACCOUNT
051000         THRU 3100-MOVE-ONE-ACCOUNT-EXIT
051100         UNTIL WS-END-OF-FILE
051200     CLOSE ACCOUNT-MASTER-FILE
051300     IF WS-LIVE-MODE
051400         CLOSE INTERBRANCH-TRANSFER-FILE
051500         CLOSE ACTIVITY-AUDIT-FILE
051600     END-IF
051700     .
051800 3000-MOVE-ACCOUNTS-EXIT.
051900     EXIT.
052000*----------------------------------------------------------------
052100 3100-MOVE-ONE-ACCOUNT.
052200     READ ACCOUNT-MASTER-FILE NEXT RECORD
052300         AT END
052400             MOVE 'Y' TO WS-EOF-SWITCH
052500             GO TO 3100-MOVE-ONE-ACCOUNT-EXIT
052600     END-READ
052700     ADD 1 TO WS-ACCOUNTS-READ
052800     IF AM-BRANCH-ID NOT = WS-CLOSING-BRANCH-ID
052900         GO TO 3100-MOVE-ONE-ACCOUNT-EXIT
053000     END-IF
053100     IF WS-LIVE-MODE
053200         MOVE WS-SURVIVING-BRANCH-ID TO AM-BRANCH-ID
053300         REWRITE ACCOUNT-MASTER-RECORD
053400             INVALID KEY
053500                 DISPLAY "BRCHCONS: REWRITE FAILED FOR ACCOUNT "
053600                     AM-ACCT-NUMBER
053700                 ADD 1 TO WS-UPDATE-ERRORS
053800                 GO TO 3100-MOVE-ONE-ACCOUNT-EXIT
053900         END-REWRITE
054000         PERFORM 3200-WRITE-SETTLEMENT-ROW
054100             THRU 3200-WRITE-SETTLEMENT-ROW-EXIT
054200         MOVE AM-ACCT-NUMBER         TO WS-AUDIT-ACCT-NUMBER
054300         MOVE WS-CLOSING-BRANCH-ID   TO WS-BEFORE-VALUE
054400         MOVE WS-SURVIVING-BRANCH-ID TO WS-AFTER-VALUE
054500         PERFORM 8100-WRITE-ACTIVITY-ROW
054600             THRU 8100-WRITE-ACTIVITY-ROW-EXIT
054700     END-IF
054800     ADD 1 TO WS-ACCOUNTS-MOVED
054900     ADD AM-BALANCE TO WS-BALANCE-MOVED
055000     SET PT-IDX TO 1
055100     SEARCH PT-ENTRY
055200         AT END
055300             DISPLAY "BRCHCONS: ACCOUNT " AM-ACCT-NUMBER
055400                 " TYPE " AM-TYPE-CODE " NOT IN PRODTAB - "
055500                 "GL POSITION NOT MOVED"
055600         WHEN PT-TYPE-CODE (PT-IDX) = AM-TYPE-CODE
055700             SET WS-PRODUCT-SUB TO PT-IDX
055800             ADD AM-BALANCE TO WS-PRODUCT-MOVED (WS-PRODUCT-SUB)
055900     END-SEARCH
056000     MOVE AM-CUSTOMER-NUMBER TO NS-CUSTOMER-NUMBER
056100     MOVE AM-ACCT-NUMBER     TO NS-ACCT-NUMBER
056200     RELEASE NOTICE-SORT-RECORD
056300     .
056400 3100-MOVE-ONE-ACCOUNT-EXIT.
056500     EXIT.
056600*----------------------------------------------------------------
056700*  3200-WRITE-SETTLEMENT-ROW  --  THE SAME INTER-BRANCH ROW
056800*  BRANCH-XFER WRITES, SO THE DAILY SETTLEMENT SUMMARY SHOWS
056900*  THE CONSOLIDATION TO BOTH BRANCH MANAGERS.
057000*----------------------------------------------------------------
057100 3200-WRITE-SETTLEMENT-ROW.
057200     MOVE AM-ACCT-NUMBER         TO IB-ACCT-NUMBER
057300     MOVE WS-CLOSING-BRANCH-ID   TO IB-FROM-BRANCH-ID
057400     MOVE WS-SURVIVING-BRANCH-ID TO IB-TO-BRANCH-ID
057500     MOVE AM-BALANCE             TO IB-BALANCE-MOVED
057600     MOVE WS-EFFECTIVE-DATE      TO IB-TRANSFER-DATE
057700     MOVE WS-OPERATOR-ID         TO IB-OPERATOR-ID
057800     WRITE INTERBRANCH-TRANSFER-RECORD
057900     .
058000 3200-WRITE-SETTLEMENT-ROW-EXIT.
058100     EXIT.
058200*================================================================
058300*  SORT - OUTPUT PROCEDURE.
058400*================================================================
058500*  3500-QUEUE-NOTICES  --  ONE BRANCH-CHANGE NOTICE PER
058600*  CUSTOMER, AGAINST THEIR LOWEST-NUMBERED ACCOUNT MOVED.
058700*----------------------------------------------------------------
058800 3500-QUEUE-NOTICES.
058900     MOVE 'N' TO WS-SORTED-EOF-SWITCH
059000     MOVE ZERO TO WS-LAST-CUSTOMER
059100     MOVE SPACES TO WS-TEXT-LINE-1
059200     STRING "BRANCH " WS-CLOSING-BRANCH-ID " CLOSES "
059300         WS-EFFECTIVE-DATE
059400         DELIMITED BY SIZE INTO WS-TEXT-LINE-1
059500     MOVE SPACES TO WS-TEXT-LINE-2
059600     STRING "NOW SERVED BY " WS-SURVIVING-BRANCH-NAME
059700         DELIMITED BY SIZE INTO WS-TEXT-LINE-2
059800     PERFORM 3600-NOTIFY-ONE-CUSTOMER
059900         THRU 3600-NOTIFY-ONE-CUSTOMER-EXIT
060000         UNTIL NO-MORE-SORTED-ROWS
060100     .
060200 3500-QUEUE-NOTICES-EXIT.
060300     EXIT.
060400*----------------------------------------------------------------
060500 3600-NOTIFY-ONE-CUSTOMER.
060600     RETURN NOTICE-SORT-FILE
060700         AT END
060800             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
060900             GO TO 3600-NOTIFY-ONE-CUSTOMER-EXIT
061000     END-RETURN
061100     IF NS-CUSTOMER-NUMBER = WS-LAST-CUSTOMER
061200         GO TO 3600-NOTIFY-ONE-CUSTOMER-EXIT
061300     END-IF
061400     MOVE NS-CUSTOMER-NUMBER TO WS-LAST-CUSTOMER
061500     ADD 1 TO WS-CUSTOMERS-NOTIFIED
061600     IF WS-LIVE-MODE
061700         CALL "NOTICE-REQUEST" USING NS-ACCT-NUMBER
061800             WS-NOTICE-TYPE WS-TEXT-LINE-1 WS-TEXT-LINE-2
061900             WS-NOTICE-ID
062000         IF WS-NOTICE-ID = ZERO
062100             DISPLAY "BRCHCONS: NOTICE NOT QUEUED FOR CUSTOMER "
062200                 NS-CUSTOMER-NUMBER
062300             ADD 1 TO WS-UPDATE-ERRORS
062400         END-IF
062500     END-IF
062600     .
062700 3600-NOTIFY-ONE-CUSTOMER-EXIT.
062800     EXIT.
062900*----------------------------------------------------------------
063000*  4000-POST-ACCOUNT-GL  --  ONE PAIR PER PRODUCT AT EACH
063100*  BRANCH: THE CLOSING BRANCH DEBITS THE PRODUCT ACCOUNT AND
063200*  CREDITS INTER-BRANCH SETTLEMENT, THE SURVIVING BRANCH THE
063300*  REVERSE.  A NEGATIVE TOTAL (LINES, OVERDRAWN ACCOUNTS)
063400*  REVERSES THE LEGS THROUGH GL-POSTING'S SIGN RULE.
063500*----------------------------------------------------------------
063600 4000-POST-ACCOUNT-GL.
063700     IF WS-TRIAL-MODE
063800         GO TO 4000-POST-ACCOUNT-GL-EXIT
063900     END-IF
064000     PERFORM 4100-POST-ONE-PRODUCT
064100         THRU 4100-POST-ONE-PRODUCT-EXIT
064200         VARYING WS-PRODUCT-SUB FROM 1 BY 1
064300         UNTIL WS-PRODUCT-SUB > 6
064400     .
064500 4000-POST-ACCOUNT-GL-EXIT.
064600     EXIT.
064700*----------------------------------------------------------------
064800 4100-POST-ONE-PRODUCT.
064900     IF WS-PRODUCT-MOVED (WS-PRODUCT-SUB) = ZERO
065000         GO TO 4100-POST-ONE-PRODUCT-EXIT
065100     END-IF
065200     MOVE WS-PRODUCT-MOVED (WS-PRODUCT-SUB) TO WS-GL-AMOUNT
065300     MOVE PT-GL-ACCOUNT-CODE (WS-PRODUCT-SUB)
065400         TO WS-LP-DEBIT-GL-ACCOUNT
065500     MOVE WS-INTERBRANCH-GL-ACCOUNT TO WS-LP-CREDIT-GL-ACCOUNT
065600     MOVE WS-CLOSING-BRANCH-ID      TO WS-LP-BRANCH-ID
065700     MOVE SPACES TO WS-LP-NARRATIVE
065800     STRING "CONSOL OUT " WS-CLOSING-BRANCH-ID
065900         DELIMITED BY SIZE INTO WS-LP-NARRATIVE
066000     PERFORM 8200-POST-LEDGER-PAIR
066100         THRU 8200-POST-LEDGER-PAIR-EXIT
066200
066300     MOVE WS-INTERBRANCH-GL-ACCOUNT TO WS-LP-DEBIT-GL-ACCOUNT
066400     MOVE PT-GL-ACCOUNT-CODE (WS-PRODUCT-SUB)
066500         TO WS-LP-CREDIT-GL-ACCOUNT
066600     MOVE WS-SURVIVING-BRANCH-ID    TO WS-LP-BRANCH-ID
066700     MOVE SPACES TO WS-LP-NARRATIVE
066800     STRING "CONSOL IN  " WS-SURVIVING-BRANCH-ID
066900         DELIMITED BY SIZE INTO WS-LP-NARRATIVE
067000     PERFORM 8200-POST-LEDGER-PAIR
067100         THRU 8200-POST-LEDGER-PAIR-EXIT
067200     .
067300 4100-POST-ONE-PRODUCT-EXIT.
067400     EXIT.
067500*----------------------------------------------------------------
067600*  5000-MOVE-OPERATORS  --  EVERY OPERATOR ASSIGNED TO THE
067700*  CLOSING BRANCH, ACTIVE OR NOT, IS REASSIGNED.  THEIR DRAWER
067800*  ROW IS KEYED BY OPERATOR AND FOLLOWS THEM.
067900*----------------------------------------------------------------
068000 5000-MOVE-OPERATORS.
068100     IF WS-LIVE-MODE
068200         OPEN I-O OPERATOR-MASTER-FILE
068300     ELSE
068400         OPEN INPUT OPERATOR-MASTER-FILE
068500     END-IF
068600     IF WS-OPERMAST-STATUS NOT = "00"
068700         DISPLAY "BRCHCONS: UNABLE TO OPEN OPERATOR MASTER, "
068800             "STATUS = " WS-OPERMAST-STATUS
068900         ADD 1 TO WS-UPDATE-ERRORS
069000         GO TO 5000-MOVE-OPERATORS-EXIT
069100     END-IF
069200     PERFORM 8300-OPEN-AUDIT
069300         THRU 8300-OPEN-AUDIT-EXIT
069400     MOVE 'N' TO WS-EOF-SWITCH
069500     PERFORM 5100-MOVE-ONE-OPERATOR
069600         THRU 5100-MOVE-ONE-OPERATOR-EXIT
069700         UNTIL WS-END-OF-FILE
069800     CLOSE OPERATOR-MASTER-FILE
069900     PERFORM 8400-CLOSE-AUDIT
070000         THRU 8400-CLOSE-AUDIT-EXIT
070100     .
070200 5000-MOVE-OPERATORS-EXIT.
070300     EXIT.
070400*----------------------------------------------------------------
070500 5100-MOVE-ONE-OPERATOR.
070600     READ OPERATOR-MASTER-FILE NEXT RECORD
070700         AT END
070800             MOVE 'Y' TO WS-EOF-SWITCH
070900             GO TO 5100-MOVE-ONE-OPERATOR-EXIT
071000     END-READ
071100     IF OP-BRANCH-ID NOT = WS-CLOSING-BRANCH-ID
071200         GO TO 5100-MOVE-ONE-OPERATOR-EXIT
071300     END-IF
071400     IF WS-LIVE-MODE
071500         MOVE WS-SURVIVING-BRANCH-ID TO OP-BRANCH-ID
071600         REWRITE OPERATOR-MASTER-RECORD
071700             INVALID KEY
071800                 DISPLAY "BRCHCONS: REWRITE FAILED FOR OPERATOR "
071900                     OP-OPERATOR-ID
072000                 ADD 1 TO WS-UPDATE-ERRORS
072100                 GO TO 5100-MOVE-ONE-OPERATOR-EXIT
072200         END-REWRITE
072300         MOVE ZERO TO WS-AUDIT-ACCT-NUMBER
072400         MOVE SPACES TO WS-BEFORE-VALUE
072500         STRING "OP " OP-OPERATOR-ID
072600             DELIMITED BY SIZE INTO WS-BEFORE-VALUE
072700         MOVE WS-SURVIVING-BRANCH-ID TO WS-AFTER-VALUE
072800         PERFORM 8100-WRITE-ACTIVITY-ROW
072900             THRU 8100-WRITE-ACTIVITY-ROW-EXIT
073000     END-IF
073100     ADD 1 TO WS-OPERATORS-MOVED
073200     MOVE SPACES TO WS-REPORT-LINE
073300     STRING "  OPERATOR   " OP-OPERATOR-ID " " OP-OPERATOR-NAME
073400         DELIMITED BY SIZE INTO WS-REPORT-LINE
073500     PERFORM 8000-WRITE-REPORT-LINE
073600         THRU 8000-WRITE-REPORT-LINE-EXIT
073700     .
073800 5100-MOVE-ONE-OPERATOR-EXIT.
073900     EXIT.
074000*----------------------------------------------------------------
074100*  5500-MOVE-INSTRUCTIONS  --  STANDING INSTRUCTIONS BOOKED AT
074200*  THE CLOSING BRANCH, WHATEVER THEIR STATUS.
074300*----------------------------------------------------------------
074400 5500-MOVE-INSTRUCTIONS.
074500     IF WS-LIVE-MODE
074600         OPEN I-O STANDING-INSTRUCTION-FILE
074700     ELSE
074800         OPEN INPUT STANDING-INSTRUCTION-FILE
074900     END-IF
075000     IF WS-STANDING-STATUS = "35"
075100         GO TO 5500-MOVE-INSTRUCTIONS-EXIT
075200     END-IF
075300     IF WS-STANDING-STATUS NOT = "00"
075400         DISPLAY "BRCHCONS: UNABLE TO OPEN STANDING "
075500             "INSTRUCTIONS, STATUS = " WS-STANDING-STATUS
075600         ADD 1 TO WS-UPDATE-ERRORS
075700         GO TO 5500-MOVE-INSTRUCTIONS-EXIT
075800     END-IF
075900     MOVE 'N' TO WS-EOF-SWITCH
076000     PERFORM 5600-MOVE-ONE-INSTRUCTION
076100         THRU 5600-MOVE-ONE-INSTRUCTION-EXIT
076200         UNTIL WS-END-OF-FILE
076300     CLOSE STANDING-INSTRUCTION-FILE
076400     .
076500 5500-MOVE-INSTRUCTIONS-EXIT.
076600     EXIT.
076700*----------------------------------------------------------------
076800 5600-MOVE-ONE-INSTRUCTION.
076900     READ STANDING-INSTRUCTION-FILE NEXT RECORD
077000         AT END
077100             MOVE 'Y' TO WS-EOF-SWITCH
077200             GO TO 5600-MOVE-ONE-INSTRUCTION-EXIT
077300     END-READ
077400     IF SI-BRANCH-ID NOT = WS-CLOSING-BRANCH-ID
077500         GO TO 5600-MOVE-ONE-INSTRUCTION-EXIT
077600     END-IF
077700     IF WS-LIVE-MODE
077800         MOVE WS-SURVIVING-BRANCH-ID TO SI-BRANCH-ID
077900         REWRITE STANDING-INSTRUCTION-RECORD
078000             INVALID KEY
078100                 DISPLAY "BRCHCONS: REWRITE FAILED FOR "
078200                     "INSTRUCTION " SI-INSTRUCTION-ID
078300                 ADD 1 TO WS-UPDATE-ERRORS
078400                 GO TO 5600-MOVE-ONE-INSTRUCTION-EXIT
078500         END-REWRITE
078600     END-IF
078700     ADD 1 TO WS-INSTRUCTIONS-MOVED
078800     .
078900 5600-MOVE-ONE-INSTRUCTION-EXIT.
079000     EXIT.
079100*----------------------------------------------------------------
079200*  6000-MOVE-BOXES  --  THE BOX BANK GOES WITH THE VAULT.  EACH
079300*  BOX ROW AT THE CLOSING BRANCH IS RE-KEYED UNDER THE SURVIVING
079400*  BRANCH WITH THE SAME BOX NUMBER, AND ITS OPEN AGREEMENT
079500*  FOLLOWS IT.  A NUMBER ALREADY TAKEN THERE IS LEFT WHERE IT IS
079600*  AND LISTED; CLOSED AGREEMENTS KEEP THE BRANCH THEY RAN AT.
079700*----------------------------------------------------------------
079800 6000-MOVE-BOXES.
079900     IF WS-LIVE-MODE
080000         OPEN I-O SDB-BOX-FILE
080100     ELSE
080200         OPEN INPUT SDB-BOX-FILE
080300     END-IF
080400     IF WS-SDBBOX-STATUS = "35"
080500         GO TO 6000-MOVE-BOXES-EXIT
080600     END-IF
080700     IF WS-SDBBOX-STATUS NOT = "00"
080800         DISPLAY "BRCHCONS: UNABLE TO OPEN THE BOX FILE, "
080900             "STATUS = " WS-SDBBOX-STATUS
081000         ADD 1 TO WS-UPDATE-ERRORS
081100         GO TO 6000-MOVE-BOXES-EXIT
081200     END-IF
081300     IF WS-LIVE-MODE
081400         OPEN I-O SDB-AGREEMENT-FILE
081500     ELSE
081600         OPEN INPUT SDB-AGREEMENT-FILE
081700     END-IF
081800     MOVE WS-CLOSING-BRANCH-ID TO SX-BRANCH-ID
081900     MOVE LOW-VALUES           TO SX-BOX-NUMBER
082000     MOVE 'N' TO WS-EOF-SWITCH
082100     START SDB-BOX-FILE KEY IS NOT LESS THAN SX-BOX-KEY
082200         INVALID KEY
082300             MOVE 'Y' TO WS-EOF-SWITCH
082400     END-START
082500     PERFORM 6100-MOVE-ONE-BOX
082600         THRU 6100-MOVE-ONE-BOX-EXIT
082700         UNTIL WS-END-OF-FILE
082800     CLOSE SDB-BOX-FILE
082900     IF WS-SDBAGRMT-STATUS NOT = "35"
083000         CLOSE SDB-AGREEMENT-FILE
083100     END-IF
083200     .
083300 6000-MOVE-BOXES-EXIT.
083400     EXIT.
083500*----------------------------------------------------------------
083600 6100-MOVE-ONE-BOX.
083700     READ SDB-BOX-FILE NEXT RECORD
083800         AT END
083900             MOVE 'Y' TO WS-EOF-SWITCH
084000             GO TO 6100-MOVE-ONE-BOX-EXIT
084100     END-READ
084200     IF SX-BRANCH-ID NOT = WS-CLOSING-BRANCH-ID
084300         MOVE 'Y' TO WS-EOF-SWITCH
084400         GO TO 6100-MOVE-ONE-BOX-EXIT
084500     END-IF
084600     MOVE SX-BOX-NUMBER    TO WS-BOX-NUMBER
084700     MOVE SX-AGREEMENT-ID  TO WS-AGREEMENT-ID
084800     IF WS-TRIAL-MODE
084900         ADD 1 TO WS-BOXES-MOVED
085000         GO TO 6100-MOVE-ONE-BOX-EXIT
085100     END-IF
085200
085300     MOVE WS-SURVIVING-BRANCH-ID TO SX-BRANCH-ID
085400     WRITE SDB-BOX-RECORD
085500         INVALID KEY
085600             ADD 1 TO WS-BOXES-LEFT
085700             MOVE SPACES TO WS-REPORT-LINE
085800             STRING "  BOX " WS-BOX-NUMBER " NOT MOVED - NUMBER "
085900                 "ALREADY IN USE AT " WS-SURVIVING-BRANCH-ID
086000                 DELIMITED BY SIZE INTO WS-REPORT-LINE
086100             PERFORM 8000-WRITE-REPORT-LINE
086200                 THRU 8000-WRITE-REPORT-LINE-EXIT
086300             MOVE WS-CLOSING-BRANCH-ID TO SX-BRANCH-ID
086400             MOVE WS-BOX-NUMBER        TO SX-BOX-NUMBER
086500             START SDB-BOX-FILE KEY IS GREATER THAN SX-BOX-KEY
086600                 INVALID KEY
086700                     MOVE 'Y' TO WS-EOF-SWITCH
086800             END-START
086900             GO TO 6100-MOVE-ONE-BOX-EXIT
087000     END-WRITE
087100     MOVE WS-CLOSING-BRANCH-ID TO SX-BRANCH-ID
087200     MOVE WS-BOX-NUMBER        TO SX-BOX-NUMBER
087300     DELETE SDB-BOX-FILE
087400         INVALID KEY
087500             DISPLAY "BRCHCONS: OLD BOX ROW NOT DELETED FOR "
087600                 WS-BOX-NUMBER
087700             ADD 1 TO WS-UPDATE-ERRORS
087800     END-DELETE
087900     ADD 1 TO WS-BOXES-MOVED
088000     START SDB-BOX-FILE KEY IS GREATER THAN SX-BOX-KEY
088100         INVALID KEY
088200             MOVE 'Y' TO WS-EOF-SWITCH
088300     END-START
088400
088500     IF WS-AGREEMENT-ID = ZERO OR WS-SDBAGRMT-STATUS NOT = "00"
088600         GO TO 6100-MOVE-ONE-BOX-EXIT
088700     END-IF
088800     MOVE WS-AGREEMENT-ID TO SA-AGREEMENT-ID
088900     READ SDB-AGREEMENT-FILE
089000         KEY IS SA-AGREEMENT-ID
089100         INVALID KEY
089200             GO TO 6100-MOVE-ONE-BOX-EXIT
089300     END-READ
089400     IF NOT SA-AGREEMENT-OPEN
089500         OR SA-BRANCH-ID NOT = WS-CLOSING-BRANCH-ID
089600         GO TO 6100-MOVE-ONE-BOX-EXIT
089700     END-IF
089800     MOVE WS-SURVIVING-BRANCH-ID TO SA-BRANCH-ID
089900     REWRITE SDB-AGREEMENT-RECORD
090000         INVALID KEY
090100             DISPLAY "BRCHCONS: REWRITE FAILED FOR AGREEMENT "
090200                 SA-AGREEMENT-ID
090300             ADD 1 TO WS-UPDATE-ERRORS
090400             GO TO 6100-MOVE-ONE-BOX-EXIT
090500     END-REWRITE
090600     ADD 1 TO WS-AGREEMENTS-MOVED
090700     .
090800 6100-MOVE-ONE-BOX-EXIT.
090900     EXIT.
091000*----------------------------------------------------------------
091100*  6500-MOVE-TERMINALS  --  THE BRANCH'S ATMS ARE REPLENISHED
091200*  FROM THE SURVIVING VAULT FROM HERE ON.
091300*----------------------------------------------------------------
091400 6500-MOVE-TERMINALS.
091500     IF WS-LIVE-MODE
091600         OPEN I-O ATM-TERMINAL-FILE
091700     ELSE
091800         OPEN INPUT ATM-TERMINAL-FILE
091900     END-IF
092000     IF WS-ATMTERM-STATUS = "35"
092100         GO TO 6500-MOVE-TERMINALS-EXIT
092200     END-IF
092300     IF WS-ATMTERM-STATUS NOT = "00"
092400         DISPLAY "BRCHCONS: UNABLE TO OPEN THE ATM TERMINAL "
092500             "MASTER, STATUS = " WS-ATMTERM-STATUS
092600         ADD 1 TO WS-UPDATE-ERRORS
092700         GO TO 6500-MOVE-TERMINALS-EXIT
092800     END-IF
092900     MOVE 'N' TO WS-EOF-SWITCH
093000     PERFORM 6600-MOVE-ONE-TERMINAL
093100         THRU 6600-MOVE-ONE-TERMINAL-EXIT
093200         UNTIL WS-END-OF-FILE
093300     CLOSE ATM-TERMINAL-FILE
093400     .
093500 6500-MOVE-TERMINALS-EXIT.
093600     EXIT.
093700*----------------------------------------------------------------
093800 6600-MOVE-ONE-TERMINAL.
093900     READ ATM-TERMINAL-FILE NEXT RECORD
094000         AT END
094100             MOVE 'Y' TO WS-EOF-SWITCH
094200             GO TO 6600-MOVE-ONE-TERMINAL-EXIT
094300     END-READ
094400     IF TM-BRANCH-ID NOT = WS-CLOSING-BRANCH-ID
094500         GO TO 6600-MOVE-ONE-TERMINAL-EXIT
094600     END-IF
094700     IF WS-LIVE-MODE
094800         MOVE WS-SURVIVING-BRANCH-ID TO TM-BRANCH-ID
094900         REWRITE ATM-TERMINAL-RECORD
095000             INVALID KEY
095100                 DISPLAY "BRCHCONS: REWRITE FAILED FOR TERMINAL "
095200                     TM-TERMINAL-ID
095300                 ADD 1 TO WS-UPDATE-ERRORS
095400                 GO TO 6600-MOVE-ONE-TERMINAL-EXIT
095500         END-REWRITE
095600     END-IF
095700     ADD 1 TO WS-TERMINALS-MOVED
095800     .
095900 6600-MOVE-ONE-TERMINAL-EXIT.
096000     EXIT.
096100*----------------------------------------------------------------
096200*  7000-MOVE-VAULT  --  THE CLOSING VAULT'S POSITION (FLOAT PLUS
096300*  CASH IN LESS CASH OUT) AND ITS NOTES BY DENOMINATION GO OUT
096400*  OF THE CLOSING VAULT AND INTO THE SURVIVING ONE, WITH A
096500*  SHIPMENT-OUT AND SHIPMENT-IN MOVEMENT ROW AND THE CASH
096600*  CONTROL PAIR AT EACH BRANCH.  THE SURVIVING BRANCH MUST
096700*  ALREADY HAVE A VAULT ROW.
096800*----------------------------------------------------------------
096900 7000-MOVE-VAULT.
097000     IF WS-LIVE-MODE
097100         OPEN I-O BRANCH-VAULT-FILE
097200     ELSE
097300         OPEN INPUT BRANCH-VAULT-FILE
097400     END-IF
097500     IF WS-VAULTFIL-STATUS = "35"
097600         GO TO 7000-MOVE-VAULT-EXIT
097700     END-IF
097800     IF WS-VAULTFIL-STATUS NOT = "00"
097900         DISPLAY "BRCHCONS: UNABLE TO OPEN THE VAULT FILE, "
098000             "STATUS = " WS-VAULTFIL-STATUS
098100         ADD 1 TO WS-UPDATE-ERRORS
098200         GO TO 7000-MOVE-VAULT-EXIT
098300     END-IF
098400     MOVE WS-CLOSING-BRANCH-ID TO VT-BRANCH-ID
098500     READ BRANCH-VAULT-FILE
098600         KEY IS VT-BRANCH-ID
098700         INVALID KEY
098800             CLOSE BRANCH-VAULT-FILE
098900             GO TO 7000-MOVE-VAULT-EXIT
099000     END-READ
099100     COMPUTE WS-VAULT-POSITION =
099200         VT-OPENING-FLOAT + VT-CASH-IN - VT-CASH-OUT
099300     IF WS-VAULT-POSITION = ZERO
099400         CLOSE BRANCH-VAULT-FILE
099500         GO TO 7000-MOVE-VAULT-EXIT
099600     END-IF
099700     MOVE VT-DENOM-ON-HAND TO WS-SAVED-DENOMS
099800     MOVE WS-VAULT-POSITION TO WS-EDIT-AMOUNT
099900     MOVE SPACES TO WS-REPORT-LINE
100000     STRING "  VAULT POSITION MOVED " WS-EDIT-AMOUNT
100100         DELIMITED BY SIZE INTO WS-REPORT-LINE
100200     PERFORM 8000-WRITE-REPORT-LINE
100300         THRU 8000-WRITE-REPORT-LINE-EXIT
100400     IF WS-TRIAL-MODE
100500         CLOSE BRANCH-VAULT-FILE
100600         GO TO 7000-MOVE-VAULT-EXIT
100700     END-IF
100800
100900     MOVE WS-SURVIVING-BRANCH-ID TO VT-BRANCH-ID
101000     READ BRANCH-VAULT-FILE
101100         KEY IS VT-BRANCH-ID
101200         INVALID KEY
101300             DISPLAY "BRCHCONS: SURVIVING BRANCH HAS NO VAULT "
101400                 "ROW - VAULT POSITION NOT MOVED"
101500             ADD 1 TO WS-UPDATE-ERRORS
101600             CLOSE BRANCH-VAULT-FILE
101700             GO TO 7000-MOVE-VAULT-EXIT
101800     END-READ
101900     ADD WS-VAULT-POSITION TO VT-CASH-IN
102000     PERFORM 7200-ADD-ONE-DENOM
102100         THRU 7200-ADD-ONE-DENOM-EXIT
102200         VARYING WS-DENOM-SUB FROM 1 BY 1
102300         UNTIL WS-DENOM-SUB > 6
102400     REWRITE BRANCH-VAULT-RECORD
102500         INVALID KEY
102600             DISPLAY "BRCHCONS: SURVIVING VAULT REWRITE FAILED"
102700             ADD 1 TO WS-UPDATE-ERRORS
102800             CLOSE BRANCH-VAULT-FILE
102900             GO TO 7000-MOVE-VAULT-EXIT
103000     END-REWRITE
103100     MOVE WS-CLOSING-BRANCH-ID TO VT-BRANCH-ID
103200     READ BRANCH-VAULT-FILE
103300         KEY IS VT-BRANCH-ID
103400     END-READ
103500     ADD WS-VAULT-POSITION TO VT-CASH-OUT
103600     INITIALIZE VT-DENOM-ON-HAND
103700     REWRITE BRANCH-VAULT-RECORD
103800         INVALID KEY
103900             DISPLAY "BRCHCONS: CLOSING VAULT REWRITE FAILED"
104000             ADD 1 TO WS-UPDATE-ERRORS
104100     END-REWRITE
104200     CLOSE BRANCH-VAULT-FILE
104300
104400     PERFORM 7100-WRITE-VAULT-MOVEMENTS
104500         THRU 7100-WRITE-VAULT-MOVEMENTS-EXIT
104600     MOVE WS-VAULT-POSITION TO WS-GL-AMOUNT
104700     MOVE WS-INTERBRANCH-GL-ACCOUNT  TO WS-LP-DEBIT-GL-ACCOUNT
104800     MOVE WS-CASH-CONTROL-GL-ACCOUNT TO WS-LP-CREDIT-GL-ACCOUNT
104900     MOVE WS-CLOSING-BRANCH-ID       TO WS-LP-BRANCH-ID
105000     MOVE "CONSOL VAULT OUT" TO WS-LP-NARRATIVE
105100     PERFORM 8200-POST-LEDGER-PAIR
105200         THRU 8200-POST-LEDGER-PAIR-EXIT
105300     MOVE WS-CASH-CONTROL-GL-ACCOUNT TO WS-LP-DEBIT-GL-ACCOUNT
105400     MOVE WS-INTERBRANCH-GL-ACCOUNT  TO WS-LP-CREDIT-GL-ACCOUNT
105500     MOVE WS-SURVIVING-BRANCH-ID     TO WS-LP-BRANCH-ID
105600     MOVE "CONSOL VAULT IN" TO WS-LP-NARRATIVE
105700     PERFORM 8200-POST-LEDGER-PAIR
105800         THRU 8200-POST-LEDGER-PAIR-EXIT
105900     .
106000 7000-MOVE-VAULT-EXIT.
106100     EXIT.
106200*----------------------------------------------------------------
106300*  7100-WRITE-VAULT-MOVEMENTS  --  A SHIPMENT OUT OF THE CLOSING
106400*  VAULT AND INTO THE SURVIVING ONE, SO THE VAULT HISTORY THE
106500*  CASH FORECAST READS SHOWS WHERE THE CASH WENT.
106600*----------------------------------------------------------------
106700 7100-WRITE-VAULT-MOVEMENTS.
106800     OPEN EXTEND VAULT-MOVEMENT-FILE
106900     IF WS-VMOVFILE-STATUS = "35"
107000         CLOSE VAULT-MOVEMENT-FILE
107100         OPEN OUTPUT VAULT-MOVEMENT-FILE
107200     END-IF
107300     IF WS-VMOVFILE-STATUS NOT = "00"
107400         DISPLAY "BRCHCONS: UNABLE TO OPEN THE VAULT MOVEMENT "
107500             "FILE, STATUS = " WS-VMOVFILE-STATUS
107600         GO TO 7100-WRITE-VAULT-MOVEMENTS-EXIT
107700     END-IF
107800     MOVE WS-CLOSING-BRANCH-ID TO VM-BRANCH-ID
107900     MOVE WS-EFFECTIVE-DATE    TO VM-MOVE-DATE
108000     MOVE WS-TS-TIME           TO VM-MOVE-TIME
108100     MOVE SPACES               TO VM-TELLER-ID
108200     MOVE WS-OPERATOR-ID       TO VM-VAULT-OPERATOR
108300     SET VM-SHIPMENT-OUT       TO TRUE
108400     MOVE WS-VAULT-POSITION    TO VM-AMOUNT
108500     PERFORM 7300-COPY-ONE-DENOM
108600         THRU 7300-COPY-ONE-DENOM-EXIT
108700         VARYING WS-DENOM-SUB FROM 1 BY 1
108800         UNTIL WS-DENOM-SUB > 6
108900     MOVE SPACES               TO VM-TERMINAL-ID
109000     MOVE ZERO                 TO VM-SHIPMENT-ID
109100     WRITE VAULT-MOVEMENT-RECORD
109200     MOVE WS-SURVIVING-BRANCH-ID TO VM-BRANCH-ID
109300     SET VM-SHIPMENT-IN        TO TRUE
109400     WRITE VAULT-MOVEMENT-RECORD
109500     CLOSE VAULT-MOVEMENT-FILE
109600     .
109700 7100-WRITE-VAULT-MOVEMENTS-EXIT.
109800     EXIT.
109900*----------------------------------------------------------------
110000 7200-ADD-ONE-DENOM.
110100     ADD WS-SAVED-DENOM-COUNT (WS-DENOM-SUB)
110200         TO VT-DENOM-COUNT (WS-DENOM-SUB)
110300     .
110400 7200-ADD-ONE-DENOM-EXIT.
110500     EXIT.
110600*----------------------------------------------------------------
110700 7300-COPY-ONE-DENOM.
110800     MOVE WS-SAVED-DENOM-COUNT (WS-DENOM-SUB)
110900         TO VM-DENOM-COUNT (WS-DENOM-SUB)
111000     .
111100 7300-COPY-ONE-DENOM-EXIT.
111200     EXIT.
111300*----------------------------------------------------------------
111400*  7500-CLOSE-THE-BRANCH  --  LAST, AND ONLY WHEN EVERYTHING
111500*  ELSE MOVED CLEANLY.
111600*----------------------------------------------------------------
111700 7500-CLOSE-THE-BRANCH.
111800     OPEN I-O BRANCH-MASTER-FILE
111900     IF WS-BRCHMAST-STATUS NOT = "00"
112000         DISPLAY "BRCHCONS: UNABLE TO OPEN BRANCH MASTER, "
112100             "STATUS = " WS-BRCHMAST-STATUS
112200         ADD 1 TO WS-UPDATE-ERRORS
112300         GO TO 7500-CLOSE-THE-BRANCH-EXIT
112400     END-IF
112500     MOVE WS-CLOSING-BRANCH-ID TO BR-BRANCH-ID
112600     READ BRANCH-MASTER-FILE
112700         KEY IS BR-BRANCH-ID
112800         INVALID KEY
112900             DISPLAY "BRCHCONS: CLOSING BRANCH NOT ON MASTER"
113000             ADD 1 TO WS-UPDATE-ERRORS
113100             CLOSE BRANCH-MASTER-FILE
113200             GO TO 7500-CLOSE-THE-BRANCH-EXIT
113300     END-READ
113400     SET BR-BRANCH-CLOSED TO TRUE
113500     REWRITE BRANCH-MASTER-RECORD
113600         INVALID KEY
113700             DISPLAY "BRCHCONS: BRANCH MASTER REWRITE FAILED"
113800             ADD 1 TO WS-UPDATE-ERRORS
113900             CLOSE BRANCH-MASTER-FILE
114000             GO TO 7500-CLOSE-THE-BRANCH-EXIT
114100     END-REWRITE
114200     CLOSE BRANCH-MASTER-FILE
114300     PERFORM 8300-OPEN-AUDIT
114400         THRU 8300-OPEN-AUDIT-EXIT
114500     MOVE ZERO TO WS-AUDIT-ACCT-NUMBER
114600     MOVE SPACES TO WS-BEFORE-VALUE
114700     STRING "BR " WS-CLOSING-BRANCH-ID " OPEN"
114800         DELIMITED BY SIZE INTO WS-BEFORE-VALUE
114900     MOVE "CLOSED" TO WS-AFTER-VALUE
115000     PERFORM 8100-WRITE-ACTIVITY-ROW
115100         THRU 8100-WRITE-ACTIVITY-ROW-EXIT
115200     PERFORM 8400-CLOSE-AUDIT
115300         THRU 8400-CLOSE-AUDIT-EXIT
115400     .
115500 7500-CLOSE-THE-BRANCH-EXIT.
115600     EXIT.
115700*----------------------------------------------------------------
115800 8000-WRITE-REPORT-LINE.
115900     MOVE WS-REPORT-LINE TO CONSOL-REPORT-LINE
116000     WRITE CONSOL-REPORT-LINE
116100     .
116200 8000-WRITE-REPORT-LINE-EXIT.
116300     EXIT.
116400*----------------------------------------------------------------
116500*  8100-WRITE-ACTIVITY-ROW  --  THE ACTIVITY AUDIT FILE IS
116600*  ALREADY OPEN FOR EXTEND.
116700*----------------------------------------------------------------
116800 8100-WRITE-ACTIVITY-ROW.
116900     MOVE "BRCHCONS"           TO AL-PROGRAM-ID
117000     MOVE WS-AUDIT-ACCT-NUMBER TO AL-ACCT-NUMBER
117100     MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID
117200     MOVE WS-BEFORE-VALUE      TO AL-BEFORE-VALUE
117300     MOVE WS-AFTER-VALUE       TO AL-AFTER-VALUE
117400     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
117500     WRITE ACTIVITY-AUDIT-RECORD
117600     .
117700 8100-WRITE-ACTIVITY-ROW-EXIT.
117800     EXIT.
117900*----------------------------------------------------------------
118000*  8200-POST-LEDGER-PAIR  --  ONE CODE 7 PAIR, VALUE-DATED TO
118100*  THE EFFECTIVE DATE.
118200*----------------------------------------------------------------
118300 8200-POST-LEDGER-PAIR.
118400     CALL "GL-POSTING" USING WS-GL-ZERO-ACCOUNT
118500         WS-GL-TYPE-CODE WS-GL-TRAN-CODE WS-GL-AMOUNT
118600         WS-OPERATOR-ID WS-GL-POST-FLAG
118700         WS-EFFECTIVE-DATE WS-LEDGER-PAIR
118800     IF WS-GL-POST-FLAG NOT = 'Y'
118900         DISPLAY "BRCHCONS: GL PAIR NOT POSTED - "
119000             WS-LP-NARRATIVE " " WS-GL-AMOUNT
119100         ADD 1 TO WS-UPDATE-ERRORS
119200     ELSE
119300         ADD 1 TO WS-GL-PAIRS-POSTED
119400     END-IF
119500     .
119600 8200-POST-LEDGER-PAIR-EXIT.
119700     EXIT.
119800*----------------------------------------------------------------
119900 8300-OPEN-AUDIT.
120000     IF WS-TRIAL-MODE
120100         GO TO 8300-OPEN-AUDIT-EXIT
120200     END-IF
120300     OPEN EXTEND ACTIVITY-AUDIT-FILE
120400     IF WS-ACTAUDIT-STATUS = "35"
120500         CLOSE ACTIVITY-AUDIT-FILE
120600         OPEN OUTPUT ACTIVITY-AUDIT-FILE
120700     END-IF
120800     .
120900 8300-OPEN-AUDIT-EXIT.
121000     EXIT.
121100*----------------------------------------------------------------
121200 8400-CLOSE-AUDIT.
121300     IF WS-LIVE-MODE
121400         CLOSE ACTIVITY-AUDIT-FILE
121500     END-IF
121600     .
121700 8400-CLOSE-AUDIT-EXIT.
121800     EXIT.
121900*----------------------------------------------------------------
122000*  9000-WRITE-PROOF  --  THE BEFORE/AFTER PROOF AND THE COUNTS.
122100*  THE TWO BRANCHES' COMBINED COUNT AND BALANCE MUST BE THE SAME
122200*  AFTER AS BEFORE, AND NOTHING MAY BE LEFT AT THE CLOSING
122300*  BRANCH.
122400*----------------------------------------------------------------
122500 9000-WRITE-PROOF.
122600     COMPUTE WS-COMBINED-BEFORE-COUNT =
122700         WS-BEFORE-CLOSING-COUNT + WS-BEFORE-SURVIVING-COUNT
122800     COMPUTE WS-COMBINED-BEFORE-BAL =
122900         WS-BEFORE-CLOSING-BAL + WS-BEFORE-SURVIVING-BAL
123000     COMPUTE WS-COMBINED-AFTER-COUNT =
123100         WS-AFTER-CLOSING-COUNT + WS-AFTER-SURVIVING-COUNT
123200     COMPUTE WS-COMBINED-AFTER-BAL =
123300         WS-AFTER-CLOSING-BAL + WS-AFTER-SURVIVING-BAL
123400     MOVE SPACES TO WS-REPORT-LINE
123500     PERFORM 8000-WRITE-REPORT-LINE
123600         THRU 8000-WRITE-REPORT-LINE-EXIT
123700     MOVE SPACES TO WS-REPORT-LINE
123800     STRING "ACCOUNT PROOF                    ACCOUNTS"
123900         "                   BALANCE"
124000         DELIMITED BY SIZE INTO WS-REPORT-LINE
124100     PERFORM 8000-WRITE-REPORT-LINE
124200         THRU 8000-WRITE-REPORT-LINE-EXIT
124300     MOVE "BEFORE - CLOSING" TO WS-EDIT-LABEL
124400     MOVE WS-BEFORE-CLOSING-COUNT TO WS-EDIT-COUNT
124500     MOVE WS-BEFORE-CLOSING-BAL TO WS-EDIT-AMOUNT
124600     PERFORM 9100-WRITE-PROOF-LINE
124700         THRU 9100-WRITE-PROOF-LINE-EXIT
124800     MOVE "BEFORE - SURVIVING" TO WS-EDIT-LABEL
124900     MOVE WS-BEFORE-SURVIVING-COUNT TO WS-EDIT-COUNT
125000     MOVE WS-BEFORE-SURVIVING-BAL TO WS-EDIT-AMOUNT
125100     PERFORM 9100-WRITE-PROOF-LINE
125200         THRU 9100-WRITE-PROOF-LINE-EXIT
125300     MOVE "BEFORE - COMBINED" TO WS-EDIT-LABEL
125400     MOVE WS-COMBINED-BEFORE-COUNT TO WS-EDIT-COUNT
125500     MOVE WS-COMBINED-BEFORE-BAL TO WS-EDIT-AMOUNT
125600     PERFORM 9100-WRITE-PROOF-LINE
125700         THRU 9100-WRITE-PROOF-LINE-EXIT
125800     MOVE "AFTER  - CLOSING" TO WS-EDIT-LABEL
125900     MOVE WS-AFTER-CLOSING-COUNT TO WS-EDIT-COUNT
126000     MOVE WS-AFTER-CLOSING-BAL TO WS-EDIT-AMOUNT
126100     PERFORM 9100-WRITE-PROOF-LINE
126200         THRU 9100-WRITE-PROOF-LINE-EXIT
126300     MOVE "AFTER  - SURVIVING" TO WS-EDIT-LABEL
126400     MOVE WS-AFTER-SURVIVING-COUNT TO WS-EDIT-COUNT
126500     MOVE WS-AFTER-SURVIVING-BAL TO WS-EDIT-AMOUNT
126600     PERFORM 9100-WRITE-PROOF-LINE
126700         THRU 9100-WRITE-PROOF-LINE-EXIT
126800     MOVE "AFTER  - COMBINED" TO WS-EDIT-LABEL
126900     MOVE WS-COMBINED-AFTER-COUNT TO WS-EDIT-COUNT
127000     MOVE WS-COMBINED-AFTER-BAL TO WS-EDIT-AMOUNT
127100     PERFORM 9100-WRITE-PROOF-LINE
127200         THRU 9100-WRITE-PROOF-LINE-EXIT
127300     MOVE SPACES TO WS-REPORT-LINE
127400     IF WS-COMBINED-AFTER-COUNT = WS-COMBINED-BEFORE-COUNT
127500         AND WS-COMBINED-AFTER-BAL = WS-COMBINED-BEFORE-BAL
127600         AND WS-AFTER-CLOSING-COUNT = ZERO
127700         MOVE "PROOF AGREES" TO WS-REPORT-LINE
127800     ELSE
127900         MOVE "*** PROOF DOES NOT AGREE ***" TO WS-REPORT-LINE
128000         IF WS-RH-COMPLETION-CODE = ZERO
128100             MOVE 8 TO WS-RH-COMPLETION-CODE
128200         END-IF
128300     END-IF
128400     PERFORM 8000-WRITE-REPORT-LINE
128500         THRU 8000-WRITE-REPORT-LINE-EXIT
128600     MOVE SPACES TO WS-REPORT-LINE
128700     PERFORM 8000-WRITE-REPORT-LINE
128800         THRU 8000-WRITE-REPORT-LINE-EXIT
128900
129000     MOVE "CUSTOMERS NOTIFIED" TO WS-EDIT-LABEL
129100     MOVE WS-CUSTOMERS-NOTIFIED TO WS-EDIT-COUNT
129200     PERFORM 9200-WRITE-COUNT-LINE
129300         THRU 9200-WRITE-COUNT-LINE-EXIT
129400     MOVE "OPERATORS REASSIGNED" TO WS-EDIT-LABEL
129500     MOVE WS-OPERATORS-MOVED TO WS-EDIT-COUNT
129600     PERFORM 9200-WRITE-COUNT-LINE
129700         THRU 9200-WRITE-COUNT-LINE-EXIT
129800     MOVE "STANDING INSTRUCTIONS MOVED" TO WS-EDIT-LABEL
129900     MOVE WS-INSTRUCTIONS-MOVED TO WS-EDIT-COUNT
130000     PERFORM 9200-WRITE-COUNT-LINE
130100         THRU 9200-WRITE-COUNT-LINE-EXIT
130200     MOVE "SAFE DEPOSIT BOXES MOVED" TO WS-EDIT-LABEL
130300     MOVE WS-BOXES-MOVED TO WS-EDIT-COUNT
130400     PERFORM 9200-WRITE-COUNT-LINE
130500         THRU 9200-WRITE-COUNT-LINE-EXIT
130600     MOVE "BOXES LEFT - NUMBER IN USE" TO WS-EDIT-LABEL
130700     MOVE WS-BOXES-LEFT TO WS-EDIT-COUNT
130800     PERFORM 9200-WRITE-COUNT-LINE
130900         THRU 9200-WRITE-COUNT-LINE-EXIT
131000     MOVE "BOX RENTALS MOVED" TO WS-EDIT-LABEL
131100     MOVE WS-AGREEMENTS-MOVED TO WS-EDIT-COUNT
131200     PERFORM 9200-WRITE-COUNT-LINE
131300         THRU 9200-WRITE-COUNT-LINE-EXIT
131400     MOVE "ATM TERMINALS MOVED" TO WS-EDIT-LABEL
131500     MOVE WS-TERMINALS-MOVED TO WS-EDIT-COUNT
131600     PERFORM 9200-WRITE-COUNT-LINE
131700         THRU 9200-WRITE-COUNT-LINE-EXIT
131800     MOVE "GL PAIRS POSTED" TO WS-EDIT-LABEL
131900     MOVE WS-GL-PAIRS-POSTED TO WS-EDIT-COUNT
132000     PERFORM 9200-WRITE-COUNT-LINE
132100         THRU 9200-WRITE-COUNT-LINE-EXIT
132200     MOVE "UPDATE ERRORS" TO WS-EDIT-LABEL
132300     MOVE WS-UPDATE-ERRORS TO WS-EDIT-COUNT
132400     PERFORM 9200-WRITE-COUNT-LINE
132500         THRU 9200-WRITE-COUNT-LINE-EXIT
132600     MOVE SPACES TO WS-REPORT-LINE
132700     IF WS-LIVE-MODE AND WS-UPDATE-ERRORS = ZERO
132800         STRING "BRANCH " WS-CLOSING-BRANCH-ID
132900             " MARKED CLOSED ON THE BRANCH MASTER"
133000             DELIMITED BY SIZE INTO WS-REPORT-LINE
133100     ELSE
133200         STRING "BRANCH " WS-CLOSING-BRANCH-ID
133300             " LEFT OPEN ON THE BRANCH MASTER"
133400             DELIMITED BY SIZE INTO WS-REPORT-LINE
133500     END-IF
133600     PERFORM 8000-WRITE-REPORT-LINE
133700         THRU 8000-WRITE-REPORT-LINE-EXIT
133800     .
133900 9000-WRITE-PROOF-EXIT.
134000     EXIT.
134100*----------------------------------------------------------------
134200 9100-WRITE-PROOF-LINE.
134300     MOVE SPACES TO WS-REPORT-LINE
134400     STRING WS-EDIT-LABEL WS-EDIT-COUNT "  " WS-EDIT-AMOUNT
134500         DELIMITED BY SIZE INTO WS-REPORT-LINE
134600     PERFORM 8000-WRITE-REPORT-LINE
134700         THRU 8000-WRITE-REPORT-LINE-EXIT
134800     .
134900 9100-WRITE-PROOF-LINE-EXIT.
135000     EXIT.
135100*----------------------------------------------------------------
135200 9200-WRITE-COUNT-LINE.
135300     MOVE SPACES TO WS-REPORT-LINE
135400     STRING WS-EDIT-LABEL WS-EDIT-COUNT
135500         DELIMITED BY SIZE INTO WS-REPORT-LINE
135600     PERFORM 8000-WRITE-REPORT-LINE
135700         THRU 8000-WRITE-REPORT-LINE-EXIT
135800     .
135900 9200-WRITE-COUNT-LINE-EXIT.
136000     EXIT.
