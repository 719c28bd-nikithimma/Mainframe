000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ATM-TERMINAL-MAINT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CONSOLE FOR THE ATM
001300*                     TERMINAL MASTER (ACCEPT/DISPLAY LOOP, SAME
001400*                     STYLE AS BRANCH-MAINT): ADD OR UPDATE A
001500*                     TERMINAL - ITS BRANCH, LOCATION AND
001600*                     STATUS - AND VIEW OR LIST TERMINALS WITH
001700*                     THEIR CURRENT CASH CYCLE.  SUPERVISOR OR
001800*                     MANAGER ONLY FOR CHANGES.  THE BRANCH
001900*                     MUST BE ON THE BRANCH MASTER (VIA
002000*                     BRANCH-VERIFY), AND A TERMINAL ID MAY NOT
002100*                     ALSO BE AN OPERATOR ID, SINCE ATM AND
002200*                     TELLER DIFFERENCES SHARE THE OVER/SHORT
002300*                     HISTORY KEY.  A TERMINAL HOLDING CASH
002400*                     CANNOT CHANGE BRANCH OR CLOSE.  THE CASH
002500*                     FIELDS THEMSELVES ARE NEVER KEYED HERE -
002600*                     VAULT-MAINT, ATM-SETTLE AND ATM-CASH-PROOF
002700*                     MAINTAIN THEM.  EACH CHANGE WRITES AN
002800*                     ACTIVITY AUDIT ROW.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     COPY ATMTSEL.
003400     COPY OPERMSEL.
003500     COPY ACTAUDSEL.
003600*================================================================
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ATM-TERMINAL-FILE.
004000     COPY ATMTREC.
004100 FD  OPERATOR-MASTER-FILE.
004200     COPY OPERMAST.
004300 FD  ACTIVITY-AUDIT-FILE.
004400     COPY ACTAUDREC.
004500*----------------------------------------------------------------
004600 WORKING-STORAGE SECTION.
004700 01  WS-FILE-STATUSES.
004800     05  WS-ATMTERM-STATUS         PIC XX.
004900     05  WS-OPERMAST-STATUS        PIC XX.
005000     05  WS-ACTAUDIT-STATUS        PIC XX.
005100*----------------------------------------------------------------
005200 01  WS-WORK-FIELDS.
005300     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
005400         88  WS-SESSION-DONE       VALUE 'Y'.
005500     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
005600     05  WS-OPER-VERIFY-FLAG       PIC X.
005700     05  WS-OPER-VERIFY-ROLE       PIC X.
005800     05  WS-MENU-CHOICE            PIC X.
005900     05  WS-OPERATOR-ID            PIC X(08).
006000     05  WS-TARGET-TERMINAL-ID     PIC X(08).
006100     05  WS-NEW-BRANCH-ID          PIC X(06).
006200     05  WS-NEW-LOCATION           PIC X(30).
006300     05  WS-NEW-STATUS             PIC X.
006400     05  WS-TERMINAL-FOUND-SWITCH  PIC X.
006500         88  WS-TERMINAL-FOUND     VALUE 'Y'.
006600     05  WS-CASH-HELD              PIC S9(09)V99.
006700     05  WS-TERM-EOF-SWITCH        PIC X.
006800         88  NO-MORE-TERMINALS     VALUE 'Y'.
006900     05  WS-TERMINALS-LISTED       PIC 9(03) COMP.
007000     05  WS-ACTION-TAKEN           PIC X(15).
007100     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
007200     05  WS-EDIT-AMOUNT-2          PIC -(9)9.99.
007300*----------------------------------------------------------------
007400 01  WS-BRANCH-VALID-FLAG          PIC X.
007500 01  WS-BRANCH-NAME                PIC X(30).
007600 01  WS-BRANCH-ADDRESS             PIC X(60).
007700*----------------------------------------------------------------
007800 01  WS-BUSINESS-DATE              PIC 9(08).
007900 01  WS-BUSDATE-FLAG               PIC X.
008000 01  WS-CURRENT-TIMESTAMP          PIC X(21).
008100 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
008200     05  WS-TS-DATE                PIC 9(08).
008300     05  FILLER                    PIC X(13).
008400*================================================================
008500 PROCEDURE DIVISION.
008600*================================================================
008700 0000-MAINLINE.
008800     DISPLAY "ATM TERMINAL MAINTENANCE"
008900     DISPLAY "ENTER OPERATOR ID: "
009000     ACCEPT WS-OPERATOR-ID
009100     CALL "OPER-VERIFY" USING WS-OPERATOR-ID
009200         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
009300         WS-OPER-VERIFY-ROLE
009400     IF WS-OPER-VERIFY-FLAG NOT = "Y"
009500         DISPLAY "OPERATOR NOT AUTHORIZED"
009600         STOP RUN
009700     END-IF
009800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
009900     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
010000         WS-BUSDATE-FLAG
010100     IF WS-BUSDATE-FLAG = "Y"
010200         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
010300     END-IF
010400     PERFORM 2000-WORK-ONE-CHOICE
010500         THRU 2000-WORK-ONE-CHOICE-EXIT
010600         UNTIL WS-SESSION-DONE
010700     STOP RUN.
010800*----------------------------------------------------------------
010900 2000-WORK-ONE-CHOICE.
011000     DISPLAY "A=ADD/UPDATE  V=VIEW  L=LIST  X=EXIT"
011100     DISPLAY "CHOICE: "
011200     ACCEPT WS-MENU-CHOICE
011300     EVALUATE WS-MENU-CHOICE
011400         WHEN 'A'
011500             PERFORM 3000-ADD-OR-UPDATE
011600                 THRU 3000-ADD-OR-UPDATE-EXIT
011700         WHEN 'V'
011800             PERFORM 4000-VIEW-ONE
011900                 THRU 4000-VIEW-ONE-EXIT
012000         WHEN 'L'
012100             PERFORM 5000-LIST-ALL
012200                 THRU 5000-LIST-ALL-EXIT
012300         WHEN 'X'
012400             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
012500         WHEN OTHER
012600             DISPLAY "INVALID CHOICE"
012700     END-EVALUATE
012800     .
012900 2000-WORK-ONE-CHOICE-EXIT.
013000     EXIT.
013100*----------------------------------------------------------------
013200*  3000-ADD-OR-UPDATE  --  A NEW TERMINAL STARTS AN EMPTY, OPEN
013300*  CASH CYCLE; AN EXISTING ONE KEEPS ITS CYCLE AND ONLY ITS
013400*  BRANCH, LOCATION AND STATUS CHANGE.
013500*----------------------------------------------------------------
013600 3000-ADD-OR-UPDATE.
013700     IF WS-OPER-VERIFY-ROLE NOT = 'S'
013800             AND WS-OPER-VERIFY-ROLE NOT = 'M'
013900         DISPLAY "REFUSED - REQUIRES A SUPERVISOR OR MANAGER"
014000         GO TO 3000-ADD-OR-UPDATE-EXIT
014100     END-IF
014200     DISPLAY "ENTER TERMINAL ID: "
014300     ACCEPT WS-TARGET-TERMINAL-ID
014400     IF WS-TARGET-TERMINAL-ID = SPACES
014500         DISPLAY "TERMINAL ID IS REQUIRED"
014600         GO TO 3000-ADD-OR-UPDATE-EXIT
014700     END-IF
014800     OPEN INPUT OPERATOR-MASTER-FILE
014900     IF WS-OPERMAST-STATUS = "00"
015000         MOVE WS-TARGET-TERMINAL-ID TO OP-OPERATOR-ID
015100         READ OPERATOR-MASTER-FILE
015200             KEY IS OP-OPERATOR-ID
015300             INVALID KEY
015400                 CONTINUE
015500             NOT INVALID KEY
015600                 DISPLAY "REFUSED - " WS-TARGET-TERMINAL-ID
015700                     " IS AN OPERATOR ID"
015800                 CLOSE OPERATOR-MASTER-FILE
015900                 GO TO 3000-ADD-OR-UPDATE-EXIT
016000         END-READ
016100         CLOSE OPERATOR-MASTER-FILE
016200     END-IF
016300
016400     OPEN I-O ATM-TERMINAL-FILE
016500     IF WS-ATMTERM-STATUS = "35"
016600         CLOSE ATM-TERMINAL-FILE
016700         OPEN OUTPUT ATM-TERMINAL-FILE
016800         CLOSE ATM-TERMINAL-FILE
016900         OPEN I-O ATM-TERMINAL-FILE
017000     END-IF
017100     IF WS-ATMTERM-STATUS NOT = "00"
017200         DISPLAY "ATMMAINT: UNABLE TO OPEN ATM TERMINAL "
017300             "MASTER, STATUS = " WS-ATMTERM-STATUS
017400         GO TO 3000-ADD-OR-UPDATE-EXIT
017500     END-IF
017600     MOVE 'N' TO WS-TERMINAL-FOUND-SWITCH
017700     MOVE WS-TARGET-TERMINAL-ID TO TM-TERMINAL-ID
017800     READ ATM-TERMINAL-FILE
017900         KEY IS TM-TERMINAL-ID
018000         INVALID KEY
018100             CONTINUE
018200         NOT INVALID KEY
018300             MOVE 'Y' TO WS-TERMINAL-FOUND-SWITCH
018400             DISPLAY "TERMINAL EXISTS - NEW VALUES WILL "
018500                 "REPLACE THE OLD ONES"
018600             PERFORM 4100-SHOW-ONE-TERMINAL
018700                 THRU 4100-SHOW-ONE-TERMINAL-EXIT
018800     END-READ
018900
019000     DISPLAY "ENTER BRANCH ID: "
019100     ACCEPT WS-NEW-BRANCH-ID
019200     DISPLAY "ENTER LOCATION: "
019300     ACCEPT WS-NEW-LOCATION
019400     DISPLAY "ENTER STATUS (A=ACTIVE O=OUT OF SERVICE "
019500         "C=CLOSED): "
019600     ACCEPT WS-NEW-STATUS
019700     IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'O'
019800             AND WS-NEW-STATUS NOT = 'C'
019900         DISPLAY "INVALID STATUS - NOT APPLIED"
020000         CLOSE ATM-TERMINAL-FILE
020100         GO TO 3000-ADD-OR-UPDATE-EXIT
020200     END-IF
020300     CALL "BRANCH-VERIFY" USING WS-NEW-BRANCH-ID
020400         WS-BRANCH-VALID-FLAG WS-BRANCH-NAME
020500         WS-BRANCH-ADDRESS
020600     IF WS-BRANCH-VALID-FLAG NOT = 'Y'
020700         DISPLAY "BRANCH NOT ON BRANCH MASTER - NOT APPLIED"
020800         CLOSE ATM-TERMINAL-FILE
020900         GO TO 3000-ADD-OR-UPDATE-EXIT
021000     END-IF
021100
021200     IF WS-TERMINAL-FOUND
021300         PERFORM 3100-COMPUTE-CASH-HELD
021400             THRU 3100-COMPUTE-CASH-HELD-EXIT
021500         IF (WS-NEW-BRANCH-ID NOT = TM-BRANCH-ID
021600                 OR WS-NEW-STATUS = 'C')
021700             AND (WS-CASH-HELD NOT = ZERO
021800                 OR TM-CYCLE-COUNTED)
021900             DISPLAY "REFUSED - TERMINAL HOLDS CASH OR HAS A "
022000                 "COUNT AWAITING PROOF - UNLOAD AND PROVE "
022100                 "IT FIRST"
022200             CLOSE ATM-TERMINAL-FILE
022300             GO TO 3000-ADD-OR-UPDATE-EXIT
022400         END-IF
022500     ELSE
022600         MOVE WS-TARGET-TERMINAL-ID TO TM-TERMINAL-ID
022700         SET TM-CYCLE-OPEN TO TRUE
022800         MOVE WS-TS-DATE TO TM-CYCLE-START-DATE
022900         MOVE ZERO TO TM-CASH-LOADED
023000         MOVE ZERO TO TM-CASH-DISPENSED
023100         MOVE ZERO TO TM-COUNT-DATE
023200         MOVE ZERO TO TM-COUNTED-AMOUNT
023300         MOVE ZERO TO TM-NEXT-CASH-LOADED
023400         MOVE ZERO TO TM-NEXT-CASH-DISPENSED
023500         MOVE ZERO TO TM-LAST-PROOF-DATE
023600         MOVE ZERO TO TM-LAST-OVER-SHORT
023700     END-IF
023800     MOVE WS-NEW-BRANCH-ID TO TM-BRANCH-ID
023900     MOVE WS-NEW-LOCATION  TO TM-LOCATION
024000     MOVE WS-NEW-STATUS    TO TM-TERMINAL-STATUS
024100     IF WS-TERMINAL-FOUND
024200         REWRITE ATM-TERMINAL-RECORD
024300         MOVE "UPDATED" TO WS-ACTION-TAKEN
024400     ELSE
024500         WRITE ATM-TERMINAL-RECORD
024600         MOVE "ADDED" TO WS-ACTION-TAKEN
024700     END-IF
024800     CLOSE ATM-TERMINAL-FILE
024900     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
025000         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
025100     DISPLAY "TERMINAL " WS-TARGET-TERMINAL-ID " "
025200         WS-ACTION-TAKEN
025300     .
025400 3000-ADD-OR-UPDATE-EXIT.
025500     EXIT.
025600*----------------------------------------------------------------
025700*  3100-COMPUTE-CASH-HELD  --  THE CASH THE TERMINAL HOLDS NOW.
025800*  ONCE COUNTED, THE REMAINDER IS BACK IN THE VAULT AND ONLY
025900*  THE NEXT CYCLE'S CASH IS IN THE CASSETTES.
026000*----------------------------------------------------------------
026100 3100-COMPUTE-CASH-HELD.
026200     IF TM-CYCLE-COUNTED
026300         COMPUTE WS-CASH-HELD =
026400             TM-NEXT-CASH-LOADED - TM-NEXT-CASH-DISPENSED
026500     ELSE
026600         COMPUTE WS-CASH-HELD =
026700             TM-CASH-LOADED - TM-CASH-DISPENSED
026800     END-IF
026900     .
027000 3100-COMPUTE-CASH-HELD-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------
027300 4000-VIEW-ONE.
027400     DISPLAY "ENTER TERMINAL ID: "
027500     ACCEPT WS-TARGET-TERMINAL-ID
027600     OPEN INPUT ATM-TERMINAL-FILE
027700     IF WS-ATMTERM-STATUS NOT = "00"
027800         DISPLAY "NO ATM TERMINAL MASTER"
027900         GO TO 4000-VIEW-ONE-EXIT
028000     END-IF
028100     MOVE WS-TARGET-TERMINAL-ID TO TM-TERMINAL-ID
028200     READ ATM-TERMINAL-FILE
028300         KEY IS TM-TERMINAL-ID
028400         INVALID KEY
028500             DISPLAY "TERMINAL NOT ON FILE"
028600         NOT INVALID KEY
028700             PERFORM 4100-SHOW-ONE-TERMINAL
028800                 THRU 4100-SHOW-ONE-TERMINAL-EXIT
028900     END-READ
029000     CLOSE ATM-TERMINAL-FILE
029100     .
029200 4000-VIEW-ONE-EXIT.
029300     EXIT.
029400*----------------------------------------------------------------
029500 4100-SHOW-ONE-TERMINAL.
029600     DISPLAY "TERMINAL " TM-TERMINAL-ID " BRANCH " TM-BRANCH-ID
029700         " (" TM-TERMINAL-STATUS ") " TM-LOCATION
029800     MOVE TM-CASH-LOADED    TO WS-EDIT-AMOUNT
029900     MOVE TM-CASH-DISPENSED TO WS-EDIT-AMOUNT-2
030000     DISPLAY "  CYCLE FROM " TM-CYCLE-START-DATE
030100         " LOADED " WS-EDIT-AMOUNT
030200         " DISPENSED " WS-EDIT-AMOUNT-2
030300     IF TM-CYCLE-COUNTED
030400         MOVE TM-COUNTED-AMOUNT TO WS-EDIT-AMOUNT
030500         DISPLAY "  COUNTED " TM-COUNT-DATE
030600             " REMAINDER " WS-EDIT-AMOUNT
030700             " - AWAITING PROOF"
030800         MOVE TM-NEXT-CASH-LOADED    TO WS-EDIT-AMOUNT
030900         MOVE TM-NEXT-CASH-DISPENSED TO WS-EDIT-AMOUNT-2
031000         DISPLAY "  NEXT CYCLE LOADED " WS-EDIT-AMOUNT
031100             " DISPENSED " WS-EDIT-AMOUNT-2
031200     END-IF
031300     MOVE TM-LAST-OVER-SHORT TO WS-EDIT-AMOUNT
031400     DISPLAY "  LAST PROOF " TM-LAST-PROOF-DATE
031500         " OVER/SHORT " WS-EDIT-AMOUNT
031600     .
031700 4100-SHOW-ONE-TERMINAL-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000 5000-LIST-ALL.
032100     OPEN INPUT ATM-TERMINAL-FILE
032200     IF WS-ATMTERM-STATUS NOT = "00"
032300         DISPLAY "NO ATM TERMINAL MASTER"
032400         GO TO 5000-LIST-ALL-EXIT
032500     END-IF
032600     MOVE 'N' TO WS-TERM-EOF-SWITCH
032700     MOVE ZERO TO WS-TERMINALS-LISTED
032800     PERFORM 5100-LIST-ONE-TERMINAL
032900         THRU 5100-LIST-ONE-TERMINAL-EXIT
033000         UNTIL NO-MORE-TERMINALS
033100     DISPLAY "TERMINALS LISTED = " WS-TERMINALS-LISTED
033200     CLOSE ATM-TERMINAL-FILE
033300     .
033400 5000-LIST-ALL-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------
033700 5100-LIST-ONE-TERMINAL.
033800     READ ATM-TERMINAL-FILE NEXT RECORD
033900         AT END
034000             MOVE 'Y' TO WS-TERM-EOF-SWITCH
034100             GO TO 5100-LIST-ONE-TERMINAL-EXIT
034200     END-READ
034300     ADD 1 TO WS-TERMINALS-LISTED
034400     PERFORM 4100-SHOW-ONE-TERMINAL
034500         THRU 4100-SHOW-ONE-TERMINAL-EXIT
034600     .
034700 5100-LIST-ONE-TERMINAL-EXIT.
034800     EXIT.
034900*----------------------------------------------------------------
035000*  6000-WRITE-ACTIVITY-AUDIT-RECORD  --  THE BEFORE VALUE
035100*  CARRIES THE TERMINAL, THE AFTER VALUE THE ACTION TAKEN.
035200*----------------------------------------------------------------
035300 6000-WRITE-ACTIVITY-AUDIT-RECORD.
035400     OPEN EXTEND ACTIVITY-AUDIT-FILE
035500     IF WS-ACTAUDIT-STATUS = "35"
035600         CLOSE ACTIVITY-AUDIT-FILE
035700         OPEN OUTPUT ACTIVITY-AUDIT-FILE
035800     END-IF
035900     MOVE "ATMMAINT"        TO AL-PROGRAM-ID
036000     MOVE ZERO              TO AL-ACCT-NUMBER
036100     MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID
036200     MOVE WS-TARGET-TERMINAL-ID TO AL-BEFORE-VALUE
036300     MOVE WS-ACTION-TAKEN   TO AL-AFTER-VALUE
036400     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
036500     WRITE ACTIVITY-AUDIT-RECORD
036600     CLOSE ACTIVITY-AUDIT-FILE
036700     .
036800 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
036900     EXIT.
037000 END PROGRAM ATM-TERMINAL-MAINT.
