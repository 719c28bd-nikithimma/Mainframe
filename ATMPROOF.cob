000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ATM-CASH-PROOF.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  DAILY ATM CASH PROOF -
001300*                     THE TELLER DRAWER PROOF'S COUNTERPART FOR
001400*                     OUR OWN ATMS.  FOR EACH TERMINAL COUNTED
001500*                     AT REPLENISHMENT (VAULT-MAINT, U) THE
001600*                     CASH LOADED FOR THE CYCLE, LESS THE CASH
001700*                     DISPENSED PER THE NETWORK SETTLEMENT FILE
001800*                     (CHARGED BY ATM-SETTLE), IS THE EXPECTED
001900*                     REMAINDER; THE COUNTED REMAINDER LESS THE
002000*                     EXPECTED IS THE OVER/SHORT.  EACH PROOF
002100*                     PRINTS ON THE EOD REPORT DECK, AND A
002200*                     NONZERO DIFFERENCE POSTS TO THE CASH
002300*                     OVER/SHORT GL ACCOUNT (GL-POSTING CODE O)
002400*                     AND WRITES AN OVER/SHORT HISTORY ROW UNDER
002500*                     THE TERMINAL ID, SO OVERSHORT-REPORT
002600*                     TOTALS AND ESCALATES IT THE WAY IT DOES A
002700*                     TELLER'S.  A COUNT IS PROVED ONLY ONCE
002800*                     THE BUSINESS DATE HAS MOVED PAST THE
002900*                     COUNT DATE, SO THE SETTLEMENT FILE FOR
003000*                     THE COUNT DAY HAS BEEN POSTED; THE PROVED
003033*                     TERMINAL THEN ROLLS INTO ITS NEXT CYCLE.
003066*    2026-10-15  RPK  THE OVER/SHORT HISTORY ROW IS MARKED AS
003077*                     CARRYING NO NOTE DETAIL - ONLY A TELLER
003088*                     DRAWER IS COUNTED BY DENOMINATION.
003100*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     COPY ATMTSEL.
003700     COPY EODDSEL.
003800     COPY OVSHSEL.
003900*================================================================
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ATM-TERMINAL-FILE.
004300     COPY ATMTREC.
004400 FD  EOD-REPORT-DECK-FILE.
004500     COPY EODDREC.
004600 FD  OVER-SHORT-FILE.
004700     COPY OVSHREC.
004800*----------------------------------------------------------------
004900 WORKING-STORAGE SECTION.
005000 01  WS-FILE-STATUSES.
005100     05  WS-ATMTERM-STATUS         PIC XX.
005200     05  WS-EODDECK-STATUS         PIC XX.
005300     05  WS-OVSHFILE-STATUS        PIC XX.
005400*----------------------------------------------------------------
005500 01  WS-WORK-FIELDS.
005600     05  WS-TERMINAL-EOF-SWITCH    PIC X VALUE 'N'.
005700         88  NO-MORE-TERMINALS     VALUE 'Y'.
005800     05  WS-EXPECTED-CASH          PIC S9(09)V99.
005900     05  WS-OVER-SHORT             PIC S9(09)V99.
006000     05  WS-NET-OVER-SHORT         PIC S9(11)V99 VALUE 0.
006100     05  WS-GL-POST-FLAG           PIC X.
006200     05  WS-ZERO-ACCT-NUMBER       PIC 9(10) VALUE 0.
006300     05  WS-NO-TYPE-CODE           PIC X VALUE SPACE.
006400     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "ATMPROOF".
006500     05  WS-TERMINALS-READ         PIC 9(04) COMP VALUE 0.
006600     05  WS-TERMINALS-PROVED       PIC 9(04) COMP VALUE 0.
006700     05  WS-TERMINALS-OVER-SHORT   PIC 9(04) COMP VALUE 0.
006800     05  WS-TERMINALS-WAITING      PIC 9(04) COMP VALUE 0.
006900     05  WS-EDIT-LOADED            PIC -(9)9.99.
007000     05  WS-EDIT-DISPENSED         PIC -(9)9.99.
007100     05  WS-EDIT-EXPECTED          PIC -(7)9.99.
007200     05  WS-EDIT-COUNTED           PIC -(7)9.99.
007300     05  WS-EDIT-OVER-SHORT        PIC -(7)9.99.
007400*----------------------------------------------------------------
007500 01  WS-BUSINESS-DATE              PIC 9(08).
007600 01  WS-BUSDATE-FLAG               PIC X.
007700 01  WS-CURRENT-TIMESTAMP          PIC X(21).
007800 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
007900     05  WS-TS-DATE                PIC 9(08).
008000     05  FILLER                    PIC X(13).
008100 01  WS-RUN-HISTORY-FIELDS.
008200     05  WS-RH-STEP-NAME           PIC X(08) VALUE "ATMPSTEP".
008300     05  WS-RH-START-TIMESTAMP     PIC X(21).
008400     05  WS-RH-RECORDS-READ        PIC 9(08).
008500     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
008600     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
008700     05  WS-RH-COMPLETION-CODE     PIC 9(02).
008800*================================================================
008900 PROCEDURE DIVISION.
009000*================================================================
009100 0000-MAINLINE.
009200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
009300     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
009400     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
009500         WS-BUSDATE-FLAG
009600     IF WS-BUSDATE-FLAG = "Y"
009700         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
009800     END-IF
009900     PERFORM 1000-INITIALIZE
010000         THRU 1000-INITIALIZE-EXIT
010100     PERFORM 2000-PROVE-ONE-TERMINAL
010200         THRU 2000-PROVE-ONE-TERMINAL-EXIT
010300         UNTIL NO-MORE-TERMINALS
010400     PERFORM 9999-EXIT
010500         THRU 9999-EXIT-EXIT
010600     DISPLAY "ATMPROOF: TERMINALS READ   = " WS-TERMINALS-READ
010700     DISPLAY "ATMPROOF: TERMINALS PROVED = "
010800         WS-TERMINALS-PROVED
010900     DISPLAY "ATMPROOF: WITH OVER/SHORT  = "
011000         WS-TERMINALS-OVER-SHORT
011100     DISPLAY "ATMPROOF: AWAITING SETTLE  = "
011200         WS-TERMINALS-WAITING
011300     DISPLAY "ATMPROOF: NET OVER/SHORT   = "
011400         WS-NET-OVER-SHORT
011500     MOVE WS-TERMINALS-READ TO WS-RH-RECORDS-READ
011600     MOVE WS-TERMINALS-PROVED TO WS-RH-RECORDS-UPDATED
011700     MOVE WS-NET-OVER-SHORT TO WS-RH-AMOUNT-POSTED
011800     MOVE ZERO TO WS-RH-COMPLETION-CODE
011900     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
012000         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
012100         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
012200         WS-RH-COMPLETION-CODE
012300     STOP RUN.
012400*----------------------------------------------------------------
012500*  1000-INITIALIZE  --  NO TERMINAL MASTER MEANS NO ATMS ON THE
012600*  SYSTEM YET - NOTHING TO PROVE.
012700*----------------------------------------------------------------
012800 1000-INITIALIZE.
012900     OPEN I-O ATM-TERMINAL-FILE
013000     IF WS-ATMTERM-STATUS NOT = "00"
013100         DISPLAY "ATMPROOF: NO ATM TERMINAL MASTER - NOTHING "
013200             "TO PROVE, STATUS = " WS-ATMTERM-STATUS
013300         MOVE 'Y' TO WS-TERMINAL-EOF-SWITCH
013400         GO TO 1000-INITIALIZE-EXIT
013500     END-IF
013600
013700     OPEN EXTEND EOD-REPORT-DECK-FILE
013800     IF WS-EODDECK-STATUS = "35"
013900         CLOSE EOD-REPORT-DECK-FILE
014000         OPEN OUTPUT EOD-REPORT-DECK-FILE
014100     END-IF
014200
014300     OPEN I-O OVER-SHORT-FILE
014400     IF WS-OVSHFILE-STATUS = "35"
014500         CLOSE OVER-SHORT-FILE
014600         OPEN OUTPUT OVER-SHORT-FILE
014700         CLOSE OVER-SHORT-FILE
014800         OPEN I-O OVER-SHORT-FILE
014900     END-IF
015000     .
015100 1000-INITIALIZE-EXIT.
015200     EXIT.
015300*----------------------------------------------------------------
015400*  2000-PROVE-ONE-TERMINAL  --  A TERMINAL STILL IN ITS OPEN
015500*  CYCLE HAS NOTHING TO PROVE; ONE COUNTED TODAY WAITS FOR THE
015600*  COUNT DAY'S SETTLEMENT FILE.
015700*----------------------------------------------------------------
015800 2000-PROVE-ONE-TERMINAL.
015900     READ ATM-TERMINAL-FILE NEXT RECORD
016000         AT END
016100             MOVE 'Y' TO WS-TERMINAL-EOF-SWITCH
016200             GO TO 2000-PROVE-ONE-TERMINAL-EXIT
016300     END-READ
016400     ADD 1 TO WS-TERMINALS-READ
016500     IF NOT TM-CYCLE-COUNTED
016600         GO TO 2000-PROVE-ONE-TERMINAL-EXIT
016700     END-IF
016800     IF TM-COUNT-DATE NOT < WS-TS-DATE
016900         ADD 1 TO WS-TERMINALS-WAITING
017000         GO TO 2000-PROVE-ONE-TERMINAL-EXIT
017100     END-IF
017200     PERFORM 2100-JUDGE-TERMINAL
017300         THRU 2100-JUDGE-TERMINAL-EXIT
017400     PERFORM 2200-ROLL-CYCLE
017500         THRU 2200-ROLL-CYCLE-EXIT
017600     .
017700 2000-PROVE-ONE-TERMINAL-EXIT.
017800     EXIT.
017900*----------------------------------------------------------------
018000*  2100-JUDGE-TERMINAL  --  THE PROOF ITSELF.
018100*----------------------------------------------------------------
018200 2100-JUDGE-TERMINAL.
018300     COMPUTE WS-EXPECTED-CASH =
018400         TM-CASH-LOADED - TM-CASH-DISPENSED
018500     COMPUTE WS-OVER-SHORT =
018600         TM-COUNTED-AMOUNT - WS-EXPECTED-CASH
018700
018800     MOVE TM-CASH-LOADED    TO WS-EDIT-LOADED
018900     MOVE TM-CASH-DISPENSED TO WS-EDIT-DISPENSED
019000     MOVE WS-EXPECTED-CASH  TO WS-EDIT-EXPECTED
019100     MOVE TM-COUNTED-AMOUNT TO WS-EDIT-COUNTED
019200     MOVE WS-OVER-SHORT     TO WS-EDIT-OVER-SHORT
019300     DISPLAY "ATM " TM-TERMINAL-ID " BRANCH " TM-BRANCH-ID
019400         " COUNTED " TM-COUNT-DATE
019500     DISPLAY "  LOADED " WS-EDIT-LOADED
019600         " DISPENSED " WS-EDIT-DISPENSED
019700         " EXPECTED " WS-EDIT-EXPECTED
019800     DISPLAY "  COUNTED " WS-EDIT-COUNTED
019900         " OVER/SHORT " WS-EDIT-OVER-SHORT
020000     MOVE TM-BRANCH-ID TO ED-BRANCH-ID
020100     MOVE "ATM CASH PROOF" TO ED-SECTION-TITLE
020200     MOVE SPACES TO ED-DETAIL-LINE
020300     STRING "ATM " TM-TERMINAL-ID
020400         " EXPECTED " WS-EDIT-EXPECTED
020500         " COUNTED " WS-EDIT-COUNTED
020600         " OVER/SHORT " WS-EDIT-OVER-SHORT
020700         DELIMITED BY SIZE INTO ED-DETAIL-LINE
020800     MOVE WS-TS-DATE TO ED-RUN-DATE
020900     WRITE EOD-REPORT-DECK-RECORD
021000
021100     IF WS-OVER-SHORT NOT = ZERO
021200         ADD 1 TO WS-TERMINALS-OVER-SHORT
021300         ADD WS-OVER-SHORT TO WS-NET-OVER-SHORT
021400         CALL "GL-POSTING" USING WS-ZERO-ACCT-NUMBER
021500             WS-NO-TYPE-CODE "O" WS-OVER-SHORT
021600             WS-BATCH-OPERATOR-ID WS-GL-POST-FLAG
021700*        ONE HISTORY ROW PER TERMINAL PER COUNT, DATED THE DAY
021800*        THE CASSETTES WERE COUNTED.
021900         MOVE TM-TERMINAL-ID TO OV-OPERATOR-ID
022000         MOVE TM-COUNT-DATE  TO OV-PROOF-DATE
022100         MOVE WS-OVER-SHORT  TO OV-VARIANCE-AMOUNT
022133         SET OV-SOURCE-ATM TO TRUE
022166         MOVE 'N' TO OV-DENOM-DETAIL-FLAG
022200         MOVE ZERO TO OV-DENOM-VARIANCES
022300         WRITE OVER-SHORT-RECORD
022400             INVALID KEY
022500                 REWRITE OVER-SHORT-RECORD
022600         END-WRITE
022700     END-IF
022800     ADD 1 TO WS-TERMINALS-PROVED
022900     .
023000 2100-JUDGE-TERMINAL-EXIT.
023100     EXIT.
023200*----------------------------------------------------------------
023300*  2200-ROLL-CYCLE  --  THE CASH LOADED AND DISPENSED SINCE THE
023400*  COUNT BECOMES THE NEW CYCLE, WHICH STARTS ON THE COUNT DATE.
023500*----------------------------------------------------------------
023600 2200-ROLL-CYCLE.
023700     MOVE WS-TS-DATE             TO TM-LAST-PROOF-DATE
023800     MOVE WS-OVER-SHORT          TO TM-LAST-OVER-SHORT
023900     MOVE TM-COUNT-DATE          TO TM-CYCLE-START-DATE
024000     MOVE TM-NEXT-CASH-LOADED    TO TM-CASH-LOADED
024100     MOVE TM-NEXT-CASH-DISPENSED TO TM-CASH-DISPENSED
024200     MOVE ZERO TO TM-NEXT-CASH-LOADED
024300     MOVE ZERO TO TM-NEXT-CASH-DISPENSED
024400     MOVE ZERO TO TM-COUNTED-AMOUNT
024500     SET TM-CYCLE-OPEN TO TRUE
024600     REWRITE ATM-TERMINAL-RECORD
024700     .
024800 2200-ROLL-CYCLE-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100 9999-EXIT.
025200     IF WS-ATMTERM-STATUS = "00" OR WS-ATMTERM-STATUS = "10"
025300         CLOSE ATM-TERMINAL-FILE
025400         CLOSE EOD-REPORT-DECK-FILE
025500         CLOSE OVER-SHORT-FILE
025600     END-IF
025700     .
025800 9999-EXIT-EXIT.
025900     EXIT.
026000 END PROGRAM ATM-CASH-PROOF.
