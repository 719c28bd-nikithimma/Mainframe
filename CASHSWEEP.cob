000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CASH-SWEEP.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  NIGHTLY ZERO-BALANCE AND
001300*                     TARGET-BALANCE SWEEP FOR BUSINESS ACCOUNT
001400*                     STRUCTURES.  READS THE SWEEP ARRANGEMENT
001500*                     FILE ONE MASTER AT A TIME.  FIRST EVERY
001600*                     ACTIVE SUBSIDIARY'S AVAILABLE FUNDS ABOVE
001700*                     ITS TARGET (ZERO FOR A 'Z' ARRANGEMENT)
001800*                     ARE SWEPT UP TO THE MASTER; THEN EVERY
001900*                     SUBSIDIARY BELOW ITS TARGET IS FUNDED DOWN
002000*                     FROM THE MASTER, IN ACCOUNT ORDER, AS FAR
002100*                     AS THE MASTER'S OWN AVAILABLE BALANCE
002200*                     GOES - THE SWEEP NEVER TAKES THE MASTER
002300*                     OVERDRAWN.  A SUBSIDIARY THE MASTER CANNOT
002400*                     COVER IS FUNDED IN PART OR NOT AT ALL AND
002500*                     REPORTED WITH THE SHORTFALL LEFT.  EVERY
002600*                     LEG POSTS THROUGH INTTRAN, SO THE SAME
002700*                     ACCOUNT STATUS, HOLD, LIMIT AND CURRENCY
002800*                     RULES AS A TELLER TRANSFER APPLY; A LEG
002900*                     INTTRAN REFUSES IS REPORTED AND LEFT FOR
003000*                     THE NEXT NIGHT.  PRINTS THE SWEEP ACTIVITY
003100*                     REPORT PER ARRANGEMENT.  NO CHECKPOINT ROW
003200*                     IS KEPT: A RERUN FINDS EVERY SUBSIDIARY
003300*                     ALREADY AT ITS TARGET AND MOVES NOTHING
003400*                     MORE.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     COPY SWPASEL.
004000     COPY ACCTMSEL.
004100     SELECT SWEEP-REPORT-FILE
004200         ASSIGN TO "SWEEPRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SWEEPRPT-STATUS.
004500*================================================================
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SWEEP-ARRANGEMENT-FILE.
004900     COPY SWPAREC.
005000 FD  ACCOUNT-MASTER-FILE.
005100     COPY ACCTMAST.
005200 FD  SWEEP-REPORT-FILE.
005300 01  SWEEP-REPORT-LINE             PIC X(100).
005400*----------------------------------------------------------------
005500 WORKING-STORAGE SECTION.
005600     COPY ACCTSTAT.
005700*----------------------------------------------------------------
005800 01  WS-FILE-STATUSES.
005900     05  WS-SWEEPARR-STATUS        PIC XX.
006000     05  WS-ACCTMAST-STATUS        PIC XX.
006100     05  WS-SWEEPRPT-STATUS        PIC XX.
006200*----------------------------------------------------------------
006300 01  WS-WORK-FIELDS.
006400     05  WS-OPERATOR-ID            PIC X(08) VALUE "SWEEP".
006500     05  WS-EOF-SWITCH             PIC X VALUE 'N'.
006600         88  NO-MORE-ARRANGEMENTS  VALUE 'Y'.
006700     05  WS-ACCT-FOUND-SWITCH      PIC X.
006800         88  WS-ACCT-FOUND         VALUE 'Y'.
006900     05  WS-MASTER-OK-SWITCH       PIC X.
007000         88  WS-MASTER-OK          VALUE 'Y'.
007100     05  WS-TRANSFER-RETURN-CODE   PIC X.
007200         88  WS-TRANSFER-POSTED    VALUE 'Y'.
007300     05  WS-CURRENT-MASTER         PIC 9(10).
007400     05  WS-LOOKUP-ACCT-NUMBER     PIC 9(10).
007500     05  WS-RESUME-KEY             PIC X(20).
007600     05  WS-HELD-AMOUNT            PIC S9(11)V99.
007700     05  WS-SWEEP-AMOUNT           PIC S9(09)V99.
007800     05  WS-AVAILABLE-AMOUNT       PIC S9(11)V99.
007900     05  WS-MASTER-BALANCE-BEFORE  PIC S9(09)V99.
008000     05  WS-MASTER-BALANCE-AFTER   PIC S9(09)V99.
008100     05  WS-ARR-SWEPT-UP           PIC S9(11)V99.
008200     05  WS-ARR-FUNDED-DOWN        PIC S9(11)V99.
008300     05  WS-ARR-UNFUNDED           PIC S9(11)V99.
008400*----------------------------------------------------------------
008500*  RUN TOTALS.
008600*----------------------------------------------------------------
008700 01  WS-RUN-TOTALS.
008800     05  WS-ARRANGEMENTS-SWEPT     PIC 9(06) COMP VALUE 0.
008900     05  WS-SUBSIDIARIES-CHECKED   PIC 9(06) COMP VALUE 0.
009000     05  WS-LEGS-POSTED            PIC 9(06) COMP VALUE 0.
009100     05  WS-LEGS-REFUSED           PIC 9(06) COMP VALUE 0.
009200     05  WS-SUBSIDIARIES-UNFUNDED  PIC 9(06) COMP VALUE 0.
009300     05  WS-TOTAL-SWEPT-UP         PIC S9(11)V99 VALUE 0.
009400     05  WS-TOTAL-FUNDED-DOWN      PIC S9(11)V99 VALUE 0.
009500     05  WS-TOTAL-UNFUNDED         PIC S9(11)V99 VALUE 0.
009600*----------------------------------------------------------------
009700*  ONE MASTER'S SUBSIDIARIES, LOADED BEFORE ANY MONEY MOVES SO
009800*  EVERY UP-SWEEP LANDS ON THE MASTER BEFORE THE FIRST
009900*  SHORTFALL IS FUNDED.  A MASTER WITH MORE SUBSIDIARIES THAN
010000*  THE TABLE HOLDS IS SWEPT IN TABLE-SIZED PASSES.
010100*----------------------------------------------------------------
010200 01  WS-SUB-TABLE-MAX              PIC 9(04) COMP VALUE 100.
010300 01  WS-SUB-COUNT                  PIC 9(04) COMP VALUE 0.
010400 01  WS-SUB-IDX                    PIC 9(04) COMP VALUE 0.
010500 01  WS-SUB-TABLE.
010600     05  WS-SUB-ENTRY OCCURS 100 TIMES.
010700         10  WS-SE-SUB-ACCT        PIC 9(10).
010800         10  WS-SE-SWEEP-TYPE      PIC X.
010900         10  WS-SE-TARGET-BALANCE  PIC 9(09)V99.
011000         10  WS-SE-STATUS-CODE     PIC X.
011100             88  WS-SE-SUSPENDED   VALUE 'S'.
011200         10  WS-SE-BRANCH-ID       PIC X(06).
011300         10  WS-SE-BALANCE-BEFORE  PIC S9(09)V99.
011400         10  WS-SE-FUNDING-NEED    PIC S9(09)V99.
011500         10  WS-SE-AMOUNT-MOVED    PIC S9(09)V99.
011600         10  WS-SE-DIRECTION       PIC X(04).
011700         10  WS-SE-RESULT          PIC X(24).
011800*----------------------------------------------------------------
011900*  SWEEP ACTIVITY REPORT LINES.
012000*----------------------------------------------------------------
012100 01  WS-ARRANGEMENT-HEADING.
012200     05  FILLER                    PIC X(35)
012300         VALUE "SWEEP ARRANGEMENT - MASTER ACCOUNT ".
012400     05  AH-MASTER-ACCT            PIC 9(10).
012500     05  FILLER                    PIC X(20)
012600         VALUE "   OPENING BALANCE ".
012700     05  AH-MASTER-BALANCE         PIC -(9)9.99.
012800 01  WS-COLUMN-HEADING.
012900     05  FILLER                    PIC X(33)
013000         VALUE "  SUB ACCOUNT TYPE       TARGET  ".
013100     05  FILLER                    PIC X(42)
013200         VALUE "BALANCE BEFORE  DIR   AMOUNT MOVED  RESULT".
013300 01  WS-DETAIL-LINE.
013400     05  FILLER                    PIC X(02) VALUE SPACES.
013500     05  DL-SUB-ACCT               PIC 9(10).
013600     05  FILLER                    PIC X(04) VALUE SPACES.
013700     05  DL-SWEEP-TYPE             PIC X.
013800     05  FILLER                    PIC X(02) VALUE SPACES.
013900     05  DL-TARGET-BALANCE         PIC Z(8)9.99.
014000     05  FILLER                    PIC X(03) VALUE SPACES.
014100     05  DL-BALANCE-BEFORE         PIC -(9)9.99.
014200     05  FILLER                    PIC X(02) VALUE SPACES.
014300     05  DL-DIRECTION              PIC X(04).
014400     05  FILLER                    PIC X(02) VALUE SPACES.
014500     05  DL-AMOUNT-MOVED           PIC Z(8)9.99.
014600     05  FILLER                    PIC X(02) VALUE SPACES.
014700     05  DL-RESULT                 PIC X(24).
014800 01  WS-ARRANGEMENT-FOOTING.
014900     05  FILLER                    PIC X(11)
015000         VALUE "  SWEPT UP ".
015100     05  AF-SWEPT-UP               PIC Z(10)9.99.
015200     05  FILLER                    PIC X(15)
015300         VALUE "   FUNDED DOWN ".
015400     05  AF-FUNDED-DOWN            PIC Z(10)9.99.
015500     05  FILLER                    PIC X(12)
015600         VALUE "   UNFUNDED ".
015700     05  AF-UNFUNDED               PIC Z(10)9.99.
015800 01  WS-ARRANGEMENT-CLOSING.
015900     05  FILLER                    PIC X(35)
016000         VALUE "  MASTER CLOSING BALANCE           ".
016100     05  AC-MASTER-BALANCE         PIC -(9)9.99.
016200     05  FILLER                    PIC X(03) VALUE SPACES.
016300     05  AC-SHORT-MESSAGE          PIC X(40).
016400*----------------------------------------------------------------
016500 01  WS-BUSINESS-DATE              PIC 9(08).
016600 01  WS-BUSDATE-FLAG               PIC X.
016700 01  WS-CURRENT-TIMESTAMP          PIC X(21).
016800 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
016900     05  WS-TS-DATE                PIC 9(08).
017000     05  FILLER                    PIC X(13).
017100 01  WS-RUN-HISTORY-FIELDS.
017200     05  WS-RH-STEP-NAME           PIC X(08) VALUE "SWEPSTEP".
017300     05  WS-RH-START-TIMESTAMP     PIC X(21).
017400     05  WS-RH-RECORDS-READ        PIC 9(08).
017500     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
017600     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
017700     05  WS-RH-COMPLETION-CODE     PIC 9(02).
017800*================================================================
017900 PROCEDURE DIVISION.
018000*================================================================
018100 0000-MAINLINE.
018200     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
018300     MOVE ZERO TO WS-RH-COMPLETION-CODE
018400     PERFORM 1000-INITIALIZE
018500         THRU 1000-INITIALIZE-EXIT
018600     PERFORM 2000-SWEEP-ONE-ARRANGEMENT
018700         THRU 2000-SWEEP-ONE-ARRANGEMENT-EXIT
018800         UNTIL NO-MORE-ARRANGEMENTS
018900     PERFORM 3000-SHOW-SUMMARY
019000         THRU 3000-SHOW-SUMMARY-EXIT
019100     PERFORM 9999-EXIT
019200         THRU 9999-EXIT-EXIT
019300     MOVE WS-SUBSIDIARIES-CHECKED TO WS-RH-RECORDS-READ
019400     MOVE WS-LEGS-POSTED TO WS-RH-RECORDS-UPDATED
019500     COMPUTE WS-RH-AMOUNT-POSTED =
019600         WS-TOTAL-SWEPT-UP + WS-TOTAL-FUNDED-DOWN
019700     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
019800         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
019900         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
020000         WS-RH-COMPLETION-CODE
020100     STOP RUN.
020200*----------------------------------------------------------------
020300*  1000-INITIALIZE  --  OPEN THE ARRANGEMENT FILE (I-O, SO EACH
020400*  SUBSIDIARY'S LAST SWEEP CAN BE STAMPED) AND THE REPORT, AND
020500*  PRIME THE READ-AHEAD.  NO ARRANGEMENT FILE MEANS NO CLIENT
020600*  HAS SIGNED UP YET - NOTHING TO DO.
020700*----------------------------------------------------------------
020800 1000-INITIALIZE.
020900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
021000     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
021100         WS-BUSDATE-FLAG
021200     IF WS-BUSDATE-FLAG = "Y"
021300         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
021400     END-IF
021500
021600     OPEN OUTPUT SWEEP-REPORT-FILE
021700     MOVE SPACES TO SWEEP-REPORT-LINE
021800     STRING "CASH SWEEP ACTIVITY REPORT - BUSINESS DATE "
021900         WS-TS-DATE
022000         DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
022100     WRITE SWEEP-REPORT-LINE
022200
022300     OPEN I-O SWEEP-ARRANGEMENT-FILE
022400     IF WS-SWEEPARR-STATUS = "35"
022500         DISPLAY "CASH-SWEEP: NO SWEEP ARRANGEMENT FILE - "
022600             "NOTHING TO DO"
022700         MOVE 'Y' TO WS-EOF-SWITCH
022800         GO TO 1000-INITIALIZE-EXIT
022900     END-IF
023000     IF WS-SWEEPARR-STATUS NOT = "00"
023100         DISPLAY "CASH-SWEEP: UNABLE TO OPEN SWEEP "
023200             "ARRANGEMENT FILE, STATUS = " WS-SWEEPARR-STATUS
023300         MOVE 'Y' TO WS-EOF-SWITCH
023400         MOVE 8 TO WS-RH-COMPLETION-CODE
023500         GO TO 1000-INITIALIZE-EXIT
023600     END-IF
023700     PERFORM 2900-READ-NEXT-ARRANGEMENT
023800         THRU 2900-READ-NEXT-ARRANGEMENT-EXIT
023900     .
024000 1000-INITIALIZE-EXIT.
024100     EXIT.
024200*----------------------------------------------------------------
024300*  2000-SWEEP-ONE-ARRANGEMENT  --  LOAD ONE MASTER'S
024400*  SUBSIDIARIES, SWEEP UP, FUND DOWN, REPORT, THEN PICK THE
024500*  READ BACK UP AT THE NEXT MASTER (THE STAMPING REWRITES REUSE
024600*  THE RECORD AREA THE READ-AHEAD WAS HELD IN).
024700*----------------------------------------------------------------
024800 2000-SWEEP-ONE-ARRANGEMENT.
024900     MOVE SW-MASTER-ACCT-NUMBER TO WS-CURRENT-MASTER
025000     MOVE ZERO TO WS-SUB-COUNT
025100     PERFORM 2100-LOAD-ONE-SUBSIDIARY
025200         THRU 2100-LOAD-ONE-SUBSIDIARY-EXIT
025300         UNTIL NO-MORE-ARRANGEMENTS
025400            OR SW-MASTER-ACCT-NUMBER NOT = WS-CURRENT-MASTER
025500            OR WS-SUB-COUNT = WS-SUB-TABLE-MAX
025600     MOVE SW-ARRANGEMENT-KEY TO WS-RESUME-KEY
025700     ADD 1 TO WS-ARRANGEMENTS-SWEPT
025800     MOVE ZERO TO WS-ARR-SWEPT-UP
025900     MOVE ZERO TO WS-ARR-FUNDED-DOWN
026000     MOVE ZERO TO WS-ARR-UNFUNDED
026100
026200     PERFORM 2200-CHECK-THE-MASTER
026300         THRU 2200-CHECK-THE-MASTER-EXIT
026400     IF WS-MASTER-OK
026500         PERFORM 2300-SWEEP-UP-ONE
026600             THRU 2300-SWEEP-UP-ONE-EXIT
026700             VARYING WS-SUB-IDX FROM 1 BY 1
026800             UNTIL WS-SUB-IDX > WS-SUB-COUNT
026900         PERFORM 2400-FUND-DOWN-ONE
027000             THRU 2400-FUND-DOWN-ONE-EXIT
027100             VARYING WS-SUB-IDX FROM 1 BY 1
027200             UNTIL WS-SUB-IDX > WS-SUB-COUNT
027300     END-IF
027400
027500     PERFORM 2500-REPORT-THE-ARRANGEMENT
027600         THRU 2500-REPORT-THE-ARRANGEMENT-EXIT
027700
027800     IF NOT NO-MORE-ARRANGEMENTS
027900         MOVE WS-RESUME-KEY TO SW-ARRANGEMENT-KEY
028000         START SWEEP-ARRANGEMENT-FILE
028100             KEY IS NOT < SW-ARRANGEMENT-KEY
028200             INVALID KEY
028300                 MOVE 'Y' TO WS-EOF-SWITCH
028400         END-START
028500         IF NOT NO-MORE-ARRANGEMENTS
028600             PERFORM 2900-READ-NEXT-ARRANGEMENT
028700                 THRU 2900-READ-NEXT-ARRANGEMENT-EXIT
028800         END-IF
028900     END-IF
029000     .
029100 2000-SWEEP-ONE-ARRANGEMENT-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
029400*  2100-LOAD-ONE-SUBSIDIARY  --  COPY THE CURRENT ROW INTO THE
029500*  TABLE AND READ AHEAD.
029600*----------------------------------------------------------------
029700 2100-LOAD-ONE-SUBSIDIARY.
029800     ADD 1 TO WS-SUB-COUNT
029900     ADD 1 TO WS-SUBSIDIARIES-CHECKED
030000     MOVE SW-SUB-ACCT-NUMBER TO WS-SE-SUB-ACCT (WS-SUB-COUNT)
030100     MOVE SW-SWEEP-TYPE      TO WS-SE-SWEEP-TYPE (WS-SUB-COUNT)
030200     MOVE SW-TARGET-BALANCE
030300         TO WS-SE-TARGET-BALANCE (WS-SUB-COUNT)
030400     IF SW-TYPE-ZERO-BALANCE
030500         MOVE ZERO TO WS-SE-TARGET-BALANCE (WS-SUB-COUNT)
030600     END-IF
030700     MOVE SW-STATUS-CODE    TO WS-SE-STATUS-CODE (WS-SUB-COUNT)
030800     MOVE SW-BRANCH-ID      TO WS-SE-BRANCH-ID (WS-SUB-COUNT)
030900     MOVE ZERO   TO WS-SE-BALANCE-BEFORE (WS-SUB-COUNT)
031000     MOVE ZERO   TO WS-SE-FUNDING-NEED (WS-SUB-COUNT)
031100     MOVE ZERO   TO WS-SE-AMOUNT-MOVED (WS-SUB-COUNT)
031200     MOVE "NONE" TO WS-SE-DIRECTION (WS-SUB-COUNT)
031300     MOVE SPACES TO WS-SE-RESULT (WS-SUB-COUNT)
031400     PERFORM 2900-READ-NEXT-ARRANGEMENT
031500         THRU 2900-READ-NEXT-ARRANGEMENT-EXIT
031600     .
031700 2100-LOAD-ONE-SUBSIDIARY-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000*  2200-CHECK-THE-MASTER  --  THE MASTER MUST BE ON FILE AND
032100*  NEITHER FROZEN NOR CLOSED, OR NOTHING MOVES FOR ANY OF ITS
032200*  SUBSIDIARIES TONIGHT.
032300*----------------------------------------------------------------
032400 2200-CHECK-THE-MASTER.
032500     MOVE 'N' TO WS-MASTER-OK-SWITCH
032600     MOVE ZERO TO WS-MASTER-BALANCE-BEFORE
032700     MOVE WS-CURRENT-MASTER TO WS-LOOKUP-ACCT-NUMBER
032800     PERFORM 2700-READ-ACCOUNT
032900         THRU 2700-READ-ACCOUNT-EXIT
033000     IF NOT WS-ACCT-FOUND
033100         MOVE "MASTER NOT ON FILE" TO WS-SE-RESULT (1)
033200         PERFORM 2210-MARK-NOT-SWEPT
033300             THRU 2210-MARK-NOT-SWEPT-EXIT
033400             VARYING WS-SUB-IDX FROM 2 BY 1
033500             UNTIL WS-SUB-IDX > WS-SUB-COUNT
033600         GO TO 2200-CHECK-THE-MASTER-EXIT
033700     END-IF
033800     MOVE AM-BALANCE TO WS-MASTER-BALANCE-BEFORE
033900     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
034000     IF STATUS-FROZEN OR STATUS-CLOSED OR STATUS-ESCHEATED
034100         MOVE "MASTER FROZEN OR CLOSED" TO WS-SE-RESULT (1)
034200         PERFORM 2210-MARK-NOT-SWEPT
034300             THRU 2210-MARK-NOT-SWEPT-EXIT
034400             VARYING WS-SUB-IDX FROM 2 BY 1
034500             UNTIL WS-SUB-IDX > WS-SUB-COUNT
034600         GO TO 2200-CHECK-THE-MASTER-EXIT
034700     END-IF
034800     MOVE 'Y' TO WS-MASTER-OK-SWITCH
034900     .
035000 2200-CHECK-THE-MASTER-EXIT.
035100     EXIT.
035200*----------------------------------------------------------------
035300*  2210-MARK-NOT-SWEPT  --  CARRY THE MASTER'S REASON DOWN TO
035400*  EVERY SUBSIDIARY LINE.
035500*----------------------------------------------------------------
035600 2210-MARK-NOT-SWEPT.
035700     MOVE WS-SE-RESULT (1) TO WS-SE-RESULT (WS-SUB-IDX)
035800     .
035900 2210-MARK-NOT-SWEPT-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200*  2300-SWEEP-UP-ONE  --  ONE SUBSIDIARY'S EXCESS AVAILABLE
036300*  FUNDS ABOVE ITS TARGET GO UP TO THE MASTER.  FUNDS UNDER A
036400*  HOLD STAY WHERE THEY ARE.  A SUBSIDIARY BELOW TARGET HAS
036500*  ITS NEED NOTED FOR 2400.
036600*----------------------------------------------------------------
036700 2300-SWEEP-UP-ONE.
036800     IF WS-SE-SUSPENDED (WS-SUB-IDX)
036900         MOVE "SUSPENDED - NOT SWEPT" TO WS-SE-RESULT (WS-SUB-IDX)
037000         GO TO 2300-SWEEP-UP-ONE-EXIT
037100     END-IF
037200     MOVE WS-SE-SUB-ACCT (WS-SUB-IDX) TO WS-LOOKUP-ACCT-NUMBER
037300     PERFORM 2700-READ-ACCOUNT
037400         THRU 2700-READ-ACCOUNT-EXIT
037500     IF NOT WS-ACCT-FOUND
037600         MOVE "ACCOUNT NOT ON FILE" TO WS-SE-RESULT (WS-SUB-IDX)
037700         GO TO 2300-SWEEP-UP-ONE-EXIT
037800     END-IF
037900     MOVE AM-BALANCE TO WS-SE-BALANCE-BEFORE (WS-SUB-IDX)
038000
038100     IF AM-BALANCE < WS-SE-TARGET-BALANCE (WS-SUB-IDX)
038200         COMPUTE WS-SE-FUNDING-NEED (WS-SUB-IDX) =
038300             WS-SE-TARGET-BALANCE (WS-SUB-IDX) - AM-BALANCE
038400         GO TO 2300-SWEEP-UP-ONE-EXIT
038500     END-IF
038600
038700     CALL "HOLD-SUM" USING AM-ACCT-NUMBER WS-HELD-AMOUNT
038800     COMPUTE WS-AVAILABLE-AMOUNT = AM-BALANCE - WS-HELD-AMOUNT
038900         - WS-SE-TARGET-BALANCE (WS-SUB-IDX)
039000     IF WS-AVAILABLE-AMOUNT NOT > ZERO
039100         MOVE "AT TARGET" TO WS-SE-RESULT (WS-SUB-IDX)
039200         GO TO 2300-SWEEP-UP-ONE-EXIT
039300     END-IF
039400
039500     MOVE WS-AVAILABLE-AMOUNT TO WS-SWEEP-AMOUNT
039600     MOVE 'N' TO WS-TRANSFER-RETURN-CODE
039700     CALL "INTTRAN" USING WS-SE-SUB-ACCT (WS-SUB-IDX)
039800         WS-CURRENT-MASTER WS-SWEEP-AMOUNT WS-OPERATOR-ID
039900         WS-SE-BRANCH-ID (WS-SUB-IDX) WS-TRANSFER-RETURN-CODE
040000     IF NOT WS-TRANSFER-POSTED
040100         ADD 1 TO WS-LEGS-REFUSED
040200         MOVE "UP LEG REFUSED" TO WS-SE-RESULT (WS-SUB-IDX)
040300         DISPLAY "CASH-SWEEP: SWEEP OF " WS-SWEEP-AMOUNT
040400             " FROM " WS-SE-SUB-ACCT (WS-SUB-IDX) " TO "
040500             WS-CURRENT-MASTER " REFUSED BY INTTRAN"
040600         GO TO 2300-SWEEP-UP-ONE-EXIT
040700     END-IF
040800     ADD 1 TO WS-LEGS-POSTED
040900     MOVE WS-SWEEP-AMOUNT TO WS-SE-AMOUNT-MOVED (WS-SUB-IDX)
041000     MOVE "UP"            TO WS-SE-DIRECTION (WS-SUB-IDX)
041100     MOVE "SWEPT TO MASTER" TO WS-SE-RESULT (WS-SUB-IDX)
041200     ADD WS-SWEEP-AMOUNT TO WS-ARR-SWEPT-UP
041300     ADD WS-SWEEP-AMOUNT TO WS-TOTAL-SWEPT-UP
041400     .
041500 2300-SWEEP-UP-ONE-EXIT.
041600     EXIT.
041700*----------------------------------------------------------------
041800*  2400-FUND-DOWN-ONE  --  FUND ONE SUBSIDIARY'S SHORTFALL FROM
041900*  THE MASTER'S AVAILABLE BALANCE (RE-READ EACH TIME, SO IT
042000*  REFLECTS EVERY LEG ALREADY POSTED).  WHAT THE MASTER CANNOT
042100*  COVER IS LEFT AS THE SUBSIDIARY'S UNFUNDED SHORTFALL.
042200*----------------------------------------------------------------
042300 2400-FUND-DOWN-ONE.
042400     IF WS-SE-FUNDING-NEED (WS-SUB-IDX) NOT > ZERO
042500         GO TO 2400-FUND-DOWN-ONE-EXIT
042600     END-IF
042700     MOVE WS-CURRENT-MASTER TO WS-LOOKUP-ACCT-NUMBER
042800     PERFORM 2700-READ-ACCOUNT
042900         THRU 2700-READ-ACCOUNT-EXIT
043000     MOVE ZERO TO WS-AVAILABLE-AMOUNT
043100     IF WS-ACCT-FOUND
043200         CALL "HOLD-SUM" USING AM-ACCT-NUMBER WS-HELD-AMOUNT
043300         COMPUTE WS-AVAILABLE-AMOUNT =
043400             AM-BALANCE - WS-HELD-AMOUNT
043500     END-IF
043600     IF WS-AVAILABLE-AMOUNT NOT > ZERO
043700         MOVE "UNFUNDED - MASTER SHORT"
043800             TO WS-SE-RESULT (WS-SUB-IDX)
043900         PERFORM 2450-NOTE-UNFUNDED
044000             THRU 2450-NOTE-UNFUNDED-EXIT
044100         GO TO 2400-FUND-DOWN-ONE-EXIT
044200     END-IF
044300
044400     IF WS-AVAILABLE-AMOUNT < WS-SE-FUNDING-NEED (WS-SUB-IDX)
044500         MOVE WS-AVAILABLE-AMOUNT TO WS-SWEEP-AMOUNT
044600     ELSE
044700         MOVE WS-SE-FUNDING-NEED (WS-SUB-IDX) TO WS-SWEEP-AMOUNT
044800     END-IF
044900     MOVE 'N' TO WS-TRANSFER-RETURN-CODE
045000     CALL "INTTRAN" USING WS-CURRENT-MASTER
045100         WS-SE-SUB-ACCT (WS-SUB-IDX) WS-SWEEP-AMOUNT
045200         WS-OPERATOR-ID WS-SE-BRANCH-ID (WS-SUB-IDX)
045300         WS-TRANSFER-RETURN-CODE
045400     IF NOT WS-TRANSFER-POSTED
045500         ADD 1 TO WS-LEGS-REFUSED
045600         MOVE "DOWN LEG REFUSED" TO WS-SE-RESULT (WS-SUB-IDX)
045700         DISPLAY "CASH-SWEEP: FUNDING OF " WS-SWEEP-AMOUNT
045800             " FROM " WS-CURRENT-MASTER " TO "
045900             WS-SE-SUB-ACCT (WS-SUB-IDX) " REFUSED BY INTTRAN"
046000         PERFORM 2450-NOTE-UNFUNDED
046100             THRU 2450-NOTE-UNFUNDED-EXIT
046200         GO TO 2400-FUND-DOWN-ONE-EXIT
046300     END-IF
046400     ADD 1 TO WS-LEGS-POSTED
046500     COMPUTE WS-SE-AMOUNT-MOVED (WS-SUB-IDX) =
046600         0 - WS-SWEEP-AMOUNT
046700     MOVE "DOWN" TO WS-SE-DIRECTION (WS-SUB-IDX)
046800     ADD WS-SWEEP-AMOUNT TO WS-ARR-FUNDED-DOWN
046900     ADD WS-SWEEP-AMOUNT TO WS-TOTAL-FUNDED-DOWN
047000     SUBTRACT WS-SWEEP-AMOUNT FROM WS-SE-FUNDING-NEED (WS-SUB-IDX)
047100     IF WS-SE-FUNDING-NEED (WS-SUB-IDX) > ZERO
047200         MOVE "PARTIAL - MASTER SHORT"
047300             TO WS-SE-RESULT (WS-SUB-IDX)
047400         PERFORM 2450-NOTE-UNFUNDED
047500             THRU 2450-NOTE-UNFUNDED-EXIT
047600     ELSE
047700         MOVE "FUNDED FROM MASTER" TO WS-SE-RESULT (WS-SUB-IDX)
047800     END-IF
047900     .
048000 2400-FUND-DOWN-ONE-EXIT.
048100     EXIT.
048200*----------------------------------------------------------------
048300*  2450-NOTE-UNFUNDED  --  ADD WHAT IS STILL SHORT TO THE
048400*  ARRANGEMENT AND RUN TOTALS AND SAY SO ON THE JOB LOG.
048500*----------------------------------------------------------------
048600 2450-NOTE-UNFUNDED.
048700     ADD 1 TO WS-SUBSIDIARIES-UNFUNDED
048800     ADD WS-SE-FUNDING-NEED (WS-SUB-IDX) TO WS-ARR-UNFUNDED
048900     ADD WS-SE-FUNDING-NEED (WS-SUB-IDX) TO WS-TOTAL-UNFUNDED
049000     DISPLAY "CASH-SWEEP: MASTER " WS-CURRENT-MASTER
049100         " CANNOT FUND " WS-SE-SUB-ACCT (WS-SUB-IDX)
049200         " - SHORT " WS-SE-FUNDING-NEED (WS-SUB-IDX)
049300     .
049400 2450-NOTE-UNFUNDED-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------
049700*  2500-REPORT-THE-ARRANGEMENT  --  HEADING, ONE LINE PER
049800*  SUBSIDIARY (STAMPING ITS ROW WHERE MONEY MOVED), THE
049900*  ARRANGEMENT TOTALS AND THE MASTER'S CLOSING BALANCE.
050000*----------------------------------------------------------------
050100 2500-REPORT-THE-ARRANGEMENT.
050200     MOVE SPACES TO SWEEP-REPORT-LINE
050300     WRITE SWEEP-REPORT-LINE
050400     MOVE WS-CURRENT-MASTER TO AH-MASTER-ACCT
050500     MOVE WS-MASTER-BALANCE-BEFORE TO AH-MASTER-BALANCE
050600     MOVE WS-ARRANGEMENT-HEADING TO SWEEP-REPORT-LINE
050700     WRITE SWEEP-REPORT-LINE
050800     MOVE WS-COLUMN-HEADING TO SWEEP-REPORT-LINE
050900     WRITE SWEEP-REPORT-LINE
051000
051100     PERFORM 2510-REPORT-ONE-SUBSIDIARY
051200         THRU 2510-REPORT-ONE-SUBSIDIARY-EXIT
051300         VARYING WS-SUB-IDX FROM 1 BY 1
051400         UNTIL WS-SUB-IDX > WS-SUB-COUNT
051500
051600     MOVE WS-ARR-SWEPT-UP    TO AF-SWEPT-UP
051700     MOVE WS-ARR-FUNDED-DOWN TO AF-FUNDED-DOWN
051800     MOVE WS-ARR-UNFUNDED    TO AF-UNFUNDED
051900     MOVE WS-ARRANGEMENT-FOOTING TO SWEEP-REPORT-LINE
052000     WRITE SWEEP-REPORT-LINE
052100
052200     MOVE WS-MASTER-BALANCE-BEFORE TO WS-MASTER-BALANCE-AFTER
052300     MOVE WS-CURRENT-MASTER TO WS-LOOKUP-ACCT-NUMBER
052400     PERFORM 2700-READ-ACCOUNT
052500         THRU 2700-READ-ACCOUNT-EXIT
052600     IF WS-ACCT-FOUND
052700         MOVE AM-BALANCE TO WS-MASTER-BALANCE-AFTER
052800     END-IF
052900     MOVE WS-MASTER-BALANCE-AFTER TO AC-MASTER-BALANCE
053000     MOVE SPACES TO AC-SHORT-MESSAGE
053100     IF WS-ARR-UNFUNDED > ZERO
053200         MOVE "** MASTER COULD NOT FUND ALL SUBSIDIARIES"
053300             TO AC-SHORT-MESSAGE
053400     END-IF
053500     MOVE WS-ARRANGEMENT-CLOSING TO SWEEP-REPORT-LINE
053600     WRITE SWEEP-REPORT-LINE
053700     .
053800 2500-REPORT-THE-ARRANGEMENT-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100*  2510-REPORT-ONE-SUBSIDIARY  --  ONE DETAIL LINE, AND THE
054200*  LAST-SWEEP STAMP ON THE ROW WHEN A LEG POSTED.
054300*----------------------------------------------------------------
054400 2510-REPORT-ONE-SUBSIDIARY.
054500     MOVE WS-SE-SUB-ACCT (WS-SUB-IDX)       TO DL-SUB-ACCT
054600     MOVE WS-SE-SWEEP-TYPE (WS-SUB-IDX)     TO DL-SWEEP-TYPE
054700     MOVE WS-SE-TARGET-BALANCE (WS-SUB-IDX) TO DL-TARGET-BALANCE
054800     MOVE WS-SE-BALANCE-BEFORE (WS-SUB-IDX) TO DL-BALANCE-BEFORE
054900     MOVE WS-SE-DIRECTION (WS-SUB-IDX)      TO DL-DIRECTION
055000     MOVE WS-SE-AMOUNT-MOVED (WS-SUB-IDX)   TO DL-AMOUNT-MOVED
055100     MOVE WS-SE-RESULT (WS-SUB-IDX)         TO DL-RESULT
055200     MOVE WS-DETAIL-LINE TO SWEEP-REPORT-LINE
055300     WRITE SWEEP-REPORT-LINE
055400
055500     IF WS-SE-AMOUNT-MOVED (WS-SUB-IDX) = ZERO
055600         GO TO 2510-REPORT-ONE-SUBSIDIARY-EXIT
055700     END-IF
055800     MOVE WS-CURRENT-MASTER TO SW-MASTER-ACCT-NUMBER
055900     MOVE WS-SE-SUB-ACCT (WS-SUB-IDX) TO SW-SUB-ACCT-NUMBER
056000     READ SWEEP-ARRANGEMENT-FILE
056100         KEY IS SW-ARRANGEMENT-KEY
056200         INVALID KEY
056300             DISPLAY "CASH-SWEEP: UNABLE TO RE-READ "
056400                 "ARRANGEMENT FOR " SW-SUB-ACCT-NUMBER
056500             GO TO 2510-REPORT-ONE-SUBSIDIARY-EXIT
056600     END-READ
056700     MOVE WS-TS-DATE TO SW-LAST-SWEEP-DATE
056800     MOVE WS-SE-AMOUNT-MOVED (WS-SUB-IDX)
056900         TO SW-LAST-SWEEP-AMOUNT
057000     REWRITE SWEEP-ARRANGEMENT-RECORD
057100         INVALID KEY
057200             DISPLAY "CASH-SWEEP: UNABLE TO REWRITE "
057300                 "ARRANGEMENT FOR " SW-SUB-ACCT-NUMBER
057400     END-REWRITE
057500     .
057600 2510-REPORT-ONE-SUBSIDIARY-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------
057900*  2700-READ-ACCOUNT  --  LOOK ONE ACCOUNT UP ON THE MASTER.
058000*  THE FILE IS OPENED ONLY FOR THE READ, SINCE INTTRAN OPENS IT
058100*  I-O FOR EVERY LEG IT POSTS.
058200*----------------------------------------------------------------
058300 2700-READ-ACCOUNT.
058400     MOVE 'N' TO WS-ACCT-FOUND-SWITCH
058500     OPEN INPUT ACCOUNT-MASTER-FILE
058600     IF WS-ACCTMAST-STATUS NOT = "00"
058700         DISPLAY "CASH-SWEEP: UNABLE TO OPEN ACCOUNT MASTER, "
058800             "STATUS = " WS-ACCTMAST-STATUS
058900         GO TO 2700-READ-ACCOUNT-EXIT
059000     END-IF
059100     MOVE WS-LOOKUP-ACCT-NUMBER TO AM-ACCT-NUMBER
059200     READ ACCOUNT-MASTER-FILE
059300         KEY IS AM-ACCT-NUMBER
059400         INVALID KEY
059500             CLOSE ACCOUNT-MASTER-FILE
059600             GO TO 2700-READ-ACCOUNT-EXIT
059700     END-READ
059800     CLOSE ACCOUNT-MASTER-FILE
059900     MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
060000     .
060100 2700-READ-ACCOUNT-EXIT.
060200     EXIT.
060300*----------------------------------------------------------------
060400*  2900-READ-NEXT-ARRANGEMENT  --  SEQUENTIAL READ-AHEAD.
060500*----------------------------------------------------------------
060600 2900-READ-NEXT-ARRANGEMENT.
060700     READ SWEEP-ARRANGEMENT-FILE NEXT RECORD
060800         AT END
060900             MOVE 'Y' TO WS-EOF-SWITCH
061000     END-READ
061100     .
061200 2900-READ-NEXT-ARRANGEMENT-EXIT.
061300     EXIT.
061400*----------------------------------------------------------------
061500*  3000-SHOW-SUMMARY  --  END-OF-RUN TOTALS TO THE JOB LOG AND
061600*  THE FOOT OF THE REPORT.
061700*----------------------------------------------------------------
061800 3000-SHOW-SUMMARY.
061900     DISPLAY "CASH-SWEEP: ARRANGEMENTS SWEPT   = "
062000         WS-ARRANGEMENTS-SWEPT
062100     DISPLAY "CASH-SWEEP: SUBSIDIARIES CHECKED = "
062200         WS-SUBSIDIARIES-CHECKED
062300     DISPLAY "CASH-SWEEP: LEGS POSTED          = "
062400         WS-LEGS-POSTED
062500     DISPLAY "CASH-SWEEP: LEGS REFUSED         = "
062600         WS-LEGS-REFUSED
062700     DISPLAY "CASH-SWEEP: SUBSIDIARIES SHORT   = "
062800         WS-SUBSIDIARIES-UNFUNDED
062900     DISPLAY "CASH-SWEEP: TOTAL SWEPT UP       = "
063000         WS-TOTAL-SWEPT-UP
063100     DISPLAY "CASH-SWEEP: TOTAL FUNDED DOWN    = "
063200         WS-TOTAL-FUNDED-DOWN
063300     DISPLAY "CASH-SWEEP: TOTAL UNFUNDED       = "
063400         WS-TOTAL-UNFUNDED
063500
063600     MOVE SPACES TO SWEEP-REPORT-LINE
063700     WRITE SWEEP-REPORT-LINE
063710     MOVE "RUN TOTALS - ALL ARRANGEMENTS" TO SWEEP-REPORT-LINE
063720     WRITE SWEEP-REPORT-LINE
063800     MOVE WS-TOTAL-SWEPT-UP    TO AF-SWEPT-UP
063900     MOVE WS-TOTAL-FUNDED-DOWN TO AF-FUNDED-DOWN
064000     MOVE WS-TOTAL-UNFUNDED    TO AF-UNFUNDED
064100     MOVE WS-ARRANGEMENT-FOOTING TO SWEEP-REPORT-LINE
064300     WRITE SWEEP-REPORT-LINE
064400     .
064500 3000-SHOW-SUMMARY-EXIT.
064600     EXIT.
064700*----------------------------------------------------------------
064800*  9999-EXIT  --  COMMON PROGRAM EXIT.
064900*----------------------------------------------------------------
065000 9999-EXIT.
065100     CLOSE SWEEP-ARRANGEMENT-FILE
065200     CLOSE SWEEP-REPORT-FILE
065300     .
065400 9999-EXIT-EXIT.
065500     EXIT.
