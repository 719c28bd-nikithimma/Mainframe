000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GL-INQUIRY.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  ONLINE INQUIRY ON ONE GL
001300*                     ACCOUNT'S ACTIVITY FOR A DATE RANGE OFF THE
001400*                     KEYED GL HISTORY GLH-POST MAINTAINS - THE
001500*                     OPENING BALANCE, EVERY LEG WITH ITS
001600*                     NARRATIVE AND OPERATOR, AND THE CLOSING
001700*                     BALANCE.  THE OPENING IS THE CLOSING OF
001800*                     THE LAST CLOSED PERIOD ON THE GL BALANCE
001900*                     MASTER BEFORE THE FROM-DATE, PLUS THE
002000*                     LEGS SINCE THAT PERIOD UP TO THE DAY
002100*                     BEFORE IT.  BALANCES CARRY THE BALANCE
002200*                     MASTER'S NET-DEBIT SIGN.  ANY LISTED LEG
002300*                     CAN THEN BE TRACED TO THE CUSTOMER
002400*                     TRANSACTION BEHIND IT - THE LEG'S ACCOUNT
002500*                     AND DATE FIND THE TRANSACTION ON THE KEYED
002600*                     TRANSACTION HISTORY WITH THE SAME AMOUNT
002700*                     (THE POSTING OPERATOR'S, NEAREST IN TIME,
002800*                     WHEN THERE IS MORE THAN ONE), AND THAT
002900*                     TRANSACTION ID IS READ BACK BY KEY AND
003000*                     SHOWN IN FULL.  A LEDGER-TO-LEDGER LEG OR
003100*                     A SYSTEM ENTRY WITH NO TRANSACTION BEHIND
003200*                     IT SAYS SO.  REPLACES RUNNING THE TRIAL
003300*                     BALANCE AND SCANNING THE GL FILE BY HAND.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     COPY GLHKSEL.
003900     COPY GLBMSEL.
004000     COPY TRNHSEL.
004100*================================================================
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  KEYED-GL-HISTORY-FILE.
004500     COPY GLHKREC.
004600 FD  GL-BALANCE-MASTER-FILE.
004700     COPY GLBMAST.
004800 FD  KEYED-TRAN-HISTORY-FILE.
004900     COPY TRNHREC.
005000*----------------------------------------------------------------
005100 WORKING-STORAGE SECTION.
005200 01  WS-FILE-STATUSES.
005300     05  WS-GLHKEY-STATUS          PIC XX.
005400     05  WS-GLBMAST-STATUS         PIC XX.
005500     05  WS-TRANHKEY-STATUS        PIC XX.
005600*----------------------------------------------------------------
005700 01  WS-WORK-FIELDS.
005800     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
005900         88  WS-SESSION-DONE       VALUE 'Y'.
006000     05  WS-TRACE-DONE-SWITCH      PIC X.
006100         88  WS-TRACE-DONE         VALUE 'Y'.
006200     05  WS-EOF-SWITCH             PIC X.
006300         88  NO-MORE-HISTORY       VALUE 'Y'.
006400     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
006500     05  WS-OPER-VERIFY-FLAG       PIC X.
006600     05  WS-OPER-VERIFY-ROLE       PIC X.
006700     05  WS-OPERATOR-ID            PIC X(08).
006800     05  WS-TARGET-GL-ACCOUNT      PIC 9(06).
006900     05  WS-FROM-DATE              PIC 9(08).
007100     05  WS-FROM-DATE-FIELDS REDEFINES WS-FROM-DATE.
007200         10  WS-FROM-PERIOD        PIC 9(06).
007300         10  FILLER                PIC 9(02).
007350     05  WS-THRU-DATE              PIC 9(08).
007400     05  WS-BASE-PERIOD            PIC 9(06).
007500     05  WS-BASE-BALANCE           PIC S9(11)V99.
007600     05  WS-OPENING-BALANCE        PIC S9(11)V99.
007700     05  WS-CLOSING-BALANCE        PIC S9(11)V99.
007800     05  WS-RANGE-DEBITS           PIC S9(11)V99.
007900     05  WS-RANGE-CREDITS          PIC S9(11)V99.
008000     05  WS-LEGS-LISTED            PIC 9(06) COMP.
008100     05  WS-LEG-PERIOD             PIC 9(06).
008200     05  WS-LINE-CHOICE            PIC 9(04).
008300     05  WS-EDIT-LINE              PIC Z(03)9.
008400     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
008500     05  WS-EDIT-BALANCE           PIC -(11)9.99.
008600*----------------------------------------------------------------
008700*  THE CHART OF ACCOUNTS ANSWER (VIA GLACCT-VERIFY).
008800*----------------------------------------------------------------
008900 01  WS-GLACCT-VERIFY-FLAG         PIC X.
009000     88  WS-GLACCT-OPEN            VALUE 'Y'.
009100     88  WS-GLACCT-CLOSED          VALUE 'C'.
009200     88  WS-GLACCT-CHART-ABSENT    VALUE 'X'.
009300 01  WS-GLACCT-NAME                PIC X(30).
009400 01  WS-GLACCT-CLASS               PIC X.
009500 01  WS-GLACCT-NORMAL-SIDE         PIC X.
009600*----------------------------------------------------------------
009700*  THE LISTED LEGS, BY LINE NUMBER, FOR THE TRACE.  LEGS PAST
009800*  THE TABLE'S SIZE ARE LISTED BUT CANNOT BE TRACED.
009900*----------------------------------------------------------------
010000 01  WS-LISTED-LEG-TABLE.
010100     05  WS-LL-ENTRY               OCCURS 500 TIMES
010200                                   INDEXED BY WS-LL-IDX.
010300         10  WS-LL-ACCT-NUMBER     PIC 9(10).
010400         10  WS-LL-TRAN-DATE       PIC 9(08).
010500         10  WS-LL-TRAN-TIME       PIC 9(06).
010600         10  WS-LL-AMOUNT          PIC S9(09)V99.
010700         10  WS-LL-OPERATOR-ID     PIC X(08).
010800         10  WS-LL-ENTRY-ID        PIC 9(08).
010900 01  WS-LL-COUNT                   PIC 9(04) COMP VALUE 0.
011000 01  WS-LL-MAX                     PIC 9(04) COMP VALUE 500.
011100*----------------------------------------------------------------
011200*  THE TRACE - THE BEST CANDIDATE TRANSACTION SO FAR.  A
011300*  CANDIDATE POSTED BY THE LEG'S OWN OPERATOR BEATS ONE THAT
011400*  WAS NOT; BETWEEN EQUALS THE NEARER IN TIME WINS.
011500*----------------------------------------------------------------
011600 01  WS-TRACE-FIELDS.
011700     05  WS-TR-FOUND-SWITCH        PIC X.
011800         88  WS-TR-FOUND           VALUE 'Y'.
011900     05  WS-TR-BEST-TRAN-ID        PIC 9(08).
012000     05  WS-TR-BEST-OPER-MATCH     PIC X.
012100     05  WS-TR-BEST-GAP            PIC 9(06).
012200     05  WS-TR-THIS-OPER-MATCH     PIC X.
012300     05  WS-TR-THIS-GAP            PIC S9(06).
012400     05  WS-TR-LEG-AMOUNT          PIC S9(09)V99.
012500     05  WS-TR-TRAN-AMOUNT         PIC S9(09)V99.
012600     05  WS-TR-TIME                PIC 9(06).
012700     05  WS-TR-TIME-FIELDS REDEFINES WS-TR-TIME.
012800         10  WS-TR-HH              PIC 9(02).
012900         10  WS-TR-MM              PIC 9(02).
013000         10  WS-TR-SS              PIC 9(02).
013100     05  WS-TR-LEG-SECONDS         PIC 9(06).
013200     05  WS-TR-TRAN-SECONDS        PIC 9(06).
013300*================================================================
013400 PROCEDURE DIVISION.
013500*================================================================
013600 0000-MAINLINE.
013700     DISPLAY "GL ACCOUNT INQUIRY"
013800     DISPLAY "ENTER OPERATOR ID: "
013900     ACCEPT WS-OPERATOR-ID
014000     CALL "OPER-VERIFY" USING WS-OPERATOR-ID
014100         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
014200         WS-OPER-VERIFY-ROLE
014300     IF WS-OPER-VERIFY-FLAG NOT = "Y"
014400         DISPLAY "OPERATOR NOT AUTHORIZED"
014500         STOP RUN
014600     END-IF
014700     PERFORM 1000-ONE-INQUIRY
014800         THRU 1000-ONE-INQUIRY-EXIT
014900         UNTIL WS-SESSION-DONE
015000     STOP RUN.
015100*----------------------------------------------------------------
015200*  1000-ONE-INQUIRY  --  ONE GL ACCOUNT AND DATE RANGE: THE
015300*  LISTING, THEN AS MANY TRACES AS THE OPERATOR WANTS.
015400*----------------------------------------------------------------
015500 1000-ONE-INQUIRY.
015600     DISPLAY "ENTER GL ACCOUNT CODE (0 TO EXIT): "
015700     ACCEPT WS-TARGET-GL-ACCOUNT
015800     IF WS-TARGET-GL-ACCOUNT = ZERO
015900         MOVE 'Y' TO WS-SESSION-DONE-SWITCH
016000         GO TO 1000-ONE-INQUIRY-EXIT
016100     END-IF
016200     CALL "GLACCT-VERIFY" USING WS-TARGET-GL-ACCOUNT
016300         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
016400         WS-GLACCT-NORMAL-SIDE
016500     EVALUATE TRUE
016600         WHEN WS-GLACCT-OPEN
016700             CONTINUE
016800         WHEN WS-GLACCT-CLOSED
016900             DISPLAY "NOTE - GL ACCOUNT IS CLOSED TO POSTING"
017000         WHEN WS-GLACCT-CHART-ABSENT
017100             MOVE SPACES TO WS-GLACCT-NAME
017200         WHEN OTHER
017300             DISPLAY "GL ACCOUNT NOT ON THE CHART OF ACCOUNTS"
017400             GO TO 1000-ONE-INQUIRY-EXIT
017500     END-EVALUATE
017600     DISPLAY "ENTER FROM DATE (YYYYMMDD): "
017700     ACCEPT WS-FROM-DATE
017800     DISPLAY "ENTER THRU DATE (YYYYMMDD, 99999999 FOR ALL): "
017900     ACCEPT WS-THRU-DATE
018000     IF WS-THRU-DATE < WS-FROM-DATE
018100         DISPLAY "THRU DATE IS BEFORE FROM DATE"
018200         GO TO 1000-ONE-INQUIRY-EXIT
018300     END-IF
018400
018500     OPEN INPUT KEYED-GL-HISTORY-FILE
018600     IF WS-GLHKEY-STATUS NOT = "00"
018700         DISPLAY "GLINQ: NO KEYED GL HISTORY FILE, STATUS = "
018800             WS-GLHKEY-STATUS
018900         GO TO 1000-ONE-INQUIRY-EXIT
019000     END-IF
019100     PERFORM 2000-FIND-BASE-BALANCE
019200         THRU 2000-FIND-BASE-BALANCE-EXIT
019300     PERFORM 3000-LIST-THE-RANGE
019400         THRU 3000-LIST-THE-RANGE-EXIT
019500     CLOSE KEYED-GL-HISTORY-FILE
019600
019700     IF WS-LL-COUNT > ZERO
019800         MOVE 'N' TO WS-TRACE-DONE-SWITCH
019900         PERFORM 4000-TRACE-ONE-LEG
020000             THRU 4000-TRACE-ONE-LEG-EXIT
020100             UNTIL WS-TRACE-DONE
020200     END-IF
020300     .
020400 1000-ONE-INQUIRY-EXIT.
020500     EXIT.
020600*----------------------------------------------------------------
020700*  2000-FIND-BASE-BALANCE  --  THE LATEST CLOSED PERIOD BEFORE
020800*  THE FROM-DATE'S ON THE BALANCE MASTER'S BANK-WIDE ROWS (THE
020900*  BLANK BRANCH SORTS AHEAD OF EVERY BRANCH ROW).  NO BALANCE
021000*  MASTER, OR NO CLOSED PERIOD YET, STARTS FROM ZERO.
021100*----------------------------------------------------------------
021200 2000-FIND-BASE-BALANCE.
021300     MOVE ZERO TO WS-BASE-PERIOD
021400     MOVE ZERO TO WS-BASE-BALANCE
021500     OPEN INPUT GL-BALANCE-MASTER-FILE
021600     IF WS-GLBMAST-STATUS NOT = "00"
021700         GO TO 2000-FIND-BASE-BALANCE-EXIT
021800     END-IF
021900     MOVE WS-TARGET-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
022000     MOVE SPACES               TO GB-BRANCH-ID
022100     MOVE ZERO                 TO GB-PERIOD
022200     MOVE 'N' TO WS-EOF-SWITCH
022300     START GL-BALANCE-MASTER-FILE
022400         KEY IS NOT LESS THAN GB-BALANCE-KEY
022500         INVALID KEY
022600             MOVE 'Y' TO WS-EOF-SWITCH
022700     END-START
022800     PERFORM 2100-READ-ONE-PERIOD
022900         THRU 2100-READ-ONE-PERIOD-EXIT
023000         UNTIL NO-MORE-HISTORY
023100     CLOSE GL-BALANCE-MASTER-FILE
023200     .
023300 2000-FIND-BASE-BALANCE-EXIT.
023400     EXIT.
023500*----------------------------------------------------------------
023600 2100-READ-ONE-PERIOD.
023700     READ GL-BALANCE-MASTER-FILE NEXT RECORD
023800         AT END
023900             MOVE 'Y' TO WS-EOF-SWITCH
024000             GO TO 2100-READ-ONE-PERIOD-EXIT
024100     END-READ
024200     IF GB-GL-ACCOUNT-CODE NOT = WS-TARGET-GL-ACCOUNT
024300        OR NOT GB-BANK-WIDE-ROW
024400        OR GB-PERIOD NOT < WS-FROM-PERIOD
024500         MOVE 'Y' TO WS-EOF-SWITCH
024600         GO TO 2100-READ-ONE-PERIOD-EXIT
024700     END-IF
024800     IF GB-PERIOD-CLOSED
024900         MOVE GB-PERIOD         TO WS-BASE-PERIOD
025000         MOVE GB-CLOSING-BALANCE TO WS-BASE-BALANCE
025100     END-IF
025200     .
025300 2100-READ-ONE-PERIOD-EXIT.
025400     EXIT.
025500*----------------------------------------------------------------
025600*  3000-LIST-THE-RANGE  --  ONE PASS OVER THE ACCOUNT'S KEYED
025700*  HISTORY FROM THE DAY AFTER THE BASE PERIOD: LEGS BEFORE THE
025800*  FROM-DATE ROLL INTO THE OPENING BALANCE, LEGS IN THE RANGE
025900*  ARE LISTED, AND THE PASS STOPS PAST THE THRU-DATE.
026000*----------------------------------------------------------------
026100 3000-LIST-THE-RANGE.
026200     MOVE WS-BASE-BALANCE TO WS-OPENING-BALANCE
026300     MOVE ZERO TO WS-RANGE-DEBITS
026400     MOVE ZERO TO WS-RANGE-CREDITS
026500     MOVE ZERO TO WS-LEGS-LISTED
026600     MOVE ZERO TO WS-LL-COUNT
026700     MOVE WS-TARGET-GL-ACCOUNT TO GK-GL-ACCOUNT-CODE
026800     COMPUTE GK-TRAN-DATE = WS-BASE-PERIOD * 100 + 99
026900     MOVE ZERO TO GK-ENTRY-ID
027000     MOVE 'N' TO WS-EOF-SWITCH
027100     START KEYED-GL-HISTORY-FILE
027200         KEY IS NOT LESS THAN GK-HISTORY-KEY
027300         INVALID KEY
027400             MOVE 'Y' TO WS-EOF-SWITCH
027500     END-START
027600     IF NOT NO-MORE-HISTORY
027700         PERFORM 3100-PRE-READ-TO-FROM-DATE
027800             THRU 3100-PRE-READ-TO-FROM-DATE-EXIT
027900             UNTIL NO-MORE-HISTORY
028000                OR GK-TRAN-DATE NOT < WS-FROM-DATE
028100     END-IF
028200
028300     MOVE WS-OPENING-BALANCE TO WS-EDIT-BALANCE
028400     DISPLAY "GL ACCOUNT " WS-TARGET-GL-ACCOUNT " "
028500         WS-GLACCT-NAME
028600     DISPLAY "FROM " WS-FROM-DATE " THRU " WS-THRU-DATE
028700         "   (NET DEBIT - A CREDIT BALANCE SHOWS NEGATIVE)"
028800     DISPLAY "OPENING BALANCE           " WS-EDIT-BALANCE
028900     DISPLAY "LINE DATE     TIME   ENTRY ID D        AMOUNT "
029000         "NARRATIVE            OPERATOR ACCOUNT"
029100
029200     IF NOT NO-MORE-HISTORY
029300        AND GK-TRAN-DATE NOT > WS-THRU-DATE
029400         PERFORM 3200-LIST-ONE-LEG
029500             THRU 3200-LIST-ONE-LEG-EXIT
029600         PERFORM 3300-LIST-NEXT-LEG
029700             THRU 3300-LIST-NEXT-LEG-EXIT
029800             UNTIL NO-MORE-HISTORY
029900     END-IF
030000
030100     COMPUTE WS-CLOSING-BALANCE = WS-OPENING-BALANCE
030200         + WS-RANGE-DEBITS - WS-RANGE-CREDITS
030300     MOVE WS-RANGE-DEBITS TO WS-EDIT-BALANCE
030400     DISPLAY "TOTAL DEBITS              " WS-EDIT-BALANCE
030500     MOVE WS-RANGE-CREDITS TO WS-EDIT-BALANCE
030600     DISPLAY "TOTAL CREDITS             " WS-EDIT-BALANCE
030700     MOVE WS-CLOSING-BALANCE TO WS-EDIT-BALANCE
030800     DISPLAY "CLOSING BALANCE           " WS-EDIT-BALANCE
030900     DISPLAY "LEGS LISTED = " WS-LEGS-LISTED
031000     IF WS-LEGS-LISTED > WS-LL-MAX
031100         DISPLAY "ONLY THE FIRST " WS-LL-MAX
031200             " LINES CAN BE TRACED - NARROW THE DATE RANGE"
031300     END-IF
031400     .
031500 3000-LIST-THE-RANGE-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------
031800*  3100-PRE-READ-TO-FROM-DATE  --  READS UNTIL THE FIRST LEG ON
031900*  OR AFTER THE FROM-DATE IS IN THE RECORD AREA, ROLLING EACH
032000*  EARLIER LEG INTO THE OPENING BALANCE.
032100*----------------------------------------------------------------
032200 3100-PRE-READ-TO-FROM-DATE.
032300     READ KEYED-GL-HISTORY-FILE NEXT RECORD
032400         AT END
032500             MOVE 'Y' TO WS-EOF-SWITCH
032600             GO TO 3100-PRE-READ-TO-FROM-DATE-EXIT
032700     END-READ
032800     IF GK-GL-ACCOUNT-CODE NOT = WS-TARGET-GL-ACCOUNT
032900         MOVE 'Y' TO WS-EOF-SWITCH
033000         GO TO 3100-PRE-READ-TO-FROM-DATE-EXIT
033100     END-IF
033200     IF GK-TRAN-DATE NOT < WS-FROM-DATE
033300         GO TO 3100-PRE-READ-TO-FROM-DATE-EXIT
033400     END-IF
033500     MOVE GK-TRAN-DATE (1:6) TO WS-LEG-PERIOD
033600     IF WS-LEG-PERIOD > WS-BASE-PERIOD
033700         IF GK-IS-DEBIT
033800             ADD GK-AMOUNT TO WS-OPENING-BALANCE
033900         ELSE
034000             SUBTRACT GK-AMOUNT FROM WS-OPENING-BALANCE
034100         END-IF
034200     END-IF
034300     .
034400 3100-PRE-READ-TO-FROM-DATE-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700*  3200-LIST-ONE-LEG  --  THE LEG IN THE RECORD AREA, NUMBERED
034800*  AND KEPT FOR THE TRACE.
034900*----------------------------------------------------------------
035000 3200-LIST-ONE-LEG.
035100     ADD 1 TO WS-LEGS-LISTED
035200     IF GK-IS-DEBIT
035300         ADD GK-AMOUNT TO WS-RANGE-DEBITS
035400     ELSE
035500         ADD GK-AMOUNT TO WS-RANGE-CREDITS
035600     END-IF
035700     IF WS-LL-COUNT < WS-LL-MAX
035800         ADD 1 TO WS-LL-COUNT
035900         SET WS-LL-IDX TO WS-LL-COUNT
036000         MOVE GK-ACCT-NUMBER  TO WS-LL-ACCT-NUMBER (WS-LL-IDX)
036100         MOVE GK-TRAN-DATE    TO WS-LL-TRAN-DATE (WS-LL-IDX)
036200         MOVE GK-TRAN-TIME    TO WS-LL-TRAN-TIME (WS-LL-IDX)
036300         MOVE GK-AMOUNT       TO WS-LL-AMOUNT (WS-LL-IDX)
036400         MOVE GK-OPERATOR-ID  TO WS-LL-OPERATOR-ID (WS-LL-IDX)
036500         MOVE GK-ENTRY-ID     TO WS-LL-ENTRY-ID (WS-LL-IDX)
036600     END-IF
036700     MOVE WS-LEGS-LISTED TO WS-EDIT-LINE
036800     MOVE GK-AMOUNT TO WS-EDIT-AMOUNT
036900     DISPLAY WS-EDIT-LINE " " GK-TRAN-DATE " " GK-TRAN-TIME " "
037000         GK-ENTRY-ID " " GK-DEBIT-CREDIT-FLAG " "
037100         WS-EDIT-AMOUNT " " GK-NARRATIVE " " GK-OPERATOR-ID
037200         " " GK-ACCT-NUMBER
037300     .
037400 3200-LIST-ONE-LEG-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------
037700 3300-LIST-NEXT-LEG.
037800     READ KEYED-GL-HISTORY-FILE NEXT RECORD
037900         AT END
038000             MOVE 'Y' TO WS-EOF-SWITCH
038100             GO TO 3300-LIST-NEXT-LEG-EXIT
038200     END-READ
038300     IF GK-GL-ACCOUNT-CODE NOT = WS-TARGET-GL-ACCOUNT
038400        OR GK-TRAN-DATE > WS-THRU-DATE
038500         MOVE 'Y' TO WS-EOF-SWITCH
038600         GO TO 3300-LIST-NEXT-LEG-EXIT
038700     END-IF
038800     PERFORM 3200-LIST-ONE-LEG
038900         THRU 3200-LIST-ONE-LEG-EXIT
039000     .
039100 3300-LIST-NEXT-LEG-EXIT.
039200     EXIT.
039300*----------------------------------------------------------------
039400*  4000-TRACE-ONE-LEG  --  THE OPERATOR PICKS A LISTED LINE AND
039500*  GETS THE CUSTOMER TRANSACTION THAT CREATED IT.
039600*----------------------------------------------------------------
039700 4000-TRACE-ONE-LEG.
039800     DISPLAY "ENTER LINE NUMBER TO TRACE (0 TO FINISH): "
039900     ACCEPT WS-LINE-CHOICE
040000     IF WS-LINE-CHOICE = ZERO
040100         MOVE 'Y' TO WS-TRACE-DONE-SWITCH
040200         GO TO 4000-TRACE-ONE-LEG-EXIT
040300     END-IF
040400     IF WS-LINE-CHOICE > WS-LL-COUNT
040500         DISPLAY "NO SUCH LINE"
040600         GO TO 4000-TRACE-ONE-LEG-EXIT
040700     END-IF
040800     SET WS-LL-IDX TO WS-LINE-CHOICE
040900     IF WS-LL-ACCT-NUMBER (WS-LL-IDX) = ZERO
041000         DISPLAY "GL ENTRY " WS-LL-ENTRY-ID (WS-LL-IDX)
041100             " IS LEDGER TO LEDGER - NO CUSTOMER TRANSACTION"
041200         GO TO 4000-TRACE-ONE-LEG-EXIT
041300     END-IF
041400
041500     OPEN INPUT KEYED-TRAN-HISTORY-FILE
041600     IF WS-TRANHKEY-STATUS NOT = "00"
041700         DISPLAY "GLINQ: NO KEYED HISTORY FILE, STATUS = "
041800             WS-TRANHKEY-STATUS
041900         GO TO 4000-TRACE-ONE-LEG-EXIT
042000     END-IF
042100     PERFORM 4100-FIND-THE-TRANSACTION
042200         THRU 4100-FIND-THE-TRANSACTION-EXIT
042300     IF NOT WS-TR-FOUND
042400         DISPLAY "NO TRANSACTION ON ACCOUNT "
042500             WS-LL-ACCT-NUMBER (WS-LL-IDX) " ON "
042600             WS-LL-TRAN-DATE (WS-LL-IDX)
042700             " MATCHES GL ENTRY " WS-LL-ENTRY-ID (WS-LL-IDX)
042800         DISPLAY "  (A SYSTEM ENTRY - ACCRUAL, SUSPENSE, "
042900             "SETTLEMENT - HAS NONE BY DESIGN)"
043000         CLOSE KEYED-TRAN-HISTORY-FILE
043100         GO TO 4000-TRACE-ONE-LEG-EXIT
043200     END-IF
043300
043400     MOVE WS-LL-ACCT-NUMBER (WS-LL-IDX) TO TK-ACCT-NUMBER
043500     MOVE WS-LL-TRAN-DATE (WS-LL-IDX)   TO TK-TRAN-DATE
043600     MOVE WS-TR-BEST-TRAN-ID            TO TK-TRAN-ID
043700     READ KEYED-TRAN-HISTORY-FILE
043800         KEY IS TK-HISTORY-KEY
043900         INVALID KEY
044000             DISPLAY "TRANSACTION " WS-TR-BEST-TRAN-ID
044100                 " NO LONGER ON THE KEYED HISTORY"
044200             CLOSE KEYED-TRAN-HISTORY-FILE
044300             GO TO 4000-TRACE-ONE-LEG-EXIT
044400     END-READ
044500     MOVE TK-AMOUNT TO WS-EDIT-AMOUNT
044600     DISPLAY "GL ENTRY " WS-LL-ENTRY-ID (WS-LL-IDX)
044700         " WAS CREATED BY TRANSACTION " TK-TRAN-ID
044800     DISPLAY "  ACCOUNT  " TK-ACCT-NUMBER
044900         "  DATE " TK-TRAN-DATE "  TIME " TK-TRAN-TIME
045000     DISPLAY "  TYPE     " TK-TRAN-TYPE
045100         "  AMOUNT " WS-EDIT-AMOUNT " " TK-CURRENCY-CODE
045200     DISPLAY "  OPERATOR " TK-OPERATOR-ID
045300     IF TK-ORIGINAL-TRAN-ID NOT = ZERO
045400         DISPLAY "  REVERSES TRANSACTION " TK-ORIGINAL-TRAN-ID
045500     END-IF
045600     IF WS-TR-BEST-OPER-MATCH NOT = 'Y'
045700         DISPLAY "  NOTE - POSTED UNDER A DIFFERENT OPERATOR "
045800             "THAN THE GL LEG"
045900     END-IF
046000     CLOSE KEYED-TRAN-HISTORY-FILE
046100     .
046200 4000-TRACE-ONE-LEG-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046500*  4100-FIND-THE-TRANSACTION  --  THE LEG'S ACCOUNT AND DATE
046600*  ON THE KEYED TRANSACTION HISTORY, LOOKING FOR THE SAME
046700*  AMOUNT EITHER SIGN.
046800*----------------------------------------------------------------
046900 4100-FIND-THE-TRANSACTION.
047000     MOVE 'N' TO WS-TR-FOUND-SWITCH
047100     MOVE 'N' TO WS-TR-BEST-OPER-MATCH
047200     MOVE ZERO TO WS-TR-BEST-TRAN-ID
047300     MOVE ZERO TO WS-TR-BEST-GAP
047400     MOVE WS-LL-AMOUNT (WS-LL-IDX) TO WS-TR-LEG-AMOUNT
047500     IF WS-TR-LEG-AMOUNT < ZERO
047600         COMPUTE WS-TR-LEG-AMOUNT = ZERO - WS-TR-LEG-AMOUNT
047700     END-IF
047800     MOVE WS-LL-TRAN-TIME (WS-LL-IDX) TO WS-TR-TIME
047900     COMPUTE WS-TR-LEG-SECONDS = WS-TR-HH * 3600
048000         + WS-TR-MM * 60 + WS-TR-SS
048100
048200     MOVE WS-LL-ACCT-NUMBER (WS-LL-IDX) TO TK-ACCT-NUMBER
048300     MOVE WS-LL-TRAN-DATE (WS-LL-IDX)   TO TK-TRAN-DATE
048400     MOVE ZERO                          TO TK-TRAN-ID
048500     MOVE 'N' TO WS-EOF-SWITCH
048600     START KEYED-TRAN-HISTORY-FILE
048700         KEY IS NOT LESS THAN TK-HISTORY-KEY
048800         INVALID KEY
048900             MOVE 'Y' TO WS-EOF-SWITCH
049000     END-START
049100     PERFORM 4200-TRY-ONE-TRANSACTION
049200         THRU 4200-TRY-ONE-TRANSACTION-EXIT
049300         UNTIL NO-MORE-HISTORY
049400     .
049500 4100-FIND-THE-TRANSACTION-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------
049800 4200-TRY-ONE-TRANSACTION.
049900     READ KEYED-TRAN-HISTORY-FILE NEXT RECORD
050000         AT END
050100             MOVE 'Y' TO WS-EOF-SWITCH
050200             GO TO 4200-TRY-ONE-TRANSACTION-EXIT
050300     END-READ
050400     IF TK-ACCT-NUMBER NOT = WS-LL-ACCT-NUMBER (WS-LL-IDX)
050500        OR TK-TRAN-DATE NOT = WS-LL-TRAN-DATE (WS-LL-IDX)
050600         MOVE 'Y' TO WS-EOF-SWITCH
050700         GO TO 4200-TRY-ONE-TRANSACTION-EXIT
050800     END-IF
050900     MOVE TK-AMOUNT TO WS-TR-TRAN-AMOUNT
051000     IF WS-TR-TRAN-AMOUNT < ZERO
051100         COMPUTE WS-TR-TRAN-AMOUNT = ZERO - WS-TR-TRAN-AMOUNT
051200     END-IF
051300     IF WS-TR-TRAN-AMOUNT NOT = WS-TR-LEG-AMOUNT
051400         GO TO 4200-TRY-ONE-TRANSACTION-EXIT
051500     END-IF
051600
051700     IF TK-OPERATOR-ID = WS-LL-OPERATOR-ID (WS-LL-IDX)
051800         MOVE 'Y' TO WS-TR-THIS-OPER-MATCH
051900     ELSE
052000         MOVE 'N' TO WS-TR-THIS-OPER-MATCH
052100     END-IF
052200     MOVE TK-TRAN-TIME TO WS-TR-TIME
052300     COMPUTE WS-TR-TRAN-SECONDS = WS-TR-HH * 3600
052400         + WS-TR-MM * 60 + WS-TR-SS
052500     COMPUTE WS-TR-THIS-GAP = WS-TR-TRAN-SECONDS
052600         - WS-TR-LEG-SECONDS
052700     IF WS-TR-THIS-GAP < ZERO
052800         COMPUTE WS-TR-THIS-GAP = ZERO - WS-TR-THIS-GAP
052900     END-IF
053000
053100     IF WS-TR-FOUND
053200         IF WS-TR-BEST-OPER-MATCH = 'Y'
053300            AND WS-TR-THIS-OPER-MATCH = 'N'
053400             GO TO 4200-TRY-ONE-TRANSACTION-EXIT
053500         END-IF
053600         IF WS-TR-BEST-OPER-MATCH = WS-TR-THIS-OPER-MATCH
053700            AND WS-TR-THIS-GAP NOT < WS-TR-BEST-GAP
053800             GO TO 4200-TRY-ONE-TRANSACTION-EXIT
053900         END-IF
054000     END-IF
054100     MOVE 'Y'                   TO WS-TR-FOUND-SWITCH
054200     MOVE TK-TRAN-ID            TO WS-TR-BEST-TRAN-ID
054300     MOVE WS-TR-THIS-OPER-MATCH TO WS-TR-BEST-OPER-MATCH
054400     MOVE WS-TR-THIS-GAP        TO WS-TR-BEST-GAP
054500     .
054600 4200-TRY-ONE-TRANSACTION-EXIT.
054700     EXIT.
054800 END PROGRAM GL-INQUIRY.
