000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CHKBOOK-ORDER.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CHECKBOOK ORDERING AND
001300*                     ISSUANCE FROM THE TELLER MENU.  AN ORDER
001400*                     TAKES THE NEXT NUMBER RANGE AFTER THE
001500*                     ACCOUNT'S HIGHEST BOOK, RECORDS THE BOOK
001600*                     AND EVERY LEAF IN IT ON THE CHECK-STOCK
001700*                     REGISTER, AND WRITES A PRINT ORDER FOR
001800*                     THE CHECK PRINTER.  A BOOK THE CUSTOMER
001900*                     ALREADY HOLDS CAN BE RECORDED BY ITS
002000*                     RANGE WITHOUT A PRINT ORDER, SO AN
002100*                     EXISTING ACCOUNT CAN COME ONTO THE
002200*                     REGISTER.  A BOOK REPORTED LOST OR STOLEN
002300*                     TURNS ITS UNPAID LEAVES LOST.  THE
002400*                     PRESENTMENT RUN RETURNS ANY CHECK ON A
002500*                     REGISTERED ACCOUNT WHOSE NUMBER WAS NEVER
002600*                     ISSUED, IS LOST OR IS ALREADY PAID.
002700*                     EVERY CHANGE WRITES AN ACTIVITY AUDIT
002800*                     ROW.  CALLED FROM MENUBASED WITH THE
002900*                     SESSION ACCOUNT.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     COPY CHKBSEL.
003500     COPY CHKNSEL.
003600     COPY CHKOSEL.
003700     COPY ACCTMSEL.
003800     COPY ACTAUDSEL.
003900*================================================================
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CHECKBOOK-FILE.
004300     COPY CHKBREC.
004400 FD  CHECK-STOCK-FILE.
004500     COPY CHKNREC.
004600 FD  CHECKBOOK-ORDER-FILE.
004700     COPY CHKOREC.
004800 FD  ACCOUNT-MASTER-FILE.
004900     COPY ACCTMAST.
005000 FD  ACTIVITY-AUDIT-FILE.
005100     COPY ACTAUDREC.
005200*----------------------------------------------------------------
005300 WORKING-STORAGE SECTION.
005400     COPY ACCTSTAT.
005500*----------------------------------------------------------------
005600 01  WS-FILE-STATUSES.
005700     05  WS-CHKBOOK-STATUS         PIC XX.
005800     05  WS-CHKSTOCK-STATUS        PIC XX.
005900     05  WS-CHKORDER-STATUS        PIC XX.
006000     05  WS-ACCTMAST-STATUS        PIC XX.
006100     05  WS-ACTAUDIT-STATUS        PIC XX.
006200*----------------------------------------------------------------
006300 01  WS-WORK-FIELDS.
006400     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
006500         88  WS-SESSION-DONE       VALUE 'Y'.
006600     05  WS-EOF-SWITCH             PIC X VALUE 'N'.
006700         88  NO-MORE-BOOKS         VALUE 'Y'.
006800     05  WS-BOOK-FOUND-SWITCH      PIC X.
006900         88  WS-BOOK-FOUND         VALUE 'Y'.
007000     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
007100     05  WS-OPER-VERIFY-FLAG       PIC X.
007200     05  WS-OPER-VERIFY-ROLE       PIC X.
007300     05  WS-MENU-CHOICE            PIC X.
007400     05  WS-MAINT-OPERATOR-ID      PIC X(08).
007500     05  WS-MAINT-BRANCH-ID        PIC X(06).
007600     05  WS-BOOK-ACCT-NUMBER       PIC 9(10).
007700     05  WS-LEAF-COUNT             PIC 9(03).
007800         88  WS-LEAF-COUNT-STOCKED VALUE 25 50 100.
007900     05  WS-RANGE-LEAVES           PIC 9(10).
008000     05  WS-HIGH-CHECK-NUMBER      PIC 9(10).
008100     05  WS-NEW-FIRST-CHECK        PIC 9(10).
008200     05  WS-NEW-LAST-CHECK         PIC 9(10).
008300     05  WS-NEW-SOURCE-CODE        PIC X.
008400     05  WS-LEAF-NUMBER            PIC 9(10).
008500     05  WS-LOST-CHECK-NUMBER      PIC 9(10).
008600     05  WS-LEAVES-WRITTEN         PIC 9(04) COMP VALUE 0.
008700     05  WS-LEAVES-LOST            PIC 9(04) COMP VALUE 0.
008800     05  WS-LEAVES-ALREADY-PAID    PIC 9(04) COMP VALUE 0.
008900     05  WS-BOOKS-LISTED           PIC 9(04) COMP VALUE 0.
009000     05  WS-EDIT-VALID-FLAG        PIC X.
009100         88  WS-EDIT-VALID         VALUE 'Y'.
009200         88  WS-EDIT-INVALID       VALUE 'N'.
009300     05  WS-AUDIT-BEFORE-VALUE     PIC X(15).
009400     05  WS-AUDIT-AFTER-VALUE      PIC X(15).
009500*----------------------------------------------------------------
009600*  THE BOOK AS IT APPEARS IN AN AUDIT VALUE - "BOOK " AND ITS
009700*  FIRST CHECK NUMBER, WHICH WITH THE ACCOUNT IDENTIFIES IT.
009800*----------------------------------------------------------------
009900 01  WS-AUDIT-BOOK-VALUE.
010000     05  FILLER                    PIC X(05) VALUE "BOOK ".
010100     05  WS-AUDIT-BOOK-FIRST       PIC 9(10).
010200*----------------------------------------------------------------
010300*  THE ACCOUNT'S FIELDS THE PRINT ORDER CARRIES, HELD FROM THE
010400*  VALIDATING READ.
010500*----------------------------------------------------------------
010600 01  WS-ORDER-ACCOUNT.
010700     05  WS-ORD-CUSTOMER-NUMBER    PIC 9(09).
010800     05  WS-ORD-CURRENCY-CODE      PIC X(03).
010900*----------------------------------------------------------------
011000 01  WS-BUSINESS-DATE              PIC 9(08).
011100 01  WS-BUSDATE-FLAG               PIC X.
011200 01  WS-CURRENT-TIMESTAMP          PIC X(21).
011300 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
011400     05  WS-TS-DATE                PIC 9(08).
011500     05  FILLER                    PIC X(13).
011600*================================================================
011700 LINKAGE SECTION.
011800*----------------------------------------------------------------
011900*  THE SESSION ACCOUNT, SUPPLIED BY MENUBASED.
012000*----------------------------------------------------------------
012100 01  LS-ACCT-NUMBER                PIC 9(10).
012200*================================================================
012300 PROCEDURE DIVISION USING LS-ACCT-NUMBER.
012400*================================================================
012500 0000-MAINLINE.
012600     DISPLAY "CHECKBOOK ORDERS - ACCOUNT " LS-ACCT-NUMBER
012700     MOVE LS-ACCT-NUMBER TO WS-BOOK-ACCT-NUMBER
012800     MOVE 'N' TO WS-SESSION-DONE-SWITCH
012900     DISPLAY "ENTER YOUR OPERATOR ID: "
013000     ACCEPT WS-MAINT-OPERATOR-ID
013100     CALL "OPER-VERIFY" USING WS-MAINT-OPERATOR-ID
013200         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
013300         WS-OPER-VERIFY-ROLE
013400     IF WS-OPER-VERIFY-FLAG NOT = "Y"
013500         DISPLAY "OPERATOR NOT AUTHORIZED"
013600         GOBACK
013700     END-IF
013800     DISPLAY "ENTER BRANCH ID: "
013900     ACCEPT WS-MAINT-BRANCH-ID
014000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
014100     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
014200         WS-BUSDATE-FLAG
014300     IF WS-BUSDATE-FLAG = "Y"
014400         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
014500     END-IF
014600     PERFORM 2000-WORK-ONE-CHOICE
014700         THRU 2000-WORK-ONE-CHOICE-EXIT
014800         UNTIL WS-SESSION-DONE
014900     GOBACK.
015000*----------------------------------------------------------------
015100*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
015200*----------------------------------------------------------------
015300 2000-WORK-ONE-CHOICE.
015400     DISPLAY "O=ORDER BOOK  E=RECORD EXISTING BOOK  "
015500         "L=REPORT BOOK LOST  I=LIST BOOKS  X=EXIT"
015600     DISPLAY "CHOICE: "
015700     ACCEPT WS-MENU-CHOICE
015800     EVALUATE WS-MENU-CHOICE
015900         WHEN 'O'
016000             PERFORM 3000-ORDER-BOOK
016100                 THRU 3000-ORDER-BOOK-EXIT
016200         WHEN 'E'
016300             PERFORM 3500-RECORD-EXISTING-BOOK
016400                 THRU 3500-RECORD-EXISTING-BOOK-EXIT
016500         WHEN 'L'
016600             PERFORM 4000-REPORT-BOOK-LOST
016700                 THRU 4000-REPORT-BOOK-LOST-EXIT
016800         WHEN 'I'
016900             PERFORM 5000-LIST-BOOKS
017000                 THRU 5000-LIST-BOOKS-EXIT
017100         WHEN 'X'
017200             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
017300         WHEN OTHER
017400             DISPLAY "INVALID CHOICE"
017500     END-EVALUATE
017600     .
017700 2000-WORK-ONE-CHOICE-EXIT.
017800     EXIT.
017900*----------------------------------------------------------------
018000*  3000-ORDER-BOOK  --  A NEW BOOK FROM THE PRINTER.  THE RANGE
018100*  CARRIES ON FROM THE ACCOUNT'S HIGHEST BOOK; THE BOOK AND ITS
018200*  LEAVES GO ON THE REGISTER AND THE PRINT ORDER IS WRITTEN.
018300*----------------------------------------------------------------
018400 3000-ORDER-BOOK.
018500     DISPLAY "NUMBER OF LEAVES (25, 50 OR 100): "
018600     ACCEPT WS-LEAF-COUNT
018700     IF NOT WS-LEAF-COUNT-STOCKED
018800         DISPLAY "ORDER REFUSED - BOOKS ARE PRINTED IN 25, "
018900             "50 OR 100 LEAVES"
019000         GO TO 3000-ORDER-BOOK-EXIT
019100     END-IF
019200     PERFORM 3100-VALIDATE-ACCOUNT
019300         THRU 3100-VALIDATE-ACCOUNT-EXIT
019400     IF WS-EDIT-INVALID
019500         GO TO 3000-ORDER-BOOK-EXIT
019600     END-IF
019700     IF NOT STATUS-ACTIVE
019800         DISPLAY "ORDER REFUSED - ACCOUNT IS NOT ACTIVE ("
019900             ACCT-STATUS-CODE ")"
020000         GO TO 3000-ORDER-BOOK-EXIT
020100     END-IF
020200
020300     MOVE ZERO TO WS-NEW-FIRST-CHECK
020400     MOVE ZERO TO WS-NEW-LAST-CHECK
020500     PERFORM 3200-SCAN-ACCOUNT-BOOKS
020600         THRU 3200-SCAN-ACCOUNT-BOOKS-EXIT
020700     IF WS-EDIT-INVALID
020800         GO TO 3000-ORDER-BOOK-EXIT
020900     END-IF
021000     COMPUTE WS-NEW-FIRST-CHECK = WS-HIGH-CHECK-NUMBER + 1
021100     COMPUTE WS-NEW-LAST-CHECK = WS-HIGH-CHECK-NUMBER
021200         + WS-LEAF-COUNT
021300     SET CB-SOURCE-ORDERED TO TRUE
021400     MOVE CB-SOURCE-CODE TO WS-NEW-SOURCE-CODE
021500     PERFORM 3300-ISSUE-BOOK
021600         THRU 3300-ISSUE-BOOK-EXIT
021700     IF WS-EDIT-INVALID
021800         GO TO 3000-ORDER-BOOK-EXIT
021900     END-IF
022000     PERFORM 3400-WRITE-PRINT-ORDER
022100         THRU 3400-WRITE-PRINT-ORDER-EXIT
022200     MOVE "PRINT ORDER" TO WS-AUDIT-BEFORE-VALUE
022300     MOVE WS-NEW-FIRST-CHECK TO WS-AUDIT-BOOK-FIRST
022400     MOVE WS-AUDIT-BOOK-VALUE TO WS-AUDIT-AFTER-VALUE
022500     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
022600         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
022700     DISPLAY "BOOK ORDERED - CHECKS " WS-NEW-FIRST-CHECK
022800         " TO " WS-NEW-LAST-CHECK
022900     .
023000 3000-ORDER-BOOK-EXIT.
023100     EXIT.
023200*----------------------------------------------------------------
023300*  3100-VALIDATE-ACCOUNT  --  CHECKS ARE DRAWN ON CURRENT
023400*  ACCOUNTS ONLY, AND NEVER ON A CLOSED ONE.  LEAVES THE STATUS
023500*  IN ACCT-STATUS-CODE, THE PRINT ORDER'S FIELDS IN
023600*  WS-ORDER-ACCOUNT, AND WS-EDIT-INVALID SET ON ANY REJECTION.
023700*----------------------------------------------------------------
023800 3100-VALIDATE-ACCOUNT.
023900     SET WS-EDIT-INVALID TO TRUE
024000     OPEN INPUT ACCOUNT-MASTER-FILE
024100     IF WS-ACCTMAST-STATUS NOT = "00"
024200         DISPLAY "CHKBOOK: UNABLE TO OPEN ACCOUNT MASTER, "
024300             "STATUS = " WS-ACCTMAST-STATUS
024400         GO TO 3100-VALIDATE-ACCOUNT-EXIT
024500     END-IF
024600     MOVE WS-BOOK-ACCT-NUMBER TO AM-ACCT-NUMBER
024700     READ ACCOUNT-MASTER-FILE
024800         KEY IS AM-ACCT-NUMBER
024900         INVALID KEY
025000             DISPLAY "ACCOUNT " WS-BOOK-ACCT-NUMBER
025100                 " NOT ON MASTER"
025200             CLOSE ACCOUNT-MASTER-FILE
025300             GO TO 3100-VALIDATE-ACCOUNT-EXIT
025400     END-READ
025500     CLOSE ACCOUNT-MASTER-FILE
025600     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
025700     IF STATUS-CLOSED OR STATUS-ESCHEATED
025800         DISPLAY "REFUSED - ACCOUNT " WS-BOOK-ACCT-NUMBER
025900             " IS CLOSED"
026000         GO TO 3100-VALIDATE-ACCOUNT-EXIT
026100     END-IF
026200     IF AM-TYPE-CODE NOT = 'C'
026300         DISPLAY "REFUSED - CHECKBOOKS ARE ISSUED ON CURRENT "
026400             "ACCOUNTS ONLY"
026500         GO TO 3100-VALIDATE-ACCOUNT-EXIT
026600     END-IF
026700     MOVE AM-CUSTOMER-NUMBER TO WS-ORD-CUSTOMER-NUMBER
026800     MOVE AM-CURRENCY-CODE   TO WS-ORD-CURRENCY-CODE
026900     SET WS-EDIT-VALID TO TRUE
027000     .
027100 3100-VALIDATE-ACCOUNT-EXIT.
027200     EXIT.
027300*----------------------------------------------------------------
027400*  3200-SCAN-ACCOUNT-BOOKS  --  READ THE ACCOUNT'S BOOKS FOR
027500*  THE HIGHEST NUMBER ISSUED SO FAR, AND SET WS-EDIT-INVALID IF
027600*  ANY BOOK OVERLAPS WS-NEW-FIRST-CHECK THRU WS-NEW-LAST-CHECK
027700*  (ZERO WHEN THE RANGE IS STILL TO BE ASSIGNED).  OPENS AND
027800*  CLOSES THE CHECKBOOK FILE, CREATING IT ON FIRST USE; ANY
027900*  OTHER OPEN FAILURE IS LEFT IN WS-CHKBOOK-STATUS.
028000*----------------------------------------------------------------
028100 3200-SCAN-ACCOUNT-BOOKS.
028200     SET WS-EDIT-VALID TO TRUE
028300     MOVE ZERO TO WS-HIGH-CHECK-NUMBER
028400     OPEN INPUT CHECKBOOK-FILE
028500     IF WS-CHKBOOK-STATUS = "35"
028600         OPEN OUTPUT CHECKBOOK-FILE
028700         CLOSE CHECKBOOK-FILE
028800         OPEN INPUT CHECKBOOK-FILE
028900     END-IF
029000     IF WS-CHKBOOK-STATUS NOT = "00"
029100         DISPLAY "CHKBOOK: UNABLE TO OPEN CHECKBOOK FILE, "
029200             "STATUS = " WS-CHKBOOK-STATUS
029300         SET WS-EDIT-INVALID TO TRUE
029400         GO TO 3200-SCAN-ACCOUNT-BOOKS-EXIT
029500     END-IF
029600     MOVE 'N' TO WS-EOF-SWITCH
029700     MOVE WS-BOOK-ACCT-NUMBER TO CB-ACCT-NUMBER
029800     MOVE ZERO TO CB-FIRST-CHECK
029900     START CHECKBOOK-FILE
030000         KEY IS NOT < CB-BOOK-KEY
030100         INVALID KEY
030200             MOVE 'Y' TO WS-EOF-SWITCH
030300     END-START
030400     PERFORM 3210-SCAN-ONE-BOOK
030500         THRU 3210-SCAN-ONE-BOOK-EXIT
030600         UNTIL NO-MORE-BOOKS
030700     CLOSE CHECKBOOK-FILE
030800     .
030900 3200-SCAN-ACCOUNT-BOOKS-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------
031200*  3210-SCAN-ONE-BOOK  --  ONE BOOK, UNTIL THE ACCOUNT CHANGES.
031300*----------------------------------------------------------------
031400 3210-SCAN-ONE-BOOK.
031500     READ CHECKBOOK-FILE NEXT RECORD
031600         AT END
031700             MOVE 'Y' TO WS-EOF-SWITCH
031800             GO TO 3210-SCAN-ONE-BOOK-EXIT
031900     END-READ
032000     IF CB-ACCT-NUMBER NOT = WS-BOOK-ACCT-NUMBER
032100         MOVE 'Y' TO WS-EOF-SWITCH
032200         GO TO 3210-SCAN-ONE-BOOK-EXIT
032300     END-IF
032400     IF CB-LAST-CHECK > WS-HIGH-CHECK-NUMBER
032500         MOVE CB-LAST-CHECK TO WS-HIGH-CHECK-NUMBER
032600     END-IF
032700     IF CB-FIRST-CHECK NOT > WS-NEW-LAST-CHECK
032800             AND CB-LAST-CHECK NOT < WS-NEW-FIRST-CHECK
032900         DISPLAY "REFUSED - RANGE OVERLAPS BOOK "
033000             CB-FIRST-CHECK " TO " CB-LAST-CHECK
033100         SET WS-EDIT-INVALID TO TRUE
033200     END-IF
033300     .
033400 3210-SCAN-ONE-BOOK-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------
033700*  3300-ISSUE-BOOK  --  WRITE THE BOOK ROW AND ONE ISSUED LEAF
033800*  PER NUMBER IN WS-NEW-FIRST-CHECK THRU WS-NEW-LAST-CHECK.
033900*  LEAVES WS-EDIT-INVALID SET IF THE BOOK COULD NOT BE WRITTEN.
034000*----------------------------------------------------------------
034100 3300-ISSUE-BOOK.
034200     SET WS-EDIT-INVALID TO TRUE
034300     OPEN I-O CHECKBOOK-FILE
034400     IF WS-CHKBOOK-STATUS NOT = "00"
034500         DISPLAY "CHKBOOK: UNABLE TO OPEN CHECKBOOK FILE, "
034600             "STATUS = " WS-CHKBOOK-STATUS
034700         GO TO 3300-ISSUE-BOOK-EXIT
034800     END-IF
034900     OPEN I-O CHECK-STOCK-FILE
035000     IF WS-CHKSTOCK-STATUS = "35"
035100         OPEN OUTPUT CHECK-STOCK-FILE
035200         CLOSE CHECK-STOCK-FILE
035300         OPEN I-O CHECK-STOCK-FILE
035400     END-IF
035500     IF WS-CHKSTOCK-STATUS NOT = "00"
035600         DISPLAY "CHKBOOK: UNABLE TO OPEN CHECK-STOCK "
035700             "REGISTER, STATUS = " WS-CHKSTOCK-STATUS
035800         CLOSE CHECKBOOK-FILE
035900         GO TO 3300-ISSUE-BOOK-EXIT
036000     END-IF
036100     MOVE WS-BOOK-ACCT-NUMBER  TO CB-ACCT-NUMBER
036200     MOVE WS-NEW-FIRST-CHECK   TO CB-FIRST-CHECK
036300     MOVE WS-NEW-LAST-CHECK    TO CB-LAST-CHECK
036400     COMPUTE CB-LEAF-COUNT = WS-NEW-LAST-CHECK
036500         - WS-NEW-FIRST-CHECK + 1
036600     MOVE WS-NEW-SOURCE-CODE   TO CB-SOURCE-CODE
036700     SET CB-BOOK-ISSUED        TO TRUE
036800     MOVE WS-TS-DATE           TO CB-ISSUE-DATE
036900     MOVE WS-MAINT-OPERATOR-ID TO CB-OPERATOR-ID
037000     MOVE WS-MAINT-BRANCH-ID   TO CB-BRANCH-ID
037100     MOVE ZERO                 TO CB-LOST-DATE
037200     WRITE CHECKBOOK-RECORD
037300         INVALID KEY
037400             DISPLAY "UNABLE TO WRITE BOOK - NOTHING CHANGED"
037500             CLOSE CHECKBOOK-FILE
037600             CLOSE CHECK-STOCK-FILE
037700             GO TO 3300-ISSUE-BOOK-EXIT
037800     END-WRITE
037900     CLOSE CHECKBOOK-FILE
038000     MOVE ZERO TO WS-LEAVES-WRITTEN
038100     PERFORM 3310-WRITE-ONE-LEAF
038200         THRU 3310-WRITE-ONE-LEAF-EXIT
038300         VARYING WS-LEAF-NUMBER FROM WS-NEW-FIRST-CHECK BY 1
038400         UNTIL WS-LEAF-NUMBER > WS-NEW-LAST-CHECK
038500     CLOSE CHECK-STOCK-FILE
038600     SET WS-EDIT-VALID TO TRUE
038700     .
038800 3300-ISSUE-BOOK-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100*  3310-WRITE-ONE-LEAF  --  ONE CHECK NUMBER, ISSUED AND UNPAID.
039200*----------------------------------------------------------------
039300 3310-WRITE-ONE-LEAF.
039400     MOVE WS-BOOK-ACCT-NUMBER TO CS-ACCT-NUMBER
039500     MOVE WS-LEAF-NUMBER      TO CS-CHECK-NUMBER
039600     MOVE WS-NEW-FIRST-CHECK  TO CS-BOOK-FIRST-CHECK
039700     SET CS-LEAF-ISSUED       TO TRUE
039800     MOVE WS-TS-DATE          TO CS-ISSUE-DATE
039900     MOVE ZERO                TO CS-PAID-DATE
040000     MOVE ZERO                TO CS-PAID-AMOUNT
040100     MOVE SPACES              TO CS-PRESENT-REF
040200     WRITE CHECK-STOCK-RECORD
040300         INVALID KEY
040400             DISPLAY "CHECK " WS-LEAF-NUMBER
040500                 " ALREADY ON THE REGISTER - LEFT AS IT WAS"
040600             GO TO 3310-WRITE-ONE-LEAF-EXIT
040700     END-WRITE
040800     ADD 1 TO WS-LEAVES-WRITTEN
040900     .
041000 3310-WRITE-ONE-LEAF-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300*  3400-WRITE-PRINT-ORDER  --  ONE ROW ON THE PRINTER'S ORDER
041400*  FILE.  THE BOOK IS DELIVERED TO THE ORDERING BRANCH.
041500*----------------------------------------------------------------
041600 3400-WRITE-PRINT-ORDER.
041700     OPEN EXTEND CHECKBOOK-ORDER-FILE
041800     IF WS-CHKORDER-STATUS = "35"
041900         CLOSE CHECKBOOK-ORDER-FILE
042000         OPEN OUTPUT CHECKBOOK-ORDER-FILE
042100     END-IF
042200     MOVE WS-BOOK-ACCT-NUMBER    TO CO-ACCT-NUMBER
042300     MOVE WS-ORD-CUSTOMER-NUMBER TO CO-CUSTOMER-NUMBER
042400     MOVE WS-ORD-CURRENCY-CODE   TO CO-CURRENCY-CODE
042500     MOVE WS-NEW-FIRST-CHECK     TO CO-FIRST-CHECK
042600     MOVE WS-NEW-LAST-CHECK      TO CO-LAST-CHECK
042700     MOVE WS-LEAF-COUNT          TO CO-LEAF-COUNT
042800     MOVE WS-MAINT-BRANCH-ID     TO CO-DELIVERY-BRANCH-ID
042900     MOVE WS-TS-DATE             TO CO-ORDER-DATE
043000     MOVE WS-MAINT-OPERATOR-ID   TO CO-OPERATOR-ID
043100     WRITE CHECKBOOK-ORDER-RECORD
043200     CLOSE CHECKBOOK-ORDER-FILE
043300     .
043400 3400-WRITE-PRINT-ORDER-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700*  3500-RECORD-EXISTING-BOOK  --  A BOOK ALREADY IN THE
043800*  CUSTOMER'S HANDS, KEYED BY ITS FIRST AND LAST NUMBERS.  GOES
043900*  ON THE REGISTER LIKE AN ORDERED BOOK BUT NEVER TO THE
044000*  PRINTER.
044100*----------------------------------------------------------------
044200 3500-RECORD-EXISTING-BOOK.
044300     DISPLAY "ENTER FIRST CHECK NUMBER IN THE BOOK: "
044400     ACCEPT WS-NEW-FIRST-CHECK
044500     DISPLAY "ENTER LAST CHECK NUMBER IN THE BOOK: "
044600     ACCEPT WS-NEW-LAST-CHECK
044700     IF WS-NEW-FIRST-CHECK = ZERO
044800             OR WS-NEW-LAST-CHECK < WS-NEW-FIRST-CHECK
044900         DISPLAY "REFUSED - INVALID CHECK NUMBER RANGE"
045000         GO TO 3500-RECORD-EXISTING-BOOK-EXIT
045100     END-IF
045200     COMPUTE WS-RANGE-LEAVES = WS-NEW-LAST-CHECK
045300         - WS-NEW-FIRST-CHECK + 1
045400     IF WS-RANGE-LEAVES > 999
045500         DISPLAY "REFUSED - A BOOK HOLDS AT MOST 999 CHECKS"
045600         GO TO 3500-RECORD-EXISTING-BOOK-EXIT
045700     END-IF
045800     PERFORM 3100-VALIDATE-ACCOUNT
045900         THRU 3100-VALIDATE-ACCOUNT-EXIT
046000     IF WS-EDIT-INVALID
046100         GO TO 3500-RECORD-EXISTING-BOOK-EXIT
046200     END-IF
046300     PERFORM 3200-SCAN-ACCOUNT-BOOKS
046400         THRU 3200-SCAN-ACCOUNT-BOOKS-EXIT
046500     IF WS-EDIT-INVALID
046600         GO TO 3500-RECORD-EXISTING-BOOK-EXIT
046700     END-IF
046800     SET CB-SOURCE-EXISTING TO TRUE
046900     MOVE CB-SOURCE-CODE TO WS-NEW-SOURCE-CODE
047000     PERFORM 3300-ISSUE-BOOK
047100         THRU 3300-ISSUE-BOOK-EXIT
047200     IF WS-EDIT-INVALID
047300         GO TO 3500-RECORD-EXISTING-BOOK-EXIT
047400     END-IF
047500     MOVE "EXISTING STOCK" TO WS-AUDIT-BEFORE-VALUE
047600     MOVE WS-NEW-FIRST-CHECK TO WS-AUDIT-BOOK-FIRST
047700     MOVE WS-AUDIT-BOOK-VALUE TO WS-AUDIT-AFTER-VALUE
047800     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
047900         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
048000     DISPLAY "BOOK RECORDED - CHECKS " WS-NEW-FIRST-CHECK
048100         " TO " WS-NEW-LAST-CHECK ", " WS-LEAVES-WRITTEN
048200         " LEAVES ON THE REGISTER"
048300     .
048400 3500-RECORD-EXISTING-BOOK-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------
048700*  4000-REPORT-BOOK-LOST  --  FIND THE BOOK HOLDING THE KEYED
048800*  NUMBER, MARK IT LOST, AND TURN EVERY LEAF STILL UNPAID LOST
048900*  SO THE PRESENTMENT RUN RETURNS IT.  PAID LEAVES STAY PAID.
049000*----------------------------------------------------------------
049100 4000-REPORT-BOOK-LOST.
049200     DISPLAY "ENTER ANY CHECK NUMBER FROM THE LOST BOOK: "
049300     ACCEPT WS-LOST-CHECK-NUMBER
049400     OPEN I-O CHECKBOOK-FILE
049500     IF WS-CHKBOOK-STATUS NOT = "00"
049600         DISPLAY "NO BOOKS ON FILE FOR ACCOUNT "
049700             WS-BOOK-ACCT-NUMBER
049800         GO TO 4000-REPORT-BOOK-LOST-EXIT
049900     END-IF
050000     MOVE 'N' TO WS-BOOK-FOUND-SWITCH
050100     MOVE 'N' TO WS-EOF-SWITCH
050200     MOVE WS-BOOK-ACCT-NUMBER TO CB-ACCT-NUMBER
050300     MOVE ZERO TO CB-FIRST-CHECK
050400     START CHECKBOOK-FILE
050500         KEY IS NOT < CB-BOOK-KEY
050600         INVALID KEY
050700             MOVE 'Y' TO WS-EOF-SWITCH
050800     END-START
050900     PERFORM 4100-FIND-ONE-BOOK
051000         THRU 4100-FIND-ONE-BOOK-EXIT
051100         UNTIL NO-MORE-BOOKS OR WS-BOOK-FOUND
051200     IF NOT WS-BOOK-FOUND
051300         DISPLAY "CHECK " WS-LOST-CHECK-NUMBER
051400             " IS NOT IN ANY BOOK ISSUED TO THE ACCOUNT"
051500         CLOSE CHECKBOOK-FILE
051600         GO TO 4000-REPORT-BOOK-LOST-EXIT
051700     END-IF
051800     IF CB-BOOK-LOST
051900         DISPLAY "BOOK " CB-FIRST-CHECK " TO " CB-LAST-CHECK
052000             " WAS ALREADY REPORTED LOST ON " CB-LOST-DATE
052100         CLOSE CHECKBOOK-FILE
052200         GO TO 4000-REPORT-BOOK-LOST-EXIT
052300     END-IF
052400     MOVE CB-FIRST-CHECK TO WS-NEW-FIRST-CHECK
052500     MOVE CB-LAST-CHECK  TO WS-NEW-LAST-CHECK
052600     SET CB-BOOK-LOST TO TRUE
052700     MOVE WS-TS-DATE TO CB-LOST-DATE
052800     REWRITE CHECKBOOK-RECORD
052900         INVALID KEY
053000             DISPLAY "UNABLE TO REWRITE BOOK - NOTHING CHANGED"
053100             CLOSE CHECKBOOK-FILE
053200             GO TO 4000-REPORT-BOOK-LOST-EXIT
053300     END-REWRITE
053400     CLOSE CHECKBOOK-FILE
053500
053600     MOVE ZERO TO WS-LEAVES-LOST
053700     MOVE ZERO TO WS-LEAVES-ALREADY-PAID
053800     OPEN I-O CHECK-STOCK-FILE
053900     IF WS-CHKSTOCK-STATUS = "00"
054000         PERFORM 4200-MARK-ONE-LEAF-LOST
054100             THRU 4200-MARK-ONE-LEAF-LOST-EXIT
054200             VARYING WS-LEAF-NUMBER FROM WS-NEW-FIRST-CHECK
054300             BY 1 UNTIL WS-LEAF-NUMBER > WS-NEW-LAST-CHECK
054400         CLOSE CHECK-STOCK-FILE
054500     ELSE
054600         DISPLAY "CHKBOOK: UNABLE TO OPEN CHECK-STOCK "
054700             "REGISTER, STATUS = " WS-CHKSTOCK-STATUS
054800     END-IF
054900     MOVE WS-NEW-FIRST-CHECK TO WS-AUDIT-BOOK-FIRST
055000     MOVE WS-AUDIT-BOOK-VALUE TO WS-AUDIT-BEFORE-VALUE
055100     MOVE "REPORTED LOST" TO WS-AUDIT-AFTER-VALUE
055200     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
055300         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
055400     DISPLAY "BOOK " WS-NEW-FIRST-CHECK " TO "
055500         WS-NEW-LAST-CHECK " REPORTED LOST - "
055600         WS-LEAVES-LOST " UNUSED CHECKS WILL BE RETURNED, "
055700         WS-LEAVES-ALREADY-PAID " ALREADY PAID"
055800     .
055900 4000-REPORT-BOOK-LOST-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------
056200*  4100-FIND-ONE-BOOK  --  DOES THIS BOOK HOLD THE NUMBER?
056300*----------------------------------------------------------------
056400 4100-FIND-ONE-BOOK.
056500     READ CHECKBOOK-FILE NEXT RECORD
056600         AT END
056700             MOVE 'Y' TO WS-EOF-SWITCH
056800             GO TO 4100-FIND-ONE-BOOK-EXIT
056900     END-READ
057000     IF CB-ACCT-NUMBER NOT = WS-BOOK-ACCT-NUMBER
057100         MOVE 'Y' TO WS-EOF-SWITCH
057200         GO TO 4100-FIND-ONE-BOOK-EXIT
057300     END-IF
057400     IF WS-LOST-CHECK-NUMBER NOT < CB-FIRST-CHECK
057500             AND WS-LOST-CHECK-NUMBER NOT > CB-LAST-CHECK
057600         MOVE 'Y' TO WS-BOOK-FOUND-SWITCH
057700     END-IF
057800     .
057900 4100-FIND-ONE-BOOK-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------
058200*  4200-MARK-ONE-LEAF-LOST  --  AN ISSUED LEAF GOES LOST.
058300*----------------------------------------------------------------
058400 4200-MARK-ONE-LEAF-LOST.
058500     MOVE WS-BOOK-ACCT-NUMBER TO CS-ACCT-NUMBER
058600     MOVE WS-LEAF-NUMBER      TO CS-CHECK-NUMBER
058700     READ CHECK-STOCK-FILE
058800         KEY IS CS-STOCK-KEY
058900         INVALID KEY
059000             GO TO 4200-MARK-ONE-LEAF-LOST-EXIT
059100     END-READ
059200     IF CS-LEAF-PAID
059300         ADD 1 TO WS-LEAVES-ALREADY-PAID
059400         GO TO 4200-MARK-ONE-LEAF-LOST-EXIT
059500     END-IF
059600     IF CS-LEAF-ISSUED
059700         SET CS-LEAF-LOST TO TRUE
059800         REWRITE CHECK-STOCK-RECORD
059900         ADD 1 TO WS-LEAVES-LOST
060000     END-IF
060100     .
060200 4200-MARK-ONE-LEAF-LOST-EXIT.
060300     EXIT.
060400*----------------------------------------------------------------
060500*  5000-LIST-BOOKS  --  EVERY BOOK ISSUED TO THE ACCOUNT.
060600*----------------------------------------------------------------
060700 5000-LIST-BOOKS.
060800     OPEN INPUT CHECKBOOK-FILE
060900     IF WS-CHKBOOK-STATUS NOT = "00"
061000         DISPLAY "NO BOOKS ON FILE FOR ACCOUNT "
061100             WS-BOOK-ACCT-NUMBER
061200         GO TO 5000-LIST-BOOKS-EXIT
061300     END-IF
061400     MOVE ZERO TO WS-BOOKS-LISTED
061500     MOVE 'N' TO WS-EOF-SWITCH
061600     MOVE WS-BOOK-ACCT-NUMBER TO CB-ACCT-NUMBER
061700     MOVE ZERO TO CB-FIRST-CHECK
061800     START CHECKBOOK-FILE
061900         KEY IS NOT < CB-BOOK-KEY
062000         INVALID KEY
062100             MOVE 'Y' TO WS-EOF-SWITCH
062200     END-START
062300     PERFORM 5100-LIST-ONE-BOOK
062400         THRU 5100-LIST-ONE-BOOK-EXIT
062500         UNTIL NO-MORE-BOOKS
062600     CLOSE CHECKBOOK-FILE
062700     IF WS-BOOKS-LISTED = ZERO
062800         DISPLAY "NO BOOKS ON FILE FOR ACCOUNT "
062900             WS-BOOK-ACCT-NUMBER
063000     END-IF
063100     .
063200 5000-LIST-BOOKS-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------
063500*  5100-LIST-ONE-BOOK  --  ONE LINE PER BOOK UNTIL THE ACCOUNT
063600*  CHANGES.
063700*----------------------------------------------------------------
063800 5100-LIST-ONE-BOOK.
063900     READ CHECKBOOK-FILE NEXT RECORD
064000         AT END
064100             MOVE 'Y' TO WS-EOF-SWITCH
064200             GO TO 5100-LIST-ONE-BOOK-EXIT
064300     END-READ
064400     IF CB-ACCT-NUMBER NOT = WS-BOOK-ACCT-NUMBER
064500         MOVE 'Y' TO WS-EOF-SWITCH
064600         GO TO 5100-LIST-ONE-BOOK-EXIT
064700     END-IF
064800     ADD 1 TO WS-BOOKS-LISTED
064900     DISPLAY "CHECKS " CB-FIRST-CHECK " TO " CB-LAST-CHECK
065000         " SOURCE " CB-SOURCE-CODE
065100         " ISSUED " CB-ISSUE-DATE
065200         " STATUS " CB-STATUS-CODE
065300         " LOST " CB-LOST-DATE
065400     .
065500 5100-LIST-ONE-BOOK-EXIT.
065600     EXIT.
065700*----------------------------------------------------------------
065800*  6000-WRITE-ACTIVITY-AUDIT-RECORD  --  WHO ISSUED OR LOST
065900*  WHICH BOOK ON THE ACCOUNT.
066000*----------------------------------------------------------------
066100 6000-WRITE-ACTIVITY-AUDIT-RECORD.
066200     OPEN EXTEND ACTIVITY-AUDIT-FILE
066300     IF WS-ACTAUDIT-STATUS = "35"
066400         CLOSE ACTIVITY-AUDIT-FILE
066500         OPEN OUTPUT ACTIVITY-AUDIT-FILE
066600     END-IF
066700     MOVE "CHKBOOKORDER"       TO AL-PROGRAM-ID
066800     MOVE WS-BOOK-ACCT-NUMBER   TO AL-ACCT-NUMBER
066900     MOVE WS-MAINT-OPERATOR-ID  TO AL-OPERATOR-ID
067000     MOVE WS-AUDIT-BEFORE-VALUE TO AL-BEFORE-VALUE
067100     MOVE WS-AUDIT-AFTER-VALUE  TO AL-AFTER-VALUE
067200     MOVE WS-CURRENT-TIMESTAMP  TO AL-TIMESTAMP
067300     WRITE ACTIVITY-AUDIT-RECORD
067400     CLOSE ACTIVITY-AUDIT-FILE
067500     .
067600 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
067700     EXIT.
067800 END PROGRAM CHKBOOK-ORDER.
