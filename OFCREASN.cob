000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    OFFICER-REASSIGN.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  WHEN A RELATIONSHIP
001300*                     OFFICER LEAVES OR A BOOK IS SPLIT, EVERY
001400*                     CUSTOMER ASSIGNED TO ONE OFFICER MOVES TO
001500*                     ANOTHER IN ONE PASS INSTEAD OF ONE
001600*                     CUST-MAINT CHANGE PER CUSTOMER.  THE
001700*                     RECEIVING OFFICER MUST BE AN ACTIVE STAFF
001800*                     OPERATOR ON THE OPERATOR MASTER; THE
001900*                     LEAVING ONE NEED NOT BE (THEY MAY ALREADY
002000*                     BE DISABLED).  A SUPERVISOR OR MANAGER
002100*                     ONLY, AND EVERY CUSTOMER MOVED WRITES ITS
002200*                     OWN BEFORE/AFTER ACTIVITY AUDIT ROW KEYED
002300*                     ON THE CUSTOMER NUMBER, THE SAME TRAIL
002400*                     CHANGE-REVIEW WRITES FOR A SINGLE CHANGE.
002500*                     THE LIST OPTION SHOWS AN OFFICER'S BOOK.
002600*                     SAME CONSOLE SHAPE AS STOP PAYMENT
002700*                     MAINTENANCE.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     COPY CUSTMSEL.
003300     COPY OPERMSEL.
003400     COPY ACTAUDSEL.
003500*================================================================
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CUSTOMER-MASTER-FILE.
003900     COPY CUSTMAST.
004000 FD  OPERATOR-MASTER-FILE.
004100     COPY OPERMAST.
004200 FD  ACTIVITY-AUDIT-FILE.
004300     COPY ACTAUDREC.
004400*----------------------------------------------------------------
004500 WORKING-STORAGE SECTION.
004600 01  WS-FILE-STATUSES.
004700     05  WS-CUSTMAST-STATUS        PIC XX.
004800     05  WS-OPERMAST-STATUS        PIC XX.
004900     05  WS-ACTAUDIT-STATUS        PIC XX.
005000*----------------------------------------------------------------
005100 01  WS-WORK-FIELDS.
005200     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
005300         88  WS-SESSION-DONE       VALUE 'Y'.
005400     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
005500     05  WS-OPER-VERIFY-FLAG       PIC X.
005600     05  WS-OPER-VERIFY-ROLE       PIC X.
005700     05  WS-MENU-CHOICE            PIC X.
005800     05  WS-CONFIRM-REPLY          PIC X.
005900     05  WS-MAINT-OPERATOR-ID      PIC X(08).
006000     05  WS-FROM-OFFICER-ID        PIC X(08).
006100     05  WS-TO-OFFICER-ID          PIC X(08).
006200     05  WS-OFFICER-OK-SWITCH      PIC X.
006300         88  WS-OFFICER-OK         VALUE 'Y'.
006400     05  WS-CUST-EOF-SWITCH        PIC X.
006500         88  NO-MORE-CUSTOMERS     VALUE 'Y'.
006600     05  WS-BOOK-COUNT             PIC 9(06) COMP.
006700     05  WS-MOVED-COUNT            PIC 9(06) COMP.
006800*----------------------------------------------------------------
006900 01  WS-BUSINESS-DATE              PIC 9(08).
007000 01  WS-BUSDATE-FLAG               PIC X.
007100 01  WS-CURRENT-TIMESTAMP          PIC X(21).
007200 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
007300     05  WS-TS-DATE                PIC 9(08).
007400     05  FILLER                    PIC X(13).
007500*================================================================
007600 PROCEDURE DIVISION.
007700*================================================================
007800 0000-MAINLINE.
007900     DISPLAY "RELATIONSHIP OFFICER REASSIGNMENT"
008000     DISPLAY "ENTER YOUR OPERATOR ID: "
008100     ACCEPT WS-MAINT-OPERATOR-ID
008200     CALL "OPER-VERIFY" USING WS-MAINT-OPERATOR-ID
008300         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
008400         WS-OPER-VERIFY-ROLE
008500     IF WS-OPER-VERIFY-FLAG NOT = "Y"
008600         DISPLAY "OPERATOR NOT AUTHORIZED"
008700         STOP RUN
008800     END-IF
008900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
009000     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
009100         WS-BUSDATE-FLAG
009200     IF WS-BUSDATE-FLAG = "Y"
009300         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
009400     END-IF
009500     PERFORM 2000-WORK-ONE-CHOICE
009600         THRU 2000-WORK-ONE-CHOICE-EXIT
009700         UNTIL WS-SESSION-DONE
009800     STOP RUN.
009900*----------------------------------------------------------------
010000*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
010100*----------------------------------------------------------------
010200 2000-WORK-ONE-CHOICE.
010300     DISPLAY "R=REASSIGN BOOK  L=LIST BOOK  X=EXIT"
010400     DISPLAY "CHOICE: "
010500     ACCEPT WS-MENU-CHOICE
010600     EVALUATE WS-MENU-CHOICE
010700         WHEN 'R'
010800             PERFORM 3000-REASSIGN-BOOK
010900                 THRU 3000-REASSIGN-BOOK-EXIT
011000         WHEN 'L'
011100             PERFORM 4000-LIST-BOOK
011200                 THRU 4000-LIST-BOOK-EXIT
011300         WHEN 'X'
011400             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
011500         WHEN OTHER
011600             DISPLAY "INVALID CHOICE"
011700     END-EVALUATE
011800     .
011900 2000-WORK-ONE-CHOICE-EXIT.
012000     EXIT.
012100*----------------------------------------------------------------
012200*  3000-REASSIGN-BOOK  --  SUPERVISOR OR MANAGER ONLY.  COUNT
012300*  THE LEAVING OFFICER'S BOOK, CONFIRM, THEN MOVE IT.
012400*----------------------------------------------------------------
012500 3000-REASSIGN-BOOK.
012600     IF WS-OPER-VERIFY-ROLE NOT = 'S'
012700        AND WS-OPER-VERIFY-ROLE NOT = 'M'
012800         DISPLAY "REASSIGNMENT REFUSED - REQUIRES A SUPERVISOR "
012900             "OR MANAGER"
013000         GO TO 3000-REASSIGN-BOOK-EXIT
013100     END-IF
013200     DISPLAY "ENTER OFFICER WHOSE BOOK IS MOVING: "
013300     ACCEPT WS-FROM-OFFICER-ID
013400     IF WS-FROM-OFFICER-ID = SPACES
013500         DISPLAY "NO OFFICER ENTERED - NOTHING MOVED"
013600         GO TO 3000-REASSIGN-BOOK-EXIT
013700     END-IF
013800     DISPLAY "ENTER RECEIVING OFFICER: "
013900     ACCEPT WS-TO-OFFICER-ID
014000     IF WS-TO-OFFICER-ID = WS-FROM-OFFICER-ID
014100         DISPLAY "SAME OFFICER - NOTHING MOVED"
014200         GO TO 3000-REASSIGN-BOOK-EXIT
014300     END-IF
014400     PERFORM 3100-CHECK-NEW-OFFICER
014500         THRU 3100-CHECK-NEW-OFFICER-EXIT
014600     IF NOT WS-OFFICER-OK
014700         GO TO 3000-REASSIGN-BOOK-EXIT
014800     END-IF
014900
015000     OPEN INPUT CUSTOMER-MASTER-FILE
015100     IF WS-CUSTMAST-STATUS NOT = "00"
015200         DISPLAY "OFCREASN: UNABLE TO OPEN CUSTOMER MASTER, "
015300             "STATUS = " WS-CUSTMAST-STATUS
015400         GO TO 3000-REASSIGN-BOOK-EXIT
015500     END-IF
015600     MOVE ZERO TO WS-BOOK-COUNT
015700     MOVE 'N' TO WS-CUST-EOF-SWITCH
015800     PERFORM 3200-COUNT-ONE-CUSTOMER
015900         THRU 3200-COUNT-ONE-CUSTOMER-EXIT
016000         UNTIL NO-MORE-CUSTOMERS
016100     CLOSE CUSTOMER-MASTER-FILE
016200     IF WS-BOOK-COUNT = ZERO
016300         DISPLAY "NO CUSTOMERS ASSIGNED TO " WS-FROM-OFFICER-ID
016400         GO TO 3000-REASSIGN-BOOK-EXIT
016500     END-IF
016600     DISPLAY WS-BOOK-COUNT " CUSTOMERS WILL MOVE FROM "
016700         WS-FROM-OFFICER-ID " TO " WS-TO-OFFICER-ID
016800     DISPLAY "CONFIRM REASSIGNMENT (Y/N): "
016900     ACCEPT WS-CONFIRM-REPLY
017000     IF WS-CONFIRM-REPLY NOT = 'Y'
017100         DISPLAY "REASSIGNMENT CANCELLED - NOTHING MOVED"
017200         GO TO 3000-REASSIGN-BOOK-EXIT
017300     END-IF
017400
017500     OPEN I-O CUSTOMER-MASTER-FILE
017600     IF WS-CUSTMAST-STATUS NOT = "00"
017700         DISPLAY "OFCREASN: UNABLE TO OPEN CUSTOMER MASTER, "
017800             "STATUS = " WS-CUSTMAST-STATUS
017900         GO TO 3000-REASSIGN-BOOK-EXIT
018000     END-IF
018100     OPEN EXTEND ACTIVITY-AUDIT-FILE
018200     IF WS-ACTAUDIT-STATUS = "35"
018300         CLOSE ACTIVITY-AUDIT-FILE
018400         OPEN OUTPUT ACTIVITY-AUDIT-FILE
018500     END-IF
018600     MOVE ZERO TO WS-MOVED-COUNT
018700     MOVE 'N' TO WS-CUST-EOF-SWITCH
018800     PERFORM 3300-MOVE-ONE-CUSTOMER
018900         THRU 3300-MOVE-ONE-CUSTOMER-EXIT
019000         UNTIL NO-MORE-CUSTOMERS
019100     CLOSE ACTIVITY-AUDIT-FILE
019200     CLOSE CUSTOMER-MASTER-FILE
019300     DISPLAY WS-MOVED-COUNT " CUSTOMERS REASSIGNED FROM "
019400         WS-FROM-OFFICER-ID " TO " WS-TO-OFFICER-ID
019500     .
019600 3000-REASSIGN-BOOK-EXIT.
019700     EXIT.
019800*----------------------------------------------------------------
019900*  3100-CHECK-NEW-OFFICER  --  ON THE OPERATOR MASTER,
020000*  ACTIVE, AND A STAFF ROLE (NOT A BATCH ID).
020100*----------------------------------------------------------------
020200 3100-CHECK-NEW-OFFICER.
020300     MOVE 'N' TO WS-OFFICER-OK-SWITCH
020400     IF WS-TO-OFFICER-ID = SPACES
020500         DISPLAY "NO RECEIVING OFFICER ENTERED - NOTHING MOVED"
020600         GO TO 3100-CHECK-NEW-OFFICER-EXIT
020700     END-IF
020800     OPEN INPUT OPERATOR-MASTER-FILE
020900     IF WS-OPERMAST-STATUS NOT = "00"
021000         DISPLAY "OFCREASN: UNABLE TO OPEN OPERATOR MASTER, "
021100             "STATUS = " WS-OPERMAST-STATUS
021200         GO TO 3100-CHECK-NEW-OFFICER-EXIT
021300     END-IF
021400     MOVE WS-TO-OFFICER-ID TO OP-OPERATOR-ID
021500     READ OPERATOR-MASTER-FILE
021600         KEY IS OP-OPERATOR-ID
021700         INVALID KEY
021800             DISPLAY "RECEIVING OFFICER NOT ON THE OPERATOR "
021900                 "MASTER - NOTHING MOVED"
022000             CLOSE OPERATOR-MASTER-FILE
022100             GO TO 3100-CHECK-NEW-OFFICER-EXIT
022200     END-READ
022300     CLOSE OPERATOR-MASTER-FILE
022400     IF NOT OP-STATUS-ACTIVE OR OP-ROLE-BATCH
022500         DISPLAY "RECEIVING OFFICER IS NOT AN ACTIVE STAFF "
022600             "OPERATOR - NOTHING MOVED"
022700         GO TO 3100-CHECK-NEW-OFFICER-EXIT
022800     END-IF
022900     DISPLAY "RECEIVING OFFICER " OP-OPERATOR-NAME
023000         " BRANCH " OP-BRANCH-ID
023100     MOVE 'Y' TO WS-OFFICER-OK-SWITCH
023200     .
023300 3100-CHECK-NEW-OFFICER-EXIT.
023400     EXIT.
023500*----------------------------------------------------------------
023600 3200-COUNT-ONE-CUSTOMER.
023700     READ CUSTOMER-MASTER-FILE NEXT RECORD
023800         AT END
023900             MOVE 'Y' TO WS-CUST-EOF-SWITCH
024000             GO TO 3200-COUNT-ONE-CUSTOMER-EXIT
024100     END-READ
024200     IF CM-OFFICER-ID = WS-FROM-OFFICER-ID
024300         ADD 1 TO WS-BOOK-COUNT
024400     END-IF
024500     .
024600 3200-COUNT-ONE-CUSTOMER-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900*  3300-MOVE-ONE-CUSTOMER  --  REWRITE THE OFFICER AND AUDIT
025000*  THE MOVE AGAINST THE CUSTOMER NUMBER.
025100*----------------------------------------------------------------
025200 3300-MOVE-ONE-CUSTOMER.
025300     READ CUSTOMER-MASTER-FILE NEXT RECORD
025400         AT END
025500             MOVE 'Y' TO WS-CUST-EOF-SWITCH
025600             GO TO 3300-MOVE-ONE-CUSTOMER-EXIT
025700     END-READ
025800     IF CM-OFFICER-ID NOT = WS-FROM-OFFICER-ID
025900         GO TO 3300-MOVE-ONE-CUSTOMER-EXIT
026000     END-IF
026100     MOVE WS-TO-OFFICER-ID TO CM-OFFICER-ID
026200     REWRITE CUSTOMER-MASTER-RECORD
026300     ADD 1 TO WS-MOVED-COUNT
026400     MOVE "OFCREASN"           TO AL-PROGRAM-ID
026500     MOVE CM-CUSTOMER-NUMBER   TO AL-ACCT-NUMBER
026600     MOVE WS-MAINT-OPERATOR-ID TO AL-OPERATOR-ID
026700     MOVE WS-FROM-OFFICER-ID   TO AL-BEFORE-VALUE
026800     MOVE WS-TO-OFFICER-ID     TO AL-AFTER-VALUE
026900     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
027000     WRITE ACTIVITY-AUDIT-RECORD
027100     .
027200 3300-MOVE-ONE-CUSTOMER-EXIT.
027300     EXIT.
027400*----------------------------------------------------------------
027500*  4000-LIST-BOOK  --  EVERY CUSTOMER ASSIGNED TO ONE OFFICER.
027600*----------------------------------------------------------------
027700 4000-LIST-BOOK.
027800     DISPLAY "ENTER OFFICER ID: "
027900     ACCEPT WS-FROM-OFFICER-ID
028000     OPEN INPUT CUSTOMER-MASTER-FILE
028100     IF WS-CUSTMAST-STATUS NOT = "00"
028200         DISPLAY "NO CUSTOMER MASTER FILE"
028300         GO TO 4000-LIST-BOOK-EXIT
028400     END-IF
028500     MOVE ZERO TO WS-BOOK-COUNT
028600     MOVE 'N' TO WS-CUST-EOF-SWITCH
028700     PERFORM 4100-LIST-ONE-CUSTOMER
028800         THRU 4100-LIST-ONE-CUSTOMER-EXIT
028900         UNTIL NO-MORE-CUSTOMERS
029000     CLOSE CUSTOMER-MASTER-FILE
029100     DISPLAY WS-BOOK-COUNT " CUSTOMERS IN THE BOOK"
029200     .
029300 4000-LIST-BOOK-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600 4100-LIST-ONE-CUSTOMER.
029700     READ CUSTOMER-MASTER-FILE NEXT RECORD
029800         AT END
029900             MOVE 'Y' TO WS-CUST-EOF-SWITCH
030000             GO TO 4100-LIST-ONE-CUSTOMER-EXIT
030100     END-READ
030200     IF CM-OFFICER-ID NOT = WS-FROM-OFFICER-ID
030300         GO TO 4100-LIST-ONE-CUSTOMER-EXIT
030400     END-IF
030500     ADD 1 TO WS-BOOK-COUNT
030600     DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER " "
030700         CM-CUSTOMER-NAME " TIER " CM-RELATIONSHIP-TIER
030800     .
030900 4100-LIST-ONE-CUSTOMER-EXIT.
031000     EXIT.
031100 END PROGRAM OFFICER-REASSIGN.
