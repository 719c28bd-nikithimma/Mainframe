000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    SAFE-DEPOSIT-MAINT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CONSOLE FOR THE SAFE
001300*                     DEPOSIT BOX SUBSYSTEM (ACCEPT/DISPLAY LOOP,
001400*                     SAME STYLE AS ATM-TERMINAL-MAINT), WHICH
001500*                     REPLACES THE PAPER BOX REGISTER AND ACCESS
001600*                     CARDS.  SUPERVISOR OR MANAGER ONLY FOR THE
001700*                     BOX INVENTORY, DRILLING AND RETURNING
001800*                     DRILLED CONTENTS; ANY TELLER FOR THE REST:
001900*                       B - ADD OR UPDATE A BOX (BRANCH, NUMBER,
002000*                           SIZE, AVAILABLE OR OUT OF SERVICE)
002100*                       R - RENT A BOX: PRIMARY RENTER, UP TO
002200*                           THREE JOINT RENTERS AND THE ACCOUNT
002300*                           THE ANNUAL RENT IS DEBITED FROM.
002400*                           THE FIRST YEAR IS DUE THE DAY THE
002500*                           BOX IS LET; SAFE-DEPOSIT-RENT
002600*                           COLLECTS IT THAT NIGHT.
002700*                       J - ADD OR REMOVE A JOINT RENTER
002800*                       A - RECORD A VISIT, CHECKED AGAINST THE
002900*                           RENTER LIST, ON THE ACCESS LOG
003000*                       C - CLOSE AN AGREEMENT (RENT PAID UP;
003100*                           NOT PRORATED) AND FREE THE BOX
003200*                       D - DRILL A BOX WHOSE RENT HAS REACHED
003300*                           THE DRILL STAGE AND FILE THE
003400*                           WITNESSED CONTENTS INVENTORY
003500*                       G - GIVE DRILLED CONTENTS BACK TO A
003600*                           RENTER WHO COMES FORWARD
003700*                       V/L - VIEW AN AGREEMENT, LIST A BRANCH
003800*                     EACH CHANGE WRITES AN ACTIVITY AUDIT ROW.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     COPY SDBXSEL.
004400     COPY SDBASEL.
004500     COPY SDBLSEL.
004600     COPY SDBDSEL.
004700     COPY CUSTMSEL.
004800     COPY ACCTMSEL.
004900     COPY ACTAUDSEL.
005000*================================================================
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  SDB-BOX-FILE.
005400     COPY SDBXREC.
005500 FD  SDB-AGREEMENT-FILE.
005600     COPY SDBAREC.
005700 FD  SDB-ACCESS-FILE.
005800     COPY SDBLREC.
005900 FD  SDB-DRILL-FILE.
006000     COPY SDBDREC.
006100 FD  CUSTOMER-MASTER-FILE.
006200     COPY CUSTMAST.
006300 FD  ACCOUNT-MASTER-FILE.
006400     COPY ACCTMAST.
006500 FD  ACTIVITY-AUDIT-FILE.
006600     COPY ACTAUDREC.
006700*----------------------------------------------------------------
006800 WORKING-STORAGE SECTION.
006900     COPY ACCTSTAT.
007000*----------------------------------------------------------------
007100 01  WS-FILE-STATUSES.
007200     05  WS-SDBBOX-STATUS          PIC XX.
007300     05  WS-SDBAGRMT-STATUS        PIC XX.
007400     05  WS-SDBACCES-STATUS        PIC XX.
007500     05  WS-SDBDRILL-STATUS        PIC XX.
007600     05  WS-CUSTMAST-STATUS        PIC XX.
007700     05  WS-ACCTMAST-STATUS        PIC XX.
007800     05  WS-ACTAUDIT-STATUS        PIC XX.
007900*----------------------------------------------------------------
008000 01  WS-WORK-FIELDS.
008100     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
008200         88  WS-SESSION-DONE       VALUE 'Y'.
008300     05  WS-FILES-OPEN-SWITCH      PIC X VALUE 'N'.
008400         88  WS-FILES-OPEN         VALUE 'Y'.
008500     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
008600     05  WS-OPER-VERIFY-FLAG       PIC X.
008700     05  WS-OPER-VERIFY-ROLE       PIC X.
008800     05  WS-WITNESS-ID             PIC X(08).
008900     05  WS-WITNESS-VERIFY-FLAG    PIC X.
009000     05  WS-WITNESS-VERIFY-ROLE    PIC X.
009100     05  WS-MENU-CHOICE            PIC X.
009200     05  WS-SUB-CHOICE             PIC X.
009300     05  WS-OPERATOR-ID            PIC X(08).
009400     05  WS-TARGET-BRANCH-ID       PIC X(06).
009500     05  WS-TARGET-BOX-NUMBER      PIC X(06).
009600     05  WS-TARGET-AGREEMENT-ID    PIC 9(08).
009700     05  WS-TARGET-CUSTOMER        PIC 9(09).
009800     05  WS-TARGET-ACCT-NUMBER     PIC 9(10).
009900     05  WS-NEW-SIZE               PIC X.
010000     05  WS-NEW-STATUS             PIC X.
010100     05  WS-ENVELOPE-ID            PIC X(12).
010200     05  WS-CASH-FOUND             PIC 9(09)V99.
010300     05  WS-BOX-FOUND-SWITCH       PIC X.
010400         88  WS-BOX-FOUND          VALUE 'Y'.
010500     05  WS-AGREEMENT-FOUND-SWITCH PIC X.
010600         88  WS-AGREEMENT-FOUND    VALUE 'Y'.
010700     05  WS-CUSTOMER-VALID-SWITCH  PIC X.
010800         88  WS-CUSTOMER-VALID     VALUE 'Y'.
010900         88  WS-CUSTOMER-DECEASED  VALUE 'D'.
011000     05  WS-RENTER-SWITCH          PIC X.
011100         88  WS-RENTER-ON-LIST     VALUE 'Y'.
011200     05  WS-JOINT-DONE-SWITCH      PIC X.
011300         88  WS-JOINT-DONE         VALUE 'Y'.
011400     05  WS-BOX-EOF-SWITCH         PIC X.
011500         88  NO-MORE-BOXES         VALUE 'Y'.
011600     05  WS-JOINT-SUB              PIC 9(02) COMP.
011700     05  WS-OPEN-SLOT              PIC 9(02) COMP.
011800     05  WS-FOUND-SLOT             PIC 9(02) COMP.
011900     05  WS-LINE-SUB               PIC 9(02) COMP.
012000     05  WS-BOXES-LISTED           PIC 9(03) COMP.
012100     05  WS-ACTION-TAKEN           PIC X(15).
012200     05  WS-AUDIT-BEFORE           PIC X(15).
012300     05  WS-AUDIT-ACCT-NUMBER      PIC 9(10).
012400     05  WS-REFUSAL-REASON         PIC X(20).
012500     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
012600 01  WS-ID-SOURCE-NAME             PIC X(08).
012700 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
012800*----------------------------------------------------------------
012900 01  WS-BRANCH-VALID-FLAG          PIC X.
013000 01  WS-BRANCH-NAME                PIC X(30).
013100 01  WS-BRANCH-ADDRESS             PIC X(60).
013200*----------------------------------------------------------------
013300 01  WS-BUSINESS-DATE              PIC 9(08).
013400 01  WS-BUSDATE-FLAG               PIC X.
013500 01  WS-CURRENT-TIMESTAMP          PIC X(21).
013600 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
013700     05  WS-TS-DATE                PIC 9(08).
013800     05  WS-TS-TIME-OF-DAY         PIC 9(08).
013900     05  FILLER                    PIC X(05).
014000*================================================================
014100 PROCEDURE DIVISION.
014200*================================================================
014300 0000-MAINLINE.
014400     DISPLAY "SAFE DEPOSIT BOX MAINTENANCE"
014500     DISPLAY "ENTER OPERATOR ID: "
014600     ACCEPT WS-OPERATOR-ID
014700     CALL "OPER-VERIFY" USING WS-OPERATOR-ID
014800         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
014900         WS-OPER-VERIFY-ROLE
015000     IF WS-OPER-VERIFY-FLAG NOT = "Y"
015100         DISPLAY "OPERATOR NOT AUTHORIZED"
015200         STOP RUN
015300     END-IF
015400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
015500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
015600         WS-BUSDATE-FLAG
015700     IF WS-BUSDATE-FLAG = "Y"
015800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
015900     END-IF
016000     PERFORM 9000-OPEN-SDB-FILES
016100         THRU 9000-OPEN-SDB-FILES-EXIT
016200     IF NOT WS-FILES-OPEN
016300         STOP RUN
016400     END-IF
016500     PERFORM 2000-WORK-ONE-CHOICE
016600         THRU 2000-WORK-ONE-CHOICE-EXIT
016700         UNTIL WS-SESSION-DONE
016800     CLOSE SDB-BOX-FILE
016900     CLOSE SDB-AGREEMENT-FILE
017000     STOP RUN.
017100*----------------------------------------------------------------
017200 2000-WORK-ONE-CHOICE.
017300     DISPLAY "B=BOX  R=RENT  J=JOINT RENTER  A=ACCESS  "
017400         "C=CLOSE"
017500     DISPLAY "D=DRILL  G=RETURN CONTENTS  V=VIEW  L=LIST  "
017600         "X=EXIT"
017700     DISPLAY "CHOICE: "
017800     ACCEPT WS-MENU-CHOICE
017900     EVALUATE WS-MENU-CHOICE
018000         WHEN 'B'
018100             PERFORM 3000-ADD-OR-UPDATE-BOX
018200                 THRU 3000-ADD-OR-UPDATE-BOX-EXIT
018300         WHEN 'R'
018400             PERFORM 4000-RENT-A-BOX
018500                 THRU 4000-RENT-A-BOX-EXIT
018600         WHEN 'J'
018700             PERFORM 5000-CHANGE-JOINT-RENTER
018800                 THRU 5000-CHANGE-JOINT-RENTER-EXIT
018900         WHEN 'A'
019000             PERFORM 6000-RECORD-ACCESS
019100                 THRU 6000-RECORD-ACCESS-EXIT
019200         WHEN 'C'
019300             PERFORM 7000-CLOSE-AGREEMENT
019400                 THRU 7000-CLOSE-AGREEMENT-EXIT
019500         WHEN 'D'
019600             PERFORM 7100-DRILL-AND-INVENTORY
019700                 THRU 7100-DRILL-AND-INVENTORY-EXIT
019800         WHEN 'G'
019900             PERFORM 7200-RETURN-CONTENTS
020000                 THRU 7200-RETURN-CONTENTS-EXIT
020100         WHEN 'V'
020200             PERFORM 8000-VIEW-AGREEMENT
020300                 THRU 8000-VIEW-AGREEMENT-EXIT
020400         WHEN 'L'
020500             PERFORM 8200-LIST-BRANCH-BOXES
020600                 THRU 8200-LIST-BRANCH-BOXES-EXIT
020700         WHEN 'X'
020800             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
020900         WHEN OTHER
021000             DISPLAY "INVALID CHOICE"
021100     END-EVALUATE
021200     .
021300 2000-WORK-ONE-CHOICE-EXIT.
021400     EXIT.
021500*----------------------------------------------------------------
021600*  3000-ADD-OR-UPDATE-BOX  --  A RENTED BOX IS NOT TOUCHED
021700*  HERE.  PUTTING A DRILLED BOX BACK TO AVAILABLE MEANS ITS
021800*  LOCK HAS BEEN CHANGED, AND CLEARS THE OLD AGREEMENT.
021900*----------------------------------------------------------------
022000 3000-ADD-OR-UPDATE-BOX.
022100     IF WS-OPER-VERIFY-ROLE NOT = 'S'
022200             AND WS-OPER-VERIFY-ROLE NOT = 'M'
022300         DISPLAY "REFUSED - REQUIRES A SUPERVISOR OR MANAGER"
022400         GO TO 3000-ADD-OR-UPDATE-BOX-EXIT
022500     END-IF
022600     DISPLAY "ENTER BRANCH ID: "
022700     ACCEPT WS-TARGET-BRANCH-ID
022800     CALL "BRANCH-VERIFY" USING WS-TARGET-BRANCH-ID
022900         WS-BRANCH-VALID-FLAG WS-BRANCH-NAME
023000         WS-BRANCH-ADDRESS
023100     IF WS-BRANCH-VALID-FLAG NOT = 'Y'
023200         DISPLAY "BRANCH NOT ON BRANCH MASTER"
023300         GO TO 3000-ADD-OR-UPDATE-BOX-EXIT
023400     END-IF
023500     DISPLAY "ENTER BOX NUMBER: "
023600     ACCEPT WS-TARGET-BOX-NUMBER
023700     IF WS-TARGET-BOX-NUMBER = SPACES
023800         DISPLAY "BOX NUMBER IS REQUIRED"
023900         GO TO 3000-ADD-OR-UPDATE-BOX-EXIT
024000     END-IF
024100     PERFORM 9300-READ-BOX
024200         THRU 9300-READ-BOX-EXIT
024300     IF WS-BOX-FOUND
024400         PERFORM 8300-SHOW-ONE-BOX
024500             THRU 8300-SHOW-ONE-BOX-EXIT
024600         IF SX-BOX-RENTED
024700             DISPLAY "REFUSED - BOX IS RENTED UNDER AGREEMENT "
024800                 SX-AGREEMENT-ID
024900             GO TO 3000-ADD-OR-UPDATE-BOX-EXIT
025000         END-IF
025100     END-IF
025200     DISPLAY "ENTER SIZE (S=SMALL M=MEDIUM L=LARGE "
025300         "X=EXTRA LARGE): "
025400     ACCEPT WS-NEW-SIZE
025500     DISPLAY "ENTER STATUS (A=AVAILABLE O=OUT OF SERVICE): "
025600     ACCEPT WS-NEW-STATUS
025700     MOVE WS-NEW-SIZE TO SX-BOX-SIZE
025800     IF NOT SX-SIZE-VALID
025900         DISPLAY "INVALID SIZE - NOT APPLIED"
026000         GO TO 3000-ADD-OR-UPDATE-BOX-EXIT
026100     END-IF
026200     IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'O'
026300         DISPLAY "INVALID STATUS - NOT APPLIED"
026400         GO TO 3000-ADD-OR-UPDATE-BOX-EXIT
026500     END-IF
026600     MOVE WS-TARGET-BRANCH-ID  TO SX-BRANCH-ID
026700     MOVE WS-TARGET-BOX-NUMBER TO SX-BOX-NUMBER
026800     MOVE WS-NEW-STATUS        TO SX-BOX-STATUS
026900     MOVE ZERO                 TO SX-AGREEMENT-ID
027000     MOVE WS-TS-DATE           TO SX-STATUS-DATE
027100     IF WS-BOX-FOUND
027200         REWRITE SDB-BOX-RECORD
027300         MOVE "BOX UPDATED" TO WS-ACTION-TAKEN
027400     ELSE
027500         WRITE SDB-BOX-RECORD
027600         MOVE "BOX ADDED" TO WS-ACTION-TAKEN
027700     END-IF
027800     MOVE SX-BOX-KEY TO WS-AUDIT-BEFORE
027900     MOVE ZERO TO WS-AUDIT-ACCT-NUMBER
028000     PERFORM 9500-WRITE-ACTIVITY-AUDIT-RECORD
028100         THRU 9500-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
028200     DISPLAY "BOX " WS-TARGET-BOX-NUMBER " " WS-ACTION-TAKEN
028300     .
028400 3000-ADD-OR-UPDATE-BOX-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700*  4000-RENT-A-BOX  --  AN AVAILABLE BOX, A LIVING PRIMARY
028800*  RENTER ON THE CUSTOMER MASTER AND AN ACTIVE ACCOUNT IN THE
028900*  RENTER'S OWN NAME TO CARRY THE RENT.  THE RENT FALLS DUE
029000*  TODAY.
029100*----------------------------------------------------------------
029200 4000-RENT-A-BOX.
029300     DISPLAY "ENTER BRANCH ID: "
029400     ACCEPT WS-TARGET-BRANCH-ID
029500     DISPLAY "ENTER BOX NUMBER: "
029600     ACCEPT WS-TARGET-BOX-NUMBER
029700     PERFORM 9300-READ-BOX
029800         THRU 9300-READ-BOX-EXIT
029900     IF NOT WS-BOX-FOUND
030000         DISPLAY "BOX NOT ON INVENTORY"
030100         GO TO 4000-RENT-A-BOX-EXIT
030200     END-IF
030300     IF NOT SX-BOX-AVAILABLE
030400         DISPLAY "REFUSED - BOX IS NOT AVAILABLE (STATUS "
030500             SX-BOX-STATUS ")"
030600         GO TO 4000-RENT-A-BOX-EXIT
030700     END-IF
030800     DISPLAY "ENTER PRIMARY RENTER CUSTOMER NUMBER: "
030900     ACCEPT WS-TARGET-CUSTOMER
031000     PERFORM 9100-CHECK-CUSTOMER
031100         THRU 9100-CHECK-CUSTOMER-EXIT
031200     IF NOT WS-CUSTOMER-VALID
031300         DISPLAY "REFUSED - CUSTOMER NOT ON FILE OR DECEASED"
031400         GO TO 4000-RENT-A-BOX-EXIT
031500     END-IF
031600     DISPLAY "ENTER ACCOUNT TO DEBIT THE RENT FROM: "
031700     ACCEPT WS-TARGET-ACCT-NUMBER
031800     PERFORM 4200-CHECK-RENT-ACCOUNT
031900         THRU 4200-CHECK-RENT-ACCOUNT-EXIT
032000     IF WS-TARGET-ACCT-NUMBER = ZERO
032100         GO TO 4000-RENT-A-BOX-EXIT
032200     END-IF
032300
032400     MOVE "SDBAGRMT" TO WS-ID-SOURCE-NAME
032500     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
032600         WS-NEXT-ASSIGNED-ID
032700     MOVE WS-NEXT-ASSIGNED-ID   TO SA-AGREEMENT-ID
032800     MOVE SX-BRANCH-ID          TO SA-BRANCH-ID
032900     MOVE SX-BOX-NUMBER         TO SA-BOX-NUMBER
033000     MOVE SX-BOX-SIZE           TO SA-BOX-SIZE
033100     MOVE WS-TARGET-CUSTOMER    TO SA-CUSTOMER-NUMBER
033200     MOVE ZERO                  TO SA-JOINT-CUSTOMER (1)
033300     MOVE ZERO                  TO SA-JOINT-CUSTOMER (2)
033400     MOVE ZERO                  TO SA-JOINT-CUSTOMER (3)
033500     MOVE WS-TARGET-ACCT-NUMBER TO SA-RENT-ACCT-NUMBER
033600     MOVE WS-TS-DATE            TO SA-OPEN-DATE
033700     MOVE WS-TS-DATE            TO SA-RENT-DUE-DATE
033800     MOVE ZERO                  TO SA-LAST-RENT-DATE
033900     MOVE ZERO                  TO SA-LAST-RENT-AMOUNT
034000     SET SA-AGREEMENT-ACTIVE    TO TRUE
034100     SET SA-NO-NOTICE-SENT      TO TRUE
034200     MOVE ZERO                  TO SA-LAST-NOTICE-DATE
034300     MOVE ZERO                  TO SA-LAST-ACCESS-DATE
034400     MOVE ZERO                  TO SA-CLOSE-DATE
034500     MOVE 'N' TO WS-JOINT-DONE-SWITCH
034600     PERFORM 4100-ACCEPT-ONE-JOINT-RENTER
034700         THRU 4100-ACCEPT-ONE-JOINT-RENTER-EXIT
034800         VARYING WS-JOINT-SUB FROM 1 BY 1
034900         UNTIL WS-JOINT-SUB > 3 OR WS-JOINT-DONE
035000     WRITE SDB-AGREEMENT-RECORD
035100         INVALID KEY
035200             DISPLAY "SDBMAINT: DUPLICATE AGREEMENT ID "
035300                 SA-AGREEMENT-ID " - NOT RENTED"
035400             GO TO 4000-RENT-A-BOX-EXIT
035500     END-WRITE
035600     SET SX-BOX-RENTED TO TRUE
035700     MOVE SA-AGREEMENT-ID TO SX-AGREEMENT-ID
035800     MOVE WS-TS-DATE      TO SX-STATUS-DATE
035900     REWRITE SDB-BOX-RECORD
036000     MOVE SX-BOX-KEY TO WS-AUDIT-BEFORE
036100     MOVE SA-RENT-ACCT-NUMBER TO WS-AUDIT-ACCT-NUMBER
036200     MOVE "BOX RENTED" TO WS-ACTION-TAKEN
036300     PERFORM 9500-WRITE-ACTIVITY-AUDIT-RECORD
036400         THRU 9500-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
036500     DISPLAY "BOX " SX-BOX-NUMBER " RENTED UNDER AGREEMENT "
036600         SA-AGREEMENT-ID
036700     DISPLAY "FIRST YEAR'S RENT IS DEBITED FROM ACCOUNT "
036800         SA-RENT-ACCT-NUMBER " TONIGHT"
036900     .
037000 4000-RENT-A-BOX-EXIT.
037100     EXIT.
037200*----------------------------------------------------------------
037300*  4100-ACCEPT-ONE-JOINT-RENTER  --  ZERO ENDS THE LIST.  A
037400*  CUSTOMER WHO FAILS THE CHECK LEAVES THE SLOT EMPTY.
037500*----------------------------------------------------------------
037600 4100-ACCEPT-ONE-JOINT-RENTER.
037700     DISPLAY "ENTER JOINT RENTER " WS-JOINT-SUB
037800         " CUSTOMER NUMBER (0 = NO MORE): "
037900     ACCEPT WS-TARGET-CUSTOMER
038000     IF WS-TARGET-CUSTOMER = ZERO
038100         MOVE 'Y' TO WS-JOINT-DONE-SWITCH
038200         GO TO 4100-ACCEPT-ONE-JOINT-RENTER-EXIT
038300     END-IF
038400     IF WS-TARGET-CUSTOMER = SA-CUSTOMER-NUMBER
038500         DISPLAY "ALREADY THE PRIMARY RENTER - NOT ADDED"
038600         GO TO 4100-ACCEPT-ONE-JOINT-RENTER-EXIT
038700     END-IF
038800     PERFORM 9100-CHECK-CUSTOMER
038900         THRU 9100-CHECK-CUSTOMER-EXIT
039000     IF NOT WS-CUSTOMER-VALID
039100         DISPLAY "CUSTOMER NOT ON FILE OR DECEASED - NOT "
039200             "ADDED"
039300         GO TO 4100-ACCEPT-ONE-JOINT-RENTER-EXIT
039400     END-IF
039500     MOVE WS-TARGET-CUSTOMER TO SA-JOINT-CUSTOMER (WS-JOINT-SUB)
039600     .
039700 4100-ACCEPT-ONE-JOINT-RENTER-EXIT.
039800     EXIT.
039900*----------------------------------------------------------------
040000*  4200-CHECK-RENT-ACCOUNT  --  THE RENT ACCOUNT MUST BE ACTIVE
040100*  AND BELONG TO THE PRIMARY RENTER.  A FAILED CHECK ZEROES
040200*  WS-TARGET-ACCT-NUMBER.
040300*----------------------------------------------------------------
040400 4200-CHECK-RENT-ACCOUNT.
040500     OPEN INPUT ACCOUNT-MASTER-FILE
040600     IF WS-ACCTMAST-STATUS NOT = "00"
040700         DISPLAY "SDBMAINT: UNABLE TO OPEN ACCOUNT MASTER, "
040800             "STATUS = " WS-ACCTMAST-STATUS
040900         MOVE ZERO TO WS-TARGET-ACCT-NUMBER
041000         GO TO 4200-CHECK-RENT-ACCOUNT-EXIT
041100     END-IF
041200     MOVE WS-TARGET-ACCT-NUMBER TO AM-ACCT-NUMBER
041300     READ ACCOUNT-MASTER-FILE
041400         KEY IS AM-ACCT-NUMBER
041500         INVALID KEY
041600             DISPLAY "REFUSED - ACCOUNT NOT ON FILE"
041700             MOVE ZERO TO WS-TARGET-ACCT-NUMBER
041800     END-READ
041900     CLOSE ACCOUNT-MASTER-FILE
042000     IF WS-TARGET-ACCT-NUMBER = ZERO
042100         GO TO 4200-CHECK-RENT-ACCOUNT-EXIT
042200     END-IF
042300     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
042400     IF NOT STATUS-ACTIVE
042500         DISPLAY "REFUSED - ACCOUNT IS NOT ACTIVE"
042600         MOVE ZERO TO WS-TARGET-ACCT-NUMBER
042700         GO TO 4200-CHECK-RENT-ACCOUNT-EXIT
042800     END-IF
042900     IF AM-CUSTOMER-NUMBER NOT = WS-TARGET-CUSTOMER
043000         DISPLAY "REFUSED - ACCOUNT BELONGS TO ANOTHER "
043100             "CUSTOMER"
043200         MOVE ZERO TO WS-TARGET-ACCT-NUMBER
043300     END-IF
043400     .
043500 4200-CHECK-RENT-ACCOUNT-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800*  5000-CHANGE-JOINT-RENTER  --  ADD INTO THE FIRST EMPTY SLOT
043900*  OR REMOVE FROM THE SLOT HOLDING THE CUSTOMER.  THE PRIMARY
044000*  RENTER IS NEVER REMOVED HERE.
044100*----------------------------------------------------------------
044200 5000-CHANGE-JOINT-RENTER.
044300     DISPLAY "ENTER AGREEMENT ID: "
044400     ACCEPT WS-TARGET-AGREEMENT-ID
044500     PERFORM 9200-READ-AGREEMENT
044600         THRU 9200-READ-AGREEMENT-EXIT
044700     IF NOT WS-AGREEMENT-FOUND
044800         DISPLAY "AGREEMENT NOT ON FILE"
044900         GO TO 5000-CHANGE-JOINT-RENTER-EXIT
045000     END-IF
045100     IF NOT SA-AGREEMENT-OPEN
045200         DISPLAY "REFUSED - AGREEMENT IS NO LONGER OPEN"
045300         GO TO 5000-CHANGE-JOINT-RENTER-EXIT
045400     END-IF
045500     PERFORM 8100-SHOW-ONE-AGREEMENT
045600         THRU 8100-SHOW-ONE-AGREEMENT-EXIT
045700     DISPLAY "A=ADD JOINT RENTER  R=REMOVE JOINT RENTER: "
045800     ACCEPT WS-SUB-CHOICE
045900     IF WS-SUB-CHOICE NOT = 'A' AND WS-SUB-CHOICE NOT = 'R'
046000         DISPLAY "INVALID CHOICE"
046100         GO TO 5000-CHANGE-JOINT-RENTER-EXIT
046200     END-IF
046300     DISPLAY "ENTER CUSTOMER NUMBER: "
046400     ACCEPT WS-TARGET-CUSTOMER
046500     MOVE ZERO TO WS-OPEN-SLOT
046600     MOVE ZERO TO WS-FOUND-SLOT
046700     PERFORM 5100-TEST-ONE-SLOT
046800         THRU 5100-TEST-ONE-SLOT-EXIT
046900         VARYING WS-JOINT-SUB FROM 1 BY 1
047000         UNTIL WS-JOINT-SUB > 3
047100     IF WS-SUB-CHOICE = 'A'
047200         IF WS-FOUND-SLOT NOT = ZERO
047300                 OR WS-TARGET-CUSTOMER = SA-CUSTOMER-NUMBER
047400             DISPLAY "CUSTOMER IS ALREADY A RENTER"
047500             GO TO 5000-CHANGE-JOINT-RENTER-EXIT
047600         END-IF
047700         IF WS-OPEN-SLOT = ZERO
047800             DISPLAY "REFUSED - THREE JOINT RENTERS ALREADY"
047900             GO TO 5000-CHANGE-JOINT-RENTER-EXIT
048000         END-IF
048100         PERFORM 9100-CHECK-CUSTOMER
048200             THRU 9100-CHECK-CUSTOMER-EXIT
048300         IF NOT WS-CUSTOMER-VALID
048400             DISPLAY "REFUSED - CUSTOMER NOT ON FILE OR "
048500                 "DECEASED"
048600             GO TO 5000-CHANGE-JOINT-RENTER-EXIT
048700         END-IF
048800         MOVE WS-TARGET-CUSTOMER
048900             TO SA-JOINT-CUSTOMER (WS-OPEN-SLOT)
049000         MOVE "JOINT ADDED" TO WS-ACTION-TAKEN
049100     ELSE
049200         IF WS-FOUND-SLOT = ZERO
049300             DISPLAY "CUSTOMER IS NOT A JOINT RENTER"
049400             GO TO 5000-CHANGE-JOINT-RENTER-EXIT
049500         END-IF
049600         MOVE ZERO TO SA-JOINT-CUSTOMER (WS-FOUND-SLOT)
049700         MOVE "JOINT REMOVED" TO WS-ACTION-TAKEN
049800     END-IF
049900     REWRITE SDB-AGREEMENT-RECORD
050000     MOVE WS-TARGET-CUSTOMER TO WS-AUDIT-BEFORE
050100     MOVE SA-RENT-ACCT-NUMBER TO WS-AUDIT-ACCT-NUMBER
050200     PERFORM 9500-WRITE-ACTIVITY-AUDIT-RECORD
050300         THRU 9500-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
050400     DISPLAY "AGREEMENT " SA-AGREEMENT-ID " " WS-ACTION-TAKEN
050500     .
050600 5000-CHANGE-JOINT-RENTER-EXIT.
050700     EXIT.
050800*----------------------------------------------------------------
050900 5100-TEST-ONE-SLOT.
051000     IF SA-JOINT-CUSTOMER (WS-JOINT-SUB) = ZERO
051100         IF WS-OPEN-SLOT = ZERO
051200             MOVE WS-JOINT-SUB TO WS-OPEN-SLOT
051300         END-IF
051400     ELSE
051500         IF SA-JOINT-CUSTOMER (WS-JOINT-SUB) = WS-TARGET-CUSTOMER
051600             MOVE WS-JOINT-SUB TO WS-FOUND-SLOT
051700         END-IF
051800     END-IF
051900     .
052000 5100-TEST-ONE-SLOT-EXIT.
052100     EXIT.
052200*----------------------------------------------------------------
052300*  6000-RECORD-ACCESS  --  THE VISITOR MUST BE THE PRIMARY OR
052400*  A JOINT RENTER AND STILL LIVING.  PAST THE FINAL NOTICE THE
052500*  BOX IS CLOSED TO VISITS UNTIL THE RENT IS PAID; BEFORE IT A
052600*  VISIT IS ALLOWED WITH A REMINDER.  EVERY REQUEST, GRANTED
052700*  OR REFUSED, GOES ON THE ACCESS LOG.
052800*----------------------------------------------------------------
052900 6000-RECORD-ACCESS.
053000     DISPLAY "ENTER BRANCH ID: "
053100     ACCEPT WS-TARGET-BRANCH-ID
053200     DISPLAY "ENTER BOX NUMBER: "
053300     ACCEPT WS-TARGET-BOX-NUMBER
053400     PERFORM 9300-READ-BOX
053500         THRU 9300-READ-BOX-EXIT
053600     IF NOT WS-BOX-FOUND
053700         DISPLAY "BOX NOT ON INVENTORY"
053800         GO TO 6000-RECORD-ACCESS-EXIT
053900     END-IF
054000     IF NOT SX-BOX-RENTED
054100         DISPLAY "BOX IS NOT RENTED (STATUS " SX-BOX-STATUS
054200             ") - NO ACCESS"
054300         GO TO 6000-RECORD-ACCESS-EXIT
054400     END-IF
054500     MOVE SX-AGREEMENT-ID TO WS-TARGET-AGREEMENT-ID
054600     PERFORM 9200-READ-AGREEMENT
054700         THRU 9200-READ-AGREEMENT-EXIT
054800     IF NOT WS-AGREEMENT-FOUND
054900         DISPLAY "SDBMAINT: AGREEMENT " SX-AGREEMENT-ID
055000             " FOR THE BOX IS MISSING - NO ACCESS"
055100         GO TO 6000-RECORD-ACCESS-EXIT
055200     END-IF
055300     DISPLAY "ENTER VISITOR CUSTOMER NUMBER: "
055400     ACCEPT WS-TARGET-CUSTOMER
055500     PERFORM 6100-CHECK-RENTER-LIST
055600         THRU 6100-CHECK-RENTER-LIST-EXIT
055700     MOVE SPACES TO WS-REFUSAL-REASON
055800     IF NOT WS-RENTER-ON-LIST
055900         MOVE "NOT ON RENTER LIST" TO WS-REFUSAL-REASON
056000     ELSE
056100         PERFORM 9100-CHECK-CUSTOMER
056200             THRU 9100-CHECK-CUSTOMER-EXIT
056300         IF WS-CUSTOMER-DECEASED
056400             MOVE "RENTER DECEASED" TO WS-REFUSAL-REASON
056500         ELSE
056600             IF NOT WS-CUSTOMER-VALID
056700                 MOVE "CUSTOMER NOT ON FILE"
056800                     TO WS-REFUSAL-REASON
056900             ELSE
057000                 IF SA-FINAL-NOTICE-SENT OR SA-DRILL-ELIGIBLE
057100                     MOVE "RENT DELINQUENT"
057200                         TO WS-REFUSAL-REASON
057300                 END-IF
057400             END-IF
057500         END-IF
057600     END-IF
057700     PERFORM 6200-WRITE-ACCESS-LOG
057800         THRU 6200-WRITE-ACCESS-LOG-EXIT
057900     IF WS-REFUSAL-REASON NOT = SPACES
058000         DISPLAY "ACCESS REFUSED - " WS-REFUSAL-REASON
058100         GO TO 6000-RECORD-ACCESS-EXIT
058200     END-IF
058300     MOVE WS-TS-DATE TO SA-LAST-ACCESS-DATE
058400     REWRITE SDB-AGREEMENT-RECORD
058500     DISPLAY "ACCESS GRANTED - BOX " SX-BOX-NUMBER
058600         " CUSTOMER " WS-TARGET-CUSTOMER
058700     IF SA-AGREEMENT-DELINQUENT
058800         DISPLAY "REMINDER - RENT DUE " SA-RENT-DUE-DATE
058900             " IS UNPAID"
059000     END-IF
059100     .
059200 6000-RECORD-ACCESS-EXIT.
059300     EXIT.
059400*----------------------------------------------------------------
059500 6100-CHECK-RENTER-LIST.
059600     MOVE 'N' TO WS-RENTER-SWITCH
059700     IF WS-TARGET-CUSTOMER = ZERO
059800         GO TO 6100-CHECK-RENTER-LIST-EXIT
059900     END-IF
060000     IF WS-TARGET-CUSTOMER = SA-CUSTOMER-NUMBER
060100         MOVE 'Y' TO WS-RENTER-SWITCH
060200         GO TO 6100-CHECK-RENTER-LIST-EXIT
060300     END-IF
060400     MOVE ZERO TO WS-OPEN-SLOT
060500     MOVE ZERO TO WS-FOUND-SLOT
060600     PERFORM 5100-TEST-ONE-SLOT
060700         THRU 5100-TEST-ONE-SLOT-EXIT
060800         VARYING WS-JOINT-SUB FROM 1 BY 1
060900         UNTIL WS-JOINT-SUB > 3
061000     IF WS-FOUND-SLOT NOT = ZERO
061100         MOVE 'Y' TO WS-RENTER-SWITCH
061200     END-IF
061300     .
061400 6100-CHECK-RENTER-LIST-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700 6200-WRITE-ACCESS-LOG.
061800     OPEN EXTEND SDB-ACCESS-FILE
061900     IF WS-SDBACCES-STATUS = "35"
062000         CLOSE SDB-ACCESS-FILE
062100         OPEN OUTPUT SDB-ACCESS-FILE
062200     END-IF
062300     MOVE SA-AGREEMENT-ID         TO SL-AGREEMENT-ID
062400     MOVE SA-BRANCH-ID            TO SL-BRANCH-ID
062500     MOVE SA-BOX-NUMBER           TO SL-BOX-NUMBER
062600     MOVE WS-TARGET-CUSTOMER      TO SL-CUSTOMER-NUMBER
062700     MOVE WS-TS-DATE              TO SL-ACCESS-DATE
062800     MOVE WS-TS-TIME-OF-DAY (1:6) TO SL-ACCESS-TIME
062900     MOVE WS-OPERATOR-ID          TO SL-OPERATOR-ID
063000     IF WS-REFUSAL-REASON = SPACES
063100         SET SL-ACCESS-GRANTED    TO TRUE
063200     ELSE
063300         SET SL-ACCESS-REFUSED    TO TRUE
063400     END-IF
063500     MOVE WS-REFUSAL-REASON       TO SL-REFUSAL-REASON
063600     WRITE SDB-ACCESS-RECORD
063700     CLOSE SDB-ACCESS-FILE
063800     .
063900 6200-WRITE-ACCESS-LOG-EXIT.
064000     EXIT.
064100*----------------------------------------------------------------
064200*  7000-CLOSE-AGREEMENT  --  THE RENTER SURRENDERS THE KEYS.
064300*  RENT ALREADY COLLECTED IS NOT PRORATED BACK; RENT STILL
064400*  OWING MUST BE COLLECTED FIRST.
064500*----------------------------------------------------------------
064600 7000-CLOSE-AGREEMENT.
064700     DISPLAY "ENTER AGREEMENT ID: "
064800     ACCEPT WS-TARGET-AGREEMENT-ID
064900     PERFORM 9200-READ-AGREEMENT
065000         THRU 9200-READ-AGREEMENT-EXIT
065100     IF NOT WS-AGREEMENT-FOUND
065200         DISPLAY "AGREEMENT NOT ON FILE"
065300         GO TO 7000-CLOSE-AGREEMENT-EXIT
065400     END-IF
065500     IF NOT SA-AGREEMENT-ACTIVE
065600         IF SA-AGREEMENT-DELINQUENT
065700             DISPLAY "REFUSED - RENT DUE " SA-RENT-DUE-DATE
065800                 " IS UNPAID - COLLECT THE ARREARS FIRST"
065900         ELSE
066000             DISPLAY "REFUSED - AGREEMENT IS NO LONGER OPEN"
066100         END-IF
066200         GO TO 7000-CLOSE-AGREEMENT-EXIT
066300     END-IF
066400     SET SA-AGREEMENT-CLOSED TO TRUE
066500     MOVE WS-TS-DATE TO SA-CLOSE-DATE
066600     REWRITE SDB-AGREEMENT-RECORD
066700     MOVE SA-BRANCH-ID  TO WS-TARGET-BRANCH-ID
066800     MOVE SA-BOX-NUMBER TO WS-TARGET-BOX-NUMBER
066900     PERFORM 9300-READ-BOX
067000         THRU 9300-READ-BOX-EXIT
067100     IF WS-BOX-FOUND
067200         SET SX-BOX-AVAILABLE TO TRUE
067300         MOVE ZERO       TO SX-AGREEMENT-ID
067400         MOVE WS-TS-DATE TO SX-STATUS-DATE
067500         REWRITE SDB-BOX-RECORD
067600     END-IF
067700     MOVE SX-BOX-KEY TO WS-AUDIT-BEFORE
067800     MOVE SA-RENT-ACCT-NUMBER TO WS-AUDIT-ACCT-NUMBER
067900     MOVE "RENTAL CLOSED" TO WS-ACTION-TAKEN
068000     PERFORM 9500-WRITE-ACTIVITY-AUDIT-RECORD
068100         THRU 9500-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
068200     DISPLAY "AGREEMENT " SA-AGREEMENT-ID " CLOSED - BOX "
068300         SA-BOX-NUMBER " IS AVAILABLE"
068400     .
068500 7000-CLOSE-AGREEMENT-EXIT.
068600     EXIT.
068700*----------------------------------------------------------------
068800*  7100-DRILL-AND-INVENTORY  --  ONLY A BOX SAFE-DEPOSIT-RENT
068900*  HAS MOVED TO THE DRILL STAGE.  A SECOND OFFICER (SUPERVISOR
069000*  OR MANAGER, NOT THE OPERATOR) WITNESSES THE OPENING.  THE
069100*  CONTENTS AND ANY CASH FOUND ARE SEALED IN A NUMBERED
069200*  ENVELOPE; THE BOX WAITS IN STATUS D FOR A NEW LOCK.
069300*----------------------------------------------------------------
069400 7100-DRILL-AND-INVENTORY.
069500     IF WS-OPER-VERIFY-ROLE NOT = 'S'
069600             AND WS-OPER-VERIFY-ROLE NOT = 'M'
069700         DISPLAY "REFUSED - REQUIRES A SUPERVISOR OR MANAGER"
069800         GO TO 7100-DRILL-AND-INVENTORY-EXIT
069900     END-IF
070000     DISPLAY "ENTER AGREEMENT ID: "
070100     ACCEPT WS-TARGET-AGREEMENT-ID
070200     PERFORM 9200-READ-AGREEMENT
070300         THRU 9200-READ-AGREEMENT-EXIT
070400     IF NOT WS-AGREEMENT-FOUND
070500         DISPLAY "AGREEMENT NOT ON FILE"
070600         GO TO 7100-DRILL-AND-INVENTORY-EXIT
070700     END-IF
070800     IF NOT SA-AGREEMENT-DELINQUENT OR NOT SA-DRILL-ELIGIBLE
070900         DISPLAY "REFUSED - AGREEMENT HAS NOT REACHED THE "
071000             "DRILL STAGE"
071100         GO TO 7100-DRILL-AND-INVENTORY-EXIT
071200     END-IF
071300     DISPLAY "ENTER WITNESSING OFFICER ID: "
071400     ACCEPT WS-WITNESS-ID
071500     IF WS-WITNESS-ID = WS-OPERATOR-ID
071600         DISPLAY "REFUSED - THE WITNESS MUST BE A SECOND "
071700             "OFFICER"
071800         GO TO 7100-DRILL-AND-INVENTORY-EXIT
071900     END-IF
072000     CALL "OPER-VERIFY" USING WS-WITNESS-ID
072100         WS-ZERO-AMOUNT WS-WITNESS-VERIFY-FLAG
072200         WS-WITNESS-VERIFY-ROLE
072300     IF WS-WITNESS-VERIFY-FLAG NOT = "Y"
072400             OR (WS-WITNESS-VERIFY-ROLE NOT = 'S'
072500             AND WS-WITNESS-VERIFY-ROLE NOT = 'M')
072600         DISPLAY "REFUSED - WITNESS IS NOT AN ACTIVE "
072700             "SUPERVISOR OR MANAGER"
072800         GO TO 7100-DRILL-AND-INVENTORY-EXIT
072900     END-IF
073000     DISPLAY "ENTER SEALED ENVELOPE NUMBER: "
073100     ACCEPT WS-ENVELOPE-ID
073200     IF WS-ENVELOPE-ID = SPACES
073300         DISPLAY "ENVELOPE NUMBER IS REQUIRED"
073400         GO TO 7100-DRILL-AND-INVENTORY-EXIT
073500     END-IF
073600     DISPLAY "ENTER CASH FOUND IN THE BOX (0 IF NONE): "
073700     ACCEPT WS-CASH-FOUND
073800
073900     MOVE SA-AGREEMENT-ID    TO SD-AGREEMENT-ID
074000     MOVE SA-BRANCH-ID       TO SD-BRANCH-ID
074100     MOVE SA-BOX-NUMBER      TO SD-BOX-NUMBER
074200     MOVE SA-CUSTOMER-NUMBER TO SD-CUSTOMER-NUMBER
074300     MOVE SA-RENT-DUE-DATE   TO SD-RENT-DUE-DATE
074400     MOVE WS-TS-DATE         TO SD-DRILL-DATE
074500     MOVE WS-OPERATOR-ID     TO SD-DRILLED-BY
074600     MOVE WS-WITNESS-ID      TO SD-WITNESS-ID
074700     MOVE WS-ENVELOPE-ID     TO SD-ENVELOPE-ID
074800     MOVE WS-CASH-FOUND      TO SD-CASH-FOUND
074900     MOVE SPACES             TO SD-CONTENTS-LINES
075000     SET SD-CONTENTS-HELD    TO TRUE
075100     MOVE ZERO               TO SD-DISPOSITION-DATE
075200     DISPLAY "DESCRIBE THE CONTENTS - UP TO 3 LINES, BLANK "
075300         "LINE ENDS"
075400     MOVE 'N' TO WS-JOINT-DONE-SWITCH
075500     PERFORM 7110-ACCEPT-ONE-CONTENTS-LINE
075600         THRU 7110-ACCEPT-ONE-CONTENTS-LINE-EXIT
075700         VARYING WS-LINE-SUB FROM 1 BY 1
075800         UNTIL WS-LINE-SUB > 3 OR WS-JOINT-DONE
075900
076000     OPEN I-O SDB-DRILL-FILE
076100     IF WS-SDBDRILL-STATUS = "35"
076200         CLOSE SDB-DRILL-FILE
076300         OPEN OUTPUT SDB-DRILL-FILE
076400         CLOSE SDB-DRILL-FILE
076500         OPEN I-O SDB-DRILL-FILE
076600     END-IF
076700     IF WS-SDBDRILL-STATUS NOT = "00"
076800         DISPLAY "SDBMAINT: UNABLE TO OPEN DRILL FILE, "
076900             "STATUS = " WS-SDBDRILL-STATUS
077000         GO TO 7100-DRILL-AND-INVENTORY-EXIT
077100     END-IF
077200     WRITE SDB-DRILL-RECORD
077300         INVALID KEY
077400             DISPLAY "REFUSED - AGREEMENT " SA-AGREEMENT-ID
077500                 " ALREADY HAS A DRILL RECORD"
077600             CLOSE SDB-DRILL-FILE
077700             GO TO 7100-DRILL-AND-INVENTORY-EXIT
077800     END-WRITE
077900     CLOSE SDB-DRILL-FILE
078000
078100     SET SA-AGREEMENT-DRILLED TO TRUE
078200     MOVE WS-TS-DATE TO SA-CLOSE-DATE
078300     REWRITE SDB-AGREEMENT-RECORD
078400     MOVE SA-BRANCH-ID  TO WS-TARGET-BRANCH-ID
078500     MOVE SA-BOX-NUMBER TO WS-TARGET-BOX-NUMBER
078600     PERFORM 9300-READ-BOX
078700         THRU 9300-READ-BOX-EXIT
078800     IF WS-BOX-FOUND
078900         SET SX-BOX-DRILLED TO TRUE
079000         MOVE WS-TS-DATE TO SX-STATUS-DATE
079100         REWRITE SDB-BOX-RECORD
079200     END-IF
079300     MOVE SX-BOX-KEY TO WS-AUDIT-BEFORE
079400     MOVE SA-RENT-ACCT-NUMBER TO WS-AUDIT-ACCT-NUMBER
079500     MOVE "BOX DRILLED" TO WS-ACTION-TAKEN
079600     PERFORM 9500-WRITE-ACTIVITY-AUDIT-RECORD
079700         THRU 9500-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
079800     DISPLAY "BOX " SA-BOX-NUMBER " DRILLED - CONTENTS HELD "
079900         "IN ENVELOPE " WS-ENVELOPE-ID
080000     .
080100 7100-DRILL-AND-INVENTORY-EXIT.
080200     EXIT.
080300*----------------------------------------------------------------
080400 7110-ACCEPT-ONE-CONTENTS-LINE.
080500     DISPLAY "CONTENTS LINE " WS-LINE-SUB ": "
080600     ACCEPT SD-CONTENTS-LINE (WS-LINE-SUB)
080700     IF SD-CONTENTS-LINE (WS-LINE-SUB) = SPACES
080800         MOVE 'Y' TO WS-JOINT-DONE-SWITCH
080900     END-IF
081000     .
081100 7110-ACCEPT-ONE-CONTENTS-LINE-EXIT.
081200     EXIT.
081300*----------------------------------------------------------------
081400*  7200-RETURN-CONTENTS  --  A RENTER ON THE AGREEMENT WHO
081500*  COMES FORWARD BEFORE THE CONTENTS ESCHEAT GETS THE SEALED
081600*  ENVELOPE BACK.  THE AGREEMENT IS THEN CLOSED.
081700*----------------------------------------------------------------
081800 7200-RETURN-CONTENTS.
081900     IF WS-OPER-VERIFY-ROLE NOT = 'S'
082000             AND WS-OPER-VERIFY-ROLE NOT = 'M'
082100         DISPLAY "REFUSED - REQUIRES A SUPERVISOR OR MANAGER"
082200         GO TO 7200-RETURN-CONTENTS-EXIT
082300     END-IF
082400     DISPLAY "ENTER AGREEMENT ID: "
082500     ACCEPT WS-TARGET-AGREEMENT-ID
082600     PERFORM 9200-READ-AGREEMENT
082700         THRU 9200-READ-AGREEMENT-EXIT
082800     IF NOT WS-AGREEMENT-FOUND
082900         DISPLAY "AGREEMENT NOT ON FILE"
083000         GO TO 7200-RETURN-CONTENTS-EXIT
083100     END-IF
083200     OPEN I-O SDB-DRILL-FILE
083300     IF WS-SDBDRILL-STATUS NOT = "00"
083400         DISPLAY "NO DRILL FILE"
083500         GO TO 7200-RETURN-CONTENTS-EXIT
083600     END-IF
083700     MOVE WS-TARGET-AGREEMENT-ID TO SD-AGREEMENT-ID
083800     READ SDB-DRILL-FILE
083900         KEY IS SD-AGREEMENT-ID
084000         INVALID KEY
084100             DISPLAY "AGREEMENT HAS NO DRILL RECORD"
084200             CLOSE SDB-DRILL-FILE
084300             GO TO 7200-RETURN-CONTENTS-EXIT
084400     END-READ
084500     IF NOT SD-CONTENTS-HELD
084600         DISPLAY "REFUSED - CONTENTS ARE NO LONGER HELD "
084700             "(STATUS " SD-STATUS-CODE ")"
084800         CLOSE SDB-DRILL-FILE
084900         GO TO 7200-RETURN-CONTENTS-EXIT
085000     END-IF
085100     DISPLAY "ENTER CLAIMANT CUSTOMER NUMBER: "
085200     ACCEPT WS-TARGET-CUSTOMER
085300     PERFORM 6100-CHECK-RENTER-LIST
085400         THRU 6100-CHECK-RENTER-LIST-EXIT
085500     PERFORM 9100-CHECK-CUSTOMER
085600         THRU 9100-CHECK-CUSTOMER-EXIT
085700     IF NOT WS-RENTER-ON-LIST OR NOT WS-CUSTOMER-VALID
085800         DISPLAY "REFUSED - CLAIMANT IS NOT A LIVING RENTER "
085900             "ON THE AGREEMENT"
086000         CLOSE SDB-DRILL-FILE
086100         GO TO 7200-RETURN-CONTENTS-EXIT
086200     END-IF
086300     SET SD-CONTENTS-RETURNED TO TRUE
086400     MOVE WS-TS-DATE TO SD-DISPOSITION-DATE
086500     REWRITE SDB-DRILL-RECORD
086600     CLOSE SDB-DRILL-FILE
086700     SET SA-AGREEMENT-CLOSED TO TRUE
086800     REWRITE SDB-AGREEMENT-RECORD
086900     MOVE SD-ENVELOPE-ID TO WS-AUDIT-BEFORE
087000     MOVE SA-RENT-ACCT-NUMBER TO WS-AUDIT-ACCT-NUMBER
087100     MOVE "CONTENTS RETURN" TO WS-ACTION-TAKEN
087200     PERFORM 9500-WRITE-ACTIVITY-AUDIT-RECORD
087300         THRU 9500-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
087400     DISPLAY "ENVELOPE " SD-ENVELOPE-ID " RETURNED TO CUSTOMER "
087500         WS-TARGET-CUSTOMER
087600     .
087700 7200-RETURN-CONTENTS-EXIT.
087800     EXIT.
087900*----------------------------------------------------------------
088000 8000-VIEW-AGREEMENT.
088100     DISPLAY "ENTER AGREEMENT ID: "
088200     ACCEPT WS-TARGET-AGREEMENT-ID
088300     PERFORM 9200-READ-AGREEMENT
088400         THRU 9200-READ-AGREEMENT-EXIT
088500     IF NOT WS-AGREEMENT-FOUND
088600         DISPLAY "AGREEMENT NOT ON FILE"
088700         GO TO 8000-VIEW-AGREEMENT-EXIT
088800     END-IF
088900     PERFORM 8100-SHOW-ONE-AGREEMENT
089000         THRU 8100-SHOW-ONE-AGREEMENT-EXIT
089100     IF NOT SA-AGREEMENT-DRILLED AND NOT SA-AGREEMENT-CLOSED
089200         GO TO 8000-VIEW-AGREEMENT-EXIT
089300     END-IF
089400     OPEN INPUT SDB-DRILL-FILE
089500     IF WS-SDBDRILL-STATUS NOT = "00"
089600         GO TO 8000-VIEW-AGREEMENT-EXIT
089700     END-IF
089800     MOVE SA-AGREEMENT-ID TO SD-AGREEMENT-ID
089900     READ SDB-DRILL-FILE
090000         KEY IS SD-AGREEMENT-ID
090100         INVALID KEY
090200             CONTINUE
090300         NOT INVALID KEY
090400             MOVE SD-CASH-FOUND TO WS-EDIT-AMOUNT
090500             DISPLAY "  DRILLED " SD-DRILL-DATE " BY "
090600                 SD-DRILLED-BY " WITNESS " SD-WITNESS-ID
090700             DISPLAY "  ENVELOPE " SD-ENVELOPE-ID
090800                 " CASH " WS-EDIT-AMOUNT
090900                 " (" SD-STATUS-CODE ") " SD-DISPOSITION-DATE
091000             DISPLAY "  " SD-CONTENTS-LINE (1)
091100             DISPLAY "  " SD-CONTENTS-LINE (2)
091200             DISPLAY "  " SD-CONTENTS-LINE (3)
091300     END-READ
091400     CLOSE SDB-DRILL-FILE
091500     .
091600 8000-VIEW-AGREEMENT-EXIT.
091700     EXIT.
091800*----------------------------------------------------------------
091900 8100-SHOW-ONE-AGREEMENT.
092000     DISPLAY "AGREEMENT " SA-AGREEMENT-ID " BRANCH "
092100         SA-BRANCH-ID " BOX " SA-BOX-NUMBER
092200         " SIZE " SA-BOX-SIZE " (" SA-STATUS-CODE ")"
092300     DISPLAY "  RENTER " SA-CUSTOMER-NUMBER " JOINT "
092400         SA-JOINT-CUSTOMER (1) " " SA-JOINT-CUSTOMER (2)
092500         " " SA-JOINT-CUSTOMER (3)
092600     MOVE SA-LAST-RENT-AMOUNT TO WS-EDIT-AMOUNT
092700     DISPLAY "  RENT ACCOUNT " SA-RENT-ACCT-NUMBER
092800         " DUE " SA-RENT-DUE-DATE
092900         " LAST PAID " SA-LAST-RENT-DATE " " WS-EDIT-AMOUNT
093000     DISPLAY "  NOTICE STAGE " SA-NOTICE-STAGE
093100         " LAST NOTICE " SA-LAST-NOTICE-DATE
093200         " LAST ACCESS " SA-LAST-ACCESS-DATE
093300     .
093400 8100-SHOW-ONE-AGREEMENT-EXIT.
093500     EXIT.
093600*----------------------------------------------------------------
093700*  8200-LIST-BRANCH-BOXES  --  EVERY BOX IN ONE BRANCH, IN BOX
093800*  NUMBER ORDER.
093900*----------------------------------------------------------------
094000 8200-LIST-BRANCH-BOXES.
094100     DISPLAY "ENTER BRANCH ID: "
094200     ACCEPT WS-TARGET-BRANCH-ID
094300     MOVE WS-TARGET-BRANCH-ID TO SX-BRANCH-ID
094400     MOVE LOW-VALUES TO SX-BOX-NUMBER
094500     MOVE 'N' TO WS-BOX-EOF-SWITCH
094600     MOVE ZERO TO WS-BOXES-LISTED
094700     START SDB-BOX-FILE
094800         KEY IS NOT LESS THAN SX-BOX-KEY
094900         INVALID KEY
095000             MOVE 'Y' TO WS-BOX-EOF-SWITCH
095100     END-START
095200     PERFORM 8210-LIST-ONE-BOX
095300         THRU 8210-LIST-ONE-BOX-EXIT
095400         UNTIL NO-MORE-BOXES
095500     DISPLAY "BOXES LISTED = " WS-BOXES-LISTED
095600     .
095700 8200-LIST-BRANCH-BOXES-EXIT.
095800     EXIT.
095900*----------------------------------------------------------------
096000 8210-LIST-ONE-BOX.
096100     READ SDB-BOX-FILE NEXT RECORD
096200         AT END
096300             MOVE 'Y' TO WS-BOX-EOF-SWITCH
096400             GO TO 8210-LIST-ONE-BOX-EXIT
096500     END-READ
096600     IF SX-BRANCH-ID NOT = WS-TARGET-BRANCH-ID
096700         MOVE 'Y' TO WS-BOX-EOF-SWITCH
096800         GO TO 8210-LIST-ONE-BOX-EXIT
096900     END-IF
097000     ADD 1 TO WS-BOXES-LISTED
097100     PERFORM 8300-SHOW-ONE-BOX
097200         THRU 8300-SHOW-ONE-BOX-EXIT
097300     .
097400 8210-LIST-ONE-BOX-EXIT.
097500     EXIT.
097600*----------------------------------------------------------------
097700 8300-SHOW-ONE-BOX.
097800     DISPLAY "BOX " SX-BOX-NUMBER " BRANCH " SX-BRANCH-ID
097900         " SIZE " SX-BOX-SIZE " (" SX-BOX-STATUS ") SINCE "
098000         SX-STATUS-DATE " AGREEMENT " SX-AGREEMENT-ID
098100     .
098200 8300-SHOW-ONE-BOX-EXIT.
098300     EXIT.
098400*----------------------------------------------------------------
098500*  9000-OPEN-SDB-FILES  --  THE BOX INVENTORY AND AGREEMENTS
098600*  STAY OPEN FOR THE SESSION; BOTH ARE CREATED ON FIRST USE.
098700*----------------------------------------------------------------
098800 9000-OPEN-SDB-FILES.
098900     OPEN I-O SDB-BOX-FILE
099000     IF WS-SDBBOX-STATUS = "35"
099100         CLOSE SDB-BOX-FILE
099200         OPEN OUTPUT SDB-BOX-FILE
099300         CLOSE SDB-BOX-FILE
099400         OPEN I-O SDB-BOX-FILE
099500     END-IF
099600     IF WS-SDBBOX-STATUS NOT = "00"
099700         DISPLAY "SDBMAINT: UNABLE TO OPEN BOX INVENTORY, "
099800             "STATUS = " WS-SDBBOX-STATUS
099900         GO TO 9000-OPEN-SDB-FILES-EXIT
100000     END-IF
100100     OPEN I-O SDB-AGREEMENT-FILE
100200     IF WS-SDBAGRMT-STATUS = "35"
100300         CLOSE SDB-AGREEMENT-FILE
100400         OPEN OUTPUT SDB-AGREEMENT-FILE
100500         CLOSE SDB-AGREEMENT-FILE
100600         OPEN I-O SDB-AGREEMENT-FILE
100700     END-IF
100800     IF WS-SDBAGRMT-STATUS NOT = "00"
100900         DISPLAY "SDBMAINT: UNABLE TO OPEN AGREEMENTS, "
101000             "STATUS = " WS-SDBAGRMT-STATUS
101100         CLOSE SDB-BOX-FILE
101200         GO TO 9000-OPEN-SDB-FILES-EXIT
101300     END-IF
101400     MOVE 'Y' TO WS-FILES-OPEN-SWITCH
101500     .
101600 9000-OPEN-SDB-FILES-EXIT.
101700     EXIT.
101800*----------------------------------------------------------------
101900*  9100-CHECK-CUSTOMER  --  WS-TARGET-CUSTOMER ON THE CUSTOMER
102000*  MASTER AND LIVING (Y), DECEASED (D), OR NOT ON FILE (N).
102100*----------------------------------------------------------------
102200 9100-CHECK-CUSTOMER.
102300     MOVE 'N' TO WS-CUSTOMER-VALID-SWITCH
102400     IF WS-TARGET-CUSTOMER = ZERO
102500         GO TO 9100-CHECK-CUSTOMER-EXIT
102600     END-IF
102700     OPEN INPUT CUSTOMER-MASTER-FILE
102800     IF WS-CUSTMAST-STATUS NOT = "00"
102900         DISPLAY "SDBMAINT: UNABLE TO OPEN CUSTOMER MASTER, "
103000             "STATUS = " WS-CUSTMAST-STATUS
103100         GO TO 9100-CHECK-CUSTOMER-EXIT
103200     END-IF
103300     MOVE WS-TARGET-CUSTOMER TO CM-CUSTOMER-NUMBER
103400     READ CUSTOMER-MASTER-FILE
103500         KEY IS CM-CUSTOMER-NUMBER
103600         INVALID KEY
103700             CONTINUE
103800         NOT INVALID KEY
103900             IF CM-IS-DECEASED
104000                 MOVE 'D' TO WS-CUSTOMER-VALID-SWITCH
104100             ELSE
104200                 MOVE 'Y' TO WS-CUSTOMER-VALID-SWITCH
104300             END-IF
104400     END-READ
104500     CLOSE CUSTOMER-MASTER-FILE
104600     .
104700 9100-CHECK-CUSTOMER-EXIT.
104800     EXIT.
104900*----------------------------------------------------------------
105000 9200-READ-AGREEMENT.
105100     MOVE 'N' TO WS-AGREEMENT-FOUND-SWITCH
105200     MOVE WS-TARGET-AGREEMENT-ID TO SA-AGREEMENT-ID
105300     READ SDB-AGREEMENT-FILE
105400         KEY IS SA-AGREEMENT-ID
105500         INVALID KEY
105600             CONTINUE
105700         NOT INVALID KEY
105800             MOVE 'Y' TO WS-AGREEMENT-FOUND-SWITCH
105900     END-READ
106000     .
106100 9200-READ-AGREEMENT-EXIT.
106200     EXIT.
106300*----------------------------------------------------------------
106400 9300-READ-BOX.
106500     MOVE 'N' TO WS-BOX-FOUND-SWITCH
106600     MOVE WS-TARGET-BRANCH-ID  TO SX-BRANCH-ID
106700     MOVE WS-TARGET-BOX-NUMBER TO SX-BOX-NUMBER
106800     READ SDB-BOX-FILE
106900         KEY IS SX-BOX-KEY
107000         INVALID KEY
107100             CONTINUE
107200         NOT INVALID KEY
107300             MOVE 'Y' TO WS-BOX-FOUND-SWITCH
107400     END-READ
107500     .
107600 9300-READ-BOX-EXIT.
107700     EXIT.
107800*----------------------------------------------------------------
107900*  9500-WRITE-ACTIVITY-AUDIT-RECORD  --  THE BEFORE VALUE
108000*  CARRIES THE BOX, CUSTOMER OR ENVELOPE ACTED ON, THE AFTER
108100*  VALUE THE ACTION TAKEN.
108200*----------------------------------------------------------------
108300 9500-WRITE-ACTIVITY-AUDIT-RECORD.
108400     OPEN EXTEND ACTIVITY-AUDIT-FILE
108500     IF WS-ACTAUDIT-STATUS = "35"
108600         CLOSE ACTIVITY-AUDIT-FILE
108700         OPEN OUTPUT ACTIVITY-AUDIT-FILE
108800     END-IF
108900     MOVE "SDBMAINT"        TO AL-PROGRAM-ID
109000     MOVE WS-AUDIT-ACCT-NUMBER TO AL-ACCT-NUMBER
109100     MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID
109200     MOVE WS-AUDIT-BEFORE   TO AL-BEFORE-VALUE
109300     MOVE WS-ACTION-TAKEN   TO AL-AFTER-VALUE
109400     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
109500     WRITE ACTIVITY-AUDIT-RECORD
109600     CLOSE ACTIVITY-AUDIT-FILE
109700     .
109800 9500-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
109900     EXIT.
110000 END PROGRAM SAFE-DEPOSIT-MAINT.
