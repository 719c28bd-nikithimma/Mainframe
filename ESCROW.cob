000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ESCROW-POST.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  SHARED ENTRY POINT FOR
001300*                     EVERY MOVEMENT ON A LOAN'S ESCROW
001400*                     BALANCE - THE CALLER HAS ALREADY MOVED
001500*                     LM-ESCROW-BALANCE; THIS FILES THE ESCROW
001600*                     HISTORY ROW AND POSTS THE GL PAIR (CODE
001700*                     Y, ESCROW PAYABLE AGAINST CASH CONTROL).
001800*                     A COLLECTION (TYPE C) CREDITS ESCROW
001900*                     PAYABLE; A TAX OR INSURANCE PAYOUT (T OR
002000*                     I) AND A PAYOFF RETURN (R) DEBIT IT.
002100*                     SAME SHAPE AS NOTICE-REQUEST.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     COPY ESCHSEL.
002700*================================================================
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  ESCROW-HISTORY-FILE.
003100     COPY ESCHREC.
003200*----------------------------------------------------------------
003300 WORKING-STORAGE SECTION.
003400 01  WS-ESCHIST-STATUS             PIC XX.
003500 01  WS-GL-AMOUNT                  PIC S9(09)V99.
003600 01  WS-GL-POST-FLAG               PIC X.
003700 01  WS-LOAN-TYPE-CODE             PIC X VALUE 'L'.
003800 01  WS-BUSINESS-DATE              PIC 9(08).
003900 01  WS-BUSDATE-FLAG               PIC X.
004000 01  WS-CURRENT-TIMESTAMP          PIC X(21).
004100 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
004200     05  WS-TS-DATE                PIC 9(08).
004300     05  FILLER                    PIC X(13).
004400*================================================================
004500 LINKAGE SECTION.
004600 01  LS-LOAN-NUMBER                PIC 9(10).
004700 01  LS-ACCT-NUMBER                PIC 9(10).
004800 01  LS-MOVEMENT-TYPE              PIC X.
004900     88  LS-MOVEMENT-COLLECTED     VALUE 'C'.
005000 01  LS-ITEM-ID                    PIC 9(08).
005100 01  LS-AMOUNT                     PIC S9(09)V99.
005200 01  LS-BALANCE-AFTER              PIC S9(09)V99.
005300 01  LS-OPERATOR-ID                PIC X(08).
005400*================================================================
005500 PROCEDURE DIVISION USING LS-LOAN-NUMBER LS-ACCT-NUMBER
005600     LS-MOVEMENT-TYPE LS-ITEM-ID LS-AMOUNT LS-BALANCE-AFTER
005700     LS-OPERATOR-ID.
005800*================================================================
005900 0000-MAINLINE.
006000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
006100     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
006200         WS-BUSDATE-FLAG
006300     IF WS-BUSDATE-FLAG = "Y"
006400         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
006500     END-IF
006600     OPEN EXTEND ESCROW-HISTORY-FILE
006700     IF WS-ESCHIST-STATUS = "35"
006800         CLOSE ESCROW-HISTORY-FILE
006900         OPEN OUTPUT ESCROW-HISTORY-FILE
007000     END-IF
007100     IF WS-ESCHIST-STATUS NOT = "00"
007200         DISPLAY "ESCROW-POST: UNABLE TO OPEN ESCROW HISTORY, "
007300             "STATUS = " WS-ESCHIST-STATUS
007400     ELSE
007500         MOVE LS-LOAN-NUMBER    TO EH-LOAN-NUMBER
007600         MOVE WS-TS-DATE        TO EH-MOVEMENT-DATE
007700         MOVE LS-MOVEMENT-TYPE  TO EH-MOVEMENT-TYPE
007800         MOVE LS-ITEM-ID        TO EH-ITEM-ID
007900         MOVE LS-AMOUNT         TO EH-AMOUNT
008000         MOVE LS-BALANCE-AFTER  TO EH-BALANCE-AFTER
008100         MOVE LS-OPERATOR-ID    TO EH-OPERATOR-ID
008200         WRITE ESCROW-HISTORY-RECORD
008300         CLOSE ESCROW-HISTORY-FILE
008400     END-IF
008500     IF LS-MOVEMENT-COLLECTED
008600         MOVE LS-AMOUNT TO WS-GL-AMOUNT
008700     ELSE
008800         COMPUTE WS-GL-AMOUNT = 0 - LS-AMOUNT
008900     END-IF
009000     CALL "GL-POSTING" USING LS-ACCT-NUMBER WS-LOAN-TYPE-CODE
009100         "Y" WS-GL-AMOUNT LS-OPERATOR-ID WS-GL-POST-FLAG
009200     GOBACK.
009300 END PROGRAM ESCROW-POST.
009400*================================================================
009500*  IDENTIFICATION DIVISION.
009600*================================================================
009700 IDENTIFICATION DIVISION.
009800 PROGRAM-ID.    ESCROW-MAINT.
009900 AUTHOR.        R KUMAR.
010000 INSTALLATION.  RETAIL BANKING SYSTEMS.
010100 DATE-WRITTEN.  2026-10-15.
010200 DATE-COMPILED. 2026-10-15.
010300*----------------------------------------------------------------
010400*  MOD-HISTORY
010500*    2026-10-15  RPK  INITIAL VERSION.  CONSOLE MAINTENANCE OF
010600*                     MORTGAGE ESCROW - SET A REAL-ESTATE LOAN
010700*                     UP FOR ESCROW (ONLY A LOAN WITH ACTIVE
010800*                     TYPE R COLLATERAL ON COLLMAINT'S FILE
010900*                     QUALIFIES), ADD A TAX OR INSURANCE BILL
011000*                     AGAINST IT, UPDATE A BILL'S AMOUNT AND
011100*                     DUE DATE WHEN THE NEW ONE ARRIVES, CLOSE
011200*                     AN ITEM, AND LIST A LOAN'S ITEMS WITH
011300*                     ITS ESCROW BALANCE.  CLOSING AN ITEM
011400*                     TAKES A SUPERVISOR OR MANAGER.  EVERY
011500*                     CHANGE LANDS ON THE ACTIVITY AUDIT LOG.
011600*                     SAME CONSOLE SHAPE AS COLLMAINT.
011700*================================================================
011800 ENVIRONMENT DIVISION.
011900 INPUT-OUTPUT SECTION.
012000 FILE-CONTROL.
012100     COPY ESCISEL.
012200     COPY LOANMSEL.
012300     COPY COLLSEL.
012400     COPY ACTAUDSEL.
012500*================================================================
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  ESCROW-ITEM-FILE.
012900     COPY ESCIREC.
013000 FD  LOAN-MASTER-FILE.
013100     COPY LOANMAST.
013200 FD  LOAN-COLLATERAL-FILE.
013300     COPY COLLREC.
013400 FD  ACTIVITY-AUDIT-FILE.
013500     COPY ACTAUDREC.
013600*----------------------------------------------------------------
013700 WORKING-STORAGE SECTION.
013800 01  WS-FILE-STATUSES.
013900     05  WS-ESCITEM-STATUS         PIC XX.
014000     05  WS-LOANMAST-STATUS        PIC XX.
014100     05  WS-COLLFILE-STATUS        PIC XX.
014200     05  WS-ACTAUDIT-STATUS        PIC XX.
014300*----------------------------------------------------------------
014400 01  WS-WORK-FIELDS.
014500     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
014600         88  WS-SESSION-DONE       VALUE 'Y'.
014700     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
014800     05  WS-OPER-VERIFY-FLAG       PIC X.
014900     05  WS-OPER-VERIFY-ROLE       PIC X.
015000     05  WS-MENU-CHOICE            PIC X.
015100     05  WS-MAINT-OPERATOR-ID      PIC X(08).
015200     05  WS-TARGET-LOAN-NUMBER     PIC 9(10).
015300     05  WS-TARGET-ITEM-ID         PIC 9(08).
015400     05  WS-ITEM-EOF-SWITCH        PIC X.
015500         88  NO-MORE-ITEMS         VALUE 'Y'.
015600     05  WS-COLL-EOF-SWITCH        PIC X.
015700         88  NO-MORE-COLLATERAL    VALUE 'Y'.
015800     05  WS-REAL-ESTATE-SWITCH     PIC X.
015900         88  WS-REAL-ESTATE-FOUND  VALUE 'Y'.
016000     05  WS-ITEMS-LISTED           PIC 9(04) COMP.
016100     05  WS-ANNUAL-PROJECTION      PIC S9(11)V99.
016200     05  WS-ACTION-TAKEN           PIC X(15).
016300 01  WS-ID-SOURCE-NAME             PIC X(08).
016400 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
016500*----------------------------------------------------------------
016600 01  WS-BUSINESS-DATE              PIC 9(08).
016700 01  WS-BUSDATE-FLAG               PIC X.
016800 01  WS-CURRENT-TIMESTAMP          PIC X(21).
016900 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
017000     05  WS-TS-DATE                PIC 9(08).
017100     05  FILLER                    PIC X(13).
017200*================================================================
017300 PROCEDURE DIVISION.
017400*================================================================
017500 0000-MAINLINE.
017600     DISPLAY "MORTGAGE ESCROW MAINTENANCE"
017700     DISPLAY "ENTER YOUR OPERATOR ID: "
017800     ACCEPT WS-MAINT-OPERATOR-ID
017900     CALL "OPER-VERIFY" USING WS-MAINT-OPERATOR-ID
018000         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
018100         WS-OPER-VERIFY-ROLE
018200     IF WS-OPER-VERIFY-FLAG NOT = "Y"
018300         DISPLAY "OPERATOR NOT AUTHORIZED"
018400         STOP RUN
018500     END-IF
018600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
018700     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
018800         WS-BUSDATE-FLAG
018900     IF WS-BUSDATE-FLAG = "Y"
019000         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
019100     END-IF
019200     PERFORM 2000-WORK-ONE-CHOICE
019300         THRU 2000-WORK-ONE-CHOICE-EXIT
019400         UNTIL WS-SESSION-DONE
019500     STOP RUN.
019600*----------------------------------------------------------------
019700*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
019800*----------------------------------------------------------------
019900 2000-WORK-ONE-CHOICE.
020000     DISPLAY "S=SET UP LOAN  A=ADD ITEM  U=UPDATE BILL  "
020100         "C=CLOSE ITEM  L=LIST LOAN  X=EXIT"
020200     DISPLAY "CHOICE: "
020300     ACCEPT WS-MENU-CHOICE
020400     EVALUATE WS-MENU-CHOICE
020500         WHEN 'S'
020600             PERFORM 3000-SET-UP-LOAN
020700                 THRU 3000-SET-UP-LOAN-EXIT
020800         WHEN 'A'
020900             PERFORM 4000-ADD-ITEM
021000                 THRU 4000-ADD-ITEM-EXIT
021100         WHEN 'U'
021200             PERFORM 5000-UPDATE-BILL
021300                 THRU 5000-UPDATE-BILL-EXIT
021400         WHEN 'C'
021500             PERFORM 5500-CLOSE-ITEM
021600                 THRU 5500-CLOSE-ITEM-EXIT
021700         WHEN 'L'
021800             PERFORM 6000-LIST-LOAN-ITEMS
021900                 THRU 6000-LIST-LOAN-ITEMS-EXIT
022000         WHEN 'X'
022100             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
022200         WHEN OTHER
022300             DISPLAY "INVALID CHOICE"
022400     END-EVALUATE
022500     .
022600 2000-WORK-ONE-CHOICE-EXIT.
022700     EXIT.
022800*----------------------------------------------------------------
022900*  3000-SET-UP-LOAN  --  TURN ESCROW ON FOR A LIVE LOAN SECURED
023000*  BY REAL ESTATE AND SET THE OPENING MONTHLY ESCROW PORTION
023100*  (NORMALLY ONE TWELFTH OF THE FIRST YEAR'S TAX AND INSURANCE;
023200*  THE ANNUAL ANALYSIS RESETS IT FROM THE ITEMS THEREAFTER).
023300*----------------------------------------------------------------
023400 3000-SET-UP-LOAN.
023500     DISPLAY "ENTER LOAN NUMBER: "
023600     ACCEPT WS-TARGET-LOAN-NUMBER
023700     PERFORM 7500-CHECK-REAL-ESTATE
023800         THRU 7500-CHECK-REAL-ESTATE-EXIT
023900     IF NOT WS-REAL-ESTATE-FOUND
024000         DISPLAY "LOAN HAS NO ACTIVE REAL-ESTATE COLLATERAL - "
024100             "ESCROW NOT SET UP"
024200         GO TO 3000-SET-UP-LOAN-EXIT
024300     END-IF
024400     OPEN I-O LOAN-MASTER-FILE
024500     IF WS-LOANMAST-STATUS NOT = "00"
024600         DISPLAY "ESCROW-MAINT: UNABLE TO OPEN LOAN MASTER, "
024700             "STATUS = " WS-LOANMAST-STATUS
024800         GO TO 3000-SET-UP-LOAN-EXIT
024900     END-IF
025000     MOVE WS-TARGET-LOAN-NUMBER TO LM-LOAN-NUMBER
025100     READ LOAN-MASTER-FILE
025200         KEY IS LM-LOAN-NUMBER
025300         INVALID KEY
025400             DISPLAY "LOAN NOT ON MASTER - ESCROW NOT SET UP"
025500             CLOSE LOAN-MASTER-FILE
025600             GO TO 3000-SET-UP-LOAN-EXIT
025700     END-READ
025800     IF LM-LOAN-CLOSED OR LM-LOAN-CHARGED-OFF
025900         DISPLAY "LOAN IS CLOSED OR CHARGED OFF - ESCROW NOT "
026000             "SET UP"
026100         CLOSE LOAN-MASTER-FILE
026200         GO TO 3000-SET-UP-LOAN-EXIT
026300     END-IF
026400     IF LM-ESCROWED
026500         DISPLAY "LOAN ALREADY ESCROWED - MONTHLY ESCROW "
026600             LM-ESCROW-PAYMENT " BALANCE " LM-ESCROW-BALANCE
026700         CLOSE LOAN-MASTER-FILE
026800         GO TO 3000-SET-UP-LOAN-EXIT
026900     END-IF
027000     DISPLAY "ENTER MONTHLY ESCROW PORTION: "
027100     ACCEPT LM-ESCROW-PAYMENT
027200     SET LM-ESCROWED TO TRUE
027300     MOVE ZERO TO LM-ESCROW-BALANCE
027400     REWRITE LOAN-MASTER-RECORD
027500         INVALID KEY
027600             DISPLAY "ESCROW-MAINT: UNABLE TO REWRITE LOAN "
027700                 "MASTER RECORD"
027800     END-REWRITE
027900     CLOSE LOAN-MASTER-FILE
028000     MOVE ZERO TO WS-TARGET-ITEM-ID
028100     MOVE "ESCROW SET UP" TO WS-ACTION-TAKEN
028200     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
028300         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
028400     DISPLAY "LOAN " WS-TARGET-LOAN-NUMBER " NOW ESCROWED AT "
028500         LM-ESCROW-PAYMENT " PER MONTH"
028600     .
028700 3000-SET-UP-LOAN-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
029000*  4000-ADD-ITEM  --  A NEW TAX OR INSURANCE BILL AGAINST AN
029100*  ESCROWED LOAN.
029200*----------------------------------------------------------------
029300 4000-ADD-ITEM.
029400     DISPLAY "ENTER LOAN NUMBER: "
029500     ACCEPT WS-TARGET-LOAN-NUMBER
029600     OPEN INPUT LOAN-MASTER-FILE
029700     IF WS-LOANMAST-STATUS NOT = "00"
029800         DISPLAY "ESCROW-MAINT: UNABLE TO OPEN LOAN MASTER, "
029900             "STATUS = " WS-LOANMAST-STATUS
030000         GO TO 4000-ADD-ITEM-EXIT
030100     END-IF
030200     MOVE WS-TARGET-LOAN-NUMBER TO LM-LOAN-NUMBER
030300     READ LOAN-MASTER-FILE
030400         KEY IS LM-LOAN-NUMBER
030500         INVALID KEY
030600             DISPLAY "LOAN NOT ON MASTER - NOTHING ADDED"
030700             CLOSE LOAN-MASTER-FILE
030800             GO TO 4000-ADD-ITEM-EXIT
030900     END-READ
031000     CLOSE LOAN-MASTER-FILE
031100     IF NOT LM-ESCROWED
031200         DISPLAY "LOAN IS NOT ESCROWED - SET IT UP FIRST"
031300         GO TO 4000-ADD-ITEM-EXIT
031400     END-IF
031500
031600     OPEN I-O ESCROW-ITEM-FILE
031700     IF WS-ESCITEM-STATUS = "35"
031800         CLOSE ESCROW-ITEM-FILE
031900         OPEN OUTPUT ESCROW-ITEM-FILE
032000         CLOSE ESCROW-ITEM-FILE
032100         OPEN I-O ESCROW-ITEM-FILE
032200     END-IF
032300     IF WS-ESCITEM-STATUS NOT = "00"
032400         DISPLAY "ESCROW-MAINT: UNABLE TO OPEN ITEM FILE, "
032500             "STATUS = " WS-ESCITEM-STATUS
032600         GO TO 4000-ADD-ITEM-EXIT
032700     END-IF
032800     MOVE "ESCITEM" TO WS-ID-SOURCE-NAME
032900     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
033000         WS-NEXT-ASSIGNED-ID
033100     MOVE WS-NEXT-ASSIGNED-ID   TO EI-ITEM-ID
033200     MOVE WS-TARGET-LOAN-NUMBER TO EI-LOAN-NUMBER
033300     DISPLAY "ENTER TYPE (T=PROPERTY TAX I=HAZARD INSURANCE): "
033400     ACCEPT EI-ITEM-TYPE
033500     IF NOT EI-TYPE-VALID
033600         DISPLAY "INVALID TYPE - NOTHING ADDED"
033700         CLOSE ESCROW-ITEM-FILE
033800         GO TO 4000-ADD-ITEM-EXIT
033900     END-IF
034000     DISPLAY "ENTER PAYEE NAME: "
034100     ACCEPT EI-PAYEE-NAME
034200     DISPLAY "ENTER PAYEE REFERENCE (PARCEL OR POLICY NO): "
034300     ACCEPT EI-PAYEE-REFERENCE
034400     DISPLAY "ENTER BILL AMOUNT: "
034500     ACCEPT EI-BILL-AMOUNT
034600     DISPLAY "ENTER NEXT DUE DATE YYYYMMDD: "
034700     ACCEPT EI-NEXT-DUE-DATE
034800     DISPLAY "ENTER FREQUENCY IN MONTHS (12=ANNUAL 6=SEMI): "
034900     ACCEPT EI-FREQUENCY-MONTHS
035000     IF EI-FREQUENCY-MONTHS = ZERO OR EI-FREQUENCY-MONTHS > 12
035100         MOVE 12 TO EI-FREQUENCY-MONTHS
035200     END-IF
035300     MOVE ZERO TO EI-LAST-PAID-DATE
035400     MOVE ZERO TO EI-LAST-PAID-AMOUNT
035500     SET EI-ITEM-ACTIVE TO TRUE
035600     WRITE ESCROW-ITEM-RECORD
035700         INVALID KEY
035800             DISPLAY "ESCROW-MAINT: DUPLICATE ITEM ID "
035900                 EI-ITEM-ID
036000             CLOSE ESCROW-ITEM-FILE
036100             GO TO 4000-ADD-ITEM-EXIT
036200     END-WRITE
036300     CLOSE ESCROW-ITEM-FILE
036400     MOVE EI-ITEM-ID TO WS-TARGET-ITEM-ID
036500     MOVE "ITEM ADDED" TO WS-ACTION-TAKEN
036600     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
036700         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
036800     DISPLAY "ESCROW ITEM " EI-ITEM-ID " ADDED TO LOAN "
036900         WS-TARGET-LOAN-NUMBER
037000     .
037100 4000-ADD-ITEM-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------
037400*  5000-UPDATE-BILL  --  THE NEW YEAR'S BILL AMOUNT AND DUE
037500*  DATE ON AN EXISTING ITEM.
037600*----------------------------------------------------------------
037700 5000-UPDATE-BILL.
037800     PERFORM 7000-READ-ITEM
037900         THRU 7000-READ-ITEM-EXIT
038000     IF WS-ESCITEM-STATUS NOT = "00"
038100         GO TO 5000-UPDATE-BILL-EXIT
038200     END-IF
038300     IF NOT EI-ITEM-ACTIVE
038400         DISPLAY "ITEM IS CLOSED - NOT UPDATED"
038500         CLOSE ESCROW-ITEM-FILE
038600         GO TO 5000-UPDATE-BILL-EXIT
038700     END-IF
038800     DISPLAY "ENTER NEW BILL AMOUNT: "
038900     ACCEPT EI-BILL-AMOUNT
039000     DISPLAY "ENTER NEXT DUE DATE YYYYMMDD: "
039100     ACCEPT EI-NEXT-DUE-DATE
039200     REWRITE ESCROW-ITEM-RECORD
039300     CLOSE ESCROW-ITEM-FILE
039400     MOVE EI-LOAN-NUMBER TO WS-TARGET-LOAN-NUMBER
039500     MOVE "BILL UPDATED" TO WS-ACTION-TAKEN
039600     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
039700         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
039800     DISPLAY "ESCROW ITEM " WS-TARGET-ITEM-ID " NOW "
039900         EI-BILL-AMOUNT " DUE " EI-NEXT-DUE-DATE
040000     .
040100 5000-UPDATE-BILL-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400*  5500-CLOSE-ITEM  --  SUPERVISOR OR MANAGER ONLY.  A CLOSED
040500*  ITEM IS NEITHER PAID NOR PROJECTED BY THE ANALYSIS.
040600*----------------------------------------------------------------
040700 5500-CLOSE-ITEM.
040800     IF WS-OPER-VERIFY-ROLE NOT = 'S'
040900             AND WS-OPER-VERIFY-ROLE NOT = 'M'
041000         DISPLAY "CLOSE REFUSED - REQUIRES A SUPERVISOR OR "
041100             "MANAGER"
041200         GO TO 5500-CLOSE-ITEM-EXIT
041300     END-IF
041400     PERFORM 7000-READ-ITEM
041500         THRU 7000-READ-ITEM-EXIT
041600     IF WS-ESCITEM-STATUS NOT = "00"
041700         GO TO 5500-CLOSE-ITEM-EXIT
041800     END-IF
041900     IF NOT EI-ITEM-ACTIVE
042000         DISPLAY "ITEM IS ALREADY CLOSED"
042100         CLOSE ESCROW-ITEM-FILE
042200         GO TO 5500-CLOSE-ITEM-EXIT
042300     END-IF
042400     SET EI-ITEM-CLOSED TO TRUE
042500     REWRITE ESCROW-ITEM-RECORD
042600     CLOSE ESCROW-ITEM-FILE
042700     MOVE EI-LOAN-NUMBER TO WS-TARGET-LOAN-NUMBER
042800     MOVE "ITEM CLOSED" TO WS-ACTION-TAKEN
042900     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
043000         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
043100     DISPLAY "ESCROW ITEM " WS-TARGET-ITEM-ID " CLOSED"
043200     .
043300 5500-CLOSE-ITEM-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600*  6000-LIST-LOAN-ITEMS  --  EVERY ITEM ON ONE LOAN, THE
043700*  ANNUALIZED TOTAL OF THE ACTIVE ONES, AND THE BALANCE.
043800*----------------------------------------------------------------
043900 6000-LIST-LOAN-ITEMS.
044000     DISPLAY "ENTER LOAN NUMBER: "
044100     ACCEPT WS-TARGET-LOAN-NUMBER
044200     OPEN INPUT LOAN-MASTER-FILE
044300     IF WS-LOANMAST-STATUS = "00"
044400         MOVE WS-TARGET-LOAN-NUMBER TO LM-LOAN-NUMBER
044500         READ LOAN-MASTER-FILE
044600             KEY IS LM-LOAN-NUMBER
044700             INVALID KEY
044800                 DISPLAY "LOAN NOT ON MASTER"
044900             NOT INVALID KEY
045000                 DISPLAY "LOAN " LM-LOAN-NUMBER
045100                     " ESCROW " LM-ESCROW-INDICATOR
045200                     " MONTHLY " LM-ESCROW-PAYMENT
045300                     " BALANCE " LM-ESCROW-BALANCE
045400         END-READ
045500         CLOSE LOAN-MASTER-FILE
045600     END-IF
045700     OPEN INPUT ESCROW-ITEM-FILE
045800     IF WS-ESCITEM-STATUS NOT = "00"
045900         DISPLAY "NO ESCROW ITEM FILE"
046000         GO TO 6000-LIST-LOAN-ITEMS-EXIT
046100     END-IF
046200     MOVE 'N' TO WS-ITEM-EOF-SWITCH
046300     MOVE ZERO TO WS-ITEMS-LISTED
046400     MOVE ZERO TO WS-ANNUAL-PROJECTION
046500     PERFORM 6100-LIST-ONE-ITEM
046600         THRU 6100-LIST-ONE-ITEM-EXIT
046700         UNTIL NO-MORE-ITEMS
046800     CLOSE ESCROW-ITEM-FILE
046900     DISPLAY "ITEMS LISTED = " WS-ITEMS-LISTED
047000     DISPLAY "ANNUAL PAYMENTS PROJECTED = " WS-ANNUAL-PROJECTION
047100     .
047200 6000-LIST-LOAN-ITEMS-EXIT.
047300     EXIT.
047400*----------------------------------------------------------------
047500 6100-LIST-ONE-ITEM.
047600     READ ESCROW-ITEM-FILE NEXT RECORD
047700         AT END
047800             MOVE 'Y' TO WS-ITEM-EOF-SWITCH
047900             GO TO 6100-LIST-ONE-ITEM-EXIT
048000     END-READ
048100     IF EI-LOAN-NUMBER NOT = WS-TARGET-LOAN-NUMBER
048200         GO TO 6100-LIST-ONE-ITEM-EXIT
048300     END-IF
048400     ADD 1 TO WS-ITEMS-LISTED
048500     IF EI-ITEM-ACTIVE
048600         COMPUTE WS-ANNUAL-PROJECTION = WS-ANNUAL-PROJECTION
048700             + (EI-BILL-AMOUNT * 12 / EI-FREQUENCY-MONTHS)
048800     END-IF
048900     DISPLAY "ITEM " EI-ITEM-ID
049000         " TYPE " EI-ITEM-TYPE
049100         " " EI-PAYEE-NAME
049200         " AMOUNT " EI-BILL-AMOUNT
049300         " DUE " EI-NEXT-DUE-DATE
049400         " EVERY " EI-FREQUENCY-MONTHS
049500         " STATUS " EI-STATUS-CODE
049600     .
049700 6100-LIST-ONE-ITEM-EXIT.
049800     EXIT.
049900*----------------------------------------------------------------
050000*  7000-READ-ITEM  --  OPEN THE FILE AND READ THE TARGET ITEM.
050100*  LEAVES THE FILE OPEN I-O ON SUCCESS.
050200*----------------------------------------------------------------
050300 7000-READ-ITEM.
050400     DISPLAY "ENTER ESCROW ITEM ID: "
050500     ACCEPT WS-TARGET-ITEM-ID
050600     OPEN I-O ESCROW-ITEM-FILE
050700     IF WS-ESCITEM-STATUS NOT = "00"
050800         DISPLAY "NO ESCROW ITEM FILE"
050900         GO TO 7000-READ-ITEM-EXIT
051000     END-IF
051100     MOVE WS-TARGET-ITEM-ID TO EI-ITEM-ID
051200     READ ESCROW-ITEM-FILE
051300         KEY IS EI-ITEM-ID
051400         INVALID KEY
051500             DISPLAY "ESCROW ITEM NOT ON FILE"
051600             CLOSE ESCROW-ITEM-FILE
051700             MOVE "23" TO WS-ESCITEM-STATUS
051800     END-READ
051900     .
052000 7000-READ-ITEM-EXIT.
052100     EXIT.
052200*----------------------------------------------------------------
052300*  7500-CHECK-REAL-ESTATE  --  DOES THE LOAN CARRY ANY ACTIVE
052400*  TYPE R COLLATERAL?
052500*----------------------------------------------------------------
052600 7500-CHECK-REAL-ESTATE.
052700     MOVE 'N' TO WS-REAL-ESTATE-SWITCH
052800     OPEN INPUT LOAN-COLLATERAL-FILE
052900     IF WS-COLLFILE-STATUS NOT = "00"
053000         GO TO 7500-CHECK-REAL-ESTATE-EXIT
053100     END-IF
053200     MOVE 'N' TO WS-COLL-EOF-SWITCH
053300     PERFORM 7510-CHECK-ONE-PIECE
053400         THRU 7510-CHECK-ONE-PIECE-EXIT
053500         UNTIL NO-MORE-COLLATERAL OR WS-REAL-ESTATE-FOUND
053600     CLOSE LOAN-COLLATERAL-FILE
053700     .
053800 7500-CHECK-REAL-ESTATE-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100 7510-CHECK-ONE-PIECE.
054200     READ LOAN-COLLATERAL-FILE NEXT RECORD
054300         AT END
054400             MOVE 'Y' TO WS-COLL-EOF-SWITCH
054500             GO TO 7510-CHECK-ONE-PIECE-EXIT
054600     END-READ
054700     IF CL-LOAN-NUMBER = WS-TARGET-LOAN-NUMBER
054800             AND CL-TYPE-REAL-ESTATE
054900             AND CL-COLLATERAL-ACTIVE
055000         MOVE 'Y' TO WS-REAL-ESTATE-SWITCH
055100     END-IF
055200     .
055300 7510-CHECK-ONE-PIECE-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600*  8000-WRITE-ACTIVITY-AUDIT-RECORD  --  THE ACCOUNT FIELD
055700*  CARRIES THE LOAN NUMBER, THE BEFORE VALUE THE ITEM ID AND
055800*  THE AFTER VALUE THE ACTION TAKEN - AS COLLMAINT DOES.
055900*----------------------------------------------------------------
056000 8000-WRITE-ACTIVITY-AUDIT-RECORD.
056100     OPEN EXTEND ACTIVITY-AUDIT-FILE
056200     IF WS-ACTAUDIT-STATUS = "35"
056300         CLOSE ACTIVITY-AUDIT-FILE
056400         OPEN OUTPUT ACTIVITY-AUDIT-FILE
056500     END-IF
056600     MOVE "ESCROWMAINT"  TO AL-PROGRAM-ID
056700     MOVE WS-TARGET-LOAN-NUMBER TO AL-ACCT-NUMBER
056800     MOVE WS-MAINT-OPERATOR-ID TO AL-OPERATOR-ID
056900     MOVE WS-TARGET-ITEM-ID TO AL-BEFORE-VALUE
057000     MOVE WS-ACTION-TAKEN   TO AL-AFTER-VALUE
057100     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
057200     WRITE ACTIVITY-AUDIT-RECORD
057300     CLOSE ACTIVITY-AUDIT-FILE
057400     .
057500 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
057600     EXIT.
057700 END PROGRAM ESCROW-MAINT.
057800*================================================================
057900*  IDENTIFICATION DIVISION.
058000*================================================================
058100 IDENTIFICATION DIVISION.
058200 PROGRAM-ID.    ESCROW-DISBURSE.
058300 AUTHOR.        R KUMAR.
058400 INSTALLATION.  RETAIL BANKING SYSTEMS.
058500 DATE-WRITTEN.  2026-10-15.
058600 DATE-COMPILED. 2026-10-15.
058700*----------------------------------------------------------------
058800*  MOD-HISTORY
058900*    2026-10-15  RPK  INITIAL VERSION.  NIGHTLY ESCROW PAYOUT.
059000*                     EVERY ACTIVE ESCROW ITEM DUE ON OR BEFORE
059100*                     THE BUSINESS DATE IS PAID FROM ITS LOAN'S
059200*                     ESCROW BALANCE (ESCROW-POST FILES THE
059300*                     HISTORY ROW AND THE GL PAIR), LISTED ON
059400*                     THE DISBURSEMENT REGISTER FOR ACCOUNTS
059500*                     PAYABLE TO CUT THE PAYEE'S CHECK, AND
059600*                     ROLLED FORWARD BY ITS FREQUENCY.  A BILL
059700*                     LARGER THAN THE BALANCE IS STILL PAID -
059800*                     THE BANK ADVANCES THE DIFFERENCE AND THE
059900*                     ANNUAL ANALYSIS RECOVERS IT AS A
060000*                     SHORTAGE - SO A TAX DEADLINE IS NEVER
060100*                     MISSED FOR WANT OF ESCROW.
060200*================================================================
060300 ENVIRONMENT DIVISION.
060400 INPUT-OUTPUT SECTION.
060500 FILE-CONTROL.
060600     COPY ESCISEL.
060700     COPY LOANMSEL.
060800     SELECT ESCROW-REGISTER-FILE
060900         ASSIGN TO "ESCPAY"
061000         ORGANIZATION IS LINE SEQUENTIAL
061100         FILE STATUS IS WS-ESCPAY-STATUS.
061200*================================================================
061300 DATA DIVISION.
061400 FILE SECTION.
061500 FD  ESCROW-ITEM-FILE.
061600     COPY ESCIREC.
061700 FD  LOAN-MASTER-FILE.
061800     COPY LOANMAST.
061900 FD  ESCROW-REGISTER-FILE.
062000 01  ESCROW-REGISTER-LINE          PIC X(100).
062100*----------------------------------------------------------------
062200 WORKING-STORAGE SECTION.
062300 01  WS-FILE-STATUSES.
062400     05  WS-ESCITEM-STATUS         PIC XX.
062500     05  WS-LOANMAST-STATUS        PIC XX.
062600     05  WS-ESCPAY-STATUS          PIC XX.
062700*----------------------------------------------------------------
062800 01  WS-WORK-FIELDS.
062900     05  WS-ITEM-EOF-SWITCH        PIC X VALUE 'N'.
063000         88  NO-MORE-ITEMS         VALUE 'Y'.
063100     05  WS-ITEMS-READ             PIC 9(06) COMP VALUE 0.
063200     05  WS-ITEMS-PAID             PIC 9(06) COMP VALUE 0.
063300     05  WS-ADVANCES-MADE          PIC 9(06) COMP VALUE 0.
063400     05  WS-AMOUNT-DISBURSED       PIC S9(11)V99 VALUE 0.
063500     05  WS-PAYOUT-AMOUNT          PIC S9(09)V99.
063600     05  WS-BALANCE-AFTER          PIC S9(09)V99.
063700     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "ESCROW".
063800     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
063900     05  WS-MONTHS-TO-ADD          PIC 9(02).
064000     05  WS-TOTAL-MONTHS           PIC 9(06) COMP.
064100*----------------------------------------------------------------
064200 01  WS-NEW-DATE                   PIC 9(08).
064300 01  WS-NEW-DATE-FIELDS REDEFINES WS-NEW-DATE.
064400     05  WS-ND-YYYY                PIC 9(04).
064500     05  WS-ND-MM                  PIC 9(02).
064600     05  WS-ND-DD                  PIC 9(02).
064700 01  WS-NEXT-MONTH-1ST             PIC 9(08).
064800 01  WS-NEXT-MONTH-1ST-FIELDS REDEFINES WS-NEXT-MONTH-1ST.
064900     05  WS-NM1-YYYY               PIC 9(04).
065000     05  WS-NM1-MM                 PIC 9(02).
065100     05  WS-NM1-DD                 PIC 9(02).
065200 01  WS-LAST-DAY-OF-MONTH          PIC 9(08).
065300 01  WS-LAST-DAY-FIELDS REDEFINES WS-LAST-DAY-OF-MONTH.
065400     05  WS-LD-YYYY                PIC 9(04).
065500     05  WS-LD-MM                  PIC 9(02).
065600     05  WS-LD-DD                  PIC 9(02).
065700 01  WS-DATE-INTEGER               PIC S9(09) COMP.
065800*----------------------------------------------------------------
065900 01  WS-BUSINESS-DATE              PIC 9(08).
066000 01  WS-BUSDATE-FLAG               PIC X.
066100 01  WS-CURRENT-TIMESTAMP          PIC X(21).
066200 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
066300     05  WS-TS-DATE                PIC 9(08).
066400     05  FILLER                    PIC X(13).
066500*----------------------------------------------------------------
066600 01  WS-RUN-HISTORY-FIELDS.
066700     05  WS-RH-STEP-NAME           PIC X(08) VALUE "ESCDSTEP".
066800     05  WS-RH-START-TIMESTAMP     PIC X(21).
066900     05  WS-RH-RECORDS-READ        PIC 9(08).
067000     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
067100     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
067200     05  WS-RH-COMPLETION-CODE     PIC 9(02).
067300*================================================================
067400 PROCEDURE DIVISION.
067500*================================================================
067600 0000-MAINLINE.
067700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
067800     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
067900     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
068000         WS-BUSDATE-FLAG
068100     IF WS-BUSDATE-FLAG = "Y"
068200         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
068300     END-IF
068400     PERFORM 1000-INITIALIZE
068500         THRU 1000-INITIALIZE-EXIT
068600     PERFORM 2000-WORK-ONE-ITEM
068700         THRU 2000-WORK-ONE-ITEM-EXIT
068800         UNTIL NO-MORE-ITEMS
068900     PERFORM 9999-EXIT
069000         THRU 9999-EXIT-EXIT
069100     DISPLAY "ESCROWDISB: ITEMS READ      = " WS-ITEMS-READ
069200     DISPLAY "ESCROWDISB: ITEMS PAID      = " WS-ITEMS-PAID
069300     DISPLAY "ESCROWDISB: PAID ON ADVANCE = " WS-ADVANCES-MADE
069400     DISPLAY "ESCROWDISB: AMOUNT PAID     = "
069500         WS-AMOUNT-DISBURSED
069600     MOVE WS-ITEMS-READ TO WS-RH-RECORDS-READ
069700     MOVE WS-ITEMS-PAID TO WS-RH-RECORDS-UPDATED
069800     MOVE WS-AMOUNT-DISBURSED TO WS-RH-AMOUNT-POSTED
069900     MOVE ZERO TO WS-RH-COMPLETION-CODE
070000     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
070100         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
070200         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
070300         WS-RH-COMPLETION-CODE
070400     STOP RUN.
070500*----------------------------------------------------------------
070600 1000-INITIALIZE.
070700     OPEN I-O ESCROW-ITEM-FILE
070800     IF WS-ESCITEM-STATUS NOT = "00"
070900         DISPLAY "ESCROWDISB: NO ESCROW ITEM FILE - NOTHING "
071000             "TO PAY"
071100         MOVE 'Y' TO WS-ITEM-EOF-SWITCH
071200         GO TO 1000-INITIALIZE-EXIT
071300     END-IF
071400     OPEN I-O LOAN-MASTER-FILE
071500     IF WS-LOANMAST-STATUS NOT = "00"
071600         DISPLAY "ESCROWDISB: UNABLE TO OPEN LOAN MASTER, "
071700             "STATUS = " WS-LOANMAST-STATUS
071800         MOVE 'Y' TO WS-ITEM-EOF-SWITCH
071900         GO TO 1000-INITIALIZE-EXIT
072000     END-IF
072100     OPEN EXTEND ESCROW-REGISTER-FILE
072200     IF WS-ESCPAY-STATUS = "35"
072300         CLOSE ESCROW-REGISTER-FILE
072400         OPEN OUTPUT ESCROW-REGISTER-FILE
072500     END-IF
072600     .
072700 1000-INITIALIZE-EXIT.
072800     EXIT.
072900*----------------------------------------------------------------
073000*  2000-WORK-ONE-ITEM  --  PAY ONE DUE ITEM.
073100*----------------------------------------------------------------
073200 2000-WORK-ONE-ITEM.
073300     READ ESCROW-ITEM-FILE NEXT RECORD
073400         AT END
073500             MOVE 'Y' TO WS-ITEM-EOF-SWITCH
073600             GO TO 2000-WORK-ONE-ITEM-EXIT
073700     END-READ
073800     ADD 1 TO WS-ITEMS-READ
073900     IF NOT EI-ITEM-ACTIVE
074000         GO TO 2000-WORK-ONE-ITEM-EXIT
074100     END-IF
074200     IF EI-NEXT-DUE-DATE > WS-TS-DATE
074300         GO TO 2000-WORK-ONE-ITEM-EXIT
074400     END-IF
074500     MOVE EI-LOAN-NUMBER TO LM-LOAN-NUMBER
074600     READ LOAN-MASTER-FILE
074700         KEY IS LM-LOAN-NUMBER
074800         INVALID KEY
074900             DISPLAY "ESCROWDISB: LOAN " EI-LOAN-NUMBER
075000                 " NOT ON MASTER - ITEM " EI-ITEM-ID
075100                 " NOT PAID"
075200             GO TO 2000-WORK-ONE-ITEM-EXIT
075300     END-READ
075400     IF LM-LOAN-CLOSED OR LM-LOAN-CHARGED-OFF
075500             OR NOT LM-ESCROWED
075600         DISPLAY "ESCROWDISB: LOAN " EI-LOAN-NUMBER
075700             " CLOSED OR NOT ESCROWED - ITEM " EI-ITEM-ID
075800             " NOT PAID"
075900         GO TO 2000-WORK-ONE-ITEM-EXIT
076000     END-IF
076100
076200     MOVE EI-BILL-AMOUNT TO WS-PAYOUT-AMOUNT
076300     IF WS-PAYOUT-AMOUNT > LM-ESCROW-BALANCE
076400         ADD 1 TO WS-ADVANCES-MADE
076500     END-IF
076600     SUBTRACT WS-PAYOUT-AMOUNT FROM LM-ESCROW-BALANCE
076700     MOVE LM-ESCROW-BALANCE TO WS-BALANCE-AFTER
076800     REWRITE LOAN-MASTER-RECORD
076900         INVALID KEY
077000             DISPLAY "ESCROWDISB: UNABLE TO REWRITE LOAN "
077100                 LM-LOAN-NUMBER
077200             GO TO 2000-WORK-ONE-ITEM-EXIT
077300     END-REWRITE
077400     CALL "ESCROW-POST" USING LM-LOAN-NUMBER LM-ACCT-NUMBER
077500         EI-ITEM-TYPE EI-ITEM-ID WS-PAYOUT-AMOUNT
077600         WS-BALANCE-AFTER WS-BATCH-OPERATOR-ID
077700     PERFORM 2100-WRITE-REGISTER-LINE
077800         THRU 2100-WRITE-REGISTER-LINE-EXIT
077900
078000     MOVE WS-TS-DATE       TO EI-LAST-PAID-DATE
078100     MOVE WS-PAYOUT-AMOUNT TO EI-LAST-PAID-AMOUNT
078200     MOVE EI-NEXT-DUE-DATE TO WS-NEW-DATE
078300     MOVE EI-FREQUENCY-MONTHS TO WS-MONTHS-TO-ADD
078400     PERFORM 2200-ADVANCE-DUE-DATE
078500         THRU 2200-ADVANCE-DUE-DATE-EXIT
078600     MOVE WS-NEW-DATE TO EI-NEXT-DUE-DATE
078700     REWRITE ESCROW-ITEM-RECORD
078800     ADD 1 TO WS-ITEMS-PAID
078900     ADD WS-PAYOUT-AMOUNT TO WS-AMOUNT-DISBURSED
079000     .
079100 2000-WORK-ONE-ITEM-EXIT.
079200     EXIT.
079300*----------------------------------------------------------------
079400*  2100-WRITE-REGISTER-LINE  --  ONE LINE PER CHECK TO CUT.
079500*----------------------------------------------------------------
079600 2100-WRITE-REGISTER-LINE.
079700     MOVE WS-PAYOUT-AMOUNT TO WS-EDIT-AMOUNT
079800     MOVE SPACES TO ESCROW-REGISTER-LINE
079900     STRING WS-TS-DATE " LOAN " LM-LOAN-NUMBER
080000         " " EI-ITEM-TYPE " " EI-PAYEE-NAME
080100         " " EI-PAYEE-REFERENCE " " WS-EDIT-AMOUNT
080200         DELIMITED BY SIZE INTO ESCROW-REGISTER-LINE
080300     END-STRING
080400     WRITE ESCROW-REGISTER-LINE
080500     .
080600 2100-WRITE-REGISTER-LINE-EXIT.
080700     EXIT.
080800*----------------------------------------------------------------
080900*  2200-ADVANCE-DUE-DATE  --  WS-NEW-DATE MOVES FORWARD BY
081000*  WS-MONTHS-TO-ADD WHOLE MONTHS, CLAMPED TO THE TARGET
081100*  MONTH'S LAST DAY THE SAME WAY THE LOAN PROGRAMS' ADVANCE-
081200*  ONE-MONTH IS.
081300*----------------------------------------------------------------
081400 2200-ADVANCE-DUE-DATE.
081500     COMPUTE WS-TOTAL-MONTHS =
081600         (WS-ND-YYYY * 12) + (WS-ND-MM - 1) + WS-MONTHS-TO-ADD
081700     DIVIDE WS-TOTAL-MONTHS BY 12
081800         GIVING WS-ND-YYYY REMAINDER WS-ND-MM
081900     ADD 1 TO WS-ND-MM
082000
082100     IF WS-ND-MM = 12
082200         COMPUTE WS-NM1-YYYY = WS-ND-YYYY + 1
082300         MOVE 01 TO WS-NM1-MM
082400     ELSE
082500         MOVE WS-ND-YYYY TO WS-NM1-YYYY
082600         COMPUTE WS-NM1-MM = WS-ND-MM + 1
082700     END-IF
082800     MOVE 01 TO WS-NM1-DD
082900     COMPUTE WS-DATE-INTEGER =
083000         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-1ST) - 1
083100     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
083200         TO WS-LAST-DAY-OF-MONTH
083300     IF WS-ND-DD > WS-LD-DD
083400         MOVE WS-LD-DD TO WS-ND-DD
083500     END-IF
083600     .
083700 2200-ADVANCE-DUE-DATE-EXIT.
083800     EXIT.
083900*----------------------------------------------------------------
084000*  9999-EXIT  --  COMMON PROGRAM EXIT.
084100*----------------------------------------------------------------
084200 9999-EXIT.
084300     IF WS-ESCITEM-STATUS = "00" OR WS-ESCITEM-STATUS = "10"
084400         CLOSE ESCROW-ITEM-FILE
084500     END-IF
084600     IF WS-LOANMAST-STATUS = "00"
084700         CLOSE LOAN-MASTER-FILE
084800         CLOSE ESCROW-REGISTER-FILE
084900     END-IF
085000     .
085100 9999-EXIT-EXIT.
085200     EXIT.
085300 END PROGRAM ESCROW-DISBURSE.
085400*================================================================
085500*  IDENTIFICATION DIVISION.
085600*================================================================
085700 IDENTIFICATION DIVISION.
085800 PROGRAM-ID.    ESCROW-ANALYSIS.
085900 AUTHOR.        R KUMAR.
086000 INSTALLATION.  RETAIL BANKING SYSTEMS.
086100 DATE-WRITTEN.  2026-10-15.
086200 DATE-COMPILED. 2026-10-15.
086300*----------------------------------------------------------------
086400*  MOD-HISTORY
086500*    2026-10-15  RPK  INITIAL VERSION.  ANNUAL ESCROW ANALYSIS.
086600*                     FOR EVERY OPEN ESCROWED LOAN, PROJECTS
086700*                     THE COMING YEAR'S TAX AND INSURANCE
086800*                     PAYMENTS FROM THE ACTIVE ESCROW ITEMS,
086900*                     SETS THE TARGET BALANCE AT
087000*                     ESCROW-CUSHION-MONTHS (DEFAULT 2) OF THE
087100*                     NEW MONTHLY PORTION, AND COMPARES IT TO
087200*                     THE ESCROW BALANCE HELD.  A SHORTAGE IS
087300*                     SPREAD OVER THE NEXT 12 INSTALLMENTS; A
087400*                     SURPLUS COMES OFF THEM THE SAME WAY.  THE
087500*                     NEW LM-ESCROW-PAYMENT IS WRITTEN BACK AND
087600*                     THE BORROWER IS SENT AN ANALYSIS NOTICE
087700*                     (TYPE ESCA) THROUGH NOTICE-REQUEST.  ONE
087800*                     LINE PER LOAN ON THE ANALYSIS REPORT.
087900*================================================================
088000 ENVIRONMENT DIVISION.
088100 INPUT-OUTPUT SECTION.
088200 FILE-CONTROL.
088300     COPY LOANMSEL.
088400     COPY ESCISEL.
088500     COPY PARMSEL.
088600     SELECT ESCROW-ANALYSIS-REPORT
088700         ASSIGN TO "ESCANLY"
088800         ORGANIZATION IS LINE SEQUENTIAL
088900         FILE STATUS IS WS-ESCANLY-STATUS.
089000*================================================================
089100 DATA DIVISION.
089200 FILE SECTION.
089300 FD  LOAN-MASTER-FILE.
089400     COPY LOANMAST.
089500 FD  ESCROW-ITEM-FILE.
089600     COPY ESCIREC.
089700 FD  BUSINESS-PARAMETER-FILE.
089800     COPY PARMREC.
089900 FD  ESCROW-ANALYSIS-REPORT.
090000 01  ESCROW-ANALYSIS-LINE          PIC X(100).
090100*----------------------------------------------------------------
090200 WORKING-STORAGE SECTION.
090300 01  WS-FILE-STATUSES.
090400     05  WS-LOANMAST-STATUS        PIC XX.
090500     05  WS-ESCITEM-STATUS         PIC XX.
090600     05  WS-BUSPARM-STATUS         PIC XX.
090700     05  WS-ESCANLY-STATUS         PIC XX.
090800*----------------------------------------------------------------
090900 01  WS-WORK-FIELDS.
091000     05  WS-LOAN-EOF-SWITCH        PIC X VALUE 'N'.
091100         88  NO-MORE-LOANS         VALUE 'Y'.
091200     05  WS-ITEM-EOF-SWITCH        PIC X.
091300         88  NO-MORE-ITEMS         VALUE 'Y'.
091400     05  WS-PARM-EOF-SWITCH        PIC X.
091500         88  NO-MORE-PARMS         VALUE 'Y'.
091600     05  WS-CUSHION-MONTHS         PIC 9(02) VALUE 2.
091700     05  WS-LOANS-READ             PIC 9(06) COMP VALUE 0.
091800     05  WS-LOANS-ANALYZED         PIC 9(06) COMP VALUE 0.
091900     05  WS-SHORTAGE-COUNT         PIC 9(06) COMP VALUE 0.
092000     05  WS-SURPLUS-COUNT          PIC 9(06) COMP VALUE 0.
092100     05  WS-ANNUAL-PROJECTION      PIC S9(11)V99.
092200     05  WS-BASE-MONTHLY           PIC S9(09)V99.
092300     05  WS-TARGET-BALANCE         PIC S9(11)V99.
092400     05  WS-DIFFERENCE             PIC S9(11)V99.
092500     05  WS-ADJUSTMENT             PIC S9(09)V99.
092600     05  WS-OLD-PAYMENT            PIC S9(07)V99.
092700     05  WS-NEW-PAYMENT            PIC S9(09)V99.
092800     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
092900     05  WS-EDIT-AMOUNT-2          PIC -(9)9.99.
093000     05  WS-EDIT-AMOUNT-3          PIC -(9)9.99.
093100     05  WS-EDIT-AMOUNT-4          PIC -(9)9.99.
093200     05  WS-NOTICE-TYPE            PIC X(04) VALUE "ESCA".
093300     05  WS-NOTICE-LINE-1          PIC X(40).
093400     05  WS-NOTICE-LINE-2          PIC X(40).
093500     05  WS-NOTICE-ID              PIC 9(08).
093600*----------------------------------------------------------------
093700 01  WS-BUSINESS-DATE              PIC 9(08).
093800 01  WS-BUSDATE-FLAG               PIC X.
093900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
094000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
094100     05  WS-TS-DATE                PIC 9(08).
094200     05  FILLER                    PIC X(13).
094300*----------------------------------------------------------------
094400 01  WS-RUN-HISTORY-FIELDS.
094500     05  WS-RH-STEP-NAME           PIC X(08) VALUE "ESCASTEP".
094600     05  WS-RH-START-TIMESTAMP     PIC X(21).
094700     05  WS-RH-RECORDS-READ        PIC 9(08).
094800     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
094900     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
095000     05  WS-RH-COMPLETION-CODE     PIC 9(02).
095100*================================================================
095200 PROCEDURE DIVISION.
095300*================================================================
095400 0000-MAINLINE.
095500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
095600     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
095700     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
095800         WS-BUSDATE-FLAG
095900     IF WS-BUSDATE-FLAG = "Y"
096000         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
096100     END-IF
096200     PERFORM 1000-INITIALIZE
096300         THRU 1000-INITIALIZE-EXIT
096400     PERFORM 2000-ANALYZE-ONE-LOAN
096500         THRU 2000-ANALYZE-ONE-LOAN-EXIT
096600         UNTIL NO-MORE-LOANS
096700     PERFORM 9999-EXIT
096800         THRU 9999-EXIT-EXIT
096900     DISPLAY "ESCROWANLY: LOANS READ     = " WS-LOANS-READ
097000     DISPLAY "ESCROWANLY: LOANS ANALYZED = " WS-LOANS-ANALYZED
097100     DISPLAY "ESCROWANLY: SHORTAGES      = " WS-SHORTAGE-COUNT
097200     DISPLAY "ESCROWANLY: SURPLUSES      = " WS-SURPLUS-COUNT
097300     MOVE WS-LOANS-READ TO WS-RH-RECORDS-READ
097400     MOVE WS-LOANS-ANALYZED TO WS-RH-RECORDS-UPDATED
097500     MOVE ZERO TO WS-RH-AMOUNT-POSTED
097600     MOVE ZERO TO WS-RH-COMPLETION-CODE
097700     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
097800         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
097900         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
098000         WS-RH-COMPLETION-CODE
098100     STOP RUN.
098200*----------------------------------------------------------------
098300 1000-INITIALIZE.
098400     PERFORM 1100-LOAD-PARAMETERS
098500         THRU 1100-LOAD-PARAMETERS-EXIT
098600     OPEN I-O LOAN-MASTER-FILE
098700     IF WS-LOANMAST-STATUS NOT = "00"
098800         DISPLAY "ESCROWANLY: NO LOAN MASTER - NOTHING TO "
098900             "ANALYZE"
099000         MOVE 'Y' TO WS-LOAN-EOF-SWITCH
099100         GO TO 1000-INITIALIZE-EXIT
099200     END-IF
099300     OPEN INPUT ESCROW-ITEM-FILE
099400     IF WS-ESCITEM-STATUS NOT = "00"
099500         DISPLAY "ESCROWANLY: NO ESCROW ITEM FILE - NOTHING "
099600             "TO ANALYZE"
099700         MOVE 'Y' TO WS-LOAN-EOF-SWITCH
099800         GO TO 1000-INITIALIZE-EXIT
099900     END-IF
100000     OPEN OUTPUT ESCROW-ANALYSIS-REPORT
100100     MOVE SPACES TO ESCROW-ANALYSIS-LINE
100200     STRING "ESCROW ANALYSIS AS OF " WS-TS-DATE
100300         "   CUSHION MONTHS " WS-CUSHION-MONTHS
100400         DELIMITED BY SIZE INTO ESCROW-ANALYSIS-LINE
100500     END-STRING
100600     WRITE ESCROW-ANALYSIS-LINE
100700     MOVE SPACES TO ESCROW-ANALYSIS-LINE
100800     STRING "LOAN NUMBER     BALANCE HELD  ANNUAL PROJECTED  "
100900         "   SHORT(+)/OVER(-)  OLD -> NEW MONTHLY"
101000         DELIMITED BY SIZE INTO ESCROW-ANALYSIS-LINE
101100     END-STRING
101200     WRITE ESCROW-ANALYSIS-LINE
101300     .
101400 1000-INITIALIZE-EXIT.
101500     EXIT.
101600*----------------------------------------------------------------
101700 1100-LOAD-PARAMETERS.
101800     OPEN INPUT BUSINESS-PARAMETER-FILE
101900     IF WS-BUSPARM-STATUS NOT = "00"
102000         GO TO 1100-LOAD-PARAMETERS-EXIT
102100     END-IF
102200     MOVE 'N' TO WS-PARM-EOF-SWITCH
102300     PERFORM 1110-READ-ONE-PARAMETER
102400         THRU 1110-READ-ONE-PARAMETER-EXIT
102500         UNTIL NO-MORE-PARMS
102600     CLOSE BUSINESS-PARAMETER-FILE
102700     .
102800 1100-LOAD-PARAMETERS-EXIT.
102900     EXIT.
103000*----------------------------------------------------------------
103100 1110-READ-ONE-PARAMETER.
103200     READ BUSINESS-PARAMETER-FILE
103300         AT END
103400             MOVE 'Y' TO WS-PARM-EOF-SWITCH
103500             GO TO 1110-READ-ONE-PARAMETER-EXIT
103600     END-READ
103700     EVALUATE BP-PARM-NAME
103800         WHEN "ESCROW-CUSHION-MONTHS"
103900             MOVE BP-PARM-VALUE TO WS-CUSHION-MONTHS
104000         WHEN OTHER
104100             CONTINUE
104200     END-EVALUATE
104300     .
104400 1110-READ-ONE-PARAMETER-EXIT.
104500     EXIT.
104600*----------------------------------------------------------------
104700*  2000-ANALYZE-ONE-LOAN  --  PROJECT, COMPARE, RESET, NOTIFY.
104800*----------------------------------------------------------------
104900 2000-ANALYZE-ONE-LOAN.
105000     READ LOAN-MASTER-FILE NEXT RECORD
105100         AT END
105200             MOVE 'Y' TO WS-LOAN-EOF-SWITCH
105300             GO TO 2000-ANALYZE-ONE-LOAN-EXIT
105400     END-READ
105500     ADD 1 TO WS-LOANS-READ
105600     IF NOT LM-ESCROWED
105700         GO TO 2000-ANALYZE-ONE-LOAN-EXIT
105800     END-IF
105900     IF LM-LOAN-CLOSED OR LM-LOAN-CHARGED-OFF
106000         GO TO 2000-ANALYZE-ONE-LOAN-EXIT
106100     END-IF
106200
106300     PERFORM 2100-PROJECT-ITEMS
106400         THRU 2100-PROJECT-ITEMS-EXIT
106500     COMPUTE WS-BASE-MONTHLY ROUNDED =
106600         WS-ANNUAL-PROJECTION / 12
106700     COMPUTE WS-TARGET-BALANCE =
106800         WS-BASE-MONTHLY * WS-CUSHION-MONTHS
106900     COMPUTE WS-DIFFERENCE =
107000         WS-TARGET-BALANCE - LM-ESCROW-BALANCE
107100     COMPUTE WS-ADJUSTMENT ROUNDED = WS-DIFFERENCE / 12
107200     COMPUTE WS-NEW-PAYMENT = WS-BASE-MONTHLY + WS-ADJUSTMENT
107300     IF WS-NEW-PAYMENT < ZERO
107400         MOVE ZERO TO WS-NEW-PAYMENT
107500     END-IF
107600     IF WS-DIFFERENCE > ZERO
107700         ADD 1 TO WS-SHORTAGE-COUNT
107800     END-IF
107900     IF WS-DIFFERENCE < ZERO
108000         ADD 1 TO WS-SURPLUS-COUNT
108100     END-IF
108200
108300     MOVE LM-ESCROW-PAYMENT TO WS-OLD-PAYMENT
108400     MOVE WS-NEW-PAYMENT    TO LM-ESCROW-PAYMENT
108500     REWRITE LOAN-MASTER-RECORD
108600         INVALID KEY
108700             DISPLAY "ESCROWANLY: UNABLE TO REWRITE LOAN "
108800                 LM-LOAN-NUMBER
108900             GO TO 2000-ANALYZE-ONE-LOAN-EXIT
109000     END-REWRITE
109100     ADD 1 TO WS-LOANS-ANALYZED
109200     PERFORM 2200-WRITE-REPORT-LINE
109300         THRU 2200-WRITE-REPORT-LINE-EXIT
109400     PERFORM 2300-SEND-NOTICE
109500         THRU 2300-SEND-NOTICE-EXIT
109600     .
109700 2000-ANALYZE-ONE-LOAN-EXIT.
109800     EXIT.
109900*----------------------------------------------------------------
110000*  2100-PROJECT-ITEMS  --  ANNUALIZE EVERY ACTIVE ITEM ON THE
110100*  LOAN (A SEMI-ANNUAL TAX BILL COUNTS TWICE).
110200*----------------------------------------------------------------
110300 2100-PROJECT-ITEMS.
110400     MOVE ZERO TO WS-ANNUAL-PROJECTION
110500     MOVE ZERO TO EI-ITEM-ID
110600     START ESCROW-ITEM-FILE KEY IS NOT LESS THAN EI-ITEM-ID
110700         INVALID KEY
110800             GO TO 2100-PROJECT-ITEMS-EXIT
110900     END-START
111000     MOVE 'N' TO WS-ITEM-EOF-SWITCH
111100     PERFORM 2110-PROJECT-ONE-ITEM
111200         THRU 2110-PROJECT-ONE-ITEM-EXIT
111300         UNTIL NO-MORE-ITEMS
111400     .
111500 2100-PROJECT-ITEMS-EXIT.
111600     EXIT.
111700*----------------------------------------------------------------
111800 2110-PROJECT-ONE-ITEM.
111900     READ ESCROW-ITEM-FILE NEXT RECORD
112000         AT END
112100             MOVE 'Y' TO WS-ITEM-EOF-SWITCH
112200             GO TO 2110-PROJECT-ONE-ITEM-EXIT
112300     END-READ
112400     IF EI-LOAN-NUMBER NOT = LM-LOAN-NUMBER
112500             OR NOT EI-ITEM-ACTIVE
112600         GO TO 2110-PROJECT-ONE-ITEM-EXIT
112700     END-IF
112800     COMPUTE WS-ANNUAL-PROJECTION ROUNDED = WS-ANNUAL-PROJECTION
112900         + (EI-BILL-AMOUNT * 12 / EI-FREQUENCY-MONTHS)
113000     .
113100 2110-PROJECT-ONE-ITEM-EXIT.
113200     EXIT.
113300*----------------------------------------------------------------
113400 2200-WRITE-REPORT-LINE.
113500     MOVE LM-ESCROW-BALANCE    TO WS-EDIT-AMOUNT
113600     MOVE WS-ANNUAL-PROJECTION TO WS-EDIT-AMOUNT-2
113700     MOVE WS-DIFFERENCE        TO WS-EDIT-AMOUNT-3
113800     MOVE WS-NEW-PAYMENT       TO WS-EDIT-AMOUNT-4
113900     MOVE SPACES TO ESCROW-ANALYSIS-LINE
114000     STRING LM-LOAN-NUMBER "  " WS-EDIT-AMOUNT
114100         "  " WS-EDIT-AMOUNT-2 "  " WS-EDIT-AMOUNT-3
114200         "  " WS-OLD-PAYMENT " -> " WS-EDIT-AMOUNT-4
114300         DELIMITED BY SIZE INTO ESCROW-ANALYSIS-LINE
114400     END-STRING
114500     WRITE ESCROW-ANALYSIS-LINE
114600     .
114700 2200-WRITE-REPORT-LINE-EXIT.
114800     EXIT.
114900*----------------------------------------------------------------
115000*  2300-SEND-NOTICE  --  THE NEW MONTHLY ESCROW ON LINE 1, THE
115100*  SHORTAGE OR SURPLUS BEHIND IT ON LINE 2.
115200*----------------------------------------------------------------
115300 2300-SEND-NOTICE.
115400     MOVE SPACES TO WS-NOTICE-LINE-1
115500     MOVE SPACES TO WS-NOTICE-LINE-2
115600     MOVE WS-NEW-PAYMENT TO WS-EDIT-AMOUNT
115700     STRING "NEW MONTHLY ESCROW " WS-EDIT-AMOUNT
115800         DELIMITED BY SIZE INTO WS-NOTICE-LINE-1
115900     END-STRING
116000     EVALUATE TRUE
116100         WHEN WS-DIFFERENCE > ZERO
116200             MOVE WS-DIFFERENCE TO WS-EDIT-AMOUNT
116300             STRING "SHORTAGE " WS-EDIT-AMOUNT
116400                 " OVER 12 MONTHS"
116500                 DELIMITED BY SIZE INTO WS-NOTICE-LINE-2
116600             END-STRING
116700         WHEN WS-DIFFERENCE < ZERO
116800             COMPUTE WS-EDIT-AMOUNT = 0 - WS-DIFFERENCE
116900             STRING "SURPLUS " WS-EDIT-AMOUNT
117000                 " OVER 12 MONTHS"
117100                 DELIMITED BY SIZE INTO WS-NOTICE-LINE-2
117200             END-STRING
117300         WHEN OTHER
117400             MOVE "ESCROW ACCOUNT IS IN BALANCE"
117500                 TO WS-NOTICE-LINE-2
117600     END-EVALUATE
117700     CALL "NOTICE-REQUEST" USING LM-ACCT-NUMBER WS-NOTICE-TYPE
117800         WS-NOTICE-LINE-1 WS-NOTICE-LINE-2 WS-NOTICE-ID
117900     .
118000 2300-SEND-NOTICE-EXIT.
118100     EXIT.
118200*----------------------------------------------------------------
118300*  9999-EXIT  --  COMMON PROGRAM EXIT.
118400*----------------------------------------------------------------
118500 9999-EXIT.
118600     IF WS-LOANMAST-STATUS = "00" OR WS-LOANMAST-STATUS = "10"
118700         CLOSE LOAN-MASTER-FILE
118800     END-IF
118900     IF WS-ESCITEM-STATUS = "00" OR WS-ESCITEM-STATUS = "10"
119000         CLOSE ESCROW-ITEM-FILE
119100         CLOSE ESCROW-ANALYSIS-REPORT
119200     END-IF
119300     .
119400 9999-EXIT-EXIT.
119500     EXIT.
119600 END PROGRAM ESCROW-ANALYSIS.
