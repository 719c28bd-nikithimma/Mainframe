000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACHBMAINT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CONSOLE PLACEMENT AND
001300*                     REMOVAL OF A CUSTOMER'S ACH DEBIT BLOCKS
001400*                     AND ORIGINATOR FILTERS.  A BLOCK-ALL
001500*                     REFUSES EVERY INBOUND ACH DEBIT ON THE
001600*                     ACCOUNT, A BLOCK ON ONE COMPANY ID REFUSES
001700*                     THAT ORIGINATOR ONLY, AND AN ALLOW ON A
001800*                     COMPANY ID LETS THAT ORIGINATOR THROUGH A
001900*                     BLOCK-ALL (OPTIONALLY UP TO A MAXIMUM PER
002000*                     DEBIT).  THE INBOUND ACH DEBIT RUN
002100*                     (ACH-INBOUND) RETURNS A REFUSED DEBIT R10.
002200*                     REMOVING A BLOCK OR FILTER LETS DEBITS
002300*                     BACK IN, SO IT TAKES A SUPERVISOR OR
002400*                     MANAGER.  SAME CONSOLE SHAPE AS STOP
002500*                     PAYMENT MAINTENANCE.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     COPY ACHBSEL.
003100     COPY ACCTMSEL.
003200     COPY ACTAUDSEL.
003300*================================================================
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ACH-DEBIT-BLOCK-FILE.
003700     COPY ACHBREC.
003800 FD  ACCOUNT-MASTER-FILE.
003900     COPY ACCTMAST.
004000 FD  ACTIVITY-AUDIT-FILE.
004100     COPY ACTAUDREC.
004200*----------------------------------------------------------------
004300 WORKING-STORAGE SECTION.
004400     COPY ACCTSTAT.
004500*----------------------------------------------------------------
004600 01  WS-FILE-STATUSES.
004700     05  WS-ACHBLOCK-STATUS        PIC XX.
004800     05  WS-ACCTMAST-STATUS        PIC XX.
004900     05  WS-ACTAUDIT-STATUS        PIC XX.
005000*----------------------------------------------------------------
005100 01  WS-WORK-FIELDS.
005200     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
005300         88  WS-SESSION-DONE       VALUE 'Y'.
005400     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
005500     05  WS-OPER-VERIFY-FLAG       PIC X.
005600     05  WS-OPER-VERIFY-ROLE       PIC X.
005700     05  WS-MENU-CHOICE            PIC X.
005800     05  WS-MAINT-OPERATOR-ID      PIC X(08).
005900     05  WS-TARGET-ACCT-NUMBER     PIC 9(10).
006000     05  WS-TARGET-BLOCK-ID        PIC 9(08).
006100     05  WS-BLOCK-EOF-SWITCH       PIC X.
006200         88  NO-MORE-BLOCKS        VALUE 'Y'.
006300     05  WS-BLOCKS-LISTED          PIC 9(04) COMP.
006400     05  WS-ACTION-TAKEN           PIC X(15).
006500 01  WS-ID-SOURCE-NAME             PIC X(08).
006600 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
006700*----------------------------------------------------------------
006800 01  WS-BUSINESS-DATE              PIC 9(08).
006900 01  WS-BUSDATE-FLAG               PIC X.
007000 01  WS-CURRENT-TIMESTAMP          PIC X(21).
007100 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
007200     05  WS-TS-DATE                PIC 9(08).
007300     05  FILLER                    PIC X(13).
007400*================================================================
007500 PROCEDURE DIVISION.
007600*================================================================
007700 0000-MAINLINE.
007800     DISPLAY "ACH DEBIT BLOCK MAINTENANCE"
007900     DISPLAY "ENTER YOUR OPERATOR ID: "
008000     ACCEPT WS-MAINT-OPERATOR-ID
008100     CALL "OPER-VERIFY" USING WS-MAINT-OPERATOR-ID
008200         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
008300         WS-OPER-VERIFY-ROLE
008400     IF WS-OPER-VERIFY-FLAG NOT = "Y"
008500         DISPLAY "OPERATOR NOT AUTHORIZED"
008600         STOP RUN
008700     END-IF
008800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
008900     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
009000         WS-BUSDATE-FLAG
009100     IF WS-BUSDATE-FLAG = "Y"
009200         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
009300     END-IF
009400     PERFORM 2000-WORK-ONE-CHOICE
009500         THRU 2000-WORK-ONE-CHOICE-EXIT
009600         UNTIL WS-SESSION-DONE
009700     STOP RUN.
009800*----------------------------------------------------------------
009900*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
010000*----------------------------------------------------------------
010100 2000-WORK-ONE-CHOICE.
010200     DISPLAY "B=BLOCK ALL  O=BLOCK ORIGINATOR  A=ALLOW "
010300         "ORIGINATOR"
010400     DISPLAY "R=REMOVE  L=LIST ACCOUNT  X=EXIT"
010500     DISPLAY "CHOICE: "
010600     ACCEPT WS-MENU-CHOICE
010700     EVALUATE WS-MENU-CHOICE
010800         WHEN 'B'
010900         WHEN 'O'
011000         WHEN 'A'
011100             PERFORM 3000-PLACE-BLOCK
011200                 THRU 3000-PLACE-BLOCK-EXIT
011300         WHEN 'R'
011400             PERFORM 4000-REMOVE-BLOCK
011500                 THRU 4000-REMOVE-BLOCK-EXIT
011600         WHEN 'L'
011700             PERFORM 5000-LIST-ACCOUNT-BLOCKS
011800                 THRU 5000-LIST-ACCOUNT-BLOCKS-EXIT
011900         WHEN 'X'
012000             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
012100         WHEN OTHER
012200             DISPLAY "INVALID CHOICE"
012300     END-EVALUATE
012400     .
012500 2000-WORK-ONE-CHOICE-EXIT.
012600     EXIT.
012700*----------------------------------------------------------------
012800*  3000-PLACE-BLOCK  --  VALIDATE THE ACCOUNT, CAPTURE THE
012900*  BLOCK OR FILTER (THE MENU CHOICE IS ITS TYPE), WRITE IT
013000*  ACTIVE UNDER A FRESH BLOCK ID.
013100*----------------------------------------------------------------
013200 3000-PLACE-BLOCK.
013300     DISPLAY "ENTER ACCOUNT NUMBER: "
013400     ACCEPT WS-TARGET-ACCT-NUMBER
013500     OPEN INPUT ACCOUNT-MASTER-FILE
013600     IF WS-ACCTMAST-STATUS NOT = "00"
013700         DISPLAY "ACHBMAINT: UNABLE TO OPEN ACCOUNT MASTER, "
013800             "STATUS = " WS-ACCTMAST-STATUS
013900         GO TO 3000-PLACE-BLOCK-EXIT
014000     END-IF
014100     MOVE WS-TARGET-ACCT-NUMBER TO AM-ACCT-NUMBER
014200     READ ACCOUNT-MASTER-FILE
014300         KEY IS AM-ACCT-NUMBER
014400         INVALID KEY
014500             DISPLAY "ACCOUNT NOT ON MASTER - NOTHING PLACED"
014600             CLOSE ACCOUNT-MASTER-FILE
014700             GO TO 3000-PLACE-BLOCK-EXIT
014800     END-READ
014900     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
015000     CLOSE ACCOUNT-MASTER-FILE
015100     IF STATUS-CLOSED OR STATUS-ESCHEATED
015200         DISPLAY "ACCOUNT IS CLOSED - NOTHING PLACED"
015300         GO TO 3000-PLACE-BLOCK-EXIT
015400     END-IF
015500
015600     MOVE WS-MENU-CHOICE        TO AB-BLOCK-TYPE
015700     MOVE SPACES                TO AB-COMPANY-ID
015800     MOVE ZERO                  TO AB-MAX-AMOUNT
015900     IF NOT AB-BLOCK-ALL
016000         DISPLAY "ENTER ORIGINATOR COMPANY ID: "
016100         ACCEPT AB-COMPANY-ID
016200         IF AB-COMPANY-ID = SPACES
016300             DISPLAY "COMPANY ID IS REQUIRED - NOTHING PLACED"
016400             GO TO 3000-PLACE-BLOCK-EXIT
016500         END-IF
016600     END-IF
016700     IF AB-ALLOW-ORIGINATOR
016800         DISPLAY "ENTER MAXIMUM PER DEBIT (0 = ANY AMOUNT): "
016900         ACCEPT AB-MAX-AMOUNT
017000     END-IF
017100     DISPLAY "ENTER EXPIRY DATE YYYYMMDD (0 = UNTIL "
017200         "REMOVED): "
017300     ACCEPT AB-EXPIRY-DATE
017400
017500     OPEN I-O ACH-DEBIT-BLOCK-FILE
017600     IF WS-ACHBLOCK-STATUS = "35"
017700         CLOSE ACH-DEBIT-BLOCK-FILE
017800         OPEN OUTPUT ACH-DEBIT-BLOCK-FILE
017900         CLOSE ACH-DEBIT-BLOCK-FILE
018000         OPEN I-O ACH-DEBIT-BLOCK-FILE
018100     END-IF
018200     IF WS-ACHBLOCK-STATUS NOT = "00"
018300         DISPLAY "ACHBMAINT: UNABLE TO OPEN BLOCK FILE, "
018400             "STATUS = " WS-ACHBLOCK-STATUS
018500         GO TO 3000-PLACE-BLOCK-EXIT
018600     END-IF
018700
018800     MOVE "ACHBLOCK" TO WS-ID-SOURCE-NAME
018900     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
019000         WS-NEXT-ASSIGNED-ID
019100     MOVE WS-NEXT-ASSIGNED-ID   TO AB-BLOCK-ID
019200     MOVE WS-TARGET-ACCT-NUMBER TO AB-ACCT-NUMBER
019300     MOVE WS-TS-DATE            TO AB-PLACED-DATE
019400     MOVE WS-MAINT-OPERATOR-ID  TO AB-PLACED-OPERATOR
019500     MOVE ZERO                  TO AB-LAST-HIT-DATE
019600     SET AB-BLOCK-ACTIVE        TO TRUE
019700     WRITE ACH-DEBIT-BLOCK-RECORD
019800         INVALID KEY
019900             DISPLAY "ACHBMAINT: DUPLICATE BLOCK ID "
020000                 AB-BLOCK-ID
020100             CLOSE ACH-DEBIT-BLOCK-FILE
020200             GO TO 3000-PLACE-BLOCK-EXIT
020300     END-WRITE
020400     CLOSE ACH-DEBIT-BLOCK-FILE
020500     EVALUATE TRUE
020600         WHEN AB-BLOCK-ALL
020700             MOVE "BLOCK ALL" TO WS-ACTION-TAKEN
020800         WHEN AB-BLOCK-ORIGINATOR
020900             MOVE "BLOCK ORIG" TO WS-ACTION-TAKEN
021000         WHEN OTHER
021100             MOVE "ALLOW ORIG" TO WS-ACTION-TAKEN
021200     END-EVALUATE
021300     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
021400         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
021500     DISPLAY "BLOCK " AB-BLOCK-ID " (" WS-ACTION-TAKEN
021600         ") PLACED ON ACCOUNT " WS-TARGET-ACCT-NUMBER " "
021700         AB-COMPANY-ID
021800     .
021900 3000-PLACE-BLOCK-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
022200*  4000-REMOVE-BLOCK  --  AN ACTIVE BLOCK OR FILTER GOES TO
022300*  REMOVED; THE ROW STAYS FOR THE AUDIT TRAIL.  REMOVING LETS
022400*  DEBITS BACK IN - SUPERVISOR OR MANAGER ONLY.
022500*----------------------------------------------------------------
022600 4000-REMOVE-BLOCK.
022700     IF WS-OPER-VERIFY-ROLE NOT = 'S'
022800             AND WS-OPER-VERIFY-ROLE NOT = 'M'
022900         DISPLAY "REMOVAL REFUSED - REQUIRES A SUPERVISOR OR "
023000             "MANAGER"
023100         GO TO 4000-REMOVE-BLOCK-EXIT
023200     END-IF
023300     DISPLAY "ENTER BLOCK ID TO REMOVE: "
023400     ACCEPT WS-TARGET-BLOCK-ID
023500     OPEN I-O ACH-DEBIT-BLOCK-FILE
023600     IF WS-ACHBLOCK-STATUS NOT = "00"
023700         DISPLAY "NO ACH DEBIT BLOCK FILE"
023800         GO TO 4000-REMOVE-BLOCK-EXIT
023900     END-IF
024000     MOVE WS-TARGET-BLOCK-ID TO AB-BLOCK-ID
024100     READ ACH-DEBIT-BLOCK-FILE
024200         KEY IS AB-BLOCK-ID
024300         INVALID KEY
024400             DISPLAY "BLOCK NOT ON FILE"
024500             CLOSE ACH-DEBIT-BLOCK-FILE
024600             GO TO 4000-REMOVE-BLOCK-EXIT
024700     END-READ
024800     IF NOT AB-BLOCK-ACTIVE
024900         DISPLAY "BLOCK " WS-TARGET-BLOCK-ID " IS NOT ACTIVE - "
025000             "NOTHING REMOVED"
025100         CLOSE ACH-DEBIT-BLOCK-FILE
025200         GO TO 4000-REMOVE-BLOCK-EXIT
025300     END-IF
025400     SET AB-BLOCK-REMOVED TO TRUE
025500     REWRITE ACH-DEBIT-BLOCK-RECORD
025600     CLOSE ACH-DEBIT-BLOCK-FILE
025700     MOVE AB-ACCT-NUMBER TO WS-TARGET-ACCT-NUMBER
025800     MOVE "BLOCK REMOVED" TO WS-ACTION-TAKEN
025900     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
026000         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
026100     DISPLAY "BLOCK " WS-TARGET-BLOCK-ID " REMOVED"
026200     .
026300 4000-REMOVE-BLOCK-EXIT.
026400     EXIT.
026500*----------------------------------------------------------------
026600*  5000-LIST-ACCOUNT-BLOCKS  --  EVERY BLOCK AND FILTER ON ONE
026700*  ACCOUNT.
026800*----------------------------------------------------------------
026900 5000-LIST-ACCOUNT-BLOCKS.
027000     DISPLAY "ENTER ACCOUNT NUMBER: "
027100     ACCEPT WS-TARGET-ACCT-NUMBER
027200     OPEN INPUT ACH-DEBIT-BLOCK-FILE
027300     IF WS-ACHBLOCK-STATUS NOT = "00"
027400         DISPLAY "NO ACH DEBIT BLOCK FILE"
027500         GO TO 5000-LIST-ACCOUNT-BLOCKS-EXIT
027600     END-IF
027700     MOVE 'N' TO WS-BLOCK-EOF-SWITCH
027800     MOVE ZERO TO WS-BLOCKS-LISTED
027900     PERFORM 5100-LIST-ONE-BLOCK
028000         THRU 5100-LIST-ONE-BLOCK-EXIT
028100         UNTIL NO-MORE-BLOCKS
028200     CLOSE ACH-DEBIT-BLOCK-FILE
028300     DISPLAY "BLOCKS LISTED = " WS-BLOCKS-LISTED
028400     .
028500 5000-LIST-ACCOUNT-BLOCKS-EXIT.
028600     EXIT.
028700*----------------------------------------------------------------
028800 5100-LIST-ONE-BLOCK.
028900     READ ACH-DEBIT-BLOCK-FILE NEXT RECORD
029000         AT END
029100             MOVE 'Y' TO WS-BLOCK-EOF-SWITCH
029200             GO TO 5100-LIST-ONE-BLOCK-EXIT
029300     END-READ
029400     IF AB-ACCT-NUMBER NOT = WS-TARGET-ACCT-NUMBER
029500         GO TO 5100-LIST-ONE-BLOCK-EXIT
029600     END-IF
029700     ADD 1 TO WS-BLOCKS-LISTED
029800     DISPLAY "BLOCK " AB-BLOCK-ID
029900         " TYPE " AB-BLOCK-TYPE
030000         " CO " AB-COMPANY-ID
030100         " MAX " AB-MAX-AMOUNT
030200         " EXP " AB-EXPIRY-DATE
030300         " HIT " AB-LAST-HIT-DATE
030400         " STATUS " AB-STATUS-CODE
030500     .
030600 5100-LIST-ONE-BLOCK-EXIT.
030700     EXIT.
030800*----------------------------------------------------------------
030900*  6000-WRITE-ACTIVITY-AUDIT-RECORD  --  WHO BLOCKED OR FREED
031000*  WHAT.  THE BEFORE VALUE CARRIES THE BLOCK ID, THE AFTER
031100*  VALUE THE ACTION TAKEN.
031200*----------------------------------------------------------------
031300 6000-WRITE-ACTIVITY-AUDIT-RECORD.
031400     OPEN EXTEND ACTIVITY-AUDIT-FILE
031500     IF WS-ACTAUDIT-STATUS = "35"
031600         CLOSE ACTIVITY-AUDIT-FILE
031700         OPEN OUTPUT ACTIVITY-AUDIT-FILE
031800     END-IF
031900     MOVE "ACHBMAINT"    TO AL-PROGRAM-ID
032000     MOVE WS-TARGET-ACCT-NUMBER TO AL-ACCT-NUMBER
032100     MOVE WS-MAINT-OPERATOR-ID TO AL-OPERATOR-ID
032200     MOVE AB-BLOCK-ID       TO AL-BEFORE-VALUE
032300     MOVE WS-ACTION-TAKEN   TO AL-AFTER-VALUE
032400     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
032500     WRITE ACTIVITY-AUDIT-RECORD
032600     CLOSE ACTIVITY-AUDIT-FILE
032700     .
032800 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
032900     EXIT.
033000 END PROGRAM ACHBMAINT.
