000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LOAN-PARTY-MAINT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CONSOLE MAINTENANCE OF
001300*                     THE LOAN PARTY FILE - ADD A CO-BORROWER
001400*                     OR GUARANTOR TO A LIVE LOAN WITH THE
001500*                     SHARE OF THE DEBT THEY ANSWER FOR,
001600*                     REMOVE ONE, AND LIST A LOAN'S PARTIES.
001700*                     RELEASING A PARTY FROM A LOAN WEAKENS
001800*                     THE BANK'S RECOURSE, SO A REMOVAL TAKES
001900*                     A SUPERVISOR OR MANAGER.  EVERY CHANGE
002000*                     LANDS ON THE ACTIVITY AUDIT LOG.  SAME
002100*                     CONSOLE SHAPE AS COLLMAINT.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     COPY LPTYSEL.
002700     COPY LOANMSEL.
002800     COPY ACCTMSEL.
002900     COPY CUSTMSEL.
003000     COPY ACTAUDSEL.
003100*================================================================
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  LOAN-PARTY-FILE.
003500     COPY LPTYREC.
003600 FD  LOAN-MASTER-FILE.
003700     COPY LOANMAST.
003800 FD  ACCOUNT-MASTER-FILE.
003900     COPY ACCTMAST.
004000 FD  CUSTOMER-MASTER-FILE.
004100     COPY CUSTMAST.
004200 FD  ACTIVITY-AUDIT-FILE.
004300     COPY ACTAUDREC.
004400*----------------------------------------------------------------
004500 WORKING-STORAGE SECTION.
004600 01  WS-FILE-STATUSES.
004700     05  WS-LOANPRTY-STATUS        PIC XX.
004800     05  WS-LOANMAST-STATUS        PIC XX.
004900     05  WS-ACCTMAST-STATUS        PIC XX.
005000     05  WS-CUSTMAST-STATUS        PIC XX.
005100     05  WS-ACTAUDIT-STATUS        PIC XX.
005200*----------------------------------------------------------------
005300 01  WS-WORK-FIELDS.
005400     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
005500         88  WS-SESSION-DONE       VALUE 'Y'.
005600     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
005700     05  WS-OPER-VERIFY-FLAG       PIC X.
005800     05  WS-OPER-VERIFY-ROLE       PIC X.
005900     05  WS-MENU-CHOICE            PIC X.
006000     05  WS-MAINT-OPERATOR-ID      PIC X(08).
006100     05  WS-TARGET-LOAN-NUMBER     PIC 9(10).
006200     05  WS-TARGET-CUSTOMER        PIC 9(09).
006300     05  WS-TARGET-PARTY-SEQ       PIC 9(02).
006400     05  WS-PRIMARY-CUSTOMER       PIC 9(09).
006500     05  WS-ENTERED-ROLE           PIC X.
006600     05  WS-ENTERED-PCT            PIC 9(03)V99.
006700     05  WS-HIGH-PARTY-SEQ         PIC 9(02).
006800     05  WS-LOAN-FOUND-SWITCH      PIC X.
006900         88  WS-LOAN-FOUND         VALUE 'Y'.
007000     05  WS-PARTY-EOF-SWITCH       PIC X.
007100         88  NO-MORE-PARTIES       VALUE 'Y'.
007200     05  WS-ALREADY-PARTY-SWITCH   PIC X.
007300         88  WS-ALREADY-A-PARTY    VALUE 'Y'.
007400     05  WS-PARTIES-LISTED         PIC 9(04) COMP.
007500     05  WS-EDIT-PCT               PIC ZZ9.99.
007600     05  WS-AUDIT-PARTY.
007700         10  WS-AUDIT-CUSTOMER     PIC 9(09).
007800         10  FILLER                PIC X VALUE '/'.
007900         10  WS-AUDIT-ROLE         PIC X.
008000         10  FILLER                PIC X(04) VALUE SPACES.
008100     05  WS-ACTION-TAKEN           PIC X(15).
008200*----------------------------------------------------------------
008300 01  WS-BUSINESS-DATE              PIC 9(08).
008400 01  WS-BUSDATE-FLAG               PIC X.
008500 01  WS-CURRENT-TIMESTAMP          PIC X(21).
008600 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
008700     05  WS-TS-DATE                PIC 9(08).
008800     05  FILLER                    PIC X(13).
008900*================================================================
009000 PROCEDURE DIVISION.
009100*================================================================
009200 0000-MAINLINE.
009300     DISPLAY "LOAN CO-BORROWER AND GUARANTOR MAINTENANCE"
009400     DISPLAY "ENTER YOUR OPERATOR ID: "
009500     ACCEPT WS-MAINT-OPERATOR-ID
009600     CALL "OPER-VERIFY" USING WS-MAINT-OPERATOR-ID
009700         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
009800         WS-OPER-VERIFY-ROLE
009900     IF WS-OPER-VERIFY-FLAG NOT = "Y"
010000         DISPLAY "OPERATOR NOT AUTHORIZED"
010100         STOP RUN
010200     END-IF
010300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
010400     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
010500         WS-BUSDATE-FLAG
010600     IF WS-BUSDATE-FLAG = "Y"
010700         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
010800     END-IF
010900     PERFORM 2000-WORK-ONE-CHOICE
011000         THRU 2000-WORK-ONE-CHOICE-EXIT
011100         UNTIL WS-SESSION-DONE
011200     STOP RUN.
011300*----------------------------------------------------------------
011400*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
011500*----------------------------------------------------------------
011600 2000-WORK-ONE-CHOICE.
011700     DISPLAY "A=ADD PARTY  R=REMOVE PARTY  L=LIST LOAN  X=EXIT"
011800     DISPLAY "CHOICE: "
011900     ACCEPT WS-MENU-CHOICE
012000     EVALUATE WS-MENU-CHOICE
012100         WHEN 'A'
012200             PERFORM 3000-ADD-PARTY
012300                 THRU 3000-ADD-PARTY-EXIT
012400         WHEN 'R'
012500             PERFORM 4000-REMOVE-PARTY
012600                 THRU 4000-REMOVE-PARTY-EXIT
012700         WHEN 'L'
012800             PERFORM 5000-LIST-LOAN-PARTIES
012900                 THRU 5000-LIST-LOAN-PARTIES-EXIT
013000         WHEN 'X'
013100             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
013200         WHEN OTHER
013300             DISPLAY "INVALID CHOICE"
013400     END-EVALUATE
013500     .
013600 2000-WORK-ONE-CHOICE-EXIT.
013700     EXIT.
013800*----------------------------------------------------------------
013900*  3000-ADD-PARTY  --  LINK ANOTHER CUSTOMER TO A LIVE LOAN.
014000*  THE CUSTOMER MUST BE ON THE CUSTOMER MASTER, LIVING, NOT
014100*  THE PRIMARY BORROWER, AND NOT ALREADY AN ACTIVE PARTY TO
014200*  THE SAME LOAN.  THE NEW ROW TAKES THE NEXT SEQUENCE NUMBER
014300*  AFTER THE LOAN'S HIGHEST.
014400*----------------------------------------------------------------
014500 3000-ADD-PARTY.
014600     DISPLAY "ENTER LOAN NUMBER: "
014700     ACCEPT WS-TARGET-LOAN-NUMBER
014800     PERFORM 7000-READ-LOAN
014900         THRU 7000-READ-LOAN-EXIT
015000     IF NOT WS-LOAN-FOUND
015100         GO TO 3000-ADD-PARTY-EXIT
015200     END-IF
015300     IF LM-LOAN-CLOSED OR LM-LOAN-CHARGED-OFF
015400         DISPLAY "LOAN IS CLOSED OR CHARGED OFF - NOTHING ADDED"
015500         GO TO 3000-ADD-PARTY-EXIT
015600     END-IF
015700     DISPLAY "ENTER CUSTOMER NUMBER: "
015800     ACCEPT WS-TARGET-CUSTOMER
015900     IF WS-TARGET-CUSTOMER = WS-PRIMARY-CUSTOMER
016000         DISPLAY "CUSTOMER IS THE PRIMARY BORROWER - NOTHING "
016100             "ADDED"
016200         GO TO 3000-ADD-PARTY-EXIT
016300     END-IF
016400     OPEN INPUT CUSTOMER-MASTER-FILE
016500     IF WS-CUSTMAST-STATUS NOT = "00"
016600         DISPLAY "LOAN-PARTY-MAINT: UNABLE TO OPEN CUSTOMER "
016700             "MASTER, STATUS = " WS-CUSTMAST-STATUS
016800         GO TO 3000-ADD-PARTY-EXIT
016900     END-IF
017000     MOVE WS-TARGET-CUSTOMER TO CM-CUSTOMER-NUMBER
017100     READ CUSTOMER-MASTER-FILE
017200         KEY IS CM-CUSTOMER-NUMBER
017300         INVALID KEY
017400             DISPLAY "CUSTOMER NOT ON MASTER - NOTHING ADDED"
017500             CLOSE CUSTOMER-MASTER-FILE
017600             GO TO 3000-ADD-PARTY-EXIT
017700     END-READ
017800     CLOSE CUSTOMER-MASTER-FILE
017900     IF CM-IS-DECEASED
018000         DISPLAY "CUSTOMER IS DECEASED - NOTHING ADDED"
018100         GO TO 3000-ADD-PARTY-EXIT
018200     END-IF
018300     DISPLAY "ENTER ROLE (C=CO-BORROWER G=GUARANTOR): "
018400     ACCEPT WS-ENTERED-ROLE
018500     IF WS-ENTERED-ROLE NOT = 'C' AND WS-ENTERED-ROLE NOT = 'G'
018600         DISPLAY "INVALID ROLE - NOTHING ADDED"
018700         GO TO 3000-ADD-PARTY-EXIT
018800     END-IF
018900     DISPLAY "ENTER LIABILITY PERCENT (100.00 = FULL): "
019000     ACCEPT WS-ENTERED-PCT
019100     IF WS-ENTERED-PCT = ZERO OR WS-ENTERED-PCT > 100
019200         DISPLAY "LIABILITY MUST BE OVER 0 AND AT MOST 100 - "
019300             "NOTHING ADDED"
019400         GO TO 3000-ADD-PARTY-EXIT
019500     END-IF
019600
019700     OPEN I-O LOAN-PARTY-FILE
019800     IF WS-LOANPRTY-STATUS = "35"
019900         CLOSE LOAN-PARTY-FILE
020000         OPEN OUTPUT LOAN-PARTY-FILE
020100         CLOSE LOAN-PARTY-FILE
020200         OPEN I-O LOAN-PARTY-FILE
020300     END-IF
020400     IF WS-LOANPRTY-STATUS NOT = "00"
020500         DISPLAY "LOAN-PARTY-MAINT: UNABLE TO OPEN PARTY FILE, "
020600             "STATUS = " WS-LOANPRTY-STATUS
020700         GO TO 3000-ADD-PARTY-EXIT
020800     END-IF
020900     MOVE ZERO TO WS-HIGH-PARTY-SEQ
021000     MOVE 'N' TO WS-ALREADY-PARTY-SWITCH
021100     PERFORM 6000-START-LOAN-PARTIES
021200         THRU 6000-START-LOAN-PARTIES-EXIT
021300     PERFORM 3100-SCAN-ONE-PARTY
021400         THRU 3100-SCAN-ONE-PARTY-EXIT
021500         UNTIL NO-MORE-PARTIES
021600     IF WS-ALREADY-A-PARTY
021700         DISPLAY "CUSTOMER IS ALREADY AN ACTIVE PARTY TO THIS "
021800             "LOAN - NOTHING ADDED"
021900         CLOSE LOAN-PARTY-FILE
022000         GO TO 3000-ADD-PARTY-EXIT
022100     END-IF
022200     IF WS-HIGH-PARTY-SEQ = 99
022300         DISPLAY "LOAN HAS NO FREE PARTY SEQUENCE - NOTHING "
022400             "ADDED"
022500         CLOSE LOAN-PARTY-FILE
022600         GO TO 3000-ADD-PARTY-EXIT
022700     END-IF
022800     MOVE WS-TARGET-LOAN-NUMBER TO LP-LOAN-NUMBER
022900     COMPUTE LP-PARTY-SEQ = WS-HIGH-PARTY-SEQ + 1
023000     MOVE WS-TARGET-CUSTOMER    TO LP-CUSTOMER-NUMBER
023100     MOVE WS-ENTERED-ROLE       TO LP-PARTY-ROLE
023200     MOVE WS-ENTERED-PCT        TO LP-LIABILITY-PCT
023300     MOVE WS-TS-DATE            TO LP-ADDED-DATE
023400     MOVE ZERO                  TO LP-REMOVED-DATE
023500     SET LP-PARTY-ACTIVE TO TRUE
023600     WRITE LOAN-PARTY-RECORD
023700         INVALID KEY
023800             DISPLAY "LOAN-PARTY-MAINT: DUPLICATE PARTY KEY "
023900                 LP-PARTY-KEY
024000             CLOSE LOAN-PARTY-FILE
024100             GO TO 3000-ADD-PARTY-EXIT
024200     END-WRITE
024300     CLOSE LOAN-PARTY-FILE
024400     MOVE "PARTY ADDED" TO WS-ACTION-TAKEN
024500     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
024600         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
024700     MOVE LP-LIABILITY-PCT TO WS-EDIT-PCT
024800     DISPLAY "CUSTOMER " LP-CUSTOMER-NUMBER " ADDED TO LOAN "
024900         LP-LOAN-NUMBER " AS PARTY " LP-PARTY-SEQ
025000         " ROLE " LP-PARTY-ROLE " LIABILITY " WS-EDIT-PCT "%"
025100     .
025200 3000-ADD-PARTY-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500 3100-SCAN-ONE-PARTY.
025600     READ LOAN-PARTY-FILE NEXT RECORD
025700         AT END
025800             MOVE 'Y' TO WS-PARTY-EOF-SWITCH
025900             GO TO 3100-SCAN-ONE-PARTY-EXIT
026000     END-READ
026100     IF LP-LOAN-NUMBER NOT = WS-TARGET-LOAN-NUMBER
026200         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
026300         GO TO 3100-SCAN-ONE-PARTY-EXIT
026400     END-IF
026500     MOVE LP-PARTY-SEQ TO WS-HIGH-PARTY-SEQ
026600     IF LP-CUSTOMER-NUMBER = WS-TARGET-CUSTOMER
026700             AND LP-PARTY-ACTIVE
026800         MOVE 'Y' TO WS-ALREADY-PARTY-SWITCH
026900     END-IF
027000     .
027100 3100-SCAN-ONE-PARTY-EXIT.
027200     EXIT.
027300*----------------------------------------------------------------
027400*  4000-REMOVE-PARTY  --  SUPERVISOR OR MANAGER ONLY.  THE ROW
027500*  STAYS ON FILE WITH STATUS R AND THE DATE IT WAS RELEASED.
027600*----------------------------------------------------------------
027700 4000-REMOVE-PARTY.
027800     IF WS-OPER-VERIFY-ROLE NOT = 'S'
027900             AND WS-OPER-VERIFY-ROLE NOT = 'M'
028000         DISPLAY "REMOVAL REFUSED - REQUIRES A SUPERVISOR OR "
028100             "MANAGER"
028200         GO TO 4000-REMOVE-PARTY-EXIT
028300     END-IF
028400     DISPLAY "ENTER LOAN NUMBER: "
028500     ACCEPT WS-TARGET-LOAN-NUMBER
028600     DISPLAY "ENTER PARTY SEQUENCE: "
028700     ACCEPT WS-TARGET-PARTY-SEQ
028800     OPEN I-O LOAN-PARTY-FILE
028900     IF WS-LOANPRTY-STATUS NOT = "00"
029000         DISPLAY "NO LOAN PARTY FILE"
029100         GO TO 4000-REMOVE-PARTY-EXIT
029200     END-IF
029300     MOVE WS-TARGET-LOAN-NUMBER TO LP-LOAN-NUMBER
029400     MOVE WS-TARGET-PARTY-SEQ   TO LP-PARTY-SEQ
029500     READ LOAN-PARTY-FILE
029600         KEY IS LP-PARTY-KEY
029700         INVALID KEY
029800             DISPLAY "PARTY NOT ON FILE"
029900             CLOSE LOAN-PARTY-FILE
030000             GO TO 4000-REMOVE-PARTY-EXIT
030100     END-READ
030200     IF NOT LP-PARTY-ACTIVE
030300         DISPLAY "PARTY IS ALREADY REMOVED"
030400         CLOSE LOAN-PARTY-FILE
030500         GO TO 4000-REMOVE-PARTY-EXIT
030600     END-IF
030700     SET LP-PARTY-REMOVED TO TRUE
030800     MOVE WS-TS-DATE TO LP-REMOVED-DATE
030900     REWRITE LOAN-PARTY-RECORD
031000     CLOSE LOAN-PARTY-FILE
031100     MOVE LP-CUSTOMER-NUMBER TO WS-TARGET-CUSTOMER
031200     MOVE LP-PARTY-ROLE      TO WS-ENTERED-ROLE
031300     MOVE "PARTY REMOVED" TO WS-ACTION-TAKEN
031400     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
031500         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
031600     DISPLAY "CUSTOMER " LP-CUSTOMER-NUMBER " REMOVED FROM LOAN "
031700         LP-LOAN-NUMBER
031800     .
031900 4000-REMOVE-PARTY-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200*  5000-LIST-LOAN-PARTIES  --  THE PRIMARY BORROWER, THEN EVERY
032300*  PARTY ROW ON THE LOAN, ACTIVE OR REMOVED.
032400*----------------------------------------------------------------
032500 5000-LIST-LOAN-PARTIES.
032600     DISPLAY "ENTER LOAN NUMBER: "
032700     ACCEPT WS-TARGET-LOAN-NUMBER
032800     PERFORM 7000-READ-LOAN
032900         THRU 7000-READ-LOAN-EXIT
033000     IF WS-LOAN-FOUND
033100         DISPLAY "LOAN " LM-LOAN-NUMBER " ACCOUNT "
033200             LM-ACCT-NUMBER " PRIMARY BORROWER "
033300             WS-PRIMARY-CUSTOMER " OUTSTANDING "
033400             LM-OUTSTANDING-BALANCE
033500     END-IF
033600     OPEN INPUT LOAN-PARTY-FILE
033700     IF WS-LOANPRTY-STATUS NOT = "00"
033800         DISPLAY "NO LOAN PARTY FILE"
033900         GO TO 5000-LIST-LOAN-PARTIES-EXIT
034000     END-IF
034100     MOVE ZERO TO WS-PARTIES-LISTED
034200     PERFORM 6000-START-LOAN-PARTIES
034300         THRU 6000-START-LOAN-PARTIES-EXIT
034400     PERFORM 5100-LIST-ONE-PARTY
034500         THRU 5100-LIST-ONE-PARTY-EXIT
034600         UNTIL NO-MORE-PARTIES
034700     CLOSE LOAN-PARTY-FILE
034800     DISPLAY "PARTIES LISTED = " WS-PARTIES-LISTED
034900     .
035000 5000-LIST-LOAN-PARTIES-EXIT.
035100     EXIT.
035200*----------------------------------------------------------------
035300 5100-LIST-ONE-PARTY.
035400     READ LOAN-PARTY-FILE NEXT RECORD
035500         AT END
035600             MOVE 'Y' TO WS-PARTY-EOF-SWITCH
035700             GO TO 5100-LIST-ONE-PARTY-EXIT
035800     END-READ
035900     IF LP-LOAN-NUMBER NOT = WS-TARGET-LOAN-NUMBER
036000         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
036100         GO TO 5100-LIST-ONE-PARTY-EXIT
036200     END-IF
036300     ADD 1 TO WS-PARTIES-LISTED
036400     MOVE LP-LIABILITY-PCT TO WS-EDIT-PCT
036500     DISPLAY "PARTY " LP-PARTY-SEQ
036600         " CUSTOMER " LP-CUSTOMER-NUMBER
036700         " ROLE " LP-PARTY-ROLE
036800         " LIABILITY " WS-EDIT-PCT "%"
036900         " ADDED " LP-ADDED-DATE
037000         " STATUS " LP-STATUS-CODE
037100     .
037200 5100-LIST-ONE-PARTY-EXIT.
037300     EXIT.
037400*----------------------------------------------------------------
037500*  6000-START-LOAN-PARTIES  --  POSITION THE PARTY FILE AT THE
037600*  TARGET LOAN'S FIRST ROW.  THE CALLER READS NEXT UNTIL THE
037700*  LOAN NUMBER CHANGES.
037800*----------------------------------------------------------------
037900 6000-START-LOAN-PARTIES.
038000     MOVE 'N' TO WS-PARTY-EOF-SWITCH
038100     MOVE WS-TARGET-LOAN-NUMBER TO LP-LOAN-NUMBER
038200     MOVE ZERO TO LP-PARTY-SEQ
038300     START LOAN-PARTY-FILE
038400         KEY IS NOT LESS THAN LP-PARTY-KEY
038500         INVALID KEY
038600             MOVE 'Y' TO WS-PARTY-EOF-SWITCH
038700     END-START
038800     .
038900 6000-START-LOAN-PARTIES-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------
039200*  7000-READ-LOAN  --  READ THE TARGET LOAN AND ITS ACCOUNT TO
039300*  FIND THE PRIMARY BORROWER.  BOTH FILES ARE CLOSED AGAIN.
039400*----------------------------------------------------------------
039500 7000-READ-LOAN.
039600     MOVE 'N' TO WS-LOAN-FOUND-SWITCH
039700     MOVE ZERO TO WS-PRIMARY-CUSTOMER
039800     OPEN INPUT LOAN-MASTER-FILE
039900     IF WS-LOANMAST-STATUS NOT = "00"
040000         DISPLAY "LOAN-PARTY-MAINT: UNABLE TO OPEN LOAN MASTER, "
040100             "STATUS = " WS-LOANMAST-STATUS
040200         GO TO 7000-READ-LOAN-EXIT
040300     END-IF
040400     MOVE WS-TARGET-LOAN-NUMBER TO LM-LOAN-NUMBER
040500     READ LOAN-MASTER-FILE
040600         KEY IS LM-LOAN-NUMBER
040700         INVALID KEY
040800             DISPLAY "LOAN NOT ON MASTER"
040900         NOT INVALID KEY
041000             MOVE 'Y' TO WS-LOAN-FOUND-SWITCH
041100     END-READ
041200     CLOSE LOAN-MASTER-FILE
041300     IF NOT WS-LOAN-FOUND
041400         GO TO 7000-READ-LOAN-EXIT
041500     END-IF
041600     OPEN INPUT ACCOUNT-MASTER-FILE
041700     IF WS-ACCTMAST-STATUS = "00"
041800         MOVE LM-ACCT-NUMBER TO AM-ACCT-NUMBER
041900         READ ACCOUNT-MASTER-FILE
042000             KEY IS AM-ACCT-NUMBER
042100             NOT INVALID KEY
042200                 MOVE AM-CUSTOMER-NUMBER TO WS-PRIMARY-CUSTOMER
042300         END-READ
042400         CLOSE ACCOUNT-MASTER-FILE
042500     END-IF
042600     .
042700 7000-READ-LOAN-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000*  8000-WRITE-ACTIVITY-AUDIT-RECORD  --  THE ACCOUNT FIELD
043100*  CARRIES THE LOAN NUMBER, THE BEFORE VALUE THE CUSTOMER AND
043200*  ROLE, AND THE AFTER VALUE THE ACTION TAKEN - AS COLLMAINT
043300*  DOES.
043400*----------------------------------------------------------------
043500 8000-WRITE-ACTIVITY-AUDIT-RECORD.
043600     OPEN EXTEND ACTIVITY-AUDIT-FILE
043700     IF WS-ACTAUDIT-STATUS = "35"
043800         CLOSE ACTIVITY-AUDIT-FILE
043900         OPEN OUTPUT ACTIVITY-AUDIT-FILE
044000     END-IF
044100     MOVE WS-TARGET-CUSTOMER TO WS-AUDIT-CUSTOMER
044200     MOVE WS-ENTERED-ROLE    TO WS-AUDIT-ROLE
044300     MOVE "LOANPARTY"    TO AL-PROGRAM-ID
044400     MOVE WS-TARGET-LOAN-NUMBER TO AL-ACCT-NUMBER
044500     MOVE WS-MAINT-OPERATOR-ID TO AL-OPERATOR-ID
044600     MOVE WS-AUDIT-PARTY    TO AL-BEFORE-VALUE
044700     MOVE WS-ACTION-TAKEN   TO AL-AFTER-VALUE
044800     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
044900     WRITE ACTIVITY-AUDIT-RECORD
045000     CLOSE ACTIVITY-AUDIT-FILE
045100     .
045200 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
045300     EXIT.
045400 END PROGRAM LOAN-PARTY-MAINT.
