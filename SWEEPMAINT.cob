000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    SWEEPMAINT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CONSOLE SET-UP OF THE
001300*                     CASH SWEEP ARRANGEMENTS CASH-SWEEP RUNS
001400*                     NIGHTLY - LINK A SUBSIDIARY ACCOUNT TO
001500*                     ITS CONCENTRATION (MASTER) ACCOUNT AS A
001600*                     ZERO-BALANCE OR TARGET-BALANCE SWEEP,
001700*                     SUSPEND AND RESUME IT, DELETE IT, AND
001800*                     LIST A MASTER'S SUBSIDIARIES WITH THEIR
001900*                     LAST SWEEP.  BOTH ACCOUNTS MUST BE OPEN
002000*                     CURRENT OR SAVINGS ACCOUNTS OF THE SAME
002100*                     CUSTOMER IN THE SAME CURRENCY; A
002200*                     SUBSIDIARY SWEEPS INTO ONE MASTER ONLY,
002300*                     AND A MASTER CANNOT ITSELF BE SWEPT, SO
002400*                     ARRANGEMENTS NEVER CHAIN.  EVERY CHANGE
002500*                     WRITES AN ACTIVITY AUDIT ROW AGAINST THE
002600*                     SUBSIDIARY.  SAME CONSOLE SHAPE AS STOP
002700*                     PAYMENT MAINTENANCE.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     COPY SWPASEL.
003300     COPY ACCTMSEL.
003400     COPY ACTAUDSEL.
003500*================================================================
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  SWEEP-ARRANGEMENT-FILE.
003900     COPY SWPAREC.
004000 FD  ACCOUNT-MASTER-FILE.
004100     COPY ACCTMAST.
004200 FD  ACTIVITY-AUDIT-FILE.
004300     COPY ACTAUDREC.
004400*----------------------------------------------------------------
004500 WORKING-STORAGE SECTION.
004600     COPY ACCTSTAT.
004700*----------------------------------------------------------------
004800 01  WS-FILE-STATUSES.
004900     05  WS-SWEEPARR-STATUS        PIC XX.
005000     05  WS-ACCTMAST-STATUS        PIC XX.
005100     05  WS-ACTAUDIT-STATUS        PIC XX.
005200*----------------------------------------------------------------
005300 01  WS-WORK-FIELDS.
005400     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
005500         88  WS-SESSION-DONE       VALUE 'Y'.
005600     05  WS-EOF-SWITCH             PIC X VALUE 'N'.
005700         88  NO-MORE-ARRANGEMENTS  VALUE 'Y'.
005800     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
005900     05  WS-OPER-VERIFY-FLAG       PIC X.
006000     05  WS-OPER-VERIFY-ROLE       PIC X.
006100     05  WS-MENU-CHOICE            PIC X.
006200     05  WS-MAINT-OPERATOR-ID      PIC X(08).
006300     05  WS-MAINT-BRANCH-ID        PIC X(06).
006400     05  WS-MASTER-ACCT-NUMBER     PIC 9(10).
006500     05  WS-SUB-ACCT-NUMBER        PIC 9(10).
006600     05  WS-SWEEP-TYPE             PIC X.
006700     05  WS-TARGET-BALANCE         PIC 9(09)V99.
006800     05  WS-VALIDATE-ACCT-NUMBER   PIC 9(10).
006900     05  WS-ARRANGEMENTS-LISTED    PIC 9(04) COMP VALUE 0.
007000     05  WS-CHECK-DIGIT-FLAG       PIC X.
007100         88  WS-CHECK-DIGIT-VALID  VALUE 'Y'.
007200         88  WS-CHECK-DIGIT-INVALID VALUE 'N'.
007300     05  WS-EDIT-VALID-FLAG        PIC X.
007400         88  WS-EDIT-VALID         VALUE 'Y'.
007500         88  WS-EDIT-INVALID       VALUE 'N'.
007600     05  WS-AUDIT-BEFORE-VALUE     PIC X(15).
007700     05  WS-AUDIT-AFTER-VALUE      PIC X(15).
007800     05  WS-TARGET-EDIT            PIC Z(8)9.99.
007900     05  WS-LAST-AMOUNT-EDIT       PIC -(9)9.99.
008000*----------------------------------------------------------------
008100*  THE MASTER ACCOUNT'S FIELDS, HELD WHILE THE RECORD AREA IS
008200*  REUSED FOR THE SUBSIDIARY.
008300*----------------------------------------------------------------
008400 01  WS-MASTER-SIDE.
008500     05  WS-MST-CUSTOMER-NUMBER    PIC 9(09).
008600     05  WS-MST-CURRENCY-CODE      PIC X(03).
008700*----------------------------------------------------------------
008800 01  WS-BUSINESS-DATE              PIC 9(08).
008900 01  WS-BUSDATE-FLAG               PIC X.
009000 01  WS-CURRENT-TIMESTAMP          PIC X(21).
009100 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
009200     05  WS-TS-DATE                PIC 9(08).
009300     05  FILLER                    PIC X(13).
009400*================================================================
009500 PROCEDURE DIVISION.
009600*================================================================
009700 0000-MAINLINE.
009800     DISPLAY "CASH SWEEP ARRANGEMENT MAINTENANCE"
009900     DISPLAY "ENTER YOUR OPERATOR ID: "
010000     ACCEPT WS-MAINT-OPERATOR-ID
010100     CALL "OPER-VERIFY" USING WS-MAINT-OPERATOR-ID
010200         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
010300         WS-OPER-VERIFY-ROLE
010400     IF WS-OPER-VERIFY-FLAG NOT = "Y"
010500         DISPLAY "OPERATOR NOT AUTHORIZED"
010600         STOP RUN
010700     END-IF
010800     DISPLAY "ENTER BRANCH ID: "
010900     ACCEPT WS-MAINT-BRANCH-ID
011000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
011100     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
011200         WS-BUSDATE-FLAG
011300     IF WS-BUSDATE-FLAG = "Y"
011400         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
011500     END-IF
011600     PERFORM 2000-WORK-ONE-CHOICE
011700         THRU 2000-WORK-ONE-CHOICE-EXIT
011800         UNTIL WS-SESSION-DONE
011900     STOP RUN.
012000*----------------------------------------------------------------
012100*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
012200*----------------------------------------------------------------
012300 2000-WORK-ONE-CHOICE.
012400     DISPLAY "A=ADD  S=SUSPEND  R=RESUME  D=DELETE  L=LIST  "
012500         "X=EXIT"
012600     DISPLAY "CHOICE: "
012700     ACCEPT WS-MENU-CHOICE
012800     EVALUATE WS-MENU-CHOICE
012900         WHEN 'A'
013000             PERFORM 3000-ADD-ARRANGEMENT
013100                 THRU 3000-ADD-ARRANGEMENT-EXIT
013200         WHEN 'S'
013300             PERFORM 4000-SUSPEND-ARRANGEMENT
013400                 THRU 4000-SUSPEND-ARRANGEMENT-EXIT
013500         WHEN 'R'
013600             PERFORM 4100-RESUME-ARRANGEMENT
013700                 THRU 4100-RESUME-ARRANGEMENT-EXIT
013800         WHEN 'D'
013900             PERFORM 4200-DELETE-ARRANGEMENT
014000                 THRU 4200-DELETE-ARRANGEMENT-EXIT
014100         WHEN 'L'
014200             PERFORM 5000-LIST-ARRANGEMENT
014300                 THRU 5000-LIST-ARRANGEMENT-EXIT
014400         WHEN 'X'
014500             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
014600         WHEN OTHER
014700             DISPLAY "INVALID CHOICE"
014800     END-EVALUATE
014900     .
015000 2000-WORK-ONE-CHOICE-EXIT.
015100     EXIT.
015200*----------------------------------------------------------------
015300*  3000-ADD-ARRANGEMENT  --  TAKE THE MASTER, THE SUBSIDIARY AND
015400*  THE SWEEP TYPE, VALIDATE BOTH ACCOUNTS AND THE EXISTING
015500*  ARRANGEMENTS, THEN WRITE THE ROW ACTIVE.
015600*----------------------------------------------------------------
015700 3000-ADD-ARRANGEMENT.
015800     DISPLAY "ENTER MASTER (CONCENTRATION) ACCOUNT: "
015900     ACCEPT WS-MASTER-ACCT-NUMBER
016000     DISPLAY "ENTER SUBSIDIARY ACCOUNT: "
016100     ACCEPT WS-SUB-ACCT-NUMBER
016200     IF WS-SUB-ACCT-NUMBER = WS-MASTER-ACCT-NUMBER
016300         DISPLAY "ARRANGEMENT REFUSED - AN ACCOUNT CANNOT "
016400             "SWEEP INTO ITSELF"
016500         GO TO 3000-ADD-ARRANGEMENT-EXIT
016600     END-IF
016700     DISPLAY "SWEEP TYPE (Z=ZERO BALANCE  T=TARGET BALANCE): "
016800     ACCEPT WS-SWEEP-TYPE
016900     EVALUATE WS-SWEEP-TYPE
017000         WHEN 'Z'
017100             MOVE ZERO TO WS-TARGET-BALANCE
017200         WHEN 'T'
017300             DISPLAY "ENTER TARGET BALANCE TO LEAVE ON THE "
017400                 "SUBSIDIARY: "
017500             ACCEPT WS-TARGET-BALANCE
017600         WHEN OTHER
017700             DISPLAY "ARRANGEMENT REFUSED - SWEEP TYPE MUST "
017800                 "BE Z OR T"
017900             GO TO 3000-ADD-ARRANGEMENT-EXIT
018000     END-EVALUATE
018100
018200     OPEN INPUT ACCOUNT-MASTER-FILE
018300     IF WS-ACCTMAST-STATUS NOT = "00"
018400         DISPLAY "SWEEPMAINT: UNABLE TO OPEN ACCOUNT MASTER, "
018500             "STATUS = " WS-ACCTMAST-STATUS
018600         GO TO 3000-ADD-ARRANGEMENT-EXIT
018700     END-IF
018800     MOVE WS-MASTER-ACCT-NUMBER TO WS-VALIDATE-ACCT-NUMBER
018900     PERFORM 3100-VALIDATE-ACCOUNT
019000         THRU 3100-VALIDATE-ACCOUNT-EXIT
019100     IF WS-EDIT-INVALID
019200         CLOSE ACCOUNT-MASTER-FILE
019300         GO TO 3000-ADD-ARRANGEMENT-EXIT
019400     END-IF
019500     MOVE AM-CUSTOMER-NUMBER TO WS-MST-CUSTOMER-NUMBER
019600     MOVE AM-CURRENCY-CODE   TO WS-MST-CURRENCY-CODE
019700     MOVE WS-SUB-ACCT-NUMBER TO WS-VALIDATE-ACCT-NUMBER
019800     PERFORM 3100-VALIDATE-ACCOUNT
019900         THRU 3100-VALIDATE-ACCOUNT-EXIT
020000     CLOSE ACCOUNT-MASTER-FILE
020100     IF WS-EDIT-INVALID
020200         GO TO 3000-ADD-ARRANGEMENT-EXIT
020300     END-IF
020400     IF AM-CUSTOMER-NUMBER NOT = WS-MST-CUSTOMER-NUMBER
020500         DISPLAY "ARRANGEMENT REFUSED - SUBSIDIARY BELONGS TO "
020600             "A DIFFERENT CUSTOMER"
020700         GO TO 3000-ADD-ARRANGEMENT-EXIT
020800     END-IF
020900     IF AM-CURRENCY-CODE NOT = WS-MST-CURRENCY-CODE
021000         DISPLAY "ARRANGEMENT REFUSED - CURRENCIES DIFFER ("
021100             WS-MST-CURRENCY-CODE "/" AM-CURRENCY-CODE ")"
021200         GO TO 3000-ADD-ARRANGEMENT-EXIT
021300     END-IF
021400
021500     OPEN I-O SWEEP-ARRANGEMENT-FILE
021600     IF WS-SWEEPARR-STATUS = "35"
021700         CLOSE SWEEP-ARRANGEMENT-FILE
021800         OPEN OUTPUT SWEEP-ARRANGEMENT-FILE
021900         CLOSE SWEEP-ARRANGEMENT-FILE
022000         OPEN I-O SWEEP-ARRANGEMENT-FILE
022100     END-IF
022200     IF WS-SWEEPARR-STATUS NOT = "00"
022300         DISPLAY "SWEEPMAINT: UNABLE TO OPEN SWEEP "
022400             "ARRANGEMENT FILE, STATUS = " WS-SWEEPARR-STATUS
022500         GO TO 3000-ADD-ARRANGEMENT-EXIT
022600     END-IF
022700     PERFORM 3200-CHECK-EXISTING-LINKS
022800         THRU 3200-CHECK-EXISTING-LINKS-EXIT
022900     IF WS-EDIT-INVALID
023000         CLOSE SWEEP-ARRANGEMENT-FILE
023100         GO TO 3000-ADD-ARRANGEMENT-EXIT
023200     END-IF
023300
023400     MOVE WS-MASTER-ACCT-NUMBER TO SW-MASTER-ACCT-NUMBER
023500     MOVE WS-SUB-ACCT-NUMBER    TO SW-SUB-ACCT-NUMBER
023600     MOVE WS-SWEEP-TYPE         TO SW-SWEEP-TYPE
023700     MOVE WS-TARGET-BALANCE     TO SW-TARGET-BALANCE
023800     SET SW-STATUS-ACTIVE       TO TRUE
023900     MOVE WS-TS-DATE            TO SW-SETUP-DATE
024000     MOVE WS-MAINT-OPERATOR-ID  TO SW-OPERATOR-ID
024100     MOVE WS-MAINT-BRANCH-ID    TO SW-BRANCH-ID
024200     MOVE ZERO                  TO SW-LAST-SWEEP-DATE
024300     MOVE ZERO                  TO SW-LAST-SWEEP-AMOUNT
024400     WRITE SWEEP-ARRANGEMENT-RECORD
024500         INVALID KEY
024600             DISPLAY "UNABLE TO WRITE ARRANGEMENT - NOTHING "
024700                 "CHANGED"
024800             CLOSE SWEEP-ARRANGEMENT-FILE
024900             GO TO 3000-ADD-ARRANGEMENT-EXIT
025000     END-WRITE
025100     CLOSE SWEEP-ARRANGEMENT-FILE
025200     MOVE "NONE" TO WS-AUDIT-BEFORE-VALUE
025300     MOVE WS-MASTER-ACCT-NUMBER TO WS-AUDIT-AFTER-VALUE
025400     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
025500         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
025600     DISPLAY "ACCOUNT " WS-SUB-ACCT-NUMBER
025700         " NOW SWEEPS INTO " WS-MASTER-ACCT-NUMBER
025800     .
025900 3000-ADD-ARRANGEMENT-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
026200*  3100-VALIDATE-ACCOUNT  --  EITHER SIDE OF AN ARRANGEMENT
026300*  MUST BE AN OPEN CURRENT OR SAVINGS ACCOUNT.  LEAVES THE
026400*  ACCOUNT'S RECORD IN THE RECORD AREA, AND WS-EDIT-INVALID SET
026500*  ON ANY REJECTION.
026600*----------------------------------------------------------------
026700 3100-VALIDATE-ACCOUNT.
026800     SET WS-EDIT-INVALID TO TRUE
026900     CALL "ACCT-CHECK-DIGIT" USING WS-VALIDATE-ACCT-NUMBER
027000         WS-CHECK-DIGIT-FLAG
027100     IF WS-CHECK-DIGIT-INVALID
027200         DISPLAY "ACCOUNT " WS-VALIDATE-ACCT-NUMBER
027300             " FAILED CHECK DIGIT VALIDATION"
027400         GO TO 3100-VALIDATE-ACCOUNT-EXIT
027500     END-IF
027600     MOVE WS-VALIDATE-ACCT-NUMBER TO AM-ACCT-NUMBER
027700     READ ACCOUNT-MASTER-FILE
027800         KEY IS AM-ACCT-NUMBER
027900         INVALID KEY
028000             DISPLAY "ACCOUNT " WS-VALIDATE-ACCT-NUMBER
028100                 " NOT ON MASTER"
028200             GO TO 3100-VALIDATE-ACCOUNT-EXIT
028300     END-READ
028400     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
028500     IF STATUS-CLOSED OR STATUS-ESCHEATED
028600         DISPLAY "ARRANGEMENT REFUSED - ACCOUNT "
028700             WS-VALIDATE-ACCT-NUMBER " IS CLOSED"
028800         GO TO 3100-VALIDATE-ACCOUNT-EXIT
028900     END-IF
029000     IF AM-TYPE-CODE NOT = 'C' AND AM-TYPE-CODE NOT = 'S'
029100         DISPLAY "ARRANGEMENT REFUSED - ONLY CURRENT AND "
029200             "SAVINGS ACCOUNTS SWEEP"
029300         GO TO 3100-VALIDATE-ACCOUNT-EXIT
029400     END-IF
029500     SET WS-EDIT-VALID TO TRUE
029600     .
029700 3100-VALIDATE-ACCOUNT-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------
030000*  3200-CHECK-EXISTING-LINKS  --  READ EVERY ARRANGEMENT ON
030100*  FILE.  THE NEW SUBSIDIARY MUST NOT ALREADY SWEEP ANYWHERE OR
030200*  BE A MASTER ITSELF, AND THE NEW MASTER MUST NOT BE SOMEONE
030300*  ELSE'S SUBSIDIARY - OTHERWISE ONE NIGHT'S SWEEP WOULD MOVE
030400*  THE SAME MONEY TWICE.
030500*----------------------------------------------------------------
030600 3200-CHECK-EXISTING-LINKS.
030700     SET WS-EDIT-VALID TO TRUE
030800     MOVE 'N' TO WS-EOF-SWITCH
030900     MOVE LOW-VALUES TO SW-ARRANGEMENT-KEY
031000     START SWEEP-ARRANGEMENT-FILE
031100         KEY IS NOT < SW-ARRANGEMENT-KEY
031200         INVALID KEY
031300             MOVE 'Y' TO WS-EOF-SWITCH
031400     END-START
031500     PERFORM 3210-CHECK-ONE-LINK
031600         THRU 3210-CHECK-ONE-LINK-EXIT
031700         UNTIL NO-MORE-ARRANGEMENTS
031800     .
031900 3200-CHECK-EXISTING-LINKS-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200*  3210-CHECK-ONE-LINK  --  TEST ONE ARRANGEMENT ROW.
032300*----------------------------------------------------------------
032400 3210-CHECK-ONE-LINK.
032500     READ SWEEP-ARRANGEMENT-FILE NEXT RECORD
032600         AT END
032700             MOVE 'Y' TO WS-EOF-SWITCH
032800             GO TO 3210-CHECK-ONE-LINK-EXIT
032900     END-READ
033000     IF SW-SUB-ACCT-NUMBER = WS-SUB-ACCT-NUMBER
033100         DISPLAY "ARRANGEMENT REFUSED - ACCOUNT "
033200             WS-SUB-ACCT-NUMBER " ALREADY SWEEPS INTO "
033300             SW-MASTER-ACCT-NUMBER
033400         SET WS-EDIT-INVALID TO TRUE
033500         MOVE 'Y' TO WS-EOF-SWITCH
033600         GO TO 3210-CHECK-ONE-LINK-EXIT
033700     END-IF
033800     IF SW-MASTER-ACCT-NUMBER = WS-SUB-ACCT-NUMBER
033900         DISPLAY "ARRANGEMENT REFUSED - ACCOUNT "
034000             WS-SUB-ACCT-NUMBER " IS ITSELF A SWEEP MASTER"
034100         SET WS-EDIT-INVALID TO TRUE
034200         MOVE 'Y' TO WS-EOF-SWITCH
034300         GO TO 3210-CHECK-ONE-LINK-EXIT
034400     END-IF
034500     IF SW-SUB-ACCT-NUMBER = WS-MASTER-ACCT-NUMBER
034600         DISPLAY "ARRANGEMENT REFUSED - MASTER "
034700             WS-MASTER-ACCT-NUMBER " ALREADY SWEEPS INTO "
034800             SW-MASTER-ACCT-NUMBER
034900         SET WS-EDIT-INVALID TO TRUE
035000         MOVE 'Y' TO WS-EOF-SWITCH
035100     END-IF
035200     .
035300 3210-CHECK-ONE-LINK-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------
035600*  4000-SUSPEND-ARRANGEMENT  --  THE SWEEP SKIPS A SUSPENDED
035700*  SUBSIDIARY UNTIL IT IS RESUMED.
035800*----------------------------------------------------------------
035900 4000-SUSPEND-ARRANGEMENT.
036000     PERFORM 4500-READ-ARRANGEMENT
036100         THRU 4500-READ-ARRANGEMENT-EXIT
036200     IF WS-EDIT-INVALID
036300         GO TO 4000-SUSPEND-ARRANGEMENT-EXIT
036400     END-IF
036500     IF SW-STATUS-SUSPENDED
036600         DISPLAY "ARRANGEMENT IS ALREADY SUSPENDED"
036700         CLOSE SWEEP-ARRANGEMENT-FILE
036800         GO TO 4000-SUSPEND-ARRANGEMENT-EXIT
036900     END-IF
037000     SET SW-STATUS-SUSPENDED TO TRUE
037100     MOVE "ACTIVE"    TO WS-AUDIT-BEFORE-VALUE
037200     MOVE "SUSPENDED" TO WS-AUDIT-AFTER-VALUE
037300     PERFORM 4600-REWRITE-ARRANGEMENT
037400         THRU 4600-REWRITE-ARRANGEMENT-EXIT
037500     .
037600 4000-SUSPEND-ARRANGEMENT-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------
037900*  4100-RESUME-ARRANGEMENT  --  BACK INTO TONIGHT'S SWEEP.
038000*----------------------------------------------------------------
038100 4100-RESUME-ARRANGEMENT.
038200     PERFORM 4500-READ-ARRANGEMENT
038300         THRU 4500-READ-ARRANGEMENT-EXIT
038400     IF WS-EDIT-INVALID
038500         GO TO 4100-RESUME-ARRANGEMENT-EXIT
038600     END-IF
038700     IF SW-STATUS-ACTIVE
038800         DISPLAY "ARRANGEMENT IS ALREADY ACTIVE"
038900         CLOSE SWEEP-ARRANGEMENT-FILE
039000         GO TO 4100-RESUME-ARRANGEMENT-EXIT
039100     END-IF
039200     SET SW-STATUS-ACTIVE TO TRUE
039300     MOVE "SUSPENDED" TO WS-AUDIT-BEFORE-VALUE
039400     MOVE "ACTIVE"    TO WS-AUDIT-AFTER-VALUE
039500     PERFORM 4600-REWRITE-ARRANGEMENT
039600         THRU 4600-REWRITE-ARRANGEMENT-EXIT
039700     .
039800 4100-RESUME-ARRANGEMENT-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------
040100*  4200-DELETE-ARRANGEMENT  --  THE SUBSIDIARY STOPS SWEEPING
040200*  FOR GOOD AND IS FREE TO JOIN ANOTHER ARRANGEMENT.
040300*----------------------------------------------------------------
040400 4200-DELETE-ARRANGEMENT.
040500     PERFORM 4500-READ-ARRANGEMENT
040600         THRU 4500-READ-ARRANGEMENT-EXIT
040700     IF WS-EDIT-INVALID
040800         GO TO 4200-DELETE-ARRANGEMENT-EXIT
040900     END-IF
041000     DELETE SWEEP-ARRANGEMENT-FILE
041100         INVALID KEY
041200             DISPLAY "UNABLE TO DELETE ARRANGEMENT - NOTHING "
041300                 "CHANGED"
041400             CLOSE SWEEP-ARRANGEMENT-FILE
041500             GO TO 4200-DELETE-ARRANGEMENT-EXIT
041600     END-DELETE
041700     CLOSE SWEEP-ARRANGEMENT-FILE
041800     MOVE WS-MASTER-ACCT-NUMBER TO WS-AUDIT-BEFORE-VALUE
041900     MOVE "NONE" TO WS-AUDIT-AFTER-VALUE
042000     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
042100         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
042200     DISPLAY "ARRANGEMENT DELETED - ACCOUNT "
042300         WS-SUB-ACCT-NUMBER " NO LONGER SWEEPS"
042400     .
042500 4200-DELETE-ARRANGEMENT-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800*  4500-READ-ARRANGEMENT  --  TAKE THE MASTER AND SUBSIDIARY,
042900*  OPEN THE FILE I-O AND READ THE ROW.  LEAVES THE FILE OPEN
043000*  ON SUCCESS; LEAVES WS-EDIT-INVALID SET (FILE CLOSED) IF THE
043100*  ROW IS NOT THERE.
043200*----------------------------------------------------------------
043300 4500-READ-ARRANGEMENT.
043400     SET WS-EDIT-INVALID TO TRUE
043500     DISPLAY "ENTER MASTER ACCOUNT: "
043600     ACCEPT WS-MASTER-ACCT-NUMBER
043700     DISPLAY "ENTER SUBSIDIARY ACCOUNT: "
043800     ACCEPT WS-SUB-ACCT-NUMBER
043900     OPEN I-O SWEEP-ARRANGEMENT-FILE
044000     IF WS-SWEEPARR-STATUS NOT = "00"
044100         DISPLAY "SWEEPMAINT: UNABLE TO OPEN SWEEP "
044200             "ARRANGEMENT FILE, STATUS = " WS-SWEEPARR-STATUS
044300         GO TO 4500-READ-ARRANGEMENT-EXIT
044400     END-IF
044500     MOVE WS-MASTER-ACCT-NUMBER TO SW-MASTER-ACCT-NUMBER
044600     MOVE WS-SUB-ACCT-NUMBER    TO SW-SUB-ACCT-NUMBER
044700     READ SWEEP-ARRANGEMENT-FILE
044800         KEY IS SW-ARRANGEMENT-KEY
044900         INVALID KEY
045000             DISPLAY "NO SUCH ARRANGEMENT"
045100             CLOSE SWEEP-ARRANGEMENT-FILE
045200             GO TO 4500-READ-ARRANGEMENT-EXIT
045300     END-READ
045400     SET WS-EDIT-VALID TO TRUE
045500     .
045600 4500-READ-ARRANGEMENT-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900*  4600-REWRITE-ARRANGEMENT  --  PUT THE CHANGED STATUS BACK,
046000*  CLOSE THE FILE AND AUDIT THE CHANGE.
046100*----------------------------------------------------------------
046200 4600-REWRITE-ARRANGEMENT.
046300     REWRITE SWEEP-ARRANGEMENT-RECORD
046400         INVALID KEY
046500             DISPLAY "UNABLE TO REWRITE ARRANGEMENT - NOTHING "
046600                 "CHANGED"
046700             CLOSE SWEEP-ARRANGEMENT-FILE
046800             GO TO 4600-REWRITE-ARRANGEMENT-EXIT
046900     END-REWRITE
047000     CLOSE SWEEP-ARRANGEMENT-FILE
047100     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
047200         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
047300     DISPLAY "ARRANGEMENT FOR ACCOUNT " WS-SUB-ACCT-NUMBER
047400         " IS NOW " WS-AUDIT-AFTER-VALUE
047500     .
047600 4600-REWRITE-ARRANGEMENT-EXIT.
047700     EXIT.
047800*----------------------------------------------------------------
047900*  5000-LIST-ARRANGEMENT  --  EVERY SUBSIDIARY OF ONE MASTER,
048000*  WITH ITS TYPE, TARGET, STATUS AND LAST SWEEP.
048100*----------------------------------------------------------------
048200 5000-LIST-ARRANGEMENT.
048300     DISPLAY "ENTER MASTER ACCOUNT: "
048400     ACCEPT WS-MASTER-ACCT-NUMBER
048500     OPEN INPUT SWEEP-ARRANGEMENT-FILE
048600     IF WS-SWEEPARR-STATUS NOT = "00"
048700         DISPLAY "SWEEPMAINT: UNABLE TO OPEN SWEEP "
048800             "ARRANGEMENT FILE, STATUS = " WS-SWEEPARR-STATUS
048900         GO TO 5000-LIST-ARRANGEMENT-EXIT
049000     END-IF
049100     MOVE ZERO TO WS-ARRANGEMENTS-LISTED
049200     MOVE 'N' TO WS-EOF-SWITCH
049300     MOVE WS-MASTER-ACCT-NUMBER TO SW-MASTER-ACCT-NUMBER
049400     MOVE ZERO TO SW-SUB-ACCT-NUMBER
049500     START SWEEP-ARRANGEMENT-FILE
049600         KEY IS NOT < SW-ARRANGEMENT-KEY
049700         INVALID KEY
049800             MOVE 'Y' TO WS-EOF-SWITCH
049900     END-START
050000     PERFORM 5100-LIST-ONE-SUBSIDIARY
050100         THRU 5100-LIST-ONE-SUBSIDIARY-EXIT
050200         UNTIL NO-MORE-ARRANGEMENTS
050300     CLOSE SWEEP-ARRANGEMENT-FILE
050400     IF WS-ARRANGEMENTS-LISTED = ZERO
050500         DISPLAY "NO SUBSIDIARIES SWEEP INTO "
050600             WS-MASTER-ACCT-NUMBER
050700     END-IF
050800     .
050900 5000-LIST-ARRANGEMENT-EXIT.
051000     EXIT.
051100*----------------------------------------------------------------
051200*  5100-LIST-ONE-SUBSIDIARY  --  ONE LINE PER ROW UNTIL THE
051300*  MASTER CHANGES.
051400*----------------------------------------------------------------
051500 5100-LIST-ONE-SUBSIDIARY.
051600     READ SWEEP-ARRANGEMENT-FILE NEXT RECORD
051700         AT END
051800             MOVE 'Y' TO WS-EOF-SWITCH
051900             GO TO 5100-LIST-ONE-SUBSIDIARY-EXIT
052000     END-READ
052100     IF SW-MASTER-ACCT-NUMBER NOT = WS-MASTER-ACCT-NUMBER
052200         MOVE 'Y' TO WS-EOF-SWITCH
052300         GO TO 5100-LIST-ONE-SUBSIDIARY-EXIT
052400     END-IF
052500     ADD 1 TO WS-ARRANGEMENTS-LISTED
052600     MOVE SW-TARGET-BALANCE TO WS-TARGET-EDIT
052700     MOVE SW-LAST-SWEEP-AMOUNT TO WS-LAST-AMOUNT-EDIT
052800     DISPLAY "SUB " SW-SUB-ACCT-NUMBER
052900         " TYPE " SW-SWEEP-TYPE
053000         " TARGET " WS-TARGET-EDIT
053100         " STATUS " SW-STATUS-CODE
053200         " LAST " SW-LAST-SWEEP-DATE
053300         " " WS-LAST-AMOUNT-EDIT
053400     .
053500 5100-LIST-ONE-SUBSIDIARY-EXIT.
053600     EXIT.
053700*----------------------------------------------------------------
053800*  6000-WRITE-ACTIVITY-AUDIT-RECORD  --  WHO CHANGED WHICH
053900*  SUBSIDIARY'S ARRANGEMENT, WITH THE BEFORE AND AFTER STATE.
054000*----------------------------------------------------------------
054100 6000-WRITE-ACTIVITY-AUDIT-RECORD.
054200     OPEN EXTEND ACTIVITY-AUDIT-FILE
054300     IF WS-ACTAUDIT-STATUS = "35"
054400         CLOSE ACTIVITY-AUDIT-FILE
054500         OPEN OUTPUT ACTIVITY-AUDIT-FILE
054600     END-IF
054700     MOVE "SWEEPMAINT"      TO AL-PROGRAM-ID
054800     MOVE WS-SUB-ACCT-NUMBER TO AL-ACCT-NUMBER
054900     MOVE WS-MAINT-OPERATOR-ID TO AL-OPERATOR-ID
055000     MOVE WS-AUDIT-BEFORE-VALUE TO AL-BEFORE-VALUE
055100     MOVE WS-AUDIT-AFTER-VALUE TO AL-AFTER-VALUE
055200     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
055300     WRITE ACTIVITY-AUDIT-RECORD
055400     CLOSE ACTIVITY-AUDIT-FILE
055500     .
055600 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
055700     EXIT.
055800 END PROGRAM SWEEPMAINT.
