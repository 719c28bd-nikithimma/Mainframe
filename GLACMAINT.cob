000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GLACCT-MAINT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  MAINTENANCE CONSOLE FOR
001300*                     THE CHART-OF-ACCOUNTS MASTER (SAME SHAPE
001400*                     AS BRANCH-MAINT) - ADD OR UPDATE A GL
001500*                     ACCOUNT'S NAME, CLASS, NORMAL BALANCE
001600*                     SIDE AND OPEN/CLOSED STATUS, VIEW ONE, OR
001700*                     LIST THE CHART.  AN ADD OR UPDATE GOES TO
001800*                     THE MAKER-CHECKER QUEUE (VIA
001900*                     PENDCHG-WRITE); ONLY APPROVAL IN
002000*                     CHANGE-REVIEW APPLIES IT.  AN UPDATE THAT
002100*                     MOVES AN ACCOUNT'S CLASS, NORMAL SIDE OR
002200*                     STATUS IS QUEUED HIGH-RISK - IT REGROUPS
002300*                     THE TRIAL BALANCE OR STOPS POSTINGS - AND
002400*                     NEEDS A MANAGER TO APPROVE IT.
002420*    2026-10-15  RPK  THE PROPOSED-CHANGE IMAGES WIDENED FROM 250
002440*                     TO 300 BYTES WITH PCHGREC - THE CUSTOMER
002460*                     RECORD OUTGREW 250 WITH THE RELATIONSHIP
002480*                     OFFICER CODE.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     COPY GLACSEL.
003000     COPY ACTAUDSEL.
003100*================================================================
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  GL-ACCOUNT-MASTER-FILE.
003500     COPY GLACREC.
003600 FD  ACTIVITY-AUDIT-FILE.
003700     COPY ACTAUDREC.
003800*----------------------------------------------------------------
003900 WORKING-STORAGE SECTION.
004000 01  WS-FILE-STATUSES.
004100     05  WS-GLACCT-STATUS          PIC XX.
004200     05  WS-ACTAUDIT-STATUS        PIC XX.
004300*----------------------------------------------------------------
004400 01  WS-WORK-FIELDS.
004500     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
004600         88  WS-SESSION-DONE       VALUE 'Y'.
004700     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
004800     05  WS-OPER-VERIFY-FLAG       PIC X.
004900     05  WS-OPER-VERIFY-ROLE       PIC X.
005000     05  WS-MENU-CHOICE            PIC X.
005100     05  WS-OPERATOR-ID            PIC X(08).
005200     05  WS-TARGET-GL-ACCOUNT      PIC 9(06).
005300     05  WS-GLACCT-EOF-SWITCH      PIC X.
005400         88  NO-MORE-GL-ACCOUNTS   VALUE 'Y'.
005500     05  WS-ACCOUNTS-LISTED        PIC 9(04) COMP.
005600     05  WS-ACTION-TAKEN           PIC X(08).
005700     05  WS-CAPTURE-OK-SWITCH      PIC X.
005800         88  WS-CAPTURE-OK         VALUE 'Y'.
005900*----------------------------------------------------------------
006000*  THE RECORD AS IT STANDS BEFORE THE CHANGE - THE HIGH-RISK
006100*  TEST AND THE CARRIED-FORWARD DATES COME FROM HERE.
006200*----------------------------------------------------------------
006300     COPY GLACREC
006400         REPLACING ==GL-ACCOUNT-MASTER-RECORD==
006500                BY ==OLD-GL-ACCOUNT-IMAGE==
006600         LEADING ==GA== BY ==XA==.
006700*----------------------------------------------------------------
006800*  THE MAKER-CHECKER HANDOFF - SEE PCHGREC.CPY.
006900*----------------------------------------------------------------
007000 01  WS-PENDING-CHANGE-FIELDS.
007100     05  WS-PC-TARGET-FILE         PIC X VALUE 'G'.
007200     05  WS-PC-ACTION              PIC X.
007300     05  WS-PC-TARGET-KEY          PIC X(20).
007400     05  WS-PC-OLD-IMAGE           PIC X(300).
007500     05  WS-PC-NEW-IMAGE           PIC X(300).
007600     05  WS-PC-HIGH-RISK           PIC X VALUE 'N'.
007700     05  WS-PC-CHANGE-ID           PIC 9(08).
007800*----------------------------------------------------------------
007900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
008000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
008100     05  WS-TS-DATE                PIC 9(08).
008200     05  FILLER                    PIC X(13).
008300*================================================================
008400 PROCEDURE DIVISION.
008500*================================================================
008600 0000-MAINLINE.
008700     DISPLAY "CHART OF ACCOUNTS MAINTENANCE"
008800     DISPLAY "ENTER OPERATOR ID: "
008900     ACCEPT WS-OPERATOR-ID
009000     CALL "OPER-VERIFY" USING WS-OPERATOR-ID
009100         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
009200         WS-OPER-VERIFY-ROLE
009300     IF WS-OPER-VERIFY-FLAG NOT = "Y"
009400         DISPLAY "OPERATOR NOT AUTHORIZED"
009500         STOP RUN
009600     END-IF
009700     PERFORM 2000-WORK-ONE-CHOICE
009800         THRU 2000-WORK-ONE-CHOICE-EXIT
009900         UNTIL WS-SESSION-DONE
010000     STOP RUN.
010100*----------------------------------------------------------------
010200 2000-WORK-ONE-CHOICE.
010300     DISPLAY "A=ADD/UPDATE  V=VIEW  L=LIST  X=EXIT"
010400     DISPLAY "CHOICE: "
010500     ACCEPT WS-MENU-CHOICE
010600     EVALUATE WS-MENU-CHOICE
010700         WHEN 'A'
010800             PERFORM 3000-ADD-OR-UPDATE
010900                 THRU 3000-ADD-OR-UPDATE-EXIT
011000         WHEN 'V'
011100             PERFORM 4000-VIEW-ONE
011200                 THRU 4000-VIEW-ONE-EXIT
011300         WHEN 'L'
011400             PERFORM 5000-LIST-ALL
011500                 THRU 5000-LIST-ALL-EXIT
011600         WHEN 'X'
011700             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
011800         WHEN OTHER
011900             DISPLAY "INVALID CHOICE"
012000     END-EVALUATE
012100     .
012200 2000-WORK-ONE-CHOICE-EXIT.
012300     EXIT.
012400*----------------------------------------------------------------
012500 3000-ADD-OR-UPDATE.
012600     DISPLAY "ENTER GL ACCOUNT CODE: "
012700     ACCEPT WS-TARGET-GL-ACCOUNT
012800
012900     MOVE SPACES TO WS-PC-OLD-IMAGE
013000     MOVE SPACES TO OLD-GL-ACCOUNT-IMAGE
013100     MOVE 'A'    TO WS-PC-ACTION
013200     MOVE 'N'    TO WS-PC-HIGH-RISK
013300     OPEN INPUT GL-ACCOUNT-MASTER-FILE
013400     IF WS-GLACCT-STATUS = "00"
013500         MOVE WS-TARGET-GL-ACCOUNT TO GA-GL-ACCOUNT-CODE
013600         READ GL-ACCOUNT-MASTER-FILE
013700             KEY IS GA-GL-ACCOUNT-CODE
013800             INVALID KEY
013900                 CONTINUE
014000             NOT INVALID KEY
014100                 DISPLAY "GL ACCOUNT EXISTS - NEW VALUES WILL "
014200                     "REPLACE THE OLD ONES ON APPROVAL"
014300                 MOVE GL-ACCOUNT-MASTER-RECORD
014400                     TO WS-PC-OLD-IMAGE
014500                 MOVE GL-ACCOUNT-MASTER-RECORD
014600                     TO OLD-GL-ACCOUNT-IMAGE
014700                 MOVE 'U' TO WS-PC-ACTION
014800         END-READ
014900         CLOSE GL-ACCOUNT-MASTER-FILE
015000     END-IF
015100
015200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
015300     PERFORM 3100-CAPTURE-FIELDS
015400         THRU 3100-CAPTURE-FIELDS-EXIT
015500     IF NOT WS-CAPTURE-OK
015600         DISPLAY "CHANGE NOT QUEUED"
015700         GO TO 3000-ADD-OR-UPDATE-EXIT
015800     END-IF
015900     PERFORM 3200-SET-DATES-AND-RISK
016000         THRU 3200-SET-DATES-AND-RISK-EXIT
016100
016200     MOVE SPACES TO WS-PC-TARGET-KEY
016300     MOVE WS-TARGET-GL-ACCOUNT TO WS-PC-TARGET-KEY (1:6)
016400     MOVE GL-ACCOUNT-MASTER-RECORD TO WS-PC-NEW-IMAGE
016500     CALL "PENDCHG-WRITE" USING WS-PC-TARGET-FILE
016600         WS-PC-ACTION WS-PC-TARGET-KEY WS-PC-OLD-IMAGE
016700         WS-PC-NEW-IMAGE WS-OPERATOR-ID WS-PC-HIGH-RISK
016800         WS-PC-CHANGE-ID
016900     IF WS-PC-CHANGE-ID = ZERO
017000         DISPLAY "CHANGE COULD NOT BE QUEUED - NOT APPLIED"
017100         GO TO 3000-ADD-OR-UPDATE-EXIT
017200     END-IF
017300
017400     MOVE "QUEUED" TO WS-ACTION-TAKEN
017500     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
017600         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
017700     DISPLAY "GL " WS-TARGET-GL-ACCOUNT " CHANGE QUEUED "
017800         "AS " WS-PC-CHANGE-ID " PENDING APPROVAL"
017900     IF WS-PC-HIGH-RISK = 'Y'
018000         DISPLAY "  HIGH-RISK - NEEDS A MANAGER TO APPROVE"
018100     END-IF
018200     .
018300 3000-ADD-OR-UPDATE-EXIT.
018400     EXIT.
018500*----------------------------------------------------------------
018600*  3100-CAPTURE-FIELDS  --  KEY THE NEW VALUES.  A CLASS,
018700*  NORMAL SIDE OR STATUS OUTSIDE THE CODES IN GLACREC.CPY IS
018800*  REFUSED HERE RATHER THAN LEFT FOR THE CHECKER TO SPOT.
018900*----------------------------------------------------------------
019000 3100-CAPTURE-FIELDS.
019100     MOVE 'N' TO WS-CAPTURE-OK-SWITCH
019200     MOVE WS-TARGET-GL-ACCOUNT TO GA-GL-ACCOUNT-CODE
019300     DISPLAY "ENTER ACCOUNT NAME: "
019400     ACCEPT GA-ACCOUNT-NAME
019500     DISPLAY "ENTER CLASS (A=ASSET L=LIABILITY Q=EQUITY "
019600         "I=INCOME X=EXPENSE): "
019700     ACCEPT GA-ACCOUNT-CLASS
019800     IF NOT GA-CLASS-VALID
019900         DISPLAY "INVALID ACCOUNT CLASS"
020000         GO TO 3100-CAPTURE-FIELDS-EXIT
020100     END-IF
020200     DISPLAY "ENTER NORMAL BALANCE (D=DEBIT C=CREDIT): "
020300     ACCEPT GA-NORMAL-BALANCE
020400     IF NOT GA-NORMAL-DEBIT AND NOT GA-NORMAL-CREDIT
020500         DISPLAY "INVALID NORMAL BALANCE SIDE"
020600         GO TO 3100-CAPTURE-FIELDS-EXIT
020700     END-IF
020800     DISPLAY "ENTER STATUS (O=OPEN C=CLOSED): "
020900     ACCEPT GA-STATUS-CODE
021000     IF NOT GA-ACCOUNT-OPEN AND NOT GA-ACCOUNT-CLOSED
021100         DISPLAY "INVALID STATUS"
021200         GO TO 3100-CAPTURE-FIELDS-EXIT
021300     END-IF
021400     MOVE 'Y' TO WS-CAPTURE-OK-SWITCH
021500     .
021600 3100-CAPTURE-FIELDS-EXIT.
021700     EXIT.
021800*----------------------------------------------------------------
021900*  3200-SET-DATES-AND-RISK  --  AN ADD OPENS TODAY; AN UPDATE
022000*  KEEPS THE ORIGINAL OPEN DATE.  THE CLOSE DATE IS STAMPED
022100*  WHEN THE STATUS GOES TO CLOSED AND CLEARED IF IT REOPENS.
022200*----------------------------------------------------------------
022300 3200-SET-DATES-AND-RISK.
022400     IF WS-PC-ACTION = 'A'
022500         MOVE WS-TS-DATE TO GA-OPEN-DATE
022600         MOVE ZERO TO GA-CLOSE-DATE
022700         IF GA-ACCOUNT-CLOSED
022800             MOVE WS-TS-DATE TO GA-CLOSE-DATE
022900         END-IF
023000         GO TO 3200-SET-DATES-AND-RISK-EXIT
023100     END-IF
023200
023300     MOVE XA-OPEN-DATE  TO GA-OPEN-DATE
023400     MOVE XA-CLOSE-DATE TO GA-CLOSE-DATE
023500     IF GA-ACCOUNT-CLOSED AND NOT XA-ACCOUNT-CLOSED
023600         MOVE WS-TS-DATE TO GA-CLOSE-DATE
023700     END-IF
023800     IF GA-ACCOUNT-OPEN
023900         MOVE ZERO TO GA-CLOSE-DATE
024000     END-IF
024100     IF GA-ACCOUNT-CLASS NOT = XA-ACCOUNT-CLASS
024200             OR GA-NORMAL-BALANCE NOT = XA-NORMAL-BALANCE
024300             OR GA-STATUS-CODE NOT = XA-STATUS-CODE
024400         MOVE 'Y' TO WS-PC-HIGH-RISK
024500     END-IF
024600     .
024700 3200-SET-DATES-AND-RISK-EXIT.
024800     EXIT.
024900*----------------------------------------------------------------
025000 4000-VIEW-ONE.
025100     DISPLAY "ENTER GL ACCOUNT CODE: "
025200     ACCEPT WS-TARGET-GL-ACCOUNT
025300     OPEN INPUT GL-ACCOUNT-MASTER-FILE
025400     IF WS-GLACCT-STATUS NOT = "00"
025500         DISPLAY "NO CHART OF ACCOUNTS FILE"
025600         GO TO 4000-VIEW-ONE-EXIT
025700     END-IF
025800     MOVE WS-TARGET-GL-ACCOUNT TO GA-GL-ACCOUNT-CODE
025900     READ GL-ACCOUNT-MASTER-FILE
026000         KEY IS GA-GL-ACCOUNT-CODE
026100         INVALID KEY
026200             DISPLAY "GL ACCOUNT NOT ON THE CHART"
026300         NOT INVALID KEY
026400             PERFORM 4100-SHOW-ONE-ACCOUNT
026500                 THRU 4100-SHOW-ONE-ACCOUNT-EXIT
026600     END-READ
026700     CLOSE GL-ACCOUNT-MASTER-FILE
026800     .
026900 4000-VIEW-ONE-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200 4100-SHOW-ONE-ACCOUNT.
027300     DISPLAY "GL " GA-GL-ACCOUNT-CODE " " GA-ACCOUNT-NAME
027400         " CLASS " GA-ACCOUNT-CLASS
027500         " NORMAL " GA-NORMAL-BALANCE
027600         " (" GA-STATUS-CODE ")"
027700     DISPLAY "  OPENED " GA-OPEN-DATE " CLOSED " GA-CLOSE-DATE
027800     .
027900 4100-SHOW-ONE-ACCOUNT-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------
028200 5000-LIST-ALL.
028300     OPEN INPUT GL-ACCOUNT-MASTER-FILE
028400     IF WS-GLACCT-STATUS NOT = "00"
028500         DISPLAY "NO CHART OF ACCOUNTS FILE"
028600         GO TO 5000-LIST-ALL-EXIT
028700     END-IF
028800     MOVE 'N' TO WS-GLACCT-EOF-SWITCH
028900     MOVE ZERO TO WS-ACCOUNTS-LISTED
029000     PERFORM 5100-LIST-ONE-ACCOUNT
029100         THRU 5100-LIST-ONE-ACCOUNT-EXIT
029200         UNTIL NO-MORE-GL-ACCOUNTS
029300     DISPLAY "GL ACCOUNTS LISTED = " WS-ACCOUNTS-LISTED
029400     CLOSE GL-ACCOUNT-MASTER-FILE
029500     .
029600 5000-LIST-ALL-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900 5100-LIST-ONE-ACCOUNT.
030000     READ GL-ACCOUNT-MASTER-FILE NEXT RECORD
030100         AT END
030200             MOVE 'Y' TO WS-GLACCT-EOF-SWITCH
030300             GO TO 5100-LIST-ONE-ACCOUNT-EXIT
030400     END-READ
030500     ADD 1 TO WS-ACCOUNTS-LISTED
030600     PERFORM 4100-SHOW-ONE-ACCOUNT
030700         THRU 4100-SHOW-ONE-ACCOUNT-EXIT
030800     .
030900 5100-LIST-ONE-ACCOUNT-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------
031200 6000-WRITE-ACTIVITY-AUDIT-RECORD.
031300     OPEN EXTEND ACTIVITY-AUDIT-FILE
031400     IF WS-ACTAUDIT-STATUS = "35"
031500         CLOSE ACTIVITY-AUDIT-FILE
031600         OPEN OUTPUT ACTIVITY-AUDIT-FILE
031700     END-IF
031800     MOVE "GLACCTMAINT"     TO AL-PROGRAM-ID
031900     MOVE ZERO              TO AL-ACCT-NUMBER
032000     MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID
032100     MOVE WS-TARGET-GL-ACCOUNT TO AL-BEFORE-VALUE
032200     MOVE WS-ACTION-TAKEN   TO AL-AFTER-VALUE
032300     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
032400     WRITE ACTIVITY-AUDIT-RECORD
032500     CLOSE ACTIVITY-AUDIT-FILE
032600     .
032700 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
032800     EXIT.
032900 END PROGRAM GLACCT-MAINT.
