000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LEADMAINT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CONSOLE CAPTURE OF HOW
001300*                     A CROSS-SELL LEAD ENDED (CONVERTED,
001400*                     DECLINED, NO CONTACT OR UNSUITABLE) SO THE
001500*                     WEEKLY CROSS-SELL-LEADS RUN CAN REPORT
001600*                     CONVERSION BY RULE.  SAME CONSOLE SHAPE AS
001700*                     ALERT PREFERENCE MAINTENANCE; EVERY
001800*                     OUTCOME LANDS ON THE ACTIVITY AUDIT LOG.
001900*================================================================
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     COPY LEADSEL.
002400     COPY ACTAUDSEL.
002500*================================================================
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  CROSS-SELL-LEAD-FILE.
002900     COPY LEADREC.
003000 FD  ACTIVITY-AUDIT-FILE.
003100     COPY ACTAUDREC.
003200*----------------------------------------------------------------
003300 WORKING-STORAGE SECTION.
003400 01  WS-FILE-STATUSES.
003500     05  WS-XSELLEAD-STATUS        PIC XX.
003600     05  WS-ACTAUDIT-STATUS        PIC XX.
003700*----------------------------------------------------------------
003800 01  WS-WORK-FIELDS.
003900     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
004000         88  WS-SESSION-DONE       VALUE 'Y'.
004100     05  WS-LEAD-EOF-SWITCH        PIC X.
004200         88  NO-MORE-LEADS         VALUE 'Y'.
004300     05  WS-LEAD-FOUND-SWITCH      PIC X.
004400         88  OPEN-LEAD-FOUND       VALUE 'Y'.
004500     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
004600     05  WS-OPER-VERIFY-FLAG       PIC X.
004700     05  WS-OPER-VERIFY-ROLE       PIC X.
004800     05  WS-MENU-CHOICE            PIC X.
004900     05  WS-MAINT-OPERATOR-ID      PIC X(08).
005000     05  WS-TARGET-CUSTOMER        PIC 9(09).
005100     05  WS-TARGET-RULE            PIC X(04).
005200     05  WS-NEW-OUTCOME            PIC X.
005300     05  WS-LEADS-SHOWN            PIC 9(04) COMP.
005400     05  WS-OPEN-LEAD-KEY          PIC X(21).
005500*----------------------------------------------------------------
005600 01  WS-BUSINESS-DATE              PIC 9(08).
005700 01  WS-BUSDATE-FLAG               PIC X.
005800 01  WS-CURRENT-TIMESTAMP          PIC X(21).
005900 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
006000     05  WS-TS-DATE                PIC 9(08).
006100     05  FILLER                    PIC X(13).
006200*================================================================
006300 PROCEDURE DIVISION.
006400*================================================================
006500 0000-MAINLINE.
006600     DISPLAY "CROSS-SELL LEAD OUTCOMES"
006700     DISPLAY "ENTER YOUR OPERATOR ID: "
006800     ACCEPT WS-MAINT-OPERATOR-ID
006900     CALL "OPER-VERIFY" USING WS-MAINT-OPERATOR-ID
007000         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
007100         WS-OPER-VERIFY-ROLE
007200     IF WS-OPER-VERIFY-FLAG NOT = "Y"
007300         DISPLAY "OPERATOR NOT AUTHORIZED"
007400         STOP RUN
007500     END-IF
007600     PERFORM 2000-WORK-ONE-CHOICE
007700         THRU 2000-WORK-ONE-CHOICE-EXIT
007800         UNTIL WS-SESSION-DONE
007900     STOP RUN.
008000*----------------------------------------------------------------
008100*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
008200*----------------------------------------------------------------
008300 2000-WORK-ONE-CHOICE.
008400     DISPLAY "R=RECORD OUTCOME  V=VIEW CUSTOMER  X=EXIT"
008500     DISPLAY "CHOICE: "
008600     ACCEPT WS-MENU-CHOICE
008700     EVALUATE WS-MENU-CHOICE
008800         WHEN 'R'
008900             PERFORM 3000-RECORD-OUTCOME
009000                 THRU 3000-RECORD-OUTCOME-EXIT
009100         WHEN 'V'
009200             PERFORM 4000-VIEW-CUSTOMER
009300                 THRU 4000-VIEW-CUSTOMER-EXIT
009400         WHEN 'X'
009500             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
009600         WHEN OTHER
009700             DISPLAY "INVALID CHOICE"
009800     END-EVALUATE
009900     .
010000 2000-WORK-ONE-CHOICE-EXIT.
010100     EXIT.
010200*----------------------------------------------------------------
010300*  3000-RECORD-OUTCOME  --  FIND THE CUSTOMER'S OPEN LEAD UNDER
010400*  THE RULE GIVEN AND CLOSE IT WITH THE OUTCOME, TODAY'S
010500*  BUSINESS DATE AND THE OPERATOR.
010600*----------------------------------------------------------------
010700 3000-RECORD-OUTCOME.
010800     DISPLAY "ENTER CUSTOMER NUMBER: "
010900     ACCEPT WS-TARGET-CUSTOMER
011000     DISPLAY "ENTER RULE CODE (SVNF FDMP MNRA PYNL LNPO): "
011100     ACCEPT WS-TARGET-RULE
011200     OPEN I-O CROSS-SELL-LEAD-FILE
011300     IF WS-XSELLEAD-STATUS NOT = "00"
011400         DISPLAY "LEADMAINT: UNABLE TO OPEN LEAD FILE, "
011500             "STATUS = " WS-XSELLEAD-STATUS
011600         GO TO 3000-RECORD-OUTCOME-EXIT
011700     END-IF
011800
011900     MOVE 'N' TO WS-LEAD-FOUND-SWITCH
012000     MOVE 'N' TO WS-LEAD-EOF-SWITCH
012100     MOVE WS-TARGET-CUSTOMER TO LD-CUSTOMER-NUMBER
012200     MOVE WS-TARGET-RULE     TO LD-RULE-CODE
012300     MOVE ZERO               TO LD-CREATED-DATE
012400     START CROSS-SELL-LEAD-FILE
012500         KEY IS NOT LESS THAN LD-LEAD-KEY
012600         INVALID KEY
012700             MOVE 'Y' TO WS-LEAD-EOF-SWITCH
012800     END-START
012900     PERFORM 3100-FIND-OPEN-LEAD
013000         THRU 3100-FIND-OPEN-LEAD-EXIT
013100         UNTIL NO-MORE-LEADS
013200     IF NOT OPEN-LEAD-FOUND
013300         DISPLAY "NO OPEN LEAD FOR THIS CUSTOMER AND RULE"
013400         CLOSE CROSS-SELL-LEAD-FILE
013500         GO TO 3000-RECORD-OUTCOME-EXIT
013600     END-IF
013700
013800     MOVE WS-OPEN-LEAD-KEY TO LD-LEAD-KEY
013900     READ CROSS-SELL-LEAD-FILE
014000         KEY IS LD-LEAD-KEY
014100         INVALID KEY
014200             DISPLAY "LEAD NO LONGER ON FILE - NOTHING SAVED"
014300             CLOSE CROSS-SELL-LEAD-FILE
014400             GO TO 3000-RECORD-OUTCOME-EXIT
014500     END-READ
014600     DISPLAY "LEAD RAISED " LD-CREATED-DATE " BRANCH "
014700         LD-BRANCH-ID " ACCT " LD-ACCT-NUMBER
014800     DISPLAY "  " LD-DETAIL
014900     DISPLAY "ENTER OUTCOME (C=CONVERTED D=DECLINED "
015000         "N=NO CONTACT U=UNSUITABLE): "
015100     ACCEPT WS-NEW-OUTCOME
015200     MOVE WS-NEW-OUTCOME TO LD-OUTCOME-CODE
015300     IF NOT LD-OUTCOME-VALID
015400         DISPLAY "INVALID OUTCOME - NOTHING SAVED"
015500         CLOSE CROSS-SELL-LEAD-FILE
015600         GO TO 3000-RECORD-OUTCOME-EXIT
015700     END-IF
015800
015900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
016000     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
016100         WS-BUSDATE-FLAG
016200     IF WS-BUSDATE-FLAG = "Y"
016300         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
016400     END-IF
016500     MOVE WS-TS-DATE           TO LD-OUTCOME-DATE
016600     MOVE WS-MAINT-OPERATOR-ID TO LD-OUTCOME-OPERATOR
016700     REWRITE CROSS-SELL-LEAD-RECORD
016800         INVALID KEY
016900             DISPLAY "LEADMAINT: REWRITE FAILED, STATUS = "
017000                 WS-XSELLEAD-STATUS
017100             CLOSE CROSS-SELL-LEAD-FILE
017200             GO TO 3000-RECORD-OUTCOME-EXIT
017300     END-REWRITE
017400     CLOSE CROSS-SELL-LEAD-FILE
017500     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
017600         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
017700     DISPLAY "LEAD " WS-TARGET-CUSTOMER " " WS-TARGET-RULE
017800         " CLOSED WITH OUTCOME " WS-NEW-OUTCOME
017900     .
018000 3000-RECORD-OUTCOME-EXIT.
018100     EXIT.
018200*----------------------------------------------------------------
018300*  3100-FIND-OPEN-LEAD  --  THE CUSTOMER'S LEADS UNDER ONE RULE
018400*  COME OLDEST FIRST; ONLY ONE OF THEM CAN BE OPEN.
018500*----------------------------------------------------------------
018600 3100-FIND-OPEN-LEAD.
018700     READ CROSS-SELL-LEAD-FILE NEXT RECORD
018800         AT END
018900             MOVE 'Y' TO WS-LEAD-EOF-SWITCH
019000             GO TO 3100-FIND-OPEN-LEAD-EXIT
019100     END-READ
019200     IF LD-CUSTOMER-NUMBER NOT = WS-TARGET-CUSTOMER
019300        OR LD-RULE-CODE NOT = WS-TARGET-RULE
019400         MOVE 'Y' TO WS-LEAD-EOF-SWITCH
019500         GO TO 3100-FIND-OPEN-LEAD-EXIT
019600     END-IF
019700     IF LD-OUTCOME-OPEN
019800         MOVE LD-LEAD-KEY TO WS-OPEN-LEAD-KEY
019900         MOVE 'Y' TO WS-LEAD-FOUND-SWITCH
020000         MOVE 'Y' TO WS-LEAD-EOF-SWITCH
020100     END-IF
020200     .
020300 3100-FIND-OPEN-LEAD-EXIT.
020400     EXIT.
020500*----------------------------------------------------------------
020600*  4000-VIEW-CUSTOMER  --  EVERY LEAD EVER RAISED FOR ONE
020700*  CUSTOMER, WITH ITS OUTCOME.
020800*----------------------------------------------------------------
020900 4000-VIEW-CUSTOMER.
021000     DISPLAY "ENTER CUSTOMER NUMBER: "
021100     ACCEPT WS-TARGET-CUSTOMER
021200     OPEN INPUT CROSS-SELL-LEAD-FILE
021300     IF WS-XSELLEAD-STATUS NOT = "00"
021400         DISPLAY "NO CROSS-SELL LEAD FILE"
021500         GO TO 4000-VIEW-CUSTOMER-EXIT
021600     END-IF
021700     MOVE ZERO TO WS-LEADS-SHOWN
021800     MOVE 'N' TO WS-LEAD-EOF-SWITCH
021900     MOVE WS-TARGET-CUSTOMER TO LD-CUSTOMER-NUMBER
022000     MOVE LOW-VALUES         TO LD-RULE-CODE
022100     MOVE ZERO               TO LD-CREATED-DATE
022200     START CROSS-SELL-LEAD-FILE
022300         KEY IS NOT LESS THAN LD-LEAD-KEY
022400         INVALID KEY
022500             MOVE 'Y' TO WS-LEAD-EOF-SWITCH
022600     END-START
022700     PERFORM 4100-SHOW-ONE-LEAD
022800         THRU 4100-SHOW-ONE-LEAD-EXIT
022900         UNTIL NO-MORE-LEADS
023000     IF WS-LEADS-SHOWN = ZERO
023100         DISPLAY "NO LEADS FOR THIS CUSTOMER"
023200     END-IF
023300     CLOSE CROSS-SELL-LEAD-FILE
023400     .
023500 4000-VIEW-CUSTOMER-EXIT.
023600     EXIT.
023700*----------------------------------------------------------------
023800 4100-SHOW-ONE-LEAD.
023900     READ CROSS-SELL-LEAD-FILE NEXT RECORD
024000         AT END
024100             MOVE 'Y' TO WS-LEAD-EOF-SWITCH
024200             GO TO 4100-SHOW-ONE-LEAD-EXIT
024300     END-READ
024400     IF LD-CUSTOMER-NUMBER NOT = WS-TARGET-CUSTOMER
024500         MOVE 'Y' TO WS-LEAD-EOF-SWITCH
024600         GO TO 4100-SHOW-ONE-LEAD-EXIT
024700     END-IF
024800     ADD 1 TO WS-LEADS-SHOWN
024900     DISPLAY LD-RULE-CODE " RAISED " LD-CREATED-DATE
025000         " BRANCH " LD-BRANCH-ID " ACCT " LD-ACCT-NUMBER
025100     IF LD-OUTCOME-OPEN
025200         DISPLAY "  OPEN - " LD-DETAIL
025300     ELSE
025400         DISPLAY "  OUTCOME " LD-OUTCOME-CODE " ON "
025500             LD-OUTCOME-DATE " BY " LD-OUTCOME-OPERATOR
025600     END-IF
025700     .
025800 4100-SHOW-ONE-LEAD-EXIT.
025900     EXIT.
026000*----------------------------------------------------------------
026100*  6000-WRITE-ACTIVITY-AUDIT-RECORD  --  WHO CLOSED WHICH LEAD
026200*  AND HOW.
026300*----------------------------------------------------------------
026400 6000-WRITE-ACTIVITY-AUDIT-RECORD.
026500     OPEN EXTEND ACTIVITY-AUDIT-FILE
026600     IF WS-ACTAUDIT-STATUS = "35"
026700         CLOSE ACTIVITY-AUDIT-FILE
026800         OPEN OUTPUT ACTIVITY-AUDIT-FILE
026900     END-IF
027000     MOVE "LEADMAINT"          TO AL-PROGRAM-ID
027100     MOVE LD-ACCT-NUMBER       TO AL-ACCT-NUMBER
027200     MOVE WS-MAINT-OPERATOR-ID TO AL-OPERATOR-ID
027300     MOVE SPACES               TO AL-BEFORE-VALUE
027400     STRING "LEAD " WS-TARGET-RULE " OPEN"
027500         DELIMITED BY SIZE INTO AL-BEFORE-VALUE
027600     END-STRING
027700     MOVE SPACES               TO AL-AFTER-VALUE
027800     STRING "OUTCOME " WS-NEW-OUTCOME
027900         DELIMITED BY SIZE INTO AL-AFTER-VALUE
028000     END-STRING
028100     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
028200     WRITE ACTIVITY-AUDIT-RECORD
028300     CLOSE ACTIVITY-AUDIT-FILE
028400     .
028500 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
028600     EXIT.
028700 END PROGRAM LEADMAINT.
