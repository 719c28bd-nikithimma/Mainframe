000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    SAR-CASE-REVIEW.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  SAR CASE WORKSTATION -
001300*                     SAR CASES ARE NO LONGER RUN IN EMAIL.  AN
001400*                     ANALYST OPENS A CASE FROM A LINE OF THE
001500*                     STRUCTURING REVIEW EXTRACT (CASES FROM
001600*                     THE FRAUD AND SANCTIONS QUEUES ARE OPENED
001700*                     AT THOSE WORKSTATIONS), ADDS SUBJECT
001800*                     CUSTOMERS AND ACCOUNTS, ATTACHES
001900*                     TRANSACTIONS FROM THE KEYED TRANSACTION
002000*                     HISTORY AND WRITES THE NARRATIVE.  A
002100*                     SUPERVISOR OR MANAGER APPROVES THE FILING
002200*                     (THE E-FILE EXPORT, SAR-EFILE-EXPORT,
002300*                     THEN PICKS IT UP) OR CLOSES THE CASE NOT
002400*                     FILED, AND AT THE CONTINUING-ACTIVITY
002500*                     REVIEW EITHER CLOSES A FILED CASE OR
002600*                     OPENS ITS CONTINUING CASE WITH THE SAME
002700*                     SUBJECTS.  THE DEADLINE LIST SHOWS EVERY
002800*                     FILING AND REVIEW DUE WITHIN
002900*                     SAR-WARN-DAYS (DEFAULT 7) OR OVERDUE.
003000*                     EVERY ACTION LANDS ON THE ACTIVITY AUDIT
003100*                     LOG.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     COPY SARCSEL.
003700     COPY SARDSEL.
003800     COPY STRUSEL.
003900     COPY TRNHSEL.
004000     COPY ACCTMSEL.
004100     COPY CUSTMSEL.
004200     COPY ACTAUDSEL.
004300     COPY PARMSEL.
004400*================================================================
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SAR-CASE-FILE.
004800     COPY SARCREC.
004900 FD  SAR-DETAIL-FILE.
005000     COPY SARDREC.
005100 FD  STRUCTURING-REVIEW-FILE.
005200     COPY STRUREC.
005300 FD  KEYED-TRAN-HISTORY-FILE.
005400     COPY TRNHREC.
005500 FD  ACCOUNT-MASTER-FILE.
005600     COPY ACCTMAST.
005700 FD  CUSTOMER-MASTER-FILE.
005800     COPY CUSTMAST.
005900 FD  ACTIVITY-AUDIT-FILE.
006000     COPY ACTAUDREC.
006100 FD  BUSINESS-PARAMETER-FILE.
006200     COPY PARMREC.
006300*----------------------------------------------------------------
006400 WORKING-STORAGE SECTION.
006500 01  WS-FILE-STATUSES.
006600     05  WS-SARCASE-STATUS         PIC XX.
006700     05  WS-SARDETL-STATUS         PIC XX.
006800     05  WS-STRUREVW-STATUS        PIC XX.
006900     05  WS-TRANHKEY-STATUS        PIC XX.
007000     05  WS-ACCTMAST-STATUS        PIC XX.
007100     05  WS-CUSTMAST-STATUS        PIC XX.
007200     05  WS-ACTAUDIT-STATUS        PIC XX.
007300     05  WS-BUSPARM-STATUS         PIC XX.
007400*----------------------------------------------------------------
007500 01  WS-WORK-FIELDS.
007600     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
007700         88  WS-SESSION-DONE       VALUE 'Y'.
007800     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
007900     05  WS-OPER-VERIFY-FLAG       PIC X.
008000     05  WS-OPER-VERIFY-ROLE       PIC X.
008100         88  WS-OPERATOR-MAY-DECIDE VALUE 'S' 'M'.
008200     05  WS-MENU-CHOICE            PIC X.
008300     05  WS-ANALYST-OPERATOR-ID    PIC X(08).
008400     05  WS-TARGET-CASE-ID         PIC 9(08).
008500     05  WS-CASE-FOUND-SWITCH      PIC X.
008600         88  WS-CASE-FOUND         VALUE 'Y'.
008700     05  WS-CASE-EOF-SWITCH        PIC X.
008800         88  NO-MORE-CASES         VALUE 'Y'.
008900     05  WS-DETAIL-EOF-SWITCH      PIC X.
009000         88  NO-MORE-DETAIL        VALUE 'Y'.
009100     05  WS-STRU-EOF-SWITCH        PIC X.
009200         88  NO-MORE-STRU-LINES    VALUE 'Y'.
009300     05  WS-HIST-EOF-SWITCH        PIC X.
009400         88  NO-MORE-HISTORY       VALUE 'Y'.
009500     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
009600         88  NO-MORE-PARAMETERS    VALUE 'Y'.
009700     05  WS-NARRATIVE-DONE-SWITCH  PIC X.
009800         88  WS-NARRATIVE-DONE     VALUE 'Y'.
009900     05  WS-ITEMS-LISTED           PIC 9(04) COMP.
010000     05  WS-SAR-WARN-DAYS          PIC 9(03) VALUE 7.
010100     05  WS-DAYS-LEFT              PIC S9(05).
010200     05  WS-EDIT-DAYS              PIC -(4)9.
010300     05  WS-EDIT-AMOUNT            PIC Z(8)9.99-.
010400     05  WS-ACTION-TAKEN           PIC X(15).
010500     05  WS-AUDIT-ACCT-NUMBER      PIC 9(10).
010600     05  WS-DEADLINE-TEXT          PIC X(16).
010700*----------------------------------------------------------------
010800*  CASE OPENING AND SUBJECT / TRANSACTION CAPTURE.
010900*----------------------------------------------------------------
011000 01  WS-CAPTURE-FIELDS.
011100     05  WS-SUBJECT-KIND           PIC X.
011200     05  WS-CUSTOMER-IN            PIC 9(09).
011300     05  WS-ACCOUNT-IN             PIC 9(10).
011400     05  WS-FLAG-DATE-IN           PIC 9(08).
011500     05  WS-TRAN-DATE-IN           PIC 9(08).
011600     05  WS-TRAN-ID-IN             PIC 9(08).
011700     05  WS-NARRATIVE-LINE         PIC X(70).
011800     05  WS-REVIEW-DECISION        PIC X.
011900     05  WS-STRU-LINE-FOUND        PIC X.
012000     05  WS-SUBJECT-CUSTOMER       PIC 9(09).
012100     05  WS-SUBJECT-NAME           PIC X(30).
012200     05  WS-SUBJECT-TAX-ID         PIC X(11).
012300     05  WS-ABSOLUTE-AMOUNT        PIC S9(09)V99.
012400 01  WS-CASE-OPEN-FIELDS.
012500     05  WS-CO-SOURCE-QUEUE        PIC X.
012600     05  WS-CO-SOURCE-REFERENCE    PIC X(20).
012700     05  WS-CO-CUSTOMER-NUMBER     PIC 9(09).
012800     05  WS-CO-ACCT-NUMBER         PIC 9(10).
012900     05  WS-CO-DETECTED-DATE       PIC 9(08).
013000     05  WS-CO-CASE-ID             PIC 9(08).
013100     05  WS-CO-OPEN-FLAG           PIC X.
013200 01  WS-CONTINUING-FIELDS.
013300     05  WS-PRIOR-CASE-ID          PIC 9(08).
013400     05  WS-PRIOR-SUBJECT-COUNT    PIC 9(03).
013500     05  WS-SUBJECTS-COPIED        PIC 9(03).
013600*----------------------------------------------------------------
013700 01  WS-BUSINESS-DATE              PIC 9(08).
013800 01  WS-BUSDATE-FLAG               PIC X.
013900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
014000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
014100     05  WS-TS-DATE                PIC 9(08).
014200     05  FILLER                    PIC X(13).
014300*================================================================
014400 PROCEDURE DIVISION.
014500*================================================================
014600 0000-MAINLINE.
014700     DISPLAY "SAR CASE WORKSTATION"
014800     DISPLAY "ENTER YOUR OPERATOR ID: "
014900     ACCEPT WS-ANALYST-OPERATOR-ID
015000     CALL "OPER-VERIFY" USING WS-ANALYST-OPERATOR-ID
015100         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
015200         WS-OPER-VERIFY-ROLE
015300     IF WS-OPER-VERIFY-FLAG NOT = "Y"
015400         DISPLAY "OPERATOR NOT AUTHORIZED"
015500         STOP RUN
015600     END-IF
015700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
015800     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
015900         WS-BUSDATE-FLAG
016000     IF WS-BUSDATE-FLAG = "Y"
016100         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
016200     END-IF
016300     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
016400         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
016500     PERFORM 2000-WORK-ONE-CHOICE
016600         THRU 2000-WORK-ONE-CHOICE-EXIT
016700         UNTIL WS-SESSION-DONE
016800     STOP RUN.
016900*----------------------------------------------------------------
017000 1100-LOAD-BUSINESS-PARAMETERS.
017100     OPEN INPUT BUSINESS-PARAMETER-FILE
017200     IF WS-BUSPARM-STATUS NOT = "00"
017300         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
017400     END-IF
017500     PERFORM 1110-READ-ONE-PARAMETER
017600         THRU 1110-READ-ONE-PARAMETER-EXIT
017700         UNTIL NO-MORE-PARAMETERS
017800     CLOSE BUSINESS-PARAMETER-FILE
017900     .
018000 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
018100     EXIT.
018200*----------------------------------------------------------------
018300 1110-READ-ONE-PARAMETER.
018400     READ BUSINESS-PARAMETER-FILE
018500         AT END
018600             MOVE 'Y' TO WS-PARM-EOF-SWITCH
018700         NOT AT END
018800             EVALUATE BP-PARM-NAME
018900                 WHEN "SAR-WARN-DAYS"
019000                     MOVE BP-PARM-VALUE TO WS-SAR-WARN-DAYS
019100                 WHEN OTHER
019200                     CONTINUE
019300             END-EVALUATE
019400     END-READ
019500     .
019600 1110-READ-ONE-PARAMETER-EXIT.
019700     EXIT.
019800*----------------------------------------------------------------
019900*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
020000*----------------------------------------------------------------
020100 2000-WORK-ONE-CHOICE.
020200     DISPLAY "L=LIST CASES  V=VIEW CASE  O=OPEN FROM STRUCTURING"
020300         "  D=DEADLINES"
020400     DISPLAY "S=ADD SUBJECT  T=ATTACH TRANSACTION  N=NARRATIVE"
020500     DISPLAY "F=APPROVE FILING  C=CLOSE NOT FILED  "
020600         "R=CONTINUING REVIEW  X=EXIT"
020700     DISPLAY "CHOICE: "
020800     ACCEPT WS-MENU-CHOICE
020900     EVALUATE WS-MENU-CHOICE
021000         WHEN 'L'
021100             PERFORM 3000-LIST-CASES
021200                 THRU 3000-LIST-CASES-EXIT
021300         WHEN 'V'
021400             PERFORM 3500-VIEW-CASE
021500                 THRU 3500-VIEW-CASE-EXIT
021600         WHEN 'O'
021700             PERFORM 4000-OPEN-FROM-STRUCTURING
021800                 THRU 4000-OPEN-FROM-STRUCTURING-EXIT
021900         WHEN 'S'
022000             PERFORM 4500-ADD-SUBJECT
022100                 THRU 4500-ADD-SUBJECT-EXIT
022200         WHEN 'T'
022300             PERFORM 5000-ATTACH-TRANSACTION
022400                 THRU 5000-ATTACH-TRANSACTION-EXIT
022500         WHEN 'N'
022600             PERFORM 5500-ADD-NARRATIVE
022700                 THRU 5500-ADD-NARRATIVE-EXIT
022800         WHEN 'F'
022900             PERFORM 6000-APPROVE-FILING
023000                 THRU 6000-APPROVE-FILING-EXIT
023100         WHEN 'C'
023200             PERFORM 6500-CLOSE-NOT-FILED
023300                 THRU 6500-CLOSE-NOT-FILED-EXIT
023400         WHEN 'R'
023500             PERFORM 7000-CONTINUING-REVIEW
023600                 THRU 7000-CONTINUING-REVIEW-EXIT
023700         WHEN 'D'
023800             PERFORM 7500-DEADLINE-LIST
023900                 THRU 7500-DEADLINE-LIST-EXIT
024000         WHEN 'X'
024100             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
024200         WHEN OTHER
024300             DISPLAY "INVALID CHOICE"
024400     END-EVALUATE
024500     .
024600 2000-WORK-ONE-CHOICE-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900*  3000-LIST-CASES  --  EVERY CASE NOT YET CLOSED.
025000*----------------------------------------------------------------
025100 3000-LIST-CASES.
025200     OPEN INPUT SAR-CASE-FILE
025300     IF WS-SARCASE-STATUS NOT = "00"
025400         DISPLAY "NO SAR CASE FILE"
025500         GO TO 3000-LIST-CASES-EXIT
025600     END-IF
025700     MOVE 'N' TO WS-CASE-EOF-SWITCH
025800     MOVE ZERO TO WS-ITEMS-LISTED
025900     PERFORM 3100-LIST-ONE-CASE
026000         THRU 3100-LIST-ONE-CASE-EXIT
026100         UNTIL NO-MORE-CASES
026200     DISPLAY "CASES LISTED = " WS-ITEMS-LISTED
026300     CLOSE SAR-CASE-FILE
026400     .
026500 3000-LIST-CASES-EXIT.
026600     EXIT.
026700*----------------------------------------------------------------
026800 3100-LIST-ONE-CASE.
026900     READ SAR-CASE-FILE NEXT RECORD
027000         AT END
027100             MOVE 'Y' TO WS-CASE-EOF-SWITCH
027200             GO TO 3100-LIST-ONE-CASE-EXIT
027300     END-READ
027400     IF SC-STATUS-CLOSED
027500         GO TO 3100-LIST-ONE-CASE-EXIT
027600     END-IF
027700     ADD 1 TO WS-ITEMS-LISTED
027800     MOVE SC-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
027900     DISPLAY "CASE " SC-CASE-ID
028000         " STATUS " SC-CASE-STATUS
028100         " QUEUE " SC-SOURCE-QUEUE
028200         " TYPE " SC-FILING-TYPE
028300         " OPENED " SC-OPENED-DATE
028400         " AMT " WS-EDIT-AMOUNT
028500     IF SC-AWAITING-FILING
028600         DISPLAY "  FILING DUE " SC-FILING-DUE-DATE
028700             " SUBJECTS " SC-SUBJECT-COUNT
028800             " TRANS " SC-TRAN-COUNT
028900             " NARRATIVE " SC-NARRATIVE-COUNT
029000     ELSE
029100         DISPLAY "  E-FILE " SC-EFILE-ID
029200             " FILED " SC-FILED-DATE
029300             " REVIEW DUE " SC-REVIEW-DUE-DATE
029400     END-IF
029500     .
029600 3100-LIST-ONE-CASE-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900*  3500-VIEW-CASE  --  THE CASE, ITS SUBJECTS, ITS ATTACHED
030000*  TRANSACTIONS AND ITS NARRATIVE.
030100*----------------------------------------------------------------
030200 3500-VIEW-CASE.
030300     DISPLAY "ENTER CASE ID: "
030400     ACCEPT WS-TARGET-CASE-ID
030500     OPEN INPUT SAR-CASE-FILE
030600     IF WS-SARCASE-STATUS NOT = "00"
030700         DISPLAY "NO SAR CASE FILE"
030800         GO TO 3500-VIEW-CASE-EXIT
030900     END-IF
031000     MOVE WS-TARGET-CASE-ID TO SC-CASE-ID
031100     READ SAR-CASE-FILE
031200         KEY IS SC-CASE-ID
031300         INVALID KEY
031400             DISPLAY "CASE NOT ON FILE"
031500             CLOSE SAR-CASE-FILE
031600             GO TO 3500-VIEW-CASE-EXIT
031700     END-READ
031800     CLOSE SAR-CASE-FILE
031900     MOVE SC-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
032000     DISPLAY "CASE " SC-CASE-ID " STATUS " SC-CASE-STATUS
032100         " CLOSE CODE " SC-CLOSE-CODE
032200     DISPLAY "  FROM QUEUE " SC-SOURCE-QUEUE
032300         " ITEM " SC-SOURCE-REFERENCE
032400         " TYPE " SC-FILING-TYPE
032500         " PRIOR CASE " SC-PRIOR-CASE-ID
032600     DISPLAY "  OPENED " SC-OPENED-DATE
032700         " BY " SC-OPENED-OPERATOR
032800         " DETECTED " SC-DETECTED-DATE
032900         " FILING DUE " SC-FILING-DUE-DATE
033000     DISPLAY "  ACTIVITY " SC-ACTIVITY-FROM-DATE
033100         " TO " SC-ACTIVITY-TO-DATE
033200         " AMOUNT " WS-EDIT-AMOUNT
033300     DISPLAY "  APPROVED BY " SC-APPROVED-OPERATOR
033400         " E-FILE " SC-EFILE-ID
033500         " FILED " SC-FILED-DATE
033600     DISPLAY "  ACK NUMBER " SC-ACK-NUMBER
033700         " REVIEW DUE " SC-REVIEW-DUE-DATE
033800         " REJECT REASON " SC-REJECT-REASON
033900
034000     OPEN INPUT SAR-DETAIL-FILE
034100     IF WS-SARDETL-STATUS NOT = "00"
034200         GO TO 3500-VIEW-CASE-EXIT
034300     END-IF
034400     MOVE WS-TARGET-CASE-ID TO SD-CASE-ID
034500     MOVE LOW-VALUES TO SD-DETAIL-TYPE
034600     MOVE ZERO TO SD-DETAIL-SEQ
034700     MOVE 'N' TO WS-DETAIL-EOF-SWITCH
034800     START SAR-DETAIL-FILE
034900         KEY IS NOT LESS THAN SD-DETAIL-KEY
035000         INVALID KEY
035100             MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
035200     END-START
035300     PERFORM 3600-SHOW-ONE-DETAIL
035400         THRU 3600-SHOW-ONE-DETAIL-EXIT
035500         UNTIL NO-MORE-DETAIL
035600     CLOSE SAR-DETAIL-FILE
035700     .
035800 3500-VIEW-CASE-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------
036100 3600-SHOW-ONE-DETAIL.
036200     READ SAR-DETAIL-FILE NEXT RECORD
036300         AT END
036400             MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
036500             GO TO 3600-SHOW-ONE-DETAIL-EXIT
036600     END-READ
036700     IF SD-CASE-ID NOT = WS-TARGET-CASE-ID
036800         MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
036900         GO TO 3600-SHOW-ONE-DETAIL-EXIT
037000     END-IF
037100     EVALUATE TRUE
037200         WHEN SD-SUBJECT
037300             DISPLAY "  SUBJECT " SD-DETAIL-SEQ
037400                 " CUST " SD-CUSTOMER-NUMBER
037500                 " ACCT " SD-ACCT-NUMBER
037600                 " " SD-SUBJECT-NAME
037700         WHEN SD-TRANSACTION
037800             MOVE SD-TRAN-AMOUNT TO WS-EDIT-AMOUNT
037900             DISPLAY "  TRAN " SD-DETAIL-SEQ
038000                 " ACCT " SD-TRAN-ACCT-NUMBER
038100                 " " SD-TRAN-DATE
038200                 " ID " SD-TRAN-ID
038300                 " " SD-TRAN-TYPE
038400                 " " WS-EDIT-AMOUNT
038500                 " " SD-TRAN-CURRENCY
038600         WHEN SD-NARRATIVE
038700             DISPLAY "  " SD-NARRATIVE-TEXT
038800         WHEN OTHER
038900             CONTINUE
039000     END-EVALUATE
039100     .
039200 3600-SHOW-ONE-DETAIL-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500*  4000-OPEN-FROM-STRUCTURING  --  LIST THE CUSTOMER'S LINES
039600*  ON THE STRUCTURING REVIEW EXTRACT AND OPEN A CASE FROM THE
039700*  ONE THE ANALYST PICKS BY ITS FLAG DATE.
039800*----------------------------------------------------------------
039900 4000-OPEN-FROM-STRUCTURING.
040000     DISPLAY "ENTER CUSTOMER NUMBER: "
040100     ACCEPT WS-CUSTOMER-IN
040200     MOVE ZERO TO WS-FLAG-DATE-IN
040300     PERFORM 4100-SCAN-STRUCTURING-LINES
040400         THRU 4100-SCAN-STRUCTURING-LINES-EXIT
040500     IF WS-ITEMS-LISTED = ZERO
040600         DISPLAY "NO STRUCTURING REVIEW LINES FOR CUSTOMER "
040700             WS-CUSTOMER-IN
040800         GO TO 4000-OPEN-FROM-STRUCTURING-EXIT
040900     END-IF
041000     DISPLAY "ENTER FLAG DATE (YYYYMMDD): "
041100     ACCEPT WS-FLAG-DATE-IN
041200     PERFORM 4100-SCAN-STRUCTURING-LINES
041300         THRU 4100-SCAN-STRUCTURING-LINES-EXIT
041400     IF WS-STRU-LINE-FOUND NOT = 'Y'
041500         DISPLAY "NO STRUCTURING REVIEW LINE FOR THAT DATE"
041600         GO TO 4000-OPEN-FROM-STRUCTURING-EXIT
041700     END-IF
041800
041900     MOVE 'S' TO WS-CO-SOURCE-QUEUE
042000     MOVE SPACES TO WS-CO-SOURCE-REFERENCE
042100     STRING WS-CUSTOMER-IN "-" WS-FLAG-DATE-IN
042200         DELIMITED BY SIZE INTO WS-CO-SOURCE-REFERENCE
042300     MOVE WS-CUSTOMER-IN  TO WS-CO-CUSTOMER-NUMBER
042400     MOVE ZERO            TO WS-CO-ACCT-NUMBER
042500     MOVE WS-FLAG-DATE-IN TO WS-CO-DETECTED-DATE
042600     PERFORM 8300-CALL-CASE-OPEN
042700         THRU 8300-CALL-CASE-OPEN-EXIT
042800     .
042900 4000-OPEN-FROM-STRUCTURING-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200*  4100-SCAN-STRUCTURING-LINES  --  WITH NO FLAG DATE YET,
043300*  LISTS THE CUSTOMER'S LINES; WITH ONE, FINDS THAT LINE.
043400*----------------------------------------------------------------
043500 4100-SCAN-STRUCTURING-LINES.
043600     MOVE ZERO TO WS-ITEMS-LISTED
043700     MOVE 'N' TO WS-STRU-LINE-FOUND
043800     OPEN INPUT STRUCTURING-REVIEW-FILE
043900     IF WS-STRUREVW-STATUS NOT = "00"
044000         DISPLAY "NO STRUCTURING REVIEW EXTRACT"
044100         GO TO 4100-SCAN-STRUCTURING-LINES-EXIT
044200     END-IF
044300     MOVE 'N' TO WS-STRU-EOF-SWITCH
044400     PERFORM 4200-SCAN-ONE-LINE
044500         THRU 4200-SCAN-ONE-LINE-EXIT
044600         UNTIL NO-MORE-STRU-LINES
044700     CLOSE STRUCTURING-REVIEW-FILE
044800     .
044900 4100-SCAN-STRUCTURING-LINES-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200 4200-SCAN-ONE-LINE.
045300     READ STRUCTURING-REVIEW-FILE
045400         AT END
045500             MOVE 'Y' TO WS-STRU-EOF-SWITCH
045600             GO TO 4200-SCAN-ONE-LINE-EXIT
045700     END-READ
045800     IF SX-CUSTOMER-NUMBER NOT = WS-CUSTOMER-IN
045900         GO TO 4200-SCAN-ONE-LINE-EXIT
046000     END-IF
046100     IF WS-FLAG-DATE-IN = ZERO
046200         ADD 1 TO WS-ITEMS-LISTED
046300         MOVE SX-COMBINED-AMOUNT TO WS-EDIT-AMOUNT
046400         DISPLAY "  FLAGGED " SX-FLAG-DATE
046500             " DEPOSITS " SX-DEPOSIT-COUNT
046600             " AMT " WS-EDIT-AMOUNT
046700             " BRANCHES " SX-BRANCH-LIST
046800         GO TO 4200-SCAN-ONE-LINE-EXIT
046900     END-IF
047000     IF SX-FLAG-DATE = WS-FLAG-DATE-IN
047100         MOVE 'Y' TO WS-STRU-LINE-FOUND
047200         MOVE 'Y' TO WS-STRU-EOF-SWITCH
047300     END-IF
047400     .
047500 4200-SCAN-ONE-LINE-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------
047800*  4500-ADD-SUBJECT  --  A FURTHER CUSTOMER (C) OR ACCOUNT (A)
047900*  ON AN OPEN OR REJECTED CASE.  AN ACCOUNT BRINGS ITS
048000*  CUSTOMER WITH IT.
048100*----------------------------------------------------------------
048200 4500-ADD-SUBJECT.
048300     DISPLAY "ENTER CASE ID: "
048400     ACCEPT WS-TARGET-CASE-ID
048500     PERFORM 8100-READ-CASE-FOR-UPDATE
048600         THRU 8100-READ-CASE-FOR-UPDATE-EXIT
048700     IF NOT WS-CASE-FOUND
048800         GO TO 4500-ADD-SUBJECT-EXIT
048900     END-IF
049000     IF SC-SUBJECT-COUNT NOT < 999
049100         DISPLAY "CASE HAS THE MAXIMUM NUMBER OF SUBJECTS"
049200         CLOSE SAR-CASE-FILE
049300         GO TO 4500-ADD-SUBJECT-EXIT
049400     END-IF
049500     DISPLAY "SUBJECT BY C=CUSTOMER NUMBER A=ACCOUNT NUMBER: "
049600     ACCEPT WS-SUBJECT-KIND
049700     MOVE ZERO TO WS-ACCOUNT-IN
049800     MOVE ZERO TO WS-SUBJECT-CUSTOMER
049900     EVALUATE WS-SUBJECT-KIND
050000         WHEN 'C'
050100             DISPLAY "ENTER CUSTOMER NUMBER: "
050200             ACCEPT WS-SUBJECT-CUSTOMER
050300         WHEN 'A'
050400             DISPLAY "ENTER ACCOUNT NUMBER: "
050500             ACCEPT WS-ACCOUNT-IN
050600             PERFORM 8500-FIND-ACCOUNT-CUSTOMER
050700                 THRU 8500-FIND-ACCOUNT-CUSTOMER-EXIT
050800         WHEN OTHER
050900             DISPLAY "INVALID SUBJECT TYPE - NOTHING ADDED"
051000             CLOSE SAR-CASE-FILE
051100             GO TO 4500-ADD-SUBJECT-EXIT
051200     END-EVALUATE
051300     PERFORM 8600-FIND-CUSTOMER-NAME
051400         THRU 8600-FIND-CUSTOMER-NAME-EXIT
051500     IF WS-SUBJECT-NAME = SPACES
051600         DISPLAY "CUSTOMER NOT ON MASTER - NOTHING ADDED"
051700         CLOSE SAR-CASE-FILE
051800         GO TO 4500-ADD-SUBJECT-EXIT
051900     END-IF
052000
052100     PERFORM 8200-OPEN-DETAIL-FILE
052200         THRU 8200-OPEN-DETAIL-FILE-EXIT
052300     IF WS-SARDETL-STATUS NOT = "00"
052400         CLOSE SAR-CASE-FILE
052500         GO TO 4500-ADD-SUBJECT-EXIT
052600     END-IF
052700     ADD 1 TO SC-SUBJECT-COUNT
052800     MOVE SPACES TO SAR-DETAIL-RECORD
052900     MOVE SC-CASE-ID TO SD-CASE-ID
053000     SET SD-SUBJECT TO TRUE
053100     MOVE SC-SUBJECT-COUNT    TO SD-DETAIL-SEQ
053200     MOVE WS-SUBJECT-CUSTOMER TO SD-CUSTOMER-NUMBER
053300     MOVE WS-ACCOUNT-IN       TO SD-ACCT-NUMBER
053400     MOVE WS-SUBJECT-NAME     TO SD-SUBJECT-NAME
053500     MOVE WS-SUBJECT-TAX-ID   TO SD-SUBJECT-TAX-ID
053600     WRITE SAR-DETAIL-RECORD
053700         INVALID KEY
053800             REWRITE SAR-DETAIL-RECORD
053900     END-WRITE
054000     CLOSE SAR-DETAIL-FILE
054100     REWRITE SAR-CASE-RECORD
054200     CLOSE SAR-CASE-FILE
054300     MOVE WS-ACCOUNT-IN TO WS-AUDIT-ACCT-NUMBER
054400     MOVE "SUBJECT ADDED" TO WS-ACTION-TAKEN
054500     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
054600         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
054700     DISPLAY "SUBJECT " SC-SUBJECT-COUNT " ADDED - "
054800         WS-SUBJECT-NAME
054900     .
055000 4500-ADD-SUBJECT-EXIT.
055100     EXIT.
055200*----------------------------------------------------------------
055300*  5000-ATTACH-TRANSACTION  --  SHOW ONE ACCOUNT'S DAY FROM THE
055400*  KEYED TRANSACTION HISTORY AND ATTACH THE ROW THE ANALYST
055500*  PICKS.  THE CASE AMOUNT IS THE SUM OF THE ATTACHED AMOUNTS,
055600*  DEBIT OR CREDIT, AND THE ACTIVITY PERIOD SPANS THEIR DATES.
055700*----------------------------------------------------------------
055800 5000-ATTACH-TRANSACTION.
055900     DISPLAY "ENTER CASE ID: "
056000     ACCEPT WS-TARGET-CASE-ID
056100     PERFORM 8100-READ-CASE-FOR-UPDATE
056200         THRU 8100-READ-CASE-FOR-UPDATE-EXIT
056300     IF NOT WS-CASE-FOUND
056400         GO TO 5000-ATTACH-TRANSACTION-EXIT
056500     END-IF
056600     IF SC-TRAN-COUNT NOT < 999
056700         DISPLAY "CASE HAS THE MAXIMUM NUMBER OF TRANSACTIONS"
056800         CLOSE SAR-CASE-FILE
056900         GO TO 5000-ATTACH-TRANSACTION-EXIT
057000     END-IF
057100     DISPLAY "ENTER ACCOUNT NUMBER: "
057200     ACCEPT WS-ACCOUNT-IN
057300     DISPLAY "ENTER TRANSACTION DATE (YYYYMMDD): "
057400     ACCEPT WS-TRAN-DATE-IN
057500     OPEN INPUT KEYED-TRAN-HISTORY-FILE
057600     IF WS-TRANHKEY-STATUS NOT = "00"
057700         DISPLAY "NO KEYED TRANSACTION HISTORY FILE"
057800         CLOSE SAR-CASE-FILE
057900         GO TO 5000-ATTACH-TRANSACTION-EXIT
058000     END-IF
058100     MOVE WS-ACCOUNT-IN   TO TK-ACCT-NUMBER
058200     MOVE WS-TRAN-DATE-IN TO TK-TRAN-DATE
058300     MOVE ZERO            TO TK-TRAN-ID
058400     MOVE 'N' TO WS-HIST-EOF-SWITCH
058500     MOVE ZERO TO WS-ITEMS-LISTED
058600     START KEYED-TRAN-HISTORY-FILE
058700         KEY IS NOT LESS THAN TK-HISTORY-KEY
058800         INVALID KEY
058900             MOVE 'Y' TO WS-HIST-EOF-SWITCH
059000     END-START
059100     PERFORM 5100-SHOW-ONE-HISTORY-ROW
059200         THRU 5100-SHOW-ONE-HISTORY-ROW-EXIT
059300         UNTIL NO-MORE-HISTORY
059400     IF WS-ITEMS-LISTED = ZERO
059500         DISPLAY "NO HISTORY FOR THAT ACCOUNT AND DATE"
059600         CLOSE KEYED-TRAN-HISTORY-FILE
059700         CLOSE SAR-CASE-FILE
059800         GO TO 5000-ATTACH-TRANSACTION-EXIT
059900     END-IF
060000     DISPLAY "ENTER TRANSACTION ID TO ATTACH: "
060100     ACCEPT WS-TRAN-ID-IN
060200     MOVE WS-ACCOUNT-IN   TO TK-ACCT-NUMBER
060300     MOVE WS-TRAN-DATE-IN TO TK-TRAN-DATE
060400     MOVE WS-TRAN-ID-IN   TO TK-TRAN-ID
060500     READ KEYED-TRAN-HISTORY-FILE
060600         KEY IS TK-HISTORY-KEY
060700         INVALID KEY
060800             DISPLAY "TRANSACTION NOT IN HISTORY - NOTHING "
060900                 "ATTACHED"
061000             CLOSE KEYED-TRAN-HISTORY-FILE
061100             CLOSE SAR-CASE-FILE
061200             GO TO 5000-ATTACH-TRANSACTION-EXIT
061300     END-READ
061400     CLOSE KEYED-TRAN-HISTORY-FILE
061500
061600     PERFORM 8200-OPEN-DETAIL-FILE
061700         THRU 8200-OPEN-DETAIL-FILE-EXIT
061800     IF WS-SARDETL-STATUS NOT = "00"
061900         CLOSE SAR-CASE-FILE
062000         GO TO 5000-ATTACH-TRANSACTION-EXIT
062100     END-IF
062200     ADD 1 TO SC-TRAN-COUNT
062300     MOVE SPACES TO SAR-DETAIL-RECORD
062400     MOVE SC-CASE-ID TO SD-CASE-ID
062500     SET SD-TRANSACTION TO TRUE
062600     MOVE SC-TRAN-COUNT    TO SD-DETAIL-SEQ
062700     MOVE TK-ACCT-NUMBER   TO SD-TRAN-ACCT-NUMBER
062800     MOVE TK-TRAN-DATE     TO SD-TRAN-DATE
062900     MOVE TK-TRAN-ID       TO SD-TRAN-ID
063000     MOVE TK-TRAN-TYPE     TO SD-TRAN-TYPE
063100     MOVE TK-AMOUNT        TO SD-TRAN-AMOUNT
063200     MOVE TK-CURRENCY-CODE TO SD-TRAN-CURRENCY
063300     MOVE TK-OPERATOR-ID   TO SD-TRAN-OPERATOR
063400     WRITE SAR-DETAIL-RECORD
063500         INVALID KEY
063600             REWRITE SAR-DETAIL-RECORD
063700     END-WRITE
063800     CLOSE SAR-DETAIL-FILE
063900
064000     MOVE TK-AMOUNT TO WS-ABSOLUTE-AMOUNT
064100     IF WS-ABSOLUTE-AMOUNT < ZERO
064200         COMPUTE WS-ABSOLUTE-AMOUNT = ZERO - WS-ABSOLUTE-AMOUNT
064300     END-IF
064400     ADD WS-ABSOLUTE-AMOUNT TO SC-TOTAL-AMOUNT
064500     IF SC-ACTIVITY-FROM-DATE = ZERO
064600             OR TK-TRAN-DATE < SC-ACTIVITY-FROM-DATE
064700         MOVE TK-TRAN-DATE TO SC-ACTIVITY-FROM-DATE
064800     END-IF
064900     IF TK-TRAN-DATE > SC-ACTIVITY-TO-DATE
065000         MOVE TK-TRAN-DATE TO SC-ACTIVITY-TO-DATE
065100     END-IF
065200     REWRITE SAR-CASE-RECORD
065300     CLOSE SAR-CASE-FILE
065400     MOVE WS-ACCOUNT-IN TO WS-AUDIT-ACCT-NUMBER
065500     MOVE "TRAN ATTACHED" TO WS-ACTION-TAKEN
065600     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
065700         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
065800     DISPLAY "TRANSACTION " WS-TRAN-ID-IN " ATTACHED AS "
065900         SC-TRAN-COUNT
066000     .
066100 5000-ATTACH-TRANSACTION-EXIT.
066200     EXIT.
066300*----------------------------------------------------------------
066400 5100-SHOW-ONE-HISTORY-ROW.
066500     READ KEYED-TRAN-HISTORY-FILE NEXT RECORD
066600         AT END
066700             MOVE 'Y' TO WS-HIST-EOF-SWITCH
066800             GO TO 5100-SHOW-ONE-HISTORY-ROW-EXIT
066900     END-READ
067000     IF TK-ACCT-NUMBER NOT = WS-ACCOUNT-IN
067100             OR TK-TRAN-DATE NOT = WS-TRAN-DATE-IN
067200         MOVE 'Y' TO WS-HIST-EOF-SWITCH
067300         GO TO 5100-SHOW-ONE-HISTORY-ROW-EXIT
067400     END-IF
067500     ADD 1 TO WS-ITEMS-LISTED
067600     MOVE TK-AMOUNT TO WS-EDIT-AMOUNT
067700     DISPLAY "  ID " TK-TRAN-ID " " TK-TRAN-TIME
067800         " " TK-TRAN-TYPE " " WS-EDIT-AMOUNT
067900         " " TK-CURRENCY-CODE " OPER " TK-OPERATOR-ID
068000     .
068100 5100-SHOW-ONE-HISTORY-ROW-EXIT.
068200     EXIT.
068300*----------------------------------------------------------------
068400*  5500-ADD-NARRATIVE  --  NARRATIVE LINES ARE ADDED TO THE END
068500*  OF THE CASE'S NARRATIVE UNTIL A BLANK LINE.
068600*----------------------------------------------------------------
068700 5500-ADD-NARRATIVE.
068800     DISPLAY "ENTER CASE ID: "
068900     ACCEPT WS-TARGET-CASE-ID
069000     PERFORM 8100-READ-CASE-FOR-UPDATE
069100         THRU 8100-READ-CASE-FOR-UPDATE-EXIT
069200     IF NOT WS-CASE-FOUND
069300         GO TO 5500-ADD-NARRATIVE-EXIT
069400     END-IF
069500     PERFORM 8200-OPEN-DETAIL-FILE
069600         THRU 8200-OPEN-DETAIL-FILE-EXIT
069700     IF WS-SARDETL-STATUS NOT = "00"
069800         CLOSE SAR-CASE-FILE
069900         GO TO 5500-ADD-NARRATIVE-EXIT
070000     END-IF
070100     DISPLAY "ENTER NARRATIVE, UP TO 70 CHARACTERS A LINE - "
070200         "A BLANK LINE ENDS"
070300     MOVE 'N' TO WS-NARRATIVE-DONE-SWITCH
070400     MOVE ZERO TO WS-ITEMS-LISTED
070500     PERFORM 5600-ADD-ONE-NARRATIVE-LINE
070600         THRU 5600-ADD-ONE-NARRATIVE-LINE-EXIT
070700         UNTIL WS-NARRATIVE-DONE
070800     CLOSE SAR-DETAIL-FILE
070900     REWRITE SAR-CASE-RECORD
071000     CLOSE SAR-CASE-FILE
071100     IF WS-ITEMS-LISTED > ZERO
071200         MOVE ZERO TO WS-AUDIT-ACCT-NUMBER
071300         MOVE "NARRATIVE ADDED" TO WS-ACTION-TAKEN
071400         PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
071500             THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
071600     END-IF
071700     DISPLAY WS-ITEMS-LISTED " NARRATIVE LINES ADDED, "
071800         SC-NARRATIVE-COUNT " IN ALL"
071900     .
072000 5500-ADD-NARRATIVE-EXIT.
072100     EXIT.
072200*----------------------------------------------------------------
072300 5600-ADD-ONE-NARRATIVE-LINE.
072400     IF SC-NARRATIVE-COUNT NOT < 999
072500         DISPLAY "NARRATIVE IS AT ITS MAXIMUM LENGTH"
072600         MOVE 'Y' TO WS-NARRATIVE-DONE-SWITCH
072700         GO TO 5600-ADD-ONE-NARRATIVE-LINE-EXIT
072800     END-IF
072900     MOVE SPACES TO WS-NARRATIVE-LINE
073000     ACCEPT WS-NARRATIVE-LINE
073100     IF WS-NARRATIVE-LINE = SPACES
073200         MOVE 'Y' TO WS-NARRATIVE-DONE-SWITCH
073300         GO TO 5600-ADD-ONE-NARRATIVE-LINE-EXIT
073400     END-IF
073500     ADD 1 TO SC-NARRATIVE-COUNT
073600     ADD 1 TO WS-ITEMS-LISTED
073700     MOVE SPACES TO SAR-DETAIL-RECORD
073800     MOVE SC-CASE-ID TO SD-CASE-ID
073900     SET SD-NARRATIVE TO TRUE
074000     MOVE SC-NARRATIVE-COUNT TO SD-DETAIL-SEQ
074100     MOVE WS-NARRATIVE-LINE  TO SD-NARRATIVE-TEXT
074200     WRITE SAR-DETAIL-RECORD
074300         INVALID KEY
074400             REWRITE SAR-DETAIL-RECORD
074500     END-WRITE
074600     .
074700 5600-ADD-ONE-NARRATIVE-LINE-EXIT.
074800     EXIT.
074900*----------------------------------------------------------------
075000*  6000-APPROVE-FILING  --  SUPERVISOR OR MANAGER ONLY.  A CASE
075100*  GOES TO THE E-FILE ONLY WITH A SUBJECT, AT LEAST ONE
075200*  ATTACHED TRANSACTION AND A NARRATIVE.
075300*----------------------------------------------------------------
075400 6000-APPROVE-FILING.
075500     IF NOT WS-OPERATOR-MAY-DECIDE
075600         DISPLAY "APPROVING A FILING REQUIRES A SUPERVISOR OR "
075700             "MANAGER"
075800         GO TO 6000-APPROVE-FILING-EXIT
075900     END-IF
076000     DISPLAY "ENTER CASE ID: "
076100     ACCEPT WS-TARGET-CASE-ID
076200     PERFORM 8100-READ-CASE-FOR-UPDATE
076300         THRU 8100-READ-CASE-FOR-UPDATE-EXIT
076400     IF NOT WS-CASE-FOUND
076500         GO TO 6000-APPROVE-FILING-EXIT
076600     END-IF
076700     IF NOT SC-STATUS-OPEN
076800         DISPLAY "CASE " SC-CASE-ID " IS NOT OPEN - STATUS "
076900             SC-CASE-STATUS
077000         CLOSE SAR-CASE-FILE
077100         GO TO 6000-APPROVE-FILING-EXIT
077200     END-IF
077300     IF SC-SUBJECT-COUNT = ZERO
077400             OR SC-TRAN-COUNT = ZERO
077500             OR SC-NARRATIVE-COUNT = ZERO
077600         DISPLAY "CASE NEEDS A SUBJECT, A TRANSACTION AND A "
077700             "NARRATIVE BEFORE IT CAN BE FILED"
077800         CLOSE SAR-CASE-FILE
077900         GO TO 6000-APPROVE-FILING-EXIT
078000     END-IF
078100     SET SC-STATUS-READY TO TRUE
078200     MOVE WS-ANALYST-OPERATOR-ID TO SC-APPROVED-OPERATOR
078300     REWRITE SAR-CASE-RECORD
078400     CLOSE SAR-CASE-FILE
078500     MOVE ZERO TO WS-AUDIT-ACCT-NUMBER
078600     MOVE "FILING APPROVED" TO WS-ACTION-TAKEN
078700     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
078800         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
078900     DISPLAY "CASE " WS-TARGET-CASE-ID
079000         " APPROVED - GOES ON THE NEXT SAR E-FILE"
079100     .
079200 6000-APPROVE-FILING-EXIT.
079300     EXIT.
079400*----------------------------------------------------------------
079500*  6500-CLOSE-NOT-FILED  --  SUPERVISOR OR MANAGER DECIDES NOT
079600*  TO FILE.  A CASE THE REGULATOR REJECTED IS REFILED, NOT
079700*  CLOSED.
079800*----------------------------------------------------------------
079900 6500-CLOSE-NOT-FILED.
080000     IF NOT WS-OPERATOR-MAY-DECIDE
080100         DISPLAY "CLOSING A CASE REQUIRES A SUPERVISOR OR "
080200             "MANAGER"
080300         GO TO 6500-CLOSE-NOT-FILED-EXIT
080400     END-IF
080500     DISPLAY "ENTER CASE ID: "
080600     ACCEPT WS-TARGET-CASE-ID
080700     PERFORM 8100-READ-CASE-FOR-UPDATE
080800         THRU 8100-READ-CASE-FOR-UPDATE-EXIT
080900     IF NOT WS-CASE-FOUND
081000         GO TO 6500-CLOSE-NOT-FILED-EXIT
081100     END-IF
081200     IF NOT SC-STATUS-OPEN AND NOT SC-STATUS-READY
081300         DISPLAY "CASE " SC-CASE-ID " CANNOT BE CLOSED NOT "
081400             "FILED - STATUS " SC-CASE-STATUS
081500         CLOSE SAR-CASE-FILE
081600         GO TO 6500-CLOSE-NOT-FILED-EXIT
081700     END-IF
081800     SET SC-STATUS-CLOSED TO TRUE
081900     SET SC-CLOSED-NOT-FILED TO TRUE
082000     MOVE WS-TS-DATE TO SC-CLOSED-DATE
082100     REWRITE SAR-CASE-RECORD
082200     CLOSE SAR-CASE-FILE
082300     MOVE ZERO TO WS-AUDIT-ACCT-NUMBER
082400     MOVE "CLOSED NOT FILED" TO WS-ACTION-TAKEN
082500     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
082600         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
082700     DISPLAY "CASE " WS-TARGET-CASE-ID " CLOSED NOT FILED"
082800     .
082900 6500-CLOSE-NOT-FILED-EXIT.
083000     EXIT.
083100*----------------------------------------------------------------
083200*  7000-CONTINUING-REVIEW  --  ON A FILED (ACKNOWLEDGED) CASE,
083300*  E CLOSES IT AS ACTIVITY ENDED; C OPENS THE CONTINUING CASE
083400*  WITH THE SAME SUBJECTS AND CLOSES THIS ONE AS CONTINUED.
083500*----------------------------------------------------------------
083600 7000-CONTINUING-REVIEW.
083700     IF NOT WS-OPERATOR-MAY-DECIDE
083800         DISPLAY "THE CONTINUING REVIEW REQUIRES A SUPERVISOR "
083900             "OR MANAGER"
084000         GO TO 7000-CONTINUING-REVIEW-EXIT
084100     END-IF
084200     DISPLAY "ENTER CASE ID: "
084300     ACCEPT WS-TARGET-CASE-ID
084400     PERFORM 8100-READ-CASE-FOR-UPDATE
084500         THRU 8100-READ-CASE-FOR-UPDATE-EXIT
084600     IF NOT WS-CASE-FOUND
084700         GO TO 7000-CONTINUING-REVIEW-EXIT
084800     END-IF
084900     IF NOT SC-STATUS-ACKNOWLEDGED
085000         DISPLAY "CASE " SC-CASE-ID " IS NOT A FILED CASE - "
085100             "STATUS " SC-CASE-STATUS
085200         CLOSE SAR-CASE-FILE
085300         GO TO 7000-CONTINUING-REVIEW-EXIT
085400     END-IF
085500     DISPLAY "E=ACTIVITY ENDED, CLOSE  C=ACTIVITY CONTINUES, "
085600         "OPEN CONTINUING CASE: "
085700     ACCEPT WS-REVIEW-DECISION
085800     IF WS-REVIEW-DECISION NOT = 'E'
085900             AND WS-REVIEW-DECISION NOT = 'C'
086000         DISPLAY "INVALID DECISION - CASE LEFT AS IS"
086100         CLOSE SAR-CASE-FILE
086200         GO TO 7000-CONTINUING-REVIEW-EXIT
086300     END-IF
086400     IF WS-REVIEW-DECISION = 'E'
086500         SET SC-STATUS-CLOSED TO TRUE
086600         SET SC-CLOSED-ACTIVITY-ENDED TO TRUE
086700         MOVE WS-TS-DATE TO SC-CLOSED-DATE
086800         REWRITE SAR-CASE-RECORD
086900         CLOSE SAR-CASE-FILE
087000         MOVE ZERO TO WS-AUDIT-ACCT-NUMBER
087100         MOVE "ACTIVITY ENDED" TO WS-ACTION-TAKEN
087200         PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
087300             THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
087400         DISPLAY "CASE " WS-TARGET-CASE-ID " CLOSED"
087500         GO TO 7000-CONTINUING-REVIEW-EXIT
087600     END-IF
087700     CLOSE SAR-CASE-FILE
087800
087900     MOVE WS-TARGET-CASE-ID TO WS-PRIOR-CASE-ID
088000     MOVE SC-SUBJECT-COUNT  TO WS-PRIOR-SUBJECT-COUNT
088100     PERFORM 7100-READ-FIRST-SUBJECT
088200         THRU 7100-READ-FIRST-SUBJECT-EXIT
088300     MOVE 'C' TO WS-CO-SOURCE-QUEUE
088400     MOVE WS-PRIOR-CASE-ID TO WS-CO-SOURCE-REFERENCE
088500     MOVE WS-TS-DATE TO WS-CO-DETECTED-DATE
088600     PERFORM 8300-CALL-CASE-OPEN
088700         THRU 8300-CALL-CASE-OPEN-EXIT
088800     IF WS-CO-OPEN-FLAG NOT = 'Y'
088900         GO TO 7000-CONTINUING-REVIEW-EXIT
089000     END-IF
089100     PERFORM 7200-COPY-SUBJECTS
089200         THRU 7200-COPY-SUBJECTS-EXIT
089300
089400     MOVE WS-PRIOR-CASE-ID TO WS-TARGET-CASE-ID
089500     PERFORM 8100-READ-CASE-FOR-UPDATE
089600         THRU 8100-READ-CASE-FOR-UPDATE-EXIT
089700     IF NOT WS-CASE-FOUND
089800         GO TO 7000-CONTINUING-REVIEW-EXIT
089900     END-IF
090000     SET SC-STATUS-CLOSED TO TRUE
090100     SET SC-CLOSED-CONTINUED TO TRUE
090200     MOVE WS-TS-DATE TO SC-CLOSED-DATE
090300     REWRITE SAR-CASE-RECORD
090400     CLOSE SAR-CASE-FILE
090500     MOVE ZERO TO WS-AUDIT-ACCT-NUMBER
090600     MOVE "CONTINUED" TO WS-ACTION-TAKEN
090700     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
090800         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
090900     DISPLAY "CASE " WS-PRIOR-CASE-ID " CONTINUED AS CASE "
091000         WS-CO-CASE-ID
091100     .
091200 7000-CONTINUING-REVIEW-EXIT.
091300     EXIT.
091400*----------------------------------------------------------------
091500 7100-READ-FIRST-SUBJECT.
091600     MOVE ZERO TO WS-CO-CUSTOMER-NUMBER
091700     MOVE ZERO TO WS-CO-ACCT-NUMBER
091800     OPEN INPUT SAR-DETAIL-FILE
091900     IF WS-SARDETL-STATUS NOT = "00"
092000         GO TO 7100-READ-FIRST-SUBJECT-EXIT
092100     END-IF
092200     MOVE WS-PRIOR-CASE-ID TO SD-CASE-ID
092300     SET SD-SUBJECT TO TRUE
092400     MOVE 1 TO SD-DETAIL-SEQ
092500     READ SAR-DETAIL-FILE
092600         KEY IS SD-DETAIL-KEY
092700         NOT INVALID KEY
092800             MOVE SD-CUSTOMER-NUMBER TO WS-CO-CUSTOMER-NUMBER
092900             MOVE SD-ACCT-NUMBER     TO WS-CO-ACCT-NUMBER
093000     END-READ
093100     CLOSE SAR-DETAIL-FILE
093200     .
093300 7100-READ-FIRST-SUBJECT-EXIT.
093400     EXIT.
093500*----------------------------------------------------------------
093600*  7200-COPY-SUBJECTS  --  SUBJECT 1 CAME OVER WITH THE
093700*  OPENING; SUBJECTS 2 AND UP ARE COPIED HERE.
093800*----------------------------------------------------------------
093900 7200-COPY-SUBJECTS.
094000     IF WS-PRIOR-SUBJECT-COUNT < 2
094100         GO TO 7200-COPY-SUBJECTS-EXIT
094200     END-IF
094300     PERFORM 8200-OPEN-DETAIL-FILE
094400         THRU 8200-OPEN-DETAIL-FILE-EXIT
094500     IF WS-SARDETL-STATUS NOT = "00"
094600         GO TO 7200-COPY-SUBJECTS-EXIT
094700     END-IF
094800     MOVE 1 TO WS-SUBJECTS-COPIED
094900     MOVE WS-PRIOR-CASE-ID TO SD-CASE-ID
095000     SET SD-SUBJECT TO TRUE
095100     MOVE 2 TO SD-DETAIL-SEQ
095200     MOVE 'N' TO WS-DETAIL-EOF-SWITCH
095300     START SAR-DETAIL-FILE
095400         KEY IS NOT LESS THAN SD-DETAIL-KEY
095500         INVALID KEY
095600             MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
095700     END-START
095800     PERFORM 7300-COPY-ONE-SUBJECT
095900         THRU 7300-COPY-ONE-SUBJECT-EXIT
096000         UNTIL NO-MORE-DETAIL
096100     CLOSE SAR-DETAIL-FILE
096200
096300     MOVE WS-CO-CASE-ID TO WS-TARGET-CASE-ID
096400     PERFORM 8100-READ-CASE-FOR-UPDATE
096500         THRU 8100-READ-CASE-FOR-UPDATE-EXIT
096600     IF WS-CASE-FOUND
096700         MOVE WS-SUBJECTS-COPIED TO SC-SUBJECT-COUNT
096800         REWRITE SAR-CASE-RECORD
096900         CLOSE SAR-CASE-FILE
097000     END-IF
097100     .
097200 7200-COPY-SUBJECTS-EXIT.
097300     EXIT.
097400*----------------------------------------------------------------
097500 7300-COPY-ONE-SUBJECT.
097600     READ SAR-DETAIL-FILE NEXT RECORD
097700         AT END
097800             MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
097900             GO TO 7300-COPY-ONE-SUBJECT-EXIT
098000     END-READ
098100     IF SD-CASE-ID NOT = WS-PRIOR-CASE-ID
098200             OR NOT SD-SUBJECT
098300         MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
098400         GO TO 7300-COPY-ONE-SUBJECT-EXIT
098500     END-IF
098600     ADD 1 TO WS-SUBJECTS-COPIED
098700     MOVE WS-CO-CASE-ID TO SD-CASE-ID
098800     MOVE WS-SUBJECTS-COPIED TO SD-DETAIL-SEQ
098900     WRITE SAR-DETAIL-RECORD
099000         INVALID KEY
099100             REWRITE SAR-DETAIL-RECORD
099200     END-WRITE
099300     MOVE WS-PRIOR-CASE-ID TO SD-CASE-ID
099400     SET SD-SUBJECT TO TRUE
099500     COMPUTE SD-DETAIL-SEQ = WS-SUBJECTS-COPIED + 1
099600     START SAR-DETAIL-FILE
099700         KEY IS NOT LESS THAN SD-DETAIL-KEY
099800         INVALID KEY
099900             MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
100000     END-START
100100     .
100200 7300-COPY-ONE-SUBJECT-EXIT.
100300     EXIT.
100400*----------------------------------------------------------------
100500*  7500-DEADLINE-LIST  --  FILINGS DUE WITHIN SAR-WARN-DAYS OR
100600*  OVERDUE, AND FILED CASES WHOSE CONTINUING-ACTIVITY REVIEW
100700*  IS DUE WITHIN SAR-WARN-DAYS OR OVERDUE.
100800*----------------------------------------------------------------
100900 7500-DEADLINE-LIST.
101000     OPEN INPUT SAR-CASE-FILE
101100     IF WS-SARCASE-STATUS NOT = "00"
101200         DISPLAY "NO SAR CASE FILE"
101300         GO TO 7500-DEADLINE-LIST-EXIT
101400     END-IF
101500     MOVE 'N' TO WS-CASE-EOF-SWITCH
101600     MOVE ZERO TO WS-ITEMS-LISTED
101700     DISPLAY "SAR DEADLINES AS OF " WS-TS-DATE
101800         " (WITHIN " WS-SAR-WARN-DAYS " DAYS OR OVERDUE):"
101900     PERFORM 7600-CHECK-ONE-DEADLINE
102000         THRU 7600-CHECK-ONE-DEADLINE-EXIT
102100         UNTIL NO-MORE-CASES
102200     DISPLAY "DEADLINES LISTED = " WS-ITEMS-LISTED
102300     CLOSE SAR-CASE-FILE
102400     .
102500 7500-DEADLINE-LIST-EXIT.
102600     EXIT.
102700*----------------------------------------------------------------
102800 7600-CHECK-ONE-DEADLINE.
102900     READ SAR-CASE-FILE NEXT RECORD
103000         AT END
103100             MOVE 'Y' TO WS-CASE-EOF-SWITCH
103200             GO TO 7600-CHECK-ONE-DEADLINE-EXIT
103300     END-READ
103400     EVALUATE TRUE
103500         WHEN SC-AWAITING-FILING
103600             COMPUTE WS-DAYS-LEFT =
103700                 FUNCTION INTEGER-OF-DATE(SC-FILING-DUE-DATE)
103800                 - FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
103900             MOVE "FILING DUE" TO WS-DEADLINE-TEXT
104000         WHEN SC-STATUS-ACKNOWLEDGED
104100             COMPUTE WS-DAYS-LEFT =
104200                 FUNCTION INTEGER-OF-DATE(SC-REVIEW-DUE-DATE)
104300                 - FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
104400             MOVE "REVIEW DUE" TO WS-DEADLINE-TEXT
104500         WHEN OTHER
104600             GO TO 7600-CHECK-ONE-DEADLINE-EXIT
104700     END-EVALUATE
104800     IF WS-DAYS-LEFT > WS-SAR-WARN-DAYS
104900         GO TO 7600-CHECK-ONE-DEADLINE-EXIT
105000     END-IF
105100     IF WS-DAYS-LEFT < ZERO
105200         MOVE "OVERDUE" TO WS-DEADLINE-TEXT (12:5)
105300     END-IF
105400     ADD 1 TO WS-ITEMS-LISTED
105500     MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
105600     IF SC-STATUS-ACKNOWLEDGED
105700         DISPLAY "  CASE " SC-CASE-ID " " WS-DEADLINE-TEXT
105800             " " SC-REVIEW-DUE-DATE
105900             " DAYS LEFT " WS-EDIT-DAYS
106000             " FILED " SC-FILED-DATE
106100     ELSE
106200         DISPLAY "  CASE " SC-CASE-ID " " WS-DEADLINE-TEXT
106300             " " SC-FILING-DUE-DATE
106400             " DAYS LEFT " WS-EDIT-DAYS
106500             " STATUS " SC-CASE-STATUS
106600     END-IF
106700     .
106800 7600-CHECK-ONE-DEADLINE-EXIT.
106900     EXIT.
107000*----------------------------------------------------------------
107100*  8000-WRITE-ACTIVITY-AUDIT-RECORD  --  WHO DID WHAT TO WHICH
107200*  CASE.  THE BEFORE VALUE NAMES THE CASE, THE AFTER VALUE THE
107300*  ACTION.
107400*----------------------------------------------------------------
107500 8000-WRITE-ACTIVITY-AUDIT-RECORD.
107600     OPEN EXTEND ACTIVITY-AUDIT-FILE
107700     IF WS-ACTAUDIT-STATUS = "35"
107800         CLOSE ACTIVITY-AUDIT-FILE
107900         OPEN OUTPUT ACTIVITY-AUDIT-FILE
108000     END-IF
108100     MOVE "SARWKST"              TO AL-PROGRAM-ID
108200     MOVE WS-AUDIT-ACCT-NUMBER   TO AL-ACCT-NUMBER
108300     MOVE WS-ANALYST-OPERATOR-ID TO AL-OPERATOR-ID
108400     MOVE WS-TARGET-CASE-ID      TO AL-BEFORE-VALUE
108500     MOVE WS-ACTION-TAKEN        TO AL-AFTER-VALUE
108600     MOVE WS-CURRENT-TIMESTAMP   TO AL-TIMESTAMP
108700     WRITE ACTIVITY-AUDIT-RECORD
108800     CLOSE ACTIVITY-AUDIT-FILE
108900     .
109000 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
109100     EXIT.
109200*----------------------------------------------------------------
109300*  8100-READ-CASE-FOR-UPDATE  --  LEAVES THE CASE FILE OPEN I-O
109400*  ON WS-TARGET-CASE-ID WHEN FOUND.  SUBJECT, TRANSACTION AND
109500*  NARRATIVE MENU CHOICES ALSO NEED THE CASE OPEN OR REJECTED.
109600*----------------------------------------------------------------
109700 8100-READ-CASE-FOR-UPDATE.
109800     MOVE 'N' TO WS-CASE-FOUND-SWITCH
109900     OPEN I-O SAR-CASE-FILE
110000     IF WS-SARCASE-STATUS NOT = "00"
110100         DISPLAY "NO SAR CASE FILE"
110200         GO TO 8100-READ-CASE-FOR-UPDATE-EXIT
110300     END-IF
110400     MOVE WS-TARGET-CASE-ID TO SC-CASE-ID
110500     READ SAR-CASE-FILE
110600         KEY IS SC-CASE-ID
110700         INVALID KEY
110800             DISPLAY "CASE NOT ON FILE"
110900             CLOSE SAR-CASE-FILE
111000             GO TO 8100-READ-CASE-FOR-UPDATE-EXIT
111100     END-READ
111200     IF (WS-MENU-CHOICE = 'S' OR WS-MENU-CHOICE = 'T'
111300             OR WS-MENU-CHOICE = 'N')
111400             AND NOT SC-CASE-EDITABLE
111500         DISPLAY "CASE " SC-CASE-ID " CANNOT BE CHANGED - "
111600             "STATUS " SC-CASE-STATUS
111700         CLOSE SAR-CASE-FILE
111800         GO TO 8100-READ-CASE-FOR-UPDATE-EXIT
111900     END-IF
112000     MOVE 'Y' TO WS-CASE-FOUND-SWITCH
112100     .
112200 8100-READ-CASE-FOR-UPDATE-EXIT.
112300     EXIT.
112400*----------------------------------------------------------------
112500 8200-OPEN-DETAIL-FILE.
112600     OPEN I-O SAR-DETAIL-FILE
112700     IF WS-SARDETL-STATUS = "35"
112800         CLOSE SAR-DETAIL-FILE
112900         OPEN OUTPUT SAR-DETAIL-FILE
113000         CLOSE SAR-DETAIL-FILE
113100         OPEN I-O SAR-DETAIL-FILE
113200     END-IF
113300     IF WS-SARDETL-STATUS NOT = "00"
113400         DISPLAY "UNABLE TO OPEN SAR DETAIL FILE, STATUS = "
113500             WS-SARDETL-STATUS
113600     END-IF
113700     .
113800 8200-OPEN-DETAIL-FILE-EXIT.
113900     EXIT.
114000*----------------------------------------------------------------
114100 8300-CALL-CASE-OPEN.
114200     CALL "SAR-CASE-OPEN" USING WS-CO-SOURCE-QUEUE
114300         WS-CO-SOURCE-REFERENCE WS-CO-CUSTOMER-NUMBER
114400         WS-CO-ACCT-NUMBER WS-CO-DETECTED-DATE
114500         WS-ANALYST-OPERATOR-ID WS-CO-CASE-ID
114600         WS-CO-OPEN-FLAG
114700     EVALUATE WS-CO-OPEN-FLAG
114800         WHEN 'Y'
114900             MOVE WS-CO-CASE-ID TO WS-TARGET-CASE-ID
115000             MOVE WS-CO-ACCT-NUMBER TO WS-AUDIT-ACCT-NUMBER
115100             MOVE "CASE OPENED" TO WS-ACTION-TAKEN
115200             PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
115300                 THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
115400             DISPLAY "SAR CASE " WS-CO-CASE-ID " OPENED"
115500         WHEN 'D'
115600             DISPLAY "ALREADY UNDER SAR CASE " WS-CO-CASE-ID
115700         WHEN OTHER
115800             DISPLAY "SAR CASE NOT OPENED"
115900     END-EVALUATE
116000     .
116100 8300-CALL-CASE-OPEN-EXIT.
116200     EXIT.
116300*----------------------------------------------------------------
116400 8500-FIND-ACCOUNT-CUSTOMER.
116500     OPEN INPUT ACCOUNT-MASTER-FILE
116600     IF WS-ACCTMAST-STATUS NOT = "00"
116700         GO TO 8500-FIND-ACCOUNT-CUSTOMER-EXIT
116800     END-IF
116900     MOVE WS-ACCOUNT-IN TO AM-ACCT-NUMBER
117000     READ ACCOUNT-MASTER-FILE
117100         KEY IS AM-ACCT-NUMBER
117200         INVALID KEY
117300             DISPLAY "ACCOUNT NOT ON MASTER"
117400         NOT INVALID KEY
117500             MOVE AM-CUSTOMER-NUMBER TO WS-SUBJECT-CUSTOMER
117600     END-READ
117700     CLOSE ACCOUNT-MASTER-FILE
117800     .
117900 8500-FIND-ACCOUNT-CUSTOMER-EXIT.
118000     EXIT.
118100*----------------------------------------------------------------
118200 8600-FIND-CUSTOMER-NAME.
118300     MOVE SPACES TO WS-SUBJECT-NAME
118400     MOVE SPACES TO WS-SUBJECT-TAX-ID
118500     IF WS-SUBJECT-CUSTOMER = ZERO
118600         GO TO 8600-FIND-CUSTOMER-NAME-EXIT
118700     END-IF
118800     OPEN INPUT CUSTOMER-MASTER-FILE
118900     IF WS-CUSTMAST-STATUS NOT = "00"
119000         GO TO 8600-FIND-CUSTOMER-NAME-EXIT
119100     END-IF
119200     MOVE WS-SUBJECT-CUSTOMER TO CM-CUSTOMER-NUMBER
119300     READ CUSTOMER-MASTER-FILE
119400         KEY IS CM-CUSTOMER-NUMBER
119500         NOT INVALID KEY
119600             MOVE CM-CUSTOMER-NAME TO WS-SUBJECT-NAME
119700             MOVE CM-TAX-ID        TO WS-SUBJECT-TAX-ID
119800     END-READ
119900     CLOSE CUSTOMER-MASTER-FILE
120000     .
120100 8600-FIND-CUSTOMER-NAME-EXIT.
120200     EXIT.
120300 END PROGRAM SAR-CASE-REVIEW.
