000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    COMPLAINT-LOG.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CONSOLE LOG OF CUSTOMER
001300*                     COMPLAINTS, WHICH UNTIL NOW LIVED ON A
001400*                     SHARED SPREADSHEET THE EXAMINERS COULD NOT
001500*                     RELY ON.  A COMPLAINT TAKEN AT A BRANCH,
001600*                     BY PHONE OR BY LETTER IS LOGGED AGAINST
001700*                     THE CUSTOMER MASTER AND, WHEN THE CUSTOMER
001800*                     NAMES ONE, AN ACCOUNT, A POSTED
001900*                     TRANSACTION OR FEE (PROVED ON THE KEYED
002000*                     HISTORY) OR A CARD.  IT CARRIES A
002100*                     CATEGORY, THE CHANNEL, THE DATE RECEIVED,
002200*                     A RESPONSE DUE DATE FROM THE
002300*                     CMPL-RESPONSE-DAYS PARAMETER AND AN
002400*                     ASSIGNED OPERATOR, AND CLOSES WITH A
002500*                     RESOLUTION CODE AND TEXT.  A REFUND IS
002600*                     NEVER POSTED HERE: IT GOES THROUGH
002700*                     FEE-REFUND OR TRAN-REVERSE WITH THE
002800*                     COMPLAINT ID, AND A COMPLAINT ONLY CLOSES
002900*                     AS REFUNDED ONCE SUCH A POSTING IS LINKED.
003000*                     THE NIGHTLY COMPLAINT-AGING AND THE
003100*                     QUARTERLY COMPLAINT-SUMMARY (BELOW) READ
003200*                     THE SAME FILE.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     COPY CMPLSEL.
003800     COPY CUSTMSEL.
003900     COPY ACCTMSEL.
004000     COPY CARDMSEL.
004100     COPY TRNHSEL.
004200     COPY OPERMSEL.
004300     COPY PARMSEL.
004400     COPY ACTAUDSEL.
004500*================================================================
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  COMPLAINT-FILE.
004900     COPY CMPLREC.
005000 FD  CUSTOMER-MASTER-FILE.
005100     COPY CUSTMAST.
005200 FD  ACCOUNT-MASTER-FILE.
005300     COPY ACCTMAST.
005400 FD  DEBIT-CARD-MASTER-FILE.
005500     COPY CARDMAST.
005600 FD  KEYED-TRAN-HISTORY-FILE.
005700     COPY TRNHREC.
005800 FD  OPERATOR-MASTER-FILE.
005900     COPY OPERMAST.
006000 FD  BUSINESS-PARAMETER-FILE.
006100     COPY PARMREC.
006200 FD  ACTIVITY-AUDIT-FILE.
006300     COPY ACTAUDREC.
006400*----------------------------------------------------------------
006500 WORKING-STORAGE SECTION.
006600 01  WS-FILE-STATUSES.
006700     05  WS-CMPLFILE-STATUS        PIC XX.
006800     05  WS-CUSTMAST-STATUS        PIC XX.
006900     05  WS-ACCTMAST-STATUS        PIC XX.
007000     05  WS-CARDMAST-STATUS        PIC XX.
007100     05  WS-TRANHKEY-STATUS        PIC XX.
007200     05  WS-OPERMAST-STATUS        PIC XX.
007300     05  WS-BUSPARM-STATUS         PIC XX.
007400     05  WS-ACTAUDIT-STATUS        PIC XX.
007500*----------------------------------------------------------------
007600 01  WS-WORK-FIELDS.
007700     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
007800         88  WS-SESSION-DONE       VALUE 'Y'.
007900     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
008000         88  NO-MORE-PARAMETERS    VALUE 'Y'.
008100     05  WS-LOOKUP-OK-SWITCH       PIC X.
008200         88  WS-LOOKUP-OK          VALUE 'Y'.
008300     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
008400     05  WS-OPER-VERIFY-FLAG       PIC X.
008500     05  WS-OPER-VERIFY-ROLE       PIC X.
008600     05  WS-MENU-CHOICE            PIC X.
008700     05  WS-MAINT-OPERATOR-ID      PIC X(08).
008800     05  WS-TARGET-COMPLAINT-ID    PIC 9(08).
008900     05  WS-TARGET-OPERATOR-ID     PIC X(08).
009000     05  WS-OPERATOR-BRANCH-ID     PIC X(06).
009100     05  WS-RESPONSE-DAYS          PIC 9(03) VALUE 15.
009200     05  WS-DAYS-TO-DUE            PIC S9(05) COMP.
009300     05  WS-ACTION-TAKEN           PIC X(15).
009400     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
009500 01  WS-ID-SOURCE-NAME             PIC X(08).
009600 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
009700*----------------------------------------------------------------
009800 01  WS-BUSINESS-DATE              PIC 9(08).
009900 01  WS-BUSDATE-FLAG               PIC X.
010000 01  WS-CURRENT-TIMESTAMP          PIC X(21).
010100 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
010200     05  WS-TS-DATE                PIC 9(08).
010300     05  WS-TS-TIME-OF-DAY         PIC 9(08).
010400     05  FILLER                    PIC X(05).
010500*================================================================
010600 PROCEDURE DIVISION.
010700*================================================================
010800 0000-MAINLINE.
010900     DISPLAY "CUSTOMER COMPLAINT LOG"
011000     DISPLAY "ENTER YOUR OPERATOR ID: "
011100     ACCEPT WS-MAINT-OPERATOR-ID
011200     CALL "OPER-VERIFY" USING WS-MAINT-OPERATOR-ID
011300         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
011400         WS-OPER-VERIFY-ROLE
011500     IF WS-OPER-VERIFY-FLAG NOT = "Y"
011600         DISPLAY "OPERATOR NOT AUTHORIZED"
011700         STOP RUN
011800     END-IF
011900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
012000     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
012100         WS-BUSDATE-FLAG
012200     IF WS-BUSDATE-FLAG = "Y"
012300         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
012400     END-IF
012500     PERFORM 1000-LOAD-BUSINESS-PARAMETERS
012600         THRU 1000-LOAD-BUSINESS-PARAMETERS-EXIT
012700     PERFORM 2000-WORK-ONE-CHOICE
012800         THRU 2000-WORK-ONE-CHOICE-EXIT
012900         UNTIL WS-SESSION-DONE
013000     STOP RUN.
013100*----------------------------------------------------------------
013200 1000-LOAD-BUSINESS-PARAMETERS.
013300     OPEN INPUT BUSINESS-PARAMETER-FILE
013400     IF WS-BUSPARM-STATUS NOT = "00"
013500         GO TO 1000-LOAD-BUSINESS-PARAMETERS-EXIT
013600     END-IF
013700     PERFORM 1100-READ-ONE-PARAMETER
013800         THRU 1100-READ-ONE-PARAMETER-EXIT
013900         UNTIL NO-MORE-PARAMETERS
014000     CLOSE BUSINESS-PARAMETER-FILE
014100     .
014200 1000-LOAD-BUSINESS-PARAMETERS-EXIT.
014300     EXIT.
014400*----------------------------------------------------------------
014500 1100-READ-ONE-PARAMETER.
014600     READ BUSINESS-PARAMETER-FILE
014700         AT END
014800             MOVE 'Y' TO WS-PARM-EOF-SWITCH
014900             GO TO 1100-READ-ONE-PARAMETER-EXIT
015000     END-READ
015100     EVALUATE BP-PARM-NAME
015200         WHEN "CMPL-RESPONSE-DAYS"
015300             MOVE BP-PARM-VALUE TO WS-RESPONSE-DAYS
015400         WHEN OTHER
015500             CONTINUE
015600     END-EVALUATE
015700     .
015800 1100-READ-ONE-PARAMETER-EXIT.
015900     EXIT.
016000*----------------------------------------------------------------
016100*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
016200*----------------------------------------------------------------
016300 2000-WORK-ONE-CHOICE.
016400     DISPLAY "L=LOG COMPLAINT  A=ASSIGN  R=RESOLVE  "
016500         "Q=INQUIRE  X=EXIT"
016600     DISPLAY "CHOICE: "
016700     ACCEPT WS-MENU-CHOICE
016800     EVALUATE WS-MENU-CHOICE
016900         WHEN 'L'
017000             PERFORM 3000-LOG-COMPLAINT
017100                 THRU 3000-LOG-COMPLAINT-EXIT
017200         WHEN 'A'
017300             PERFORM 4000-ASSIGN-COMPLAINT
017400                 THRU 4000-ASSIGN-COMPLAINT-EXIT
017500         WHEN 'R'
017600             PERFORM 5000-RESOLVE-COMPLAINT
017700                 THRU 5000-RESOLVE-COMPLAINT-EXIT
017800         WHEN 'Q'
017900             PERFORM 7000-INQUIRE-COMPLAINT
018000                 THRU 7000-INQUIRE-COMPLAINT-EXIT
018100         WHEN 'X'
018200             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
018300         WHEN OTHER
018400             DISPLAY "INVALID CHOICE"
018500     END-EVALUATE
018600     .
018700 2000-WORK-ONE-CHOICE-EXIT.
018800     EXIT.
018900*----------------------------------------------------------------
019000*  3000-LOG-COMPLAINT  --  A NEW COMPLAINT.  EVERYTHING IT POINTS
019100*  AT IS PROVED BEFORE THE ID IS DRAWN: THE CUSTOMER, THE
019200*  ACCOUNT, THE TRANSACTION OR FEE ON THE KEYED HISTORY, THE
019300*  CARD, AND THE OPERATOR IT IS ASSIGNED TO.  THE BRANCH IT IS
019400*  REPORTED UNDER IS THE LINKED ACCOUNT'S HOME BRANCH, OR THE
019500*  LOGGING OPERATOR'S BRANCH WHEN NO ACCOUNT IS NAMED.
019600*----------------------------------------------------------------
019700 3000-LOG-COMPLAINT.
019800     INITIALIZE COMPLAINT-RECORD
019900     DISPLAY "ENTER CUSTOMER NUMBER: "
020000     ACCEPT CP-CUSTOMER-NUMBER
020100     PERFORM 3100-VERIFY-CUSTOMER
020200         THRU 3100-VERIFY-CUSTOMER-EXIT
020300     IF NOT WS-LOOKUP-OK
020400         GO TO 3000-LOG-COMPLAINT-EXIT
020500     END-IF
020600
020700     DISPLAY "LINK TO N=NOTHING A=ACCOUNT T=TRANSACTION "
020800         "F=FEE C=CARD: "
020900     ACCEPT CP-LINK-TYPE
021000     IF NOT CP-LINK-VALID
021100         DISPLAY "INVALID LINK TYPE - NO COMPLAINT LOGGED"
021200         GO TO 3000-LOG-COMPLAINT-EXIT
021300     END-IF
021400     PERFORM 3200-CAPTURE-LINK
021500         THRU 3200-CAPTURE-LINK-EXIT
021600     IF NOT WS-LOOKUP-OK
021700         GO TO 3000-LOG-COMPLAINT-EXIT
021800     END-IF
021900
022000     DISPLAY "CATEGORY (FEES ACCT TRAN CARD LOAN SERV FRAU "
022100         "PRIV DISC OTHR): "
022200     ACCEPT CP-CATEGORY
022300     IF NOT CP-CATEGORY-VALID
022400         DISPLAY "INVALID CATEGORY - NO COMPLAINT LOGGED"
022500         GO TO 3000-LOG-COMPLAINT-EXIT
022600     END-IF
022700     DISPLAY "CHANNEL (B=BRANCH P=PHONE L=LETTER): "
022800     ACCEPT CP-CHANNEL
022900     IF NOT CP-CHANNEL-VALID
023000         DISPLAY "INVALID CHANNEL - NO COMPLAINT LOGGED"
023100         GO TO 3000-LOG-COMPLAINT-EXIT
023200     END-IF
023300     DISPLAY "DATE RECEIVED (YYYYMMDD, 0 = TODAY): "
023400     ACCEPT CP-RECEIVED-DATE
023500     IF CP-RECEIVED-DATE = ZERO
023600         MOVE WS-TS-DATE TO CP-RECEIVED-DATE
023700     END-IF
023800     IF FUNCTION TEST-DATE-YYYYMMDD(CP-RECEIVED-DATE) NOT = ZERO
023900        OR CP-RECEIVED-DATE > WS-TS-DATE
024000         DISPLAY "INVALID DATE RECEIVED - NO COMPLAINT LOGGED"
024100         GO TO 3000-LOG-COMPLAINT-EXIT
024200     END-IF
024300     COMPUTE CP-DUE-DATE = FUNCTION DATE-OF-INTEGER(
024400         FUNCTION INTEGER-OF-DATE(CP-RECEIVED-DATE)
024500         + WS-RESPONSE-DAYS)
024600
024700     DISPLAY "ASSIGN TO OPERATOR (BLANK = YOURSELF): "
024800     ACCEPT WS-TARGET-OPERATOR-ID
024900     IF WS-TARGET-OPERATOR-ID = SPACES
025000         MOVE WS-MAINT-OPERATOR-ID TO WS-TARGET-OPERATOR-ID
025100     END-IF
025200     PERFORM 3500-VERIFY-OPERATOR
025300         THRU 3500-VERIFY-OPERATOR-EXIT
025400     IF NOT WS-LOOKUP-OK
025500         GO TO 3000-LOG-COMPLAINT-EXIT
025600     END-IF
025700     MOVE WS-TARGET-OPERATOR-ID TO CP-ASSIGNED-OPERATOR
025800     IF CP-ACCT-NUMBER = ZERO
025900         MOVE WS-MAINT-OPERATOR-ID TO WS-TARGET-OPERATOR-ID
026000         PERFORM 3500-VERIFY-OPERATOR
026100             THRU 3500-VERIFY-OPERATOR-EXIT
026200         MOVE WS-OPERATOR-BRANCH-ID TO CP-BRANCH-ID
026300     END-IF
026400     DISPLAY "COMPLAINT SUMMARY (40 CHARS): "
026500     ACCEPT CP-SUMMARY-TEXT
026600     IF CP-SUMMARY-TEXT = SPACES
026700         DISPLAY "A SUMMARY IS REQUIRED - NO COMPLAINT LOGGED"
026800         GO TO 3000-LOG-COMPLAINT-EXIT
026900     END-IF
027000
027100     OPEN I-O COMPLAINT-FILE
027200     IF WS-CMPLFILE-STATUS = "35"
027300         CLOSE COMPLAINT-FILE
027400         OPEN OUTPUT COMPLAINT-FILE
027500         CLOSE COMPLAINT-FILE
027600         OPEN I-O COMPLAINT-FILE
027700     END-IF
027800     IF WS-CMPLFILE-STATUS NOT = "00"
027900         DISPLAY "CMPLLOG: UNABLE TO OPEN COMPLAINT FILE, "
028000             "STATUS = " WS-CMPLFILE-STATUS
028100         GO TO 3000-LOG-COMPLAINT-EXIT
028200     END-IF
028300     MOVE "CMPL" TO WS-ID-SOURCE-NAME
028400     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
028500         WS-NEXT-ASSIGNED-ID
028600     MOVE WS-NEXT-ASSIGNED-ID   TO CP-COMPLAINT-ID
028700     MOVE WS-MAINT-OPERATOR-ID  TO CP-LOGGED-OPERATOR
028800     SET CP-STATUS-OPEN         TO TRUE
028900     WRITE COMPLAINT-RECORD
029000         INVALID KEY
029100             DISPLAY "CMPLLOG: DUPLICATE COMPLAINT ID "
029200                 CP-COMPLAINT-ID " - NO COMPLAINT LOGGED"
029300             CLOSE COMPLAINT-FILE
029400             GO TO 3000-LOG-COMPLAINT-EXIT
029500     END-WRITE
029600     CLOSE COMPLAINT-FILE
029700     MOVE "LOGGED" TO WS-ACTION-TAKEN
029800     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
029900         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
030000     DISPLAY "COMPLAINT " CP-COMPLAINT-ID " LOGGED - BRANCH "
030100         CP-BRANCH-ID " - RESPONSE DUE " CP-DUE-DATE
030200     IF CP-DUE-DATE < WS-TS-DATE
030300         DISPLAY "WARNING: RECEIVED " CP-RECEIVED-DATE
030400             " - THE RESPONSE IS ALREADY OVERDUE"
030500     END-IF
030600     .
030700 3000-LOG-COMPLAINT-EXIT.
030800     EXIT.
030900*----------------------------------------------------------------
031000 3100-VERIFY-CUSTOMER.
031100     MOVE 'N' TO WS-LOOKUP-OK-SWITCH
031200     OPEN INPUT CUSTOMER-MASTER-FILE
031300     IF WS-CUSTMAST-STATUS NOT = "00"
031400         DISPLAY "CMPLLOG: UNABLE TO OPEN CUSTOMER MASTER, "
031500             "STATUS = " WS-CUSTMAST-STATUS
031600         GO TO 3100-VERIFY-CUSTOMER-EXIT
031700     END-IF
031800     MOVE CP-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
031900     READ CUSTOMER-MASTER-FILE
032000         KEY IS CM-CUSTOMER-NUMBER
032100         INVALID KEY
032200             DISPLAY "CUSTOMER NOT ON MASTER - NO COMPLAINT "
032300                 "LOGGED"
032400             CLOSE CUSTOMER-MASTER-FILE
032500             GO TO 3100-VERIFY-CUSTOMER-EXIT
032600     END-READ
032700     CLOSE CUSTOMER-MASTER-FILE
032800     DISPLAY "CUSTOMER: " CM-CUSTOMER-NAME
032900     MOVE 'Y' TO WS-LOOKUP-OK-SWITCH
033000     .
033100 3100-VERIFY-CUSTOMER-EXIT.
033200     EXIT.
033300*----------------------------------------------------------------
033400*  3200-CAPTURE-LINK  --  THE ITEM THE COMPLAINT IS ABOUT.  A
033500*  TRANSACTION OR FEE IS NAMED BY ACCOUNT, DATE AND ID SO IT CAN
033600*  BE FOUND ON THE KEYED HISTORY; A CARD RESOLVES TO ITS
033700*  ACCOUNT THROUGH THE CARD MASTER.
033800*----------------------------------------------------------------
033900 3200-CAPTURE-LINK.
034000     MOVE 'Y' TO WS-LOOKUP-OK-SWITCH
034100     EVALUATE TRUE
034200         WHEN CP-LINK-NONE
034300             GO TO 3200-CAPTURE-LINK-EXIT
034400         WHEN CP-LINK-CARD
034500             DISPLAY "ENTER CARD NUMBER: "
034600             ACCEPT CP-LINK-REF-NUMBER
034700             PERFORM 3400-VERIFY-CARD
034800                 THRU 3400-VERIFY-CARD-EXIT
034900         WHEN OTHER
035000             DISPLAY "ENTER ACCOUNT NUMBER: "
035100             ACCEPT CP-ACCT-NUMBER
035200     END-EVALUATE
035300     IF NOT WS-LOOKUP-OK
035400         GO TO 3200-CAPTURE-LINK-EXIT
035500     END-IF
035600     PERFORM 3300-VERIFY-ACCOUNT
035700         THRU 3300-VERIFY-ACCOUNT-EXIT
035800     IF NOT WS-LOOKUP-OK
035900         GO TO 3200-CAPTURE-LINK-EXIT
036000     END-IF
036100     IF CP-LINK-TRANSACTION OR CP-LINK-FEE
036200         DISPLAY "ENTER POSTING DATE (YYYYMMDD): "
036300         ACCEPT CP-LINK-REF-DATE
036400         DISPLAY "ENTER TRANSACTION ID: "
036500         ACCEPT CP-LINK-REF-NUMBER
036600         PERFORM 3350-VERIFY-HISTORY-ROW
036700             THRU 3350-VERIFY-HISTORY-ROW-EXIT
036800     END-IF
036900     .
037000 3200-CAPTURE-LINK-EXIT.
037100     EXIT.
037200*----------------------------------------------------------------
037300 3300-VERIFY-ACCOUNT.
037400     MOVE 'N' TO WS-LOOKUP-OK-SWITCH
037500     OPEN INPUT ACCOUNT-MASTER-FILE
037600     IF WS-ACCTMAST-STATUS NOT = "00"
037700         DISPLAY "CMPLLOG: UNABLE TO OPEN ACCOUNT MASTER, "
037800             "STATUS = " WS-ACCTMAST-STATUS
037900         GO TO 3300-VERIFY-ACCOUNT-EXIT
038000     END-IF
038100     MOVE CP-ACCT-NUMBER TO AM-ACCT-NUMBER
038200     READ ACCOUNT-MASTER-FILE
038300         KEY IS AM-ACCT-NUMBER
038400         INVALID KEY
038500             DISPLAY "ACCOUNT NOT ON MASTER - NO COMPLAINT "
038600                 "LOGGED"
038700             CLOSE ACCOUNT-MASTER-FILE
038800             GO TO 3300-VERIFY-ACCOUNT-EXIT
038900     END-READ
039000     CLOSE ACCOUNT-MASTER-FILE
039100     IF AM-CUSTOMER-NUMBER NOT = CP-CUSTOMER-NUMBER
039200         DISPLAY "NOTE: ACCOUNT " AM-ACCT-NUMBER " IS HELD BY "
039300             "CUSTOMER " AM-CUSTOMER-NUMBER
039400     END-IF
039500     MOVE AM-BRANCH-ID TO CP-BRANCH-ID
039600     MOVE 'Y' TO WS-LOOKUP-OK-SWITCH
039700     .
039800 3300-VERIFY-ACCOUNT-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------
040100 3350-VERIFY-HISTORY-ROW.
040200     MOVE 'N' TO WS-LOOKUP-OK-SWITCH
040300     OPEN INPUT KEYED-TRAN-HISTORY-FILE
040400     IF WS-TRANHKEY-STATUS NOT = "00"
040500         DISPLAY "CMPLLOG: NO KEYED HISTORY FILE, "
040600             "STATUS = " WS-TRANHKEY-STATUS
040700         GO TO 3350-VERIFY-HISTORY-ROW-EXIT
040800     END-IF
040900     MOVE CP-ACCT-NUMBER     TO TK-ACCT-NUMBER
041000     MOVE CP-LINK-REF-DATE   TO TK-TRAN-DATE
041100     MOVE CP-LINK-REF-NUMBER TO TK-TRAN-ID
041200     READ KEYED-TRAN-HISTORY-FILE
041300         KEY IS TK-HISTORY-KEY
041400         INVALID KEY
041500             DISPLAY "TRANSACTION NOT ON THE HISTORY - NO "
041600                 "COMPLAINT LOGGED"
041700             CLOSE KEYED-TRAN-HISTORY-FILE
041800             GO TO 3350-VERIFY-HISTORY-ROW-EXIT
041900     END-READ
042000     CLOSE KEYED-TRAN-HISTORY-FILE
042100     IF CP-LINK-FEE AND TK-TRAN-TYPE NOT = 'F'
042200         DISPLAY "TRANSACTION " CP-LINK-REF-NUMBER " IS NOT A "
042300             "FEE - NO COMPLAINT LOGGED"
042400         GO TO 3350-VERIFY-HISTORY-ROW-EXIT
042500     END-IF
042600     MOVE TK-AMOUNT TO WS-EDIT-AMOUNT
042700     DISPLAY "TRANSACTION TYPE " TK-TRAN-TYPE " AMOUNT "
042800         WS-EDIT-AMOUNT
042900     MOVE 'Y' TO WS-LOOKUP-OK-SWITCH
043000     .
043100 3350-VERIFY-HISTORY-ROW-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
043400 3400-VERIFY-CARD.
043500     MOVE 'N' TO WS-LOOKUP-OK-SWITCH
043600     OPEN INPUT DEBIT-CARD-MASTER-FILE
043700     IF WS-CARDMAST-STATUS NOT = "00"
043800         DISPLAY "NO CARD MASTER FILE"
043900         GO TO 3400-VERIFY-CARD-EXIT
044000     END-IF
044100     MOVE CP-LINK-REF-NUMBER TO DC-CARD-NUMBER
044200     READ DEBIT-CARD-MASTER-FILE
044300         KEY IS DC-CARD-NUMBER
044400         INVALID KEY
044500             DISPLAY "CARD NOT ON FILE - NO COMPLAINT LOGGED"
044600             CLOSE DEBIT-CARD-MASTER-FILE
044700             GO TO 3400-VERIFY-CARD-EXIT
044800     END-READ
044900     CLOSE DEBIT-CARD-MASTER-FILE
045000     MOVE DC-ACCT-NUMBER TO CP-ACCT-NUMBER
045100     MOVE 'Y' TO WS-LOOKUP-OK-SWITCH
045200     .
045300 3400-VERIFY-CARD-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------
045600*  3500-VERIFY-OPERATOR  --  THE TARGET OPERATOR MUST BE ON THE
045700*  OPERATOR MASTER AND ACTIVE.  LEAVES THE OPERATOR'S BRANCH.
045800*----------------------------------------------------------------
045900 3500-VERIFY-OPERATOR.
046000     MOVE 'N' TO WS-LOOKUP-OK-SWITCH
046100     MOVE SPACES TO WS-OPERATOR-BRANCH-ID
046200     OPEN INPUT OPERATOR-MASTER-FILE
046300     IF WS-OPERMAST-STATUS NOT = "00"
046400         DISPLAY "CMPLLOG: UNABLE TO OPEN OPERATOR MASTER, "
046500             "STATUS = " WS-OPERMAST-STATUS
046600         GO TO 3500-VERIFY-OPERATOR-EXIT
046700     END-IF
046800     MOVE WS-TARGET-OPERATOR-ID TO OP-OPERATOR-ID
046900     READ OPERATOR-MASTER-FILE
047000         KEY IS OP-OPERATOR-ID
047100         INVALID KEY
047200             DISPLAY "OPERATOR " WS-TARGET-OPERATOR-ID
047300                 " NOT ON FILE"
047400             CLOSE OPERATOR-MASTER-FILE
047500             GO TO 3500-VERIFY-OPERATOR-EXIT
047600     END-READ
047700     CLOSE OPERATOR-MASTER-FILE
047800     IF NOT OP-STATUS-ACTIVE
047900         DISPLAY "OPERATOR " WS-TARGET-OPERATOR-ID
048000             " IS NOT ACTIVE"
048100         GO TO 3500-VERIFY-OPERATOR-EXIT
048200     END-IF
048300     MOVE OP-BRANCH-ID TO WS-OPERATOR-BRANCH-ID
048400     MOVE 'Y' TO WS-LOOKUP-OK-SWITCH
048500     .
048600 3500-VERIFY-OPERATOR-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900*  4000-ASSIGN-COMPLAINT  --  HAND AN OPEN COMPLAINT TO ANOTHER
049000*  OPERATOR.
049100*----------------------------------------------------------------
049200 4000-ASSIGN-COMPLAINT.
049300     PERFORM 7100-READ-COMPLAINT
049400         THRU 7100-READ-COMPLAINT-EXIT
049500     IF WS-CMPLFILE-STATUS NOT = "00"
049600         GO TO 4000-ASSIGN-COMPLAINT-EXIT
049700     END-IF
049800     IF NOT CP-STATUS-WORKABLE
049900         DISPLAY "COMPLAINT IS ALREADY RESOLVED"
050000         CLOSE COMPLAINT-FILE
050100         GO TO 4000-ASSIGN-COMPLAINT-EXIT
050200     END-IF
050300     DISPLAY "CURRENTLY ASSIGNED TO " CP-ASSIGNED-OPERATOR
050400     DISPLAY "ASSIGN TO OPERATOR: "
050500     ACCEPT WS-TARGET-OPERATOR-ID
050600     PERFORM 3500-VERIFY-OPERATOR
050700         THRU 3500-VERIFY-OPERATOR-EXIT
050800     IF NOT WS-LOOKUP-OK
050900         CLOSE COMPLAINT-FILE
051000         GO TO 4000-ASSIGN-COMPLAINT-EXIT
051100     END-IF
051200     MOVE WS-TARGET-OPERATOR-ID TO CP-ASSIGNED-OPERATOR
051300     REWRITE COMPLAINT-RECORD
051400     CLOSE COMPLAINT-FILE
051500     MOVE "ASSIGNED" TO WS-ACTION-TAKEN
051600     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
051700         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
051800     DISPLAY "COMPLAINT " CP-COMPLAINT-ID " ASSIGNED TO "
051900         CP-ASSIGNED-OPERATOR
052000     .
052100 4000-ASSIGN-COMPLAINT-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400*  5000-RESOLVE-COMPLAINT  --  CLOSE WITH A RESOLUTION CODE AND
052500*  TEXT.  REFD NEEDS A REFUND ALREADY LINKED BY FEE-REFUND OR
052600*  TRAN-REVERSE - THIS PROGRAM MOVES NO MONEY ITSELF.
052700*----------------------------------------------------------------
052800 5000-RESOLVE-COMPLAINT.
052900     PERFORM 7100-READ-COMPLAINT
053000         THRU 7100-READ-COMPLAINT-EXIT
053100     IF WS-CMPLFILE-STATUS NOT = "00"
053200         GO TO 5000-RESOLVE-COMPLAINT-EXIT
053300     END-IF
053400     IF NOT CP-STATUS-WORKABLE
053500         DISPLAY "COMPLAINT IS ALREADY RESOLVED"
053600         CLOSE COMPLAINT-FILE
053700         GO TO 5000-RESOLVE-COMPLAINT-EXIT
053800     END-IF
053900     DISPLAY "RESOLUTION (EXPL CORR REFD DECL WDRN): "
054000     ACCEPT CP-RESOLUTION-CODE
054100     IF NOT CP-RESOLUTION-VALID
054200         DISPLAY "INVALID RESOLUTION CODE - NOT RESOLVED"
054300         CLOSE COMPLAINT-FILE
054400         GO TO 5000-RESOLVE-COMPLAINT-EXIT
054500     END-IF
054600     IF CP-RES-REFUNDED AND CP-REFUND-AMOUNT = ZERO
054700         DISPLAY "NO REFUND IS LINKED - POST IT THROUGH "
054800             "FEE-REFUND OR TRAN-REVERSE"
054900         DISPLAY "QUOTING COMPLAINT " CP-COMPLAINT-ID
055000             " - NOT RESOLVED"
055100         CLOSE COMPLAINT-FILE
055200         GO TO 5000-RESOLVE-COMPLAINT-EXIT
055300     END-IF
055400     DISPLAY "RESOLUTION TEXT (40 CHARS): "
055500     ACCEPT CP-RESOLUTION-TEXT
055600     IF CP-RESOLUTION-TEXT = SPACES
055700         DISPLAY "RESOLUTION TEXT IS REQUIRED - NOT RESOLVED"
055800         CLOSE COMPLAINT-FILE
055900         GO TO 5000-RESOLVE-COMPLAINT-EXIT
056000     END-IF
056100     SET CP-STATUS-RESOLVED     TO TRUE
056200     MOVE WS-TS-DATE            TO CP-RESOLVED-DATE
056300     MOVE WS-MAINT-OPERATOR-ID  TO CP-RESOLVED-OPERATOR
056400     REWRITE COMPLAINT-RECORD
056500     CLOSE COMPLAINT-FILE
056600     MOVE SPACES TO WS-ACTION-TAKEN
056700     STRING "RESOLVED " CP-RESOLUTION-CODE
056800         DELIMITED BY SIZE INTO WS-ACTION-TAKEN
056900     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
057000         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
057100     DISPLAY "COMPLAINT " CP-COMPLAINT-ID " RESOLVED "
057200         CP-RESOLUTION-CODE
057300     IF CP-RESOLVED-DATE > CP-DUE-DATE
057400         DISPLAY "NOTE: RESOLVED AFTER THE RESPONSE DUE DATE "
057500             CP-DUE-DATE
057600     END-IF
057700     .
057800 5000-RESOLVE-COMPLAINT-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100*  7000-INQUIRE-COMPLAINT  --  ONE COMPLAINT'S STATE.
058200*----------------------------------------------------------------
058300 7000-INQUIRE-COMPLAINT.
058400     PERFORM 7100-READ-COMPLAINT
058500         THRU 7100-READ-COMPLAINT-EXIT
058600     IF WS-CMPLFILE-STATUS NOT = "00"
058700         GO TO 7000-INQUIRE-COMPLAINT-EXIT
058800     END-IF
058900     CLOSE COMPLAINT-FILE
059000     DISPLAY "COMPLAINT " CP-COMPLAINT-ID
059100         " CUST " CP-CUSTOMER-NUMBER
059200         " BRANCH " CP-BRANCH-ID
059300         " CAT " CP-CATEGORY
059400         " CHANNEL " CP-CHANNEL
059500     DISPLAY "LINK " CP-LINK-TYPE
059600         " ACCT " CP-ACCT-NUMBER
059700         " REF " CP-LINK-REF-NUMBER
059800         " DATED " CP-LINK-REF-DATE
059900     DISPLAY "RECEIVED " CP-RECEIVED-DATE
060000         " DUE " CP-DUE-DATE
060100         " STATUS " CP-STATUS-CODE
060200         " ESCALATED " CP-ESCALATED-DATE
060300     DISPLAY "LOGGED BY " CP-LOGGED-OPERATOR
060400         " ASSIGNED TO " CP-ASSIGNED-OPERATOR
060500     DISPLAY "SUMMARY: " CP-SUMMARY-TEXT
060600     IF CP-STATUS-WORKABLE
060700         COMPUTE WS-DAYS-TO-DUE =
060800             FUNCTION INTEGER-OF-DATE(CP-DUE-DATE)
060900             - FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
061000         DISPLAY "DAYS TO RESPONSE DUE: " WS-DAYS-TO-DUE
061100     ELSE
061200         DISPLAY "RESOLVED " CP-RESOLVED-DATE
061300             " BY " CP-RESOLVED-OPERATOR
061400             " CODE " CP-RESOLUTION-CODE
061500         DISPLAY "RESOLUTION: " CP-RESOLUTION-TEXT
061600     END-IF
061700     IF CP-REFUND-AMOUNT > ZERO
061800         MOVE CP-REFUND-AMOUNT TO WS-EDIT-AMOUNT
061900         DISPLAY "REFUNDED " WS-EDIT-AMOUNT
062000             " - LAST POSTING TRAN " CP-REFUND-TRAN-ID
062100     END-IF
062200     .
062300 7000-INQUIRE-COMPLAINT-EXIT.
062400     EXIT.
062500*----------------------------------------------------------------
062600*  7100-READ-COMPLAINT  --  OPEN THE COMPLAINT FILE AND READ THE
062700*  TARGET COMPLAINT.  LEAVES THE FILE OPEN I-O ON SUCCESS.
062800*----------------------------------------------------------------
062900 7100-READ-COMPLAINT.
063000     DISPLAY "ENTER COMPLAINT ID: "
063100     ACCEPT WS-TARGET-COMPLAINT-ID
063200     OPEN I-O COMPLAINT-FILE
063300     IF WS-CMPLFILE-STATUS NOT = "00"
063400         DISPLAY "NO COMPLAINT FILE"
063500         GO TO 7100-READ-COMPLAINT-EXIT
063600     END-IF
063700     MOVE WS-TARGET-COMPLAINT-ID TO CP-COMPLAINT-ID
063800     READ COMPLAINT-FILE
063900         KEY IS CP-COMPLAINT-ID
064000         INVALID KEY
064100             DISPLAY "COMPLAINT NOT ON FILE"
064200             CLOSE COMPLAINT-FILE
064300             MOVE "23" TO WS-CMPLFILE-STATUS
064400     END-READ
064500     .
064600 7100-READ-COMPLAINT-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------
064900*  8000-WRITE-ACTIVITY-AUDIT-RECORD  --  THE BEFORE VALUE
065000*  CARRIES THE COMPLAINT ID, THE AFTER VALUE THE ACTION.
065100*----------------------------------------------------------------
065200 8000-WRITE-ACTIVITY-AUDIT-RECORD.
065300     OPEN EXTEND ACTIVITY-AUDIT-FILE
065400     IF WS-ACTAUDIT-STATUS = "35"
065500         CLOSE ACTIVITY-AUDIT-FILE
065600         OPEN OUTPUT ACTIVITY-AUDIT-FILE
065700     END-IF
065800     MOVE "CMPLLOG"            TO AL-PROGRAM-ID
065900     MOVE CP-ACCT-NUMBER       TO AL-ACCT-NUMBER
066000     MOVE WS-MAINT-OPERATOR-ID TO AL-OPERATOR-ID
066100     MOVE SPACES               TO AL-BEFORE-VALUE
066200     STRING "CMPL " CP-COMPLAINT-ID
066300         DELIMITED BY SIZE INTO AL-BEFORE-VALUE
066400     MOVE WS-ACTION-TAKEN      TO AL-AFTER-VALUE
066500     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
066600     WRITE ACTIVITY-AUDIT-RECORD
066700     CLOSE ACTIVITY-AUDIT-FILE
066800     .
066900 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
067000     EXIT.
067100 END PROGRAM COMPLAINT-LOG.
067200*================================================================
067300*  IDENTIFICATION DIVISION.
067400*================================================================
067500 IDENTIFICATION DIVISION.
067600 PROGRAM-ID.    COMPLAINT-AGING.
067700 AUTHOR.        R KUMAR.
067800 INSTALLATION.  RETAIL BANKING SYSTEMS.
067900 DATE-WRITTEN.  2026-10-15.
068000 DATE-COMPILED. 2026-10-15.
068100*----------------------------------------------------------------
068200*  MOD-HISTORY
068300*    2026-10-15  RPK  INITIAL VERSION.  NIGHTLY AGING OF OPEN
068400*                     CUSTOMER COMPLAINTS.  EVERY COMPLAINT NOT
068500*                     YET RESOLVED GOES ON THE EOD REPORT DECK
068600*                     UNDER ITS BRANCH WITH THE DAYS LEFT TO ITS
068700*                     RESPONSE DUE DATE.  ONE WITHIN
068800*                     CMPL-ESCALATE-DAYS OF THE DUE DATE (OR
068900*                     PAST IT) IS ESCALATED - STATUS E, DATED,
069000*                     WITH AN ACTIVITY AUDIT ROW - SO THE BRANCH
069100*                     MANAGER SEES IT BEFORE THE REGULATORY
069200*                     DEADLINE IS MISSED, NOT AFTER.
069300*================================================================
069400 ENVIRONMENT DIVISION.
069500 INPUT-OUTPUT SECTION.
069600 FILE-CONTROL.
069700     COPY CMPLSEL.
069800     COPY EODDSEL.
069900     COPY PARMSEL.
070000     COPY ACTAUDSEL.
070100*================================================================
070200 DATA DIVISION.
070300 FILE SECTION.
070400 FD  COMPLAINT-FILE.
070500     COPY CMPLREC.
070600 FD  EOD-REPORT-DECK-FILE.
070700     COPY EODDREC.
070800 FD  BUSINESS-PARAMETER-FILE.
070900     COPY PARMREC.
071000 FD  ACTIVITY-AUDIT-FILE.
071100     COPY ACTAUDREC.
071200*----------------------------------------------------------------
071300 WORKING-STORAGE SECTION.
071400 01  WS-FILE-STATUSES.
071500     05  WS-CMPLFILE-STATUS        PIC XX.
071600     05  WS-EODDECK-STATUS         PIC XX.
071700     05  WS-BUSPARM-STATUS         PIC XX.
071800     05  WS-ACTAUDIT-STATUS        PIC XX.
071900*----------------------------------------------------------------
072000 01  WS-WORK-FIELDS.
072100     05  WS-COMPLAINT-EOF-SWITCH   PIC X VALUE 'N'.
072200         88  NO-MORE-COMPLAINTS    VALUE 'Y'.
072300     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
072400         88  NO-MORE-PARAMETERS    VALUE 'Y'.
072500     05  WS-OPERATOR-ID            PIC X(08) VALUE "BATCH".
072600     05  WS-ESCALATE-DAYS          PIC 9(03) VALUE 5.
072700     05  WS-COMPLAINTS-READ        PIC 9(06) COMP VALUE 0.
072800     05  WS-COMPLAINTS-OPEN        PIC 9(06) COMP VALUE 0.
072900     05  WS-COMPLAINTS-ESCALATED   PIC 9(06) COMP VALUE 0.
073000     05  WS-COMPLAINTS-OVERDUE     PIC 9(06) COMP VALUE 0.
073100     05  WS-DAYS-TO-DUE            PIC S9(05) COMP.
073200     05  WS-AGE-FLAG               PIC X(12).
073300     05  WS-EDIT-DAYS              PIC -(4)9.
073400*----------------------------------------------------------------
073500 01  WS-BUSINESS-DATE              PIC 9(08).
073600 01  WS-BUSDATE-FLAG               PIC X.
073700 01  WS-CURRENT-TIMESTAMP          PIC X(21).
073800 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
073900     05  WS-TS-DATE                PIC 9(08).
074000     05  FILLER                    PIC X(13).
074100*----------------------------------------------------------------
074200 01  WS-RUN-HISTORY-FIELDS.
074300     05  WS-RH-STEP-NAME           PIC X(08) VALUE "CMPLSTEP".
074400     05  WS-RH-START-TIMESTAMP     PIC X(21).
074500     05  WS-RH-RECORDS-READ        PIC 9(08).
074600     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
074700     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
074800     05  WS-RH-COMPLETION-CODE     PIC 9(02).
074900*================================================================
075000 PROCEDURE DIVISION.
075100*================================================================
075200 0000-MAINLINE.
075300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
075400     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
075500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
075600         WS-BUSDATE-FLAG
075700     IF WS-BUSDATE-FLAG = "Y"
075800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
075900     END-IF
076000     MOVE ZERO TO WS-RH-COMPLETION-CODE
076100     PERFORM 1000-LOAD-BUSINESS-PARAMETERS
076200         THRU 1000-LOAD-BUSINESS-PARAMETERS-EXIT
076300     OPEN I-O COMPLAINT-FILE
076400     IF WS-CMPLFILE-STATUS NOT = "00"
076500         DISPLAY "CMPLAGE: NO COMPLAINT FILE - NOTHING TO AGE"
076600         GO TO 0000-WRITE-RUN-HISTORY
076700     END-IF
076800     OPEN EXTEND EOD-REPORT-DECK-FILE
076900     IF WS-EODDECK-STATUS = "35"
077000         CLOSE EOD-REPORT-DECK-FILE
077100         OPEN OUTPUT EOD-REPORT-DECK-FILE
077200     END-IF
077300     DISPLAY "COMPLAINT AGING - " WS-TS-DATE
077400     PERFORM 2000-AGE-ONE-COMPLAINT
077500         THRU 2000-AGE-ONE-COMPLAINT-EXIT
077600         UNTIL NO-MORE-COMPLAINTS
077700     CLOSE COMPLAINT-FILE
077800     CLOSE EOD-REPORT-DECK-FILE
077900     .
078000 0000-WRITE-RUN-HISTORY.
078100     DISPLAY "CMPLAGE: COMPLAINTS READ      = "
078200         WS-COMPLAINTS-READ
078300     DISPLAY "CMPLAGE: COMPLAINTS OPEN      = "
078400         WS-COMPLAINTS-OPEN
078500     DISPLAY "CMPLAGE: ESCALATED TONIGHT    = "
078600         WS-COMPLAINTS-ESCALATED
078700     DISPLAY "CMPLAGE: PAST RESPONSE DUE    = "
078800         WS-COMPLAINTS-OVERDUE
078900     MOVE WS-COMPLAINTS-READ TO WS-RH-RECORDS-READ
079000     MOVE WS-COMPLAINTS-ESCALATED TO WS-RH-RECORDS-UPDATED
079100     MOVE ZERO TO WS-RH-AMOUNT-POSTED
079200     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
079300         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
079400         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
079500         WS-RH-COMPLETION-CODE
079600     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
079700     STOP RUN.
079800*----------------------------------------------------------------
079900 1000-LOAD-BUSINESS-PARAMETERS.
080000     OPEN INPUT BUSINESS-PARAMETER-FILE
080100     IF WS-BUSPARM-STATUS NOT = "00"
080200         GO TO 1000-LOAD-BUSINESS-PARAMETERS-EXIT
080300     END-IF
080400     PERFORM 1100-READ-ONE-PARAMETER
080500         THRU 1100-READ-ONE-PARAMETER-EXIT
080600         UNTIL NO-MORE-PARAMETERS
080700     CLOSE BUSINESS-PARAMETER-FILE
080800     .
080900 1000-LOAD-BUSINESS-PARAMETERS-EXIT.
081000     EXIT.
081100*----------------------------------------------------------------
081200 1100-READ-ONE-PARAMETER.
081300     READ BUSINESS-PARAMETER-FILE
081400         AT END
081500             MOVE 'Y' TO WS-PARM-EOF-SWITCH
081600             GO TO 1100-READ-ONE-PARAMETER-EXIT
081700     END-READ
081800     EVALUATE BP-PARM-NAME
081900         WHEN "CMPL-ESCALATE-DAYS"
082000             MOVE BP-PARM-VALUE TO WS-ESCALATE-DAYS
082100         WHEN OTHER
082200             CONTINUE
082300     END-EVALUATE
082400     .
082500 1100-READ-ONE-PARAMETER-EXIT.
082600     EXIT.
082700*----------------------------------------------------------------
082800*  2000-AGE-ONE-COMPLAINT  --  ONE COMPLAINT; UNRESOLVED ONES GO
082900*  ON THE DECK WITH THE DAYS LEFT, AND AN OPEN ONE INSIDE THE
083000*  ESCALATION WINDOW IS ESCALATED.
083100*----------------------------------------------------------------
083200 2000-AGE-ONE-COMPLAINT.
083300     READ COMPLAINT-FILE NEXT RECORD
083400         AT END
083500             MOVE 'Y' TO WS-COMPLAINT-EOF-SWITCH
083600             GO TO 2000-AGE-ONE-COMPLAINT-EXIT
083700     END-READ
083800     ADD 1 TO WS-COMPLAINTS-READ
083900     IF NOT CP-STATUS-WORKABLE
084000         GO TO 2000-AGE-ONE-COMPLAINT-EXIT
084100     END-IF
084200     ADD 1 TO WS-COMPLAINTS-OPEN
084300     COMPUTE WS-DAYS-TO-DUE =
084400         FUNCTION INTEGER-OF-DATE(CP-DUE-DATE)
084500         - FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
084600     MOVE SPACES TO WS-AGE-FLAG
084700     IF WS-DAYS-TO-DUE < ZERO
084800         MOVE "** OVERDUE" TO WS-AGE-FLAG
084900         ADD 1 TO WS-COMPLAINTS-OVERDUE
085000     ELSE
085100         IF WS-DAYS-TO-DUE NOT > WS-ESCALATE-DAYS
085200             MOVE "* NEAR DUE" TO WS-AGE-FLAG
085300         END-IF
085400     END-IF
085500     IF WS-AGE-FLAG NOT = SPACES
085600        AND CP-STATUS-OPEN
085700         PERFORM 2100-ESCALATE-COMPLAINT
085800             THRU 2100-ESCALATE-COMPLAINT-EXIT
085900     END-IF
086000     MOVE WS-DAYS-TO-DUE TO WS-EDIT-DAYS
086100     DISPLAY CP-COMPLAINT-ID
086200         " BR " CP-BRANCH-ID
086300         " CAT " CP-CATEGORY
086400         " ST " CP-STATUS-CODE
086500         " TO " CP-ASSIGNED-OPERATOR
086600         " DUE " CP-DUE-DATE
086700         " DAYS " WS-EDIT-DAYS
086800         " " WS-AGE-FLAG
086900     MOVE CP-BRANCH-ID TO ED-BRANCH-ID
087000     MOVE "COMPLAINT AGING" TO ED-SECTION-TITLE
087100     MOVE SPACES TO ED-DETAIL-LINE
087200     STRING CP-COMPLAINT-ID
087300         " CUST " CP-CUSTOMER-NUMBER
087400         " " CP-CATEGORY
087500         " ST " CP-STATUS-CODE
087600         " TO " CP-ASSIGNED-OPERATOR
087700         " DUE " CP-DUE-DATE
087800         " DAYS " WS-EDIT-DAYS
087900         " " WS-AGE-FLAG
088000         DELIMITED BY SIZE INTO ED-DETAIL-LINE
088100     MOVE WS-TS-DATE TO ED-RUN-DATE
088200     WRITE EOD-REPORT-DECK-RECORD
088300     .
088400 2000-AGE-ONE-COMPLAINT-EXIT.
088500     EXIT.
088600*----------------------------------------------------------------
088700 2100-ESCALATE-COMPLAINT.
088800     SET CP-STATUS-ESCALATED TO TRUE
088900     MOVE WS-TS-DATE TO CP-ESCALATED-DATE
089000     REWRITE COMPLAINT-RECORD
089100         INVALID KEY
089200             DISPLAY "CMPLAGE: UNABLE TO REWRITE COMPLAINT "
089300                 CP-COMPLAINT-ID
089400             MOVE 4 TO WS-RH-COMPLETION-CODE
089500             GO TO 2100-ESCALATE-COMPLAINT-EXIT
089600     END-REWRITE
089700     ADD 1 TO WS-COMPLAINTS-ESCALATED
089800     OPEN EXTEND ACTIVITY-AUDIT-FILE
089900     IF WS-ACTAUDIT-STATUS = "35"
090000         CLOSE ACTIVITY-AUDIT-FILE
090100         OPEN OUTPUT ACTIVITY-AUDIT-FILE
090200     END-IF
090300     MOVE "CMPLAGE"            TO AL-PROGRAM-ID
090400     MOVE CP-ACCT-NUMBER       TO AL-ACCT-NUMBER
090500     MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID
090600     MOVE SPACES               TO AL-BEFORE-VALUE
090700     STRING "CMPL " CP-COMPLAINT-ID
090800         DELIMITED BY SIZE INTO AL-BEFORE-VALUE
090900     MOVE "ESCALATED"          TO AL-AFTER-VALUE
091000     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
091100     WRITE ACTIVITY-AUDIT-RECORD
091200     CLOSE ACTIVITY-AUDIT-FILE
091300     .
091400 2100-ESCALATE-COMPLAINT-EXIT.
091500     EXIT.
091600 END PROGRAM COMPLAINT-AGING.
091700*================================================================
091800*  IDENTIFICATION DIVISION.
091900*================================================================
092000 IDENTIFICATION DIVISION.
092100 PROGRAM-ID.    COMPLAINT-SUMMARY.
092200 AUTHOR.        R KUMAR.
092300 INSTALLATION.  RETAIL BANKING SYSTEMS.
092400 DATE-WRITTEN.  2026-10-15.
092500 DATE-COMPILED. 2026-10-15.
092600*----------------------------------------------------------------
092700*  MOD-HISTORY
092800*    2026-10-15  RPK  INITIAL VERSION.  QUARTERLY REGULATORY
092900*                     COMPLAINT SUMMARY.  EVERY COMPLAINT
093000*                     RECEIVED IN THE QUARTER NAMED ON THE SYSIN
093100*                     CARD (QUARTER-END PERIOD, YYYYMM) IS
093200*                     COUNTED BY BRANCH AND CATEGORY - RESOLVED
093300*                     BY THE RESPONSE DUE DATE, RESOLVED LATE,
093400*                     STILL OPEN, STILL OPEN PAST DUE, AND THE
093500*                     AMOUNT REFUNDED - WITH BRANCH SUBTOTALS,
093600*                     CATEGORY AND CHANNEL TOTALS FOR THE BANK,
093700*                     AND THE SHARE ANSWERED ON TIME.  THE
093800*                     REPORT ALSO GOES TO THE REPORT ARCHIVE AS
093900*                     REPORT ID CMPLSUM.
094000*================================================================
094100 ENVIRONMENT DIVISION.
094200 INPUT-OUTPUT SECTION.
094300 FILE-CONTROL.
094400     COPY CMPLSEL.
094500     SELECT CMPL-SORT-FILE ASSIGN TO "CMPLSORT".
094600     SELECT CMPL-REVIEW-FILE
094700         ASSIGN TO "CMPLRVW"
094800         ORGANIZATION IS LINE SEQUENTIAL
094900         FILE STATUS IS WS-CMPLRVW-STATUS.
095000*================================================================
095100 DATA DIVISION.
095200 FILE SECTION.
095300 FD  COMPLAINT-FILE.
095400     COPY CMPLREC.
095500*----------------------------------------------------------------
095600*  ONE SORT ROW PER COMPLAINT RECEIVED IN THE QUARTER, WITH ITS
095700*  OUTCOME AS AT THE RUN DATE.
095800*----------------------------------------------------------------
095900 SD  CMPL-SORT-FILE.
096000 01  CMPL-SORT-RECORD.
096100     05  CS-BRANCH-ID              PIC X(06).
096200     05  CS-CATEGORY               PIC X(04).
096300     05  CS-CHANNEL                PIC X.
096400     05  CS-OUTCOME                PIC X.
096500         88  CS-RESOLVED-ON-TIME   VALUE 'T'.
096600         88  CS-RESOLVED-LATE      VALUE 'L'.
096700         88  CS-OPEN-IN-TIME       VALUE 'O'.
096800         88  CS-OPEN-OVERDUE       VALUE 'V'.
096900     05  CS-REFUND-AMOUNT          PIC 9(09)V99.
097000*----------------------------------------------------------------
097100 FD  CMPL-REVIEW-FILE.
097200 01  CMPL-REVIEW-LINE              PIC X(100).
097300*----------------------------------------------------------------
097400 WORKING-STORAGE SECTION.
097500 01  WS-FILE-STATUSES.
097600     05  WS-CMPLFILE-STATUS        PIC XX.
097700     05  WS-CMPLRVW-STATUS         PIC XX.
097800*----------------------------------------------------------------
097900 01  WS-WORK-FIELDS.
098000     05  WS-COMPLAINT-EOF-SWITCH   PIC X VALUE 'N'.
098100         88  NO-MORE-COMPLAINTS    VALUE 'Y'.
098200     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
098300         88  NO-MORE-SORTED-ROWS   VALUE 'Y'.
098400     05  WS-REPORT-PERIOD          PIC 9(06).
098500     05  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
098600         10  WS-REPORT-YEAR        PIC 9(04).
098700         10  WS-REPORT-MONTH       PIC 9(02).
098800             88  WS-QUARTER-END-MONTH VALUE 3 6 9 12.
098900     05  WS-QUARTER-START-PERIOD   PIC 9(06).
099000     05  WS-COMPLAINTS-READ        PIC 9(08) COMP VALUE 0.
099100     05  WS-COMPLAINTS-RELEASED    PIC 9(08) COMP VALUE 0.
099200     05  WS-CURRENT-BRANCH         PIC X(06).
099300     05  WS-CURRENT-CATEGORY       PIC X(04).
099400     05  WS-CAT-SUB                PIC 9(02) COMP.
099500     05  WS-CHN-SUB                PIC 9(02) COMP.
099600     05  WS-ON-TIME-PERCENT        PIC 9(03)V9.
099700*----------------------------------------------------------------
099800*  ONE SET OF COUNTERS - USED FOR THE BRANCH/CATEGORY LINE, THE
099900*  BRANCH SUBTOTAL, EACH CATEGORY AND CHANNEL, AND THE BANK.
100000*----------------------------------------------------------------
100100 01  WS-LINE-COUNTS.
100200     05  WS-LN-RECEIVED            PIC 9(07) COMP.
100300     05  WS-LN-ON-TIME             PIC 9(07) COMP.
100400     05  WS-LN-LATE                PIC 9(07) COMP.
100500     05  WS-LN-OPEN                PIC 9(07) COMP.
100600     05  WS-LN-OVERDUE             PIC 9(07) COMP.
100700     05  WS-LN-REFUNDED            PIC 9(11)V99.
100800 01  WS-BRANCH-COUNTS.
100900     05  WS-BR-RECEIVED            PIC 9(07) COMP.
101000     05  WS-BR-ON-TIME             PIC 9(07) COMP.
101100     05  WS-BR-LATE                PIC 9(07) COMP.
101200     05  WS-BR-OPEN                PIC 9(07) COMP.
101300     05  WS-BR-OVERDUE             PIC 9(07) COMP.
101400     05  WS-BR-REFUNDED            PIC 9(11)V99.
101500 01  WS-BANK-COUNTS.
101600     05  WS-BK-RECEIVED            PIC 9(07) COMP VALUE 0.
101700     05  WS-BK-ON-TIME             PIC 9(07) COMP VALUE 0.
101800     05  WS-BK-LATE                PIC 9(07) COMP VALUE 0.
101900     05  WS-BK-OPEN                PIC 9(07) COMP VALUE 0.
102000     05  WS-BK-OVERDUE             PIC 9(07) COMP VALUE 0.
102100     05  WS-BK-REFUNDED            PIC 9(11)V99 VALUE 0.
102200*----------------------------------------------------------------
102300*  COMPLAINT CATEGORIES AND CHANNELS (SEE CMPLREC.CPY), IN
102400*  PRINT ORDER, WITH THEIR QUARTER TOTALS.
102500*----------------------------------------------------------------
102600 01  WS-CATEGORY-TITLE-VALUES.
102700     05  FILLER                    PIC X(28)
102800                                   VALUE "FEESFEES AND CHARGES".
102900     05  FILLER                    PIC X(28)
103000                                   VALUE "ACCTACCOUNT HANDLING".
103100     05  FILLER                    PIC X(28)
103200                                   VALUE "TRANTRANSACTION ERRORS".
103300     05  FILLER                    PIC X(28)
103400                                   VALUE "CARDCARDS AND ATM".
103500     05  FILLER                    PIC X(28)
103600                                   VALUE "LOANLOANS AND CREDIT".
103700     05  FILLER                    PIC X(28)
103800                                   VALUE "SERVSERVICE QUALITY".
103900     05  FILLER                    PIC X(28)
104000                                   VALUE "FRAUFRAUD/UNAUTHORIZED".
104100     05  FILLER                    PIC X(28)
104200                                   VALUE "PRIVPRIVACY".
104300     05  FILLER                    PIC X(28)
104400                                   VALUE "DISCFAIR LENDING".
104500     05  FILLER                    PIC X(28)
104600                                   VALUE "OTHROTHER".
104700 01  WS-CATEGORY-TITLE-TABLE REDEFINES WS-CATEGORY-TITLE-VALUES.
104800     05  WS-CT-ENTRY               OCCURS 10 TIMES.
104900         10  WS-CT-CODE            PIC X(04).
105000         10  WS-CT-TITLE           PIC X(24).
105100 01  WS-CATEGORY-TOTAL-TABLE.
105200     05  WS-CATEGORY-TOTAL-ENTRY   OCCURS 10 TIMES.
105300         10  WS-CAT-RECEIVED       PIC 9(07) COMP.
105400         10  WS-CAT-ON-TIME        PIC 9(07) COMP.
105500         10  WS-CAT-LATE           PIC 9(07) COMP.
105600         10  WS-CAT-OPEN           PIC 9(07) COMP.
105700         10  WS-CAT-OVERDUE        PIC 9(07) COMP.
105800         10  WS-CAT-REFUNDED       PIC 9(11)V99.
105900 01  WS-CHANNEL-TITLE-VALUES.
106000     05  FILLER                    PIC X(09) VALUE "BBRANCH".
106100     05  FILLER                    PIC X(09) VALUE "PPHONE".
106200     05  FILLER                    PIC X(09) VALUE "LLETTER".
106300 01  WS-CHANNEL-TITLE-TABLE REDEFINES WS-CHANNEL-TITLE-VALUES.
106400     05  WS-CH-ENTRY               OCCURS 3 TIMES.
106500         10  WS-CH-CODE            PIC X.
106600         10  WS-CH-TITLE           PIC X(08).
106700 01  WS-CHANNEL-TOTAL-TABLE.
106800     05  WS-CHN-RECEIVED           PIC 9(07) COMP OCCURS 3 TIMES.
106900*----------------------------------------------------------------
107000*  PRINT WORK FIELDS.
107100*----------------------------------------------------------------
107200 01  WS-PRINT-FIELDS.
107300     05  WS-EDIT-RECEIVED          PIC Z,ZZZ,ZZ9.
107400     05  WS-EDIT-ON-TIME           PIC Z,ZZZ,ZZ9.
107500     05  WS-EDIT-LATE              PIC Z,ZZZ,ZZ9.
107600     05  WS-EDIT-OPEN              PIC Z,ZZZ,ZZ9.
107700     05  WS-EDIT-OVERDUE           PIC Z,ZZZ,ZZ9.
107800     05  WS-EDIT-REFUNDED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
107900     05  WS-EDIT-PERCENT           PIC ZZ9.9.
108000     05  WS-LINE-LABEL             PIC X(30).
108100 01  WS-COUNT-HEADING.
108200     05  FILLER                    PIC X(50) VALUE
108300         "                                RECEIVED   ON TIME".
108400     05  FILLER                    PIC X(50) VALUE
108500         "      LATE      OPEN   OVERDUE          REFUNDED".
108600*----------------------------------------------------------------
108700 01  WS-BUSINESS-DATE              PIC 9(08).
108800 01  WS-BUSDATE-FLAG               PIC X.
108900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
109000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
109100     05  WS-TS-DATE                PIC 9(08).
109200     05  FILLER                    PIC X(13).
109300 01  WS-RUN-HISTORY-FIELDS.
109400     05  WS-RH-STEP-NAME           PIC X(08) VALUE "CMPQSTEP".
109500     05  WS-RH-START-TIMESTAMP     PIC X(21).
109600     05  WS-RH-RECORDS-READ        PIC 9(08).
109700     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
109800     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
109900     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
110000*----------------------------------------------------------------
110100*  STAGING LINE FOR THE KEYED REPORT ARCHIVE (RPTARCH-WRITE).
110200*----------------------------------------------------------------
110300 01  WS-ARCHIVE-LINE               PIC X(100).
110400 01  WS-ARCHIVE-REPORT-ID          PIC X(08) VALUE "CMPLSUM".
110500*================================================================
110600 PROCEDURE DIVISION.
110700*================================================================
110800 0000-MAINLINE.
110900     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
111000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
111100     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
111200         WS-BUSDATE-FLAG
111300     IF WS-BUSDATE-FLAG = "Y"
111400         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
111500     END-IF
111600     ACCEPT WS-REPORT-PERIOD
111700     PERFORM 1000-INITIALIZE
111800         THRU 1000-INITIALIZE-EXIT
111900     IF WS-RH-COMPLETION-CODE NOT = ZERO
112000         GO TO 0000-WRITE-RUN-HISTORY
112100     END-IF
112200
112300     SORT CMPL-SORT-FILE
112400         ON ASCENDING KEY CS-BRANCH-ID
112500         ON ASCENDING KEY CS-CATEGORY
112600         INPUT PROCEDURE IS 2000-RELEASE-COMPLAINTS
112700             THRU 2000-RELEASE-COMPLAINTS-EXIT
112800         OUTPUT PROCEDURE IS 3000-REPORT-BRANCHES
112900             THRU 3000-REPORT-BRANCHES-EXIT
113000     PERFORM 4000-WRITE-TOTALS
113100         THRU 4000-WRITE-TOTALS-EXIT
113200     CLOSE CMPL-REVIEW-FILE
113300     DISPLAY "CMPLSUM: QUARTER-END PERIOD    = "
113400         WS-REPORT-PERIOD
113500     DISPLAY "CMPLSUM: COMPLAINTS READ       = "
113600         WS-COMPLAINTS-READ
113700     DISPLAY "CMPLSUM: RECEIVED IN QUARTER   = "
113800         WS-COMPLAINTS-RELEASED
113900     DISPLAY "CMPLSUM: STILL OPEN PAST DUE   = "
114000         WS-BK-OVERDUE
114100     IF WS-BK-OVERDUE > ZERO
114200         MOVE 4 TO WS-RH-COMPLETION-CODE
114300     END-IF
114400     .
114500 0000-WRITE-RUN-HISTORY.
114600     MOVE WS-COMPLAINTS-READ TO WS-RH-RECORDS-READ
114700     MOVE WS-COMPLAINTS-RELEASED TO WS-RH-RECORDS-UPDATED
114800     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
114900         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
115000         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
115100         WS-RH-COMPLETION-CODE
115200     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
115300     STOP RUN.
115400*----------------------------------------------------------------
115500*  1000-INITIALIZE  --  PERIOD CARD, QUARTER START, TOTALS AND
115600*  THE REPORT HEADINGS.
115700*----------------------------------------------------------------
115800 1000-INITIALIZE.
115900     IF WS-REPORT-PERIOD NOT NUMERIC
116000        OR NOT WS-QUARTER-END-MONTH
116100         DISPLAY "CMPLSUM: SYSIN PERIOD IS NOT A QUARTER END - "
116200             WS-REPORT-PERIOD
116300         MOVE 16 TO WS-RH-COMPLETION-CODE
116400         GO TO 1000-INITIALIZE-EXIT
116500     END-IF
116600     COMPUTE WS-QUARTER-START-PERIOD = WS-REPORT-PERIOD - 2
116700     PERFORM 1100-CLEAR-ONE-CATEGORY
116800         THRU 1100-CLEAR-ONE-CATEGORY-EXIT
116900         VARYING WS-CAT-SUB FROM 1 BY 1
117000         UNTIL WS-CAT-SUB > 10
117100     MOVE ZERO TO WS-CHN-RECEIVED (1)
117200     MOVE ZERO TO WS-CHN-RECEIVED (2)
117300     MOVE ZERO TO WS-CHN-RECEIVED (3)
117400
117500     OPEN OUTPUT CMPL-REVIEW-FILE
117600     MOVE SPACES TO WS-ARCHIVE-LINE
117700     STRING "CUSTOMER COMPLAINT SUMMARY - QUARTER "
117800         WS-QUARTER-START-PERIOD " TO " WS-REPORT-PERIOD
117900         " - STATUS AS OF " WS-TS-DATE
118000         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
118100     PERFORM 8000-WRITE-REPORT-LINE
118200         THRU 8000-WRITE-REPORT-LINE-EXIT
118300     MOVE SPACES TO WS-ARCHIVE-LINE
118400     PERFORM 8000-WRITE-REPORT-LINE
118500         THRU 8000-WRITE-REPORT-LINE-EXIT
118600     MOVE WS-COUNT-HEADING TO WS-ARCHIVE-LINE
118700     MOVE "BRANCH CATEGORY" TO WS-ARCHIVE-LINE (1:15)
118800     PERFORM 8000-WRITE-REPORT-LINE
118900         THRU 8000-WRITE-REPORT-LINE-EXIT
119000     .
119100 1000-INITIALIZE-EXIT.
119200     EXIT.
119300*----------------------------------------------------------------
119400 1100-CLEAR-ONE-CATEGORY.
119500     MOVE ZERO TO WS-CAT-RECEIVED (WS-CAT-SUB)
119600     MOVE ZERO TO WS-CAT-ON-TIME (WS-CAT-SUB)
119700     MOVE ZERO TO WS-CAT-LATE (WS-CAT-SUB)
119800     MOVE ZERO TO WS-CAT-OPEN (WS-CAT-SUB)
119900     MOVE ZERO TO WS-CAT-OVERDUE (WS-CAT-SUB)
120000     MOVE ZERO TO WS-CAT-REFUNDED (WS-CAT-SUB)
120100     .
120200 1100-CLEAR-ONE-CATEGORY-EXIT.
120300     EXIT.
120400*----------------------------------------------------------------
120500*  2000-RELEASE-COMPLAINTS  --  SORT INPUT PROCEDURE.  ONLY A
120600*  COMPLAINT RECEIVED INSIDE THE QUARTER IS COUNTED; ITS
120700*  OUTCOME IS JUDGED AGAINST ITS OWN RESPONSE DUE DATE.
120800*----------------------------------------------------------------
120900 2000-RELEASE-COMPLAINTS.
121000     OPEN INPUT COMPLAINT-FILE
121100     IF WS-CMPLFILE-STATUS NOT = "00"
121200         DISPLAY "CMPLSUM: NO COMPLAINT FILE - NOTHING TO "
121300             "REPORT"
121400         GO TO 2000-RELEASE-COMPLAINTS-EXIT
121500     END-IF
121600     PERFORM 2100-RELEASE-ONE-COMPLAINT
121700         THRU 2100-RELEASE-ONE-COMPLAINT-EXIT
121800         UNTIL NO-MORE-COMPLAINTS
121900     CLOSE COMPLAINT-FILE
122000     .
122100 2000-RELEASE-COMPLAINTS-EXIT.
122200     EXIT.
122300*----------------------------------------------------------------
122400 2100-RELEASE-ONE-COMPLAINT.
122500     READ COMPLAINT-FILE NEXT RECORD
122600         AT END
122700             MOVE 'Y' TO WS-COMPLAINT-EOF-SWITCH
122800             GO TO 2100-RELEASE-ONE-COMPLAINT-EXIT
122900     END-READ
123000     ADD 1 TO WS-COMPLAINTS-READ
123100     IF CP-RECEIVED-DATE (1:6) < WS-QUARTER-START-PERIOD
123200        OR CP-RECEIVED-DATE (1:6) > WS-REPORT-PERIOD
123300         GO TO 2100-RELEASE-ONE-COMPLAINT-EXIT
123400     END-IF
123500     MOVE CP-BRANCH-ID     TO CS-BRANCH-ID
123600     MOVE CP-CATEGORY      TO CS-CATEGORY
123700     MOVE CP-CHANNEL       TO CS-CHANNEL
123800     MOVE CP-REFUND-AMOUNT TO CS-REFUND-AMOUNT
123900     IF CP-STATUS-RESOLVED
124000         IF CP-RESOLVED-DATE > CP-DUE-DATE
124100             SET CS-RESOLVED-LATE TO TRUE
124200         ELSE
124300             SET CS-RESOLVED-ON-TIME TO TRUE
124400         END-IF
124500     ELSE
124600         IF WS-TS-DATE > CP-DUE-DATE
124700             SET CS-OPEN-OVERDUE TO TRUE
124800         ELSE
124900             SET CS-OPEN-IN-TIME TO TRUE
125000         END-IF
125100     END-IF
125200     RELEASE CMPL-SORT-RECORD
125300     ADD 1 TO WS-COMPLAINTS-RELEASED
125400     .
125500 2100-RELEASE-ONE-COMPLAINT-EXIT.
125600     EXIT.
125700*----------------------------------------------------------------
125800*  3000-REPORT-BRANCHES  --  SORT OUTPUT PROCEDURE.  CONTROL
125900*  BREAK ON BRANCH, THEN ON CATEGORY WITHIN THE BRANCH.
126000*----------------------------------------------------------------
126100 3000-REPORT-BRANCHES.
126200     PERFORM 3900-RETURN-NEXT-ROW
126300         THRU 3900-RETURN-NEXT-ROW-EXIT
126400     PERFORM 3100-REPORT-ONE-BRANCH
126500         THRU 3100-REPORT-ONE-BRANCH-EXIT
126600         UNTIL NO-MORE-SORTED-ROWS
126700     .
126800 3000-REPORT-BRANCHES-EXIT.
126900     EXIT.
127000*----------------------------------------------------------------
127100 3100-REPORT-ONE-BRANCH.
127200     MOVE CS-BRANCH-ID TO WS-CURRENT-BRANCH
127300     INITIALIZE WS-BRANCH-COUNTS
127400     PERFORM 3200-REPORT-ONE-CATEGORY
127500         THRU 3200-REPORT-ONE-CATEGORY-EXIT
127600         UNTIL NO-MORE-SORTED-ROWS
127700            OR CS-BRANCH-ID NOT = WS-CURRENT-BRANCH
127800     MOVE WS-BRANCH-COUNTS TO WS-LINE-COUNTS
127900     MOVE SPACES TO WS-LINE-LABEL
128000     STRING "  BRANCH " WS-CURRENT-BRANCH " TOTAL"
128100         DELIMITED BY SIZE INTO WS-LINE-LABEL
128200     PERFORM 8100-WRITE-COUNT-LINE
128300         THRU 8100-WRITE-COUNT-LINE-EXIT
128400     MOVE SPACES TO WS-ARCHIVE-LINE
128500     PERFORM 8000-WRITE-REPORT-LINE
128600         THRU 8000-WRITE-REPORT-LINE-EXIT
128700     .
128800 3100-REPORT-ONE-BRANCH-EXIT.
128900     EXIT.
129000*----------------------------------------------------------------
129100 3200-REPORT-ONE-CATEGORY.
129200     MOVE CS-CATEGORY TO WS-CURRENT-CATEGORY
129300     INITIALIZE WS-LINE-COUNTS
129400     PERFORM 3300-COUNT-ONE-COMPLAINT
129500         THRU 3300-COUNT-ONE-COMPLAINT-EXIT
129600         UNTIL NO-MORE-SORTED-ROWS
129700            OR CS-BRANCH-ID NOT = WS-CURRENT-BRANCH
129800            OR CS-CATEGORY NOT = WS-CURRENT-CATEGORY
129900     ADD WS-LN-RECEIVED TO WS-BR-RECEIVED
130000     ADD WS-LN-ON-TIME  TO WS-BR-ON-TIME
130100     ADD WS-LN-LATE     TO WS-BR-LATE
130200     ADD WS-LN-OPEN     TO WS-BR-OPEN
130300     ADD WS-LN-OVERDUE  TO WS-BR-OVERDUE
130400     ADD WS-LN-REFUNDED TO WS-BR-REFUNDED
130500     PERFORM 3400-FIND-CATEGORY
130600         THRU 3400-FIND-CATEGORY-EXIT
130700     IF WS-CAT-SUB NOT > 10
130800         ADD WS-LN-RECEIVED TO WS-CAT-RECEIVED (WS-CAT-SUB)
130900         ADD WS-LN-ON-TIME  TO WS-CAT-ON-TIME (WS-CAT-SUB)
131000         ADD WS-LN-LATE     TO WS-CAT-LATE (WS-CAT-SUB)
131100         ADD WS-LN-OPEN     TO WS-CAT-OPEN (WS-CAT-SUB)
131200         ADD WS-LN-OVERDUE  TO WS-CAT-OVERDUE (WS-CAT-SUB)
131300         ADD WS-LN-REFUNDED TO WS-CAT-REFUNDED (WS-CAT-SUB)
131400     END-IF
131500     MOVE SPACES TO WS-LINE-LABEL
131600     STRING WS-CURRENT-BRANCH " " WS-CURRENT-CATEGORY
131700         DELIMITED BY SIZE INTO WS-LINE-LABEL
131800     PERFORM 8100-WRITE-COUNT-LINE
131900         THRU 8100-WRITE-COUNT-LINE-EXIT
132000     .
132100 3200-REPORT-ONE-CATEGORY-EXIT.
132200     EXIT.
132300*----------------------------------------------------------------
132400 3300-COUNT-ONE-COMPLAINT.
132500     ADD 1 TO WS-LN-RECEIVED
132600     EVALUATE TRUE
132700         WHEN CS-RESOLVED-ON-TIME
132800             ADD 1 TO WS-LN-ON-TIME
132900         WHEN CS-RESOLVED-LATE
133000             ADD 1 TO WS-LN-LATE
133100         WHEN CS-OPEN-IN-TIME
133200             ADD 1 TO WS-LN-OPEN
133300         WHEN CS-OPEN-OVERDUE
133400             ADD 1 TO WS-LN-OPEN
133500             ADD 1 TO WS-LN-OVERDUE
133600     END-EVALUATE
133700     ADD CS-REFUND-AMOUNT TO WS-LN-REFUNDED
133800     EVALUATE CS-CHANNEL
133900         WHEN 'B'
134000             ADD 1 TO WS-CHN-RECEIVED (1)
134100         WHEN 'P'
134200             ADD 1 TO WS-CHN-RECEIVED (2)
134300         WHEN 'L'
134400             ADD 1 TO WS-CHN-RECEIVED (3)
134500     END-EVALUATE
134600     PERFORM 3900-RETURN-NEXT-ROW
134700         THRU 3900-RETURN-NEXT-ROW-EXIT
134800     .
134900 3300-COUNT-ONE-COMPLAINT-EXIT.
135000     EXIT.
135100*----------------------------------------------------------------
135200*  3400-FIND-CATEGORY  --  WS-CAT-SUB IS 11 WHEN THE CODE IS
135300*  NOT IN THE TABLE.
135400*----------------------------------------------------------------
135500 3400-FIND-CATEGORY.
135600     PERFORM 3410-TEST-ONE-CATEGORY
135700         THRU 3410-TEST-ONE-CATEGORY-EXIT
135800         VARYING WS-CAT-SUB FROM 1 BY 1
135900         UNTIL WS-CAT-SUB > 10
136000            OR WS-CT-CODE (WS-CAT-SUB) = WS-CURRENT-CATEGORY
136100     .
136200 3400-FIND-CATEGORY-EXIT.
136300     EXIT.
136400*----------------------------------------------------------------
136500 3410-TEST-ONE-CATEGORY.
136600     CONTINUE
136700     .
136800 3410-TEST-ONE-CATEGORY-EXIT.
136900     EXIT.
137000*----------------------------------------------------------------
137100 3900-RETURN-NEXT-ROW.
137200     RETURN CMPL-SORT-FILE
137300         AT END
137400             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
137500     END-RETURN
137600     .
137700 3900-RETURN-NEXT-ROW-EXIT.
137800     EXIT.
137900*----------------------------------------------------------------
138000*  4000-WRITE-TOTALS  --  THE BANK BY CATEGORY, THE BANK BY
138100*  CHANNEL, AND THE SHARE OF RESOLVED COMPLAINTS ANSWERED BY
138200*  THEIR RESPONSE DUE DATE.
138300*----------------------------------------------------------------
138400 4000-WRITE-TOTALS.
138500     MOVE SPACES TO WS-ARCHIVE-LINE
138600     MOVE "TOTALS BY CATEGORY" TO WS-ARCHIVE-LINE
138700     PERFORM 8000-WRITE-REPORT-LINE
138800         THRU 8000-WRITE-REPORT-LINE-EXIT
138900     PERFORM 4100-WRITE-ONE-CATEGORY-TOTAL
139000         THRU 4100-WRITE-ONE-CATEGORY-TOTAL-EXIT
139100         VARYING WS-CAT-SUB FROM 1 BY 1
139200         UNTIL WS-CAT-SUB > 10
139300     MOVE WS-BK-RECEIVED TO WS-LN-RECEIVED
139400     MOVE WS-BK-ON-TIME  TO WS-LN-ON-TIME
139500     MOVE WS-BK-LATE     TO WS-LN-LATE
139600     MOVE WS-BK-OPEN     TO WS-LN-OPEN
139700     MOVE WS-BK-OVERDUE  TO WS-LN-OVERDUE
139800     MOVE WS-BK-REFUNDED TO WS-LN-REFUNDED
139900     MOVE "  ALL COMPLAINTS" TO WS-LINE-LABEL
140000     PERFORM 8100-WRITE-COUNT-LINE
140100         THRU 8100-WRITE-COUNT-LINE-EXIT
140200
140300     MOVE SPACES TO WS-ARCHIVE-LINE
140400     PERFORM 8000-WRITE-REPORT-LINE
140500         THRU 8000-WRITE-REPORT-LINE-EXIT
140600     MOVE "RECEIVED BY CHANNEL" TO WS-ARCHIVE-LINE
140700     PERFORM 8000-WRITE-REPORT-LINE
140800         THRU 8000-WRITE-REPORT-LINE-EXIT
140900     PERFORM 4200-WRITE-ONE-CHANNEL-TOTAL
141000         THRU 4200-WRITE-ONE-CHANNEL-TOTAL-EXIT
141100         VARYING WS-CHN-SUB FROM 1 BY 1
141200         UNTIL WS-CHN-SUB > 3
141300
141400     MOVE SPACES TO WS-ARCHIVE-LINE
141500     PERFORM 8000-WRITE-REPORT-LINE
141600         THRU 8000-WRITE-REPORT-LINE-EXIT
141700     MOVE ZERO TO WS-ON-TIME-PERCENT
141800     IF WS-BK-ON-TIME + WS-BK-LATE > ZERO
141900         COMPUTE WS-ON-TIME-PERCENT ROUNDED =
142000             WS-BK-ON-TIME * 100 / (WS-BK-ON-TIME + WS-BK-LATE)
142100     END-IF
142200     MOVE WS-ON-TIME-PERCENT TO WS-EDIT-PERCENT
142300     MOVE SPACES TO WS-ARCHIVE-LINE
142400     STRING "RESOLVED COMPLAINTS ANSWERED BY THE DUE DATE "
142500         WS-EDIT-PERCENT " PCT"
142600         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
142700     PERFORM 8000-WRITE-REPORT-LINE
142800         THRU 8000-WRITE-REPORT-LINE-EXIT
142900     .
143000 4000-WRITE-TOTALS-EXIT.
143100     EXIT.
143200*----------------------------------------------------------------
143300 4100-WRITE-ONE-CATEGORY-TOTAL.
143400     MOVE WS-CAT-RECEIVED (WS-CAT-SUB) TO WS-LN-RECEIVED
143500     MOVE WS-CAT-ON-TIME (WS-CAT-SUB)  TO WS-LN-ON-TIME
143600     MOVE WS-CAT-LATE (WS-CAT-SUB)     TO WS-LN-LATE
143700     MOVE WS-CAT-OPEN (WS-CAT-SUB)     TO WS-LN-OPEN
143800     MOVE WS-CAT-OVERDUE (WS-CAT-SUB)  TO WS-LN-OVERDUE
143900     MOVE WS-CAT-REFUNDED (WS-CAT-SUB) TO WS-LN-REFUNDED
144000     MOVE SPACES TO WS-LINE-LABEL
144100     STRING "  " WS-CT-CODE (WS-CAT-SUB)
144200         " " WS-CT-TITLE (WS-CAT-SUB)
144300         DELIMITED BY SIZE INTO WS-LINE-LABEL
144400     PERFORM 8100-WRITE-COUNT-LINE
144500         THRU 8100-WRITE-COUNT-LINE-EXIT
144600     ADD WS-LN-RECEIVED TO WS-BK-RECEIVED
144700     ADD WS-LN-ON-TIME  TO WS-BK-ON-TIME
144800     ADD WS-LN-LATE     TO WS-BK-LATE
144900     ADD WS-LN-OPEN     TO WS-BK-OPEN
145000     ADD WS-LN-OVERDUE  TO WS-BK-OVERDUE
145100     ADD WS-LN-REFUNDED TO WS-BK-REFUNDED
145200     .
145300 4100-WRITE-ONE-CATEGORY-TOTAL-EXIT.
145400     EXIT.
145500*----------------------------------------------------------------
145600 4200-WRITE-ONE-CHANNEL-TOTAL.
145700     MOVE WS-CHN-RECEIVED (WS-CHN-SUB) TO WS-EDIT-RECEIVED
145800     MOVE SPACES TO WS-ARCHIVE-LINE
145900     STRING "  " WS-CH-TITLE (WS-CHN-SUB)
146000         "                      " WS-EDIT-RECEIVED
146100         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
146200     PERFORM 8000-WRITE-REPORT-LINE
146300         THRU 8000-WRITE-REPORT-LINE-EXIT
146400     .
146500 4200-WRITE-ONE-CHANNEL-TOTAL-EXIT.
146600     EXIT.
146700*----------------------------------------------------------------
146800 8000-WRITE-REPORT-LINE.
146900     MOVE WS-ARCHIVE-LINE TO CMPL-REVIEW-LINE
147000     WRITE CMPL-REVIEW-LINE
147100     CALL "RPTARCH-WRITE" USING WS-ARCHIVE-REPORT-ID
147200         WS-ARCHIVE-LINE
147300     .
147400 8000-WRITE-REPORT-LINE-EXIT.
147500     EXIT.
147600*----------------------------------------------------------------
147700*  8100-WRITE-COUNT-LINE  --  ONE LINE OF COUNTS UNDER THE
147800*  COLUMN HEADING, LABELLED FROM WS-LINE-LABEL.
147900*----------------------------------------------------------------
148000 8100-WRITE-COUNT-LINE.
148100     MOVE WS-LN-RECEIVED TO WS-EDIT-RECEIVED
148200     MOVE WS-LN-ON-TIME  TO WS-EDIT-ON-TIME
148300     MOVE WS-LN-LATE     TO WS-EDIT-LATE
148400     MOVE WS-LN-OPEN     TO WS-EDIT-OPEN
148500     MOVE WS-LN-OVERDUE  TO WS-EDIT-OVERDUE
148600     MOVE WS-LN-REFUNDED TO WS-EDIT-REFUNDED
148700     MOVE SPACES TO WS-ARCHIVE-LINE
148800     STRING WS-LINE-LABEL
148900         " " WS-EDIT-RECEIVED
149000         " " WS-EDIT-ON-TIME
149100         " " WS-EDIT-LATE
149200         " " WS-EDIT-OPEN
149300         " " WS-EDIT-OVERDUE
149400         " " WS-EDIT-REFUNDED
149500         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
149600     PERFORM 8000-WRITE-REPORT-LINE
149700         THRU 8000-WRITE-REPORT-LINE-EXIT
149800     .
149900 8100-WRITE-COUNT-LINE-EXIT.
150000     EXIT.
150100 END PROGRAM COMPLAINT-SUMMARY.
