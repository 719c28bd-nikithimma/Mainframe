000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACCT-REACTIVATE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  DORMANT ACCOUNT
001300*                     REACTIVATION FROM THE TELLER MENU.
001400*                     ACCTDORMANT PUTS AN ACCOUNT TO SLEEP, BUT
001500*                     WAKING IT WAS A BARE STATUS CHANGE IN
001600*                     ACCSTATUS88 ANY TELLER COULD KEY - THE
001700*                     PATH THE EXAMINERS TOLD US FRAUDSTERS USE
001800*                     ON A FORGOTTEN ACCOUNT.  ACCSTATUS88 NOW
001900*                     REFUSES DORMANT-TO-ACTIVE, AND THIS
002000*                     PROGRAM IS THE ONLY WAY BACK:
002100*                       - THE CUSTOMER MUST BE AT THE COUNTER;
002200*                       - THE TELLER RECORDS THE IDENTITY
002300*                         DOCUMENT SEEN (TYPE, NUMBER, EXPIRY -
002400*                         AN EXPIRED DOCUMENT IS REFUSED);
002500*                       - A LAPSED KYC REVIEW MUST BE DONE THERE
002600*                         AND THEN, AND THE NEXT REVIEW DATE IS
002700*                         SET THE SAME WAY ACCTOPEN SETS IT;
002800*                       - A SUPERVISOR APPROVES THROUGH
002900*                         SUP-OVERRIDE (TRAN TYPE R);
003000*                       - THE REACTFEE SERVICE FEE IS CHARGED
003100*                         THROUGH FEE-POST IF THE TELLER ASKS.
003200*                     THE ACCOUNT GOES ACTIVE WITH TODAY AS ITS
003300*                     LAST ACTIVITY AND A FRAUD-WATCH END DATE
003400*                     30 DAYS OUT - UNTIL THEN WITHDRAWTRAN AND
003500*                     TELLMENU FLAG ANY LARGE WITHDRAWAL TO THE
003600*                     FRAUD-REVIEW QUEUE.  THE CHANGE GOES ON
003700*                     THE STATUS AND ACTIVITY AUDIT LOGS AND THE
003800*                     REACTIVATION LOG.  CALLED FROM MENUBASED
003900*                     WITH THE SESSION ACCOUNT.
004000*================================================================
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     COPY ACCTMSEL.
004500     COPY CUSTMSEL.
004600     COPY AUDTSEL.
004700     COPY ACTAUDSEL.
004800     COPY RACTSEL.
004900*================================================================
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  ACCOUNT-MASTER-FILE.
005300     COPY ACCTMAST.
005400 FD  CUSTOMER-MASTER-FILE.
005500     COPY CUSTMAST.
005600 FD  STATUS-AUDIT-FILE.
005700     COPY AUDTREC.
005800 FD  ACTIVITY-AUDIT-FILE.
005900     COPY ACTAUDREC.
006000 FD  REACTIVATION-LOG-FILE.
006100     COPY RACTREC.
006200*----------------------------------------------------------------
006300 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------
006500*  ACCOUNT STATUS CODE AND ITS 88-LEVEL CONDITIONS (SHARED).
006600*----------------------------------------------------------------
006700     COPY ACCTSTAT.
006800*----------------------------------------------------------------
006900 01  WS-FILE-STATUSES.
007000     05  WS-ACCTMAST-STATUS        PIC XX.
007100     05  WS-CUSTMAST-STATUS        PIC XX.
007200     05  WS-STATAUDT-STATUS        PIC XX.
007300     05  WS-ACTAUDIT-STATUS        PIC XX.
007400     05  WS-REACTLOG-STATUS        PIC XX.
007500*----------------------------------------------------------------
007600 01  WS-WORK-FIELDS.
007700     05  WS-OPERATOR-ID            PIC X(08).
007800     05  WS-BRANCH-ID              PIC X(06).
007900     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
008000     05  WS-OPER-VERIFY-FLAG       PIC X.
008100     05  WS-OPER-ROLE-CODE         PIC X.
008200     05  WS-OVERRIDE-FLAG          PIC X.
008300     05  WS-REPLY                  PIC X.
008400     05  WS-CHECKS-PASSED-SWITCH   PIC X.
008500         88  WS-CHECKS-PASSED      VALUE 'Y'.
008600     05  WS-KYC-DUE-SWITCH         PIC X.
008700         88  WS-KYC-REVIEW-DUE     VALUE 'Y'.
008800     05  WS-KYC-REFRESHED-FLAG     PIC X.
008900     05  WS-NEW-RISK-RATING        PIC X.
009000     05  WS-FEE-SERVICE-CODE       PIC X(08) VALUE "REACTFEE".
009100     05  WS-FEE-AMOUNT             PIC S9(09)V99.
009200     05  WS-FEE-POST-FLAG          PIC X.
009300     05  WS-OLD-STATUS             PIC X.
009400*----------------------------------------------------------------
009500*  HOW LONG A REACTIVATED ACCOUNT STAYS ON FRAUD WATCH.
009600*----------------------------------------------------------------
009700 01  WS-WATCH-DAYS                 PIC 9(03) VALUE 030.
009800*----------------------------------------------------------------
009900*  THE IDENTITY DOCUMENT SEEN, HELD UNTIL THE LOG ROW IS
010000*  WRITTEN.
010100*----------------------------------------------------------------
010200 01  WS-ID-DOCUMENT.
010300     05  WS-ID-TYPE                PIC X.
010400         88  WS-ID-TYPE-VALID      VALUE 'P' 'D' 'N'.
010500     05  WS-ID-NUMBER              PIC X(20).
010600     05  WS-ID-EXPIRY-DATE         PIC 9(08).
010700*----------------------------------------------------------------
010800*  THE NEXT KYC REVIEW DATE - HIGH RISK IN A YEAR, STANDARD IN
010900*  THREE, AS ACCTOPEN SETS IT.
011000*----------------------------------------------------------------
011100 01  WS-KYC-WORK-DATE              PIC 9(08).
011200 01  WS-KYC-WORK-FIELDS REDEFINES WS-KYC-WORK-DATE.
011300     05  WS-KYC-YYYY               PIC 9(04).
011400     05  WS-KYC-MMDD               PIC 9(04).
011500*----------------------------------------------------------------
011600 01  WS-WATCH-UNTIL-DATE           PIC 9(08).
011700 01  WS-BUSINESS-DATE              PIC 9(08).
011800 01  WS-BUSDATE-FLAG               PIC X.
011900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
012000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
012100     05  WS-TS-DATE                PIC 9(08).
012200     05  WS-TS-TIME-OF-DAY         PIC 9(08).
012300     05  FILLER                    PIC X(05).
012400*================================================================
012500 LINKAGE SECTION.
012600*----------------------------------------------------------------
012700*  THE SESSION ACCOUNT, SUPPLIED BY MENUBASED.
012800*----------------------------------------------------------------
012900 01  LS-ACCT-NUMBER                PIC 9(10).
013000*================================================================
013100 PROCEDURE DIVISION USING LS-ACCT-NUMBER.
013200*================================================================
013300 0000-MAINLINE.
013400     DISPLAY "DORMANT ACCOUNT REACTIVATION - ACCOUNT "
013500         LS-ACCT-NUMBER
013600     DISPLAY "ENTER YOUR OPERATOR ID: "
013700     ACCEPT WS-OPERATOR-ID
013800     CALL "OPER-VERIFY" USING WS-OPERATOR-ID
013900         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
014000         WS-OPER-ROLE-CODE
014100     IF WS-OPER-VERIFY-FLAG NOT = "Y"
014200         DISPLAY "OPERATOR NOT AUTHORIZED"
014300         GOBACK
014400     END-IF
014500     DISPLAY "ENTER BRANCH ID: "
014600     ACCEPT WS-BRANCH-ID
014700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
014800     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
014900         WS-BUSDATE-FLAG
015000     IF WS-BUSDATE-FLAG = "Y"
015100         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
015200     END-IF
015300     MOVE 'N' TO WS-CHECKS-PASSED-SWITCH
015400     PERFORM 2000-CHECK-THE-REQUEST
015500         THRU 2000-CHECK-THE-REQUEST-EXIT
015600     IF WS-CHECKS-PASSED
015700         PERFORM 3000-REACTIVATE-ACCOUNT
015800             THRU 3000-REACTIVATE-ACCOUNT-EXIT
015900     END-IF
016000     GOBACK.
016100*----------------------------------------------------------------
016200*  2000-CHECK-THE-REQUEST  --  EVERYTHING THAT MUST BE TRUE
016300*  BEFORE THE SUPERVISOR IS ASKED.  NOTHING IS WRITTEN HERE;
016400*  WS-CHECKS-PASSED IS SET ONLY IF EVERY CHECK HOLDS.
016500*----------------------------------------------------------------
016600 2000-CHECK-THE-REQUEST.
016700     OPEN INPUT ACCOUNT-MASTER-FILE
016800     IF WS-ACCTMAST-STATUS NOT = "00"
016900         DISPLAY "ACCTREACT: UNABLE TO OPEN ACCOUNT MASTER, "
017000             "STATUS = " WS-ACCTMAST-STATUS
017100         GO TO 2000-CHECK-THE-REQUEST-EXIT
017200     END-IF
017300     MOVE LS-ACCT-NUMBER TO AM-ACCT-NUMBER
017400     READ ACCOUNT-MASTER-FILE
017500         KEY IS AM-ACCT-NUMBER
017600         INVALID KEY
017700             DISPLAY "ACCOUNT " LS-ACCT-NUMBER " NOT ON MASTER"
017800             CLOSE ACCOUNT-MASTER-FILE
017900             GO TO 2000-CHECK-THE-REQUEST-EXIT
018000     END-READ
018100     CLOSE ACCOUNT-MASTER-FILE
018200     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
018300     IF NOT STATUS-DORMANT
018400         DISPLAY "REFUSED - ONLY A DORMANT ACCOUNT IS "
018500             "REACTIVATED (STATUS IS " ACCT-STATUS-CODE ")"
018600         GO TO 2000-CHECK-THE-REQUEST-EXIT
018700     END-IF
018800
018900     DISPLAY "IS THE CUSTOMER PRESENT AT THE COUNTER (Y/N): "
019000     ACCEPT WS-REPLY
019100     IF WS-REPLY NOT = 'Y'
019200         DISPLAY "REFUSED - THE CUSTOMER MUST BE PRESENT TO "
019300             "REACTIVATE A DORMANT ACCOUNT"
019400         GO TO 2000-CHECK-THE-REQUEST-EXIT
019500     END-IF
019600
019700     PERFORM 2100-RECORD-ID-DOCUMENT
019800         THRU 2100-RECORD-ID-DOCUMENT-EXIT
019900     IF WS-ID-NUMBER = SPACES
020000         GO TO 2000-CHECK-THE-REQUEST-EXIT
020100     END-IF
020200
020300     PERFORM 2200-CHECK-KYC-CURRENCY
020400         THRU 2200-CHECK-KYC-CURRENCY-EXIT
020500     .
020600 2000-CHECK-THE-REQUEST-EXIT.
020700     EXIT.
020800*----------------------------------------------------------------
020900*  2100-RECORD-ID-DOCUMENT  --  THE DOCUMENT THE TELLER HAS IN
021000*  HAND.  AN UNKNOWN TYPE, A BLANK NUMBER, A BAD DATE OR AN
021100*  EXPIRED DOCUMENT IS REFUSED AND LEAVES WS-ID-NUMBER BLANK.
021200*----------------------------------------------------------------
021300 2100-RECORD-ID-DOCUMENT.
021400     DISPLAY "IDENTITY DOCUMENT SEEN (P=PASSPORT "
021500         "D=DRIVING LICENCE N=NATIONAL ID CARD): "
021600     ACCEPT WS-ID-TYPE
021700     DISPLAY "DOCUMENT NUMBER: "
021800     ACCEPT WS-ID-NUMBER
021900     DISPLAY "DOCUMENT EXPIRY DATE (YYYYMMDD): "
022000     ACCEPT WS-ID-EXPIRY-DATE
022100     IF NOT WS-ID-TYPE-VALID
022200         DISPLAY "REFUSED - UNKNOWN DOCUMENT TYPE"
022300         MOVE SPACES TO WS-ID-NUMBER
022400         GO TO 2100-RECORD-ID-DOCUMENT-EXIT
022500     END-IF
022600     IF WS-ID-NUMBER = SPACES
022700         DISPLAY "REFUSED - THE DOCUMENT NUMBER MUST BE "
022800             "RECORDED"
022900         GO TO 2100-RECORD-ID-DOCUMENT-EXIT
023000     END-IF
023100     IF FUNCTION TEST-DATE-YYYYMMDD(WS-ID-EXPIRY-DATE)
023200             NOT = ZERO
023300         DISPLAY "REFUSED - INVALID EXPIRY DATE"
023400         MOVE SPACES TO WS-ID-NUMBER
023500         GO TO 2100-RECORD-ID-DOCUMENT-EXIT
023600     END-IF
023700     IF WS-ID-EXPIRY-DATE < WS-TS-DATE
023800         DISPLAY "REFUSED - THE DOCUMENT EXPIRED ON "
023900             WS-ID-EXPIRY-DATE
024000         MOVE SPACES TO WS-ID-NUMBER
024100     END-IF
024200     .
024300 2100-RECORD-ID-DOCUMENT-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
024600*  2200-CHECK-KYC-CURRENCY  --  A CUSTOMER WHOSE KYC REVIEW HAS
024700*  LAPSED (OR WAS NEVER SET) IS REVIEWED NOW, AT THE COUNTER,
024800*  OR THE ACCOUNT STAYS DORMANT.  THE NEW REVIEW DATE IS
024900*  WORKED OUT HERE AND STORED ONLY ONCE THE SUPERVISOR HAS
025000*  APPROVED.  A DECEASED CUSTOMER'S ACCOUNT IS NEVER WOKEN.
025100*----------------------------------------------------------------
025200 2200-CHECK-KYC-CURRENCY.
025300     MOVE 'N' TO WS-KYC-DUE-SWITCH
025400     OPEN INPUT CUSTOMER-MASTER-FILE
025500     IF WS-CUSTMAST-STATUS NOT = "00"
025600         DISPLAY "ACCTREACT: UNABLE TO OPEN CUSTOMER MASTER, "
025700             "STATUS = " WS-CUSTMAST-STATUS
025800         GO TO 2200-CHECK-KYC-CURRENCY-EXIT
025900     END-IF
026000     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
026100     READ CUSTOMER-MASTER-FILE
026200         KEY IS CM-CUSTOMER-NUMBER
026300         INVALID KEY
026400             DISPLAY "REFUSED - CUSTOMER " AM-CUSTOMER-NUMBER
026500                 " NOT ON THE CUSTOMER MASTER"
026600             CLOSE CUSTOMER-MASTER-FILE
026700             GO TO 2200-CHECK-KYC-CURRENCY-EXIT
026800     END-READ
026900     CLOSE CUSTOMER-MASTER-FILE
027000     IF CM-IS-DECEASED
027100         DISPLAY "REFUSED - THE CUSTOMER IS RECORDED AS "
027200             "DECEASED"
027300         GO TO 2200-CHECK-KYC-CURRENCY-EXIT
027400     END-IF
027500     IF CM-KYC-REVIEW-DATE NOT = ZERO
027600        AND CM-KYC-REVIEW-DATE NOT < WS-TS-DATE
027700         DISPLAY "KYC REVIEW CURRENT - NEXT DUE "
027800             CM-KYC-REVIEW-DATE
027900         MOVE 'Y' TO WS-CHECKS-PASSED-SWITCH
028000         GO TO 2200-CHECK-KYC-CURRENCY-EXIT
028100     END-IF
028200
028300     DISPLAY "KYC REVIEW OVERDUE (DUE " CM-KYC-REVIEW-DATE
028400         ") - IT MUST BE COMPLETED BEFORE REACTIVATION"
028500     DISPLAY "REVIEW DONE WITH THE CUSTOMER NOW - DETAILS "
028600         "CONFIRMED AND DOCUMENTS SIGHTED (Y/N): "
028700     ACCEPT WS-REPLY
028800     IF WS-REPLY NOT = 'Y'
028900         DISPLAY "REFUSED - KYC REVIEW NOT COMPLETED"
029000         GO TO 2200-CHECK-KYC-CURRENCY-EXIT
029100     END-IF
029200     DISPLAY "CUSTOMER RISK RATING (H=HIGH S=STANDARD): "
029300     ACCEPT WS-NEW-RISK-RATING
029400     IF WS-NEW-RISK-RATING NOT = 'H'
029500         MOVE 'S' TO WS-NEW-RISK-RATING
029600     END-IF
029700     MOVE WS-TS-DATE TO WS-KYC-WORK-DATE
029800     IF WS-NEW-RISK-RATING = 'H'
029900         ADD 1 TO WS-KYC-YYYY
030000     ELSE
030100         ADD 3 TO WS-KYC-YYYY
030200     END-IF
030300     IF WS-KYC-MMDD = 0229
030400         MOVE 0228 TO WS-KYC-MMDD
030500     END-IF
030600     MOVE 'Y' TO WS-KYC-DUE-SWITCH
030700     MOVE 'Y' TO WS-CHECKS-PASSED-SWITCH
030800     .
030900 2200-CHECK-KYC-CURRENCY-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------
031200*  3000-REACTIVATE-ACCOUNT  --  SUPERVISOR APPROVAL, THEN THE
031300*  KYC UPDATE, THE FEE, THE STATUS CHANGE AND THE LOG ROWS.
031400*----------------------------------------------------------------
031500 3000-REACTIVATE-ACCOUNT.
031600     DISPLAY "REACTIVATION NEEDS A SUPERVISOR'S APPROVAL"
031700     CALL "SUP-OVERRIDE" USING AM-ACCT-NUMBER "R"
031800         WS-ZERO-AMOUNT WS-OPERATOR-ID WS-OVERRIDE-FLAG
031900     IF WS-OVERRIDE-FLAG NOT = "Y"
032000         DISPLAY "REACTIVATION REFUSED - NO SUPERVISOR "
032100             "APPROVAL"
032200         GO TO 3000-REACTIVATE-ACCOUNT-EXIT
032300     END-IF
032400
032500     IF WS-KYC-REVIEW-DUE
032600         PERFORM 3100-STORE-KYC-REVIEW
032700             THRU 3100-STORE-KYC-REVIEW-EXIT
032800         IF WS-KYC-REVIEW-DUE
032900             GO TO 3000-REACTIVATE-ACCOUNT-EXIT
033000         END-IF
033100         MOVE 'Y' TO WS-KYC-REFRESHED-FLAG
033200     ELSE
033300         MOVE 'N' TO WS-KYC-REFRESHED-FLAG
033400         MOVE CM-KYC-REVIEW-DATE TO WS-KYC-WORK-DATE
033500     END-IF
033600
033700     OPEN I-O ACCOUNT-MASTER-FILE
033800     IF WS-ACCTMAST-STATUS NOT = "00"
033900         DISPLAY "ACCTREACT: UNABLE TO OPEN ACCOUNT MASTER, "
034000             "STATUS = " WS-ACCTMAST-STATUS
034100         GO TO 3000-REACTIVATE-ACCOUNT-EXIT
034200     END-IF
034300     MOVE LS-ACCT-NUMBER TO AM-ACCT-NUMBER
034400     READ ACCOUNT-MASTER-FILE
034500         KEY IS AM-ACCT-NUMBER
034600         INVALID KEY
034700             DISPLAY "ACCOUNT " LS-ACCT-NUMBER " NOT ON MASTER"
034800             CLOSE ACCOUNT-MASTER-FILE
034900             GO TO 3000-REACTIVATE-ACCOUNT-EXIT
035000     END-READ
035100     IF AM-STATUS-CODE NOT = 'D'
035200         DISPLAY "REFUSED - ACCOUNT STATUS CHANGED MEANWHILE"
035300         CLOSE ACCOUNT-MASTER-FILE
035400         GO TO 3000-REACTIVATE-ACCOUNT-EXIT
035500     END-IF
035600
035700     PERFORM 3200-CHARGE-REACTIVATION-FEE
035800         THRU 3200-CHARGE-REACTIVATION-FEE-EXIT
035900
036000     COMPUTE WS-WATCH-UNTIL-DATE = FUNCTION DATE-OF-INTEGER(
036100         FUNCTION INTEGER-OF-DATE(WS-TS-DATE) + WS-WATCH-DAYS)
036200     MOVE AM-STATUS-CODE TO WS-OLD-STATUS
036300     MOVE 'A' TO AM-STATUS-CODE
036400     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
036500     MOVE WS-WATCH-UNTIL-DATE TO AM-REACT-WATCH-UNTIL
036600     REWRITE ACCOUNT-MASTER-RECORD
036700         INVALID KEY
036800             DISPLAY "UNABLE TO REWRITE ACCOUNT MASTER RECORD"
036900             CLOSE ACCOUNT-MASTER-FILE
037000             GO TO 3000-REACTIVATE-ACCOUNT-EXIT
037100     END-REWRITE
037200     CLOSE ACCOUNT-MASTER-FILE
037300
037400     PERFORM 3300-WRITE-AUDIT-ROWS
037500         THRU 3300-WRITE-AUDIT-ROWS-EXIT
037600     PERFORM 3400-WRITE-REACTIVATION-LOG
037700         THRU 3400-WRITE-REACTIVATION-LOG-EXIT
037800     DISPLAY "ACCOUNT " AM-ACCT-NUMBER " REACTIVATED - ON "
037900         "FRAUD WATCH UNTIL " WS-WATCH-UNTIL-DATE
038000     .
038100 3000-REACTIVATE-ACCOUNT-EXIT.
038200     EXIT.
038300*----------------------------------------------------------------
038400*  3100-STORE-KYC-REVIEW  --  THE REVIEW JUST DONE AT THE
038500*  COUNTER, WITH THE RATING AND NEXT DATE.  WS-KYC-REVIEW-DUE
038600*  IS CLEARED ONLY WHEN THE CUSTOMER RECORD IS REWRITTEN.
038700*----------------------------------------------------------------
038800 3100-STORE-KYC-REVIEW.
038900     OPEN I-O CUSTOMER-MASTER-FILE
039000     IF WS-CUSTMAST-STATUS NOT = "00"
039100         DISPLAY "ACCTREACT: UNABLE TO OPEN CUSTOMER MASTER, "
039200             "STATUS = " WS-CUSTMAST-STATUS
039300         GO TO 3100-STORE-KYC-REVIEW-EXIT
039400     END-IF
039500     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
039600     READ CUSTOMER-MASTER-FILE
039700         KEY IS CM-CUSTOMER-NUMBER
039800         INVALID KEY
039900             DISPLAY "CUSTOMER " AM-CUSTOMER-NUMBER
040000                 " NOT ON THE CUSTOMER MASTER"
040100             CLOSE CUSTOMER-MASTER-FILE
040200             GO TO 3100-STORE-KYC-REVIEW-EXIT
040300     END-READ
040400     MOVE WS-NEW-RISK-RATING TO CM-RISK-RATING
040500     MOVE WS-KYC-WORK-DATE   TO CM-KYC-REVIEW-DATE
040600     REWRITE CUSTOMER-MASTER-RECORD
040700         INVALID KEY
040800             DISPLAY "UNABLE TO REWRITE CUSTOMER MASTER RECORD"
040900             CLOSE CUSTOMER-MASTER-FILE
041000             GO TO 3100-STORE-KYC-REVIEW-EXIT
041100     END-REWRITE
041200     CLOSE CUSTOMER-MASTER-FILE
041300     MOVE 'N' TO WS-KYC-DUE-SWITCH
041400     DISPLAY "KYC REVIEW RECORDED - NEXT DUE " CM-KYC-REVIEW-DATE
041500     .
041600 3100-STORE-KYC-REVIEW-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------
041900*  3200-CHARGE-REACTIVATION-FEE  --  OPTIONAL, AT THE TELLER'S
042000*  WORD.  FEE-POST PRICES THE REACTFEE SERVICE (OR WAIVES IT
042100*  FOR THE CUSTOMER'S TIER) AND WRITES THE FEE ROW AND GL
042200*  PAIR; THE AMOUNT COMES OFF THE BALANCE IN THE RECORD HELD
042300*  HERE, SO THE STATUS REWRITE CARRIES IT.
042400*----------------------------------------------------------------
042500 3200-CHARGE-REACTIVATION-FEE.
042600     MOVE ZERO TO WS-FEE-AMOUNT
042700     DISPLAY "CHARGE THE REACTIVATION FEE (Y/N): "
042800     ACCEPT WS-REPLY
042900     IF WS-REPLY NOT = 'Y'
043000         GO TO 3200-CHARGE-REACTIVATION-FEE-EXIT
043100     END-IF
043200     CALL "FEE-POST" USING AM-ACCT-NUMBER AM-TYPE-CODE
043300         AM-CUSTOMER-NUMBER WS-FEE-SERVICE-CODE
043400         WS-OPERATOR-ID WS-FEE-AMOUNT WS-FEE-POST-FLAG
043500     EVALUATE WS-FEE-POST-FLAG
043600         WHEN 'Y'
043700             SUBTRACT WS-FEE-AMOUNT FROM AM-BALANCE
043800             DISPLAY "REACTIVATION FEE CHARGED " WS-FEE-AMOUNT
043900         WHEN 'W'
044000             MOVE ZERO TO WS-FEE-AMOUNT
044100             DISPLAY "REACTIVATION FEE WAIVED FOR THE "
044200                 "CUSTOMER'S RELATIONSHIP TIER"
044300         WHEN OTHER
044400             MOVE ZERO TO WS-FEE-AMOUNT
044500             DISPLAY "NO REACTIVATION FEE ON THE FEE "
044600                 "SCHEDULE - NONE CHARGED"
044700     END-EVALUATE
044800     .
044900 3200-CHARGE-REACTIVATION-FEE-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200*  3300-WRITE-AUDIT-ROWS  --  THE STATUS CHANGE ON THE STATUS
045300*  AUDIT LOG AND THE SHARED ACTIVITY AUDIT LOG, AS ACCSTATUS88
045400*  RECORDS EVERY OTHER STATUS CHANGE.
045500*----------------------------------------------------------------
045600 3300-WRITE-AUDIT-ROWS.
045700     OPEN EXTEND STATUS-AUDIT-FILE
045800     IF WS-STATAUDT-STATUS = "35"
045900         CLOSE STATUS-AUDIT-FILE
046000         OPEN OUTPUT STATUS-AUDIT-FILE
046100     END-IF
046200     MOVE AM-ACCT-NUMBER     TO AU-ACCT-NUMBER
046300     MOVE WS-OPERATOR-ID     TO AU-OPERATOR-ID
046400     MOVE WS-OLD-STATUS      TO AU-OLD-STATUS
046500     MOVE AM-STATUS-CODE     TO AU-NEW-STATUS
046600     MOVE FUNCTION CURRENT-DATE TO AU-CHANGE-TIMESTAMP
046700     WRITE STATUS-AUDIT-RECORD
046800     CLOSE STATUS-AUDIT-FILE
046900
047000     OPEN EXTEND ACTIVITY-AUDIT-FILE
047100     IF WS-ACTAUDIT-STATUS = "35"
047200         CLOSE ACTIVITY-AUDIT-FILE
047300         OPEN OUTPUT ACTIVITY-AUDIT-FILE
047400     END-IF
047500     MOVE "ACCTREACT"    TO AL-PROGRAM-ID
047600     MOVE AM-ACCT-NUMBER TO AL-ACCT-NUMBER
047700     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
047800     MOVE WS-OLD-STATUS  TO AL-BEFORE-VALUE
047900     MOVE AM-STATUS-CODE TO AL-AFTER-VALUE
048000     MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
048100     WRITE ACTIVITY-AUDIT-RECORD
048200     CLOSE ACTIVITY-AUDIT-FILE
048300     .
048400 3300-WRITE-AUDIT-ROWS-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------
048700*  3400-WRITE-REACTIVATION-LOG  --  THE IDENTITY DOCUMENT, THE
048800*  KYC OUTCOME, THE FEE AND THE WATCH PERIOD.
048900*----------------------------------------------------------------
049000 3400-WRITE-REACTIVATION-LOG.
049100     OPEN EXTEND REACTIVATION-LOG-FILE
049200     IF WS-REACTLOG-STATUS = "35"
049300         CLOSE REACTIVATION-LOG-FILE
049400         OPEN OUTPUT REACTIVATION-LOG-FILE
049500     END-IF
049600     MOVE AM-ACCT-NUMBER          TO RA-ACCT-NUMBER
049700     MOVE AM-CUSTOMER-NUMBER      TO RA-CUSTOMER-NUMBER
049800     MOVE WS-TS-DATE              TO RA-REACT-DATE
049900     MOVE WS-TS-TIME-OF-DAY (1:6) TO RA-REACT-TIME
050000     MOVE WS-OPERATOR-ID          TO RA-TELLER-ID
050100     MOVE WS-BRANCH-ID            TO RA-BRANCH-ID
050200     MOVE WS-ID-TYPE              TO RA-ID-TYPE
050300     MOVE WS-ID-NUMBER            TO RA-ID-NUMBER
050400     MOVE WS-ID-EXPIRY-DATE       TO RA-ID-EXPIRY-DATE
050500     MOVE WS-KYC-REFRESHED-FLAG   TO RA-KYC-REFRESHED-FLAG
050600     MOVE WS-KYC-WORK-DATE        TO RA-KYC-REVIEW-DATE
050700     MOVE WS-FEE-AMOUNT           TO RA-FEE-CHARGED
050800     MOVE WS-WATCH-UNTIL-DATE     TO RA-WATCH-UNTIL-DATE
050900     WRITE REACTIVATION-LOG-RECORD
051000     CLOSE REACTIVATION-LOG-FILE
051100     .
051200 3400-WRITE-REACTIVATION-LOG-EXIT.
051300     EXIT.
