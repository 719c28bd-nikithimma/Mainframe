000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    BILLMAINT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CONSOLE SET-UP FOR THE
001300*                     BILL PAYMENT SERVICE.  A SUPERVISOR OR
001400*                     MANAGER ADDS BILLERS (UTILITY, TELECOM,
001500*                     INSURANCE) TO THE BILLER MASTER WITH THE
001600*                     ROUTING AND ACCOUNT THEIR REMITTANCE IS
001700*                     SENT TO, AND SUSPENDS OR RESUMES THEM.
001800*                     ANY TELLER REGISTERS A BILLER AS A PAYEE
001900*                     OF A CUSTOMER ACCOUNT WITH THE CUSTOMER'S
002000*                     REFERENCE NUMBER AT THAT BILLER, CANCELS
002100*                     THE REGISTRATION, SETS UP ONE-OFF OR
002200*                     WEEKLY/MONTHLY PAYMENTS TO A REGISTERED
002300*                     PAYEE, CANCELS THEM, AND LISTS AN
002400*                     ACCOUNT'S PAYEES.  BILL-PAYMENT TAKES THE
002500*                     MONEY NIGHTLY.  EVERY CHANGE WRITES AN
002600*                     ACTIVITY AUDIT ROW (ACCOUNT ZERO FOR
002700*                     BILLER MASTER CHANGES).  SAME CONSOLE
002800*                     SHAPE AS SWEEP ARRANGEMENT MAINTENANCE.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     COPY BILRSEL.
003400     COPY BPYESEL.
003500     COPY BPINSEL.
003600     COPY ACCTMSEL.
003700     COPY ACTAUDSEL.
003800*================================================================
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  BILLER-MASTER-FILE.
004200     COPY BILRREC.
004300 FD  BILL-PAYEE-FILE.
004400     COPY BPYEREC.
004500 FD  BILL-INSTRUCTION-FILE.
004600     COPY BPINREC.
004700 FD  ACCOUNT-MASTER-FILE.
004800     COPY ACCTMAST.
004900 FD  ACTIVITY-AUDIT-FILE.
005000     COPY ACTAUDREC.
005100*----------------------------------------------------------------
005200 WORKING-STORAGE SECTION.
005300     COPY ACCTSTAT.
005400*----------------------------------------------------------------
005500 01  WS-FILE-STATUSES.
005600     05  WS-BILRMAST-STATUS        PIC XX.
005700     05  WS-BILLPAYE-STATUS        PIC XX.
005800     05  WS-BILLINST-STATUS        PIC XX.
005900     05  WS-ACCTMAST-STATUS        PIC XX.
006000     05  WS-ACTAUDIT-STATUS        PIC XX.
006100*----------------------------------------------------------------
006200 01  WS-WORK-FIELDS.
006300     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
006400         88  WS-SESSION-DONE       VALUE 'Y'.
006500     05  WS-EOF-SWITCH             PIC X VALUE 'N'.
006600         88  NO-MORE-PAYEES        VALUE 'Y'.
006700     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
006800     05  WS-OPER-VERIFY-FLAG       PIC X.
006900     05  WS-OPER-VERIFY-ROLE       PIC X.
007000     05  WS-MENU-CHOICE            PIC X.
007100     05  WS-MAINT-OPERATOR-ID      PIC X(08).
007200     05  WS-MAINT-BRANCH-ID        PIC X(06).
007300     05  WS-BILLER-ID              PIC X(08).
007400     05  WS-BILLER-NAME            PIC X(30).
007500     05  WS-CATEGORY-CODE          PIC X.
007600     05  WS-REMIT-ROUTING          PIC X(09).
007700     05  WS-REMIT-ACCOUNT          PIC X(17).
007800     05  WS-NEW-BILLER-STATUS      PIC X.
007900         88  WS-NEW-BILLER-ACTIVE  VALUE 'A'.
008000     05  WS-PAYEE-ACCT-NUMBER      PIC 9(10).
008100     05  WS-CUSTOMER-REF           PIC X(20).
008200     05  WS-INSTRUCTION-ID         PIC 9(08).
008300     05  WS-PAY-AMOUNT             PIC 9(09)V99.
008400     05  WS-FREQUENCY-CODE         PIC X.
008500     05  WS-FIRST-PAY-DATE         PIC 9(08).
008600     05  WS-END-DATE               PIC 9(08).
008700     05  WS-AUDIT-ACCT-NUMBER      PIC 9(10).
008800     05  WS-PAYEES-LISTED          PIC 9(04) COMP VALUE 0.
008900     05  WS-CHECK-DIGIT-FLAG       PIC X.
009000         88  WS-CHECK-DIGIT-VALID  VALUE 'Y'.
009100         88  WS-CHECK-DIGIT-INVALID VALUE 'N'.
009200     05  WS-EDIT-VALID-FLAG        PIC X.
009300         88  WS-EDIT-VALID         VALUE 'Y'.
009400         88  WS-EDIT-INVALID       VALUE 'N'.
009500     05  WS-AUDIT-BEFORE-VALUE     PIC X(15).
009600     05  WS-AUDIT-AFTER-VALUE      PIC X(15).
009700     05  WS-AMOUNT-EDIT            PIC Z(8)9.99.
009800*----------------------------------------------------------------
009900 01  WS-ID-SOURCE-NAME             PIC X(08).
010000 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
010100 01  WS-BUSINESS-DATE              PIC 9(08).
010200 01  WS-BUSDATE-FLAG               PIC X.
010300 01  WS-CURRENT-TIMESTAMP          PIC X(21).
010400 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
010500     05  WS-TS-DATE                PIC 9(08).
010600     05  FILLER                    PIC X(13).
010700*================================================================
010800 PROCEDURE DIVISION.
010900*================================================================
011000 0000-MAINLINE.
011100     DISPLAY "BILL PAYMENT MAINTENANCE"
011200     DISPLAY "ENTER YOUR OPERATOR ID: "
011300     ACCEPT WS-MAINT-OPERATOR-ID
011400     CALL "OPER-VERIFY" USING WS-MAINT-OPERATOR-ID
011500         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
011600         WS-OPER-VERIFY-ROLE
011700     IF WS-OPER-VERIFY-FLAG NOT = "Y"
011800         DISPLAY "OPERATOR NOT AUTHORIZED"
011900         STOP RUN
012000     END-IF
012100     DISPLAY "ENTER BRANCH ID: "
012200     ACCEPT WS-MAINT-BRANCH-ID
012300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
012400     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
012500         WS-BUSDATE-FLAG
012600     IF WS-BUSDATE-FLAG = "Y"
012700         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
012800     END-IF
012900     PERFORM 2000-WORK-ONE-CHOICE
013000         THRU 2000-WORK-ONE-CHOICE-EXIT
013100         UNTIL WS-SESSION-DONE
013200     STOP RUN.
013300*----------------------------------------------------------------
013400*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
013500*----------------------------------------------------------------
013600 2000-WORK-ONE-CHOICE.
013700     DISPLAY "BILLERS:  A=ADD  S=SUSPEND  R=RESUME"
013800     DISPLAY "PAYEES:   P=REGISTER  C=CANCEL  L=LIST"
013900     DISPLAY "PAYMENTS: I=NEW PAYMENT  D=CANCEL PAYMENT  "
014000         "X=EXIT"
014100     DISPLAY "CHOICE: "
014200     ACCEPT WS-MENU-CHOICE
014300     EVALUATE WS-MENU-CHOICE
014400         WHEN 'A'
014500             PERFORM 3000-ADD-BILLER
014600                 THRU 3000-ADD-BILLER-EXIT
014700         WHEN 'S'
014800             MOVE 'S' TO WS-NEW-BILLER-STATUS
014900             PERFORM 3100-SET-BILLER-STATUS
015000                 THRU 3100-SET-BILLER-STATUS-EXIT
015100         WHEN 'R'
015200             MOVE 'A' TO WS-NEW-BILLER-STATUS
015300             PERFORM 3100-SET-BILLER-STATUS
015400                 THRU 3100-SET-BILLER-STATUS-EXIT
015500         WHEN 'P'
015600             PERFORM 4000-REGISTER-PAYEE
015700                 THRU 4000-REGISTER-PAYEE-EXIT
015800         WHEN 'C'
015900             PERFORM 4200-CANCEL-PAYEE
016000                 THRU 4200-CANCEL-PAYEE-EXIT
016100         WHEN 'L'
016200             PERFORM 6000-LIST-PAYEES
016300                 THRU 6000-LIST-PAYEES-EXIT
016400         WHEN 'I'
016500             PERFORM 5000-NEW-INSTRUCTION
016600                 THRU 5000-NEW-INSTRUCTION-EXIT
016700         WHEN 'D'
016800             PERFORM 5200-CANCEL-INSTRUCTION
016900                 THRU 5200-CANCEL-INSTRUCTION-EXIT
017000         WHEN 'X'
017100             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
017200         WHEN OTHER
017300             DISPLAY "INVALID CHOICE"
017400     END-EVALUATE
017500     .
017600 2000-WORK-ONE-CHOICE-EXIT.
017700     EXIT.
017800*----------------------------------------------------------------
017900*  3000-ADD-BILLER  --  A NEW BILLER GOES ON THE MASTER ACTIVE.
018000*  SUPERVISOR OR MANAGER ONLY - THE REMITTANCE ACCOUNT ON THIS
018100*  ROW IS WHERE CUSTOMERS' MONEY IS SENT.
018200*----------------------------------------------------------------
018300 3000-ADD-BILLER.
018400     IF WS-OPER-VERIFY-ROLE NOT = 'S'
018500             AND WS-OPER-VERIFY-ROLE NOT = 'M'
018600         DISPLAY "BILLER MAINTENANCE REQUIRES A SUPERVISOR OR "
018700             "MANAGER"
018800         GO TO 3000-ADD-BILLER-EXIT
018900     END-IF
019000     DISPLAY "ENTER NEW BILLER ID: "
019100     ACCEPT WS-BILLER-ID
019200     DISPLAY "ENTER BILLER NAME: "
019300     ACCEPT WS-BILLER-NAME
019400     DISPLAY "CATEGORY (U=UTILITY  T=TELECOM  I=INSURANCE  "
019500         "O=OTHER): "
019600     ACCEPT WS-CATEGORY-CODE
019700     DISPLAY "ENTER REMITTANCE ROUTING NUMBER: "
019800     ACCEPT WS-REMIT-ROUTING
019900     DISPLAY "ENTER REMITTANCE ACCOUNT: "
020000     ACCEPT WS-REMIT-ACCOUNT
020100     MOVE WS-CATEGORY-CODE TO BL-CATEGORY-CODE
020200     IF WS-BILLER-ID = SPACES OR WS-BILLER-NAME = SPACES
020300         DISPLAY "BILLER REFUSED - ID AND NAME ARE REQUIRED"
020400         GO TO 3000-ADD-BILLER-EXIT
020500     END-IF
020600     IF NOT BL-CATEGORY-VALID
020700         DISPLAY "BILLER REFUSED - CATEGORY MUST BE U, T, I "
020800             "OR O"
020900         GO TO 3000-ADD-BILLER-EXIT
021000     END-IF
021100     IF WS-REMIT-ROUTING = SPACES OR WS-REMIT-ACCOUNT = SPACES
021200         DISPLAY "BILLER REFUSED - REMITTANCE ROUTING AND "
021300             "ACCOUNT ARE REQUIRED"
021400         GO TO 3000-ADD-BILLER-EXIT
021500     END-IF
021600
021700     OPEN I-O BILLER-MASTER-FILE
021800     IF WS-BILRMAST-STATUS = "35"
021900         CLOSE BILLER-MASTER-FILE
022000         OPEN OUTPUT BILLER-MASTER-FILE
022100         CLOSE BILLER-MASTER-FILE
022200         OPEN I-O BILLER-MASTER-FILE
022300     END-IF
022400     IF WS-BILRMAST-STATUS NOT = "00"
022500         DISPLAY "BILLMAINT: UNABLE TO OPEN BILLER MASTER, "
022600             "STATUS = " WS-BILRMAST-STATUS
022700         GO TO 3000-ADD-BILLER-EXIT
022800     END-IF
022900     MOVE SPACES               TO BILLER-MASTER-RECORD
023000     MOVE WS-BILLER-ID         TO BL-BILLER-ID
023100     MOVE WS-BILLER-NAME       TO BL-BILLER-NAME
023200     MOVE WS-CATEGORY-CODE     TO BL-CATEGORY-CODE
023300     MOVE WS-REMIT-ROUTING     TO BL-REMIT-ROUTING
023400     MOVE WS-REMIT-ACCOUNT     TO BL-REMIT-ACCOUNT
023500     SET BL-STATUS-ACTIVE      TO TRUE
023600     MOVE WS-TS-DATE           TO BL-SETUP-DATE
023700     MOVE WS-MAINT-OPERATOR-ID TO BL-OPERATOR-ID
023800     MOVE ZERO                 TO BL-LAST-REMIT-DATE
023900     MOVE ZERO                 TO BL-LAST-REMIT-AMOUNT
024000     WRITE BILLER-MASTER-RECORD
024100         INVALID KEY
024200             DISPLAY "BILLER " WS-BILLER-ID
024300                 " IS ALREADY ON THE MASTER - NOTHING CHANGED"
024400             CLOSE BILLER-MASTER-FILE
024500             GO TO 3000-ADD-BILLER-EXIT
024600     END-WRITE
024700     CLOSE BILLER-MASTER-FILE
024800     MOVE ZERO TO WS-AUDIT-ACCT-NUMBER
024900     MOVE "NONE" TO WS-AUDIT-BEFORE-VALUE
025000     MOVE WS-BILLER-ID TO WS-AUDIT-AFTER-VALUE
025100     PERFORM 7000-WRITE-ACTIVITY-AUDIT-RECORD
025200         THRU 7000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
025300     DISPLAY "BILLER " WS-BILLER-ID " ADDED"
025400     .
025500 3000-ADD-BILLER-EXIT.
025600     EXIT.
025700*----------------------------------------------------------------
025800*  3100-SET-BILLER-STATUS  --  SUSPEND OR RESUME A BILLER.  A
025900*  SUSPENDED BILLER TAKES NO NEW REGISTRATIONS OR PAYMENTS;
026000*  PAYMENTS ALREADY TAKEN ARE STILL REMITTED TO IT.
026100*----------------------------------------------------------------
026200 3100-SET-BILLER-STATUS.
026300     IF WS-OPER-VERIFY-ROLE NOT = 'S'
026400             AND WS-OPER-VERIFY-ROLE NOT = 'M'
026500         DISPLAY "BILLER MAINTENANCE REQUIRES A SUPERVISOR OR "
026600             "MANAGER"
026700         GO TO 3100-SET-BILLER-STATUS-EXIT
026800     END-IF
026900     DISPLAY "ENTER BILLER ID: "
027000     ACCEPT WS-BILLER-ID
027100     OPEN I-O BILLER-MASTER-FILE
027200     IF WS-BILRMAST-STATUS NOT = "00"
027300         DISPLAY "BILLMAINT: UNABLE TO OPEN BILLER MASTER, "
027400             "STATUS = " WS-BILRMAST-STATUS
027500         GO TO 3100-SET-BILLER-STATUS-EXIT
027600     END-IF
027700     MOVE WS-BILLER-ID TO BL-BILLER-ID
027800     READ BILLER-MASTER-FILE
027900         KEY IS BL-BILLER-ID
028000         INVALID KEY
028100             DISPLAY "NO SUCH BILLER"
028200             CLOSE BILLER-MASTER-FILE
028300             GO TO 3100-SET-BILLER-STATUS-EXIT
028400     END-READ
028500     IF BL-STATUS-CODE = WS-NEW-BILLER-STATUS
028600         DISPLAY "BILLER IS ALREADY IN THAT STATUS"
028700         CLOSE BILLER-MASTER-FILE
028800         GO TO 3100-SET-BILLER-STATUS-EXIT
028900     END-IF
029000     IF WS-NEW-BILLER-ACTIVE
029100         MOVE "SUSPENDED" TO WS-AUDIT-BEFORE-VALUE
029200         MOVE "ACTIVE"    TO WS-AUDIT-AFTER-VALUE
029300     ELSE
029400         MOVE "ACTIVE"    TO WS-AUDIT-BEFORE-VALUE
029500         MOVE "SUSPENDED" TO WS-AUDIT-AFTER-VALUE
029600     END-IF
029700     MOVE WS-NEW-BILLER-STATUS TO BL-STATUS-CODE
029800     REWRITE BILLER-MASTER-RECORD
029900         INVALID KEY
030000             DISPLAY "UNABLE TO REWRITE BILLER - NOTHING "
030100                 "CHANGED"
030200             CLOSE BILLER-MASTER-FILE
030300             GO TO 3100-SET-BILLER-STATUS-EXIT
030400     END-REWRITE
030500     CLOSE BILLER-MASTER-FILE
030600     MOVE ZERO TO WS-AUDIT-ACCT-NUMBER
030700     PERFORM 7000-WRITE-ACTIVITY-AUDIT-RECORD
030800         THRU 7000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
030900     DISPLAY "BILLER " WS-BILLER-ID " IS NOW "
031000         WS-AUDIT-AFTER-VALUE
031100     .
031200 3100-SET-BILLER-STATUS-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------
031500*  4000-REGISTER-PAYEE  --  TIE AN ACTIVE BILLER TO AN OPEN
031600*  ACCOUNT WITH THE CUSTOMER'S REFERENCE AT THAT BILLER.  A
031700*  CANCELLED REGISTRATION FOR THE SAME PAIR IS REACTIVATED
031800*  WITH THE NEW REFERENCE RATHER THAN DUPLICATED.
031900*----------------------------------------------------------------
032000 4000-REGISTER-PAYEE.
032100     DISPLAY "ENTER ACCOUNT NUMBER: "
032200     ACCEPT WS-PAYEE-ACCT-NUMBER
032300     DISPLAY "ENTER BILLER ID: "
032400     ACCEPT WS-BILLER-ID
032500     DISPLAY "ENTER CUSTOMER'S REFERENCE AT THE BILLER: "
032600     ACCEPT WS-CUSTOMER-REF
032700     IF WS-CUSTOMER-REF = SPACES
032800         DISPLAY "REGISTRATION REFUSED - THE BILLER NEEDS THE "
032900             "CUSTOMER'S REFERENCE"
033000         GO TO 4000-REGISTER-PAYEE-EXIT
033100     END-IF
033200     PERFORM 4100-VALIDATE-ACCOUNT
033300         THRU 4100-VALIDATE-ACCOUNT-EXIT
033400     IF WS-EDIT-INVALID
033500         GO TO 4000-REGISTER-PAYEE-EXIT
033600     END-IF
033700     PERFORM 4150-VALIDATE-BILLER
033800         THRU 4150-VALIDATE-BILLER-EXIT
033900     IF WS-EDIT-INVALID
034000         GO TO 4000-REGISTER-PAYEE-EXIT
034100     END-IF
034200
034300     OPEN I-O BILL-PAYEE-FILE
034400     IF WS-BILLPAYE-STATUS = "35"
034500         CLOSE BILL-PAYEE-FILE
034600         OPEN OUTPUT BILL-PAYEE-FILE
034700         CLOSE BILL-PAYEE-FILE
034800         OPEN I-O BILL-PAYEE-FILE
034900     END-IF
035000     IF WS-BILLPAYE-STATUS NOT = "00"
035100         DISPLAY "BILLMAINT: UNABLE TO OPEN PAYEE FILE, "
035200             "STATUS = " WS-BILLPAYE-STATUS
035300         GO TO 4000-REGISTER-PAYEE-EXIT
035400     END-IF
035500     MOVE WS-PAYEE-ACCT-NUMBER TO PY-ACCT-NUMBER
035600     MOVE WS-BILLER-ID         TO PY-BILLER-ID
035700     READ BILL-PAYEE-FILE
035800         KEY IS PY-PAYEE-KEY
035900         INVALID KEY
036000             MOVE "NONE" TO WS-AUDIT-BEFORE-VALUE
036100             MOVE ZERO TO PY-LAST-PAID-DATE
036200             MOVE ZERO TO PY-LAST-PAID-AMOUNT
036300         NOT INVALID KEY
036400             IF PY-STATUS-ACTIVE
036500                 DISPLAY "BILLER " WS-BILLER-ID
036600                     " IS ALREADY A PAYEE OF ACCOUNT "
036700                     WS-PAYEE-ACCT-NUMBER
036800                 CLOSE BILL-PAYEE-FILE
036900                 GO TO 4000-REGISTER-PAYEE-EXIT
037000             END-IF
037100             MOVE "CANCELLED" TO WS-AUDIT-BEFORE-VALUE
037200     END-READ
037233     MOVE WS-PAYEE-ACCT-NUMBER TO PY-ACCT-NUMBER
037266     MOVE WS-BILLER-ID         TO PY-BILLER-ID
037300     MOVE WS-CUSTOMER-REF      TO PY-CUSTOMER-REF
037400     SET PY-STATUS-ACTIVE      TO TRUE
037500     MOVE WS-TS-DATE           TO PY-REGISTER-DATE
037600     MOVE WS-MAINT-OPERATOR-ID TO PY-OPERATOR-ID
037700     MOVE WS-MAINT-BRANCH-ID   TO PY-BRANCH-ID
037800     IF WS-AUDIT-BEFORE-VALUE = "NONE"
037900         WRITE BILL-PAYEE-RECORD
038000             INVALID KEY
038100                 DISPLAY "UNABLE TO WRITE PAYEE - NOTHING "
038200                     "CHANGED"
038300                 CLOSE BILL-PAYEE-FILE
038400                 GO TO 4000-REGISTER-PAYEE-EXIT
038500         END-WRITE
038600     ELSE
038700         REWRITE BILL-PAYEE-RECORD
038800             INVALID KEY
038900                 DISPLAY "UNABLE TO REWRITE PAYEE - NOTHING "
039000                     "CHANGED"
039100                 CLOSE BILL-PAYEE-FILE
039200                 GO TO 4000-REGISTER-PAYEE-EXIT
039300         END-REWRITE
039400     END-IF
039500     CLOSE BILL-PAYEE-FILE
039600     MOVE WS-PAYEE-ACCT-NUMBER TO WS-AUDIT-ACCT-NUMBER
039700     MOVE WS-BILLER-ID TO WS-AUDIT-AFTER-VALUE
039800     PERFORM 7000-WRITE-ACTIVITY-AUDIT-RECORD
039900         THRU 7000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
040000     DISPLAY "BILLER " WS-BILLER-ID " REGISTERED AS A PAYEE OF "
040100         "ACCOUNT " WS-PAYEE-ACCT-NUMBER
040200     .
040300 4000-REGISTER-PAYEE-EXIT.
040400     EXIT.
040500*----------------------------------------------------------------
040600*  4100-VALIDATE-ACCOUNT  --  THE PAYING ACCOUNT MUST PASS ITS
040700*  CHECK DIGIT, BE ON THE MASTER AND NOT BE CLOSED.  THE
040800*  NIGHTLY DEBIT ITSELF STILL GOES THROUGH EVERY WITHDRAWAL
040900*  CHECK.
041000*----------------------------------------------------------------
041100 4100-VALIDATE-ACCOUNT.
041200     SET WS-EDIT-INVALID TO TRUE
041300     CALL "ACCT-CHECK-DIGIT" USING WS-PAYEE-ACCT-NUMBER
041400         WS-CHECK-DIGIT-FLAG
041500     IF WS-CHECK-DIGIT-INVALID
041600         DISPLAY "ACCOUNT " WS-PAYEE-ACCT-NUMBER
041700             " FAILED CHECK DIGIT VALIDATION"
041800         GO TO 4100-VALIDATE-ACCOUNT-EXIT
041900     END-IF
042000     OPEN INPUT ACCOUNT-MASTER-FILE
042100     IF WS-ACCTMAST-STATUS NOT = "00"
042200         DISPLAY "BILLMAINT: UNABLE TO OPEN ACCOUNT MASTER, "
042300             "STATUS = " WS-ACCTMAST-STATUS
042400         GO TO 4100-VALIDATE-ACCOUNT-EXIT
042500     END-IF
042600     MOVE WS-PAYEE-ACCT-NUMBER TO AM-ACCT-NUMBER
042700     READ ACCOUNT-MASTER-FILE
042800         KEY IS AM-ACCT-NUMBER
042900         INVALID KEY
043000             DISPLAY "ACCOUNT " WS-PAYEE-ACCT-NUMBER
043100                 " NOT ON MASTER"
043200             CLOSE ACCOUNT-MASTER-FILE
043300             GO TO 4100-VALIDATE-ACCOUNT-EXIT
043400     END-READ
043500     CLOSE ACCOUNT-MASTER-FILE
043600     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
043700     IF STATUS-CLOSED OR STATUS-ESCHEATED
043800         DISPLAY "REFUSED - ACCOUNT " WS-PAYEE-ACCT-NUMBER
043900             " IS CLOSED"
044000         GO TO 4100-VALIDATE-ACCOUNT-EXIT
044100     END-IF
044200     SET WS-EDIT-VALID TO TRUE
044300     .
044400 4100-VALIDATE-ACCOUNT-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700*  4150-VALIDATE-BILLER  --  THE BILLER MUST BE ON THE MASTER
044800*  AND ACTIVE.
044900*----------------------------------------------------------------
045000 4150-VALIDATE-BILLER.
045100     SET WS-EDIT-INVALID TO TRUE
045200     OPEN INPUT BILLER-MASTER-FILE
045300     IF WS-BILRMAST-STATUS NOT = "00"
045400         DISPLAY "BILLMAINT: UNABLE TO OPEN BILLER MASTER, "
045500             "STATUS = " WS-BILRMAST-STATUS
045600         GO TO 4150-VALIDATE-BILLER-EXIT
045700     END-IF
045800     MOVE WS-BILLER-ID TO BL-BILLER-ID
045900     READ BILLER-MASTER-FILE
046000         KEY IS BL-BILLER-ID
046100         INVALID KEY
046200             DISPLAY "NO SUCH BILLER " WS-BILLER-ID
046300             CLOSE BILLER-MASTER-FILE
046400             GO TO 4150-VALIDATE-BILLER-EXIT
046500     END-READ
046600     CLOSE BILLER-MASTER-FILE
046700     IF NOT BL-STATUS-ACTIVE
046800         DISPLAY "REFUSED - BILLER " WS-BILLER-ID
046900             " IS SUSPENDED"
047000         GO TO 4150-VALIDATE-BILLER-EXIT
047100     END-IF
047200     SET WS-EDIT-VALID TO TRUE
047300     .
047400 4150-VALIDATE-BILLER-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700*  4200-CANCEL-PAYEE  --  THE REGISTRATION IS KEPT, MARKED
047800*  CANCELLED.  BILL-PAYMENT SKIPS ANY INSTRUCTION WHOSE PAYEE
047900*  IS NO LONGER ACTIVE.
048000*----------------------------------------------------------------
048100 4200-CANCEL-PAYEE.
048200     DISPLAY "ENTER ACCOUNT NUMBER: "
048300     ACCEPT WS-PAYEE-ACCT-NUMBER
048400     DISPLAY "ENTER BILLER ID: "
048500     ACCEPT WS-BILLER-ID
048600     OPEN I-O BILL-PAYEE-FILE
048700     IF WS-BILLPAYE-STATUS NOT = "00"
048800         DISPLAY "BILLMAINT: UNABLE TO OPEN PAYEE FILE, "
048900             "STATUS = " WS-BILLPAYE-STATUS
049000         GO TO 4200-CANCEL-PAYEE-EXIT
049100     END-IF
049200     MOVE WS-PAYEE-ACCT-NUMBER TO PY-ACCT-NUMBER
049300     MOVE WS-BILLER-ID         TO PY-BILLER-ID
049400     READ BILL-PAYEE-FILE
049500         KEY IS PY-PAYEE-KEY
049600         INVALID KEY
049700             DISPLAY "NO SUCH PAYEE"
049800             CLOSE BILL-PAYEE-FILE
049900             GO TO 4200-CANCEL-PAYEE-EXIT
050000     END-READ
050100     IF PY-STATUS-CANCELLED
050200         DISPLAY "PAYEE IS ALREADY CANCELLED"
050300         CLOSE BILL-PAYEE-FILE
050400         GO TO 4200-CANCEL-PAYEE-EXIT
050500     END-IF
050600     SET PY-STATUS-CANCELLED TO TRUE
050700     REWRITE BILL-PAYEE-RECORD
050800         INVALID KEY
050900             DISPLAY "UNABLE TO REWRITE PAYEE - NOTHING "
051000                 "CHANGED"
051100             CLOSE BILL-PAYEE-FILE
051200             GO TO 4200-CANCEL-PAYEE-EXIT
051300     END-REWRITE
051400     CLOSE BILL-PAYEE-FILE
051500     MOVE WS-PAYEE-ACCT-NUMBER TO WS-AUDIT-ACCT-NUMBER
051600     MOVE WS-BILLER-ID TO WS-AUDIT-BEFORE-VALUE
051700     MOVE "CANCELLED" TO WS-AUDIT-AFTER-VALUE
051800     PERFORM 7000-WRITE-ACTIVITY-AUDIT-RECORD
051900         THRU 7000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
052000     DISPLAY "PAYEE " WS-BILLER-ID " CANCELLED FOR ACCOUNT "
052100         WS-PAYEE-ACCT-NUMBER
052200     .
052300 4200-CANCEL-PAYEE-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------
052600*  5000-NEW-INSTRUCTION  --  A ONE-OFF OR WEEKLY/MONTHLY
052700*  PAYMENT TO A REGISTERED, ACTIVE PAYEE.  THE FIRST PAYMENT
052800*  DATE DEFAULTS TO TODAY'S BUSINESS DATE AND MAY NOT BE IN
052900*  THE PAST.
053000*----------------------------------------------------------------
053100 5000-NEW-INSTRUCTION.
053200     DISPLAY "ENTER ACCOUNT NUMBER: "
053300     ACCEPT WS-PAYEE-ACCT-NUMBER
053400     DISPLAY "ENTER BILLER ID: "
053500     ACCEPT WS-BILLER-ID
053600     DISPLAY "ENTER AMOUNT: "
053700     ACCEPT WS-PAY-AMOUNT
053800     DISPLAY "FREQUENCY (O=ONE-OFF  W=WEEKLY  M=MONTHLY): "
053900     ACCEPT WS-FREQUENCY-CODE
054000     DISPLAY "FIRST PAYMENT DATE YYYYMMDD (0 = TODAY): "
054100     ACCEPT WS-FIRST-PAY-DATE
054200     MOVE ZERO TO WS-END-DATE
054300     IF WS-FREQUENCY-CODE NOT = 'O'
054400         DISPLAY "LAST PAYMENT DATE YYYYMMDD (0 = UNTIL "
054500             "CANCELLED): "
054600         ACCEPT WS-END-DATE
054700     END-IF
054800     MOVE WS-FREQUENCY-CODE TO BI-FREQUENCY-CODE
054900     IF NOT BI-FREQ-VALID
055000         DISPLAY "PAYMENT REFUSED - FREQUENCY MUST BE O, W "
055100             "OR M"
055200         GO TO 5000-NEW-INSTRUCTION-EXIT
055300     END-IF
055400     IF WS-PAY-AMOUNT NOT > ZERO
055500         DISPLAY "PAYMENT REFUSED - AMOUNT MUST BE GREATER "
055600             "THAN ZERO"
055700         GO TO 5000-NEW-INSTRUCTION-EXIT
055800     END-IF
055900     IF WS-FIRST-PAY-DATE = ZERO
056000         MOVE WS-TS-DATE TO WS-FIRST-PAY-DATE
056100     END-IF
056200     IF WS-FIRST-PAY-DATE < WS-TS-DATE
056300         DISPLAY "PAYMENT REFUSED - FIRST PAYMENT DATE IS IN "
056400             "THE PAST"
056500         GO TO 5000-NEW-INSTRUCTION-EXIT
056600     END-IF
056700     IF WS-END-DATE NOT = ZERO
056800             AND WS-END-DATE < WS-FIRST-PAY-DATE
056900         DISPLAY "PAYMENT REFUSED - LAST PAYMENT DATE IS "
057000             "BEFORE THE FIRST"
057100         GO TO 5000-NEW-INSTRUCTION-EXIT
057200     END-IF
057300     PERFORM 4150-VALIDATE-BILLER
057400         THRU 4150-VALIDATE-BILLER-EXIT
057500     IF WS-EDIT-INVALID
057600         GO TO 5000-NEW-INSTRUCTION-EXIT
057700     END-IF
057800
057900     OPEN INPUT BILL-PAYEE-FILE
058000     IF WS-BILLPAYE-STATUS NOT = "00"
058100         DISPLAY "PAYMENT REFUSED - NO PAYEES ARE REGISTERED"
058200         GO TO 5000-NEW-INSTRUCTION-EXIT
058300     END-IF
058400     MOVE WS-PAYEE-ACCT-NUMBER TO PY-ACCT-NUMBER
058500     MOVE WS-BILLER-ID         TO PY-BILLER-ID
058600     READ BILL-PAYEE-FILE
058700         KEY IS PY-PAYEE-KEY
058800         INVALID KEY
058900             MOVE 'C' TO PY-STATUS-CODE
059000     END-READ
059100     CLOSE BILL-PAYEE-FILE
059200     IF NOT PY-STATUS-ACTIVE
059300         DISPLAY "PAYMENT REFUSED - BILLER " WS-BILLER-ID
059400             " IS NOT A REGISTERED PAYEE OF ACCOUNT "
059500             WS-PAYEE-ACCT-NUMBER
059600         GO TO 5000-NEW-INSTRUCTION-EXIT
059700     END-IF
059800
059900     OPEN I-O BILL-INSTRUCTION-FILE
060000     IF WS-BILLINST-STATUS = "35"
060100         CLOSE BILL-INSTRUCTION-FILE
060200         OPEN OUTPUT BILL-INSTRUCTION-FILE
060300         CLOSE BILL-INSTRUCTION-FILE
060400         OPEN I-O BILL-INSTRUCTION-FILE
060500     END-IF
060600     IF WS-BILLINST-STATUS NOT = "00"
060700         DISPLAY "BILLMAINT: UNABLE TO OPEN INSTRUCTION FILE, "
060800             "STATUS = " WS-BILLINST-STATUS
060900         GO TO 5000-NEW-INSTRUCTION-EXIT
061000     END-IF
061100     MOVE "BILLINST" TO WS-ID-SOURCE-NAME
061200     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
061300         WS-NEXT-ASSIGNED-ID
061400     MOVE WS-NEXT-ASSIGNED-ID  TO BI-INSTRUCTION-ID
061500     MOVE WS-PAYEE-ACCT-NUMBER TO BI-ACCT-NUMBER
061600     MOVE WS-BILLER-ID         TO BI-BILLER-ID
061700     MOVE WS-PAY-AMOUNT        TO BI-AMOUNT
061800     MOVE WS-FREQUENCY-CODE    TO BI-FREQUENCY-CODE
061900     MOVE WS-FIRST-PAY-DATE    TO BI-NEXT-PAY-DATE
062000     MOVE WS-END-DATE          TO BI-END-DATE
062100     SET BI-STATUS-ACTIVE      TO TRUE
062200     MOVE WS-MAINT-OPERATOR-ID TO BI-OPERATOR-ID
062300     MOVE WS-MAINT-BRANCH-ID   TO BI-BRANCH-ID
062400     MOVE WS-TS-DATE           TO BI-SETUP-DATE
062500     MOVE ZERO                 TO BI-LAST-PAID-DATE
062600     WRITE BILL-INSTRUCTION-RECORD
062700         INVALID KEY
062800             DISPLAY "UNABLE TO WRITE PAYMENT - NOTHING "
062900                 "CHANGED"
063000             CLOSE BILL-INSTRUCTION-FILE
063100             GO TO 5000-NEW-INSTRUCTION-EXIT
063200     END-WRITE
063300     CLOSE BILL-INSTRUCTION-FILE
063400     MOVE WS-PAYEE-ACCT-NUMBER TO WS-AUDIT-ACCT-NUMBER
063500     MOVE "NONE" TO WS-AUDIT-BEFORE-VALUE
063600     MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT
063700     MOVE WS-AMOUNT-EDIT TO WS-AUDIT-AFTER-VALUE
063800     PERFORM 7000-WRITE-ACTIVITY-AUDIT-RECORD
063900         THRU 7000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
064000     DISPLAY "PAYMENT " BI-INSTRUCTION-ID " SET UP - FIRST "
064100         "PAYMENT " BI-NEXT-PAY-DATE
064200     .
064300 5000-NEW-INSTRUCTION-EXIT.
064400     EXIT.
064500*----------------------------------------------------------------
064600*  5200-CANCEL-INSTRUCTION  --  NO FURTHER PAYMENTS UNDER THIS
064700*  INSTRUCTION.  A PAYMENT ALREADY TAKEN IS NOT RECALLED.
064800*----------------------------------------------------------------
064900 5200-CANCEL-INSTRUCTION.
065000     DISPLAY "ENTER PAYMENT INSTRUCTION NUMBER: "
065100     ACCEPT WS-INSTRUCTION-ID
065200     OPEN I-O BILL-INSTRUCTION-FILE
065300     IF WS-BILLINST-STATUS NOT = "00"
065400         DISPLAY "BILLMAINT: UNABLE TO OPEN INSTRUCTION FILE, "
065500             "STATUS = " WS-BILLINST-STATUS
065600         GO TO 5200-CANCEL-INSTRUCTION-EXIT
065700     END-IF
065800     MOVE WS-INSTRUCTION-ID TO BI-INSTRUCTION-ID
065900     READ BILL-INSTRUCTION-FILE
066000         KEY IS BI-INSTRUCTION-ID
066100         INVALID KEY
066200             DISPLAY "NO SUCH PAYMENT INSTRUCTION"
066300             CLOSE BILL-INSTRUCTION-FILE
066400             GO TO 5200-CANCEL-INSTRUCTION-EXIT
066500     END-READ
066600     IF NOT BI-STATUS-ACTIVE
066700         DISPLAY "PAYMENT INSTRUCTION IS NO LONGER ACTIVE"
066800         CLOSE BILL-INSTRUCTION-FILE
066900         GO TO 5200-CANCEL-INSTRUCTION-EXIT
067000     END-IF
067100     SET BI-STATUS-CANCELLED TO TRUE
067200     REWRITE BILL-INSTRUCTION-RECORD
067300         INVALID KEY
067400             DISPLAY "UNABLE TO REWRITE PAYMENT - NOTHING "
067500                 "CHANGED"
067600             CLOSE BILL-INSTRUCTION-FILE
067700             GO TO 5200-CANCEL-INSTRUCTION-EXIT
067800     END-REWRITE
067900     CLOSE BILL-INSTRUCTION-FILE
068000     MOVE BI-ACCT-NUMBER TO WS-AUDIT-ACCT-NUMBER
068100     MOVE BI-BILLER-ID TO WS-AUDIT-BEFORE-VALUE
068200     MOVE "CANCELLED" TO WS-AUDIT-AFTER-VALUE
068300     PERFORM 7000-WRITE-ACTIVITY-AUDIT-RECORD
068400         THRU 7000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
068500     DISPLAY "PAYMENT " WS-INSTRUCTION-ID " CANCELLED"
068600     .
068700 5200-CANCEL-INSTRUCTION-EXIT.
068800     EXIT.
068900*----------------------------------------------------------------
069000*  6000-LIST-PAYEES  --  EVERY BILLER REGISTERED TO ONE
069100*  ACCOUNT, WITH THE CUSTOMER'S REFERENCE, STATUS AND LAST
069200*  PAYMENT.
069300*----------------------------------------------------------------
069400 6000-LIST-PAYEES.
069500     DISPLAY "ENTER ACCOUNT NUMBER: "
069600     ACCEPT WS-PAYEE-ACCT-NUMBER
069700     OPEN INPUT BILL-PAYEE-FILE
069800     IF WS-BILLPAYE-STATUS NOT = "00"
069900         DISPLAY "BILLMAINT: UNABLE TO OPEN PAYEE FILE, "
070000             "STATUS = " WS-BILLPAYE-STATUS
070100         GO TO 6000-LIST-PAYEES-EXIT
070200     END-IF
070300     MOVE ZERO TO WS-PAYEES-LISTED
070400     MOVE 'N' TO WS-EOF-SWITCH
070500     MOVE WS-PAYEE-ACCT-NUMBER TO PY-ACCT-NUMBER
070600     MOVE LOW-VALUES TO PY-BILLER-ID
070700     START BILL-PAYEE-FILE
070800         KEY IS NOT < PY-PAYEE-KEY
070900         INVALID KEY
071000             MOVE 'Y' TO WS-EOF-SWITCH
071100     END-START
071200     PERFORM 6100-LIST-ONE-PAYEE
071300         THRU 6100-LIST-ONE-PAYEE-EXIT
071400         UNTIL NO-MORE-PAYEES
071500     CLOSE BILL-PAYEE-FILE
071600     IF WS-PAYEES-LISTED = ZERO
071700         DISPLAY "NO PAYEES REGISTERED TO ACCOUNT "
071800             WS-PAYEE-ACCT-NUMBER
071900     END-IF
072000     .
072100 6000-LIST-PAYEES-EXIT.
072200     EXIT.
072300*----------------------------------------------------------------
072400*  6100-LIST-ONE-PAYEE  --  ONE LINE PER ROW UNTIL THE ACCOUNT
072500*  CHANGES.
072600*----------------------------------------------------------------
072700 6100-LIST-ONE-PAYEE.
072800     READ BILL-PAYEE-FILE NEXT RECORD
072900         AT END
073000             MOVE 'Y' TO WS-EOF-SWITCH
073100             GO TO 6100-LIST-ONE-PAYEE-EXIT
073200     END-READ
073300     IF PY-ACCT-NUMBER NOT = WS-PAYEE-ACCT-NUMBER
073400         MOVE 'Y' TO WS-EOF-SWITCH
073500         GO TO 6100-LIST-ONE-PAYEE-EXIT
073600     END-IF
073700     ADD 1 TO WS-PAYEES-LISTED
073800     MOVE PY-LAST-PAID-AMOUNT TO WS-AMOUNT-EDIT
073900     DISPLAY "BILLER " PY-BILLER-ID
074000         " REF " PY-CUSTOMER-REF
074100         " STATUS " PY-STATUS-CODE
074200         " LAST " PY-LAST-PAID-DATE
074300         " " WS-AMOUNT-EDIT
074400     .
074500 6100-LIST-ONE-PAYEE-EXIT.
074600     EXIT.
074700*----------------------------------------------------------------
074800*  7000-WRITE-ACTIVITY-AUDIT-RECORD  --  WHO CHANGED WHAT,
074900*  WITH THE BEFORE AND AFTER STATE.
075000*----------------------------------------------------------------
075100 7000-WRITE-ACTIVITY-AUDIT-RECORD.
075200     OPEN EXTEND ACTIVITY-AUDIT-FILE
075300     IF WS-ACTAUDIT-STATUS = "35"
075400         CLOSE ACTIVITY-AUDIT-FILE
075500         OPEN OUTPUT ACTIVITY-AUDIT-FILE
075600     END-IF
075700     MOVE "BILLMAINT"          TO AL-PROGRAM-ID
075800     MOVE WS-AUDIT-ACCT-NUMBER TO AL-ACCT-NUMBER
075900     MOVE WS-MAINT-OPERATOR-ID TO AL-OPERATOR-ID
076000     MOVE WS-AUDIT-BEFORE-VALUE TO AL-BEFORE-VALUE
076100     MOVE WS-AUDIT-AFTER-VALUE TO AL-AFTER-VALUE
076200     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
076300     WRITE ACTIVITY-AUDIT-RECORD
076400     CLOSE ACTIVITY-AUDIT-FILE
076500     .
076600 7000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
076700     EXIT.
076800 END PROGRAM BILLMAINT.
