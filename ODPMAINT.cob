000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ODPMAINT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CONSOLE NOMINATION AND
001300*                     REMOVAL OF AN ACCOUNT'S OVERDRAFT
001400*                     PROTECTION BACKUP (AM-OD-BACKUP-ACCT).
001500*                     THE PROTECTED ACCOUNT MUST BE A CURRENT OR
001600*                     SAVINGS ACCOUNT THAT IS NOT CLOSED; THE
001700*                     BACKUP MUST BE A DIFFERENT, ACTIVE SAVINGS
001800*                     ACCOUNT OF THE SAME CUSTOMER IN THE SAME
001900*                     CURRENCY.  OD-PROTECT DRAWS ON IT WHEN AN
002000*                     ITEM CANNOT BE COVERED.  EVERY CHANGE
002100*                     WRITES AN ACTIVITY AUDIT ROW CARRYING THE
002200*                     OLD AND NEW BACKUP NUMBERS.  SAME CONSOLE
002300*                     SHAPE AS STOP PAYMENT MAINTENANCE.
002310*    2026-10-15  RPK  NEW P OPTION - THE CUSTOMER'S OPT-IN TO
002320*                     DISCRETIONARY PAID OVERDRAFT AND THE
002330*                     ACCOUNT'S RISK LIMIT (HOW FAR PAST ITS
002340*                     OVERDRAFT LINE NSF-DECIDE MAY PAY AN ITEM).
002350*                     CURRENT ACCOUNTS ONLY; OPTING OUT ZEROES
002360*                     THE LIMIT.  AUDITED WITH THE OLD AND NEW
002370*                     FLAG AND LIMIT.  INQUIRY SHOWS BOTH.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     COPY ACCTMSEL.
002900     COPY ACTAUDSEL.
003000*================================================================
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  ACCOUNT-MASTER-FILE.
003400     COPY ACCTMAST.
003500 FD  ACTIVITY-AUDIT-FILE.
003600     COPY ACTAUDREC.
003700*----------------------------------------------------------------
003800 WORKING-STORAGE SECTION.
003900     COPY ACCTSTAT.
004000*----------------------------------------------------------------
004100 01  WS-FILE-STATUSES.
004200     05  WS-ACCTMAST-STATUS        PIC XX.
004300     05  WS-ACTAUDIT-STATUS        PIC XX.
004400*----------------------------------------------------------------
004500 01  WS-WORK-FIELDS.
004600     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
004700         88  WS-SESSION-DONE       VALUE 'Y'.
004800     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
004900     05  WS-OPER-VERIFY-FLAG       PIC X.
005000     05  WS-OPER-VERIFY-ROLE       PIC X.
005100     05  WS-MENU-CHOICE            PIC X.
005200     05  WS-MAINT-OPERATOR-ID      PIC X(08).
005300     05  WS-TARGET-ACCT-NUMBER     PIC 9(10).
005400     05  WS-BACKUP-ACCT-NUMBER     PIC 9(10).
005500     05  WS-OLD-BACKUP-ACCT        PIC 9(10).
005600     05  WS-CHECK-DIGIT-FLAG       PIC X.
005700         88  WS-CHECK-DIGIT-VALID  VALUE 'Y'.
005800         88  WS-CHECK-DIGIT-INVALID VALUE 'N'.
005900     05  WS-EDIT-VALID-FLAG        PIC X.
006000         88  WS-EDIT-VALID         VALUE 'Y'.
006100         88  WS-EDIT-INVALID       VALUE 'N'.
006110     05  WS-ODP-OPT-IN-ANSWER      PIC X.
006120     05  WS-ODP-RISK-LIMIT         PIC 9(09)V99.
006130*----------------------------------------------------------------
006140*  PAID-OVERDRAFT AUDIT VALUES - FLAG AND RISK LIMIT SIDE BY
006150*  SIDE IN THE 15-BYTE BEFORE AND AFTER COLUMNS.
006160*----------------------------------------------------------------
006170 01  WS-PAID-OD-AUDIT-VALUES.
006175     05  WS-PODP-BEFORE.
006180         10  WS-PODP-BEFORE-FLAG   PIC X.
006185         10  FILLER                PIC X VALUE SPACE.
006190         10  WS-PODP-BEFORE-LIMIT  PIC Z(9)9.99.
006192     05  WS-PODP-AFTER.
006194         10  WS-PODP-AFTER-FLAG    PIC X.
006196         10  FILLER                PIC X VALUE SPACE.
006198         10  WS-PODP-AFTER-LIMIT   PIC Z(9)9.99.
006200*----------------------------------------------------------------
006300*  THE PROTECTED ACCOUNT'S FIELDS, HELD WHILE THE RECORD AREA IS
006400*  REUSED FOR THE BACKUP ACCOUNT.
006500*----------------------------------------------------------------
006600 01  WS-PROTECTED-SIDE.
006700     05  WS-PRT-CUSTOMER-NUMBER    PIC 9(09).
006800     05  WS-PRT-CURRENCY-CODE      PIC X(03).
006900*----------------------------------------------------------------
007000 01  WS-BUSINESS-DATE              PIC 9(08).
007100 01  WS-BUSDATE-FLAG               PIC X.
007200 01  WS-CURRENT-TIMESTAMP          PIC X(21).
007300 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
007400     05  WS-TS-DATE                PIC 9(08).
007500     05  FILLER                    PIC X(13).
007600*================================================================
007700 PROCEDURE DIVISION.
007800*================================================================
007900 0000-MAINLINE.
008000     DISPLAY "OVERDRAFT PROTECTION MAINTENANCE"
008100     DISPLAY "ENTER YOUR OPERATOR ID: "
008200     ACCEPT WS-MAINT-OPERATOR-ID
008300     CALL "OPER-VERIFY" USING WS-MAINT-OPERATOR-ID
008400         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
008500         WS-OPER-VERIFY-ROLE
008600     IF WS-OPER-VERIFY-FLAG NOT = "Y"
008700         DISPLAY "OPERATOR NOT AUTHORIZED"
008800         STOP RUN
008900     END-IF
009000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
009100     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
009200         WS-BUSDATE-FLAG
009300     IF WS-BUSDATE-FLAG = "Y"
009400         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
009500     END-IF
009600     PERFORM 2000-WORK-ONE-CHOICE
009700         THRU 2000-WORK-ONE-CHOICE-EXIT
009800         UNTIL WS-SESSION-DONE
009900     STOP RUN.
010000*----------------------------------------------------------------
010100*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
010200*----------------------------------------------------------------
010300 2000-WORK-ONE-CHOICE.
010400     DISPLAY "N=NOMINATE  R=REMOVE  P=PAID OVERDRAFT  "
010450         "I=INQUIRE  X=EXIT"
010500     DISPLAY "CHOICE: "
010600     ACCEPT WS-MENU-CHOICE
010700     EVALUATE WS-MENU-CHOICE
010800         WHEN 'N'
010900             PERFORM 3000-NOMINATE-BACKUP
011000                 THRU 3000-NOMINATE-BACKUP-EXIT
011100         WHEN 'R'
011200             PERFORM 4000-REMOVE-BACKUP
011300                 THRU 4000-REMOVE-BACKUP-EXIT
011310         WHEN 'P'
011320             PERFORM 4500-SET-PAID-OVERDRAFT
011330                 THRU 4500-SET-PAID-OVERDRAFT-EXIT
011400         WHEN 'I'
011500             PERFORM 5000-INQUIRE-ACCOUNT
011600                 THRU 5000-INQUIRE-ACCOUNT-EXIT
011700         WHEN 'X'
011800             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
011900         WHEN OTHER
012000             DISPLAY "INVALID CHOICE"
012100     END-EVALUATE
012200     .
012300 2000-WORK-ONE-CHOICE-EXIT.
012400     EXIT.
012500*----------------------------------------------------------------
012600*  3000-NOMINATE-BACKUP  --  VALIDATE BOTH ACCOUNTS, THEN
012700*  RE-READ THE PROTECTED ACCOUNT AND STAMP THE BACKUP ON IT.
012800*  A NEW NOMINATION REPLACES ANY EARLIER ONE.
012900*----------------------------------------------------------------
013000 3000-NOMINATE-BACKUP.
013100     DISPLAY "ENTER ACCOUNT TO PROTECT: "
013200     ACCEPT WS-TARGET-ACCT-NUMBER
013300     DISPLAY "ENTER BACKUP SAVINGS ACCOUNT: "
013400     ACCEPT WS-BACKUP-ACCT-NUMBER
013500     IF WS-BACKUP-ACCT-NUMBER = WS-TARGET-ACCT-NUMBER
013600         DISPLAY "NOMINATION REFUSED - AN ACCOUNT CANNOT BACK "
013700             "ITSELF UP"
013800         GO TO 3000-NOMINATE-BACKUP-EXIT
013900     END-IF
014000     OPEN I-O ACCOUNT-MASTER-FILE
014100     IF WS-ACCTMAST-STATUS NOT = "00"
014200         DISPLAY "ODPMAINT: UNABLE TO OPEN ACCOUNT MASTER, "
014300             "STATUS = " WS-ACCTMAST-STATUS
014400         GO TO 3000-NOMINATE-BACKUP-EXIT
014500     END-IF
014600     PERFORM 3100-VALIDATE-PROTECTED
014700         THRU 3100-VALIDATE-PROTECTED-EXIT
014800     IF WS-EDIT-INVALID
014900         CLOSE ACCOUNT-MASTER-FILE
015000         GO TO 3000-NOMINATE-BACKUP-EXIT
015100     END-IF
015200     PERFORM 3200-VALIDATE-BACKUP
015300         THRU 3200-VALIDATE-BACKUP-EXIT
015400     IF WS-EDIT-INVALID
015500         CLOSE ACCOUNT-MASTER-FILE
015600         GO TO 3000-NOMINATE-BACKUP-EXIT
015700     END-IF
015800
015900     MOVE WS-TARGET-ACCT-NUMBER TO AM-ACCT-NUMBER
016000     READ ACCOUNT-MASTER-FILE
016100         KEY IS AM-ACCT-NUMBER
016200         INVALID KEY
016300             DISPLAY "UNABLE TO RE-READ ACCOUNT - NOTHING "
016400                 "CHANGED"
016500             CLOSE ACCOUNT-MASTER-FILE
016600             GO TO 3000-NOMINATE-BACKUP-EXIT
016700     END-READ
016800     MOVE AM-OD-BACKUP-ACCT TO WS-OLD-BACKUP-ACCT
016900     MOVE WS-BACKUP-ACCT-NUMBER TO AM-OD-BACKUP-ACCT
017000     REWRITE ACCOUNT-MASTER-RECORD
017100         INVALID KEY
017200             DISPLAY "UNABLE TO REWRITE ACCOUNT - NOTHING "
017300                 "CHANGED"
017400             CLOSE ACCOUNT-MASTER-FILE
017500             GO TO 3000-NOMINATE-BACKUP-EXIT
017600     END-REWRITE
017700     CLOSE ACCOUNT-MASTER-FILE
017800     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
017900         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
018000     DISPLAY "ACCOUNT " WS-TARGET-ACCT-NUMBER
018100         " NOW PROTECTED BY " WS-BACKUP-ACCT-NUMBER
018200     .
018300 3000-NOMINATE-BACKUP-EXIT.
018400     EXIT.
018500*----------------------------------------------------------------
018600*  3100-VALIDATE-PROTECTED  --  A CURRENT OR SAVINGS ACCOUNT,
018700*  NOT CLOSED.  LEAVES WS-EDIT-INVALID SET ON ANY REJECTION.
018800*----------------------------------------------------------------
018900 3100-VALIDATE-PROTECTED.
019000     SET WS-EDIT-INVALID TO TRUE
019100     CALL "ACCT-CHECK-DIGIT" USING WS-TARGET-ACCT-NUMBER
019200         WS-CHECK-DIGIT-FLAG
019300     IF WS-CHECK-DIGIT-INVALID
019400         DISPLAY "ACCOUNT FAILED CHECK DIGIT VALIDATION"
019500         GO TO 3100-VALIDATE-PROTECTED-EXIT
019600     END-IF
019700     MOVE WS-TARGET-ACCT-NUMBER TO AM-ACCT-NUMBER
019800     READ ACCOUNT-MASTER-FILE
019900         KEY IS AM-ACCT-NUMBER
020000         INVALID KEY
020100             DISPLAY "ACCOUNT NOT ON MASTER"
020200             GO TO 3100-VALIDATE-PROTECTED-EXIT
020300     END-READ
020400     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
020500     IF STATUS-CLOSED OR STATUS-ESCHEATED
020600         DISPLAY "NOMINATION REFUSED - ACCOUNT IS CLOSED"
020700         GO TO 3100-VALIDATE-PROTECTED-EXIT
020800     END-IF
020900     IF AM-TYPE-CODE NOT = 'C' AND AM-TYPE-CODE NOT = 'S'
021000         DISPLAY "NOMINATION REFUSED - ONLY CURRENT AND "
021100             "SAVINGS ACCOUNTS CARRY OVERDRAFT PROTECTION"
021200         GO TO 3100-VALIDATE-PROTECTED-EXIT
021300     END-IF
021400     MOVE AM-CUSTOMER-NUMBER TO WS-PRT-CUSTOMER-NUMBER
021500     MOVE AM-CURRENCY-CODE   TO WS-PRT-CURRENCY-CODE
021600     SET WS-EDIT-VALID TO TRUE
021700     .
021800 3100-VALIDATE-PROTECTED-EXIT.
021900     EXIT.
022000*----------------------------------------------------------------
022100*  3200-VALIDATE-BACKUP  --  AN ACTIVE SAVINGS ACCOUNT OF THE
022200*  SAME CUSTOMER IN THE SAME CURRENCY.
022300*----------------------------------------------------------------
022400 3200-VALIDATE-BACKUP.
022500     SET WS-EDIT-INVALID TO TRUE
022600     CALL "ACCT-CHECK-DIGIT" USING WS-BACKUP-ACCT-NUMBER
022700         WS-CHECK-DIGIT-FLAG
022800     IF WS-CHECK-DIGIT-INVALID
022900         DISPLAY "BACKUP ACCOUNT FAILED CHECK DIGIT VALIDATION"
023000         GO TO 3200-VALIDATE-BACKUP-EXIT
023100     END-IF
023200     MOVE WS-BACKUP-ACCT-NUMBER TO AM-ACCT-NUMBER
023300     READ ACCOUNT-MASTER-FILE
023400         KEY IS AM-ACCT-NUMBER
023500         INVALID KEY
023600             DISPLAY "BACKUP ACCOUNT NOT ON MASTER"
023700             GO TO 3200-VALIDATE-BACKUP-EXIT
023800     END-READ
023900     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
024000     IF NOT STATUS-ACTIVE
024100         DISPLAY "NOMINATION REFUSED - BACKUP ACCOUNT IS NOT "
024200             "ACTIVE"
024300         GO TO 3200-VALIDATE-BACKUP-EXIT
024400     END-IF
024500     IF AM-TYPE-CODE NOT = 'S'
024600         DISPLAY "NOMINATION REFUSED - BACKUP MUST BE A "
024700             "SAVINGS ACCOUNT"
024800         GO TO 3200-VALIDATE-BACKUP-EXIT
024900     END-IF
025000     IF AM-CUSTOMER-NUMBER NOT = WS-PRT-CUSTOMER-NUMBER
025100         DISPLAY "NOMINATION REFUSED - BACKUP BELONGS TO A "
025200             "DIFFERENT CUSTOMER"
025300         GO TO 3200-VALIDATE-BACKUP-EXIT
025400     END-IF
025500     IF AM-CURRENCY-CODE NOT = WS-PRT-CURRENCY-CODE
025600         DISPLAY "NOMINATION REFUSED - CURRENCIES DIFFER ("
025700             WS-PRT-CURRENCY-CODE "/" AM-CURRENCY-CODE ")"
025800         GO TO 3200-VALIDATE-BACKUP-EXIT
025900     END-IF
026000     SET WS-EDIT-VALID TO TRUE
026100     .
026200 3200-VALIDATE-BACKUP-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------
026500*  4000-REMOVE-BACKUP  --  THE ACCOUNT GOES BACK TO PLAIN
026600*  DECLINE / RETURN NS ON A SHORTFALL.
026700*----------------------------------------------------------------
026800 4000-REMOVE-BACKUP.
026900     DISPLAY "ENTER PROTECTED ACCOUNT NUMBER: "
027000     ACCEPT WS-TARGET-ACCT-NUMBER
027100     OPEN I-O ACCOUNT-MASTER-FILE
027200     IF WS-ACCTMAST-STATUS NOT = "00"
027300         DISPLAY "ODPMAINT: UNABLE TO OPEN ACCOUNT MASTER, "
027400             "STATUS = " WS-ACCTMAST-STATUS
027500         GO TO 4000-REMOVE-BACKUP-EXIT
027600     END-IF
027700     MOVE WS-TARGET-ACCT-NUMBER TO AM-ACCT-NUMBER
027800     READ ACCOUNT-MASTER-FILE
027900         KEY IS AM-ACCT-NUMBER
028000         INVALID KEY
028100             DISPLAY "ACCOUNT NOT ON MASTER"
028200             CLOSE ACCOUNT-MASTER-FILE
028300             GO TO 4000-REMOVE-BACKUP-EXIT
028400     END-READ
028500     IF AM-OD-BACKUP-ACCT = ZERO
028600         DISPLAY "ACCOUNT HAS NO BACKUP - NOTHING REMOVED"
028700         CLOSE ACCOUNT-MASTER-FILE
028800         GO TO 4000-REMOVE-BACKUP-EXIT
028900     END-IF
029000     MOVE AM-OD-BACKUP-ACCT TO WS-OLD-BACKUP-ACCT
029100     MOVE ZERO TO AM-OD-BACKUP-ACCT
029200     MOVE ZERO TO WS-BACKUP-ACCT-NUMBER
029300     REWRITE ACCOUNT-MASTER-RECORD
029400         INVALID KEY
029500             DISPLAY "UNABLE TO REWRITE ACCOUNT - NOTHING "
029600                 "CHANGED"
029700             CLOSE ACCOUNT-MASTER-FILE
029800             GO TO 4000-REMOVE-BACKUP-EXIT
029900     END-REWRITE
030000     CLOSE ACCOUNT-MASTER-FILE
030100     PERFORM 6000-WRITE-ACTIVITY-AUDIT-RECORD
030200         THRU 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
030300     DISPLAY "OVERDRAFT PROTECTION REMOVED FROM ACCOUNT "
030400         WS-TARGET-ACCT-NUMBER
030500     .
030600 4000-REMOVE-BACKUP-EXIT.
030700     EXIT.
030703*----------------------------------------------------------------
030706*  4500-SET-PAID-OVERDRAFT  --  OPT THE CUSTOMER IN (WITH A RISK
030709*  LIMIT) OR OUT OF DISCRETIONARY PAID OVERDRAFT.  AN ITEM PAST
030712*  THE CONTRACTUAL LINE IS ONLY EVER PAID FOR AN OPTED-IN,
030715*  ACTIVE CURRENT ACCOUNT.
030718*----------------------------------------------------------------
030721 4500-SET-PAID-OVERDRAFT.
030724     DISPLAY "ENTER CURRENT ACCOUNT NUMBER: "
030727     ACCEPT WS-TARGET-ACCT-NUMBER
030730     DISPLAY "CUSTOMER OPTS IN TO PAID OVERDRAFT (Y/N): "
030733     ACCEPT WS-ODP-OPT-IN-ANSWER
030736     IF WS-ODP-OPT-IN-ANSWER NOT = 'Y'
030739             AND WS-ODP-OPT-IN-ANSWER NOT = 'N'
030742         DISPLAY "ANSWER Y OR N - NOTHING CHANGED"
030745         GO TO 4500-SET-PAID-OVERDRAFT-EXIT
030748     END-IF
030751     MOVE ZERO TO WS-ODP-RISK-LIMIT
030754     IF WS-ODP-OPT-IN-ANSWER = 'Y'
030757         DISPLAY "ENTER RISK LIMIT PAST THE OVERDRAFT LINE: "
030760         ACCEPT WS-ODP-RISK-LIMIT
030763         IF WS-ODP-RISK-LIMIT = ZERO
030766             DISPLAY "OPT-IN REFUSED - A RISK LIMIT IS "
030769                 "REQUIRED"
030772             GO TO 4500-SET-PAID-OVERDRAFT-EXIT
030775         END-IF
030778     END-IF
030781     OPEN I-O ACCOUNT-MASTER-FILE
030784     IF WS-ACCTMAST-STATUS NOT = "00"
030787         DISPLAY "ODPMAINT: UNABLE TO OPEN ACCOUNT MASTER, "
030790             "STATUS = " WS-ACCTMAST-STATUS
030793         GO TO 4500-SET-PAID-OVERDRAFT-EXIT
030796     END-IF
030799     PERFORM 4510-VALIDATE-CURRENT-ACCOUNT
030802         THRU 4510-VALIDATE-CURRENT-ACCOUNT-EXIT
030805     IF WS-EDIT-INVALID
030808         CLOSE ACCOUNT-MASTER-FILE
030811         GO TO 4500-SET-PAID-OVERDRAFT-EXIT
030814     END-IF
030817     IF AM-ODP-OPTED-IN
030820         MOVE 'Y' TO WS-PODP-BEFORE-FLAG
030823     ELSE
030826         MOVE 'N' TO WS-PODP-BEFORE-FLAG
030829     END-IF
030832     MOVE AM-ODP-RISK-LIMIT TO WS-PODP-BEFORE-LIMIT
030835     MOVE WS-ODP-OPT-IN-ANSWER TO AM-ODP-OPT-IN-FLAG
030838     MOVE WS-ODP-RISK-LIMIT TO AM-ODP-RISK-LIMIT
030841     REWRITE ACCOUNT-MASTER-RECORD
030844         INVALID KEY
030847             DISPLAY "UNABLE TO REWRITE ACCOUNT - NOTHING "
030850                 "CHANGED"
030853             CLOSE ACCOUNT-MASTER-FILE
030856             GO TO 4500-SET-PAID-OVERDRAFT-EXIT
030859     END-REWRITE
030862     CLOSE ACCOUNT-MASTER-FILE
030865     MOVE WS-ODP-OPT-IN-ANSWER TO WS-PODP-AFTER-FLAG
030868     MOVE WS-ODP-RISK-LIMIT TO WS-PODP-AFTER-LIMIT
030871     PERFORM 6100-WRITE-PAID-OD-AUDIT-RECORD
030874         THRU 6100-WRITE-PAID-OD-AUDIT-RECORD-EXIT
030877     IF WS-ODP-OPT-IN-ANSWER = 'Y'
030880         DISPLAY "ACCOUNT " WS-TARGET-ACCT-NUMBER
030883             " OPTED IN TO PAID OVERDRAFT, RISK LIMIT "
030886             WS-PODP-AFTER-LIMIT
030889     ELSE
030892         DISPLAY "ACCOUNT " WS-TARGET-ACCT-NUMBER
030895             " OPTED OUT OF PAID OVERDRAFT"
030898     END-IF
030901     .
030904 4500-SET-PAID-OVERDRAFT-EXIT.
030907     EXIT.
030910*----------------------------------------------------------------
030913*  4510-VALIDATE-CURRENT-ACCOUNT  --  A CURRENT ACCOUNT, NOT
030916*  CLOSED.  LEAVES WS-EDIT-INVALID SET ON ANY REJECTION.
030919*----------------------------------------------------------------
030922 4510-VALIDATE-CURRENT-ACCOUNT.
030925     SET WS-EDIT-INVALID TO TRUE
030928     CALL "ACCT-CHECK-DIGIT" USING WS-TARGET-ACCT-NUMBER
030931         WS-CHECK-DIGIT-FLAG
030934     IF WS-CHECK-DIGIT-INVALID
030937         DISPLAY "ACCOUNT FAILED CHECK DIGIT VALIDATION"
030940         GO TO 4510-VALIDATE-CURRENT-ACCOUNT-EXIT
030943     END-IF
030946     MOVE WS-TARGET-ACCT-NUMBER TO AM-ACCT-NUMBER
030949     READ ACCOUNT-MASTER-FILE
030952         KEY IS AM-ACCT-NUMBER
030955         INVALID KEY
030958             DISPLAY "ACCOUNT NOT ON MASTER"
030961             GO TO 4510-VALIDATE-CURRENT-ACCOUNT-EXIT
030964     END-READ
030967     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
030970     IF STATUS-CLOSED OR STATUS-ESCHEATED
030973         DISPLAY "REFUSED - ACCOUNT IS CLOSED"
030976         GO TO 4510-VALIDATE-CURRENT-ACCOUNT-EXIT
030979     END-IF
030982     IF AM-TYPE-CODE NOT = 'C'
030985         DISPLAY "REFUSED - PAID OVERDRAFT IS FOR CURRENT "
030988             "ACCOUNTS ONLY"
030991         GO TO 4510-VALIDATE-CURRENT-ACCOUNT-EXIT
030994     END-IF
030997     SET WS-EDIT-VALID TO TRUE
031000     .
031003 4510-VALIDATE-CURRENT-ACCOUNT-EXIT.
031006     EXIT.
031009*----------------------------------------------------------------
031012*  5000-INQUIRE-ACCOUNT  --  SHOW THE CURRENT NOMINATION.
031015*----------------------------------------------------------------
031100 5000-INQUIRE-ACCOUNT.
031200     DISPLAY "ENTER ACCOUNT NUMBER: "
031300     ACCEPT WS-TARGET-ACCT-NUMBER
031400     OPEN INPUT ACCOUNT-MASTER-FILE
031500     IF WS-ACCTMAST-STATUS NOT = "00"
031600         DISPLAY "ODPMAINT: UNABLE TO OPEN ACCOUNT MASTER, "
031700             "STATUS = " WS-ACCTMAST-STATUS
031800         GO TO 5000-INQUIRE-ACCOUNT-EXIT
031900     END-IF
032000     MOVE WS-TARGET-ACCT-NUMBER TO AM-ACCT-NUMBER
032100     READ ACCOUNT-MASTER-FILE
032200         KEY IS AM-ACCT-NUMBER
032300         INVALID KEY
032400             DISPLAY "ACCOUNT NOT ON MASTER"
032500             CLOSE ACCOUNT-MASTER-FILE
032600             GO TO 5000-INQUIRE-ACCOUNT-EXIT
032700     END-READ
032800     CLOSE ACCOUNT-MASTER-FILE
032900     IF AM-OD-BACKUP-ACCT = ZERO
033000         DISPLAY "ACCOUNT " WS-TARGET-ACCT-NUMBER
033100             " HAS NO OVERDRAFT PROTECTION BACKUP"
033200     ELSE
033300         DISPLAY "ACCOUNT " WS-TARGET-ACCT-NUMBER
033400             " IS PROTECTED BY " AM-OD-BACKUP-ACCT
033500     END-IF
033510     IF AM-ODP-OPTED-IN
033520         MOVE AM-ODP-RISK-LIMIT TO WS-PODP-AFTER-LIMIT
033530         DISPLAY "OPTED IN TO PAID OVERDRAFT, RISK LIMIT "
033540             WS-PODP-AFTER-LIMIT
033550     ELSE
033560         DISPLAY "NOT OPTED IN TO PAID OVERDRAFT"
033570     END-IF
033600     .
033700 5000-INQUIRE-ACCOUNT-EXIT.
033800     EXIT.
033900*----------------------------------------------------------------
034000*  6000-WRITE-ACTIVITY-AUDIT-RECORD  --  WHO CHANGED WHICH
034100*  ACCOUNT'S BACKUP.  BEFORE AND AFTER VALUES CARRY THE OLD AND
034200*  NEW BACKUP ACCOUNT NUMBERS (ZERO = NONE).
034300*----------------------------------------------------------------
034400 6000-WRITE-ACTIVITY-AUDIT-RECORD.
034500     OPEN EXTEND ACTIVITY-AUDIT-FILE
034600     IF WS-ACTAUDIT-STATUS = "35"
034700         CLOSE ACTIVITY-AUDIT-FILE
034800         OPEN OUTPUT ACTIVITY-AUDIT-FILE
034900     END-IF
035000     MOVE "ODPMAINT"        TO AL-PROGRAM-ID
035100     MOVE WS-TARGET-ACCT-NUMBER TO AL-ACCT-NUMBER
035200     MOVE WS-MAINT-OPERATOR-ID TO AL-OPERATOR-ID
035300     MOVE WS-OLD-BACKUP-ACCT TO AL-BEFORE-VALUE
035400     MOVE WS-BACKUP-ACCT-NUMBER TO AL-AFTER-VALUE
035500     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
035600     WRITE ACTIVITY-AUDIT-RECORD
035700     CLOSE ACTIVITY-AUDIT-FILE
035800     .
035900 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
036000     EXIT.
036004*----------------------------------------------------------------
036008*  6100-WRITE-PAID-OD-AUDIT-RECORD  --  WHO CHANGED WHICH
036012*  ACCOUNT'S PAID-OVERDRAFT OPT-IN.  BEFORE AND AFTER VALUES
036016*  CARRY THE FLAG AND THE RISK LIMIT.
036020*----------------------------------------------------------------
036024 6100-WRITE-PAID-OD-AUDIT-RECORD.
036028     OPEN EXTEND ACTIVITY-AUDIT-FILE
036032     IF WS-ACTAUDIT-STATUS = "35"
036036         CLOSE ACTIVITY-AUDIT-FILE
036040         OPEN OUTPUT ACTIVITY-AUDIT-FILE
036044     END-IF
036048     MOVE "ODPMAINT"        TO AL-PROGRAM-ID
036052     MOVE WS-TARGET-ACCT-NUMBER TO AL-ACCT-NUMBER
036056     MOVE WS-MAINT-OPERATOR-ID TO AL-OPERATOR-ID
036060     MOVE WS-PODP-BEFORE    TO AL-BEFORE-VALUE
036064     MOVE WS-PODP-AFTER     TO AL-AFTER-VALUE
036068     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
036072     WRITE ACTIVITY-AUDIT-RECORD
036076     CLOSE ACTIVITY-AUDIT-FILE
036080     .
036084 6100-WRITE-PAID-OD-AUDIT-RECORD-EXIT.
036088     EXIT.
036100 END PROGRAM ODPMAINT.
