000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    PIN-ISSUE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  THE ONE PLACE A
001300*                     CUSTOMER PIN IS SET.  FUNCTION I ISSUES
001400*                     THE FIRST PIN FOR A NEW ACCOUNT (CALLED
001500*                     BY ACCTOPEN IN PLACE OF THE TELLER KEYING
001600*                     ONE AT THE COUNTER); FUNCTION R RESETS A
001700*                     FORGOTTEN PIN (CALLED BY THE BRANCH
001800*                     PIN-RESET CONSOLE UNDER DUAL CONTROL, AND
001900*                     BY DIGITAL-GATEWAY AFTER ITS IDENTITY
002000*                     CHALLENGE).  BOTH DRAW A RANDOM PIN,
002100*                     STORE ONLY ITS PIN-HASH-COMPUTE HASH ON
002200*                     THE PIN MASTER, FLAG IT FOR A FORCED
002300*                     CHANGE AT FIRST USE AND PRINT IT ONCE ON
002400*                     A SEALED MAILER FOR THE PRINT VENDOR,
002500*                     ADDRESSED FROM THE CUSTOMER MASTER.  NO
002600*                     MAILER GOES TO AN ADDRESS RETURNED MAIL
002700*                     HAS MARKED UNDELIVERABLE.  A RESET ALSO
002800*                     LIFTS A PIN LOCKOUT BLOCK - UNTIL NOW A
002900*                     MANAGER DID THAT BY HAND.  EVERY ISSUE
003000*                     AND RESET GOES TO THE SECURITY LOG.
003100*                     FUNCTION C STORES A PIN THE CUSTOMER HAS
003200*                     CHOSEN (THE CALLER HAS ALREADY PROVED
003300*                     THE CURRENT ONE THROUGH PINVERIFY) AND
003400*                     CLEARS THE FORCED-CHANGE FLAG.  A PIN
003500*                     THAT IS ALL ONE DIGIT OR A STRAIGHT RUN
003600*                     IS NEVER DRAWN AND NEVER ACCEPTED.
003700*================================================================
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     COPY PINMSEL.
004200     COPY ACCTMSEL.
004300     COPY CUSTMSEL.
004400     COPY PNMLSEL.
004500     COPY ACTAUDSEL.
004600*================================================================
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PIN-MASTER-FILE.
005000     COPY PINMAST.
005100 FD  ACCOUNT-MASTER-FILE.
005200     COPY ACCTMAST.
005300 FD  CUSTOMER-MASTER-FILE.
005400     COPY CUSTMAST.
005500 FD  PIN-MAILER-FILE.
005600     COPY PNMLREC.
005700 FD  ACTIVITY-AUDIT-FILE.
005800     COPY ACTAUDREC.
005900*----------------------------------------------------------------
006000 WORKING-STORAGE SECTION.
006100*----------------------------------------------------------------
006200*  ACCOUNT STATUS CODE AND ITS 88-LEVEL CONDITIONS (SHARED).
006300*----------------------------------------------------------------
006400     COPY ACCTSTAT.
006500*----------------------------------------------------------------
006600 01  WS-FILE-STATUSES.
006700     05  WS-PINMAST-STATUS         PIC XX.
006800     05  WS-ACCTMAST-STATUS        PIC XX.
006900     05  WS-CUSTMAST-STATUS        PIC XX.
007000     05  WS-PINMAILR-STATUS        PIC XX.
007100     05  WS-ACTAUDIT-STATUS        PIC XX.
007200*----------------------------------------------------------------
007300 01  WS-WORK-FIELDS.
007400     05  WS-FILES-OPEN-SWITCH      PIC X.
007500         88  WS-FILES-OPEN         VALUE 'Y'.
007600     05  WS-ACCT-USABLE-SWITCH     PIC X.
007700         88  WS-ACCT-USABLE        VALUE 'Y'.
007800     05  WS-PIN-ON-FILE-SWITCH     PIC X.
007900         88  WS-PIN-ON-FILE        VALUE 'Y'.
008000     05  WS-RANDOM-SEEDED-SWITCH   PIC X VALUE 'N'.
008100         88  WS-RANDOM-SEEDED      VALUE 'Y'.
008200     05  WS-PIN-STRENGTH-SWITCH    PIC X.
008300         88  WS-PIN-ACCEPTABLE     VALUE 'Y'.
008400     05  WS-RANDOM-SEED            PIC 9(09).
008500     05  WS-RANDOM-DRAW            PIC V9(09).
008600     05  WS-GENERATED-PIN          PIC 9(04).
008700     05  WS-PIN-HASH               PIC 9(10).
008800     05  WS-MASK-ACCT-NUMBER       PIC 9(10).
008900     05  WS-MASK-ACCT-CHARS REDEFINES WS-MASK-ACCT-NUMBER
009000                                   PIC X(10).
009100*----------------------------------------------------------------
009200*  THE PIN UNDER TEST BY 5000-CHECK-PIN-STRENGTH, AND ITS FOUR
009300*  DIGITS.
009400*----------------------------------------------------------------
009500 01  WS-CANDIDATE-PIN              PIC 9(04).
009600 01  WS-CANDIDATE-DIGITS REDEFINES WS-CANDIDATE-PIN.
009700     05  WS-CP-DIGIT-1             PIC 9.
009800     05  WS-CP-DIGIT-2             PIC 9.
009900     05  WS-CP-DIGIT-3             PIC 9.
010000     05  WS-CP-DIGIT-4             PIC 9.
010100*----------------------------------------------------------------
010200*  SECURITY LOG PARAMETERS (SECLOG-WRITE).
010300*----------------------------------------------------------------
010400 01  WS-SECLOG-FIELDS.
010500     05  WS-SV-EVENT-TYPE          PIC X VALUE 'P'.
010600     05  WS-SV-TERMINAL-ID         PIC X(08) VALUE "CONSOLE".
010700     05  WS-SV-DETAIL              PIC X(30).
010800*----------------------------------------------------------------
010900 01  WS-BUSINESS-DATE              PIC 9(08).
011000 01  WS-BUSDATE-FLAG               PIC X.
011100 01  WS-CURRENT-TIMESTAMP          PIC X(21).
011200 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
011300     05  WS-TS-DATE                PIC 9(08).
011400     05  WS-TS-TIME-OF-DAY         PIC 9(08).
011500     05  FILLER                    PIC X(05).
011600*================================================================
011700 LINKAGE SECTION.
011800*----------------------------------------------------------------
011900*  LS-NEW-PIN IS USED BY FUNCTION C ONLY.  LS-APPROVER-ID IS THE
012000*  SUPERVISOR WHO APPROVED A BRANCH RESET - SPACES FOR AN
012100*  ISSUE AT OPENING OR A SELF-SERVICE RESET.  LS-RESULT-FLAG
012200*  RETURNS 'Y' WHEN THE PIN MASTER WAS UPDATED.
012300*----------------------------------------------------------------
012400 01  LS-FUNCTION-CODE              PIC X.
012500     88  LS-ISSUE-NEW-ACCOUNT      VALUE 'I'.
012600     88  LS-RESET-PIN              VALUE 'R'.
012700     88  LS-CHANGE-PIN             VALUE 'C'.
012800 01  LS-ACCT-NUMBER                PIC 9(10).
012900 01  LS-NEW-PIN                    PIC 9(04).
013000 01  LS-OPERATOR-ID                PIC X(08).
013100 01  LS-APPROVER-ID                PIC X(08).
013200 01  LS-RESULT-FLAG                PIC X.
013300*================================================================
013400 PROCEDURE DIVISION USING LS-FUNCTION-CODE LS-ACCT-NUMBER
013500     LS-NEW-PIN LS-OPERATOR-ID LS-APPROVER-ID LS-RESULT-FLAG.
013600*================================================================
013700 0000-MAINLINE.
013800     MOVE 'N' TO LS-RESULT-FLAG
013900     IF NOT LS-ISSUE-NEW-ACCOUNT AND NOT LS-RESET-PIN
014000             AND NOT LS-CHANGE-PIN
014100         DISPLAY "PIN-ISSUE: UNKNOWN FUNCTION " LS-FUNCTION-CODE
014200         GOBACK
014300     END-IF
014400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
014500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
014600         WS-BUSDATE-FLAG
014700     IF WS-BUSDATE-FLAG = "Y"
014800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
014900     END-IF
015000     PERFORM 1000-OPEN-FILES
015100         THRU 1000-OPEN-FILES-EXIT
015200     IF NOT WS-FILES-OPEN
015300         GO TO 0000-CLOSE-AND-RETURN
015400     END-IF
015500     PERFORM 2000-CHECK-ACCOUNT
015600         THRU 2000-CHECK-ACCOUNT-EXIT
015700     IF NOT WS-ACCT-USABLE
015800         GO TO 0000-CLOSE-AND-RETURN
015900     END-IF
016000     IF LS-CHANGE-PIN
016100         PERFORM 4000-CHANGE-PIN
016200             THRU 4000-CHANGE-PIN-EXIT
016300     ELSE
016400         PERFORM 3000-ISSUE-PIN
016500             THRU 3000-ISSUE-PIN-EXIT
016600     END-IF
016700     .
016800 0000-CLOSE-AND-RETURN.
016900     PERFORM 9999-EXIT
017000         THRU 9999-EXIT-EXIT
017100     GOBACK.
017200*----------------------------------------------------------------
017300*  1000-OPEN-FILES  --  THE PIN MASTER IS CREATED IF THIS IS
017400*  THE FIRST PIN EVER ISSUED.  THE MAILER FILE IS ONLY NEEDED
017500*  WHEN A PIN IS BEING DRAWN, BUT THEN IT MUST OPEN - A PIN
017600*  NOBODY CAN BE TOLD IS NO USE.
017700*----------------------------------------------------------------
017800 1000-OPEN-FILES.
017900     MOVE 'N' TO WS-FILES-OPEN-SWITCH
018000     OPEN I-O PIN-MASTER-FILE
018100     IF WS-PINMAST-STATUS = "35"
018200         CLOSE PIN-MASTER-FILE
018300         OPEN OUTPUT PIN-MASTER-FILE
018400         CLOSE PIN-MASTER-FILE
018500         OPEN I-O PIN-MASTER-FILE
018600     END-IF
018700     IF WS-PINMAST-STATUS NOT = "00"
018800         DISPLAY "PIN-ISSUE: UNABLE TO OPEN PIN MASTER, "
018900             "STATUS = " WS-PINMAST-STATUS
019000         GO TO 1000-OPEN-FILES-EXIT
019100     END-IF
019200     OPEN I-O ACCOUNT-MASTER-FILE
019300     IF WS-ACCTMAST-STATUS NOT = "00"
019400         DISPLAY "PIN-ISSUE: UNABLE TO OPEN ACCOUNT MASTER, "
019500             "STATUS = " WS-ACCTMAST-STATUS
019600         GO TO 1000-OPEN-FILES-EXIT
019700     END-IF
019800     OPEN INPUT CUSTOMER-MASTER-FILE
019900     IF WS-CUSTMAST-STATUS NOT = "00"
020000         DISPLAY "PIN-ISSUE: UNABLE TO OPEN CUSTOMER MASTER, "
020100             "STATUS = " WS-CUSTMAST-STATUS
020200         GO TO 1000-OPEN-FILES-EXIT
020300     END-IF
020400     IF NOT LS-CHANGE-PIN
020500         OPEN EXTEND PIN-MAILER-FILE
020600         IF WS-PINMAILR-STATUS = "35"
020700             CLOSE PIN-MAILER-FILE
020800             OPEN OUTPUT PIN-MAILER-FILE
020900         END-IF
021000         IF WS-PINMAILR-STATUS NOT = "00"
021100             DISPLAY "PIN-ISSUE: UNABLE TO OPEN PIN MAILER "
021200                 "FILE, STATUS = " WS-PINMAILR-STATUS
021300             GO TO 1000-OPEN-FILES-EXIT
021400         END-IF
021500     END-IF
021600     OPEN EXTEND ACTIVITY-AUDIT-FILE
021700     IF WS-ACTAUDIT-STATUS = "35"
021800         CLOSE ACTIVITY-AUDIT-FILE
021900         OPEN OUTPUT ACTIVITY-AUDIT-FILE
022000     END-IF
022100     MOVE 'Y' TO WS-FILES-OPEN-SWITCH
022200     .
022300 1000-OPEN-FILES-EXIT.
022400     EXIT.
022500*----------------------------------------------------------------
022600*  2000-CHECK-ACCOUNT  --  THE ACCOUNT MUST BE ON THE MASTER AND
022700*  STILL OPEN.  A PIN THAT IS TO BE MAILED ALSO NEEDS A LIVING
022800*  CUSTOMER WITH A DELIVERABLE ADDRESS.
022900*----------------------------------------------------------------
023000 2000-CHECK-ACCOUNT.
023100     MOVE 'N' TO WS-ACCT-USABLE-SWITCH
023200     MOVE LS-ACCT-NUMBER TO AM-ACCT-NUMBER
023300     READ ACCOUNT-MASTER-FILE
023400         KEY IS AM-ACCT-NUMBER
023500         INVALID KEY
023600             DISPLAY "PIN-ISSUE: ACCOUNT " LS-ACCT-NUMBER
023700                 " NOT ON THE ACCOUNT MASTER"
023800             GO TO 2000-CHECK-ACCOUNT-EXIT
023900     END-READ
024000     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
024100     IF STATUS-CLOSED OR STATUS-ESCHEATED
024200         DISPLAY "PIN-ISSUE: ACCOUNT " LS-ACCT-NUMBER
024300             " IS CLOSED - NO PIN ISSUED"
024400         GO TO 2000-CHECK-ACCOUNT-EXIT
024500     END-IF
024600     IF LS-CHANGE-PIN
024700         MOVE 'Y' TO WS-ACCT-USABLE-SWITCH
024800         GO TO 2000-CHECK-ACCOUNT-EXIT
024900     END-IF
025000     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
025100     READ CUSTOMER-MASTER-FILE
025200         KEY IS CM-CUSTOMER-NUMBER
025300         INVALID KEY
025400             DISPLAY "PIN-ISSUE: CUSTOMER " AM-CUSTOMER-NUMBER
025500                 " NOT ON FILE - NO ADDRESS FOR THE MAILER"
025600             GO TO 2000-CHECK-ACCOUNT-EXIT
025700     END-READ
025800     IF CM-IS-DECEASED
025900         DISPLAY "PIN-ISSUE: CUSTOMER " CM-CUSTOMER-NUMBER
026000             " IS DECEASED - NO PIN ISSUED"
026100         GO TO 2000-CHECK-ACCOUNT-EXIT
026200     END-IF
026300     IF CM-ADDRESS-UNDELIVERABLE
026400         DISPLAY "PIN-ISSUE: ADDRESS FOR CUSTOMER "
026500             CM-CUSTOMER-NUMBER " IS MARKED UNDELIVERABLE - "
026600             "UPDATE IT BEFORE A PIN CAN BE MAILED"
026700         GO TO 2000-CHECK-ACCOUNT-EXIT
026800     END-IF
026900     MOVE 'Y' TO WS-ACCT-USABLE-SWITCH
027000     .
027100 2000-CHECK-ACCOUNT-EXIT.
027200     EXIT.
027300*----------------------------------------------------------------
027400*  3000-ISSUE-PIN  --  DRAW A PIN, STORE ITS HASH FLAGGED FOR A
027500*  FORCED CHANGE, LIFT A PIN LOCKOUT ON A RESET, MAIL IT, AND
027600*  LOG THE EVENT.  THE CLEAR PIN IS WIPED FROM STORAGE AS SOON
027700*  AS THE MAILER IS WRITTEN.
027800*----------------------------------------------------------------
027900 3000-ISSUE-PIN.
028000     PERFORM 3100-GENERATE-PIN
028100         THRU 3100-GENERATE-PIN-EXIT
028200     CALL "PIN-HASH-COMPUTE" USING WS-GENERATED-PIN WS-PIN-HASH
028300
028400     MOVE LS-ACCT-NUMBER TO PM-ACCT-NUMBER
028500     MOVE 'Y' TO WS-PIN-ON-FILE-SWITCH
028600     READ PIN-MASTER-FILE
028700         KEY IS PM-ACCT-NUMBER
028800         INVALID KEY
028900             MOVE 'N' TO WS-PIN-ON-FILE-SWITCH
029000     END-READ
029100     IF NOT WS-PIN-ON-FILE
029200         MOVE SPACES         TO PIN-MASTER-RECORD
029300         MOVE LS-ACCT-NUMBER TO PM-ACCT-NUMBER
029400         MOVE ZERO           TO PM-RESET-COUNT
029500     END-IF
029600     MOVE WS-PIN-HASH    TO PM-PIN-HASH
029700     MOVE WS-TS-DATE     TO PM-LAST-CHANGED-DATE
029800     MOVE ZERO           TO PM-FAILED-ATTEMPTS
029900     SET PM-CHANGE-REQUIRED TO TRUE
030000     MOVE WS-TS-DATE     TO PM-LAST-RESET-DATE
030100     IF LS-RESET-PIN
030200         ADD 1 TO PM-RESET-COUNT
030300     END-IF
030400     IF WS-PIN-ON-FILE
030500         REWRITE PIN-MASTER-RECORD
030600             INVALID KEY
030700                 DISPLAY "PIN-ISSUE: UNABLE TO REWRITE PIN "
030800                     "MASTER FOR ACCOUNT " LS-ACCT-NUMBER
030900                 GO TO 3000-ISSUE-PIN-EXIT
031000         END-REWRITE
031100     ELSE
031200         WRITE PIN-MASTER-RECORD
031300             INVALID KEY
031400                 DISPLAY "PIN-ISSUE: UNABLE TO WRITE PIN "
031500                     "MASTER FOR ACCOUNT " LS-ACCT-NUMBER
031600                 GO TO 3000-ISSUE-PIN-EXIT
031700         END-WRITE
031800     END-IF
031900
032000     IF LS-RESET-PIN AND STATUS-BLOCKED
032100         PERFORM 3200-LIFT-PIN-BLOCK
032200             THRU 3200-LIFT-PIN-BLOCK-EXIT
032300     END-IF
032400     PERFORM 3300-WRITE-MAILER
032500         THRU 3300-WRITE-MAILER-EXIT
032600     MOVE ZERO TO WS-GENERATED-PIN
032700     MOVE ZERO TO WS-CANDIDATE-PIN
032800
032900     MOVE "PIN-ISSUE"      TO AL-PROGRAM-ID
033000     MOVE LS-ACCT-NUMBER   TO AL-ACCT-NUMBER
033100     MOVE LS-OPERATOR-ID   TO AL-OPERATOR-ID
033200     MOVE SPACES           TO AL-AFTER-VALUE
033300     IF LS-RESET-PIN
033400         MOVE "PIN RESET"  TO AL-BEFORE-VALUE
033500         IF LS-APPROVER-ID NOT = SPACES
033600             STRING "APPR " LS-APPROVER-ID
033700                 DELIMITED BY SIZE INTO AL-AFTER-VALUE
033800         ELSE
033900             MOVE "MAILER QUEUED" TO AL-AFTER-VALUE
034000         END-IF
034100     ELSE
034200         MOVE "PIN ISSUED" TO AL-BEFORE-VALUE
034300         MOVE "MAILER QUEUED" TO AL-AFTER-VALUE
034400     END-IF
034500     MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
034600     WRITE ACTIVITY-AUDIT-RECORD
034700
034800     MOVE SPACES TO WS-SV-DETAIL
034900     EVALUATE TRUE
035000         WHEN LS-ISSUE-NEW-ACCOUNT
035100             STRING "ISSUED " LS-ACCT-NUMBER " NEW ACCOUNT"
035200                 DELIMITED BY SIZE INTO WS-SV-DETAIL
035300         WHEN LS-APPROVER-ID NOT = SPACES
035400             STRING "RESET " LS-ACCT-NUMBER " APPR "
035500                 LS-APPROVER-ID
035600                 DELIMITED BY SIZE INTO WS-SV-DETAIL
035700         WHEN OTHER
035800             STRING "RESET " LS-ACCT-NUMBER " SELF-SERVICE"
035900                 DELIMITED BY SIZE INTO WS-SV-DETAIL
036000     END-EVALUATE
036100     CALL "SECLOG-WRITE" USING LS-OPERATOR-ID
036200         WS-SV-EVENT-TYPE WS-SV-TERMINAL-ID WS-SV-DETAIL
036300     MOVE 'Y' TO LS-RESULT-FLAG
036400     .
036500 3000-ISSUE-PIN-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036800*  3100-GENERATE-PIN  --  SEED THE GENERATOR ONCE PER RUN FROM
036900*  THE CLOCK AND THE ACCOUNT NUMBER, THEN DRAW UNTIL THE PIN
037000*  PASSES THE STRENGTH CHECK.
037100*----------------------------------------------------------------
037200 3100-GENERATE-PIN.
037300     IF NOT WS-RANDOM-SEEDED
037400         COMPUTE WS-RANDOM-SEED = FUNCTION MOD
037500             (WS-TS-TIME-OF-DAY * 7919 + LS-ACCT-NUMBER,
037600              999999937)
037700         COMPUTE WS-RANDOM-DRAW =
037800             FUNCTION RANDOM (WS-RANDOM-SEED)
037900         MOVE 'Y' TO WS-RANDOM-SEEDED-SWITCH
038000     END-IF
038100     MOVE 'N' TO WS-PIN-STRENGTH-SWITCH
038200     PERFORM 3110-DRAW-ONE-PIN
038300         THRU 3110-DRAW-ONE-PIN-EXIT
038400         UNTIL WS-PIN-ACCEPTABLE
038500     .
038600 3100-GENERATE-PIN-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900 3110-DRAW-ONE-PIN.
039000     COMPUTE WS-RANDOM-DRAW = FUNCTION RANDOM
039100     COMPUTE WS-GENERATED-PIN = WS-RANDOM-DRAW * 10000
039200     MOVE WS-GENERATED-PIN TO WS-CANDIDATE-PIN
039300     PERFORM 5000-CHECK-PIN-STRENGTH
039400         THRU 5000-CHECK-PIN-STRENGTH-EXIT
039500     .
039600 3110-DRAW-ONE-PIN-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------
039900*  3200-LIFT-PIN-BLOCK  --  THE BLOCK PINVERIFY SETS AFTER
040000*  THREE WRONG PINS IS WHAT A RESET IS FOR.  THE ACCOUNT GOES
040100*  BACK TO ACTIVE AND THE AUDIT LOG SAYS WHY.
040200*----------------------------------------------------------------
040300 3200-LIFT-PIN-BLOCK.
040400     SET STATUS-ACTIVE TO TRUE
040500     MOVE ACCT-STATUS-CODE TO AM-STATUS-CODE
040600     REWRITE ACCOUNT-MASTER-RECORD
040700         INVALID KEY
040800             DISPLAY "PIN-ISSUE: UNABLE TO REWRITE ACCOUNT "
040900                 LS-ACCT-NUMBER " - BLOCK NOT LIFTED"
041000             GO TO 3200-LIFT-PIN-BLOCK-EXIT
041100     END-REWRITE
041200     DISPLAY "PIN-ISSUE: PIN LOCKOUT BLOCK LIFTED ON ACCOUNT "
041300         LS-ACCT-NUMBER
041400     MOVE "PIN-ISSUE"      TO AL-PROGRAM-ID
041500     MOVE LS-ACCT-NUMBER   TO AL-ACCT-NUMBER
041600     MOVE LS-OPERATOR-ID   TO AL-OPERATOR-ID
041700     MOVE "BLOCKED"        TO AL-BEFORE-VALUE
041800     MOVE "ACTIVE"         TO AL-AFTER-VALUE
041900     MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
042000     WRITE ACTIVITY-AUDIT-RECORD
042100     .
042200 3200-LIFT-PIN-BLOCK-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500*  3300-WRITE-MAILER  --  THE SEALED MAILER, ADDRESSED FROM THE
042600*  CUSTOMER MASTER, ACCOUNT NUMBER MASKED TO THE LAST FOUR.
042700*----------------------------------------------------------------
042800 3300-WRITE-MAILER.
042900     MOVE SPACES             TO PIN-MAILER-RECORD
043000     MOVE WS-TS-DATE         TO PN-ISSUE-DATE
043100     IF LS-RESET-PIN
043200         SET PN-PIN-RESET    TO TRUE
043300     ELSE
043400         SET PN-NEW-ACCOUNT  TO TRUE
043500     END-IF
043600     MOVE LS-ACCT-NUMBER     TO WS-MASK-ACCT-NUMBER
043700     MOVE ALL "*"            TO PN-MASKED-ACCT
043800     MOVE WS-MASK-ACCT-CHARS (7:4) TO PN-MASKED-ACCT (7:4)
043900     MOVE CM-CUSTOMER-NAME   TO PN-CUSTOMER-NAME
044000     MOVE CM-ADDRESS-LINE-1  TO PN-ADDRESS-LINE-1
044100     MOVE CM-ADDRESS-LINE-2  TO PN-ADDRESS-LINE-2
044200     MOVE CM-CITY            TO PN-CITY
044300     MOVE CM-STATE           TO PN-STATE
044400     MOVE CM-ZIP-CODE        TO PN-ZIP-CODE
044500     MOVE WS-GENERATED-PIN   TO PN-CLEAR-PIN
044600     WRITE PIN-MAILER-RECORD
044700     MOVE ZERO               TO PN-CLEAR-PIN
044800     .
044900 3300-WRITE-MAILER-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200*  4000-CHANGE-PIN  --  THE CUSTOMER'S OWN CHOICE REPLACES THE
045300*  CURRENT PIN.  IT MUST PASS THE STRENGTH CHECK AND DIFFER
045400*  FROM THE PIN IT REPLACES; STORING IT CLEARS THE FORCED-
045500*  CHANGE FLAG.
045600*----------------------------------------------------------------
045700 4000-CHANGE-PIN.
045800     MOVE LS-ACCT-NUMBER TO PM-ACCT-NUMBER
045900     READ PIN-MASTER-FILE
046000         KEY IS PM-ACCT-NUMBER
046100         INVALID KEY
046200             DISPLAY "PIN-ISSUE: NO PIN ON FILE FOR ACCOUNT "
046300                 LS-ACCT-NUMBER
046400             GO TO 4000-CHANGE-PIN-EXIT
046500     END-READ
046600     MOVE LS-NEW-PIN TO WS-CANDIDATE-PIN
046700     PERFORM 5000-CHECK-PIN-STRENGTH
046800         THRU 5000-CHECK-PIN-STRENGTH-EXIT
046900     IF NOT WS-PIN-ACCEPTABLE
047000         DISPLAY "NEW PIN IS TOO EASY TO GUESS - CHOOSE "
047100             "ANOTHER"
047200         GO TO 4000-CHANGE-PIN-EXIT
047300     END-IF
047400     CALL "PIN-HASH-COMPUTE" USING LS-NEW-PIN WS-PIN-HASH
047500     IF WS-PIN-HASH = PM-PIN-HASH
047600         DISPLAY "NEW PIN MUST DIFFER FROM THE CURRENT PIN"
047700         GO TO 4000-CHANGE-PIN-EXIT
047800     END-IF
047900     MOVE WS-PIN-HASH    TO PM-PIN-HASH
048000     MOVE WS-TS-DATE     TO PM-LAST-CHANGED-DATE
048100     MOVE ZERO           TO PM-FAILED-ATTEMPTS
048200     SET PM-CHANGE-NOT-REQUIRED TO TRUE
048300     REWRITE PIN-MASTER-RECORD
048400         INVALID KEY
048500             DISPLAY "PIN-ISSUE: UNABLE TO REWRITE PIN MASTER "
048600                 "FOR ACCOUNT " LS-ACCT-NUMBER
048700             GO TO 4000-CHANGE-PIN-EXIT
048800     END-REWRITE
048900     MOVE ZERO TO WS-CANDIDATE-PIN
049000
049100     MOVE "PIN-ISSUE"      TO AL-PROGRAM-ID
049200     MOVE LS-ACCT-NUMBER   TO AL-ACCT-NUMBER
049300     MOVE LS-OPERATOR-ID   TO AL-OPERATOR-ID
049400     MOVE "PIN CHANGED"    TO AL-BEFORE-VALUE
049500     MOVE "CUSTOMER CHOSEN" TO AL-AFTER-VALUE
049600     MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
049700     WRITE ACTIVITY-AUDIT-RECORD
049800     MOVE 'Y' TO LS-RESULT-FLAG
049900     .
050000 4000-CHANGE-PIN-EXIT.
050100     EXIT.
050200*----------------------------------------------------------------
050300*  5000-CHECK-PIN-STRENGTH  --  REJECT ZERO (WHICH THE CALLERS
050400*  TREAT AS "NO PIN GIVEN"), FOUR OF ONE DIGIT, AND A STRAIGHT
050500*  RUN UP OR DOWN.
050600*----------------------------------------------------------------
050700 5000-CHECK-PIN-STRENGTH.
050800     MOVE 'N' TO WS-PIN-STRENGTH-SWITCH
050900     IF WS-CANDIDATE-PIN = ZERO
051000         GO TO 5000-CHECK-PIN-STRENGTH-EXIT
051100     END-IF
051200     IF WS-CP-DIGIT-1 = WS-CP-DIGIT-2
051300             AND WS-CP-DIGIT-2 = WS-CP-DIGIT-3
051400             AND WS-CP-DIGIT-3 = WS-CP-DIGIT-4
051500         GO TO 5000-CHECK-PIN-STRENGTH-EXIT
051600     END-IF
051700     IF WS-CP-DIGIT-2 = WS-CP-DIGIT-1 + 1
051800             AND WS-CP-DIGIT-3 = WS-CP-DIGIT-2 + 1
051900             AND WS-CP-DIGIT-4 = WS-CP-DIGIT-3 + 1
052000         GO TO 5000-CHECK-PIN-STRENGTH-EXIT
052100     END-IF
052200     IF WS-CP-DIGIT-1 = WS-CP-DIGIT-2 + 1
052300             AND WS-CP-DIGIT-2 = WS-CP-DIGIT-3 + 1
052400             AND WS-CP-DIGIT-3 = WS-CP-DIGIT-4 + 1
052500         GO TO 5000-CHECK-PIN-STRENGTH-EXIT
052600     END-IF
052700     MOVE 'Y' TO WS-PIN-STRENGTH-SWITCH
052800     .
052900 5000-CHECK-PIN-STRENGTH-EXIT.
053000     EXIT.
053100*----------------------------------------------------------------
053200*  9999-EXIT  --  COMMON PROGRAM EXIT.
053300*----------------------------------------------------------------
053400 9999-EXIT.
053500     CLOSE PIN-MASTER-FILE
053600     CLOSE ACCOUNT-MASTER-FILE
053700     CLOSE CUSTOMER-MASTER-FILE
053800     IF NOT LS-CHANGE-PIN
053900         CLOSE PIN-MAILER-FILE
054000     END-IF
054100     CLOSE ACTIVITY-AUDIT-FILE
054200     .
054300 9999-EXIT-EXIT.
054400     EXIT.
054500 END PROGRAM PIN-ISSUE.
