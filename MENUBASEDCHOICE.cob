007000*                     CURRENCY EXCHANGE (FX-EXCHANGE).
007100*                     THE CHOICE FIELD AND SESSION LOG
007200*                     CODE WIDENED TO TWO DIGITS.
007204*    2026-10-15  RPK  ADDED MENU CHOICE 11 - CHECKBOOK
007208*                     ORDERS, EXISTING BOOKS AND LOST-BOOK
007212*                     REPORTS THROUGH THE NEW CHKBOOK-ORDER
007216*                     PROGRAM.
007220*    2026-10-15  RPK  A MAILED PIN STILL DUE FOR CHANGE (PINVERIFY
007224*                     FLAG C) NOW MAKES THE CUSTOMER CHOOSE A NEW
007228*                     PIN, KEYED TWICE, BEFORE THE SESSION STARTS.
007232*                     THE NEW PIN IS STORED THROUGH PIN-ISSUE
007236*                     RATHER THAN WRITTEN HERE, SO THE STRENGTH
007240*                     RULES AND THE FORCED-CHANGE FLAG ARE HANDLED
007244*                     IN ONE PLACE; THE PIN MASTER IS NO LONGER
007248*                     OPENED BY THIS PROGRAM.
007252*    2026-10-15  RPK  OPTION 12 REACTIVATES A DORMANT ACCOUNT
007256*                     THROUGH ACCT-REACTIVATE - ID, KYC AND
007260*                     SUPERVISOR CHECKS - NOW THAT ACCSTATUS88
007264*                     NO LONGER TAKES AN ACCOUNT OUT OF DORMANCY.
007268*    2026-10-15  RPK  A SESSION SIGNED ON IN THE TELLER TRAINING
007272*                     REGION (VIA TRAINING-MODE-GET) IS MARKED
007276*                     TRAINING MODE AT SIGN-ON AND ABOVE EVERY
007280*                     MENU.  THE REGION'S OWN FILE ALLOCATIONS
007284*                     KEEP EVERY POSTING ON THE TRAINING COPIES;
007288*                     A TRAINEE ID IS REFUSED AT SIGN-ON ANYWHERE
007292*                     ELSE (BY OPER-VERIFY).
007300*================================================================
007400 ENVIRONMENT DIVISION.
007500 INPUT-OUTPUT SECTION.
007700     COPY ACCTMSEL.
007800     COPY TRANSEL.
007900     COPY MLOGSEL.
008100*================================================================
008200 DATA DIVISION.
008300 FILE SECTION.
008700     COPY TRANREC.
008800 FD  MENU-SESSION-LOG-FILE.
008900     COPY MLOGREC.
009200*----------------------------------------------------------------
009300 WORKING-STORAGE SECTION.
009400 01  WS-ACCTMAST-STATUS            PIC XX.
009500 01  WS-TRANFILE-STATUS            PIC XX.
009600 01  WS-MLOGFILE-STATUS            PIC XX.
009800*----------------------------------------------------------------
009900 01  WS-WORK-FIELDS.
010000     05  WS-SESSION-ACCT-NUMBER    PIC 9(10).
010200     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
010300     05  WS-OPER-VERIFY-FLAG       PIC X.
010400     05  WS-OPER-ROLE-CODE         PIC X.
010433     05  WS-TRAINING-FLAG          PIC X VALUE 'N'.
010466         88  TRAINING-MODE         VALUE 'Y'.
010500     05  USER-CHOICE               PIC 9(02).
010600     05  WS-SESSION-SWITCH         PIC X VALUE 'Y'.
010700         88  SESSION-ACTIVE        VALUE 'Y'.
010800     05  WS-SESSION-PIN            PIC 9(4).
010900     05  WS-OLD-PIN                PIC 9(4).
011000     05  WS-NEW-PIN                PIC 9(4).
011100     05  WS-CONFIRM-PIN            PIC 9(4).
011200     05  WS-PIN-ACCESS-FLAG        PIC X.
011300         88  PIN-ACCESS-GRANTED    VALUE 'Y'.
011316         88  PIN-CHANGE-DUE        VALUE 'C'.
011332     05  WS-PIN-ISSUE-FUNCTION     PIC X VALUE 'C'.
011348     05  WS-PIN-ISSUE-APPROVER     PIC X(08) VALUE SPACES.
011364     05  WS-PIN-ISSUE-FLAG         PIC X.
011380         88  PIN-ISSUE-DONE        VALUE 'Y'.
011400     05  WS-SECOND-SIGNATORY-PIN   PIC 9(4).
011500     05  WS-SECOND-SIGNATORY-NAME  PIC X(30) VALUE SPACES.
011600     05  WS-JOINTAUTH-SEQ          PIC 9(01) VALUE 2.
016400         MOVE 'N' TO WS-SESSION-SWITCH
016500         GO TO 1000-INITIALIZE-EXIT
016600     END-IF
016616     CALL "TRAINING-MODE-GET" USING WS-TRAINING-FLAG
016632     IF TRAINING-MODE
016648         DISPLAY "*** TRAINING MODE - EVERY POSTING THIS SESSION "
016664             "GOES TO THE TRAINING FILES ONLY ***"
016680     END-IF
016700
016800     DISPLAY "ENTER ACCOUNT NUMBER FOR THIS SESSION: "
016900     ACCEPT WS-SESSION-ACCT-NUMBER
020600     ACCEPT WS-SESSION-PIN
020700     CALL "PINVERIFY" USING WS-SESSION-ACCT-NUMBER WS-SESSION-PIN
020800         WS-PIN-ACCESS-FLAG
020816     IF PIN-CHANGE-DUE
020832         PERFORM 1060-FORCED-PIN-CHANGE
020848             THRU 1060-FORCED-PIN-CHANGE-EXIT
020864         GO TO 1050-VERIFY-FIRST-SIGNATORY-EXIT
020880     END-IF
020900     IF NOT PIN-ACCESS-GRANTED
021000         DISPLAY "PIN VERIFICATION FAILED - SESSION CANNOT START"
021100         MOVE 'N' TO WS-SESSION-SWITCH
021200     END-IF
021300     .
021400 1050-VERIFY-FIRST-SIGNATORY-EXIT.
021403     EXIT.
021406*----------------------------------------------------------------
021409*  1060-FORCED-PIN-CHANGE  --  THE PIN JUST ENTERED WAS ISSUED
021412*  BY MAILER (AT OPENING OR ON A RESET).  THE CUSTOMER CHOOSES
021415*  THEIR OWN, KEYED TWICE, BEFORE THE SESSION STARTS; IF IT IS
021418*  NOT STORED THE SESSION DOES NOT START.
021421*----------------------------------------------------------------
021424 1060-FORCED-PIN-CHANGE.
021427     DISPLAY "THIS PIN WAS MAILED TO YOU AND MUST BE CHANGED "
021430         "BEFORE FIRST USE"
021433     MOVE 'N' TO WS-SESSION-SWITCH
021436     DISPLAY "ENTER NEW PIN: "
021439     ACCEPT WS-NEW-PIN
021442     DISPLAY "ENTER NEW PIN AGAIN: "
021445     ACCEPT WS-CONFIRM-PIN
021448     IF WS-CONFIRM-PIN NOT = WS-NEW-PIN
021451         DISPLAY "PINS DO NOT MATCH - SESSION CANNOT START"
021454         GO TO 1060-FORCED-PIN-CHANGE-EXIT
021457     END-IF
021460     PERFORM 2610-STORE-NEW-PIN
021463         THRU 2610-STORE-NEW-PIN-EXIT
021466     IF PIN-ISSUE-DONE
021469         MOVE 'Y' TO WS-SESSION-SWITCH
021472     ELSE
021475         DISPLAY "PIN NOT CHANGED - SESSION CANNOT START"
021478     END-IF
021481     .
021484 1060-FORCED-PIN-CHANGE-EXIT.
021500     EXIT.
021600*----------------------------------------------------------------
021700*  1100-VERIFY-SECOND-SIGNATORY  --  THIS ACCOUNT IS SET UP SO
025200     EXIT.
025300*----------------------------------------------------------------
025400*  2100-SHOW-MENU  --  DISPLAY THE MENU AND ACCEPT ONE CHOICE.
025450*  A TRAINING SESSION SAYS SO ABOVE EVERY MENU.
025500*----------------------------------------------------------------
025600 2100-SHOW-MENU.
025625     IF TRAINING-MODE
025650         DISPLAY "*** TRAINING MODE ***"
025675     END-IF
025700     DISPLAY "----- MENU - ACCOUNT " WS-SESSION-ACCT-NUMBER
025800         " -----"
025900     DISPLAY "1. DEPOSIT"
026600     DISPLAY "8. INTERIM STATEMENT"
026700     DISPLAY "9. CUSTOMER MAINTENANCE"
026800     DISPLAY "10. FOREIGN CURRENCY EXCHANGE"
026850     DISPLAY "11. CHECKBOOK ORDER / LOST BOOK"
026860     DISPLAY "12. REACTIVATE DORMANT ACCOUNT"
026900     DISPLAY "ENTER YOUR CHOICE: "
027000     ACCEPT USER-CHOICE
027100     .
031300             CALL "CUST-MAINT"
031500         WHEN 10
031600             CALL "FX-EXCHANGE"
031650         WHEN 11
031660             CALL "CHKBOOK-ORDER" USING WS-SESSION-ACCT-NUMBER
031670         WHEN 12
031680             CALL "ACCT-REACTIVATE" USING WS-SESSION-ACCT-NUMBER
031700         WHEN OTHER
031800             DISPLAY "INVALID CHOICE"
031900     END-EVALUATE
043000     EXIT.
043100*----------------------------------------------------------------
043200*  2600-PIN-CHANGE  --  AUTHENTICATE THE CURRENT PIN THROUGH
043300*  PINVERIFY, THEN REPLACE IT ON THE PIN MASTER FILE.  A MAILED
043350*  PIN STILL DUE FOR CHANGE IS GOOD ENOUGH TO CHANGE IT.
043400*----------------------------------------------------------------
043500 2600-PIN-CHANGE.
043600     DISPLAY "ENTER CURRENT PIN: "
043700     ACCEPT WS-OLD-PIN
043800     CALL "PINVERIFY" USING WS-SESSION-ACCT-NUMBER WS-OLD-PIN
043900         WS-PIN-ACCESS-FLAG
044000     IF PIN-ACCESS-GRANTED OR PIN-CHANGE-DUE
044100         DISPLAY "ENTER NEW PIN: "
044200         ACCEPT WS-NEW-PIN
044300         PERFORM 2610-STORE-NEW-PIN
044400             THRU 2610-STORE-NEW-PIN-EXIT
044500         IF PIN-ISSUE-DONE
044520             DISPLAY "PIN CHANGE ACCEPTED"
044540         ELSE
044560             DISPLAY "PIN NOT CHANGED"
044580         END-IF
044600     ELSE
044700         DISPLAY "CURRENT PIN INCORRECT - PIN NOT CHANGED"
044800     END-IF
045000 2600-PIN-CHANGE-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300*  2610-STORE-NEW-PIN  --  THE NEW PIN GOES TO THE PIN MASTER
045400*  THROUGH PIN-ISSUE, WHICH HASHES IT, REFUSES ONE THAT IS TOO
045500*  EASY TO GUESS OR UNCHANGED, AND CLEARS ANY FORCED-CHANGE
045550*  FLAG.
045600*----------------------------------------------------------------
045700 2610-STORE-NEW-PIN.
045800     CALL "PIN-ISSUE" USING WS-PIN-ISSUE-FUNCTION
045900         WS-SESSION-ACCT-NUMBER WS-NEW-PIN WS-SIGNON-OPERATOR-ID
046000         WS-PIN-ISSUE-APPROVER WS-PIN-ISSUE-FLAG
047000     .
047100 2610-STORE-NEW-PIN-EXIT.
047200     EXIT.
