003600*                     BRANCH TO PAY OR RETURN BY CUTOFF
003700*                     (POSPAY-DESK).  A CLEAN MATCH POSTS AS
003800*                     BEFORE AND MARKS THE ISSUE PAID.
003803*    2026-10-15  RPK  OVERDRAFT PROTECTION.  AN ITEM THE ACCOUNT
003806*                     CANNOT COVER IS RETURNED NS ONLY AFTER
003809*                     OD-PROTECT HAS TRIED THE ACCOUNT'S
003812*                     NOMINATED BACKUP SAVINGS ACCOUNT; A
003815*                     COVERING TRANSFER (AND ITS FEE) LANDS IN
003818*                     THE SAME REWRITE AS THE PAID ITEM.
003821*                     PROTECTION TRANSFERS ARE COUNTED ON THE
003824*                     RUN SUMMARY.
003827*    2026-10-15  RPK  CHECK-STOCK REGISTER.  ONCE AN ACCOUNT HAS
003830*                     A BOOK ON THE REGISTER (CHKBOOK-ORDER), AN
003833*                     ITEM THAT CLEARS THE STOPS MUST CARRY A
003836*                     NUMBER ISSUED TO THE ACCOUNT - A NUMBER
003839*                     NEVER ISSUED RETURNS REASON NI, ONE FROM A
003842*                     BOOK REPORTED LOST REASON LB, AND ONE
003845*                     ALREADY PAID REASON DP.  A PAID ITEM MARKS
003848*                     ITS LEAF PAID.  ACCOUNTS WITH NO BOOK ON
003851*                     THE REGISTER PAY AS BEFORE.
003854*    2026-10-15  RPK  A RETURN ROW NOW CARRIES THE BUSINESS DATE
003857*                     IT WAS SENT, SO THE CLEARING SETTLEMENT
003860*                     RECONCILIATION CAN PICK OUT THE DAY'S
003863*                     RETURNS FROM THE CUMULATIVE FILE.
003866*    2026-10-15  RPK  AN ITEM THAT WOULD TAKE AVAILABLE BALANCE
003869*                     BELOW ZERO, AND THAT NO PROTECTION TRANSFER
003872*                     COVERED, GOES TO NSF-DECIDE FOR THE PAY-OR-
003875*                     RETURN DECISION (CONTRACTUAL LINE, THEN THE
003878*                     PAID-OVERDRAFT OPT-IN AND RISK LIMIT) AND
003881*                     THE PAID-ITEM OR RETURNED-ITEM FEE.  ITEMS
003884*                     PAID INTO OVERDRAFT AND ITEM FEES ARE
003887*                     COUNTED ON THE RUN SUMMARY.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004700     COPY PPAYXSEL.
004800     COPY ACCTMSEL.
004900     COPY TRANSEL.
004910     COPY CHKBSEL.
004920     COPY CHKNSEL.
005000*================================================================
005100 DATA DIVISION.
005200 FILE SECTION.
005900     05  PN-AMOUNT                 PIC 9(09)V99.
006000     05  PN-PRESENT-REF            PIC X(12).
006100     05  PN-REASON-CODE            PIC X(02).
006110     05  PN-RETURN-DATE            PIC 9(08).
006200 FD  STOP-PAYMENT-FILE.
006300     COPY STOPREC.
006400 FD  POSPAY-ENROLL-FILE.
007100     COPY ACCTMAST.
007200 FD  TRANSACTION-FILE.
007300     COPY TRANREC.
007310 FD  CHECKBOOK-FILE.
007320     COPY CHKBREC.
007330 FD  CHECK-STOCK-FILE.
007340     COPY CHKNREC.
007400*----------------------------------------------------------------
007500 WORKING-STORAGE SECTION.
007600     COPY ACCTSTAT.
008400     05  WS-PPENROLL-STATUS        PIC XX.
008500     05  WS-PPISSUE-STATUS         PIC XX.
008600     05  WS-PPEXCEPT-STATUS        PIC XX.
008610     05  WS-CHKBOOK-STATUS         PIC XX.
008620     05  WS-CHKSTOCK-STATUS        PIC XX.
008700*----------------------------------------------------------------
008800 01  WS-WORK-FIELDS.
008900     05  WS-ITEM-EOF-SWITCH        PIC X VALUE 'N'.
010900     05  WS-RETURN-REASON          PIC X(02).
011000     05  WS-PRES-OPERATOR-ID       PIC X(08) VALUE "CHKPRES".
011100     05  WS-GL-POST-FLAG           PIC X.
011110     05  WS-ITEMS-PROTECTED        PIC 9(06) COMP VALUE 0.
011120     05  WS-ODP-SHORTFALL          PIC S9(09)V99.
011130     05  WS-ODP-TRANSFER-AMOUNT    PIC S9(09)V99.
011140     05  WS-ODP-FEE-AMOUNT         PIC S9(09)V99.
011150     05  WS-ODP-RESULT-FLAG        PIC X.
011160     05  WS-REGISTER-ON-FILE-SWITCH PIC X VALUE 'N'.
011170         88  WS-REGISTER-ON-FILE   VALUE 'Y'.
011180     05  WS-LEAF-MATCH-SWITCH      PIC X.
011190         88  WS-LEAF-MATCHED       VALUE 'Y'.
011191     05  WS-NSF-ITEM-KIND          PIC X VALUE 'C'.
011192     05  WS-NSF-ITEM-REF           PIC X(16).
011193     05  WS-NSF-DECISION           PIC X.
011194     05  WS-NSF-FEE-AMOUNT         PIC S9(09)V99.
011195     05  WS-ITEMS-PAID-INTO-OD     PIC 9(06) COMP VALUE 0.
011196     05  WS-ITEM-FEES-CHARGED      PIC 9(06) COMP VALUE 0.
011197     05  WS-ITEM-FEE-TOTAL         PIC S9(09)V99 VALUE 0.
011200 01  WS-ID-SOURCE-NAME             PIC X(08).
011300 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
011400*----------------------------------------------------------------
014900     DISPLAY "CHKPRESENT: ITEMS PAID     = " WS-ITEMS-PAID
015000     DISPLAY "CHKPRESENT: ITEMS RETURNED = " WS-ITEMS-RETURNED
015050     DISPLAY "CHKPRESENT: POSPAY EXCEPTS = " WS-ITEMS-EXCEPTED
015070     DISPLAY "CHKPRESENT: OD PROTECTED   = " WS-ITEMS-PROTECTED
015080     DISPLAY "CHKPRESENT: PAID INTO OD   = " WS-ITEMS-PAID-INTO-OD
015085     DISPLAY "CHKPRESENT: ITEM FEES      = " WS-ITEM-FEES-CHARGED
015090     DISPLAY "CHKPRESENT: ITEM FEE TOTAL = " WS-ITEM-FEE-TOTAL
015100     DISPLAY "CHKPRESENT: AMOUNT PAID    = " WS-AMOUNT-PAID
015200     MOVE WS-ITEMS-READ TO WS-RH-RECORDS-READ
015300     MOVE WS-ITEMS-PAID TO WS-RH-RECORDS-UPDATED
020100             CLOSE POSPAY-ENROLL-FILE
020200         END-IF
020300     END-IF
020310*    NO CHECKBOOK FILE MEANS NO ACCOUNT IS ON THE REGISTER.
020320     OPEN INPUT CHECKBOOK-FILE
020330     IF WS-CHKBOOK-STATUS = "00"
020340         OPEN I-O CHECK-STOCK-FILE
020350         IF WS-CHKSTOCK-STATUS = "00"
020360             MOVE 'Y' TO WS-REGISTER-ON-FILE-SWITCH
020370         ELSE
020380             CLOSE CHECKBOOK-FILE
020390         END-IF
020395     END-IF
020400     .
020500 1000-INITIALIZE-EXIT.
020600     EXIT.
020700*----------------------------------------------------------------
020800*  2000-WORK-ONE-ITEM  --  ONE PRESENTED CHECK: STOPS FIRST,
020900*  THEN THE CHECK-STOCK REGISTER AND POSITIVE PAY, THEN THE
020950*  SAME ENFORCEMENT THE COUNTER APPLIES.
021000*----------------------------------------------------------------
021100 2000-WORK-ONE-ITEM.
021200     READ PRESENTED-ITEM-FILE
022100             THRU 2200-MATCH-STOPS-EXIT
022200         IF WS-STOP-HIT
022300             MOVE "SP" TO WS-RETURN-REASON
022307             PERFORM 3000-WRITE-RETURN-ITEM
022314                 THRU 3000-WRITE-RETURN-ITEM-EXIT
022321             GO TO 2000-WORK-ONE-ITEM-EXIT
022328         END-IF
022335     END-IF
022342
022349     MOVE 'N' TO WS-LEAF-MATCH-SWITCH
022356     IF WS-REGISTER-ON-FILE
022363         MOVE SPACES TO WS-RETURN-REASON
022370         PERFORM 2100-MATCH-REGISTER
022377             THRU 2100-MATCH-REGISTER-EXIT
022384         IF WS-RETURN-REASON NOT = SPACES
022400             PERFORM 3000-WRITE-RETURN-ITEM
022500                 THRU 3000-WRITE-RETURN-ITEM-EXIT
022600             GO TO 2000-WORK-ONE-ITEM-EXIT
025500     END-IF
025600
025700     CALL "HOLD-SUM" USING AM-ACCT-NUMBER WS-HELD-AMOUNT
025750     MOVE 'N' TO WS-ODP-RESULT-FLAG
025800     IF (AM-BALANCE - WS-HELD-AMOUNT - PR-AMOUNT)
025900             < (0 - AM-OVERDRAFT-LIMIT)
026000         IF AM-OD-BACKUP-ACCT NOT = ZERO
026100             PERFORM 2600-COVER-THE-SHORTFALL
026200                 THRU 2600-COVER-THE-SHORTFALL-EXIT
026300         END-IF
026308     END-IF
026316     IF (AM-BALANCE - WS-HELD-AMOUNT - PR-AMOUNT) < ZERO
026324             AND WS-ODP-RESULT-FLAG NOT = 'Y'
026332         PERFORM 2700-DECIDE-PAY-OR-RETURN
026340             THRU 2700-DECIDE-PAY-OR-RETURN-EXIT
026348         IF WS-NSF-DECISION NOT = 'P'
026356             MOVE "NS" TO WS-RETURN-REASON
026364             PERFORM 3000-WRITE-RETURN-ITEM
026372                 THRU 3000-WRITE-RETURN-ITEM-EXIT
026380             GO TO 2000-WORK-ONE-ITEM-EXIT
026388         END-IF
026400     END-IF
026500
026600     SUBTRACT PR-AMOUNT FROM AM-BALANCE
028300         PERFORM 2400-MARK-ISSUE-PAID
028400             THRU 2400-MARK-ISSUE-PAID-EXIT
028500     END-IF
028510     IF WS-LEAF-MATCHED
028520         PERFORM 2410-MARK-LEAF-PAID
028530             THRU 2410-MARK-LEAF-PAID-EXIT
028540     END-IF
028600     .
028700 2000-WORK-ONE-ITEM-EXIT.
028701     EXIT.
028702*----------------------------------------------------------------
028703*  2100-MATCH-REGISTER  --  THE ITEM'S NUMBER ON THE CHECK-STOCK
028704*  REGISTER.  AN ISSUED LEAF MATCHES AND IS MARKED PAID ONCE THE
028705*  ITEM POSTS; A LOST OR ALREADY-PAID LEAF SETS THE RETURN
028706*  REASON.  NO LEAF AT ALL IS A NUMBER NEVER ISSUED - UNLESS THE
028707*  ACCOUNT HAS NO BOOK ON THE REGISTER, IN WHICH CASE ITS
028708*  CHECKS ARE NOT NUMBER-CHECKED.
028709*----------------------------------------------------------------
028710 2100-MATCH-REGISTER.
028711     MOVE PR-ACCT-NUMBER  TO CS-ACCT-NUMBER
028712     MOVE PR-CHECK-NUMBER TO CS-CHECK-NUMBER
028713     READ CHECK-STOCK-FILE
028714         KEY IS CS-STOCK-KEY
028715         INVALID KEY
028716             PERFORM 2110-CHECK-ACCOUNT-REGISTERED
028717                 THRU 2110-CHECK-ACCOUNT-REGISTERED-EXIT
028718             GO TO 2100-MATCH-REGISTER-EXIT
028719     END-READ
028720     IF CS-LEAF-LOST
028721         MOVE "LB" TO WS-RETURN-REASON
028722         GO TO 2100-MATCH-REGISTER-EXIT
028723     END-IF
028724     IF CS-LEAF-PAID
028725         DISPLAY "CHKPRESENT: CHECK " PR-CHECK-NUMBER
028726             " ON ACCOUNT " PR-ACCT-NUMBER " ALREADY PAID ON "
028727             CS-PAID-DATE " REF " CS-PRESENT-REF
028728         MOVE "DP" TO WS-RETURN-REASON
028729         GO TO 2100-MATCH-REGISTER-EXIT
028730     END-IF
028731     MOVE 'Y' TO WS-LEAF-MATCH-SWITCH
028732     .
028733 2100-MATCH-REGISTER-EXIT.
028734     EXIT.
028735*----------------------------------------------------------------
028736*  2110-CHECK-ACCOUNT-REGISTERED  --  THE NUMBER IS NOT ON THE
028737*  REGISTER.  IF THE ACCOUNT HAS ANY BOOK AT ALL, IT WAS NEVER
028738*  ISSUED AND THE ITEM RETURNS NI.
028739*----------------------------------------------------------------
028740 2110-CHECK-ACCOUNT-REGISTERED.
028741     MOVE PR-ACCT-NUMBER TO CB-ACCT-NUMBER
028742     MOVE ZERO TO CB-FIRST-CHECK
028743     START CHECKBOOK-FILE
028744         KEY IS NOT < CB-BOOK-KEY
028745         INVALID KEY
028746             GO TO 2110-CHECK-ACCOUNT-REGISTERED-EXIT
028747     END-START
028748     READ CHECKBOOK-FILE NEXT RECORD
028749         AT END
028750             GO TO 2110-CHECK-ACCOUNT-REGISTERED-EXIT
028751     END-READ
028752     IF CB-ACCT-NUMBER = PR-ACCT-NUMBER
028753         MOVE "NI" TO WS-RETURN-REASON
028754     END-IF
028755     .
028756 2110-CHECK-ACCOUNT-REGISTERED-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
029000*  2200-MATCH-STOPS  --  SCAN THE STOP FILE FOR AN ACTIVE,
042100 2400-MARK-ISSUE-PAID-EXIT.
042200     EXIT.
042300*----------------------------------------------------------------
042305*  2410-MARK-LEAF-PAID  --  THE MATCHED LEAF, STILL IN THE RECORD
042310*  AREA FROM 2100, GOES TO PAID WITH THE ITEM'S DETAILS, SO A
042315*  SECOND PRESENTMENT OF THE NUMBER RETURNS DP.
042320*----------------------------------------------------------------
042325 2410-MARK-LEAF-PAID.
042330     SET CS-LEAF-PAID TO TRUE
042335     MOVE WS-TS-DATE     TO CS-PAID-DATE
042340     MOVE PR-AMOUNT      TO CS-PAID-AMOUNT
042345     MOVE PR-PRESENT-REF TO CS-PRESENT-REF
042350     REWRITE CHECK-STOCK-RECORD
042355         INVALID KEY
042360             DISPLAY "CHKPRESENT: UNABLE TO MARK CHECK "
042365                 PR-CHECK-NUMBER " PAID ON THE REGISTER"
042370     END-REWRITE
042375     .
042380 2410-MARK-LEAF-PAID-EXIT.
042385     EXIT.
042390*----------------------------------------------------------------
042400*  2500-WRITE-CHANNEL-TRAN  --  SAME ROW THE COUNTER WRITES,
042500*  UNDER THE CHKPRES CHANNEL MARKER.
042600*----------------------------------------------------------------
044900 2500-WRITE-CHANNEL-TRAN-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045101*  2600-COVER-THE-SHORTFALL  --  OVERDRAFT PROTECTION TRANSFER
045102*  FROM THE NOMINATED BACKUP BEFORE THE ITEM IS RETURNED NS.
045103*  OD-PROTECT CREDITS THE TRANSFER AND DEBITS ITS FEE IN THE
045104*  RECORD AREA HELD HERE; THE PAYING REWRITE CARRIES BOTH.
045105*----------------------------------------------------------------
045106 2600-COVER-THE-SHORTFALL.
045107     COMPUTE WS-ODP-SHORTFALL = (0 - AM-OVERDRAFT-LIMIT)
045108         - (AM-BALANCE - WS-HELD-AMOUNT - PR-AMOUNT)
045109     CALL "OD-PROTECT" USING ACCOUNT-MASTER-RECORD
045110         WS-ODP-SHORTFALL WS-PRES-OPERATOR-ID
045111         WS-ODP-TRANSFER-AMOUNT WS-ODP-FEE-AMOUNT
045112         WS-ODP-RESULT-FLAG
045113     IF WS-ODP-RESULT-FLAG = 'Y'
045114         ADD 1 TO WS-ITEMS-PROTECTED
045115     END-IF
045116     .
045117 2600-COVER-THE-SHORTFALL-EXIT.
045118     EXIT.
045119*----------------------------------------------------------------
045120*  2700-DECIDE-PAY-OR-RETURN  --  THE ITEM WOULD TAKE AVAILABLE
045121*  BALANCE BELOW ZERO AND NO PROTECTION TRANSFER COVERED IT.
045122*  NSF-DECIDE PAYS OR RETURNS IT AND CHARGES THE PAID-ITEM OR
045123*  RETURNED-ITEM FEE IN THE RECORD AREA HELD HERE.  A PAID ITEM
045124*  CARRIES THE FEE IN THE PAYING REWRITE; A RETURNED ONE IS
045125*  REWRITTEN HERE SO ITS FEE IS NOT LOST.
045126*----------------------------------------------------------------
045127 2700-DECIDE-PAY-OR-RETURN.
045128     MOVE PR-CHECK-NUMBER TO WS-NSF-ITEM-REF
045129     CALL "NSF-DECIDE" USING ACCOUNT-MASTER-RECORD
045130         PR-AMOUNT WS-HELD-AMOUNT WS-NSF-ITEM-KIND
045131         WS-NSF-ITEM-REF WS-PRES-OPERATOR-ID
045132         WS-NSF-DECISION WS-NSF-FEE-AMOUNT
045133     IF WS-NSF-FEE-AMOUNT > ZERO
045134         ADD 1 TO WS-ITEM-FEES-CHARGED
045135         ADD WS-NSF-FEE-AMOUNT TO WS-ITEM-FEE-TOTAL
045136     END-IF
045137     IF WS-NSF-DECISION = 'P'
045138         ADD 1 TO WS-ITEMS-PAID-INTO-OD
045139         GO TO 2700-DECIDE-PAY-OR-RETURN-EXIT
045140     END-IF
045141     IF WS-NSF-FEE-AMOUNT > ZERO
045142         REWRITE ACCOUNT-MASTER-RECORD
045143             INVALID KEY
045144                 DISPLAY "UNABLE TO REWRITE ACCOUNT "
045145                     PR-ACCT-NUMBER " FOR RETURNED-ITEM FEE"
045146         END-REWRITE
045147     END-IF
045148     .
045149 2700-DECIDE-PAY-OR-RETURN-EXIT.
045150     EXIT.
045151*----------------------------------------------------------------
045200*  3000-WRITE-RETURN-ITEM  --  BACK TO THE CLEARING HOUSE
045300*  UNPAID, WITH THE REASON.
045400*----------------------------------------------------------------
045800     MOVE PR-AMOUNT        TO PN-AMOUNT
045900     MOVE PR-PRESENT-REF   TO PN-PRESENT-REF
046000     MOVE WS-RETURN-REASON TO PN-REASON-CODE
046010     MOVE WS-TS-DATE       TO PN-RETURN-DATE
046100     WRITE PRESENTMENT-RETURN-RECORD
046200     ADD 1 TO WS-ITEMS-RETURNED
046300     DISPLAY "CHKPRESENT: RETURNED CHECK " PR-CHECK-NUMBER
048230         CLOSE POSPAY-ISSUE-FILE
048240         CLOSE POSPAY-EXCEPTION-FILE
048250     END-IF
048260     IF WS-REGISTER-ON-FILE
048270         CLOSE CHECKBOOK-FILE
048280         CLOSE CHECK-STOCK-FILE
048290     END-IF
048300     .
048400 9999-EXIT-EXIT.
048500     EXIT.
