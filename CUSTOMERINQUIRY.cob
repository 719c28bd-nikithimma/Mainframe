003600*                     CARRIES NO CUSTOMER NUMBER), AND A
003700*                     RELATIONSHIP TOTAL OF DEPOSITS LESS
003800*                     LOAN OUTSTANDINGS AT THE BOTTOM.
003810*    2026-10-15  RPK  FULL-RELATIONSHIP VIEW NOW LISTS THE LOANS
003820*                     THE CUSTOMER STANDS ON AS CO-BORROWER OR
003830*                     GUARANTOR (LOAN PARTY FILE) WITH THE
003840*                     LIABILITY SHARE, TOTALLED AS CONTINGENT
003850*                     LIABILITY APART FROM THE RELATIONSHIP TOTAL.
003858*    2026-10-15  RPK  WARNS THE TELLER WHEN THE CUSTOMER'S ADDRESS
003866*                     IS FLAGGED UNDELIVERABLE, WITH THE DATE MAIL
003874*                     FIRST CAME BACK, SO THE ADDRESS CAN BE
003882*                     VERIFIED WHILE THE CUSTOMER IS AT THE
003890*                     COUNTER.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004500     COPY LOANMSEL.
004600     COPY STNDSEL.
004700     COPY JSIGSEL.
004750     COPY LPTYSEL.
004800*================================================================
004900 DATA DIVISION.
005000 FILE SECTION.
005800     COPY STNDREC.
005900 FD  JOINT-SIGNATORY-FILE.
006000     COPY JSIGREC.
006030 FD  LOAN-PARTY-FILE.
006060     COPY LPTYREC.
006100*----------------------------------------------------------------
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------
007100     05  WS-LOANMAST-STATUS        PIC XX.
007200     05  WS-STANDING-STATUS        PIC XX.
007300     05  WS-JNTSIGN-STATUS         PIC XX.
007350     05  WS-LOANPRTY-STATUS        PIC XX.
007400*----------------------------------------------------------------
007500 01  WS-WORK-FIELDS.
007600     05  WS-REQUESTED-CUSTOMER     PIC 9(09).
008000     05  WS-LOANS-FOUND            PIC 9(04) COMP VALUE 0.
008100     05  WS-SI-FOUND               PIC 9(04) COMP VALUE 0.
008200     05  WS-JOINT-ROLES-FOUND      PIC 9(04) COMP VALUE 0.
008220     05  WS-PARTY-ROLES-FOUND      PIC 9(04) COMP VALUE 0.
008240     05  WS-CONTINGENT-TOTAL       PIC S9(11)V99 VALUE 0.
008260     05  WS-PARTY-SHARE            PIC S9(11)V99.
008280     05  WS-EDIT-PCT               PIC ZZ9.99.
008300     05  WS-DEPOSIT-TOTAL          PIC S9(11)V99 VALUE 0.
008400     05  WS-LOAN-TOTAL             PIC S9(11)V99 VALUE 0.
008500     05  WS-RELATIONSHIP-TOTAL     PIC S9(11)V99.
011400         THRU 5000-SHOW-STANDING-INSTR-EXIT
011500     PERFORM 6000-SHOW-JOINT-ROLES
011600         THRU 6000-SHOW-JOINT-ROLES-EXIT
011630     PERFORM 6500-SHOW-LOAN-PARTY-ROLES
011660         THRU 6500-SHOW-LOAN-PARTY-ROLES-EXIT
011700     PERFORM 3000-SHOW-SUMMARY
011800         THRU 3000-SHOW-SUMMARY-EXIT
011900     PERFORM 9999-EXIT
016300     DISPLAY "DATE OF BIRTH . . . . . : " CM-DATE-OF-BIRTH
016400     DISPLAY "PHONE . . . . . . . . . : " CM-PHONE-NUMBER
016500     DISPLAY "EMAIL . . . . . . . . . : " CM-EMAIL-ADDRESS
016516     IF CM-ADDRESS-UNDELIVERABLE
016532         DISPLAY "*** ADDRESS UNDELIVERABLE - MAIL RETURNED "
016548             CM-RETURNED-MAIL-DATE " - VERIFY AND UPDATE THE "
016564             "ADDRESS ***"
016580     END-IF
016600     DISPLAY "LINKED ACCOUNTS:"
016700
016800     PERFORM 2100-READ-NEXT-ACCOUNT
033100 6100-SHOW-ONE-ROLE-EXIT.
033200     EXIT.
033300*----------------------------------------------------------------
033301*  6500-SHOW-LOAN-PARTY-ROLES  --  LOANS ON WHICH THE CUSTOMER
033302*  STANDS AS A CO-BORROWER OR GUARANTOR (LOAN PARTY FILE), WITH
033303*  THE LOAN'S OUTSTANDING BALANCE AND THE CUSTOMER'S SHARE OF
033304*  IT.  THE SHARES ARE CONTINGENT, SO THEY ARE TOTALLED APART
033305*  AND KEPT OUT OF THE RELATIONSHIP TOTAL.  THE PARTY FILE IS
033306*  KEYED BY LOAN, SO IT IS SWEPT FOR THE CUSTOMER NUMBER.
033307*----------------------------------------------------------------
033308 6500-SHOW-LOAN-PARTY-ROLES.
033309     DISPLAY "CO-BORROWER / GUARANTOR ON:"
033310     OPEN INPUT LOAN-PARTY-FILE
033311     IF WS-LOANPRTY-STATUS NOT = "00"
033312         DISPLAY "  (NO LOAN PARTY FILE)"
033313         GO TO 6500-SHOW-LOAN-PARTY-ROLES-EXIT
033314     END-IF
033315     OPEN INPUT LOAN-MASTER-FILE
033316     MOVE 'N' TO WS-EOF-SWITCH
033317     PERFORM 6600-SHOW-ONE-PARTY-ROLE
033318         THRU 6600-SHOW-ONE-PARTY-ROLE-EXIT
033319         UNTIL NO-MORE-ACCOUNTS
033320     MOVE 'N' TO WS-EOF-SWITCH
033321     CLOSE LOAN-PARTY-FILE
033322     IF WS-LOANMAST-STATUS = "00"
033323         CLOSE LOAN-MASTER-FILE
033324     END-IF
033325     .
033326 6500-SHOW-LOAN-PARTY-ROLES-EXIT.
033327     EXIT.
033328*----------------------------------------------------------------
033329 6600-SHOW-ONE-PARTY-ROLE.
033330     READ LOAN-PARTY-FILE NEXT RECORD
033331         AT END
033332             MOVE 'Y' TO WS-EOF-SWITCH
033333             GO TO 6600-SHOW-ONE-PARTY-ROLE-EXIT
033334     END-READ
033335     IF LP-CUSTOMER-NUMBER NOT = WS-REQUESTED-CUSTOMER
033336             OR NOT LP-PARTY-ACTIVE
033337         GO TO 6600-SHOW-ONE-PARTY-ROLE-EXIT
033338     END-IF
033339     MOVE LP-LOAN-NUMBER TO LM-LOAN-NUMBER
033340     READ LOAN-MASTER-FILE
033341         KEY IS LM-LOAN-NUMBER
033342         INVALID KEY
033343             GO TO 6600-SHOW-ONE-PARTY-ROLE-EXIT
033344     END-READ
033345     IF LM-LOAN-CLOSED
033346         GO TO 6600-SHOW-ONE-PARTY-ROLE-EXIT
033347     END-IF
033348     ADD 1 TO WS-PARTY-ROLES-FOUND
033349     COMPUTE WS-PARTY-SHARE ROUNDED =
033350         LM-OUTSTANDING-BALANCE * LP-LIABILITY-PCT / 100
033351     ADD WS-PARTY-SHARE TO WS-CONTINGENT-TOTAL
033352     MOVE LP-LIABILITY-PCT TO WS-EDIT-PCT
033353     IF LP-ROLE-GUARANTOR
033354         DISPLAY "  LOAN " LP-LOAN-NUMBER
033355             "  GUARANTOR    " WS-EDIT-PCT "%"
033356             "  OUTSTANDING " LM-OUTSTANDING-BALANCE
033357             "  DPD " LM-DAYS-PAST-DUE
033358     ELSE
033359         DISPLAY "  LOAN " LP-LOAN-NUMBER
033360             "  CO-BORROWER  " WS-EDIT-PCT "%"
033361             "  OUTSTANDING " LM-OUTSTANDING-BALANCE
033362             "  DPD " LM-DAYS-PAST-DUE
033363     END-IF
033364     .
033365 6600-SHOW-ONE-PARTY-ROLE-EXIT.
033366     EXIT.
033367*----------------------------------------------------------------
033400*  7000-TEST-ACCT-ON-LIST  --  IS THE ACCOUNT IN WS-TEST-ACCT
033500*  ONE OF THE CUSTOMER'S?  RESULT IN WS-ACCT-ON-LIST-FLAG.
033600*----------------------------------------------------------------
036000     DISPLAY "LOANS . . . . . . . . . : " WS-LOANS-FOUND
036100     DISPLAY "STANDING INSTRUCTIONS . : " WS-SI-FOUND
036200     DISPLAY "JOINT SIGNATORY ROLES . : " WS-JOINT-ROLES-FOUND
036250     DISPLAY "LOAN PARTY ROLES  . . . : " WS-PARTY-ROLES-FOUND
036300     COMPUTE WS-RELATIONSHIP-TOTAL =
036400         WS-DEPOSIT-TOTAL - WS-LOAN-TOTAL
036500     MOVE WS-RELATIONSHIP-TOTAL TO WS-EDIT-TOTAL
036600     DISPLAY "RELATIONSHIP TOTAL  . . : " WS-EDIT-TOTAL
036700     DISPLAY "  (DEPOSIT BALANCES LESS LOAN OUTSTANDINGS)"
036710     IF WS-PARTY-ROLES-FOUND > ZERO
036720         MOVE WS-CONTINGENT-TOTAL TO WS-EDIT-TOTAL
036730         DISPLAY "CONTINGENT LIABILITY  . : " WS-EDIT-TOTAL
036740         DISPLAY "  (SHARE OF LOANS CO-BORROWED OR GUARANTEED)"
036750     END-IF
036800     .
036900 3000-SHOW-SUMMARY-EXIT.
037000     EXIT.
