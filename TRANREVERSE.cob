004540*                     THE SAME GATE THE POSTING PROGRAMS
004550*                     APPLY - A BALANCE-AFFECTING PROGRAM
004560*                     WAS TAKING A FREE-TEXT OPERATOR ID.
004565*    2026-10-15  RPK  A CUSTOMER COMPLAINT ID MAY NOW BE GIVEN
004570*                     WITH THE REVERSAL.  THE COMPLAINT MUST BE
004575*                     OPEN AND FOR THE SAME ACCOUNT, AND ONLY A
004580*                     REVERSED DEBIT QUALIFIES; THE COMPLAINT IS
004585*                     THEN UPDATED WITH THE REVERSAL'S TRANSACTION
004590*                     ID AND THE AMOUNT GIVEN BACK (VIA
004595*                     CMPL-LINK).
004596*    2026-10-15  RPK  EACH REVERSAL IS ALSO FILED ON THE NEW
004597*                     REVERSAL REGISTER (RVRGREC), CARRYING THE
004598*                     COMPLAINT ID ON ITS OWN ROW (ZERO WHEN
004599*                     NONE) THE WAY FREFREC DOES FOR A REFUND.
004600*================================================================
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
005000     COPY ACCTMSEL.
005100     COPY TRANSEL.
005200     COPY ACTAUDSEL.
005250     COPY RVRGSEL.
005300*================================================================
005400 DATA DIVISION.
005500 FILE SECTION.
005900     COPY TRANREC.
006000 FD  ACTIVITY-AUDIT-FILE.
006100     COPY ACTAUDREC.
006150 FD  REVERSAL-REGISTER-FILE.
006160     COPY RVRGREC.
006200*----------------------------------------------------------------
006300 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------
007000     05  WS-ACCTMAST-STATUS        PIC XX.
007100     05  WS-TRANFILE-STATUS        PIC XX.
007200     05  WS-ACTAUDIT-STATUS        PIC XX.
007250     05  WS-RVRGFILE-STATUS        PIC XX.
007300*----------------------------------------------------------------
007400 01  WS-WORK-FIELDS.
007500     05  WS-OPERATOR-ID            PIC X(08).
008400     05  WS-OLD-BALANCE            PIC S9(09)V99.
008500     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
008600     05  WS-REVERSAL-AMOUNT        PIC S9(09)V99.
008625     05  WS-COMPLAINT-ID           PIC 9(08).
008650     05  WS-CMPL-FUNCTION          PIC X.
008675     05  WS-CMPL-FLAG              PIC X.
008700*----------------------------------------------------------------
008800*  THE ORIGINAL POSTING'S FIELDS, CAPTURED ON THE SEARCH PASS SO
008900*  THE FILE CAN BE CLOSED BEFORE THE REVERSAL IS POSTED.
013760             "FAILED"
013770         STOP RUN
013780     END-IF
013786     DISPLAY "ENTER COMPLAINT ID (0 = NONE): "
013792     ACCEPT WS-COMPLAINT-ID
013800     .
013900 1000-INITIALIZE-EXIT.
014000     EXIT.
018400*----------------------------------------------------------------
018500*  3000-POST-REVERSAL  --  VALIDATE THE REQUEST, BACK THE AMOUNT
018600*  OUT OF THE MASTER, WRITE THE LINKED REVERSAL RECORD, POST THE
018700*  OFFSETTING GL PAIR, AUDIT, AND FILE IT ON THE REVERSAL
018750*  REGISTER WITH ANY COMPLAINT IT SETTLES.
018800*----------------------------------------------------------------
018900 3000-POST-REVERSAL.
019000     IF NOT WS-ORIGINAL-FOUND
020600         DISPLAY "REVERSAL REJECTED - ONLY TELLER DEPOSITS, "
020700             "WITHDRAWALS AND OUTBOUND TRANSFERS ARE REVERSIBLE"
020800         GO TO 3000-POST-REVERSAL-EXIT
020805     END-IF
020810     IF WS-COMPLAINT-ID NOT = ZERO
020815         IF WS-ORIG-DEPOSIT
020820             DISPLAY "REVERSAL REJECTED - REVERSING A DEPOSIT "
020825                 "REFUNDS NOTHING TO SETTLE A COMPLAINT"
020830             GO TO 3000-POST-REVERSAL-EXIT
020835         END-IF
020840         MOVE 'V' TO WS-CMPL-FUNCTION
020845         CALL "CMPL-LINK" USING WS-CMPL-FUNCTION WS-COMPLAINT-ID
020850             WS-ORIG-ACCT-NUMBER WS-TARGET-TRAN-ID WS-ZERO-AMOUNT
020855             WS-CMPL-FLAG
020860         IF WS-CMPL-FLAG NOT = "Y"
020865             DISPLAY "REVERSAL REJECTED - COMPLAINT "
020870                 WS-COMPLAINT-ID " IS NOT AN OPEN COMPLAINT "
020875                 "FOR THIS ACCOUNT"
020880             GO TO 3000-POST-REVERSAL-EXIT
020885         END-IF
020900     END-IF
021000
021100     OPEN I-O ACCOUNT-MASTER-FILE
024300
024400     PERFORM 3200-WRITE-REVERSAL-RECORD
024500         THRU 3200-WRITE-REVERSAL-RECORD-EXIT
024503     PERFORM 3400-WRITE-REVERSAL-REGISTER
024506         THRU 3400-WRITE-REVERSAL-REGISTER-EXIT
024509     IF WS-COMPLAINT-ID NOT = ZERO
024518         MOVE 'P' TO WS-CMPL-FUNCTION
024527         CALL "CMPL-LINK" USING WS-CMPL-FUNCTION WS-COMPLAINT-ID
024536             WS-ORIG-ACCT-NUMBER WS-NEXT-ASSIGNED-ID
024545             WS-REVERSAL-AMOUNT WS-CMPL-FLAG
024554         IF WS-CMPL-FLAG NOT = "Y"
024563             DISPLAY "TRANREVERSE: REVERSAL POSTED BUT COMPLAINT "
024572                 WS-COMPLAINT-ID " COULD NOT BE UPDATED"
024581         END-IF
024590     END-IF
024600
024700     IF WS-ORIG-DEPOSIT
024800         CALL "GL-POSTING" USING AM-ACCT-NUMBER AM-TYPE-CODE "W"
032600 3300-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032803*  3400-WRITE-REVERSAL-REGISTER  --  ONE ROW PER REVERSAL: THE
032806*  REVERSAL'S OWN TRANSACTION ID, THE POSTING IT UNDID, AND THE
032809*  COMPLAINT IT SETTLED (ZERO WHEN NONE).
032812*----------------------------------------------------------------
032815 3400-WRITE-REVERSAL-REGISTER.
032818     OPEN EXTEND REVERSAL-REGISTER-FILE
032821     IF WS-RVRGFILE-STATUS = "35"
032824         CLOSE REVERSAL-REGISTER-FILE
032827         OPEN OUTPUT REVERSAL-REGISTER-FILE
032830     END-IF
032833     MOVE WS-TS-DATE            TO RG-REVERSAL-DATE
032836     MOVE AM-BRANCH-ID          TO RG-BRANCH-ID
032839     MOVE WS-ORIG-ACCT-NUMBER   TO RG-ACCT-NUMBER
032842     MOVE WS-NEXT-ASSIGNED-ID   TO RG-REVERSAL-TRAN-ID
032845     MOVE WS-TARGET-TRAN-ID     TO RG-ORIG-TRAN-ID
032848     MOVE WS-ORIG-TRAN-TYPE     TO RG-ORIG-TRAN-TYPE
032851     MOVE WS-REVERSAL-AMOUNT    TO RG-AMOUNT
032854     MOVE WS-OPERATOR-ID        TO RG-OPERATOR-ID
032857     MOVE WS-COMPLAINT-ID       TO RG-COMPLAINT-ID
032860     WRITE REVERSAL-REGISTER-RECORD
032863     CLOSE REVERSAL-REGISTER-FILE
032866     .
032869 3400-WRITE-REVERSAL-REGISTER-EXIT.
032872     EXIT.
032875*----------------------------------------------------------------
032900*  9999-EXIT  --  COMMON PROGRAM EXIT.  EACH PARAGRAPH OPENS AND
033000*  CLOSES ITS OWN FILES AROUND ITS OWN WORK.
033100*----------------------------------------------------------------
