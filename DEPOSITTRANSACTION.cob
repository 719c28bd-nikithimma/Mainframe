013300*                     EODRECON RELEASES THE MASTER.  BATCH
013400*                     CALLERS INSIDE THE CHAIN STILL POST
013500*                     DIRECT.
013510*    2026-10-15  RPK  A DEPOSIT TO A REVOLVING CREDIT LINE (TYPE
013520*                     V) IS A REPAYMENT - LINE-REPAY APPLIES IT
013530*                     AGAINST THE LINE'S MINIMUM PAYMENT DUE, AND
013540*                     MEETING THE MINIMUM CLEARS THE LINE'S
013543*                     PAST-DUE STATE.
013546*    2026-10-15  RPK  AN INTERACTIVE CASH DEPOSIT NOW TAKES THE
013547*                     TELLER'S COUNT OF THE NOTES RECEIVED BY
013549*                     DENOMINATION, WHICH MUST MAKE UP THE
013552*                     AMOUNT'S WHOLE UNITS (THE CENTS ARE COIN),
013554*                     AND PASSES IT TO DRAWER-POST FOR THE
013557*                     DRAWER'S RUNNING NOTE COUNTS.
013560*    2026-10-15  RPK  A NEW CLEARING ROW STARTS WITH NO
013570*                     PRESENTMENT DATE OR REFERENCE - THE CASH
013580*                     LETTER RUN STAMPS THEM WHEN IT SENDS THE
013590*                     ITEM.
013591*    2026-10-15  RPK  A NEW CLEARING ROW ALSO STARTS WITH NO
013592*                     RETURN DATE.
013594*    2026-10-15  RPK  A NEW CHECK FLOAT HOLD STARTS WITH NO
013596*                     RELEASE DATE.
013600*================================================================
013700 ENVIRONMENT DIVISION.
013800 INPUT-OUTPUT SECTION.
017100*  CURRENCY REFERENCE TABLE (SHARED).
017200*----------------------------------------------------------------
017300     COPY CURRTAB.
017307*----------------------------------------------------------------
017314*  NOTE DENOMINATIONS (SHARED) AND THE TELLER'S NOTE COUNT FOR A
017321*  CASH DEPOSIT - CARRIED ONTO THE DRAWER'S NOTE COUNTS.
017328*----------------------------------------------------------------
017335     COPY DENOMTAB.
017342 01  WS-NOTE-DETAIL-FIELDS.
017349     05  WS-NOTE-COUNTS.
017356         10  WS-NOTE-COUNT         PIC 9(06) OCCURS 6 TIMES.
017363     05  WS-NOTE-SUB               PIC 9(02) COMP.
017370     05  WS-NOTE-TOTAL             PIC 9(09).
017377     05  WS-NOTE-WHOLE-AMOUNT      PIC 9(09).
017384     05  WS-NOTE-EDIT-FACE         PIC ZZ9.
017400*----------------------------------------------------------------
017500 01  WS-FILE-STATUSES.
017600     05  WS-ACCTMAST-STATUS        PIC XX.
046000         GO TO 2000-PROCESS-DEPOSIT-EXIT
046100     END-IF
046200
046206*    THE TELLER'S NOTE COUNT IS CONSOLE CAPTURE TOO - A BATCH
046212*    CALLER'S CASH POSTS WITHOUT NOTE DETAIL.
046218     IF ADDRESS OF LS-DEPOSIT-AMOUNT = NULL
046224        AND NOT WS-CHECK-DEPOSIT
046230         PERFORM 2020-ACCEPT-NOTE-COUNTS
046236             THRU 2020-ACCEPT-NOTE-COUNTS-EXIT
046242         MOVE WS-DEPOSIT-AMOUNT TO WS-NOTE-WHOLE-AMOUNT
046248         IF WS-NOTE-TOTAL NOT = WS-NOTE-WHOLE-AMOUNT
046254             DISPLAY "DEPOSIT REJECTED - NOTES COUNTED TOTAL "
046260                 WS-NOTE-TOTAL " BUT THE AMOUNT HAS "
046266                 WS-NOTE-WHOLE-AMOUNT " IN NOTES"
046272             GO TO 2000-PROCESS-DEPOSIT-EXIT
046278         END-IF
046284     END-IF
046290
046300*    THE SUPERVISOR OVERRIDE IS CONSOLE CAPTURE - ONLY THE
046400*    INTERACTIVE PATH CAN ANSWER IT.  A BATCH CALLER (STANDPAY,
046500*    RD-COLLECT, PAY-BULK-CREDIT) SUPPLIES THE AMOUNT THROUGH
050100     MOVE AM-BALANCE TO WS-OLD-BALANCE
050200     ADD WS-DEPOSIT-AMOUNT TO AM-BALANCE
050300     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
050333     CALL "LINE-REPAY" USING ACCOUNT-MASTER-RECORD
050366         WS-DEPOSIT-AMOUNT
050400     REWRITE ACCOUNT-MASTER-RECORD
050500         INVALID KEY
050600             DISPLAY "UNABLE TO REWRITE ACCOUNT MASTER RECORD"
051400         WS-DEPOSIT-AMOUNT WS-OPERATOR-ID WS-GL-POST-FLAG
051500
051600     IF NOT WS-CHECK-DEPOSIT
051700         IF ADDRESS OF LS-DEPOSIT-AMOUNT = NULL
051800             CALL "DRAWER-POST" USING WS-OPERATOR-ID "D"
051816                 WS-DEPOSIT-AMOUNT WS-NOTE-COUNTS
051832         ELSE
051848             CALL "DRAWER-POST" USING WS-OPERATOR-ID "D"
051864                 WS-DEPOSIT-AMOUNT
051880         END-IF
051900     END-IF
052000
052100     PERFORM 2300-WRITE-ACTIVITY-AUDIT-RECORD
054700     END-IF
054800     .
054900 2000-PROCESS-DEPOSIT-EXIT.
054904     EXIT.
054908*----------------------------------------------------------------
054912*  2020-ACCEPT-NOTE-COUNTS  --  THE NOTES TAKEN IN, BY
054916*  DENOMINATION, TOTALLED INTO WS-NOTE-TOTAL.
054920*----------------------------------------------------------------
054924 2020-ACCEPT-NOTE-COUNTS.
054928     MOVE ZERO TO WS-NOTE-TOTAL
054932     PERFORM 2021-ACCEPT-ONE-NOTE-COUNT
054936         THRU 2021-ACCEPT-ONE-NOTE-COUNT-EXIT
054940         VARYING WS-NOTE-SUB FROM 1 BY 1
054944         UNTIL WS-NOTE-SUB > 6
054948     .
054952 2020-ACCEPT-NOTE-COUNTS-EXIT.
054956     EXIT.
054960*----------------------------------------------------------------
054964 2021-ACCEPT-ONE-NOTE-COUNT.
054968     MOVE DT-FACE-VALUE (WS-NOTE-SUB) TO WS-NOTE-EDIT-FACE
054972     DISPLAY "NOTES OF " WS-NOTE-EDIT-FACE " RECEIVED: "
054976     ACCEPT WS-NOTE-COUNT (WS-NOTE-SUB)
054980     COMPUTE WS-NOTE-TOTAL = WS-NOTE-TOTAL
054984         + (WS-NOTE-COUNT (WS-NOTE-SUB)
054988            * DT-FACE-VALUE (WS-NOTE-SUB))
054992     .
054996 2021-ACCEPT-ONE-NOTE-COUNT-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200*  2050-FLAG-BATCH-CONFIRM  --  A BATCH POSTING AT OR ABOVE THE
064400     MOVE WS-FLOAT-EXPIRY-DATE  TO HD-EXPIRY-DATE
064500     MOVE WS-TS-DATE            TO HD-PLACED-DATE
064600     MOVE WS-OPERATOR-ID        TO HD-PLACED-OPERATOR
064650     MOVE ZERO                  TO HD-RELEASED-DATE
064700     SET HD-HOLD-ACTIVE         TO TRUE
064800     WRITE FUNDS-HOLD-RECORD
064900         INVALID KEY
069300     MOVE WS-FLOAT-HOLD-ID    TO CK-HOLD-ID
069400     SET CK-CHECK-OUTSTANDING TO TRUE
069500     MOVE SPACES              TO CK-RETURN-REASON
069550     MOVE ZERO                TO CK-PRESENT-DATE
069560     MOVE SPACES              TO CK-PRESENT-REF
069570     MOVE ZERO                TO CK-RETURN-DATE
069600     WRITE CHECK-CLEARING-RECORD
069700         INVALID KEY
069800             DISPLAY "DUPLICATE CLEARING ROW " CK-TRAN-ID
