015500*                     EODRECON RELEASES THE MASTER.  BATCH
015600*                     CALLERS INSIDE THE CHAIN STILL POST
015700*                     DIRECT.
015703*    2026-10-15  RPK  A REVOLVING CREDIT LINE (TYPE V) IS DRAWN
015706*                     DOWN THROUGH HERE: THE AVAILABLE-BALANCE
015709*                     TEST RUNS AGAINST THE LINE'S CREDIT LIMIT
015712*                     INSTEAD OF THE OVERDRAFT LIMIT, AND A DRAW
015715*                     IS REFUSED WHILE THE LINE HAS A PAST-DUE
015718*                     MINIMUM PAYMENT.
015721*    2026-10-15  RPK  OVERDRAFT PROTECTION.  A WITHDRAWAL THE
015724*                     ACCOUNT CANNOT COVER IS NO LONGER DECLINED
015727*                     OUTRIGHT WHEN THE ACCOUNT HAS A NOMINATED
015730*                     BACKUP SAVINGS ACCOUNT: ONCE EVERY OTHER
015733*                     CHECK HAS PASSED, OD-PROTECT TRANSFERS THE
015736*                     SHORTFALL (PLUS ITS FEE, IN WHOLE
015739*                     INCREMENTS) FROM THE BACKUP INTO THIS
015742*                     RECORD, AND ONLY IF THAT FAILS IS THE
015745*                     WITHDRAWAL DECLINED.
015748*    2026-10-15  RPK  AN INTERACTIVE WITHDRAWAL NOW TAKES THE
015751*                     TELLER'S COUNT OF THE NOTES PAID OUT BY
015754*                     DENOMINATION, WHICH MUST MAKE UP THE
015757*                     AMOUNT'S WHOLE UNITS (THE CENTS ARE COIN),
015760*                     AND PASSES IT TO DRAWER-POST FOR THE
015763*                     DRAWER'S RUNNING NOTE COUNTS.
015766*    2026-10-15  RPK  A RECENTLY REACTIVATED ACCOUNT (STILL INSIDE
015769*                     AM-REACT-WATCH-UNTIL) HAS ANY WITHDRAWAL OF
015772*                     WS-REACT-WATCH-AMOUNT OR MORE QUEUED FOR
015775*                     FRAUD REVIEW, WHATEVER THE DAY'S COUNT.
015778*    2026-10-15  RPK  ADDS AN OPTIONAL EXTRA-BORROWING LINKAGE
015781*                     PARAMETER - HEADROOM PAST THE OVERDRAFT
015784*                     LIMIT THAT THE CALLER HAS ALREADY APPROVED
015787*                     FOR THIS ONE ITEM (AN INBOUND ACH DEBIT
015790*                     NSF-DECIDE CHOSE TO PAY UNDER THE CUSTOMER'S
015793*                     PAID-OVERDRAFT OPT-IN).  ALL OTHER CHECKS
015796*                     STILL APPLY.
015800*================================================================
015900 ENVIRONMENT DIVISION.
016000 INPUT-OUTPUT SECTION.
018400*  CURRENCY REFERENCE TABLE (SHARED).
018500*----------------------------------------------------------------
018600     COPY CURRTAB.
018607*----------------------------------------------------------------
018614*  NOTE DENOMINATIONS (SHARED) AND THE TELLER'S NOTE COUNT FOR A
018621*  CASH WITHDRAWAL - CARRIED ONTO THE DRAWER'S NOTE COUNTS.
018628*----------------------------------------------------------------
018635     COPY DENOMTAB.
018642 01  WS-NOTE-DETAIL-FIELDS.
018649     05  WS-NOTE-COUNTS.
018656         10  WS-NOTE-COUNT         PIC 9(06) OCCURS 6 TIMES.
018663     05  WS-NOTE-SUB               PIC 9(02) COMP.
018670     05  WS-NOTE-TOTAL             PIC 9(09).
018677     05  WS-NOTE-WHOLE-AMOUNT      PIC 9(09).
018684     05  WS-NOTE-EDIT-FACE         PIC ZZ9.
018700*----------------------------------------------------------------
018800 01  WS-FILE-STATUSES.
018900     05  WS-ACCTMAST-STATUS        PIC XX.
021600     05  WS-MEMO-WINDOW-FLAG       PIC X.
021700     05  WS-MEMO-QUEUED-SWITCH     PIC X.
021800     05  WS-SAF-RESULT-FLAG        PIC X.
021850     05  WS-BORROWING-LIMIT        PIC 9(09)V99.
021860     05  WS-ODP-SHORTFALL          PIC S9(09)V99.
021870     05  WS-ODP-TRANSFER-AMOUNT    PIC S9(09)V99.
021880     05  WS-ODP-FEE-AMOUNT         PIC S9(09)V99.
021890     05  WS-ODP-RESULT-FLAG        PIC X.
021900*----------------------------------------------------------------
022000*  THE DAILY WITHDRAWAL LIMIT, CHECKED CUMULATIVELY AGAINST
022100*  AM-DAILY-WITHDRAWN-TOTAL RATHER THAN JUST THE SINGLE
023000*  MANY SMALL WITHDRAWALS THAT WOULD NEVER TRIP THE DAILY LIMIT.
023100*----------------------------------------------------------------
023200 01  WS-VELOCITY-THRESHOLD         PIC 9(04) VALUE 0005.
023210*----------------------------------------------------------------
023220*  A WITHDRAWAL THIS LARGE FROM AN ACCOUNT STILL ON ITS
023230*  POST-REACTIVATION FRAUD WATCH IS QUEUED FOR REVIEW.
023240*----------------------------------------------------------------
023250 01  WS-REACT-WATCH-AMOUNT         PIC 9(09)V99 VALUE 1000.00.
023300*----------------------------------------------------------------
023400*  TIMESTAMP SPLIT INTO THE DATE/TIME/ID FIELDS A TRANSACTION
023500*  RECORD NEEDS - SAME CONVENTION AS DEPOSITTRAN.
027200 01  LS-RETURN-CODE                PIC X.
027300     88  LS-WITHDRAWAL-POSTED      VALUE 'Y'.
027400     88  LS-WITHDRAWAL-REJECTED    VALUE 'N'.
027410*----------------------------------------------------------------
027420*  LS-EXTRA-BORROWING IS HEADROOM PAST THE OVERDRAFT LIMIT THAT
027430*  THE CALLER HAS ALREADY APPROVED FOR THIS ITEM - ACH-INBOUND
027440*  PASSES IT FOR A DEBIT NSF-DECIDE PAID UNDER THE PAID-OVERDRAFT
027450*  OPT-IN.  EVERY OTHER CALLER LEAVES IT OUT.
027460*----------------------------------------------------------------
027470 01  LS-EXTRA-BORROWING            PIC S9(09)V99.
027500*================================================================
027600 PROCEDURE DIVISION USING LS-ACCT-NUMBER
027700     OPTIONAL LS-WITHDRAWAL-AMOUNT
027800     OPTIONAL LS-OPERATOR-ID
027900     OPTIONAL LS-BRANCH-ID
028000     OPTIONAL LS-RETURN-CODE
028050     OPTIONAL LS-EXTRA-BORROWING.
028100*================================================================
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE
042700         GO TO 2000-PROCESS-WITHDRAWAL-EXIT
042800     END-IF
042900
042906*    THE TELLER'S NOTE COUNT IS CONSOLE CAPTURE TOO - A BATCH
042912*    CALLER'S CASH POSTS WITHOUT NOTE DETAIL.
042918     IF ADDRESS OF LS-WITHDRAWAL-AMOUNT = NULL
042924         PERFORM 2020-ACCEPT-NOTE-COUNTS
042930             THRU 2020-ACCEPT-NOTE-COUNTS-EXIT
042936         MOVE WS-WITHDRAWAL-AMOUNT TO WS-NOTE-WHOLE-AMOUNT
042942         IF WS-NOTE-TOTAL NOT = WS-NOTE-WHOLE-AMOUNT
042948             DISPLAY "WITHDRAWAL REJECTED - NOTES COUNTED TOTAL "
042954                 WS-NOTE-TOTAL " BUT THE AMOUNT HAS "
042960                 WS-NOTE-WHOLE-AMOUNT " IN NOTES"
042966             GO TO 2000-PROCESS-WITHDRAWAL-EXIT
042972         END-IF
042978     END-IF
042984
043000*    THE SUPERVISOR OVERRIDE IS CONSOLE CAPTURE - ONLY THE
043100*    INTERACTIVE PATH CAN ANSWER IT.  A BATCH CALLER (STANDPAY,
043200*    RD-COLLECT) SUPPLIES THE AMOUNT THROUGH LINKAGE, SO ITS
045000     END-IF
045100     END-IF
045200
045207*    A REVOLVING LINE (TYPE V) DRAWS AGAINST ITS CREDIT LIMIT
045214*    INSTEAD OF AN OVERDRAFT LIMIT, AND NOT AT ALL WHILE A
045221*    MINIMUM PAYMENT IS PAST DUE.
045228     MOVE AM-OVERDRAFT-LIMIT TO WS-BORROWING-LIMIT
045235     IF AM-TYPE-CODE = 'V'
045242         IF AM-LINE-PAST-DUE-SINCE NOT = ZERO
045249             DISPLAY "DRAW REJECTED - CREDIT LINE HAS A PAST-DUE "
045256                 "MINIMUM PAYMENT"
045263             GO TO 2000-PROCESS-WITHDRAWAL-EXIT
045270         END-IF
045277         MOVE AM-CREDIT-LIMIT TO WS-BORROWING-LIMIT
045284     END-IF
045285     IF ADDRESS OF LS-EXTRA-BORROWING NOT = NULL
045286        AND AM-TYPE-CODE NOT = 'V'
045287         ADD LS-EXTRA-BORROWING TO WS-BORROWING-LIMIT
045288     END-IF
045290*    A SHORTFALL ON AN ACCOUNT WITH A BACKUP IS CARRIED TO
045295*    2200-COVER-THE-SHORTFALL, AFTER THE REMAINING CHECKS.
045297     MOVE ZERO TO WS-ODP-SHORTFALL
045300     CALL "HOLD-SUM" USING AM-ACCT-NUMBER WS-HELD-AMOUNT
045400     IF (AM-BALANCE - WS-HELD-AMOUNT - WS-WITHDRAWAL-AMOUNT)
045500             < (0 - WS-BORROWING-LIMIT)
045600         IF AM-OD-BACKUP-ACCT = ZERO OR AM-TYPE-CODE = 'V'
045700             DISPLAY "WITHDRAWAL REJECTED - INSUFFICIENT "
045800                "AVAILABLE BALANCE"
045816             GO TO 2000-PROCESS-WITHDRAWAL-EXIT
045832         END-IF
045848         COMPUTE WS-ODP-SHORTFALL = (0 - WS-BORROWING-LIMIT)
045864             - (AM-BALANCE - WS-HELD-AMOUNT
045880                - WS-WITHDRAWAL-AMOUNT)
045900     END-IF
046000
046100     IF AM-IS-MINOR-ACCOUNT
049500         GO TO 2000-PROCESS-WITHDRAWAL-EXIT
049600     END-IF
049700
049710     IF WS-ODP-SHORTFALL > ZERO
049720         PERFORM 2200-COVER-THE-SHORTFALL
049730             THRU 2200-COVER-THE-SHORTFALL-EXIT
049740         IF WS-ODP-RESULT-FLAG NOT = 'Y'
049750             DISPLAY "WITHDRAWAL REJECTED - INSUFFICIENT "
049760                "AVAILABLE BALANCE"
049770             GO TO 2000-PROCESS-WITHDRAWAL-EXIT
049780         END-IF
049790     END-IF
049795
049800     MOVE AM-BALANCE TO WS-OLD-BALANCE
049900     SUBTRACT WS-WITHDRAWAL-AMOUNT FROM AM-BALANCE
050000     ADD WS-WITHDRAWAL-AMOUNT TO AM-DAILY-WITHDRAWN-TOTAL
051200     CALL "GL-POSTING" USING AM-ACCT-NUMBER AM-TYPE-CODE "W"
051300         WS-WITHDRAWAL-AMOUNT WS-OPERATOR-ID WS-GL-POST-FLAG
051400
051500     IF ADDRESS OF LS-WITHDRAWAL-AMOUNT = NULL
051600         CALL "DRAWER-POST" USING WS-OPERATOR-ID "W"
051616             WS-WITHDRAWAL-AMOUNT WS-NOTE-COUNTS
051632     ELSE
051648         CALL "DRAWER-POST" USING WS-OPERATOR-ID "W"
051664             WS-WITHDRAWAL-AMOUNT
051680     END-IF
051700
051800     PERFORM 2300-WRITE-ACTIVITY-AUDIT-RECORD
051900         THRU 2300-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
052000
052100     IF AM-DAILY-WITHDRAWAL-CNT > WS-VELOCITY-THRESHOLD
052110        OR (AM-REACT-WATCH-UNTIL NOT < WS-TS-DATE
052120            AND WS-WITHDRAWAL-AMOUNT NOT < WS-REACT-WATCH-AMOUNT)
052200         PERFORM 2400-WRITE-FRAUD-REVIEW-RECORD
052300             THRU 2400-WRITE-FRAUD-REVIEW-RECORD-EXIT
052400     END-IF
053700     END-IF
053800     .
053900 2000-PROCESS-WITHDRAWAL-EXIT.
053904     EXIT.
053908*----------------------------------------------------------------
053912*  2020-ACCEPT-NOTE-COUNTS  --  THE NOTES PAID OUT, BY
053916*  DENOMINATION, TOTALLED INTO WS-NOTE-TOTAL.
053920*----------------------------------------------------------------
053924 2020-ACCEPT-NOTE-COUNTS.
053928     MOVE ZERO TO WS-NOTE-TOTAL
053932     PERFORM 2021-ACCEPT-ONE-NOTE-COUNT
053936         THRU 2021-ACCEPT-ONE-NOTE-COUNT-EXIT
053940         VARYING WS-NOTE-SUB FROM 1 BY 1
053944         UNTIL WS-NOTE-SUB > 6
053948     .
053952 2020-ACCEPT-NOTE-COUNTS-EXIT.
053956     EXIT.
053960*----------------------------------------------------------------
053964 2021-ACCEPT-ONE-NOTE-COUNT.
053968     MOVE DT-FACE-VALUE (WS-NOTE-SUB) TO WS-NOTE-EDIT-FACE
053972     DISPLAY "NOTES OF " WS-NOTE-EDIT-FACE " PAID OUT: "
053976     ACCEPT WS-NOTE-COUNT (WS-NOTE-SUB)
053980     COMPUTE WS-NOTE-TOTAL = WS-NOTE-TOTAL
053984         + (WS-NOTE-COUNT (WS-NOTE-SUB)
053988            * DT-FACE-VALUE (WS-NOTE-SUB))
053992     .
053996 2021-ACCEPT-ONE-NOTE-COUNT-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200*  2050-FLAG-BATCH-CONFIRM  --  A BATCH POSTING AT OR ABOVE THE
057900     CALL "TRANH-POST" USING TRANSACTION-RECORD
058000     .
058100 2100-WRITE-TRANSACTION-RECORD-EXIT.
058105     EXIT.
058110*----------------------------------------------------------------
058115*  2200-COVER-THE-SHORTFALL  --  OVERDRAFT PROTECTION TRANSFER
058120*  FROM THE NOMINATED BACKUP.  OD-PROTECT CREDITS THE TRANSFER
058125*  AND DEBITS ITS FEE IN THE RECORD AREA HELD HERE, SO THE
058130*  WITHDRAWAL'S OWN REWRITE CARRIES BOTH.
058135*----------------------------------------------------------------
058140 2200-COVER-THE-SHORTFALL.
058145     CALL "OD-PROTECT" USING ACCOUNT-MASTER-RECORD
058150         WS-ODP-SHORTFALL WS-OPERATOR-ID WS-ODP-TRANSFER-AMOUNT
058155         WS-ODP-FEE-AMOUNT WS-ODP-RESULT-FLAG
058160     IF WS-ODP-RESULT-FLAG = 'Y'
058165         DISPLAY "OVERDRAFT PROTECTION - " WS-ODP-TRANSFER-AMOUNT
058170             " TRANSFERRED FROM BACKUP ACCOUNT "
058175             AM-OD-BACKUP-ACCT
058180     END-IF
058185     .
058190 2200-COVER-THE-SHORTFALL-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400*  2300-WRITE-ACTIVITY-AUDIT-RECORD  --  BEFORE/AFTER BALANCE TO
