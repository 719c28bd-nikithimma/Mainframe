009300*                     AND WRITES A SINGLE LEG AT A TIME, AND A
009400*                     REJECTED SECOND LEG WOULD STRAND HALF A
009500*                     TRANSFER.
009510*    2026-10-15  RPK  CALLABLE FROM BATCH.  THE DESTINATION,
009520*                     AMOUNT, OPERATOR, BRANCH AND A RETURN
009530*                     CODE ARE NOW OPTIONAL LINKAGE (SAME
009540*                     CONVENTION AS WITHDRAWTRAN) SO THE
009550*                     NIGHTLY CASH SWEEP CAN POST ITS LEGS
009560*                     UNDER EVERY RULE ABOVE.  A BATCH CALLER
009570*                     RUNS INSIDE THE CHAIN, SO THE MEMO WINDOW
009580*                     DOES NOT REFUSE IT; HAS NO CONSOLE, SO ITS
009590*                     CONFIRM-THRESHOLD ITEMS POST AND ARE
009591*                     FLAGGED ON THE ACTIVITY AUDIT LOG, THE
009592*                     SIGNATORY 2 PIN IS NOT ASKED FOR (THE
009593*                     SWEEP ARRANGEMENT IS THE STANDING
009594*                     MANDATE) AND NO RECEIPT PRINTS.
009595*    2026-10-15  RPK  A TRANSFER INTO A REVOLVING CREDIT LINE
009596*                     (TYPE V) IS A REPAYMENT - THE DESTINATION
009597*                     LEG GOES THROUGH LINE-REPAY, SAME AS A
009598*                     DEPOSIT TO THE LINE.
009600*================================================================
009700 ENVIRONMENT DIVISION.
009800 INPUT-OUTPUT SECTION.
019400*  ZERO, 1000-INITIALIZE FALLS BACK TO PROMPTING FOR IT.
019500*----------------------------------------------------------------
019600 01  LS-ACCT-NUMBER                PIC 9(10).
019610*----------------------------------------------------------------
019620*  DESTINATION, AMOUNT, OPERATOR ID AND BRANCH ID ARE SUPPLIED
019630*  BY A BATCH CALLER (CASH-SWEEP) WITH NO TERMINAL TO PROMPT AT.
019640*  THE MENU PROGRAMS OMIT THEM AND THE OPERATOR KEYS THEM IN.
019650*  A CALLER THAT SUPPLIES LS-RETURN-CODE GETS BACK 'Y' IF THE
019660*  TRANSFER POSTED, 'N' IF IT WAS REJECTED.
019670*----------------------------------------------------------------
019680 01  LS-DEST-ACCT-NUMBER           PIC 9(10).
019690 01  LS-TRANSFER-AMOUNT            PIC S9(09)V99.
019691 01  LS-OPERATOR-ID                PIC X(08).
019692 01  LS-BRANCH-ID                  PIC X(06).
019693 01  LS-RETURN-CODE                PIC X.
019694     88  LS-TRANSFER-POSTED        VALUE 'Y'.
019695     88  LS-TRANSFER-REJECTED      VALUE 'N'.
019700*================================================================
019800 PROCEDURE DIVISION USING OPTIONAL LS-ACCT-NUMBER
019810     OPTIONAL LS-DEST-ACCT-NUMBER
019820     OPTIONAL LS-TRANSFER-AMOUNT
019830     OPTIONAL LS-OPERATOR-ID
019840     OPTIONAL LS-BRANCH-ID
019850     OPTIONAL LS-RETURN-CODE.
019900*================================================================
020000 0000-MAINLINE.
020100*    A TRANSFER IS TWO LEGS THAT MUST LAND TOGETHER, AND THE
020200*    STORE-AND-FORWARD QUEUE TAKES ONE LEG AT A TIME - SO WHILE
020300*    THE NIGHTLY CHAIN HOLDS THE MASTER THE TRANSFER IS REFUSED
020400*    OUTRIGHT RATHER THAN RISK QUEUEING HALF OF IT.  A BATCH
020500*    CALLER IS PART OF THE CHAIN AND POSTS DIRECT.
020600     IF ADDRESS OF LS-RETURN-CODE NOT = NULL
020700         SET LS-TRANSFER-REJECTED TO TRUE
020800     END-IF
020900     IF ADDRESS OF LS-TRANSFER-AMOUNT = NULL
021000         CALL "MEMO-WINDOW-GET" USING WS-MEMO-WINDOW-FLAG
021100         IF WS-MEMO-WINDOW-FLAG = 'M'
021200             DISPLAY "TRANSFERS ARE UNAVAILABLE WHILE THE "
021214                 "NIGHTLY CHAIN HOLDS THE ACCOUNT MASTER - "
021228                 "USE THE DEPOSIT AND WITHDRAWAL SCREENS, "
021242                 "WHICH QUEUE FOR THE WINDOW, OR RETRY "
021256                 "AFTER THE CHAIN RELEASES"
021270             GOBACK
021284         END-IF
021300     END-IF
021400     PERFORM 1000-INITIALIZE
021500         THRU 1000-INITIALIZE-EXIT
025100         DISPLAY "ENTER SOURCE ACCOUNT NUMBER: "
025200         ACCEPT WS-SOURCE-ACCT-NUMBER
025300     END-IF
025400     IF ADDRESS OF LS-DEST-ACCT-NUMBER = NULL
025500         DISPLAY "ENTER DESTINATION ACCOUNT NUMBER: "
025600         ACCEPT WS-DEST-ACCT-NUMBER
025700     ELSE
025800         MOVE LS-DEST-ACCT-NUMBER TO WS-DEST-ACCT-NUMBER
025900     END-IF
026000     IF ADDRESS OF LS-TRANSFER-AMOUNT = NULL
026100         DISPLAY "ENTER TRANSFER AMOUNT: "
026105         ACCEPT WS-TRANSFER-AMOUNT
026110     ELSE
026115         MOVE LS-TRANSFER-AMOUNT TO WS-TRANSFER-AMOUNT
026120     END-IF
026125     IF ADDRESS OF LS-OPERATOR-ID = NULL
026130         DISPLAY "ENTER OPERATOR ID: "
026135         ACCEPT WS-OPERATOR-ID
026140     ELSE
026145         MOVE LS-OPERATOR-ID TO WS-OPERATOR-ID
026150     END-IF
026155     IF ADDRESS OF LS-BRANCH-ID = NULL
026160         DISPLAY "ENTER BRANCH ID: "
026165         ACCEPT WS-BRANCH-ID
026170     ELSE
026175         MOVE LS-BRANCH-ID TO WS-BRANCH-ID
026180     END-IF
026200     .
026300 1000-INITIALIZE-EXIT.
026400     EXIT.
033500         DISPLAY "INVALID TRANSFER AMOUNT"
033600         GO TO 2100-VALIDATE-SOURCE-EXIT
033700     END-IF
033710*    THE SUPERVISOR OVERRIDE IS CONSOLE CAPTURE - A BATCH
033720*    CALLER'S CONFIRM-THRESHOLD ITEMS POST AND ARE FLAGGED FOR
033730*    MORNING REVIEW INSTEAD, AS IN WITHDRAWTRAN.
033740     IF WS-EDIT-CONFIRM-REQUIRED
033750        AND ADDRESS OF LS-TRANSFER-AMOUNT NOT = NULL
033760         PERFORM 2150-FLAG-BATCH-CONFIRM
033770             THRU 2150-FLAG-BATCH-CONFIRM-EXIT
033780     ELSE
033800     IF WS-EDIT-CONFIRM-REQUIRED
033900         CALL "SUP-OVERRIDE" USING AM-ACCT-NUMBER "T"
034000             WS-TRANSFER-AMOUNT WS-OPERATOR-ID
034500             SET WS-EDIT-INVALID TO TRUE
034600             GO TO 2100-VALIDATE-SOURCE-EXIT
034700         END-IF
034750     END-IF
034800     END-IF
034900
035000     CALL "HOLD-SUM" USING AM-ACCT-NUMBER WS-HELD-AMOUNT
039000             CONTINUE
039100     END-SEARCH
039200
039210*    A BATCH CALLER HAS NO SIGNATORY AT A CONSOLE - ITS
039220*    STANDING ARRANGEMENT WAS MANDATED WHEN IT WAS SET UP.
039300     IF AM-AUTH-BOTH AND AM-SIGNATORY-COUNT > 1
039310        AND ADDRESS OF LS-TRANSFER-AMOUNT = NULL
039400         DISPLAY "SOURCE ACCOUNT REQUIRES BOTH SIGNATORIES - "
039500             "ENTER SIGNATORY 2 PIN: "
039600         ACCEPT WS-SECOND-SIGNATORY-PIN
041100     SET WS-EDIT-VALID TO TRUE
041200     .
041300 2100-VALIDATE-SOURCE-EXIT.
041304     EXIT.
041308*----------------------------------------------------------------
041312*  2150-FLAG-BATCH-CONFIRM  --  A BATCH TRANSFER AT OR ABOVE THE
041316*  CONFIRM THRESHOLD HAS NO SUPERVISOR AT A CONSOLE.  IT POSTS,
041320*  AND THIS AUDIT ROW PUTS IT IN FRONT OF THE MORNING REVIEW.
041324*----------------------------------------------------------------
041328 2150-FLAG-BATCH-CONFIRM.
041332     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
041336     DISPLAY "INTTRAN: CONFIRM-THRESHOLD AMOUNT POSTED "
041340         "UNATTENDED - AUDIT ROW WRITTEN"
041344     MOVE "INTTRAN"         TO AL-PROGRAM-ID
041348     MOVE AM-ACCT-NUMBER    TO AL-ACCT-NUMBER
041352     MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID
041356     MOVE "CONF-THRESHOLD"  TO AL-BEFORE-VALUE
041360     MOVE WS-TRANSFER-AMOUNT TO WS-AUDIT-EDIT-VALUE
041364     MOVE WS-AUDIT-EDIT-VALUE TO AL-AFTER-VALUE
041368     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
041372     WRITE ACTIVITY-AUDIT-RECORD
041376     .
041380 2150-FLAG-BATCH-CONFIRM-EXIT.
041400     EXIT.
041500*----------------------------------------------------------------
041600*  2200-VALIDATE-DESTINATION  --  THE CREDIT SIDE, UNDER DEPOSIT
049900     END-READ
050000     ADD WS-TRANSFER-AMOUNT TO AM-BALANCE
050100     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
050133     CALL "LINE-REPAY" USING ACCOUNT-MASTER-RECORD
050166         WS-TRANSFER-AMOUNT
050200     MOVE AM-BALANCE TO WS-DST-NEW-BALANCE
050300     REWRITE ACCOUNT-MASTER-RECORD
050400         INVALID KEY
052600     MOVE 'P' TO WS-EJ-RESULT-CODE
052700     MOVE WS-SRC-NEW-BALANCE TO WS-EJ-NEW-BALANCE
052800     MOVE WS-NEXT-ASSIGNED-ID TO WS-EJ-TRAN-ID
052900     IF ADDRESS OF LS-TRANSFER-AMOUNT = NULL
053000         CALL "RECEIPT-PRINT" USING WS-BRANCH-ID
053100             WS-OPERATOR-ID "T" WS-SOURCE-ACCT-NUMBER
053116             WS-TRANSFER-AMOUNT WS-SRC-NEW-BALANCE "N"
053132     END-IF
053148     IF ADDRESS OF LS-RETURN-CODE NOT = NULL
053164         SET LS-TRANSFER-POSTED TO TRUE
053180     END-IF
053200     .
053300 3000-MOVE-THE-MONEY-EXIT.
053400     EXIT.
