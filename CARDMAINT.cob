002400*                     CHANGE LANDS ON THE ACTIVITY AUDIT LOG.
002500*                     SAME CONSOLE SHAPE AS FUNDS HOLD
002600*                     MAINTENANCE.
002611*    2026-10-15  RPK  BLOCK IS NOW CALLABLE.  A CALLER PASSING
002622*                     THE CARD, THE ACCOUNT ASKING, ITS
002633*                     OPERATOR ID AND A RETURN CODE (THE
002644*                     DIGITAL CHANNEL GATEWAY) HOT-CARDS
002655*                     WITHOUT THE MENU.  THE CARD MUST DRAW ON
002666*                     THE ACCOUNT ASKING; 'Y' COMES BACK WHEN
002677*                     THE CARD IS BLOCKED, INCLUDING ONE THAT
002688*                     ALREADY WAS.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
006100     05  WS-TARGET-ACCT-NUMBER     PIC 9(10).
006200     05  WS-ACTION-TAKEN           PIC X(15).
006300     05  WS-OLD-STATUS-CODE        PIC X.
006333     05  WS-CALLED-SWITCH          PIC X VALUE 'N'.
006366         88  WS-CALLED-BY-PROGRAM  VALUE 'Y'.
006400*----------------------------------------------------------------
006500 01  WS-BUSINESS-DATE              PIC 9(08).
006600 01  WS-BUSDATE-FLAG               PIC X.
006900     05  WS-TS-DATE                PIC 9(08).
007000     05  FILLER                    PIC X(13).
007100*================================================================
007200 LINKAGE SECTION.
007206*----------------------------------------------------------------
007212*  SUPPLIED ONLY BY A PROGRAM CALLING FOR A BLOCK.  RUN FROM THE
007218*  CONSOLE THE MENU TAKES EVERYTHING FROM THE OPERATOR.
007224*----------------------------------------------------------------
007230 01  LS-CARD-NUMBER                PIC 9(10).
007236 01  LS-ACCT-NUMBER                PIC 9(10).
007242 01  LS-OPERATOR-ID                PIC X(08).
007248 01  LS-RETURN-CODE                PIC X.
007254     88  LS-CARD-BLOCKED           VALUE 'Y'.
007260     88  LS-CARD-NOT-BLOCKED       VALUE 'N'.
007266*================================================================
007272 PROCEDURE DIVISION USING OPTIONAL LS-CARD-NUMBER
007278     OPTIONAL LS-ACCT-NUMBER
007284     OPTIONAL LS-OPERATOR-ID
007290     OPTIONAL LS-RETURN-CODE.
007300*================================================================
007400 0000-MAINLINE.
007416     IF ADDRESS OF LS-CARD-NUMBER NOT = NULL
007432         PERFORM 1000-CALLED-BLOCK
007448             THRU 1000-CALLED-BLOCK-EXIT
007464         GOBACK
007480     END-IF
007500     DISPLAY "DEBIT CARD MAINTENANCE"
007600     DISPLAY "ENTER YOUR OPERATOR ID: "
007700     ACCEPT WS-MAINT-OPERATOR-ID
008200         DISPLAY "OPERATOR NOT AUTHORIZED"
008300         STOP RUN
008400     END-IF
008403     PERFORM 1100-SET-BUSINESS-DATE
008406         THRU 1100-SET-BUSINESS-DATE-EXIT
008409     PERFORM 2000-WORK-ONE-CHOICE
008412         THRU 2000-WORK-ONE-CHOICE-EXIT
008415         UNTIL WS-SESSION-DONE
008418     STOP RUN.
008421*----------------------------------------------------------------
008424*  1000-CALLED-BLOCK  --  A PROGRAM ASKING FOR A HOT-CARD.  THE
008427*  CALLER'S OPERATOR ID IS VERIFIED THE SAME AS A CONSOLE ONE.
008430*----------------------------------------------------------------
008433 1000-CALLED-BLOCK.
008436     MOVE 'Y' TO WS-CALLED-SWITCH
008439     SET LS-CARD-NOT-BLOCKED TO TRUE
008442     MOVE LS-OPERATOR-ID TO WS-MAINT-OPERATOR-ID
008445     CALL "OPER-VERIFY" USING WS-MAINT-OPERATOR-ID
008448         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
008451         WS-OPER-VERIFY-ROLE
008454     IF WS-OPER-VERIFY-FLAG NOT = "Y"
008457         DISPLAY "CARDMAINT: OPERATOR " WS-MAINT-OPERATOR-ID
008460             " NOT AUTHORIZED"
008463         GO TO 1000-CALLED-BLOCK-EXIT
008466     END-IF
008469     PERFORM 1100-SET-BUSINESS-DATE
008472         THRU 1100-SET-BUSINESS-DATE-EXIT
008475     MOVE LS-CARD-NUMBER TO WS-TARGET-CARD-NUMBER
008478     PERFORM 5000-BLOCK-CARD
008481         THRU 5000-BLOCK-CARD-EXIT
008484     .
008487 1000-CALLED-BLOCK-EXIT.
008490     EXIT.
008493*----------------------------------------------------------------
008496 1100-SET-BUSINESS-DATE.
008500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
008600     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
008700         WS-BUSDATE-FLAG
008800     IF WS-BUSDATE-FLAG = "Y"
008900         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
009000     END-IF
009100     .
009200 1100-SET-BUSINESS-DATE-EXIT.
009300     EXIT.
009500*----------------------------------------------------------------
009600*  2000-WORK-ONE-CHOICE  --  ONE PASS AROUND THE CONSOLE MENU.
009700*----------------------------------------------------------------
023800*----------------------------------------------------------------
023900*  5000-BLOCK-CARD  --  THE HOT-CARD.  ANY VERIFIED OPERATOR MAY
024000*  BLOCK - WHEN THE CUSTOMER IS ON THE PHONE ABOUT A STOLEN
024100*  CARD, SPEED BEATS CEREMONY.  A CALLING PROGRAM MAY ONLY
024133*  BLOCK A CARD ON THE ACCOUNT IT IS ACTING FOR.
024200*----------------------------------------------------------------
024300 5000-BLOCK-CARD.
024400     IF NOT WS-CALLED-BY-PROGRAM
024500         DISPLAY "ENTER CARD NUMBER: "
024533         ACCEPT WS-TARGET-CARD-NUMBER
024566     END-IF
024600     PERFORM 7100-READ-CARD
024700         THRU 7100-READ-CARD-EXIT
024800     IF WS-CARDMAST-STATUS NOT = "00"
024900         GO TO 5000-BLOCK-CARD-EXIT
025000     END-IF
025012     IF WS-CALLED-BY-PROGRAM
025024             AND DC-ACCT-NUMBER NOT = LS-ACCT-NUMBER
025036         DISPLAY "CARD DOES NOT DRAW ON ACCOUNT " LS-ACCT-NUMBER
025048             " - NOT BLOCKED"
025060         CLOSE DEBIT-CARD-MASTER-FILE
025072         GO TO 5000-BLOCK-CARD-EXIT
025084     END-IF
025100     IF DC-CARD-BLOCKED
025125         IF WS-CALLED-BY-PROGRAM
025150             SET LS-CARD-BLOCKED TO TRUE
025175         END-IF
025200         DISPLAY "CARD IS ALREADY BLOCKED"
025300         CLOSE DEBIT-CARD-MASTER-FILE
025400         GO TO 5000-BLOCK-CARD-EXIT
026400     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
026500         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
026600     DISPLAY "CARD " WS-TARGET-CARD-NUMBER " BLOCKED"
026625     IF WS-CALLED-BY-PROGRAM
026650         SET LS-CARD-BLOCKED TO TRUE
026675     END-IF
026700     .
026800 5000-BLOCK-CARD-EXIT.
026900     EXIT.
