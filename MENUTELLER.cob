010220*                     DIFFERENT CURRENCY IS NOW REJECTED -
010230*                     THERE IS NO CONVERSION PATH, SO THE
010240*                     NOMINAL AMOUNT WAS MOVING 1:1.
010241*    2026-10-15  RPK  KEPT IN STEP WITH DEPOSITTRAN/WITHDRAWTRAN
010242*                     FOR THE REVOLVING CREDIT LINE (TYPE V): A
010243*                     DRAW OR TRANSFER OUT TESTS AGAINST THE
010244*                     CREDIT LIMIT AND IS REFUSED WHILE A MINIMUM
010245*                     PAYMENT IS PAST DUE; A DEPOSIT COMES OFF THE
010246*                     MINIMUM PAYMENT DUE.
010247*    2026-10-15  RPK  KEPT IN STEP WITH WITHDRAWTRAN FOR
010248*                     OVERDRAFT PROTECTION: A WITHDRAWAL THE
010249*                     ACCOUNT CANNOT COVER IS DECLINED ONLY AFTER
010250*                     OD-PROTECT HAS TRIED THE NOMINATED BACKUP
010251*                     SAVINGS ACCOUNT, ONCE EVERY OTHER CHECK HAS
010252*                     PASSED.
010253*    2026-10-15  RPK  A PIN MAILED BY PIN-ISSUE AND STILL DUE FOR
010254*                     CHANGE IS ACCEPTED ONLY FOR A PIN CHANGE,
010255*                     WHICH NOW REFUSES AN UNCHANGED PIN AND
010256*                     CLEARS THE FORCED-CHANGE FLAG.
010257*    2026-10-15  RPK  A WITHDRAWAL OF WS-REACT-WATCH-AMOUNT OR
010258*                     MORE FROM AN ACCOUNT STILL ON ITS
010259*                     POST-REACTIVATION FRAUD WATCH IS QUEUED FOR
010260*                     FRAUD REVIEW, WHATEVER THE DAY'S COUNT.
010261*    2026-10-15  RPK  TELLER TRAINING: A TRAINEE OPERATOR IS
010262*                     REFUSED SIGN-ON UNLESS THE TRAINING CONTROL
010263*                     FILE SAYS THIS IS THE TRAINING REGION, WHOSE
010264*                     FILE TABLE POINTS EVERY FILE HERE AT THE
010265*                     TRAINING COPIES.  THERE, EVERY RESULT
010266*                     MESSAGE IS STAMPED TRAINING.
010267*    2026-10-15  RPK  A TRANSFER INTO A REVOLVING CREDIT LINE IS A
010268*                     REPAYMENT TOO.  BOTH THE DEPOSIT AND THE
010269*                     TRANSFER'S DESTINATION CREDIT NOW GO THROUGH
010270*                     LINE-REPAY, THE RULE DEPOSITTRAN AND INTTRAN
010271*                     SHARE.
010300*================================================================
010400 ENVIRONMENT DIVISION.
010500*================================================================
010600 DATA DIVISION.
010700 WORKING-STORAGE SECTION.
010800 01  WS-HELD-AMOUNT                PIC S9(11)V99.
010850 01  WS-BORROWING-LIMIT            PIC 9(09)V99.
010860 01  WS-ODP-SHORTFALL              PIC S9(09)V99.
010870 01  WS-ODP-TRANSFER-AMOUNT        PIC S9(09)V99.
010880 01  WS-ODP-FEE-AMOUNT             PIC S9(09)V99.
010890 01  WS-ODP-RESULT-FLAG            PIC X.
010900*----------------------------------------------------------------
011000*  BMS SYMBOLIC MAP AND STANDARD CICS ATTRIBUTE/AID COPYBOOKS.
011100*----------------------------------------------------------------
015300     COPY OVRDREC.
015400 01  OPERATOR-MASTER-RECORD.
015500     COPY OPERMAST.
015550     COPY TRNCREC.
015600 01  ID-COUNTER-RECORD-AREA.
015700     COPY IDCTREC.
015800 01  KEYED-TRAN-HISTORY-AREA.
016700     05  WS-LARGE-DEPOSIT-THRESHOLD
016800                                   PIC S9(09)V99 VALUE 10000.00.
016900     05  WS-VELOCITY-THRESHOLD     PIC 9(04) VALUE 0005.
016950     05  WS-REACT-WATCH-AMOUNT     PIC 9(09)V99 VALUE 1000.00.
017000     05  WS-CURRENT-DATE           PIC 9(08).
017100     05  WS-CURRENT-TIME           PIC 9(06).
017200     05  WS-GL-POST-FLAG           PIC X.
018500     05  WS-OLD-FAILED-ATTEMPTS    PIC 9(02).
018600     05  WS-LEG-AMOUNT             PIC S9(09)V99.
018700     05  WS-ENTERED-SIG2-HASH      PIC 9(10).
018716 01  WS-TRAINING-FIELDS.
018732     05  WS-TRNCTL-KEY             PIC X(08) VALUE "TRAINING".
018748     05  WS-TRAINING-FLAG          PIC X VALUE 'N'.
018764         88  TRAINING-REGION       VALUE 'Y'.
018780     05  WS-MSG-HOLD               PIC X(79).
018800 01  WS-JSIG-RIDFLD.
018900     05  WS-JSIG-ACCT-NUMBER       PIC 9(10).
019000     05  WS-JSIG-SEQ               PIC 9(01).
032000*  2050-VERIFY-OPERATOR  --  SIGN-ON.  THE OPERATOR ID KEYED ON
032100*  LINE 2 MUST EXIST ON THE OPERATOR MASTER AND BE ACTIVE
032200*  BEFORE ANY FUNCTION IS OFFERED; IT THEN STAMPS EVERY POSTING
032300*  IN PLACE OF THE OLD FIXED TELLER LITERAL.  A TRAINEE IS
032350*  TURNED AWAY UNLESS THIS IS THE TRAINING REGION.
032400*----------------------------------------------------------------
032500 2050-VERIFY-OPERATOR.
032600     SET PIN-NOT-VERIFIED TO TRUE
034700             THRU 6000-SEND-RESULT-SCREEN-EXIT
034800         GO TO 2050-VERIFY-OPERATOR-EXIT
034900     END-IF
034910     PERFORM 2055-CHECK-TRAINING-REGION
034920         THRU 2055-CHECK-TRAINING-REGION-EXIT
034930     IF OP-ROLE-TRAINEE AND NOT TRAINING-REGION
034940         MOVE "TRAINEE ID - SIGN ON IN THE TRAINING REGION"
034950             TO MSGOUTO
034960         PERFORM 6000-SEND-RESULT-SCREEN
034970             THRU 6000-SEND-RESULT-SCREEN-EXIT
034980         GO TO 2050-VERIFY-OPERATOR-EXIT
034990     END-IF
035000     MOVE OPERIDI TO WS-TELLER-ID
035100     SET PIN-IS-VERIFIED TO TRUE
035200     .
035300 2050-VERIFY-OPERATOR-EXIT.
035304     EXIT.
035308*----------------------------------------------------------------
035312*  2055-CHECK-TRAINING-REGION  --  ONLY THE TRAINING REGION'S
035316*  FILE TABLE DEFINES THE TRAINING CONTROL FILE (SEE
035320*  TRNCREC.CPY), AND THERE EVERY OTHER FILE THIS TRANSACTION
035324*  TOUCHES IS THE TRAINING COPY.  ANY OTHER RESPONSE - NOT
035328*  DEFINED, NOT FOUND - MEANS THE LIVE REGION.
035332*----------------------------------------------------------------
035336 2055-CHECK-TRAINING-REGION.
035340     MOVE 'N' TO WS-TRAINING-FLAG
035344     EXEC CICS READ FILE('TRNCTL')
035348         INTO(TRAINING-CONTROL-RECORD)
035352         RIDFLD(WS-TRNCTL-KEY)
035356         RESP(WS-RESP)
035360     END-EXEC
035364     IF WS-RESP = DFHRESP(NORMAL)
035368         IF TN-TRAINING-REGION
035372             MOVE 'Y' TO WS-TRAINING-FLAG
035376         END-IF
035380     END-IF
035384     .
035388 2055-CHECK-TRAINING-REGION-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------
035600*  2060-ASSIGN-TRAN-ID  --  DRAW THE NEXT TRANSACTION ID FROM
047000             RESP(WS-RESP)
047100         END-EXEC
047200     END-IF
047211*    A PIN MAILED BY PIN-ISSUE IS GOOD ONLY FOR CHANGING IT.
047222     IF PM-CHANGE-REQUIRED AND OPTIONI NOT = 4
047233         MOVE "MAILED PIN MUST BE CHANGED FIRST - OPTION 4"
047244             TO MSGOUTO
047255         PERFORM 6000-SEND-RESULT-SCREEN
047266             THRU 6000-SEND-RESULT-SCREEN-EXIT
047277         GO TO 2200-VERIFY-PIN-EXIT
047288     END-IF
047300     SET PIN-IS-VERIFIED TO TRUE
047400     .
047500 2200-VERIFY-PIN-EXIT.
051300     MOVE AM-BALANCE TO WS-OLD-BALANCE
051400     ADD AMOUNTI TO AM-BALANCE
051500     MOVE WS-CURRENT-DATE TO AM-LAST-ACTIVITY-DATE
051550     CALL "LINE-REPAY" USING ACCOUNT-MASTER-RECORD AMOUNTI
051600     EXEC CICS REWRITE FILE('ACCTMAST')
051700         FROM(ACCOUNT-MASTER-RECORD)
051800         RESP(WS-RESP)
055000         MOVE "INVALID WITHDRAWAL AMOUNT" TO MSGOUTO
055100         GO TO 4000-DO-WITHDRAWAL-EXIT
055200     END-IF
055210     MOVE AM-OVERDRAFT-LIMIT TO WS-BORROWING-LIMIT
055220     IF AM-TYPE-CODE = 'V'
055230         IF AM-LINE-PAST-DUE-SINCE NOT = ZERO
055240             MOVE "DRAW REJECTED - LINE HAS A PAST-DUE MINIMUM"
055250                 TO MSGOUTO
055260             GO TO 4000-DO-WITHDRAWAL-EXIT
055270         END-IF
055280         MOVE AM-CREDIT-LIMIT TO WS-BORROWING-LIMIT
055290     END-IF
055295     MOVE ZERO TO WS-ODP-SHORTFALL
055300     CALL "HOLD-SUM" USING AM-ACCT-NUMBER WS-HELD-AMOUNT
055400     IF (AM-BALANCE - WS-HELD-AMOUNT - AMOUNTI)
055500             < (0 - WS-BORROWING-LIMIT)
055600         IF AM-OD-BACKUP-ACCT = ZERO OR AM-TYPE-CODE = 'V'
055700             MOVE "WITHDRAWAL REJECTED - INSUFFICIENT AVAIL BAL"
055800                 TO MSGOUTO
055820             GO TO 4000-DO-WITHDRAWAL-EXIT
055840         END-IF
055860         COMPUTE WS-ODP-SHORTFALL = (0 - WS-BORROWING-LIMIT)
055880             - (AM-BALANCE - WS-HELD-AMOUNT - AMOUNTI)
055900     END-IF
056000
056100     IF AM-IS-MINOR-ACCOUNT AND AMOUNTI > AM-MINOR-WITHDRAWAL-CAP
059700             TO MSGOUTO
059800         GO TO 4000-DO-WITHDRAWAL-EXIT
059900     END-IF
059910*    OVERDRAFT PROTECTION - OD-PROTECT CREDITS THE TRANSFER AND
059920*    DEBITS ITS FEE IN THE RECORD HELD FOR UPDATE HERE, SO THE
059930*    WITHDRAWAL'S REWRITE CARRIES BOTH.
059940     IF WS-ODP-SHORTFALL > ZERO
059950         CALL "OD-PROTECT" USING ACCOUNT-MASTER-RECORD
059960             WS-ODP-SHORTFALL WS-TELLER-ID
059970             WS-ODP-TRANSFER-AMOUNT WS-ODP-FEE-AMOUNT
059980             WS-ODP-RESULT-FLAG
059985         IF WS-ODP-RESULT-FLAG NOT = 'Y'
059990             MOVE "WITHDRAWAL REJECTED - INSUFFICIENT AVAIL BAL"
059992                 TO MSGOUTO
059994             GO TO 4000-DO-WITHDRAWAL-EXIT
059996         END-IF
059998     END-IF
060000
060100     MOVE AM-BALANCE TO WS-OLD-BALANCE
060200     SUBTRACT AMOUNTI FROM AM-BALANCE
061600         AMOUNTI WS-TELLER-ID WS-GL-POST-FLAG
061700
061800     IF AM-DAILY-WITHDRAWAL-CNT > WS-VELOCITY-THRESHOLD
061810        OR (AM-REACT-WATCH-UNTIL NOT < WS-CURRENT-DATE
061820            AND AMOUNTI NOT < WS-REACT-WATCH-AMOUNT)
061900         PERFORM 8200-WRITE-FRAUD-REVIEW-RECORD
062000             THRU 8200-WRITE-FRAUD-REVIEW-RECORD-EXIT
062100     END-IF
062200
062300     MOVE AM-BALANCE TO BALOUTO
062400     MOVE "WITHDRAWAL POSTED" TO MSGOUTO
062450     IF WS-ODP-SHORTFALL > ZERO
062460         MOVE "WITHDRAWAL POSTED - OD PROTECTION TRANSFER MADE"
062470             TO MSGOUTO
062480     END-IF
062500     .
062600 4000-DO-WITHDRAWAL-EXIT.
062700     EXIT.
065500         MOVE "INVALID TRANSFER AMOUNT" TO MSGOUTO
065600         GO TO 4500-DO-TRANSFER-EXIT
065700     END-IF
065710     MOVE AM-OVERDRAFT-LIMIT TO WS-BORROWING-LIMIT
065720     IF AM-TYPE-CODE = 'V'
065730         IF AM-LINE-PAST-DUE-SINCE NOT = ZERO
065740             MOVE "TRANSFER REJECTED - LINE MINIMUM PAST DUE"
065750                 TO MSGOUTO
065760             GO TO 4500-DO-TRANSFER-EXIT
065770         END-IF
065780         MOVE AM-CREDIT-LIMIT TO WS-BORROWING-LIMIT
065790     END-IF
065800     CALL "HOLD-SUM" USING AM-ACCT-NUMBER WS-HELD-AMOUNT
065900     IF (AM-BALANCE - WS-HELD-AMOUNT - AMOUNTI)
066000             < (0 - WS-BORROWING-LIMIT)
066100         MOVE "TRANSFER REJECTED - INSUFFICIENT AVAIL BAL"
066200             TO MSGOUTO
066300         GO TO 4500-DO-TRANSFER-EXIT
075500     ADD AMOUNTI TO XA-BALANCE
075600     MOVE WS-CURRENT-DATE
075700         TO XA-LAST-ACTIVITY-DATE
075750     CALL "LINE-REPAY" USING DEST-ACCOUNT-MASTER-RECORD AMOUNTI
075800     EXEC CICS REWRITE FILE('ACCTMAST')
075900         FROM(DEST-ACCOUNT-MASTER-RECORD)
076000         RESP(WS-RESP)
092900*  THE HASH OF THE NEW PIN ENTERED IN THE NEW-PIN FIELD.
093000*----------------------------------------------------------------
093100 5000-DO-PIN-CHANGE.
093200     CALL "PIN-HASH-COMPUTE" USING NEWPINI WS-ENTERED-PIN-HASH
093212     IF WS-ENTERED-PIN-HASH = PM-PIN-HASH
093224         MOVE "NEW PIN MUST DIFFER FROM THE CURRENT PIN"
093236             TO MSGOUTO
093248         GO TO 5000-DO-PIN-CHANGE-EXIT
093260     END-IF
093272     MOVE WS-ENTERED-PIN-HASH TO PM-PIN-HASH
093284     SET PM-CHANGE-NOT-REQUIRED TO TRUE
093300     EXEC CICS ASKTIME END-EXEC
093400     EXEC CICS FORMATTIME ABSTIME(EIBTIME)
093500         YYYYMMDD(PM-LAST-CHANGED-DATE)
094500*----------------------------------------------------------------
094600*  6000-SEND-RESULT-SCREEN  --  REDISPLAY THE SCREEN WITH THE
094700*  OUTCOME MESSAGE AND CURRENT STATUS/BALANCE.
094725*  IN THE TRAINING REGION EVERY RESULT MESSAGE IS STAMPED
094750*  TRAINING, SO NO SCREEN CONFIRMATION CAN BE MISTAKEN FOR A
094775*  LIVE ONE.
094800*----------------------------------------------------------------
094900 6000-SEND-RESULT-SCREEN.
094914     IF TRAINING-REGION
094928         MOVE MSGOUTO TO WS-MSG-HOLD
094942         MOVE SPACES TO MSGOUTO
094956         STRING "TRAINING: " WS-MSG-HOLD
094970             DELIMITED BY SIZE INTO MSGOUTO
094984     END-IF
095000     EXEC CICS SEND MAP('TELLMAP')
095100         MAPSET('TELLMSET')
095200         FROM(TELLMAPO)
