000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CARD-AUTH.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  LOADS THE CARD
001300*                     NETWORK'S AUTHORIZATION LOG.  UNTIL NOW
001400*                     AN ATM WITHDRAWAL OR A STORE PURCHASE
001500*                     DID NOT TOUCH THE CUSTOMER'S AVAILABLE
001600*                     BALANCE UNTIL THE NEXT DAY'S SETTLEMENT
001700*                     FILE POSTED IT.  EACH APPROVED
001800*                     AUTHORIZATION NOW PLACES A CARD
001900*                     AUTHORIZATION HOLD (TYPE A) ON THE CARD'S
002000*                     ACCOUNT THROUGH THE FUNDS HOLD FILE, SO
002100*                     HOLD-SUM - AND EVERY POSTING PROGRAM
002200*                     TESTING AVAILABLE BALANCE - SEES THE
002300*                     SPEND AT ONCE.  THE AUTHORIZATION AND ITS
002400*                     HOLD ID GO ON THE CARD AUTHORIZATION
002500*                     REGISTER UNDER THE NETWORK REFERENCE FOR
002600*                     ATM-SETTLE TO MATCH AND RELEASE.  DECLINED
002700*                     AUTHORIZATIONS ARE COUNTED AND SKIPPED; A
002800*                     REFERENCE ALREADY ON THE REGISTER (A
002900*                     RELOADED LOG) PLACES NO SECOND HOLD.
002933*    2026-10-15  RPK  A NEW AUTHORIZATION HOLD STARTS WITH NO
002966*                     RELEASE DATE.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     COPY CAUTSEL.
003500     COPY CARGSEL.
003600     COPY CARDMSEL.
003700     COPY HOLDSEL.
003800*================================================================
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CARD-AUTH-LOG-FILE.
004200     COPY CAUTREC.
004300 FD  CARD-AUTH-REGISTER-FILE.
004400     COPY CARGREC.
004500 FD  DEBIT-CARD-MASTER-FILE.
004600     COPY CARDMAST.
004700 FD  FUNDS-HOLD-FILE.
004800     COPY HOLDREC.
004900*----------------------------------------------------------------
005000 WORKING-STORAGE SECTION.
005100 01  WS-FILE-STATUSES.
005200     05  WS-CARDAUTH-STATUS        PIC XX.
005300     05  WS-CAUTHREG-STATUS        PIC XX.
005400     05  WS-CARDMAST-STATUS        PIC XX.
005500     05  WS-HOLDFILE-STATUS        PIC XX.
005600*----------------------------------------------------------------
005700 01  WS-WORK-FIELDS.
005800     05  WS-AUTH-EOF-SWITCH        PIC X VALUE 'N'.
005900         88  NO-MORE-AUTHS         VALUE 'Y'.
006000     05  WS-FILES-OPEN-SWITCH      PIC X VALUE 'N'.
006100         88  WS-FILES-OPEN         VALUE 'Y'.
006200     05  WS-ATM-OPERATOR-ID        PIC X(08) VALUE "ATMNET".
006300     05  WS-AUTHS-READ             PIC 9(06) COMP VALUE 0.
006400     05  WS-AUTHS-DECLINED         PIC 9(06) COMP VALUE 0.
006500     05  WS-AUTHS-DUPLICATE        PIC 9(06) COMP VALUE 0.
006600     05  WS-AUTHS-UNKNOWN-CARD     PIC 9(06) COMP VALUE 0.
006700     05  WS-HOLDS-PLACED           PIC 9(06) COMP VALUE 0.
006800     05  WS-HOLD-TOTAL             PIC 9(11)V99 VALUE 0.
006900 01  WS-ID-SOURCE-NAME             PIC X(08).
007000 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
007100*----------------------------------------------------------------
007200 01  WS-BUSINESS-DATE              PIC 9(08).
007300 01  WS-BUSDATE-FLAG               PIC X.
007400 01  WS-CURRENT-TIMESTAMP          PIC X(21).
007500 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
007600     05  WS-TS-DATE                PIC 9(08).
007700     05  FILLER                    PIC X(13).
007800*----------------------------------------------------------------
007900 01  WS-RUN-HISTORY-FIELDS.
008000     05  WS-RH-STEP-NAME           PIC X(08) VALUE "CAUTSTEP".
008100     05  WS-RH-START-TIMESTAMP     PIC X(21).
008200     05  WS-RH-RECORDS-READ        PIC 9(08).
008300     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
008400     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
008500     05  WS-RH-COMPLETION-CODE     PIC 9(02).
008600*================================================================
008700 PROCEDURE DIVISION.
008800*================================================================
008900 0000-MAINLINE.
009000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
009100     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
009200     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
009300         WS-BUSDATE-FLAG
009400     IF WS-BUSDATE-FLAG = "Y"
009500         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
009600     END-IF
009700     PERFORM 1000-INITIALIZE
009800         THRU 1000-INITIALIZE-EXIT
009900     IF WS-FILES-OPEN
010000         PERFORM 2000-LOAD-ONE-AUTH
010100             THRU 2000-LOAD-ONE-AUTH-EXIT
010200             UNTIL NO-MORE-AUTHS
010300     END-IF
010400     PERFORM 9999-EXIT
010500         THRU 9999-EXIT-EXIT
010600     DISPLAY "CARDAUTH: AUTHORIZATIONS READ = " WS-AUTHS-READ
010700     DISPLAY "CARDAUTH: DECLINED            = "
010800         WS-AUTHS-DECLINED
010900     DISPLAY "CARDAUTH: ALREADY ON REGISTER = "
011000         WS-AUTHS-DUPLICATE
011100     DISPLAY "CARDAUTH: CARD NOT ON FILE    = "
011200         WS-AUTHS-UNKNOWN-CARD
011300     DISPLAY "CARDAUTH: HOLDS PLACED        = " WS-HOLDS-PLACED
011400     DISPLAY "CARDAUTH: AMOUNT HELD         = " WS-HOLD-TOTAL
011500     MOVE WS-AUTHS-READ TO WS-RH-RECORDS-READ
011600     MOVE WS-HOLDS-PLACED TO WS-RH-RECORDS-UPDATED
011700     MOVE ZERO TO WS-RH-AMOUNT-POSTED
011800     IF WS-FILES-OPEN
011900         MOVE ZERO TO WS-RH-COMPLETION-CODE
012000     ELSE
012100         MOVE 8 TO WS-RH-COMPLETION-CODE
012200     END-IF
012300     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
012400         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
012500         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
012600         WS-RH-COMPLETION-CODE
012700     STOP RUN.
012800*----------------------------------------------------------------
012900*  1000-INITIALIZE  --  THE LOG IN; THE CARD MASTER TO RESOLVE
013000*  THE ACCOUNT; THE REGISTER AND THE HOLD FILE FOR UPDATE,
013100*  CREATED ON FIRST USE.
013200*----------------------------------------------------------------
013300 1000-INITIALIZE.
013400     OPEN INPUT CARD-AUTH-LOG-FILE
013500     IF WS-CARDAUTH-STATUS NOT = "00"
013600         DISPLAY "CARDAUTH: NO AUTHORIZATION LOG - NOTHING TO "
013700             "LOAD, STATUS = " WS-CARDAUTH-STATUS
013800         GO TO 1000-INITIALIZE-EXIT
013900     END-IF
014000     OPEN INPUT DEBIT-CARD-MASTER-FILE
014100     IF WS-CARDMAST-STATUS NOT = "00"
014200         DISPLAY "CARDAUTH: UNABLE TO OPEN CARD MASTER, "
014300             "STATUS = " WS-CARDMAST-STATUS
014400         CLOSE CARD-AUTH-LOG-FILE
014500         GO TO 1000-INITIALIZE-EXIT
014600     END-IF
014700     OPEN I-O CARD-AUTH-REGISTER-FILE
014800     IF WS-CAUTHREG-STATUS = "35"
014900         CLOSE CARD-AUTH-REGISTER-FILE
015000         OPEN OUTPUT CARD-AUTH-REGISTER-FILE
015100         CLOSE CARD-AUTH-REGISTER-FILE
015200         OPEN I-O CARD-AUTH-REGISTER-FILE
015300     END-IF
015400     IF WS-CAUTHREG-STATUS NOT = "00"
015500         DISPLAY "CARDAUTH: UNABLE TO OPEN AUTHORIZATION "
015600             "REGISTER, STATUS = " WS-CAUTHREG-STATUS
015700         CLOSE CARD-AUTH-LOG-FILE
015800         CLOSE DEBIT-CARD-MASTER-FILE
015900         GO TO 1000-INITIALIZE-EXIT
016000     END-IF
016100     OPEN I-O FUNDS-HOLD-FILE
016200     IF WS-HOLDFILE-STATUS = "35"
016300         CLOSE FUNDS-HOLD-FILE
016400         OPEN OUTPUT FUNDS-HOLD-FILE
016500         CLOSE FUNDS-HOLD-FILE
016600         OPEN I-O FUNDS-HOLD-FILE
016700     END-IF
016800     IF WS-HOLDFILE-STATUS NOT = "00"
016900         DISPLAY "CARDAUTH: UNABLE TO OPEN HOLD FILE, "
017000             "STATUS = " WS-HOLDFILE-STATUS
017100         CLOSE CARD-AUTH-LOG-FILE
017200         CLOSE DEBIT-CARD-MASTER-FILE
017300         CLOSE CARD-AUTH-REGISTER-FILE
017400         GO TO 1000-INITIALIZE-EXIT
017500     END-IF
017600     MOVE 'Y' TO WS-FILES-OPEN-SWITCH
017700     .
017800 1000-INITIALIZE-EXIT.
017900     EXIT.
018000*----------------------------------------------------------------
018100*  2000-LOAD-ONE-AUTH  --  ONE APPROVED AUTHORIZATION BECOMES
018200*  ONE HOLD AND ONE OPEN REGISTER ROW.
018300*----------------------------------------------------------------
018400 2000-LOAD-ONE-AUTH.
018500     READ CARD-AUTH-LOG-FILE
018600         AT END
018700             MOVE 'Y' TO WS-AUTH-EOF-SWITCH
018800             GO TO 2000-LOAD-ONE-AUTH-EXIT
018900     END-READ
019000     ADD 1 TO WS-AUTHS-READ
019100     IF NOT CA-APPROVED
019200         ADD 1 TO WS-AUTHS-DECLINED
019300         GO TO 2000-LOAD-ONE-AUTH-EXIT
019400     END-IF
019500
019600     MOVE CA-NETWORK-REF TO CG-NETWORK-REF
019700     READ CARD-AUTH-REGISTER-FILE
019800         KEY IS CG-NETWORK-REF
019900         INVALID KEY
020000             CONTINUE
020100         NOT INVALID KEY
020200             ADD 1 TO WS-AUTHS-DUPLICATE
020300             GO TO 2000-LOAD-ONE-AUTH-EXIT
020400     END-READ
020500
020600     MOVE CA-CARD-NUMBER TO DC-CARD-NUMBER
020700     READ DEBIT-CARD-MASTER-FILE
020800         KEY IS DC-CARD-NUMBER
020900         INVALID KEY
021000             DISPLAY "CARDAUTH: AUTHORIZATION " CA-NETWORK-REF
021100                 " ON UNKNOWN CARD " CA-CARD-NUMBER
021200                 " - NO HOLD PLACED"
021300             ADD 1 TO WS-AUTHS-UNKNOWN-CARD
021400             GO TO 2000-LOAD-ONE-AUTH-EXIT
021500     END-READ
021600
021700     MOVE "HOLD" TO WS-ID-SOURCE-NAME
021800     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
021900         WS-NEXT-ASSIGNED-ID
022000     MOVE WS-NEXT-ASSIGNED-ID   TO HD-HOLD-ID
022100     MOVE DC-ACCT-NUMBER        TO HD-ACCT-NUMBER
022200     MOVE CA-AMOUNT             TO HD-AMOUNT
022300     SET HD-TYPE-CARD-AUTH      TO TRUE
022400     MOVE ZERO                  TO HD-EXPIRY-DATE
022500     MOVE WS-TS-DATE            TO HD-PLACED-DATE
022600     MOVE WS-ATM-OPERATOR-ID    TO HD-PLACED-OPERATOR
022650     MOVE ZERO                  TO HD-RELEASED-DATE
022700     SET HD-HOLD-ACTIVE         TO TRUE
022800     WRITE FUNDS-HOLD-RECORD
022900         INVALID KEY
023000             DISPLAY "CARDAUTH: DUPLICATE HOLD ID " HD-HOLD-ID
023100                 " - AUTHORIZATION " CA-NETWORK-REF
023200                 " NOT HELD"
023300             GO TO 2000-LOAD-ONE-AUTH-EXIT
023400     END-WRITE
023500
023600     MOVE CA-NETWORK-REF        TO CG-NETWORK-REF
023700     MOVE CA-CARD-NUMBER        TO CG-CARD-NUMBER
023800     MOVE DC-ACCT-NUMBER        TO CG-ACCT-NUMBER
023900     MOVE CA-ITEM-TYPE          TO CG-ITEM-TYPE
024000     MOVE CA-AMOUNT             TO CG-AMOUNT
024100     MOVE CA-AUTH-DATE          TO CG-AUTH-DATE
024200     MOVE HD-HOLD-ID            TO CG-HOLD-ID
024300     SET CG-AUTH-OPEN           TO TRUE
024400     MOVE ZERO                  TO CG-SETTLED-DATE
024500     MOVE ZERO                  TO CG-SETTLED-AMOUNT
024600     WRITE CARD-AUTH-REGISTER-RECORD
024700     ADD 1 TO WS-HOLDS-PLACED
024800     ADD CA-AMOUNT TO WS-HOLD-TOTAL
024900     .
025000 2000-LOAD-ONE-AUTH-EXIT.
025100     EXIT.
025200*----------------------------------------------------------------
025300*  9999-EXIT  --  COMMON PROGRAM EXIT.
025400*----------------------------------------------------------------
025500 9999-EXIT.
025600     IF WS-FILES-OPEN
025700         CLOSE CARD-AUTH-LOG-FILE
025800         CLOSE DEBIT-CARD-MASTER-FILE
025900         CLOSE CARD-AUTH-REGISTER-FILE
026000         CLOSE FUNDS-HOLD-FILE
026100     END-IF
026200     .
026300 9999-EXIT-EXIT.
026400     EXIT.
026500 END PROGRAM CARD-AUTH.
