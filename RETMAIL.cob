000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    RETMAIL-INTAKE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  PROCESSES THE MAIL ROOM'S
001300*                     RETURNED-MAIL FILE - ONE LINE PER PIECE
001400*                     THE POST OFFICE SENT BACK - AND FLAGS THE
001500*                     CUSTOMER MASTER ADDRESS UNDELIVERABLE WITH
001600*                     THE DATE THE FIRST PIECE CAME BACK.  A
001700*                     LINE CARRYING ONLY AN ACCOUNT NUMBER IS
001800*                     RESOLVED TO ITS OWNER THROUGH THE ACCOUNT
001900*                     MASTER.  WHILE THE FLAG IS SET STMTGEN
002000*                     HOLDS PAPER STATEMENTS, NOTICE-FORMAT
002100*                     HOLDS QUEUED NOTICES AND CUSTINQUIRY
002200*                     WARNS THE TELLER; AN APPROVED ADDRESS
002300*                     CHANGE THROUGH CUST-MAINT CLEARS IT.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     COPY CUSTMSEL.
002900     COPY ACCTMSEL.
003000     COPY ACTAUDSEL.
003100     SELECT RETURNED-MAIL-FILE
003200         ASSIGN TO "RETMAIL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-RETMAIL-STATUS.
003500*================================================================
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CUSTOMER-MASTER-FILE.
003900     COPY CUSTMAST.
004000 FD  ACCOUNT-MASTER-FILE.
004100     COPY ACCTMAST.
004200 FD  ACTIVITY-AUDIT-FILE.
004300     COPY ACTAUDREC.
004400 FD  RETURNED-MAIL-FILE.
004500 01  RETURNED-MAIL-RECORD.
004600     05  RM-CUSTOMER-NUMBER        PIC 9(09).
004700     05  RM-ACCT-NUMBER            PIC 9(10).
004800     05  RM-RETURN-DATE            PIC 9(08).
004900     05  RM-MAIL-PIECE             PIC X(10).
005000*----------------------------------------------------------------
005100 WORKING-STORAGE SECTION.
005200 01  WS-FILE-STATUSES.
005300     05  WS-CUSTMAST-STATUS        PIC XX.
005400     05  WS-ACCTMAST-STATUS        PIC XX.
005500     05  WS-ACTAUDIT-STATUS        PIC XX.
005600     05  WS-RETMAIL-STATUS         PIC XX.
005700*----------------------------------------------------------------
005800 01  WS-WORK-FIELDS.
005900     05  WS-RETMAIL-EOF-SWITCH     PIC X VALUE 'N'.
006000         88  NO-MORE-RETURNS       VALUE 'Y'.
006100     05  WS-OPERATOR-ID            PIC X(08) VALUE "BATCH".
006200     05  WS-RETURNS-READ           PIC 9(06) COMP VALUE 0.
006300     05  WS-CUSTOMERS-FLAGGED      PIC 9(06) COMP VALUE 0.
006400     05  WS-ALREADY-FLAGGED        PIC 9(06) COMP VALUE 0.
006500     05  WS-RETURNS-REJECTED       PIC 9(06) COMP VALUE 0.
006600     05  WS-CUSTMAST-OPEN-SWITCH   PIC X VALUE 'N'.
006700         88  WS-CUSTMAST-OPEN      VALUE 'Y'.
006800     05  WS-ACCTMAST-OPEN-SWITCH   PIC X VALUE 'N'.
006900         88  WS-ACCTMAST-OPEN      VALUE 'Y'.
007000     05  WS-TARGET-CUSTOMER        PIC 9(09).
007100     05  WS-EFFECTIVE-DATE         PIC 9(08).
007200*----------------------------------------------------------------
007300 01  WS-BUSINESS-DATE              PIC 9(08).
007400 01  WS-BUSDATE-FLAG               PIC X.
007500 01  WS-CURRENT-TIMESTAMP          PIC X(21).
007600 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
007700     05  WS-TS-DATE                PIC 9(08).
007800     05  FILLER                    PIC X(13).
007900*----------------------------------------------------------------
008000 01  WS-RUN-HISTORY-FIELDS.
008100     05  WS-RH-STEP-NAME           PIC X(08) VALUE "RTMLSTEP".
008200     05  WS-RH-START-TIMESTAMP     PIC X(21).
008300     05  WS-RH-RECORDS-READ        PIC 9(08).
008400     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
008500     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
008600     05  WS-RH-COMPLETION-CODE     PIC 9(02).
008700*================================================================
008800 PROCEDURE DIVISION.
008900*================================================================
009000 0000-MAINLINE.
009100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
009200     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
009300     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
009400         WS-BUSDATE-FLAG
009500     IF WS-BUSDATE-FLAG = "Y"
009600         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
009700     END-IF
009800     MOVE ZERO TO WS-RH-COMPLETION-CODE
009900     PERFORM 1000-INITIALIZE
010000         THRU 1000-INITIALIZE-EXIT
010100     PERFORM 2000-FLAG-ONE-RETURN
010200         THRU 2000-FLAG-ONE-RETURN-EXIT
010300         UNTIL NO-MORE-RETURNS
010400     PERFORM 9999-EXIT
010500         THRU 9999-EXIT-EXIT
010600     DISPLAY "RETMAIL: RETURNS READ      = " WS-RETURNS-READ
010700     DISPLAY "RETMAIL: CUSTOMERS FLAGGED = "
010800         WS-CUSTOMERS-FLAGGED
010900     DISPLAY "RETMAIL: ALREADY FLAGGED   = " WS-ALREADY-FLAGGED
011000     DISPLAY "RETMAIL: REJECTED          = "
011100         WS-RETURNS-REJECTED
011200     MOVE WS-RETURNS-READ TO WS-RH-RECORDS-READ
011300     MOVE WS-CUSTOMERS-FLAGGED TO WS-RH-RECORDS-UPDATED
011400     MOVE ZERO TO WS-RH-AMOUNT-POSTED
011500     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
011600         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
011700         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
011800         WS-RH-COMPLETION-CODE
011900     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
012000     STOP RUN.
012100*----------------------------------------------------------------
012200*  1000-INITIALIZE  --  NO RETURNED-MAIL FILE MEANS NOTHING CAME
012300*  BACK TODAY.  THE ACCOUNT MASTER IS ONLY NEEDED TO RESOLVE AN
012400*  ACCOUNT-ONLY LINE, SO ITS ABSENCE JUST REJECTS THOSE LINES.
012500*----------------------------------------------------------------
012600 1000-INITIALIZE.
012700     OPEN INPUT RETURNED-MAIL-FILE
012800     IF WS-RETMAIL-STATUS NOT = "00"
012900         DISPLAY "RETMAIL: NO RETURNED-MAIL FILE - NOTHING TO DO"
013000         MOVE 'Y' TO WS-RETMAIL-EOF-SWITCH
013100         GO TO 1000-INITIALIZE-EXIT
013200     END-IF
013300     OPEN I-O CUSTOMER-MASTER-FILE
013400     IF WS-CUSTMAST-STATUS NOT = "00"
013500         DISPLAY "RETMAIL: UNABLE TO OPEN CUSTOMER MASTER, "
013600             "STATUS = " WS-CUSTMAST-STATUS
013700         MOVE 'Y' TO WS-RETMAIL-EOF-SWITCH
013800         MOVE 8 TO WS-RH-COMPLETION-CODE
013900         GO TO 1000-INITIALIZE-EXIT
014000     END-IF
014100     SET WS-CUSTMAST-OPEN TO TRUE
014200     OPEN INPUT ACCOUNT-MASTER-FILE
014300     IF WS-ACCTMAST-STATUS = "00"
014400         SET WS-ACCTMAST-OPEN TO TRUE
014500     END-IF
014600     OPEN EXTEND ACTIVITY-AUDIT-FILE
014700     IF WS-ACTAUDIT-STATUS = "35"
014800         CLOSE ACTIVITY-AUDIT-FILE
014900         OPEN OUTPUT ACTIVITY-AUDIT-FILE
015000     END-IF
015100     .
015200 1000-INITIALIZE-EXIT.
015300     EXIT.
015400*----------------------------------------------------------------
015500*  2000-FLAG-ONE-RETURN  --  ONE RETURNED PIECE.  A CUSTOMER
015600*  ALREADY FLAGGED KEEPS THE EARLIEST RETURN DATE - THE CLOCK
015700*  FOR THE LOST-OWNER LISTS RUNS FROM THE FIRST PIECE BACK.
015800*----------------------------------------------------------------
015900 2000-FLAG-ONE-RETURN.
016000     READ RETURNED-MAIL-FILE
016100         AT END
016200             MOVE 'Y' TO WS-RETMAIL-EOF-SWITCH
016300             GO TO 2000-FLAG-ONE-RETURN-EXIT
016400     END-READ
016500     ADD 1 TO WS-RETURNS-READ
016600     MOVE RM-RETURN-DATE TO WS-EFFECTIVE-DATE
016700     IF WS-EFFECTIVE-DATE = ZERO
016800         MOVE WS-TS-DATE TO WS-EFFECTIVE-DATE
016900     END-IF
017000     MOVE RM-CUSTOMER-NUMBER TO WS-TARGET-CUSTOMER
017100     IF WS-TARGET-CUSTOMER = ZERO
017200         PERFORM 2100-RESOLVE-ACCOUNT
017300             THRU 2100-RESOLVE-ACCOUNT-EXIT
017400     END-IF
017500     IF WS-TARGET-CUSTOMER = ZERO
017600         ADD 1 TO WS-RETURNS-REJECTED
017700         GO TO 2000-FLAG-ONE-RETURN-EXIT
017800     END-IF
017900
018000     MOVE WS-TARGET-CUSTOMER TO CM-CUSTOMER-NUMBER
018100     READ CUSTOMER-MASTER-FILE
018200         KEY IS CM-CUSTOMER-NUMBER
018300         INVALID KEY
018400             DISPLAY "RETMAIL: NO CUSTOMER " WS-TARGET-CUSTOMER
018500                 " - " RM-MAIL-PIECE " REJECTED"
018600             ADD 1 TO WS-RETURNS-REJECTED
018700             GO TO 2000-FLAG-ONE-RETURN-EXIT
018800     END-READ
018900
019000     IF CM-ADDRESS-UNDELIVERABLE
019100         ADD 1 TO WS-ALREADY-FLAGGED
019200         IF WS-EFFECTIVE-DATE < CM-RETURNED-MAIL-DATE
019300             MOVE WS-EFFECTIVE-DATE TO CM-RETURNED-MAIL-DATE
019400             REWRITE CUSTOMER-MASTER-RECORD
019500         END-IF
019600         GO TO 2000-FLAG-ONE-RETURN-EXIT
019700     END-IF
019800
019900     SET CM-ADDRESS-UNDELIVERABLE TO TRUE
020000     MOVE WS-EFFECTIVE-DATE TO CM-RETURNED-MAIL-DATE
020100     REWRITE CUSTOMER-MASTER-RECORD
020200         INVALID KEY
020300             DISPLAY "RETMAIL: UNABLE TO REWRITE CUSTOMER "
020400                 WS-TARGET-CUSTOMER
020500             ADD 1 TO WS-RETURNS-REJECTED
020600             GO TO 2000-FLAG-ONE-RETURN-EXIT
020700     END-REWRITE
020800     PERFORM 2200-WRITE-ACTIVITY-AUDIT
020900         THRU 2200-WRITE-ACTIVITY-AUDIT-EXIT
021000     ADD 1 TO WS-CUSTOMERS-FLAGGED
021100     DISPLAY "RETMAIL: CUSTOMER " WS-TARGET-CUSTOMER
021200         " ADDRESS FLAGGED UNDELIVERABLE - " RM-MAIL-PIECE
021300         " RETURNED " WS-EFFECTIVE-DATE
021400     .
021500 2000-FLAG-ONE-RETURN-EXIT.
021600     EXIT.
021700*----------------------------------------------------------------
021800*  2100-RESOLVE-ACCOUNT  --  AN ACCOUNT-ONLY LINE; THE OWNER
021900*  COMES OFF THE ACCOUNT MASTER.  LEAVES THE TARGET ZERO WHEN
022000*  THE ACCOUNT CANNOT BE FOUND.
022100*----------------------------------------------------------------
022200 2100-RESOLVE-ACCOUNT.
022300     IF NOT WS-ACCTMAST-OPEN
022400         DISPLAY "RETMAIL: NO ACCOUNT MASTER - ACCOUNT "
022500             RM-ACCT-NUMBER " REJECTED"
022600         GO TO 2100-RESOLVE-ACCOUNT-EXIT
022700     END-IF
022800     MOVE RM-ACCT-NUMBER TO AM-ACCT-NUMBER
022900     READ ACCOUNT-MASTER-FILE
023000         KEY IS AM-ACCT-NUMBER
023100         INVALID KEY
023200             DISPLAY "RETMAIL: NO ACCOUNT " RM-ACCT-NUMBER
023300                 " - " RM-MAIL-PIECE " REJECTED"
023400             GO TO 2100-RESOLVE-ACCOUNT-EXIT
023500     END-READ
023600     MOVE AM-CUSTOMER-NUMBER TO WS-TARGET-CUSTOMER
023700     .
023800 2100-RESOLVE-ACCOUNT-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
024100*  2200-WRITE-ACTIVITY-AUDIT  --  THE ACCOUNT FIELD CARRIES THE
024200*  CUSTOMER NUMBER, THE SAME WAY CUST-MAINT AUDITS BY CUSTOMER.
024300*----------------------------------------------------------------
024400 2200-WRITE-ACTIVITY-AUDIT.
024500     MOVE "RETMAIL"          TO AL-PROGRAM-ID
024600     MOVE WS-TARGET-CUSTOMER TO AL-ACCT-NUMBER
024700     MOVE WS-OPERATOR-ID     TO AL-OPERATOR-ID
024800     MOVE "DELIVERABLE"      TO AL-BEFORE-VALUE
024900     MOVE "UNDELIVERABLE"    TO AL-AFTER-VALUE
025000     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
025100     WRITE ACTIVITY-AUDIT-RECORD
025200     .
025300 2200-WRITE-ACTIVITY-AUDIT-EXIT.
025400     EXIT.
025500*----------------------------------------------------------------
025600*  9999-EXIT  --  COMMON PROGRAM EXIT.
025700*----------------------------------------------------------------
025800 9999-EXIT.
025900     IF WS-RETMAIL-STATUS = "00" OR WS-RETMAIL-STATUS = "10"
026000         CLOSE RETURNED-MAIL-FILE
026100     END-IF
026200     IF WS-CUSTMAST-OPEN
026300         CLOSE CUSTOMER-MASTER-FILE
026400         CLOSE ACTIVITY-AUDIT-FILE
026500     END-IF
026600     IF WS-ACCTMAST-OPEN
026700         CLOSE ACCOUNT-MASTER-FILE
026800     END-IF
026900     .
027000 9999-EXIT-EXIT.
027100     EXIT.
027200 END PROGRAM RETMAIL-INTAKE.
