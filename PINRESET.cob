000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    PIN-RESET.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  BRANCH CONSOLE FOR A
001300*                     CUSTOMER WHO HAS FORGOTTEN THEIR PIN OR
001400*                     LOCKED IT OUT.  THE TELLER CONFIRMS THE
001500*                     CUSTOMER'S IDENTITY AT THE COUNTER AND A
001600*                     SUPERVISOR (A SECOND PERSON, ROLE S OR M)
001700*                     APPROVES; PIN-ISSUE THEN DRAWS A RANDOM
001800*                     PIN, LIFTS ANY PIN LOCKOUT, FLAGS THE PIN
001900*                     FOR A FORCED CHANGE AND QUEUES A SEALED
002000*                     PIN MAILER.  NOBODY AT THE BRANCH SEES OR
002100*                     KEYS THE NEW PIN.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     COPY ACCTMSEL.
002700     COPY CUSTMSEL.
002800*================================================================
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  ACCOUNT-MASTER-FILE.
003200     COPY ACCTMAST.
003300 FD  CUSTOMER-MASTER-FILE.
003400     COPY CUSTMAST.
003500*----------------------------------------------------------------
003600 WORKING-STORAGE SECTION.
003700*----------------------------------------------------------------
003800*  ACCOUNT STATUS CODE AND ITS 88-LEVEL CONDITIONS (SHARED).
003900*----------------------------------------------------------------
004000     COPY ACCTSTAT.
004100*----------------------------------------------------------------
004200 01  WS-FILE-STATUSES.
004300     05  WS-ACCTMAST-STATUS        PIC XX.
004400     05  WS-CUSTMAST-STATUS        PIC XX.
004500*----------------------------------------------------------------
004600 01  WS-WORK-FIELDS.
004700     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
004800     05  WS-OPER-VERIFY-FLAG       PIC X.
004900     05  WS-OPER-VERIFY-ROLE       PIC X.
005000     05  WS-TELLER-OPERATOR-ID     PIC X(08).
005100     05  WS-SUPERVISOR-ID          PIC X(08).
005200     05  WS-APPROVER-ID            PIC X(08).
005300     05  WS-TARGET-ACCT-NUMBER     PIC 9(10).
005400     05  WS-IDENTITY-REPLY         PIC X.
005500     05  WS-ACCT-FOUND-SWITCH      PIC X.
005600         88  WS-ACCT-FOUND         VALUE 'Y'.
005700     05  WS-PIN-ISSUE-FUNCTION     PIC X VALUE 'R'.
005800     05  WS-PIN-ISSUE-NEW-PIN      PIC 9(04) VALUE ZERO.
005900     05  WS-PIN-ISSUE-FLAG         PIC X.
006000*================================================================
006100 PROCEDURE DIVISION.
006200*================================================================
006300 0000-MAINLINE.
006400     DISPLAY "PIN RESET"
006500     DISPLAY "ENTER YOUR OPERATOR ID: "
006600     ACCEPT WS-TELLER-OPERATOR-ID
006700     CALL "OPER-VERIFY" USING WS-TELLER-OPERATOR-ID
006800         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
006900         WS-OPER-VERIFY-ROLE
007000     IF WS-OPER-VERIFY-FLAG NOT = "Y"
007100         DISPLAY "OPERATOR NOT AUTHORIZED"
007200         STOP RUN
007300     END-IF
007400     PERFORM 1000-LOCATE-THE-ACCOUNT
007500         THRU 1000-LOCATE-THE-ACCOUNT-EXIT
007600     IF NOT WS-ACCT-FOUND
007700         STOP RUN
007800     END-IF
007900     DISPLAY "CUSTOMER IDENTITY VERIFIED AT COUNTER (Y/N): "
008000     ACCEPT WS-IDENTITY-REPLY
008100     IF WS-IDENTITY-REPLY NOT = 'Y'
008200         DISPLAY "IDENTITY NOT VERIFIED - NO PIN RESET"
008300         STOP RUN
008400     END-IF
008500     PERFORM 2500-CAPTURE-SUPERVISOR
008600         THRU 2500-CAPTURE-SUPERVISOR-EXIT
008700     IF WS-APPROVER-ID = SPACES
008800         STOP RUN
008900     END-IF
009000     PERFORM 3000-RESET-THE-PIN
009100         THRU 3000-RESET-THE-PIN-EXIT
009200     STOP RUN.
009300*----------------------------------------------------------------
009400*  1000-LOCATE-THE-ACCOUNT  --  SHOW THE TELLER WHOSE ACCOUNT
009500*  THIS IS SO THEY CAN CHECK IT AGAINST THE CUSTOMER'S ID.
009600*  BOTH MASTERS ARE CLOSED AGAIN BEFORE PIN-ISSUE OPENS THEM.
009700*----------------------------------------------------------------
009800 1000-LOCATE-THE-ACCOUNT.
009900     MOVE 'N' TO WS-ACCT-FOUND-SWITCH
010000     DISPLAY "ENTER ACCOUNT NUMBER: "
010100     ACCEPT WS-TARGET-ACCT-NUMBER
010200     OPEN INPUT ACCOUNT-MASTER-FILE
010300     IF WS-ACCTMAST-STATUS NOT = "00"
010400         DISPLAY "PINRESET: UNABLE TO OPEN ACCOUNT MASTER, "
010500             "STATUS = " WS-ACCTMAST-STATUS
010600         GO TO 1000-LOCATE-THE-ACCOUNT-EXIT
010700     END-IF
010800     MOVE WS-TARGET-ACCT-NUMBER TO AM-ACCT-NUMBER
010900     READ ACCOUNT-MASTER-FILE
011000         KEY IS AM-ACCT-NUMBER
011100         INVALID KEY
011200             DISPLAY "ACCOUNT NOT ON MASTER - NO PIN RESET"
011300             CLOSE ACCOUNT-MASTER-FILE
011400             GO TO 1000-LOCATE-THE-ACCOUNT-EXIT
011500     END-READ
011600     CLOSE ACCOUNT-MASTER-FILE
011700     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
011800     IF STATUS-CLOSED OR STATUS-ESCHEATED
011900         DISPLAY "ACCOUNT IS CLOSED - NO PIN RESET"
012000         GO TO 1000-LOCATE-THE-ACCOUNT-EXIT
012100     END-IF
012200     OPEN INPUT CUSTOMER-MASTER-FILE
012300     IF WS-CUSTMAST-STATUS NOT = "00"
012400         DISPLAY "PINRESET: UNABLE TO OPEN CUSTOMER MASTER, "
012500             "STATUS = " WS-CUSTMAST-STATUS
012600         GO TO 1000-LOCATE-THE-ACCOUNT-EXIT
012700     END-IF
012800     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
012900     READ CUSTOMER-MASTER-FILE
013000         KEY IS CM-CUSTOMER-NUMBER
013100         INVALID KEY
013200             DISPLAY "CUSTOMER " AM-CUSTOMER-NUMBER
013300                 " NOT ON FILE - NO PIN RESET"
013400             CLOSE CUSTOMER-MASTER-FILE
013500             GO TO 1000-LOCATE-THE-ACCOUNT-EXIT
013600     END-READ
013700     CLOSE CUSTOMER-MASTER-FILE
013800     DISPLAY "ACCOUNT " WS-TARGET-ACCT-NUMBER
013900         " HELD BY " CM-CUSTOMER-NAME
014000     IF STATUS-BLOCKED
014100         DISPLAY "ACCOUNT IS BLOCKED - THE RESET WILL LIFT "
014200             "THE PIN LOCKOUT"
014300     END-IF
014400     MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
014500     .
014600 1000-LOCATE-THE-ACCOUNT-EXIT.
014700     EXIT.
014800*----------------------------------------------------------------
014900*  2500-CAPTURE-SUPERVISOR  --  EVERY BRANCH RESET IS UNDER
015000*  DUAL CONTROL.
015100*----------------------------------------------------------------
015200 2500-CAPTURE-SUPERVISOR.
015300     MOVE SPACES TO WS-APPROVER-ID
015400     DISPLAY "PIN RESET NEEDS APPROVAL - SUPERVISOR ID: "
015500     ACCEPT WS-SUPERVISOR-ID
015600     IF WS-SUPERVISOR-ID = WS-TELLER-OPERATOR-ID
015700         DISPLAY "SUPERVISOR MUST BE A SECOND PERSON - "
015800             "NO PIN RESET"
015900         GO TO 2500-CAPTURE-SUPERVISOR-EXIT
016000     END-IF
016100     CALL "OPER-VERIFY" USING WS-SUPERVISOR-ID
016200         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
016300         WS-OPER-VERIFY-ROLE
016400     IF WS-OPER-VERIFY-FLAG NOT = "Y"
016500         DISPLAY "SUPERVISOR VALIDATION FAILED - NO PIN "
016600             "RESET"
016700         GO TO 2500-CAPTURE-SUPERVISOR-EXIT
016800     END-IF
016900     IF WS-OPER-VERIFY-ROLE NOT = 'S'
017000             AND WS-OPER-VERIFY-ROLE NOT = 'M'
017100         DISPLAY "APPROVER IS NOT A SUPERVISOR - NO PIN "
017200             "RESET"
017300         GO TO 2500-CAPTURE-SUPERVISOR-EXIT
017400     END-IF
017500     MOVE WS-SUPERVISOR-ID TO WS-APPROVER-ID
017600     .
017700 2500-CAPTURE-SUPERVISOR-EXIT.
017800     EXIT.
017900*----------------------------------------------------------------
018000*  3000-RESET-THE-PIN  --  PIN-ISSUE DOES THE WORK AND LOGS THE
018100*  RESET TO THE SECURITY LOG UNDER BOTH OPERATOR IDS.
018200*----------------------------------------------------------------
018300 3000-RESET-THE-PIN.
018400     CALL "PIN-ISSUE" USING WS-PIN-ISSUE-FUNCTION
018500         WS-TARGET-ACCT-NUMBER WS-PIN-ISSUE-NEW-PIN
018600         WS-TELLER-OPERATOR-ID WS-APPROVER-ID
018700         WS-PIN-ISSUE-FLAG
018800     IF WS-PIN-ISSUE-FLAG = 'Y'
018900         DISPLAY "PIN RESET - A SEALED PIN MAILER IS QUEUED TO "
019000             "THE ADDRESS ON FILE"
019100         DISPLAY "THE CUSTOMER MUST CHANGE THE MAILED PIN AT "
019200             "FIRST USE"
019300     ELSE
019400         DISPLAY "PIN NOT RESET - SEE THE MESSAGE ABOVE"
019500     END-IF
019600     .
019700 3000-RESET-THE-PIN-EXIT.
019800     EXIT.
