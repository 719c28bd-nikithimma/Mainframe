000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GL-YEAR-ADJUST.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  SHARED GL BALANCE MASTER
001300*                     UPDATE FOR A LEG BOOKED TO A CLOSED FISCAL
001400*                     YEAR'S CLOSING PERIOD (YYYY13) - THE
001500*                     YEAR-END CLOSING ENTRIES FROM
001600*                     GL-YEAR-END-CLOSE AND THE APPROVED
001700*                     ADJUSTMENTS FROM GL-JOURNAL-APPROVE.  THE
001800*                     MONTH-END CLOSE NEVER SEES THESE LEGS (THEY
001900*                     ARE DATED INTO A DECEMBER ALREADY CLOSED),
002000*                     SO THE LEG IS APPLIED HERE AS IT IS
002100*                     WRITTEN: ONTO THE BRANCH ROW AND THE
002200*                     BANK-WIDE ROW OF THE CLOSING PERIOD (BUILT
002300*                     FROM THE DECEMBER CLOSING THE FIRST TIME)
002400*                     AND ONTO THE OPENING OF THE NEW YEAR'S
002500*                     JANUARY ROWS.  SAME OPEN-PER-CALL SHAPE AS
002600*                     GLH-POST - THE CALLER MUST NOT HOLD THE
002700*                     BALANCE MASTER OPEN ACROSS THE CALL.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     COPY GLBMSEL.
003300*================================================================
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  GL-BALANCE-MASTER-FILE.
003700     COPY GLBMAST.
003800*----------------------------------------------------------------
003900 WORKING-STORAGE SECTION.
004000 01  WS-GLBMAST-STATUS             PIC XX.
004100*----------------------------------------------------------------
004200 01  WS-HEAD-OFFICE-BRANCH         PIC X(06) VALUE "000000".
004300*----------------------------------------------------------------
004400 01  WS-PERIOD-FIELDS.
004500     05  WS-YEAR-END-PERIOD        PIC 9(06).
004600     05  WS-DECEMBER-PERIOD        PIC 9(06).
004700     05  WS-NEW-YEAR-PERIOD        PIC 9(06).
004800*----------------------------------------------------------------
004900 01  WS-WORK-FIELDS.
005000     05  WS-ROW-BRANCH-ID          PIC X(06).
005100     05  WS-ROW-FOUND-SWITCH       PIC X.
005200         88  WS-ROW-FOUND          VALUE 'Y'.
005300     05  WS-NET-AMOUNT             PIC S9(11)V99.
005400     05  WS-BASE-CLOSING           PIC S9(11)V99.
005500     05  WS-YEAR-END-CLOSING       PIC S9(11)V99.
005600*----------------------------------------------------------------
005700 01  WS-BUSINESS-DATE              PIC 9(08).
005800 01  WS-BUSDATE-FLAG               PIC X.
005900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
006000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
006100     05  WS-TS-DATE                PIC 9(08).
006200     05  FILLER                    PIC X(13).
006300*================================================================
006400 LINKAGE SECTION.
006500 01  LS-GL-ACCOUNT-CODE            PIC 9(06).
006600 01  LS-BRANCH-ID                  PIC X(06).
006700 01  LS-FISCAL-YEAR                PIC 9(04).
006800 01  LS-DEBIT-CREDIT-FLAG          PIC X.
006900     88  LS-IS-DEBIT               VALUE 'D'.
007000     88  LS-IS-CREDIT              VALUE 'C'.
007100 01  LS-AMOUNT                     PIC S9(09)V99.
007200*================================================================
007300 PROCEDURE DIVISION USING LS-GL-ACCOUNT-CODE LS-BRANCH-ID
007400     LS-FISCAL-YEAR LS-DEBIT-CREDIT-FLAG LS-AMOUNT.
007500*================================================================
007600 0000-MAINLINE.
007700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
007800     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
007900         WS-BUSDATE-FLAG
008000     IF WS-BUSDATE-FLAG = "Y"
008100         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
008200     END-IF
008300
008400     OPEN I-O GL-BALANCE-MASTER-FILE
008500     IF WS-GLBMAST-STATUS NOT = "00"
008600         DISPLAY "GL-YEAR-ADJUST: UNABLE TO OPEN GL BALANCE "
008700             "MASTER, STATUS = " WS-GLBMAST-STATUS
008800         GOBACK
008900     END-IF
009000
009100     COMPUTE WS-YEAR-END-PERIOD = LS-FISCAL-YEAR * 100 + 13
009200     COMPUTE WS-DECEMBER-PERIOD = LS-FISCAL-YEAR * 100 + 12
009300     COMPUTE WS-NEW-YEAR-PERIOD =
009400         (LS-FISCAL-YEAR + 1) * 100 + 1
009500     IF LS-IS-DEBIT
009600         MOVE LS-AMOUNT TO WS-NET-AMOUNT
009700     ELSE
009800         COMPUTE WS-NET-AMOUNT = 0 - LS-AMOUNT
009900     END-IF
010000
010100     MOVE LS-BRANCH-ID TO WS-ROW-BRANCH-ID
010200     IF WS-ROW-BRANCH-ID = SPACES
010300         MOVE WS-HEAD-OFFICE-BRANCH TO WS-ROW-BRANCH-ID
010400     END-IF
010500     PERFORM 1000-APPLY-TO-ONE-ROW-SET
010600         THRU 1000-APPLY-TO-ONE-ROW-SET-EXIT
010700     MOVE SPACES TO WS-ROW-BRANCH-ID
010800     PERFORM 1000-APPLY-TO-ONE-ROW-SET
010900         THRU 1000-APPLY-TO-ONE-ROW-SET-EXIT
011000
011100     CLOSE GL-BALANCE-MASTER-FILE
011200     GOBACK.
011300*----------------------------------------------------------------
011400*  1000-APPLY-TO-ONE-ROW-SET  --  THE CLOSING-PERIOD ROW AND THE
011500*  NEW YEAR'S JANUARY ROW FOR ONE BRANCH (OR THE BANK-WIDE ROWS
011600*  WHEN THE BRANCH IS SPACES).
011700*----------------------------------------------------------------
011800 1000-APPLY-TO-ONE-ROW-SET.
011900     PERFORM 1100-POST-CLOSING-PERIOD
012000         THRU 1100-POST-CLOSING-PERIOD-EXIT
012100     PERFORM 1200-POST-NEW-YEAR-OPENING
012200         THRU 1200-POST-NEW-YEAR-OPENING-EXIT
012300     .
012400 1000-APPLY-TO-ONE-ROW-SET-EXIT.
012500     EXIT.
012600*----------------------------------------------------------------
012700*  1100-POST-CLOSING-PERIOD  --  A CLOSING-PERIOD ROW MET FOR
012800*  THE FIRST TIME OPENS AT THE DECEMBER CLOSING (ZERO IF THE
012900*  ACCOUNT HAD NO DECEMBER ROW) AND IS WRITTEN CLOSED - ONLY
013000*  THE CASH CONTROL ROW'S STATUS MEANS ANYTHING FOR THE PERIOD.
013100*----------------------------------------------------------------
013200 1100-POST-CLOSING-PERIOD.
013300     MOVE ZERO TO WS-BASE-CLOSING
013400     MOVE LS-GL-ACCOUNT-CODE TO GB-GL-ACCOUNT-CODE
013500     MOVE WS-ROW-BRANCH-ID   TO GB-BRANCH-ID
013600     MOVE WS-DECEMBER-PERIOD TO GB-PERIOD
013700     READ GL-BALANCE-MASTER-FILE
013800         KEY IS GB-BALANCE-KEY
013900         INVALID KEY
014000             CONTINUE
014100         NOT INVALID KEY
014200             MOVE GB-CLOSING-BALANCE TO WS-BASE-CLOSING
014300     END-READ
014400
014500     MOVE 'Y' TO WS-ROW-FOUND-SWITCH
014600     MOVE LS-GL-ACCOUNT-CODE TO GB-GL-ACCOUNT-CODE
014700     MOVE WS-ROW-BRANCH-ID   TO GB-BRANCH-ID
014800     MOVE WS-YEAR-END-PERIOD TO GB-PERIOD
014900     READ GL-BALANCE-MASTER-FILE
015000         KEY IS GB-BALANCE-KEY
015100         INVALID KEY
015200             MOVE 'N' TO WS-ROW-FOUND-SWITCH
015300             MOVE LS-GL-ACCOUNT-CODE TO GB-GL-ACCOUNT-CODE
015400             MOVE WS-ROW-BRANCH-ID   TO GB-BRANCH-ID
015500             MOVE WS-YEAR-END-PERIOD TO GB-PERIOD
015600             MOVE WS-BASE-CLOSING    TO GB-OPENING-BALANCE
015700             MOVE ZERO               TO GB-PERIOD-DEBITS
015800             MOVE ZERO               TO GB-PERIOD-CREDITS
015900             SET GB-PERIOD-CLOSED    TO TRUE
016000             MOVE WS-TS-DATE         TO GB-CLOSE-DATE
016100     END-READ
016200
016300     IF LS-IS-DEBIT
016400         ADD LS-AMOUNT TO GB-PERIOD-DEBITS
016500     ELSE
016600         ADD LS-AMOUNT TO GB-PERIOD-CREDITS
016700     END-IF
016800     COMPUTE GB-CLOSING-BALANCE = GB-OPENING-BALANCE
016900         + GB-PERIOD-DEBITS - GB-PERIOD-CREDITS
017000     MOVE GB-CLOSING-BALANCE TO WS-YEAR-END-CLOSING
017100     IF WS-ROW-FOUND
017200         REWRITE GL-BALANCE-MASTER-RECORD
017300     ELSE
017400         WRITE GL-BALANCE-MASTER-RECORD
017500     END-IF
017600     .
017700 1100-POST-CLOSING-PERIOD-EXIT.
017800     EXIT.
017900*----------------------------------------------------------------
018000*  1200-POST-NEW-YEAR-OPENING  --  THE DECEMBER CLOSE SEEDED
018100*  JANUARY'S ROW; MOVE ITS OPENING (AND THE CLOSING IT WILL BE
018200*  RECOMPUTED FROM) BY THE LEG.  A ROW NOT YET SEEDED OPENS AT
018300*  THE CLOSING-PERIOD BALANCE JUST SETTLED.  ONCE JANUARY IS
018400*  CLOSED THE ADJUSTMENT PERIOD IS CLOSED TOO, SO A CLOSED ROW
018500*  HERE IS REPORTED AND LEFT ALONE.
018600*----------------------------------------------------------------
018700 1200-POST-NEW-YEAR-OPENING.
018800     MOVE LS-GL-ACCOUNT-CODE TO GB-GL-ACCOUNT-CODE
018900     MOVE WS-ROW-BRANCH-ID   TO GB-BRANCH-ID
019000     MOVE WS-NEW-YEAR-PERIOD TO GB-PERIOD
019100     READ GL-BALANCE-MASTER-FILE
019200         KEY IS GB-BALANCE-KEY
019300         INVALID KEY
019400             MOVE LS-GL-ACCOUNT-CODE  TO GB-GL-ACCOUNT-CODE
019500             MOVE WS-ROW-BRANCH-ID    TO GB-BRANCH-ID
019600             MOVE WS-NEW-YEAR-PERIOD  TO GB-PERIOD
019700             MOVE WS-YEAR-END-CLOSING TO GB-OPENING-BALANCE
019800             MOVE ZERO                TO GB-PERIOD-DEBITS
019900             MOVE ZERO                TO GB-PERIOD-CREDITS
020000             MOVE WS-YEAR-END-CLOSING TO GB-CLOSING-BALANCE
020100             SET GB-PERIOD-OPEN       TO TRUE
020200             MOVE ZERO                TO GB-CLOSE-DATE
020300             WRITE GL-BALANCE-MASTER-RECORD
020400             GO TO 1200-POST-NEW-YEAR-OPENING-EXIT
020500     END-READ
020600     IF GB-PERIOD-CLOSED
020700         DISPLAY "GL-YEAR-ADJUST: PERIOD " WS-NEW-YEAR-PERIOD
020800             " ALREADY CLOSED - GL " LS-GL-ACCOUNT-CODE
020900             " OPENING NOT MOVED"
021000         GO TO 1200-POST-NEW-YEAR-OPENING-EXIT
021100     END-IF
021200     ADD WS-NET-AMOUNT TO GB-OPENING-BALANCE
021300     ADD WS-NET-AMOUNT TO GB-CLOSING-BALANCE
021400     REWRITE GL-BALANCE-MASTER-RECORD
021500     .
021600 1200-POST-NEW-YEAR-OPENING-EXIT.
021700     EXIT.
021800 END PROGRAM GL-YEAR-ADJUST.
