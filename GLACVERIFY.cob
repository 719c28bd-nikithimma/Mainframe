000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GLACCT-VERIFY.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  SHARED GL ACCOUNT
001300*                     LOOKUP.  VALIDATES A GL ACCOUNT CODE
001400*                     AGAINST THE CHART-OF-ACCOUNTS MASTER AND
001500*                     HANDS BACK ITS NAME, ACCOUNT CLASS AND
001600*                     NORMAL BALANCE SIDE.  THE CHART IS SMALL
001700*                     AND READ ON EVERY POSTING, SO IT LOADS
001800*                     INTO A WORKING-STORAGE TABLE ON THE FIRST
001900*                     CALL AND STAYS FOR THE LIFE OF THE RUN -
002000*                     SAME APPROACH AS BRANCH-VERIFY.  UNLIKE
002100*                     BRANCH-VERIFY, NO CHART AT ALL IS
002200*                     REPORTED BACK AS ITS OWN CONDITION RATHER
002300*                     THAN FAILING EVERY CODE - THE CALLER
002400*                     DECIDES, THE WAY GL-POSTING LEAVES
002500*                     POSTING OPEN WHEN THERE IS NO GL BALANCE
002600*                     MASTER YET.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     COPY GLACSEL.
003200*================================================================
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  GL-ACCOUNT-MASTER-FILE.
003600     COPY GLACREC.
003700*----------------------------------------------------------------
003800 WORKING-STORAGE SECTION.
003900 01  WS-GLACCT-STATUS              PIC XX.
004000*----------------------------------------------------------------
004100 01  WS-TABLE-LOADED-FLAG          PIC X VALUE 'N'.
004200     88  WS-TABLE-LOADED           VALUE 'Y'.
004300 01  WS-CHART-PRESENT-FLAG         PIC X VALUE 'N'.
004400     88  WS-CHART-PRESENT          VALUE 'Y'.
004500 01  WS-GLACCT-EOF-SWITCH          PIC X.
004600     88  NO-MORE-GL-ACCOUNTS       VALUE 'Y'.
004700 01  WS-GLACCT-COUNT               PIC 9(04) COMP VALUE 0.
004800 01  WS-GLACCT-MAX                 PIC 9(04) COMP VALUE 500.
004900 01  WS-GLACCT-TABLE.
005000     05  WS-GA-ENTRY               OCCURS 1 TO 500 TIMES
005100                                   DEPENDING ON WS-GLACCT-COUNT
005200                                   INDEXED BY WS-GA-IDX.
005300         10  WS-GA-CODE            PIC 9(06).
005400         10  WS-GA-NAME            PIC X(30).
005500         10  WS-GA-CLASS           PIC X.
005600         10  WS-GA-NORMAL-SIDE     PIC X.
005700         10  WS-GA-STATUS          PIC X.
005800*================================================================
005900 LINKAGE SECTION.
006000 01  LS-GL-ACCOUNT-CODE            PIC 9(06).
006100 01  LS-VERIFY-FLAG                PIC X.
006200     88  LS-GL-ACCOUNT-OPEN        VALUE 'Y'.
006300     88  LS-GL-ACCOUNT-CLOSED      VALUE 'C'.
006400     88  LS-GL-ACCOUNT-UNKNOWN     VALUE 'N'.
006500     88  LS-GL-CHART-ABSENT        VALUE 'X'.
006600 01  LS-ACCOUNT-NAME               PIC X(30).
006700 01  LS-ACCOUNT-CLASS              PIC X.
006800 01  LS-NORMAL-BALANCE             PIC X.
006900*================================================================
007000 PROCEDURE DIVISION USING LS-GL-ACCOUNT-CODE LS-VERIFY-FLAG
007100     LS-ACCOUNT-NAME LS-ACCOUNT-CLASS LS-NORMAL-BALANCE.
007200*================================================================
007300 0000-MAINLINE.
007400     IF NOT WS-TABLE-LOADED
007500         PERFORM 1000-LOAD-GLACCT-TABLE
007600             THRU 1000-LOAD-GLACCT-TABLE-EXIT
007700     END-IF
007800
007900     MOVE SPACES TO LS-ACCOUNT-NAME
008000     MOVE SPACES TO LS-ACCOUNT-CLASS
008100     MOVE SPACES TO LS-NORMAL-BALANCE
008200     IF NOT WS-CHART-PRESENT
008300         SET LS-GL-CHART-ABSENT TO TRUE
008400         GOBACK
008500     END-IF
008600     SET LS-GL-ACCOUNT-UNKNOWN TO TRUE
008700     IF WS-GLACCT-COUNT = ZERO
008800         GOBACK
008900     END-IF
009000     SET WS-GA-IDX TO 1
009100     SEARCH WS-GA-ENTRY
009200         AT END
009300             CONTINUE
009400         WHEN WS-GA-CODE (WS-GA-IDX) = LS-GL-ACCOUNT-CODE
009500             MOVE WS-GA-NAME (WS-GA-IDX) TO LS-ACCOUNT-NAME
009600             MOVE WS-GA-CLASS (WS-GA-IDX) TO LS-ACCOUNT-CLASS
009700             MOVE WS-GA-NORMAL-SIDE (WS-GA-IDX)
009800                 TO LS-NORMAL-BALANCE
009900             IF WS-GA-STATUS (WS-GA-IDX) = 'O'
010000                 SET LS-GL-ACCOUNT-OPEN TO TRUE
010100             ELSE
010200                 SET LS-GL-ACCOUNT-CLOSED TO TRUE
010300             END-IF
010400     END-SEARCH
010500     GOBACK.
010600*----------------------------------------------------------------
010700*  1000-LOAD-GLACCT-TABLE  --  FIRST CALL OF THE RUN.  THE
010800*  TABLE IS SIZED BY THE ROW COUNT SO THE SEARCH NEVER LOOKS
010900*  PAST THE LAST ROW LOADED.
011000*----------------------------------------------------------------
011100 1000-LOAD-GLACCT-TABLE.
011200     SET WS-TABLE-LOADED TO TRUE
011300     MOVE ZERO TO WS-GLACCT-COUNT
011400     MOVE 'N' TO WS-GLACCT-EOF-SWITCH
011500     OPEN INPUT GL-ACCOUNT-MASTER-FILE
011600     IF WS-GLACCT-STATUS NOT = "00"
011700         GO TO 1000-LOAD-GLACCT-TABLE-EXIT
011800     END-IF
011900     SET WS-CHART-PRESENT TO TRUE
012000     PERFORM 1100-LOAD-ONE-GL-ACCOUNT
012100         THRU 1100-LOAD-ONE-GL-ACCOUNT-EXIT
012200         UNTIL NO-MORE-GL-ACCOUNTS
012300     CLOSE GL-ACCOUNT-MASTER-FILE
012400     .
012500 1000-LOAD-GLACCT-TABLE-EXIT.
012600     EXIT.
012700*----------------------------------------------------------------
012800 1100-LOAD-ONE-GL-ACCOUNT.
012900     READ GL-ACCOUNT-MASTER-FILE NEXT RECORD
013000         AT END
013100             MOVE 'Y' TO WS-GLACCT-EOF-SWITCH
013200             GO TO 1100-LOAD-ONE-GL-ACCOUNT-EXIT
013300     END-READ
013400     IF WS-GLACCT-COUNT >= WS-GLACCT-MAX
013500         DISPLAY "GLACCT-VERIFY: CHART TABLE FULL - "
013600             GA-GL-ACCOUNT-CODE " DROPPED"
013700         GO TO 1100-LOAD-ONE-GL-ACCOUNT-EXIT
013800     END-IF
013900     ADD 1 TO WS-GLACCT-COUNT
014000     MOVE GA-GL-ACCOUNT-CODE TO WS-GA-CODE (WS-GLACCT-COUNT)
014100     MOVE GA-ACCOUNT-NAME    TO WS-GA-NAME (WS-GLACCT-COUNT)
014200     MOVE GA-ACCOUNT-CLASS   TO WS-GA-CLASS (WS-GLACCT-COUNT)
014300     MOVE GA-NORMAL-BALANCE
014400         TO WS-GA-NORMAL-SIDE (WS-GLACCT-COUNT)
014500     MOVE GA-STATUS-CODE     TO WS-GA-STATUS (WS-GLACCT-COUNT)
014600     .
014700 1100-LOAD-ONE-GL-ACCOUNT-EXIT.
014800     EXIT.
014900 END PROGRAM GLACCT-VERIFY.
