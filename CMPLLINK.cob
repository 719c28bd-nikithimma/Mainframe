000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CMPL-LINK.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  SHARED LINK BETWEEN A
001300*                     MONEY-MOVING RESOLUTION AND THE CUSTOMER
001400*                     COMPLAINT IT SETTLES.  FEE-REFUND AND
001500*                     TRAN-REVERSE CALL IT TWICE: FUNCTION V
001600*                     BEFORE ANYTHING POSTS, TO PROVE THE
001700*                     COMPLAINT IS ON FILE, STILL OPEN AND (WHEN
001800*                     IT NAMES AN ACCOUNT) ABOUT THE SAME
001900*                     ACCOUNT; FUNCTION P AFTER THE POSTING, TO
002000*                     FILE ITS TRANSACTION ID AND ADD ITS AMOUNT
002100*                     TO THE COMPLAINT.  COMPLAINT-LOG WILL NOT
002200*                     CLOSE A COMPLAINT AS REFUNDED UNTIL A
002300*                     POSTING HAS BEEN LINKED THIS WAY.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     COPY CMPLSEL.
002900*================================================================
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  COMPLAINT-FILE.
003300     COPY CMPLREC.
003400*----------------------------------------------------------------
003500 WORKING-STORAGE SECTION.
003600 01  WS-CMPLFILE-STATUS            PIC XX.
003700*================================================================
003800 LINKAGE SECTION.
003900 01  LS-FUNCTION-CODE              PIC X.
004000     88  LS-VERIFY-COMPLAINT       VALUE 'V'.
004100     88  LS-POST-REFUND            VALUE 'P'.
004200 01  LS-COMPLAINT-ID               PIC 9(08).
004300 01  LS-ACCT-NUMBER                PIC 9(10).
004400 01  LS-TRAN-ID                    PIC 9(08).
004500 01  LS-REFUND-AMOUNT              PIC S9(09)V99.
004600 01  LS-RESULT-FLAG                PIC X.
004700*================================================================
004800 PROCEDURE DIVISION USING LS-FUNCTION-CODE LS-COMPLAINT-ID
004900     LS-ACCT-NUMBER LS-TRAN-ID LS-REFUND-AMOUNT
005000     LS-RESULT-FLAG.
005100*================================================================
005200 0000-MAINLINE.
005300     MOVE 'N' TO LS-RESULT-FLAG
005400     OPEN I-O COMPLAINT-FILE
005500     IF WS-CMPLFILE-STATUS NOT = "00"
005600         DISPLAY "CMPL-LINK: UNABLE TO OPEN COMPLAINT FILE, "
005700             "STATUS = " WS-CMPLFILE-STATUS
005800         GOBACK
005900     END-IF
006000     MOVE LS-COMPLAINT-ID TO CP-COMPLAINT-ID
006100     READ COMPLAINT-FILE
006200         KEY IS CP-COMPLAINT-ID
006300         INVALID KEY
006400             DISPLAY "CMPL-LINK: COMPLAINT " LS-COMPLAINT-ID
006500                 " NOT ON FILE"
006600             GO TO 0000-CLOSE-AND-RETURN
006700     END-READ
006800     IF NOT CP-STATUS-WORKABLE
006900         DISPLAY "CMPL-LINK: COMPLAINT " LS-COMPLAINT-ID
007000             " IS ALREADY RESOLVED"
007100         GO TO 0000-CLOSE-AND-RETURN
007200     END-IF
007300     IF CP-ACCT-NUMBER NOT = ZERO
007400        AND CP-ACCT-NUMBER NOT = LS-ACCT-NUMBER
007500         DISPLAY "CMPL-LINK: COMPLAINT " LS-COMPLAINT-ID
007600             " IS ABOUT ACCOUNT " CP-ACCT-NUMBER
007700         GO TO 0000-CLOSE-AND-RETURN
007800     END-IF
007900     IF LS-POST-REFUND
008000         MOVE LS-TRAN-ID TO CP-REFUND-TRAN-ID
008100         ADD LS-REFUND-AMOUNT TO CP-REFUND-AMOUNT
008200         REWRITE COMPLAINT-RECORD
008300             INVALID KEY
008400                 DISPLAY "CMPL-LINK: UNABLE TO REWRITE "
008500                     "COMPLAINT " LS-COMPLAINT-ID
008600                 GO TO 0000-CLOSE-AND-RETURN
008700         END-REWRITE
008800     END-IF
008900     MOVE 'Y' TO LS-RESULT-FLAG
009000     .
009100 0000-CLOSE-AND-RETURN.
009200     CLOSE COMPLAINT-FILE
009300     GOBACK.
009400 END PROGRAM CMPL-LINK.
