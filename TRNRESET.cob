000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    TRAINING-RESET.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  FIRST STEP OF THE
001300*                     TRAINER'S RESET OF THE TELLER TRAINING
001400*                     REGION (JCL TRNRESET).  CHECKS THE TRAINER
001500*                     ON THE OPERATOR MASTER (SUPERVISOR OR
001600*                     MANAGER ONLY) AND THAT THE JOB REALLY IS
001700*                     POINTED AT THE TRAINING REGION - THE
001800*                     TRAINING CONTROL ROW MUST BE THERE WITH
001900*                     THE TRAINING FLAG SET - THEN STAMPS THE
002000*                     ROW WITH WHO RESET IT AND WHEN.  ANY
002100*                     REFUSAL ENDS RC 16 AND THE RELOAD STEPS
002200*                     BEHIND IT DO NOT RUN, SO A MISPOINTED JOB
002300*                     CANNOT EMPTY A PRODUCTION FILE.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     COPY TRNCSEL.
002900*================================================================
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  TRAINING-CONTROL-FILE.
003300     COPY TRNCREC.
003400*----------------------------------------------------------------
003500 WORKING-STORAGE SECTION.
003600 01  WS-TRNCTL-STATUS              PIC XX.
003700*-------------------------------------------------------------
003800 01  WS-WORK-FIELDS.
003900     05  WS-TRNCTL-KEY             PIC X(08) VALUE "TRAINING".
004000     05  WS-TRAINER-ID             PIC X(08).
004100     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
004200     05  WS-OPER-VERIFY-FLAG       PIC X.
004300     05  WS-OPER-VERIFY-ROLE       PIC X.
004400     05  WS-RESETS-DONE            PIC 9(08) VALUE 0.
004500*-------------------------------------------------------------
004600 01  WS-CURRENT-TIMESTAMP          PIC X(21).
004700 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
004800     05  WS-TS-DATE                PIC 9(08).
004900     05  WS-TS-TIME                PIC 9(06).
005000     05  FILLER                    PIC X(07).
005100 01  WS-BUSINESS-DATE              PIC 9(08).
005200 01  WS-BUSDATE-FLAG               PIC X.
005300 01  WS-RUN-HISTORY-FIELDS.
005400     05  WS-RH-STEP-NAME           PIC X(08) VALUE "RSETSTEP".
005500     05  WS-RH-START-TIMESTAMP     PIC X(21).
005600     05  WS-RH-RECORDS-READ        PIC 9(08).
005700     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
005800     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
005900     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
006000*================================================================
006100 PROCEDURE DIVISION.
006200*================================================================
006300 0000-MAINLINE.
006400     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
006500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
006600     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
006700         WS-BUSDATE-FLAG
006800     IF WS-BUSDATE-FLAG = "Y"
006900         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
007000     END-IF
007100     PERFORM 1000-VERIFY-TRAINER
007200         THRU 1000-VERIFY-TRAINER-EXIT
007300     IF WS-RH-COMPLETION-CODE NOT = ZERO
007400         GO TO 0000-WRITE-RUN-HISTORY
007500     END-IF
007600     PERFORM 2000-STAMP-CONTROL-ROW
007700         THRU 2000-STAMP-CONTROL-ROW-EXIT
007800     .
007900 0000-WRITE-RUN-HISTORY.
008000     MOVE 1 TO WS-RH-RECORDS-READ
008100     MOVE WS-RESETS-DONE TO WS-RH-RECORDS-UPDATED
008200     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
008300         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
008400         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
008500         WS-RH-COMPLETION-CODE
008600     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
008700     STOP RUN.
008800*----------------------------------------------------------------
008900*  1000-VERIFY-TRAINER  --  THE TRAINER'S OPERATOR ID COMES IN
009000*  ON THE SYSIN CARD.  ONLY A SUPERVISOR OR MANAGER MAY RESET
009100*  THE TRAINING REGION.
009200*----------------------------------------------------------------
009300 1000-VERIFY-TRAINER.
009400     ACCEPT WS-TRAINER-ID
009500     CALL "OPER-VERIFY" USING WS-TRAINER-ID
009600         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
009700         WS-OPER-VERIFY-ROLE
009800     IF WS-OPER-VERIFY-FLAG NOT = "Y"
009900         DISPLAY "TRNRESET: OPERATOR " WS-TRAINER-ID
010000             " NOT AUTHORIZED - NOTHING RESET"
010100         MOVE 16 TO WS-RH-COMPLETION-CODE
010200         GO TO 1000-VERIFY-TRAINER-EXIT
010300     END-IF
010400     IF WS-OPER-VERIFY-ROLE NOT = 'S'
010500         AND WS-OPER-VERIFY-ROLE NOT = 'M'
010600         DISPLAY "TRNRESET: RESET REQUIRES A SUPERVISOR OR "
010700             "MANAGER - NOTHING RESET"
010800         MOVE 16 TO WS-RH-COMPLETION-CODE
010900     END-IF
011000     .
011100 1000-VERIFY-TRAINER-EXIT.
011200     EXIT.
011300*----------------------------------------------------------------
011400*  2000-STAMP-CONTROL-ROW  --  NO CONTROL FILE, NO ROW, OR A ROW
011500*  WITHOUT THE TRAINING FLAG MEANS THIS JOB IS NOT POINTED AT
011600*  THE TRAINING REGION: REFUSE, RC 16.  OTHERWISE RECORD WHO
011700*  RESET THE REGION AND WHEN.
011800*----------------------------------------------------------------
011900 2000-STAMP-CONTROL-ROW.
012000     OPEN I-O TRAINING-CONTROL-FILE
012100     IF WS-TRNCTL-STATUS NOT = "00"
012200         DISPLAY "TRNRESET: NO TRAINING CONTROL FILE, STATUS = "
012300             WS-TRNCTL-STATUS
012400         DISPLAY "TRNRESET: NOT A TRAINING REGION - "
012500             "NOTHING RESET"
012600         MOVE 16 TO WS-RH-COMPLETION-CODE
012700         GO TO 2000-STAMP-CONTROL-ROW-EXIT
012800     END-IF
012900     MOVE WS-TRNCTL-KEY TO TN-CONTROL-KEY
013000     READ TRAINING-CONTROL-FILE
013100         INVALID KEY
013200             MOVE SPACE TO TN-REGION-FLAG
013300     END-READ
013400     IF NOT TN-TRAINING-REGION
013500         DISPLAY "TRNRESET: NOT A TRAINING REGION - "
013600             "NOTHING RESET"
013700         MOVE 16 TO WS-RH-COMPLETION-CODE
013800         CLOSE TRAINING-CONTROL-FILE
013900         GO TO 2000-STAMP-CONTROL-ROW-EXIT
014000     END-IF
014100     MOVE WS-TS-DATE TO TN-LAST-RESET-DATE
014200     MOVE WS-TS-TIME TO TN-LAST-RESET-TIME
014300     MOVE WS-TRAINER-ID TO TN-LAST-RESET-BY
014400     ADD 1 TO TN-RESET-COUNT
014500     REWRITE TRAINING-CONTROL-RECORD
014600         INVALID KEY
014700             DISPLAY "TRNRESET: UNABLE TO REWRITE TRAINING "
014800                 "CONTROL ROW, STATUS = " WS-TRNCTL-STATUS
014900             MOVE 16 TO WS-RH-COMPLETION-CODE
015000     END-REWRITE
015100     CLOSE TRAINING-CONTROL-FILE
015200     IF WS-RH-COMPLETION-CODE NOT = ZERO
015300         GO TO 2000-STAMP-CONTROL-ROW-EXIT
015400     END-IF
015500     MOVE 1 TO WS-RESETS-DONE
015600     DISPLAY "TRNRESET: TRAINING REGION RESET BY "
015700         WS-TRAINER-ID " ON " TN-LAST-RESET-DATE
015800         " - RESET NUMBER " TN-RESET-COUNT
015900     DISPLAY "TRNRESET: BASELINE OF " TN-BASELINE-DATE
016000         " RELOADS IN THE STEPS THAT FOLLOW"
016100     .
016200 2000-STAMP-CONTROL-ROW-EXIT.
016300     EXIT.
