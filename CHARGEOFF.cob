002500*                     REFUSES CHARGED-OFF LOANS.  THE MONTHLY
002600*                     REPORT BELOW (CHARGEOFF-REPORT) IS THE
002700*                     EXAMINERS' LOSS HISTORY.
002720*    2026-10-15  RPK  A CHARGE-OFF NOW ALSO MARKS THE LOAN IN
002740*                     DEFAULT SO THE FD SET-OFF RUN APPLIES ANY
002760*                     PLEDGED DEPOSIT.
002770*    2026-10-15  RPK  A CHARGE-OFF ACCELERATES THE UNAMORTIZED
002780*                     DEFERRED ORIGINATION FEE (GL-POSTING '1')
002790*                     ONTO LM-DFEE-ACCEL-MTD FOR THE ROLL-FORWARD.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
006300     05  WS-RECOVERY-AMOUNT        PIC S9(09)V99.
006400     05  WS-GL-POST-FLAG           PIC X.
006500     05  WS-ACTION-TAKEN           PIC X(15).
006510     05  WS-LOAN-TYPE              PIC X VALUE 'L'.
006520     05  WS-DFEE-ACCEL-AMOUNT      PIC S9(09)V99.
006600*----------------------------------------------------------------
006700 01  WS-BUSINESS-DATE              PIC 9(08).
006800 01  WS-BUSDATE-FLAG               PIC X.
019900
020000     SET LM-LOAN-CHARGED-OFF TO TRUE
020100     MOVE ZERO TO LM-OUTSTANDING-BALANCE
020110*    A CHARGE-OFF IS ITSELF A DECLARATION OF DEFAULT - THE FD
020120*    SET-OFF RUN PICKS UP ANY PLEDGED DEPOSIT AS A RECOVERY.
020130     IF NOT LM-IN-DEFAULT
020140         SET LM-IN-DEFAULT TO TRUE
020150         MOVE WS-TS-DATE TO LM-DEFAULT-DATE
020160     END-IF
020170*    NOTHING LEFT TO EARN THE FEE OVER - THE UNAMORTIZED
020175*    REMAINDER IS RECOGNIZED NOW.
020180     IF LM-DFEE-BALANCE NOT = ZERO
020182         MOVE LM-DFEE-BALANCE TO WS-DFEE-ACCEL-AMOUNT
020184         CALL "GL-POSTING" USING LM-ACCT-NUMBER WS-LOAN-TYPE "1"
020186             WS-DFEE-ACCEL-AMOUNT WS-MAINT-OPERATOR-ID
020188             WS-GL-POST-FLAG
020190         ADD LM-DFEE-BALANCE TO LM-DFEE-ACCEL-MTD
020192         MOVE ZERO TO LM-DFEE-BALANCE
020194     END-IF
020200     REWRITE LOAN-MASTER-RECORD
020300     CLOSE LOAN-MASTER-FILE
020400     MOVE "CHARGED OFF" TO WS-ACTION-TAKEN
