002100*                     SHARED FEE-POST ROUTINE (SERVICE
002200*                     CHK-RTRN), AND THE REGISTER ROW IS MARKED
002300*                     RETURNED WITH THE CLEARING HOUSE REASON.
002310*    2026-10-15  RPK  RETURNS OF ITEMS SENT ON THE OUTBOUND
002320*                     CASH LETTER.  A RETURN CARRYING A
002330*                     PRESENTMENT REFERENCE MUST MATCH THE
002340*                     REFERENCE THE CASH LETTER STAMPED ON THE
002350*                     ITEM, OR IT IS REFUSED AS UNMATCHED.  A
002360*                     PRESENTED ITEM IS RETURNABLE LIKE AN
002370*                     OUTSTANDING ONE, AND ITS RETURN ALSO TAKES
002380*                     THE ITEM BACK OUT OF CASH ITEMS IN PROCESS
002390*                     (GL-POSTING CODE 2, NEGATIVE).
002391*    2026-10-15  RPK  A RETURNED ROW NOW CARRIES ITS RETURN DATE
002392*                     FOR THE CLEARING SETTLEMENT RECONCILIATION.
002394*    2026-10-15  RPK  A RELEASED FLOAT HOLD NOW CARRIES THE DATE
002396*                     IT WAS RELEASED.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
007000     05  WS-GL-POST-FLAG           PIC X.
007100     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "BATCH".
007200     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
007210     05  WS-ZERO-ACCT              PIC 9(10) VALUE 0.
007220     05  WS-CASH-TYPE              PIC X VALUE 'S'.
007230     05  WS-CIIP-AMOUNT            PIC S9(09)V99.
007240     05  WS-WAS-PRESENTED-SWITCH   PIC X.
007250         88  WS-WAS-PRESENTED      VALUE 'Y'.
007300 01  WS-ID-SOURCE-NAME             PIC X(08).
007400 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
007500*----------------------------------------------------------------
017000             ADD 1 TO WS-RETURNS-UNMATCHED
017100             GO TO 2000-WORK-ONE-RETURN-EXIT
017200     END-READ
017300     IF NOT CK-CHECK-OUTSTANDING AND NOT CK-CHECK-PRESENTED
017400         DISPLAY "CHKRETURN: CHECK " RT-TRAN-ID
017500             " ALREADY RETURNED - SKIPPED"
017600         ADD 1 TO WS-RETURNS-UNMATCHED
017700         GO TO 2000-WORK-ONE-RETURN-EXIT
017707     END-IF
017714     IF RT-PRESENT-REF NOT = SPACES
017721         AND RT-PRESENT-REF NOT = CK-PRESENT-REF
017728         DISPLAY "CHKRETURN: RETURN " RT-TRAN-ID
017735             " PRESENTMENT REF " RT-PRESENT-REF
017742             " DOES NOT MATCH CASH LETTER REF " CK-PRESENT-REF
017749         ADD 1 TO WS-RETURNS-UNMATCHED
017756         GO TO 2000-WORK-ONE-RETURN-EXIT
017763     END-IF
017770     MOVE 'N' TO WS-WAS-PRESENTED-SWITCH
017777     IF CK-CHECK-PRESENTED
017784         MOVE 'Y' TO WS-WAS-PRESENTED-SWITCH
017800     END-IF
017900     MOVE CK-ACCT-NUMBER TO AM-ACCT-NUMBER
018000     READ ACCOUNT-MASTER-FILE
020100
020200     CALL "GL-POSTING" USING AM-ACCT-NUMBER AM-TYPE-CODE "W"
020300         CK-AMOUNT WS-BATCH-OPERATOR-ID WS-GL-POST-FLAG
020310     IF WS-WAS-PRESENTED
020320         COMPUTE WS-CIIP-AMOUNT = 0 - CK-AMOUNT
020330         CALL "GL-POSTING" USING WS-ZERO-ACCT WS-CASH-TYPE "2"
020340             WS-CIIP-AMOUNT WS-BATCH-OPERATOR-ID WS-GL-POST-FLAG
020350     END-IF
020400
020500     PERFORM 4000-RELEASE-FLOAT-HOLD
020600         THRU 4000-RELEASE-FLOAT-HOLD-EXIT
022000
022100     SET CK-CHECK-RETURNED TO TRUE
022200     MOVE RT-REASON-CODE TO CK-RETURN-REASON
022210     MOVE WS-TS-DATE     TO CK-RETURN-DATE
022300     REWRITE CHECK-CLEARING-RECORD
022400
022500     PERFORM 5000-WRITE-ACTIVITY-AUDIT-RECORD
027500     END-READ
027600     IF HD-HOLD-ACTIVE
027700         SET HD-HOLD-RELEASED TO TRUE
027750         MOVE WS-TS-DATE TO HD-RELEASED-DATE
027800         REWRITE FUNDS-HOLD-RECORD
027900     END-IF
028000     .
