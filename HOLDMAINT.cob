002130*                     OPER-VERIFY), AND RELEASING A HOLD -
002140*                     WHICH FREES RESTRAINED FUNDS - NOW
002150*                     REQUIRES THE SUPERVISOR OR MANAGER ROLE.
002166*    2026-10-15  RPK  A RELEASED HOLD NOW CARRIES THE DATE IT WAS
002182*                     RELEASED; A NEW HOLD STARTS WITH NONE.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
016300     ACCEPT HD-EXPIRY-DATE
016400     MOVE WS-TS-DATE            TO HD-PLACED-DATE
016500     MOVE WS-MAINT-OPERATOR-ID  TO HD-PLACED-OPERATOR
016550     MOVE ZERO                  TO HD-RELEASED-DATE
016600     SET HD-HOLD-ACTIVE         TO TRUE
016700     WRITE FUNDS-HOLD-RECORD
016800         INVALID KEY
020600         GO TO 4000-RELEASE-HOLD-EXIT
020700     END-IF
020800     SET HD-HOLD-RELEASED TO TRUE
020850     MOVE WS-TS-DATE TO HD-RELEASED-DATE
020900     REWRITE FUNDS-HOLD-RECORD
021000     CLOSE FUNDS-HOLD-FILE
021100     MOVE HD-ACCT-NUMBER TO WS-TARGET-ACCT-NUMBER
