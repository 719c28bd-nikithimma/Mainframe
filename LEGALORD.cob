002500*                     PLACED.  VACATING AN ORDER LIFTS THE
002600*                     HOLDS WITH NO MONEY MOVING.
002700*                     SUPERVISOR OR MANAGER THROUGHOUT.
002725*    2026-10-15  RPK  HOLDS RELEASED AT PAY-OVER OR LIFTED ON A
002750*                     VACATED ORDER NOW CARRY THE RELEASE DATE; A
002775*                     NEW HOLD STARTS WITH NONE.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
030600     MOVE ZERO                 TO HD-EXPIRY-DATE
030700     MOVE WS-TS-DATE           TO HD-PLACED-DATE
030800     MOVE WS-MAINT-OPERATOR-ID TO HD-PLACED-OPERATOR
030850     MOVE ZERO                 TO HD-RELEASED-DATE
030900     SET HD-HOLD-ACTIVE        TO TRUE
031000     WRITE FUNDS-HOLD-RECORD
031100         INVALID KEY
049500             GO TO 5100-PAY-ONE-HOLD-EXIT
049600     END-READ
049700     SET HD-HOLD-RELEASED TO TRUE
049750     MOVE WS-TS-DATE TO HD-RELEASED-DATE
049800     REWRITE FUNDS-HOLD-RECORD
049900     .
050000 5100-PAY-ONE-HOLD-EXIT.
054100             GO TO 5510-LIFT-ONE-HOLD-EXIT
054200     END-READ
054300     SET HD-HOLD-RELEASED TO TRUE
054350     MOVE WS-TS-DATE TO HD-RELEASED-DATE
054400     REWRITE FUNDS-HOLD-RECORD
054500     .
054600 5510-LIFT-ONE-HOLD-EXIT.
