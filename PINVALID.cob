003700*    2026-08-09  RPK  WRITES THE BEFORE/AFTER FAILED-ATTEMPT COUNT
003800*                     TO THE SHARED ACTIVITY AUDIT LOG ON EVERY
003900*                     PIN CHECK.
003916*    2026-10-15  RPK  A CORRECT PIN THAT PIN-ISSUE MAILED OUT AND
003932*                     THAT IS STILL FLAGGED FOR A FORCED CHANGE
003948*                     NOW RETURNS 'C' INSTEAD OF A GRANT, SO NO
003964*                     CALLER CAN USE A MAILED PIN FOR ANYTHING BUT
003980*                     CHOOSING A NEW ONE.
004000*================================================================
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
008000*  ACCOUNT NUMBER AND ENTERED PIN OPTIONALLY SUPPLIED BY A
008100*  CALLING PROGRAM.  LEFT AT ZERO, 1000-INITIALIZE FALLS BACK TO
008200*  PROMPTING FOR THEM.  LS-ACCESS-FLAG RETURNS THE RESULT -
008300*  'Y' GRANTED, 'N' DENIED, 'C' PIN CORRECT BUT IT IS A MAILED
008333*  PIN THE CUSTOMER MUST CHANGE BEFORE ANYTHING ELSE (NOT A
008366*  GRANT - THE CALLER MAY ONLY TAKE A NEW PIN THROUGH PIN-ISSUE).
008400*----------------------------------------------------------------
008500 01  LS-ACCT-NUMBER                PIC 9(10).
008600 01  LS-ENTERED-PIN                PIC 9(4).
008700 01  LS-ACCESS-FLAG                PIC X.
008800     88  LS-ACCESS-GRANTED         VALUE 'Y'.
008900     88  LS-ACCESS-DENIED          VALUE 'N'.
008950     88  LS-CHANGE-REQUIRED        VALUE 'C'.
009000*================================================================
009100 PROCEDURE DIVISION USING LS-ACCT-NUMBER LS-ENTERED-PIN
009200     LS-ACCESS-FLAG.
019300     EXIT.
019400*----------------------------------------------------------------
019500*  2100-ACCEPT-PIN  --  CORRECT PIN.  RESET THE FAILED-ATTEMPT
019600*  COUNTER.  A PIN STILL FLAGGED FOR A FORCED CHANGE (ONE PIN-
019633*  ISSUE MAILED OUT) IS NOT A GRANT - THE CALLER MUST HAVE THE
019666*  CUSTOMER CHOOSE A NEW PIN FIRST.
019700*----------------------------------------------------------------
019800 2100-ACCEPT-PIN.
019900     IF PM-CHANGE-REQUIRED
020000         SET LS-CHANGE-REQUIRED TO TRUE
020014         DISPLAY "PIN ACCEPTED - A NEW PIN MUST BE CHOSEN "
020028             "BEFORE THE ACCOUNT CAN BE USED"
020042     ELSE
020056         SET LS-ACCESS-GRANTED TO TRUE
020070         DISPLAY "Access Granted"
020084     END-IF
020100     MOVE 0 TO PM-FAILED-ATTEMPTS
020200     REWRITE PIN-MASTER-RECORD
020300         INVALID KEY
024100     MOVE AM-ACCT-NUMBER   TO AL-ACCT-NUMBER
024200     MOVE WS-OPERATOR-ID   TO AL-OPERATOR-ID
024300     MOVE WS-OLD-FAILED-ATTEMPTS TO AL-BEFORE-VALUE
024400     EVALUATE TRUE
024500         WHEN LS-ACCESS-GRANTED
024600             MOVE "ACCESS GRANTED" TO AL-AFTER-VALUE
024700         WHEN LS-CHANGE-REQUIRED
024800             MOVE "CHANGE REQUIRED" TO AL-AFTER-VALUE
024825         WHEN OTHER
024850             MOVE "ACCESS DENIED"  TO AL-AFTER-VALUE
024875     END-EVALUATE
024900     MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
025000     WRITE ACTIVITY-AUDIT-RECORD
025100     .
