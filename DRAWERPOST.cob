002100*                     THE POSTING ITSELF HAS ALREADY GONE
002200*                     THROUGH AND THE DRAWER PROOF WILL SHOW
002300*                     THE GAP.
002310*    2026-10-15  RPK  TAKES AN OPTIONAL FOURTH PARAMETER - THE
002320*                     NOTE COUNTS BY DENOMINATION (DENOMTAB
002330*                     ORDER) - AND CARRIES THEM ONTO THE
002340*                     DRAWER'S RUNNING NOTE COUNTS, IN OR OUT
002350*                     WITH THE CASH.  A CALLER THAT SUPPLIES NO
002360*                     NOTE DETAIL FOR A MOVEMENT OF ONE UNIT OR
002370*                     MORE MARKS THE DRAWER'S NOTE COUNTS
002380*                     INCOMPLETE, SO THE PROOF DOES NOT BLAME A
002390*                     DENOMINATION FOR IT.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003400*----------------------------------------------------------------
003500 WORKING-STORAGE SECTION.
003600 01  WS-DRAWFILE-STATUS            PIC XX.
003633 01  WS-DENOM-SUB                  PIC 9(02) COMP.
003700*----------------------------------------------------------------
003800 01  WS-CURRENT-TIMESTAMP          PIC X(21).
003900 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
005000     88  DRAWER-CASH-IN            VALUE 'D'.
005100     88  DRAWER-CASH-OUT           VALUE 'W'.
005200 01  LS-AMOUNT                     PIC S9(09)V99.
005211*----------------------------------------------------------------
005222*  LS-DENOM-COUNTS IS OPTIONAL SO THE CALLERS THAT MOVE CASH
005233*  WITHOUT CAPTURING NOTES (FX, OFFICIAL CHECKS, CHARGE-OFF
005244*  RECOVERIES, BATCH POSTINGS) STILL CALL UNCHANGED.  SAME
005255*  SHAPE AS VM-DENOM-COUNTS ON THE VAULT MOVEMENT LOG.
005266*----------------------------------------------------------------
005277 01  LS-DENOM-COUNTS.
005288     05  LS-DENOM-COUNT            PIC 9(06) OCCURS 6 TIMES.
005300*================================================================
005400 PROCEDURE DIVISION USING LS-OPERATOR-ID LS-TRAN-CODE LS-AMOUNT
005433     OPTIONAL LS-DENOM-COUNTS.
005500*================================================================
005600 0000-MAINLINE.
005700     PERFORM 1000-POST-TO-DRAWER
008500     ELSE
008600         ADD LS-AMOUNT TO DR-CASH-OUT
008700     END-IF
008709     IF ADDRESS OF LS-DENOM-COUNTS = NULL
008718         IF LS-AMOUNT >= 1 OR LS-AMOUNT <= -1
008727             SET DR-DENOM-DETAIL-INCOMPLETE TO TRUE
008736         END-IF
008745     ELSE
008754         PERFORM 1100-POST-ONE-DENOMINATION
008763             THRU 1100-POST-ONE-DENOMINATION-EXIT
008772             VARYING WS-DENOM-SUB FROM 1 BY 1
008781             UNTIL WS-DENOM-SUB > 6
008790     END-IF
008800     REWRITE TELLER-DRAWER-RECORD
008900     .
009000 1000-POST-TO-DRAWER-DONE.
009200     .
009300 1000-POST-TO-DRAWER-EXIT.
009400     EXIT.
009407*----------------------------------------------------------------
009414 1100-POST-ONE-DENOMINATION.
009421     IF DRAWER-CASH-IN
009428         ADD LS-DENOM-COUNT (WS-DENOM-SUB)
009435             TO DR-DENOM-COUNT (WS-DENOM-SUB)
009442     ELSE
009449         SUBTRACT LS-DENOM-COUNT (WS-DENOM-SUB)
009456             FROM DR-DENOM-COUNT (WS-DENOM-SUB)
009463     END-IF
009470     .
009477 1100-POST-ONE-DENOMINATION-EXIT.
009484     EXIT.
009500 END PROGRAM DRAWER-POST.
