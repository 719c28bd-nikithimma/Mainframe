001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-08-21  RPK  INITIAL VERSION.
001207*    2026-10-15  RPK  ADDED THE NOTE COUNTS BY DENOMINATION
001214*                     (DENOMTAB ORDER).  DR-DENOM-ON-HAND RUNS
001221*                     FROM THE FLOAT'S NOTES THROUGH EVERY
001228*                     DRAWER-POST THAT CARRIES NOTE DETAIL (VAULT
001235*                     MOVEMENTS, TELLER CASH DEPOSITS AND
001242*                     WITHDRAWALS); DR-COUNTED-DENOMS IS THE
001249*                     TELLER'S CLOSING COUNT.  A CASH MOVEMENT
001256*                     POSTED WITHOUT NOTE DETAIL MARKS THE
001263*                     DRAWER'S NOTE COUNTS INCOMPLETE, AND
001270*                     DRAWER-PROOF THEN PROVES THE TOTAL ONLY.
001277*                     CENTS ARE COIN AND ARE NOT COUNTED BY
001284*                     DENOMINATION.
001300*================================================================
001400 01  TELLER-DRAWER-RECORD.
001500     05  DR-OPERATOR-ID            PIC X(08).
002400     05  DR-DRAWER-STATUS          PIC X.
002500         88  DR-DRAWER-OPEN        VALUE 'O'.
002600         88  DR-DRAWER-PROVED      VALUE 'P'.
002700     05  DR-DENOM-DETAIL-FLAG      PIC X.
002800         88  DR-DENOM-DETAIL-COMPLETE   VALUE 'C'.
002900         88  DR-DENOM-DETAIL-INCOMPLETE VALUE 'I'.
003000     05  DR-DENOM-ON-HAND.
003100         10  DR-DENOM-COUNT        PIC S9(07) COMP-3
003200                                   OCCURS 6 TIMES.
003300     05  DR-COUNTED-DENOMS.
003400         10  DR-COUNTED-DENOM-COUNT PIC S9(07) COMP-3
003500                                   OCCURS 6 TIMES.
