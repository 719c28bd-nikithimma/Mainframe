000100*================================================================
000200*  SDBAREC.CPY
000300*  SAFE DEPOSIT BOX RENTAL AGREEMENT, KEYED BY THE AGREEMENT
000400*  ID THE SHARED ID COUNTER ASSIGNS (SOURCE SDBAGRMT).  ONE
000500*  PRIMARY RENTER AND UP TO THREE JOINT RENTERS, ALL ON THE
000600*  CUSTOMER MASTER - THE RENTER LIST EVERY VISIT IS CHECKED
000700*  AGAINST.  THE ANNUAL RENT IS DEBITED FROM SA-RENT-ACCT-
000800*  NUMBER ON SA-RENT-DUE-DATE BY THE NIGHTLY SAFE-DEPOSIT-RENT
000900*  THROUGH FEE-POST, WHICH THEN MOVES THE DUE DATE ON A YEAR.
001000*  RENT THE ACCOUNT CANNOT COVER MAKES THE AGREEMENT
001100*  DELINQUENT AND WALKS SA-NOTICE-STAGE UP AS THE DAYS PAST
001200*  DUE GROW:
001300*    0 = NONE SENT        1 = FIRST NOTICE (SDB1) QUEUED
001400*    2 = FINAL NOTICE (SDB2) QUEUED
001500*    3 = ELIGIBLE TO DRILL - SAFE-DEPOSIT-MAINT MAY NOW OPEN
001600*        THE BOX AND INVENTORY THE CONTENTS (SDBDREC.CPY)
001700*  A DELINQUENT AGREEMENT WHOSE RENT IS LATER COLLECTED GOES
001800*  BACK TO ACTIVE AT STAGE 0.
001900*----------------------------------------------------------------
002000*  MOD-HISTORY
002100*    2026-10-15  RPK  INITIAL VERSION.
002200*================================================================
002300 01  SDB-AGREEMENT-RECORD.
002400     05  SA-AGREEMENT-ID           PIC 9(08).
002500     05  SA-BRANCH-ID              PIC X(06).
002600     05  SA-BOX-NUMBER             PIC X(06).
002700     05  SA-BOX-SIZE               PIC X.
002800     05  SA-CUSTOMER-NUMBER        PIC 9(09).
002900     05  SA-JOINT-RENTERS.
003000         10  SA-JOINT-CUSTOMER     PIC 9(09) OCCURS 3 TIMES.
003100     05  SA-RENT-ACCT-NUMBER       PIC 9(10).
003200     05  SA-OPEN-DATE              PIC 9(08).
003300     05  SA-RENT-DUE-DATE          PIC 9(08).
003400     05  SA-LAST-RENT-DATE         PIC 9(08).
003500     05  SA-LAST-RENT-AMOUNT       PIC S9(07)V99 COMP-3.
003600     05  SA-STATUS-CODE            PIC X.
003700         88  SA-AGREEMENT-ACTIVE   VALUE 'A'.
003800         88  SA-AGREEMENT-DELINQUENT
003900                                   VALUE 'D'.
004000         88  SA-AGREEMENT-DRILLED  VALUE 'R'.
004100         88  SA-AGREEMENT-CLOSED   VALUE 'C'.
004200         88  SA-AGREEMENT-OPEN     VALUE 'A' 'D'.
004300     05  SA-NOTICE-STAGE           PIC 9.
004400         88  SA-NO-NOTICE-SENT     VALUE 0.
004500         88  SA-FIRST-NOTICE-SENT  VALUE 1.
004600         88  SA-FINAL-NOTICE-SENT  VALUE 2.
004700         88  SA-DRILL-ELIGIBLE     VALUE 3.
004800     05  SA-LAST-NOTICE-DATE       PIC 9(08).
004900     05  SA-LAST-ACCESS-DATE       PIC 9(08).
005000     05  SA-CLOSE-DATE             PIC 9(08).
