000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    DAY-COUNT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  EVERY INTEREST FIGURE
001300*                     WAS WORKED OUT WITH ITS OWN IMPLIED YEAR -
001400*                     THE NIGHTLY ACCRUAL APPLIED THE WHOLE
001500*                     ANNUAL RATE EACH NIGHT, THE LOAN ACCRUAL
001600*                     AND THE EMI TOOK A TWELFTH OF IT, THE
001700*                     PAYOFF QUOTE DIVIDED BY 365 - SO QUOTED
001800*                     RATES DID NOT RECONCILE WITH INTEREST PAID
001900*                     OR CHARGED.  THIS ROUTINE IS NOW THE ONE
002000*                     PLACE A PRODUCT'S DAY-COUNT CONVENTION IS
002100*                     RESOLVED (THE PRODUCT TABLE, OR A LOAN'S
002200*                     OWN OVERRIDE) AND APPLIED:
002300*                       ACTUAL/365 - CALENDAR DAYS OVER 365,
002400*                       ACTUAL/360 - CALENDAR DAYS OVER 360,
002500*                       30/360     - 30-DAY MONTHS OVER 360
002600*                                    (A 31ST COUNTS AS THE
002700*                                    30TH; AN END DATE ON A
002800*                                    31ST ALSO DOES WHEN THE
002900*                                    START FELL ON A 30TH OR
003000*                                    31ST).
003100*                     THE AVERAGE-MONTH RATE IS A TWELFTH OF THE
003200*                     ANNUAL RATE EXCEPT UNDER ACTUAL/360, WHERE
003300*                     AN AVERAGE MONTH OF 365/12 DAYS EARNS
003400*                     365/360 OF A TWELFTH.
003500*================================================================
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800     COPY PRODTAB.
003900*----------------------------------------------------------------
004000 01  WS-FROM-DATE                  PIC 9(08).
004100 01  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
004200     05  WS-FROM-YYYY              PIC 9(04).
004300     05  WS-FROM-MM                PIC 9(02).
004400     05  WS-FROM-DD                PIC 9(02).
004500 01  WS-TO-DATE                    PIC 9(08).
004600 01  WS-TO-PARTS REDEFINES WS-TO-DATE.
004700     05  WS-TO-YYYY                PIC 9(04).
004800     05  WS-TO-MM                  PIC 9(02).
004900     05  WS-TO-DD                  PIC 9(02).
005000*================================================================
005100 LINKAGE SECTION.
005200     COPY DAYCPARM.
005300*================================================================
005400 PROCEDURE DIVISION USING DAY-COUNT-PARMS.
005500*================================================================
005600 0000-MAINLINE.
005700     PERFORM 1000-RESOLVE-CONVENTION
005800         THRU 1000-RESOLVE-CONVENTION-EXIT
005900     PERFORM 2000-COUNT-THE-DAYS
006000         THRU 2000-COUNT-THE-DAYS-EXIT
006100     IF DC-ACTUAL-360
006200         COMPUTE DC-MONTHLY-RATE ROUNDED =
006300             DC-ANNUAL-RATE * 365 / 360 / 12
006400     ELSE
006500         COMPUTE DC-MONTHLY-RATE ROUNDED = DC-ANNUAL-RATE / 12
006600     END-IF
006700     GOBACK.
006800*----------------------------------------------------------------
006900*  1000-RESOLVE-CONVENTION  --  A RECOGNISED OVERRIDE WINS;
007000*  OTHERWISE THE PRODUCT'S OWN CONVENTION.  A PRODUCT NOT ON
007100*  THE TABLE COUNTS ACTUAL/365.
007200*----------------------------------------------------------------
007300 1000-RESOLVE-CONVENTION.
007400     MOVE DC-OVERRIDE TO DC-CONVENTION
007500     IF NOT (DC-ACTUAL-365 OR DC-ACTUAL-360 OR DC-THIRTY-360)
007600         MOVE 'A' TO DC-CONVENTION
007700         SET PT-IDX TO 1
007800         SEARCH PT-ENTRY
007900             AT END
008000                 CONTINUE
008100             WHEN PT-TYPE-CODE (PT-IDX) = DC-PRODUCT-TYPE
008200                 MOVE PT-DAY-COUNT (PT-IDX) TO DC-CONVENTION
008300         END-SEARCH
008400     END-IF
008500     EVALUATE TRUE
008600         WHEN DC-ACTUAL-360
008700             MOVE "ACT/360" TO DC-CONVENTION-NAME
008800             MOVE 360 TO DC-YEAR-DAYS
008900         WHEN DC-THIRTY-360
009000             MOVE "30/360 " TO DC-CONVENTION-NAME
009100             MOVE 360 TO DC-YEAR-DAYS
009200         WHEN OTHER
009300             MOVE 'A' TO DC-CONVENTION
009400             MOVE "ACT/365" TO DC-CONVENTION-NAME
009500             MOVE 365 TO DC-YEAR-DAYS
009600     END-EVALUATE
009700     .
009800 1000-RESOLVE-CONVENTION-EXIT.
009900     EXIT.
010000*----------------------------------------------------------------
010100*  2000-COUNT-THE-DAYS  --  DAYS FROM DC-FROM-DATE (EXCLUDED)
010200*  TO DC-TO-DATE (INCLUDED) UNDER THE CONVENTION.  A MISSING
010300*  OR IMPOSSIBLE DATE COUNTS NO DAYS.
010400*----------------------------------------------------------------
010500 2000-COUNT-THE-DAYS.
010600     MOVE ZERO TO DC-DAYS
010700     MOVE DC-FROM-DATE TO WS-FROM-DATE
010800     MOVE DC-TO-DATE TO WS-TO-DATE
010900     IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
011000         GO TO 2000-COUNT-THE-DAYS-EXIT
011100     END-IF
011200     IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = ZERO
011300         OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = ZERO
011400         GO TO 2000-COUNT-THE-DAYS-EXIT
011500     END-IF
011600     IF NOT DC-THIRTY-360
011700         COMPUTE DC-DAYS =
011800             FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
011900             - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
012000         GO TO 2000-COUNT-THE-DAYS-EXIT
012100     END-IF
012200     IF WS-FROM-DD = 31
012300         MOVE 30 TO WS-FROM-DD
012400     END-IF
012500     IF WS-TO-DD = 31 AND WS-FROM-DD = 30
012600         MOVE 30 TO WS-TO-DD
012700     END-IF
012800     COMPUTE DC-DAYS =
012900         (WS-TO-YYYY - WS-FROM-YYYY) * 360
013000         + (WS-TO-MM - WS-FROM-MM) * 30
013100         + WS-TO-DD - WS-FROM-DD
013200     .
013300 2000-COUNT-THE-DAYS-EXIT.
013400     EXIT.
013500 END PROGRAM DAY-COUNT.
