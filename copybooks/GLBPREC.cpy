000100*================================================================
000200*  GLBPREC.CPY
000300*  FINANCE'S ANNUAL BUDGET PLAN FILE, AS HANDED OVER FOR
000400*  GL-BUDGET-LOAD.  ONE HEADER NAMING THE FISCAL YEAR, ONE
000500*  DETAIL PER GL ACCOUNT WITH ITS TWELVE MONTHLY AMOUNTS (SIGN
000600*  CONVENTION AS GLBDREC.CPY), AND ONE TRAILER CARRYING THE
000700*  DETAIL COUNT AND THE SUM OF EVERY MONTHLY AMOUNT.  THE LOAD
000800*  IS REFUSED UNLESS THE TRAILER AGREES WITH THE DETAILS.
000900*  COPY INTO THE FD FOR GL-BUDGET-PLAN-FILE (SEE GLBPSEL.CPY
001000*  FOR THE MATCHING SELECT CLAUSE).
001100*----------------------------------------------------------------
001200*  MOD-HISTORY
001300*    2026-10-15  RPK  INITIAL VERSION.
001400*================================================================
001500 01  GL-BUDGET-PLAN-RECORD.
001600     05  GP-RECORD-TYPE            PIC X.
001700         88  GP-PLAN-HEADER        VALUE 'H'.
001800         88  GP-PLAN-DETAIL        VALUE 'D'.
001900         88  GP-PLAN-TRAILER       VALUE 'T'.
002000     05  GP-RECORD-BODY            PIC X(174).
002100*----------------------------------------------------------------
002200*  HEADER - THE FISCAL YEAR THE PLAN COVERS.
002300*----------------------------------------------------------------
002400     05  GP-HEADER-BODY REDEFINES GP-RECORD-BODY.
002500         10  GP-HD-FISCAL-YEAR     PIC 9(04).
002600         10  GP-HD-PLAN-ID         PIC X(20).
002700         10  GP-HD-CREATE-DATE     PIC 9(08).
002800         10  FILLER                PIC X(142).
002900*----------------------------------------------------------------
003000*  DETAIL - ONE GL ACCOUNT'S TWELVE MONTHS.
003100*----------------------------------------------------------------
003200     05  GP-DETAIL-BODY REDEFINES GP-RECORD-BODY.
003300         10  GP-DT-GL-ACCOUNT-CODE PIC 9(06).
003400         10  GP-DT-MONTHLY-AMOUNT  PIC S9(11)V99
003500                                   SIGN LEADING SEPARATE
003600                                   OCCURS 12 TIMES.
003700*----------------------------------------------------------------
003800*  TRAILER - THE PLAN'S CONTROL TOTALS.
003900*----------------------------------------------------------------
004000     05  GP-TRAILER-BODY REDEFINES GP-RECORD-BODY.
004100         10  GP-TR-DETAIL-COUNT    PIC 9(06).
004200         10  GP-TR-AMOUNT-TOTAL    PIC S9(13)V99
004300                                   SIGN LEADING SEPARATE.
004400         10  FILLER                PIC X(152).
