000100*================================================================
000200*  MSTMPARM.CPY
000300*  PARAMETER BLOCK FOR TRANH-INQUIRY CALLED AS A MINI-STATEMENT
000400*  SERVICE.  THE CALLER SETS THE ACCOUNT, THE FROM-DATE (ZERO
000500*  FOR ALL HISTORY) AND THE OPERATOR AND BRANCH THE INQUIRY IS
000600*  JOURNALED UNDER; TRANH-INQUIRY HANDS BACK THE MOST RECENT
000700*  ROWS ON THE KEYED HISTORY, OLDEST FIRST, AND HOW MANY THERE
000800*  ARE.  THE ACCOUNT COMES BACK RESOLVED THROUGH THE OLD-TO-NEW
000900*  CROSS-REFERENCE.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.
001300*================================================================
001400 01  MINI-STATEMENT-PARMS.
001500     05  MS-ACCT-NUMBER            PIC 9(10).
001600     05  MS-FROM-DATE              PIC 9(08).
001700     05  MS-OPERATOR-ID            PIC X(08).
001800     05  MS-BRANCH-ID              PIC X(06).
001900     05  MS-ROW-COUNT              PIC 9(02).
002000     05  MS-ROW OCCURS 10 TIMES.
002100         10  MS-TRAN-DATE          PIC 9(08).
002200         10  MS-TRAN-TYPE          PIC X.
002300         10  MS-AMOUNT             PIC S9(09)V99.
002400         10  MS-TRAN-ID            PIC 9(08).
