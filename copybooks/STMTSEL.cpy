001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-08-09  RPK  INITIAL VERSION.
001233*    2026-10-15  RPK  ADDED THE BILL PAYMENT REGISTER SORT PAIR.
001266*    2026-10-15  RPK  ADDED THE NSF ACTIVITY REGISTER SORT PAIR.
001300*================================================================
001400     SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
001500         ORGANIZATION IS LINE SEQUENTIAL
003200     SELECT SORTED-STMT-WARN-FILE ASSIGN TO "STMTWSTD"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-STMTWSTD-STATUS.
003500
003600     SELECT BILL-SORT-WORK-FILE ASSIGN TO "STMTBSRT".
003700
003800     SELECT SORTED-STMT-BILL-FILE ASSIGN TO "STMTBSTD"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-STMTBSTD-STATUS.
004100
004200     SELECT NSF-SORT-WORK-FILE ASSIGN TO "STMTNSRT".
004300
004400     SELECT SORTED-STMT-NSF-FILE ASSIGN TO "STMTNSTD"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-STMTNSTD-STATUS.
