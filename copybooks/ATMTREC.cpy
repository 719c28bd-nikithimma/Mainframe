000100*================================================================
000200*  ATMTREC.CPY
000300*  ATM TERMINAL MASTER RECORD, ONE ROW PER BANK-OWNED ATM KEYED
000400*  BY TM-TERMINAL-ID (THE TERMINAL ID THE NETWORK CARRIES ON
000500*  EACH SETTLEMENT ITEM) AND LINKED TO THE BRANCH WHOSE VAULT
000600*  REPLENISHES IT.  MAINTAINED BY ATM-TERMINAL-MAINT.
000700*
000800*  THE CASH FIELDS DESCRIBE THE CURRENT REPLENISHMENT CYCLE -
000900*  THE ATM'S COUNTERPART TO THE TELLER DRAWER ROW:
001000*    TM-CASH-LOADED     CASSETTES LOADED FROM THE VAULT SINCE
001100*                       THE LAST PROOF (VAULT-MAINT, L).
001200*    TM-CASH-DISPENSED  WITHDRAWALS AT THIS TERMINAL PER THE
001300*                       NETWORK SETTLEMENT FILE (ATM-SETTLE).
001400*    TM-COUNTED-AMOUNT  THE REMAINDER COUNTED OUT OF THE
001500*                       CASSETTES AT REPLENISHMENT AND RETURNED
001600*                       TO THE VAULT (VAULT-MAINT, U), WHICH
001700*                       MARKS THE CYCLE COUNTED.
001800*  CASH LOADED AND DISPENSED AFTER THE COUNT BELONG TO THE NEXT
001900*  CYCLE AND ACCUMULATE IN THE TM-NEXT- FIELDS UNTIL THE ATM
002000*  CASH PROOF (ATM-CASH-PROOF) HAS PROVED THE COUNTED CYCLE
002100*  AND ROLLED THEM FORWARD.  SETTLEMENT ITEMS DATED AFTER THE
002200*  COUNT DATE ARE NEXT-CYCLE ITEMS; ITEMS DATED ON IT BELONG TO
002300*  THE CYCLE THE COUNT CLOSED.
002400*----------------------------------------------------------------
002500*  MOD-HISTORY
002600*    2026-10-15  RPK  INITIAL VERSION.
002700*================================================================
002800 01  ATM-TERMINAL-RECORD.
002900     05  TM-TERMINAL-ID            PIC X(08).
003000     05  TM-BRANCH-ID              PIC X(06).
003100     05  TM-LOCATION               PIC X(30).
003200     05  TM-TERMINAL-STATUS        PIC X.
003300         88  TM-TERMINAL-ACTIVE    VALUE 'A'.
003400         88  TM-TERMINAL-OUT-OF-SERVICE
003500                                   VALUE 'O'.
003600         88  TM-TERMINAL-CLOSED    VALUE 'C'.
003700     05  TM-CYCLE-STATUS           PIC X.
003800         88  TM-CYCLE-OPEN         VALUE 'O'.
003900         88  TM-CYCLE-COUNTED      VALUE 'C'.
004000     05  TM-CYCLE-START-DATE       PIC 9(08).
004100     05  TM-CASH-LOADED            PIC S9(09)V99 COMP-3.
004200     05  TM-CASH-DISPENSED         PIC S9(09)V99 COMP-3.
004300     05  TM-COUNT-DATE             PIC 9(08).
004400     05  TM-COUNTED-AMOUNT         PIC S9(09)V99 COMP-3.
004500     05  TM-NEXT-CASH-LOADED       PIC S9(09)V99 COMP-3.
004600     05  TM-NEXT-CASH-DISPENSED    PIC S9(09)V99 COMP-3.
004700     05  TM-LAST-PROOF-DATE        PIC 9(08).
004800     05  TM-LAST-OVER-SHORT        PIC S9(09)V99 COMP-3.
