000100*================================================================
000200*  CSHPREC.CPY
000300*  CASH SHIPMENT REGISTER, ONE ROW PER SHIPMENT BETWEEN THE
000400*  CASH CENTER AND A BRANCH VAULT, KEYED BY THE SHIPMENT ID
000500*  THE SHARED ID COUNTER ASSIGNS (SOURCE "CASHSHIP").
000600*    SH-DIRECTION  I = AN ORDER SHIPPED IN TO THE BRANCH
000700*                  R = SURPLUS RETURNED TO THE CASH CENTER
000800*  LIFE OF A SHIPMENT:
000900*    O  ORDERED     WRITTEN BY THE CASH FORECAST WITH ITS ROW
001000*                   ON THE ORDER FILE TO THE CASH CENTER.
001100*    T  IN TRANSIT  AN ORDER ONCE THE CASH CENTER DISPATCHES IT
001200*                   (CASH-OPS-MAINT); A RETURN ONCE THE VAULT
001300*                   HANDS IT TO THE CARRIER (VAULT-MAINT).  THE
001400*                   CASH IN TRANSIT GL ACCOUNT (999974) CARRIES
001500*                   THE BALANCE FROM HERE.
001600*    R  RECEIVED    AN ORDER TAKEN INTO THE VAULT UNDER DUAL
001700*                   CONTROL (VAULT-MAINT - THE SECOND PERSON IS
001800*                   ON THE OVERRIDE LOG, OVRDREC); A RETURN ONCE
001900*                   THE CASH CENTER CONFIRMS IT.
002000*    X  CANCELLED   AN ORDER OR RETURN WITHDRAWN BEFORE IT
002100*                   SHIPPED.
002200*  THE DENOMINATION TABLE RUNS IN DENOMTAB ORDER.
002300*----------------------------------------------------------------
002400*  MOD-HISTORY
002500*    2026-10-15  RPK  INITIAL VERSION.
002600*================================================================
002700 01  CASH-SHIPMENT-RECORD.
002800     05  SH-SHIPMENT-ID            PIC 9(08).
002900     05  SH-BRANCH-ID              PIC X(06).
003000     05  SH-DIRECTION              PIC X.
003100         88  SH-ORDER-IN           VALUE 'I'.
003200         88  SH-RETURN-OUT         VALUE 'R'.
003300     05  SH-STATUS                 PIC X.
003400         88  SH-ORDERED            VALUE 'O'.
003500         88  SH-IN-TRANSIT         VALUE 'T'.
003600         88  SH-RECEIVED           VALUE 'R'.
003700         88  SH-CANCELLED          VALUE 'X'.
003800         88  SH-OUTSTANDING        VALUE 'O' 'T'.
003900     05  SH-ORDER-DATE             PIC 9(08).
004000     05  SH-DELIVERY-DATE          PIC 9(08).
004100     05  SH-DISPATCH-DATE          PIC 9(08).
004200     05  SH-RECEIVE-DATE           PIC 9(08).
004300     05  SH-AMOUNT                 PIC S9(09)V99 COMP-3.
004400     05  SH-DENOM-COUNTS.
004500         10  SH-DENOM-COUNT        PIC 9(07) COMP-3
004600                                   OCCURS 6 TIMES.
004700     05  SH-CARRIER-REF            PIC X(12).
004800     05  SH-ORDERED-BY             PIC X(08).
004900     05  SH-DISPATCHED-BY          PIC X(08).
005000     05  SH-RECEIVED-BY            PIC X(08).
