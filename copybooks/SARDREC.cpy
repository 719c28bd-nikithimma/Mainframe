000100*================================================================
000200*  SARDREC.CPY
000300*  SAR CASE DETAIL - THE SUBJECTS, ATTACHED TRANSACTIONS AND
000400*  NARRATIVE LINES OF A SAR CASE (SARCREC), KEYED BY CASE ID,
000500*  DETAIL TYPE AND A SEQUENCE WITHIN THE TYPE, SO A READER
000600*  STARTS AT THE CASE AND READS ITS DETAIL IN FILING ORDER.
000700*    S  SUBJECT - A CUSTOMER AND, WHERE ONE IS NAMED, THE
000800*       ACCOUNT; NAME AND TAXPAYER ID AS ON THE CUSTOMER
000900*       MASTER WHEN THE SUBJECT WAS ADDED.
001000*    T  TRANSACTION - ONE ROW OF THE KEYED TRANSACTION HISTORY
001100*       (TRNHREC) ATTACHED AS EVIDENCE, COPIED AS IT STOOD.
001200*    N  NARRATIVE - ONE LINE OF THE ANALYST'S NARRATIVE.
001300*----------------------------------------------------------------
001400*  MOD-HISTORY
001500*    2026-10-15  RPK  INITIAL VERSION.
001600*================================================================
001700 01  SAR-DETAIL-RECORD.
001800     05  SD-DETAIL-KEY.
001900         10  SD-CASE-ID            PIC 9(08).
002000         10  SD-DETAIL-TYPE        PIC X.
002100             88  SD-SUBJECT        VALUE 'S'.
002200             88  SD-TRANSACTION    VALUE 'T'.
002300             88  SD-NARRATIVE      VALUE 'N'.
002400         10  SD-DETAIL-SEQ         PIC 9(03).
002500     05  SD-DETAIL-DATA            PIC X(80).
002600     05  SD-SUBJECT-DATA REDEFINES SD-DETAIL-DATA.
002700         10  SD-CUSTOMER-NUMBER    PIC 9(09).
002800         10  SD-ACCT-NUMBER        PIC 9(10).
002900         10  SD-SUBJECT-NAME       PIC X(30).
003000         10  SD-SUBJECT-TAX-ID     PIC X(11).
003100         10  FILLER                PIC X(20).
003200     05  SD-TRANSACTION-DATA REDEFINES SD-DETAIL-DATA.
003300         10  SD-TRAN-ACCT-NUMBER   PIC 9(10).
003400         10  SD-TRAN-DATE          PIC 9(08).
003500         10  SD-TRAN-ID            PIC 9(08).
003600         10  SD-TRAN-TYPE          PIC X.
003700         10  SD-TRAN-AMOUNT        PIC S9(09)V99.
003800         10  SD-TRAN-CURRENCY      PIC X(03).
003900         10  SD-TRAN-OPERATOR      PIC X(08).
004000         10  FILLER                PIC X(31).
004100     05  SD-NARRATIVE-DATA REDEFINES SD-DETAIL-DATA.
004200         10  SD-NARRATIVE-TEXT     PIC X(70).
004300         10  FILLER                PIC X(10).
