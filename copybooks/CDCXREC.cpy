000100*================================================================
000200*  CDCXREC.CPY
000300*  ONE RECORD OF A CHANGE-DATA-CAPTURE EXTRACT FOR THE DATA
000400*  WAREHOUSE, WRITTEN BY CDC-EXTRACT.  THERE IS ONE EXTRACT
000500*  FILE PER MASTER (ACCOUNT, CUSTOMER, LOAN, DEBIT CARD), EACH
000600*  A HEADER, ONE DETAIL PER RECORD ADDED, CHANGED OR DELETED
000700*  SINCE THE LAST RUN, AND A TRAILER WITH THE CONTROL COUNTS.
000800*  A DETAIL CARRIES THE MASTER RECORD'S KEY AND ITS BEFORE AND
000900*  AFTER IMAGES EXACTLY AS THE MASTER HOLDS THEM (LAID OUT BY
001000*  ACCTMAST, CUSTMAST, LOANMAST OR CARDMAST), LEFT-JUSTIFIED
001100*  AND SPACE-FILLED; THE BEFORE IMAGE IS SPACES ON AN ADD AND
001200*  THE AFTER IMAGE IS SPACES ON A DELETE.  THE IMAGES CARRY
001300*  PACKED FIELDS, SO THE FILES ARE RECORD SEQUENTIAL.
001400*----------------------------------------------------------------
001500*  MOD-HISTORY
001600*    2026-10-15  RPK  INITIAL VERSION.
001700*================================================================
001800 01  CDC-EXTRACT-RECORD.
001900     05  CX-RECORD-TYPE            PIC X.
002000         88  CX-HEADER             VALUE 'H'.
002100         88  CX-DETAIL             VALUE 'D'.
002200         88  CX-TRAILER            VALUE 'T'.
002300     05  CX-DETAIL-FIELDS.
002400         10  CX-OPERATION-CODE     PIC X.
002500             88  CX-RECORD-ADDED   VALUE 'A'.
002600             88  CX-RECORD-CHANGED VALUE 'C'.
002700             88  CX-RECORD-DELETED VALUE 'D'.
002800         10  CX-BUSINESS-DATE      PIC 9(08).
002900         10  CX-RECORD-KEY         PIC X(10).
003000         10  CX-BEFORE-IMAGE       PIC X(300).
003100         10  CX-AFTER-IMAGE        PIC X(300).
003200*----------------------------------------------------------------
003300*  HEADER - WHICH MASTER, THIS RUN'S BUSINESS DATE AND THE
003400*  BUSINESS DATE OF THE RUN THE CHANGES ARE MEASURED FROM
003500*  (ZERO ON THE FIRST RUN, WHEN EVERY RECORD COMES AS AN ADD).
003600*----------------------------------------------------------------
003700     05  CX-HEADER-FIELDS REDEFINES CX-DETAIL-FIELDS.
003800         10  CX-HD-MASTER-NAME     PIC X(20).
003900         10  CX-HD-BUSINESS-DATE   PIC 9(08).
004000         10  CX-HD-PRIOR-DATE      PIC 9(08).
004100         10  CX-HD-CREATED-DATE    PIC 9(08).
004200         10  CX-HD-CREATED-TIME    PIC 9(08).
004300         10  FILLER                PIC X(567).
004400*----------------------------------------------------------------
004500*  TRAILER - DETAIL COUNTS BY OPERATION AND THE NUMBER OF
004600*  RECORDS ON THE MASTER AT THE TIME OF THE RUN.  A RUN STATUS
004700*  OF I MEANS THE MASTER COULD NOT BE READ AND THE FILE CARRIES
004800*  NO CHANGES FOR IT; THEY COME THROUGH ON THE NEXT GOOD RUN.
004900*----------------------------------------------------------------
005000     05  CX-TRAILER-FIELDS REDEFINES CX-DETAIL-FIELDS.
005100         10  CX-TR-DETAIL-COUNT    PIC 9(09).
005200         10  CX-TR-ADDED-COUNT     PIC 9(09).
005300         10  CX-TR-CHANGED-COUNT   PIC 9(09).
005400         10  CX-TR-DELETED-COUNT   PIC 9(09).
005500         10  CX-TR-MASTER-COUNT    PIC 9(09).
005600         10  CX-TR-RUN-STATUS      PIC X.
005700             88  CX-TR-COMPLETE    VALUE 'C'.
005800             88  CX-TR-INCOMPLETE  VALUE 'I'.
005900         10  FILLER                PIC X(573).
