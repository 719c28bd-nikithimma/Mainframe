000100*================================================================
000200*  OBNDREC.CPY
000300*  RECORD LAYOUT FOR AN EMPLOYER ONBOARDING FILE - THE STAFF A
000400*  PAYROLL CLIENT WANTS SALARY ACCOUNTS OPENED FOR.  ONE FILE
000500*  HEADER NAMING THE EMPLOYER, ITS CORPORATE ACCOUNT, THE
000600*  PRODUCT AND CURRENCY THE SALARY ACCOUNTS OPEN UNDER AND THE
000700*  BRANCH THAT SERVICES THEM; ONE DETAIL PER EMPLOYEE WITH THE
000800*  PERSONAL DETAILS THE CUSTOMER MASTER NEEDS; AND A FILE
000900*  TRAILER CARRYING THE DETAIL COUNT AND A HASH TOTAL OF THE
001000*  EMPLOYEES' DATES OF BIRTH.  THE EMPLOYEE ID IS THE
001100*  EMPLOYER'S OWN AND COMES BACK ON THE RESPONSE FILE
001200*  (OBRSREC.CPY) AGAINST THE NEW ACCOUNT NUMBER.
001300*----------------------------------------------------------------
001400*  MOD-HISTORY
001500*    2026-10-15  RPK  INITIAL VERSION.
001600*================================================================
001700 01  EMPLOYER-ONBOARD-RECORD.
001800     05  OB-RECORD-TYPE            PIC X.
001900         88  OB-FILE-HEADER        VALUE 'H'.
002000         88  OB-EMPLOYEE-DETAIL    VALUE 'D'.
002100         88  OB-FILE-TRAILER       VALUE 'T'.
002200     05  OB-RECORD-BODY            PIC X(249).
002300*----------------------------------------------------------------
002400*  FILE HEADER.
002500*----------------------------------------------------------------
002600     05  OB-FILE-HEADER-BODY REDEFINES OB-RECORD-BODY.
002700         10  OB-FH-FILE-ID         PIC X(14).
002800         10  OB-FH-CREATE-DATE     PIC 9(08).
002900         10  OB-FH-SEQUENCE-NUMBER PIC 9(04).
003000         10  OB-FH-EMPLOYER-ID     PIC X(10).
003100         10  OB-FH-EMPLOYER-NAME   PIC X(30).
003200         10  OB-FH-EMPLOYER-ACCT   PIC 9(10).
003300         10  OB-FH-PRODUCT-TYPE    PIC X.
003400         10  OB-FH-CURRENCY-CODE   PIC X(03).
003500         10  OB-FH-BRANCH-ID       PIC X(06).
003600         10  FILLER                PIC X(163).
003700*----------------------------------------------------------------
003800*  EMPLOYEE DETAIL.
003900*----------------------------------------------------------------
004000     05  OB-EMPLOYEE-DETAIL-BODY REDEFINES OB-RECORD-BODY.
004100         10  OB-ED-EMPLOYEE-ID     PIC X(12).
004200         10  OB-ED-NAME            PIC X(30).
004300         10  OB-ED-ADDRESS-LINE-1  PIC X(30).
004400         10  OB-ED-ADDRESS-LINE-2  PIC X(30).
004500         10  OB-ED-CITY            PIC X(20).
004600         10  OB-ED-STATE           PIC X(02).
004700         10  OB-ED-ZIP-CODE        PIC X(10).
004800         10  OB-ED-DATE-OF-BIRTH   PIC 9(08).
004900         10  OB-ED-PHONE-NUMBER    PIC X(15).
005000         10  OB-ED-EMAIL-ADDRESS   PIC X(40).
005100         10  OB-ED-TAX-ID          PIC X(11).
005200         10  FILLER                PIC X(41).
005300*----------------------------------------------------------------
005400*  FILE TRAILER - DETAIL COUNT AND DATE-OF-BIRTH HASH TOTAL.
005500*----------------------------------------------------------------
005600     05  OB-FILE-TRAILER-BODY REDEFINES OB-RECORD-BODY.
005700         10  OB-FT-FILE-ID         PIC X(14).
005800         10  OB-FT-RECORD-COUNT    PIC 9(08).
005900         10  OB-FT-HASH-TOTAL      PIC 9(13).
006000         10  FILLER                PIC X(214).
