000100*================================================================
000200*  RACTREC.CPY
000300*  ONE ROW PER DORMANT ACCOUNT REACTIVATED AT THE COUNTER -
000400*  WHO REACTIVATED IT, THE IDENTITY DOCUMENT THE TELLER SAW,
000500*  WHETHER THE CUSTOMER'S KYC REVIEW HAD TO BE BROUGHT UP TO
000600*  DATE FIRST, THE FEE CHARGED AND THE END OF THE FRAUD WATCH.
000700*  THE SUPERVISOR WHO APPROVED IT IS ON THE OVERRIDE LOG UNDER
000800*  TRAN TYPE R.  WRITTEN BY ACCT-REACTIVATE.
000900*----------------------------------------------------------------
001000*  MOD-HISTORY
001100*    2026-10-15  RPK  INITIAL VERSION.
001200*================================================================
001300 01  REACTIVATION-LOG-RECORD.
001400     05  RA-ACCT-NUMBER            PIC 9(10).
001500     05  RA-CUSTOMER-NUMBER        PIC 9(09).
001600     05  RA-REACT-DATE             PIC 9(08).
001700     05  RA-REACT-TIME             PIC 9(06).
001800     05  RA-TELLER-ID              PIC X(08).
001900     05  RA-BRANCH-ID              PIC X(06).
002000     05  RA-ID-TYPE                PIC X.
002100         88  RA-ID-PASSPORT        VALUE 'P'.
002200         88  RA-ID-DRIVING-LICENCE VALUE 'D'.
002300         88  RA-ID-NATIONAL-CARD   VALUE 'N'.
002400         88  RA-ID-TYPE-VALID      VALUE 'P' 'D' 'N'.
002500     05  RA-ID-NUMBER              PIC X(20).
002600     05  RA-ID-EXPIRY-DATE         PIC 9(08).
002700     05  RA-KYC-REFRESHED-FLAG     PIC X.
002800         88  RA-KYC-REFRESHED      VALUE 'Y'.
002900         88  RA-KYC-WAS-CURRENT    VALUE 'N'.
003000     05  RA-KYC-REVIEW-DATE        PIC 9(08).
003100     05  RA-FEE-CHARGED            PIC S9(09)V99.
003200     05  RA-WATCH-UNTIL-DATE       PIC 9(08).
