      *================================================================
      *  ACFDREC.CPY
      *  ONE LINE OF CONFIRMATION DETAIL BETWEEN THE TWO SORTS OF THE
      *  AUDIT CONFIRMATION RUN (AUDCONF.COB/AUDIT-CONFIRM).  THE
      *  FIRST SORT STATES EACH ACCOUNT AND LOAN AS IT STOOD ON ITS
      *  REQUEST'S AS-OF DATE AND WRITES A BALANCE LINE (B), A LINE
      *  PER HOLD THEN IN FORCE (H) AND A LIEN LINE (N); THE SECOND
      *  PUTS THEM BACK INTO REQUEST ORDER FOR THE LETTERS.  A WORK
      *  FILE ONLY - NOTHING OUTSIDE THE RUN READS IT.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  CONFIRM-DETAIL-RECORD.
           05  CD-REQUEST-SEQ            PIC 9(06).
           05  CD-CLASS                  PIC X(01).
               88  CD-DEPOSIT            VALUE 'D'.
               88  CD-LOAN               VALUE 'L'.
           05  CD-NUMBER                 PIC 9(10).
           05  CD-LINE-KIND              PIC X(01).
               88  CD-BALANCE-LINE       VALUE 'B'.
               88  CD-HOLD-LINE          VALUE 'H'.
               88  CD-LIEN-LINE          VALUE 'N'.
           05  CD-HOLD-ID                PIC 9(08).
           05  CD-FOUND-FLAG             PIC X(01).
               88  CD-BALANCE-FOUND      VALUE 'Y'.
           05  CD-STATE                  PIC X(01).
               88  CD-STATE-OPEN         VALUE ' '.
               88  CD-STATE-CLOSED       VALUE 'C'.
               88  CD-STATE-CHARGED-OFF  VALUE 'O'.
           05  CD-TYPE-CODE              PIC X(01).
           05  CD-CURRENCY-CODE          PIC X(03).
           05  CD-BALANCE-DATE           PIC 9(08).
           05  CD-BALANCE                PIC S9(11)V99.
           05  CD-INTEREST               PIC S9(11)V99.
           05  CD-HOLD-TYPE              PIC X(01).
           05  CD-HOLD-AMOUNT            PIC 9(09)V99.
           05  CD-PLACED-DATE            PIC 9(08).
           05  CD-EXPIRY-DATE            PIC 9(08).
           05  CD-LIEN-LOAN-NUMBER       PIC 9(10).
