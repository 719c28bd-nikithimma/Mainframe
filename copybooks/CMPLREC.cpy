      *================================================================
      *  CMPLREC.CPY
      *  ONE CUSTOMER COMPLAINT, KEYED BY THE COMPLAINT ID DRAWN FROM
      *  THE SHARED ID COUNTER (SOURCE CMPL).  LOGGED AT THE CONSOLE
      *  BY COMPLAINT-LOG AGAINST THE CUSTOMER MASTER AND, WHERE THE
      *  CUSTOMER NAMES ONE, AN ACCOUNT, A TRANSACTION, A FEE OR A
      *  CARD.  THE RESPONSE DUE DATE IS SET AT INTAKE FROM THE
      *  CMPL-RESPONSE-DAYS PARAMETER; THE NIGHTLY AGING PASS
      *  (COMPLAINT-AGING) ESCALATES A COMPLAINT AS THE DUE DATE
      *  NEARS.  A REFUND MADE TO SETTLE THE COMPLAINT IS POSTED BY
      *  FEE-REFUND OR TRAN-REVERSE, WHICH RECORD THE POSTING'S
      *  TRANSACTION ID AND AMOUNT HERE THROUGH CMPL-LINK.  THE
      *  QUARTERLY COMPLAINT-SUMMARY TOTALS THE FILE BY BRANCH AND
      *  CATEGORY FOR THE EXAMINERS.
      *----------------------------------------------------------------
      *  MOD-HISTORY
      *    2026-10-15  RPK  INITIAL VERSION.
      *================================================================
       01  COMPLAINT-RECORD.
           05  CP-COMPLAINT-ID           PIC 9(08).
           05  CP-CUSTOMER-NUMBER        PIC 9(09).
           05  CP-BRANCH-ID              PIC X(06).
           05  CP-LINK-TYPE              PIC X.
               88  CP-LINK-NONE          VALUE 'N'.
               88  CP-LINK-ACCOUNT       VALUE 'A'.
               88  CP-LINK-TRANSACTION   VALUE 'T'.
               88  CP-LINK-FEE           VALUE 'F'.
               88  CP-LINK-CARD          VALUE 'C'.
               88  CP-LINK-VALID         VALUE 'N' 'A' 'T' 'F' 'C'.
           05  CP-ACCT-NUMBER            PIC 9(10).
           05  CP-LINK-REF-NUMBER        PIC 9(10).
           05  CP-LINK-REF-DATE          PIC 9(08).
           05  CP-CATEGORY               PIC X(04).
               88  CP-CAT-FEES           VALUE "FEES".
               88  CP-CAT-ACCOUNT        VALUE "ACCT".
               88  CP-CAT-TRANSACTION    VALUE "TRAN".
               88  CP-CAT-CARD           VALUE "CARD".
               88  CP-CAT-LOAN           VALUE "LOAN".
               88  CP-CAT-SERVICE        VALUE "SERV".
               88  CP-CAT-FRAUD          VALUE "FRAU".
               88  CP-CAT-PRIVACY        VALUE "PRIV".
               88  CP-CAT-FAIR-LENDING   VALUE "DISC".
               88  CP-CAT-OTHER          VALUE "OTHR".
               88  CP-CATEGORY-VALID     VALUE "FEES" "ACCT" "TRAN"
                                               "CARD" "LOAN" "SERV"
                                               "FRAU" "PRIV" "DISC"
                                               "OTHR".
           05  CP-CHANNEL                PIC X.
               88  CP-CHANNEL-BRANCH     VALUE 'B'.
               88  CP-CHANNEL-PHONE      VALUE 'P'.
               88  CP-CHANNEL-LETTER     VALUE 'L'.
               88  CP-CHANNEL-VALID      VALUE 'B' 'P' 'L'.
           05  CP-RECEIVED-DATE          PIC 9(08).
           05  CP-DUE-DATE               PIC 9(08).
           05  CP-LOGGED-OPERATOR        PIC X(08).
           05  CP-ASSIGNED-OPERATOR      PIC X(08).
           05  CP-SUMMARY-TEXT           PIC X(40).
           05  CP-STATUS-CODE            PIC X.
               88  CP-STATUS-OPEN        VALUE 'O'.
               88  CP-STATUS-ESCALATED   VALUE 'E'.
               88  CP-STATUS-RESOLVED    VALUE 'R'.
               88  CP-STATUS-WORKABLE    VALUE 'O' 'E'.
           05  CP-ESCALATED-DATE         PIC 9(08).
           05  CP-RESOLUTION-CODE        PIC X(04).
               88  CP-RES-EXPLAINED      VALUE "EXPL".
               88  CP-RES-CORRECTED      VALUE "CORR".
               88  CP-RES-REFUNDED       VALUE "REFD".
               88  CP-RES-DECLINED       VALUE "DECL".
               88  CP-RES-WITHDRAWN      VALUE "WDRN".
               88  CP-RESOLUTION-VALID   VALUE "EXPL" "CORR" "REFD"
                                               "DECL" "WDRN".
           05  CP-RESOLUTION-TEXT        PIC X(40).
           05  CP-RESOLVED-DATE          PIC 9(08).
           05  CP-RESOLVED-OPERATOR      PIC X(08).
           05  CP-REFUND-TRAN-ID         PIC 9(08).
           05  CP-REFUND-AMOUNT          PIC 9(09)V99.
