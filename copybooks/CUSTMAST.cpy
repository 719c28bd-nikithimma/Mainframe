003670*                     AT THE BACKUP RATE WHEN THE FLAG IS ON,
003680*                     REGARDLESS OF THE NORMAL THRESHOLD.
003690*                     SPACES ON OLD RECORDS READ AS MISSING.
003691*    2026-10-15  RPK  ADDED THE ADDRESS STATUS AND RETURNED-MAIL
003692*                     DATE.  RETURNED-MAIL INTAKE SETS THE STATUS
003693*                     TO U (UNDELIVERABLE) WITH THE DATE THE FIRST
003694*                     PIECE CAME BACK; STATEMENT AND NOTICE RUNS
003695*                     HOLD MAIL FOR THE CUSTOMER WHILE IT IS SET,
003696*                     AND AN APPROVED ADDRESS CHANGE THROUGH
003697*                     CUST-MAINT CLEARS IT.  A BLANK STATUS ON OLD
003698*                     RECORDS READS AS DELIVERABLE.
003708*    2026-10-15  RPK  ADDED THE RELATIONSHIP STATEMENT OPTION, ITS
003718*                     CYCLE AND ITS DELIVERY PREFERENCE.  A
003728*                     CUSTOMER WHO ELECTS IT GETS ONE CONSOLIDATED
003738*                     STATEMENT FROM REL-STMT ACROSS ALL THEIR
003748*                     ACCOUNTS AND LOANS, AND STMTGEN STOPS
003758*                     PRODUCING THE INDIVIDUAL ACCOUNT STATEMENTS.
003768*                     BLANK ON OLD RECORDS READS AS NOT ELECTED,
003778*                     PRINT.
003779*    2026-10-15  RPK  ADDED THE ANONYMIZED FLAG AND DATE.  SET BY
003780*                     THE YEARLY CUST-ANONYMIZE RUN WHEN A FULLY
003781*                     EXITED CUSTOMER'S NAME, ADDRESS, BIRTH DATE,
003782*                     TAX ID, PHONE AND EMAIL ARE CLEARED AFTER
003783*                     THE RETENTION DATE; THE CUSTOMER NUMBER
003784*                     STAYS SO ARCHIVED ACCOUNTS AND LOANS STILL
003785*                     JOIN.  BLANK ON OLD RECORDS READS AS NOT
003786*                     ANONYMIZED.
003787*    2026-10-15  RPK  ADDED THE DO-NOT-SOLICIT FLAG, MAINTAINED
003788*                     THROUGH CUST-MAINT.  CROSS-SELL-LEADS RAISES
003789*                     NO LEAD FOR A CUSTOMER WHO HAS ASKED NOT TO
003790*                     BE MARKETED TO.  BLANK ON OLD RECORDS READS
003791*                     AS SOLICIT OK.
003792*    2026-10-15  RPK  ADDED THE RELATIONSHIP OFFICER - THE
003793*                     OPERATOR ID OF THE OFFICER WHO LOOKS AFTER
003794*                     THE CUSTOMER, VALIDATED AGAINST THE OPERATOR
003795*                     MASTER BY CUST-MAINT AND OFFICER-REASSIGN
003796*                     AND REPORTED BY OFFICER-PORTFOLIO.  BLANK ON
003797*                     OLD RECORDS READS AS UNASSIGNED.
003798*================================================================
003800 01  CUSTOMER-MASTER-RECORD.
003900     05  CM-CUSTOMER-NUMBER        PIC 9(09).
004000     05  CM-CUSTOMER-NAME          PIC X(30).
006200         88  CM-TIN-MISSING        VALUE ' '.
006300     05  CM-BACKUP-WHT-FLAG        PIC X.
006400         88  CM-BACKUP-WITHHOLDING VALUE 'Y'.
006500     05  CM-ADDRESS-STATUS         PIC X.
006600         88  CM-ADDRESS-UNDELIVERABLE VALUE 'U'.
006700         88  CM-ADDRESS-DELIVERABLE VALUE 'G' ' '.
006800     05  CM-RETURNED-MAIL-DATE     PIC 9(08).
006900     05  CM-REL-STMT-OPTION        PIC X.
007000         88  CM-REL-STMT-ELECTED   VALUE 'Y'.
007100         88  CM-REL-STMT-NOT-ELECTED VALUE 'N' ' '.
007200     05  CM-REL-STMT-CYCLE         PIC 9(02).
007300     05  CM-REL-STMT-DELIVERY      PIC X.
007400         88  CM-REL-STMT-PRINT     VALUE 'P' ' '.
007500         88  CM-REL-STMT-ELECTRONIC VALUE 'E'.
007600         88  CM-REL-STMT-BOTH      VALUE 'B'.
007700     05  CM-ANONYMIZED-FLAG        PIC X.
007800         88  CM-IS-ANONYMIZED      VALUE 'Y'.
007900         88  CM-NOT-ANONYMIZED     VALUE 'N' ' '.
008000     05  CM-ANONYMIZED-DATE        PIC 9(08).
008100     05  CM-DO-NOT-SOLICIT-FLAG    PIC X.
008200         88  CM-DO-NOT-SOLICIT     VALUE 'Y'.
008300         88  CM-SOLICIT-OK         VALUE 'N' ' '.
008400     05  CM-OFFICER-ID             PIC X(08).
008500         88  CM-NO-OFFICER         VALUE SPACES.
