004000*                     WITH THE APPLY.  ADDS OF BRAND-NEW
004100*                     CUSTOMERS STAY IMMEDIATE - ACCOUNT
004200*                     OPENING CANNOT WAIT ON A QUEUE.
004205*    2026-10-15  RPK  AN UPDATE THAT CHANGES ANY ADDRESS FIELD ON
004210*                     A CUSTOMER FLAGGED UNDELIVERABLE ALSO CLEARS
004215*                     THE RETURNED-MAIL FLAG AND DATE IN THE
004220*                     PROPOSED IMAGE, SO APPROVAL OF THE NEW
004225*                     ADDRESS RELEASES THE HELD MAIL.  VIEW SHOWS
004230*                     THE FLAG; ADDS START DELIVERABLE.
004235*    2026-10-15  RPK  THE RELATIONSHIP STATEMENT OPTION, CYCLE AND
004240*                     DELIVERY PREFERENCE ARE MAINTAINED ON UPDATE
004245*                     AND SHOWN ON VIEW.  A NEW CUSTOMER STARTS
004250*                     NOT ELECTED.
004255*    2026-10-15  RPK  THE DO-NOT-SOLICIT FLAG IS MAINTAINED ON
004260*                     UPDATE AND SHOWN ON VIEW.  A NEW CUSTOMER
004265*                     STARTS SOLICIT OK.
004270*    2026-10-15  RPK  THE RELATIONSHIP OFFICER IS MAINTAINED ON
004275*                     UPDATE - VALIDATED AS AN ACTIVE STAFF
004280*                     OPERATOR ON THE OPERATOR MASTER - AND SHOWN
004285*                     ON VIEW.  A NEW CUSTOMER STARTS UNASSIGNED.
004300*================================================================
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     COPY CUSTMSEL.
004800     COPY ACTAUDSEL.
004850     COPY OPERMSEL.
004900*================================================================
005000 DATA DIVISION.
005100 FILE SECTION.
005300     COPY CUSTMAST.
005400 FD  ACTIVITY-AUDIT-FILE.
005500     COPY ACTAUDREC.
005533 FD  OPERATOR-MASTER-FILE.
005566     COPY OPERMAST.
005600*----------------------------------------------------------------
005700 WORKING-STORAGE SECTION.
005800 01  WS-FILE-STATUSES.
005900     05  WS-CUSTMAST-STATUS        PIC XX.
006000     05  WS-ACTAUDIT-STATUS        PIC XX.
006050     05  WS-OPERMAST-STATUS        PIC XX.
006100*----------------------------------------------------------------
006200 01  WS-WORK-FIELDS.
006300     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
007000     05  WS-TARGET-CUSTOMER        PIC 9(09).
007100     05  WS-NEW-TEXT               PIC X(40).
007200     05  WS-NEW-DOB                PIC 9(08).
007250     05  WS-NEW-CYCLE              PIC 9(02).
007300*----------------------------------------------------------------
007400*  THE MAKER-CHECKER HANDOFF - SEE PCHGREC.CPY.
007500*----------------------------------------------------------------
007700     05  WS-PC-TARGET-FILE         PIC X VALUE 'C'.
007800     05  WS-PC-ACTION              PIC X.
007900     05  WS-PC-TARGET-KEY          PIC X(20).
008000     05  WS-PC-OLD-IMAGE           PIC X(300).
008100     05  WS-PC-NEW-IMAGE           PIC X(300).
008200     05  WS-PC-HIGH-RISK           PIC X VALUE 'N'.
008300     05  WS-PC-CHANGE-ID           PIC 9(08).
008400*----------------------------------------------------------------
019000     ACCEPT CM-EMAIL-ADDRESS
019100     SET CM-IS-LIVING TO TRUE
019200     MOVE ZERO TO CM-DATE-OF-DEATH
019233     MOVE SPACE TO CM-ADDRESS-STATUS
019266     MOVE ZERO TO CM-RETURNED-MAIL-DATE
019274     SET CM-REL-STMT-NOT-ELECTED TO TRUE
019282     MOVE ZERO TO CM-REL-STMT-CYCLE
019290     SET CM-REL-STMT-PRINT TO TRUE
019295     SET CM-SOLICIT-OK TO TRUE
019297     MOVE SPACES TO CM-OFFICER-ID
019300     WRITE CUSTOMER-MASTER-RECORD
019400     CLOSE CUSTOMER-MASTER-FILE
019500
033100     IF WS-NEW-TEXT (1:1) = 'Y' OR WS-NEW-TEXT (1:1) = 'N'
033200         MOVE WS-NEW-TEXT (1:1) TO CM-BACKUP-WHT-FLAG
033300     END-IF
033302     DISPLAY "RELATIONSHIP STATEMENT IS " CM-REL-STMT-OPTION
033304         " CYCLE " CM-REL-STMT-CYCLE
033306         " DELIVERY " CM-REL-STMT-DELIVERY
033308     DISPLAY "ENTER NEW OPTION (Y/N, SPACE = KEEP): "
033310     ACCEPT WS-NEW-TEXT
033312     IF WS-NEW-TEXT (1:1) = 'Y' OR WS-NEW-TEXT (1:1) = 'N'
033314         MOVE WS-NEW-TEXT (1:1) TO CM-REL-STMT-OPTION
033316     END-IF
033318     IF CM-REL-STMT-ELECTED
033320         DISPLAY "ENTER NEW STATEMENT CYCLE (1-20, "
033322             "0 = MONTH-END RUN): "
033324         ACCEPT WS-NEW-CYCLE
033326         IF WS-NEW-CYCLE > 20
033328             DISPLAY "CYCLE MUST BE 0 THRU 20 - NOT CHANGED"
033330         ELSE
033332             MOVE WS-NEW-CYCLE TO CM-REL-STMT-CYCLE
033334         END-IF
033336         DISPLAY "ENTER NEW DELIVERY (P=PRINT E=ELECTRONIC "
033338             "B=BOTH, SPACE = KEEP): "
033340         ACCEPT WS-NEW-TEXT
033342         IF WS-NEW-TEXT (1:1) = 'P' OR WS-NEW-TEXT (1:1) = 'E'
033344            OR WS-NEW-TEXT (1:1) = 'B'
033346             MOVE WS-NEW-TEXT (1:1) TO CM-REL-STMT-DELIVERY
033348         END-IF
033350     END-IF
033352*    A NEW ADDRESS CLEARS ANY RETURNED-MAIL FLAG WHEN THE CHANGE
033354*    IS APPROVED - MAIL HELD FOR THE OLD ONE GOES OUT AGAIN.
033356     IF CM-ADDRESS-UNDELIVERABLE
033358         IF CM-ADDRESS-LINE-1 NOT = OC-ADDRESS-LINE-1
033360            OR CM-ADDRESS-LINE-2 NOT = OC-ADDRESS-LINE-2
033362            OR CM-CITY NOT = OC-CITY
033364            OR CM-STATE NOT = OC-STATE
033366            OR CM-ZIP-CODE NOT = OC-ZIP-CODE
033368             MOVE SPACE TO CM-ADDRESS-STATUS
033370             MOVE ZERO TO CM-RETURNED-MAIL-DATE
033372             DISPLAY "RETURNED-MAIL FLAG WILL CLEAR ON APPROVAL"
033374         END-IF
033376     END-IF
033378     DISPLAY "DO NOT SOLICIT IS " CM-DO-NOT-SOLICIT-FLAG
033380     DISPLAY "ENTER NEW FLAG (Y/N, SPACE = KEEP): "
033382     ACCEPT WS-NEW-TEXT
033384     IF WS-NEW-TEXT (1:1) = 'Y' OR WS-NEW-TEXT (1:1) = 'N'
033386         MOVE WS-NEW-TEXT (1:1) TO CM-DO-NOT-SOLICIT-FLAG
033388     END-IF
033390     PERFORM 4200-CAPTURE-OFFICER
033392         THRU 4200-CAPTURE-OFFICER-EXIT
033400     .
033500 4100-CAPTURE-NEW-VALUES-EXIT.
033502     EXIT.
033504*----------------------------------------------------------------
033506*  4200-CAPTURE-OFFICER  --  THE RELATIONSHIP OFFICER MUST BE AN
033508*  ACTIVE STAFF OPERATOR ON THE OPERATOR MASTER.  NONE CLEARS IT.
033510*----------------------------------------------------------------
033512 4200-CAPTURE-OFFICER.
033514     DISPLAY "RELATIONSHIP OFFICER IS " CM-OFFICER-ID
033516     DISPLAY "ENTER NEW OFFICER ID (SPACES = KEEP, "
033518         "NONE = UNASSIGN): "
033520     ACCEPT WS-NEW-TEXT
033522     IF WS-NEW-TEXT = SPACES
033524         GO TO 4200-CAPTURE-OFFICER-EXIT
033526     END-IF
033528     IF WS-NEW-TEXT = "NONE"
033530         MOVE SPACES TO CM-OFFICER-ID
033532         GO TO 4200-CAPTURE-OFFICER-EXIT
033534     END-IF
033536     OPEN INPUT OPERATOR-MASTER-FILE
033538     IF WS-OPERMAST-STATUS NOT = "00"
033540         DISPLAY "CUSTMAINT: UNABLE TO OPEN OPERATOR MASTER, "
033542             "STATUS = " WS-OPERMAST-STATUS
033544             " - OFFICER NOT CHANGED"
033546         GO TO 4200-CAPTURE-OFFICER-EXIT
033548     END-IF
033550     MOVE WS-NEW-TEXT (1:8) TO OP-OPERATOR-ID
033552     READ OPERATOR-MASTER-FILE
033554         KEY IS OP-OPERATOR-ID
033556         INVALID KEY
033558             DISPLAY "OFFICER NOT ON THE OPERATOR MASTER - "
033560                 "NOT CHANGED"
033562             CLOSE OPERATOR-MASTER-FILE
033564             GO TO 4200-CAPTURE-OFFICER-EXIT
033566     END-READ
033568     CLOSE OPERATOR-MASTER-FILE
033570     IF NOT OP-STATUS-ACTIVE OR OP-ROLE-BATCH
033572         DISPLAY "OFFICER IS NOT AN ACTIVE STAFF OPERATOR - "
033574             "NOT CHANGED"
033576         GO TO 4200-CAPTURE-OFFICER-EXIT
033578     END-IF
033580     MOVE OP-OPERATOR-ID TO CM-OFFICER-ID
033582     DISPLAY "OFFICER WILL BE " OP-OPERATOR-NAME
033584     .
033586 4200-CAPTURE-OFFICER-EXIT.
033600     EXIT.
033700*  5000-VIEW-CUSTOMER  --  SHOW ONE RECORD.
033800*----------------------------------------------------------------
035800             DISPLAY "  DOB " CM-DATE-OF-BIRTH
035900                 " PHONE " CM-PHONE-NUMBER
036000             DISPLAY "  EMAIL " CM-EMAIL-ADDRESS
036020             IF CM-ADDRESS-UNDELIVERABLE
036040                 DISPLAY "  ADDRESS UNDELIVERABLE SINCE "
036060                     CM-RETURNED-MAIL-DATE
036080             END-IF
036083             IF CM-REL-STMT-ELECTED
036086                 DISPLAY "  RELATIONSHIP STATEMENT CYCLE "
036089                     CM-REL-STMT-CYCLE " DELIVERY "
036092                     CM-REL-STMT-DELIVERY
036095             END-IF
036096             IF CM-DO-NOT-SOLICIT
036097                 DISPLAY "  DO NOT SOLICIT"
036098             END-IF
036099             DISPLAY "  OFFICER " CM-OFFICER-ID
036100     END-READ
036200     CLOSE CUSTOMER-MASTER-FILE
036300     .
