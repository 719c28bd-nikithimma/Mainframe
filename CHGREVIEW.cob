002500*                     CUSTOMER ADDRESS CHANGE STILL SENDS THE
002600*                     FRAUD-PROTECTION LETTER TO THE OLD
002700*                     ADDRESS.
002705*    2026-10-15  RPK  NEW TARGET G - THE CHART-OF-ACCOUNTS MASTER
002710*                     (GLACCT-MAINT).  APPROVAL ADDS OR REWRITES
002715*                     THE GL ACCOUNT ROW AND AUDITS THE NAME,
002720*                     CLASS, NORMAL SIDE AND STATUS FIELD BY
002725*                     FIELD, KEYED ON THE GL CODE.
002730*    2026-10-15  RPK  A CUSTOMER CHANGE THAT CLEARS THE
002735*                     RETURNED-MAIL FLAG (CUST-MAINT CLEARS IT
002740*                     WITH ANY ADDRESS CHANGE) WRITES ITS OWN
002745*                     ADDR-STATUS AUDIT ROW.
002750*    2026-10-15  RPK  AN APPROVED CUSTOMER CHANGE NOW AUDITS THE
002755*                     RELATIONSHIP STATEMENT OPTION, CYCLE AND
002760*                     DELIVERY PREFERENCE.
002765*    2026-10-15  RPK  AN APPROVED CUSTOMER CHANGE ALSO AUDITS THE
002770*                     DO-NOT-SOLICIT FLAG.
002775*    2026-10-15  RPK  AN APPROVED CUSTOMER CHANGE AUDITS THE
002780*                     RELATIONSHIP OFFICER.  A CHANGE THAT LEAVES
002785*                     THE OFFICER ALONE NO LONGER PUTS BACK ONE
002790*                     OFFICER-REASSIGN MOVED WHILE IT WAITED.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003500     COPY BRCHMSEL.
003600     COPY OPERMSEL.
003700     COPY HOLCSEL.
003750     COPY GLACSEL.
003800     COPY ACTAUDSEL.
003900     COPY CONFSEL.
004000*================================================================
005200     COPY OPERMAST.
005300 FD  HOLIDAY-CALENDAR-FILE.
005400     COPY HOLCREC.
005430 FD  GL-ACCOUNT-MASTER-FILE.
005460     COPY GLACREC.
005500 FD  ACTIVITY-AUDIT-FILE.
005600     COPY ACTAUDREC.
005700 FD  ADDRESS-CONFIRM-FILE.
006500     05  WS-BRCHMAST-STATUS        PIC XX.
006600     05  WS-OPERMAST-STATUS        PIC XX.
006700     05  WS-HOLCAL-STATUS          PIC XX.
006750     05  WS-GLACCT-STATUS          PIC XX.
006800     05  WS-ACTAUDIT-STATUS        PIC XX.
006900     05  WS-CONFLTR-STATUS         PIC XX.
007000*----------------------------------------------------------------
010800         REPLACING ==HOLIDAY-CALENDAR-RECORD==
010900                BY ==NEW-HOLIDAY-IMAGE==
011000         LEADING ==HC== BY ==NH==.
011010     COPY GLACREC
011020         REPLACING ==GL-ACCOUNT-MASTER-RECORD==
011030                BY ==OLD-GL-ACCOUNT-IMAGE==
011040         LEADING ==GA== BY ==XA==.
011050     COPY GLACREC
011060         REPLACING ==GL-ACCOUNT-MASTER-RECORD==
011070                BY ==NEW-GL-ACCOUNT-IMAGE==
011080         LEADING ==GA== BY ==NA==.
011100*----------------------------------------------------------------
011200 01  WS-WORK-FIELDS.
011300     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
027000         WHEN PC-FILE-HOLIDAY
027100             PERFORM 4500-APPLY-HOLIDAY-CHANGE
027200                 THRU 4500-APPLY-HOLIDAY-CHANGE-EXIT
027220         WHEN PC-FILE-GL-ACCOUNT
027240             PERFORM 4600-APPLY-GL-ACCOUNT-CHANGE
027260                 THRU 4600-APPLY-GL-ACCOUNT-CHANGE-EXIT
027300         WHEN OTHER
027400             DISPLAY "UNKNOWN TARGET FILE " PC-TARGET-FILE
027500     END-EVALUATE
031300             CLOSE CUSTOMER-MASTER-FILE
031400             GO TO 4100-APPLY-CUSTOMER-CHANGE-EXIT
031500     END-READ
031514*    AN OFFICER REASSIGNED IN BULK WHILE THIS CHANGE WAITED
031528*    STANDS UNLESS THE CHANGE ITSELF MOVES THE OFFICER.
031542     IF NC-OFFICER-ID = XC-OFFICER-ID
031556         MOVE CM-OFFICER-ID TO NC-OFFICER-ID
031570         MOVE CM-OFFICER-ID TO XC-OFFICER-ID
031584     END-IF
031600     MOVE NEW-CUSTOMER-IMAGE TO CUSTOMER-MASTER-RECORD
031700     REWRITE CUSTOMER-MASTER-RECORD
031800     CLOSE CUSTOMER-MASTER-FILE
040900         PERFORM 8000-WRITE-FIELD-AUDIT-ROW
041000             THRU 8000-WRITE-FIELD-AUDIT-ROW-EXIT
041100     END-IF
041103     IF NC-ADDRESS-STATUS NOT = XC-ADDRESS-STATUS
041106         MOVE "ADDR-STATUS" TO WS-FIELD-NAME
041109         MOVE XC-ADDRESS-STATUS TO WS-BEFORE-TEXT
041112         MOVE NC-ADDRESS-STATUS TO WS-AFTER-TEXT
041115         PERFORM 8000-WRITE-FIELD-AUDIT-ROW
041118             THRU 8000-WRITE-FIELD-AUDIT-ROW-EXIT
041121     END-IF
041124     IF NC-REL-STMT-OPTION NOT = XC-REL-STMT-OPTION
041127         MOVE "REL-STMT" TO WS-FIELD-NAME
041130         MOVE XC-REL-STMT-OPTION TO WS-BEFORE-TEXT
041133         MOVE NC-REL-STMT-OPTION TO WS-AFTER-TEXT
041136         PERFORM 8000-WRITE-FIELD-AUDIT-ROW
041139             THRU 8000-WRITE-FIELD-AUDIT-ROW-EXIT
041142     END-IF
041145     IF NC-REL-STMT-CYCLE NOT = XC-REL-STMT-CYCLE
041148         MOVE "REL-CYCLE" TO WS-FIELD-NAME
041151         MOVE XC-REL-STMT-CYCLE TO WS-BEFORE-TEXT
041154         MOVE NC-REL-STMT-CYCLE TO WS-AFTER-TEXT
041157         PERFORM 8000-WRITE-FIELD-AUDIT-ROW
041160             THRU 8000-WRITE-FIELD-AUDIT-ROW-EXIT
041163     END-IF
041166     IF NC-REL-STMT-DELIVERY NOT = XC-REL-STMT-DELIVERY
041169         MOVE "REL-DELIVERY" TO WS-FIELD-NAME
041172         MOVE XC-REL-STMT-DELIVERY TO WS-BEFORE-TEXT
041175         MOVE NC-REL-STMT-DELIVERY TO WS-AFTER-TEXT
041178         PERFORM 8000-WRITE-FIELD-AUDIT-ROW
041181             THRU 8000-WRITE-FIELD-AUDIT-ROW-EXIT
041184     END-IF
041200     IF WS-ADDRESS-CHANGED
041300         PERFORM 8500-WRITE-CONFIRM-LETTER
041400             THRU 8500-WRITE-CONFIRM-LETTER-EXIT
041406     END-IF
041412     IF NC-DO-NOT-SOLICIT-FLAG NOT = XC-DO-NOT-SOLICIT-FLAG
041418         MOVE "NO-SOLICIT" TO WS-FIELD-NAME
041424         MOVE XC-DO-NOT-SOLICIT-FLAG TO WS-BEFORE-TEXT
041430         MOVE NC-DO-NOT-SOLICIT-FLAG TO WS-AFTER-TEXT
041436         PERFORM 8000-WRITE-FIELD-AUDIT-ROW
041442             THRU 8000-WRITE-FIELD-AUDIT-ROW-EXIT
041448     END-IF
041454     IF NC-OFFICER-ID NOT = XC-OFFICER-ID
041460         MOVE "OFFICER" TO WS-FIELD-NAME
041466         MOVE XC-OFFICER-ID TO WS-BEFORE-TEXT
041472         MOVE NC-OFFICER-ID TO WS-AFTER-TEXT
041478         PERFORM 8000-WRITE-FIELD-AUDIT-ROW
041484             THRU 8000-WRITE-FIELD-AUDIT-ROW-EXIT
041500     END-IF
041600     .
041700 4100-APPLY-CUSTOMER-CHANGE-EXIT.
065100 4500-APPLY-HOLIDAY-CHANGE-EXIT.
065200     EXIT.
065300*----------------------------------------------------------------
065301*  4600-APPLY-GL-ACCOUNT-CHANGE  --  ADD OR UPDATE A GL ACCOUNT
065302*  ON THE CHART OF ACCOUNTS.
065303*----------------------------------------------------------------
065304 4600-APPLY-GL-ACCOUNT-CHANGE.
065305     MOVE PC-OLD-IMAGE TO OLD-GL-ACCOUNT-IMAGE
065306     MOVE PC-NEW-IMAGE TO NEW-GL-ACCOUNT-IMAGE
065307     OPEN I-O GL-ACCOUNT-MASTER-FILE
065308     IF WS-GLACCT-STATUS = "35"
065309         CLOSE GL-ACCOUNT-MASTER-FILE
065310         OPEN OUTPUT GL-ACCOUNT-MASTER-FILE
065311         CLOSE GL-ACCOUNT-MASTER-FILE
065312         OPEN I-O GL-ACCOUNT-MASTER-FILE
065313     END-IF
065314     IF WS-GLACCT-STATUS NOT = "00"
065315         DISPLAY "CHGREVIEW: UNABLE TO OPEN CHART OF ACCOUNTS, "
065316             "STATUS = " WS-GLACCT-STATUS
065317         GO TO 4600-APPLY-GL-ACCOUNT-CHANGE-EXIT
065318     END-IF
065319     MOVE NEW-GL-ACCOUNT-IMAGE TO GL-ACCOUNT-MASTER-RECORD
065320     IF PC-ACTION-ADD
065321         WRITE GL-ACCOUNT-MASTER-RECORD
065322             INVALID KEY
065323                 REWRITE GL-ACCOUNT-MASTER-RECORD
065324         END-WRITE
065325     ELSE
065326         REWRITE GL-ACCOUNT-MASTER-RECORD
065327             INVALID KEY
065328                 WRITE GL-ACCOUNT-MASTER-RECORD
065329         END-REWRITE
065330     END-IF
065331     CLOSE GL-ACCOUNT-MASTER-FILE
065332     MOVE 'Y' TO WS-APPLY-OK-SWITCH
065333
065334     MOVE NA-GL-ACCOUNT-CODE TO WS-AUDIT-ACCT
065335     IF NA-ACCOUNT-NAME NOT = XA-ACCOUNT-NAME
065336         MOVE "ACCT-NAME" TO WS-FIELD-NAME
065337         MOVE XA-ACCOUNT-NAME TO WS-BEFORE-TEXT
065338         MOVE NA-ACCOUNT-NAME TO WS-AFTER-TEXT
065339         PERFORM 8000-WRITE-FIELD-AUDIT-ROW
065340             THRU 8000-WRITE-FIELD-AUDIT-ROW-EXIT
065341     END-IF
065342     IF NA-ACCOUNT-CLASS NOT = XA-ACCOUNT-CLASS
065343         MOVE "ACCT-CLASS" TO WS-FIELD-NAME
065344         MOVE XA-ACCOUNT-CLASS TO WS-BEFORE-TEXT
065345         MOVE NA-ACCOUNT-CLASS TO WS-AFTER-TEXT
065346         PERFORM 8000-WRITE-FIELD-AUDIT-ROW
065347             THRU 8000-WRITE-FIELD-AUDIT-ROW-EXIT
065348     END-IF
065349     IF NA-NORMAL-BALANCE NOT = XA-NORMAL-BALANCE
065350         MOVE "NORMAL-SIDE" TO WS-FIELD-NAME
065351         MOVE XA-NORMAL-BALANCE TO WS-BEFORE-TEXT
065352         MOVE NA-NORMAL-BALANCE TO WS-AFTER-TEXT
065353         PERFORM 8000-WRITE-FIELD-AUDIT-ROW
065354             THRU 8000-WRITE-FIELD-AUDIT-ROW-EXIT
065355     END-IF
065356     IF NA-STATUS-CODE NOT = XA-STATUS-CODE
065357         MOVE "STATUS" TO WS-FIELD-NAME
065358         MOVE XA-STATUS-CODE TO WS-BEFORE-TEXT
065359         MOVE NA-STATUS-CODE TO WS-AFTER-TEXT
065360         PERFORM 8000-WRITE-FIELD-AUDIT-ROW
065361             THRU 8000-WRITE-FIELD-AUDIT-ROW-EXIT
065362     END-IF
065363     .
065364 4600-APPLY-GL-ACCOUNT-CHANGE-EXIT.
065365     EXIT.
065366*----------------------------------------------------------------
065400*  5000-REJECT-CHANGE  --  THE CHANGE DIES ON THE QUEUE; THE
065500*  MASTER WAS NEVER TOUCHED.
065600*----------------------------------------------------------------
