003000*                     START/END TIMES, COUNTS AND COMPLETION
003100*                     CODE - FOR THE MORNING OPERATIONS
003200*                     REPORT.
003212*    2026-10-15  RPK  LISTS, AS LOST OWNERS FOR DUE DILIGENCE,
003224*                     EVERY ACTIVE OR DORMANT ACCOUNT WHOSE
003236*                     CUSTOMER'S ADDRESS HAS BEEN FLAGGED
003248*                     UNDELIVERABLE FOR RETMAIL-DD-DAYS OR MORE
003260*                     (PARAMETER FILE, DEFAULT 180).  READS THE
003272*                     CUSTOMER MASTER AND PARAMETER FILE FOR IT;
003284*                     NOTHING ELSE ABOUT THE SWEEP CHANGES.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003800     COPY AUDTSEL.
003900     COPY ACTAUDSEL.
004000     COPY CHKPSEL.
004033     COPY CUSTMSEL.
004066     COPY PARMSEL.
004100*================================================================
004200 DATA DIVISION.
004300 FILE SECTION.
004900     COPY ACTAUDREC.
005000 FD  CHECKPOINT-FILE.
005100     COPY CHKPREC.
005120 FD  CUSTOMER-MASTER-FILE.
005140     COPY CUSTMAST.
005160 FD  BUSINESS-PARAMETER-FILE.
005180     COPY PARMREC.
005200*----------------------------------------------------------------
005300 WORKING-STORAGE SECTION.
005400*----------------------------------------------------------------
006100     05  WS-STATAUDT-STATUS        PIC XX.
006200     05  WS-ACTAUDIT-STATUS        PIC XX.
006300     05  WS-CHKPTFILE-STATUS       PIC XX.
006333     05  WS-CUSTMAST-STATUS        PIC XX.
006366     05  WS-BUSPARM-STATUS         PIC XX.
006400*----------------------------------------------------------------
006500 01  WS-WORK-FIELDS.
006600     05  WS-OPERATOR-ID            PIC X(08) VALUE "BATCH".
007500     05  WS-CHKPT-CHUNK-SIZE       PIC 9(04) COMP VALUE 50.
007600     05  WS-CHKPT-OPEN-FLAG        PIC X VALUE 'N'.
007700         88  WS-CHKPT-OPEN         VALUE 'Y'.
007712     05  WS-CUSTMAST-OPEN-FLAG     PIC X VALUE 'N'.
007724         88  WS-CUSTMAST-OPEN      VALUE 'Y'.
007736     05  WS-PARM-EOF-SWITCH        PIC X.
007748         88  NO-MORE-PARMS         VALUE 'Y'.
007760     05  WS-RETMAIL-DD-DAYS        PIC 9(05) VALUE 180.
007772     05  WS-DAYS-RETURNED          PIC S9(07) COMP.
007784     05  WS-LOST-OWNER-ACCOUNTS    PIC 9(06) COMP VALUE 0.
007800*----------------------------------------------------------------
007900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
008000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
011500*  CAN BE POSTED), THE TWO AUDIT LOGS AND THE CHECKPOINT FILE,
011600*  THEN EITHER SKIP (STEP ALREADY COMPLETE TONIGHT), RESUME PAST
011700*  THE CHECKPOINTED ACCOUNT, OR PRIME THE READ-AHEAD FROM THE TOP.
011733*  THE CUSTOMER MASTER IS ONLY READ FOR THE LOST-OWNER LIST, SO
011766*  ITS ABSENCE JUST LEAVES THE LIST EMPTY.
011800*----------------------------------------------------------------
011900 1000-INITIALIZE.
011914     PERFORM 1100-LOAD-PARAMETERS
011928         THRU 1100-LOAD-PARAMETERS-EXIT
011942     OPEN INPUT CUSTOMER-MASTER-FILE
011956     IF WS-CUSTMAST-STATUS = "00"
011970         SET WS-CUSTMAST-OPEN TO TRUE
011984     END-IF
012000     OPEN I-O ACCOUNT-MASTER-FILE
012100     IF WS-ACCTMAST-STATUS NOT = "00"
012200         DISPLAY "ACCTDORMANT: UNABLE TO OPEN ACCOUNT MASTER, "
018600 1000-INITIALIZE-EXIT.
018700     EXIT.
018800*----------------------------------------------------------------
018803 1100-LOAD-PARAMETERS.
018806     OPEN INPUT BUSINESS-PARAMETER-FILE
018809     IF WS-BUSPARM-STATUS NOT = "00"
018812         GO TO 1100-LOAD-PARAMETERS-EXIT
018815     END-IF
018818     MOVE 'N' TO WS-PARM-EOF-SWITCH
018821     PERFORM 1110-READ-ONE-PARAMETER
018824         THRU 1110-READ-ONE-PARAMETER-EXIT
018827         UNTIL NO-MORE-PARMS
018830     CLOSE BUSINESS-PARAMETER-FILE
018833     .
018836 1100-LOAD-PARAMETERS-EXIT.
018839     EXIT.
018842*----------------------------------------------------------------
018845 1110-READ-ONE-PARAMETER.
018848     READ BUSINESS-PARAMETER-FILE
018851         AT END
018854             MOVE 'Y' TO WS-PARM-EOF-SWITCH
018857             GO TO 1110-READ-ONE-PARAMETER-EXIT
018860     END-READ
018863     EVALUATE BP-PARM-NAME
018866         WHEN "RETMAIL-DD-DAYS"
018869             MOVE BP-PARM-VALUE TO WS-RETMAIL-DD-DAYS
018872         WHEN OTHER
018875             CONTINUE
018878     END-EVALUATE
018881     .
018884 1110-READ-ONE-PARAMETER-EXIT.
018887     EXIT.
018890*----------------------------------------------------------------
018900*  2000-SWEEP-ONE-ACCOUNT  --  FLIP ONE ACTIVE ACCOUNT TO DORMANT
019000*  IF ITS LAST ACTIVITY DATE IS OLD ENOUGH.  ACCOUNTS THAT ARE
019100*  ALREADY DORMANT, CLOSED, FROZEN OR BLOCKED ARE LEFT ALONE - THIS
020700             PERFORM 2200-FLIP-TO-DORMANT
020800                 THRU 2200-FLIP-TO-DORMANT-EXIT
020900         END-IF
020920     END-IF
020940     IF (STATUS-ACTIVE OR STATUS-DORMANT) AND WS-CUSTMAST-OPEN
020960         PERFORM 2300-CHECK-LOST-OWNER
020980             THRU 2300-CHECK-LOST-OWNER-EXIT
021000     END-IF
021100     IF FUNCTION MOD(WS-ACCOUNTS-CHECKED, WS-CHKPT-CHUNK-SIZE) = 0
021200         PERFORM 2400-UPDATE-CHECKPOINT
028200 2220-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
028300     EXIT.
028400*----------------------------------------------------------------
028403*  2300-CHECK-LOST-OWNER  --  AN OPEN ACCOUNT WHOSE OWNER'S MAIL
028406*  HAS BEEN COMING BACK FOR RETMAIL-DD-DAYS OR MORE GOES ON THE
028409*  DORMANCY DUE-DILIGENCE LIST - THE BRANCH TRIES TO TRACE THE
028412*  OWNER BEFORE THE ACCOUNT DRIFTS TOWARD ESCHEATMENT.
028415*----------------------------------------------------------------
028418 2300-CHECK-LOST-OWNER.
028421     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
028424     READ CUSTOMER-MASTER-FILE
028427         KEY IS CM-CUSTOMER-NUMBER
028430         INVALID KEY
028433             GO TO 2300-CHECK-LOST-OWNER-EXIT
028436     END-READ
028439     IF NOT CM-ADDRESS-UNDELIVERABLE
028442        OR CM-RETURNED-MAIL-DATE = ZERO
028445         GO TO 2300-CHECK-LOST-OWNER-EXIT
028448     END-IF
028451     COMPUTE WS-DAYS-RETURNED =
028454         FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
028457         - FUNCTION INTEGER-OF-DATE(CM-RETURNED-MAIL-DATE)
028460     IF WS-DAYS-RETURNED < WS-RETMAIL-DD-DAYS
028463         GO TO 2300-CHECK-LOST-OWNER-EXIT
028466     END-IF
028469     ADD 1 TO WS-LOST-OWNER-ACCOUNTS
028472     DISPLAY "ACCOUNT " AM-ACCT-NUMBER
028475         " - LOST OWNER, CUSTOMER " CM-CUSTOMER-NUMBER
028478         " MAIL RETURNED SINCE " CM-RETURNED-MAIL-DATE
028481         " - DUE DILIGENCE"
028484     .
028487 2300-CHECK-LOST-OWNER-EXIT.
028490     EXIT.
028493*----------------------------------------------------------------
028500*  2400-UPDATE-CHECKPOINT  --  RECORD HOW FAR THE SWEEP HAS
028600*  GOTTEN SO A RESTART CAN RESUME AFTER THIS ACCOUNT INSTEAD OF
028700*  FROM THE TOP OF THE FILE.
030400         WS-ACCOUNTS-CHECKED
030500     DISPLAY "ACCTDORMANT: ACCOUNTS DORMED   = "
030600         WS-ACCOUNTS-DORMED
030633     DISPLAY "ACCTDORMANT: LOST-OWNER ACCTS  = "
030666         WS-LOST-OWNER-ACCOUNTS
030700     .
030800 3000-SHOW-SUMMARY-EXIT.
030900     EXIT.
032500     CLOSE ACCOUNT-MASTER-FILE
032600     CLOSE STATUS-AUDIT-FILE
032700     CLOSE ACTIVITY-AUDIT-FILE
032725     IF WS-CUSTMAST-OPEN
032750         CLOSE CUSTOMER-MASTER-FILE
032775     END-IF
032800     .
032900 9999-EXIT-EXIT.
033000     EXIT.
