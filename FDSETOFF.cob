000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LOAN-FD-SETOFF.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  NIGHTLY SET-OFF OF
001300*                     PLEDGED FIXED DEPOSITS AGAINST LOANS IN
001400*                     DEFAULT.  FOR EACH ACTIVE TYPE D PIECE ON
001500*                     THE COLLATERAL FILE WHOSE LOAN COLLECT-
001600*                     DESK OR LOAN-CHARGEOFF HAS DECLARED IN
001700*                     DEFAULT, THE LIENED FD IS DEBITED FOR
001800*                     WHAT IS OWED, UP TO ITS BALANCE.  A LIVE
001900*                     LOAN TAKES THE PROCEEDS AGAINST ITS LATE
002000*                     CHARGES AND THEN ITS BALANCE (CLOSING AT
002100*                     ZERO); A CHARGED-OFF LOAN CARRIES A ZERO
002200*                     BALANCE, SO THE PROCEEDS POST AS A
002300*                     RECOVERY ON THE SUB-LEDGER WITH GL CODE
002400*                     R, THE SAME AS THE RECOVERY DESK.  AN FD
002500*                     LEFT AT ZERO IS CLOSED.  EITHER WAY THE
002600*                     LIEN IS LIFTED AND THE COLLATERAL
002700*                     RELEASED.  EVERY SET-OFF LOGS AN
002800*                     ACTIVITY AUDIT ROW.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     COPY COLLSEL.
003400     COPY LOANMSEL.
003500     COPY ACCTMSEL.
003600     COPY CHGOSEL.
003700     COPY TRANSEL.
003800     COPY ACTAUDSEL.
003900*================================================================
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  LOAN-COLLATERAL-FILE.
004300     COPY COLLREC.
004400 FD  LOAN-MASTER-FILE.
004500     COPY LOANMAST.
004600 FD  ACCOUNT-MASTER-FILE.
004700     COPY ACCTMAST.
004800 FD  CHARGEOFF-FILE.
004900     COPY CHGOREC.
005000 FD  TRANSACTION-FILE.
005100     COPY TRANREC.
005200 FD  ACTIVITY-AUDIT-FILE.
005300     COPY ACTAUDREC.
005400*----------------------------------------------------------------
005500 WORKING-STORAGE SECTION.
005600     COPY ACCTSTAT.
005700*----------------------------------------------------------------
005800 01  WS-FILE-STATUSES.
005900     05  WS-COLLFILE-STATUS        PIC XX.
006000     05  WS-LOANMAST-STATUS        PIC XX.
006100     05  WS-ACCTMAST-STATUS        PIC XX.
006200     05  WS-CHGOFILE-STATUS        PIC XX.
006300     05  WS-TRANFILE-STATUS        PIC XX.
006400     05  WS-ACTAUDIT-STATUS        PIC XX.
006500*----------------------------------------------------------------
006600 01  WS-WORK-FIELDS.
006700     05  WS-COLL-EOF-SWITCH        PIC X VALUE 'N'.
006800         88  NO-MORE-COLLATERAL    VALUE 'Y'.
006900     05  WS-CHGO-OPEN-SWITCH       PIC X VALUE 'N'.
007000         88  WS-CHGO-FILE-OPEN     VALUE 'Y'.
007100     05  WS-PIECES-READ            PIC 9(06) COMP VALUE 0.
007200     05  WS-SETOFFS-APPLIED        PIC 9(06) COMP VALUE 0.
007300     05  WS-LIENS-RELEASED         PIC 9(06) COMP VALUE 0.
007400     05  WS-AMOUNT-SET-OFF         PIC S9(11)V99 VALUE 0.
007500     05  WS-AMOUNT-OWED            PIC S9(11)V99.
007600     05  WS-SETOFF-AMOUNT          PIC S9(09)V99.
007700     05  WS-LATE-CHARGE-PORTION    PIC S9(09)V99.
007800     05  WS-PRINCIPAL-PORTION      PIC S9(09)V99.
007900     05  WS-ZERO-ACCT              PIC 9(10) VALUE 0.
008000     05  WS-CASH-TYPE              PIC X VALUE 'S'.
008100     05  WS-SETOFF-OPERATOR-ID     PIC X(08) VALUE "FDSETOFF".
008200     05  WS-GL-POST-FLAG           PIC X.
008300     05  WS-SETOFF-RESULT          PIC X(15).
008400 01  WS-ID-SOURCE-NAME             PIC X(08).
008500 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
008600*----------------------------------------------------------------
008700 01  WS-BUSINESS-DATE              PIC 9(08).
008800 01  WS-BUSDATE-FLAG               PIC X.
008900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
009000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
009100     05  WS-TS-DATE                PIC 9(08).
009200     05  WS-TS-TIME-OF-DAY         PIC 9(08).
009300     05  FILLER                    PIC X(05).
009400*----------------------------------------------------------------
009500 01  WS-RUN-HISTORY-FIELDS.
009600     05  WS-RH-STEP-NAME           PIC X(08) VALUE "FDSOSTEP".
009700     05  WS-RH-START-TIMESTAMP     PIC X(21).
009800     05  WS-RH-RECORDS-READ        PIC 9(08).
009900     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
010000     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
010100     05  WS-RH-COMPLETION-CODE     PIC 9(02).
010200*================================================================
010300 PROCEDURE DIVISION.
010400*================================================================
010500 0000-MAINLINE.
010600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
010700     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
010800     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
010900         WS-BUSDATE-FLAG
011000     IF WS-BUSDATE-FLAG = "Y"
011100         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
011200     END-IF
011300     PERFORM 1000-INITIALIZE
011400         THRU 1000-INITIALIZE-EXIT
011500     PERFORM 2000-WORK-ONE-PIECE
011600         THRU 2000-WORK-ONE-PIECE-EXIT
011700         UNTIL NO-MORE-COLLATERAL
011800     PERFORM 9999-EXIT
011900         THRU 9999-EXIT-EXIT
012000     DISPLAY "FDSETOFF: COLLATERAL READ = " WS-PIECES-READ
012100     DISPLAY "FDSETOFF: SET-OFFS MADE   = " WS-SETOFFS-APPLIED
012200     DISPLAY "FDSETOFF: LIENS RELEASED  = " WS-LIENS-RELEASED
012300     DISPLAY "FDSETOFF: AMOUNT SET OFF  = " WS-AMOUNT-SET-OFF
012400     MOVE WS-PIECES-READ TO WS-RH-RECORDS-READ
012500     MOVE WS-SETOFFS-APPLIED TO WS-RH-RECORDS-UPDATED
012600     MOVE WS-AMOUNT-SET-OFF TO WS-RH-AMOUNT-POSTED
012700     MOVE ZERO TO WS-RH-COMPLETION-CODE
012800     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
012900         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
013000         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
013100         WS-RH-COMPLETION-CODE
013200     STOP RUN.
013300*----------------------------------------------------------------
013400*  1000-INITIALIZE  --  THE CHARGE-OFF SUB-LEDGER IS OPTIONAL;
013500*  WITHOUT IT A CHARGED-OFF LOAN'S DEPOSIT WAITS FOR A LATER
013600*  NIGHT.
013700*----------------------------------------------------------------
013800 1000-INITIALIZE.
013900     OPEN I-O LOAN-COLLATERAL-FILE
014000     IF WS-COLLFILE-STATUS NOT = "00"
014100         DISPLAY "FDSETOFF: NO COLLATERAL FILE - NOTHING "
014200             "TO SET OFF"
014300         MOVE 'Y' TO WS-COLL-EOF-SWITCH
014400         GO TO 1000-INITIALIZE-EXIT
014500     END-IF
014600     OPEN I-O LOAN-MASTER-FILE
014700     IF WS-LOANMAST-STATUS NOT = "00"
014800         DISPLAY "FDSETOFF: UNABLE TO OPEN LOAN MASTER, "
014900             "STATUS = " WS-LOANMAST-STATUS
015000         MOVE 'Y' TO WS-COLL-EOF-SWITCH
015100         GO TO 1000-INITIALIZE-EXIT
015200     END-IF
015300     OPEN I-O ACCOUNT-MASTER-FILE
015400     IF WS-ACCTMAST-STATUS NOT = "00"
015500         DISPLAY "FDSETOFF: UNABLE TO OPEN ACCOUNT MASTER, "
015600             "STATUS = " WS-ACCTMAST-STATUS
015700         MOVE 'Y' TO WS-COLL-EOF-SWITCH
015800         GO TO 1000-INITIALIZE-EXIT
015900     END-IF
016000     OPEN I-O CHARGEOFF-FILE
016100     IF WS-CHGOFILE-STATUS = "00"
016200         MOVE 'Y' TO WS-CHGO-OPEN-SWITCH
016300     END-IF
016400     .
016500 1000-INITIALIZE-EXIT.
016600     EXIT.
016700*----------------------------------------------------------------
016800*  2000-WORK-ONE-PIECE  --  ONE COLLATERAL PIECE: AN ACTIVE
016900*  DEPOSIT PLEDGE ON A LOAN IN DEFAULT, WHOSE FD STILL HOLDS
017000*  THE LIEN FOR THAT LOAN.
017100*----------------------------------------------------------------
017200 2000-WORK-ONE-PIECE.
017300     READ LOAN-COLLATERAL-FILE NEXT RECORD
017400         AT END
017500             MOVE 'Y' TO WS-COLL-EOF-SWITCH
017600             GO TO 2000-WORK-ONE-PIECE-EXIT
017700     END-READ
017800     ADD 1 TO WS-PIECES-READ
017900     IF NOT CL-TYPE-DEPOSIT OR NOT CL-COLLATERAL-ACTIVE
018000         GO TO 2000-WORK-ONE-PIECE-EXIT
018100     END-IF
018200     IF CL-DEPOSIT-ACCT-NUMBER = ZERO
018300         GO TO 2000-WORK-ONE-PIECE-EXIT
018400     END-IF
018500     MOVE CL-LOAN-NUMBER TO LM-LOAN-NUMBER
018600     READ LOAN-MASTER-FILE
018700         KEY IS LM-LOAN-NUMBER
018800         INVALID KEY
018900             DISPLAY "FDSETOFF: LOAN " CL-LOAN-NUMBER
019000                 " NOT ON MASTER - PLEDGE SKIPPED"
019100             GO TO 2000-WORK-ONE-PIECE-EXIT
019200     END-READ
019300     IF NOT LM-IN-DEFAULT
019400         GO TO 2000-WORK-ONE-PIECE-EXIT
019500     END-IF
019600     MOVE CL-DEPOSIT-ACCT-NUMBER TO AM-ACCT-NUMBER
019700     READ ACCOUNT-MASTER-FILE
019800         KEY IS AM-ACCT-NUMBER
019900         INVALID KEY
020000             DISPLAY "FDSETOFF: FD " CL-DEPOSIT-ACCT-NUMBER
020100                 " NOT ON MASTER - PLEDGE SKIPPED"
020200             GO TO 2000-WORK-ONE-PIECE-EXIT
020300     END-READ
020400     IF NOT AM-FD-LIENED
020500             OR AM-FD-LIEN-LOAN-NUMBER NOT = CL-LOAN-NUMBER
020600         DISPLAY "FDSETOFF: FD " CL-DEPOSIT-ACCT-NUMBER
020700             " NOT LIENED TO LOAN " CL-LOAN-NUMBER
020800             " - PLEDGE SKIPPED"
020900         GO TO 2000-WORK-ONE-PIECE-EXIT
021000     END-IF
021100     MOVE AM-STATUS-CODE TO ACCT-STATUS-CODE
021200     IF STATUS-FROZEN OR STATUS-CLOSED
021300         DISPLAY "FDSETOFF: FD " CL-DEPOSIT-ACCT-NUMBER
021400             " FROZEN OR CLOSED - PLEDGE SKIPPED"
021500         GO TO 2000-WORK-ONE-PIECE-EXIT
021600     END-IF
021700     PERFORM 2100-FIND-AMOUNT-OWED
021800         THRU 2100-FIND-AMOUNT-OWED-EXIT
021900     IF WS-AMOUNT-OWED < ZERO
022000         GO TO 2000-WORK-ONE-PIECE-EXIT
022100     END-IF
022200     MOVE ZERO TO WS-SETOFF-AMOUNT
022300     IF AM-BALANCE > ZERO AND WS-AMOUNT-OWED > ZERO
022400         IF AM-BALANCE < WS-AMOUNT-OWED
022500             MOVE AM-BALANCE TO WS-SETOFF-AMOUNT
022600         ELSE
022700             MOVE WS-AMOUNT-OWED TO WS-SETOFF-AMOUNT
022800         END-IF
022900         PERFORM 2200-DEBIT-THE-DEPOSIT
023000             THRU 2200-DEBIT-THE-DEPOSIT-EXIT
023100         IF LM-LOAN-CHARGED-OFF
023200             PERFORM 2400-POST-AS-RECOVERY
023300                 THRU 2400-POST-AS-RECOVERY-EXIT
023400         ELSE
023500             PERFORM 2300-APPLY-TO-THE-LOAN
023600                 THRU 2300-APPLY-TO-THE-LOAN-EXIT
023700         END-IF
023800     END-IF
023900*    THE FD IS NOW EXHAUSTED OR THE DEBT IS MET - EITHER WAY
024000*    THE PLEDGE HAS DONE ITS WORK.
024100     PERFORM 2500-RELEASE-THE-PLEDGE
024200         THRU 2500-RELEASE-THE-PLEDGE-EXIT
024300     .
024400 2000-WORK-ONE-PIECE-EXIT.
024500     EXIT.
024600*----------------------------------------------------------------
024700*  2100-FIND-AMOUNT-OWED  --  A LIVE LOAN OWES ITS BALANCE PLUS
024800*  LATE CHARGES; A CHARGED-OFF ONE WHAT THE SUB-LEDGER HAS NOT
024900*  YET RECOVERED; A CLOSED ONE NOTHING.  NEGATIVE MEANS THE
025000*  FIGURE CANNOT BE HAD TONIGHT - LEAVE THE PLEDGE ALONE.
025100*----------------------------------------------------------------
025200 2100-FIND-AMOUNT-OWED.
025300     MOVE ZERO TO WS-AMOUNT-OWED
025400     IF LM-LOAN-CLOSED
025500         GO TO 2100-FIND-AMOUNT-OWED-EXIT
025600     END-IF
025700     IF NOT LM-LOAN-CHARGED-OFF
025800         COMPUTE WS-AMOUNT-OWED =
025900             LM-OUTSTANDING-BALANCE + LM-LATE-CHARGES-DUE
026000         GO TO 2100-FIND-AMOUNT-OWED-EXIT
026100     END-IF
026200     IF NOT WS-CHGO-FILE-OPEN
026300         DISPLAY "FDSETOFF: NO CHARGE-OFF SUB-LEDGER - LOAN "
026400             LM-LOAN-NUMBER " LEFT FOR A LATER RUN"
026500         MOVE -1 TO WS-AMOUNT-OWED
026600         GO TO 2100-FIND-AMOUNT-OWED-EXIT
026700     END-IF
026800     MOVE LM-LOAN-NUMBER TO CO-LOAN-NUMBER
026900     READ CHARGEOFF-FILE
027000         KEY IS CO-LOAN-NUMBER
027100         INVALID KEY
027200             DISPLAY "FDSETOFF: LOAN " LM-LOAN-NUMBER
027300                 " NOT ON THE CHARGE-OFF SUB-LEDGER - "
027400                 "PLEDGE SKIPPED"
027500             MOVE -1 TO WS-AMOUNT-OWED
027600             GO TO 2100-FIND-AMOUNT-OWED-EXIT
027700     END-READ
027800     IF CO-FULLY-RECOVERED
027900         GO TO 2100-FIND-AMOUNT-OWED-EXIT
028000     END-IF
028100     COMPUTE WS-AMOUNT-OWED =
028200         CO-CHARGEOFF-AMOUNT - CO-RECOVERED-TOTAL
028300     IF WS-AMOUNT-OWED < ZERO
028400         MOVE ZERO TO WS-AMOUNT-OWED
028500     END-IF
028600     .
028700 2100-FIND-AMOUNT-OWED-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
029000*  2200-DEBIT-THE-DEPOSIT  --  THE FD SIDE: BALANCE, A
029100*  WITHDRAWAL ROW UNDER THE SET-OFF OPERATOR, AND ITS GL LEG.
029200*  AN FD LEFT AT ZERO IS CLOSED.
029300*----------------------------------------------------------------
029400 2200-DEBIT-THE-DEPOSIT.
029500     SUBTRACT WS-SETOFF-AMOUNT FROM AM-BALANCE
029600     MOVE WS-TS-DATE TO AM-LAST-ACTIVITY-DATE
029700     IF AM-BALANCE = ZERO
029800         MOVE 'C' TO AM-STATUS-CODE
029900         MOVE WS-TS-DATE TO AM-CLOSE-DATE
030000     END-IF
030100     REWRITE ACCOUNT-MASTER-RECORD
030200         INVALID KEY
030300             DISPLAY "FDSETOFF: UNABLE TO REWRITE ACCOUNT "
030400                 AM-ACCT-NUMBER
030500             GO TO 2200-DEBIT-THE-DEPOSIT-EXIT
030600     END-REWRITE
030700     OPEN EXTEND TRANSACTION-FILE
030800     IF WS-TRANFILE-STATUS = "35"
030900         CLOSE TRANSACTION-FILE
031000         OPEN OUTPUT TRANSACTION-FILE
031100     END-IF
031200     MOVE "TRAN" TO WS-ID-SOURCE-NAME
031300     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
031400         WS-NEXT-ASSIGNED-ID
031500     MOVE WS-NEXT-ASSIGNED-ID     TO TR-TRAN-ID
031600     MOVE AM-ACCT-NUMBER          TO TR-ACCT-NUMBER
031700     SET TRAN-WITHDRAWAL          TO TRUE
031800     MOVE WS-SETOFF-AMOUNT        TO TR-AMOUNT
031900     MOVE WS-TS-DATE              TO TR-TRAN-DATE
032000     MOVE WS-TS-TIME-OF-DAY (1:6) TO TR-TRAN-TIME
032100     MOVE WS-SETOFF-OPERATOR-ID   TO TR-OPERATOR-ID
032200     MOVE AM-CURRENCY-CODE        TO TR-CURRENCY-CODE
032300     MOVE ZERO                    TO TR-ORIGINAL-TRAN-ID
032400     WRITE TRANSACTION-RECORD
032500     CALL "TRANH-POST" USING TRANSACTION-RECORD
032600     CLOSE TRANSACTION-FILE
032700     CALL "GL-POSTING" USING AM-ACCT-NUMBER AM-TYPE-CODE "W"
032800         WS-SETOFF-AMOUNT WS-SETOFF-OPERATOR-ID
032900         WS-GL-POST-FLAG
033000     ADD 1 TO WS-SETOFFS-APPLIED
033100     ADD WS-SETOFF-AMOUNT TO WS-AMOUNT-SET-OFF
033200     .
033300 2200-DEBIT-THE-DEPOSIT-EXIT.
033400     EXIT.
033500*----------------------------------------------------------------
033600*  2300-APPLY-TO-THE-LOAN  --  LATE CHARGES FIRST, THEN THE
033700*  BALANCE.  A LOAN PAID TO ZERO CLOSES; OTHERWISE IT STAYS IN
033800*  DEFAULT FOR COLLECTIONS TO PURSUE THE REST.
033900*----------------------------------------------------------------
034000 2300-APPLY-TO-THE-LOAN.
034100     IF WS-SETOFF-AMOUNT < LM-LATE-CHARGES-DUE
034200         MOVE WS-SETOFF-AMOUNT TO WS-LATE-CHARGE-PORTION
034300     ELSE
034400         MOVE LM-LATE-CHARGES-DUE TO WS-LATE-CHARGE-PORTION
034500     END-IF
034600     COMPUTE WS-PRINCIPAL-PORTION =
034700         WS-SETOFF-AMOUNT - WS-LATE-CHARGE-PORTION
034800     SUBTRACT WS-LATE-CHARGE-PORTION FROM LM-LATE-CHARGES-DUE
034900     SUBTRACT WS-PRINCIPAL-PORTION FROM LM-OUTSTANDING-BALANCE
035000     IF LM-OUTSTANDING-BALANCE <= ZERO
035100         MOVE ZERO TO LM-OUTSTANDING-BALANCE
035200         MOVE ZERO TO LM-DAYS-PAST-DUE
035300         SET LM-LOAN-CLOSED TO TRUE
035400     END-IF
035500     REWRITE LOAN-MASTER-RECORD
035600     MOVE "FD SET OFF" TO WS-SETOFF-RESULT
035700     PERFORM 2600-LOG-SETOFF
035800         THRU 2600-LOG-SETOFF-EXIT
035900     DISPLAY "FDSETOFF: " WS-SETOFF-AMOUNT " FROM FD "
036000         CL-DEPOSIT-ACCT-NUMBER " TO LOAN " LM-LOAN-NUMBER
036100     .
036200 2300-APPLY-TO-THE-LOAN-EXIT.
036300     EXIT.
036400*----------------------------------------------------------------
036500*  2400-POST-AS-RECOVERY  --  SAME POSTING AS THE RECOVERY
036600*  DESK: GL CODE R AND THE SUB-LEDGER TOTAL.
036700*----------------------------------------------------------------
036800 2400-POST-AS-RECOVERY.
036900     CALL "GL-POSTING" USING WS-ZERO-ACCT WS-CASH-TYPE "R"
037000         WS-SETOFF-AMOUNT WS-SETOFF-OPERATOR-ID
037100         WS-GL-POST-FLAG
037200     ADD WS-SETOFF-AMOUNT TO CO-RECOVERED-TOTAL
037300     MOVE WS-TS-DATE TO CO-LAST-RECOVERY-DATE
037400     IF CO-RECOVERED-TOTAL >= CO-CHARGEOFF-AMOUNT
037500         SET CO-FULLY-RECOVERED TO TRUE
037600     END-IF
037700     REWRITE CHARGEOFF-RECORD
037800     MOVE "FD RECOVERY" TO WS-SETOFF-RESULT
037900     PERFORM 2600-LOG-SETOFF
038000         THRU 2600-LOG-SETOFF-EXIT
038100     DISPLAY "FDSETOFF: " WS-SETOFF-AMOUNT " FROM FD "
038200         CL-DEPOSIT-ACCT-NUMBER " RECOVERED ON LOAN "
038300         LM-LOAN-NUMBER
038400     .
038500 2400-POST-AS-RECOVERY-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------
038800*  2500-RELEASE-THE-PLEDGE  --  LIFT THE LIEN FROM THE FD
038900*  (STILL THE CURRENT ACCOUNT RECORD) AND RELEASE THE PIECE.
039000*----------------------------------------------------------------
039100 2500-RELEASE-THE-PLEDGE.
039200     SET AM-FD-NOT-LIENED TO TRUE
039300     MOVE ZERO TO AM-FD-LIEN-LOAN-NUMBER
039400     REWRITE ACCOUNT-MASTER-RECORD
039500         INVALID KEY
039600             DISPLAY "FDSETOFF: UNABLE TO REWRITE ACCOUNT "
039700                 AM-ACCT-NUMBER
039800             GO TO 2500-RELEASE-THE-PLEDGE-EXIT
039900     END-REWRITE
040000     SET CL-COLLATERAL-RELEASED TO TRUE
040100     REWRITE LOAN-COLLATERAL-RECORD
040200     ADD 1 TO WS-LIENS-RELEASED
040300     MOVE "LIEN LIFTED" TO WS-SETOFF-RESULT
040400     PERFORM 2600-LOG-SETOFF
040500         THRU 2600-LOG-SETOFF-EXIT
040600     .
040700 2500-RELEASE-THE-PLEDGE-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000*  2600-LOG-SETOFF  --  ONE ACTIVITY AUDIT ROW AGAINST THE FD.
041100*  THE BEFORE VALUE CARRIES THE LOAN NUMBER, THE AFTER VALUE
041200*  THE RESULT.
041300*----------------------------------------------------------------
041400 2600-LOG-SETOFF.
041500     OPEN EXTEND ACTIVITY-AUDIT-FILE
041600     IF WS-ACTAUDIT-STATUS = "35"
041700         CLOSE ACTIVITY-AUDIT-FILE
041800         OPEN OUTPUT ACTIVITY-AUDIT-FILE
041900     END-IF
042000     MOVE "FDSETOFF"     TO AL-PROGRAM-ID
042100     MOVE CL-DEPOSIT-ACCT-NUMBER TO AL-ACCT-NUMBER
042200     MOVE WS-SETOFF-OPERATOR-ID TO AL-OPERATOR-ID
042300     MOVE CL-LOAN-NUMBER TO AL-BEFORE-VALUE
042400     MOVE WS-SETOFF-RESULT TO AL-AFTER-VALUE
042500     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
042600     WRITE ACTIVITY-AUDIT-RECORD
042700     CLOSE ACTIVITY-AUDIT-FILE
042800     .
042900 2600-LOG-SETOFF-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200*  9999-EXIT  --  COMMON PROGRAM EXIT.
043300*----------------------------------------------------------------
043400 9999-EXIT.
043500     IF WS-COLLFILE-STATUS = "00" OR WS-COLLFILE-STATUS = "10"
043600         CLOSE LOAN-COLLATERAL-FILE
043700     END-IF
043800     IF WS-LOANMAST-STATUS = "00" OR WS-LOANMAST-STATUS = "10"
043900         CLOSE LOAN-MASTER-FILE
044000     END-IF
044100     IF WS-ACCTMAST-STATUS = "00" OR WS-ACCTMAST-STATUS = "10"
044200         CLOSE ACCOUNT-MASTER-FILE
044300     END-IF
044400     IF WS-CHGO-FILE-OPEN
044500         CLOSE CHARGEOFF-FILE
044600     END-IF
044700     .
044800 9999-EXIT-EXIT.
044900     EXIT.
045000 END PROGRAM LOAN-FD-SETOFF.
