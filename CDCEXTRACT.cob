000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CDC-EXTRACT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  END-OF-DAY CHANGE-DATA-
001300*                     CAPTURE EXTRACT OF THE ACCOUNT, CUSTOMER,
001400*                     LOAN AND DEBIT CARD MASTERS FOR THE DATA
001500*                     WAREHOUSE, IN PLACE OF THE FULL NIGHTLY
001600*                     COPIES IT USED TO DIFF ITSELF.  EACH
001700*                     MASTER IS MATCHED IN KEY ORDER AGAINST
001800*                     THE BASELINE - THE IMAGE OF EVERY RECORD
001900*                     AS OF THE LAST RUN - AND ONLY THE RECORDS
002000*                     ADDED, CHANGED OR DELETED SINCE THEN ARE
002100*                     WRITTEN, WITH BEFORE AND AFTER IMAGES AND
002200*                     THE BUSINESS DATE, TO ONE EXTRACT FILE PER
002300*                     MASTER WITH A CONTROL HEADER AND TRAILER
002400*                     (SEE CDCXREC.CPY).  THE RUN WRITES A NEW
002500*                     BASELINE GENERATION FOR TOMORROW AND A
002600*                     RUN HISTORY ROW FOR THE MORNING
002700*                     OPERATIONS REPORT.  WITH NO BASELINE (THE
002800*                     FIRST RUN) EVERY RECORD COMES OUT AS AN
002900*                     ADD - THE WAREHOUSE'S INITIAL LOAD.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     COPY ACCTMSEL.
003500     COPY CUSTMSEL.
003600     COPY LOANMSEL.
003700     COPY CARDMSEL.
003800     SELECT CDC-PRIOR-BASELINE-FILE
003900         ASSIGN TO "CDCBASE"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-CDCBASE-STATUS.
004200     SELECT CDC-NEW-BASELINE-FILE
004300         ASSIGN TO "CDCBNEW"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-CDCBNEW-STATUS.
004600     SELECT CDC-ACCOUNT-EXTRACT-FILE
004700         ASSIGN TO "CDCACCT"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-CDCACCT-STATUS.
005000     SELECT CDC-CUSTOMER-EXTRACT-FILE
005100         ASSIGN TO "CDCCUST"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-CDCCUST-STATUS.
005400     SELECT CDC-LOAN-EXTRACT-FILE
005500         ASSIGN TO "CDCLOAN"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-CDCLOAN-STATUS.
005800     SELECT CDC-CARD-EXTRACT-FILE
005900         ASSIGN TO "CDCCARD"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-CDCCARD-STATUS.
006200*================================================================
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ACCOUNT-MASTER-FILE.
006600     COPY ACCTMAST.
006700 FD  CUSTOMER-MASTER-FILE.
006800     COPY CUSTMAST.
006900 FD  LOAN-MASTER-FILE.
007000     COPY LOANMAST.
007100 FD  DEBIT-CARD-MASTER-FILE.
007200     COPY CARDMAST.
007300*----------------------------------------------------------------
007400*  THE BASELINE - A HEADER CARRYING THE BUSINESS DATE IT WAS
007500*  TAKEN ON, THEN EVERY ACCOUNT, CUSTOMER, LOAN AND CARD RECORD
007600*  IN THAT ORDER, EACH IN KEY ORDER.  MASTER CODES: A ACCOUNT,
007700*  C CUSTOMER, L LOAN, K DEBIT CARD.
007800*----------------------------------------------------------------
007900 FD  CDC-PRIOR-BASELINE-FILE.
008000 01  CDC-PRIOR-RECORD.
008100     05  CP-MASTER-CODE            PIC X.
008200         88  CP-BASELINE-HEADER    VALUE 'H'.
008300     05  CP-RECORD-KEY             PIC X(10).
008400     05  CP-RECORD-IMAGE           PIC X(300).
008500     05  CP-HEADER-FIELDS REDEFINES CP-RECORD-IMAGE.
008600         10  CP-BUSINESS-DATE      PIC 9(08).
008700         10  FILLER                PIC X(292).
008800 FD  CDC-NEW-BASELINE-FILE.
008900 01  CDC-NEW-RECORD.
009000     05  CN-MASTER-CODE            PIC X.
009100     05  CN-RECORD-KEY             PIC X(10).
009200     05  CN-RECORD-IMAGE           PIC X(300).
009300     05  CN-HEADER-FIELDS REDEFINES CN-RECORD-IMAGE.
009400         10  CN-BUSINESS-DATE      PIC 9(08).
009500         10  FILLER                PIC X(292).
009600 FD  CDC-ACCOUNT-EXTRACT-FILE.
009700 01  CDC-ACCOUNT-EXTRACT-RECORD    PIC X(620).
009800 FD  CDC-CUSTOMER-EXTRACT-FILE.
009900 01  CDC-CUSTOMER-EXTRACT-RECORD   PIC X(620).
010000 FD  CDC-LOAN-EXTRACT-FILE.
010100 01  CDC-LOAN-EXTRACT-RECORD       PIC X(620).
010200 FD  CDC-CARD-EXTRACT-FILE.
010300 01  CDC-CARD-EXTRACT-RECORD       PIC X(620).
010400*----------------------------------------------------------------
010500 WORKING-STORAGE SECTION.
010600 01  WS-FILE-STATUSES.
010700     05  WS-ACCTMAST-STATUS        PIC XX.
010800     05  WS-CUSTMAST-STATUS        PIC XX.
010900     05  WS-LOANMAST-STATUS        PIC XX.
011000     05  WS-CARDMAST-STATUS        PIC XX.
011100     05  WS-CDCBASE-STATUS         PIC XX.
011200     05  WS-CDCBNEW-STATUS         PIC XX.
011300     05  WS-CDCACCT-STATUS         PIC XX.
011400     05  WS-CDCCUST-STATUS         PIC XX.
011500     05  WS-CDCLOAN-STATUS         PIC XX.
011600     05  WS-CDCCARD-STATUS         PIC XX.
011700*----------------------------------------------------------------
011800*  THE EXTRACT RECORD IS BUILT HERE AND MOVED TO WHICHEVER
011900*  MASTER'S EXTRACT FILE IS BEING WRITTEN.
012000*----------------------------------------------------------------
012100     COPY CDCXREC.
012200*----------------------------------------------------------------
012300 01  WS-WORK-FIELDS.
012400     05  WS-PASS-CODE              PIC X.
012500         88  WS-PASS-ACCOUNTS      VALUE 'A'.
012600         88  WS-PASS-CUSTOMERS     VALUE 'C'.
012700         88  WS-PASS-LOANS         VALUE 'L'.
012800         88  WS-PASS-CARDS         VALUE 'K'.
012900     05  WS-PASS-MASTER-NAME       PIC X(20).
013000     05  WS-BASE-OPEN-SWITCH       PIC X VALUE 'N'.
013100         88  WS-BASE-OPEN          VALUE 'Y'.
013200     05  WS-BASE-EOF-SWITCH        PIC X VALUE 'N'.
013300         88  WS-BASE-AT-END        VALUE 'Y'.
013400     05  WS-BASE-HELD-SWITCH       PIC X VALUE 'N'.
013500         88  WS-BASE-RECORD-HELD   VALUE 'Y'.
013600     05  WS-MASTER-OPEN-SWITCH     PIC X.
013700         88  WS-MASTER-OPEN        VALUE 'Y'.
013800     05  WS-EXTRACT-OPEN-SWITCH    PIC X.
013900         88  WS-EXTRACT-OPEN       VALUE 'Y'.
014000     05  WS-PRIOR-BUSINESS-DATE    PIC 9(08) VALUE 0.
014100*----------------------------------------------------------------
014200*  THE TWO SIDES OF THE MATCH.  A SIDE WITH NOTHING LEFT IN
014300*  THIS PASS HOLDS HIGH-VALUES AS ITS KEY.
014400*----------------------------------------------------------------
014500 01  WS-MATCH-FIELDS.
014600     05  WS-CURRENT-KEY            PIC X(10).
014700     05  WS-CURRENT-IMAGE          PIC X(300).
014800     05  WS-PRIOR-KEY              PIC X(10).
014900     05  WS-PRIOR-IMAGE            PIC X(300).
015000*----------------------------------------------------------------
015100 01  WS-PASS-COUNTERS.
015200     05  WS-PASS-MASTER-COUNT      PIC 9(09) COMP.
015300     05  WS-PASS-ADDED             PIC 9(09) COMP.
015400     05  WS-PASS-CHANGED           PIC 9(09) COMP.
015500     05  WS-PASS-DELETED           PIC 9(09) COMP.
015600     05  WS-PASS-DETAILS           PIC 9(09) COMP.
015700 01  WS-RUN-COUNTERS.
015800     05  WS-TOTAL-MASTER-RECORDS   PIC 9(09) COMP VALUE 0.
015900     05  WS-TOTAL-DETAILS          PIC 9(09) COMP VALUE 0.
016000     05  WS-PASSES-INCOMPLETE      PIC 9(02) COMP VALUE 0.
016100*----------------------------------------------------------------
016200 01  WS-BUSINESS-DATE              PIC 9(08).
016300 01  WS-BUSDATE-FLAG               PIC X.
016400 01  WS-CURRENT-TIMESTAMP          PIC X(21).
016500 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
016600     05  WS-TS-DATE                PIC 9(08).
016700     05  WS-TS-TIME-OF-DAY         PIC 9(08).
016800     05  FILLER                    PIC X(05).
016900 01  WS-RUN-DATE                   PIC 9(08).
017000*----------------------------------------------------------------
017100 01  WS-RUN-HISTORY-FIELDS.
017200     05  WS-RH-STEP-NAME           PIC X(08) VALUE "CDCXSTEP".
017300     05  WS-RH-START-TIMESTAMP     PIC X(21).
017400     05  WS-RH-RECORDS-READ        PIC 9(08).
017500     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
017600     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
017700     05  WS-RH-COMPLETION-CODE     PIC 9(02).
017800*================================================================
017900 PROCEDURE DIVISION.
018000*================================================================
018100 0000-MAINLINE.
018200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
018300     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
018400     MOVE WS-TS-DATE TO WS-RUN-DATE
018500     MOVE ZERO TO WS-RH-COMPLETION-CODE
018600     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
018700         WS-BUSDATE-FLAG
018800     IF WS-BUSDATE-FLAG = "Y"
018900         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
019000     END-IF
019100     PERFORM 1000-INITIALIZE
019200         THRU 1000-INITIALIZE-EXIT
019300     IF WS-RH-COMPLETION-CODE NOT = ZERO
019400         GO TO 0000-WRITE-RUN-HISTORY
019500     END-IF
019600
019700     MOVE 'A' TO WS-PASS-CODE
019800     MOVE "ACCOUNT-MASTER" TO WS-PASS-MASTER-NAME
019900     PERFORM 2000-EXTRACT-ONE-MASTER
020000         THRU 2000-EXTRACT-ONE-MASTER-EXIT
020100     MOVE 'C' TO WS-PASS-CODE
020200     MOVE "CUSTOMER-MASTER" TO WS-PASS-MASTER-NAME
020300     PERFORM 2000-EXTRACT-ONE-MASTER
020400         THRU 2000-EXTRACT-ONE-MASTER-EXIT
020500     MOVE 'L' TO WS-PASS-CODE
020600     MOVE "LOAN-MASTER" TO WS-PASS-MASTER-NAME
020700     PERFORM 2000-EXTRACT-ONE-MASTER
020800         THRU 2000-EXTRACT-ONE-MASTER-EXIT
020900     MOVE 'K' TO WS-PASS-CODE
021000     MOVE "CARD-MASTER" TO WS-PASS-MASTER-NAME
021100     PERFORM 2000-EXTRACT-ONE-MASTER
021200         THRU 2000-EXTRACT-ONE-MASTER-EXIT
021300
021400     PERFORM 9999-EXIT
021500         THRU 9999-EXIT-EXIT
021600     DISPLAY "CDCEXTRACT: BASELINE DATE     = "
021700         WS-PRIOR-BUSINESS-DATE
021800     DISPLAY "CDCEXTRACT: MASTER RECORDS    = "
021900         WS-TOTAL-MASTER-RECORDS
022000     DISPLAY "CDCEXTRACT: CHANGES EXTRACTED = " WS-TOTAL-DETAILS
022100     IF WS-PASSES-INCOMPLETE > ZERO
022200         DISPLAY "CDCEXTRACT: MASTERS NOT READ  = "
022300             WS-PASSES-INCOMPLETE
022400         MOVE 08 TO WS-RH-COMPLETION-CODE
022500     END-IF
022600     .
022700 0000-WRITE-RUN-HISTORY.
022800     MOVE WS-TOTAL-MASTER-RECORDS TO WS-RH-RECORDS-READ
022900     MOVE WS-TOTAL-DETAILS TO WS-RH-RECORDS-UPDATED
023000     MOVE ZERO TO WS-RH-AMOUNT-POSTED
023100     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
023200         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
023300         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
023400         WS-RH-COMPLETION-CODE
023500     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
023600     STOP RUN.
023700*----------------------------------------------------------------
023800*  1000-INITIALIZE  --  OPEN THE LAST RUN'S BASELINE (NONE ON
023900*  THE FIRST RUN) AND PICK UP THE BUSINESS DATE IT WAS TAKEN
024000*  ON, THEN START TONIGHT'S BASELINE WITH TODAY'S DATE.
024100*----------------------------------------------------------------
024200 1000-INITIALIZE.
024300     OPEN INPUT CDC-PRIOR-BASELINE-FILE
024400     EVALUATE WS-CDCBASE-STATUS
024500         WHEN "00"
024600             MOVE 'Y' TO WS-BASE-OPEN-SWITCH
024700         WHEN "35"
024800             DISPLAY "CDCEXTRACT: NO BASELINE - EVERY RECORD "
024900                 "IS EXTRACTED AS AN ADD"
025000             MOVE 'Y' TO WS-BASE-EOF-SWITCH
025100         WHEN OTHER
025200             DISPLAY "CDCEXTRACT: UNABLE TO OPEN BASELINE, "
025300                 "STATUS = " WS-CDCBASE-STATUS
025400             MOVE 08 TO WS-RH-COMPLETION-CODE
025500             GO TO 1000-INITIALIZE-EXIT
025600     END-EVALUATE
025700     IF WS-BASE-OPEN
025800         PERFORM 2410-READ-BASELINE
025900             THRU 2410-READ-BASELINE-EXIT
026000         IF NOT WS-BASE-AT-END AND CP-BASELINE-HEADER
026100             MOVE CP-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
026200             MOVE 'N' TO WS-BASE-HELD-SWITCH
026300         END-IF
026400     END-IF
026500
026600     OPEN OUTPUT CDC-NEW-BASELINE-FILE
026700     IF WS-CDCBNEW-STATUS NOT = "00"
026800         DISPLAY "CDCEXTRACT: UNABLE TO OPEN NEW BASELINE, "
026900             "STATUS = " WS-CDCBNEW-STATUS
027000         MOVE 08 TO WS-RH-COMPLETION-CODE
027100         IF WS-BASE-OPEN
027200             CLOSE CDC-PRIOR-BASELINE-FILE
027300         END-IF
027400         GO TO 1000-INITIALIZE-EXIT
027500     END-IF
027600     MOVE SPACES TO CDC-NEW-RECORD
027700     MOVE 'H' TO CN-MASTER-CODE
027800     MOVE WS-TS-DATE TO CN-BUSINESS-DATE
027900     WRITE CDC-NEW-RECORD
028000     .
028100 1000-INITIALIZE-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400*  2000-EXTRACT-ONE-MASTER  --  ONE MASTER AGAINST ITS PART OF
028500*  THE BASELINE.  IF THE MASTER CANNOT BE OPENED, ITS BASELINE
028600*  RECORDS ARE CARRIED FORWARD UNTOUCHED SO TOMORROW'S RUN
028700*  STILL MEASURES FROM THE LAST GOOD IMAGE, AND THE TRAILER
028800*  SAYS THE FILE IS INCOMPLETE.
028900*----------------------------------------------------------------
029000 2000-EXTRACT-ONE-MASTER.
029100     MOVE ZERO TO WS-PASS-MASTER-COUNT
029200     MOVE ZERO TO WS-PASS-ADDED
029300     MOVE ZERO TO WS-PASS-CHANGED
029400     MOVE ZERO TO WS-PASS-DELETED
029500     MOVE ZERO TO WS-PASS-DETAILS
029600     PERFORM 2100-OPEN-PASS-FILES
029700         THRU 2100-OPEN-PASS-FILES-EXIT
030100
030200     MOVE SPACES TO CDC-EXTRACT-RECORD
030300     SET CX-HEADER TO TRUE
030400     MOVE WS-PASS-MASTER-NAME    TO CX-HD-MASTER-NAME
030500     MOVE WS-TS-DATE             TO CX-HD-BUSINESS-DATE
030600     MOVE WS-PRIOR-BUSINESS-DATE TO CX-HD-PRIOR-DATE
030700     MOVE WS-RUN-DATE            TO CX-HD-CREATED-DATE
030800     MOVE WS-TS-TIME-OF-DAY      TO CX-HD-CREATED-TIME
030900     PERFORM 8000-WRITE-EXTRACT
031000         THRU 8000-WRITE-EXTRACT-EXIT
031100
031200     PERFORM 2400-NEXT-PRIOR-RECORD
031300         THRU 2400-NEXT-PRIOR-RECORD-EXIT
031400     IF WS-MASTER-OPEN
031500         PERFORM 2300-NEXT-MASTER-RECORD
031600             THRU 2300-NEXT-MASTER-RECORD-EXIT
031700         PERFORM 2200-MATCH-ONE-KEY
031800             THRU 2200-MATCH-ONE-KEY-EXIT
031900             UNTIL WS-CURRENT-KEY = HIGH-VALUES
032000               AND WS-PRIOR-KEY = HIGH-VALUES
032100     ELSE
032200         ADD 1 TO WS-PASSES-INCOMPLETE
032300         PERFORM 2500-CARRY-PRIOR-FORWARD
032400             THRU 2500-CARRY-PRIOR-FORWARD-EXIT
032500             UNTIL WS-PRIOR-KEY = HIGH-VALUES
032600     END-IF
032700
032800     MOVE SPACES TO CDC-EXTRACT-RECORD
032900     SET CX-TRAILER TO TRUE
033000     MOVE WS-PASS-DETAILS      TO CX-TR-DETAIL-COUNT
033100     MOVE WS-PASS-ADDED        TO CX-TR-ADDED-COUNT
033200     MOVE WS-PASS-CHANGED      TO CX-TR-CHANGED-COUNT
033300     MOVE WS-PASS-DELETED      TO CX-TR-DELETED-COUNT
033400     MOVE WS-PASS-MASTER-COUNT TO CX-TR-MASTER-COUNT
033500     IF WS-MASTER-OPEN
033600         SET CX-TR-COMPLETE TO TRUE
033700     ELSE
033800         SET CX-TR-INCOMPLETE TO TRUE
033900     END-IF
034000     PERFORM 8000-WRITE-EXTRACT
034100         THRU 8000-WRITE-EXTRACT-EXIT
034200     PERFORM 2900-CLOSE-PASS-FILES
034300         THRU 2900-CLOSE-PASS-FILES-EXIT
034400
034500     ADD WS-PASS-MASTER-COUNT TO WS-TOTAL-MASTER-RECORDS
034600     ADD WS-PASS-DETAILS TO WS-TOTAL-DETAILS
034700     DISPLAY "CDCEXTRACT: " WS-PASS-MASTER-NAME
034800         " READ " WS-PASS-MASTER-COUNT
034900         " ADDED " WS-PASS-ADDED
035000         " CHANGED " WS-PASS-CHANGED
035100         " DELETED " WS-PASS-DELETED
035200     .
035300 2000-EXTRACT-ONE-MASTER-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------
035600*  2100-OPEN-PASS-FILES  --  THE PASS'S MASTER AND ITS EXTRACT
035700*  FILE.  WITH NOWHERE TO WRITE THE CHANGES, THE MASTER IS TREATED
035750*  AS UNREAD AND ITS CHANGES WAIT FOR THE NEXT RUN.
035800*----------------------------------------------------------------
035900 2100-OPEN-PASS-FILES.
036000     MOVE 'N' TO WS-MASTER-OPEN-SWITCH
036100     MOVE 'N' TO WS-EXTRACT-OPEN-SWITCH
036200     EVALUATE TRUE
036300         WHEN WS-PASS-ACCOUNTS
036400             OPEN OUTPUT CDC-ACCOUNT-EXTRACT-FILE
036500             IF WS-CDCACCT-STATUS = "00"
036600                 MOVE 'Y' TO WS-EXTRACT-OPEN-SWITCH
036700             END-IF
036800             OPEN INPUT ACCOUNT-MASTER-FILE
036900             IF WS-ACCTMAST-STATUS = "00"
037000                 MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
037100             END-IF
037200         WHEN WS-PASS-CUSTOMERS
037300             OPEN OUTPUT CDC-CUSTOMER-EXTRACT-FILE
037400             IF WS-CDCCUST-STATUS = "00"
037500                 MOVE 'Y' TO WS-EXTRACT-OPEN-SWITCH
037600             END-IF
037700             OPEN INPUT CUSTOMER-MASTER-FILE
037800             IF WS-CUSTMAST-STATUS = "00"
037900                 MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
038000             END-IF
038100         WHEN WS-PASS-LOANS
038200             OPEN OUTPUT CDC-LOAN-EXTRACT-FILE
038300             IF WS-CDCLOAN-STATUS = "00"
038400                 MOVE 'Y' TO WS-EXTRACT-OPEN-SWITCH
038500             END-IF
038600             OPEN INPUT LOAN-MASTER-FILE
038700             IF WS-LOANMAST-STATUS = "00"
038800                 MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
038900             END-IF
039000         WHEN WS-PASS-CARDS
039100             OPEN OUTPUT CDC-CARD-EXTRACT-FILE
039200             IF WS-CDCCARD-STATUS = "00"
039300                 MOVE 'Y' TO WS-EXTRACT-OPEN-SWITCH
039400             END-IF
039500             OPEN INPUT DEBIT-CARD-MASTER-FILE
039600             IF WS-CARDMAST-STATUS = "00"
039700                 MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
039800             END-IF
039900     END-EVALUATE
040000     IF NOT WS-EXTRACT-OPEN
040100         DISPLAY "CDCEXTRACT: UNABLE TO OPEN THE "
040200             WS-PASS-MASTER-NAME " EXTRACT FILE - CHANGES HELD"
040225         PERFORM 2900-CLOSE-PASS-FILES
040250             THRU 2900-CLOSE-PASS-FILES-EXIT
040275         MOVE 'N' TO WS-MASTER-OPEN-SWITCH
040300     END-IF
040400     IF NOT WS-MASTER-OPEN AND WS-EXTRACT-OPEN
040500         DISPLAY "CDCEXTRACT: UNABLE TO OPEN THE "
040600             WS-PASS-MASTER-NAME " - CHANGES HELD TO NEXT RUN"
040700     END-IF
040800     .
040900 2100-OPEN-PASS-FILES-EXIT.
041000     EXIT.
041100*----------------------------------------------------------------
041200*  2200-MATCH-ONE-KEY  --  THE LOWER KEY DECIDES.  A KEY ONLY
041300*  ON THE MASTER IS AN ADD, ONE ONLY ON THE BASELINE IS A
041400*  DELETE, AND ONE ON BOTH IS A CHANGE IF THE IMAGES DIFFER.
041500*  EVERY RECORD STILL ON THE MASTER GOES TO TONIGHT'S BASELINE.
041600*----------------------------------------------------------------
041700 2200-MATCH-ONE-KEY.
041800     MOVE SPACES TO CDC-EXTRACT-RECORD
041900     SET CX-DETAIL TO TRUE
042000     MOVE WS-TS-DATE TO CX-BUSINESS-DATE
042100     EVALUATE TRUE
042200         WHEN WS-CURRENT-KEY < WS-PRIOR-KEY
042300             SET CX-RECORD-ADDED TO TRUE
042400             MOVE WS-CURRENT-KEY   TO CX-RECORD-KEY
042500             MOVE WS-CURRENT-IMAGE TO CX-AFTER-IMAGE
042600             PERFORM 8000-WRITE-EXTRACT
042700                 THRU 8000-WRITE-EXTRACT-EXIT
042800             ADD 1 TO WS-PASS-ADDED
042900             PERFORM 2600-WRITE-NEW-BASELINE
043000                 THRU 2600-WRITE-NEW-BASELINE-EXIT
043100             PERFORM 2300-NEXT-MASTER-RECORD
043200                 THRU 2300-NEXT-MASTER-RECORD-EXIT
043300         WHEN WS-CURRENT-KEY > WS-PRIOR-KEY
043400             SET CX-RECORD-DELETED TO TRUE
043500             MOVE WS-PRIOR-KEY     TO CX-RECORD-KEY
043600             MOVE WS-PRIOR-IMAGE   TO CX-BEFORE-IMAGE
043700             PERFORM 8000-WRITE-EXTRACT
043800                 THRU 8000-WRITE-EXTRACT-EXIT
043900             ADD 1 TO WS-PASS-DELETED
044000             PERFORM 2400-NEXT-PRIOR-RECORD
044100                 THRU 2400-NEXT-PRIOR-RECORD-EXIT
044200         WHEN OTHER
044300             IF WS-CURRENT-IMAGE NOT = WS-PRIOR-IMAGE
044400                 SET CX-RECORD-CHANGED TO TRUE
044500                 MOVE WS-CURRENT-KEY   TO CX-RECORD-KEY
044600                 MOVE WS-PRIOR-IMAGE   TO CX-BEFORE-IMAGE
044700                 MOVE WS-CURRENT-IMAGE TO CX-AFTER-IMAGE
044800                 PERFORM 8000-WRITE-EXTRACT
044900                     THRU 8000-WRITE-EXTRACT-EXIT
045000                 ADD 1 TO WS-PASS-CHANGED
045100             END-IF
045200             PERFORM 2600-WRITE-NEW-BASELINE
045300                 THRU 2600-WRITE-NEW-BASELINE-EXIT
045400             PERFORM 2300-NEXT-MASTER-RECORD
045500                 THRU 2300-NEXT-MASTER-RECORD-EXIT
045600             PERFORM 2400-NEXT-PRIOR-RECORD
045700                 THRU 2400-NEXT-PRIOR-RECORD-EXIT
045800     END-EVALUATE
045900     .
046000 2200-MATCH-ONE-KEY-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------
046300*  2300-NEXT-MASTER-RECORD  --  NEXT RECORD OF THE PASS'S
046400*  MASTER, IN KEY ORDER, AS A KEY AND A RECORD IMAGE.
046500*----------------------------------------------------------------
046600 2300-NEXT-MASTER-RECORD.
046700     MOVE SPACES TO WS-CURRENT-IMAGE
046800     EVALUATE TRUE
046900         WHEN WS-PASS-ACCOUNTS
047000             READ ACCOUNT-MASTER-FILE NEXT RECORD
047100                 AT END
047200                     MOVE HIGH-VALUES TO WS-CURRENT-KEY
047300                     GO TO 2300-NEXT-MASTER-RECORD-EXIT
047400             END-READ
047500             MOVE AM-ACCT-NUMBER TO WS-CURRENT-KEY
047600             MOVE ACCOUNT-MASTER-RECORD TO WS-CURRENT-IMAGE
047700         WHEN WS-PASS-CUSTOMERS
047800             READ CUSTOMER-MASTER-FILE NEXT RECORD
047900                 AT END
048000                     MOVE HIGH-VALUES TO WS-CURRENT-KEY
048100                     GO TO 2300-NEXT-MASTER-RECORD-EXIT
048200             END-READ
048300             MOVE CM-CUSTOMER-NUMBER TO WS-CURRENT-KEY
048400             MOVE CUSTOMER-MASTER-RECORD TO WS-CURRENT-IMAGE
048500         WHEN WS-PASS-LOANS
048600             READ LOAN-MASTER-FILE NEXT RECORD
048700                 AT END
048800                     MOVE HIGH-VALUES TO WS-CURRENT-KEY
048900                     GO TO 2300-NEXT-MASTER-RECORD-EXIT
049000             END-READ
049100             MOVE LM-LOAN-NUMBER TO WS-CURRENT-KEY
049200             MOVE LOAN-MASTER-RECORD TO WS-CURRENT-IMAGE
049300         WHEN WS-PASS-CARDS
049400             READ DEBIT-CARD-MASTER-FILE NEXT RECORD
049500                 AT END
049600                     MOVE HIGH-VALUES TO WS-CURRENT-KEY
049700                     GO TO 2300-NEXT-MASTER-RECORD-EXIT
049800             END-READ
049900             MOVE DC-CARD-NUMBER TO WS-CURRENT-KEY
050000             MOVE DEBIT-CARD-MASTER-RECORD TO WS-CURRENT-IMAGE
050100     END-EVALUATE
050200     ADD 1 TO WS-PASS-MASTER-COUNT
050300     .
050400 2300-NEXT-MASTER-RECORD-EXIT.
050500     EXIT.
050600*----------------------------------------------------------------
050700*  2400-NEXT-PRIOR-RECORD  --  NEXT BASELINE RECORD FOR THIS
050800*  PASS'S MASTER.  A RECORD FOR A LATER MASTER IS LEFT HELD
050900*  FOR THAT MASTER'S PASS.
051000*----------------------------------------------------------------
051100 2400-NEXT-PRIOR-RECORD.
051200     IF NOT WS-BASE-RECORD-HELD
051300         PERFORM 2410-READ-BASELINE
051400             THRU 2410-READ-BASELINE-EXIT
051500     END-IF
051600     IF WS-BASE-AT-END
051700             OR CP-MASTER-CODE NOT = WS-PASS-CODE
051800         MOVE HIGH-VALUES TO WS-PRIOR-KEY
051900         GO TO 2400-NEXT-PRIOR-RECORD-EXIT
052000     END-IF
052100     MOVE CP-RECORD-KEY   TO WS-PRIOR-KEY
052200     MOVE CP-RECORD-IMAGE TO WS-PRIOR-IMAGE
052300     MOVE 'N' TO WS-BASE-HELD-SWITCH
052400     .
052500 2400-NEXT-PRIOR-RECORD-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800 2410-READ-BASELINE.
052900     IF WS-BASE-AT-END
053000         GO TO 2410-READ-BASELINE-EXIT
053100     END-IF
053200     READ CDC-PRIOR-BASELINE-FILE
053300         AT END
053400             MOVE 'Y' TO WS-BASE-EOF-SWITCH
053500             GO TO 2410-READ-BASELINE-EXIT
053600     END-READ
053700     MOVE 'Y' TO WS-BASE-HELD-SWITCH
053800     .
053900 2410-READ-BASELINE-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200*  2500-CARRY-PRIOR-FORWARD  --  THE MASTER COULD NOT BE READ:
054300*  ITS LAST GOOD IMAGE GOES INTO TONIGHT'S BASELINE UNCHANGED.
054400*----------------------------------------------------------------
054500 2500-CARRY-PRIOR-FORWARD.
054600     MOVE WS-PRIOR-KEY   TO WS-CURRENT-KEY
054700     MOVE WS-PRIOR-IMAGE TO WS-CURRENT-IMAGE
054800     PERFORM 2600-WRITE-NEW-BASELINE
054900         THRU 2600-WRITE-NEW-BASELINE-EXIT
055000     PERFORM 2400-NEXT-PRIOR-RECORD
055100         THRU 2400-NEXT-PRIOR-RECORD-EXIT
055200     .
055300 2500-CARRY-PRIOR-FORWARD-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600 2600-WRITE-NEW-BASELINE.
055700     MOVE WS-PASS-CODE     TO CN-MASTER-CODE
055800     MOVE WS-CURRENT-KEY   TO CN-RECORD-KEY
055900     MOVE WS-CURRENT-IMAGE TO CN-RECORD-IMAGE
056000     WRITE CDC-NEW-RECORD
056100     .
056200 2600-WRITE-NEW-BASELINE-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------
056500 2900-CLOSE-PASS-FILES.
056600     EVALUATE TRUE
056700         WHEN WS-PASS-ACCOUNTS
056800             IF WS-MASTER-OPEN
056900                 CLOSE ACCOUNT-MASTER-FILE
057000             END-IF
057100             IF WS-EXTRACT-OPEN
057200                 CLOSE CDC-ACCOUNT-EXTRACT-FILE
057300             END-IF
057400         WHEN WS-PASS-CUSTOMERS
057500             IF WS-MASTER-OPEN
057600                 CLOSE CUSTOMER-MASTER-FILE
057700             END-IF
057800             IF WS-EXTRACT-OPEN
057900                 CLOSE CDC-CUSTOMER-EXTRACT-FILE
058000             END-IF
058100         WHEN WS-PASS-LOANS
058200             IF WS-MASTER-OPEN
058300                 CLOSE LOAN-MASTER-FILE
058400             END-IF
058500             IF WS-EXTRACT-OPEN
058600                 CLOSE CDC-LOAN-EXTRACT-FILE
058700             END-IF
058800         WHEN WS-PASS-CARDS
058900             IF WS-MASTER-OPEN
059000                 CLOSE DEBIT-CARD-MASTER-FILE
059100             END-IF
059200             IF WS-EXTRACT-OPEN
059300                 CLOSE CDC-CARD-EXTRACT-FILE
059400             END-IF
059500     END-EVALUATE
059600     .
059700 2900-CLOSE-PASS-FILES-EXIT.
059800     EXIT.
059900*----------------------------------------------------------------
060000*  8000-WRITE-EXTRACT  --  THE RECORD BUILT IN CDC-EXTRACT-
060100*  RECORD TO THE PASS'S EXTRACT FILE, AND A DETAIL COUNTED.
060200*----------------------------------------------------------------
060300 8000-WRITE-EXTRACT.
060400     IF CX-DETAIL
060500         ADD 1 TO WS-PASS-DETAILS
060600     END-IF
060700     IF NOT WS-EXTRACT-OPEN
060800         GO TO 8000-WRITE-EXTRACT-EXIT
060900     END-IF
061000     EVALUATE TRUE
061100         WHEN WS-PASS-ACCOUNTS
061200             MOVE CDC-EXTRACT-RECORD
061300                 TO CDC-ACCOUNT-EXTRACT-RECORD
061400             WRITE CDC-ACCOUNT-EXTRACT-RECORD
061500         WHEN WS-PASS-CUSTOMERS
061600             MOVE CDC-EXTRACT-RECORD
061700                 TO CDC-CUSTOMER-EXTRACT-RECORD
061800             WRITE CDC-CUSTOMER-EXTRACT-RECORD
061900         WHEN WS-PASS-LOANS
062000             MOVE CDC-EXTRACT-RECORD TO CDC-LOAN-EXTRACT-RECORD
062100             WRITE CDC-LOAN-EXTRACT-RECORD
062200         WHEN WS-PASS-CARDS
062300             MOVE CDC-EXTRACT-RECORD TO CDC-CARD-EXTRACT-RECORD
062400             WRITE CDC-CARD-EXTRACT-RECORD
062500     END-EVALUATE
062600     .
062700 8000-WRITE-EXTRACT-EXIT.
062800     EXIT.
062900*----------------------------------------------------------------
063000*  9999-EXIT  --  COMMON PROGRAM EXIT.
063100*----------------------------------------------------------------
063200 9999-EXIT.
063300     IF WS-BASE-OPEN
063400         CLOSE CDC-PRIOR-BASELINE-FILE
063500     END-IF
063600     CLOSE CDC-NEW-BASELINE-FILE
063700     .
063800 9999-EXIT-EXIT.
063900     EXIT.
064000 END PROGRAM CDC-EXTRACT.
