000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GL-BUDGET-LOAD.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  LOADS FINANCE'S ANNUAL
001300*                     BUDGET PLAN FILE (GLBPREC.CPY) INTO THE GL
001400*                     BUDGET MASTER (GLBDREC.CPY).  A FIRST PASS
001500*                     PROVES THE WHOLE PLAN - ONE HEADER FIRST,
001600*                     DETAILS IN ASCENDING GL ACCOUNT ORDER, EACH
001700*                     ACCOUNT OPEN ON THE CHART OF ACCOUNTS (VIA
001800*                     GLACCT-VERIFY) WITH NUMERIC AMOUNTS, ONE
001900*                     TRAILER LAST WHOSE DETAIL COUNT AND AMOUNT
002000*                     TOTAL AGREE WITH THE DETAILS.  ANY FAILURE
002100*                     REFUSES THE LOAD AND LEAVES THE MASTER
002200*                     UNTOUCHED.  A PLAN THAT PROVES REPLACES
002300*                     THE FISCAL YEAR'S ROWS WHOLESALE, SO A
002400*                     REVISED PLAN IS SIMPLY LOADED AGAIN.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     COPY GLBPSEL.
003000     COPY GLBDSEL.
003100*================================================================
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  GL-BUDGET-PLAN-FILE.
003500     COPY GLBPREC.
003600*----------------------------------------------------------------
003700 FD  GL-BUDGET-FILE.
003800     COPY GLBDREC.
003900*----------------------------------------------------------------
004000 WORKING-STORAGE SECTION.
004100 01  WS-FILE-STATUSES.
004200     05  WS-GLBPLAN-STATUS         PIC XX.
004300     05  WS-GLBUDGET-STATUS        PIC XX.
004400*----------------------------------------------------------------
004500 01  WS-WORK-FIELDS.
004600     05  WS-PLAN-EOF-SWITCH        PIC X VALUE 'N'.
004700         88  NO-MORE-PLAN-RECORDS  VALUE 'Y'.
004800     05  WS-BUDGET-EOF-SWITCH      PIC X VALUE 'N'.
004900         88  NO-MORE-BUDGET-ROWS   VALUE 'Y'.
005000     05  WS-HEADER-SEEN-SWITCH     PIC X VALUE 'N'.
005100         88  WS-HEADER-SEEN        VALUE 'Y'.
005200     05  WS-TRAILER-SEEN-SWITCH    PIC X VALUE 'N'.
005300         88  WS-TRAILER-SEEN       VALUE 'Y'.
005400     05  WS-FISCAL-YEAR            PIC 9(04) VALUE 0.
005500     05  WS-PLAN-ID                PIC X(20) VALUE SPACES.
005600     05  WS-PRIOR-GL-ACCOUNT       PIC 9(06) VALUE 0.
005700     05  WS-MONTH-SUB              PIC 9(02) COMP.
005800     05  WS-PLAN-RECORDS-READ      PIC 9(06) COMP VALUE 0.
005900     05  WS-DETAIL-COUNT           PIC 9(06) VALUE 0.
006000     05  WS-AMOUNT-TOTAL           PIC S9(13)V99 VALUE 0.
006100     05  WS-PLAN-ERRORS            PIC 9(06) COMP VALUE 0.
006200     05  WS-ROWS-CLEARED           PIC 9(06) COMP VALUE 0.
006300     05  WS-ROWS-LOADED            PIC 9(06) COMP VALUE 0.
006400     05  WS-ANNUAL-AMOUNT          PIC S9(11)V99.
006500     05  WS-ERROR-TEXT             PIC X(40).
006600*----------------------------------------------------------------
006700*  CHART-OF-ACCOUNTS LOOKUP RESULT (GLACCT-VERIFY).
006800*----------------------------------------------------------------
006900 01  WS-GLACCT-FIELDS.
007000     05  WS-GLACCT-VERIFY-FLAG     PIC X.
007100         88  WS-GLACCT-OPEN        VALUE 'Y'.
007200     05  WS-GLACCT-NAME            PIC X(30).
007300     05  WS-GLACCT-CLASS           PIC X.
007400     05  WS-GLACCT-NORMAL-SIDE     PIC X.
007500*----------------------------------------------------------------
007600 01  WS-EDIT-FIELDS.
007700     05  WS-EDIT-COUNT             PIC Z(05)9.
007800     05  WS-EDIT-TOTAL             PIC -(13)9.99.
007900*----------------------------------------------------------------
008000 01  WS-CURRENT-TIMESTAMP          PIC X(21).
008100 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
008200     05  WS-TS-DATE                PIC 9(08).
008300     05  FILLER                    PIC X(13).
008400 01  WS-BUSINESS-DATE              PIC 9(08).
008500 01  WS-BUSDATE-FLAG               PIC X.
008600 01  WS-RUN-HISTORY-FIELDS.
008700     05  WS-RH-STEP-NAME           PIC X(08) VALUE "GLBLSTEP".
008800     05  WS-RH-START-TIMESTAMP     PIC X(21).
008900     05  WS-RH-RECORDS-READ        PIC 9(08).
009000     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
009100     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
009200     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
009300*================================================================
009400 PROCEDURE DIVISION.
009500*================================================================
009600 0000-MAINLINE.
009700     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
009800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
009900     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
010000         WS-BUSDATE-FLAG
010100     IF WS-BUSDATE-FLAG = "Y"
010200         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
010300     END-IF
010400
010500     PERFORM 1000-PROVE-THE-PLAN
010600         THRU 1000-PROVE-THE-PLAN-EXIT
010700     IF WS-PLAN-ERRORS > ZERO
010800         DISPLAY "GLBUDLD: PLAN REFUSED - " WS-PLAN-ERRORS
010900             " ERROR(S), BUDGET MASTER NOT CHANGED"
011000         MOVE 8 TO WS-RH-COMPLETION-CODE
011100         GO TO 0000-WRITE-RUN-HISTORY
011200     END-IF
011300
011400     PERFORM 2000-OPEN-BUDGET-MASTER
011500         THRU 2000-OPEN-BUDGET-MASTER-EXIT
011600     IF WS-GLBUDGET-STATUS NOT = "00"
011700         MOVE 12 TO WS-RH-COMPLETION-CODE
011800         GO TO 0000-WRITE-RUN-HISTORY
011900     END-IF
012000     PERFORM 2100-CLEAR-ONE-BUDGET-ROW
012100         THRU 2100-CLEAR-ONE-BUDGET-ROW-EXIT
012200         UNTIL NO-MORE-BUDGET-ROWS
012300     PERFORM 3000-LOAD-THE-PLAN
012400         THRU 3000-LOAD-THE-PLAN-EXIT
012500     CLOSE GL-BUDGET-FILE
012600
012700     MOVE WS-AMOUNT-TOTAL TO WS-EDIT-TOTAL
012800     DISPLAY "GLBUDLD: FISCAL YEAR          = " WS-FISCAL-YEAR
012900     DISPLAY "GLBUDLD: PLAN ID              = " WS-PLAN-ID
013000     DISPLAY "GLBUDLD: PRIOR ROWS REPLACED  = " WS-ROWS-CLEARED
013100     DISPLAY "GLBUDLD: BUDGET ROWS LOADED   = " WS-ROWS-LOADED
013200     DISPLAY "GLBUDLD: PLAN AMOUNT TOTAL    = " WS-EDIT-TOTAL
013300     .
013400 0000-WRITE-RUN-HISTORY.
013500     MOVE WS-PLAN-RECORDS-READ TO WS-RH-RECORDS-READ
013600     MOVE WS-ROWS-LOADED TO WS-RH-RECORDS-UPDATED
013700     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
013800         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
013900         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
014000         WS-RH-COMPLETION-CODE
014100     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
014200     STOP RUN.
014300*----------------------------------------------------------------
014400*  1000-PROVE-THE-PLAN  --  FIRST PASS.  NOTHING IS WRITTEN;
014500*  EVERY FAULT IS LISTED SO FINANCE CAN FIX THE PLAN IN ONE GO.
014600*----------------------------------------------------------------
014700 1000-PROVE-THE-PLAN.
014800     OPEN INPUT GL-BUDGET-PLAN-FILE
014900     IF WS-GLBPLAN-STATUS NOT = "00"
015000         DISPLAY "GLBUDLD: UNABLE TO OPEN BUDGET PLAN FILE, "
015100             "STATUS = " WS-GLBPLAN-STATUS
015200         ADD 1 TO WS-PLAN-ERRORS
015300         GO TO 1000-PROVE-THE-PLAN-EXIT
015400     END-IF
015500     PERFORM 1100-PROVE-ONE-RECORD
015600         THRU 1100-PROVE-ONE-RECORD-EXIT
015700         UNTIL NO-MORE-PLAN-RECORDS
015800     CLOSE GL-BUDGET-PLAN-FILE
015900
016000     IF NOT WS-HEADER-SEEN
016100         MOVE "NO HEADER RECORD" TO WS-ERROR-TEXT
016200         PERFORM 1900-LIST-PLAN-ERROR
016300             THRU 1900-LIST-PLAN-ERROR-EXIT
016400     END-IF
016500     IF NOT WS-TRAILER-SEEN
016600         MOVE "NO TRAILER RECORD" TO WS-ERROR-TEXT
016700         PERFORM 1900-LIST-PLAN-ERROR
016800             THRU 1900-LIST-PLAN-ERROR-EXIT
016900     END-IF
017000     IF WS-DETAIL-COUNT = ZERO
017100         MOVE "NO DETAIL RECORDS" TO WS-ERROR-TEXT
017200         PERFORM 1900-LIST-PLAN-ERROR
017300             THRU 1900-LIST-PLAN-ERROR-EXIT
017400     END-IF
017500     .
017600 1000-PROVE-THE-PLAN-EXIT.
017700     EXIT.
017800*----------------------------------------------------------------
017900 1100-PROVE-ONE-RECORD.
018000     READ GL-BUDGET-PLAN-FILE
018100         AT END
018200             MOVE 'Y' TO WS-PLAN-EOF-SWITCH
018300             GO TO 1100-PROVE-ONE-RECORD-EXIT
018400     END-READ
018500     ADD 1 TO WS-PLAN-RECORDS-READ
018600     IF WS-TRAILER-SEEN
018700         MOVE "RECORD FOLLOWS THE TRAILER" TO WS-ERROR-TEXT
018800         PERFORM 1900-LIST-PLAN-ERROR
018900             THRU 1900-LIST-PLAN-ERROR-EXIT
019000         GO TO 1100-PROVE-ONE-RECORD-EXIT
019100     END-IF
019200     EVALUATE TRUE
019300         WHEN GP-PLAN-HEADER
019400             PERFORM 1200-PROVE-HEADER
019500                 THRU 1200-PROVE-HEADER-EXIT
019600         WHEN GP-PLAN-DETAIL
019700             PERFORM 1300-PROVE-DETAIL
019800                 THRU 1300-PROVE-DETAIL-EXIT
019900         WHEN GP-PLAN-TRAILER
020000             PERFORM 1400-PROVE-TRAILER
020100                 THRU 1400-PROVE-TRAILER-EXIT
020200         WHEN OTHER
020300             MOVE "UNKNOWN RECORD TYPE" TO WS-ERROR-TEXT
020400             PERFORM 1900-LIST-PLAN-ERROR
020500                 THRU 1900-LIST-PLAN-ERROR-EXIT
020600     END-EVALUATE
020700     .
020800 1100-PROVE-ONE-RECORD-EXIT.
020900     EXIT.
021000*----------------------------------------------------------------
021100 1200-PROVE-HEADER.
021200     IF WS-HEADER-SEEN OR WS-PLAN-RECORDS-READ NOT = 1
021300         MOVE "HEADER IS NOT THE FIRST RECORD" TO WS-ERROR-TEXT
021400         PERFORM 1900-LIST-PLAN-ERROR
021500             THRU 1900-LIST-PLAN-ERROR-EXIT
021600         GO TO 1200-PROVE-HEADER-EXIT
021700     END-IF
021800     MOVE 'Y' TO WS-HEADER-SEEN-SWITCH
021900     IF GP-HD-FISCAL-YEAR NOT NUMERIC
022000        OR GP-HD-FISCAL-YEAR < 2000
022100         MOVE "FISCAL YEAR MISSING OR INVALID" TO WS-ERROR-TEXT
022200         PERFORM 1900-LIST-PLAN-ERROR
022300             THRU 1900-LIST-PLAN-ERROR-EXIT
022400         GO TO 1200-PROVE-HEADER-EXIT
022500     END-IF
022600     MOVE GP-HD-FISCAL-YEAR TO WS-FISCAL-YEAR
022700     MOVE GP-HD-PLAN-ID     TO WS-PLAN-ID
022800     .
022900 1200-PROVE-HEADER-EXIT.
023000     EXIT.
023100*----------------------------------------------------------------
023200*  1300-PROVE-DETAIL  --  ASCENDING ORDER CATCHES A GL ACCOUNT
023300*  PLANNED TWICE AS WELL AS AN UNSORTED FILE.
023400*----------------------------------------------------------------
023500 1300-PROVE-DETAIL.
023600     IF NOT WS-HEADER-SEEN
023700         MOVE "DETAIL AHEAD OF THE HEADER" TO WS-ERROR-TEXT
023800         PERFORM 1900-LIST-PLAN-ERROR
023900             THRU 1900-LIST-PLAN-ERROR-EXIT
024000     END-IF
024100     ADD 1 TO WS-DETAIL-COUNT
024200     IF GP-DT-GL-ACCOUNT-CODE NOT NUMERIC
024300         MOVE "GL ACCOUNT NOT NUMERIC" TO WS-ERROR-TEXT
024400         PERFORM 1900-LIST-PLAN-ERROR
024500             THRU 1900-LIST-PLAN-ERROR-EXIT
024600         GO TO 1300-PROVE-DETAIL-EXIT
024700     END-IF
024800     IF GP-DT-GL-ACCOUNT-CODE NOT > WS-PRIOR-GL-ACCOUNT
024900         MOVE "GL ACCOUNT DUPLICATED OR OUT OF ORDER"
025000             TO WS-ERROR-TEXT
025100         PERFORM 1900-LIST-PLAN-ERROR
025200             THRU 1900-LIST-PLAN-ERROR-EXIT
025300     END-IF
025400     MOVE GP-DT-GL-ACCOUNT-CODE TO WS-PRIOR-GL-ACCOUNT
025500     CALL "GLACCT-VERIFY" USING GP-DT-GL-ACCOUNT-CODE
025600         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
025700         WS-GLACCT-NORMAL-SIDE
025800     IF NOT WS-GLACCT-OPEN
025900         MOVE "GL ACCOUNT NOT OPEN ON THE CHART"
026000             TO WS-ERROR-TEXT
026100         PERFORM 1900-LIST-PLAN-ERROR
026200             THRU 1900-LIST-PLAN-ERROR-EXIT
026300     END-IF
026400     PERFORM 1310-ADD-ONE-MONTH
026500         THRU 1310-ADD-ONE-MONTH-EXIT
026600         VARYING WS-MONTH-SUB FROM 1 BY 1
026700         UNTIL WS-MONTH-SUB > 12
026800     .
026900 1300-PROVE-DETAIL-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200 1310-ADD-ONE-MONTH.
027300     IF GP-DT-MONTHLY-AMOUNT (WS-MONTH-SUB) NOT NUMERIC
027400         MOVE "MONTHLY AMOUNT NOT NUMERIC" TO WS-ERROR-TEXT
027500         PERFORM 1900-LIST-PLAN-ERROR
027600             THRU 1900-LIST-PLAN-ERROR-EXIT
027700         GO TO 1310-ADD-ONE-MONTH-EXIT
027800     END-IF
027900     ADD GP-DT-MONTHLY-AMOUNT (WS-MONTH-SUB) TO WS-AMOUNT-TOTAL
028000     .
028100 1310-ADD-ONE-MONTH-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400*  1400-PROVE-TRAILER  --  THE CONTROL TOTALS.
028500*----------------------------------------------------------------
028600 1400-PROVE-TRAILER.
028700     MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
028800     IF GP-TR-DETAIL-COUNT NOT NUMERIC
028900        OR GP-TR-DETAIL-COUNT NOT = WS-DETAIL-COUNT
029000         MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
029100         MOVE SPACES TO WS-ERROR-TEXT
029200         STRING "TRAILER COUNT WRONG, DETAILS = "
029300             WS-EDIT-COUNT
029400             DELIMITED BY SIZE INTO WS-ERROR-TEXT
029500         PERFORM 1900-LIST-PLAN-ERROR
029600             THRU 1900-LIST-PLAN-ERROR-EXIT
029700     END-IF
029800     IF GP-TR-AMOUNT-TOTAL NOT NUMERIC
029900        OR GP-TR-AMOUNT-TOTAL NOT = WS-AMOUNT-TOTAL
030000         MOVE WS-AMOUNT-TOTAL TO WS-EDIT-TOTAL
030100         MOVE SPACES TO WS-ERROR-TEXT
030200         STRING "TRAILER TOTAL WRONG, DETAILS ="
030300             WS-EDIT-TOTAL
030400             DELIMITED BY SIZE INTO WS-ERROR-TEXT
030500         PERFORM 1900-LIST-PLAN-ERROR
030600             THRU 1900-LIST-PLAN-ERROR-EXIT
030700     END-IF
030800     .
030900 1400-PROVE-TRAILER-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------
031200 1900-LIST-PLAN-ERROR.
031300     ADD 1 TO WS-PLAN-ERRORS
031400     DISPLAY "GLBUDLD: PLAN RECORD " WS-PLAN-RECORDS-READ
031500         " - " WS-ERROR-TEXT
031600     .
031700 1900-LIST-PLAN-ERROR-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000*  2000-OPEN-BUDGET-MASTER  --  THE FIRST LOAD EVER CREATES
032100*  THE MASTER.
032200*----------------------------------------------------------------
032300 2000-OPEN-BUDGET-MASTER.
032400     OPEN I-O GL-BUDGET-FILE
032500     IF WS-GLBUDGET-STATUS = "35"
032600         OPEN OUTPUT GL-BUDGET-FILE
032700         CLOSE GL-BUDGET-FILE
032800         OPEN I-O GL-BUDGET-FILE
032900     END-IF
033000     IF WS-GLBUDGET-STATUS NOT = "00"
033100         DISPLAY "GLBUDLD: UNABLE TO OPEN GL BUDGET MASTER, "
033200             "STATUS = " WS-GLBUDGET-STATUS
033300     END-IF
033400     .
033500 2000-OPEN-BUDGET-MASTER-EXIT.
033600     EXIT.
033700*----------------------------------------------------------------
033800*  2100-CLEAR-ONE-BUDGET-ROW  --  SWEEP THE MASTER AND DROP
033900*  EVERY ROW OF THE PLAN'S FISCAL YEAR, SO AN ACCOUNT LEFT OFF
034000*  A REVISED PLAN NO LONGER CARRIES A BUDGET.
034100*----------------------------------------------------------------
034200 2100-CLEAR-ONE-BUDGET-ROW.
034300     READ GL-BUDGET-FILE NEXT RECORD
034400         AT END
034500             MOVE 'Y' TO WS-BUDGET-EOF-SWITCH
034600             GO TO 2100-CLEAR-ONE-BUDGET-ROW-EXIT
034700     END-READ
034800     IF GD-FISCAL-YEAR NOT = WS-FISCAL-YEAR
034900         GO TO 2100-CLEAR-ONE-BUDGET-ROW-EXIT
035000     END-IF
035100     DELETE GL-BUDGET-FILE RECORD
035200         INVALID KEY
035300             DISPLAY "GLBUDLD: UNABLE TO REPLACE BUDGET ROW "
035400                 GD-GL-ACCOUNT-CODE " " GD-FISCAL-YEAR
035500         NOT INVALID KEY
035600             ADD 1 TO WS-ROWS-CLEARED
035700     END-DELETE
035800     .
035900 2100-CLEAR-ONE-BUDGET-ROW-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200*  3000-LOAD-THE-PLAN  --  SECOND PASS.  THE PLAN HAS PROVED,
036300*  SO EVERY DETAIL BECOMES A BUDGET ROW.
036400*----------------------------------------------------------------
036500 3000-LOAD-THE-PLAN.
036600     MOVE 'N' TO WS-PLAN-EOF-SWITCH
036700     OPEN INPUT GL-BUDGET-PLAN-FILE
036800     PERFORM 3100-LOAD-ONE-DETAIL
036900         THRU 3100-LOAD-ONE-DETAIL-EXIT
037000         UNTIL NO-MORE-PLAN-RECORDS
037100     CLOSE GL-BUDGET-PLAN-FILE
037200     .
037300 3000-LOAD-THE-PLAN-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------
037600 3100-LOAD-ONE-DETAIL.
037700     READ GL-BUDGET-PLAN-FILE
037800         AT END
037900             MOVE 'Y' TO WS-PLAN-EOF-SWITCH
038000             GO TO 3100-LOAD-ONE-DETAIL-EXIT
038100     END-READ
038200     IF NOT GP-PLAN-DETAIL
038300         GO TO 3100-LOAD-ONE-DETAIL-EXIT
038400     END-IF
038500     MOVE GP-DT-GL-ACCOUNT-CODE TO GD-GL-ACCOUNT-CODE
038600     MOVE WS-FISCAL-YEAR        TO GD-FISCAL-YEAR
038700     MOVE ZERO TO WS-ANNUAL-AMOUNT
038800     PERFORM 3110-MOVE-ONE-MONTH
038900         THRU 3110-MOVE-ONE-MONTH-EXIT
039000         VARYING WS-MONTH-SUB FROM 1 BY 1
039100         UNTIL WS-MONTH-SUB > 12
039200     MOVE WS-ANNUAL-AMOUNT TO GD-ANNUAL-BUDGET
039300     MOVE WS-TS-DATE       TO GD-LOAD-DATE
039400     WRITE GL-BUDGET-RECORD
039500         INVALID KEY
039600             DISPLAY "GLBUDLD: UNABLE TO WRITE BUDGET ROW "
039700                 GD-GL-ACCOUNT-CODE " " GD-FISCAL-YEAR
039800                 ", STATUS = " WS-GLBUDGET-STATUS
039900             MOVE 12 TO WS-RH-COMPLETION-CODE
040000         NOT INVALID KEY
040100             ADD 1 TO WS-ROWS-LOADED
040200     END-WRITE
040300     .
040400 3100-LOAD-ONE-DETAIL-EXIT.
040500     EXIT.
040600*----------------------------------------------------------------
040700 3110-MOVE-ONE-MONTH.
040800     MOVE GP-DT-MONTHLY-AMOUNT (WS-MONTH-SUB)
040900         TO GD-MONTHLY-BUDGET (WS-MONTH-SUB)
041000     ADD GP-DT-MONTHLY-AMOUNT (WS-MONTH-SUB) TO WS-ANNUAL-AMOUNT
041100     .
041200 3110-MOVE-ONE-MONTH-EXIT.
041300     EXIT.
