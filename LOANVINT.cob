000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LOAN-AGING-SNAPSHOT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  MONTH-END SNAPSHOT OF
001300*                     EVERY LOAN ON THE LOAN MASTER INTO THE
001400*                     LOAN AGING HISTORY - ITS AGING BUCKET
001500*                     (CURRENT, 30-59, 60-89, 90+ FROM THE DAYS
001600*                     PAST DUE LOAN-DELINQUENCY-AGING LAST
001700*                     STORED, OR CHARGED OFF OR CLOSED FROM THE
001800*                     STATUS), BALANCE, PRODUCT AND DISBURSEMENT
001900*                     MONTH, AND FOR A CHARGED-OFF LOAN THE
002000*                     AMOUNT WRITTEN OFF AND RECOVERED SO FAR
002100*                     FROM THE RECOVERY SUB-LEDGER.  THE PERIOD
002200*                     IS THE BUSINESS DATE'S MONTH; A RERUN FOR
002300*                     A PERIOD ALREADY ON THE HISTORY WRITES
002400*                     NOTHING.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     COPY LOANMSEL.
003000     COPY CHGOSEL.
003100     COPY LAGHSEL.
003200*================================================================
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  LOAN-MASTER-FILE.
003600     COPY LOANMAST.
003700 FD  CHARGEOFF-FILE.
003800     COPY CHGOREC.
003900 FD  LOAN-AGING-HISTORY-FILE.
004000     COPY LAGHREC.
004100*----------------------------------------------------------------
004200 WORKING-STORAGE SECTION.
004300 01  WS-FILE-STATUSES.
004400     05  WS-LOANMAST-STATUS        PIC XX.
004500     05  WS-CHGOFILE-STATUS        PIC XX.
004600     05  WS-LAGEHIST-STATUS        PIC XX.
004700*----------------------------------------------------------------
004800 01  WS-WORK-FIELDS.
004900     05  WS-EOF-SWITCH             PIC X VALUE 'N'.
005000         88  NO-MORE-LOANS         VALUE 'Y'.
005100     05  WS-HIST-EOF-SWITCH        PIC X VALUE 'N'.
005200         88  NO-MORE-HISTORY       VALUE 'Y'.
005300     05  WS-PERIOD-ON-FILE-SWITCH  PIC X VALUE 'N'.
005400         88  WS-PERIOD-ON-FILE     VALUE 'Y'.
005500     05  WS-CHGO-OPEN-SWITCH       PIC X VALUE 'N'.
005600         88  WS-CHGO-FILE-OPEN     VALUE 'Y'.
005700     05  WS-HIST-OPEN-SWITCH       PIC X VALUE 'N'.
005800         88  WS-HIST-FILE-OPEN     VALUE 'Y'.
005900     05  WS-LOANS-READ             PIC 9(06) COMP VALUE 0.
006000     05  WS-ROWS-WRITTEN           PIC 9(06) COMP VALUE 0.
006100     05  WS-COUNT-CURRENT          PIC 9(06) COMP VALUE 0.
006200     05  WS-COUNT-30               PIC 9(06) COMP VALUE 0.
006300     05  WS-COUNT-60               PIC 9(06) COMP VALUE 0.
006400     05  WS-COUNT-90               PIC 9(06) COMP VALUE 0.
006500     05  WS-COUNT-CHARGED-OFF      PIC 9(06) COMP VALUE 0.
006600     05  WS-COUNT-CLOSED           PIC 9(06) COMP VALUE 0.
006700     05  WS-TOTAL-BALANCE          PIC S9(13)V99 VALUE 0.
006800*----------------------------------------------------------------
006900 01  WS-BUSINESS-DATE              PIC 9(08).
007000 01  WS-BUSDATE-FLAG               PIC X.
007100 01  WS-CURRENT-TIMESTAMP          PIC X(21).
007200 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
007300     05  WS-TS-DATE                PIC 9(08).
007400     05  FILLER                    PIC X(13).
007500 01  WS-TS-PERIOD-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
007600     05  WS-TS-PERIOD              PIC 9(06).
007700     05  FILLER                    PIC X(15).
007800*----------------------------------------------------------------
007900 01  WS-RUN-HISTORY-FIELDS.
008000     05  WS-RH-STEP-NAME           PIC X(08) VALUE "LAGSSTEP".
008100     05  WS-RH-START-TIMESTAMP     PIC X(21).
008200     05  WS-RH-RECORDS-READ        PIC 9(08).
008300     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
008400     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
008500     05  WS-RH-COMPLETION-CODE     PIC 9(02).
008600*================================================================
008700 PROCEDURE DIVISION.
008800*================================================================
008900 0000-MAINLINE.
009000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
009100     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
009200     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
009300         WS-BUSDATE-FLAG
009400     IF WS-BUSDATE-FLAG = "Y"
009500         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
009600     END-IF
009700     PERFORM 1000-INITIALIZE
009800         THRU 1000-INITIALIZE-EXIT
009900     PERFORM 2000-SNAP-ONE-LOAN
010000         THRU 2000-SNAP-ONE-LOAN-EXIT
010100         UNTIL NO-MORE-LOANS
010200     DISPLAY "LNAGSNAP: PERIOD               = " WS-TS-PERIOD
010300     DISPLAY "LNAGSNAP: LOANS READ           = " WS-LOANS-READ
010400     DISPLAY "LNAGSNAP: ROWS WRITTEN         = "
010500         WS-ROWS-WRITTEN
010600     DISPLAY "LNAGSNAP:   CURRENT            = "
010700         WS-COUNT-CURRENT
010800     DISPLAY "LNAGSNAP:   30-59              = " WS-COUNT-30
010900     DISPLAY "LNAGSNAP:   60-89              = " WS-COUNT-60
011000     DISPLAY "LNAGSNAP:   90+                = " WS-COUNT-90
011100     DISPLAY "LNAGSNAP:   CHARGED OFF        = "
011200         WS-COUNT-CHARGED-OFF
011300     DISPLAY "LNAGSNAP:   CLOSED             = "
011400         WS-COUNT-CLOSED
011500     PERFORM 9999-EXIT
011600         THRU 9999-EXIT-EXIT
011700     MOVE WS-LOANS-READ TO WS-RH-RECORDS-READ
011800     MOVE WS-ROWS-WRITTEN TO WS-RH-RECORDS-UPDATED
011900     MOVE WS-TOTAL-BALANCE TO WS-RH-AMOUNT-POSTED
012000     MOVE ZERO TO WS-RH-COMPLETION-CODE
012100     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
012200         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
012300         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
012400         WS-RH-COMPLETION-CODE
012500     STOP RUN.
012600*----------------------------------------------------------------
012700*  1000-INITIALIZE  --  REFUSE A PERIOD ALREADY SNAPPED, THEN
012800*  OPEN THE LOAN MASTER, THE RECOVERY SUB-LEDGER (OPTIONAL -
012900*  WITHOUT IT A CHARGED-OFF ROW CARRIES NO LOSS FIGURES) AND
013000*  THE HISTORY FOR APPEND.
013100*----------------------------------------------------------------
013200 1000-INITIALIZE.
013300     PERFORM 1100-CHECK-PERIOD-ON-FILE
013400         THRU 1100-CHECK-PERIOD-ON-FILE-EXIT
013500     IF WS-PERIOD-ON-FILE
013600         DISPLAY "LNAGSNAP: PERIOD " WS-TS-PERIOD
013700             " IS ALREADY ON THE AGING HISTORY - NOTHING "
013800             "WRITTEN"
013900         MOVE 'Y' TO WS-EOF-SWITCH
014000         GO TO 1000-INITIALIZE-EXIT
014100     END-IF
014200     OPEN INPUT LOAN-MASTER-FILE
014300     IF WS-LOANMAST-STATUS NOT = "00"
014400         DISPLAY "LNAGSNAP: UNABLE TO OPEN LOAN MASTER, "
014500             "STATUS = " WS-LOANMAST-STATUS
014600         MOVE 'Y' TO WS-EOF-SWITCH
014700         GO TO 1000-INITIALIZE-EXIT
014800     END-IF
014900     OPEN INPUT CHARGEOFF-FILE
015000     IF WS-CHGOFILE-STATUS = "00"
015100         MOVE 'Y' TO WS-CHGO-OPEN-SWITCH
015200     END-IF
015300     OPEN EXTEND LOAN-AGING-HISTORY-FILE
015400     IF WS-LAGEHIST-STATUS = "35"
015500         CLOSE LOAN-AGING-HISTORY-FILE
015600         OPEN OUTPUT LOAN-AGING-HISTORY-FILE
015700     END-IF
015800     IF WS-LAGEHIST-STATUS NOT = "00"
015900         DISPLAY "LNAGSNAP: UNABLE TO OPEN AGING HISTORY, "
016000             "STATUS = " WS-LAGEHIST-STATUS
016100         MOVE 'Y' TO WS-EOF-SWITCH
016200         GO TO 1000-INITIALIZE-EXIT
016300     END-IF
016400     MOVE 'Y' TO WS-HIST-OPEN-SWITCH
016500     .
016600 1000-INITIALIZE-EXIT.
016700     EXIT.
016800*----------------------------------------------------------------
016900 1100-CHECK-PERIOD-ON-FILE.
017000     OPEN INPUT LOAN-AGING-HISTORY-FILE
017100     IF WS-LAGEHIST-STATUS NOT = "00"
017200         GO TO 1100-CHECK-PERIOD-ON-FILE-EXIT
017300     END-IF
017400     PERFORM 1110-READ-ONE-HISTORY-ROW
017500         THRU 1110-READ-ONE-HISTORY-ROW-EXIT
017600         UNTIL NO-MORE-HISTORY OR WS-PERIOD-ON-FILE
017700     CLOSE LOAN-AGING-HISTORY-FILE
017800     .
017900 1100-CHECK-PERIOD-ON-FILE-EXIT.
018000     EXIT.
018100*----------------------------------------------------------------
018200 1110-READ-ONE-HISTORY-ROW.
018300     READ LOAN-AGING-HISTORY-FILE
018400         AT END
018500             MOVE 'Y' TO WS-HIST-EOF-SWITCH
018600             GO TO 1110-READ-ONE-HISTORY-ROW-EXIT
018700     END-READ
018800     IF LG-PERIOD = WS-TS-PERIOD
018900         MOVE 'Y' TO WS-PERIOD-ON-FILE-SWITCH
019000     END-IF
019100     .
019200 1110-READ-ONE-HISTORY-ROW-EXIT.
019300     EXIT.
019400*----------------------------------------------------------------
019500*  2000-SNAP-ONE-LOAN  --  ONE HISTORY ROW PER LOAN, BUCKETED
019600*  ON THE SAME 30/60/90 BREAKS AS LOAN-DELINQUENCY-AGING.
019700*----------------------------------------------------------------
019800 2000-SNAP-ONE-LOAN.
019900     READ LOAN-MASTER-FILE NEXT RECORD
020000         AT END
020100             MOVE 'Y' TO WS-EOF-SWITCH
020200             GO TO 2000-SNAP-ONE-LOAN-EXIT
020300     END-READ
020400     ADD 1 TO WS-LOANS-READ
020500     MOVE WS-TS-PERIOD             TO LG-PERIOD
020600     MOVE LM-LOAN-NUMBER           TO LG-LOAN-NUMBER
020700     MOVE LM-PRODUCT-CODE          TO LG-PRODUCT-CODE
020800     IF LM-PRODUCT-CODE = SPACE OR LM-PRODUCT-CODE = LOW-VALUE
020900         MOVE '-'                  TO LG-PRODUCT-CODE
021000     END-IF
021100     MOVE LM-DISBURSEMENT-DATE (1:6) TO LG-VINTAGE
021200     MOVE LM-DAYS-PAST-DUE         TO LG-DAYS-PAST-DUE
021300     MOVE LM-PRINCIPAL             TO LG-PRINCIPAL
021400     MOVE LM-OUTSTANDING-BALANCE   TO LG-OUTSTANDING-BALANCE
021500     MOVE ZERO                     TO LG-CHARGEOFF-AMOUNT
021600     MOVE ZERO                     TO LG-RECOVERED-TOTAL
021700     MOVE WS-TS-DATE               TO LG-SNAPSHOT-DATE
021800     EVALUATE TRUE
021900         WHEN LM-LOAN-CHARGED-OFF
022000             SET LG-BUCKET-CHARGED-OFF TO TRUE
022100             ADD 1 TO WS-COUNT-CHARGED-OFF
022200             PERFORM 2100-PICK-UP-RECOVERIES
022300                 THRU 2100-PICK-UP-RECOVERIES-EXIT
022400         WHEN LM-LOAN-CLOSED
022500             SET LG-BUCKET-CLOSED TO TRUE
022600             ADD 1 TO WS-COUNT-CLOSED
022700         WHEN LM-DAYS-PAST-DUE >= 90
022800             SET LG-BUCKET-90 TO TRUE
022900             ADD 1 TO WS-COUNT-90
023000         WHEN LM-DAYS-PAST-DUE >= 60
023100             SET LG-BUCKET-60 TO TRUE
023200             ADD 1 TO WS-COUNT-60
023300         WHEN LM-DAYS-PAST-DUE >= 30
023400             SET LG-BUCKET-30 TO TRUE
023500             ADD 1 TO WS-COUNT-30
023600         WHEN OTHER
023700             SET LG-BUCKET-CURRENT TO TRUE
023800             ADD 1 TO WS-COUNT-CURRENT
023900     END-EVALUATE
024000     WRITE LOAN-AGING-HISTORY-RECORD
024100     ADD 1 TO WS-ROWS-WRITTEN
024200     ADD LM-OUTSTANDING-BALANCE TO WS-TOTAL-BALANCE
024300     .
024400 2000-SNAP-ONE-LOAN-EXIT.
024500     EXIT.
024600*----------------------------------------------------------------
024700 2100-PICK-UP-RECOVERIES.
024800     IF NOT WS-CHGO-FILE-OPEN
024900         GO TO 2100-PICK-UP-RECOVERIES-EXIT
025000     END-IF
025100     MOVE LM-LOAN-NUMBER TO CO-LOAN-NUMBER
025200     READ CHARGEOFF-FILE
025300         KEY IS CO-LOAN-NUMBER
025400         INVALID KEY
025500             GO TO 2100-PICK-UP-RECOVERIES-EXIT
025600     END-READ
025700     MOVE CO-CHARGEOFF-AMOUNT TO LG-CHARGEOFF-AMOUNT
025800     MOVE CO-RECOVERED-TOTAL  TO LG-RECOVERED-TOTAL
025900     .
026000 2100-PICK-UP-RECOVERIES-EXIT.
026100     EXIT.
026200*----------------------------------------------------------------
026300*  9999-EXIT  --  COMMON PROGRAM EXIT.
026400*----------------------------------------------------------------
026500 9999-EXIT.
026600     IF WS-LOANMAST-STATUS = "00" OR WS-LOANMAST-STATUS = "10"
026700         CLOSE LOAN-MASTER-FILE
026800     END-IF
026900     IF WS-CHGO-FILE-OPEN
027000         CLOSE CHARGEOFF-FILE
027100     END-IF
027200     IF WS-HIST-FILE-OPEN
027300         CLOSE LOAN-AGING-HISTORY-FILE
027400     END-IF
027500     .
027600 9999-EXIT-EXIT.
027700     EXIT.
027800 END PROGRAM LOAN-AGING-SNAPSHOT.
027900*================================================================
028000*  IDENTIFICATION DIVISION.
028100*================================================================
028200 IDENTIFICATION DIVISION.
028300 PROGRAM-ID.    LOAN-VINTAGE-RPT.
028400 AUTHOR.        R KUMAR.
028500 INSTALLATION.  RETAIL BANKING SYSTEMS.
028600 DATE-WRITTEN.  2026-10-15.
028700 DATE-COMPILED. 2026-10-15.
028800*----------------------------------------------------------------
028900*  MOD-HISTORY
029000*    2026-10-15  RPK  INITIAL VERSION.  MONTH-END CREDIT
029100*                     REPORT OFF THE LOAN AGING HISTORY.  PART
029200*                     ONE IS THE ROLL-RATE MATRIX - EVERY LOAN
029300*                     ON THE HISTORY IN BOTH THE REPORT PERIOD
029400*                     AND THE MONTH BEFORE, COUNTED FROM ITS
029500*                     PRIOR BUCKET (CURRENT, 30-59, 60-89, 90+)
029600*                     TO ITS BUCKET NOW (THE SAME FOUR, CHARGED
029700*                     OFF, OR CLOSED), AS LOAN COUNTS, PERCENT
029800*                     OF THE ROW'S LOANS AND PERCENT OF THE
029900*                     ROW'S PRIOR BALANCE.  PART TWO IS THE
030000*                     VINTAGE CURVES - FOR EACH PRODUCT AND
030100*                     DISBURSEMENT MONTH, ONE LINE PER PERIOD
030200*                     ON THE HISTORY BY MONTHS ON BOOK, SHOWING
030300*                     THE 30+ AND 90+ BALANCES AND THE NET
030400*                     CHARGE-OFF LOSS (WRITTEN OFF LESS
030500*                     RECOVERED) AS A PERCENT OF THE AMOUNT
030600*                     ORIGINATED.  THE VINTAGE-PERIOD PARAMETER
030700*                     (YYYYMM) PICKS THE REPORT PERIOD; WITHOUT
030800*                     IT THE BUSINESS DATE'S MONTH IS USED.
030900*================================================================
031000 ENVIRONMENT DIVISION.
031100 INPUT-OUTPUT SECTION.
031200 FILE-CONTROL.
031300     COPY LAGHSEL.
031400     COPY PARMSEL.
031500     SELECT VINTAGE-REPORT-FILE
031600         ASSIGN TO "VINTRPT"
031700         ORGANIZATION IS LINE SEQUENTIAL
031800         FILE STATUS IS WS-VINTRPT-STATUS.
031900     SELECT ROLL-SORT-FILE ASSIGN TO "ROLLSORT".
032000     SELECT VINTAGE-SORT-FILE ASSIGN TO "VINTSORT".
032100*================================================================
032200 DATA DIVISION.
032300 FILE SECTION.
032400 FD  LOAN-AGING-HISTORY-FILE.
032500     COPY LAGHREC.
032600 FD  BUSINESS-PARAMETER-FILE.
032700     COPY PARMREC.
032800 FD  VINTAGE-REPORT-FILE.
032900 01  VINTAGE-REPORT-LINE           PIC X(100).
033000 SD  ROLL-SORT-FILE.
033100 01  ROLL-SORT-RECORD.
033200     05  RS-LOAN-NUMBER            PIC 9(10).
033300     05  RS-PERIOD                 PIC 9(06).
033400     05  RS-BUCKET                 PIC X.
033500     05  RS-BALANCE                PIC S9(09)V99.
033600 SD  VINTAGE-SORT-FILE.
033700 01  VINTAGE-SORT-RECORD.
033800     05  VS-PRODUCT-CODE           PIC X.
033900     05  VS-VINTAGE                PIC 9(06).
034000     05  VS-PERIOD                 PIC 9(06).
034100     05  VS-BUCKET                 PIC X.
034200     05  VS-PRINCIPAL              PIC S9(09)V99.
034300     05  VS-BALANCE                PIC S9(09)V99.
034400     05  VS-NET-LOSS               PIC S9(09)V99.
034500*----------------------------------------------------------------
034600 WORKING-STORAGE SECTION.
034700 01  WS-FILE-STATUSES.
034800     05  WS-LAGEHIST-STATUS        PIC XX.
034900     05  WS-BUSPARM-STATUS         PIC XX.
035000     05  WS-VINTRPT-STATUS         PIC XX.
035100*----------------------------------------------------------------
035200*  ROLL-RATE MATRIX.  FROM ROWS 1-4 ARE CURRENT, 30-59, 60-89
035300*  AND 90+; TO COLUMNS 1-6 ADD CHARGED OFF AND CLOSED.
035400*----------------------------------------------------------------
035500 01  WS-ROLL-MATRIX.
035600     05  WS-RM-FROM                OCCURS 4 TIMES.
035700         10  WS-RM-FROM-COUNT      PIC 9(07) COMP.
035800         10  WS-RM-FROM-BALANCE    PIC S9(13)V99.
035900         10  WS-RM-TO              OCCURS 6 TIMES.
036000             15  WS-RM-COUNT       PIC 9(07) COMP.
036100             15  WS-RM-BALANCE     PIC S9(13)V99.
036200 01  WS-BUCKET-LABELS.
036300     05  FILLER                    PIC X(10) VALUE "CURRENT".
036400     05  FILLER                    PIC X(10) VALUE "30-59".
036500     05  FILLER                    PIC X(10) VALUE "60-89".
036600     05  FILLER                    PIC X(10) VALUE "90+".
036700 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
036800     05  WS-BUCKET-LABEL           PIC X(10) OCCURS 4 TIMES.
036900 01  WS-MATRIX-HEADING.
037000     05  FILLER                    PIC X(17) VALUE
037100         "FROM        LOANS".
037200     05  FILLER                    PIC X(11) VALUE
037300         "    CURRENT".
037400     05  FILLER                    PIC X(11) VALUE
037500         "      30-59".
037600     05  FILLER                    PIC X(11) VALUE
037700         "      60-89".
037800     05  FILLER                    PIC X(11) VALUE
037900         "        90+".
038000     05  FILLER                    PIC X(11) VALUE
038100         "    CHG-OFF".
038200     05  FILLER                    PIC X(11) VALUE
038300         "     CLOSED".
038400 01  WS-MATRIX-LINE.
038500     05  WS-ML-LABEL               PIC X(10).
038600     05  WS-ML-TOTAL               PIC Z(6)9.
038700     05  WS-ML-CELL                OCCURS 6 TIMES.
038800         10  FILLER                PIC X(04).
038900         10  WS-ML-VALUE           PIC X(07).
039000     05  FILLER                    PIC X(17).
039100*----------------------------------------------------------------
039200 01  WS-WORK-FIELDS.
039300     05  WS-HIST-EOF-SWITCH        PIC X VALUE 'N'.
039400         88  NO-MORE-HISTORY       VALUE 'Y'.
039500     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
039600         88  NO-MORE-SORTED-ROWS   VALUE 'Y'.
039700     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
039800         88  NO-MORE-PARAMETERS    VALUE 'Y'.
039900     05  WS-HAVE-FROM-SWITCH       PIC X VALUE 'N'.
040000         88  WS-HAVE-FROM-ROW      VALUE 'Y'.
040100     05  WS-REPORT-PERIOD          PIC 9(06) VALUE 0.
040200     05  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
040300         10  WS-RP-YYYY            PIC 9(04).
040400         10  WS-RP-MM              PIC 9(02).
040500     05  WS-PRIOR-PERIOD           PIC 9(06).
040600     05  WS-PRIOR-PERIOD-PARTS REDEFINES WS-PRIOR-PERIOD.
040700         10  WS-PP-YYYY            PIC 9(04).
040800         10  WS-PP-MM              PIC 9(02).
040900     05  WS-FROM-LOAN              PIC 9(10).
041000     05  WS-FROM-BALANCE           PIC S9(09)V99.
041100     05  WS-FROM-SUB               PIC 9(01) COMP.
041200     05  WS-TO-SUB                 PIC 9(01) COMP.
041300     05  WS-BUCKET-CODE            PIC X.
041400     05  WS-BUCKET-SUB             PIC 9(01) COMP.
041500     05  WS-ROWS-READ              PIC 9(08) COMP VALUE 0.
041600     05  WS-LOANS-ROLLED           PIC 9(07) COMP VALUE 0.
041700     05  WS-VINTAGE-LINES          PIC 9(07) COMP VALUE 0.
041800     05  WS-PCT                    PIC S9(03)V99.
041900*----------------------------------------------------------------
042000 01  WS-VINTAGE-FIELDS.
042100     05  WS-CUR-PRODUCT            PIC X.
042200     05  WS-CUR-VINTAGE            PIC 9(06).
042300     05  WS-CUR-VINTAGE-PARTS REDEFINES WS-CUR-VINTAGE.
042400         10  WS-CV-YYYY            PIC 9(04).
042500         10  WS-CV-MM              PIC 9(02).
042600     05  WS-CUR-PERIOD             PIC 9(06).
042700     05  WS-CUR-PERIOD-PARTS REDEFINES WS-CUR-PERIOD.
042800         10  WS-CP-YYYY            PIC 9(04).
042900         10  WS-CP-MM              PIC 9(02).
043000     05  WS-MONTHS-ON-BOOK         PIC S9(04) COMP.
043100     05  WS-VG-LOANS               PIC 9(06) COMP.
043200     05  WS-VG-ORIGINATED          PIC S9(11)V99.
043300     05  WS-VG-DELQ-30-PLUS        PIC S9(11)V99.
043400     05  WS-VG-DELQ-90-PLUS        PIC S9(11)V99.
043500     05  WS-VG-NET-LOSS            PIC S9(11)V99.
043600*----------------------------------------------------------------
043700 01  WS-REPORT-EDIT-FIELDS.
043800     05  WS-EDIT-COUNT             PIC Z(6)9.
043900     05  WS-EDIT-MATRIX-PCT        PIC ZZZ9.99.
044000     05  WS-EDIT-MOB               PIC ZZ9.
044100     05  WS-EDIT-LOANS             PIC Z(5)9.
044200     05  WS-EDIT-AMOUNT            PIC -(11)9.99.
044300     05  WS-EDIT-PCT-30            PIC ZZ9.99-.
044400     05  WS-EDIT-PCT-90            PIC ZZ9.99-.
044500     05  WS-EDIT-PCT-LOSS          PIC ZZ9.99-.
044600*----------------------------------------------------------------
044700 01  WS-BUSINESS-DATE              PIC 9(08).
044800 01  WS-BUSDATE-FLAG               PIC X.
044900 01  WS-CURRENT-TIMESTAMP          PIC X(21).
045000 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
045100     05  WS-TS-DATE                PIC 9(08).
045200     05  FILLER                    PIC X(13).
045300 01  WS-TS-PERIOD-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
045400     05  WS-TS-PERIOD              PIC 9(06).
045500     05  FILLER                    PIC X(15).
045600*----------------------------------------------------------------
045700 01  WS-RUN-HISTORY-FIELDS.
045800     05  WS-RH-STEP-NAME           PIC X(08) VALUE "LVINSTEP".
045900     05  WS-RH-START-TIMESTAMP     PIC X(21).
046000     05  WS-RH-RECORDS-READ        PIC 9(08).
046100     05  WS-RH-RECORDS-UPDATED     PIC 9(08) VALUE 0.
046200     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
046300     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
046400*================================================================
046500 PROCEDURE DIVISION.
046600*================================================================
046700 0000-MAINLINE.
046800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
046900     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
047000     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
047100         WS-BUSDATE-FLAG
047200     IF WS-BUSDATE-FLAG = "Y"
047300         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
047400     END-IF
047500     PERFORM 1000-INITIALIZE
047600         THRU 1000-INITIALIZE-EXIT
047700     SORT ROLL-SORT-FILE
047800         ON ASCENDING KEY RS-LOAN-NUMBER
047900         ON ASCENDING KEY RS-PERIOD
048000         INPUT PROCEDURE IS 2000-RELEASE-TWO-PERIODS
048100             THRU 2000-RELEASE-TWO-PERIODS-EXIT
048200         OUTPUT PROCEDURE IS 3000-BUILD-ROLL-MATRIX
048300             THRU 3000-BUILD-ROLL-MATRIX-EXIT
048400     PERFORM 4000-PRINT-ROLL-MATRIX
048500         THRU 4000-PRINT-ROLL-MATRIX-EXIT
048600     MOVE 'N' TO WS-HIST-EOF-SWITCH
048700     MOVE 'N' TO WS-SORTED-EOF-SWITCH
048800     SORT VINTAGE-SORT-FILE
048900         ON ASCENDING KEY VS-PRODUCT-CODE
049000         ON ASCENDING KEY VS-VINTAGE
049100         ON ASCENDING KEY VS-PERIOD
049200         INPUT PROCEDURE IS 5000-RELEASE-ALL-PERIODS
049300             THRU 5000-RELEASE-ALL-PERIODS-EXIT
049400         OUTPUT PROCEDURE IS 6000-PRINT-VINTAGE-CURVES
049500             THRU 6000-PRINT-VINTAGE-CURVES-EXIT
049600     CLOSE VINTAGE-REPORT-FILE
049700     DISPLAY "LNVINTRP: REPORT PERIOD        = "
049800         WS-REPORT-PERIOD
049900     DISPLAY "LNVINTRP: LOANS IN ROLL MATRIX = "
050000         WS-LOANS-ROLLED
050100     DISPLAY "LNVINTRP: VINTAGE LINES        = "
050200         WS-VINTAGE-LINES
050300     MOVE WS-ROWS-READ TO WS-RH-RECORDS-READ
050400     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
050500         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
050600         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
050700         WS-RH-COMPLETION-CODE
050800     STOP RUN.
050900*----------------------------------------------------------------
051000*  1000-INITIALIZE  --  SETTLE THE REPORT PERIOD AND THE MONTH
051100*  BEFORE IT, CLEAR THE MATRIX AND OPEN THE REPORT.
051200*----------------------------------------------------------------
051300 1000-INITIALIZE.
051400     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
051500         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
051600     IF WS-REPORT-PERIOD = ZERO
051700         MOVE WS-TS-PERIOD TO WS-REPORT-PERIOD
051800     END-IF
051900     IF WS-RP-MM = 01
052000         COMPUTE WS-PP-YYYY = WS-RP-YYYY - 1
052100         MOVE 12 TO WS-PP-MM
052200     ELSE
052300         MOVE WS-RP-YYYY TO WS-PP-YYYY
052400         COMPUTE WS-PP-MM = WS-RP-MM - 1
052500     END-IF
052600     MOVE ZEROS TO WS-ROLL-MATRIX
052700     OPEN OUTPUT VINTAGE-REPORT-FILE
052800     MOVE SPACES TO VINTAGE-REPORT-LINE
052900     STRING "LOAN PORTFOLIO ROLL-RATE AND VINTAGE REPORT - "
053000         WS-TS-DATE
053100         DELIMITED BY SIZE INTO VINTAGE-REPORT-LINE
053200     WRITE VINTAGE-REPORT-LINE
053300     .
053400 1000-INITIALIZE-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700 1100-LOAD-BUSINESS-PARAMETERS.
053800     OPEN INPUT BUSINESS-PARAMETER-FILE
053900     IF WS-BUSPARM-STATUS NOT = "00"
054000         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
054100     END-IF
054200     PERFORM 1110-READ-ONE-PARAMETER
054300         THRU 1110-READ-ONE-PARAMETER-EXIT
054400         UNTIL NO-MORE-PARAMETERS
054500     CLOSE BUSINESS-PARAMETER-FILE
054600     .
054700 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
054800     EXIT.
054900*----------------------------------------------------------------
055000 1110-READ-ONE-PARAMETER.
055100     READ BUSINESS-PARAMETER-FILE
055200         AT END
055300             MOVE 'Y' TO WS-PARM-EOF-SWITCH
055400             GO TO 1110-READ-ONE-PARAMETER-EXIT
055500     END-READ
055600     EVALUATE BP-PARM-NAME
055700         WHEN "VINTAGE-PERIOD"
055800             MOVE BP-PARM-VALUE TO WS-REPORT-PERIOD
055900         WHEN OTHER
056000             CONTINUE
056100     END-EVALUATE
056200     .
056300 1110-READ-ONE-PARAMETER-EXIT.
056400     EXIT.
056500*----------------------------------------------------------------
056600*  2000-RELEASE-TWO-PERIODS  --  ROLL SORT INPUT PROCEDURE.
056700*  ONLY THE REPORT PERIOD AND THE MONTH BEFORE IT.
056800*----------------------------------------------------------------
056900 2000-RELEASE-TWO-PERIODS.
057000     OPEN INPUT LOAN-AGING-HISTORY-FILE
057100     IF WS-LAGEHIST-STATUS NOT = "00"
057200         DISPLAY "LNVINTRP: NO LOAN AGING HISTORY, STATUS = "
057300             WS-LAGEHIST-STATUS
057400         GO TO 2000-RELEASE-TWO-PERIODS-EXIT
057500     END-IF
057600     PERFORM 2100-RELEASE-ONE-ROLL-ROW
057700         THRU 2100-RELEASE-ONE-ROLL-ROW-EXIT
057800         UNTIL NO-MORE-HISTORY
057900     CLOSE LOAN-AGING-HISTORY-FILE
058000     .
058100 2000-RELEASE-TWO-PERIODS-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400 2100-RELEASE-ONE-ROLL-ROW.
058500     READ LOAN-AGING-HISTORY-FILE
058600         AT END
058700             MOVE 'Y' TO WS-HIST-EOF-SWITCH
058800             GO TO 2100-RELEASE-ONE-ROLL-ROW-EXIT
058900     END-READ
059000     ADD 1 TO WS-ROWS-READ
059100     IF LG-PERIOD NOT = WS-REPORT-PERIOD
059200             AND LG-PERIOD NOT = WS-PRIOR-PERIOD
059300         GO TO 2100-RELEASE-ONE-ROLL-ROW-EXIT
059400     END-IF
059500     MOVE LG-LOAN-NUMBER         TO RS-LOAN-NUMBER
059600     MOVE LG-PERIOD              TO RS-PERIOD
059700     MOVE LG-BUCKET              TO RS-BUCKET
059800     MOVE LG-OUTSTANDING-BALANCE TO RS-BALANCE
059900     RELEASE ROLL-SORT-RECORD
060000     .
060100 2100-RELEASE-ONE-ROLL-ROW-EXIT.
060200     EXIT.
060300*----------------------------------------------------------------
060400*  3000-BUILD-ROLL-MATRIX  --  ROLL SORT OUTPUT PROCEDURE.  A
060500*  LOAN'S PRIOR-MONTH ROW SORTS AHEAD OF ITS REPORT-PERIOD ROW;
060600*  A PAIR FOR THE SAME LOAN IS ONE ROLL.  A LOAN NEW THIS MONTH
060700*  HAS NO FROM ROW, AND ONE ALREADY CHARGED OFF OR CLOSED LAST
060800*  MONTH IS NOT ROLLING, SO NEITHER IS COUNTED.
060900*----------------------------------------------------------------
061000 3000-BUILD-ROLL-MATRIX.
061100     PERFORM 3100-TAKE-ONE-ROLL-ROW
061200         THRU 3100-TAKE-ONE-ROLL-ROW-EXIT
061300         UNTIL NO-MORE-SORTED-ROWS
061400     .
061500 3000-BUILD-ROLL-MATRIX-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800 3100-TAKE-ONE-ROLL-ROW.
061900     RETURN ROLL-SORT-FILE
062000         AT END
062100             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
062200             GO TO 3100-TAKE-ONE-ROLL-ROW-EXIT
062300     END-RETURN
062400     MOVE RS-BUCKET TO WS-BUCKET-CODE
062500     PERFORM 8000-BUCKET-TO-SUBSCRIPT
062600         THRU 8000-BUCKET-TO-SUBSCRIPT-EXIT
062700     IF RS-PERIOD = WS-PRIOR-PERIOD
062800         MOVE 'N' TO WS-HAVE-FROM-SWITCH
062900         IF WS-BUCKET-SUB > ZERO AND WS-BUCKET-SUB < 5
063000             MOVE 'Y' TO WS-HAVE-FROM-SWITCH
063100             MOVE RS-LOAN-NUMBER TO WS-FROM-LOAN
063200             MOVE RS-BALANCE TO WS-FROM-BALANCE
063300             MOVE WS-BUCKET-SUB TO WS-FROM-SUB
063400         END-IF
063500         GO TO 3100-TAKE-ONE-ROLL-ROW-EXIT
063600     END-IF
063700     IF NOT WS-HAVE-FROM-ROW
063800             OR RS-LOAN-NUMBER NOT = WS-FROM-LOAN
063900             OR WS-BUCKET-SUB = ZERO
064000         MOVE 'N' TO WS-HAVE-FROM-SWITCH
064100         GO TO 3100-TAKE-ONE-ROLL-ROW-EXIT
064200     END-IF
064300     MOVE WS-BUCKET-SUB TO WS-TO-SUB
064400     ADD 1 TO WS-RM-FROM-COUNT (WS-FROM-SUB)
064500     ADD WS-FROM-BALANCE TO WS-RM-FROM-BALANCE (WS-FROM-SUB)
064600     ADD 1 TO WS-RM-COUNT (WS-FROM-SUB WS-TO-SUB)
064700     ADD WS-FROM-BALANCE
064800         TO WS-RM-BALANCE (WS-FROM-SUB WS-TO-SUB)
064900     ADD 1 TO WS-LOANS-ROLLED
065000     MOVE 'N' TO WS-HAVE-FROM-SWITCH
065100     .
065200 3100-TAKE-ONE-ROLL-ROW-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------
065500*  4000-PRINT-ROLL-MATRIX  --  PER FROM BUCKET: LOAN COUNTS,
065600*  PERCENT OF THE ROW'S LOANS, PERCENT OF THE ROW'S BALANCE.
065700*----------------------------------------------------------------
065800 4000-PRINT-ROLL-MATRIX.
065900     MOVE SPACES TO VINTAGE-REPORT-LINE
066000     WRITE VINTAGE-REPORT-LINE
066100     MOVE SPACES TO VINTAGE-REPORT-LINE
066200     STRING "ROLL-RATE MATRIX  " WS-PRIOR-PERIOD " TO "
066300         WS-REPORT-PERIOD
066400         DELIMITED BY SIZE INTO VINTAGE-REPORT-LINE
066500     WRITE VINTAGE-REPORT-LINE
066600     MOVE WS-MATRIX-HEADING TO VINTAGE-REPORT-LINE
066700     WRITE VINTAGE-REPORT-LINE
066800     PERFORM 4100-PRINT-ONE-FROM-ROW
066900         THRU 4100-PRINT-ONE-FROM-ROW-EXIT
067000         VARYING WS-FROM-SUB FROM 1 BY 1
067100         UNTIL WS-FROM-SUB > 4
067200     .
067300 4000-PRINT-ROLL-MATRIX-EXIT.
067400     EXIT.
067500*----------------------------------------------------------------
067600 4100-PRINT-ONE-FROM-ROW.
067700     MOVE SPACES TO WS-MATRIX-LINE
067800     MOVE WS-BUCKET-LABEL (WS-FROM-SUB) TO WS-ML-LABEL
067900     MOVE WS-RM-FROM-COUNT (WS-FROM-SUB) TO WS-ML-TOTAL
068000     PERFORM 4110-EDIT-ONE-COUNT
068100         THRU 4110-EDIT-ONE-COUNT-EXIT
068200         VARYING WS-TO-SUB FROM 1 BY 1
068300         UNTIL WS-TO-SUB > 6
068400     MOVE WS-MATRIX-LINE TO VINTAGE-REPORT-LINE
068500     WRITE VINTAGE-REPORT-LINE
068600     MOVE SPACES TO WS-MATRIX-LINE
068700     MOVE "  PCT LNS" TO WS-ML-LABEL
068800     PERFORM 4120-EDIT-ONE-COUNT-PCT
068900         THRU 4120-EDIT-ONE-COUNT-PCT-EXIT
069000         VARYING WS-TO-SUB FROM 1 BY 1
069100         UNTIL WS-TO-SUB > 6
069200     MOVE WS-MATRIX-LINE TO VINTAGE-REPORT-LINE
069300     WRITE VINTAGE-REPORT-LINE
069400     MOVE SPACES TO WS-MATRIX-LINE
069500     MOVE "  PCT BAL" TO WS-ML-LABEL
069600     PERFORM 4130-EDIT-ONE-BALANCE-PCT
069700         THRU 4130-EDIT-ONE-BALANCE-PCT-EXIT
069800         VARYING WS-TO-SUB FROM 1 BY 1
069900         UNTIL WS-TO-SUB > 6
070000     MOVE WS-MATRIX-LINE TO VINTAGE-REPORT-LINE
070100     WRITE VINTAGE-REPORT-LINE
070200     .
070300 4100-PRINT-ONE-FROM-ROW-EXIT.
070400     EXIT.
070500*----------------------------------------------------------------
070600 4110-EDIT-ONE-COUNT.
070700     MOVE WS-RM-COUNT (WS-FROM-SUB WS-TO-SUB) TO WS-EDIT-COUNT
070800     MOVE WS-EDIT-COUNT TO WS-ML-VALUE (WS-TO-SUB)
070900     .
071000 4110-EDIT-ONE-COUNT-EXIT.
071100     EXIT.
071200*----------------------------------------------------------------
071300 4120-EDIT-ONE-COUNT-PCT.
071400     MOVE ZERO TO WS-PCT
071500     IF WS-RM-FROM-COUNT (WS-FROM-SUB) > ZERO
071600         COMPUTE WS-PCT ROUNDED =
071700             WS-RM-COUNT (WS-FROM-SUB WS-TO-SUB) * 100
071800             / WS-RM-FROM-COUNT (WS-FROM-SUB)
071900     END-IF
072000     MOVE WS-PCT TO WS-EDIT-MATRIX-PCT
072100     MOVE WS-EDIT-MATRIX-PCT TO WS-ML-VALUE (WS-TO-SUB)
072200     .
072300 4120-EDIT-ONE-COUNT-PCT-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------
072600 4130-EDIT-ONE-BALANCE-PCT.
072700     MOVE ZERO TO WS-PCT
072800     IF WS-RM-FROM-BALANCE (WS-FROM-SUB) > ZERO
072900         COMPUTE WS-PCT ROUNDED =
073000             WS-RM-BALANCE (WS-FROM-SUB WS-TO-SUB) * 100
073100             / WS-RM-FROM-BALANCE (WS-FROM-SUB)
073200     END-IF
073300     MOVE WS-PCT TO WS-EDIT-MATRIX-PCT
073400     MOVE WS-EDIT-MATRIX-PCT TO WS-ML-VALUE (WS-TO-SUB)
073500     .
073600 4130-EDIT-ONE-BALANCE-PCT-EXIT.
073700     EXIT.
073800*----------------------------------------------------------------
073900*  5000-RELEASE-ALL-PERIODS  --  VINTAGE SORT INPUT PROCEDURE.
074000*  EVERY ROW ON THE HISTORY, WITH THE CHARGE-OFF NET OF
074100*  RECOVERIES CARRIED AS THE LOSS.
074200*----------------------------------------------------------------
074300 5000-RELEASE-ALL-PERIODS.
074400     OPEN INPUT LOAN-AGING-HISTORY-FILE
074500     IF WS-LAGEHIST-STATUS NOT = "00"
074600         GO TO 5000-RELEASE-ALL-PERIODS-EXIT
074700     END-IF
074800     PERFORM 5100-RELEASE-ONE-VINTAGE-ROW
074900         THRU 5100-RELEASE-ONE-VINTAGE-ROW-EXIT
075000         UNTIL NO-MORE-HISTORY
075100     CLOSE LOAN-AGING-HISTORY-FILE
075200     .
075300 5000-RELEASE-ALL-PERIODS-EXIT.
075400     EXIT.
075500*----------------------------------------------------------------
075600 5100-RELEASE-ONE-VINTAGE-ROW.
075700     READ LOAN-AGING-HISTORY-FILE
075800         AT END
075900             MOVE 'Y' TO WS-HIST-EOF-SWITCH
076000             GO TO 5100-RELEASE-ONE-VINTAGE-ROW-EXIT
076100     END-READ
076200     IF LG-PERIOD > WS-REPORT-PERIOD
076300         GO TO 5100-RELEASE-ONE-VINTAGE-ROW-EXIT
076400     END-IF
076500     MOVE LG-PRODUCT-CODE        TO VS-PRODUCT-CODE
076600     MOVE LG-VINTAGE             TO VS-VINTAGE
076700     MOVE LG-PERIOD              TO VS-PERIOD
076800     MOVE LG-BUCKET              TO VS-BUCKET
076900     MOVE LG-PRINCIPAL           TO VS-PRINCIPAL
077000     MOVE LG-OUTSTANDING-BALANCE TO VS-BALANCE
077100     MOVE ZERO                   TO VS-NET-LOSS
077200     IF LG-BUCKET-CHARGED-OFF
077300         COMPUTE VS-NET-LOSS =
077400             LG-CHARGEOFF-AMOUNT - LG-RECOVERED-TOTAL
077500     END-IF
077600     RELEASE VINTAGE-SORT-RECORD
077700     .
077800 5100-RELEASE-ONE-VINTAGE-ROW-EXIT.
077900     EXIT.
078000*----------------------------------------------------------------
078100*  6000-PRINT-VINTAGE-CURVES  --  VINTAGE SORT OUTPUT
078200*  PROCEDURE.  BREAKS ON PRODUCT, DISBURSEMENT MONTH AND
078300*  PERIOD; EACH PERIOD GROUP IS ONE POINT ON THE CURVE.
078400*----------------------------------------------------------------
078500 6000-PRINT-VINTAGE-CURVES.
078600     MOVE SPACES TO VINTAGE-REPORT-LINE
078700     WRITE VINTAGE-REPORT-LINE
078800     MOVE SPACES TO VINTAGE-REPORT-LINE
078900     STRING "VINTAGE CURVES BY PRODUCT AND DISBURSEMENT MONTH"
079000         " THROUGH " WS-REPORT-PERIOD
079100         DELIMITED BY SIZE INTO VINTAGE-REPORT-LINE
079200     WRITE VINTAGE-REPORT-LINE
079300     PERFORM 6900-RETURN-NEXT-VINTAGE-ROW
079400         THRU 6900-RETURN-NEXT-VINTAGE-ROW-EXIT
079500     IF NO-MORE-SORTED-ROWS
079600         GO TO 6000-PRINT-VINTAGE-CURVES-EXIT
079700     END-IF
079800     PERFORM 6050-START-PRODUCT
079900         THRU 6050-START-PRODUCT-EXIT
080000     PERFORM 6060-START-GROUP
080100         THRU 6060-START-GROUP-EXIT
080200     PERFORM 6100-TAKE-ONE-VINTAGE-ROW
080300         THRU 6100-TAKE-ONE-VINTAGE-ROW-EXIT
080400         UNTIL NO-MORE-SORTED-ROWS
080500     PERFORM 6200-PRINT-ONE-CURVE-POINT
080600         THRU 6200-PRINT-ONE-CURVE-POINT-EXIT
080700     .
080800 6000-PRINT-VINTAGE-CURVES-EXIT.
080900     EXIT.
081000*----------------------------------------------------------------
081100 6050-START-PRODUCT.
081200     MOVE VS-PRODUCT-CODE TO WS-CUR-PRODUCT
081300     MOVE SPACES TO VINTAGE-REPORT-LINE
081400     WRITE VINTAGE-REPORT-LINE
081500     MOVE SPACES TO VINTAGE-REPORT-LINE
081600     STRING "PRODUCT " WS-CUR-PRODUCT
081700         DELIMITED BY SIZE INTO VINTAGE-REPORT-LINE
081800     WRITE VINTAGE-REPORT-LINE
081900     MOVE SPACES TO VINTAGE-REPORT-LINE
082000     STRING "  VINTAGE  MOB   LOANS      ORIGINATED"
082100         "     30+ PCT  90+ PCT  NET LOSS PCT"
082200         DELIMITED BY SIZE INTO VINTAGE-REPORT-LINE
082300     WRITE VINTAGE-REPORT-LINE
082400     .
082500 6050-START-PRODUCT-EXIT.
082600     EXIT.
082700*----------------------------------------------------------------
082800 6060-START-GROUP.
082900     MOVE VS-VINTAGE TO WS-CUR-VINTAGE
083000     MOVE VS-PERIOD  TO WS-CUR-PERIOD
083100     MOVE ZERO TO WS-VG-LOANS WS-VG-ORIGINATED
083200                  WS-VG-DELQ-30-PLUS WS-VG-DELQ-90-PLUS
083300                  WS-VG-NET-LOSS
083400     .
083500 6060-START-GROUP-EXIT.
083600     EXIT.
083700*----------------------------------------------------------------
083800 6100-TAKE-ONE-VINTAGE-ROW.
083900     IF VS-PRODUCT-CODE NOT = WS-CUR-PRODUCT
084000         PERFORM 6200-PRINT-ONE-CURVE-POINT
084100             THRU 6200-PRINT-ONE-CURVE-POINT-EXIT
084200         PERFORM 6050-START-PRODUCT
084300             THRU 6050-START-PRODUCT-EXIT
084400         PERFORM 6060-START-GROUP
084500             THRU 6060-START-GROUP-EXIT
084600     ELSE
084700         IF VS-VINTAGE NOT = WS-CUR-VINTAGE
084800                 OR VS-PERIOD NOT = WS-CUR-PERIOD
084900             PERFORM 6200-PRINT-ONE-CURVE-POINT
085000                 THRU 6200-PRINT-ONE-CURVE-POINT-EXIT
085100             PERFORM 6060-START-GROUP
085200                 THRU 6060-START-GROUP-EXIT
085300         END-IF
085400     END-IF
085500     ADD 1 TO WS-VG-LOANS
085600     ADD VS-PRINCIPAL TO WS-VG-ORIGINATED
085700     IF VS-BUCKET = '3' OR VS-BUCKET = '6' OR VS-BUCKET = '9'
085800         ADD VS-BALANCE TO WS-VG-DELQ-30-PLUS
085900     END-IF
086000     IF VS-BUCKET = '9'
086100         ADD VS-BALANCE TO WS-VG-DELQ-90-PLUS
086200     END-IF
086300     ADD VS-NET-LOSS TO WS-VG-NET-LOSS
086400     PERFORM 6900-RETURN-NEXT-VINTAGE-ROW
086500         THRU 6900-RETURN-NEXT-VINTAGE-ROW-EXIT
086600     .
086700 6100-TAKE-ONE-VINTAGE-ROW-EXIT.
086800     EXIT.
086900*----------------------------------------------------------------
087000*  6200-PRINT-ONE-CURVE-POINT  --  MONTHS ON BOOK FROM THE
087100*  DISBURSEMENT MONTH TO THE PERIOD; EACH MEASURE AS A PERCENT
087200*  OF THE AMOUNT THE VINTAGE ORIGINATED.
087300*----------------------------------------------------------------
087400 6200-PRINT-ONE-CURVE-POINT.
087500     COMPUTE WS-MONTHS-ON-BOOK =
087600         (WS-CP-YYYY * 12 + WS-CP-MM)
087700         - (WS-CV-YYYY * 12 + WS-CV-MM)
087800     IF WS-MONTHS-ON-BOOK < ZERO
087900         MOVE ZERO TO WS-MONTHS-ON-BOOK
088000     END-IF
088100     MOVE WS-MONTHS-ON-BOOK TO WS-EDIT-MOB
088200     MOVE WS-VG-LOANS TO WS-EDIT-LOANS
088300     MOVE WS-VG-ORIGINATED TO WS-EDIT-AMOUNT
088400     MOVE ZERO TO WS-EDIT-PCT-30 WS-EDIT-PCT-90
088500                  WS-EDIT-PCT-LOSS
088600     IF WS-VG-ORIGINATED > ZERO
088700         COMPUTE WS-PCT ROUNDED =
088800             WS-VG-DELQ-30-PLUS * 100 / WS-VG-ORIGINATED
088900         MOVE WS-PCT TO WS-EDIT-PCT-30
089000         COMPUTE WS-PCT ROUNDED =
089100             WS-VG-DELQ-90-PLUS * 100 / WS-VG-ORIGINATED
089200         MOVE WS-PCT TO WS-EDIT-PCT-90
089300         COMPUTE WS-PCT ROUNDED =
089400             WS-VG-NET-LOSS * 100 / WS-VG-ORIGINATED
089500         MOVE WS-PCT TO WS-EDIT-PCT-LOSS
089600     END-IF
089700     MOVE SPACES TO VINTAGE-REPORT-LINE
089800     STRING "  " WS-CUR-VINTAGE "   " WS-EDIT-MOB
089900         "  " WS-EDIT-LOANS
090000         " " WS-EDIT-AMOUNT
090100         "    " WS-EDIT-PCT-30
090200         "  " WS-EDIT-PCT-90
090300         "       " WS-EDIT-PCT-LOSS
090400         DELIMITED BY SIZE INTO VINTAGE-REPORT-LINE
090500     WRITE VINTAGE-REPORT-LINE
090600     ADD 1 TO WS-VINTAGE-LINES
090700     .
090800 6200-PRINT-ONE-CURVE-POINT-EXIT.
090900     EXIT.
091000*----------------------------------------------------------------
091100 6900-RETURN-NEXT-VINTAGE-ROW.
091200     RETURN VINTAGE-SORT-FILE
091300         AT END
091400             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
091500     END-RETURN
091600     .
091700 6900-RETURN-NEXT-VINTAGE-ROW-EXIT.
091800     EXIT.
091900*----------------------------------------------------------------
092000*  8000-BUCKET-TO-SUBSCRIPT  --  MATRIX POSITION FOR A BUCKET
092100*  CODE; ZERO FOR ANYTHING UNRECOGNISED.
092200*----------------------------------------------------------------
092300 8000-BUCKET-TO-SUBSCRIPT.
092400     EVALUATE WS-BUCKET-CODE
092500         WHEN 'C'
092600             MOVE 1 TO WS-BUCKET-SUB
092700         WHEN '3'
092800             MOVE 2 TO WS-BUCKET-SUB
092900         WHEN '6'
093000             MOVE 3 TO WS-BUCKET-SUB
093100         WHEN '9'
093200             MOVE 4 TO WS-BUCKET-SUB
093300         WHEN 'O'
093400             MOVE 5 TO WS-BUCKET-SUB
093500         WHEN 'L'
093600             MOVE 6 TO WS-BUCKET-SUB
093700         WHEN OTHER
093800             MOVE 0 TO WS-BUCKET-SUB
093900     END-EVALUATE
094000     .
094100 8000-BUCKET-TO-SUBSCRIPT-EXIT.
094200     EXIT.
094300 END PROGRAM LOAN-VINTAGE-RPT.
