000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    FIXED-ASSET-ROLLFWD.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  MONTH-END FIXED ASSET
001300*                     ROLL-FORWARD, RUN ONCE THE PERIOD CLOSE
001400*                     HAS BUILT THE MONTH'S GL BALANCE ROWS.
001500*                     THE PERIOD (YYYYMM) COMES IN ON SYSIN.
001600*                     FOR EACH ASSET COST GL ACCOUNT THE COST
001700*                     (OPENING, ADDITIONS, DISPOSALS, CLOSING)
001800*                     AND THE ACCUMULATED DEPRECIATION
001900*                     (OPENING, CHARGE, DISPOSALS, CLOSING) ARE
002000*                     ROLLED FORWARD FROM THE FIXED ASSET
002100*                     REGISTER, AND THE PERIOD'S DISPOSALS ARE
002200*                     LISTED WITH THEIR GAIN OR LOSS.  THE
002300*                     CLOSING COST IS TIED TO THE BANK-WIDE
002400*                     CLOSING BALANCE OF THE ASSET ACCOUNT, AND
002500*                     THE CLOSING ACCUMULATED DEPRECIATION TO
002600*                     THE (CREDIT) BALANCE OF ITS ACCOUNT; A
002700*                     DIFFERENCE IS FLAGGED AND ENDS THE STEP
002800*                     RC 4.  EVERY LINE GOES TO THE PRINTED
002900*                     REPORT AND THE KEYED REPORT ARCHIVE
003000*                     (REPORT ID FXAROLL).
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     COPY FXASEL.
003600     COPY GLBMSEL.
003700     SELECT ASSET-ROLLFWD-REPORT-FILE
003800         ASSIGN TO "FXRFRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-FXRFRPT-STATUS.
004100*================================================================
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  FIXED-ASSET-FILE.
004500     COPY FXAREC.
004600*----------------------------------------------------------------
004700 FD  GL-BALANCE-MASTER-FILE.
004800     COPY GLBMAST.
004900*----------------------------------------------------------------
005000 FD  ASSET-ROLLFWD-REPORT-FILE.
005100 01  ASSET-ROLLFWD-REPORT-LINE     PIC X(100).
005200*----------------------------------------------------------------
005300 WORKING-STORAGE SECTION.
005400 01  WS-FILE-STATUSES.
005500     05  WS-FIXASSET-STATUS        PIC XX.
005600     05  WS-GLBMAST-STATUS         PIC XX.
005700     05  WS-FXRFRPT-STATUS         PIC XX.
005800*----------------------------------------------------------------
005900 01  WS-WORK-FIELDS.
006000     05  WS-ASSET-EOF-SWITCH       PIC X VALUE 'N'.
006100         88  NO-MORE-ASSETS        VALUE 'Y'.
006200     05  WS-REPORT-PERIOD          PIC 9(06).
006300     05  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
006400         10  WS-REPORT-YEAR        PIC 9(04).
006500         10  WS-REPORT-MONTH       PIC 9(02).
006600     05  WS-ASSETS-READ            PIC 9(06) COMP VALUE 0.
006700     05  WS-ASSETS-REPORTED        PIC 9(06) COMP VALUE 0.
006800     05  WS-DISPOSALS-LISTED       PIC 9(06) COMP VALUE 0.
006900     05  WS-ASSETS-PAST-PERIOD     PIC 9(06) COMP VALUE 0.
007000     05  WS-ACCOUNTS-NOT-TIED      PIC 9(06) COMP VALUE 0.
007100     05  WS-ASSETS-LEFT-OFF        PIC 9(06) COMP VALUE 0.
007200     05  WS-FOUND-SWITCH           PIC X.
007300         88  WS-ENTRY-FOUND        VALUE 'Y'.
007400     05  WS-WANTED-GL-ACCOUNT      PIC 9(06).
007500     05  WS-GL-CLOSING-BALANCE     PIC S9(11)V99.
007600     05  WS-REGISTER-CLOSING       PIC S9(11)V99.
007700     05  WS-TIE-DIFFERENCE         PIC S9(11)V99.
007800     05  WS-TIE-LABEL              PIC X(12).
007900*----------------------------------------------------------------
008000*  ONE ASSET'S PART IN THE PERIOD.
008100*----------------------------------------------------------------
008200 01  WS-ASSET-FIGURES.
008300     05  WS-CAPITALIZED-PERIOD     PIC 9(06).
008400     05  WS-DISPOSAL-PERIOD        PIC 9(06).
008500     05  WS-PERIOD-CHARGE          PIC S9(11)V99.
008600     05  WS-COST-OPENING           PIC S9(11)V99.
008700     05  WS-COST-ADDITIONS         PIC S9(11)V99.
008800     05  WS-COST-DISPOSALS         PIC S9(11)V99.
008900     05  WS-ACCUM-OPENING          PIC S9(11)V99.
009000     05  WS-ACCUM-DISPOSALS        PIC S9(11)V99.
009100*----------------------------------------------------------------
009200*  THE ROLL-FORWARD, ONE ENTRY PER ASSET COST ACCOUNT, AND
009300*  THE CLOSING ACCUMULATED DEPRECIATION, ONE ENTRY PER
009400*  ACCUMULATED DEPRECIATION ACCOUNT, FOR THE GL TIE.
009500*----------------------------------------------------------------
009600 01  WS-COST-ACCOUNT-COUNT         PIC 9(04) COMP VALUE 0.
009700 01  WS-COST-SUB                   PIC 9(04) COMP.
009800 01  WS-COST-ACCOUNT-TABLE.
009900     05  WS-CA-ENTRY               OCCURS 50 TIMES.
010000         10  WS-CA-GL-ACCOUNT      PIC 9(06).
010100         10  WS-CA-ASSET-COUNT     PIC 9(06) COMP.
010200         10  WS-CA-COST-OPENING    PIC S9(11)V99.
010300         10  WS-CA-COST-ADDITIONS  PIC S9(11)V99.
010400         10  WS-CA-COST-DISPOSALS  PIC S9(11)V99.
010500         10  WS-CA-COST-CLOSING    PIC S9(11)V99.
010600         10  WS-CA-ACCUM-OPENING   PIC S9(11)V99.
010700         10  WS-CA-ACCUM-CHARGE    PIC S9(11)V99.
010800         10  WS-CA-ACCUM-DISPOSALS PIC S9(11)V99.
010900         10  WS-CA-ACCUM-CLOSING   PIC S9(11)V99.
011000 01  WS-ACCUM-ACCOUNT-COUNT        PIC 9(04) COMP VALUE 0.
011100 01  WS-ACCUM-SUB                  PIC 9(04) COMP.
011200 01  WS-ACCUM-ACCOUNT-TABLE.
011300     05  WS-AA-ENTRY               OCCURS 50 TIMES.
011400         10  WS-AA-GL-ACCOUNT      PIC 9(06).
011500         10  WS-AA-CLOSING         PIC S9(11)V99.
011600*----------------------------------------------------------------
011700 01  WS-GRAND-TOTALS.
011800     05  WS-GT-COST-OPENING        PIC S9(11)V99 VALUE 0.
011900     05  WS-GT-COST-ADDITIONS      PIC S9(11)V99 VALUE 0.
012000     05  WS-GT-COST-DISPOSALS      PIC S9(11)V99 VALUE 0.
012100     05  WS-GT-COST-CLOSING        PIC S9(11)V99 VALUE 0.
012200     05  WS-GT-ACCUM-OPENING       PIC S9(11)V99 VALUE 0.
012300     05  WS-GT-ACCUM-CHARGE        PIC S9(11)V99 VALUE 0.
012400     05  WS-GT-ACCUM-DISPOSALS     PIC S9(11)V99 VALUE 0.
012500     05  WS-GT-ACCUM-CLOSING       PIC S9(11)V99 VALUE 0.
012600     05  WS-GT-GAIN-LOSS           PIC S9(11)V99 VALUE 0.
012700*----------------------------------------------------------------
012800*  ONE ROLL-FORWARD LINE - COST OR ACCUMULATED DEPRECIATION.
012900*----------------------------------------------------------------
013000 01  WS-LINE-FIGURES.
013100     05  WS-LINE-LABEL             PIC X(20).
013200     05  WS-LINE-OPENING           PIC S9(11)V99.
013300     05  WS-LINE-MOVEMENT          PIC S9(11)V99.
013400     05  WS-LINE-DISPOSALS         PIC S9(11)V99.
013500     05  WS-LINE-CLOSING           PIC S9(11)V99.
013600*----------------------------------------------------------------
013700*  CHART-OF-ACCOUNTS LOOKUP RESULT (GLACCT-VERIFY).
013800*----------------------------------------------------------------
013900 01  WS-GLACCT-FIELDS.
014000     05  WS-GLACCT-VERIFY-FLAG     PIC X.
014100         88  WS-GLACCT-ON-CHART    VALUE 'Y' 'C'.
014200     05  WS-GLACCT-NAME            PIC X(30).
014300     05  WS-GLACCT-CLASS           PIC X.
014400     05  WS-GLACCT-NORMAL-SIDE     PIC X.
014500*----------------------------------------------------------------
014600*  PRINT WORK FIELDS - SIGNED NUMERIC-EDITED, SAME CONVENTION
014700*  AS THE TRIAL BALANCE.
014800*----------------------------------------------------------------
014900 01  WS-PRINT-FIELDS.
015000     05  WS-EDIT-AMOUNT-1          PIC -(11)9.99.
015100     05  WS-EDIT-AMOUNT-2          PIC -(11)9.99.
015200     05  WS-EDIT-AMOUNT-3          PIC -(11)9.99.
015300     05  WS-EDIT-AMOUNT-4          PIC -(11)9.99.
015400     05  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
015500 01  WS-ROLLFWD-HEADING.
015600     05  FILLER                    PIC X(50) VALUE
015700         "                             OPENING     ADDS/CHAR".
015800     05  FILLER                    PIC X(50) VALUE
015900         "GE       DISPOSALS         CLOSING".
016000 01  WS-DISPOSAL-HEADING.
016100     05  FILLER                    PIC X(50) VALUE
016200         "ASSET ID DESCRIPTION                      NET BOOK".
016300     05  FILLER                    PIC X(50) VALUE
016400         " VALUE        PROCEEDS     GAIN (LOSS)".
016500*----------------------------------------------------------------
016600 01  WS-WORK-DATE                  PIC 9(08).
016700 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
016800     05  WS-WD-PERIOD              PIC 9(06).
016900     05  WS-WD-DD                  PIC 9(02).
017000*----------------------------------------------------------------
017100 01  WS-CURRENT-TIMESTAMP          PIC X(21).
017200 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
017300     05  WS-TS-DATE                PIC 9(08).
017400     05  FILLER                    PIC X(13).
017500 01  WS-BUSINESS-DATE              PIC 9(08).
017600 01  WS-BUSDATE-FLAG               PIC X.
017700 01  WS-RUN-HISTORY-FIELDS.
017800     05  WS-RH-STEP-NAME           PIC X(08) VALUE "FXRFSTEP".
017900     05  WS-RH-START-TIMESTAMP     PIC X(21).
018000     05  WS-RH-RECORDS-READ        PIC 9(08).
018100     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
018200     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
018300     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
018400*----------------------------------------------------------------
018500*  STAGING LINE FOR THE KEYED REPORT ARCHIVE (RPTARCH-WRITE).
018600*----------------------------------------------------------------
018700 01  WS-ARCHIVE-LINE               PIC X(100).
018800 01  WS-ARCHIVE-REPORT-ID          PIC X(08) VALUE "FXAROLL".
018900*================================================================
019000 PROCEDURE DIVISION.
019100*================================================================
019200 0000-MAINLINE.
019300     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
019400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
019500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
019600         WS-BUSDATE-FLAG
019700     IF WS-BUSDATE-FLAG = "Y"
019800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
019900     END-IF
020000     ACCEPT WS-REPORT-PERIOD
020100     PERFORM 1000-INITIALIZE
020200         THRU 1000-INITIALIZE-EXIT
020300     IF WS-RH-COMPLETION-CODE NOT = ZERO
020400         GO TO 0000-WRITE-RUN-HISTORY
020500     END-IF
020600
020700     PERFORM 2000-ROLL-ONE-ASSET
020800         THRU 2000-ROLL-ONE-ASSET-EXIT
020900         UNTIL NO-MORE-ASSETS
021000     PERFORM 3000-WRITE-ROLL-FORWARD
021100         THRU 3000-WRITE-ROLL-FORWARD-EXIT
021200     PERFORM 4000-TIE-ACCUM-ACCOUNTS
021300         THRU 4000-TIE-ACCUM-ACCOUNTS-EXIT
021400     PERFORM 5000-WRITE-SUMMARY
021500         THRU 5000-WRITE-SUMMARY-EXIT
021600
021700     CLOSE FIXED-ASSET-FILE
021800     CLOSE GL-BALANCE-MASTER-FILE
021900     CLOSE ASSET-ROLLFWD-REPORT-FILE
022000     DISPLAY "FXAROLL: REPORT PERIOD         = " WS-REPORT-PERIOD
022100     DISPLAY "FXAROLL: ASSETS READ           = " WS-ASSETS-READ
022200     DISPLAY "FXAROLL: ASSETS ROLLED FORWARD = "
022300         WS-ASSETS-REPORTED
022400     DISPLAY "FXAROLL: DISPOSALS LISTED      = "
022500         WS-DISPOSALS-LISTED
022600     DISPLAY "FXAROLL: ACCOUNTS NOT TIED     = "
022700         WS-ACCOUNTS-NOT-TIED
022800     IF WS-ACCOUNTS-NOT-TIED > ZERO
022900        OR WS-ASSETS-LEFT-OFF > ZERO
023000         MOVE 4 TO WS-RH-COMPLETION-CODE
023100     END-IF
023200     .
023300 0000-WRITE-RUN-HISTORY.
023400     MOVE WS-ASSETS-READ TO WS-RH-RECORDS-READ
023500     MOVE WS-ASSETS-REPORTED TO WS-RH-RECORDS-UPDATED
023600     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
023700         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
023800         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
023900         WS-RH-COMPLETION-CODE
024000     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
024100     STOP RUN.
024200*----------------------------------------------------------------
024300*  1000-INITIALIZE  --  PERIOD CARD, FILES, REPORT HEADING AND
024400*  THE HEAD OF THE DISPOSALS LIST, WHICH IS WRITTEN AS THE
024500*  REGISTER IS READ.
024600*----------------------------------------------------------------
024700 1000-INITIALIZE.
024800     IF WS-REPORT-PERIOD NOT NUMERIC
024900        OR WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
025000         DISPLAY "FXAROLL: INVALID REPORT PERIOD ON SYSIN - "
025100             WS-REPORT-PERIOD
025200         MOVE 16 TO WS-RH-COMPLETION-CODE
025300         GO TO 1000-INITIALIZE-EXIT
025400     END-IF
025500     OPEN INPUT FIXED-ASSET-FILE
025600     IF WS-FIXASSET-STATUS NOT = "00"
025700         DISPLAY "FXAROLL: NO FIXED ASSET REGISTER, STATUS = "
025800             WS-FIXASSET-STATUS
025900         MOVE 16 TO WS-RH-COMPLETION-CODE
026000         GO TO 1000-INITIALIZE-EXIT
026100     END-IF
026200     OPEN INPUT GL-BALANCE-MASTER-FILE
026300     IF WS-GLBMAST-STATUS NOT = "00"
026400         DISPLAY "FXAROLL: NO GL BALANCE MASTER, STATUS = "
026500             WS-GLBMAST-STATUS
026600         CLOSE FIXED-ASSET-FILE
026700         MOVE 16 TO WS-RH-COMPLETION-CODE
026800         GO TO 1000-INITIALIZE-EXIT
026900     END-IF
027000     OPEN OUTPUT ASSET-ROLLFWD-REPORT-FILE
027100
027200     MOVE SPACES TO WS-ARCHIVE-LINE
027300     STRING "FIXED ASSET ROLL-FORWARD - PERIOD " WS-REPORT-PERIOD
027400         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
027500     PERFORM 8000-WRITE-REPORT-LINE
027600         THRU 8000-WRITE-REPORT-LINE-EXIT
027700     MOVE SPACES TO WS-ARCHIVE-LINE
027800     PERFORM 8000-WRITE-REPORT-LINE
027900         THRU 8000-WRITE-REPORT-LINE-EXIT
028000     MOVE "DISPOSALS IN THE PERIOD" TO WS-ARCHIVE-LINE
028100     PERFORM 8000-WRITE-REPORT-LINE
028200         THRU 8000-WRITE-REPORT-LINE-EXIT
028300     MOVE WS-DISPOSAL-HEADING TO WS-ARCHIVE-LINE
028400     PERFORM 8000-WRITE-REPORT-LINE
028500         THRU 8000-WRITE-REPORT-LINE-EXIT
028600     .
028700 1000-INITIALIZE-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
029000*  2000-ROLL-ONE-ASSET  --  AN ASSET CAPITALIZED AFTER THE
029100*  PERIOD, OR DISPOSED OF BEFORE IT, HAS NO PART IN IT.  AN
029200*  ASSET TAKEN ON FROM THE OLD RECORDS WAS ALREADY ON THE
029300*  LEDGER, SO COUNTS AS OPENING, NOT AS AN ADDITION.  THE
029400*  PERIOD'S CHARGE IS ONLY KNOWN WHILE THE PERIOD IS STILL
029500*  THE ASSET'S LAST ONE DEPRECIATED - A REGISTER ALREADY
029600*  DEPRECIATED FOR A LATER PERIOD IS WARNED OF AT THE END.
029700*----------------------------------------------------------------
029800 2000-ROLL-ONE-ASSET.
029900     READ FIXED-ASSET-FILE NEXT RECORD
030000         AT END
030100             MOVE 'Y' TO WS-ASSET-EOF-SWITCH
030200             GO TO 2000-ROLL-ONE-ASSET-EXIT
030300     END-READ
030400     ADD 1 TO WS-ASSETS-READ
030500     MOVE FA-CAPITALIZED-DATE TO WS-WORK-DATE
030600     MOVE WS-WD-PERIOD TO WS-CAPITALIZED-PERIOD
030700     IF WS-CAPITALIZED-PERIOD > WS-REPORT-PERIOD
030800         GO TO 2000-ROLL-ONE-ASSET-EXIT
030900     END-IF
031000     MOVE 999999 TO WS-DISPOSAL-PERIOD
031100     IF FA-DISPOSED
031200         MOVE FA-DISPOSAL-DATE TO WS-WORK-DATE
031300         MOVE WS-WD-PERIOD TO WS-DISPOSAL-PERIOD
031400     END-IF
031500     IF WS-DISPOSAL-PERIOD < WS-REPORT-PERIOD
031600         GO TO 2000-ROLL-ONE-ASSET-EXIT
031700     END-IF
031800     IF FA-LAST-DEPR-PERIOD > WS-REPORT-PERIOD
031900         ADD 1 TO WS-ASSETS-PAST-PERIOD
032000     END-IF
032100
032200     MOVE ZERO TO WS-PERIOD-CHARGE
032300     IF FA-LAST-DEPR-PERIOD = WS-REPORT-PERIOD
032400         MOVE FA-LAST-DEPR-AMOUNT TO WS-PERIOD-CHARGE
032500     END-IF
032600     MOVE ZERO TO WS-COST-OPENING
032700     MOVE ZERO TO WS-COST-ADDITIONS
032800     MOVE ZERO TO WS-COST-DISPOSALS
032900     MOVE ZERO TO WS-ACCUM-DISPOSALS
033000     IF WS-CAPITALIZED-PERIOD = WS-REPORT-PERIOD
033100             AND NOT FA-TAKE-ON
033200         MOVE FA-COST TO WS-COST-ADDITIONS
033300     ELSE
033400         MOVE FA-COST TO WS-COST-OPENING
033500     END-IF
033600     COMPUTE WS-ACCUM-OPENING =
033700         FA-ACCUM-DEPRECIATION - WS-PERIOD-CHARGE
033800     IF WS-DISPOSAL-PERIOD = WS-REPORT-PERIOD
033900         MOVE FA-COST TO WS-COST-DISPOSALS
034000         MOVE FA-ACCUM-DEPRECIATION TO WS-ACCUM-DISPOSALS
034100         PERFORM 2300-WRITE-DISPOSAL-LINE
034200             THRU 2300-WRITE-DISPOSAL-LINE-EXIT
034300     END-IF
034400
034500     MOVE FA-ASSET-GL-ACCOUNT TO WS-WANTED-GL-ACCOUNT
034600     PERFORM 2100-FIND-COST-ACCOUNT
034700         THRU 2100-FIND-COST-ACCOUNT-EXIT
034800     IF NOT WS-ENTRY-FOUND
034900         GO TO 2000-ROLL-ONE-ASSET-EXIT
035000     END-IF
035100     MOVE FA-ACCUM-GL-ACCOUNT TO WS-WANTED-GL-ACCOUNT
035200     PERFORM 2200-FIND-ACCUM-ACCOUNT
035300         THRU 2200-FIND-ACCUM-ACCOUNT-EXIT
035400     IF NOT WS-ENTRY-FOUND
035500         GO TO 2000-ROLL-ONE-ASSET-EXIT
035600     END-IF
035700
035800     ADD 1 TO WS-ASSETS-REPORTED
035900     ADD 1 TO WS-CA-ASSET-COUNT (WS-COST-SUB)
036000     ADD WS-COST-OPENING   TO WS-CA-COST-OPENING (WS-COST-SUB)
036100     ADD WS-COST-ADDITIONS TO WS-CA-COST-ADDITIONS (WS-COST-SUB)
036200     ADD WS-COST-DISPOSALS TO WS-CA-COST-DISPOSALS (WS-COST-SUB)
036300     COMPUTE WS-CA-COST-CLOSING (WS-COST-SUB) =
036400         WS-CA-COST-CLOSING (WS-COST-SUB)
036500         + WS-COST-OPENING + WS-COST-ADDITIONS
036600         - WS-COST-DISPOSALS
036700     ADD WS-ACCUM-OPENING  TO WS-CA-ACCUM-OPENING (WS-COST-SUB)
036800     ADD WS-PERIOD-CHARGE  TO WS-CA-ACCUM-CHARGE (WS-COST-SUB)
036900     ADD WS-ACCUM-DISPOSALS
037000         TO WS-CA-ACCUM-DISPOSALS (WS-COST-SUB)
037100     COMPUTE WS-CA-ACCUM-CLOSING (WS-COST-SUB) =
037200         WS-CA-ACCUM-CLOSING (WS-COST-SUB)
037300         + WS-ACCUM-OPENING + WS-PERIOD-CHARGE
037400         - WS-ACCUM-DISPOSALS
037500     COMPUTE WS-AA-CLOSING (WS-ACCUM-SUB) =
037600         WS-AA-CLOSING (WS-ACCUM-SUB)
037700         + WS-ACCUM-OPENING + WS-PERIOD-CHARGE
037800         - WS-ACCUM-DISPOSALS
037900     .
038000 2000-ROLL-ONE-ASSET-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300*  2100-FIND-COST-ACCOUNT  --  THE ENTRY FOR THE WANTED ASSET
038400*  COST ACCOUNT, OPENED IF NEW.  A FULL TABLE LEAVES THE
038500*  ASSET OFF THE REPORT AND FAILS THE STEP'S TIE.
038600*----------------------------------------------------------------
038700 2100-FIND-COST-ACCOUNT.
038800     MOVE 'N' TO WS-FOUND-SWITCH
038900     PERFORM 2110-TEST-ONE-COST-ENTRY
039000         THRU 2110-TEST-ONE-COST-ENTRY-EXIT
039100         VARYING WS-COST-SUB FROM 1 BY 1
039200         UNTIL WS-COST-SUB > WS-COST-ACCOUNT-COUNT
039300            OR WS-ENTRY-FOUND
039400     IF WS-ENTRY-FOUND
039500         GO TO 2100-FIND-COST-ACCOUNT-EXIT
039600     END-IF
039700     IF WS-COST-ACCOUNT-COUNT NOT < 50
039800         DISPLAY "FXAROLL: MORE THAN 50 ASSET COST ACCOUNTS - "
039900             "ASSET " FA-ASSET-ID " LEFT OFF THE REPORT"
040000         ADD 1 TO WS-ASSETS-LEFT-OFF
040100         GO TO 2100-FIND-COST-ACCOUNT-EXIT
040200     END-IF
040300     ADD 1 TO WS-COST-ACCOUNT-COUNT
040400     MOVE WS-COST-ACCOUNT-COUNT TO WS-COST-SUB
040500     INITIALIZE WS-CA-ENTRY (WS-COST-SUB)
040600     MOVE WS-WANTED-GL-ACCOUNT TO WS-CA-GL-ACCOUNT (WS-COST-SUB)
040700     MOVE 'Y' TO WS-FOUND-SWITCH
040800     .
040900 2100-FIND-COST-ACCOUNT-EXIT.
041000     EXIT.
041100*----------------------------------------------------------------
041200 2110-TEST-ONE-COST-ENTRY.
041300     IF WS-CA-GL-ACCOUNT (WS-COST-SUB) = WS-WANTED-GL-ACCOUNT
041400         MOVE 'Y' TO WS-FOUND-SWITCH
041500         SUBTRACT 1 FROM WS-COST-SUB
041600     END-IF
041700     .
041800 2110-TEST-ONE-COST-ENTRY-EXIT.
041900     EXIT.
042000*----------------------------------------------------------------
042100 2200-FIND-ACCUM-ACCOUNT.
042200     MOVE 'N' TO WS-FOUND-SWITCH
042300     PERFORM 2210-TEST-ONE-ACCUM-ENTRY
042400         THRU 2210-TEST-ONE-ACCUM-ENTRY-EXIT
042500         VARYING WS-ACCUM-SUB FROM 1 BY 1
042600         UNTIL WS-ACCUM-SUB > WS-ACCUM-ACCOUNT-COUNT
042700            OR WS-ENTRY-FOUND
042800     IF WS-ENTRY-FOUND
042900         GO TO 2200-FIND-ACCUM-ACCOUNT-EXIT
043000     END-IF
043100     IF WS-ACCUM-ACCOUNT-COUNT NOT < 50
043200         DISPLAY "FXAROLL: MORE THAN 50 ACCUMULATED "
043300             "DEPRECIATION ACCOUNTS - ASSET " FA-ASSET-ID
043400             " LEFT OFF THE REPORT"
043500         ADD 1 TO WS-ASSETS-LEFT-OFF
043600         GO TO 2200-FIND-ACCUM-ACCOUNT-EXIT
043700     END-IF
043800     ADD 1 TO WS-ACCUM-ACCOUNT-COUNT
043900     MOVE WS-ACCUM-ACCOUNT-COUNT TO WS-ACCUM-SUB
044000     MOVE WS-WANTED-GL-ACCOUNT TO WS-AA-GL-ACCOUNT (WS-ACCUM-SUB)
044100     MOVE ZERO TO WS-AA-CLOSING (WS-ACCUM-SUB)
044200     MOVE 'Y' TO WS-FOUND-SWITCH
044300     .
044400 2200-FIND-ACCUM-ACCOUNT-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700 2210-TEST-ONE-ACCUM-ENTRY.
044800     IF WS-AA-GL-ACCOUNT (WS-ACCUM-SUB) = WS-WANTED-GL-ACCOUNT
044900         MOVE 'Y' TO WS-FOUND-SWITCH
045000         SUBTRACT 1 FROM WS-ACCUM-SUB
045100     END-IF
045200     .
045300 2210-TEST-ONE-ACCUM-ENTRY-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------
045600*  2300-WRITE-DISPOSAL-LINE  --  ONE LINE PER ASSET DISPOSED
045700*  OF IN THE PERIOD.
045800*----------------------------------------------------------------
045900 2300-WRITE-DISPOSAL-LINE.
046000     ADD 1 TO WS-DISPOSALS-LISTED
046100     ADD FA-DISPOSAL-GAIN-LOSS TO WS-GT-GAIN-LOSS
046200     COMPUTE WS-EDIT-AMOUNT-1 =
046300         FA-COST - FA-ACCUM-DEPRECIATION
046400     MOVE FA-DISPOSAL-PROCEEDS TO WS-EDIT-AMOUNT-2
046500     MOVE FA-DISPOSAL-GAIN-LOSS TO WS-EDIT-AMOUNT-3
046600     MOVE SPACES TO WS-ARCHIVE-LINE
046700     STRING FA-ASSET-ID " " FA-DESCRIPTION
046800         "  " WS-EDIT-AMOUNT-1
046900         " " WS-EDIT-AMOUNT-2
047000         " " WS-EDIT-AMOUNT-3
047100         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
047200     PERFORM 8000-WRITE-REPORT-LINE
047300         THRU 8000-WRITE-REPORT-LINE-EXIT
047400     .
047500 2300-WRITE-DISPOSAL-LINE-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------
047800*  3000-WRITE-ROLL-FORWARD  --  THE DISPOSALS TOTAL, THEN THE
047900*  TWO ROLL-FORWARD LINES AND THE COST TIE FOR EACH ASSET
048000*  COST ACCOUNT, THEN THE GRAND TOTALS.
048100*----------------------------------------------------------------
048200 3000-WRITE-ROLL-FORWARD.
048300     MOVE SPACES TO WS-ARCHIVE-LINE
048400     IF WS-DISPOSALS-LISTED = ZERO
048500         MOVE "  NONE" TO WS-ARCHIVE-LINE
048600     ELSE
048700         MOVE WS-GT-GAIN-LOSS TO WS-EDIT-AMOUNT-3
048800         STRING "  TOTAL GAIN (LOSS) ON DISPOSAL"
048900             "                                          "
049000             WS-EDIT-AMOUNT-3
049100             DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
049200     END-IF
049300     PERFORM 8000-WRITE-REPORT-LINE
049400         THRU 8000-WRITE-REPORT-LINE-EXIT
049500     MOVE SPACES TO WS-ARCHIVE-LINE
049600     PERFORM 8000-WRITE-REPORT-LINE
049700         THRU 8000-WRITE-REPORT-LINE-EXIT
049800     MOVE WS-ROLLFWD-HEADING TO WS-ARCHIVE-LINE
049900     PERFORM 8000-WRITE-REPORT-LINE
050000         THRU 8000-WRITE-REPORT-LINE-EXIT
050100
050200     PERFORM 3100-WRITE-ONE-ACCOUNT
050300         THRU 3100-WRITE-ONE-ACCOUNT-EXIT
050400         VARYING WS-COST-SUB FROM 1 BY 1
050500         UNTIL WS-COST-SUB > WS-COST-ACCOUNT-COUNT
050600
050700     MOVE SPACES TO WS-ARCHIVE-LINE
050800     PERFORM 8000-WRITE-REPORT-LINE
050900         THRU 8000-WRITE-REPORT-LINE-EXIT
051000     MOVE "ALL ASSET ACCOUNTS" TO WS-ARCHIVE-LINE
051100     PERFORM 8000-WRITE-REPORT-LINE
051200         THRU 8000-WRITE-REPORT-LINE-EXIT
051300     MOVE "  COST" TO WS-LINE-LABEL
051400     MOVE WS-GT-COST-OPENING   TO WS-LINE-OPENING
051500     MOVE WS-GT-COST-ADDITIONS TO WS-LINE-MOVEMENT
051600     MOVE WS-GT-COST-DISPOSALS TO WS-LINE-DISPOSALS
051700     MOVE WS-GT-COST-CLOSING   TO WS-LINE-CLOSING
051800     PERFORM 3200-WRITE-FIGURES-LINE
051900         THRU 3200-WRITE-FIGURES-LINE-EXIT
052000     MOVE "  ACCUM DEPRECIATION" TO WS-LINE-LABEL
052100     MOVE WS-GT-ACCUM-OPENING   TO WS-LINE-OPENING
052200     MOVE WS-GT-ACCUM-CHARGE    TO WS-LINE-MOVEMENT
052300     MOVE WS-GT-ACCUM-DISPOSALS TO WS-LINE-DISPOSALS
052400     MOVE WS-GT-ACCUM-CLOSING   TO WS-LINE-CLOSING
052500     PERFORM 3200-WRITE-FIGURES-LINE
052600         THRU 3200-WRITE-FIGURES-LINE-EXIT
052700     MOVE "  NET BOOK VALUE" TO WS-LINE-LABEL
052800     COMPUTE WS-LINE-OPENING =
052900         WS-GT-COST-OPENING - WS-GT-ACCUM-OPENING
053000     COMPUTE WS-LINE-MOVEMENT =
053100         WS-GT-COST-ADDITIONS - WS-GT-ACCUM-CHARGE
053200     COMPUTE WS-LINE-DISPOSALS =
053300         WS-GT-COST-DISPOSALS - WS-GT-ACCUM-DISPOSALS
053400     COMPUTE WS-LINE-CLOSING =
053500         WS-GT-COST-CLOSING - WS-GT-ACCUM-CLOSING
053600     PERFORM 3200-WRITE-FIGURES-LINE
053700         THRU 3200-WRITE-FIGURES-LINE-EXIT
053800     .
053900 3000-WRITE-ROLL-FORWARD-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200 3100-WRITE-ONE-ACCOUNT.
054300     MOVE WS-CA-GL-ACCOUNT (WS-COST-SUB) TO WS-WANTED-GL-ACCOUNT
054400     MOVE SPACES TO WS-GLACCT-NAME
054500     CALL "GLACCT-VERIFY" USING WS-WANTED-GL-ACCOUNT
054600         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
054700         WS-GLACCT-NORMAL-SIDE
054800     IF NOT WS-GLACCT-ON-CHART
054900         MOVE SPACES TO WS-GLACCT-NAME
055000     END-IF
055100     MOVE WS-CA-ASSET-COUNT (WS-COST-SUB) TO WS-EDIT-COUNT
055200     MOVE SPACES TO WS-ARCHIVE-LINE
055300     STRING "GL " WS-WANTED-GL-ACCOUNT " " WS-GLACCT-NAME
055400         " ASSETS " WS-EDIT-COUNT
055500         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
055600     PERFORM 8000-WRITE-REPORT-LINE
055700         THRU 8000-WRITE-REPORT-LINE-EXIT
055800
055900     MOVE "  COST" TO WS-LINE-LABEL
056000     MOVE WS-CA-COST-OPENING (WS-COST-SUB)   TO WS-LINE-OPENING
056100     MOVE WS-CA-COST-ADDITIONS (WS-COST-SUB) TO WS-LINE-MOVEMENT
056200     MOVE WS-CA-COST-DISPOSALS (WS-COST-SUB)
056300         TO WS-LINE-DISPOSALS
056400     MOVE WS-CA-COST-CLOSING (WS-COST-SUB)   TO WS-LINE-CLOSING
056500     PERFORM 3200-WRITE-FIGURES-LINE
056600         THRU 3200-WRITE-FIGURES-LINE-EXIT
056700     MOVE "  ACCUM DEPRECIATION" TO WS-LINE-LABEL
056800     MOVE WS-CA-ACCUM-OPENING (WS-COST-SUB)  TO WS-LINE-OPENING
056900     MOVE WS-CA-ACCUM-CHARGE (WS-COST-SUB)   TO WS-LINE-MOVEMENT
057000     MOVE WS-CA-ACCUM-DISPOSALS (WS-COST-SUB)
057100         TO WS-LINE-DISPOSALS
057200     MOVE WS-CA-ACCUM-CLOSING (WS-COST-SUB)  TO WS-LINE-CLOSING
057300     PERFORM 3200-WRITE-FIGURES-LINE
057400         THRU 3200-WRITE-FIGURES-LINE-EXIT
057500
057600     ADD WS-CA-COST-OPENING (WS-COST-SUB)
057700         TO WS-GT-COST-OPENING
057800     ADD WS-CA-COST-ADDITIONS (WS-COST-SUB)
057900         TO WS-GT-COST-ADDITIONS
058000     ADD WS-CA-COST-DISPOSALS (WS-COST-SUB)
058100         TO WS-GT-COST-DISPOSALS
058200     ADD WS-CA-COST-CLOSING (WS-COST-SUB)
058300         TO WS-GT-COST-CLOSING
058400     ADD WS-CA-ACCUM-OPENING (WS-COST-SUB)
058500         TO WS-GT-ACCUM-OPENING
058600     ADD WS-CA-ACCUM-CHARGE (WS-COST-SUB)
058700         TO WS-GT-ACCUM-CHARGE
058800     ADD WS-CA-ACCUM-DISPOSALS (WS-COST-SUB)
058900         TO WS-GT-ACCUM-DISPOSALS
059000     ADD WS-CA-ACCUM-CLOSING (WS-COST-SUB)
059100         TO WS-GT-ACCUM-CLOSING
059200
059300     PERFORM 7000-READ-GL-CLOSING
059400         THRU 7000-READ-GL-CLOSING-EXIT
059500     MOVE WS-CA-COST-CLOSING (WS-COST-SUB)
059600         TO WS-REGISTER-CLOSING
059700     MOVE "  COST TIE" TO WS-TIE-LABEL
059800     PERFORM 7100-WRITE-TIE-LINE
059900         THRU 7100-WRITE-TIE-LINE-EXIT
060000     .
060100 3100-WRITE-ONE-ACCOUNT-EXIT.
060200     EXIT.
060300*----------------------------------------------------------------
060400 3200-WRITE-FIGURES-LINE.
060500     MOVE WS-LINE-OPENING   TO WS-EDIT-AMOUNT-1
060600     MOVE WS-LINE-MOVEMENT  TO WS-EDIT-AMOUNT-2
060700     MOVE WS-LINE-DISPOSALS TO WS-EDIT-AMOUNT-3
060800     MOVE WS-LINE-CLOSING   TO WS-EDIT-AMOUNT-4
060900     MOVE SPACES TO WS-ARCHIVE-LINE
061000     STRING WS-LINE-LABEL
061100         " " WS-EDIT-AMOUNT-1
061200         " " WS-EDIT-AMOUNT-2
061300         " " WS-EDIT-AMOUNT-3
061400         " " WS-EDIT-AMOUNT-4
061500         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
061600     PERFORM 8000-WRITE-REPORT-LINE
061700         THRU 8000-WRITE-REPORT-LINE-EXIT
061800     .
061900 3200-WRITE-FIGURES-LINE-EXIT.
062000     EXIT.
062100*----------------------------------------------------------------
062200*  4000-TIE-ACCUM-ACCOUNTS  --  EACH ACCUMULATED DEPRECIATION
062300*  ACCOUNT CARRIES A CREDIT BALANCE, SO ITS CLOSING BALANCE
062400*  IS NEGATED BEFORE IT IS SET AGAINST THE REGISTER.
062500*----------------------------------------------------------------
062600 4000-TIE-ACCUM-ACCOUNTS.
062700     MOVE SPACES TO WS-ARCHIVE-LINE
062800     PERFORM 8000-WRITE-REPORT-LINE
062900         THRU 8000-WRITE-REPORT-LINE-EXIT
063000     MOVE "ACCUMULATED DEPRECIATION ACCOUNTS" TO WS-ARCHIVE-LINE
063100     PERFORM 8000-WRITE-REPORT-LINE
063200         THRU 8000-WRITE-REPORT-LINE-EXIT
063300     PERFORM 4100-TIE-ONE-ACCUM-ACCOUNT
063400         THRU 4100-TIE-ONE-ACCUM-ACCOUNT-EXIT
063500         VARYING WS-ACCUM-SUB FROM 1 BY 1
063600         UNTIL WS-ACCUM-SUB > WS-ACCUM-ACCOUNT-COUNT
063700     .
063800 4000-TIE-ACCUM-ACCOUNTS-EXIT.
063900     EXIT.
064000*----------------------------------------------------------------
064100 4100-TIE-ONE-ACCUM-ACCOUNT.
064200     MOVE WS-AA-GL-ACCOUNT (WS-ACCUM-SUB) TO WS-WANTED-GL-ACCOUNT
064300     MOVE SPACES TO WS-ARCHIVE-LINE
064400     STRING "GL " WS-WANTED-GL-ACCOUNT
064500         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
064600     PERFORM 8000-WRITE-REPORT-LINE
064700         THRU 8000-WRITE-REPORT-LINE-EXIT
064800     PERFORM 7000-READ-GL-CLOSING
064900         THRU 7000-READ-GL-CLOSING-EXIT
065000     COMPUTE WS-GL-CLOSING-BALANCE = 0 - WS-GL-CLOSING-BALANCE
065100     MOVE WS-AA-CLOSING (WS-ACCUM-SUB) TO WS-REGISTER-CLOSING
065200     MOVE "  ACCUM TIE" TO WS-TIE-LABEL
065300     PERFORM 7100-WRITE-TIE-LINE
065400         THRU 7100-WRITE-TIE-LINE-EXIT
065500     .
065600 4100-TIE-ONE-ACCUM-ACCOUNT-EXIT.
065700     EXIT.
065800*----------------------------------------------------------------
065900 5000-WRITE-SUMMARY.
066000     MOVE SPACES TO WS-ARCHIVE-LINE
066100     PERFORM 8000-WRITE-REPORT-LINE
066200         THRU 8000-WRITE-REPORT-LINE-EXIT
066300     MOVE WS-ACCOUNTS-NOT-TIED TO WS-EDIT-COUNT
066400     MOVE SPACES TO WS-ARCHIVE-LINE
066500     STRING "ACCOUNTS NOT TIED TO THE LEDGER: " WS-EDIT-COUNT
066600         DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
066700     PERFORM 8000-WRITE-REPORT-LINE
066800         THRU 8000-WRITE-REPORT-LINE-EXIT
066900     IF WS-ASSETS-LEFT-OFF > ZERO
067000         MOVE WS-ASSETS-LEFT-OFF TO WS-EDIT-COUNT
067100         MOVE SPACES TO WS-ARCHIVE-LINE
067200         STRING "*ASSETS LEFT OFF THE REPORT: " WS-EDIT-COUNT
067300             DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
067400         PERFORM 8000-WRITE-REPORT-LINE
067500             THRU 8000-WRITE-REPORT-LINE-EXIT
067600     END-IF
067700     IF WS-ASSETS-PAST-PERIOD > ZERO
067800         MOVE WS-ASSETS-PAST-PERIOD TO WS-EDIT-COUNT
067900         MOVE SPACES TO WS-ARCHIVE-LINE
068000         STRING "*WARNING: " WS-EDIT-COUNT
068100             " ASSET(S) ALREADY DEPRECIATED FOR A LATER PERIOD"
068200             " - CHARGE AND CLOSING OVERSTATED"
068300             DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
068400         PERFORM 8000-WRITE-REPORT-LINE
068500             THRU 8000-WRITE-REPORT-LINE-EXIT
068600     END-IF
068700     .
068800 5000-WRITE-SUMMARY-EXIT.
068900     EXIT.
069000*----------------------------------------------------------------
069100*  7000-READ-GL-CLOSING  --  THE BANK-WIDE ROW FOR THE WANTED
069200*  ACCOUNT AND THE REPORT PERIOD.  NO ROW IS A ZERO BALANCE.
069300*----------------------------------------------------------------
069400 7000-READ-GL-CLOSING.
069500     MOVE WS-WANTED-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
069600     MOVE SPACES TO GB-BRANCH-ID
069700     MOVE WS-REPORT-PERIOD TO GB-PERIOD
069800     READ GL-BALANCE-MASTER-FILE
069900         KEY IS GB-BALANCE-KEY
070000         INVALID KEY
070100             MOVE ZERO TO GB-CLOSING-BALANCE
070200     END-READ
070300     MOVE GB-CLOSING-BALANCE TO WS-GL-CLOSING-BALANCE
070400     .
070500 7000-READ-GL-CLOSING-EXIT.
070600     EXIT.
070700*----------------------------------------------------------------
070800 7100-WRITE-TIE-LINE.
070900     COMPUTE WS-TIE-DIFFERENCE =
071000         WS-REGISTER-CLOSING - WS-GL-CLOSING-BALANCE
071100     MOVE WS-REGISTER-CLOSING   TO WS-EDIT-AMOUNT-1
071200     MOVE WS-GL-CLOSING-BALANCE TO WS-EDIT-AMOUNT-2
071300     MOVE WS-TIE-DIFFERENCE     TO WS-EDIT-AMOUNT-3
071400     MOVE SPACES TO WS-ARCHIVE-LINE
071500     IF WS-TIE-DIFFERENCE = ZERO
071600         STRING WS-TIE-LABEL " REGISTER " WS-EDIT-AMOUNT-1
071700             " LEDGER " WS-EDIT-AMOUNT-2 "  TIES"
071800             DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
071900     ELSE
072000         ADD 1 TO WS-ACCOUNTS-NOT-TIED
072100         STRING WS-TIE-LABEL " REGISTER " WS-EDIT-AMOUNT-1
072200             " LEDGER " WS-EDIT-AMOUNT-2
072300             " *DOES NOT TIE* " WS-EDIT-AMOUNT-3
072400             DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
072500     END-IF
072600     PERFORM 8000-WRITE-REPORT-LINE
072700         THRU 8000-WRITE-REPORT-LINE-EXIT
072800     .
072900 7100-WRITE-TIE-LINE-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------
073200 8000-WRITE-REPORT-LINE.
073300     MOVE WS-ARCHIVE-LINE TO ASSET-ROLLFWD-REPORT-LINE
073400     WRITE ASSET-ROLLFWD-REPORT-LINE
073500     CALL "RPTARCH-WRITE" USING WS-ARCHIVE-REPORT-ID
073600         WS-ARCHIVE-LINE
073700     .
073800 8000-WRITE-REPORT-LINE-EXIT.
073900     EXIT.
074000 END PROGRAM FIXED-ASSET-ROLLFWD.
