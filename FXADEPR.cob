000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    FIXED-ASSET-DEPRECIATE.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  MONTH-END DEPRECIATION
001300*                     OF THE FIXED ASSET REGISTER, RUN AS THE
001400*                     FIRST STEP OF THE MONTH-END SO THE CHARGE
001500*                     LANDS IN THE PERIOD BEFORE IT CLOSES.
001600*                     THE PERIOD (YYYYMM) COMES IN ON SYSIN;
001700*                     EVERY POSTING IS VALUE-DATED TO ITS LAST
001800*                     DAY.  EACH ASSET IN SERVICE TAKES ONE
001900*                     MONTH'S CHARGE - STRAIGHT LINE OVER THE
002000*                     USEFUL LIFE, OR DOUBLE DECLINING BALANCE
002100*                     SWITCHING TO STRAIGHT LINE WHEN THAT
002200*                     GIVES MORE - NEVER TAKING THE ASSET BELOW
002300*                     ITS SALVAGE VALUE.  THE CHARGE POSTS
002400*                     THROUGH GL-POSTING CODE 7 (DEPRECIATION
002500*                     EXPENSE DEBITED, ACCUMULATED DEPRECIATION
002600*                     CREDITED) AT THE ASSET'S BRANCH.  AN
002700*                     ASSET ALREADY DEPRECIATED FOR THE PERIOD
002800*                     IS SKIPPED, SO A RERUN POSTS NOTHING
002900*                     TWICE.  THE CHARGES GO TO THE CONSOLE AND
003000*                     THE EOD REPORT DECK.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     COPY FXASEL.
003600     COPY EODDSEL.
003700*================================================================
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  FIXED-ASSET-FILE.
004100     COPY FXAREC.
004200 FD  EOD-REPORT-DECK-FILE.
004300     COPY EODDREC.
004400*----------------------------------------------------------------
004500 WORKING-STORAGE SECTION.
004600 01  WS-FILE-STATUSES.
004700     05  WS-FIXASSET-STATUS        PIC XX.
004800     05  WS-EODDECK-STATUS         PIC XX.
004900*----------------------------------------------------------------
005000 01  WS-WORK-FIELDS.
005100     05  WS-ASSET-EOF-SWITCH       PIC X VALUE 'N'.
005200         88  NO-MORE-ASSETS        VALUE 'Y'.
005300     05  WS-ASSETS-READ            PIC 9(06) COMP VALUE 0.
005400     05  WS-ASSETS-DEPRECIATED     PIC 9(06) COMP VALUE 0.
005500     05  WS-ASSETS-REFUSED         PIC 9(06) COMP VALUE 0.
005600     05  WS-ASSETS-COMPLETED       PIC 9(06) COMP VALUE 0.
005700     05  WS-RUN-PERIOD             PIC 9(06).
005800     05  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
005900         10  WS-RUN-YEAR           PIC 9(04).
006000         10  WS-RUN-MONTH          PIC 9(02).
006100     05  WS-REMAINING-MONTHS       PIC S9(05) COMP.
006200     05  WS-REMAINING-AMOUNT       PIC S9(11)V99.
006300     05  WS-NET-BOOK-VALUE         PIC S9(11)V99.
006400     05  WS-FLOOR-AMOUNT           PIC S9(11)V99.
006500     05  WS-MONTH-CHARGE           PIC S9(09)V99.
006600     05  WS-TOTAL-CHARGED          PIC S9(11)V99 VALUE 0.
006700     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "BATCH".
006800*----------------------------------------------------------------
006900*  GL-POSTING CODE 7 - LEDGER TO LEDGER ON ACCOUNT ZERO.
007000*----------------------------------------------------------------
007100 01  WS-GL-POSTING-FIELDS.
007200     05  WS-GL-ZERO-ACCOUNT        PIC 9(10) VALUE 0.
007300     05  WS-GL-TYPE-CODE           PIC X VALUE SPACE.
007400     05  WS-GL-TRAN-CODE           PIC X VALUE '7'.
007500     05  WS-GL-POST-FLAG           PIC X.
007600     05  WS-GL-VALUE-DATE          PIC 9(08).
007700 01  WS-LEDGER-PAIR.
007800     05  WS-LP-DEBIT-GL-ACCOUNT    PIC 9(06).
007900     05  WS-LP-CREDIT-GL-ACCOUNT   PIC 9(06).
008000     05  WS-LP-BRANCH-ID           PIC X(06).
008100     05  WS-LP-NARRATIVE           PIC X(20)
008200             VALUE "MONTHLY DEPRECIATION".
008300*----------------------------------------------------------------
008400*  LAST DAY OF THE RUN PERIOD - THE FIRST OF THE NEXT MONTH
008500*  LESS ONE DAY.
008600*----------------------------------------------------------------
008700 01  WS-NEXT-MONTH-1ST             PIC 9(08).
008800 01  WS-NEXT-MONTH-FIELDS REDEFINES WS-NEXT-MONTH-1ST.
008900     05  WS-NM1-YYYY               PIC 9(04).
009000     05  WS-NM1-MM                 PIC 9(02).
009100     05  WS-NM1-DD                 PIC 9(02).
009200 01  WS-DATE-INTEGER               PIC 9(08).
009300*----------------------------------------------------------------
009400 01  WS-WORK-DATE                  PIC 9(08).
009500 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
009600     05  WS-WD-PERIOD              PIC 9(06).
009700     05  WS-WD-DD                  PIC 9(02).
009800*----------------------------------------------------------------
009900 01  WS-REPORT-EDIT-FIELDS.
010000     05  WS-EDIT-COST              PIC -(9)9.99.
010100     05  WS-EDIT-CHARGE            PIC -(7)9.99.
010200     05  WS-EDIT-ACCUM             PIC -(9)9.99.
010300     05  WS-EDIT-NBV               PIC -(9)9.99.
010400     05  WS-EDIT-TOTAL             PIC -(9)9.99.
010500 01  WS-DECK-SECTION-TITLE         PIC X(40)
010600         VALUE "FIXED ASSET DEPRECIATION".
010700 01  WS-DEPRECIATION-HEADING.
010800     05  FILLER                    PIC X(40) VALUE
010900         "ASSET ID BRANCH M          COST      CHA".
011000     05  FILLER                    PIC X(40) VALUE
011100         "RGE    ACCUM DEPR  NET BOOK VAL".
011200*----------------------------------------------------------------
011300 01  WS-BUSINESS-DATE              PIC 9(08).
011400 01  WS-BUSDATE-FLAG               PIC X.
011500 01  WS-CURRENT-TIMESTAMP          PIC X(21).
011600 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
011700     05  WS-TS-DATE                PIC 9(08).
011800     05  FILLER                    PIC X(13).
011900*----------------------------------------------------------------
012000 01  WS-RUN-HISTORY-FIELDS.
012100     05  WS-RH-STEP-NAME           PIC X(08) VALUE "FXDPSTEP".
012200     05  WS-RH-START-TIMESTAMP     PIC X(21).
012300     05  WS-RH-RECORDS-READ        PIC 9(08).
012400     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
012500     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
012600     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
012700*================================================================
012800 PROCEDURE DIVISION.
012900*================================================================
013000 0000-MAINLINE.
013100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
013200     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
013300     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
013400         WS-BUSDATE-FLAG
013500     IF WS-BUSDATE-FLAG = "Y"
013600         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
013700     END-IF
013800     ACCEPT WS-RUN-PERIOD
013900     PERFORM 1000-INITIALIZE
014000         THRU 1000-INITIALIZE-EXIT
014100     IF WS-RH-COMPLETION-CODE NOT = ZERO
014200         GO TO 0000-WRITE-RUN-HISTORY
014300     END-IF
014400     PERFORM 2000-DEPRECIATE-ONE-ASSET
014500         THRU 2000-DEPRECIATE-ONE-ASSET-EXIT
014600         UNTIL NO-MORE-ASSETS
014700     PERFORM 3000-WRITE-TOTAL
014800         THRU 3000-WRITE-TOTAL-EXIT
014900     PERFORM 9999-EXIT
015000         THRU 9999-EXIT-EXIT
015100     DISPLAY "FXADEPR: PERIOD              = " WS-RUN-PERIOD
015200     DISPLAY "FXADEPR: ASSETS READ         = " WS-ASSETS-READ
015300     DISPLAY "FXADEPR: ASSETS DEPRECIATED  = "
015400         WS-ASSETS-DEPRECIATED
015500     DISPLAY "FXADEPR: FULLY DEPRECIATED   = "
015600         WS-ASSETS-COMPLETED
015700     DISPLAY "FXADEPR: POSTINGS REFUSED    = " WS-ASSETS-REFUSED
015800     DISPLAY "FXADEPR: DEPRECIATION POSTED = " WS-TOTAL-CHARGED
015900     IF WS-ASSETS-REFUSED > ZERO
016000         MOVE 4 TO WS-RH-COMPLETION-CODE
016100     END-IF
016200     .
016300 0000-WRITE-RUN-HISTORY.
016400     MOVE WS-ASSETS-READ TO WS-RH-RECORDS-READ
016500     MOVE WS-ASSETS-DEPRECIATED TO WS-RH-RECORDS-UPDATED
016600     MOVE WS-TOTAL-CHARGED TO WS-RH-AMOUNT-POSTED
016700     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
016800         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
016900         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
017000         WS-RH-COMPLETION-CODE
017100     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
017200     STOP RUN.
017300*----------------------------------------------------------------
017400*  1000-INITIALIZE  --  PROVE THE PERIOD CARD AND WORK OUT ITS
017500*  LAST DAY.  THE REGISTER IS UPDATED IN PLACE; THE CHARGES
017600*  GO ON THE END OF THE REPORT DECK.
017700*----------------------------------------------------------------
017800 1000-INITIALIZE.
017900     IF WS-RUN-PERIOD NOT NUMERIC
018000        OR WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
018100         DISPLAY "FXADEPR: INVALID PERIOD ON SYSIN - "
018200             WS-RUN-PERIOD
018300         MOVE 16 TO WS-RH-COMPLETION-CODE
018400         GO TO 1000-INITIALIZE-EXIT
018500     END-IF
018600     MOVE WS-RUN-YEAR TO WS-NM1-YYYY
018700     MOVE WS-RUN-MONTH TO WS-NM1-MM
018800     ADD 1 TO WS-NM1-MM
018900     IF WS-NM1-MM > 12
019000         MOVE 01 TO WS-NM1-MM
019100         ADD 1 TO WS-NM1-YYYY
019200     END-IF
019300     MOVE 01 TO WS-NM1-DD
019400     COMPUTE WS-DATE-INTEGER =
019500         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-1ST) - 1
019600     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
019700         TO WS-GL-VALUE-DATE
019800
019900     OPEN I-O FIXED-ASSET-FILE
020000     IF WS-FIXASSET-STATUS NOT = "00"
020100         DISPLAY "FXADEPR: NO FIXED ASSET REGISTER - NOTHING "
020200             "TO DEPRECIATE, STATUS = " WS-FIXASSET-STATUS
020300         MOVE 'Y' TO WS-ASSET-EOF-SWITCH
020400         GO TO 1000-INITIALIZE-EXIT
020500     END-IF
020600     OPEN EXTEND EOD-REPORT-DECK-FILE
020700     IF WS-EODDECK-STATUS = "35"
020800         CLOSE EOD-REPORT-DECK-FILE
020900         OPEN OUTPUT EOD-REPORT-DECK-FILE
021000     END-IF
021100     DISPLAY "FIXED ASSET DEPRECIATION - " WS-RUN-PERIOD
021200     DISPLAY WS-DEPRECIATION-HEADING
021300     MOVE SPACES TO ED-BRANCH-ID
021400     MOVE WS-DECK-SECTION-TITLE TO ED-SECTION-TITLE
021500     MOVE WS-DEPRECIATION-HEADING TO ED-DETAIL-LINE
021600     MOVE WS-TS-DATE TO ED-RUN-DATE
021700     WRITE EOD-REPORT-DECK-RECORD
021800     .
021900 1000-INITIALIZE-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
022200*  2000-DEPRECIATE-ONE-ASSET  --  ONLY AN ASSET IN SERVICE,
022300*  CAPITALIZED BY THE END OF THE PERIOD AND NOT YET CHARGED
022400*  FOR IT.  A FULL MONTH IS CHARGED FOR THE MONTH OF ADDITION.
022500*----------------------------------------------------------------
022600 2000-DEPRECIATE-ONE-ASSET.
022700     READ FIXED-ASSET-FILE NEXT RECORD
022800         AT END
022900             MOVE 'Y' TO WS-ASSET-EOF-SWITCH
023000             GO TO 2000-DEPRECIATE-ONE-ASSET-EXIT
023100     END-READ
023200     ADD 1 TO WS-ASSETS-READ
023300     IF NOT FA-IN-SERVICE
023400         GO TO 2000-DEPRECIATE-ONE-ASSET-EXIT
023500     END-IF
023600     IF FA-LAST-DEPR-PERIOD NOT < WS-RUN-PERIOD
023700         GO TO 2000-DEPRECIATE-ONE-ASSET-EXIT
023800     END-IF
023900     MOVE FA-CAPITALIZED-DATE TO WS-WORK-DATE
024000     IF WS-WD-PERIOD > WS-RUN-PERIOD
024100         GO TO 2000-DEPRECIATE-ONE-ASSET-EXIT
024200     END-IF
024300
024400     COMPUTE WS-REMAINING-AMOUNT =
024500         FA-COST - FA-SALVAGE-VALUE - FA-ACCUM-DEPRECIATION
024600     IF WS-REMAINING-AMOUNT NOT > ZERO
024700         SET FA-FULLY-DEPRECIATED TO TRUE
024800         ADD 1 TO WS-ASSETS-COMPLETED
024900         PERFORM 2200-REWRITE-ASSET
025000             THRU 2200-REWRITE-ASSET-EXIT
025100         GO TO 2000-DEPRECIATE-ONE-ASSET-EXIT
025200     END-IF
025300     PERFORM 2100-WORK-OUT-CHARGE
025400         THRU 2100-WORK-OUT-CHARGE-EXIT
025500     IF WS-MONTH-CHARGE = ZERO
025600         GO TO 2000-DEPRECIATE-ONE-ASSET-EXIT
025700     END-IF
025800
025900     MOVE FA-EXPENSE-GL-ACCOUNT TO WS-LP-DEBIT-GL-ACCOUNT
026000     MOVE FA-ACCUM-GL-ACCOUNT   TO WS-LP-CREDIT-GL-ACCOUNT
026100     MOVE FA-BRANCH-ID          TO WS-LP-BRANCH-ID
026200     CALL "GL-POSTING" USING WS-GL-ZERO-ACCOUNT
026300         WS-GL-TYPE-CODE WS-GL-TRAN-CODE WS-MONTH-CHARGE
026400         WS-BATCH-OPERATOR-ID WS-GL-POST-FLAG
026500         WS-GL-VALUE-DATE WS-LEDGER-PAIR
026600     IF WS-GL-POST-FLAG NOT = "Y"
026700         DISPLAY "FXADEPR: GL POSTING REFUSED - ASSET "
026800             FA-ASSET-ID " NOT DEPRECIATED"
026900         ADD 1 TO WS-ASSETS-REFUSED
027000         GO TO 2000-DEPRECIATE-ONE-ASSET-EXIT
027100     END-IF
027200
027300     ADD WS-MONTH-CHARGE TO FA-ACCUM-DEPRECIATION
027400     ADD 1 TO FA-MONTHS-DEPRECIATED
027500     MOVE WS-RUN-PERIOD TO FA-LAST-DEPR-PERIOD
027600     MOVE WS-MONTH-CHARGE TO FA-LAST-DEPR-AMOUNT
027700     IF WS-MONTH-CHARGE = WS-REMAINING-AMOUNT
027800         SET FA-FULLY-DEPRECIATED TO TRUE
027900         ADD 1 TO WS-ASSETS-COMPLETED
028000     END-IF
028100     ADD 1 TO WS-ASSETS-DEPRECIATED
028200     ADD WS-MONTH-CHARGE TO WS-TOTAL-CHARGED
028300     PERFORM 2200-REWRITE-ASSET
028400         THRU 2200-REWRITE-ASSET-EXIT
028500     PERFORM 2300-WRITE-CHARGE-LINE
028600         THRU 2300-WRITE-CHARGE-LINE-EXIT
028700     .
028800 2000-DEPRECIATE-ONE-ASSET-EXIT.
028900     EXIT.
029000*----------------------------------------------------------------
029100*  2100-WORK-OUT-CHARGE  --  STRAIGHT LINE IS COST LESS
029200*  SALVAGE OVER THE LIFE.  DECLINING BALANCE IS TWICE THE
029300*  STRAIGHT-LINE RATE ON NET BOOK VALUE, OR WHAT IS LEFT
029400*  ABOVE SALVAGE SPREAD OVER THE MONTHS LEFT IF THAT IS MORE.
029500*  THE LAST MONTH OF LIFE (OR AN ASSET RUN PAST ITS LIFE)
029600*  TAKES WHATEVER IS LEFT, AND NO CHARGE TAKES THE ASSET
029700*  BELOW SALVAGE.
029800*----------------------------------------------------------------
029900 2100-WORK-OUT-CHARGE.
030000     COMPUTE WS-REMAINING-MONTHS =
030100         FA-USEFUL-LIFE-MONTHS - FA-MONTHS-DEPRECIATED
030200     IF WS-REMAINING-MONTHS <= 1
030300         MOVE WS-REMAINING-AMOUNT TO WS-MONTH-CHARGE
030400         GO TO 2100-WORK-OUT-CHARGE-EXIT
030500     END-IF
030600     IF FA-DECLINING-BALANCE
030700         COMPUTE WS-NET-BOOK-VALUE =
030800             FA-COST - FA-ACCUM-DEPRECIATION
030900         COMPUTE WS-MONTH-CHARGE ROUNDED =
031000             WS-NET-BOOK-VALUE * 2 / FA-USEFUL-LIFE-MONTHS
031100         COMPUTE WS-FLOOR-AMOUNT ROUNDED =
031200             WS-REMAINING-AMOUNT / WS-REMAINING-MONTHS
031300         IF WS-FLOOR-AMOUNT > WS-MONTH-CHARGE
031400             MOVE WS-FLOOR-AMOUNT TO WS-MONTH-CHARGE
031500         END-IF
031600     ELSE
031700         COMPUTE WS-MONTH-CHARGE ROUNDED =
031800             (FA-COST - FA-SALVAGE-VALUE)
031900             / FA-USEFUL-LIFE-MONTHS
032000     END-IF
032100     IF WS-MONTH-CHARGE > WS-REMAINING-AMOUNT
032200         MOVE WS-REMAINING-AMOUNT TO WS-MONTH-CHARGE
032300     END-IF
032400     .
032500 2100-WORK-OUT-CHARGE-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800 2200-REWRITE-ASSET.
032900     REWRITE FIXED-ASSET-RECORD
033000         INVALID KEY
033100             DISPLAY "FXADEPR: UNABLE TO REWRITE ASSET "
033200                 FA-ASSET-ID
033300     END-REWRITE
033400     .
033500 2200-REWRITE-ASSET-EXIT.
033600     EXIT.
033700*----------------------------------------------------------------
033800*  2300-WRITE-CHARGE-LINE  --  ONE LINE PER ASSET CHARGED, TO
033900*  THE CONSOLE AND THE DECK UNDER THE ASSET'S BRANCH.
034000*----------------------------------------------------------------
034100 2300-WRITE-CHARGE-LINE.
034200     COMPUTE WS-NET-BOOK-VALUE =
034300         FA-COST - FA-ACCUM-DEPRECIATION
034400     MOVE FA-COST TO WS-EDIT-COST
034500     MOVE WS-MONTH-CHARGE TO WS-EDIT-CHARGE
034600     MOVE FA-ACCUM-DEPRECIATION TO WS-EDIT-ACCUM
034700     MOVE WS-NET-BOOK-VALUE TO WS-EDIT-NBV
034800     MOVE FA-BRANCH-ID TO ED-BRANCH-ID
034900     MOVE WS-DECK-SECTION-TITLE TO ED-SECTION-TITLE
035000     MOVE SPACES TO ED-DETAIL-LINE
035100     STRING FA-ASSET-ID
035200         " " FA-BRANCH-ID
035300         " " FA-DEPR-METHOD
035400         " " WS-EDIT-COST
035500         " " WS-EDIT-CHARGE
035600         " " WS-EDIT-ACCUM
035700         " " WS-EDIT-NBV
035800         DELIMITED BY SIZE INTO ED-DETAIL-LINE
035900     MOVE WS-TS-DATE TO ED-RUN-DATE
036000     DISPLAY ED-DETAIL-LINE
036100     WRITE EOD-REPORT-DECK-RECORD
036200     .
036300 2300-WRITE-CHARGE-LINE-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------
036600*  3000-WRITE-TOTAL  --  THE MONTH'S CHARGE, WHICH TIES TO THE
036700*  PERIOD'S CREDITS ON THE ACCUMULATED DEPRECIATION ACCOUNTS.
036800*----------------------------------------------------------------
036900 3000-WRITE-TOTAL.
037000     IF WS-FIXASSET-STATUS NOT = "00"
037100             AND WS-FIXASSET-STATUS NOT = "10"
037200         GO TO 3000-WRITE-TOTAL-EXIT
037300     END-IF
037400     MOVE WS-TOTAL-CHARGED TO WS-EDIT-TOTAL
037500     MOVE SPACES TO ED-BRANCH-ID
037600     MOVE WS-DECK-SECTION-TITLE TO ED-SECTION-TITLE
037700     MOVE SPACES TO ED-DETAIL-LINE
037800     STRING "TOTAL CHARGED FOR " WS-RUN-PERIOD
037900         " " WS-EDIT-TOTAL
038000         DELIMITED BY SIZE INTO ED-DETAIL-LINE
038100     MOVE WS-TS-DATE TO ED-RUN-DATE
038200     DISPLAY ED-DETAIL-LINE
038300     WRITE EOD-REPORT-DECK-RECORD
038400     .
038500 3000-WRITE-TOTAL-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------
038800 9999-EXIT.
038900     IF WS-FIXASSET-STATUS = "00" OR WS-FIXASSET-STATUS = "10"
039000         CLOSE FIXED-ASSET-FILE
039100     END-IF
039200     IF WS-EODDECK-STATUS = "00" OR WS-EODDECK-STATUS = "10"
039300         CLOSE EOD-REPORT-DECK-FILE
039400     END-IF
039500     .
039600 9999-EXIT-EXIT.
039700     EXIT.
039800 END PROGRAM FIXED-ASSET-DEPRECIATE.
