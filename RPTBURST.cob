000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    REPORT-BURST.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  LAST STEP OF EACH REPORT
001300*                     CHAIN (EODDECK, MONTHEND), IN PLACE OF THE
001400*                     OPERATIONS DESK SPLITTING THE BANK-WIDE
001500*                     DECK BY HAND.  EVERY DECK LINE THAT CARRIES
001600*                     A BRANCH (ED-BRANCH-ID NOT SPACES) IS
001700*                     SORTED BY BRANCH, KEEPING DECK ORDER, AND
001800*                     FILED ON THE REPORT ARCHIVE UNDER THE
001900*                     BRANCH'S OWN REPORT ID - 'B', THE FIRST
002000*                     LETTER OF THE CHAIN, THEN THE BRANCH ID
002100*                     (BE000100 IS BRANCH 000100'S END-OF-DAY
002200*                     COPY) - WITH A HEADING LINE AT THE START
002300*                     OF EACH SECTION.  TONIGHT'S LOW-BALANCE
002400*                     WARNING LETTERS, WHEN THE LETTER EXTRACT
002500*                     IS ALLOCATED, BURST THE SAME WAY.
002600*                     EACH SECTION A BRANCH RECEIVES WRITES A
002700*                     DISTRIBUTION MANIFEST ROW WITH ITS LINE
002800*                     COUNT, FIRST PAGE AND PAGE COUNT.  THE
002900*                     SYSIN CARDS NAME THE CHAIN, THEN THE
003000*                     REPORTS EVERY OPEN BRANCH SHOULD GET (ONE
003100*                     TITLE, OR THE START OF ONE, PER CARD,
003200*                     ENDING WITH AN END CARD); AN OPEN BRANCH ON
003300*                     THE BRANCH MASTER WITHOUT ONE WRITES A
003400*                     MISSING ROW, WHICH MORNING-OPS-REPORT
003500*                     FLAGS.  SECTIONS ANOTHER CHAIN ALREADY
003600*                     BURST TODAY ARE SKIPPED, SINCE MONTHEND
003700*                     APPENDS TO THE SAME DECK.
003800*================================================================
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     COPY EODDSEL.
004300     COPY LBWSEL.
004400     COPY BRCHMSEL.
004500     COPY DMANSEL.
004600     SELECT BURST-SORT-FILE ASSIGN TO "BRSTSORT".
004700*================================================================
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  EOD-REPORT-DECK-FILE.
005100     COPY EODDREC.
005200*----------------------------------------------------------------
005300 FD  LOW-BALANCE-WARNING-FILE.
005400     COPY LBWREC.
005500*----------------------------------------------------------------
005600 FD  BRANCH-MASTER-FILE.
005700     COPY BRCHMAST.
005800*----------------------------------------------------------------
005900 FD  DISTRIBUTION-MANIFEST-FILE.
006000     COPY DMANREC.
006100*----------------------------------------------------------------
006200*  ONE SORT ROW PER BRANCH LINE.  THE SEQUENCE NUMBER KEEPS
006300*  EACH BRANCH'S LINES IN THE ORDER THEY STOOD ON THE DECK.
006400*----------------------------------------------------------------
006500 SD  BURST-SORT-FILE.
006600 01  BURST-SORT-RECORD.
006700     05  BU-BRANCH-ID              PIC X(06).
006800     05  BU-SEQUENCE               PIC 9(08).
006900     05  BU-SECTION-TITLE          PIC X(40).
007000     05  BU-DETAIL-LINE            PIC X(80).
007100*----------------------------------------------------------------
007200 WORKING-STORAGE SECTION.
007300 01  WS-FILE-STATUSES.
007400     05  WS-EODDECK-STATUS         PIC XX.
007500     05  WS-LBWFILE-STATUS         PIC XX.
007600     05  WS-BRCHMAST-STATUS        PIC XX.
007700     05  WS-DISTMAN-STATUS         PIC XX.
007800*----------------------------------------------------------------
007900 01  WS-WORK-FIELDS.
008000     05  WS-DECK-EOF-SWITCH        PIC X VALUE 'N'.
008100         88  NO-MORE-DECK-LINES    VALUE 'Y'.
008200     05  WS-LETTER-EOF-SWITCH      PIC X VALUE 'N'.
008300         88  NO-MORE-LETTERS       VALUE 'Y'.
008400     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
008500         88  NO-MORE-SORTED-LINES  VALUE 'Y'.
008600     05  WS-MANIFEST-EOF-SWITCH    PIC X VALUE 'N'.
008700         88  NO-MORE-MANIFEST-ROWS VALUE 'Y'.
008800     05  WS-BRANCH-EOF-SWITCH      PIC X VALUE 'N'.
008900         88  NO-MORE-BRANCHES      VALUE 'Y'.
009000     05  WS-CARD-EOF-SWITCH        PIC X VALUE 'N'.
009100         88  NO-MORE-CARDS         VALUE 'Y'.
009200     05  WS-FOUND-SWITCH           PIC X.
009300         88  WS-ENTRY-FOUND        VALUE 'Y'.
009400     05  WS-CHAIN-NAME             PIC X(08).
009500     05  WS-EXPECT-CARD            PIC X(40).
009600     05  WS-RUN-CALENDAR-DATE      PIC 9(08).
009700     05  WS-CURRENT-BRANCH-ID      PIC X(06).
009800     05  WS-CURRENT-TITLE          PIC X(40).
009900     05  WS-LETTER-TITLE           PIC X(40)
010000             VALUE "LOW-BALANCE WARNING LETTERS".
010100     05  WS-SEQUENCE               PIC 9(08) COMP VALUE 0.
010200     05  WS-PAGE-NUMBER            PIC 9(04) COMP.
010300     05  WS-LINE-NUMBER            PIC 9(04) COMP.
010400     05  WS-LINES-PER-PAGE         PIC 9(02) VALUE 60.
010500     05  WS-SECTION-FIRST-PAGE     PIC 9(04) COMP.
010600     05  WS-SECTION-LINES          PIC 9(06) COMP.
010700     05  WS-DECK-LINES-READ        PIC 9(08) COMP VALUE 0.
010800     05  WS-LETTERS-READ           PIC 9(08) COMP VALUE 0.
010900     05  WS-LINES-RELEASED         PIC 9(08) COMP VALUE 0.
011000     05  WS-LINES-SKIPPED          PIC 9(08) COMP VALUE 0.
011100     05  WS-LINES-BURST            PIC 9(08) COMP VALUE 0.
011200     05  WS-BRANCHES-BURST         PIC 9(06) COMP VALUE 0.
011300     05  WS-SECTIONS-RECEIVED      PIC 9(06) COMP VALUE 0.
011400     05  WS-REPORTS-MISSING        PIC 9(06) COMP VALUE 0.
011500     05  WS-EDIT-BALANCE           PIC -(9)9.99.
011600     05  WS-EDIT-MINIMUM           PIC -(9)9.99.
011700     05  WS-EDIT-LINES             PIC ZZZZZ9.
011800     05  WS-EDIT-PAGES             PIC ZZZ9.
011900*----------------------------------------------------------------
012000*  THE BRANCH'S ARCHIVE REPORT ID AND THE LINE BEING FILED
012100*  (RPTARCH-WRITE).
012200*----------------------------------------------------------------
012300 01  WS-ARCHIVE-REPORT-ID.
012400     05  WS-AR-PREFIX              PIC X VALUE 'B'.
012500     05  WS-AR-CHAIN-LETTER        PIC X.
012600     05  WS-AR-BRANCH-ID           PIC X(06).
012700 01  WS-ARCHIVE-LINE               PIC X(100).
012800*----------------------------------------------------------------
012900*  REPORTS EVERY OPEN BRANCH SHOULD RECEIVE, OFF THE SYSIN
013000*  CARDS.  A CARD MATCHES ANY SECTION TITLE THAT STARTS WITH
013100*  IT, SO "TOP-BALANCE VIP" COVERS EVERY BRANCH'S NAMED TITLE.
013200*----------------------------------------------------------------
013300 01  WS-EXPECTED-TABLE.
013400     05  WS-EXPECTED-ENTRY         OCCURS 20 TIMES
013500                                   INDEXED BY WS-EX-IDX.
013600         10  WS-EX-TITLE           PIC X(40).
013700         10  WS-EX-LENGTH          PIC 9(02).
013800 01  WS-EXPECTED-COUNT             PIC 9(02) COMP VALUE 0.
013900*----------------------------------------------------------------
014000*  SECTION TITLES ANOTHER CHAIN HAS ALREADY BURST TODAY.
014100*----------------------------------------------------------------
014200 01  WS-SKIP-TABLE.
014300     05  WS-SKIP-ENTRY             OCCURS 100 TIMES
014400                                   INDEXED BY WS-SK-IDX.
014500         10  WS-SK-TITLE           PIC X(40).
014600 01  WS-SKIP-COUNT                 PIC 9(03) COMP VALUE 0.
014700*----------------------------------------------------------------
014800*  EVERY BRANCH AND SECTION BURST THIS RUN, FOR THE EXPECTED
014900*  REPORT CHECK.
015000*----------------------------------------------------------------
015100 01  WS-RECEIVED-TABLE.
015200     05  WS-RECEIVED-ENTRY         OCCURS 3000 TIMES
015300                                   INDEXED BY WS-RC-IDX.
015400         10  WS-RC-BRANCH-ID       PIC X(06).
015500         10  WS-RC-TITLE           PIC X(40).
015600 01  WS-RECEIVED-COUNT             PIC 9(04) COMP VALUE 0.
015700*----------------------------------------------------------------
015800 01  WS-CURRENT-TIMESTAMP          PIC X(21).
015900 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
016000     05  WS-TS-DATE                PIC 9(08).
016100     05  FILLER                    PIC X(13).
016200 01  WS-BUSINESS-DATE              PIC 9(08).
016300 01  WS-BUSDATE-FLAG               PIC X.
016400 01  WS-RUN-HISTORY-FIELDS.
016500     05  WS-RH-STEP-NAME           PIC X(08) VALUE "EBRSSTEP".
016600     05  WS-RH-START-TIMESTAMP     PIC X(21).
016700     05  WS-RH-RECORDS-READ        PIC 9(08).
016800     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
016900     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
017000     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
017100*================================================================
017200 PROCEDURE DIVISION.
017300*================================================================
017400 0000-MAINLINE.
017500     MOVE FUNCTION CURRENT-DATE TO WS-RH-START-TIMESTAMP
017600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
017700     MOVE WS-TS-DATE TO WS-RUN-CALENDAR-DATE
017800     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
017900         WS-BUSDATE-FLAG
018000     IF WS-BUSDATE-FLAG = "Y"
018100         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
018200     END-IF
018300     PERFORM 1000-INITIALIZE
018400         THRU 1000-INITIALIZE-EXIT
018500     IF WS-RH-COMPLETION-CODE NOT = ZERO
018600         GO TO 0000-WRITE-RUN-HISTORY
018700     END-IF
018800     SORT BURST-SORT-FILE
018900         ON ASCENDING KEY BU-BRANCH-ID
019000         ON ASCENDING KEY BU-SEQUENCE
019100         INPUT PROCEDURE IS 2000-RELEASE-BRANCH-LINES
019200             THRU 2000-RELEASE-BRANCH-LINES-EXIT
019300         OUTPUT PROCEDURE IS 3000-BURST-BRANCHES
019400             THRU 3000-BURST-BRANCHES-EXIT
019500     PERFORM 4000-CHECK-EXPECTED-REPORTS
019600         THRU 4000-CHECK-EXPECTED-REPORTS-EXIT
019700     CLOSE DISTRIBUTION-MANIFEST-FILE
019800     DISPLAY "RPTBURST: CHAIN                 = " WS-CHAIN-NAME
019900     DISPLAY "RPTBURST: DECK LINES READ       = "
020000         WS-DECK-LINES-READ
020100     DISPLAY "RPTBURST: LOW-BALANCE LETTERS   = "
020200         WS-LETTERS-READ
020300     DISPLAY "RPTBURST: LINES SKIPPED (OTHER  = "
020400         WS-LINES-SKIPPED
020500     DISPLAY "RPTBURST:   CHAIN BURST TODAY)"
020600     DISPLAY "RPTBURST: LINES BURST           = " WS-LINES-BURST
020700     DISPLAY "RPTBURST: BRANCHES BURST        = "
020800         WS-BRANCHES-BURST
020900     DISPLAY "RPTBURST: SECTIONS DISTRIBUTED  = "
021000         WS-SECTIONS-RECEIVED
021100     DISPLAY "RPTBURST: EXPECTED REPORTS MISSING = "
021200         WS-REPORTS-MISSING
021300     IF WS-REPORTS-MISSING > ZERO
021400         MOVE 4 TO WS-RH-COMPLETION-CODE
021500     END-IF
021600     .
021700 0000-WRITE-RUN-HISTORY.
021800     COMPUTE WS-RH-RECORDS-READ =
021900         WS-DECK-LINES-READ + WS-LETTERS-READ
022000     MOVE WS-LINES-BURST TO WS-RH-RECORDS-UPDATED
022100     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
022200         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
022300         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
022400         WS-RH-COMPLETION-CODE
022500     STOP RUN.
022600*----------------------------------------------------------------
022700*  1000-INITIALIZE  --  THE CHAIN CARD AND THE EXPECTED REPORT
022800*  CARDS, THE SECTIONS OTHER CHAINS HAVE ALREADY BURST TODAY,
022900*  AND THE MANIFEST OPENED FOR APPEND.
023000*----------------------------------------------------------------
023100 1000-INITIALIZE.
023200     MOVE SPACES TO WS-EXPECTED-TABLE
023300     MOVE SPACES TO WS-SKIP-TABLE
023400     MOVE SPACES TO WS-RECEIVED-TABLE
023500     ACCEPT WS-CHAIN-NAME
023600     IF WS-CHAIN-NAME = SPACES
023700         DISPLAY "RPTBURST: NO CHAIN NAME ON THE SYSIN CARD - "
023800             "NOTHING BURST"
023900         MOVE 16 TO WS-RH-COMPLETION-CODE
024000         GO TO 1000-INITIALIZE-EXIT
024100     END-IF
024200     MOVE WS-CHAIN-NAME (1:1) TO WS-AR-CHAIN-LETTER
024300     MOVE WS-AR-CHAIN-LETTER TO WS-RH-STEP-NAME (1:1)
024400     PERFORM 1100-ACCEPT-ONE-EXPECTED
024500         THRU 1100-ACCEPT-ONE-EXPECTED-EXIT
024600         UNTIL NO-MORE-CARDS
024700     PERFORM 1200-LOAD-OTHER-CHAIN-TITLES
024800         THRU 1200-LOAD-OTHER-CHAIN-TITLES-EXIT
024900     OPEN EXTEND DISTRIBUTION-MANIFEST-FILE
025000     IF WS-DISTMAN-STATUS = "35"
025100         CLOSE DISTRIBUTION-MANIFEST-FILE
025200         OPEN OUTPUT DISTRIBUTION-MANIFEST-FILE
025300     END-IF
025400     IF WS-DISTMAN-STATUS NOT = "00"
025500         DISPLAY "RPTBURST: UNABLE TO OPEN DISTRIBUTION "
025600             "MANIFEST, STATUS = " WS-DISTMAN-STATUS
025700         MOVE 16 TO WS-RH-COMPLETION-CODE
025800     END-IF
025900     .
026000 1000-INITIALIZE-EXIT.
026100     EXIT.
026200*----------------------------------------------------------------
026300*  1100-ACCEPT-ONE-EXPECTED  --  ONE REPORT TITLE PER CARD,
026400*  UNTIL THE END CARD (OR A BLANK ONE).
026500*----------------------------------------------------------------
026600 1100-ACCEPT-ONE-EXPECTED.
026700     MOVE SPACES TO WS-EXPECT-CARD
026800     ACCEPT WS-EXPECT-CARD
026900     IF WS-EXPECT-CARD = SPACES OR WS-EXPECT-CARD = "END"
027000         MOVE 'Y' TO WS-CARD-EOF-SWITCH
027100         GO TO 1100-ACCEPT-ONE-EXPECTED-EXIT
027200     END-IF
027300     IF WS-EXPECTED-COUNT >= 20
027400         DISPLAY "RPTBURST: MORE THAN 20 EXPECTED REPORTS - "
027500             WS-EXPECT-CARD " IGNORED"
027600         GO TO 1100-ACCEPT-ONE-EXPECTED-EXIT
027700     END-IF
027800     ADD 1 TO WS-EXPECTED-COUNT
027900     SET WS-EX-IDX TO WS-EXPECTED-COUNT
028000     MOVE WS-EXPECT-CARD TO WS-EX-TITLE (WS-EX-IDX)
028100     MOVE 40 TO WS-EX-LENGTH (WS-EX-IDX)
028200     PERFORM 1110-TRIM-ONE-SPACE
028300         THRU 1110-TRIM-ONE-SPACE-EXIT
028400         UNTIL WS-EXPECT-CARD (WS-EX-LENGTH (WS-EX-IDX):1)
028500             NOT = SPACE
028600     .
028700 1100-ACCEPT-ONE-EXPECTED-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------
029000 1110-TRIM-ONE-SPACE.
029100     SUBTRACT 1 FROM WS-EX-LENGTH (WS-EX-IDX)
029200     .
029300 1110-TRIM-ONE-SPACE-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600*  1200-LOAD-OTHER-CHAIN-TITLES  --  TODAY'S RECEIVED ROWS FROM
029700*  ANY OTHER CHAIN.  NO MANIFEST YET MEANS NOTHING TO SKIP.
029800*----------------------------------------------------------------
029900 1200-LOAD-OTHER-CHAIN-TITLES.
030000     OPEN INPUT DISTRIBUTION-MANIFEST-FILE
030100     IF WS-DISTMAN-STATUS NOT = "00"
030200         GO TO 1200-LOAD-OTHER-CHAIN-TITLES-EXIT
030300     END-IF
030400     PERFORM 1210-LOAD-ONE-MANIFEST-ROW
030500         THRU 1210-LOAD-ONE-MANIFEST-ROW-EXIT
030600         UNTIL NO-MORE-MANIFEST-ROWS
030700     CLOSE DISTRIBUTION-MANIFEST-FILE
030800     .
030900 1200-LOAD-OTHER-CHAIN-TITLES-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------
031200 1210-LOAD-ONE-MANIFEST-ROW.
031300     READ DISTRIBUTION-MANIFEST-FILE
031400         AT END
031500             MOVE 'Y' TO WS-MANIFEST-EOF-SWITCH
031600             GO TO 1210-LOAD-ONE-MANIFEST-ROW-EXIT
031700     END-READ
031800     IF DM-BUSINESS-DATE NOT = WS-TS-DATE
031900             OR DM-CHAIN-NAME = WS-CHAIN-NAME
032000             OR NOT DM-REPORT-RECEIVED
032100         GO TO 1210-LOAD-ONE-MANIFEST-ROW-EXIT
032200     END-IF
032300     MOVE DM-REPORT-TITLE TO WS-CURRENT-TITLE
032400     PERFORM 2150-FIND-SKIP-TITLE
032500         THRU 2150-FIND-SKIP-TITLE-EXIT
032600     IF WS-ENTRY-FOUND OR WS-SKIP-COUNT >= 100
032700         GO TO 1210-LOAD-ONE-MANIFEST-ROW-EXIT
032800     END-IF
032900     ADD 1 TO WS-SKIP-COUNT
033000     SET WS-SK-IDX TO WS-SKIP-COUNT
033100     MOVE DM-REPORT-TITLE TO WS-SK-TITLE (WS-SK-IDX)
033200     .
033300 1210-LOAD-ONE-MANIFEST-ROW-EXIT.
033400     EXIT.
033500*----------------------------------------------------------------
033600*  2000-RELEASE-BRANCH-LINES  --  SORT INPUT PROCEDURE.  THE
033700*  BRANCH LINES OF THE DECK, THEN TONIGHT'S LOW-BALANCE
033800*  LETTERS.
033900*----------------------------------------------------------------
034000 2000-RELEASE-BRANCH-LINES.
034100     OPEN INPUT EOD-REPORT-DECK-FILE
034200     IF WS-EODDECK-STATUS NOT = "00"
034300         DISPLAY "RPTBURST: NO REPORT DECK, STATUS = "
034400             WS-EODDECK-STATUS
034500     ELSE
034600         PERFORM 2100-RELEASE-ONE-DECK-LINE
034700             THRU 2100-RELEASE-ONE-DECK-LINE-EXIT
034800             UNTIL NO-MORE-DECK-LINES
034900         CLOSE EOD-REPORT-DECK-FILE
035000     END-IF
035100     PERFORM 2200-RELEASE-LETTERS
035200         THRU 2200-RELEASE-LETTERS-EXIT
035300     .
035400 2000-RELEASE-BRANCH-LINES-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------
035700 2100-RELEASE-ONE-DECK-LINE.
035800     READ EOD-REPORT-DECK-FILE
035900         AT END
036000             MOVE 'Y' TO WS-DECK-EOF-SWITCH
036100             GO TO 2100-RELEASE-ONE-DECK-LINE-EXIT
036200     END-READ
036300     ADD 1 TO WS-DECK-LINES-READ
036400     IF ED-BRANCH-ID = SPACES
036500         GO TO 2100-RELEASE-ONE-DECK-LINE-EXIT
036600     END-IF
036700     MOVE ED-SECTION-TITLE TO WS-CURRENT-TITLE
036800     PERFORM 2150-FIND-SKIP-TITLE
036900         THRU 2150-FIND-SKIP-TITLE-EXIT
037000     IF WS-ENTRY-FOUND
037100         ADD 1 TO WS-LINES-SKIPPED
037200         GO TO 2100-RELEASE-ONE-DECK-LINE-EXIT
037300     END-IF
037400     ADD 1 TO WS-SEQUENCE
037500     MOVE ED-BRANCH-ID     TO BU-BRANCH-ID
037600     MOVE WS-SEQUENCE      TO BU-SEQUENCE
037700     MOVE ED-SECTION-TITLE TO BU-SECTION-TITLE
037800     MOVE ED-DETAIL-LINE   TO BU-DETAIL-LINE
037900     RELEASE BURST-SORT-RECORD
038000     ADD 1 TO WS-LINES-RELEASED
038100     .
038200 2100-RELEASE-ONE-DECK-LINE-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500*  2150-FIND-SKIP-TITLE  --  IS WS-CURRENT-TITLE ONE ANOTHER
038600*  CHAIN ALREADY BURST TODAY?
038700*----------------------------------------------------------------
038800 2150-FIND-SKIP-TITLE.
038900     MOVE 'N' TO WS-FOUND-SWITCH
039000     IF WS-SKIP-COUNT = ZERO
039100         GO TO 2150-FIND-SKIP-TITLE-EXIT
039200     END-IF
039300     SET WS-SK-IDX TO 1
039400     SEARCH WS-SKIP-ENTRY
039500         AT END
039600             CONTINUE
039700         WHEN WS-SK-TITLE (WS-SK-IDX) = WS-CURRENT-TITLE
039800             MOVE 'Y' TO WS-FOUND-SWITCH
039900     END-SEARCH
040000     .
040100 2150-FIND-SKIP-TITLE-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400*  2200-RELEASE-LETTERS  --  THE LETTER EXTRACT IS ONLY
040500*  ALLOCATED TO THE END-OF-DAY BURST.  LOWBALWARN DATES ITS
040600*  ROWS FROM THE CLOCK, SO A LETTER DATED EITHER THE BUSINESS
040700*  DATE OR TODAY'S CALENDAR DATE IS TONIGHT'S.
040800*----------------------------------------------------------------
040900 2200-RELEASE-LETTERS.
041000     MOVE WS-LETTER-TITLE TO WS-CURRENT-TITLE
041100     PERFORM 2150-FIND-SKIP-TITLE
041200         THRU 2150-FIND-SKIP-TITLE-EXIT
041300     IF WS-ENTRY-FOUND
041400         GO TO 2200-RELEASE-LETTERS-EXIT
041500     END-IF
041600     OPEN INPUT LOW-BALANCE-WARNING-FILE
041700     IF WS-LBWFILE-STATUS NOT = "00"
041800         GO TO 2200-RELEASE-LETTERS-EXIT
041900     END-IF
042000     PERFORM 2210-RELEASE-ONE-LETTER
042100         THRU 2210-RELEASE-ONE-LETTER-EXIT
042200         UNTIL NO-MORE-LETTERS
042300     CLOSE LOW-BALANCE-WARNING-FILE
042400     .
042500 2200-RELEASE-LETTERS-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------
042800 2210-RELEASE-ONE-LETTER.
042900     READ LOW-BALANCE-WARNING-FILE
043000         AT END
043100             MOVE 'Y' TO WS-LETTER-EOF-SWITCH
043200             GO TO 2210-RELEASE-ONE-LETTER-EXIT
043300     END-READ
043400     IF LW-WARNING-DATE NOT = WS-TS-DATE
043500             AND LW-WARNING-DATE NOT = WS-RUN-CALENDAR-DATE
043600         GO TO 2210-RELEASE-ONE-LETTER-EXIT
043700     END-IF
043800     IF LW-BRANCH-ID = SPACES
043900         GO TO 2210-RELEASE-ONE-LETTER-EXIT
044000     END-IF
044100     ADD 1 TO WS-LETTERS-READ
044200     ADD 1 TO WS-SEQUENCE
044300     MOVE LW-BALANCE         TO WS-EDIT-BALANCE
044400     MOVE LW-MINIMUM-BALANCE TO WS-EDIT-MINIMUM
044500     MOVE LW-BRANCH-ID       TO BU-BRANCH-ID
044600     MOVE WS-SEQUENCE        TO BU-SEQUENCE
044700     MOVE WS-LETTER-TITLE    TO BU-SECTION-TITLE
044800     MOVE SPACES             TO BU-DETAIL-LINE
044900     STRING "ACCOUNT " LW-ACCT-NUMBER
045000         " CUSTOMER " LW-CUSTOMER-NUMBER
045100         " BALANCE " WS-EDIT-BALANCE
045200         " MINIMUM " WS-EDIT-MINIMUM
045300         DELIMITED BY SIZE INTO BU-DETAIL-LINE
045400     RELEASE BURST-SORT-RECORD
045500     ADD 1 TO WS-LINES-RELEASED
045600     .
045700 2210-RELEASE-ONE-LETTER-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000*  3000-BURST-BRANCHES  --  SORT OUTPUT PROCEDURE.  CONTROL
046100*  BREAK ON THE BRANCH.
046200*----------------------------------------------------------------
046300 3000-BURST-BRANCHES.
046400     PERFORM 3900-RETURN-NEXT-LINE
046500         THRU 3900-RETURN-NEXT-LINE-EXIT
046600     PERFORM 3100-BURST-ONE-BRANCH
046700         THRU 3100-BURST-ONE-BRANCH-EXIT
046800         UNTIL NO-MORE-SORTED-LINES
046900     .
047000 3000-BURST-BRANCHES-EXIT.
047100     EXIT.
047200*----------------------------------------------------------------
047300*  3100-BURST-ONE-BRANCH  --  THE BRANCH'S LINES TO ITS OWN
047400*  ARCHIVE REPORT ID.  PAGE AND LINE ARE COUNTED HERE THE SAME
047500*  WAY RPTARCH-WRITE NUMBERS THEM (SIXTY LINES TO THE PAGE,
047600*  STARTING AGAIN AT PAGE ONE FOR EACH NEW REPORT ID), SO THE
047700*  MANIFEST PAGES MATCH THE ARCHIVED COPY.
047800*----------------------------------------------------------------
047900 3100-BURST-ONE-BRANCH.
048000     MOVE BU-BRANCH-ID TO WS-CURRENT-BRANCH-ID
048100     MOVE BU-BRANCH-ID TO WS-AR-BRANCH-ID
048200     ADD 1 TO WS-BRANCHES-BURST
048300     MOVE 1 TO WS-PAGE-NUMBER
048400     MOVE 0 TO WS-LINE-NUMBER
048500     MOVE SPACES TO WS-CURRENT-TITLE
048600     PERFORM 3200-BURST-ONE-LINE
048700         THRU 3200-BURST-ONE-LINE-EXIT
048800         UNTIL NO-MORE-SORTED-LINES
048900            OR BU-BRANCH-ID NOT = WS-CURRENT-BRANCH-ID
049000     IF WS-CURRENT-TITLE NOT = SPACES
049100         PERFORM 3400-WRITE-RECEIVED-ROW
049200             THRU 3400-WRITE-RECEIVED-ROW-EXIT
049300     END-IF
049400     .
049500 3100-BURST-ONE-BRANCH-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------
049800*  3200-BURST-ONE-LINE  --  A NEW SECTION CLOSES THE MANIFEST
049900*  ROW OF THE LAST ONE AND OPENS WITH A HEADING LINE.
050000*----------------------------------------------------------------
050100 3200-BURST-ONE-LINE.
050200     IF BU-SECTION-TITLE NOT = WS-CURRENT-TITLE
050300         IF WS-CURRENT-TITLE NOT = SPACES
050400             PERFORM 3400-WRITE-RECEIVED-ROW
050500                 THRU 3400-WRITE-RECEIVED-ROW-EXIT
050600         END-IF
050700         MOVE BU-SECTION-TITLE TO WS-CURRENT-TITLE
050800         MOVE ZERO TO WS-SECTION-LINES
050900         MOVE SPACES TO WS-ARCHIVE-LINE
051000         STRING "*** " BU-SECTION-TITLE " - BRANCH "
051100             WS-CURRENT-BRANCH-ID " - " WS-TS-DATE
051200             DELIMITED BY SIZE INTO WS-ARCHIVE-LINE
051300         PERFORM 3300-ARCHIVE-ONE-LINE
051400             THRU 3300-ARCHIVE-ONE-LINE-EXIT
051500         MOVE WS-PAGE-NUMBER TO WS-SECTION-FIRST-PAGE
051600     END-IF
051700     MOVE BU-DETAIL-LINE TO WS-ARCHIVE-LINE
051800     PERFORM 3300-ARCHIVE-ONE-LINE
051900         THRU 3300-ARCHIVE-ONE-LINE-EXIT
052000     ADD 1 TO WS-LINES-BURST
052100     PERFORM 3900-RETURN-NEXT-LINE
052200         THRU 3900-RETURN-NEXT-LINE-EXIT
052300     .
052400 3200-BURST-ONE-LINE-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700 3300-ARCHIVE-ONE-LINE.
052800     CALL "RPTARCH-WRITE" USING WS-ARCHIVE-REPORT-ID
052900         WS-ARCHIVE-LINE
053000     ADD 1 TO WS-LINE-NUMBER
053100     IF WS-LINE-NUMBER > WS-LINES-PER-PAGE
053200         ADD 1 TO WS-PAGE-NUMBER
053300         MOVE 1 TO WS-LINE-NUMBER
053400     END-IF
053500     ADD 1 TO WS-SECTION-LINES
053600     .
053700 3300-ARCHIVE-ONE-LINE-EXIT.
053800     EXIT.
053900*----------------------------------------------------------------
054000*  3400-WRITE-RECEIVED-ROW  --  THE MANIFEST ROW FOR THE
054100*  SECTION JUST FINISHED, AND ITS SLOT IN THE RECEIVED TABLE.
054200*----------------------------------------------------------------
054300 3400-WRITE-RECEIVED-ROW.
054400     MOVE WS-TS-DATE            TO DM-BUSINESS-DATE
054500     MOVE WS-CHAIN-NAME         TO DM-CHAIN-NAME
054600     MOVE WS-CURRENT-BRANCH-ID  TO DM-BRANCH-ID
054700     MOVE WS-ARCHIVE-REPORT-ID  TO DM-ARCHIVE-ID
054800     MOVE WS-CURRENT-TITLE      TO DM-REPORT-TITLE
054900     SET DM-REPORT-RECEIVED     TO TRUE
055000     MOVE WS-SECTION-FIRST-PAGE TO DM-FIRST-PAGE
055100     COMPUTE DM-PAGE-COUNT =
055200         WS-PAGE-NUMBER - WS-SECTION-FIRST-PAGE + 1
055300     MOVE WS-SECTION-LINES      TO DM-LINE-COUNT
055400     WRITE DISTRIBUTION-MANIFEST-RECORD
055500     ADD 1 TO WS-SECTIONS-RECEIVED
055600     MOVE DM-LINE-COUNT TO WS-EDIT-LINES
055700     MOVE DM-PAGE-COUNT TO WS-EDIT-PAGES
055800     DISPLAY "BRANCH " DM-BRANCH-ID " " DM-ARCHIVE-ID " "
055900         DM-REPORT-TITLE " LINES " WS-EDIT-LINES
056000         " PAGES " WS-EDIT-PAGES
056100     IF WS-RECEIVED-COUNT >= 3000
056200         DISPLAY "RPTBURST: RECEIVED TABLE FULL - BRANCH "
056300             WS-CURRENT-BRANCH-ID " " WS-CURRENT-TITLE
056400             " NOT HELD FOR THE EXPECTED REPORT CHECK"
056500         GO TO 3400-WRITE-RECEIVED-ROW-EXIT
056600     END-IF
056700     ADD 1 TO WS-RECEIVED-COUNT
056800     SET WS-RC-IDX TO WS-RECEIVED-COUNT
056900     MOVE WS-CURRENT-BRANCH-ID TO WS-RC-BRANCH-ID (WS-RC-IDX)
057000     MOVE WS-CURRENT-TITLE     TO WS-RC-TITLE (WS-RC-IDX)
057100     .
057200 3400-WRITE-RECEIVED-ROW-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500 3900-RETURN-NEXT-LINE.
057600     RETURN BURST-SORT-FILE
057700         AT END
057800             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
057900     END-RETURN
058000     .
058100 3900-RETURN-NEXT-LINE-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400*  4000-CHECK-EXPECTED-REPORTS  --  EVERY OPEN BRANCH AGAINST
058500*  EVERY EXPECTED REPORT CARD.
058600*----------------------------------------------------------------
058700 4000-CHECK-EXPECTED-REPORTS.
058800     IF WS-EXPECTED-COUNT = ZERO
058900         GO TO 4000-CHECK-EXPECTED-REPORTS-EXIT
059000     END-IF
059100     OPEN INPUT BRANCH-MASTER-FILE
059200     IF WS-BRCHMAST-STATUS NOT = "00"
059300         DISPLAY "RPTBURST: NO BRANCH MASTER - EXPECTED REPORTS "
059400             "NOT CHECKED, STATUS = " WS-BRCHMAST-STATUS
059500         GO TO 4000-CHECK-EXPECTED-REPORTS-EXIT
059600     END-IF
059700     PERFORM 4100-CHECK-ONE-BRANCH
059800         THRU 4100-CHECK-ONE-BRANCH-EXIT
059900         UNTIL NO-MORE-BRANCHES
060000     CLOSE BRANCH-MASTER-FILE
060100     .
060200 4000-CHECK-EXPECTED-REPORTS-EXIT.
060300     EXIT.
060400*----------------------------------------------------------------
060500 4100-CHECK-ONE-BRANCH.
060600     READ BRANCH-MASTER-FILE NEXT RECORD
060700         AT END
060800             MOVE 'Y' TO WS-BRANCH-EOF-SWITCH
060900             GO TO 4100-CHECK-ONE-BRANCH-EXIT
061000     END-READ
061100     IF NOT BR-BRANCH-OPEN
061200         GO TO 4100-CHECK-ONE-BRANCH-EXIT
061300     END-IF
061400     PERFORM 4200-CHECK-ONE-EXPECTED
061500         THRU 4200-CHECK-ONE-EXPECTED-EXIT
061600         VARYING WS-EX-IDX FROM 1 BY 1
061700         UNTIL WS-EX-IDX > WS-EXPECTED-COUNT
061800     .
061900 4100-CHECK-ONE-BRANCH-EXIT.
062000     EXIT.
062100*----------------------------------------------------------------
062200*  4200-CHECK-ONE-EXPECTED  --  NO RECEIVED SECTION FOR THE
062300*  BRANCH WHOSE TITLE STARTS WITH THE CARD WRITES A MISSING
062400*  ROW.
062500*----------------------------------------------------------------
062600 4200-CHECK-ONE-EXPECTED.
062700     MOVE 'N' TO WS-FOUND-SWITCH
062800     IF WS-RECEIVED-COUNT > ZERO
062900         SET WS-RC-IDX TO 1
063000         SEARCH WS-RECEIVED-ENTRY
063100             AT END
063200                 CONTINUE
063300             WHEN WS-RC-BRANCH-ID (WS-RC-IDX) = BR-BRANCH-ID
063400              AND WS-RC-TITLE (WS-RC-IDX)
063500                      (1:WS-EX-LENGTH (WS-EX-IDX))
063600                = WS-EX-TITLE (WS-EX-IDX)
063700                      (1:WS-EX-LENGTH (WS-EX-IDX))
063800                 MOVE 'Y' TO WS-FOUND-SWITCH
063900         END-SEARCH
064000     END-IF
064100     IF WS-ENTRY-FOUND
064200         GO TO 4200-CHECK-ONE-EXPECTED-EXIT
064300     END-IF
064400     MOVE BR-BRANCH-ID TO WS-AR-BRANCH-ID
064500     MOVE WS-TS-DATE             TO DM-BUSINESS-DATE
064600     MOVE WS-CHAIN-NAME          TO DM-CHAIN-NAME
064700     MOVE BR-BRANCH-ID           TO DM-BRANCH-ID
064800     MOVE WS-ARCHIVE-REPORT-ID   TO DM-ARCHIVE-ID
064900     MOVE WS-EX-TITLE (WS-EX-IDX) TO DM-REPORT-TITLE
065000     SET DM-REPORT-MISSING       TO TRUE
065100     MOVE ZERO TO DM-FIRST-PAGE
065200     MOVE ZERO TO DM-PAGE-COUNT
065300     MOVE ZERO TO DM-LINE-COUNT
065400     WRITE DISTRIBUTION-MANIFEST-RECORD
065500     ADD 1 TO WS-REPORTS-MISSING
065600     DISPLAY "BRANCH " BR-BRANCH-ID " MISSING EXPECTED REPORT "
065700         WS-EX-TITLE (WS-EX-IDX)
065800     .
065900 4200-CHECK-ONE-EXPECTED-EXIT.
066000     EXIT.
