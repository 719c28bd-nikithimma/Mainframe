002900*                     REPORT ID MORNOPS) SO ANY DAY'S COPY IS A
003000*                     KEYED READ AWAY INSTEAD OF A TRIP TO THE
003100*                     STOREROOM.
003105*    2026-10-15  RPK  THE STEP TABLE NOW HOLDS 150 STEPS (WAS 30).
003110*                     THE RUN HISTORY CARRIES FAR MORE STEP NAMES
003115*                     THAN 30 ACROSS THE NIGHTLY, WEEKLY,
003120*                     MONTH-END AND YEAR-END DECKS, AND STEPS PAST
003125*                     THE THIRTIETH WERE FOLDED ONTO THE LAST ROW
003130*                     INSTEAD OF BEING REPORTED.
003135*    2026-10-15  RPK  THE REPORT NOW CLOSES WITH THE REPORT
003140*                     DISTRIBUTION EXCEPTIONS: EVERY EXPECTED
003145*                     REPORT A BRANCH DID NOT RECEIVE IN THE
003150*                     LATEST REPORT BURST, OFF THE DISTRIBUTION
003155*                     MANIFEST.
003160*    2026-10-15  RPK  DISTRIBUTION EXCEPTIONS ARE NOW TAKEN FROM
003165*                     EACH REPORT CHAIN'S OWN LATEST BURST, NOT
003170*                     ONLY THE LATEST DATE ON THE MANIFEST, SO
003175*                     A MONTH-END BURST, WHICH RUNS AFTER THIS
003180*                     REPORT, HAS ITS MISSING REPORTS FLAGGED
003185*                     THE NEXT MORNING.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     COPY RUNHSEL.
003700     COPY EODDSEL.
003750     COPY DMANSEL.
003800*================================================================
003900 DATA DIVISION.
004000 FILE SECTION.
004200     COPY RUNHREC.
004300 FD  EOD-REPORT-DECK-FILE.
004400     COPY EODDREC.
004433 FD  DISTRIBUTION-MANIFEST-FILE.
004466     COPY DMANREC.
004500*----------------------------------------------------------------
004600 WORKING-STORAGE SECTION.
004700 01  WS-FILE-STATUSES.
004800     05  WS-RUNHIST-STATUS         PIC XX.
004900     05  WS-EODDECK-STATUS         PIC XX.
004950     05  WS-DISTMAN-STATUS         PIC XX.
005000*----------------------------------------------------------------
005100*  PER-STEP ROLLING FIGURES, KEYED IN ARRIVAL ORDER OF LAST
005200*  NIGHT'S ROWS.
005300*----------------------------------------------------------------
005400 01  WS-STEP-TABLE.
005500     05  WS-STEP-ENTRY            OCCURS 150 TIMES
005600                                   INDEXED BY WS-STEP-IDX.
005700         10  WS-ST-STEP-NAME       PIC X(08).
005800         10  WS-ST-PRIOR-SECONDS   PIC 9(12) COMP.
008000     05  WS-EDIT-READ              PIC ZZZZZZZ9.
008100     05  WS-EDIT-UPDATED           PIC ZZZZZZZ9.
008200     05  WS-EDIT-AMOUNT            PIC -(11)9.99.
008206     05  WS-DMAN-EOF-SWITCH        PIC X.
008212         88  NO-MORE-MANIFEST-ROWS VALUE 'Y'.
008218     05  WS-LATEST-MANIFEST-DATE   PIC 9(08) VALUE 0.
008224     05  WS-PRIOR-MANIFEST-DATE    PIC 9(08) VALUE 0.
008230     05  WS-REPORTS-MISSING        PIC 9(05) COMP VALUE 0.
008236     05  WS-EDIT-MISSING           PIC ZZZZ9.
008242*----------------------------------------------------------------
008248*  LATEST BURST DATE OF EACH REPORT CHAIN ON THE MANIFEST.
008254*----------------------------------------------------------------
008260 01  WS-CHAIN-TABLE.
008266     05  WS-CHAIN-ENTRY           OCCURS 10 TIMES
008272                                   INDEXED BY WS-CHAIN-IDX.
008278         10  WS-CH-CHAIN-NAME      PIC X(08).
008284         10  WS-CH-LATEST-DATE     PIC 9(08).
008290 01  WS-CHAIN-COUNT                PIC 9(02) COMP VALUE 0.
008300*----------------------------------------------------------------
008400 01  WS-CURRENT-TIMESTAMP          PIC X(21).
008500 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
010600         THRU 2000-GATHER-STEP-FIGURES-EXIT
010700     PERFORM 3000-PRINT-REPORT
010800         THRU 3000-PRINT-REPORT-EXIT
010833     PERFORM 4000-PRINT-DISTRIBUTION-EXCEPTIONS
010866         THRU 4000-PRINT-DISTRIBUTION-EXCEPTIONS-EXIT
010900     PERFORM 9999-EXIT
011000         THRU 9999-EXIT-EXIT
011100     STOP RUN.
020700     EXIT.
020800*----------------------------------------------------------------
020900 2300-ADD-STEP-ENTRY.
021000     IF WS-STEP-COUNT >= 150
021100         SET WS-STEP-IDX TO 150
021200         GO TO 2300-ADD-STEP-ENTRY-EXIT
021300     END-IF
021400     ADD 1 TO WS-STEP-COUNT
029900 3100-PRINT-ONE-STEP-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030101*  4000-PRINT-DISTRIBUTION-EXCEPTIONS  --  EXPECTED REPORTS A
030102*  BRANCH DID NOT RECEIVE, OFF THE DISTRIBUTION MANIFEST.  PASS
030103*  ONE FINDS EACH CHAIN'S LATEST BURST DATE, AND THE LATEST AND
030104*  NEXT-LATEST BURST DATES ON THE FILE; PASS TWO PRINTS EACH
030105*  CHAIN'S MISSING ROWS FOR ITS OWN LATEST BURST.  MONTH-END
030106*  BURSTS AFTER THIS REPORT HAS RUN, SO ITS ROWS ARE PICKED UP
030107*  THE NEXT MORNING - A CHAIN WHOSE LATEST BURST IS OLDER THAN
030108*  THE NEXT-LATEST DATE HAS ALREADY BEEN REPORTED AND IS NOT
030109*  PRINTED AGAIN.  NO MANIFEST MEANS NO BURST HAS RUN YET -
030110*  NOTHING TO REPORT.
030111*----------------------------------------------------------------
030112 4000-PRINT-DISTRIBUTION-EXCEPTIONS.
030113     OPEN INPUT DISTRIBUTION-MANIFEST-FILE
030114     IF WS-DISTMAN-STATUS NOT = "00"
030115         GO TO 4000-PRINT-DISTRIBUTION-EXCEPTIONS-EXIT
030116     END-IF
030117     MOVE 'N' TO WS-DMAN-EOF-SWITCH
030118     PERFORM 4100-SCAN-ONE-MANIFEST-ROW
030119         THRU 4100-SCAN-ONE-MANIFEST-ROW-EXIT
030120         UNTIL NO-MORE-MANIFEST-ROWS
030121     CLOSE DISTRIBUTION-MANIFEST-FILE
030122     IF WS-LATEST-MANIFEST-DATE = ZERO
030123         GO TO 4000-PRINT-DISTRIBUTION-EXCEPTIONS-EXIT
030124     END-IF
030125
030126     DISPLAY "REPORT DISTRIBUTION EXCEPTIONS - BURST OF "
030127         WS-LATEST-MANIFEST-DATE
030128     OPEN INPUT DISTRIBUTION-MANIFEST-FILE
030129     MOVE 'N' TO WS-DMAN-EOF-SWITCH
030130     PERFORM 4200-PRINT-ONE-MISSING-ROW
030131         THRU 4200-PRINT-ONE-MISSING-ROW-EXIT
030132         UNTIL NO-MORE-MANIFEST-ROWS
030133     CLOSE DISTRIBUTION-MANIFEST-FILE
030134
030135     MOVE SPACES TO ED-DETAIL-LINE
030136     IF WS-REPORTS-MISSING = ZERO
030137         MOVE "ALL BRANCHES RECEIVED THEIR EXPECTED REPORTS"
030138             TO ED-DETAIL-LINE
030139     ELSE
030140         MOVE WS-REPORTS-MISSING TO WS-EDIT-MISSING
030141         STRING "EXPECTED REPORTS MISSING AT BRANCHES = "
030142             WS-EDIT-MISSING
030143             DELIMITED BY SIZE INTO ED-DETAIL-LINE
030144     END-IF
030145     DISPLAY "MORNRPT: " ED-DETAIL-LINE
030146     PERFORM 4300-WRITE-EXCEPTION-LINE
030147         THRU 4300-WRITE-EXCEPTION-LINE-EXIT
030148     .
030149 4000-PRINT-DISTRIBUTION-EXCEPTIONS-EXIT.
030150     EXIT.
030151*----------------------------------------------------------------
030152 4100-SCAN-ONE-MANIFEST-ROW.
030153     READ DISTRIBUTION-MANIFEST-FILE
030154         AT END
030155             MOVE 'Y' TO WS-DMAN-EOF-SWITCH
030156             GO TO 4100-SCAN-ONE-MANIFEST-ROW-EXIT
030157     END-READ
030158     IF DM-BUSINESS-DATE > WS-LATEST-MANIFEST-DATE
030159         MOVE WS-LATEST-MANIFEST-DATE TO WS-PRIOR-MANIFEST-DATE
030160         MOVE DM-BUSINESS-DATE TO WS-LATEST-MANIFEST-DATE
030161     ELSE
030162         IF DM-BUSINESS-DATE < WS-LATEST-MANIFEST-DATE
030163            AND DM-BUSINESS-DATE > WS-PRIOR-MANIFEST-DATE
030164             MOVE DM-BUSINESS-DATE TO WS-PRIOR-MANIFEST-DATE
030165         END-IF
030166     END-IF
030167     PERFORM 4110-LOCATE-CHAIN-ENTRY
030168         THRU 4110-LOCATE-CHAIN-ENTRY-EXIT
030169     IF DM-BUSINESS-DATE > WS-CH-LATEST-DATE (WS-CHAIN-IDX)
030170         MOVE DM-BUSINESS-DATE TO WS-CH-LATEST-DATE (WS-CHAIN-IDX)
030171     END-IF
030172     .
030173 4100-SCAN-ONE-MANIFEST-ROW-EXIT.
030174     EXIT.
030175*----------------------------------------------------------------
030176*  4110-LOCATE-CHAIN-ENTRY  --  FIND OR ADD THE ROW'S CHAIN IN
030177*  THE CHAIN TABLE, LEAVING WS-CHAIN-IDX ON IT.  SAME SHAPE AS
030178*  2200-LOCATE-STEP-ENTRY.
030179*----------------------------------------------------------------
030180 4110-LOCATE-CHAIN-ENTRY.
030181     IF WS-CHAIN-COUNT > ZERO
030182         SET WS-CHAIN-IDX TO 1
030183         SEARCH WS-CHAIN-ENTRY
030184             AT END
030185                 PERFORM 4120-ADD-CHAIN-ENTRY
030186                     THRU 4120-ADD-CHAIN-ENTRY-EXIT
030187             WHEN WS-CH-CHAIN-NAME (WS-CHAIN-IDX) = DM-CHAIN-NAME
030188                 CONTINUE
030189         END-SEARCH
030190     ELSE
030191         PERFORM 4120-ADD-CHAIN-ENTRY
030192             THRU 4120-ADD-CHAIN-ENTRY-EXIT
030193     END-IF
030194     .
030195 4110-LOCATE-CHAIN-ENTRY-EXIT.
030196     EXIT.
030197*----------------------------------------------------------------
030198 4120-ADD-CHAIN-ENTRY.
030199     IF WS-CHAIN-COUNT >= 10
030200         SET WS-CHAIN-IDX TO 10
030201         GO TO 4120-ADD-CHAIN-ENTRY-EXIT
030202     END-IF
030203     ADD 1 TO WS-CHAIN-COUNT
030204     SET WS-CHAIN-IDX TO WS-CHAIN-COUNT
030205     MOVE DM-CHAIN-NAME TO WS-CH-CHAIN-NAME (WS-CHAIN-IDX)
030206     MOVE ZERO TO WS-CH-LATEST-DATE (WS-CHAIN-IDX)
030207     .
030208 4120-ADD-CHAIN-ENTRY-EXIT.
030209     EXIT.
030210*----------------------------------------------------------------
030211 4200-PRINT-ONE-MISSING-ROW.
030212     READ DISTRIBUTION-MANIFEST-FILE
030213         AT END
030214             MOVE 'Y' TO WS-DMAN-EOF-SWITCH
030215             GO TO 4200-PRINT-ONE-MISSING-ROW-EXIT
030216     END-READ
030217     IF NOT DM-REPORT-MISSING
030218         GO TO 4200-PRINT-ONE-MISSING-ROW-EXIT
030219     END-IF
030220     PERFORM 4110-LOCATE-CHAIN-ENTRY
030221         THRU 4110-LOCATE-CHAIN-ENTRY-EXIT
030222     IF DM-BUSINESS-DATE NOT = WS-CH-LATEST-DATE (WS-CHAIN-IDX)
030223             OR DM-BUSINESS-DATE < WS-PRIOR-MANIFEST-DATE
030224         GO TO 4200-PRINT-ONE-MISSING-ROW-EXIT
030225     END-IF
030226     ADD 1 TO WS-REPORTS-MISSING
030227     MOVE SPACES TO ED-DETAIL-LINE
030228     STRING "BRANCH " DM-BRANCH-ID " MISSING "
030229         DM-REPORT-TITLE " (" DM-CHAIN-NAME ")"
030230         DELIMITED BY SIZE INTO ED-DETAIL-LINE
030231     DISPLAY ED-DETAIL-LINE
030232     PERFORM 4300-WRITE-EXCEPTION-LINE
030233         THRU 4300-WRITE-EXCEPTION-LINE-EXIT
030234     .
030235 4200-PRINT-ONE-MISSING-ROW-EXIT.
030236     EXIT.
030237*----------------------------------------------------------------
030238*  4300-WRITE-EXCEPTION-LINE  --  ED-DETAIL-LINE TO THE DECK AND
030239*  THE ARCHIVE, UNDER THE MORNING REPORT'S OWN SECTION.
030240*----------------------------------------------------------------
030241 4300-WRITE-EXCEPTION-LINE.
030242     MOVE SPACES TO ED-BRANCH-ID
030243     MOVE "MORNING OPERATIONS REPORT" TO ED-SECTION-TITLE
030244     MOVE WS-TS-DATE TO ED-RUN-DATE
030245     WRITE EOD-REPORT-DECK-RECORD
030246     MOVE ED-DETAIL-LINE TO WS-ARCHIVE-LINE
030247     CALL "RPTARCH-WRITE" USING WS-ARCHIVE-REPORT-ID
030248         WS-ARCHIVE-LINE
030249     .
030250 4300-WRITE-EXCEPTION-LINE-EXIT.
030251     EXIT.
030252*----------------------------------------------------------------
030253*  9999-EXIT  --  COMMON PROGRAM EXIT.
030300*----------------------------------------------------------------
030400 9999-EXIT.
030500     CLOSE EOD-REPORT-DECK-FILE
