000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    NSF-REPORT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  DAILY NSF ACTIVITY
001300*                     REPORT FOR THE EOD REPORT DECK.  EVERY
001400*                     ROW NSF-DECIDE WROTE TO THE NSF ACTIVITY
001500*                     REGISTER FOR THE BUSINESS DATE - ITEMS
001600*                     PAID INTO OVERDRAFT AND ITEMS RETURNED -
001700*                     IS SORTED BY BRANCH AND ACCOUNT AND
001800*                     LISTED UNDER ITS OWN BRANCH, WITH THE FEE
001900*                     TAKEN OR THE REASON NONE WAS (DE MINIMIS,
002000*                     DAILY CAP, WAIVED, NOT PRICED), FOLLOWED
002100*                     BY A TOTAL LINE PER BRANCH.  A MISSING
002200*                     REGISTER MEANS NO ITEMS WERE DECIDED.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     COPY NSFASEL.
002800     COPY NSFRSEL.
002900     COPY EODDSEL.
003000*================================================================
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  NSF-ACTIVITY-FILE.
003400     COPY NSFAREC.
003500*----------------------------------------------------------------
003600 SD  NSFR-SORT-WORK-FILE.
003700     COPY NSFAREC
003800         REPLACING ==NSF-ACTIVITY-RECORD==
003900                BY ==NSFR-SORT-WORK-RECORD==
004000         LEADING ==NA== BY ==NW==.
004100*----------------------------------------------------------------
004200 FD  NSFR-SORTED-FILE.
004300     COPY NSFAREC
004400         REPLACING ==NSF-ACTIVITY-RECORD==
004500                BY ==NSFR-SORTED-RECORD==
004600         LEADING ==NA== BY ==NS==.
004700*----------------------------------------------------------------
004800 FD  EOD-REPORT-DECK-FILE.
004900     COPY EODDREC.
005000*----------------------------------------------------------------
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------------
005300 01  WS-FILE-STATUSES.
005400     05  WS-NSFACT-STATUS          PIC XX.
005500     05  WS-NSFRSRTD-STATUS        PIC XX.
005600     05  WS-EODDECK-STATUS         PIC XX.
005700*----------------------------------------------------------------
005800 01  WS-WORK-FIELDS.
005900     05  WS-RAWNSF-EOF-SWITCH      PIC X VALUE 'N'.
006000         88  NO-MORE-RAW-NSF       VALUE 'Y'.
006100     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
006200         88  NO-MORE-SORTED-NSF    VALUE 'Y'.
006300     05  WS-ROWS-READ              PIC 9(08) COMP VALUE 0.
006400     05  WS-ROWS-REPORTED          PIC 9(08) COMP VALUE 0.
006500     05  WS-BRANCHES-REPORTED      PIC 9(06) COMP VALUE 0.
006600     05  WS-ITEMS-PAID             PIC 9(06) COMP VALUE 0.
006700     05  WS-ITEMS-RETURNED         PIC 9(06) COMP VALUE 0.
006800     05  WS-FEES-CHARGED           PIC 9(06) COMP VALUE 0.
006900     05  WS-FEE-TOTAL              PIC S9(11)V99 VALUE 0.
007000     05  WS-CURRENT-BRANCH         PIC X(06).
007100     05  WS-KIND-TEXT              PIC X(05).
007200     05  WS-DECISION-TEXT          PIC X(08).
007300     05  WS-FEE-STATUS-TEXT        PIC X(10).
007400     05  WS-EDIT-AMOUNT            PIC Z(08)9.99.
007500     05  WS-EDIT-FEE               PIC Z(05)9.99.
007600     05  WS-EDIT-COUNT             PIC Z(04)9.
007700     05  WS-EDIT-COUNT-2           PIC Z(04)9.
007800     05  WS-EDIT-FEE-TOTAL         PIC Z(08)9.99.
007900*----------------------------------------------------------------
008000*  TOTALS FOR THE BRANCH BEING LISTED - CLEARED AT EACH BREAK.
008100*----------------------------------------------------------------
008200 01  WS-BRANCH-TOTALS.
008300     05  WS-BR-ITEMS-PAID          PIC 9(06) COMP.
008400     05  WS-BR-ITEMS-RETURNED      PIC 9(06) COMP.
008500     05  WS-BR-FEES-CHARGED        PIC 9(06) COMP.
008600     05  WS-BR-FEE-TOTAL           PIC S9(11)V99.
008700*----------------------------------------------------------------
008800 01  WS-BUSINESS-DATE              PIC 9(08).
008900 01  WS-BUSDATE-FLAG               PIC X.
009000 01  WS-CURRENT-TIMESTAMP          PIC X(21).
009100 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
009200     05  WS-TS-DATE                PIC 9(08).
009300     05  FILLER                    PIC X(13).
009400*----------------------------------------------------------------
009500 01  WS-RUN-HISTORY-FIELDS.
009600     05  WS-RH-STEP-NAME           PIC X(08) VALUE "NSFRSTEP".
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
011300     SORT NSFR-SORT-WORK-FILE
011400         ON ASCENDING KEY NW-BRANCH-ID NW-ACCT-NUMBER
011500         INPUT PROCEDURE IS 0100-RELEASE-TODAYS-ROWS
011600             THRU 0100-RELEASE-TODAYS-ROWS-EXIT
011700         GIVING NSFR-SORTED-FILE
011800
011900     PERFORM 1000-INITIALIZE
012000         THRU 1000-INITIALIZE-EXIT
012100     PERFORM 2000-REPORT-ONE-BRANCH
012200         THRU 2000-REPORT-ONE-BRANCH-EXIT
012300         UNTIL NO-MORE-SORTED-NSF
012400     PERFORM 9999-EXIT
012500         THRU 9999-EXIT-EXIT
012600     DISPLAY "NSFRPT: REGISTER ROWS READ    = " WS-ROWS-READ
012700     DISPLAY "NSFRPT: ROWS REPORTED         = " WS-ROWS-REPORTED
012800     DISPLAY "NSFRPT: BRANCHES REPORTED     = "
012900         WS-BRANCHES-REPORTED
013000     DISPLAY "NSFRPT: ITEMS PAID            = " WS-ITEMS-PAID
013100     DISPLAY "NSFRPT: ITEMS RETURNED        = " WS-ITEMS-RETURNED
013200     DISPLAY "NSFRPT: FEES CHARGED          = " WS-FEES-CHARGED
013300     DISPLAY "NSFRPT: FEE AMOUNT            = " WS-FEE-TOTAL
013400     MOVE WS-ROWS-READ TO WS-RH-RECORDS-READ
013500     MOVE WS-ROWS-REPORTED TO WS-RH-RECORDS-UPDATED
013600     MOVE WS-FEE-TOTAL TO WS-RH-AMOUNT-POSTED
013700     MOVE ZERO TO WS-RH-COMPLETION-CODE
013800     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
013900         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
014000         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
014100         WS-RH-COMPLETION-CODE
014200     STOP RUN.
014300*----------------------------------------------------------------
014400*  0100-RELEASE-TODAYS-ROWS  --  SORT INPUT PROCEDURE.  ONLY
014500*  THE BUSINESS DATE'S REGISTER ROWS GO IN.  NO REGISTER YET
014600*  (STATUS 35) IS AN EMPTY DAY, NOT AN ERROR.
014700*----------------------------------------------------------------
014800 0100-RELEASE-TODAYS-ROWS.
014900     OPEN INPUT NSF-ACTIVITY-FILE
015000     IF WS-NSFACT-STATUS NOT = "00"
015100         IF WS-NSFACT-STATUS NOT = "35"
015200             DISPLAY "NSFRPT: UNABLE TO OPEN NSF ACTIVITY "
015300                 "REGISTER, STATUS = " WS-NSFACT-STATUS
015400         END-IF
015500         MOVE 'Y' TO WS-RAWNSF-EOF-SWITCH
015600         GO TO 0100-RELEASE-TODAYS-ROWS-EXIT
015700     END-IF
015800     PERFORM 0110-RELEASE-ONE-ROW
015900         THRU 0110-RELEASE-ONE-ROW-EXIT
016000         UNTIL NO-MORE-RAW-NSF
016100     CLOSE NSF-ACTIVITY-FILE
016200     .
016300 0100-RELEASE-TODAYS-ROWS-EXIT.
016400     EXIT.
016500*----------------------------------------------------------------
016600 0110-RELEASE-ONE-ROW.
016700     READ NSF-ACTIVITY-FILE
016800         AT END
016900             MOVE 'Y' TO WS-RAWNSF-EOF-SWITCH
017000             GO TO 0110-RELEASE-ONE-ROW-EXIT
017100     END-READ
017200     ADD 1 TO WS-ROWS-READ
017300     IF NA-ACTIVITY-DATE NOT = WS-TS-DATE
017400         GO TO 0110-RELEASE-ONE-ROW-EXIT
017500     END-IF
017600     MOVE NSF-ACTIVITY-RECORD TO NSFR-SORT-WORK-RECORD
017700     RELEASE NSFR-SORT-WORK-RECORD
017800     .
017900 0110-RELEASE-ONE-ROW-EXIT.
018000     EXIT.
018100*----------------------------------------------------------------
018200*  1000-INITIALIZE  --  THE SORTED ROWS AND THE REPORT DECK;
018300*  PRIME THE READ-AHEAD.
018400*----------------------------------------------------------------
018500 1000-INITIALIZE.
018600     OPEN INPUT NSFR-SORTED-FILE
018700     IF WS-NSFRSRTD-STATUS NOT = "00"
018800         DISPLAY "NSFRPT: UNABLE TO OPEN SORTED NSF FILE, "
018900             "STATUS = " WS-NSFRSRTD-STATUS
019000         MOVE 'Y' TO WS-SORTED-EOF-SWITCH
019100         GO TO 1000-INITIALIZE-EXIT
019200     END-IF
019300     OPEN EXTEND EOD-REPORT-DECK-FILE
019400     IF WS-EODDECK-STATUS = "35"
019500         CLOSE EOD-REPORT-DECK-FILE
019600         OPEN OUTPUT EOD-REPORT-DECK-FILE
019700     END-IF
019800     PERFORM 2900-READ-NEXT-SORTED-ROW
019900         THRU 2900-READ-NEXT-SORTED-ROW-EXIT
020000     IF NO-MORE-SORTED-NSF
020100         DISPLAY "NSFRPT: NO ITEMS PAID INTO OVERDRAFT OR "
020200             "RETURNED FOR " WS-TS-DATE
020300     END-IF
020400     .
020500 1000-INITIALIZE-EXIT.
020600     EXIT.
020700*----------------------------------------------------------------
020800*  2000-REPORT-ONE-BRANCH  --  LIST EVERY ROW FOR THE BRANCH
020900*  AT THE HEAD OF THE SORTED FILE, THEN ITS TOTAL LINE.
021000*----------------------------------------------------------------
021100 2000-REPORT-ONE-BRANCH.
021200     MOVE NS-BRANCH-ID TO WS-CURRENT-BRANCH
021300     INITIALIZE WS-BRANCH-TOTALS
021400     ADD 1 TO WS-BRANCHES-REPORTED
021500     PERFORM 2100-REPORT-ONE-ROW
021600         THRU 2100-REPORT-ONE-ROW-EXIT
021700         UNTIL NO-MORE-SORTED-NSF
021800         OR NS-BRANCH-ID NOT = WS-CURRENT-BRANCH
021900     PERFORM 2200-WRITE-BRANCH-TOTAL
022000         THRU 2200-WRITE-BRANCH-TOTAL-EXIT
022100     .
022200 2000-REPORT-ONE-BRANCH-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------
022500 2100-REPORT-ONE-ROW.
022600     IF NS-ITEM-CHECK
022700         MOVE "CHECK" TO WS-KIND-TEXT
022800     ELSE
022900         MOVE "ACH" TO WS-KIND-TEXT
023000     END-IF
023100     IF NS-ITEM-PAID
023200         MOVE "PAID" TO WS-DECISION-TEXT
023300         ADD 1 TO WS-BR-ITEMS-PAID
023400         ADD 1 TO WS-ITEMS-PAID
023500     ELSE
023600         MOVE "RETURNED" TO WS-DECISION-TEXT
023700         ADD 1 TO WS-BR-ITEMS-RETURNED
023800         ADD 1 TO WS-ITEMS-RETURNED
023900     END-IF
024000     EVALUATE TRUE
024100         WHEN NS-FEE-CHARGED
024200             MOVE "CHARGED" TO WS-FEE-STATUS-TEXT
024300             ADD 1 TO WS-BR-FEES-CHARGED
024400             ADD 1 TO WS-FEES-CHARGED
024500             ADD NS-FEE-AMOUNT TO WS-BR-FEE-TOTAL
024600             ADD NS-FEE-AMOUNT TO WS-FEE-TOTAL
024700         WHEN NS-FEE-DE-MINIMIS
024800             MOVE "DE MINIMIS" TO WS-FEE-STATUS-TEXT
024900         WHEN NS-FEE-CAPPED
025000             MOVE "DAILY CAP" TO WS-FEE-STATUS-TEXT
025100         WHEN NS-FEE-WAIVED
025200             MOVE "WAIVED" TO WS-FEE-STATUS-TEXT
025300         WHEN OTHER
025400             MOVE "NOT PRICED" TO WS-FEE-STATUS-TEXT
025500     END-EVALUATE
025600     MOVE NS-ITEM-AMOUNT TO WS-EDIT-AMOUNT
025700     MOVE NS-FEE-AMOUNT TO WS-EDIT-FEE
025800     MOVE SPACES TO ED-DETAIL-LINE
025900     STRING NS-ACCT-NUMBER
026000         " " WS-KIND-TEXT
026100         " " NS-ITEM-REF (1:10)
026200         " " WS-EDIT-AMOUNT
026300         " " WS-DECISION-TEXT
026400         " FEE" WS-EDIT-FEE
026500         " " WS-FEE-STATUS-TEXT
026600         DELIMITED BY SIZE INTO ED-DETAIL-LINE
026700     END-STRING
026800     PERFORM 2800-WRITE-DECK-LINE
026900         THRU 2800-WRITE-DECK-LINE-EXIT
027000     ADD 1 TO WS-ROWS-REPORTED
027100     PERFORM 2900-READ-NEXT-SORTED-ROW
027200         THRU 2900-READ-NEXT-SORTED-ROW-EXIT
027300     .
027400 2100-REPORT-ONE-ROW-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------
027700 2200-WRITE-BRANCH-TOTAL.
027800     MOVE WS-BR-ITEMS-PAID TO WS-EDIT-COUNT
027900     MOVE WS-BR-ITEMS-RETURNED TO WS-EDIT-COUNT-2
028000     MOVE WS-BR-FEE-TOTAL TO WS-EDIT-FEE-TOTAL
028100     MOVE SPACES TO ED-DETAIL-LINE
028200     STRING "BRANCH TOTAL  PAID" WS-EDIT-COUNT
028300         "  RETURNED" WS-EDIT-COUNT-2
028400         "  FEES" WS-EDIT-FEE-TOTAL
028500         DELIMITED BY SIZE INTO ED-DETAIL-LINE
028600     END-STRING
028700     PERFORM 2800-WRITE-DECK-LINE
028800         THRU 2800-WRITE-DECK-LINE-EXIT
028900     .
029000 2200-WRITE-BRANCH-TOTAL-EXIT.
029100     EXIT.
029200*----------------------------------------------------------------
029300 2800-WRITE-DECK-LINE.
029400     MOVE WS-CURRENT-BRANCH TO ED-BRANCH-ID
029500     MOVE "NSF ACTIVITY" TO ED-SECTION-TITLE
029600     MOVE WS-TS-DATE TO ED-RUN-DATE
029700     WRITE EOD-REPORT-DECK-RECORD
029800     .
029900 2800-WRITE-DECK-LINE-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200*  2900-READ-NEXT-SORTED-ROW  --  SEQUENTIAL READ-AHEAD.
030300*----------------------------------------------------------------
030400 2900-READ-NEXT-SORTED-ROW.
030500     READ NSFR-SORTED-FILE
030600         AT END
030700             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
030800     END-READ
030900     .
031000 2900-READ-NEXT-SORTED-ROW-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------
031300*  9999-EXIT  --  COMMON PROGRAM EXIT.
031400*----------------------------------------------------------------
031500 9999-EXIT.
031600     IF WS-NSFRSRTD-STATUS = "00" OR WS-NSFRSRTD-STATUS = "10"
031700         CLOSE NSFR-SORTED-FILE
031800         CLOSE EOD-REPORT-DECK-FILE
031900     END-IF
032000     .
032100 9999-EXIT-EXIT.
032200     EXIT.
