002100*                     SEQUENTIAL PASS DELIVERS EACH TELLER'S
002200*                     ROWS TOGETHER.  CONSOLE PLUS A SECTION
002300*                     ON THE EOD REPORT DECK.
002305*    2026-10-15  RPK  ATM OVERAGES AND SHORTAGES FROM THE ATM
002310*                     CASH PROOF NOW SHARE THE HISTORY FILE,
002315*                     ONE ROW PER TERMINAL PER REPLENISHMENT.
002320*                     THEY TOTAL, ESCALATE AGAINST THE SAME
002325*                     THRESHOLDS AND PRINT EXACTLY AS A
002330*                     TELLER'S DO, UNDER THEIR OWN SECTION
002335*                     TITLE AND COUNTS.
002340*    2026-10-15  RPK  A TELLER'S LINE IS NOW FOLLOWED BY THE
002345*                     MONTH'S NET NOTES OVER OR SHORT IN EACH
002350*                     DENOMINATION THAT WAS OFF, FROM THE NOTE
002355*                     DETAIL DRAWER-PROOF NOW RECORDS, SO A
002360*                     RECURRING DIFFERENCE CAN BE TRACED TO A NOTE
002365*                     TYPE.  ROWS WITHOUT NOTE DETAIL ADD NOTHING
002370*                     TO IT.
002375*    2026-10-15  RPK  DECK LINES NOW CARRY THE BRANCH (WAS
002380*                     SPACES) - A TELLER'S HOME BRANCH OFF THE
002385*                     OPERATOR MASTER, AN ATM'S OFF THE ATM
002390*                     TERMINAL MASTER - SO THE REPORT BURST
002395*                     SENDS EACH BRANCH ITS OWN OVER/SHORT LINES.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002800     COPY OVSHSEL.
002900     COPY PARMSEL.
003000     COPY EODDSEL.
003033     COPY OPERMSEL.
003066     COPY ATMTSEL.
003100*================================================================
003200 DATA DIVISION.
003300 FILE SECTION.
003700     COPY PARMREC.
003800 FD  EOD-REPORT-DECK-FILE.
003900     COPY EODDREC.
003920 FD  OPERATOR-MASTER-FILE.
003940     COPY OPERMAST.
003960 FD  ATM-TERMINAL-FILE.
003980     COPY ATMTREC.
004000*----------------------------------------------------------------
004100 WORKING-STORAGE SECTION.
004200 01  WS-FILE-STATUSES.
004300     05  WS-OVSHFILE-STATUS        PIC XX.
004400     05  WS-BUSPARM-STATUS         PIC XX.
004500     05  WS-EODDECK-STATUS         PIC XX.
004533     05  WS-OPERMAST-STATUS        PIC XX.
004566     05  WS-ATMTERM-STATUS         PIC XX.
004600*----------------------------------------------------------------
004700 01  WS-WORK-FIELDS.
004800     05  WS-HIST-EOF-SWITCH        PIC X VALUE 'N'.
004900         88  NO-MORE-HISTORY       VALUE 'Y'.
005000     05  WS-PARM-EOF-SWITCH        PIC X.
005100         88  NO-MORE-PARMS         VALUE 'Y'.
005120     05  WS-OPERMAST-OPEN-SWITCH   PIC X VALUE 'N'.
005140         88  WS-OPERMAST-IS-OPEN   VALUE 'Y'.
005160     05  WS-ATMTERM-OPEN-SWITCH    PIC X VALUE 'N'.
005180         88  WS-ATMTERM-IS-OPEN    VALUE 'Y'.
005200     05  WS-ROWS-READ              PIC 9(06) COMP VALUE 0.
005300     05  WS-TELLERS-REPORTED       PIC 9(04) COMP VALUE 0.
005400     05  WS-TELLERS-ESCALATED      PIC 9(04) COMP VALUE 0.
005433     05  WS-ATMS-REPORTED          PIC 9(04) COMP VALUE 0.
005466     05  WS-ATMS-ESCALATED         PIC 9(04) COMP VALUE 0.
005500     05  WS-COUNT-LIMIT            PIC 9(05) VALUE 3.
005600     05  WS-AMOUNT-LIMIT           PIC 9(07)V99 VALUE 100.
005700     05  WS-REPORT-PERIOD          PIC 9(06).
005800     05  WS-CURRENT-OPERATOR       PIC X(08).
005833     05  WS-CURRENT-SOURCE         PIC X.
005866         88  WS-CURRENT-IS-ATM     VALUE 'A'.
005900     05  WS-OPER-COUNT             PIC 9(05) COMP.
006000     05  WS-OPER-NET               PIC S9(11)V99.
006100     05  WS-OPER-ABSOLUTE          PIC S9(11)V99.
006300     05  WS-EDIT-NET               PIC -(9)9.99.
006400     05  WS-EDIT-ABSOLUTE          PIC -(9)9.99.
006500     05  WS-EDIT-COUNT             PIC ZZZZ9.
006509     05  WS-DENOM-SUB              PIC 9(02) COMP.
006518     05  WS-DENOMS-OFF             PIC 9(02) COMP.
006527     05  WS-OPER-DENOM-NET.
006536         10  WS-OPER-DENOM-NOTES   PIC S9(09) OCCURS 6 TIMES.
006545     05  WS-EDIT-FACE              PIC ZZ9.
006554     05  WS-EDIT-NOTES             PIC -(6)9.
006563     05  WS-NOTE-LINE              PIC X(80).
006572     05  WS-NOTE-LINE-POINTER      PIC 9(03) COMP.
006581*----------------------------------------------------------------
006590     COPY DENOMTAB.
006600*----------------------------------------------------------------
006700 01  WS-BUSINESS-DATE              PIC 9(08).
006800 01  WS-BUSDATE-FLAG               PIC X.
009400         CLOSE EOD-REPORT-DECK-FILE
009500         OPEN OUTPUT EOD-REPORT-DECK-FILE
009600     END-IF
009611     OPEN INPUT OPERATOR-MASTER-FILE
009622     IF WS-OPERMAST-STATUS = "00"
009633         MOVE 'Y' TO WS-OPERMAST-OPEN-SWITCH
009644     END-IF
009655     OPEN INPUT ATM-TERMINAL-FILE
009666     IF WS-ATMTERM-STATUS = "00"
009677         MOVE 'Y' TO WS-ATMTERM-OPEN-SWITCH
009688     END-IF
009700     DISPLAY "TELLER OVER/SHORT REPORT - PERIOD "
009800         WS-REPORT-PERIOD
009900     MOVE SPACES TO WS-CURRENT-OPERATOR
010000     MOVE ZERO TO WS-OPER-COUNT
010100     MOVE ZERO TO WS-OPER-NET
010200     MOVE ZERO TO WS-OPER-ABSOLUTE
010250     MOVE ZERO TO WS-OPER-DENOM-NET
010300     PERFORM 2000-FOLD-ONE-ROW
010400         THRU 2000-FOLD-ONE-ROW-EXIT
010500         UNTIL NO-MORE-HISTORY
010900     END-IF
011000     CLOSE OVER-SHORT-FILE
011100     CLOSE EOD-REPORT-DECK-FILE
011114     IF WS-OPERMAST-IS-OPEN
011128         CLOSE OPERATOR-MASTER-FILE
011142     END-IF
011156     IF WS-ATMTERM-IS-OPEN
011170         CLOSE ATM-TERMINAL-FILE
011184     END-IF
011200     DISPLAY "OVSHRPT: ROWS READ         = " WS-ROWS-READ
011300     DISPLAY "OVSHRPT: TELLERS REPORTED  = "
011400         WS-TELLERS-REPORTED
011500     DISPLAY "OVSHRPT: TELLERS ESCALATED = "
011600         WS-TELLERS-ESCALATED
011620     DISPLAY "OVSHRPT: ATMS REPORTED     = "
011640         WS-ATMS-REPORTED
011660     DISPLAY "OVSHRPT: ATMS ESCALATED    = "
011680         WS-ATMS-ESCALATED
011700     STOP RUN.
011800*----------------------------------------------------------------
011900 1100-LOAD-PARAMETERS.
014900     EXIT.
015000*----------------------------------------------------------------
015100*  2000-FOLD-ONE-ROW  --  ACCUMULATE THE MONTH'S ROWS PER
015200*  OPERATOR; A KEY BREAK PRINTS THE FINISHED TELLER.  AN ATM
015233*  TERMINAL'S ROWS FOLD THE SAME WAY UNDER ITS TERMINAL ID.
015300*----------------------------------------------------------------
015400 2000-FOLD-ONE-ROW.
015500     READ OVER-SHORT-FILE NEXT RECORD
016700                 THRU 3000-PRINT-OPERATOR-TOTALS-EXIT
016800         END-IF
016900         MOVE OV-OPERATOR-ID TO WS-CURRENT-OPERATOR
016933         MOVE OV-SOURCE-CODE TO WS-CURRENT-SOURCE
017000         MOVE ZERO TO WS-OPER-COUNT
017100         MOVE ZERO TO WS-OPER-NET
017200         MOVE ZERO TO WS-OPER-ABSOLUTE
017250         MOVE ZERO TO WS-OPER-DENOM-NET
017300     END-IF
017400     ADD 1 TO WS-OPER-COUNT
017500     ADD OV-VARIANCE-AMOUNT TO WS-OPER-NET
017800     ELSE
017900         ADD OV-VARIANCE-AMOUNT TO WS-OPER-ABSOLUTE
018000     END-IF
018014     IF OV-DENOM-DETAIL-PRESENT
018028         PERFORM 2010-FOLD-ONE-DENOMINATION
018042             THRU 2010-FOLD-ONE-DENOMINATION-EXIT
018056             VARYING WS-DENOM-SUB FROM 1 BY 1
018070             UNTIL WS-DENOM-SUB > 6
018084     END-IF
018100     .
018200 2000-FOLD-ONE-ROW-EXIT.
018300     EXIT.
018400*----------------------------------------------------------------
018412 2010-FOLD-ONE-DENOMINATION.
018424     ADD OV-DENOM-VARIANCE (WS-DENOM-SUB)
018436         TO WS-OPER-DENOM-NOTES (WS-DENOM-SUB)
018448     .
018460 2010-FOLD-ONE-DENOMINATION-EXIT.
018472     EXIT.
018484*----------------------------------------------------------------
018500 3000-PRINT-OPERATOR-TOTALS.
018600     IF WS-CURRENT-IS-ATM
018620         ADD 1 TO WS-ATMS-REPORTED
018640     ELSE
018660         ADD 1 TO WS-TELLERS-REPORTED
018680     END-IF
018700     MOVE SPACES TO WS-ESCALATE-FLAG
018800     IF WS-OPER-COUNT > WS-COUNT-LIMIT
018900             OR WS-OPER-ABSOLUTE > WS-AMOUNT-LIMIT
019000         MOVE "** ESCALATE" TO WS-ESCALATE-FLAG
019100         IF WS-CURRENT-IS-ATM
019120             ADD 1 TO WS-ATMS-ESCALATED
019140         ELSE
019160             ADD 1 TO WS-TELLERS-ESCALATED
019180         END-IF
019200     END-IF
019300     MOVE WS-OPER-NET      TO WS-EDIT-NET
019400     MOVE WS-OPER-ABSOLUTE TO WS-EDIT-ABSOLUTE
019800         " NET " WS-EDIT-NET
019900         " ABSOLUTE " WS-EDIT-ABSOLUTE
020000         " " WS-ESCALATE-FLAG
020100     PERFORM 3050-FIND-OPERATOR-BRANCH
020200         THRU 3050-FIND-OPERATOR-BRANCH-EXIT
020214     IF WS-CURRENT-IS-ATM
020228         MOVE "ATM OVER/SHORT - MONTHLY" TO ED-SECTION-TITLE
020242     ELSE
020256         MOVE "TELLER OVER/SHORT - MONTHLY"
020270             TO ED-SECTION-TITLE
020284     END-IF
020300     MOVE SPACES TO ED-DETAIL-LINE
020400     STRING WS-CURRENT-OPERATOR
020500         " OCC " WS-EDIT-COUNT
020900         DELIMITED BY SIZE INTO ED-DETAIL-LINE
021000     MOVE WS-TS-DATE TO ED-RUN-DATE
021100     WRITE EOD-REPORT-DECK-RECORD
021106
021112     MOVE SPACES TO WS-NOTE-LINE
021118     MOVE 1 TO WS-NOTE-LINE-POINTER
021124     STRING "  NOTES OFF:" DELIMITED BY SIZE
021130         INTO WS-NOTE-LINE WITH POINTER WS-NOTE-LINE-POINTER
021136     MOVE ZERO TO WS-DENOMS-OFF
021142     PERFORM 3100-EDIT-ONE-DENOMINATION
021148         THRU 3100-EDIT-ONE-DENOMINATION-EXIT
021154         VARYING WS-DENOM-SUB FROM 1 BY 1
021160         UNTIL WS-DENOM-SUB > 6
021166     IF WS-DENOMS-OFF > ZERO
021172         DISPLAY WS-NOTE-LINE
021178         MOVE WS-NOTE-LINE TO ED-DETAIL-LINE
021184         WRITE EOD-REPORT-DECK-RECORD
021190     END-IF
021200     .
021300 3000-PRINT-OPERATOR-TOTALS-EXIT.
021400     EXIT.
021401*----------------------------------------------------------------
021402*  3050-FIND-OPERATOR-BRANCH  --  A TELLER'S LINES CARRY THE
021403*  HOME BRANCH OFF THE OPERATOR MASTER, AN ATM'S THE BRANCH OFF
021404*  THE ATM TERMINAL MASTER, SO THE REPORT BURST CAN SEND EACH
021405*  BRANCH ITS OWN.  ONE ON NEITHER MASTER STAYS BANK-WIDE.
021406*----------------------------------------------------------------
021407 3050-FIND-OPERATOR-BRANCH.
021408     MOVE SPACES TO ED-BRANCH-ID
021409     IF WS-CURRENT-IS-ATM
021410         IF NOT WS-ATMTERM-IS-OPEN
021411             GO TO 3050-FIND-OPERATOR-BRANCH-EXIT
021412         END-IF
021413         MOVE WS-CURRENT-OPERATOR TO TM-TERMINAL-ID
021414         READ ATM-TERMINAL-FILE
021415             KEY IS TM-TERMINAL-ID
021416             INVALID KEY
021417                 GO TO 3050-FIND-OPERATOR-BRANCH-EXIT
021418         END-READ
021419         MOVE TM-BRANCH-ID TO ED-BRANCH-ID
021420         GO TO 3050-FIND-OPERATOR-BRANCH-EXIT
021421     END-IF
021422     IF NOT WS-OPERMAST-IS-OPEN
021423         GO TO 3050-FIND-OPERATOR-BRANCH-EXIT
021424     END-IF
021425     MOVE WS-CURRENT-OPERATOR TO OP-OPERATOR-ID
021426     READ OPERATOR-MASTER-FILE
021427         KEY IS OP-OPERATOR-ID
021428         INVALID KEY
021429             GO TO 3050-FIND-OPERATOR-BRANCH-EXIT
021430     END-READ
021431     MOVE OP-BRANCH-ID TO ED-BRANCH-ID
021432     .
021433 3050-FIND-OPERATOR-BRANCH-EXIT.
021434     EXIT.
021435*----------------------------------------------------------------
021436*  3100-EDIT-ONE-DENOMINATION  --  A DENOMINATION WHOSE NOTES
021437*  NETTED TO ZERO OVER THE MONTH IS LEFT OFF THE LINE.
021438*----------------------------------------------------------------
021439 3100-EDIT-ONE-DENOMINATION.
021440     IF WS-OPER-DENOM-NOTES (WS-DENOM-SUB) = ZERO
021441         GO TO 3100-EDIT-ONE-DENOMINATION-EXIT
021442     END-IF
021443     ADD 1 TO WS-DENOMS-OFF
021444     MOVE DT-FACE-VALUE (WS-DENOM-SUB) TO WS-EDIT-FACE
021445     MOVE WS-OPER-DENOM-NOTES (WS-DENOM-SUB) TO WS-EDIT-NOTES
021446     STRING " " WS-EDIT-FACE "S" WS-EDIT-NOTES
021447         DELIMITED BY SIZE
021448         INTO WS-NOTE-LINE WITH POINTER WS-NOTE-LINE-POINTER
021449     .
021450 3100-EDIT-ONE-DENOMINATION-EXIT.
021451     EXIT.
021500 END PROGRAM OVERSHORT-REPORT.
