002000*                     GL-JOURNAL-APPROVE (BELOW), THE SAME
002100*                     MAKER-CHECKER DISCIPLINE AS THE
002200*                     MASTER-FILE CHANGE QUEUE.
002210*    2026-10-15  RPK  EACH KEYED GL ACCOUNT CODE IS CHECKED
002220*                     AGAINST THE CHART OF ACCOUNTS (VIA
002230*                     GLACCT-VERIFY) AS IT IS KEYED - A CODE NOT
002240*                     ON THE CHART OR CLOSED DISCARDS THE LINE,
002250*                     AND A GOOD ONE ECHOES THE ACCOUNT NAME BACK
002260*                     TO THE OPERATOR.
002266*    2026-10-15  RPK  EACH LINE NOW CARRIES A BOOKING BRANCH
002272*                     (MJ-BRANCH-ID), KEYED PER LINE AND CHECKED
002278*                     OPEN ON THE BRANCH MASTER (VIA
002284*                     BRANCH-VERIFY); A BLANK BRANCH BOOKS TO HEAD
002290*                     OFFICE (000000).
002292*    2026-10-15  RPK  AN ENTRY MAY BE KEYED AS A YEAR-END
002294*                     ADJUSTMENT TO A CLOSED FISCAL YEAR
002296*                     (MJ-ADJUST-YEAR), ACCEPTED ONLY WHILE THAT
002298*                     YEAR'S ADJUSTMENT PERIOD IS STILL OPEN.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     COPY MJRNSEL.
002750     COPY GLBMSEL.
002800*================================================================
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  MANUAL-JOURNAL-FILE.
003200     COPY MJRNREC.
003233 FD  GL-BALANCE-MASTER-FILE.
003266     COPY GLBMAST.
003300*----------------------------------------------------------------
003400 WORKING-STORAGE SECTION.
003500 01  WS-MJRNFILE-STATUS            PIC XX.
003505 01  WS-GLBMAST-STATUS             PIC XX.
003510*----------------------------------------------------------------
003515*  YEAR-END ADJUSTMENT.  A FISCAL YEAR IS CLOSED ONCE THE CASH
003520*  CONTROL ACCOUNT HAS A BANK-WIDE ROW FOR ITS CLOSING PERIOD
003525*  (YYYY13); THAT ROW STAYS OPEN UNTIL THE JANUARY MONTH-END, AND
003530*  ONLY WHILE IT IS OPEN MAY AN ENTRY BOOK BACK INTO THE YEAR.
003535*----------------------------------------------------------------
003540 01  WS-ADJUST-FIELDS.
003545     05  WS-ADJUST-YEAR            PIC 9(04) VALUE 0.
003550     05  WS-ADJUST-WINDOW-FLAG     PIC X.
003555         88  WS-ADJUST-WINDOW-OPEN VALUE 'Y'.
003560     05  WS-CASH-CONTROL-GL        PIC 9(06) VALUE 999999.
003565     05  WS-ADJUST-PERIOD          PIC 9(06).
003570     05  WS-ADJUST-PERIOD-SPLIT REDEFINES WS-ADJUST-PERIOD.
003575         10  WS-ADJUST-PERIOD-YEAR PIC 9(04).
003580         10  WS-ADJUST-PERIOD-MONTH PIC 9(02).
003600*----------------------------------------------------------------
003700 01  WS-WORK-FIELDS.
003800     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
004600     05  WS-CREDIT-TOTAL           PIC S9(11)V99 VALUE 0.
004700     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
004800*----------------------------------------------------------------
004801*  BOOKING BRANCH LOOKUP RESULT (BRANCH-VERIFY).  A LINE KEYED
004802*  WITH NO BRANCH BOOKS TO HEAD OFFICE, AS GL-POSTING DOES FOR A
004803*  BANK-LEVEL POSTING.
004804*----------------------------------------------------------------
004805 01  WS-BRANCH-FIELDS.
004806     05  WS-HEAD-OFFICE-BRANCH     PIC X(06) VALUE "000000".
004807     05  WS-BRANCH-VALID-FLAG      PIC X.
004808     05  WS-BRANCH-NAME            PIC X(30).
004809     05  WS-BRANCH-ADDRESS         PIC X(60).
004810*----------------------------------------------------------------
004811*  CHART-OF-ACCOUNTS LOOKUP RESULT (GLACCT-VERIFY).
004816*----------------------------------------------------------------
004824 01  WS-GLACCT-FIELDS.
004832     05  WS-GLACCT-VERIFY-FLAG     PIC X.
004840         88  WS-GLACCT-OPEN        VALUE 'Y'.
004848         88  WS-GLACCT-CLOSED      VALUE 'C'.
004856         88  WS-GLACCT-UNKNOWN     VALUE 'N'.
004864     05  WS-GLACCT-NAME            PIC X(30).
004872     05  WS-GLACCT-CLASS           PIC X.
004880     05  WS-GLACCT-NORMAL-SIDE     PIC X.
004888*----------------------------------------------------------------
004900*  THE KEYED LINES ARE HELD HERE UNTIL THE ENTRY PROVES IN
005000*  BALANCE - ONLY THEN DO THEY GO TO THE PENDING FILE.
005100*----------------------------------------------------------------
005500         10  WS-LN-DC-FLAG         PIC X.
005600         10  WS-LN-AMOUNT          PIC S9(09)V99.
005700         10  WS-LN-NARRATIVE       PIC X(20).
005750         10  WS-LN-BRANCH-ID       PIC X(06).
005800*----------------------------------------------------------------
005900 01  WS-ENTRY-FIELDS.
006000     05  WS-IN-GL-ACCOUNT          PIC 9(06) VALUE 999999.
006100     05  WS-IN-DC-FLAG             PIC X.
006200     05  WS-IN-AMOUNT              PIC S9(09)V99.
006300     05  WS-IN-NARRATIVE           PIC X(20).
006350     05  WS-IN-BRANCH-ID           PIC X(06).
006400*----------------------------------------------------------------
006500 01  WS-ID-SOURCE-NAME             PIC X(08).
006600 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
009000     IF WS-BUSDATE-FLAG = "Y"
009100         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
009200     END-IF
009206     DISPLAY "ENTER CLOSED FISCAL YEAR TO ADJUST (0 = NONE): "
009212     ACCEPT WS-ADJUST-YEAR
009218     IF WS-ADJUST-YEAR NOT NUMERIC
009224         MOVE ZERO TO WS-ADJUST-YEAR
009230     END-IF
009236     IF WS-ADJUST-YEAR NOT = ZERO
009242         PERFORM 1500-CHECK-ADJUST-WINDOW
009248             THRU 1500-CHECK-ADJUST-WINDOW-EXIT
009254         IF NOT WS-ADJUST-WINDOW-OPEN
009260             DISPLAY "NO ADJUSTMENT ACCEPTED - NOTHING SAVED"
009266             STOP RUN
009272         END-IF
009278         DISPLAY "YEAR-END ADJUSTMENT TO FISCAL YEAR "
009284             WS-ADJUST-YEAR
009290     END-IF
009300     PERFORM 2000-CAPTURE-ONE-LINE
009400         THRU 2000-CAPTURE-ONE-LINE-EXIT
009500         UNTIL WS-IN-GL-ACCOUNT = ZERO
010900         THRU 3000-SAVE-THE-ENTRY-EXIT
011000     STOP RUN.
011100*----------------------------------------------------------------
011102*  1500-CHECK-ADJUST-WINDOW  --  THE YEAR MUST HAVE BEEN CLOSED
011104*  BY THE YEAR-END RUN, AND ITS ADJUSTMENT PERIOD STILL OPEN.
011106*----------------------------------------------------------------
011108 1500-CHECK-ADJUST-WINDOW.
011110     MOVE 'N' TO WS-ADJUST-WINDOW-FLAG
011112     OPEN INPUT GL-BALANCE-MASTER-FILE
011114     IF WS-GLBMAST-STATUS NOT = "00"
011116         DISPLAY "NO GL BALANCE MASTER - NO FISCAL YEAR CLOSED"
011118         GO TO 1500-CHECK-ADJUST-WINDOW-EXIT
011120     END-IF
011122     MOVE WS-ADJUST-YEAR     TO WS-ADJUST-PERIOD-YEAR
011124     MOVE 13                 TO WS-ADJUST-PERIOD-MONTH
011126     MOVE WS-CASH-CONTROL-GL TO GB-GL-ACCOUNT-CODE
011128     MOVE SPACES             TO GB-BRANCH-ID
011130     MOVE WS-ADJUST-PERIOD   TO GB-PERIOD
011132     READ GL-BALANCE-MASTER-FILE
011134         KEY IS GB-BALANCE-KEY
011136         INVALID KEY
011138             DISPLAY "FISCAL YEAR " WS-ADJUST-YEAR
011140                 " HAS NOT BEEN CLOSED"
011142         NOT INVALID KEY
011144             IF GB-PERIOD-OPEN
011146                 MOVE 'Y' TO WS-ADJUST-WINDOW-FLAG
011148             ELSE
011150                 DISPLAY "ADJUSTMENT PERIOD " WS-ADJUST-PERIOD
011152                     " IS CLOSED"
011154             END-IF
011156     END-READ
011158     CLOSE GL-BALANCE-MASTER-FILE
011160     .
011162 1500-CHECK-ADJUST-WINDOW-EXIT.
011164     EXIT.
011166*----------------------------------------------------------------
011200 2000-CAPTURE-ONE-LINE.
011300     DISPLAY "ENTER GL ACCOUNT CODE (0 TO FINISH): "
011400     ACCEPT WS-IN-GL-ACCOUNT
011900         DISPLAY "LINE LIMIT REACHED - FINISH THE ENTRY"
012000         MOVE ZERO TO WS-IN-GL-ACCOUNT
012100         GO TO 2000-CAPTURE-ONE-LINE-EXIT
012106     END-IF
012112     CALL "GLACCT-VERIFY" USING WS-IN-GL-ACCOUNT
012118         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
012124         WS-GLACCT-NORMAL-SIDE
012130     IF WS-GLACCT-UNKNOWN
012136         DISPLAY "GL ACCOUNT NOT ON THE CHART - LINE DISCARDED"
012142         GO TO 2000-CAPTURE-ONE-LINE-EXIT
012148     END-IF
012154     IF WS-GLACCT-CLOSED
012160         DISPLAY "GL ACCOUNT " WS-IN-GL-ACCOUNT " IS CLOSED - "
012166             "LINE DISCARDED"
012172         GO TO 2000-CAPTURE-ONE-LINE-EXIT
012178     END-IF
012184     IF WS-GLACCT-OPEN
012190         DISPLAY "  " WS-GLACCT-NAME
012200     END-IF
012300     DISPLAY "DEBIT OR CREDIT (D/C): "
012400     ACCEPT WS-IN-DC-FLAG
013400     END-IF
013500     DISPLAY "ENTER LINE NARRATIVE: "
013600     ACCEPT WS-IN-NARRATIVE
013606     DISPLAY "ENTER BOOKING BRANCH (BLANK = HEAD OFFICE): "
013612     MOVE SPACES TO WS-IN-BRANCH-ID
013618     ACCEPT WS-IN-BRANCH-ID
013624     IF WS-IN-BRANCH-ID = SPACES
013630        OR WS-IN-BRANCH-ID = WS-HEAD-OFFICE-BRANCH
013636         MOVE WS-HEAD-OFFICE-BRANCH TO WS-IN-BRANCH-ID
013642     ELSE
013648         CALL "BRANCH-VERIFY" USING WS-IN-BRANCH-ID
013654             WS-BRANCH-VALID-FLAG WS-BRANCH-NAME WS-BRANCH-ADDRESS
013660         IF WS-BRANCH-VALID-FLAG NOT = "Y"
013666             DISPLAY "BRANCH " WS-IN-BRANCH-ID " NOT OPEN ON THE "
013672                 "BRANCH MASTER - LINE DISCARDED"
013678             GO TO 2000-CAPTURE-ONE-LINE-EXIT
013684         END-IF
013690     END-IF
013700     ADD 1 TO WS-LINE-COUNT
013800     MOVE WS-IN-GL-ACCOUNT
013900         TO WS-LN-GL-ACCOUNT (WS-LINE-COUNT)
014100     MOVE WS-IN-AMOUNT TO WS-LN-AMOUNT (WS-LINE-COUNT)
014200     MOVE WS-IN-NARRATIVE
014300         TO WS-LN-NARRATIVE (WS-LINE-COUNT)
014333     MOVE WS-IN-BRANCH-ID
014366         TO WS-LN-BRANCH-ID (WS-LINE-COUNT)
014400     IF WS-IN-DC-FLAG = 'D'
014500         ADD WS-IN-AMOUNT TO WS-DEBIT-TOTAL
014600     ELSE
019200     MOVE WS-MAINT-OPERATOR-ID TO MJ-MAKER-ID
019300     MOVE SPACES TO MJ-CHECKER-ID
019400     MOVE WS-TS-DATE TO MJ-ENTRY-DATE
019450     MOVE WS-LN-BRANCH-ID (WS-LINE-SUB) TO MJ-BRANCH-ID
019475     MOVE WS-ADJUST-YEAR TO MJ-ADJUST-YEAR
019500     WRITE MANUAL-JOURNAL-RECORD
019600         INVALID KEY
019700             DISPLAY "DUPLICATE JOURNAL LINE " MJ-ENTRY-KEY
022200*                     AND THE PERIOD CLOSE PICK THE FIGURES
022300*                     UP WHILE GL-TRAN-RECON KNOWS NOT TO
022400*                     LOOK FOR A MATCHING TRANSACTION.
022404*    2026-10-15  RPK  EVERY LINE'S GL ACCOUNT IS RE-CHECKED
022408*                     AGAINST THE CHART OF ACCOUNTS (VIA
022412*                     GLACCT-VERIFY) AS THE ENTRY IS SHOWN - AN
022416*                     ACCOUNT MAY HAVE BEEN CLOSED SINCE THE
022420*                     MAKER KEYED IT.  AN ENTRY WITH ANY SUCH
022424*                     LINE CANNOT BE APPROVED; IT STAYS PENDING
022428*                     UNTIL IT IS REJECTED.
022432*    2026-10-15  RPK  EACH POSTED LINE CARRIES ITS BOOKING BRANCH
022436*                     ONTO THE GL ENTRY (GL-BRANCH-ID) - HEAD
022440*                     OFFICE FOR A LINE PENDING FROM BEFORE THE
022444*                     BRANCH WAS KEYED.
022448*    2026-10-15  RPK  EVERY APPROVED LINE WRITTEN TO THE GL IS
022452*                     ALSO FILED ON THE KEYED GL HISTORY (VIA
022456*                     GLH-POST).
022460*    2026-10-15  RPK  A YEAR-END ADJUSTMENT POSTS DATED THE CLOSED
022464*                     YEAR'S LAST DAY, BOOKS INTO ITS CLOSING
022468*                     PERIOD AND THE NEW YEAR'S OPENING (VIA
022472*                     GL-YEAR-ADJUST), AND CLOSES ANY INCOME OR
022476*                     EXPENSE LINE OUT TO RETAINED EARNINGS.  IT
022480*                     IS REFUSED ONCE THE ADJUSTMENT PERIOD SHUTS.
022500*================================================================
022600 ENVIRONMENT DIVISION.
022700 INPUT-OUTPUT SECTION.
022800 FILE-CONTROL.
022900     COPY MJRNSEL.
023000     COPY GLSEL.
023050     COPY GLBMSEL.
023100*================================================================
023200 DATA DIVISION.
023300 FILE SECTION.
023500     COPY MJRNREC.
023600 FD  GENERAL-LEDGER-FILE.
023700     COPY GLEDGER.
023733 FD  GL-BALANCE-MASTER-FILE.
023766     COPY GLBMAST.
023800*----------------------------------------------------------------
023900 WORKING-STORAGE SECTION.
024000 01  WS-FILE-STATUSES.
024100     05  WS-MJRNFILE-STATUS        PIC XX.
024200     05  WS-GLFILE-STATUS          PIC XX.
024250     05  WS-GLBMAST-STATUS         PIC XX.
024300*----------------------------------------------------------------
024400 01  WS-WORK-FIELDS.
024500     05  WS-EOF-SWITCH             PIC X.
025300     05  WS-DECISION               PIC X.
025400     05  WS-LINES-SHOWN            PIC 9(03) COMP VALUE 0.
025500     05  WS-LINES-POSTED           PIC 9(03) COMP VALUE 0.
025550     05  WS-LINES-REFUSED          PIC 9(03) COMP VALUE 0.
025600     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
025604*----------------------------------------------------------------
025606*  CHART-OF-ACCOUNTS LOOKUP RESULT (GLACCT-VERIFY).
025608*----------------------------------------------------------------
025610 01  WS-GLACCT-FIELDS.
025612     05  WS-GLACCT-VERIFY-FLAG     PIC X.
025614         88  WS-GLACCT-OPEN        VALUE 'Y'.
025616         88  WS-GLACCT-CLOSED      VALUE 'C'.
025618         88  WS-GLACCT-UNKNOWN     VALUE 'N'.
025620     05  WS-GLACCT-NAME            PIC X(30).
025622     05  WS-GLACCT-CLASS           PIC X.
025624     05  WS-GLACCT-NORMAL-SIDE     PIC X.
025626     05  WS-GLACCT-REMARK          PIC X(16).
025628*----------------------------------------------------------------
025630*  YEAR-END ADJUSTMENT.  AN ENTRY KEYED AGAINST A CLOSED FISCAL
025632*  YEAR POSTS DATED THE YEAR'S LAST DAY AND BOOKS INTO ITS
025634*  CLOSING PERIOD (YYYY13) VIA GL-YEAR-ADJUST, WHICH ROLLS THE
025636*  NET THROUGH TO THE NEW YEAR'S OPENING.  A LINE ON AN INCOME OR
025638*  EXPENSE ACCOUNT IS CLOSED STRAIGHT OUT AGAIN TO RETAINED
025640*  EARNINGS, SO THE NEW YEAR STILL OPENS WITH NO P&L BALANCE.
025642*----------------------------------------------------------------
025644 01  WS-ADJUST-FIELDS.
025646     05  WS-ADJUST-YEAR            PIC 9(04) VALUE 0.
025648     05  WS-ADJUST-WINDOW-FLAG     PIC X.
025650         88  WS-ADJUST-WINDOW-OPEN VALUE 'Y'.
025652     05  WS-CASH-CONTROL-GL        PIC 9(06) VALUE 999999.
025654     05  WS-RETAINED-EARNINGS-GL   PIC 9(06) VALUE 999973.
025656     05  WS-ADJUST-PERIOD          PIC 9(06).
025658     05  WS-ADJUST-PERIOD-SPLIT REDEFINES WS-ADJUST-PERIOD.
025660         10  WS-ADJUST-PERIOD-YEAR PIC 9(04).
025662         10  WS-ADJUST-PERIOD-MONTH PIC 9(02).
025664     05  WS-ADJUST-DATE            PIC 9(08).
025666     05  WS-ADJUST-DATE-SPLIT REDEFINES WS-ADJUST-DATE.
025668         10  WS-ADJUST-DATE-YEAR   PIC 9(04).
025670         10  WS-ADJUST-DATE-MMDD   PIC 9(04).
025672     05  WS-LEG-GL-ACCOUNT         PIC 9(06).
025674     05  WS-LEG-SIDE               PIC X.
025676     05  WS-LEG-AMOUNT             PIC S9(09)V99.
025678     05  WS-LEG-BRANCH-ID          PIC X(06).
025700*----------------------------------------------------------------
025800 01  WS-ID-SOURCE-NAME             PIC X(08).
025900 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
030400         CLOSE MANUAL-JOURNAL-FILE
030500         STOP RUN
030600     END-IF
030620     IF WS-ADJUST-YEAR NOT = ZERO
030640         DISPLAY "YEAR-END ADJUSTMENT TO FISCAL YEAR "
030660             WS-ADJUST-YEAR
030680     END-IF
030700     DISPLAY "A=APPROVE AND POST  R=REJECT: "
030800     ACCEPT WS-DECISION
030900     EVALUATE WS-DECISION
035000     END-IF
035100     ADD 1 TO WS-LINES-SHOWN
035200     MOVE MJ-MAKER-ID TO WS-MAKER-ID
035225     IF MJ-ADJUST-YEAR NUMERIC
035250         MOVE MJ-ADJUST-YEAR TO WS-ADJUST-YEAR
035275     END-IF
035300     MOVE MJ-AMOUNT TO WS-EDIT-AMOUNT
035307     MOVE SPACES TO WS-GLACCT-REMARK
035314     CALL "GLACCT-VERIFY" USING MJ-GL-ACCOUNT-CODE
035321         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
035328         WS-GLACCT-NORMAL-SIDE
035335     IF WS-GLACCT-UNKNOWN
035342         MOVE "*NOT ON CHART*" TO WS-GLACCT-REMARK
035349         ADD 1 TO WS-LINES-REFUSED
035356     END-IF
035363     IF WS-GLACCT-CLOSED
035370         MOVE "*ACCOUNT CLOSED*" TO WS-GLACCT-REMARK
035377         ADD 1 TO WS-LINES-REFUSED
035384     END-IF
035400     DISPLAY "  LINE " MJ-LINE-NUMBER
035500         "  GL " MJ-GL-ACCOUNT-CODE
035600         "  " MJ-DEBIT-CREDIT-FLAG
035700         "  " WS-EDIT-AMOUNT
035800         "  " MJ-LINE-NARRATIVE
035850         " " WS-GLACCT-REMARK
035900     .
036000 2100-SHOW-ONE-LINE-EXIT.
036100     EXIT.
036200*----------------------------------------------------------------
036300*  3000-POST-THE-ENTRY  --  EVERY PENDING LINE TO THE GL ENTRY
036400*  FILE, THEN MARK THE SET APPROVED.  NOTHING POSTS WHILE ANY
036450*  LINE'S GL ACCOUNT IS OFF THE CHART OR CLOSED, NOR A YEAR-END
036475*  ADJUSTMENT ONCE ITS YEAR'S ADJUSTMENT PERIOD HAS CLOSED.
036500*----------------------------------------------------------------
036600 3000-POST-THE-ENTRY.
036610     IF WS-LINES-REFUSED > ZERO
036620         DISPLAY "APPROVAL REFUSED - " WS-LINES-REFUSED
036630             " LINE(S) AGAINST A GL ACCOUNT NOT OPEN ON THE "
036640             "CHART - ENTRY LEFT PENDING"
036650         GO TO 3000-POST-THE-ENTRY-EXIT
036660     END-IF
036663     IF WS-ADJUST-YEAR NOT = ZERO
036666         PERFORM 3050-CHECK-ADJUST-WINDOW
036669             THRU 3050-CHECK-ADJUST-WINDOW-EXIT
036672         IF NOT WS-ADJUST-WINDOW-OPEN
036675             DISPLAY "APPROVAL REFUSED - ADJUSTMENT PERIOD FOR "
036678                 "FISCAL YEAR " WS-ADJUST-YEAR
036681                 " NOT OPEN - ENTRY LEFT PENDING"
036684             GO TO 3000-POST-THE-ENTRY-EXIT
036687         END-IF
036690         MOVE WS-ADJUST-YEAR TO WS-ADJUST-DATE-YEAR
036693         MOVE 1231           TO WS-ADJUST-DATE-MMDD
036696     END-IF
036700     OPEN EXTEND GENERAL-LEDGER-FILE
036800     IF WS-GLFILE-STATUS = "35"
036900         CLOSE GENERAL-LEDGER-FILE
039200 3000-POST-THE-ENTRY-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039403*  3050-CHECK-ADJUST-WINDOW  --  RE-CHECKED AT APPROVAL: THE
039406*  JANUARY MONTH-END MAY HAVE SHUT THE YEAR SINCE THE MAKER KEYED
039409*  THE ENTRY.
039412*----------------------------------------------------------------
039415 3050-CHECK-ADJUST-WINDOW.
039418     MOVE 'N' TO WS-ADJUST-WINDOW-FLAG
039421     OPEN INPUT GL-BALANCE-MASTER-FILE
039424     IF WS-GLBMAST-STATUS NOT = "00"
039427         GO TO 3050-CHECK-ADJUST-WINDOW-EXIT
039430     END-IF
039433     MOVE WS-ADJUST-YEAR     TO WS-ADJUST-PERIOD-YEAR
039436     MOVE 13                 TO WS-ADJUST-PERIOD-MONTH
039439     MOVE WS-CASH-CONTROL-GL TO GB-GL-ACCOUNT-CODE
039442     MOVE SPACES             TO GB-BRANCH-ID
039445     MOVE WS-ADJUST-PERIOD   TO GB-PERIOD
039448     READ GL-BALANCE-MASTER-FILE
039451         KEY IS GB-BALANCE-KEY
039454         INVALID KEY
039457             CONTINUE
039460         NOT INVALID KEY
039463             IF GB-PERIOD-OPEN
039466                 MOVE 'Y' TO WS-ADJUST-WINDOW-FLAG
039469             END-IF
039472     END-READ
039475     CLOSE GL-BALANCE-MASTER-FILE
039478     .
039481 3050-CHECK-ADJUST-WINDOW-EXIT.
039484     EXIT.
039487*----------------------------------------------------------------
039500 3100-POST-ONE-LINE.
039600     READ MANUAL-JOURNAL-FILE NEXT RECORD
039700         AT END
041700     MOVE WS-TS-TIME-OF-DAY (1:6) TO GL-TRAN-TIME
041800     MOVE WS-CHECKER-OPERATOR-ID  TO GL-OPERATOR-ID
041900     MOVE "MANUAL JOURNAL"        TO GL-NARRATIVE
041920     MOVE MJ-BRANCH-ID            TO GL-BRANCH-ID
041940     IF GL-BRANCH-ID = SPACES
041960         MOVE "000000"            TO GL-BRANCH-ID
041980     END-IF
041984     IF WS-ADJUST-YEAR NOT = ZERO
041988         MOVE WS-ADJUST-DATE        TO GL-TRAN-DATE
041992         MOVE "YEAR-END ADJUSTMENT" TO GL-NARRATIVE
041996     END-IF
042000     WRITE GL-ENTRY-RECORD
042050     CALL "GLH-POST" USING GL-ENTRY-RECORD
042055     IF WS-ADJUST-YEAR NOT = ZERO
042060         MOVE GL-BRANCH-ID TO WS-LEG-BRANCH-ID
042065         CALL "GL-YEAR-ADJUST" USING MJ-GL-ACCOUNT-CODE
042070             WS-LEG-BRANCH-ID WS-ADJUST-YEAR MJ-DEBIT-CREDIT-FLAG
042075             MJ-AMOUNT
042080         PERFORM 3200-CLOSE-PL-LINE
042085             THRU 3200-CLOSE-PL-LINE-EXIT
042090     END-IF
042100     ADD 1 TO WS-LINES-POSTED
042200     SET MJ-LINE-APPROVED TO TRUE
042300     MOVE WS-CHECKER-OPERATOR-ID TO MJ-CHECKER-ID
042400     REWRITE MANUAL-JOURNAL-RECORD
042500     .
042600 3100-POST-ONE-LINE-EXIT.
042601     EXIT.
042602*----------------------------------------------------------------
042603*  3200-CLOSE-PL-LINE  --  AN ADJUSTMENT LINE ON AN INCOME OR
042604*  EXPENSE ACCOUNT IS REVERSED OFF THE ACCOUNT AND ONTO RETAINED
042605*  EARNINGS AT THE SAME BRANCH, AS THE YEAR-END CLOSE WOULD HAVE
042606*  DONE HAD THE LINE BEEN BOOKED BEFORE IT RAN.
042607*----------------------------------------------------------------
042608 3200-CLOSE-PL-LINE.
042609     CALL "GLACCT-VERIFY" USING MJ-GL-ACCOUNT-CODE
042610         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
042611         WS-GLACCT-NORMAL-SIDE
042612     IF WS-GLACCT-CLASS NOT = 'I' AND WS-GLACCT-CLASS NOT = 'X'
042613         GO TO 3200-CLOSE-PL-LINE-EXIT
042614     END-IF
042615     MOVE MJ-AMOUNT TO WS-LEG-AMOUNT
042616     MOVE MJ-GL-ACCOUNT-CODE TO WS-LEG-GL-ACCOUNT
042617     IF MJ-IS-DEBIT
042618         MOVE 'C' TO WS-LEG-SIDE
042619     ELSE
042620         MOVE 'D' TO WS-LEG-SIDE
042621     END-IF
042622     PERFORM 3300-WRITE-CLOSE-LEG
042623         THRU 3300-WRITE-CLOSE-LEG-EXIT
042624     MOVE WS-RETAINED-EARNINGS-GL TO WS-LEG-GL-ACCOUNT
042625     MOVE MJ-DEBIT-CREDIT-FLAG    TO WS-LEG-SIDE
042626     PERFORM 3300-WRITE-CLOSE-LEG
042627         THRU 3300-WRITE-CLOSE-LEG-EXIT
042628     .
042629 3200-CLOSE-PL-LINE-EXIT.
042630     EXIT.
042631*----------------------------------------------------------------
042632 3300-WRITE-CLOSE-LEG.
042633     MOVE "GLENTRY" TO WS-ID-SOURCE-NAME
042634     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
042635         WS-NEXT-ASSIGNED-ID
042636     MOVE WS-NEXT-ASSIGNED-ID     TO GL-ENTRY-ID
042637     MOVE ZERO                    TO GL-ACCT-NUMBER
042638     MOVE WS-LEG-GL-ACCOUNT       TO GL-GL-ACCOUNT-CODE
042639     MOVE WS-LEG-SIDE             TO GL-DEBIT-CREDIT-FLAG
042640     MOVE WS-LEG-AMOUNT           TO GL-AMOUNT
042641     MOVE WS-ADJUST-DATE          TO GL-TRAN-DATE
042642     MOVE WS-TS-TIME-OF-DAY (1:6) TO GL-TRAN-TIME
042643     MOVE WS-CHECKER-OPERATOR-ID  TO GL-OPERATOR-ID
042644     MOVE "YEAR-END CLOSE"        TO GL-NARRATIVE
042645     MOVE WS-LEG-BRANCH-ID        TO GL-BRANCH-ID
042646     WRITE GL-ENTRY-RECORD
042647     CALL "GLH-POST" USING GL-ENTRY-RECORD
042648     CALL "GL-YEAR-ADJUST" USING WS-LEG-GL-ACCOUNT
042649         WS-LEG-BRANCH-ID WS-ADJUST-YEAR WS-LEG-SIDE
042650         WS-LEG-AMOUNT
042651     .
042652 3300-WRITE-CLOSE-LEG-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------
042900 4000-REJECT-THE-ENTRY.
