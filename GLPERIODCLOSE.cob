003700*                     REPOSITIONED WITH START SO THE SEQUENTIAL
003800*                     READ-AHEAD IS NEVER LEFT ON AN UNDEFINED
003900*                     POSITION.
003909*    2026-10-15  RPK  THE BALANCE MASTER IS NOW KEPT BY BRANCH AS
003918*                     WELL AS BANK-WIDE.  PHASE ONE SORTS THE GL
003927*                     FILE BY ACCOUNT CODE AND BRANCH (THROUGH AN
003936*                     INPUT PROCEDURE THAT GIVES AN ENTRY WITH NO
003945*                     BRANCH TO HEAD OFFICE, 000000) AND POSTS
003954*                     EACH BRANCH'S PERIOD TOTALS ONTO ITS OWN ROW
003963*                     AS WELL AS THE ACCOUNT'S BANK-WIDE ROW.
003972*                     PHASE TWO CARRIES EACH BRANCH ROW FORWARD
003981*                     EXACTLY AS IT DOES THE BANK-WIDE ROW - THE
003990*                     BRANCH SITS AHEAD OF THE PERIOD IN THE KEY.
003991*    2026-10-15  RPK  CLOSING A JANUARY AFTER THE YEAR-END CLOSE
003992*                     (GL-YEAR-END-CLOSE) CARRIES EACH ACCOUNT'S
003993*                     OPENING FROM THE FISCAL YEAR'S CLOSING
003995*                     PERIOD (YYYY13) WHERE IT HAS A ROW THERE,
003996*                     SO INCOME AND EXPENSE ACCOUNTS OPEN THE
003997*                     YEAR AT ZERO, AND CLOSES THAT YEAR'S
003998*                     ADJUSTMENT PERIOD.
004000*================================================================
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
007400*----------------------------------------------------------------
007500 01  WS-CASH-CONTROL-GL-ACCOUNT    PIC 9(06) VALUE 999999.
007600*----------------------------------------------------------------
007616*  AN ENTRY WRITTEN BEFORE THE LEDGER CARRIED A BRANCH IS ROLLED
007632*  INTO HEAD OFFICE'S BOOKS - SAME VALUE AS GL-POSTING.
007648*----------------------------------------------------------------
007664 01  WS-HEAD-OFFICE-BRANCH         PIC X(06) VALUE "000000".
007680*----------------------------------------------------------------
007700 01  WS-PERIOD-FIELDS.
007800     05  WS-CLOSE-PERIOD           PIC 9(06).
007900     05  WS-CLOSE-PERIOD-SPLIT REDEFINES WS-CLOSE-PERIOD.
008800         10  WS-NEXT-YEAR          PIC 9(04).
008900         10  WS-NEXT-MONTH         PIC 9(02).
009000     05  WS-ENTRY-PERIOD           PIC 9(06).
009050     05  WS-YEAR-END-PERIOD        PIC 9(06) VALUE 0.
009100*----------------------------------------------------------------
009200 01  WS-WORK-FIELDS.
009300     05  WS-GL-EOF-SWITCH          PIC X VALUE 'N'.
009400         88  NO-MORE-GL-ENTRIES    VALUE 'Y'.
009425     05  WS-RAW-EOF-SWITCH         PIC X VALUE 'N'.
009450         88  NO-MORE-RAW-ENTRIES   VALUE 'Y'.
009475     05  WS-RAW-OPEN-STATUS        PIC XX VALUE "00".
009500     05  WS-MAST-EOF-SWITCH        PIC X VALUE 'N'.
009600         88  NO-MORE-MASTER-ROWS   VALUE 'Y'.
009700     05  WS-CURRENT-GL-ACCOUNT     PIC 9(06).
009800     05  WS-ACCT-DEBIT-TOTAL       PIC S9(11)V99.
009900     05  WS-ACCT-CREDIT-TOTAL      PIC S9(11)V99.
009914     05  WS-CURRENT-BRANCH-ID      PIC X(06).
009928     05  WS-BRANCH-DEBIT-TOTAL     PIC S9(11)V99.
009942     05  WS-BRANCH-CREDIT-TOTAL    PIC S9(11)V99.
009956     05  WS-POST-BRANCH-ID         PIC X(06).
009970     05  WS-POST-DEBIT-TOTAL       PIC S9(11)V99.
009984     05  WS-POST-CREDIT-TOTAL      PIC S9(11)V99.
010000     05  WS-CARRY-ACCOUNT          PIC 9(06) VALUE 0.
010050     05  WS-CARRY-BRANCH-ID        PIC X(06) VALUE SPACES.
010100     05  WS-CARRY-CLOSING          PIC S9(11)V99 VALUE 0.
010200     05  WS-RESUME-KEY             PIC X(18).
010300     05  WS-SEED-KEY               PIC X(18).
010400     05  WS-SEED-CLOSING           PIC S9(11)V99.
010500     05  WS-ACCOUNTS-CLOSED        PIC 9(06) COMP VALUE 0.
010550     05  WS-BRANCH-ROWS-CLOSED     PIC 9(06) COMP VALUE 0.
010600     05  WS-ROWS-CARRIED-FWD       PIC 9(06) COMP VALUE 0.
010700*----------------------------------------------------------------
010800 01  WS-CURRENT-TIMESTAMP          PIC X(21).
012100     SORT GL-SORT-WORK-FILE
012200         ON ASCENDING KEY GL-GL-ACCOUNT-CODE
012300             OF GL-SORT-WORK-RECORD
012400         ON ASCENDING KEY GL-BRANCH-ID
012425             OF GL-SORT-WORK-RECORD
012450         INPUT PROCEDURE IS 1200-RELEASE-GL-ENTRIES
012475             THRU 1200-RELEASE-GL-ENTRIES-EXIT
012500         GIVING SORTED-GL-ENTRY-FILE
012600     IF WS-RAW-OPEN-STATUS NOT = "00"
012700         DISPLAY "GLPERIODCLOSE: UNABLE TO SORT GL FILE, "
012800             "STATUS = " WS-RAW-OPEN-STATUS
012900         STOP RUN
013000     END-IF
013100
016800     END-IF
016900
017000     MOVE WS-CASH-CONTROL-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
017050     MOVE SPACES                     TO GB-BRANCH-ID
017100     MOVE WS-CLOSE-PERIOD            TO GB-PERIOD
017200     READ GL-BALANCE-MASTER-FILE
017300         KEY IS GB-BALANCE-KEY
018200     END-READ
018300
018400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
018420     IF WS-CLOSE-MONTH = 01
018440         PERFORM 1300-CHECK-YEAR-END-CLOSE
018460             THRU 1300-CHECK-YEAR-END-CLOSE-EXIT
018480     END-IF
018500
018600     PERFORM 2900-READ-NEXT-GL-ENTRY
018700         THRU 2900-READ-NEXT-GL-ENTRY-EXIT
021300 1100-DERIVE-ADJACENT-PERIODS-EXIT.
021400     EXIT.
021500*----------------------------------------------------------------
021501*  1200-RELEASE-GL-ENTRIES  --  SORT INPUT PROCEDURE.  RELEASES
021502*  EVERY GL ENTRY, GIVING ONE WITH NO BRANCH (WRITTEN BEFORE THE
021503*  LEDGER CARRIED ONE) TO HEAD OFFICE SO IT CANNOT BE MISTAKEN
021504*  FOR A BANK-WIDE BALANCE MASTER ROW.
021505*----------------------------------------------------------------
021506 1200-RELEASE-GL-ENTRIES.
021507     MOVE 'N' TO WS-RAW-EOF-SWITCH
021508     OPEN INPUT GENERAL-LEDGER-FILE
021509     MOVE WS-GLFILE-STATUS TO WS-RAW-OPEN-STATUS
021510     IF WS-GLFILE-STATUS NOT = "00"
021511         GO TO 1200-RELEASE-GL-ENTRIES-EXIT
021512     END-IF
021513     PERFORM 1210-RELEASE-ONE-GL-ENTRY
021514         THRU 1210-RELEASE-ONE-GL-ENTRY-EXIT
021515         UNTIL NO-MORE-RAW-ENTRIES
021516     CLOSE GENERAL-LEDGER-FILE
021517     .
021518 1200-RELEASE-GL-ENTRIES-EXIT.
021519     EXIT.
021520*----------------------------------------------------------------
021521 1210-RELEASE-ONE-GL-ENTRY.
021522     READ GENERAL-LEDGER-FILE
021523         AT END
021524             MOVE 'Y' TO WS-RAW-EOF-SWITCH
021525             GO TO 1210-RELEASE-ONE-GL-ENTRY-EXIT
021526     END-READ
021527     MOVE GL-ENTRY-RECORD TO GL-SORT-WORK-RECORD
021528     IF GL-BRANCH-ID OF GL-SORT-WORK-RECORD = SPACES
021529         MOVE WS-HEAD-OFFICE-BRANCH
021530             TO GL-BRANCH-ID OF GL-SORT-WORK-RECORD
021531     END-IF
021532     RELEASE GL-SORT-WORK-RECORD
021533     .
021534 1210-RELEASE-ONE-GL-ENTRY-EXIT.
021535     EXIT.
021536*----------------------------------------------------------------
021537*  1300-CHECK-YEAR-END-CLOSE  --  CLOSING A JANUARY.  IF THE
021538*  YEAR-END CLOSE HAS RUN FOR THE FISCAL YEAR JUST ENDED, EACH
021539*  ACCOUNT IT TOUCHED OPENS JANUARY FROM THAT YEAR'S CLOSING
021540*  PERIOD (YYYY13) - DECEMBER LESS THE INCOME AND EXPENSE
021541*  BALANCES CLOSED TO RETAINED EARNINGS, PLUS ANY APPROVED
021542*  ADJUSTMENTS - RATHER THAN FROM DECEMBER.  CLOSING JANUARY
021543*  ALSO ENDS THE YEAR'S ADJUSTMENT PERIOD.
021544*----------------------------------------------------------------
021545 1300-CHECK-YEAR-END-CLOSE.
021546     MOVE WS-CASH-CONTROL-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
021547     MOVE SPACES                     TO GB-BRANCH-ID
021548     COMPUTE GB-PERIOD = WS-PRIOR-YEAR * 100 + 13
021549     READ GL-BALANCE-MASTER-FILE
021550         KEY IS GB-BALANCE-KEY
021551         INVALID KEY
021552             GO TO 1300-CHECK-YEAR-END-CLOSE-EXIT
021553     END-READ
021554     MOVE GB-PERIOD TO WS-YEAR-END-PERIOD
021555     IF GB-PERIOD-OPEN
021556         SET GB-PERIOD-CLOSED TO TRUE
021557         MOVE WS-TS-DATE TO GB-CLOSE-DATE
021558         REWRITE GL-BALANCE-MASTER-RECORD
021559         DISPLAY "GLPERIODCLOSE: ADJUSTMENT PERIOD "
021560             WS-YEAR-END-PERIOD " CLOSED"
021561     END-IF
021562     .
021563 1300-CHECK-YEAR-END-CLOSE-EXIT.
021564     EXIT.
021565*----------------------------------------------------------------
021600*  2000-ACCUMULATE-ONE-GL-ACCT  --  CONTROL BREAK ON THE GL
021700*  ACCOUNT CODE.  TOTAL THE CLOSING PERIOD'S DEBIT AND CREDIT
021800*  LEGS FOR ONE GL ACCOUNT, BRANCH BY BRANCH, AND POST THE SUM
021900*  ONTO ITS BANK-WIDE BALANCE MASTER ROW.
022000*----------------------------------------------------------------
022100 2000-ACCUMULATE-ONE-GL-ACCT.
022200     MOVE GL-GL-ACCOUNT-CODE OF SORTED-GL-ENTRY-RECORD
022400     MOVE ZERO TO WS-ACCT-DEBIT-TOTAL
022500     MOVE ZERO TO WS-ACCT-CREDIT-TOTAL
022600
022700     PERFORM 2050-ACCUMULATE-ONE-BRANCH
022800         THRU 2050-ACCUMULATE-ONE-BRANCH-EXIT
022900         UNTIL NO-MORE-GL-ENTRIES
023000            OR GL-GL-ACCOUNT-CODE OF SORTED-GL-ENTRY-RECORD
023100               NOT = WS-CURRENT-GL-ACCOUNT
023200
023300     IF WS-ACCT-DEBIT-TOTAL NOT = ZERO
023400        OR WS-ACCT-CREDIT-TOTAL NOT = ZERO
023425         MOVE SPACES               TO WS-POST-BRANCH-ID
023450         MOVE WS-ACCT-DEBIT-TOTAL  TO WS-POST-DEBIT-TOTAL
023475         MOVE WS-ACCT-CREDIT-TOTAL TO WS-POST-CREDIT-TOTAL
023500         PERFORM 2200-POST-PERIOD-TOTALS
023600             THRU 2200-POST-PERIOD-TOTALS-EXIT
023700     END-IF
023800     .
023900 2000-ACCUMULATE-ONE-GL-ACCT-EXIT.
023903     EXIT.
023906*----------------------------------------------------------------
023909*  2050-ACCUMULATE-ONE-BRANCH  --  CONTROL BREAK ON THE BRANCH
023912*  WITHIN THE GL ACCOUNT.  POST THE BRANCH'S PERIOD TOTALS ONTO
023915*  ITS OWN BALANCE MASTER ROW AND FOLD THEM INTO THE ACCOUNT'S.
023918*----------------------------------------------------------------
023921 2050-ACCUMULATE-ONE-BRANCH.
023924     MOVE GL-BRANCH-ID OF SORTED-GL-ENTRY-RECORD
023927         TO WS-CURRENT-BRANCH-ID
023930     MOVE ZERO TO WS-BRANCH-DEBIT-TOTAL
023933     MOVE ZERO TO WS-BRANCH-CREDIT-TOTAL
023936
023939     PERFORM 2100-FOLD-IN-ONE-ENTRY
023942         THRU 2100-FOLD-IN-ONE-ENTRY-EXIT
023945         UNTIL NO-MORE-GL-ENTRIES
023948            OR GL-GL-ACCOUNT-CODE OF SORTED-GL-ENTRY-RECORD
023951               NOT = WS-CURRENT-GL-ACCOUNT
023954            OR GL-BRANCH-ID OF SORTED-GL-ENTRY-RECORD
023957               NOT = WS-CURRENT-BRANCH-ID
023960
023963     IF WS-BRANCH-DEBIT-TOTAL NOT = ZERO
023966        OR WS-BRANCH-CREDIT-TOTAL NOT = ZERO
023969         MOVE WS-CURRENT-BRANCH-ID   TO WS-POST-BRANCH-ID
023972         MOVE WS-BRANCH-DEBIT-TOTAL  TO WS-POST-DEBIT-TOTAL
023975         MOVE WS-BRANCH-CREDIT-TOTAL TO WS-POST-CREDIT-TOTAL
023978         PERFORM 2200-POST-PERIOD-TOTALS
023981             THRU 2200-POST-PERIOD-TOTALS-EXIT
023984         ADD WS-BRANCH-DEBIT-TOTAL  TO WS-ACCT-DEBIT-TOTAL
023987         ADD WS-BRANCH-CREDIT-TOTAL TO WS-ACCT-CREDIT-TOTAL
023990     END-IF
023993     .
023996 2050-ACCUMULATE-ONE-BRANCH-EXIT.
024000     EXIT.
024100*----------------------------------------------------------------
024200 2100-FOLD-IN-ONE-ENTRY.
024500     IF WS-ENTRY-PERIOD = WS-CLOSE-PERIOD
024600         IF GL-IS-DEBIT OF SORTED-GL-ENTRY-RECORD
024700             ADD GL-AMOUNT OF SORTED-GL-ENTRY-RECORD
024800                 TO WS-BRANCH-DEBIT-TOTAL
024900         ELSE
025000             ADD GL-AMOUNT OF SORTED-GL-ENTRY-RECORD
025100                 TO WS-BRANCH-CREDIT-TOTAL
025200         END-IF
025300     END-IF
025400     PERFORM 2900-READ-NEXT-GL-ENTRY
025800     EXIT.
025900*----------------------------------------------------------------
026000*  2200-POST-PERIOD-TOTALS  --  WRITE OR REWRITE THE ACCOUNT'S
026100*  BALANCE MASTER ROW FOR THE CLOSING PERIOD - THE BRANCH ROW
026133*  NAMED BY WS-POST-BRANCH-ID, OR THE BANK-WIDE ROW WHEN IT IS
026166*  SPACES.  THE OPENING
026200*  BALANCE AND CLOSED MARKER ARE SETTLED BY THE CARRY-FORWARD
026300*  SWEEP IN PHASE TWO.
026400*----------------------------------------------------------------
026500 2200-POST-PERIOD-TOTALS.
026600     MOVE WS-CURRENT-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
026650     MOVE WS-POST-BRANCH-ID     TO GB-BRANCH-ID
026700     MOVE WS-CLOSE-PERIOD       TO GB-PERIOD
026800     READ GL-BALANCE-MASTER-FILE
026900         KEY IS GB-BALANCE-KEY
027000         INVALID KEY
027100             MOVE WS-CURRENT-GL-ACCOUNT TO GB-GL-ACCOUNT-CODE
027150             MOVE WS-POST-BRANCH-ID     TO GB-BRANCH-ID
027200             MOVE WS-CLOSE-PERIOD       TO GB-PERIOD
027300             MOVE ZERO                  TO GB-OPENING-BALANCE
027400             MOVE WS-POST-DEBIT-TOTAL   TO GB-PERIOD-DEBITS
027500             MOVE WS-POST-CREDIT-TOTAL  TO GB-PERIOD-CREDITS
027600             MOVE ZERO                  TO GB-CLOSING-BALANCE
027700             SET GB-PERIOD-OPEN         TO TRUE
027800             MOVE ZERO                  TO GB-CLOSE-DATE
027900             WRITE GL-BALANCE-MASTER-RECORD
028000         NOT INVALID KEY
028100             MOVE WS-POST-DEBIT-TOTAL   TO GB-PERIOD-DEBITS
028200             MOVE WS-POST-CREDIT-TOTAL  TO GB-PERIOD-CREDITS
028300             REWRITE GL-BALANCE-MASTER-RECORD
028400     END-READ
028500     .
029900     EXIT.
030000*----------------------------------------------------------------
030100*  3000-CARRY-FORWARD-SWEEP  --  PHASE TWO.  WALK THE BALANCE
030200*  MASTER IN KEY ORDER (ACCOUNT, BRANCH, THEN PERIOD) SO EACH
030300*  ROW'S PRIOR PERIOD IS SEEN JUST BEFORE ITS CURRENT PERIOD -
030350*  THE BANK-WIDE ROW AND EVERY BRANCH ROW ALIKE.
030400*  CARRY PRIOR CLOSINGS FORWARD AS CURRENT OPENINGS, COMPUTE
030500*  AND CLOSE EVERY CURRENT-PERIOD ROW, AND SEED THE NEXT
030600*  PERIOD'S OPENING ROW FROM EACH CLOSING.
030700*----------------------------------------------------------------
030800 3000-CARRY-FORWARD-SWEEP.
030900     MOVE ZERO TO WS-CARRY-ACCOUNT
030950     MOVE SPACES TO WS-CARRY-BRANCH-ID
031000     MOVE ZERO TO WS-CARRY-CLOSING
031100     MOVE LOW-VALUES TO GB-BALANCE-KEY
031200     START GL-BALANCE-MASTER-FILE
031300         KEY IS NOT LESS THAN GB-BALANCE-KEY
031400         INVALID KEY
033600*  CLOSING; A CURRENT-PERIOD ROW IS CLOSED (PICKING UP THE
033700*  STASHED OPENING IF IT IS THE SAME ACCOUNT'S); A STASHED
033800*  ACCOUNT PASSED BY WITH NO CURRENT ROW GETS ONE BUILT SO ITS
033900*  BALANCE DOES NOT FALL OFF THE BOOKS.  AFTER A YEAR-END CLOSE
033933*  THE CLOSING-PERIOD ROW (WHERE THERE IS ONE) FOLLOWS DECEMBER IN
033966*  KEY ORDER AND ITS CLOSING REPLACES DECEMBER'S IN THE STASH.
034000*----------------------------------------------------------------
034100 3100-SWEEP-ONE-MASTER-ROW.
034200     IF WS-CARRY-ACCOUNT NOT = ZERO
034300        AND (GB-GL-ACCOUNT-CODE NOT = WS-CARRY-ACCOUNT
034350             OR GB-BRANCH-ID NOT = WS-CARRY-BRANCH-ID
034400             OR GB-PERIOD > WS-CLOSE-PERIOD)
034500         PERFORM 3300-CLOSE-DORMANT-ACCOUNT
034600             THRU 3300-CLOSE-DORMANT-ACCOUNT-EXIT
034900
035000     EVALUATE TRUE
035100         WHEN GB-PERIOD = WS-PRIOR-PERIOD
035150         WHEN GB-PERIOD = WS-YEAR-END-PERIOD
035200             MOVE GB-GL-ACCOUNT-CODE TO WS-CARRY-ACCOUNT
035250             MOVE GB-BRANCH-ID       TO WS-CARRY-BRANCH-ID
035300             MOVE GB-CLOSING-BALANCE TO WS-CARRY-CLOSING
035400         WHEN GB-PERIOD = WS-CLOSE-PERIOD
035500             PERFORM 3200-CLOSE-CURRENT-ROW
037000*----------------------------------------------------------------
037100 3200-CLOSE-CURRENT-ROW.
037200     IF WS-CARRY-ACCOUNT = GB-GL-ACCOUNT-CODE
037250        AND WS-CARRY-BRANCH-ID = GB-BRANCH-ID
037300         MOVE WS-CARRY-CLOSING TO GB-OPENING-BALANCE
037400         MOVE ZERO TO WS-CARRY-ACCOUNT
037450         MOVE SPACES TO WS-CARRY-BRANCH-ID
037500         MOVE ZERO TO WS-CARRY-CLOSING
037600     END-IF
037700     COMPUTE GB-CLOSING-BALANCE = GB-OPENING-BALANCE
037900     SET GB-PERIOD-CLOSED TO TRUE
038000     MOVE WS-TS-DATE TO GB-CLOSE-DATE
038100     REWRITE GL-BALANCE-MASTER-RECORD
038200     PERFORM 3500-COUNT-CLOSED-ROW
038250         THRU 3500-COUNT-CLOSED-ROW-EXIT
038300
038400     PERFORM 3400-SEED-NEXT-PERIOD-ROW
038500         THRU 3400-SEED-NEXT-PERIOD-ROW-EXIT
039600     MOVE GB-BALANCE-KEY TO WS-RESUME-KEY
039700
039800     MOVE WS-CARRY-ACCOUNT TO GB-GL-ACCOUNT-CODE
039850     MOVE WS-CARRY-BRANCH-ID TO GB-BRANCH-ID
039900     MOVE WS-CLOSE-PERIOD  TO GB-PERIOD
040000     MOVE WS-CARRY-CLOSING TO GB-OPENING-BALANCE
040100     MOVE ZERO             TO GB-PERIOD-DEBITS
040400     SET GB-PERIOD-CLOSED  TO TRUE
040500     MOVE WS-TS-DATE       TO GB-CLOSE-DATE
040600     WRITE GL-BALANCE-MASTER-RECORD
040700     PERFORM 3500-COUNT-CLOSED-ROW
040750         THRU 3500-COUNT-CLOSED-ROW-EXIT
040800
040900     PERFORM 3400-SEED-NEXT-PERIOD-ROW
041000         THRU 3400-SEED-NEXT-PERIOD-ROW-EXIT
041100
041200     MOVE ZERO TO WS-CARRY-ACCOUNT
041250     MOVE SPACES TO WS-CARRY-BRANCH-ID
041300     MOVE ZERO TO WS-CARRY-CLOSING
041400
041500     IF NOT NO-MORE-MASTER-ROWS
046200 3400-SEED-NEXT-PERIOD-ROW-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046407*  3500-COUNT-CLOSED-ROW  --  BANK-WIDE ROWS COUNT AS GL
046414*  ACCOUNTS CLOSED; BRANCH ROWS ARE COUNTED SEPARATELY.
046421*----------------------------------------------------------------
046428 3500-COUNT-CLOSED-ROW.
046435     IF GB-BANK-WIDE-ROW
046442         ADD 1 TO WS-ACCOUNTS-CLOSED
046449     ELSE
046456         ADD 1 TO WS-BRANCH-ROWS-CLOSED
046463     END-IF
046470     .
046477 3500-COUNT-CLOSED-ROW-EXIT.
046484     EXIT.
046491*----------------------------------------------------------------
046500*  3900-READ-NEXT-MASTER-ROW  --  SEQUENTIAL READ-AHEAD ON THE
046600*  BALANCE MASTER.
046700*----------------------------------------------------------------
048100         WS-CLOSE-PERIOD
048200     DISPLAY "GLPERIODCLOSE: GL ACCOUNTS CLOSED = "
048300         WS-ACCOUNTS-CLOSED
048333     DISPLAY "GLPERIODCLOSE: BRANCH ROWS CLOSED = "
048366         WS-BRANCH-ROWS-CLOSED
048400     DISPLAY "GLPERIODCLOSE: OPENINGS SEEDED    = "
048500         WS-ROWS-CARRIED-FWD
048600     .
