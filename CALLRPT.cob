017900*                     BUILDING OUT OF BALANCE.  OUTPUT IS A
018000*                     REVIEW REPORT (CALLRVW) AND THE
018100*                     SUBMISSION-FORMAT FILE (CALLSUB).
018110*    2026-10-15  RPK  EVERY BALANCE ROW IS NOW ALSO CLASSED FROM
018120*                     THE CHART OF ACCOUNTS (VIA GLACCT-VERIFY).
018130*                     THE REVIEW REPORT GAINS A BALANCES-BY-CLASS
018140*                     SECTION - ONE TITLED TOTAL PER ACCOUNT
018150*                     CLASS, ASSETS THROUGH EXPENSES, PLUS ANY
018160*                     CODES NOT ON THE CHART - AND EACH UNMAPPED
018170*                     ACCOUNT LINE CARRIES ITS CLASS TITLE.
018176*    2026-10-15  RPK  ONLY THE BANK-WIDE GL BALANCE ROWS ARE
018182*                     FOLDED INTO THE CALL REPORT; THE PER-BRANCH
018188*                     ROWS THE PERIOD CLOSE NOW ALSO WRITES WOULD
018194*                     OTHERWISE COUNT EVERY BALANCE TWICE.
018200*================================================================
018300 ENVIRONMENT DIVISION.
018400 INPUT-OUTPUT SECTION.
023000     05  WS-LINE-COUNT             PIC 9(03) COMP VALUE 0.
023100     05  WS-LINE-MAX               PIC 9(03) COMP VALUE 200.
023200     05  WS-EDIT-AMOUNT            PIC -(13)9.99.
023202     05  WS-CLASS-SUB              PIC 9(02) COMP.
023204     05  WS-EDIT-COUNT             PIC Z(05)9.
023206*----------------------------------------------------------------
023208*  CHART-OF-ACCOUNTS LOOKUP RESULT (GLACCT-VERIFY).
023210*----------------------------------------------------------------
023212 01  WS-GLACCT-FIELDS.
023214     05  WS-GLACCT-VERIFY-FLAG     PIC X.
023216         88  WS-GLACCT-ON-CHART    VALUE 'Y' 'C'.
023218     05  WS-GLACCT-NAME            PIC X(30).
023220     05  WS-GLACCT-CLASS           PIC X.
023222     05  WS-GLACCT-NORMAL-SIDE     PIC X.
023224*----------------------------------------------------------------
023226*  CLOSING BALANCES TOTALED BY ACCOUNT CLASS, IN REPORT ORDER.
023228*  CLASS '?' COLLECTS CODES NOT ON THE CHART.
023230*----------------------------------------------------------------
023232 01  WS-CLASS-TITLE-VALUES.
023234     05  FILLER                    PIC X(18)
023236                                   VALUE "AASSETS".
023238     05  FILLER                    PIC X(18)
023240                                   VALUE "LLIABILITIES".
023242     05  FILLER                    PIC X(18)
023244                                   VALUE "QEQUITY".
023246     05  FILLER                    PIC X(18)
023248                                   VALUE "IINCOME".
023250     05  FILLER                    PIC X(18)
023252                                   VALUE "XEXPENSES".
023254     05  FILLER                    PIC X(18)
023256                                   VALUE "?NOT ON THE CHART".
023258 01  WS-CLASS-TITLE-TABLE REDEFINES WS-CLASS-TITLE-VALUES.
023260     05  WS-CT-ENTRY               OCCURS 6 TIMES
023262                                   INDEXED BY WS-CT-IDX.
023264         10  WS-CT-CLASS           PIC X.
023266         10  WS-CT-TITLE           PIC X(17).
023268 01  WS-CLASS-TOTAL-TABLE.
023270     05  WS-CLASS-TOTAL-ENTRY      OCCURS 6 TIMES.
023272         10  WS-CLASS-ROWS         PIC 9(06) COMP.
023274         10  WS-CLASS-AMOUNT       PIC S9(13)V99 COMP-3.
023300*----------------------------------------------------------------
023400 01  WS-SCHEDULE-TABLE.
023500     05  WS-SL-ENTRY OCCURS 200 TIMES.
026300         CLOSE GL-BALANCE-MASTER-FILE
026400         STOP RUN
026500     END-IF
026520     PERFORM 1100-CLEAR-ONE-CLASS-TOTAL
026540         THRU 1100-CLEAR-ONE-CLASS-TOTAL-EXIT
026560         VARYING WS-CLASS-SUB FROM 1 BY 1
026580         UNTIL WS-CLASS-SUB > 6
026600     OPEN OUTPUT CALL-REVIEW-FILE
026700     MOVE SPACES TO CALL-REVIEW-LINE
026800     STRING "CALL REPORT EXTRACT - PERIOD " WS-REPORT-PERIOD
028600         WS-RH-COMPLETION-CODE
028700     STOP RUN.
028800*----------------------------------------------------------------
028812 1100-CLEAR-ONE-CLASS-TOTAL.
028824     MOVE ZERO TO WS-CLASS-ROWS (WS-CLASS-SUB)
028836     MOVE ZERO TO WS-CLASS-AMOUNT (WS-CLASS-SUB)
028848     .
028860 1100-CLEAR-ONE-CLASS-TOTAL-EXIT.
028872     EXIT.
028884*----------------------------------------------------------------
028900 2000-FOLD-ONE-GL-BALANCE.
029000     READ GL-BALANCE-MASTER-FILE NEXT RECORD
029100         AT END
029300             GO TO 2000-FOLD-ONE-GL-BALANCE-EXIT
029400     END-READ
029500     IF GB-PERIOD NOT = WS-REPORT-PERIOD
029550        OR NOT GB-BANK-WIDE-ROW
029600         GO TO 2000-FOLD-ONE-GL-BALANCE-EXIT
029700     END-IF
029800     ADD 1 TO WS-ROWS-READ
029900     ADD GB-CLOSING-BALANCE TO WS-TRIAL-TOTAL
029930     PERFORM 2050-CLASS-THE-BALANCE
029960         THRU 2050-CLASS-THE-BALANCE-EXIT
030000     MOVE GB-GL-ACCOUNT-CODE TO CR-GL-ACCOUNT-CODE
030100     READ CALL-REPORT-MAP-FILE
030200         KEY IS CR-GL-ACCOUNT-CODE
030500             MOVE GB-CLOSING-BALANCE TO WS-EDIT-AMOUNT
030600             MOVE SPACES TO CALL-REVIEW-LINE
030700             STRING "  UNMAPPED GL " GB-GL-ACCOUNT-CODE
030750                 "  " WS-CT-TITLE (WS-CLASS-SUB)
030800                 "  CLOSING " WS-EDIT-AMOUNT
030900                 DELIMITED BY SIZE INTO CALL-REVIEW-LINE
031000             WRITE CALL-REVIEW-LINE
031500         THRU 2100-FOLD-INTO-SCHEDULE-LINE-EXIT
031600     .
031700 2000-FOLD-ONE-GL-BALANCE-EXIT.
031703     EXIT.
031706*----------------------------------------------------------------
031709*  2050-CLASS-THE-BALANCE  --  FIND THE ROW'S ACCOUNT CLASS ON
031712*  THE CHART AND ROLL THE CLOSING BALANCE INTO THAT CLASS.  A
031715*  CODE NOT ON THE CHART (OR NO CHART) FALLS TO THE LAST SLOT.
031718*----------------------------------------------------------------
031721 2050-CLASS-THE-BALANCE.
031724     CALL "GLACCT-VERIFY" USING GB-GL-ACCOUNT-CODE
031727         WS-GLACCT-VERIFY-FLAG WS-GLACCT-NAME WS-GLACCT-CLASS
031730         WS-GLACCT-NORMAL-SIDE
031733     IF NOT WS-GLACCT-ON-CHART
031736         MOVE '?' TO WS-GLACCT-CLASS
031739     END-IF
031742     MOVE 6 TO WS-CLASS-SUB
031745     SET WS-CT-IDX TO 1
031748     SEARCH WS-CT-ENTRY
031751         AT END
031754             CONTINUE
031757         WHEN WS-CT-CLASS (WS-CT-IDX) = WS-GLACCT-CLASS
031760             SET WS-CLASS-SUB TO WS-CT-IDX
031763     END-SEARCH
031766     ADD 1 TO WS-CLASS-ROWS (WS-CLASS-SUB)
031769     ADD GB-CLOSING-BALANCE TO WS-CLASS-AMOUNT (WS-CLASS-SUB)
031772     .
031775 2050-CLASS-THE-BALANCE-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000 2100-FOLD-INTO-SCHEDULE-LINE.
035300 2110-TEST-ONE-SCHEDULE-LINE-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------
035600*  3000-WRITE-THE-OUTPUTS  --  CLASS TOTALS, SCHEDULE-LINE
035700*  TOTALS, THE PROOF LINE, AND THE SUBMISSION FILE.
035800*----------------------------------------------------------------
035900 3000-WRITE-THE-OUTPUTS.
035912     MOVE SPACES TO CALL-REVIEW-LINE
035924     MOVE "BALANCES BY ACCOUNT CLASS" TO CALL-REVIEW-LINE
035936     WRITE CALL-REVIEW-LINE
035948     PERFORM 3050-WRITE-ONE-CLASS-TOTAL
035960         THRU 3050-WRITE-ONE-CLASS-TOTAL-EXIT
035972         VARYING WS-CLASS-SUB FROM 1 BY 1
035984         UNTIL WS-CLASS-SUB > 6
036000     MOVE SPACES TO CALL-REVIEW-LINE
036100     MOVE "SCHEDULE-LINE TOTALS" TO CALL-REVIEW-LINE
036200     WRITE CALL-REVIEW-LINE
039900 3000-WRITE-THE-OUTPUTS-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040105 3050-WRITE-ONE-CLASS-TOTAL.
040110     IF WS-CLASS-ROWS (WS-CLASS-SUB) = ZERO
040115         GO TO 3050-WRITE-ONE-CLASS-TOTAL-EXIT
040120     END-IF
040125     MOVE WS-CLASS-AMOUNT (WS-CLASS-SUB) TO WS-EDIT-AMOUNT
040130     MOVE WS-CLASS-ROWS (WS-CLASS-SUB)   TO WS-EDIT-COUNT
040135     MOVE SPACES TO CALL-REVIEW-LINE
040140     STRING "  " WS-CT-TITLE (WS-CLASS-SUB)
040145         "  " WS-EDIT-AMOUNT
040150         "  ACCOUNTS " WS-EDIT-COUNT
040155         DELIMITED BY SIZE INTO CALL-REVIEW-LINE
040160     WRITE CALL-REVIEW-LINE
040165     .
040170 3050-WRITE-ONE-CLASS-TOTAL-EXIT.
040175     EXIT.
040180*----------------------------------------------------------------
040200 3100-WRITE-ONE-SCHEDULE-LINE.
040300     MOVE WS-SL-AMOUNT (WS-SUB) TO WS-EDIT-AMOUNT
040400     MOVE SPACES TO CALL-REVIEW-LINE
