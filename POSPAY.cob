025000*                     MOVED WHILE THE ITEM SAT ON THE DESK.
025100*                     THE MASTER REWRITE ALSO CARRIES AN
025200*                     INVALID KEY CLAUSE LIKE ITS PEERS.
025210*    2026-10-15  RPK  A PAY DECISION ALSO MARKS THE CHECK'S LEAF
025220*                     PAID ON THE CHECK-STOCK REGISTER, WHERE THE
025230*                     ACCOUNT HAS ONE, THE SAME AS A CLEAN
025240*                     PRESENTMENT.
025300*================================================================
025400 ENVIRONMENT DIVISION.
025500 INPUT-OUTPUT SECTION.
026100     COPY ACCTMSEL.
026200     COPY TRANSEL.
026300     COPY ACTAUDSEL.
026310     COPY CHKNSEL.
026400*================================================================
026500 DATA DIVISION.
026600 FILE SECTION.
028500     COPY TRANREC.
028600 FD  ACTIVITY-AUDIT-FILE.
028700     COPY ACTAUDREC.
028710 FD  CHECK-STOCK-FILE.
028720     COPY CHKNREC.
028800*----------------------------------------------------------------
028900 WORKING-STORAGE SECTION.
029000*----------------------------------------------------------------
030100     05  WS-ACCTMAST-STATUS        PIC XX.
030200     05  WS-TRANFILE-STATUS        PIC XX.
030300     05  WS-ACTAUDIT-STATUS        PIC XX.
030310     05  WS-CHKSTOCK-STATUS        PIC XX.
030400*----------------------------------------------------------------
030500 01  WS-WORK-FIELDS.
030600     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
061300
061400     PERFORM 7100-MARK-ISSUE-FROM-DECISION
061500         THRU 7100-MARK-ISSUE-FROM-DECISION-EXIT
061510     PERFORM 7200-MARK-LEAF-FROM-DECISION
061520         THRU 7200-MARK-LEAF-FROM-DECISION-EXIT
061600
061700     SET PX-DECIDED-PAY TO TRUE
061800     MOVE WS-MAINT-OPERATOR-ID TO PX-DECISION-OPERATOR
075700 7100-MARK-ISSUE-FROM-DECISION-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------
075903*  7200-MARK-LEAF-FROM-DECISION  --  AND THE CHECK'S LEAF ON THE
075906*  CHECK-STOCK REGISTER, WHERE ONE EXISTS.
075909*----------------------------------------------------------------
075912 7200-MARK-LEAF-FROM-DECISION.
075915     OPEN I-O CHECK-STOCK-FILE
075918     IF WS-CHKSTOCK-STATUS NOT = "00"
075921         GO TO 7200-MARK-LEAF-FROM-DECISION-EXIT
075924     END-IF
075927     MOVE PX-ACCT-NUMBER  TO CS-ACCT-NUMBER
075930     MOVE PX-CHECK-NUMBER TO CS-CHECK-NUMBER
075933     READ CHECK-STOCK-FILE
075936         KEY IS CS-STOCK-KEY
075939         INVALID KEY
075942             CLOSE CHECK-STOCK-FILE
075945             GO TO 7200-MARK-LEAF-FROM-DECISION-EXIT
075948     END-READ
075951     SET CS-LEAF-PAID TO TRUE
075954     MOVE WS-TS-DATE          TO CS-PAID-DATE
075957     MOVE PX-PRESENTED-AMOUNT TO CS-PAID-AMOUNT
075960     MOVE PX-PRESENT-REF      TO CS-PRESENT-REF
075963     REWRITE CHECK-STOCK-RECORD
075966     CLOSE CHECK-STOCK-FILE
075969     .
075972 7200-MARK-LEAF-FROM-DECISION-EXIT.
075975     EXIT.
075978*----------------------------------------------------------------
076000*  8000-WRITE-ACTIVITY-AUDIT-RECORD  --  THE BEFORE VALUE
076100*  CARRIES THE CHECK NUMBER (OR SPACES FOR ENROLLMENT), THE
076200*  AFTER VALUE THE ACTION TAKEN.
