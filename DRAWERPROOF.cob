004000*                     RECORD AUDIT HAS ASKED FOR, AND THE
004100*                     BASIS FOR THE MONTHLY OVER/SHORT
004200*                     ESCALATION REPORT.
004205*    2026-10-15  RPK  THE HISTORY ROW IS NOW MARKED AS A TELLER
004210*                     ROW - THE ATM CASH PROOF WRITES ITS
004215*                     TERMINAL DIFFERENCES TO THE SAME FILE.
004220*    2026-10-15  RPK  EACH COUNTED DRAWER IS NOW PROVED NOTE BY
004225*                     NOTE AS WELL - THE CLOSING NOTE COUNT IN
004230*                     EACH DENOMINATION AGAINST THE DRAWER'S
004235*                     RUNNING NOTE COUNT - AND A DENOMINATION THAT
004240*                     IS OFF PRINTS ITS OWN LINE UNDER THE DRAWER.
004245*                     THE OVER/SHORT HISTORY ROW CARRIES THE NOTES
004250*                     OVER OR SHORT PER DENOMINATION FOR THE
004255*                     MONTHLY REPORT.  A DRAWER WHOSE NOTE COUNTS
004260*                     ARE INCOMPLETE (CASH POSTED WITHOUT NOTE
004265*                     DETAIL) IS PROVED IN TOTAL ONLY, AND SAYS
004270*                     SO.
004275*    2026-10-15  RPK  DRAWER LINES ON THE DECK NOW CARRY THE
004280*                     TELLER'S HOME BRANCH FROM THE OPERATOR
004285*                     MASTER (WAS SPACES), SO THE REPORT BURST
004290*                     SENDS EACH BRANCH ITS OWN DRAWER PROOF.
004300*================================================================
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004900     COPY DRAWSEL.
005000     COPY EODDSEL.
005100     COPY OVSHSEL.
005150     COPY OPERMSEL.
005200*================================================================
005300 DATA DIVISION.
005400 FILE SECTION.
007300 FD  EOD-REPORT-DECK-FILE.
007400     COPY EODDREC.
007500*----------------------------------------------------------------
007525 FD  OPERATOR-MASTER-FILE.
007550     COPY OPERMAST.
007575*----------------------------------------------------------------
007600 WORKING-STORAGE SECTION.
007700 01  WS-FILE-STATUSES.
007800     05  WS-TRANFILE-STATUS        PIC XX.
008000     05  WS-DRAWFILE-STATUS        PIC XX.
008100     05  WS-EODDECK-STATUS         PIC XX.
008200     05  WS-OVSHFILE-STATUS        PIC XX.
008250     05  WS-OPERMAST-STATUS        PIC XX.
008300*----------------------------------------------------------------
008400 01  WS-WORK-FIELDS.
008500     05  WS-TRAN-EOF-SWITCH        PIC X VALUE 'N'.
008600         88  NO-MORE-SORTED-TRANS  VALUE 'Y'.
008700     05  WS-DRAWER-EOF-SWITCH      PIC X VALUE 'N'.
008800         88  NO-MORE-DRAWERS       VALUE 'Y'.
008833     05  WS-OPERMAST-OPEN-SWITCH   PIC X VALUE 'N'.
008866         88  WS-OPERMAST-IS-OPEN   VALUE 'Y'.
008900     05  WS-NET-CASH-MOVEMENT      PIC S9(09)V99.
009000     05  WS-EXPECTED-CASH          PIC S9(09)V99.
009100     05  WS-OVER-SHORT             PIC S9(09)V99.
009800     05  WS-EDIT-EXPECTED          PIC -(9)9.99.
009900     05  WS-EDIT-COUNTED           PIC -(9)9.99.
010000     05  WS-EDIT-OVER-SHORT        PIC -(9)9.99.
010007     05  WS-DENOM-SUB              PIC 9(02) COMP.
010014     05  WS-DENOMS-OFF             PIC 9(02) COMP.
010021     05  WS-DRAWERS-NOTES-OFF      PIC 9(04) COMP VALUE 0.
010028     05  WS-DENOM-VARIANCES.
010035         10  WS-DENOM-VARIANCE     PIC S9(07) OCCURS 6 TIMES.
010042     05  WS-EDIT-FACE              PIC ZZ9.
010049     05  WS-EDIT-NOTES-EXPECTED    PIC -(6)9.
010056     05  WS-EDIT-NOTES-COUNTED     PIC -(6)9.
010063     05  WS-EDIT-NOTES-OFF         PIC -(6)9.
010070     05  WS-EDIT-VALUE-OFF         PIC -(8)9.
010077     05  WS-VALUE-OFF              PIC S9(09).
010084*----------------------------------------------------------------
010091     COPY DENOMTAB.
010100*----------------------------------------------------------------
010200 01  WS-CURRENT-TIMESTAMP          PIC X(21).
010300 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
017800         OPEN OUTPUT OVER-SHORT-FILE
017900         CLOSE OVER-SHORT-FILE
018000         OPEN I-O OVER-SHORT-FILE
018011     END-IF
018022
018033     OPEN INPUT OPERATOR-MASTER-FILE
018044     IF WS-OPERMAST-STATUS = "00"
018055         MOVE 'Y' TO WS-OPERMAST-OPEN-SWITCH
018066     ELSE
018077         DISPLAY "DRAWERPROOF: NO OPERATOR MASTER - DECK LINES "
018088             "CARRY NO BRANCH, STATUS = " WS-OPERMAST-STATUS
018100     END-IF
018200
018300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
029000     MOVE WS-EXPECTED-CASH  TO WS-EDIT-EXPECTED
029100     MOVE DR-COUNTED-AMOUNT TO WS-EDIT-COUNTED
029200     MOVE WS-OVER-SHORT     TO WS-EDIT-OVER-SHORT
029300     PERFORM 2350-FIND-DRAWER-BRANCH
029350         THRU 2350-FIND-DRAWER-BRANCH-EXIT
029400     MOVE "TELLER DRAWER PROOF" TO ED-SECTION-TITLE
029500     MOVE SPACES TO ED-DETAIL-LINE
029600     IF DR-CASH-COUNTED
030800     MOVE WS-TS-DATE TO ED-RUN-DATE
030900     WRITE EOD-REPORT-DECK-RECORD
031000
031014     MOVE ZERO TO WS-DENOM-VARIANCES
031028     IF DR-CASH-COUNTED
031042         PERFORM 2400-PROVE-DENOMINATIONS
031056             THRU 2400-PROVE-DENOMINATIONS-EXIT
031070     END-IF
031084
031100     IF DR-CASH-COUNTED AND WS-OVER-SHORT NOT = ZERO
031200         ADD 1 TO WS-DRAWERS-OVER-SHORT
031300         CALL "GL-POSTING" USING WS-ZERO-ACCT-NUMBER
031800         MOVE DR-OPERATOR-ID TO OV-OPERATOR-ID
031900         MOVE WS-TS-DATE     TO OV-PROOF-DATE
032000         MOVE WS-OVER-SHORT  TO OV-VARIANCE-AMOUNT
032012         SET OV-SOURCE-TELLER TO TRUE
032024         MOVE WS-DENOM-VARIANCES TO OV-DENOM-VARIANCES
032036         IF DR-DENOM-DETAIL-COMPLETE
032048             SET OV-DENOM-DETAIL-PRESENT TO TRUE
032060         ELSE
032072             MOVE 'N' TO OV-DENOM-DETAIL-FLAG
032084         END-IF
032100         WRITE OVER-SHORT-RECORD
032200             INVALID KEY
032300                 REWRITE OVER-SHORT-RECORD
032900     ADD 1 TO WS-DRAWERS-PROVED
033000     .
033100 2300-JUDGE-DRAWER-EXIT.
033101     EXIT.
033102*----------------------------------------------------------------
033103*  2350-FIND-DRAWER-BRANCH  --  THE DRAWER'S LINES CARRY THE
033104*  TELLER'S HOME BRANCH OFF THE OPERATOR MASTER, SO THE REPORT
033105*  BURST CAN SEND EACH BRANCH ITS OWN DRAWERS.  AN OPERATOR NOT
033106*  ON THE MASTER STAYS BANK-WIDE (SPACES).
033107*----------------------------------------------------------------
033108 2350-FIND-DRAWER-BRANCH.
033109     MOVE SPACES TO ED-BRANCH-ID
033110     IF NOT WS-OPERMAST-IS-OPEN
033111         GO TO 2350-FIND-DRAWER-BRANCH-EXIT
033112     END-IF
033113     MOVE DR-OPERATOR-ID TO OP-OPERATOR-ID
033114     READ OPERATOR-MASTER-FILE
033115         KEY IS OP-OPERATOR-ID
033116         INVALID KEY
033117             GO TO 2350-FIND-DRAWER-BRANCH-EXIT
033118     END-READ
033119     MOVE OP-BRANCH-ID TO ED-BRANCH-ID
033120     .
033121 2350-FIND-DRAWER-BRANCH-EXIT.
033122     EXIT.
033123*----------------------------------------------------------------
033124*  2400-PROVE-DENOMINATIONS  --  CLOSING NOTES AGAINST THE
033125*  RUNNING NOTE COUNT, DENOMINATION BY DENOMINATION.  ONLY THE
033126*  DENOMINATIONS THAT ARE OFF PRINT.  NOTES OFF THAT NET TO A
033127*  ZERO TOTAL (CHANGE GIVEN IN THE WRONG NOTES) STILL PRINT,
033128*  THOUGH THERE IS NO OVER/SHORT TO POST.
033129*----------------------------------------------------------------
033130 2400-PROVE-DENOMINATIONS.
033131     IF NOT DR-DENOM-DETAIL-COMPLETE
033132         MOVE SPACES TO ED-DETAIL-LINE
033133         STRING "OPERATOR " DR-OPERATOR-ID
033134             " NOTE COUNTS INCOMPLETE - PROVED IN TOTAL ONLY"
033135             DELIMITED BY SIZE INTO ED-DETAIL-LINE
033136         WRITE EOD-REPORT-DECK-RECORD
033137         GO TO 2400-PROVE-DENOMINATIONS-EXIT
033138     END-IF
033139     MOVE ZERO TO WS-DENOMS-OFF
033140     PERFORM 2410-PROVE-ONE-DENOMINATION
033141         THRU 2410-PROVE-ONE-DENOMINATION-EXIT
033142         VARYING WS-DENOM-SUB FROM 1 BY 1
033143         UNTIL WS-DENOM-SUB > 6
033144     IF WS-DENOMS-OFF > ZERO
033145         ADD 1 TO WS-DRAWERS-NOTES-OFF
033146     END-IF
033147     .
033148 2400-PROVE-DENOMINATIONS-EXIT.
033149     EXIT.
033150*----------------------------------------------------------------
033151 2410-PROVE-ONE-DENOMINATION.
033152     COMPUTE WS-DENOM-VARIANCE (WS-DENOM-SUB) =
033153         DR-COUNTED-DENOM-COUNT (WS-DENOM-SUB)
033154         - DR-DENOM-COUNT (WS-DENOM-SUB)
033155     IF WS-DENOM-VARIANCE (WS-DENOM-SUB) = ZERO
033156         GO TO 2410-PROVE-ONE-DENOMINATION-EXIT
033157     END-IF
033158     ADD 1 TO WS-DENOMS-OFF
033159     COMPUTE WS-VALUE-OFF =
033160         WS-DENOM-VARIANCE (WS-DENOM-SUB)
033161         * DT-FACE-VALUE (WS-DENOM-SUB)
033162     MOVE DT-FACE-VALUE (WS-DENOM-SUB) TO WS-EDIT-FACE
033163     MOVE DR-DENOM-COUNT (WS-DENOM-SUB) TO WS-EDIT-NOTES-EXPECTED
033164     MOVE DR-COUNTED-DENOM-COUNT (WS-DENOM-SUB)
033165         TO WS-EDIT-NOTES-COUNTED
033166     MOVE WS-DENOM-VARIANCE (WS-DENOM-SUB) TO WS-EDIT-NOTES-OFF
033167     MOVE WS-VALUE-OFF TO WS-EDIT-VALUE-OFF
033168     MOVE SPACES TO ED-DETAIL-LINE
033169     STRING "  " WS-EDIT-FACE "S EXPECTED " WS-EDIT-NOTES-EXPECTED
033170         " COUNTED " WS-EDIT-NOTES-COUNTED
033171         " NOTES " WS-EDIT-NOTES-OFF
033172         " VALUE " WS-EDIT-VALUE-OFF
033173         DELIMITED BY SIZE INTO ED-DETAIL-LINE
033174     WRITE EOD-REPORT-DECK-RECORD
033175     .
033176 2410-PROVE-ONE-DENOMINATION-EXIT.
033200     EXIT.
033300*----------------------------------------------------------------
033400*  2800-READ-NEXT-DRAWER  --  SEQUENTIAL READ-AHEAD ON THE
036200         WS-DRAWERS-PROVED
036300     DISPLAY "DRAWERPROOF: DRAWERS OVER/SHORT = "
036400         WS-DRAWERS-OVER-SHORT
036433     DISPLAY "DRAWERPROOF: DRAWERS NOTES OFF  = "
036466         WS-DRAWERS-NOTES-OFF
036500     .
036600 3000-SHOW-SUMMARY-EXIT.
036700     EXIT.
037300     CLOSE SORTED-TRANSACTION-FILE
037400     CLOSE EOD-REPORT-DECK-FILE
037500     CLOSE OVER-SHORT-FILE
037525     IF WS-OPERMAST-IS-OPEN
037550         CLOSE OPERATOR-MASTER-FILE
037575     END-IF
037600     .
037700 9999-EXIT-EXIT.
037800     EXIT.
