000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CASH-OPS-MAINT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  CASH OPERATIONS DESK
001300*                     CONSOLE (ACCEPT/DISPLAY LOOP, SAME STYLE
001400*                     AS BRANCH-MAINT) FOR THE CASH CENTER SIDE
001500*                     OF BRANCH CASH ORDERING:
001600*                       M  BRANCH CASH HOLDING LIMITS BY
001700*                          DENOMINATION (MANAGER ONLY) - THE
001800*                          MINIMUM AND MAXIMUM THE CASH FORECAST
001900*                          ORDERS AND RETURNS AGAINST.
002000*                       D  THE CASH CENTER'S DISPATCH OF AN
002100*                          ORDER - THE SHIPMENT GOES IN TRANSIT
002200*                          (GL CODE 5, POSITIVE) UNTIL THE
002300*                          BRANCH RECEIVES IT IN VAULT-MAINT.
002400*                       C  THE CASH CENTER'S CONFIRMATION OF A
002500*                          BRANCH RETURN (GL CODE 6, NEGATIVE).
002600*                       K  CANCEL A SHIPMENT NOT YET SHIPPED
002700*                          (SUPERVISOR OR MANAGER).
002800*                       Q  INQUIRE ON ONE SHIPMENT.
002900*                       L  LIST EVERY OUTSTANDING SHIPMENT WITH
003000*                          ITS DAYS IN TRANSIT, AND THE IN
003100*                          TRANSIT TOTAL THE GL SHOULD AGREE TO.
003200*                     EACH CHANGE WRITES AN ACTIVITY AUDIT ROW.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     COPY CLIMSEL.
003800     COPY CSHPSEL.
003900     COPY ACTAUDSEL.
004000*================================================================
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CASH-LIMIT-FILE.
004400     COPY CLIMREC.
004500 FD  CASH-SHIPMENT-FILE.
004600     COPY CSHPREC.
004700 FD  ACTIVITY-AUDIT-FILE.
004800     COPY ACTAUDREC.
004900*----------------------------------------------------------------
005000 WORKING-STORAGE SECTION.
005100 01  WS-FILE-STATUSES.
005200     05  WS-CASHLIM-STATUS         PIC XX.
005300     05  WS-CASHSHIP-STATUS        PIC XX.
005400     05  WS-ACTAUDIT-STATUS        PIC XX.
005500*----------------------------------------------------------------
005600 01  WS-WORK-FIELDS.
005700     05  WS-SESSION-DONE-SWITCH    PIC X VALUE 'N'.
005800         88  WS-SESSION-DONE       VALUE 'Y'.
005900     05  WS-ZERO-AMOUNT            PIC S9(09)V99 VALUE 0.
006000     05  WS-OPER-VERIFY-FLAG       PIC X.
006100     05  WS-OPER-VERIFY-ROLE       PIC X.
006200     05  WS-MENU-CHOICE            PIC X.
006300     05  WS-OPERATOR-ID            PIC X(08).
006400     05  WS-TARGET-BRANCH-ID       PIC X(06).
006500     05  WS-SHIPMENT-ID            PIC 9(08).
006600     05  WS-DENOM-SUB              PIC 9(02) COMP.
006700     05  WS-NEW-MINIMUM            PIC 9(09).
006800     05  WS-NEW-MAXIMUM            PIC 9(09).
006900     05  WS-LIMITS-FOUND-SWITCH    PIC X.
007000         88  WS-LIMITS-FOUND       VALUE 'Y'.
007100     05  WS-LIMITS-BAD-SWITCH      PIC X.
007200         88  WS-LIMITS-BAD         VALUE 'Y'.
007300     05  WS-SHIP-EOF-SWITCH        PIC X.
007400         88  NO-MORE-SHIPMENTS     VALUE 'Y'.
007500     05  WS-SHIPMENTS-LISTED       PIC 9(05) COMP.
007600     05  WS-DAYS-IN-TRANSIT        PIC S9(05) COMP.
007700     05  WS-IN-TRANSIT-TOTAL       PIC S9(11)V99.
007800     05  WS-GL-AMOUNT              PIC S9(09)V99.
007900     05  WS-GL-POST-FLAG           PIC X.
008000     05  WS-ZERO-ACCT-NUMBER       PIC 9(10) VALUE 0.
008100     05  WS-NO-TYPE-CODE           PIC X VALUE SPACE.
008200     05  WS-ACTION-TAKEN           PIC X(15).
008300     05  WS-EDIT-AMOUNT            PIC -(9)9.99.
008400     05  WS-EDIT-TOTAL             PIC -(11)9.99.
008500     05  WS-EDIT-MINIMUM           PIC Z(8)9.
008600     05  WS-EDIT-MAXIMUM           PIC Z(8)9.
008700     05  WS-EDIT-NOTES             PIC Z(6)9.
008800     05  WS-EDIT-DAYS              PIC -(4)9.
008900*----------------------------------------------------------------
009000     COPY DENOMTAB.
009100*----------------------------------------------------------------
009200 01  WS-BRANCH-VALID-FLAG          PIC X.
009300 01  WS-BRANCH-NAME                PIC X(30).
009400 01  WS-BRANCH-ADDRESS             PIC X(60).
009500*----------------------------------------------------------------
009600 01  WS-BUSINESS-DATE              PIC 9(08).
009700 01  WS-BUSDATE-FLAG               PIC X.
009800 01  WS-CURRENT-TIMESTAMP          PIC X(21).
009900 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
010000     05  WS-TS-DATE                PIC 9(08).
010100     05  FILLER                    PIC X(13).
010200*================================================================
010300 PROCEDURE DIVISION.
010400*================================================================
010500 0000-MAINLINE.
010600     DISPLAY "CASH OPERATIONS - BRANCH CASH ORDERING"
010700     DISPLAY "ENTER OPERATOR ID: "
010800     ACCEPT WS-OPERATOR-ID
010900     CALL "OPER-VERIFY" USING WS-OPERATOR-ID
011000         WS-ZERO-AMOUNT WS-OPER-VERIFY-FLAG
011100         WS-OPER-VERIFY-ROLE
011200     IF WS-OPER-VERIFY-FLAG NOT = "Y"
011300         DISPLAY "OPERATOR NOT AUTHORIZED"
011400         STOP RUN
011500     END-IF
011600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
011700     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
011800         WS-BUSDATE-FLAG
011900     IF WS-BUSDATE-FLAG = "Y"
012000         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
012100     END-IF
012200     PERFORM 2000-WORK-ONE-CHOICE
012300         THRU 2000-WORK-ONE-CHOICE-EXIT
012400         UNTIL WS-SESSION-DONE
012500     STOP RUN.
012600*----------------------------------------------------------------
012700 2000-WORK-ONE-CHOICE.
012800     DISPLAY "M=BRANCH CASH LIMITS  D=DISPATCH ORDER  "
012900         "C=CONFIRM RETURN  K=CANCEL SHIPMENT"
013000     DISPLAY "Q=INQUIRE SHIPMENT  L=LIST OUTSTANDING  X=EXIT"
013100     DISPLAY "CHOICE: "
013200     ACCEPT WS-MENU-CHOICE
013300     EVALUATE WS-MENU-CHOICE
013400         WHEN 'M'
013500             PERFORM 3000-MAINTAIN-LIMITS
013600                 THRU 3000-MAINTAIN-LIMITS-EXIT
013700         WHEN 'D'
013800             PERFORM 4000-DISPATCH-ORDER
013900                 THRU 4000-DISPATCH-ORDER-EXIT
014000         WHEN 'C'
014100             PERFORM 5000-CONFIRM-RETURN
014200                 THRU 5000-CONFIRM-RETURN-EXIT
014300         WHEN 'K'
014400             PERFORM 6000-CANCEL-SHIPMENT
014500                 THRU 6000-CANCEL-SHIPMENT-EXIT
014600         WHEN 'Q'
014700             PERFORM 7000-INQUIRE-SHIPMENT
014800                 THRU 7000-INQUIRE-SHIPMENT-EXIT
014900         WHEN 'L'
015000             PERFORM 7500-LIST-OUTSTANDING
015100                 THRU 7500-LIST-OUTSTANDING-EXIT
015200         WHEN 'X'
015300             MOVE 'Y' TO WS-SESSION-DONE-SWITCH
015400         WHEN OTHER
015500             DISPLAY "INVALID CHOICE"
015600     END-EVALUATE
015700     .
015800 2000-WORK-ONE-CHOICE-EXIT.
015900     EXIT.
016000*----------------------------------------------------------------
016100*  3000-MAINTAIN-LIMITS  --  ALL SIX DENOMINATIONS ARE KEYED
016200*  TOGETHER; ONE MAXIMUM BELOW ITS MINIMUM REFUSES THE LOT.  A
016300*  ZERO MAXIMUM LEAVES THE DENOMINATION UNMANAGED.
016400*----------------------------------------------------------------
016500 3000-MAINTAIN-LIMITS.
016600     IF WS-OPER-VERIFY-ROLE NOT = 'M'
016700         DISPLAY "REFUSED - REQUIRES A MANAGER"
016800         GO TO 3000-MAINTAIN-LIMITS-EXIT
016900     END-IF
017000     DISPLAY "ENTER BRANCH ID: "
017100     ACCEPT WS-TARGET-BRANCH-ID
017200     CALL "BRANCH-VERIFY" USING WS-TARGET-BRANCH-ID
017300         WS-BRANCH-VALID-FLAG WS-BRANCH-NAME
017400         WS-BRANCH-ADDRESS
017500     IF WS-BRANCH-VALID-FLAG NOT = 'Y'
017600         DISPLAY "BRANCH NOT ON THE BRANCH MASTER"
017700         GO TO 3000-MAINTAIN-LIMITS-EXIT
017800     END-IF
017900     OPEN I-O CASH-LIMIT-FILE
018000     IF WS-CASHLIM-STATUS = "35"
018100         CLOSE CASH-LIMIT-FILE
018200         OPEN OUTPUT CASH-LIMIT-FILE
018300         CLOSE CASH-LIMIT-FILE
018400         OPEN I-O CASH-LIMIT-FILE
018500     END-IF
018600     IF WS-CASHLIM-STATUS NOT = "00"
018700         DISPLAY "CASHOPS: UNABLE TO OPEN CASH LIMITS, "
018800             "STATUS = " WS-CASHLIM-STATUS
018900         GO TO 3000-MAINTAIN-LIMITS-EXIT
019000     END-IF
019100     MOVE 'Y' TO WS-LIMITS-FOUND-SWITCH
019200     MOVE WS-TARGET-BRANCH-ID TO CL-BRANCH-ID
019300     READ CASH-LIMIT-FILE
019400         KEY IS CL-BRANCH-ID
019500         INVALID KEY
019600             MOVE 'N' TO WS-LIMITS-FOUND-SWITCH
019700     END-READ
019800     IF WS-LIMITS-FOUND
019900         DISPLAY "CURRENT LIMITS FOR " WS-TARGET-BRANCH-ID
020000             " " WS-BRANCH-NAME
020100         PERFORM 3100-SHOW-ONE-LIMIT
020200             THRU 3100-SHOW-ONE-LIMIT-EXIT
020300             VARYING WS-DENOM-SUB FROM 1 BY 1
020400             UNTIL WS-DENOM-SUB > 6
020500     ELSE
020600         MOVE SPACES TO CASH-LIMIT-RECORD
020700         MOVE WS-TARGET-BRANCH-ID TO CL-BRANCH-ID
020800     END-IF
020900
021000     MOVE 'N' TO WS-LIMITS-BAD-SWITCH
021100     PERFORM 3200-CAPTURE-ONE-LIMIT
021200         THRU 3200-CAPTURE-ONE-LIMIT-EXIT
021300         VARYING WS-DENOM-SUB FROM 1 BY 1
021400         UNTIL WS-DENOM-SUB > 6
021500     IF WS-LIMITS-BAD
021600         DISPLAY "A MAXIMUM IS BELOW ITS MINIMUM - LIMITS NOT "
021700             "CHANGED"
021800         CLOSE CASH-LIMIT-FILE
021900         GO TO 3000-MAINTAIN-LIMITS-EXIT
022000     END-IF
022100     MOVE WS-TS-DATE     TO CL-LAST-CHANGED-DATE
022200     MOVE WS-OPERATOR-ID TO CL-LAST-CHANGED-BY
022300     IF WS-LIMITS-FOUND
022400         REWRITE CASH-LIMIT-RECORD
022500     ELSE
022600         WRITE CASH-LIMIT-RECORD
022700     END-IF
022800     CLOSE CASH-LIMIT-FILE
022900
023000     MOVE "LIMITS SET" TO WS-ACTION-TAKEN
023100     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
023200         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
023300     DISPLAY "CASH LIMITS RECORDED FOR BRANCH "
023400         WS-TARGET-BRANCH-ID
023500     .
023600 3000-MAINTAIN-LIMITS-EXIT.
023700     EXIT.
023800*----------------------------------------------------------------
023900 3100-SHOW-ONE-LIMIT.
024000     MOVE CL-MINIMUM-VALUE (WS-DENOM-SUB) TO WS-EDIT-MINIMUM
024100     MOVE CL-MAXIMUM-VALUE (WS-DENOM-SUB) TO WS-EDIT-MAXIMUM
024200     DISPLAY "  " DT-FACE-VALUE (WS-DENOM-SUB)
024300         "S  MIN " WS-EDIT-MINIMUM "  MAX " WS-EDIT-MAXIMUM
024400     .
024500 3100-SHOW-ONE-LIMIT-EXIT.
024600     EXIT.
024700*----------------------------------------------------------------
024800 3200-CAPTURE-ONE-LIMIT.
024900     DISPLAY DT-FACE-VALUE (WS-DENOM-SUB)
025000         "S - MINIMUM VALUE TO HOLD: "
025100     ACCEPT WS-NEW-MINIMUM
025200     DISPLAY DT-FACE-VALUE (WS-DENOM-SUB)
025300         "S - MAXIMUM VALUE TO HOLD (0 = NOT MANAGED): "
025400     ACCEPT WS-NEW-MAXIMUM
025500     IF WS-NEW-MAXIMUM NOT = ZERO
025600             AND WS-NEW-MAXIMUM < WS-NEW-MINIMUM
025700         MOVE 'Y' TO WS-LIMITS-BAD-SWITCH
025800     END-IF
025900     MOVE WS-NEW-MINIMUM TO CL-MINIMUM-VALUE (WS-DENOM-SUB)
026000     MOVE WS-NEW-MAXIMUM TO CL-MAXIMUM-VALUE (WS-DENOM-SUB)
026100     .
026200 3200-CAPTURE-ONE-LIMIT-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------
026500*  4000-DISPATCH-ORDER  --  THE CASH CENTER HAS HANDED AN
026600*  ORDERED SHIPMENT TO THE CARRIER.  IT IS IN TRANSIT FROM
026700*  HERE UNTIL THE BRANCH RECEIVES IT INTO ITS VAULT.
026800*----------------------------------------------------------------
026900 4000-DISPATCH-ORDER.
027000     PERFORM 7800-READ-SHIPMENT
027100         THRU 7800-READ-SHIPMENT-EXIT
027200     IF WS-CASHSHIP-STATUS NOT = "00"
027300         GO TO 4000-DISPATCH-ORDER-EXIT
027400     END-IF
027500     IF NOT SH-ORDER-IN
027600         DISPLAY "SHIPMENT IS A BRANCH RETURN - THE BRANCH "
027700             "SHIPS IT FROM ITS VAULT"
027800         CLOSE CASH-SHIPMENT-FILE
027900         GO TO 4000-DISPATCH-ORDER-EXIT
028000     END-IF
028100     IF NOT SH-ORDERED
028200         DISPLAY "SHIPMENT IS NOT AWAITING DISPATCH - STATUS "
028300             SH-STATUS
028400         CLOSE CASH-SHIPMENT-FILE
028500         GO TO 4000-DISPATCH-ORDER-EXIT
028600     END-IF
028700     DISPLAY "ENTER CARRIER REFERENCE: "
028800     ACCEPT SH-CARRIER-REF
028900     SET SH-IN-TRANSIT TO TRUE
029000     MOVE WS-TS-DATE     TO SH-DISPATCH-DATE
029100     MOVE WS-OPERATOR-ID TO SH-DISPATCHED-BY
029200     REWRITE CASH-SHIPMENT-RECORD
029300     MOVE SH-BRANCH-ID TO WS-TARGET-BRANCH-ID
029400     MOVE SH-AMOUNT    TO WS-GL-AMOUNT
029500     CLOSE CASH-SHIPMENT-FILE
029600
029700     CALL "GL-POSTING" USING WS-ZERO-ACCT-NUMBER
029800         WS-NO-TYPE-CODE "5" WS-GL-AMOUNT
029900         WS-OPERATOR-ID WS-GL-POST-FLAG
030000     IF WS-GL-POST-FLAG NOT = 'Y'
030100         DISPLAY "CASHOPS: CASH IN TRANSIT GL NOT POSTED FOR "
030200             "SHIPMENT " WS-SHIPMENT-ID
030300     END-IF
030400     MOVE SPACES TO WS-ACTION-TAKEN
030500     STRING "DISP " WS-SHIPMENT-ID
030600         DELIMITED BY SIZE INTO WS-ACTION-TAKEN
030700     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
030800         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
030900     MOVE WS-GL-AMOUNT TO WS-EDIT-AMOUNT
031000     DISPLAY "SHIPMENT " WS-SHIPMENT-ID " OF " WS-EDIT-AMOUNT
031100         " IN TRANSIT TO BRANCH " WS-TARGET-BRANCH-ID
031200     .
031300 4000-DISPATCH-ORDER-EXIT.
031400     EXIT.
031500*----------------------------------------------------------------
031600*  5000-CONFIRM-RETURN  --  THE CASH CENTER HAS COUNTED IN A
031700*  BRANCH RETURN, WHICH LEAVES CASH IN TRANSIT.
031800*----------------------------------------------------------------
031900 5000-CONFIRM-RETURN.
032000     PERFORM 7800-READ-SHIPMENT
032100         THRU 7800-READ-SHIPMENT-EXIT
032200     IF WS-CASHSHIP-STATUS NOT = "00"
032300         GO TO 5000-CONFIRM-RETURN-EXIT
032400     END-IF
032500     IF NOT SH-RETURN-OUT
032600         DISPLAY "SHIPMENT IS AN ORDER - THE BRANCH RECEIVES "
032700             "IT INTO ITS VAULT"
032800         CLOSE CASH-SHIPMENT-FILE
032900         GO TO 5000-CONFIRM-RETURN-EXIT
033000     END-IF
033100     IF NOT SH-IN-TRANSIT
033200         DISPLAY "RETURN IS NOT IN TRANSIT - STATUS "
033300             SH-STATUS
033400         CLOSE CASH-SHIPMENT-FILE
033500         GO TO 5000-CONFIRM-RETURN-EXIT
033600     END-IF
033700     SET SH-RECEIVED TO TRUE
033800     MOVE WS-TS-DATE     TO SH-RECEIVE-DATE
033900     MOVE WS-OPERATOR-ID TO SH-RECEIVED-BY
034000     REWRITE CASH-SHIPMENT-RECORD
034100     MOVE SH-BRANCH-ID TO WS-TARGET-BRANCH-ID
034200     COMPUTE WS-GL-AMOUNT = 0 - SH-AMOUNT
034300     CLOSE CASH-SHIPMENT-FILE
034400
034500     CALL "GL-POSTING" USING WS-ZERO-ACCT-NUMBER
034600         WS-NO-TYPE-CODE "6" WS-GL-AMOUNT
034700         WS-OPERATOR-ID WS-GL-POST-FLAG
034800     IF WS-GL-POST-FLAG NOT = 'Y'
034900         DISPLAY "CASHOPS: CASH IN TRANSIT GL NOT POSTED FOR "
035000             "SHIPMENT " WS-SHIPMENT-ID
035100     END-IF
035200     MOVE SPACES TO WS-ACTION-TAKEN
035300     STRING "CONF " WS-SHIPMENT-ID
035400         DELIMITED BY SIZE INTO WS-ACTION-TAKEN
035500     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
035600         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
035700     DISPLAY "RETURN " WS-SHIPMENT-ID " FROM BRANCH "
035800         WS-TARGET-BRANCH-ID " CONFIRMED AT THE CASH CENTER"
035900     .
036000 5000-CONFIRM-RETURN-EXIT.
036100     EXIT.
036200*----------------------------------------------------------------
036300*  6000-CANCEL-SHIPMENT  --  ONLY BEFORE ANYTHING HAS MOVED.
036400*----------------------------------------------------------------
036500 6000-CANCEL-SHIPMENT.
036600     IF WS-OPER-VERIFY-ROLE NOT = 'S'
036700             AND WS-OPER-VERIFY-ROLE NOT = 'M'
036800         DISPLAY "REFUSED - REQUIRES A SUPERVISOR OR MANAGER"
036900         GO TO 6000-CANCEL-SHIPMENT-EXIT
037000     END-IF
037100     PERFORM 7800-READ-SHIPMENT
037200         THRU 7800-READ-SHIPMENT-EXIT
037300     IF WS-CASHSHIP-STATUS NOT = "00"
037400         GO TO 6000-CANCEL-SHIPMENT-EXIT
037500     END-IF
037600     IF NOT SH-ORDERED
037700         DISPLAY "SHIPMENT HAS ALREADY MOVED OR CLOSED - "
037800             "STATUS " SH-STATUS
037900         CLOSE CASH-SHIPMENT-FILE
038000         GO TO 6000-CANCEL-SHIPMENT-EXIT
038100     END-IF
038200     SET SH-CANCELLED TO TRUE
038300     REWRITE CASH-SHIPMENT-RECORD
038400     MOVE SH-BRANCH-ID TO WS-TARGET-BRANCH-ID
038500     CLOSE CASH-SHIPMENT-FILE
038600     MOVE SPACES TO WS-ACTION-TAKEN
038700     STRING "CANC " WS-SHIPMENT-ID
038800         DELIMITED BY SIZE INTO WS-ACTION-TAKEN
038900     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
039000         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
039100     DISPLAY "SHIPMENT " WS-SHIPMENT-ID " CANCELLED"
039200     .
039300 6000-CANCEL-SHIPMENT-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600 7000-INQUIRE-SHIPMENT.
039700     PERFORM 7800-READ-SHIPMENT
039800         THRU 7800-READ-SHIPMENT-EXIT
039900     IF WS-CASHSHIP-STATUS NOT = "00"
040000         GO TO 7000-INQUIRE-SHIPMENT-EXIT
040100     END-IF
040200     MOVE SH-AMOUNT TO WS-EDIT-AMOUNT
040300     DISPLAY "SHIPMENT " SH-SHIPMENT-ID " BRANCH " SH-BRANCH-ID
040400         " DIRECTION " SH-DIRECTION " STATUS " SH-STATUS
040500         " AMOUNT " WS-EDIT-AMOUNT
040600     DISPLAY "  ORDERED " SH-ORDER-DATE
040700         " FOR DELIVERY " SH-DELIVERY-DATE
040800         " BY " SH-ORDERED-BY
040900     DISPLAY "  DISPATCHED " SH-DISPATCH-DATE
041000         " BY " SH-DISPATCHED-BY
041100         " CARRIER REF " SH-CARRIER-REF
041200     DISPLAY "  RECEIVED " SH-RECEIVE-DATE
041300         " BY " SH-RECEIVED-BY
041400     PERFORM 7100-SHOW-ONE-DENOMINATION
041500         THRU 7100-SHOW-ONE-DENOMINATION-EXIT
041600         VARYING WS-DENOM-SUB FROM 1 BY 1
041700         UNTIL WS-DENOM-SUB > 6
041800     CLOSE CASH-SHIPMENT-FILE
041900     .
042000 7000-INQUIRE-SHIPMENT-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300 7100-SHOW-ONE-DENOMINATION.
042400     IF SH-DENOM-COUNT (WS-DENOM-SUB) > ZERO
042500         MOVE SH-DENOM-COUNT (WS-DENOM-SUB) TO WS-EDIT-NOTES
042600         DISPLAY "  " DT-FACE-VALUE (WS-DENOM-SUB) "S "
042700             WS-EDIT-NOTES
042800     END-IF
042900     .
043000 7100-SHOW-ONE-DENOMINATION-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300*  7500-LIST-OUTSTANDING  --  EVERY SHIPMENT ORDERED OR IN
043400*  TRANSIT.  THE IN TRANSIT TOTAL IS WHAT THE CASH IN TRANSIT
043500*  GL ACCOUNT SHOULD CARRY.
043600*----------------------------------------------------------------
043700 7500-LIST-OUTSTANDING.
043800     OPEN INPUT CASH-SHIPMENT-FILE
043900     IF WS-CASHSHIP-STATUS NOT = "00"
044000         DISPLAY "NO CASH SHIPMENT REGISTER"
044100         GO TO 7500-LIST-OUTSTANDING-EXIT
044200     END-IF
044300     MOVE 'N' TO WS-SHIP-EOF-SWITCH
044400     MOVE ZERO TO WS-SHIPMENTS-LISTED
044500     MOVE ZERO TO WS-IN-TRANSIT-TOTAL
044600     PERFORM 7600-LIST-ONE-SHIPMENT
044700         THRU 7600-LIST-ONE-SHIPMENT-EXIT
044800         UNTIL NO-MORE-SHIPMENTS
044900     CLOSE CASH-SHIPMENT-FILE
045000     MOVE WS-IN-TRANSIT-TOTAL TO WS-EDIT-TOTAL
045100     DISPLAY "SHIPMENTS OUTSTANDING = " WS-SHIPMENTS-LISTED
045200     DISPLAY "CASH IN TRANSIT       = " WS-EDIT-TOTAL
045300     .
045400 7500-LIST-OUTSTANDING-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700 7600-LIST-ONE-SHIPMENT.
045800     READ CASH-SHIPMENT-FILE NEXT RECORD
045900         AT END
046000             MOVE 'Y' TO WS-SHIP-EOF-SWITCH
046100             GO TO 7600-LIST-ONE-SHIPMENT-EXIT
046200     END-READ
046300     IF NOT SH-OUTSTANDING
046400         GO TO 7600-LIST-ONE-SHIPMENT-EXIT
046500     END-IF
046600     ADD 1 TO WS-SHIPMENTS-LISTED
046700     MOVE SH-AMOUNT TO WS-EDIT-AMOUNT
046800     IF SH-IN-TRANSIT
046900         ADD SH-AMOUNT TO WS-IN-TRANSIT-TOTAL
047000         COMPUTE WS-DAYS-IN-TRANSIT =
047100             FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
047200             - FUNCTION INTEGER-OF-DATE(SH-DISPATCH-DATE)
047300         MOVE WS-DAYS-IN-TRANSIT TO WS-EDIT-DAYS
047400         DISPLAY SH-SHIPMENT-ID " " SH-BRANCH-ID " "
047500             SH-DIRECTION " IN TRANSIT " WS-EDIT-AMOUNT
047600             " SINCE " SH-DISPATCH-DATE " DAYS " WS-EDIT-DAYS
047700     ELSE
047800         DISPLAY SH-SHIPMENT-ID " " SH-BRANCH-ID " "
047900             SH-DIRECTION " ORDERED    " WS-EDIT-AMOUNT
048000             " FOR " SH-DELIVERY-DATE
048100     END-IF
048200     .
048300 7600-LIST-ONE-SHIPMENT-EXIT.
048400     EXIT.
048500*----------------------------------------------------------------
048600*  7800-READ-SHIPMENT  --  THE SHIPMENT THE OPERATOR NAMES,
048700*  HELD FOR UPDATE.  A STATUS OTHER THAN "00" ON RETURN MEANS
048800*  THERE IS NOTHING TO WORK AND THE FILE IS CLOSED.
048900*----------------------------------------------------------------
049000 7800-READ-SHIPMENT.
049100     DISPLAY "ENTER SHIPMENT ID: "
049200     ACCEPT WS-SHIPMENT-ID
049300     OPEN I-O CASH-SHIPMENT-FILE
049400     IF WS-CASHSHIP-STATUS NOT = "00"
049500         DISPLAY "NO CASH SHIPMENT REGISTER"
049600         GO TO 7800-READ-SHIPMENT-EXIT
049700     END-IF
049800     MOVE WS-SHIPMENT-ID TO SH-SHIPMENT-ID
049900     READ CASH-SHIPMENT-FILE
050000         KEY IS SH-SHIPMENT-ID
050100         INVALID KEY
050200             DISPLAY "SHIPMENT NOT ON THE REGISTER"
050300             CLOSE CASH-SHIPMENT-FILE
050400             MOVE "23" TO WS-CASHSHIP-STATUS
050500     END-READ
050600     .
050700 7800-READ-SHIPMENT-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000*  8000-WRITE-ACTIVITY-AUDIT-RECORD  --  THE BEFORE VALUE
051100*  CARRIES THE BRANCH, THE AFTER VALUE THE ACTION TAKEN.
051200*----------------------------------------------------------------
051300 8000-WRITE-ACTIVITY-AUDIT-RECORD.
051400     OPEN EXTEND ACTIVITY-AUDIT-FILE
051500     IF WS-ACTAUDIT-STATUS = "35"
051600         CLOSE ACTIVITY-AUDIT-FILE
051700         OPEN OUTPUT ACTIVITY-AUDIT-FILE
051800     END-IF
051900     MOVE "CASHOPS"      TO AL-PROGRAM-ID
052000     MOVE ZERO           TO AL-ACCT-NUMBER
052100     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
052200     MOVE WS-TARGET-BRANCH-ID TO AL-BEFORE-VALUE
052300     MOVE WS-ACTION-TAKEN   TO AL-AFTER-VALUE
052400     MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
052500     WRITE ACTIVITY-AUDIT-RECORD
052600     CLOSE ACTIVITY-AUDIT-FILE
052700     .
052800 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
052900     EXIT.
053000 END PROGRAM CASH-OPS-MAINT.
