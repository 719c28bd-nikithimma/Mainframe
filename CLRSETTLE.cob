000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CLEARING-SETTLE-RECON.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  PROVES THE CLEARING
001300*                     HOUSE'S DAILY NET SETTLEMENT FIGURE
001400*                     AGAINST OUR OWN BOOKS.  THE SETTLEMENT
001500*                     ADVICE (ONE NET FIGURE AND THE ITEMS
001600*                     BEHIND IT) IS LOADED UP FRONT, THEN THE
001700*                     DAY'S ITEMS ON OUR SIDE ARE MATCHED TO IT
001800*                     BY ITEM TYPE AND PRESENTMENT REFERENCE -
001900*                     ITEMS PRESENTED TO US (CHKPRSNT), RETURNS
002000*                     WE SENT (CHKPRTN), RETURNS RECEIVED ON
002100*                     OUR CASH LETTER (CHKCLEAR) AND THE ITEMS
002200*                     ON THE DAY'S OUTBOUND CASH LETTER
002300*                     (CASHLTR).  A MATCH WHOSE AMOUNTS DIFFER
002400*                     BY MORE THAN THE SETTLE-TOLERANCE
002500*                     PARAMETER IS REPORTED OUT OF TOLERANCE;
002600*                     ITEMS ON ONE SIDE ONLY ARE REPORTED AS
002700*                     UNMATCHED.  OUR EXPECTED NET IS THE CASH
002800*                     LETTER LESS RETURNS RECEIVED LESS PAID
002900*                     PRESENTMENTS (PRESENTED LESS RETURNS
003000*                     SENT).  ANY DIFFERENCE FROM THE CLEARING
003100*                     HOUSE'S FIGURE IS RAISED AS AN EOD
003200*                     EXCEPTION ON ACCOUNT ZERO, SO THE NEXT
003300*                     EOD-SUSPENSE-POST RUN BOOKS IT TO
003400*                     SUSPENSE AND AN ANALYST WORKS IT IN
003500*                     SUSPENSE-CLEAR.  A RERUN FOR A SETTLEMENT
003600*                     DATE ALREADY RAISED DOES NOT RAISE IT
003700*                     AGAIN.
003800*================================================================
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     COPY SETLSEL.
004300     COPY PRSISEL.
004400     COPY CHKCSEL.
004500     COPY CLTRSEL.
004600     COPY EODESEL.
004700     COPY PARMSEL.
004800     SELECT SETTLEMENT-REPORT-FILE
004900         ASSIGN TO "SETLRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SETLRPT-STATUS.
005200*================================================================
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  SETTLEMENT-ADVICE-FILE.
005600     COPY SETLREC.
005700 FD  PRESENTED-ITEM-FILE.
005800     COPY PRSIREC.
005900 FD  PRESENTMENT-RETURN-FILE.
006000 01  PRESENTMENT-RETURN-RECORD.
006100     05  PN-ACCT-NUMBER            PIC 9(10).
006200     05  PN-CHECK-NUMBER           PIC X(10).
006300     05  PN-AMOUNT                 PIC 9(09)V99.
006400     05  PN-PRESENT-REF            PIC X(12).
006500     05  PN-REASON-CODE            PIC X(02).
006600     05  PN-RETURN-DATE            PIC 9(08).
006700 FD  CHECK-CLEARING-FILE.
006800     COPY CHKCREC.
006900 FD  CASH-LETTER-FILE.
007000     COPY CLTRREC.
007100 FD  EOD-EXCEPTION-FILE.
007200     COPY EODEREC.
007300 FD  BUSINESS-PARAMETER-FILE.
007400     COPY PARMREC.
007500 FD  SETTLEMENT-REPORT-FILE.
007600 01  SETTLEMENT-REPORT-LINE        PIC X(100).
007700*----------------------------------------------------------------
007800 WORKING-STORAGE SECTION.
007900 01  WS-FILE-STATUSES.
008000     05  WS-SETLADV-STATUS         PIC XX.
008100     05  WS-CHKPRSNT-STATUS        PIC XX.
008200     05  WS-CHKPRTN-STATUS         PIC XX.
008300     05  WS-CHKCLEAR-STATUS        PIC XX.
008400     05  WS-CASHLTR-STATUS         PIC XX.
008500     05  WS-EODEXCP-STATUS         PIC XX.
008600     05  WS-BUSPARM-STATUS         PIC XX.
008700     05  WS-SETLRPT-STATUS         PIC XX.
008800*----------------------------------------------------------------
008900*  THE ADVICE'S ITEMS, LOADED UP FRONT - SAME TABLE SHAPE AS
009000*  THE NOSTRO STATEMENT.
009100*----------------------------------------------------------------
009200 01  WS-ADVICE-TABLE.
009300     05  WS-AD-ENTRY               OCCURS 2000 TIMES.
009400         10  WS-AD-ITEM-TYPE       PIC X.
009500         10  WS-AD-PRESENT-REF     PIC X(12).
009600         10  WS-AD-AMOUNT          PIC 9(09)V99.
009700         10  WS-AD-MATCHED-FLAG    PIC X.
009800 01  WS-ADVICE-COUNT               PIC 9(04) COMP VALUE 0.
009900*----------------------------------------------------------------
010000 01  WS-WORK-FIELDS.
010100     05  WS-ADV-EOF-SWITCH         PIC X VALUE 'N'.
010200         88  NO-MORE-ADVICE-ROWS   VALUE 'Y'.
010300     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
010400         88  NO-MORE-PARAMETERS    VALUE 'Y'.
010500     05  WS-ITEM-EOF-SWITCH        PIC X.
010600         88  NO-MORE-ITEMS         VALUE 'Y'.
010700     05  WS-EXCP-EOF-SWITCH        PIC X.
010800         88  NO-MORE-EXCEPTIONS    VALUE 'Y'.
010900     05  WS-HEADER-SWITCH          PIC X VALUE 'N'.
011000         88  WS-HEADER-LOADED      VALUE 'Y'.
011100     05  WS-LETTER-SWITCH          PIC X VALUE 'N'.
011200         88  WS-LETTER-IN-SCOPE    VALUE 'Y'.
011300     05  WS-FOUND-FLAG             PIC X.
011400     05  WS-ALREADY-RAISED-FLAG    PIC X.
011500     05  WS-SUB                    PIC 9(04) COMP.
011600     05  WS-MATCH-TYPE             PIC X.
011700     05  WS-MATCH-REFERENCE        PIC X(12).
011800     05  WS-MATCH-AMOUNT           PIC 9(09)V99.
011900     05  WS-AMOUNT-DIFFERENCE      PIC S9(09)V99.
012000     05  WS-EDIT-AMOUNT            PIC -(11)9.99.
012100     05  WS-EDIT-OTHER-AMOUNT      PIC -(11)9.99.
012200     05  WS-EDIT-COUNT             PIC ZZZZZ9.
012300*----------------------------------------------------------------
012400*  THE SETTLEMENT BEING PROVED.  THE ADVICE HEADER SUPPLIES THE
012500*  DATE AND NET FIGURE; WITH NO HEADER THE BUSINESS DATE IS
012600*  USED AND THE CLEARING HOUSE FIGURE IS TAKEN AS ZERO.
012700*----------------------------------------------------------------
012800 01  WS-SETTLE-DATE                PIC 9(08).
012900 01  WS-SETTLE-TOLERANCE           PIC 9(07)V99 VALUE 0.
013000 01  WS-ADVICE-NET                 PIC S9(11)V99 VALUE 0.
013100 01  WS-ADVICE-ITEM-COUNT          PIC 9(06) VALUE 0.
013200 01  WS-ADVICE-DETAIL-NET          PIC S9(11)V99 VALUE 0.
013300 01  WS-EXPECTED-NET               PIC S9(11)V99 VALUE 0.
013400 01  WS-PAID-PRESENTMENTS          PIC S9(11)V99 VALUE 0.
013500 01  WS-NET-DIFFERENCE             PIC S9(11)V99 VALUE 0.
013600*----------------------------------------------------------------
013700*  OUR SIDE, BY ITEM TYPE.
013800*----------------------------------------------------------------
013900 01  WS-OUR-TOTALS.
014000     05  WS-PRESENTED-TOTAL        PIC S9(11)V99 VALUE 0.
014100     05  WS-RETURNS-SENT-TOTAL     PIC S9(11)V99 VALUE 0.
014200     05  WS-RETURNS-RECEIVED-TOTAL PIC S9(11)V99 VALUE 0.
014300     05  WS-CASH-LETTER-TOTAL      PIC S9(11)V99 VALUE 0.
014400 01  WS-RUN-COUNTERS.
014500     05  WS-OUR-ITEMS-READ         PIC 9(06) COMP VALUE 0.
014600     05  WS-MATCHED-COUNT          PIC 9(06) COMP VALUE 0.
014700     05  WS-TOLERANCE-COUNT        PIC 9(06) COMP VALUE 0.
014800     05  WS-OURS-OPEN-COUNT        PIC 9(06) COMP VALUE 0.
014900     05  WS-THEIRS-OPEN-COUNT      PIC 9(06) COMP VALUE 0.
015000     05  WS-EXCEPTIONS-RAISED      PIC 9(06) COMP VALUE 0.
015100*----------------------------------------------------------------
015200 01  WS-BUSINESS-DATE              PIC 9(08).
015300 01  WS-BUSDATE-FLAG               PIC X.
015400 01  WS-CURRENT-TIMESTAMP          PIC X(21).
015500 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
015600     05  WS-TS-DATE                PIC 9(08).
015700     05  FILLER                    PIC X(13).
015800*----------------------------------------------------------------
015900 01  WS-RUN-HISTORY-FIELDS.
016000     05  WS-RH-STEP-NAME           PIC X(08) VALUE "SETLSTEP".
016100     05  WS-RH-START-TIMESTAMP     PIC X(21).
016200     05  WS-RH-RECORDS-READ        PIC 9(08).
016300     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
016400     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99 VALUE 0.
016500     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
016600*================================================================
016700 PROCEDURE DIVISION.
016800*================================================================
016900 0000-MAINLINE.
017000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
017100     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
017200     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
017300         WS-BUSDATE-FLAG
017400     IF WS-BUSDATE-FLAG = "Y"
017500         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
017600     END-IF
017700     PERFORM 1000-INITIALIZE
017800         THRU 1000-INITIALIZE-EXIT
017900     PERFORM 2000-MATCH-THE-PRESENTMENTS
018000         THRU 2000-MATCH-THE-PRESENTMENTS-EXIT
018100     PERFORM 3000-MATCH-THE-RETURNS-SENT
018200         THRU 3000-MATCH-THE-RETURNS-SENT-EXIT
018300     PERFORM 4000-MATCH-THE-RETURNS-RECEIVED
018400         THRU 4000-MATCH-THE-RETURNS-RECEIVED-EXIT
018500     PERFORM 5000-MATCH-THE-CASH-LETTER
018600         THRU 5000-MATCH-THE-CASH-LETTER-EXIT
018700     PERFORM 6000-REPORT-THEIR-OPEN-ITEMS
018800         THRU 6000-REPORT-THEIR-OPEN-ITEMS-EXIT
018900     PERFORM 7000-PROVE-THE-NET
019000         THRU 7000-PROVE-THE-NET-EXIT
019100     CLOSE SETTLEMENT-REPORT-FILE
019200     DISPLAY "CLRSETL: SETTLEMENT DATE      = " WS-SETTLE-DATE
019300     DISPLAY "CLRSETL: ADVICE ITEMS LOADED  = " WS-ADVICE-COUNT
019400     DISPLAY "CLRSETL: OUR ITEMS READ       = "
019500         WS-OUR-ITEMS-READ
019600     DISPLAY "CLRSETL: ITEMS MATCHED        = " WS-MATCHED-COUNT
019700     DISPLAY "CLRSETL: OUT OF TOLERANCE     = "
019800         WS-TOLERANCE-COUNT
019900     DISPLAY "CLRSETL: OURS NOT THEIRS      = "
020000         WS-OURS-OPEN-COUNT
020100     DISPLAY "CLRSETL: THEIRS NOT OURS      = "
020200         WS-THEIRS-OPEN-COUNT
020300     MOVE WS-NET-DIFFERENCE TO WS-EDIT-AMOUNT
020400     DISPLAY "CLRSETL: NET DIFFERENCE       = " WS-EDIT-AMOUNT
020500     DISPLAY "CLRSETL: EXCEPTIONS RAISED    = "
020600         WS-EXCEPTIONS-RAISED
020700     MOVE WS-OUR-ITEMS-READ TO WS-RH-RECORDS-READ
020800     MOVE WS-MATCHED-COUNT TO WS-RH-RECORDS-UPDATED
020900     MOVE WS-NET-DIFFERENCE TO WS-RH-AMOUNT-POSTED
020966     IF WS-NET-DIFFERENCE NOT = ZERO
021033         AND WS-RH-COMPLETION-CODE = ZERO
021100         MOVE 4 TO WS-RH-COMPLETION-CODE
021200     END-IF
021300     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
021400         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
021500         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
021600         WS-RH-COMPLETION-CODE
021700     STOP RUN.
021800*----------------------------------------------------------------
021900*  1000-INITIALIZE  --  THE TOLERANCE PARAMETER, THE ADVICE,
022000*  AND THE REPORT HEADING.
022100*----------------------------------------------------------------
022200 1000-INITIALIZE.
022300     MOVE WS-TS-DATE TO WS-SETTLE-DATE
022400     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
022500         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
022600     PERFORM 1200-LOAD-THE-ADVICE
022700         THRU 1200-LOAD-THE-ADVICE-EXIT
022800     OPEN OUTPUT SETTLEMENT-REPORT-FILE
022900     MOVE SPACES TO SETTLEMENT-REPORT-LINE
023000     STRING "CLEARING HOUSE SETTLEMENT RECONCILIATION - "
023100         WS-SETTLE-DATE
023200         DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
023300     WRITE SETTLEMENT-REPORT-LINE
023400     IF NOT WS-HEADER-LOADED
023500         MOVE SPACES TO SETTLEMENT-REPORT-LINE
023600         STRING "  NO SETTLEMENT ADVICE HEADER - CLEARING "
023700             "HOUSE FIGURE TAKEN AS ZERO"
023800             DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
023900         WRITE SETTLEMENT-REPORT-LINE
024000     END-IF
024100     .
024200 1000-INITIALIZE-EXIT.
024300     EXIT.
024400*----------------------------------------------------------------
024500*  1100-LOAD-BUSINESS-PARAMETERS  --  THE PER-ITEM AMOUNT
024600*  TOLERANCE, ZERO (EXACT MATCH) WHEN THE FILE OR THE ENTRY IS
024700*  MISSING.
024800*----------------------------------------------------------------
024900 1100-LOAD-BUSINESS-PARAMETERS.
025000     OPEN INPUT BUSINESS-PARAMETER-FILE
025100     IF WS-BUSPARM-STATUS NOT = "00"
025200         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
025300     END-IF
025400     PERFORM 1110-READ-ONE-PARAMETER
025500         THRU 1110-READ-ONE-PARAMETER-EXIT
025600         UNTIL NO-MORE-PARAMETERS
025700     CLOSE BUSINESS-PARAMETER-FILE
025800     .
025900 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
026200 1110-READ-ONE-PARAMETER.
026300     READ BUSINESS-PARAMETER-FILE
026400         AT END
026500             MOVE 'Y' TO WS-PARM-EOF-SWITCH
026600         NOT AT END
026700             EVALUATE BP-PARM-NAME
026800                 WHEN "SETTLE-TOLERANCE"
026900                     MOVE BP-PARM-VALUE TO WS-SETTLE-TOLERANCE
027000                 WHEN OTHER
027100                     CONTINUE
027200             END-EVALUATE
027300     END-READ
027400     .
027500 1110-READ-ONE-PARAMETER-EXIT.
027600     EXIT.
027700*----------------------------------------------------------------
027800*  1200-LOAD-THE-ADVICE  --  HEADER INTO THE SETTLEMENT FIELDS,
027900*  DETAILS INTO THE TABLE.  THE DETAILS ARE ALSO SUMMED SIGNED
028000*  SO THE ADVICE CAN BE PROVED AGAINST ITS OWN NET FIGURE.
028100*----------------------------------------------------------------
028200 1200-LOAD-THE-ADVICE.
028300     OPEN INPUT SETTLEMENT-ADVICE-FILE
028400     IF WS-SETLADV-STATUS NOT = "00"
028500         DISPLAY "CLRSETL: NO SETTLEMENT ADVICE FILE"
028600         GO TO 1200-LOAD-THE-ADVICE-EXIT
028700     END-IF
028800     PERFORM 1210-LOAD-ONE-ADVICE-ROW
028900         THRU 1210-LOAD-ONE-ADVICE-ROW-EXIT
029000         UNTIL NO-MORE-ADVICE-ROWS
029100     CLOSE SETTLEMENT-ADVICE-FILE
029200     .
029300 1200-LOAD-THE-ADVICE-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600 1210-LOAD-ONE-ADVICE-ROW.
029700     READ SETTLEMENT-ADVICE-FILE
029800         AT END
029900             MOVE 'Y' TO WS-ADV-EOF-SWITCH
030000             GO TO 1210-LOAD-ONE-ADVICE-ROW-EXIT
030100     END-READ
030200     IF SA-ADVICE-HEADER
030300         MOVE 'Y'            TO WS-HEADER-SWITCH
030400         MOVE SA-SETTLE-DATE TO WS-SETTLE-DATE
030500         MOVE SA-NET-AMOUNT  TO WS-ADVICE-NET
030600         MOVE SA-ITEM-COUNT  TO WS-ADVICE-ITEM-COUNT
030700         GO TO 1210-LOAD-ONE-ADVICE-ROW-EXIT
030800     END-IF
030900     IF NOT SA-ADVICE-DETAIL
031000         GO TO 1210-LOAD-ONE-ADVICE-ROW-EXIT
031100     END-IF
031200     IF WS-ADVICE-COUNT >= 2000
031300         DISPLAY "CLRSETL: ADVICE TABLE FULL - ITEM "
031400             SA-PRESENT-REF " NOT LOADED"
031500         GO TO 1210-LOAD-ONE-ADVICE-ROW-EXIT
031600     END-IF
031700     ADD 1 TO WS-ADVICE-COUNT
031800     MOVE SA-ITEM-TYPE   TO WS-AD-ITEM-TYPE (WS-ADVICE-COUNT)
031900     MOVE SA-PRESENT-REF TO WS-AD-PRESENT-REF (WS-ADVICE-COUNT)
032000     MOVE SA-ITEM-AMOUNT TO WS-AD-AMOUNT (WS-ADVICE-COUNT)
032100     MOVE 'N'            TO WS-AD-MATCHED-FLAG (WS-ADVICE-COUNT)
032200     IF SA-ITEM-RETURN-SENT OR SA-ITEM-CASH-LETTER
032300         ADD SA-ITEM-AMOUNT TO WS-ADVICE-DETAIL-NET
032400     ELSE
032500         SUBTRACT SA-ITEM-AMOUNT FROM WS-ADVICE-DETAIL-NET
032600     END-IF
032700     .
032800 1210-LOAD-ONE-ADVICE-ROW-EXIT.
032900     EXIT.
033000*----------------------------------------------------------------
033100*  2000-MATCH-THE-PRESENTMENTS  --  THE DAY'S PRESENTMENT FILE
033200*  IS THE SETTLEMENT DAY'S ITEMS PRESENTED TO US, PAID OR NOT.
033300*----------------------------------------------------------------
033400 2000-MATCH-THE-PRESENTMENTS.
033500     OPEN INPUT PRESENTED-ITEM-FILE
033600     IF WS-CHKPRSNT-STATUS NOT = "00"
033700         GO TO 2000-MATCH-THE-PRESENTMENTS-EXIT
033800     END-IF
033900     MOVE 'N' TO WS-ITEM-EOF-SWITCH
034000     PERFORM 2100-MATCH-ONE-PRESENTMENT
034100         THRU 2100-MATCH-ONE-PRESENTMENT-EXIT
034200         UNTIL NO-MORE-ITEMS
034300     CLOSE PRESENTED-ITEM-FILE
034400     .
034500 2000-MATCH-THE-PRESENTMENTS-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------
034800 2100-MATCH-ONE-PRESENTMENT.
034900     READ PRESENTED-ITEM-FILE
035000         AT END
035100             MOVE 'Y' TO WS-ITEM-EOF-SWITCH
035200             GO TO 2100-MATCH-ONE-PRESENTMENT-EXIT
035300     END-READ
035400     MOVE 'P'            TO WS-MATCH-TYPE
035500     MOVE PR-PRESENT-REF TO WS-MATCH-REFERENCE
035600     MOVE PR-AMOUNT      TO WS-MATCH-AMOUNT
035700     ADD PR-AMOUNT TO WS-PRESENTED-TOTAL
035800     PERFORM 8000-MATCH-ONE-ITEM
035900         THRU 8000-MATCH-ONE-ITEM-EXIT
036000     .
036100 2100-MATCH-ONE-PRESENTMENT-EXIT.
036200     EXIT.
036300*----------------------------------------------------------------
036400*  3000-MATCH-THE-RETURNS-SENT  --  THE RETURN FILE IS
036500*  CUMULATIVE; ONLY ROWS SENT ON THE SETTLEMENT DATE COUNT.
036600*----------------------------------------------------------------
036700 3000-MATCH-THE-RETURNS-SENT.
036800     OPEN INPUT PRESENTMENT-RETURN-FILE
036900     IF WS-CHKPRTN-STATUS NOT = "00"
037000         GO TO 3000-MATCH-THE-RETURNS-SENT-EXIT
037100     END-IF
037200     MOVE 'N' TO WS-ITEM-EOF-SWITCH
037300     PERFORM 3100-MATCH-ONE-RETURN-SENT
037400         THRU 3100-MATCH-ONE-RETURN-SENT-EXIT
037500         UNTIL NO-MORE-ITEMS
037600     CLOSE PRESENTMENT-RETURN-FILE
037700     .
037800 3000-MATCH-THE-RETURNS-SENT-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100 3100-MATCH-ONE-RETURN-SENT.
038200     READ PRESENTMENT-RETURN-FILE
038300         AT END
038400             MOVE 'Y' TO WS-ITEM-EOF-SWITCH
038500             GO TO 3100-MATCH-ONE-RETURN-SENT-EXIT
038600     END-READ
038700     IF PN-RETURN-DATE NOT = WS-SETTLE-DATE
038800         GO TO 3100-MATCH-ONE-RETURN-SENT-EXIT
038900     END-IF
039000     MOVE 'S'            TO WS-MATCH-TYPE
039100     MOVE PN-PRESENT-REF TO WS-MATCH-REFERENCE
039200     MOVE PN-AMOUNT      TO WS-MATCH-AMOUNT
039300     ADD PN-AMOUNT TO WS-RETURNS-SENT-TOTAL
039400     PERFORM 8000-MATCH-ONE-ITEM
039500         THRU 8000-MATCH-ONE-ITEM-EXIT
039600     .
039700 3100-MATCH-ONE-RETURN-SENT-EXIT.
039800     EXIT.
039900*----------------------------------------------------------------
040000*  4000-MATCH-THE-RETURNS-RECEIVED  --  CLEARING REGISTER ROWS
040100*  RETURNED ON THE SETTLEMENT DATE THAT WENT OUT ON A CASH
040200*  LETTER (THEY CARRY ITS PRESENTMENT REFERENCE).
040300*----------------------------------------------------------------
040400 4000-MATCH-THE-RETURNS-RECEIVED.
040500     OPEN INPUT CHECK-CLEARING-FILE
040600     IF WS-CHKCLEAR-STATUS NOT = "00"
040700         GO TO 4000-MATCH-THE-RETURNS-RECEIVED-EXIT
040800     END-IF
040900     MOVE 'N' TO WS-ITEM-EOF-SWITCH
041000     PERFORM 4100-MATCH-ONE-RETURN-RECEIVED
041100         THRU 4100-MATCH-ONE-RETURN-RECEIVED-EXIT
041200         UNTIL NO-MORE-ITEMS
041300     CLOSE CHECK-CLEARING-FILE
041400     .
041500 4000-MATCH-THE-RETURNS-RECEIVED-EXIT.
041600     EXIT.
041700*----------------------------------------------------------------
041800 4100-MATCH-ONE-RETURN-RECEIVED.
041900     READ CHECK-CLEARING-FILE NEXT RECORD
042000         AT END
042100             MOVE 'Y' TO WS-ITEM-EOF-SWITCH
042200             GO TO 4100-MATCH-ONE-RETURN-RECEIVED-EXIT
042300     END-READ
042400     IF NOT CK-CHECK-RETURNED
042500         OR CK-RETURN-DATE NOT = WS-SETTLE-DATE
042600         OR CK-PRESENT-REF = SPACES
042700         GO TO 4100-MATCH-ONE-RETURN-RECEIVED-EXIT
042800     END-IF
042900     MOVE 'R'            TO WS-MATCH-TYPE
043000     MOVE CK-PRESENT-REF TO WS-MATCH-REFERENCE
043100     MOVE CK-AMOUNT      TO WS-MATCH-AMOUNT
043200     ADD CK-AMOUNT TO WS-RETURNS-RECEIVED-TOTAL
043300     PERFORM 8000-MATCH-ONE-ITEM
043400         THRU 8000-MATCH-ONE-ITEM-EXIT
043500     .
043600 4100-MATCH-ONE-RETURN-RECEIVED-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900*  5000-MATCH-THE-CASH-LETTER  --  THE ITEM RECORDS OF EVERY
044000*  LETTER WHOSE FILE HEADER CARRIES THE SETTLEMENT DATE.
044100*----------------------------------------------------------------
044200 5000-MATCH-THE-CASH-LETTER.
044300     OPEN INPUT CASH-LETTER-FILE
044400     IF WS-CASHLTR-STATUS NOT = "00"
044500         GO TO 5000-MATCH-THE-CASH-LETTER-EXIT
044600     END-IF
044700     MOVE 'N' TO WS-ITEM-EOF-SWITCH
044800     MOVE 'N' TO WS-LETTER-SWITCH
044900     PERFORM 5100-MATCH-ONE-LETTER-RECORD
045000         THRU 5100-MATCH-ONE-LETTER-RECORD-EXIT
045100         UNTIL NO-MORE-ITEMS
045200     CLOSE CASH-LETTER-FILE
045300     .
045400 5000-MATCH-THE-CASH-LETTER-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700 5100-MATCH-ONE-LETTER-RECORD.
045800     READ CASH-LETTER-FILE
045900         AT END
046000             MOVE 'Y' TO WS-ITEM-EOF-SWITCH
046100             GO TO 5100-MATCH-ONE-LETTER-RECORD-EXIT
046200     END-READ
046300     IF CL-FILE-HEADER
046400         MOVE 'N' TO WS-LETTER-SWITCH
046500         IF CL-FH-CREATE-DATE = WS-SETTLE-DATE
046600             MOVE 'Y' TO WS-LETTER-SWITCH
046700         END-IF
046800         GO TO 5100-MATCH-ONE-LETTER-RECORD-EXIT
046900     END-IF
047000     IF NOT CL-ITEM-DETAIL OR NOT WS-LETTER-IN-SCOPE
047100         GO TO 5100-MATCH-ONE-LETTER-RECORD-EXIT
047200     END-IF
047300     MOVE 'C'               TO WS-MATCH-TYPE
047400     MOVE CL-IT-PRESENT-REF TO WS-MATCH-REFERENCE
047500     MOVE CL-IT-AMOUNT      TO WS-MATCH-AMOUNT
047600     ADD CL-IT-AMOUNT TO WS-CASH-LETTER-TOTAL
047700     PERFORM 8000-MATCH-ONE-ITEM
047800         THRU 8000-MATCH-ONE-ITEM-EXIT
047900     .
048000 5100-MATCH-ONE-LETTER-RECORD-EXIT.
048100     EXIT.
048200*----------------------------------------------------------------
048300*  6000-REPORT-THEIR-OPEN-ITEMS  --  ADVICE ITEMS NOTHING ON
048400*  OUR SIDE MATCHED.
048500*----------------------------------------------------------------
048600 6000-REPORT-THEIR-OPEN-ITEMS.
048700     PERFORM 6100-REPORT-ONE-OPEN-ITEM
048800         THRU 6100-REPORT-ONE-OPEN-ITEM-EXIT
048900         VARYING WS-SUB FROM 1 BY 1
049000         UNTIL WS-SUB > WS-ADVICE-COUNT
049100     .
049200 6000-REPORT-THEIR-OPEN-ITEMS-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------
049500 6100-REPORT-ONE-OPEN-ITEM.
049600     IF WS-AD-MATCHED-FLAG (WS-SUB) = 'Y'
049700         GO TO 6100-REPORT-ONE-OPEN-ITEM-EXIT
049800     END-IF
049900     ADD 1 TO WS-THEIRS-OPEN-COUNT
050000     MOVE WS-AD-AMOUNT (WS-SUB) TO WS-EDIT-AMOUNT
050100     MOVE SPACES TO SETTLEMENT-REPORT-LINE
050200     STRING "  THEIRS NOT OURS     " WS-AD-ITEM-TYPE (WS-SUB)
050300         " " WS-AD-PRESENT-REF (WS-SUB)
050400         " " WS-EDIT-AMOUNT
050500         DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
050600     WRITE SETTLEMENT-REPORT-LINE
050700     .
050800 6100-REPORT-ONE-OPEN-ITEM-EXIT.
050900     EXIT.
051000*----------------------------------------------------------------
051100*  7000-PROVE-THE-NET  --  OUR EXPECTED NET BY COMPONENT, THE
051200*  CLEARING HOUSE FIGURE, AND THE DIFFERENCE.  A NON-ZERO
051300*  DIFFERENCE IS RAISED FOR SUSPENSE.
051400*----------------------------------------------------------------
051500 7000-PROVE-THE-NET.
051600     COMPUTE WS-PAID-PRESENTMENTS =
051700         WS-PRESENTED-TOTAL - WS-RETURNS-SENT-TOTAL
051800     COMPUTE WS-EXPECTED-NET = WS-CASH-LETTER-TOTAL
051900         - WS-RETURNS-RECEIVED-TOTAL - WS-PAID-PRESENTMENTS
052000     COMPUTE WS-NET-DIFFERENCE =
052100         WS-ADVICE-NET - WS-EXPECTED-NET
052200
052300     MOVE WS-CASH-LETTER-TOTAL TO WS-EDIT-AMOUNT
052400     MOVE SPACES TO SETTLEMENT-REPORT-LINE
052500     STRING "  CASH LETTER SENT       " WS-EDIT-AMOUNT
052600         DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
052700     WRITE SETTLEMENT-REPORT-LINE
052800     MOVE WS-RETURNS-RECEIVED-TOTAL TO WS-EDIT-AMOUNT
052900     MOVE SPACES TO SETTLEMENT-REPORT-LINE
053000     STRING "  LESS RETURNS RECEIVED  " WS-EDIT-AMOUNT
053100         DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
053200     WRITE SETTLEMENT-REPORT-LINE
053300     MOVE WS-PRESENTED-TOTAL TO WS-EDIT-AMOUNT
053400     MOVE WS-RETURNS-SENT-TOTAL TO WS-EDIT-OTHER-AMOUNT
053500     MOVE SPACES TO SETTLEMENT-REPORT-LINE
053600     STRING "  PRESENTED TO US        " WS-EDIT-AMOUNT
053700         "  RETURNS SENT " WS-EDIT-OTHER-AMOUNT
053800         DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
053900     WRITE SETTLEMENT-REPORT-LINE
054000     MOVE WS-PAID-PRESENTMENTS TO WS-EDIT-AMOUNT
054100     MOVE SPACES TO SETTLEMENT-REPORT-LINE
054200     STRING "  LESS PAID PRESENTMENTS " WS-EDIT-AMOUNT
054300         DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
054400     WRITE SETTLEMENT-REPORT-LINE
054500     MOVE WS-EXPECTED-NET TO WS-EDIT-AMOUNT
054600     MOVE SPACES TO SETTLEMENT-REPORT-LINE
054700     STRING "  OUR EXPECTED NET       " WS-EDIT-AMOUNT
054800         DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
054900     WRITE SETTLEMENT-REPORT-LINE
055000     MOVE WS-ADVICE-NET TO WS-EDIT-AMOUNT
055100     MOVE SPACES TO SETTLEMENT-REPORT-LINE
055200     STRING "  CLEARING HOUSE NET     " WS-EDIT-AMOUNT
055300         DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
055400     WRITE SETTLEMENT-REPORT-LINE
055500     MOVE WS-NET-DIFFERENCE TO WS-EDIT-AMOUNT
055600     MOVE SPACES TO SETTLEMENT-REPORT-LINE
055700     STRING "  DIFFERENCE             " WS-EDIT-AMOUNT
055800         DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
055900     WRITE SETTLEMENT-REPORT-LINE
056000
056100     IF WS-HEADER-LOADED
056200         AND (WS-ADVICE-DETAIL-NET NOT = WS-ADVICE-NET
056300             OR WS-ADVICE-ITEM-COUNT NOT = WS-ADVICE-COUNT)
056400         MOVE WS-ADVICE-DETAIL-NET TO WS-EDIT-AMOUNT
056500         MOVE WS-ADVICE-COUNT TO WS-EDIT-COUNT
056600         MOVE SPACES TO SETTLEMENT-REPORT-LINE
056700         STRING "  ** ADVICE DOES NOT PROVE TO ITS HEADER - "
056800             "DETAILS " WS-EDIT-AMOUNT
056900             " ITEMS " WS-EDIT-COUNT
057000             DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
057100         WRITE SETTLEMENT-REPORT-LINE
057200     END-IF
057300
057400     IF WS-NET-DIFFERENCE NOT = ZERO
057500         PERFORM 7100-RAISE-THE-EXCEPTION
057600             THRU 7100-RAISE-THE-EXCEPTION-EXIT
057700     END-IF
057800     .
057900 7000-PROVE-THE-NET-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------
058200*  7100-RAISE-THE-EXCEPTION  --  THE DIFFERENCE GOES ON THE EOD
058300*  EXCEPTION FILE AS AN OPEN, UNPOSTED EXCEPTION ON ACCOUNT
058400*  ZERO FOR EOD-SUSPENSE-POST TO BOOK.  ONE ALREADY RAISED FOR
058500*  THE SETTLEMENT DATE MEANS THIS IS A RERUN.
058600*----------------------------------------------------------------
058700 7100-RAISE-THE-EXCEPTION.
058800     MOVE 'N' TO WS-ALREADY-RAISED-FLAG
058900     OPEN INPUT EOD-EXCEPTION-FILE
059000     IF WS-EODEXCP-STATUS = "00"
059100         MOVE 'N' TO WS-EXCP-EOF-SWITCH
059200         PERFORM 7200-TEST-ONE-EXCEPTION
059300             THRU 7200-TEST-ONE-EXCEPTION-EXIT
059400             UNTIL NO-MORE-EXCEPTIONS
059500                 OR WS-ALREADY-RAISED-FLAG = 'Y'
059600         CLOSE EOD-EXCEPTION-FILE
059700     END-IF
059800     IF WS-ALREADY-RAISED-FLAG = 'Y'
059900         MOVE SPACES TO SETTLEMENT-REPORT-LINE
060000         STRING "  DIFFERENCE ALREADY RAISED FOR "
060100             WS-SETTLE-DATE " - NOT RAISED AGAIN"
060200             DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
060300         WRITE SETTLEMENT-REPORT-LINE
060400         GO TO 7100-RAISE-THE-EXCEPTION-EXIT
060500     END-IF
060600
060700     OPEN EXTEND EOD-EXCEPTION-FILE
060800     IF WS-EODEXCP-STATUS = "35"
060900         CLOSE EOD-EXCEPTION-FILE
061000         OPEN OUTPUT EOD-EXCEPTION-FILE
061100     END-IF
061200     IF WS-EODEXCP-STATUS NOT = "00"
061300         DISPLAY "CLRSETL: UNABLE TO OPEN EXCEPTION FILE, "
061400             "STATUS = " WS-EODEXCP-STATUS
061500         MOVE 8 TO WS-RH-COMPLETION-CODE
061600         GO TO 7100-RAISE-THE-EXCEPTION-EXIT
061700     END-IF
061800     MOVE ZERO                  TO EX-ACCT-NUMBER
061900     MOVE ZERO                  TO EX-OPENING-BALANCE
062000     MOVE ZERO                  TO EX-NET-TRANSACTIONS
062100     MOVE WS-EXPECTED-NET       TO EX-EXPECTED-CLOSING
062200     MOVE WS-ADVICE-NET         TO EX-ACTUAL-CLOSING
062300     MOVE WS-NET-DIFFERENCE     TO EX-DIFFERENCE
062400     MOVE WS-SETTLE-DATE        TO EX-RUN-DATE
062500     SET EX-EXCEPTION-OPEN      TO TRUE
062600     SET EX-SUSPENSE-NOT-POSTED TO TRUE
062700     MOVE SPACES                TO EX-RESOLUTION-CODE
062800     MOVE ZERO                  TO EX-RESOLUTION-DATE
062900     MOVE SPACES                TO EX-ANALYST-ID
063000     WRITE EOD-EXCEPTION-RECORD
063100     CLOSE EOD-EXCEPTION-FILE
063200     ADD 1 TO WS-EXCEPTIONS-RAISED
063300     MOVE SPACES TO SETTLEMENT-REPORT-LINE
063400     STRING "  DIFFERENCE RAISED FOR SUSPENSE "
063500         "(ACCOUNT ZERO, RUN DATE " WS-SETTLE-DATE ")"
063600         DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
063700     WRITE SETTLEMENT-REPORT-LINE
063800     .
063900 7100-RAISE-THE-EXCEPTION-EXIT.
064000     EXIT.
064100*----------------------------------------------------------------
064200 7200-TEST-ONE-EXCEPTION.
064300     READ EOD-EXCEPTION-FILE
064400         AT END
064500             MOVE 'Y' TO WS-EXCP-EOF-SWITCH
064600             GO TO 7200-TEST-ONE-EXCEPTION-EXIT
064700     END-READ
064800     IF EX-ACCT-NUMBER = ZERO
064900         AND EX-RUN-DATE = WS-SETTLE-DATE
065000         MOVE 'Y' TO WS-ALREADY-RAISED-FLAG
065100     END-IF
065200     .
065300 7200-TEST-ONE-EXCEPTION-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------
065600*  8000-MATCH-ONE-ITEM  --  ONE ITEM OF OURS AGAINST THE ADVICE
065700*  BY TYPE AND REFERENCE.  A MATCH WITHIN TOLERANCE IS
065800*  MATCHED; OUTSIDE IT IS REPORTED OUT OF TOLERANCE; NO MATCH
065900*  IS REPORTED AS OURS NOT THEIRS.  THE CALLER HAS ALREADY
066000*  ADDED OUR AMOUNT TO ITS COMPONENT TOTAL.
066100*----------------------------------------------------------------
066200 8000-MATCH-ONE-ITEM.
066300     ADD 1 TO WS-OUR-ITEMS-READ
066400     MOVE 'N' TO WS-FOUND-FLAG
066500     PERFORM 8100-TEST-ONE-ADVICE-ROW
066600         THRU 8100-TEST-ONE-ADVICE-ROW-EXIT
066700         VARYING WS-SUB FROM 1 BY 1
066800         UNTIL WS-SUB > WS-ADVICE-COUNT
066900             OR WS-FOUND-FLAG = 'Y'
067000     IF WS-FOUND-FLAG NOT = 'Y'
067100         ADD 1 TO WS-OURS-OPEN-COUNT
067200         MOVE WS-MATCH-AMOUNT TO WS-EDIT-AMOUNT
067300         MOVE SPACES TO SETTLEMENT-REPORT-LINE
067400         STRING "  OURS NOT THEIRS     " WS-MATCH-TYPE
067500             " " WS-MATCH-REFERENCE
067600             " " WS-EDIT-AMOUNT
067700             DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
067800         WRITE SETTLEMENT-REPORT-LINE
067900         GO TO 8000-MATCH-ONE-ITEM-EXIT
068000     END-IF
068100     SUBTRACT 1 FROM WS-SUB
068200     MOVE 'Y' TO WS-AD-MATCHED-FLAG (WS-SUB)
068300     COMPUTE WS-AMOUNT-DIFFERENCE =
068400         WS-AD-AMOUNT (WS-SUB) - WS-MATCH-AMOUNT
068500     IF WS-AMOUNT-DIFFERENCE < ZERO
068600         COMPUTE WS-AMOUNT-DIFFERENCE =
068700             0 - WS-AMOUNT-DIFFERENCE
068800     END-IF
068900     IF WS-AMOUNT-DIFFERENCE > WS-SETTLE-TOLERANCE
069000         ADD 1 TO WS-TOLERANCE-COUNT
069100         MOVE WS-MATCH-AMOUNT TO WS-EDIT-AMOUNT
069200         MOVE WS-AD-AMOUNT (WS-SUB) TO WS-EDIT-OTHER-AMOUNT
069300         MOVE SPACES TO SETTLEMENT-REPORT-LINE
069400         STRING "  OUT OF TOLERANCE    " WS-MATCH-TYPE
069500             " " WS-MATCH-REFERENCE
069600             " OURS " WS-EDIT-AMOUNT
069700             " THEIRS " WS-EDIT-OTHER-AMOUNT
069800             DELIMITED BY SIZE INTO SETTLEMENT-REPORT-LINE
069900         WRITE SETTLEMENT-REPORT-LINE
070000     ELSE
070100         ADD 1 TO WS-MATCHED-COUNT
070200     END-IF
070300     .
070400 8000-MATCH-ONE-ITEM-EXIT.
070500     EXIT.
070600*----------------------------------------------------------------
070700 8100-TEST-ONE-ADVICE-ROW.
070800     IF WS-AD-MATCHED-FLAG (WS-SUB) NOT = 'Y'
070900             AND WS-AD-ITEM-TYPE (WS-SUB) = WS-MATCH-TYPE
071000             AND WS-AD-PRESENT-REF (WS-SUB)
071100                 = WS-MATCH-REFERENCE
071200         MOVE 'Y' TO WS-FOUND-FLAG
071300     END-IF
071400     .
071500 8100-TEST-ONE-ADVICE-ROW-EXIT.
071600     EXIT.
071700 END PROGRAM CLEARING-SETTLE-RECON.
