000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CASH-FORECAST.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  NIGHTLY BRANCH CASH
001300*                     FORECAST AND ORDER.  FOR EACH BRANCH VAULT
001400*                     WITH HOLDING LIMITS (CASH-OPS-MAINT), AND
001500*                     FOR EACH DENOMINATION:
001600*                       - AVERAGE DAILY DEMAND IS THE NET NOTES
001700*                         OUT OF THE VAULT TO DRAWERS AND ATMS
001800*                         OVER THE LAST CASH-HIST-DAYS CALENDAR
001900*                         DAYS OF THE MOVEMENT LOG, PER DAY THE
002000*                         VAULT TRADED (SHIPMENTS ARE SUPPLY,
002100*                         NOT DEMAND, AND ARE LEFT OUT);
002200*                       - EACH OF THE NEXT CASH-HORIZON-DAYS
002300*                         BUSINESS DAYS TAKES THAT AVERAGE
002400*                         SCALED UP ON A PAYDAY (THE 1ST OR
002500*                         15TH OR THE LAST BUSINESS DAY OF THE
002600*                         MONTH - CASH-PAYDAY-PCT) OR THE DAY
002700*                         BEFORE A HOLIDAY (CASH-PREHOL-PCT),
002800*                         FROM THE HOLIDAY CALENDAR;
002900*                       - OPEN CUSTOMER PRE-ORDERS FOR PICKUP
003000*                         IN THE HORIZON ARE ADDED ON TOP;
003100*                       - THE NOTES ON HAND, PLUS ORDERS ALREADY
003200*                         ON THEIR WAY AND LESS RETURNS NOT YET
003300*                         SHIPPED, LESS THAT DEMAND, IS THE
003400*                         PROJECTED HOLDING.
003500*                     BELOW THE MINIMUM, THE DENOMINATION IS
003600*                     ORDERED UP TO THE MAXIMUM; ABOVE THE
003700*                     MAXIMUM, THE EXCESS IS RETURNED - BOTH IN
003800*                     WHOLE STRAPS.  EACH BRANCH'S ORDER AND
003900*                     RETURN GO ON THE SHIPMENT REGISTER AS
004000*                     ORDERED AND ON THE ORDER FILE TO THE CASH
004100*                     CENTER, FOR DELIVERY THE NEXT BUSINESS
004200*                     DAY; THE SUGGESTION FOR EVERY MANAGED
004300*                     DENOMINATION PRINTS ON THE EOD DECK.
004400*================================================================
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     COPY VLTSEL.
004900     COPY VMOVSEL.
005000     COPY CSHPSEL.
005100     COPY CPORSEL.
005200     COPY CLIMSEL.
005300     COPY CORDSEL.
005400     COPY HOLCSEL.
005500     COPY PARMSEL.
005600     COPY EODDSEL.
005700*================================================================
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  BRANCH-VAULT-FILE.
006100     COPY VLTREC.
006200 FD  VAULT-MOVEMENT-FILE.
006300     COPY VMOVREC.
006400 FD  CASH-SHIPMENT-FILE.
006500     COPY CSHPREC.
006600 FD  CASH-PREORDER-FILE.
006700     COPY CPORREC.
006800 FD  CASH-LIMIT-FILE.
006900     COPY CLIMREC.
007000 FD  CASH-ORDER-FILE.
007100     COPY CORDREC.
007200 FD  HOLIDAY-CALENDAR-FILE.
007300     COPY HOLCREC.
007400 FD  BUSINESS-PARAMETER-FILE.
007500     COPY PARMREC.
007600 FD  EOD-REPORT-DECK-FILE.
007700     COPY EODDREC.
007800*----------------------------------------------------------------
007900 WORKING-STORAGE SECTION.
008000 01  WS-FILE-STATUSES.
008100     05  WS-VAULTFIL-STATUS        PIC XX.
008200     05  WS-VMOVFILE-STATUS        PIC XX.
008300     05  WS-CASHSHIP-STATUS        PIC XX.
008400     05  WS-CASHPORD-STATUS        PIC XX.
008500     05  WS-CASHLIM-STATUS         PIC XX.
008600     05  WS-CASHORDR-STATUS        PIC XX.
008700     05  WS-HOLCAL-STATUS          PIC XX.
008800     05  WS-BUSPARM-STATUS         PIC XX.
008900     05  WS-EODDECK-STATUS         PIC XX.
009000*----------------------------------------------------------------
009100*  BUSINESS PARAMETERS (BUSPARM), WITH THEIR DEFAULTS.
009200*----------------------------------------------------------------
009300 01  WS-PARAMETERS.
009400     05  WS-HIST-DAYS              PIC 9(03) VALUE 28.
009500     05  WS-HORIZON-DAYS           PIC 9(02) VALUE 3.
009600     05  WS-PAYDAY-PCT             PIC 9(03) VALUE 150.
009700     05  WS-PREHOL-PCT             PIC 9(03) VALUE 130.
009800*----------------------------------------------------------------
009900 01  WS-WORK-FIELDS.
010000     05  WS-PARM-EOF-SWITCH        PIC X.
010100         88  NO-MORE-PARMS         VALUE 'Y'.
010200     05  WS-HOLCAL-EOF-SWITCH      PIC X.
010300         88  NO-MORE-HOLIDAYS      VALUE 'Y'.
010400     05  WS-VAULT-EOF-SWITCH       PIC X.
010500         88  NO-MORE-VAULTS        VALUE 'Y'.
010600     05  WS-VMOV-EOF-SWITCH        PIC X.
010700         88  NO-MORE-MOVEMENTS     VALUE 'Y'.
010800     05  WS-SHIP-EOF-SWITCH        PIC X.
010900         88  NO-MORE-SHIPMENTS     VALUE 'Y'.
011000     05  WS-PORD-EOF-SWITCH        PIC X.
011100         88  NO-MORE-PREORDERS     VALUE 'Y'.
011200     05  WS-SLOT-FOUND-SWITCH      PIC X.
011300         88  WS-SLOT-FOUND         VALUE 'Y'.
011400     05  WS-PAYDAY-SWITCH          PIC X.
011500         88  WS-IS-PAYDAY          VALUE 'Y'.
011600     05  WS-PREHOL-SWITCH          PIC X.
011700         88  WS-IS-PRE-HOLIDAY     VALUE 'Y'.
011800     05  WS-BUSDAY-DIRECTION       PIC X VALUE 'F'.
011900     05  WS-BR-SUB                 PIC 9(03) COMP.
012000     05  WS-FIND-SUB               PIC 9(03) COMP.
012100     05  WS-DENOM-SUB              PIC 9(02) COMP.
012200     05  WS-HZ-SUB                 PIC 9(02) COMP.
012300     05  WS-HOL-SUB                PIC 9(03) COMP.
012400     05  WS-SEARCH-BRANCH-ID       PIC X(06).
012500     05  WS-WINDOW-START-DATE      PIC 9(08).
012600     05  WS-HORIZON-END-DATE       PIC 9(08).
012700     05  WS-DELIVERY-DATE          PIC 9(08).
012800     05  WS-WORK-DATE              PIC 9(08).
012900     05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
013000         10  WS-WORK-YYYYMM        PIC 9(06).
013100         10  WS-WORK-DD            PIC 9(02).
013200     05  WS-BUSDAY-INPUT-DATE      PIC 9(08).
013300     05  WS-FOLLOWING-DATE         PIC 9(08).
013400     05  WS-FOLLOWING-PARTS REDEFINES WS-FOLLOWING-DATE.
013500         10  WS-FOLLOWING-YYYYMM   PIC 9(06).
013600         10  WS-FOLLOWING-DD       PIC 9(02).
013700     05  WS-DATE-INTEGER           PIC 9(07).
013800     05  WS-DAY-FACTOR             PIC 9(03).
013900     05  WS-FACTOR-TOTAL           PIC 9(05) COMP.
014000     05  WS-AVERAGE-NOTES          PIC S9(07)V99.
014100     05  WS-DEMAND-NOTES           PIC S9(09).
014200     05  WS-PROJECTED-NOTES        PIC S9(09).
014300     05  WS-PROJECTED-VALUE        PIC S9(11).
014400     05  WS-GAP-VALUE              PIC S9(11).
014500     05  WS-NOTES-NEEDED           PIC 9(09).
014600     05  WS-AVAILABLE-NOTES        PIC S9(09).
014700     05  WS-STRAPS                 PIC 9(07).
014800     05  WS-ORDER-AMOUNT           PIC S9(09)V99.
014900     05  WS-RETURN-AMOUNT          PIC S9(09)V99.
015000     05  WS-ID-SOURCE-NAME         PIC X(08).
015100     05  WS-NEXT-ASSIGNED-ID       PIC 9(08).
015200     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "CASHFCST".
015300     05  WS-ACTION-WORD            PIC X(06).
015400     05  WS-ACTION-NOTES           PIC 9(07).
015500*----------------------------------------------------------------
015600*  ONE BRANCH'S SUGGESTION, DENOMINATION BY DENOMINATION, UNTIL
015700*  ITS SHIPMENTS ARE WRITTEN.
015800*----------------------------------------------------------------
015900 01  WS-SUGGESTION.
016000     05  WS-ORDER-NOTES            PIC 9(07)
016100                                   OCCURS 6 TIMES.
016200     05  WS-RETURN-NOTES           PIC 9(07)
016300                                   OCCURS 6 TIMES.
016400*----------------------------------------------------------------
016500 01  WS-COUNTERS.
016600     05  WS-VAULTS-READ            PIC 9(05) COMP VALUE 0.
016700     05  WS-MOVEMENTS-USED         PIC 9(07) COMP VALUE 0.
016800     05  WS-BRANCHES-PLANNED       PIC 9(05) COMP VALUE 0.
016900     05  WS-BRANCHES-NO-LIMITS     PIC 9(05) COMP VALUE 0.
017000     05  WS-ORDERS-WRITTEN         PIC 9(05) COMP VALUE 0.
017100     05  WS-RETURNS-WRITTEN        PIC 9(05) COMP VALUE 0.
017200     05  WS-ORDER-TOTAL            PIC S9(11)V99 VALUE 0.
017300     05  WS-RETURN-TOTAL           PIC S9(11)V99 VALUE 0.
017400*----------------------------------------------------------------
017500 01  WS-EDIT-FIELDS.
017600     05  WS-EDIT-ON-HAND           PIC -(6)9.
017700     05  WS-EDIT-DEMAND            PIC -(6)9.
017800     05  WS-EDIT-PROJECTED         PIC -(6)9.
017900     05  WS-EDIT-NOTES             PIC Z(6)9.
018000     05  WS-EDIT-AMOUNT            PIC Z(8)9.99.
018100     05  WS-EDIT-FACTOR            PIC ZZ9.
018200*----------------------------------------------------------------
018300     COPY DENOMTAB.
018400*----------------------------------------------------------------
018500*  THE FORECAST HORIZON - THE NEXT BUSINESS DAYS AND THE DEMAND
018600*  FACTOR (PERCENT OF AN AVERAGE DAY) EACH CARRIES.
018700*----------------------------------------------------------------
018800 01  WS-HORIZON-TABLE.
018900     05  WS-HZ-ENTRY               OCCURS 10 TIMES.
019000         10  WS-HZ-DATE            PIC 9(08).
019100         10  WS-HZ-FACTOR          PIC 9(03).
019200*----------------------------------------------------------------
019300 01  WS-HOLIDAY-COUNT              PIC 9(03) COMP VALUE 0.
019400 01  WS-HOLIDAY-TABLE.
019500     05  WS-HOLIDAY-DATE           PIC 9(08)
019600                                   OCCURS 200 TIMES.
019700*----------------------------------------------------------------
019800*  ONE SLOT PER BRANCH VAULT, NOTES BY DENOMINATION (DENOMTAB
019900*  ORDER).  FB-NET-OUT IS THE WINDOW'S NET NOTES OUT OF THE
020000*  VAULT; FB-INCOMING THE ORDERS OUTSTANDING; FB-RETURNING THE
020100*  RETURNS STILL IN THE VAULT AWAITING SHIPMENT.
020200*----------------------------------------------------------------
020300 01  WS-BRANCH-COUNT               PIC 9(03) COMP VALUE 0.
020400 01  WS-BRANCH-TABLE.
020500     05  WS-FB-ENTRY               OCCURS 50 TIMES.
020600         10  FB-BRANCH-ID          PIC X(06).
020700         10  FB-LAST-MOVE-DATE     PIC 9(08).
020800         10  FB-TRADING-DAYS       PIC 9(05) COMP.
020900         10  FB-DENOM              OCCURS 6 TIMES.
021000             15  FB-ON-HAND        PIC S9(07) COMP-3.
021100             15  FB-NET-OUT        PIC S9(09) COMP-3.
021200             15  FB-INCOMING       PIC S9(07) COMP-3.
021300             15  FB-RETURNING      PIC S9(07) COMP-3.
021400             15  FB-PREORDERED     PIC S9(07) COMP-3.
021500*----------------------------------------------------------------
021600 01  WS-BUSINESS-DATE              PIC 9(08).
021700 01  WS-BUSDATE-FLAG               PIC X.
021800 01  WS-CURRENT-TIMESTAMP          PIC X(21).
021900 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
022000     05  WS-TS-DATE                PIC 9(08).
022100     05  FILLER                    PIC X(13).
022200 01  WS-RUN-HISTORY-FIELDS.
022300     05  WS-RH-STEP-NAME           PIC X(08) VALUE "CFCSSTEP".
022400     05  WS-RH-START-TIMESTAMP     PIC X(21).
022500     05  WS-RH-RECORDS-READ        PIC 9(08).
022600     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
022700     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
022800     05  WS-RH-COMPLETION-CODE     PIC 9(02).
022900*================================================================
023000 PROCEDURE DIVISION.
023100*================================================================
023200 0000-MAINLINE.
023300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
023400     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
023500     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
023600         WS-BUSDATE-FLAG
023700     IF WS-BUSDATE-FLAG = "Y"
023800         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
023900     END-IF
024000     PERFORM 1000-INITIALIZE
024100         THRU 1000-INITIALIZE-EXIT
024200     IF WS-BRANCH-COUNT > ZERO
024300         PERFORM 2000-GATHER-HISTORY
024400             THRU 2000-GATHER-HISTORY-EXIT
024500         PERFORM 2200-GATHER-SHIPMENTS
024600             THRU 2200-GATHER-SHIPMENTS-EXIT
024700         PERFORM 2400-GATHER-PREORDERS
024800             THRU 2400-GATHER-PREORDERS-EXIT
024900         PERFORM 3000-PLAN-ONE-BRANCH
025000             THRU 3000-PLAN-ONE-BRANCH-EXIT
025100             VARYING WS-BR-SUB FROM 1 BY 1
025200             UNTIL WS-BR-SUB > WS-BRANCH-COUNT
025300     END-IF
025400     PERFORM 9999-EXIT
025500         THRU 9999-EXIT-EXIT
025600     DISPLAY "CASHFCST: VAULTS READ       = " WS-VAULTS-READ
025700     DISPLAY "CASHFCST: MOVEMENTS USED    = " WS-MOVEMENTS-USED
025800     DISPLAY "CASHFCST: BRANCHES PLANNED  = "
025900         WS-BRANCHES-PLANNED
026000     DISPLAY "CASHFCST: NO CASH LIMITS    = "
026100         WS-BRANCHES-NO-LIMITS
026200     DISPLAY "CASHFCST: ORDERS WRITTEN    = " WS-ORDERS-WRITTEN
026300     DISPLAY "CASHFCST: RETURNS WRITTEN   = "
026400         WS-RETURNS-WRITTEN
026500     DISPLAY "CASHFCST: ORDER TOTAL       = " WS-ORDER-TOTAL
026600     DISPLAY "CASHFCST: RETURN TOTAL      = " WS-RETURN-TOTAL
026700     MOVE WS-VAULTS-READ TO WS-RH-RECORDS-READ
026800     COMPUTE WS-RH-RECORDS-UPDATED =
026900         WS-ORDERS-WRITTEN + WS-RETURNS-WRITTEN
027000     MOVE WS-ORDER-TOTAL TO WS-RH-AMOUNT-POSTED
027100     MOVE ZERO TO WS-RH-COMPLETION-CODE
027200     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
027300         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
027400         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
027500         WS-RH-COMPLETION-CODE
027600     STOP RUN.
027700*----------------------------------------------------------------
027800*  1000-INITIALIZE  --  PARAMETERS, HOLIDAYS, THE HORIZON, AND
027900*  THE BRANCH VAULTS.  NO VAULT LEDGER MEANS NOTHING TO PLAN.
028000*----------------------------------------------------------------
028100 1000-INITIALIZE.
028200     PERFORM 1100-LOAD-PARAMETERS
028300         THRU 1100-LOAD-PARAMETERS-EXIT
028400     IF WS-HORIZON-DAYS < 1
028500         MOVE 1 TO WS-HORIZON-DAYS
028600     END-IF
028700     IF WS-HORIZON-DAYS > 10
028800         MOVE 10 TO WS-HORIZON-DAYS
028900     END-IF
029000     IF WS-HIST-DAYS < 1
029100         MOVE 28 TO WS-HIST-DAYS
029200     END-IF
029300     PERFORM 1200-LOAD-HOLIDAYS
029400         THRU 1200-LOAD-HOLIDAYS-EXIT
029500     PERFORM 1300-BUILD-HORIZON
029600         THRU 1300-BUILD-HORIZON-EXIT
029700     COMPUTE WS-DATE-INTEGER =
029800         FUNCTION INTEGER-OF-DATE(WS-TS-DATE) - WS-HIST-DAYS
029900     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
030000         TO WS-WINDOW-START-DATE
030100     DISPLAY "CASHFCST: HISTORY FROM " WS-WINDOW-START-DATE
030200         " DELIVERY " WS-DELIVERY-DATE
030300         " HORIZON TO " WS-HORIZON-END-DATE
030400
030500     OPEN INPUT BRANCH-VAULT-FILE
030600     IF WS-VAULTFIL-STATUS NOT = "00"
030700         DISPLAY "CASHFCST: NO VAULT LEDGER - NOTHING TO "
030800             "PLAN, STATUS = " WS-VAULTFIL-STATUS
030900         GO TO 1000-INITIALIZE-EXIT
031000     END-IF
031100     MOVE 'N' TO WS-VAULT-EOF-SWITCH
031200     PERFORM 1400-LOAD-ONE-VAULT
031300         THRU 1400-LOAD-ONE-VAULT-EXIT
031400         UNTIL NO-MORE-VAULTS
031500     CLOSE BRANCH-VAULT-FILE
031600
031700     OPEN EXTEND EOD-REPORT-DECK-FILE
031800     IF WS-EODDECK-STATUS = "35"
031900         CLOSE EOD-REPORT-DECK-FILE
032000         OPEN OUTPUT EOD-REPORT-DECK-FILE
032100     END-IF
032200     OPEN OUTPUT CASH-ORDER-FILE
032300     OPEN INPUT CASH-LIMIT-FILE
032400     IF WS-CASHLIM-STATUS NOT = "00"
032500         DISPLAY "CASHFCST: NO BRANCH CASH LIMITS ON FILE, "
032600             "STATUS = " WS-CASHLIM-STATUS
032700     END-IF
032800     .
032900 1000-INITIALIZE-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200 1100-LOAD-PARAMETERS.
033300     OPEN INPUT BUSINESS-PARAMETER-FILE
033400     IF WS-BUSPARM-STATUS NOT = "00"
033500         GO TO 1100-LOAD-PARAMETERS-EXIT
033600     END-IF
033700     MOVE 'N' TO WS-PARM-EOF-SWITCH
033800     PERFORM 1110-READ-ONE-PARAMETER
033900         THRU 1110-READ-ONE-PARAMETER-EXIT
034000         UNTIL NO-MORE-PARMS
034100     CLOSE BUSINESS-PARAMETER-FILE
034200     .
034300 1100-LOAD-PARAMETERS-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600 1110-READ-ONE-PARAMETER.
034700     READ BUSINESS-PARAMETER-FILE
034800         AT END
034900             MOVE 'Y' TO WS-PARM-EOF-SWITCH
035000             GO TO 1110-READ-ONE-PARAMETER-EXIT
035100     END-READ
035200     EVALUATE BP-PARM-NAME
035300         WHEN "CASH-HIST-DAYS"
035400             MOVE BP-PARM-VALUE TO WS-HIST-DAYS
035500         WHEN "CASH-HORIZON-DAYS"
035600             MOVE BP-PARM-VALUE TO WS-HORIZON-DAYS
035700         WHEN "CASH-PAYDAY-PCT"
035800             MOVE BP-PARM-VALUE TO WS-PAYDAY-PCT
035900         WHEN "CASH-PREHOL-PCT"
036000             MOVE BP-PARM-VALUE TO WS-PREHOL-PCT
036100         WHEN OTHER
036200             CONTINUE
036300     END-EVALUATE
036400     .
036500 1110-READ-ONE-PARAMETER-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036800*  1200-LOAD-HOLIDAYS  --  NO CALENDAR MEANS NO PRE-HOLIDAY
036900*  PEAKS; BUSDAY-NEXT STILL KNOWS THE WEEKENDS.
037000*----------------------------------------------------------------
037100 1200-LOAD-HOLIDAYS.
037200     MOVE ZERO TO WS-HOLIDAY-COUNT
037300     OPEN INPUT HOLIDAY-CALENDAR-FILE
037400     IF WS-HOLCAL-STATUS NOT = "00"
037500         GO TO 1200-LOAD-HOLIDAYS-EXIT
037600     END-IF
037700     MOVE 'N' TO WS-HOLCAL-EOF-SWITCH
037800     PERFORM 1210-LOAD-ONE-HOLIDAY
037900         THRU 1210-LOAD-ONE-HOLIDAY-EXIT
038000         UNTIL NO-MORE-HOLIDAYS
038100     CLOSE HOLIDAY-CALENDAR-FILE
038200     .
038300 1200-LOAD-HOLIDAYS-EXIT.
038400     EXIT.
038500*----------------------------------------------------------------
038600 1210-LOAD-ONE-HOLIDAY.
038700     READ HOLIDAY-CALENDAR-FILE
038800         AT END
038900             MOVE 'Y' TO WS-HOLCAL-EOF-SWITCH
039000             GO TO 1210-LOAD-ONE-HOLIDAY-EXIT
039100     END-READ
039200     IF WS-HOLIDAY-COUNT >= 200
039300         DISPLAY "CASHFCST: HOLIDAY TABLE FULL - DATE "
039400             HC-HOLIDAY-DATE " DROPPED"
039500         GO TO 1210-LOAD-ONE-HOLIDAY-EXIT
039600     END-IF
039700     ADD 1 TO WS-HOLIDAY-COUNT
039800     MOVE HC-HOLIDAY-DATE TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
039900     .
040000 1210-LOAD-ONE-HOLIDAY-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300*  1300-BUILD-HORIZON  --  THE NEXT BUSINESS DAYS FROM TODAY,
040400*  EACH WITH ITS DEMAND FACTOR.  THE FIRST IS THE DELIVERY DAY
040500*  FOR TONIGHT'S ORDERS.
040600*----------------------------------------------------------------
040700 1300-BUILD-HORIZON.
040800     MOVE ZERO TO WS-FACTOR-TOTAL
040900     MOVE WS-TS-DATE TO WS-WORK-DATE
041000     PERFORM 1310-STEP-TO-NEXT-BUSINESS-DAY
041100         THRU 1310-STEP-TO-NEXT-BUSINESS-DAY-EXIT
041200     MOVE WS-FOLLOWING-DATE TO WS-DELIVERY-DATE
041300     PERFORM 1320-RATE-ONE-HORIZON-DAY
041400         THRU 1320-RATE-ONE-HORIZON-DAY-EXIT
041500         VARYING WS-HZ-SUB FROM 1 BY 1
041600         UNTIL WS-HZ-SUB > WS-HORIZON-DAYS
041700     MOVE WS-HZ-DATE (WS-HORIZON-DAYS) TO WS-HORIZON-END-DATE
041800     .
041900 1300-BUILD-HORIZON-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200*  1310-STEP-TO-NEXT-BUSINESS-DAY  --  THE BUSINESS DAY AFTER
042300*  WS-WORK-DATE, INTO WS-FOLLOWING-DATE.
042400*----------------------------------------------------------------
042500 1310-STEP-TO-NEXT-BUSINESS-DAY.
042600     COMPUTE WS-DATE-INTEGER =
042700         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1
042800     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
042900         TO WS-BUSDAY-INPUT-DATE
043000     CALL "BUSDAY-NEXT" USING WS-BUSDAY-INPUT-DATE
043100         WS-BUSDAY-DIRECTION WS-FOLLOWING-DATE
043200     .
043300 1310-STEP-TO-NEXT-BUSINESS-DAY-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600*  1320-RATE-ONE-HORIZON-DAY  --  ON ENTRY WS-FOLLOWING-DATE IS
043700*  THE HORIZON DAY ITSELF.  A PAYDAY IS THE 1ST OR 15TH, A DAY
043800*  WHOSE FOLLOWING BUSINESS DAY JUMPS PAST THE 15TH, OR THE
043900*  LAST BUSINESS DAY OF THE MONTH; A PRE-HOLIDAY DAY HAS A
044000*  HOLIDAY BETWEEN IT AND THE FOLLOWING BUSINESS DAY.  THE
044100*  LARGER FACTOR WINS.
044200*----------------------------------------------------------------
044300 1320-RATE-ONE-HORIZON-DAY.
044400     MOVE WS-FOLLOWING-DATE TO WS-WORK-DATE
044500     MOVE WS-WORK-DATE TO WS-HZ-DATE (WS-HZ-SUB)
044600     PERFORM 1310-STEP-TO-NEXT-BUSINESS-DAY
044700         THRU 1310-STEP-TO-NEXT-BUSINESS-DAY-EXIT
044800
044900     MOVE 'N' TO WS-PAYDAY-SWITCH
045000     IF WS-WORK-DD = 01 OR WS-WORK-DD = 15
045100         MOVE 'Y' TO WS-PAYDAY-SWITCH
045200     END-IF
045300     IF WS-FOLLOWING-YYYYMM NOT = WS-WORK-YYYYMM
045400         MOVE 'Y' TO WS-PAYDAY-SWITCH
045500     END-IF
045600     IF WS-FOLLOWING-YYYYMM = WS-WORK-YYYYMM
045700             AND WS-WORK-DD < 15 AND WS-FOLLOWING-DD > 15
045800         MOVE 'Y' TO WS-PAYDAY-SWITCH
045900     END-IF
046000     MOVE 'N' TO WS-PREHOL-SWITCH
046100     PERFORM 1330-TEST-ONE-HOLIDAY
046200         THRU 1330-TEST-ONE-HOLIDAY-EXIT
046300         VARYING WS-HOL-SUB FROM 1 BY 1
046400         UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT
046500
046600     MOVE 100 TO WS-DAY-FACTOR
046700     IF WS-IS-PAYDAY
046800         MOVE WS-PAYDAY-PCT TO WS-DAY-FACTOR
046900     END-IF
047000     IF WS-IS-PRE-HOLIDAY AND WS-PREHOL-PCT > WS-DAY-FACTOR
047100         MOVE WS-PREHOL-PCT TO WS-DAY-FACTOR
047200     END-IF
047300     MOVE WS-DAY-FACTOR TO WS-HZ-FACTOR (WS-HZ-SUB)
047400     ADD WS-DAY-FACTOR TO WS-FACTOR-TOTAL
047500     MOVE WS-DAY-FACTOR TO WS-EDIT-FACTOR
047600     DISPLAY "CASHFCST: HORIZON DAY " WS-WORK-DATE
047700         " DEMAND FACTOR " WS-EDIT-FACTOR "%"
047800     .
047900 1320-RATE-ONE-HORIZON-DAY-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------
048200 1330-TEST-ONE-HOLIDAY.
048300     IF WS-HOLIDAY-DATE (WS-HOL-SUB) > WS-WORK-DATE
048400             AND WS-HOLIDAY-DATE (WS-HOL-SUB) < WS-FOLLOWING-DATE
048500         MOVE 'Y' TO WS-PREHOL-SWITCH
048600     END-IF
048700     .
048800 1330-TEST-ONE-HOLIDAY-EXIT.
048900     EXIT.
049000*----------------------------------------------------------------
049100 1400-LOAD-ONE-VAULT.
049200     READ BRANCH-VAULT-FILE NEXT RECORD
049300         AT END
049400             MOVE 'Y' TO WS-VAULT-EOF-SWITCH
049500             GO TO 1400-LOAD-ONE-VAULT-EXIT
049600     END-READ
049700     ADD 1 TO WS-VAULTS-READ
049800     IF WS-BRANCH-COUNT >= 50
049900         DISPLAY "CASHFCST: BRANCH TABLE FULL - VAULT "
050000             VT-BRANCH-ID " NOT PLANNED"
050100         GO TO 1400-LOAD-ONE-VAULT-EXIT
050200     END-IF
050300     ADD 1 TO WS-BRANCH-COUNT
050400     MOVE VT-BRANCH-ID TO FB-BRANCH-ID (WS-BRANCH-COUNT)
050500     MOVE ZERO TO FB-LAST-MOVE-DATE (WS-BRANCH-COUNT)
050600     MOVE ZERO TO FB-TRADING-DAYS (WS-BRANCH-COUNT)
050700     PERFORM 1410-LOAD-ONE-DENOMINATION
050800         THRU 1410-LOAD-ONE-DENOMINATION-EXIT
050900         VARYING WS-DENOM-SUB FROM 1 BY 1
051000         UNTIL WS-DENOM-SUB > 6
051100     .
051200 1400-LOAD-ONE-VAULT-EXIT.
051300     EXIT.
051400*----------------------------------------------------------------
051500 1410-LOAD-ONE-DENOMINATION.
051600     MOVE VT-DENOM-COUNT (WS-DENOM-SUB)
051700         TO FB-ON-HAND (WS-BRANCH-COUNT, WS-DENOM-SUB)
051800     MOVE ZERO TO FB-NET-OUT (WS-BRANCH-COUNT, WS-DENOM-SUB)
051900     MOVE ZERO TO FB-INCOMING (WS-BRANCH-COUNT, WS-DENOM-SUB)
052000     MOVE ZERO TO FB-RETURNING (WS-BRANCH-COUNT, WS-DENOM-SUB)
052100     MOVE ZERO TO FB-PREORDERED (WS-BRANCH-COUNT, WS-DENOM-SUB)
052200     .
052300 1410-LOAD-ONE-DENOMINATION-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------
052600*  1500-FIND-BRANCH-SLOT  --  WS-SEARCH-BRANCH-ID'S SLOT INTO
052700*  WS-FIND-SUB, IF IT HAS ONE.
052800*----------------------------------------------------------------
052900 1500-FIND-BRANCH-SLOT.
053000     MOVE 'N' TO WS-SLOT-FOUND-SWITCH
053100     PERFORM 1510-TEST-ONE-SLOT
053200         THRU 1510-TEST-ONE-SLOT-EXIT
053300         VARYING WS-FIND-SUB FROM 1 BY 1
053400         UNTIL WS-FIND-SUB > WS-BRANCH-COUNT
053500            OR WS-SLOT-FOUND
053600     IF WS-SLOT-FOUND
053700         SUBTRACT 1 FROM WS-FIND-SUB
053800     END-IF
053900     .
054000 1500-FIND-BRANCH-SLOT-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------
054300 1510-TEST-ONE-SLOT.
054400     IF FB-BRANCH-ID (WS-FIND-SUB) = WS-SEARCH-BRANCH-ID
054500         MOVE 'Y' TO WS-SLOT-FOUND-SWITCH
054600     END-IF
054700     .
054800 1510-TEST-ONE-SLOT-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100*  2000-GATHER-HISTORY  --  THE MOVEMENT LOG IS WRITTEN IN
055200*  TIME ORDER, SO A CHANGE OF DATE FOR A BRANCH IS A NEW
055300*  TRADING DAY.
055400*----------------------------------------------------------------
055500 2000-GATHER-HISTORY.
055600     OPEN INPUT VAULT-MOVEMENT-FILE
055700     IF WS-VMOVFILE-STATUS NOT = "00"
055800         DISPLAY "CASHFCST: NO VAULT MOVEMENT LOG - DEMAND "
055900             "IS PRE-ORDERS ONLY"
056000         GO TO 2000-GATHER-HISTORY-EXIT
056100     END-IF
056200     MOVE 'N' TO WS-VMOV-EOF-SWITCH
056300     PERFORM 2100-GATHER-ONE-MOVEMENT
056400         THRU 2100-GATHER-ONE-MOVEMENT-EXIT
056500         UNTIL NO-MORE-MOVEMENTS
056600     CLOSE VAULT-MOVEMENT-FILE
056700     .
056800 2000-GATHER-HISTORY-EXIT.
056900     EXIT.
057000*----------------------------------------------------------------
057100 2100-GATHER-ONE-MOVEMENT.
057200     READ VAULT-MOVEMENT-FILE
057300         AT END
057400             MOVE 'Y' TO WS-VMOV-EOF-SWITCH
057500             GO TO 2100-GATHER-ONE-MOVEMENT-EXIT
057600     END-READ
057700     IF VM-MOVE-DATE < WS-WINDOW-START-DATE
057800             OR VM-MOVE-DATE > WS-TS-DATE
057900         GO TO 2100-GATHER-ONE-MOVEMENT-EXIT
058000     END-IF
058100     IF VM-SHIPMENT-IN OR VM-SHIPMENT-OUT
058200         GO TO 2100-GATHER-ONE-MOVEMENT-EXIT
058300     END-IF
058400     MOVE VM-BRANCH-ID TO WS-SEARCH-BRANCH-ID
058500     PERFORM 1500-FIND-BRANCH-SLOT
058600         THRU 1500-FIND-BRANCH-SLOT-EXIT
058700     IF NOT WS-SLOT-FOUND
058800         GO TO 2100-GATHER-ONE-MOVEMENT-EXIT
058900     END-IF
059000     ADD 1 TO WS-MOVEMENTS-USED
059100     IF VM-MOVE-DATE NOT = FB-LAST-MOVE-DATE (WS-FIND-SUB)
059200         ADD 1 TO FB-TRADING-DAYS (WS-FIND-SUB)
059300         MOVE VM-MOVE-DATE TO FB-LAST-MOVE-DATE (WS-FIND-SUB)
059400     END-IF
059500     PERFORM 2110-NET-ONE-DENOMINATION
059600         THRU 2110-NET-ONE-DENOMINATION-EXIT
059700         VARYING WS-DENOM-SUB FROM 1 BY 1
059800         UNTIL WS-DENOM-SUB > 6
059900     .
060000 2100-GATHER-ONE-MOVEMENT-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------
060300 2110-NET-ONE-DENOMINATION.
060400     IF VM-CASH-LEAVING-VAULT
060500         ADD VM-DENOM-COUNT (WS-DENOM-SUB)
060600             TO FB-NET-OUT (WS-FIND-SUB, WS-DENOM-SUB)
060700     ELSE
060800         SUBTRACT VM-DENOM-COUNT (WS-DENOM-SUB)
060900             FROM FB-NET-OUT (WS-FIND-SUB, WS-DENOM-SUB)
061000     END-IF
061100     .
061200 2110-NET-ONE-DENOMINATION-EXIT.
061300     EXIT.
061400*----------------------------------------------------------------
061500*  2200-GATHER-SHIPMENTS  --  ORDERS ORDERED OR IN TRANSIT WILL
061600*  ARRIVE; RETURNS ORDERED BUT NOT YET SHIPPED ARE STILL IN
061700*  THE VAULT'S NOTES ON HAND BUT ALREADY SPOKEN FOR.
061800*----------------------------------------------------------------
061900 2200-GATHER-SHIPMENTS.
062000     OPEN I-O CASH-SHIPMENT-FILE
062100     IF WS-CASHSHIP-STATUS = "35"
062200         CLOSE CASH-SHIPMENT-FILE
062300         OPEN OUTPUT CASH-SHIPMENT-FILE
062400         CLOSE CASH-SHIPMENT-FILE
062500         OPEN I-O CASH-SHIPMENT-FILE
062600     END-IF
062700     IF WS-CASHSHIP-STATUS NOT = "00"
062800         DISPLAY "CASHFCST: UNABLE TO OPEN SHIPMENT REGISTER, "
062900             "STATUS = " WS-CASHSHIP-STATUS
063000         GO TO 2200-GATHER-SHIPMENTS-EXIT
063100     END-IF
063200     MOVE 'N' TO WS-SHIP-EOF-SWITCH
063300     PERFORM 2300-GATHER-ONE-SHIPMENT
063400         THRU 2300-GATHER-ONE-SHIPMENT-EXIT
063500         UNTIL NO-MORE-SHIPMENTS
063600     .
063700 2200-GATHER-SHIPMENTS-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------
064000 2300-GATHER-ONE-SHIPMENT.
064100     READ CASH-SHIPMENT-FILE NEXT RECORD
064200         AT END
064300             MOVE 'Y' TO WS-SHIP-EOF-SWITCH
064400             GO TO 2300-GATHER-ONE-SHIPMENT-EXIT
064500     END-READ
064600     IF NOT SH-OUTSTANDING
064700         GO TO 2300-GATHER-ONE-SHIPMENT-EXIT
064800     END-IF
064900     IF SH-RETURN-OUT AND NOT SH-ORDERED
065000         GO TO 2300-GATHER-ONE-SHIPMENT-EXIT
065100     END-IF
065200     MOVE SH-BRANCH-ID TO WS-SEARCH-BRANCH-ID
065300     PERFORM 1500-FIND-BRANCH-SLOT
065400         THRU 1500-FIND-BRANCH-SLOT-EXIT
065500     IF NOT WS-SLOT-FOUND
065600         GO TO 2300-GATHER-ONE-SHIPMENT-EXIT
065700     END-IF
065800     PERFORM 2310-ADD-ONE-DENOMINATION
065900         THRU 2310-ADD-ONE-DENOMINATION-EXIT
066000         VARYING WS-DENOM-SUB FROM 1 BY 1
066100         UNTIL WS-DENOM-SUB > 6
066200     .
066300 2300-GATHER-ONE-SHIPMENT-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600 2310-ADD-ONE-DENOMINATION.
066700     IF SH-ORDER-IN
066800         ADD SH-DENOM-COUNT (WS-DENOM-SUB)
066900             TO FB-INCOMING (WS-FIND-SUB, WS-DENOM-SUB)
067000     ELSE
067100         ADD SH-DENOM-COUNT (WS-DENOM-SUB)
067200             TO FB-RETURNING (WS-FIND-SUB, WS-DENOM-SUB)
067300     END-IF
067400     .
067500 2310-ADD-ONE-DENOMINATION-EXIT.
067600     EXIT.
067700*----------------------------------------------------------------
067800*  2400-GATHER-PREORDERS  --  OPEN PRE-ORDERS FOR PICKUP ON A
067900*  HORIZON DAY.
068000*----------------------------------------------------------------
068100 2400-GATHER-PREORDERS.
068200     OPEN INPUT CASH-PREORDER-FILE
068300     IF WS-CASHPORD-STATUS NOT = "00"
068400         GO TO 2400-GATHER-PREORDERS-EXIT
068500     END-IF
068600     MOVE 'N' TO WS-PORD-EOF-SWITCH
068700     PERFORM 2500-GATHER-ONE-PREORDER
068800         THRU 2500-GATHER-ONE-PREORDER-EXIT
068900         UNTIL NO-MORE-PREORDERS
069000     CLOSE CASH-PREORDER-FILE
069100     .
069200 2400-GATHER-PREORDERS-EXIT.
069300     EXIT.
069400*----------------------------------------------------------------
069500 2500-GATHER-ONE-PREORDER.
069600     READ CASH-PREORDER-FILE NEXT RECORD
069700         AT END
069800             MOVE 'Y' TO WS-PORD-EOF-SWITCH
069900             GO TO 2500-GATHER-ONE-PREORDER-EXIT
070000     END-READ
070100     IF NOT CP-PREORDER-OPEN
070200             OR CP-PICKUP-DATE NOT > WS-TS-DATE
070300             OR CP-PICKUP-DATE > WS-HORIZON-END-DATE
070400         GO TO 2500-GATHER-ONE-PREORDER-EXIT
070500     END-IF
070600     MOVE CP-BRANCH-ID TO WS-SEARCH-BRANCH-ID
070700     PERFORM 1500-FIND-BRANCH-SLOT
070800         THRU 1500-FIND-BRANCH-SLOT-EXIT
070900     IF NOT WS-SLOT-FOUND
071000         GO TO 2500-GATHER-ONE-PREORDER-EXIT
071100     END-IF
071200     PERFORM 2510-ADD-ONE-DENOMINATION
071300         THRU 2510-ADD-ONE-DENOMINATION-EXIT
071400         VARYING WS-DENOM-SUB FROM 1 BY 1
071500         UNTIL WS-DENOM-SUB > 6
071600     .
071700 2500-GATHER-ONE-PREORDER-EXIT.
071800     EXIT.
071900*----------------------------------------------------------------
072000 2510-ADD-ONE-DENOMINATION.
072100     ADD CP-DENOM-COUNT (WS-DENOM-SUB)
072200         TO FB-PREORDERED (WS-FIND-SUB, WS-DENOM-SUB)
072300     .
072400 2510-ADD-ONE-DENOMINATION-EXIT.
072500     EXIT.
072600*----------------------------------------------------------------
072700*  3000-PLAN-ONE-BRANCH  --  A BRANCH WITH NO LIMITS ON FILE IS
072800*  NOT MANAGED BY THE FORECAST.
072900*----------------------------------------------------------------
073000 3000-PLAN-ONE-BRANCH.
073100     IF WS-CASHLIM-STATUS NOT = "00"
073200             AND WS-CASHLIM-STATUS NOT = "23"
073300         ADD 1 TO WS-BRANCHES-NO-LIMITS
073400         GO TO 3000-PLAN-ONE-BRANCH-EXIT
073500     END-IF
073600     MOVE FB-BRANCH-ID (WS-BR-SUB) TO CL-BRANCH-ID
073700     READ CASH-LIMIT-FILE
073800         KEY IS CL-BRANCH-ID
073900         INVALID KEY
074000             ADD 1 TO WS-BRANCHES-NO-LIMITS
074100             GO TO 3000-PLAN-ONE-BRANCH-EXIT
074200     END-READ
074300     ADD 1 TO WS-BRANCHES-PLANNED
074400     MOVE ZERO TO WS-ORDER-AMOUNT
074500     MOVE ZERO TO WS-RETURN-AMOUNT
074600     PERFORM 3100-PLAN-ONE-DENOMINATION
074700         THRU 3100-PLAN-ONE-DENOMINATION-EXIT
074800         VARYING WS-DENOM-SUB FROM 1 BY 1
074900         UNTIL WS-DENOM-SUB > 6
075000     IF WS-ORDER-AMOUNT > ZERO
075100         PERFORM 3200-WRITE-ORDER
075200             THRU 3200-WRITE-ORDER-EXIT
075300     END-IF
075400     IF WS-RETURN-AMOUNT > ZERO
075500         PERFORM 3300-WRITE-RETURN
075600             THRU 3300-WRITE-RETURN-EXIT
075700     END-IF
075800     .
075900 3000-PLAN-ONE-BRANCH-EXIT.
076000     EXIT.
076100*----------------------------------------------------------------
076200*  3100-PLAN-ONE-DENOMINATION  --  THE FORECAST ITSELF, IN
076300*  NOTES.  DEMAND IS THE AVERAGE DAY TIMES THE HORIZON'S
076400*  FACTORS, PLUS PRE-ORDERS; IT MAY BE NEGATIVE AT A BRANCH
076500*  THAT TAKES IN MORE CASH THAN IT PAYS OUT.  AN ORDER FILLS
076600*  TO THE MAXIMUM ROUNDED UP TO A WHOLE STRAP; A RETURN TAKES
076700*  THE WHOLE STRAPS ABOVE THE MAXIMUM THAT ARE IN THE VAULT.
076800*----------------------------------------------------------------
076900 3100-PLAN-ONE-DENOMINATION.
077000     MOVE ZERO TO WS-ORDER-NOTES (WS-DENOM-SUB)
077100     MOVE ZERO TO WS-RETURN-NOTES (WS-DENOM-SUB)
077200     IF CL-MAXIMUM-VALUE (WS-DENOM-SUB) = ZERO
077300         GO TO 3100-PLAN-ONE-DENOMINATION-EXIT
077400     END-IF
077500     IF FB-TRADING-DAYS (WS-BR-SUB) > ZERO
077600         COMPUTE WS-AVERAGE-NOTES ROUNDED =
077700             FB-NET-OUT (WS-BR-SUB, WS-DENOM-SUB)
077800             / FB-TRADING-DAYS (WS-BR-SUB)
077900     ELSE
078000         MOVE ZERO TO WS-AVERAGE-NOTES
078100     END-IF
078200     COMPUTE WS-DEMAND-NOTES ROUNDED =
078300         (WS-AVERAGE-NOTES * WS-FACTOR-TOTAL / 100)
078400         + FB-PREORDERED (WS-BR-SUB, WS-DENOM-SUB)
078500     COMPUTE WS-PROJECTED-NOTES =
078600         FB-ON-HAND (WS-BR-SUB, WS-DENOM-SUB)
078700         + FB-INCOMING (WS-BR-SUB, WS-DENOM-SUB)
078800         - FB-RETURNING (WS-BR-SUB, WS-DENOM-SUB)
078900         - WS-DEMAND-NOTES
079000     COMPUTE WS-PROJECTED-VALUE =
079100         WS-PROJECTED-NOTES * DT-FACE-VALUE (WS-DENOM-SUB)
079200
079300     MOVE "HOLD  " TO WS-ACTION-WORD
079400     MOVE ZERO TO WS-ACTION-NOTES
079500     IF WS-PROJECTED-VALUE < CL-MINIMUM-VALUE (WS-DENOM-SUB)
079600         COMPUTE WS-GAP-VALUE =
079700             CL-MAXIMUM-VALUE (WS-DENOM-SUB)
079800             - WS-PROJECTED-VALUE
079900         COMPUTE WS-NOTES-NEEDED =
080000             (WS-GAP-VALUE + DT-FACE-VALUE (WS-DENOM-SUB) - 1)
080100             / DT-FACE-VALUE (WS-DENOM-SUB)
080200         COMPUTE WS-STRAPS =
080300             (WS-NOTES-NEEDED + DT-STRAP-NOTES (WS-DENOM-SUB)
080400             - 1) / DT-STRAP-NOTES (WS-DENOM-SUB)
080500         COMPUTE WS-ORDER-NOTES (WS-DENOM-SUB) =
080600             WS-STRAPS * DT-STRAP-NOTES (WS-DENOM-SUB)
080700         COMPUTE WS-ORDER-AMOUNT = WS-ORDER-AMOUNT
080800             + (WS-ORDER-NOTES (WS-DENOM-SUB)
080900                * DT-FACE-VALUE (WS-DENOM-SUB))
081000         MOVE "ORDER " TO WS-ACTION-WORD
081100         MOVE WS-ORDER-NOTES (WS-DENOM-SUB) TO WS-ACTION-NOTES
081200     END-IF
081300     IF WS-PROJECTED-VALUE > CL-MAXIMUM-VALUE (WS-DENOM-SUB)
081400         COMPUTE WS-GAP-VALUE =
081500             WS-PROJECTED-VALUE
081600             - CL-MAXIMUM-VALUE (WS-DENOM-SUB)
081700         COMPUTE WS-NOTES-NEEDED =
081800             WS-GAP-VALUE / DT-FACE-VALUE (WS-DENOM-SUB)
081900         COMPUTE WS-AVAILABLE-NOTES =
082000             FB-ON-HAND (WS-BR-SUB, WS-DENOM-SUB)
082100             - FB-RETURNING (WS-BR-SUB, WS-DENOM-SUB)
082200         IF WS-AVAILABLE-NOTES < WS-NOTES-NEEDED
082300             MOVE ZERO TO WS-NOTES-NEEDED
082400             IF WS-AVAILABLE-NOTES > ZERO
082500                 MOVE WS-AVAILABLE-NOTES TO WS-NOTES-NEEDED
082600             END-IF
082700         END-IF
082800         COMPUTE WS-STRAPS =
082900             WS-NOTES-NEEDED / DT-STRAP-NOTES (WS-DENOM-SUB)
083000         COMPUTE WS-RETURN-NOTES (WS-DENOM-SUB) =
083100             WS-STRAPS * DT-STRAP-NOTES (WS-DENOM-SUB)
083200         IF WS-RETURN-NOTES (WS-DENOM-SUB) > ZERO
083300             COMPUTE WS-RETURN-AMOUNT = WS-RETURN-AMOUNT
083400                 + (WS-RETURN-NOTES (WS-DENOM-SUB)
083500                    * DT-FACE-VALUE (WS-DENOM-SUB))
083600             MOVE "RETURN" TO WS-ACTION-WORD
083700             MOVE WS-RETURN-NOTES (WS-DENOM-SUB)
083800                 TO WS-ACTION-NOTES
083900         END-IF
084000     END-IF
084100
084200     MOVE FB-ON-HAND (WS-BR-SUB, WS-DENOM-SUB)
084300         TO WS-EDIT-ON-HAND
084400     MOVE WS-DEMAND-NOTES    TO WS-EDIT-DEMAND
084500     MOVE WS-PROJECTED-NOTES TO WS-EDIT-PROJECTED
084600     MOVE WS-ACTION-NOTES    TO WS-EDIT-NOTES
084700     MOVE FB-BRANCH-ID (WS-BR-SUB) TO ED-BRANCH-ID
084800     MOVE "CASH FORECAST AND ORDER" TO ED-SECTION-TITLE
084900     MOVE SPACES TO ED-DETAIL-LINE
085000     STRING DT-FACE-VALUE (WS-DENOM-SUB) "S"
085100         " ON HAND " WS-EDIT-ON-HAND
085200         " DEMAND " WS-EDIT-DEMAND
085300         " PROJECTED " WS-EDIT-PROJECTED
085400         " " WS-ACTION-WORD " " WS-EDIT-NOTES
085500         DELIMITED BY SIZE INTO ED-DETAIL-LINE
085600     MOVE WS-TS-DATE TO ED-RUN-DATE
085700     WRITE EOD-REPORT-DECK-RECORD
085800     .
085900 3100-PLAN-ONE-DENOMINATION-EXIT.
086000     EXIT.
086100*----------------------------------------------------------------
086200*  3200-WRITE-ORDER  --  CASH CENTER STOCK TO THE BRANCH.
086300*----------------------------------------------------------------
086400 3200-WRITE-ORDER.
086500     MOVE 'I' TO SH-DIRECTION
086600     MOVE WS-ORDER-AMOUNT TO SH-AMOUNT
086700     PERFORM 3210-ORDER-ONE-DENOMINATION
086800         THRU 3210-ORDER-ONE-DENOMINATION-EXIT
086900         VARYING WS-DENOM-SUB FROM 1 BY 1
087000         UNTIL WS-DENOM-SUB > 6
087100     PERFORM 3500-WRITE-SHIPMENT
087200         THRU 3500-WRITE-SHIPMENT-EXIT
087300     ADD 1 TO WS-ORDERS-WRITTEN
087400     ADD WS-ORDER-AMOUNT TO WS-ORDER-TOTAL
087500     .
087600 3200-WRITE-ORDER-EXIT.
087700     EXIT.
087800*----------------------------------------------------------------
087900 3210-ORDER-ONE-DENOMINATION.
088000     MOVE WS-ORDER-NOTES (WS-DENOM-SUB)
088100         TO SH-DENOM-COUNT (WS-DENOM-SUB)
088200     .
088300 3210-ORDER-ONE-DENOMINATION-EXIT.
088400     EXIT.
088500*----------------------------------------------------------------
088600*  3300-WRITE-RETURN  --  BRANCH SURPLUS BACK TO THE CASH
088700*  CENTER.  THE VAULT SHIPS IT (VAULT-MAINT, T).
088800*----------------------------------------------------------------
088900 3300-WRITE-RETURN.
089000     MOVE 'R' TO SH-DIRECTION
089100     MOVE WS-RETURN-AMOUNT TO SH-AMOUNT
089200     PERFORM 3310-RETURN-ONE-DENOMINATION
089300         THRU 3310-RETURN-ONE-DENOMINATION-EXIT
089400         VARYING WS-DENOM-SUB FROM 1 BY 1
089500         UNTIL WS-DENOM-SUB > 6
089600     PERFORM 3500-WRITE-SHIPMENT
089700         THRU 3500-WRITE-SHIPMENT-EXIT
089800     ADD 1 TO WS-RETURNS-WRITTEN
089900     ADD WS-RETURN-AMOUNT TO WS-RETURN-TOTAL
090000     .
090100 3300-WRITE-RETURN-EXIT.
090200     EXIT.
090300*----------------------------------------------------------------
090400 3310-RETURN-ONE-DENOMINATION.
090500     MOVE WS-RETURN-NOTES (WS-DENOM-SUB)
090600         TO SH-DENOM-COUNT (WS-DENOM-SUB)
090700     .
090800 3310-RETURN-ONE-DENOMINATION-EXIT.
090900     EXIT.
091000*----------------------------------------------------------------
091100*  3500-WRITE-SHIPMENT  --  THE REGISTER ROW, ITS LINE ON THE
091200*  ORDER FILE TO THE CASH CENTER, AND ITS EOD DECK LINE.  THE
091300*  CALLER HAS SET THE DIRECTION, AMOUNT AND NOTES.
091400*----------------------------------------------------------------
091500 3500-WRITE-SHIPMENT.
091600     MOVE "CASHSHIP" TO WS-ID-SOURCE-NAME
091700     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
091800         WS-NEXT-ASSIGNED-ID
091900     MOVE WS-NEXT-ASSIGNED-ID      TO SH-SHIPMENT-ID
092000     MOVE FB-BRANCH-ID (WS-BR-SUB) TO SH-BRANCH-ID
092100     SET SH-ORDERED TO TRUE
092200     MOVE WS-TS-DATE               TO SH-ORDER-DATE
092300     MOVE WS-DELIVERY-DATE         TO SH-DELIVERY-DATE
092400     MOVE ZERO                     TO SH-DISPATCH-DATE
092500     MOVE ZERO                     TO SH-RECEIVE-DATE
092600     MOVE SPACES                   TO SH-CARRIER-REF
092700     MOVE WS-BATCH-OPERATOR-ID     TO SH-ORDERED-BY
092800     MOVE SPACES                   TO SH-DISPATCHED-BY
092900     MOVE SPACES                   TO SH-RECEIVED-BY
093000     WRITE CASH-SHIPMENT-RECORD
093100         INVALID KEY
093200             DISPLAY "CASHFCST: DUPLICATE SHIPMENT ID "
093300                 SH-SHIPMENT-ID " - NOT ORDERED"
093400             GO TO 3500-WRITE-SHIPMENT-EXIT
093500     END-WRITE
093600
093700     MOVE SH-SHIPMENT-ID   TO CO-SHIPMENT-ID
093800     MOVE SH-BRANCH-ID     TO CO-BRANCH-ID
093900     MOVE SH-DIRECTION     TO CO-DIRECTION
094000     MOVE SH-DELIVERY-DATE TO CO-DELIVERY-DATE
094100     MOVE SH-AMOUNT        TO CO-AMOUNT
094200     PERFORM 3510-COPY-ONE-DENOMINATION
094300         THRU 3510-COPY-ONE-DENOMINATION-EXIT
094400         VARYING WS-DENOM-SUB FROM 1 BY 1
094500         UNTIL WS-DENOM-SUB > 6
094600     WRITE CASH-ORDER-RECORD
094700
094800     MOVE SH-AMOUNT TO WS-EDIT-AMOUNT
094900     MOVE SH-BRANCH-ID TO ED-BRANCH-ID
095000     MOVE "CASH FORECAST AND ORDER" TO ED-SECTION-TITLE
095100     MOVE SPACES TO ED-DETAIL-LINE
095200     IF SH-ORDER-IN
095300         STRING "ORDER " SH-SHIPMENT-ID " TO CASH CENTER FOR "
095400             WS-EDIT-AMOUNT " DELIVERY " SH-DELIVERY-DATE
095500             DELIMITED BY SIZE INTO ED-DETAIL-LINE
095600     ELSE
095700         STRING "RETURN " SH-SHIPMENT-ID " TO CASH CENTER FOR "
095800             WS-EDIT-AMOUNT " COLLECTION " SH-DELIVERY-DATE
095900             DELIMITED BY SIZE INTO ED-DETAIL-LINE
096000     END-IF
096100     MOVE WS-TS-DATE TO ED-RUN-DATE
096200     WRITE EOD-REPORT-DECK-RECORD
096300     .
096400 3500-WRITE-SHIPMENT-EXIT.
096500     EXIT.
096600*----------------------------------------------------------------
096700 3510-COPY-ONE-DENOMINATION.
096800     MOVE SH-DENOM-COUNT (WS-DENOM-SUB)
096900         TO CO-DENOM-COUNT (WS-DENOM-SUB)
097000     .
097100 3510-COPY-ONE-DENOMINATION-EXIT.
097200     EXIT.
097300*----------------------------------------------------------------
097400 9999-EXIT.
097500     IF WS-BRANCH-COUNT > ZERO
097600         CLOSE EOD-REPORT-DECK-FILE
097700         CLOSE CASH-ORDER-FILE
097800         CLOSE CASH-LIMIT-FILE
097900         CLOSE CASH-SHIPMENT-FILE
098000     END-IF
098100     .
098200 9999-EXIT-EXIT.
098300     EXIT.
098400 END PROGRAM CASH-FORECAST.
