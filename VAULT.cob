002100*                     POSITION REPORT PROVES.  NO GL ENTRY
002200*                     MOVES - VAULT AND DRAWERS ARE BOTH
002300*                     INSIDE THE CASH CONTROL ACCOUNT.
002303*    2026-10-15  RPK  ATM CASSETTE LOADS (L) AND UNLOADS (U) ARE
002306*                     NOW VAULT MOVEMENTS - THE VAULT LEG ON THE
002309*                     VAULT LEDGER, THE ATM LEG ON THE ATM
002312*                     TERMINAL MASTER, AND A MOVEMENT LOG ROW
002315*                     CARRYING THE TERMINAL ID.  AN UNLOAD AT
002318*                     REPLENISHMENT RECORDS THE COUNTED
002321*                     REMAINDER THE ATM CASH PROOF JUDGES.
002324*                     CASH LOADED INTO AN ATM NO LONGER SIMPLY
002327*                     LEAVES THE VAULT WITH NOTHING TO SHOW.
002330*    2026-10-15  RPK  THE VAULT NOW KNOWS ITS NOTES ON HAND BY
002333*                     DENOMINATION - THE OPENING FLOAT AND THE
002336*                     COUNT ARE KEYED BY NOTE COUNT AND EVERY
002339*                     MOVEMENT CARRIES ITS NOTES IN OR OUT.
002342*                     NEW OPTIONS FOR THE CASH CENTER SHIPMENTS
002345*                     THE CASH FORECAST ORDERS: R RECEIVES AN
002348*                     IN-TRANSIT SHIPMENT INTO THE VAULT AND T
002351*                     HANDS A SURPLUS RETURN TO THE CARRIER,
002354*                     BOTH BLIND-COUNTED AGAINST THE SHIPMENT
002357*                     REGISTER, BOTH UNDER DUAL CONTROL (A
002360*                     SECOND PERSON THROUGH SUP-OVERRIDE), BOTH
002363*                     POSTING THE CASH IN TRANSIT GL (CODES 6
002366*                     AND 5).  P TAKES OR CANCELS A CUSTOMER'S
002369*                     LARGE-CASH PRE-ORDER FOR THE FORECAST.
002372*                     THE MOVEMENT LOG LAYOUT MOVED TO VMOVSEL/
002375*                     VMOVREC.
002378*    2026-10-15  RPK  A VAULT-TO-DRAWER OR DRAWER-TO-VAULT
002381*                     MOVEMENT NOW PASSES ITS NOTE COUNTS TO
002384*                     DRAWER-POST, SO THE TELLER'S DRAWER CARRIES
002387*                     ITS NOTES BY DENOMINATION TOO.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     COPY VLTSEL.
002900     COPY OPERMSEL.
003000     COPY ATMTSEL.
003100     COPY VMOVSEL.
003200     COPY CSHPSEL.
003300     COPY CPORSEL.
003350     COPY ACCTMSEL.
003400     COPY ACTAUDSEL.
003500*================================================================
003600 DATA DIVISION.
003900     COPY VLTREC.
004000 FD  OPERATOR-MASTER-FILE.
004100     COPY OPERMAST.
004133 FD  ATM-TERMINAL-FILE.
004166     COPY ATMTREC.
004200 FD  VAULT-MOVEMENT-FILE.
004300     COPY VMOVREC.
004400 FD  CASH-SHIPMENT-FILE.
004500     COPY CSHPREC.
004600 FD  CASH-PREORDER-FILE.
004700     COPY CPORREC.
004800 FD  ACCOUNT-MASTER-FILE.
004900     COPY ACCTMAST.
005900 FD  ACTIVITY-AUDIT-FILE.
006000     COPY ACTAUDREC.
006100*----------------------------------------------------------------
006400     05  WS-VAULTFIL-STATUS        PIC XX.
006500     05  WS-OPERMAST-STATUS        PIC XX.
006600     05  WS-VMOVFILE-STATUS        PIC XX.
006620     05  WS-ATMTERM-STATUS         PIC XX.
006640     05  WS-CASHSHIP-STATUS        PIC XX.
006660     05  WS-CASHPORD-STATUS        PIC XX.
006680     05  WS-ACCTMAST-STATUS        PIC XX.
006700     05  WS-ACTAUDIT-STATUS        PIC XX.
006800*----------------------------------------------------------------
006900 01  WS-WORK-FIELDS.
007600     05  WS-MAINT-OPERATOR-ID      PIC X(08).
007700     05  WS-TARGET-BRANCH-ID       PIC X(06).
007800     05  WS-TELLER-ID              PIC X(08).
007833     05  WS-TERMINAL-ID            PIC X(08).
007900     05  WS-MOVE-AMOUNT            PIC 9(09)V99.
008000     05  WS-DENOM-TOTAL            PIC 9(11)V99.
008100     05  WS-ACTION-TAKEN           PIC X(15).
008200     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
008204     05  WS-DENOM-SUB              PIC 9(02) COMP.
008208     05  WS-EDIT-NOTES             PIC -(6)9.
008212     05  WS-SHIPMENT-ID            PIC 9(08).
008216     05  WS-PREORDER-ACTION        PIC X.
008220     05  WS-PREORDER-ACCT          PIC 9(10).
008224     05  WS-PICKUP-DATE            PIC 9(08).
008228     05  WS-VAULT-READY-SWITCH     PIC X.
008232         88  WS-VAULT-READY        VALUE 'Y'.
008236     05  WS-DENOM-MISMATCH-SWITCH  PIC X.
008240         88  WS-DENOMS-MISMATCH    VALUE 'Y'.
008244     05  WS-OVERRIDE-FLAG          PIC X.
008248     05  WS-OVERRIDE-AMOUNT        PIC S9(09)V99.
008252     05  WS-GL-AMOUNT              PIC S9(09)V99.
008256     05  WS-GL-POST-FLAG           PIC X.
008260     05  WS-ZERO-ACCT-NUMBER       PIC 9(10) VALUE 0.
008264     05  WS-NO-TYPE-CODE           PIC X VALUE SPACE.
008268     05  WS-ID-SOURCE-NAME         PIC X(08).
008272     05  WS-NEXT-ASSIGNED-ID       PIC 9(08).
008276*----------------------------------------------------------------
008280     COPY DENOMTAB.
008300*----------------------------------------------------------------
008400 01  WS-BUSINESS-DATE              PIC 9(08).
008500 01  WS-BUSDATE-FLAG               PIC X.
011800 2000-WORK-ONE-CHOICE.
011900     DISPLAY "O=OPEN DAY  B=DRAWER BUYS CASH  "
012000         "S=DRAWER SELLS CASH  C=COUNT  Q=INQUIRE  X=EXIT"
012025     DISPLAY "L=LOAD ATM CASSETTES  U=UNLOAD ATM CASSETTES"
012050     DISPLAY "R=RECEIVE CASH SHIPMENT  T=SHIP RETURN TO CASH "
012075         "CENTER  P=CUSTOMER CASH PRE-ORDER"
012100     DISPLAY "CHOICE: "
012200     ACCEPT WS-MENU-CHOICE
012300     EVALUATE WS-MENU-CHOICE
013200             MOVE 'S' TO VM-DIRECTION
013300             PERFORM 4000-MOVE-CASH
013400                 THRU 4000-MOVE-CASH-EXIT
013405         WHEN 'L'
013410             MOVE 'L' TO VM-DIRECTION
013415             PERFORM 4500-REPLENISH-ATM
013420                 THRU 4500-REPLENISH-ATM-EXIT
013425         WHEN 'U'
013430             MOVE 'U' TO VM-DIRECTION
013435             PERFORM 4500-REPLENISH-ATM
013440                 THRU 4500-REPLENISH-ATM-EXIT
013445         WHEN 'R'
013450             MOVE 'R' TO VM-DIRECTION
013455             PERFORM 7500-RECEIVE-SHIPMENT
013460                 THRU 7500-RECEIVE-SHIPMENT-EXIT
013465         WHEN 'T'
013470             MOVE 'T' TO VM-DIRECTION
013475             PERFORM 7600-SHIP-RETURN
013480                 THRU 7600-SHIP-RETURN-EXIT
013485         WHEN 'P'
013490             PERFORM 7000-CASH-PREORDER
013495                 THRU 7000-CASH-PREORDER-EXIT
013500         WHEN 'C'
013600             PERFORM 5000-RECORD-COUNT
013700                 THRU 5000-RECORD-COUNT-EXIT
018500     END-READ
018600     MOVE WS-TARGET-BRANCH-ID TO VT-BRANCH-ID
018700     MOVE WS-TS-DATE          TO VT-VAULT-DATE
018800     DISPLAY "OPENING FLOAT BY DENOMINATION"
018900     PERFORM 4900-ACCEPT-DENOMINATIONS
018920         THRU 4900-ACCEPT-DENOMINATIONS-EXIT
018940     MOVE WS-DENOM-TOTAL TO VT-OPENING-FLOAT
018960     PERFORM 4970-SET-DENOMINATIONS
018980         THRU 4970-SET-DENOMINATIONS-EXIT
019000     MOVE ZERO TO VT-CASH-IN
019100     MOVE ZERO TO VT-CASH-OUT
019200     MOVE ZERO TO VT-COUNTED-AMOUNT
024200         DISPLAY "AMOUNT MUST BE POSITIVE - NO MOVEMENT"
024300         GO TO 4000-MOVE-CASH-EXIT
024400     END-IF
024500     PERFORM 4900-ACCEPT-DENOMINATIONS
024600         THRU 4900-ACCEPT-DENOMINATIONS-EXIT
026400     IF WS-DENOM-TOTAL NOT = WS-MOVE-AMOUNT
026500         DISPLAY "DENOMINATIONS TOTAL " WS-DENOM-TOTAL
026600             " BUT AMOUNT IS " WS-MOVE-AMOUNT
028900         GO TO 4000-MOVE-CASH-EXIT
029000     END-IF
029100
029133     PERFORM 4960-APPLY-DENOMINATIONS
029166         THRU 4960-APPLY-DENOMINATIONS-EXIT
029200     IF VM-VAULT-TO-DRAWER
029300         ADD WS-MOVE-AMOUNT TO VT-CASH-OUT
029400         CALL "DRAWER-POST" USING WS-TELLER-ID "D"
029500             WS-MOVE-AMOUNT VM-DENOM-COUNTS
029600     ELSE
029700         ADD WS-MOVE-AMOUNT TO VT-CASH-IN
029800         CALL "DRAWER-POST" USING WS-TELLER-ID "W"
029900             WS-MOVE-AMOUNT VM-DENOM-COUNTS
030000     END-IF
030100     REWRITE BRANCH-VAULT-RECORD
030200     CLOSE BRANCH-VAULT-FILE
030300
030700     MOVE WS-TELLER-ID            TO VM-TELLER-ID
030800     MOVE SPACES                  TO VM-TERMINAL-ID
030900     MOVE ZERO                    TO VM-SHIPMENT-ID
031000     PERFORM 4950-WRITE-MOVEMENT-ROW
031100         THRU 4950-WRITE-MOVEMENT-ROW-EXIT
031700
031800     IF VM-VAULT-TO-DRAWER
031900         MOVE "DRAWER BOUGHT" TO WS-ACTION-TAKEN
032700         " POSTED"
032800     .
032900 4000-MOVE-CASH-EXIT.
032901     EXIT.
032902*----------------------------------------------------------------
032903*  4500-REPLENISH-ATM  --  ONE CASSETTE MOVEMENT BETWEEN THE
032904*  VAULT AND ONE OF THE BRANCH'S ATMS.  L = CASSETTES LOADED
032905*  (VAULT OUT, ATM IN), U = CASSETTES UNLOADED AT REPLENISHMENT
032906*  (ATM OUT, VAULT IN).  THE AMOUNT UNLOADED IS THE COUNTED
032907*  REMAINDER THE ATM CASH PROOF JUDGES, SO IT MAY BE ZERO, AND
032908*  A TERMINAL CANNOT BE UNLOADED AGAIN UNTIL THAT COUNT HAS
032909*  BEEN PROVED.  A LOAD AFTER THE COUNT STARTS THE NEXT CYCLE.
032910*----------------------------------------------------------------
032911 4500-REPLENISH-ATM.
032912     DISPLAY "ENTER BRANCH ID: "
032913     ACCEPT WS-TARGET-BRANCH-ID
032914     DISPLAY "ENTER ATM TERMINAL ID: "
032915     ACCEPT WS-TERMINAL-ID
032916     OPEN I-O ATM-TERMINAL-FILE
032917     IF WS-ATMTERM-STATUS NOT = "00"
032918         DISPLAY "VAULT: UNABLE TO OPEN ATM TERMINAL MASTER, "
032919             "STATUS = " WS-ATMTERM-STATUS
032920         GO TO 4500-REPLENISH-ATM-EXIT
032921     END-IF
032922     MOVE WS-TERMINAL-ID TO TM-TERMINAL-ID
032923     READ ATM-TERMINAL-FILE
032924         KEY IS TM-TERMINAL-ID
032925         INVALID KEY
032926             DISPLAY "TERMINAL NOT ON ATM TERMINAL MASTER"
032927             CLOSE ATM-TERMINAL-FILE
032928             GO TO 4500-REPLENISH-ATM-EXIT
032929     END-READ
032930     IF TM-BRANCH-ID NOT = WS-TARGET-BRANCH-ID
032931         DISPLAY "TERMINAL IS NOT AT THAT BRANCH - NO MOVEMENT"
032932         CLOSE ATM-TERMINAL-FILE
032933         GO TO 4500-REPLENISH-ATM-EXIT
032934     END-IF
032935     IF TM-TERMINAL-CLOSED
032936         DISPLAY "TERMINAL IS CLOSED - NO MOVEMENT"
032937         CLOSE ATM-TERMINAL-FILE
032938         GO TO 4500-REPLENISH-ATM-EXIT
032939     END-IF
032940     IF VM-ATM-TO-VAULT AND TM-CYCLE-COUNTED
032941         DISPLAY "TERMINAL ALREADY COUNTED ON " TM-COUNT-DATE
032942             " - AWAITING THE ATM CASH PROOF"
032943         CLOSE ATM-TERMINAL-FILE
032944         GO TO 4500-REPLENISH-ATM-EXIT
032945     END-IF
032946
032947     IF VM-VAULT-TO-ATM
032948         DISPLAY "ENTER AMOUNT LOADED: "
032949     ELSE
032950         DISPLAY "ENTER COUNTED REMAINDER UNLOADED: "
032951     END-IF
032952     ACCEPT WS-MOVE-AMOUNT
032953     IF VM-VAULT-TO-ATM AND WS-MOVE-AMOUNT NOT > ZERO
032954         DISPLAY "AMOUNT MUST BE POSITIVE - NO MOVEMENT"
032955         CLOSE ATM-TERMINAL-FILE
032956         GO TO 4500-REPLENISH-ATM-EXIT
032957     END-IF
032958     PERFORM 4900-ACCEPT-DENOMINATIONS
032959         THRU 4900-ACCEPT-DENOMINATIONS-EXIT
032960     IF WS-DENOM-TOTAL NOT = WS-MOVE-AMOUNT
032961         DISPLAY "DENOMINATIONS TOTAL " WS-DENOM-TOTAL
032962             " BUT AMOUNT IS " WS-MOVE-AMOUNT
032963             " - NO MOVEMENT"
032964         CLOSE ATM-TERMINAL-FILE
032965         GO TO 4500-REPLENISH-ATM-EXIT
032966     END-IF
032967
032968     OPEN I-O BRANCH-VAULT-FILE
032969     IF WS-VAULTFIL-STATUS NOT = "00"
032970         DISPLAY "NO VAULT LEDGER - OPEN THE DAY FIRST"
032971         CLOSE ATM-TERMINAL-FILE
032972         GO TO 4500-REPLENISH-ATM-EXIT
032973     END-IF
032974     MOVE WS-TARGET-BRANCH-ID TO VT-BRANCH-ID
032975     READ BRANCH-VAULT-FILE
032976         KEY IS VT-BRANCH-ID
032977         INVALID KEY
032978             DISPLAY "NO VAULT ROW FOR THAT BRANCH - OPEN "
032979                 "THE DAY FIRST"
032980             CLOSE BRANCH-VAULT-FILE
032981             CLOSE ATM-TERMINAL-FILE
032982             GO TO 4500-REPLENISH-ATM-EXIT
032983     END-READ
032984     IF NOT VT-VAULT-OPEN OR VT-VAULT-DATE NOT = WS-TS-DATE
032985         DISPLAY "VAULT DAY IS NOT OPEN FOR TODAY - NO "
032986             "MOVEMENT"
032987         CLOSE BRANCH-VAULT-FILE
032988         CLOSE ATM-TERMINAL-FILE
032989         GO TO 4500-REPLENISH-ATM-EXIT
032990     END-IF
032991
032992     PERFORM 4960-APPLY-DENOMINATIONS
032993         THRU 4960-APPLY-DENOMINATIONS-EXIT
032994     IF VM-VAULT-TO-ATM
032995         ADD WS-MOVE-AMOUNT TO VT-CASH-OUT
032996         IF TM-CYCLE-COUNTED
032997             ADD WS-MOVE-AMOUNT TO TM-NEXT-CASH-LOADED
032998         ELSE
032999             ADD WS-MOVE-AMOUNT TO TM-CASH-LOADED
033000         END-IF
033001     ELSE
033002         ADD WS-MOVE-AMOUNT TO VT-CASH-IN
033003         MOVE WS-MOVE-AMOUNT TO TM-COUNTED-AMOUNT
033004         MOVE WS-TS-DATE     TO TM-COUNT-DATE
033005         SET TM-CYCLE-COUNTED TO TRUE
033006     END-IF
033007     REWRITE BRANCH-VAULT-RECORD
033008     CLOSE BRANCH-VAULT-FILE
033009     REWRITE ATM-TERMINAL-RECORD
033010     CLOSE ATM-TERMINAL-FILE
033011
033012     MOVE SPACES                  TO VM-TELLER-ID
033013     MOVE WS-TERMINAL-ID          TO VM-TERMINAL-ID
033014     MOVE ZERO                    TO VM-SHIPMENT-ID
033015     PERFORM 4950-WRITE-MOVEMENT-ROW
033016         THRU 4950-WRITE-MOVEMENT-ROW-EXIT
033017
033018     MOVE SPACES TO WS-ACTION-TAKEN
033019     IF VM-VAULT-TO-ATM
033020         STRING "LOAD " WS-TERMINAL-ID
033021             DELIMITED BY SIZE INTO WS-ACTION-TAKEN
033022     ELSE
033023         STRING "UNLOAD " WS-TERMINAL-ID
033024             DELIMITED BY SIZE INTO WS-ACTION-TAKEN
033025     END-IF
033026     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
033027         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
033028     DISPLAY "MOVEMENT OF " WS-MOVE-AMOUNT " BETWEEN VAULT "
033029         WS-TARGET-BRANCH-ID " AND ATM " WS-TERMINAL-ID
033030         " POSTED"
033031     .
033032 4500-REPLENISH-ATM-EXIT.
033033     EXIT.
033034*----------------------------------------------------------------
033035*  4900-ACCEPT-DENOMINATIONS  --  THE NOTE COUNTS FOR ONE
033036*  MOVEMENT, TOTALLED INTO WS-DENOM-TOTAL FOR THE CALLER TO
033037*  PROVE AGAINST THE MOVEMENT AMOUNT.
033038*----------------------------------------------------------------
033039 4900-ACCEPT-DENOMINATIONS.
033040     DISPLAY "ENTER NOTE COUNTS - 100S: "
033041     ACCEPT VM-DENOM-100-COUNT
033042     DISPLAY "50S: "
033043     ACCEPT VM-DENOM-050-COUNT
033044     DISPLAY "20S: "
033045     ACCEPT VM-DENOM-020-COUNT
033046     DISPLAY "10S: "
033047     ACCEPT VM-DENOM-010-COUNT
033048     DISPLAY "5S: "
033049     ACCEPT VM-DENOM-005-COUNT
033050     DISPLAY "1S: "
033051     ACCEPT VM-DENOM-001-COUNT
033052     COMPUTE WS-DENOM-TOTAL =
033053         (VM-DENOM-100-COUNT * 100)
033054         + (VM-DENOM-050-COUNT * 50)
033055         + (VM-DENOM-020-COUNT * 20)
033056         + (VM-DENOM-010-COUNT * 10)
033057         + (VM-DENOM-005-COUNT * 5)
033058         + VM-DENOM-001-COUNT
033059     .
033060 4900-ACCEPT-DENOMINATIONS-EXIT.
033061     EXIT.
033062*----------------------------------------------------------------
033063*  4950-WRITE-MOVEMENT-ROW  --  THE MOVEMENT LOG ROW.  THE
033064*  CALLER HAS SET THE DIRECTION, THE DENOMINATIONS AND THE
033065*  TELLER OR TERMINAL ON THE OTHER SIDE OF THE MOVEMENT.
033066*----------------------------------------------------------------
033067 4950-WRITE-MOVEMENT-ROW.
033068     MOVE WS-TARGET-BRANCH-ID     TO VM-BRANCH-ID
033069     MOVE WS-TS-DATE              TO VM-MOVE-DATE
033070     MOVE WS-TS-TIME-OF-DAY (1:6) TO VM-MOVE-TIME
033071     MOVE WS-MAINT-OPERATOR-ID    TO VM-VAULT-OPERATOR
033072     MOVE WS-MOVE-AMOUNT          TO VM-AMOUNT
033073     OPEN EXTEND VAULT-MOVEMENT-FILE
033074     IF WS-VMOVFILE-STATUS = "35"
033075         CLOSE VAULT-MOVEMENT-FILE
033076         OPEN OUTPUT VAULT-MOVEMENT-FILE
033077     END-IF
033078     WRITE VAULT-MOVEMENT-RECORD
033079     CLOSE VAULT-MOVEMENT-FILE
033080     .
033081 4950-WRITE-MOVEMENT-ROW-EXIT.
033082     EXIT.
033083*----------------------------------------------------------------
033084*  4960-APPLY-DENOMINATIONS  --  CARRY THE MOVEMENT'S NOTES
033085*  INTO OR OUT OF THE VAULT'S NOTES ON HAND.  THE CALLER HOLDS
033086*  THE VAULT ROW FOR UPDATE.
033087*----------------------------------------------------------------
033088 4960-APPLY-DENOMINATIONS.
033089     PERFORM 4961-APPLY-ONE-DENOMINATION
033090         THRU 4961-APPLY-ONE-DENOMINATION-EXIT
033091         VARYING WS-DENOM-SUB FROM 1 BY 1
033092         UNTIL WS-DENOM-SUB > 6
033093     .
033094 4960-APPLY-DENOMINATIONS-EXIT.
033095     EXIT.
033096*----------------------------------------------------------------
033097 4961-APPLY-ONE-DENOMINATION.
033098     IF VM-CASH-LEAVING-VAULT
033099         SUBTRACT VM-DENOM-COUNT (WS-DENOM-SUB)
033100             FROM VT-DENOM-COUNT (WS-DENOM-SUB)
033101     ELSE
033102         ADD VM-DENOM-COUNT (WS-DENOM-SUB)
033103             TO VT-DENOM-COUNT (WS-DENOM-SUB)
033104     END-IF
033105     .
033106 4961-APPLY-ONE-DENOMINATION-EXIT.
033107     EXIT.
033108*----------------------------------------------------------------
033109*  4970-SET-DENOMINATIONS  --  THE NOTES JUST KEYED (OPENING
033110*  FLOAT OR COUNT) BECOME THE VAULT'S NOTES ON HAND.
033111*----------------------------------------------------------------
033112 4970-SET-DENOMINATIONS.
033113     PERFORM 4971-SET-ONE-DENOMINATION
033114         THRU 4971-SET-ONE-DENOMINATION-EXIT
033115         VARYING WS-DENOM-SUB FROM 1 BY 1
033116         UNTIL WS-DENOM-SUB > 6
033117     .
033118 4970-SET-DENOMINATIONS-EXIT.
033119     EXIT.
033120*----------------------------------------------------------------
033121 4971-SET-ONE-DENOMINATION.
033122     MOVE VM-DENOM-COUNT (WS-DENOM-SUB)
033123         TO VT-DENOM-COUNT (WS-DENOM-SUB)
033124     .
033125 4971-SET-ONE-DENOMINATION-EXIT.
033126     EXIT.
033127*----------------------------------------------------------------
033200*  5000-RECORD-COUNT  --  THE COUNTED CLOSING CASH.
033300*----------------------------------------------------------------
033400 5000-RECORD-COUNT.
034700             CLOSE BRANCH-VAULT-FILE
034800             GO TO 5000-RECORD-COUNT-EXIT
034900     END-READ
035000     DISPLAY "COUNTED CASH BY DENOMINATION"
035100     PERFORM 4900-ACCEPT-DENOMINATIONS
035120         THRU 4900-ACCEPT-DENOMINATIONS-EXIT
035140     MOVE WS-DENOM-TOTAL TO VT-COUNTED-AMOUNT
035160     PERFORM 4970-SET-DENOMINATIONS
035180         THRU 4970-SET-DENOMINATIONS-EXIT
035200     SET VT-CASH-COUNTED TO TRUE
035300     REWRITE BRANCH-VAULT-RECORD
035400     CLOSE BRANCH-VAULT-FILE
038300         " CASH OUT " VT-CASH-OUT
038400         " COUNTED " VT-COUNTED-AMOUNT
038500         " STATUS " VT-VAULT-STATUS
038516     DISPLAY "NOTES ON HAND:"
038533     PERFORM 6100-SHOW-ONE-DENOMINATION
038538         THRU 6100-SHOW-ONE-DENOMINATION-EXIT
038544         VARYING WS-DENOM-SUB FROM 1 BY 1
038550         UNTIL WS-DENOM-SUB > 6
038600     CLOSE BRANCH-VAULT-FILE
038700     .
038800 6000-INQUIRE-VAULT-EXIT.
038801     EXIT.
038802*----------------------------------------------------------------
038803 6100-SHOW-ONE-DENOMINATION.
038804     MOVE VT-DENOM-COUNT (WS-DENOM-SUB) TO WS-EDIT-NOTES
038805     DISPLAY "  " DT-FACE-VALUE (WS-DENOM-SUB) "S "
038806         WS-EDIT-NOTES
038807     .
038808 6100-SHOW-ONE-DENOMINATION-EXIT.
038809     EXIT.
038810*----------------------------------------------------------------
038811*  7000-CASH-PREORDER  --  A CUSTOMER'S LARGE-CASH PRE-ORDER,
038812*  TAKEN SO THE CASH FORECAST HAS THE NOTES AT THE BRANCH ON
038813*  THE PICKUP DATE, OR THE CANCELLATION OF ONE.
038814*----------------------------------------------------------------
038815 7000-CASH-PREORDER.
038816     DISPLAY "N=NEW PRE-ORDER  X=CANCEL PRE-ORDER: "
038817     ACCEPT WS-PREORDER-ACTION
038818     IF WS-PREORDER-ACTION = 'X'
038819         PERFORM 7100-CANCEL-PREORDER
038820             THRU 7100-CANCEL-PREORDER-EXIT
038821         GO TO 7000-CASH-PREORDER-EXIT
038822     END-IF
038823     IF WS-PREORDER-ACTION NOT = 'N'
038824         DISPLAY "INVALID CHOICE"
038825         GO TO 7000-CASH-PREORDER-EXIT
038826     END-IF
038827     DISPLAY "ENTER BRANCH ID: "
038828     ACCEPT WS-TARGET-BRANCH-ID
038829     DISPLAY "ENTER CUSTOMER ACCOUNT NUMBER: "
038830     ACCEPT WS-PREORDER-ACCT
038831     OPEN INPUT ACCOUNT-MASTER-FILE
038832     IF WS-ACCTMAST-STATUS NOT = "00"
038833         DISPLAY "VAULT: UNABLE TO OPEN ACCOUNT MASTER, "
038834             "STATUS = " WS-ACCTMAST-STATUS
038835         GO TO 7000-CASH-PREORDER-EXIT
038836     END-IF
038837     MOVE WS-PREORDER-ACCT TO AM-ACCT-NUMBER
038838     READ ACCOUNT-MASTER-FILE
038839         KEY IS AM-ACCT-NUMBER
038840         INVALID KEY
038841             DISPLAY "ACCOUNT NOT ON FILE - NO PRE-ORDER"
038842             CLOSE ACCOUNT-MASTER-FILE
038843             GO TO 7000-CASH-PREORDER-EXIT
038844     END-READ
038845     CLOSE ACCOUNT-MASTER-FILE
038846     IF AM-STATUS-CODE NOT = 'A'
038847         DISPLAY "ACCOUNT IS NOT ACTIVE - NO PRE-ORDER"
038848         GO TO 7000-CASH-PREORDER-EXIT
038849     END-IF
038850     DISPLAY "ENTER PICKUP DATE (YYYYMMDD): "
038851     ACCEPT WS-PICKUP-DATE
038852     IF FUNCTION TEST-DATE-YYYYMMDD(WS-PICKUP-DATE) NOT = ZERO
038853         DISPLAY "PICKUP DATE IS NOT A VALID DATE"
038854         GO TO 7000-CASH-PREORDER-EXIT
038855     END-IF
038856     IF WS-PICKUP-DATE NOT > WS-TS-DATE
038857         DISPLAY "PICKUP DATE MUST BE AFTER TODAY"
038858         GO TO 7000-CASH-PREORDER-EXIT
038859     END-IF
038860     DISPLAY "ENTER AMOUNT: "
038861     ACCEPT WS-MOVE-AMOUNT
038862     IF WS-MOVE-AMOUNT NOT > ZERO
038863         DISPLAY "AMOUNT MUST BE POSITIVE - NO PRE-ORDER"
038864         GO TO 7000-CASH-PREORDER-EXIT
038865     END-IF
038866     PERFORM 4900-ACCEPT-DENOMINATIONS
038867         THRU 4900-ACCEPT-DENOMINATIONS-EXIT
038868     IF WS-DENOM-TOTAL NOT = WS-MOVE-AMOUNT
038869         DISPLAY "DENOMINATIONS TOTAL " WS-DENOM-TOTAL
038870             " BUT AMOUNT IS " WS-MOVE-AMOUNT
038871             " - NO PRE-ORDER"
038872         GO TO 7000-CASH-PREORDER-EXIT
038873     END-IF
038874
038875     OPEN I-O CASH-PREORDER-FILE
038876     IF WS-CASHPORD-STATUS = "35"
038877         CLOSE CASH-PREORDER-FILE
038878         OPEN OUTPUT CASH-PREORDER-FILE
038879         CLOSE CASH-PREORDER-FILE
038880         OPEN I-O CASH-PREORDER-FILE
038881     END-IF
038882     IF WS-CASHPORD-STATUS NOT = "00"
038883         DISPLAY "VAULT: UNABLE TO OPEN PRE-ORDER FILE, "
038884             "STATUS = " WS-CASHPORD-STATUS
038885         GO TO 7000-CASH-PREORDER-EXIT
038886     END-IF
038887     MOVE "CASHPORD" TO WS-ID-SOURCE-NAME
038888     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
038889         WS-NEXT-ASSIGNED-ID
038890     MOVE WS-NEXT-ASSIGNED-ID  TO CP-PREORDER-ID
038891     MOVE WS-TARGET-BRANCH-ID  TO CP-BRANCH-ID
038892     MOVE WS-PREORDER-ACCT     TO CP-ACCT-NUMBER
038893     MOVE WS-PICKUP-DATE       TO CP-PICKUP-DATE
038894     MOVE WS-MOVE-AMOUNT       TO CP-AMOUNT
038895     PERFORM 7010-KEEP-ONE-DENOMINATION
038896         THRU 7010-KEEP-ONE-DENOMINATION-EXIT
038897         VARYING WS-DENOM-SUB FROM 1 BY 1
038898         UNTIL WS-DENOM-SUB > 6
038899     SET CP-PREORDER-OPEN TO TRUE
038900     MOVE WS-TS-DATE           TO CP-TAKEN-DATE
038901     MOVE WS-MAINT-OPERATOR-ID TO CP-TAKEN-BY
038902     WRITE CASH-PREORDER-RECORD
038903     CLOSE CASH-PREORDER-FILE
038904
038905     MOVE SPACES TO WS-ACTION-TAKEN
038906     STRING "PREORD " CP-PREORDER-ID
038907         DELIMITED BY SIZE INTO WS-ACTION-TAKEN
038908     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
038909         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
038910     DISPLAY "PRE-ORDER " CP-PREORDER-ID " TAKEN FOR "
038911         WS-MOVE-AMOUNT " ON " WS-PICKUP-DATE
038912     .
038913 7000-CASH-PREORDER-EXIT.
038914     EXIT.
038915*----------------------------------------------------------------
038916 7010-KEEP-ONE-DENOMINATION.
038917     MOVE VM-DENOM-COUNT (WS-DENOM-SUB)
038918         TO CP-DENOM-COUNT (WS-DENOM-SUB)
038919     .
038920 7010-KEEP-ONE-DENOMINATION-EXIT.
038921     EXIT.
038922*----------------------------------------------------------------
038923*  7100-CANCEL-PREORDER  --  ONLY AN OPEN PRE-ORDER CANCELS.
038924*----------------------------------------------------------------
038925 7100-CANCEL-PREORDER.
038926     DISPLAY "ENTER PRE-ORDER ID: "
038927     ACCEPT WS-SHIPMENT-ID
038928     OPEN I-O CASH-PREORDER-FILE
038929     IF WS-CASHPORD-STATUS NOT = "00"
038930         DISPLAY "NO PRE-ORDER FILE"
038931         GO TO 7100-CANCEL-PREORDER-EXIT
038932     END-IF
038933     MOVE WS-SHIPMENT-ID TO CP-PREORDER-ID
038934     READ CASH-PREORDER-FILE
038935         KEY IS CP-PREORDER-ID
038936         INVALID KEY
038937             DISPLAY "PRE-ORDER NOT ON FILE"
038938             CLOSE CASH-PREORDER-FILE
038939             GO TO 7100-CANCEL-PREORDER-EXIT
038940     END-READ
038941     IF NOT CP-PREORDER-OPEN
038942         DISPLAY "PRE-ORDER IS ALREADY CANCELLED"
038943         CLOSE CASH-PREORDER-FILE
038944         GO TO 7100-CANCEL-PREORDER-EXIT
038945     END-IF
038946     SET CP-PREORDER-CANCELLED TO TRUE
038947     REWRITE CASH-PREORDER-RECORD
038948     CLOSE CASH-PREORDER-FILE
038949     MOVE CP-BRANCH-ID TO WS-TARGET-BRANCH-ID
038950     MOVE SPACES TO WS-ACTION-TAKEN
038951     STRING "PRECAN " WS-SHIPMENT-ID
038952         DELIMITED BY SIZE INTO WS-ACTION-TAKEN
038953     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
038954         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
038955     DISPLAY "PRE-ORDER " WS-SHIPMENT-ID " CANCELLED"
038956     .
038957 7100-CANCEL-PREORDER-EXIT.
038958     EXIT.
038959*----------------------------------------------------------------
038960*  7500-RECEIVE-SHIPMENT  --  AN IN-TRANSIT ORDER FROM THE CASH
038961*  CENTER TAKEN INTO THE VAULT.  THE RECEIVING OPERATOR COUNTS
038962*  BLIND - THE NOTE COUNTS MUST AGREE WITH THE SHIPMENT
038963*  REGISTER DENOMINATION FOR DENOMINATION OR NOTHING IS TAKEN
038964*  IN - AND A SECOND PERSON MUST CONFIRM THE RECEIPT.  THE
038965*  VAULT LEG, THE REGISTER AND THE CASH IN TRANSIT GL (CODE
038966*  6, POSITIVE) THEN MOVE TOGETHER.
038967*----------------------------------------------------------------
038968 7500-RECEIVE-SHIPMENT.
038969     DISPLAY "ENTER BRANCH ID: "
038970     ACCEPT WS-TARGET-BRANCH-ID
038971     DISPLAY "ENTER SHIPMENT ID: "
038972     ACCEPT WS-SHIPMENT-ID
038973     OPEN I-O CASH-SHIPMENT-FILE
038974     IF WS-CASHSHIP-STATUS NOT = "00"
038975         DISPLAY "NO CASH SHIPMENT REGISTER"
038976         GO TO 7500-RECEIVE-SHIPMENT-EXIT
038977     END-IF
038978     MOVE WS-SHIPMENT-ID TO SH-SHIPMENT-ID
038979     READ CASH-SHIPMENT-FILE
038980         KEY IS SH-SHIPMENT-ID
038981         INVALID KEY
038982             DISPLAY "SHIPMENT NOT ON THE REGISTER"
038983             CLOSE CASH-SHIPMENT-FILE
038984             GO TO 7500-RECEIVE-SHIPMENT-EXIT
038985     END-READ
038986     IF SH-BRANCH-ID NOT = WS-TARGET-BRANCH-ID
038987         DISPLAY "SHIPMENT IS FOR BRANCH " SH-BRANCH-ID
038988             " - NOT RECEIVED"
038989         CLOSE CASH-SHIPMENT-FILE
038990         GO TO 7500-RECEIVE-SHIPMENT-EXIT
038991     END-IF
038992     IF NOT SH-ORDER-IN
038993         DISPLAY "SHIPMENT IS A RETURN TO THE CASH CENTER - "
038994             "NOT RECEIVED"
038995         CLOSE CASH-SHIPMENT-FILE
038996         GO TO 7500-RECEIVE-SHIPMENT-EXIT
038997     END-IF
038998     IF NOT SH-IN-TRANSIT
038999         DISPLAY "SHIPMENT IS NOT IN TRANSIT - STATUS "
039000             SH-STATUS
039001         CLOSE CASH-SHIPMENT-FILE
039002         GO TO 7500-RECEIVE-SHIPMENT-EXIT
039003     END-IF
039004
039005     DISPLAY "COUNT THE SHIPMENT"
039006     PERFORM 4900-ACCEPT-DENOMINATIONS
039007         THRU 4900-ACCEPT-DENOMINATIONS-EXIT
039008     PERFORM 7700-COMPARE-TO-SHIPMENT
039009         THRU 7700-COMPARE-TO-SHIPMENT-EXIT
039010     IF WS-DENOMS-MISMATCH
039011         DISPLAY "COUNT DOES NOT AGREE WITH THE SHIPMENT - NOT "
039012             "RECEIVED.  REFER THE DIFFERENCE TO THE CASH "
039013             "CENTER"
039014         CLOSE CASH-SHIPMENT-FILE
039015         GO TO 7500-RECEIVE-SHIPMENT-EXIT
039016     END-IF
039017     MOVE SH-AMOUNT TO WS-MOVE-AMOUNT
039018
039019     PERFORM 7800-READ-OPEN-VAULT
039020         THRU 7800-READ-OPEN-VAULT-EXIT
039021     IF NOT WS-VAULT-READY
039022         CLOSE CASH-SHIPMENT-FILE
039023         GO TO 7500-RECEIVE-SHIPMENT-EXIT
039024     END-IF
039025     MOVE WS-MOVE-AMOUNT TO WS-OVERRIDE-AMOUNT
039026     CALL "SUP-OVERRIDE" USING WS-ZERO-ACCT-NUMBER "V"
039027         WS-OVERRIDE-AMOUNT WS-MAINT-OPERATOR-ID
039028         WS-OVERRIDE-FLAG
039029     IF WS-OVERRIDE-FLAG NOT = "Y"
039030         DISPLAY "RECEIPT REFUSED - NO SECOND-PERSON "
039031             "VERIFICATION"
039032         CLOSE BRANCH-VAULT-FILE
039033         CLOSE CASH-SHIPMENT-FILE
039034         GO TO 7500-RECEIVE-SHIPMENT-EXIT
039035     END-IF
039036
039037     PERFORM 4960-APPLY-DENOMINATIONS
039038         THRU 4960-APPLY-DENOMINATIONS-EXIT
039039     ADD WS-MOVE-AMOUNT TO VT-CASH-IN
039040     REWRITE BRANCH-VAULT-RECORD
039041     CLOSE BRANCH-VAULT-FILE
039042     SET SH-RECEIVED TO TRUE
039043     MOVE WS-TS-DATE           TO SH-RECEIVE-DATE
039044     MOVE WS-MAINT-OPERATOR-ID TO SH-RECEIVED-BY
039045     REWRITE CASH-SHIPMENT-RECORD
039046     CLOSE CASH-SHIPMENT-FILE
039047
039048     MOVE WS-MOVE-AMOUNT TO WS-GL-AMOUNT
039049     CALL "GL-POSTING" USING WS-ZERO-ACCT-NUMBER
039050         WS-NO-TYPE-CODE "6" WS-GL-AMOUNT
039051         WS-MAINT-OPERATOR-ID WS-GL-POST-FLAG
039052     IF WS-GL-POST-FLAG NOT = 'Y'
039053         DISPLAY "VAULT: CASH IN TRANSIT GL NOT POSTED FOR "
039054             "SHIPMENT " WS-SHIPMENT-ID
039055     END-IF
039056
039057     MOVE SPACES                  TO VM-TELLER-ID
039058     MOVE SPACES                  TO VM-TERMINAL-ID
039059     MOVE WS-SHIPMENT-ID          TO VM-SHIPMENT-ID
039060     PERFORM 4950-WRITE-MOVEMENT-ROW
039061         THRU 4950-WRITE-MOVEMENT-ROW-EXIT
039062     MOVE SPACES TO WS-ACTION-TAKEN
039063     STRING "RECV " WS-SHIPMENT-ID
039064         DELIMITED BY SIZE INTO WS-ACTION-TAKEN
039065     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
039066         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
039067     DISPLAY "SHIPMENT " WS-SHIPMENT-ID " OF " WS-MOVE-AMOUNT
039068         " RECEIVED INTO VAULT " WS-TARGET-BRANCH-ID
039069     .
039070 7500-RECEIVE-SHIPMENT-EXIT.
039071     EXIT.
039072*----------------------------------------------------------------
039073*  7600-SHIP-RETURN  --  A SURPLUS RETURN THE CASH FORECAST
039074*  ORDERED, COUNTED OUT OF THE VAULT AGAINST THE REGISTER AND
039075*  HANDED TO THE CARRIER UNDER DUAL CONTROL.  THE CASH LEAVES
039076*  THE VAULT AND CASH CONTROL FOR CASH IN TRANSIT (GL CODE 5,
039077*  NEGATIVE) UNTIL THE CASH CENTER CONFIRMS IT.
039078*----------------------------------------------------------------
039079 7600-SHIP-RETURN.
039080     DISPLAY "ENTER BRANCH ID: "
039081     ACCEPT WS-TARGET-BRANCH-ID
039082     DISPLAY "ENTER SHIPMENT ID: "
039083     ACCEPT WS-SHIPMENT-ID
039084     OPEN I-O CASH-SHIPMENT-FILE
039085     IF WS-CASHSHIP-STATUS NOT = "00"
039086         DISPLAY "NO CASH SHIPMENT REGISTER"
039087         GO TO 7600-SHIP-RETURN-EXIT
039088     END-IF
039089     MOVE WS-SHIPMENT-ID TO SH-SHIPMENT-ID
039090     READ CASH-SHIPMENT-FILE
039091         KEY IS SH-SHIPMENT-ID
039092         INVALID KEY
039093             DISPLAY "SHIPMENT NOT ON THE REGISTER"
039094             CLOSE CASH-SHIPMENT-FILE
039095             GO TO 7600-SHIP-RETURN-EXIT
039096     END-READ
039097     IF SH-BRANCH-ID NOT = WS-TARGET-BRANCH-ID
039098         DISPLAY "SHIPMENT IS FOR BRANCH " SH-BRANCH-ID
039099             " - NOT SHIPPED"
039100         CLOSE CASH-SHIPMENT-FILE
039101         GO TO 7600-SHIP-RETURN-EXIT
039102     END-IF
039103     IF NOT SH-RETURN-OUT
039104         DISPLAY "SHIPMENT IS AN ORDER FROM THE CASH CENTER - "
039105             "NOT A RETURN"
039106         CLOSE CASH-SHIPMENT-FILE
039107         GO TO 7600-SHIP-RETURN-EXIT
039108     END-IF
039109     IF NOT SH-ORDERED
039110         DISPLAY "RETURN IS NOT AWAITING SHIPMENT - STATUS "
039111             SH-STATUS
039112         CLOSE CASH-SHIPMENT-FILE
039113         GO TO 7600-SHIP-RETURN-EXIT
039114     END-IF
039115
039116     DISPLAY "COUNT THE RETURN OUT OF THE VAULT"
039117     PERFORM 4900-ACCEPT-DENOMINATIONS
039118         THRU 4900-ACCEPT-DENOMINATIONS-EXIT
039119     PERFORM 7700-COMPARE-TO-SHIPMENT
039120         THRU 7700-COMPARE-TO-SHIPMENT-EXIT
039121     IF WS-DENOMS-MISMATCH
039122         DISPLAY "COUNT DOES NOT AGREE WITH THE RETURN ORDER - "
039123             "NOT SHIPPED"
039124         CLOSE CASH-SHIPMENT-FILE
039125         GO TO 7600-SHIP-RETURN-EXIT
039126     END-IF
039127     MOVE SH-AMOUNT TO WS-MOVE-AMOUNT
039128     DISPLAY "ENTER CARRIER REFERENCE: "
039129     ACCEPT SH-CARRIER-REF
039130
039131     PERFORM 7800-READ-OPEN-VAULT
039132         THRU 7800-READ-OPEN-VAULT-EXIT
039133     IF NOT WS-VAULT-READY
039134         CLOSE CASH-SHIPMENT-FILE
039135         GO TO 7600-SHIP-RETURN-EXIT
039136     END-IF
039137     MOVE WS-MOVE-AMOUNT TO WS-OVERRIDE-AMOUNT
039138     CALL "SUP-OVERRIDE" USING WS-ZERO-ACCT-NUMBER "V"
039139         WS-OVERRIDE-AMOUNT WS-MAINT-OPERATOR-ID
039140         WS-OVERRIDE-FLAG
039141     IF WS-OVERRIDE-FLAG NOT = "Y"
039142         DISPLAY "RETURN REFUSED - NO SECOND-PERSON "
039143             "VERIFICATION"
039144         CLOSE BRANCH-VAULT-FILE
039145         CLOSE CASH-SHIPMENT-FILE
039146         GO TO 7600-SHIP-RETURN-EXIT
039147     END-IF
039148
039149     PERFORM 4960-APPLY-DENOMINATIONS
039150         THRU 4960-APPLY-DENOMINATIONS-EXIT
039151     ADD WS-MOVE-AMOUNT TO VT-CASH-OUT
039152     REWRITE BRANCH-VAULT-RECORD
039153     CLOSE BRANCH-VAULT-FILE
039154     SET SH-IN-TRANSIT TO TRUE
039155     MOVE WS-TS-DATE           TO SH-DISPATCH-DATE
039156     MOVE WS-MAINT-OPERATOR-ID TO SH-DISPATCHED-BY
039157     REWRITE CASH-SHIPMENT-RECORD
039158     CLOSE CASH-SHIPMENT-FILE
039159
039160     COMPUTE WS-GL-AMOUNT = 0 - WS-MOVE-AMOUNT
039161     CALL "GL-POSTING" USING WS-ZERO-ACCT-NUMBER
039162         WS-NO-TYPE-CODE "5" WS-GL-AMOUNT
039163         WS-MAINT-OPERATOR-ID WS-GL-POST-FLAG
039164     IF WS-GL-POST-FLAG NOT = 'Y'
039165         DISPLAY "VAULT: CASH IN TRANSIT GL NOT POSTED FOR "
039166             "SHIPMENT " WS-SHIPMENT-ID
039167     END-IF
039168
039169     MOVE SPACES                  TO VM-TELLER-ID
039170     MOVE SPACES                  TO VM-TERMINAL-ID
039171     MOVE WS-SHIPMENT-ID          TO VM-SHIPMENT-ID
039172     PERFORM 4950-WRITE-MOVEMENT-ROW
039173         THRU 4950-WRITE-MOVEMENT-ROW-EXIT
039174     MOVE SPACES TO WS-ACTION-TAKEN
039175     STRING "RETN " WS-SHIPMENT-ID
039176         DELIMITED BY SIZE INTO WS-ACTION-TAKEN
039177     PERFORM 8000-WRITE-ACTIVITY-AUDIT-RECORD
039178         THRU 8000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT
039179     DISPLAY "RETURN " WS-SHIPMENT-ID " OF " WS-MOVE-AMOUNT
039180         " SHIPPED FROM VAULT " WS-TARGET-BRANCH-ID
039181     .
039182 7600-SHIP-RETURN-EXIT.
039183     EXIT.
039184*----------------------------------------------------------------
039185*  7700-COMPARE-TO-SHIPMENT  --  THE NOTES JUST COUNTED AGAINST
039186*  THE REGISTER, DENOMINATION BY DENOMINATION.  EACH
039187*  DIFFERENCE IS SHOWN.
039188*----------------------------------------------------------------
039189 7700-COMPARE-TO-SHIPMENT.
039190     MOVE 'N' TO WS-DENOM-MISMATCH-SWITCH
039191     PERFORM 7710-COMPARE-ONE-DENOMINATION
039192         THRU 7710-COMPARE-ONE-DENOMINATION-EXIT
039193         VARYING WS-DENOM-SUB FROM 1 BY 1
039194         UNTIL WS-DENOM-SUB > 6
039195     .
039196 7700-COMPARE-TO-SHIPMENT-EXIT.
039197     EXIT.
039198*----------------------------------------------------------------
039199 7710-COMPARE-ONE-DENOMINATION.
039200     IF VM-DENOM-COUNT (WS-DENOM-SUB)
039201             NOT = SH-DENOM-COUNT (WS-DENOM-SUB)
039202         MOVE 'Y' TO WS-DENOM-MISMATCH-SWITCH
039203         DISPLAY "  " DT-FACE-VALUE (WS-DENOM-SUB)
039204             "S - REGISTER " SH-DENOM-COUNT (WS-DENOM-SUB)
039205             " COUNTED " VM-DENOM-COUNT (WS-DENOM-SUB)
039206     END-IF
039207     .
039208 7710-COMPARE-ONE-DENOMINATION-EXIT.
039209     EXIT.
039210*----------------------------------------------------------------
039211*  7800-READ-OPEN-VAULT  --  THE BRANCH'S VAULT ROW, HELD FOR
039212*  UPDATE, PROVIDED THE DAY IS OPEN.  WS-VAULT-READY SAYS THE
039213*  FILE IS OPEN AND THE CALLER MUST CLOSE IT.
039214*----------------------------------------------------------------
039215 7800-READ-OPEN-VAULT.
039216     MOVE 'N' TO WS-VAULT-READY-SWITCH
039217     OPEN I-O BRANCH-VAULT-FILE
039218     IF WS-VAULTFIL-STATUS NOT = "00"
039219         DISPLAY "NO VAULT LEDGER - OPEN THE DAY FIRST"
039220         GO TO 7800-READ-OPEN-VAULT-EXIT
039221     END-IF
039222     MOVE WS-TARGET-BRANCH-ID TO VT-BRANCH-ID
039223     READ BRANCH-VAULT-FILE
039224         KEY IS VT-BRANCH-ID
039225         INVALID KEY
039226             DISPLAY "NO VAULT ROW FOR THAT BRANCH - OPEN "
039227                 "THE DAY FIRST"
039228             CLOSE BRANCH-VAULT-FILE
039229             GO TO 7800-READ-OPEN-VAULT-EXIT
039230     END-READ
039231     IF NOT VT-VAULT-OPEN OR VT-VAULT-DATE NOT = WS-TS-DATE
039232         DISPLAY "VAULT DAY IS NOT OPEN FOR TODAY - NO "
039233             "MOVEMENT"
039234         CLOSE BRANCH-VAULT-FILE
039235         GO TO 7800-READ-OPEN-VAULT-EXIT
039236     END-IF
039237     MOVE 'Y' TO WS-VAULT-READY-SWITCH
039238     .
039239 7800-READ-OPEN-VAULT-EXIT.
039240     EXIT.
039241*----------------------------------------------------------------
039242*  8000-WRITE-ACTIVITY-AUDIT-RECORD  --  THE BEFORE VALUE
039243*  CARRIES THE BRANCH, THE AFTER VALUE THE ACTION TAKEN.
039300*----------------------------------------------------------------
039400 8000-WRITE-ACTIVITY-AUDIT-RECORD.
039500     OPEN EXTEND ACTIVITY-AUDIT-FILE
043200*                     WORKED OUT WHEN EVERYONE'S ARITHMETIC
043300*                     WAS PERFECT.  CONSOLE PLUS A SECTION ON
043400*                     THE EOD REPORT DECK.
043409*    2026-10-15  RPK  CASH IN THE BRANCH'S ATMS NOW COUNTS IN
043418*                     ITS POSITION - EACH TERMINAL'S CASH LOADED
043427*                     LESS DISPENSED FOR ITS CURRENT CYCLE, OFF
043436*                     THE ATM TERMINAL MASTER - SO CASSETTES
043445*                     LOADED FROM THE VAULT NO LONGER SHOW AS A
043454*                     SHORTFALL AGAINST THE GL CASH CONTROL.
043463*    2026-10-15  RPK  THE KEYED READ OF THE CASH-CONTROL GL
043472*                     BALANCE NOW ASKS FOR THE BANK-WIDE ROW
043481*                     (BRANCH SPACES) NOW THAT THE GL BALANCE
043490*                     MASTER ALSO CARRIES ONE ROW PER BRANCH.
043500*================================================================
043600 ENVIRONMENT DIVISION.
043700 INPUT-OUTPUT SECTION.
043800 FILE-CONTROL.
043900     COPY VLTSEL.
044000     COPY DRAWSEL.
044033     COPY ATMTSEL.
044100     COPY OPERMSEL.
044200     COPY GLBMSEL.
044300     COPY EODDSEL.
044800     COPY VLTREC.
044900 FD  TELLER-DRAWER-FILE.
045000     COPY DRAWREC.
045033 FD  ATM-TERMINAL-FILE.
045066     COPY ATMTREC.
045100 FD  OPERATOR-MASTER-FILE.
045200     COPY OPERMAST.
045300 FD  GL-BALANCE-MASTER-FILE.
045900 01  WS-FILE-STATUSES.
046000     05  WS-VAULTFIL-STATUS        PIC XX.
046100     05  WS-DRAWFILE-STATUS        PIC XX.
046133     05  WS-ATMTERM-STATUS         PIC XX.
046200     05  WS-OPERMAST-STATUS        PIC XX.
046300     05  WS-GLBMAST-STATUS         PIC XX.
046400     05  WS-EODDECK-STATUS         PIC XX.
047100         10  WS-BR-BRANCH-ID       PIC X(06).
047200         10  WS-BR-VAULT-POSITION  PIC S9(11)V99.
047300         10  WS-BR-DRAWER-POSITION PIC S9(11)V99.
047333         10  WS-BR-ATM-POSITION    PIC S9(11)V99.
047400 01  WS-BRANCH-COUNT               PIC 9(03) COMP VALUE 0.
047500*----------------------------------------------------------------
047600 01  WS-WORK-FIELDS.
047800         88  NO-MORE-VAULTS        VALUE 'Y'.
047900     05  WS-DRAWER-EOF-SWITCH      PIC X.
048000         88  NO-MORE-DRAWERS       VALUE 'Y'.
048033     05  WS-TERMINAL-EOF-SWITCH    PIC X.
048066         88  NO-MORE-TERMINALS     VALUE 'Y'.
048100     05  WS-COMPUTED-POSITION      PIC S9(11)V99.
048200     05  WS-TOTAL-POSITION         PIC S9(13)V99 VALUE 0.
048300     05  WS-GL-CASH-BALANCE        PIC S9(13)V99 VALUE 0.
048700     05  WS-POSTING-PERIOD         PIC 9(06).
048800     05  WS-EDIT-AMOUNT            PIC -(11)9.99.
048900     05  WS-EDIT-AMOUNT-2          PIC -(11)9.99.
048933     05  WS-EDIT-AMOUNT-3          PIC -(11)9.99.
049000*----------------------------------------------------------------
049100 01  WS-BUSINESS-DATE              PIC 9(08).
049200 01  WS-BUSDATE-FLAG               PIC X.
050900         THRU 1000-GATHER-VAULTS-EXIT
051000     PERFORM 2000-GATHER-DRAWERS
051100         THRU 2000-GATHER-DRAWERS-EXIT
051133     PERFORM 2500-GATHER-ATMS
051166         THRU 2500-GATHER-ATMS-EXIT
051200     PERFORM 3000-READ-GL-CASH-BALANCE
051300         THRU 3000-READ-GL-CASH-BALANCE-EXIT
051400     PERFORM 4000-PRINT-POSITION
055900                 TO WS-BR-BRANCH-ID (WS-BR-IDX)
056000             MOVE ZERO TO WS-BR-VAULT-POSITION (WS-BR-IDX)
056100             MOVE ZERO TO WS-BR-DRAWER-POSITION (WS-BR-IDX)
056133             MOVE ZERO TO WS-BR-ATM-POSITION (WS-BR-IDX)
056200         WHEN WS-BR-BRANCH-ID (WS-BR-IDX) = VT-BRANCH-ID
056300             CONTINUE
056400     END-SEARCH
061700 2100-GATHER-ONE-DRAWER-EXIT.
061800     EXIT.
061900*----------------------------------------------------------------
061902*  2500-GATHER-ATMS  --  THE CASH IN EACH OF THE BRANCH'S ATMS.
061904*  ONCE A TERMINAL HAS BEEN COUNTED, ITS REMAINDER IS BACK IN
061906*  THE VAULT AND WHAT IT HOLDS IS THE NEXT CYCLE'S CASH.
061908*----------------------------------------------------------------
061910 2500-GATHER-ATMS.
061912     OPEN INPUT ATM-TERMINAL-FILE
061914     IF WS-ATMTERM-STATUS NOT = "00"
061916         GO TO 2500-GATHER-ATMS-EXIT
061918     END-IF
061920     MOVE 'N' TO WS-TERMINAL-EOF-SWITCH
061922     PERFORM 2600-GATHER-ONE-ATM
061924         THRU 2600-GATHER-ONE-ATM-EXIT
061926         UNTIL NO-MORE-TERMINALS
061928     CLOSE ATM-TERMINAL-FILE
061930     .
061932 2500-GATHER-ATMS-EXIT.
061934     EXIT.
061936*----------------------------------------------------------------
061938 2600-GATHER-ONE-ATM.
061940     READ ATM-TERMINAL-FILE NEXT RECORD
061942         AT END
061944             MOVE 'Y' TO WS-TERMINAL-EOF-SWITCH
061946             GO TO 2600-GATHER-ONE-ATM-EXIT
061948     END-READ
061950     IF TM-CYCLE-COUNTED
061952         COMPUTE WS-COMPUTED-POSITION =
061954             TM-NEXT-CASH-LOADED - TM-NEXT-CASH-DISPENSED
061956     ELSE
061958         COMPUTE WS-COMPUTED-POSITION =
061960             TM-CASH-LOADED - TM-CASH-DISPENSED
061962     END-IF
061964     MOVE TM-BRANCH-ID TO VT-BRANCH-ID
061966     PERFORM 1200-FIND-BRANCH-SLOT
061968         THRU 1200-FIND-BRANCH-SLOT-EXIT
061970     ADD WS-COMPUTED-POSITION
061972         TO WS-BR-ATM-POSITION (WS-BR-IDX)
061974     .
061976 2600-GATHER-ONE-ATM-EXIT.
061978     EXIT.
061980*----------------------------------------------------------------
062000*  3000-READ-GL-CASH-BALANCE  --  THE CASH CONTROL ACCOUNT'S
062100*  RUNNING BALANCE FOR THE CURRENT PERIOD (OPENING PLUS THE
062200*  PERIOD'S POSTINGS TO DATE).  NO ROW MEANS NO CLOSE HAS EVER
063000     MOVE WS-TS-DATE (1:6) TO WS-POSTING-PERIOD
063100     MOVE WS-CASH-CONTROL-ACCT TO GB-GL-ACCOUNT-CODE
063200     MOVE WS-POSTING-PERIOD    TO GB-PERIOD
063250     MOVE SPACES               TO GB-BRANCH-ID
063300     READ GL-BALANCE-MASTER-FILE
063400         KEY IS GB-BALANCE-KEY
063500         INVALID KEY
068100         TO WS-TOTAL-POSITION
068200     ADD WS-BR-DRAWER-POSITION (WS-BR-IDX)
068300         TO WS-TOTAL-POSITION
068333     ADD WS-BR-ATM-POSITION (WS-BR-IDX)
068366         TO WS-TOTAL-POSITION
068400     MOVE WS-BR-VAULT-POSITION (WS-BR-IDX) TO WS-EDIT-AMOUNT
068500     MOVE WS-BR-DRAWER-POSITION (WS-BR-IDX)
068600         TO WS-EDIT-AMOUNT-2
068633     MOVE WS-BR-ATM-POSITION (WS-BR-IDX) TO WS-EDIT-AMOUNT-3
068700     DISPLAY WS-BR-BRANCH-ID (WS-BR-IDX)
068800         " VAULT " WS-EDIT-AMOUNT
068900         " DRAWERS " WS-EDIT-AMOUNT-2
068933         " ATMS " WS-EDIT-AMOUNT-3
069000     MOVE WS-BR-BRANCH-ID (WS-BR-IDX) TO ED-BRANCH-ID
069100     MOVE "BRANCH CASH POSITION" TO ED-SECTION-TITLE
069200     MOVE SPACES TO ED-DETAIL-LINE
069300     STRING WS-BR-BRANCH-ID (WS-BR-IDX)
069400         " VAULT " WS-EDIT-AMOUNT
069500         " DRAWERS " WS-EDIT-AMOUNT-2
069533         " ATMS " WS-EDIT-AMOUNT-3
069600         DELIMITED BY SIZE INTO ED-DETAIL-LINE
069700     MOVE WS-TS-DATE TO ED-RUN-DATE
069800     WRITE EOD-REPORT-DECK-RECORD
