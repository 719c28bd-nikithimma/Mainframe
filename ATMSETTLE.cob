004800*                     PROGRESS (VIA CATCHUP-GET) - OUTSIDE
004900*                     MONEY MUST NOT POST INTO THE WRONG DAY
005000*                     WHILE THE CHAIN REPLAYS MISSED DATES.
005002*    2026-10-15  RPK  OVERDRAFT PROTECTION.  AN ITEM THE ACCOUNT
005004*                     CANNOT COVER GOES TO THE EXCEPTION QUEUE
005006*                     ONLY AFTER OD-PROTECT HAS TRIED THE
005008*                     ACCOUNT'S NOMINATED BACKUP SAVINGS
005010*                     ACCOUNT - TRIED LAST, ONCE THE DAILY
005012*                     LIMIT HAS PASSED, SO NO TRANSFER IS MADE
005014*                     FOR AN ITEM THAT IS EXCEPTED ANYWAY.
005016*                     PROTECTION TRANSFERS ARE COUNTED ON THE
005018*                     RUN SUMMARY.
005020*    2026-10-15  RPK  CARD AUTHORIZATION MATCHING AND POS
005022*                     PURCHASES.  A STORE PURCHASE (ITEM TYPE
005024*                     P) NOW SETTLES HERE ALONGSIDE THE ATM
005026*                     ITEMS - POSTED UNDER THE CARD PURCHASE
005028*                     TRANSACTION TYPE, OUTSIDE THE DAILY CASH
005030*                     WITHDRAWAL LIMIT, AND INTO THE NET
005032*                     SETTLEMENT.  EACH WITHDRAWAL OR PURCHASE
005034*                     IS MATCHED BY NETWORK REFERENCE TO ITS
005036*                     OPEN AUTHORIZATION ON THE CARD
005038*                     AUTHORIZATION REGISTER (LOADED BY
005040*                     CARD-AUTH); ITS HOLD IS LEFT OUT OF THE
005042*                     AVAILABLE-BALANCE TEST, SO THE SPEND IS
005044*                     NOT COUNTED TWICE, AND IS RELEASED WHEN
005046*                     THE ITEM POSTS.  AN EXCEPTED ITEM KEEPS
005048*                     ITS HOLD.  ITEMS MATCHED AND ITEMS
005050*                     SETTLED WITHOUT AN AUTHORIZATION ARE
005052*                     COUNTED ON THE RUN SUMMARY.
005054*    2026-10-15  RPK  EVERY WITHDRAWAL DISPENSED BY ONE OF OUR
005056*                     OWN ATMS (AT-TERMINAL-ID ON THE ATM
005058*                     TERMINAL MASTER) IS CHARGED TO THAT
005060*                     TERMINAL'S DISPENSED CASH FOR THE ATM CASH
005062*                     PROOF - WHETHER OR NOT THE ITEM POSTS,
005064*                     SINCE THE NOTES LEFT THE CASSETTE EITHER
005066*                     WAY.  NO TERMINAL MASTER SIMPLY MEANS
005068*                     NOTHING IS CHARGED.
005070*    2026-10-15  RPK  A SETTLED AUTHORIZATION'S HOLD NOW CARRIES
005072*                     THE DATE IT WAS RELEASED.
005100*================================================================
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005700     COPY ACCTMSEL.
005800     COPY TRANSEL.
005900     COPY CARDMSEL.
005925     COPY CARGSEL.
005950     COPY ATMTSEL.
005975     COPY HOLDSEL.
006000*================================================================
006100 DATA DIVISION.
006200 FILE SECTION.
007700     COPY TRANREC.
007800 FD  DEBIT-CARD-MASTER-FILE.
007900     COPY CARDMAST.
007914 FD  CARD-AUTH-REGISTER-FILE.
007928     COPY CARGREC.
007942 FD  ATM-TERMINAL-FILE.
007956     COPY ATMTREC.
007970 FD  FUNDS-HOLD-FILE.
007984     COPY HOLDREC.
008000*----------------------------------------------------------------
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
009100     05  WS-ACCTMAST-STATUS        PIC XX.
009200     05  WS-TRANFILE-STATUS        PIC XX.
009300     05  WS-CARDMAST-STATUS        PIC XX.
009325     05  WS-CAUTHREG-STATUS        PIC XX.
009350     05  WS-ATMTERM-STATUS         PIC XX.
009375     05  WS-HOLDFILE-STATUS        PIC XX.
009400*----------------------------------------------------------------
009500*----------------------------------------------------------------
009600*  FRONT-DOOR CONTROL FIELDS - THE FEED'S CONTROL RECORD IS
012000     05  WS-GL-POST-FLAG           PIC X.
012100     05  WS-ZERO-ACCT              PIC 9(10) VALUE 0.
012200     05  WS-CASH-TYPE              PIC X VALUE 'S'.
012210     05  WS-ITEMS-PROTECTED        PIC 9(06) COMP VALUE 0.
012220     05  WS-ODP-SHORTFALL          PIC S9(09)V99.
012230     05  WS-ODP-TRANSFER-AMOUNT    PIC S9(09)V99.
012240     05  WS-ODP-FEE-AMOUNT         PIC S9(09)V99.
012243     05  WS-ODP-RESULT-FLAG        PIC X.
012246     05  WS-REGISTER-OPEN-SWITCH   PIC X VALUE 'N'.
012253         88  WS-REGISTER-AVAILABLE VALUE 'Y'.
012261     05  WS-AUTH-MATCH-SWITCH      PIC X.
012269         88  WS-AUTH-MATCHED       VALUE 'Y'.
012276     05  WS-AUTH-HOLD-AMOUNT       PIC S9(11)V99.
012284     05  WS-ITEMS-AUTH-MATCHED     PIC 9(06) COMP VALUE 0.
012286     05  WS-ITEMS-AUTH-UNMATCHED   PIC 9(06) COMP VALUE 0.
012289     05  WS-TERMINAL-OPEN-SWITCH   PIC X VALUE 'N'.
012290         88  WS-TERMINALS-AVAILABLE
012291                                   VALUE 'Y'.
012294     05  WS-ITEMS-OWN-ATM          PIC 9(06) COMP VALUE 0.
012297     05  WS-OWN-ATM-DISPENSED      PIC S9(11)V99 VALUE 0.
012300 01  WS-ID-SOURCE-NAME             PIC X(08).
012400 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
012500*----------------------------------------------------------------
017600     DISPLAY "ATMSETTLE: ITEMS READ     = " WS-ITEMS-READ
017700     DISPLAY "ATMSETTLE: ITEMS POSTED   = " WS-ITEMS-POSTED
017800     DISPLAY "ATMSETTLE: EXCEPTIONS     = " WS-ITEMS-EXCEPTED
017816     DISPLAY "ATMSETTLE: OD PROTECTED   = " WS-ITEMS-PROTECTED
017833     DISPLAY "ATMSETTLE: AUTHS MATCHED  = " WS-ITEMS-AUTH-MATCHED
017855     DISPLAY "ATMSETTLE: NO AUTH FOUND  = "
017862         WS-ITEMS-AUTH-UNMATCHED
017869     DISPLAY "ATMSETTLE: OWN ATM ITEMS  = " WS-ITEMS-OWN-ATM
017879     DISPLAY "ATMSETTLE: OWN ATM CASH   = "
017889         WS-OWN-ATM-DISPENSED
017900     DISPLAY "ATMSETTLE: NET SETTLEMENT = " WS-NET-SETTLEMENT
018000     MOVE WS-ITEMS-READ TO WS-RH-RECORDS-READ
018100     MOVE WS-ITEMS-POSTED TO WS-RH-RECORDS-UPDATED
027300         CLOSE ATM-EXCEPTION-FILE
027400         OPEN OUTPUT ATM-EXCEPTION-FILE
027500     END-IF
027505*    NO AUTHORIZATION REGISTER YET SIMPLY MEANS NOTHING TO
027510*    MATCH - THE ITEMS STILL POST.
027515     OPEN I-O CARD-AUTH-REGISTER-FILE
027520     IF WS-CAUTHREG-STATUS = "00"
027525         MOVE 'Y' TO WS-REGISTER-OPEN-SWITCH
027530     ELSE
027535         DISPLAY "ATMSETTLE: NO AUTHORIZATION REGISTER, "
027540             "STATUS = " WS-CAUTHREG-STATUS
027545             " - ITEMS POST UNMATCHED"
027550     END-IF
027555*    LIKEWISE NO TERMINAL MASTER - NO ATM CASH TO CHARGE.
027560     OPEN I-O ATM-TERMINAL-FILE
027565     IF WS-ATMTERM-STATUS = "00"
027570         MOVE 'Y' TO WS-TERMINAL-OPEN-SWITCH
027575     ELSE
027580         DISPLAY "ATMSETTLE: NO ATM TERMINAL MASTER, "
027585             "STATUS = " WS-ATMTERM-STATUS
027590             " - NO TERMINAL CASH CHARGED"
027595     END-IF
027600     .
027700 1000-INITIALIZE-EXIT.
027800     EXIT.
028700             GO TO 2000-POST-ONE-ITEM-EXIT
028800     END-READ
028900     ADD 1 TO WS-ITEMS-READ
028933     PERFORM 2100-CHARGE-TERMINAL-CASH
028966         THRU 2100-CHARGE-TERMINAL-CASH-EXIT
029000     MOVE SPACES TO WS-EXCEPTION-REASON
029100*    THE ITEM CARRIES THE CARD NUMBER - RESOLVE IT THROUGH THE
029200*    CARD MASTER AND SCREEN THE CARD STATE BEFORE ANY POSTING.
033200         MOVE WS-TS-DATE TO AM-DAILY-WITHDRAWN-DATE
033300     END-IF
033400
033450*    A SHORTFALL ON AN ACCOUNT WITH A BACKUP IS CARRIED TO
033460*    2600-COVER-THE-SHORTFALL, AFTER THE DAILY LIMIT CHECK.
033463     MOVE ZERO TO WS-ODP-SHORTFALL
033466     PERFORM 2200-FIND-AUTHORIZATION
033470         THRU 2200-FIND-AUTHORIZATION-EXIT
033500     CALL "HOLD-SUM" USING AM-ACCT-NUMBER WS-HELD-AMOUNT
033556     SUBTRACT WS-AUTH-HOLD-AMOUNT FROM WS-HELD-AMOUNT
033600     IF (AM-BALANCE - WS-HELD-AMOUNT - AT-AMOUNT)
033700             < (0 - AM-OVERDRAFT-LIMIT)
033800         IF AM-OD-BACKUP-ACCT = ZERO
033900             MOVE "INSUFFICIENT FUNDS" TO WS-EXCEPTION-REASON
034000             PERFORM 3000-WRITE-EXCEPTION
034100                 THRU 3000-WRITE-EXCEPTION-EXIT
034120             GO TO 2000-POST-ONE-ITEM-EXIT
034140         END-IF
034160         COMPUTE WS-ODP-SHORTFALL = (0 - AM-OVERDRAFT-LIMIT)
034180             - (AM-BALANCE - WS-HELD-AMOUNT - AT-AMOUNT)
034200     END-IF
034300     IF AT-ITEM-WITHDRAWAL
034400             AND AM-DAILY-WITHDRAWN-TOTAL + AT-AMOUNT
034700         PERFORM 3000-WRITE-EXCEPTION
034800             THRU 3000-WRITE-EXCEPTION-EXIT
034900         GO TO 2000-POST-ONE-ITEM-EXIT
034909     END-IF
034918     IF WS-ODP-SHORTFALL > ZERO
034927         PERFORM 2600-COVER-THE-SHORTFALL
034936             THRU 2600-COVER-THE-SHORTFALL-EXIT
034945         IF WS-ODP-RESULT-FLAG NOT = 'Y'
034954             MOVE "INSUFFICIENT FUNDS" TO WS-EXCEPTION-REASON
034963             PERFORM 3000-WRITE-EXCEPTION
034972                 THRU 3000-WRITE-EXCEPTION-EXIT
034981             GO TO 2000-POST-ONE-ITEM-EXIT
034990         END-IF
035000     END-IF
035100
035200     SUBTRACT AT-AMOUNT FROM AM-BALANCE
036400
036500     PERFORM 2500-WRITE-CHANNEL-TRAN
036600         THRU 2500-WRITE-CHANNEL-TRAN-EXIT
036700     IF AT-ITEM-WITHDRAWAL OR AT-ITEM-POS-PURCHASE
036800         CALL "GL-POSTING" USING AM-ACCT-NUMBER AM-TYPE-CODE
036900             "W" AT-AMOUNT WS-ATM-OPERATOR-ID
037000             WS-GL-POST-FLAG
037300             "F" AT-AMOUNT WS-ATM-OPERATOR-ID
037400             WS-GL-POST-FLAG
037500     END-IF
037533     PERFORM 2700-CLOSE-AUTHORIZATION
037566         THRU 2700-CLOSE-AUTHORIZATION-EXIT
037600     ADD AT-AMOUNT TO WS-NET-SETTLEMENT
037700     ADD 1 TO WS-ITEMS-POSTED
037800     .
037900 2000-POST-ONE-ITEM-EXIT.
037901     EXIT.
037902*----------------------------------------------------------------
037903*  2100-CHARGE-TERMINAL-CASH  --  A WITHDRAWAL DISPENSED BY ONE
037904*  OF OUR OWN ATMS COMES OUT OF THAT TERMINAL'S CASH.  ONCE THE
037905*  TERMINAL HAS BEEN COUNTED AT REPLENISHMENT, AN ITEM DATED
037906*  AFTER THE COUNT DATE BELONGS TO THE NEXT CYCLE.
037907*----------------------------------------------------------------
037908 2100-CHARGE-TERMINAL-CASH.
037909     IF NOT WS-TERMINALS-AVAILABLE OR NOT AT-ITEM-WITHDRAWAL
037910             OR AT-TERMINAL-ID = SPACES
037911         GO TO 2100-CHARGE-TERMINAL-CASH-EXIT
037912     END-IF
037913     MOVE AT-TERMINAL-ID TO TM-TERMINAL-ID
037914     READ ATM-TERMINAL-FILE
037915         KEY IS TM-TERMINAL-ID
037916         INVALID KEY
037917             GO TO 2100-CHARGE-TERMINAL-CASH-EXIT
037918     END-READ
037919     IF TM-CYCLE-COUNTED AND AT-TRAN-DATE > TM-COUNT-DATE
037920         ADD AT-AMOUNT TO TM-NEXT-CASH-DISPENSED
037921     ELSE
037922         ADD AT-AMOUNT TO TM-CASH-DISPENSED
037923     END-IF
037924     REWRITE ATM-TERMINAL-RECORD
037925     ADD 1 TO WS-ITEMS-OWN-ATM
037926     ADD AT-AMOUNT TO WS-OWN-ATM-DISPENSED
037927     .
037928 2100-CHARGE-TERMINAL-CASH-EXIT.
037929     EXIT.
037930*----------------------------------------------------------------
037931*  2200-FIND-AUTHORIZATION  --  THE OPEN AUTHORIZATION THIS
037932*  WITHDRAWAL OR PURCHASE SETTLES, BY NETWORK REFERENCE ON THE
037933*  SAME CARD.  ITS HOLD, IF STILL ACTIVE, IS RESTRAINING THE
037934*  VERY FUNDS THE ITEM IS ABOUT TO TAKE, SO ITS AMOUNT COMES
037935*  BACK TO BE LEFT OUT OF THE AVAILABLE-BALANCE TEST.  INQUIRY
037936*  FEES ARE NEVER AUTHORIZED.
037937*----------------------------------------------------------------
037938 2200-FIND-AUTHORIZATION.
037939     MOVE 'N' TO WS-AUTH-MATCH-SWITCH
037940     MOVE ZERO TO WS-AUTH-HOLD-AMOUNT
037941     IF NOT WS-REGISTER-AVAILABLE OR AT-ITEM-INQUIRY-FEE
037942         GO TO 2200-FIND-AUTHORIZATION-EXIT
037943     END-IF
037944     MOVE AT-NETWORK-REF TO CG-NETWORK-REF
037945     READ CARD-AUTH-REGISTER-FILE
037946         KEY IS CG-NETWORK-REF
037947         INVALID KEY
037948             GO TO 2200-FIND-AUTHORIZATION-EXIT
037949     END-READ
037950     IF NOT CG-AUTH-OPEN OR CG-CARD-NUMBER NOT = AT-CARD-ACCT
037951         GO TO 2200-FIND-AUTHORIZATION-EXIT
037952     END-IF
037953     MOVE 'Y' TO WS-AUTH-MATCH-SWITCH
037954     OPEN INPUT FUNDS-HOLD-FILE
037955     IF WS-HOLDFILE-STATUS NOT = "00"
037956         GO TO 2200-FIND-AUTHORIZATION-EXIT
037957     END-IF
037958     MOVE CG-HOLD-ID TO HD-HOLD-ID
037959     READ FUNDS-HOLD-FILE
037960         KEY IS HD-HOLD-ID
037961         NOT INVALID KEY
037962             IF HD-HOLD-ACTIVE
037963                 MOVE HD-AMOUNT TO WS-AUTH-HOLD-AMOUNT
037964             END-IF
037965     END-READ
037966     CLOSE FUNDS-HOLD-FILE
037967     .
037968 2200-FIND-AUTHORIZATION-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200*  2500-WRITE-CHANNEL-TRAN  --  SAME ROW THE COUNTER WRITES,
039300         WS-NEXT-ASSIGNED-ID
039400     MOVE WS-NEXT-ASSIGNED-ID     TO TR-TRAN-ID
039500     MOVE AM-ACCT-NUMBER          TO TR-ACCT-NUMBER
039600     EVALUATE TRUE
039700         WHEN AT-ITEM-WITHDRAWAL
039800             SET TRAN-WITHDRAWAL  TO TRUE
039900         WHEN AT-ITEM-POS-PURCHASE
040000             SET TRAN-CARD-PURCHASE TO TRUE
040025         WHEN OTHER
040050             SET TRAN-FEE         TO TRUE
040075     END-EVALUATE
040100     MOVE AT-AMOUNT               TO TR-AMOUNT
040200     MOVE WS-TS-DATE              TO TR-TRAN-DATE
040300     MOVE WS-TS-TIME-OF-DAY (1:6) TO TR-TRAN-TIME
040900     CLOSE TRANSACTION-FILE
041000     .
041100 2500-WRITE-CHANNEL-TRAN-EXIT.
041101     EXIT.
041102*----------------------------------------------------------------
041103*  2600-COVER-THE-SHORTFALL  --  OVERDRAFT PROTECTION TRANSFER
041104*  FROM THE NOMINATED BACKUP BEFORE THE ITEM IS EXCEPTED.
041105*  OD-PROTECT CREDITS THE TRANSFER AND DEBITS ITS FEE IN THE
041106*  RECORD AREA HELD HERE; THE POSTING REWRITE CARRIES BOTH.
041107*----------------------------------------------------------------
041108 2600-COVER-THE-SHORTFALL.
041109     CALL "OD-PROTECT" USING ACCOUNT-MASTER-RECORD
041110         WS-ODP-SHORTFALL WS-ATM-OPERATOR-ID
041111         WS-ODP-TRANSFER-AMOUNT WS-ODP-FEE-AMOUNT
041112         WS-ODP-RESULT-FLAG
041113     IF WS-ODP-RESULT-FLAG = 'Y'
041114         ADD 1 TO WS-ITEMS-PROTECTED
041115     END-IF
041116     .
041117 2600-COVER-THE-SHORTFALL-EXIT.
041118     EXIT.
041119*----------------------------------------------------------------
041120*  2700-CLOSE-AUTHORIZATION  --  THE ITEM HAS POSTED: RELEASE
041121*  THE AUTHORIZATION HOLD (UNLESS HOLD-EXPIRE HAS ALREADY
041122*  DROPPED IT) AND MARK THE REGISTER ROW SETTLED.
041123*----------------------------------------------------------------
041124 2700-CLOSE-AUTHORIZATION.
041125     IF AT-ITEM-INQUIRY-FEE
041126         GO TO 2700-CLOSE-AUTHORIZATION-EXIT
041127     END-IF
041128     IF NOT WS-AUTH-MATCHED
041129         ADD 1 TO WS-ITEMS-AUTH-UNMATCHED
041130         GO TO 2700-CLOSE-AUTHORIZATION-EXIT
041131     END-IF
041132     OPEN I-O FUNDS-HOLD-FILE
041133     IF WS-HOLDFILE-STATUS = "00"
041134         MOVE CG-HOLD-ID TO HD-HOLD-ID
041135         READ FUNDS-HOLD-FILE
041136             KEY IS HD-HOLD-ID
041137             NOT INVALID KEY
041138                 IF HD-HOLD-ACTIVE
041139                     SET HD-HOLD-RELEASED TO TRUE
041140                     MOVE WS-TS-DATE TO HD-RELEASED-DATE
041141                     REWRITE FUNDS-HOLD-RECORD
041142                 END-IF
041143         END-READ
041144         CLOSE FUNDS-HOLD-FILE
041145     ELSE
041146         DISPLAY "ATMSETTLE: UNABLE TO OPEN HOLD FILE, "
041147             "STATUS = " WS-HOLDFILE-STATUS
041148             " - HOLD " CG-HOLD-ID " NOT RELEASED"
041149     END-IF
041150     SET CG-AUTH-SETTLED TO TRUE
041151     MOVE WS-TS-DATE TO CG-SETTLED-DATE
041152     MOVE AT-AMOUNT  TO CG-SETTLED-AMOUNT
041153     REWRITE CARD-AUTH-REGISTER-RECORD
041154     ADD 1 TO WS-ITEMS-AUTH-MATCHED
041155     .
041156 2700-CLOSE-AUTHORIZATION-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400 3000-WRITE-EXCEPTION.
045200     IF WS-CARDMAST-STATUS = "00" OR WS-CARDMAST-STATUS = "10"
045300         CLOSE DEBIT-CARD-MASTER-FILE
045400     END-IF
045414     IF WS-REGISTER-AVAILABLE
045428         CLOSE CARD-AUTH-REGISTER-FILE
045442     END-IF
045456     IF WS-TERMINALS-AVAILABLE
045470         CLOSE ATM-TERMINAL-FILE
045484     END-IF
045500     .
045600 9999-EXIT-EXIT.
045700     EXIT.
