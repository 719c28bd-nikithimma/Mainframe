008900*                     PROOF COUNTS) WITH STATEMENTS PRODUCED IN
009000*                     THE UPDATED FIGURE - A CYCLED PARTITION
009100*                     RUN WAS FAILING THE PROOF BY DESIGN.
009103*    2026-10-15  RPK  LISTS THE REVOLVING LINE'S CAPITALIZED
009106*                     INTEREST (TYPE Q) AS LINE INT.
009109*    2026-10-15  RPK  BILL PAYMENTS FROM THE BILL PAYMENT
009112*                     REGISTER NOW PRINT AS THEIR OWN LINE
009115*                     (TYPE B) WITH THE BILLER'S NAME, SORTED
009118*                     AND MATCH-MERGED LIKE THE OTHER LOGS.  NO
009121*                     REGISTER ON FILE SIMPLY MEANS NO LINES.
009124*    2026-10-15  RPK  SETTLED CARD PURCHASES (TYPE C) PRINT AS
009127*                     CARD PURCH LINES.
009130*    2026-10-15  RPK  STATEMENTS FOR A CUSTOMER WHOSE ADDRESS IS
009133*                     FLAGGED UNDELIVERABLE ARE NO LONGER MAILED.
009136*                     A PRINT STATEMENT GOES TO THE NEW
009139*                     HELD-STATEMENT FILE (STMTHOLD, SAME LINE
009142*                     LAYOUT) AND A BOTH-PATHS STATEMENT GOES
009145*                     ELECTRONIC ONLY.  THE CONTROL RECORD CARRIES
009148*                     THE HELD COUNT.
009151*    2026-10-15  RPK  AN ACCOUNT WHOSE CUSTOMER HAS ELECTED THE
009154*                     RELATIONSHIP STATEMENT NO LONGER GETS AN
009157*                     INDIVIDUAL STATEMENT - REL-STMT CARRIES IT.
009160*                     THE CONTROL RECORD AND THE RUN SUMMARY COUNT
009163*                     THE ACCOUNTS LEFT TO IT.
009166*    2026-10-15  RPK  PAID-INTO-OVERDRAFT AND RETURNED ITEMS FROM
009169*                     THE NSF ACTIVITY REGISTER PRINT AS THEIR
009172*                     OWN LINE (TYPE F) WITH THE ITEM AND THE FEE
009175*                     IT DREW, SORTED AND MATCH-MERGED LIKE THE
009178*                     BILL PAYMENTS.  NO REGISTER ON FILE SIMPLY
009181*                     MEANS NO LINES.
009200*================================================================
009300 ENVIRONMENT DIVISION.
009400 INPUT-OUTPUT SECTION.
010000     COPY LBWSEL.
010100     COPY STMTSEL.
010200     COPY ALRPSEL.
010233     COPY BPRGSEL.
010266     COPY NSFASEL.
010300     SELECT E-STATEMENT-FILE ASSIGN TO "ESTMFILE"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-ESTMFILE-STATUS.
010600     SELECT STMT-CONTROL-FILE ASSIGN TO "ESTMCTL"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-ESTMCTL-STATUS.
010825     SELECT STMT-HOLD-FILE ASSIGN TO "STMTHOLD"
010850         ORGANIZATION IS LINE SEQUENTIAL
010875         FILE STATUS IS WS-STMTHOLD-STATUS.
010900*================================================================
011000 DATA DIVISION.
011100 FILE SECTION.
015200         REPLACING ==LOW-BALANCE-WARNING-RECORD==
015300                BY ==SORTED-STMT-WARN-RECORD==.
015400*----------------------------------------------------------------
015403 FD  BILL-PAYMENT-REGISTER.
015406     COPY BPRGREC.
015409*----------------------------------------------------------------
015412 SD  BILL-SORT-WORK-FILE.
015415     COPY BPRGREC
015418         REPLACING ==BILL-PAYMENT-RECORD==
015421                BY ==BILL-SORT-WORK-RECORD==
015424         LEADING ==BR== BY ==BW==.
015427*----------------------------------------------------------------
015430 FD  SORTED-STMT-BILL-FILE.
015433     COPY BPRGREC
015436         REPLACING ==BILL-PAYMENT-RECORD==
015439                BY ==SORTED-STMT-BILL-RECORD==
015442         LEADING ==BR== BY ==BS==.
015445*----------------------------------------------------------------
015448 FD  NSF-ACTIVITY-FILE.
015451     COPY NSFAREC.
015454*----------------------------------------------------------------
015457 SD  NSF-SORT-WORK-FILE.
015460     COPY NSFAREC
015463         REPLACING ==NSF-ACTIVITY-RECORD==
015466                BY ==NSF-SORT-WORK-RECORD==
015469         LEADING ==NA== BY ==NW==.
015472*----------------------------------------------------------------
015475 FD  SORTED-STMT-NSF-FILE.
015478     COPY NSFAREC
015481         REPLACING ==NSF-ACTIVITY-RECORD==
015484                BY ==SORTED-STMT-NSF-RECORD==
015487         LEADING ==NA== BY ==NS==.
015490*----------------------------------------------------------------
015500 FD  STATEMENT-FILE.
015600     COPY STMTREC.
015700 FD  ALERT-PREFERENCE-FILE.
016900     05  SC-ELECTRONIC-COUNT       PIC 9(06).
017000     05  SC-BOTH-COUNT             PIC 9(06).
017100     05  SC-TOTAL-COUNT            PIC 9(06).
017114     05  SC-HELD-COUNT             PIC 9(06).
017121     05  SC-REL-SUPPRESSED-COUNT   PIC 9(06).
017128 FD  STMT-HOLD-FILE.
017142     COPY STMTREC
017156         REPLACING ==STATEMENT-LINE-RECORD==
017170                BY ==HELD-STATEMENT-LINE-RECORD==
017184         LEADING ==SL== BY ==HL==.
017200*----------------------------------------------------------------
017300 WORKING-STORAGE SECTION.
017400 01  WS-FILE-STATUSES.
018400     05  WS-ALRTPREF-STATUS         PIC XX.
018500     05  WS-ESTMFILE-STATUS        PIC XX.
018600     05  WS-ESTMCTL-STATUS         PIC XX.
018616     05  WS-BILLPREG-STATUS        PIC XX.
018632     05  WS-STMTBSTD-STATUS        PIC XX.
018648     05  WS-STMTHOLD-STATUS        PIC XX.
018664     05  WS-NSFACT-STATUS          PIC XX.
018680     05  WS-STMTNSTD-STATUS        PIC XX.
018700*----------------------------------------------------------------
018800 01  WS-WORK-FIELDS.
018900     05  WS-ACCT-EOF-SWITCH        PIC X VALUE 'N'.
019400         88  NO-MORE-SORTED-INTR   VALUE 'Y'.
019500     05  WS-WARN-EOF-SWITCH        PIC X VALUE 'N'.
019600         88  NO-MORE-SORTED-WARN   VALUE 'Y'.
019611     05  WS-BILL-EOF-SWITCH        PIC X VALUE 'N'.
019622         88  NO-MORE-SORTED-BILLS  VALUE 'Y'.
019633     05  WS-BILLS-ON-FILE-SWITCH   PIC X VALUE 'N'.
019644         88  WS-BILLS-ON-FILE      VALUE 'Y'.
019655     05  WS-NSF-EOF-SWITCH         PIC X VALUE 'N'.
019666         88  NO-MORE-SORTED-NSF    VALUE 'Y'.
019677     05  WS-NSF-ON-FILE-SWITCH     PIC X VALUE 'N'.
019688         88  WS-NSF-ON-FILE        VALUE 'Y'.
019700     05  WS-CUST-FOUND-SWITCH      PIC X VALUE 'N'.
019800         88  CUSTOMER-FOUND        VALUE 'Y'.
019900     05  WS-ACCOUNTS-PROCESSED     PIC 9(06) COMP VALUE 0.
020200         88  WS-DELIVER-PRINT      VALUE 'P'.
020300         88  WS-DELIVER-ELECTRONIC VALUE 'E'.
020400         88  WS-DELIVER-BOTH       VALUE 'B'.
020450         88  WS-DELIVER-HELD       VALUE 'H'.
020500     05  WS-PREFS-ON-FILE-SWITCH   PIC X VALUE 'N'.
020600         88  WS-PREFS-ON-FILE      VALUE 'Y'.
020700     05  WS-PRINT-STATEMENTS       PIC 9(06) COMP VALUE 0.
020800     05  WS-ELEC-STATEMENTS        PIC 9(06) COMP VALUE 0.
020900     05  WS-BOTH-STATEMENTS        PIC 9(06) COMP VALUE 0.
020950     05  WS-HELD-STATEMENTS        PIC 9(06) COMP VALUE 0.
020975     05  WS-REL-STMT-SUPPRESSED    PIC 9(06) COMP VALUE 0.
021000     05  WS-TRAN-LINES-WRITTEN     PIC 9(06) COMP VALUE 0.
021100     05  WS-INTR-LINES-WRITTEN     PIC 9(06) COMP VALUE 0.
021200     05  WS-WARN-LINES-WRITTEN     PIC 9(06) COMP VALUE 0.
021233     05  WS-BILL-LINES-WRITTEN     PIC 9(06) COMP VALUE 0.
021266     05  WS-NSF-LINES-WRITTEN      PIC 9(06) COMP VALUE 0.
021270     05  WS-NSF-ITEM-WORDS         PIC X(13).
021275     05  WS-NSF-EDIT-AMOUNT        PIC Z(6)9.99.
021280     05  WS-NSF-EDIT-FEE           PIC Z(4)9.99.
021300     05  WS-MASKED-ACCT-NUMBER     PIC X(10).
021400     05  WS-DISPLAY-BALANCE        PIC S9(09)V99.
021500*----------------------------------------------------------------
033000         STOP RUN
033100     END-IF
033200
033202*    NO BILL PAYMENT REGISTER YET MEANS NO BILL PAYMENT LINES.
033204     OPEN INPUT BILL-PAYMENT-REGISTER
033206     IF WS-BILLPREG-STATUS = "00"
033208         CLOSE BILL-PAYMENT-REGISTER
033210         MOVE 'Y' TO WS-BILLS-ON-FILE-SWITCH
033212         SORT BILL-SORT-WORK-FILE
033214             ON ASCENDING KEY BW-ACCT-NUMBER
033216             ON ASCENDING KEY BW-PAYMENT-DATE
033218             USING BILL-PAYMENT-REGISTER
033220             GIVING SORTED-STMT-BILL-FILE
033222         IF WS-BILLPREG-STATUS NOT = "00"
033224             DISPLAY "STMTGEN: UNABLE TO SORT BILL PAYMENT "
033226                 "REGISTER, STATUS = " WS-BILLPREG-STATUS
033228             STOP RUN
033230         END-IF
033232     ELSE
033234         MOVE 'Y' TO WS-BILL-EOF-SWITCH
033236     END-IF
033238
033240*    NO NSF ACTIVITY REGISTER YET MEANS NO ITEM FEE LINES.
033242     OPEN INPUT NSF-ACTIVITY-FILE
033244     IF WS-NSFACT-STATUS = "00"
033246         CLOSE NSF-ACTIVITY-FILE
033248         MOVE 'Y' TO WS-NSF-ON-FILE-SWITCH
033250         SORT NSF-SORT-WORK-FILE
033252             ON ASCENDING KEY NW-ACCT-NUMBER NW-ACTIVITY-DATE
033254             USING NSF-ACTIVITY-FILE
033256             GIVING SORTED-STMT-NSF-FILE
033258         IF WS-NSFACT-STATUS NOT = "00"
033260             DISPLAY "STMTGEN: UNABLE TO SORT NSF ACTIVITY "
033262                 "REGISTER, STATUS = " WS-NSFACT-STATUS
033264             STOP RUN
033266         END-IF
033268     ELSE
033270         MOVE 'Y' TO WS-NSF-EOF-SWITCH
033272     END-IF
033274
033300     PERFORM 1000-INITIALIZE
033400         THRU 1000-INITIALIZE-EXIT
033500     PERFORM 2000-GENERATE-ONE-STATEMENT
039600     EXIT.
039700*----------------------------------------------------------------
039800*  1000-INITIALIZE  --  OPEN FILES, WORK OUT THE STATEMENT PERIOD
039900*  AND PRIME ALL FIVE READ-AHEADS.
040000*----------------------------------------------------------------
040100 1000-INITIALIZE.
040200     OPEN INPUT ACCOUNT-MASTER-FILE
044200         GO TO 9999-EXIT
044300     END-IF
044400
044500     IF WS-BILLS-ON-FILE
044505         OPEN INPUT SORTED-STMT-BILL-FILE
044510         IF WS-STMTBSTD-STATUS NOT = "00"
044515             DISPLAY "STMTGEN: UNABLE TO OPEN SORTED BILL "
044520                 "PAYMENT FILE, STATUS = " WS-STMTBSTD-STATUS
044525             GO TO 9999-EXIT
044530         END-IF
044535     END-IF
044540     IF WS-NSF-ON-FILE
044545         OPEN INPUT SORTED-STMT-NSF-FILE
044550         IF WS-STMTNSTD-STATUS NOT = "00"
044555             DISPLAY "STMTGEN: UNABLE TO OPEN SORTED NSF "
044560                 "ACTIVITY FILE, STATUS = " WS-STMTNSTD-STATUS
044565             GO TO 9999-EXIT
044570         END-IF
044575     END-IF
044580
044585*    THE OUTPUT STREAMS ALL OPEN EXTEND SO CONCURRENT
044600*    PARTITION RUNS APPEND INSTEAD OF TRUNCATING EACH OTHER.
044700     OPEN EXTEND E-STATEMENT-FILE
044800     IF WS-ESTMFILE-STATUS = "35"
045300     IF WS-ESTMCTL-STATUS = "35"
045400         CLOSE STMT-CONTROL-FILE
045500         OPEN OUTPUT STMT-CONTROL-FILE
045516     END-IF
045532     OPEN EXTEND STMT-HOLD-FILE
045548     IF WS-STMTHOLD-STATUS = "35"
045564         CLOSE STMT-HOLD-FILE
045580         OPEN OUTPUT STMT-HOLD-FILE
045600     END-IF
045700*    NO PREFERENCE FILE AT ALL MEANS EVERY ACCOUNT PRINTS.
045800     OPEN INPUT ALERT-PREFERENCE-FILE
049800         THRU 2920-READ-NEXT-SORTED-INTR-EXIT
049900     PERFORM 2930-READ-NEXT-SORTED-WARN
050000         THRU 2930-READ-NEXT-SORTED-WARN-EXIT
050011     IF WS-BILLS-ON-FILE
050022         PERFORM 2940-READ-NEXT-SORTED-BILL
050033             THRU 2940-READ-NEXT-SORTED-BILL-EXIT
050044     END-IF
050055     IF WS-NSF-ON-FILE
050066         PERFORM 2950-READ-NEXT-SORTED-NSF
050077             THRU 2950-READ-NEXT-SORTED-NSF-EXIT
050088     END-IF
050100     .
050200 1000-INITIALIZE-EXIT.
050300     EXIT.
053600     EXIT.
053700*----------------------------------------------------------------
053800*  2000-GENERATE-ONE-STATEMENT  --  ONE ACCOUNT'S COMPLETE
053900*  STATEMENT - HEADER, MATCHING DETAIL LINES FROM ALL FOUR
054000*  SORTED LOGS, AND A CLOSING-BALANCE TRAILER LINE.  AN ACCOUNT
054033*  WHOSE CUSTOMER HAS ELECTED THE RELATIONSHIP STATEMENT IS LEFT
054066*  TO REL-STMT, WHICH CARRIES IT ON THE CONSOLIDATED DOCUMENT.
054100*----------------------------------------------------------------
054200 2000-GENERATE-ONE-STATEMENT.
054300     ADD 1 TO WS-ACCOUNTS-READ
054700             THRU 2900-READ-NEXT-ACCOUNT-EXIT
054800         GO TO 2000-GENERATE-ONE-STATEMENT-EXIT
054900     END-IF
054911     PERFORM 2100-LOOKUP-CUSTOMER
054922         THRU 2100-LOOKUP-CUSTOMER-EXIT
054933     IF CUSTOMER-FOUND AND CM-REL-STMT-ELECTED
054944         ADD 1 TO WS-REL-STMT-SUPPRESSED
054955         PERFORM 2900-READ-NEXT-ACCOUNT
054966             THRU 2900-READ-NEXT-ACCOUNT-EXIT
054977         GO TO 2000-GENERATE-ONE-STATEMENT-EXIT
054988     END-IF
055000     ADD 1 TO WS-ACCOUNTS-PROCESSED
055100     PERFORM 2050-DETERMINE-DELIVERY
055200         THRU 2050-DETERMINE-DELIVERY-EXIT
055500     PERFORM 2200-WRITE-HEADER-LINES
055600         THRU 2200-WRITE-HEADER-LINES-EXIT
055700
057000     PERFORM 2800-WRITE-MATCHING-WARNINGS
057100         THRU 2800-WRITE-MATCHING-WARNINGS-EXIT
057200
057209     PERFORM 2860-SKIP-STALE-BILLS
057218         THRU 2860-SKIP-STALE-BILLS-EXIT
057227     PERFORM 2870-WRITE-MATCHING-BILLS
057236         THRU 2870-WRITE-MATCHING-BILLS-EXIT
057245
057254     PERFORM 2880-SKIP-STALE-NSF
057263         THRU 2880-SKIP-STALE-NSF-EXIT
057272     PERFORM 2890-WRITE-MATCHING-NSF
057281         THRU 2890-WRITE-MATCHING-NSF-EXIT
057290
057300     PERFORM 2850-WRITE-TRAILER-LINE
057400         THRU 2850-WRITE-TRAILER-LINE-EXIT
057500
058100*----------------------------------------------------------------
058200*  2050-DETERMINE-DELIVERY  --  THE ACCOUNT'S STATEMENT PATH.
058300*  NO PREFERENCE ROW (OR NO PREFERENCE FILE) MEANS PRINT, AS
058400*  EVERY STATEMENT ALWAYS WAS.  WHEN THE CUSTOMER'S ADDRESS IS
058425*  FLAGGED UNDELIVERABLE THE PAPER COPY IS HELD INSTEAD OF
058450*  MAILED - A PRINT STATEMENT GOES TO THE HELD FILE, AND A
058475*  BOTH-PATHS STATEMENT GOES ELECTRONIC ONLY.
058500*----------------------------------------------------------------
058600 2050-DETERMINE-DELIVERY.
058700     MOVE 'P' TO WS-DELIVERY-MODE
060000                 END-IF
060100         END-READ
060200     END-IF
060211     IF CUSTOMER-FOUND AND CM-ADDRESS-UNDELIVERABLE
060222         IF WS-DELIVER-BOTH
060233             MOVE 'E' TO WS-DELIVERY-MODE
060244         END-IF
060255         IF WS-DELIVER-PRINT
060266             MOVE 'H' TO WS-DELIVERY-MODE
060277         END-IF
060288     END-IF
060300     EVALUATE TRUE
060400         WHEN WS-DELIVER-ELECTRONIC
060500             ADD 1 TO WS-ELEC-STATEMENTS
060600         WHEN WS-DELIVER-BOTH
060700             ADD 1 TO WS-BOTH-STATEMENTS
060733         WHEN WS-DELIVER-HELD
060766             ADD 1 TO WS-HELD-STATEMENTS
060800         WHEN OTHER
060900             ADD 1 TO WS-PRINT-STATEMENTS
061000     END-EVALUATE
083000                         DELIMITED BY SIZE
083100                     INTO SL-DETAIL-LINE
083200                 END-STRING
083210             WHEN TRAN-LINE-INTEREST OF SORTED-STMT-TRAN-RECORD
083220                 STRING TR-TRAN-DATE OF SORTED-STMT-TRAN-RECORD
083230                         DELIMITED BY SIZE
083240                        " LINE INT   " DELIMITED BY SIZE
083250                        TR-AMOUNT OF SORTED-STMT-TRAN-RECORD
083260                         DELIMITED BY SIZE
083270                     INTO SL-DETAIL-LINE
083273                 END-STRING
083276             WHEN TRAN-CARD-PURCHASE OF SORTED-STMT-TRAN-RECORD
083279                 STRING TR-TRAN-DATE OF SORTED-STMT-TRAN-RECORD
083282                         DELIMITED BY SIZE
083285                        " CARD PURCH " DELIMITED BY SIZE
083288                        TR-AMOUNT OF SORTED-STMT-TRAN-RECORD
083291                         DELIMITED BY SIZE
083294                     INTO SL-DETAIL-LINE
083297                 END-STRING
083300         END-EVALUATE
083400         PERFORM 8900-WRITE-STATEMENT-LINE
083500             THRU 8900-WRITE-STATEMENT-LINE-EXIT
096800 2850-WRITE-TRAILER-LINE-EXIT.
096900     EXIT.
097000*----------------------------------------------------------------
097100*  2860/2870 - BILL PAYMENT REGISTER MATCH-MERGE.
097200*----------------------------------------------------------------
097201 2860-SKIP-STALE-BILLS.
097202     PERFORM 2865-SKIP-ONE-STALE-BILL
097203         THRU 2865-SKIP-ONE-STALE-BILL-EXIT
097204         UNTIL NO-MORE-SORTED-BILLS
097205            OR BS-ACCT-NUMBER NOT < AM-ACCT-NUMBER
097206     .
097207 2860-SKIP-STALE-BILLS-EXIT.
097208     EXIT.
097209*----------------------------------------------------------------
097210 2865-SKIP-ONE-STALE-BILL.
097211     PERFORM 2940-READ-NEXT-SORTED-BILL
097212         THRU 2940-READ-NEXT-SORTED-BILL-EXIT
097213     .
097214 2865-SKIP-ONE-STALE-BILL-EXIT.
097215     EXIT.
097216*----------------------------------------------------------------
097217 2870-WRITE-MATCHING-BILLS.
097218     PERFORM 2875-WRITE-ONE-MATCHING-BILL
097219         THRU 2875-WRITE-ONE-MATCHING-BILL-EXIT
097220         UNTIL NO-MORE-SORTED-BILLS
097221            OR BS-ACCT-NUMBER NOT = AM-ACCT-NUMBER
097222     .
097223 2870-WRITE-MATCHING-BILLS-EXIT.
097224     EXIT.
097225*----------------------------------------------------------------
097226 2875-WRITE-ONE-MATCHING-BILL.
097227     IF BS-PAYMENT-DATE NOT < WS-PERIOD-START-DATE
097228        AND BS-PAYMENT-DATE NOT > WS-PERIOD-END-DATE
097229         MOVE AM-ACCT-NUMBER TO SL-ACCT-NUMBER
097230         MOVE SPACES TO SL-DETAIL-LINE
097231         SET SL-TYPE-BILL-PAYMENT TO TRUE
097232         STRING BS-PAYMENT-DATE DELIMITED BY SIZE
097233                " BILL PAY " DELIMITED BY SIZE
097234                BS-BILLER-NAME DELIMITED BY SIZE
097235                " " DELIMITED BY SIZE
097236                BS-AMOUNT DELIMITED BY SIZE
097237             INTO SL-DETAIL-LINE
097238         END-STRING
097239         PERFORM 8900-WRITE-STATEMENT-LINE
097240             THRU 8900-WRITE-STATEMENT-LINE-EXIT
097241         ADD 1 TO WS-BILL-LINES-WRITTEN
097242     END-IF
097243     PERFORM 2940-READ-NEXT-SORTED-BILL
097244         THRU 2940-READ-NEXT-SORTED-BILL-EXIT
097245     .
097246 2875-WRITE-ONE-MATCHING-BILL-EXIT.
097247     EXIT.
097248*----------------------------------------------------------------
097249*  2880/2890 - NSF ACTIVITY REGISTER MATCH-MERGE.  THE FEE LINE
097250*  NAMES THE ITEM THAT DREW IT; THE FEE ITSELF ALSO PRINTS AS
097251*  ITS OWN FEE TRANSACTION LINE.
097252*----------------------------------------------------------------
097253 2880-SKIP-STALE-NSF.
097254     PERFORM 2885-SKIP-ONE-STALE-NSF
097255         THRU 2885-SKIP-ONE-STALE-NSF-EXIT
097256         UNTIL NO-MORE-SORTED-NSF
097257            OR NS-ACCT-NUMBER NOT < AM-ACCT-NUMBER
097258     .
097259 2880-SKIP-STALE-NSF-EXIT.
097260     EXIT.
097261*----------------------------------------------------------------
097262 2885-SKIP-ONE-STALE-NSF.
097263     PERFORM 2950-READ-NEXT-SORTED-NSF
097264         THRU 2950-READ-NEXT-SORTED-NSF-EXIT
097265     .
097266 2885-SKIP-ONE-STALE-NSF-EXIT.
097267     EXIT.
097268*----------------------------------------------------------------
097269 2890-WRITE-MATCHING-NSF.
097270     PERFORM 2895-WRITE-ONE-MATCHING-NSF
097271         THRU 2895-WRITE-ONE-MATCHING-NSF-EXIT
097272         UNTIL NO-MORE-SORTED-NSF
097273            OR NS-ACCT-NUMBER NOT = AM-ACCT-NUMBER
097274     .
097275 2890-WRITE-MATCHING-NSF-EXIT.
097276     EXIT.
097277*----------------------------------------------------------------
097278 2895-WRITE-ONE-MATCHING-NSF.
097279     IF NS-ACTIVITY-DATE NOT < WS-PERIOD-START-DATE
097280        AND NS-ACTIVITY-DATE NOT > WS-PERIOD-END-DATE
097281         IF NS-ITEM-PAID
097282             MOVE " PAID ITEM   " TO WS-NSF-ITEM-WORDS
097283         ELSE
097284             MOVE " RETURN ITEM " TO WS-NSF-ITEM-WORDS
097285         END-IF
097286         MOVE NS-ITEM-AMOUNT TO WS-NSF-EDIT-AMOUNT
097287         MOVE NS-FEE-AMOUNT TO WS-NSF-EDIT-FEE
097288         MOVE AM-ACCT-NUMBER TO SL-ACCT-NUMBER
097289         MOVE SPACES TO SL-DETAIL-LINE
097290         SET SL-TYPE-ITEM-FEE TO TRUE
097291         STRING NS-ACTIVITY-DATE DELIMITED BY SIZE
097292                WS-NSF-ITEM-WORDS DELIMITED BY SIZE
097293                NS-ITEM-REF (1:10) DELIMITED BY SIZE
097294                WS-NSF-EDIT-AMOUNT DELIMITED BY SIZE
097295                " FEE " DELIMITED BY SIZE
097296                WS-NSF-EDIT-FEE DELIMITED BY SIZE
097297             INTO SL-DETAIL-LINE
097298         END-STRING
097299         PERFORM 8900-WRITE-STATEMENT-LINE
097300             THRU 8900-WRITE-STATEMENT-LINE-EXIT
097301         ADD 1 TO WS-NSF-LINES-WRITTEN
097302     END-IF
097303     PERFORM 2950-READ-NEXT-SORTED-NSF
097304         THRU 2950-READ-NEXT-SORTED-NSF-EXIT
097305     .
097306 2895-WRITE-ONE-MATCHING-NSF-EXIT.
097307     EXIT.
097308*----------------------------------------------------------------
097309*  2900 THRU 2950 - SEQUENTIAL READ-AHEADS ON THE ACCOUNT
097310*  MASTER AND THE SORTED LOGS.
097311*----------------------------------------------------------------
097400 2900-READ-NEXT-ACCOUNT.
097500     READ ACCOUNT-MASTER-FILE NEXT RECORD
097600         AT END
101000 2930-READ-NEXT-SORTED-WARN-EXIT.
101100     EXIT.
101200*----------------------------------------------------------------
101205 2940-READ-NEXT-SORTED-BILL.
101210     READ SORTED-STMT-BILL-FILE
101215         AT END
101220             MOVE 'Y' TO WS-BILL-EOF-SWITCH
101225     END-READ
101230     .
101235 2940-READ-NEXT-SORTED-BILL-EXIT.
101240     EXIT.
101245*----------------------------------------------------------------
101250 2950-READ-NEXT-SORTED-NSF.
101255     READ SORTED-STMT-NSF-FILE
101260         AT END
101265             MOVE 'Y' TO WS-NSF-EOF-SWITCH
101270     END-READ
101275     .
101280 2950-READ-NEXT-SORTED-NSF-EXIT.
101285     EXIT.
101290*----------------------------------------------------------------
101300*  3000-SHOW-SUMMARY  --  END-OF-RUN TOTALS.
101400*----------------------------------------------------------------
101500 3000-SHOW-SUMMARY.
102100         WS-INTR-LINES-WRITTEN
102200     DISPLAY "STMTGEN: WARNING LINES      = "
102300         WS-WARN-LINES-WRITTEN
102320     DISPLAY "STMTGEN: BILL PAYMENT LINES = "
102340         WS-BILL-LINES-WRITTEN
102360     DISPLAY "STMTGEN: ITEM FEE LINES     = "
102380         WS-NSF-LINES-WRITTEN
102400     DISPLAY "STMTGEN: PRINT STATEMENTS   = "
102500         WS-PRINT-STATEMENTS
102600     DISPLAY "STMTGEN: E-STATEMENTS       = "
102700         WS-ELEC-STATEMENTS
102800     DISPLAY "STMTGEN: BOTH PATHS         = "
102900         WS-BOTH-STATEMENTS
102933     DISPLAY "STMTGEN: HELD - NO ADDRESS  = "
102966         WS-HELD-STATEMENTS
102977     DISPLAY "STMTGEN: ON RELATIONSHIP    = "
102988         WS-REL-STMT-SUPPRESSED
103000     .
103100 3000-SHOW-SUMMARY-EXIT.
103200     EXIT.
103400*  8900-WRITE-STATEMENT-LINE  --  ONE FORMATTED LINE TO THE
103500*  PATH(S) THE ACCOUNT'S DELIVERY PREFERENCE PICKED.  THE
103600*  E-FILE CARRIES THE SAME STRUCTURED RECORD THE PRINT STREAM
103700*  DOES, SO THE E-DELIVERY VENDOR PARSES BY SL-RECORD-TYPE.  A
103733*  HELD STATEMENT GOES TO THE HELD FILE IN THE SAME LAYOUT, FOR
103766*  THE BRANCH TO RELEASE ONCE THE ADDRESS IS CORRECTED.
103800*----------------------------------------------------------------
103900 8900-WRITE-STATEMENT-LINE.
104000     IF WS-DELIVER-ELECTRONIC OR WS-DELIVER-BOTH
104200             TO E-STATEMENT-LINE-RECORD
104300         WRITE E-STATEMENT-LINE-RECORD
104400     END-IF
104500     IF WS-DELIVER-PRINT OR WS-DELIVER-BOTH
104600         WRITE STATEMENT-LINE-RECORD
104616     END-IF
104632     IF WS-DELIVER-HELD
104648         MOVE STATEMENT-LINE-RECORD
104664             TO HELD-STATEMENT-LINE-RECORD
104680         WRITE HELD-STATEMENT-LINE-RECORD
104700     END-IF
104800     .
104900 8900-WRITE-STATEMENT-LINE-EXIT.
105900     MOVE WS-ELEC-STATEMENTS    TO SC-ELECTRONIC-COUNT
106000     MOVE WS-BOTH-STATEMENTS    TO SC-BOTH-COUNT
106100     MOVE WS-ACCOUNTS-PROCESSED TO SC-TOTAL-COUNT
106150     MOVE WS-HELD-STATEMENTS    TO SC-HELD-COUNT
106175     MOVE WS-REL-STMT-SUPPRESSED TO SC-REL-SUPPRESSED-COUNT
106200     WRITE STMT-CONTROL-RECORD
106300     .
106400 8950-WRITE-CONTROL-RECORD-EXIT.
107400     CLOSE SORTED-STMT-TRAN-FILE
107500     CLOSE SORTED-STMT-INTR-FILE
107600     CLOSE SORTED-STMT-WARN-FILE
107614     IF WS-BILLS-ON-FILE
107628         CLOSE SORTED-STMT-BILL-FILE
107642     END-IF
107656     IF WS-NSF-ON-FILE
107670         CLOSE SORTED-STMT-NSF-FILE
107684     END-IF
107700     CLOSE STATEMENT-FILE
107800     CLOSE E-STATEMENT-FILE
107900     CLOSE STMT-CONTROL-FILE
107950     CLOSE STMT-HOLD-FILE
108000     IF WS-PREFS-ON-FILE
108100         CLOSE ALERT-PREFERENCE-FILE
108200     END-IF
