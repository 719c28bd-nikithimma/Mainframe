000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    SAR-CASE-OPEN.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  OPENS A SAR CASE FOR
001300*                     ANY OF THE QUEUES THAT SURFACE SUSPICIOUS
001400*                     ACTIVITY - FRAUD-REVIEW, SANCT-REVIEW AND
001500*                     THE SAR WORKSTATION (FOR THE STRUCTURING
001600*                     REVIEW EXTRACT AND CONTINUING FILINGS).
001700*                     THE CALLER NAMES ITS QUEUE, THE ITEM THAT
001800*                     RAISED THE CASE, THE CUSTOMER AND/OR
001900*                     ACCOUNT AND THE DATE THE ACTIVITY WAS
002000*                     DETECTED.  THE CASE ID COMES FROM THE
002100*                     SHARED ID COUNTER; THE FILING DEADLINE IS
002200*                     SAR-FILING-DAYS (DEFAULT 30) AFTER
002300*                     DETECTION; THE CUSTOMER BECOMES THE
002400*                     CASE'S FIRST SUBJECT.  AN ITEM THAT
002500*                     ALREADY HAS A CASE NOT YET CLOSED GETS
002600*                     THAT CASE BACK INSTEAD OF A SECOND ONE.
002700*                     LS-OPEN-FLAG: Y OPENED, D ALREADY OPEN
002800*                     (LS-CASE-ID IS THE EXISTING CASE), N NOT
002900*                     OPENED (NO CUSTOMER OR ACCOUNT, OR THE
003000*                     CASE FILE COULD NOT BE OPENED).
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     COPY SARCSEL.
003600     COPY SARDSEL.
003700     COPY ACCTMSEL.
003800     COPY CUSTMSEL.
003900     COPY PARMSEL.
004000*================================================================
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  SAR-CASE-FILE.
004400     COPY SARCREC.
004500 FD  SAR-DETAIL-FILE.
004600     COPY SARDREC.
004700 FD  ACCOUNT-MASTER-FILE.
004800     COPY ACCTMAST.
004900 FD  CUSTOMER-MASTER-FILE.
005000     COPY CUSTMAST.
005100 FD  BUSINESS-PARAMETER-FILE.
005200     COPY PARMREC.
005300*----------------------------------------------------------------
005400 WORKING-STORAGE SECTION.
005500 01  WS-FILE-STATUSES.
005600     05  WS-SARCASE-STATUS         PIC XX.
005700     05  WS-SARDETL-STATUS         PIC XX.
005800     05  WS-ACCTMAST-STATUS        PIC XX.
005900     05  WS-CUSTMAST-STATUS        PIC XX.
006000     05  WS-BUSPARM-STATUS         PIC XX.
006100*----------------------------------------------------------------
006200 01  WS-WORK-FIELDS.
006300     05  WS-CASE-EOF-SWITCH        PIC X.
006400         88  NO-MORE-CASES         VALUE 'Y'.
006500     05  WS-PARM-EOF-SWITCH        PIC X.
006600         88  NO-MORE-PARAMETERS    VALUE 'Y'.
006700     05  WS-SAR-FILING-DAYS        PIC 9(03).
006800     05  WS-SUBJECT-CUSTOMER       PIC 9(09).
006900 01  WS-ID-SOURCE-NAME             PIC X(08).
007000 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
007100*----------------------------------------------------------------
007200 01  WS-BUSINESS-DATE              PIC 9(08).
007300 01  WS-BUSDATE-FLAG               PIC X.
007400 01  WS-CURRENT-TIMESTAMP          PIC X(21).
007500 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
007600     05  WS-TS-DATE                PIC 9(08).
007700     05  FILLER                    PIC X(13).
007800*================================================================
007900 LINKAGE SECTION.
008000 01  LS-SOURCE-QUEUE               PIC X.
008100 01  LS-SOURCE-REFERENCE           PIC X(20).
008200 01  LS-CUSTOMER-NUMBER            PIC 9(09).
008300 01  LS-ACCT-NUMBER                PIC 9(10).
008400 01  LS-DETECTED-DATE              PIC 9(08).
008500 01  LS-OPERATOR-ID                PIC X(08).
008600 01  LS-CASE-ID                    PIC 9(08).
008700 01  LS-OPEN-FLAG                  PIC X.
008800*================================================================
008900 PROCEDURE DIVISION USING LS-SOURCE-QUEUE LS-SOURCE-REFERENCE
009000     LS-CUSTOMER-NUMBER LS-ACCT-NUMBER LS-DETECTED-DATE
009100     LS-OPERATOR-ID LS-CASE-ID LS-OPEN-FLAG.
009200*================================================================
009300 0000-MAINLINE.
009400     MOVE ZERO TO LS-CASE-ID
009500     MOVE 'N' TO LS-OPEN-FLAG
009600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
009700     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
009800         WS-BUSDATE-FLAG
009900     IF WS-BUSDATE-FLAG = "Y"
010000         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
010100     END-IF
010200     PERFORM 1000-RESOLVE-CUSTOMER
010300         THRU 1000-RESOLVE-CUSTOMER-EXIT
010400     IF WS-SUBJECT-CUSTOMER = ZERO AND LS-ACCT-NUMBER = ZERO
010500         DISPLAY "SAR-CASE-OPEN: NO CUSTOMER OR ACCOUNT - "
010600             "CASE NOT OPENED"
010700         GOBACK
010800     END-IF
010900
011000     OPEN I-O SAR-CASE-FILE
011100     IF WS-SARCASE-STATUS = "35"
011200         CLOSE SAR-CASE-FILE
011300         OPEN OUTPUT SAR-CASE-FILE
011400         CLOSE SAR-CASE-FILE
011500         OPEN I-O SAR-CASE-FILE
011600     END-IF
011700     IF WS-SARCASE-STATUS NOT = "00"
011800         DISPLAY "SAR-CASE-OPEN: UNABLE TO OPEN SAR CASE FILE, "
011900             "STATUS = " WS-SARCASE-STATUS
012000         GOBACK
012100     END-IF
012200     PERFORM 2000-FIND-OPEN-CASE
012300         THRU 2000-FIND-OPEN-CASE-EXIT
012400     IF LS-OPEN-FLAG = 'D'
012500         CLOSE SAR-CASE-FILE
012600         GOBACK
012700     END-IF
012800
012900     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
013000         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
013100     PERFORM 3000-WRITE-CASE
013200         THRU 3000-WRITE-CASE-EXIT
013300     CLOSE SAR-CASE-FILE
013400     IF LS-OPEN-FLAG = 'Y'
013500         PERFORM 4000-WRITE-FIRST-SUBJECT
013600             THRU 4000-WRITE-FIRST-SUBJECT-EXIT
013700     END-IF
013800     GOBACK.
013900*----------------------------------------------------------------
014000*  1000-RESOLVE-CUSTOMER  --  A CALLER THAT KNOWS ONLY THE
014100*  ACCOUNT GETS THE ACCOUNT'S CUSTOMER AS THE SUBJECT.
014200*----------------------------------------------------------------
014300 1000-RESOLVE-CUSTOMER.
014400     MOVE LS-CUSTOMER-NUMBER TO WS-SUBJECT-CUSTOMER
014500     IF WS-SUBJECT-CUSTOMER NOT = ZERO
014600             OR LS-ACCT-NUMBER = ZERO
014700         GO TO 1000-RESOLVE-CUSTOMER-EXIT
014800     END-IF
014900     OPEN INPUT ACCOUNT-MASTER-FILE
015000     IF WS-ACCTMAST-STATUS NOT = "00"
015100         GO TO 1000-RESOLVE-CUSTOMER-EXIT
015200     END-IF
015300     MOVE LS-ACCT-NUMBER TO AM-ACCT-NUMBER
015400     READ ACCOUNT-MASTER-FILE
015500         KEY IS AM-ACCT-NUMBER
015600         NOT INVALID KEY
015700             MOVE AM-CUSTOMER-NUMBER TO WS-SUBJECT-CUSTOMER
015800     END-READ
015900     CLOSE ACCOUNT-MASTER-FILE
016000     .
016100 1000-RESOLVE-CUSTOMER-EXIT.
016200     EXIT.
016300*----------------------------------------------------------------
016400 1100-LOAD-BUSINESS-PARAMETERS.
016500     MOVE 30 TO WS-SAR-FILING-DAYS
016600     MOVE 'N' TO WS-PARM-EOF-SWITCH
016700     OPEN INPUT BUSINESS-PARAMETER-FILE
016800     IF WS-BUSPARM-STATUS NOT = "00"
016900         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
017000     END-IF
017100     PERFORM 1110-READ-ONE-PARAMETER
017200         THRU 1110-READ-ONE-PARAMETER-EXIT
017300         UNTIL NO-MORE-PARAMETERS
017400     CLOSE BUSINESS-PARAMETER-FILE
017500     .
017600 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
017700     EXIT.
017800*----------------------------------------------------------------
017900 1110-READ-ONE-PARAMETER.
018000     READ BUSINESS-PARAMETER-FILE
018100         AT END
018200             MOVE 'Y' TO WS-PARM-EOF-SWITCH
018300             GO TO 1110-READ-ONE-PARAMETER-EXIT
018400     END-READ
018500     EVALUATE BP-PARM-NAME
018600         WHEN "SAR-FILING-DAYS"
018700             MOVE BP-PARM-VALUE TO WS-SAR-FILING-DAYS
018800         WHEN OTHER
018900             CONTINUE
019000     END-EVALUATE
019100     .
019200 1110-READ-ONE-PARAMETER-EXIT.
019300     EXIT.
019400*----------------------------------------------------------------
019500*  2000-FIND-OPEN-CASE  --  FULL SCAN FOR A CASE ALREADY RAISED
019600*  FROM THE SAME QUEUE ITEM.  THE CASE FILE IS SMALL ENOUGH
019700*  THAT A SCAN PER OPENING COSTS LESS THAN AN ALTERNATE INDEX.
019800*----------------------------------------------------------------
019900 2000-FIND-OPEN-CASE.
020000     MOVE 'N' TO WS-CASE-EOF-SWITCH
020100     MOVE ZERO TO SC-CASE-ID
020200     START SAR-CASE-FILE
020300         KEY IS NOT LESS THAN SC-CASE-ID
020400         INVALID KEY
020500             GO TO 2000-FIND-OPEN-CASE-EXIT
020600     END-START
020700     PERFORM 2100-CHECK-ONE-CASE
020800         THRU 2100-CHECK-ONE-CASE-EXIT
020900         UNTIL NO-MORE-CASES
021000     .
021100 2000-FIND-OPEN-CASE-EXIT.
021200     EXIT.
021300*----------------------------------------------------------------
021400 2100-CHECK-ONE-CASE.
021500     READ SAR-CASE-FILE NEXT RECORD
021600         AT END
021700             MOVE 'Y' TO WS-CASE-EOF-SWITCH
021800             GO TO 2100-CHECK-ONE-CASE-EXIT
021900     END-READ
022000     IF SC-SOURCE-QUEUE = LS-SOURCE-QUEUE
022100             AND SC-SOURCE-REFERENCE = LS-SOURCE-REFERENCE
022200             AND NOT SC-STATUS-CLOSED
022300         MOVE SC-CASE-ID TO LS-CASE-ID
022400         MOVE 'D' TO LS-OPEN-FLAG
022500         MOVE 'Y' TO WS-CASE-EOF-SWITCH
022600     END-IF
022700     .
022800 2100-CHECK-ONE-CASE-EXIT.
022900     EXIT.
023000*----------------------------------------------------------------
023100*  3000-WRITE-CASE  --  A CONTINUING CASE CARRIES THE CASE IT
023200*  CONTINUES IN ITS SOURCE REFERENCE.
023300*----------------------------------------------------------------
023400 3000-WRITE-CASE.
023500     MOVE "SARC" TO WS-ID-SOURCE-NAME
023600     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
023700         WS-NEXT-ASSIGNED-ID
023800     IF WS-NEXT-ASSIGNED-ID = ZERO
023900         DISPLAY "SAR-CASE-OPEN: NO CASE ID ASSIGNED - CASE "
024000             "NOT OPENED"
024100         GO TO 3000-WRITE-CASE-EXIT
024200     END-IF
024300     MOVE SPACES TO SAR-CASE-RECORD
024400     MOVE WS-NEXT-ASSIGNED-ID TO SC-CASE-ID
024500     MOVE LS-SOURCE-QUEUE     TO SC-SOURCE-QUEUE
024600     MOVE LS-SOURCE-REFERENCE TO SC-SOURCE-REFERENCE
024700     MOVE ZERO TO SC-PRIOR-CASE-ID
024800     IF SC-FROM-CONTINUING
024900         SET SC-CONTINUING-FILING TO TRUE
025000         MOVE LS-SOURCE-REFERENCE (1:8) TO SC-PRIOR-CASE-ID
025100     ELSE
025200         SET SC-INITIAL-FILING TO TRUE
025300     END-IF
025400     SET SC-STATUS-OPEN TO TRUE
025500     MOVE WS-TS-DATE     TO SC-OPENED-DATE
025600     MOVE LS-OPERATOR-ID TO SC-OPENED-OPERATOR
025700     IF LS-DETECTED-DATE = ZERO
025800         MOVE WS-TS-DATE TO SC-DETECTED-DATE
025900     ELSE
026000         MOVE LS-DETECTED-DATE TO SC-DETECTED-DATE
026100     END-IF
026200     COMPUTE SC-FILING-DUE-DATE = FUNCTION DATE-OF-INTEGER(
026300         FUNCTION INTEGER-OF-DATE(SC-DETECTED-DATE)
026400         + WS-SAR-FILING-DAYS)
026500     MOVE ZERO TO SC-FILED-DATE
026600     MOVE ZERO TO SC-REVIEW-DUE-DATE
026700     MOVE ZERO TO SC-CLOSED-DATE
026800     MOVE 1    TO SC-SUBJECT-COUNT
026900     MOVE ZERO TO SC-TRAN-COUNT
027000     MOVE ZERO TO SC-NARRATIVE-COUNT
027100     MOVE ZERO TO SC-TOTAL-AMOUNT
027200     MOVE ZERO TO SC-ACTIVITY-FROM-DATE
027300     MOVE ZERO TO SC-ACTIVITY-TO-DATE
027400     WRITE SAR-CASE-RECORD
027500         INVALID KEY
027600             DISPLAY "SAR-CASE-OPEN: CASE ID " SC-CASE-ID
027700                 " ALREADY ON FILE - CASE NOT OPENED"
027800             GO TO 3000-WRITE-CASE-EXIT
027900     END-WRITE
028000     MOVE SC-CASE-ID TO LS-CASE-ID
028100     MOVE 'Y' TO LS-OPEN-FLAG
028200     .
028300 3000-WRITE-CASE-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------
028600*  4000-WRITE-FIRST-SUBJECT  --  THE CUSTOMER (AND ACCOUNT)
028700*  THE QUEUE ITEM NAMED, WITH NAME AND TAXPAYER ID FROM THE
028800*  CUSTOMER MASTER.
028900*----------------------------------------------------------------
029000 4000-WRITE-FIRST-SUBJECT.
029100     OPEN I-O SAR-DETAIL-FILE
029200     IF WS-SARDETL-STATUS = "35"
029300         CLOSE SAR-DETAIL-FILE
029400         OPEN OUTPUT SAR-DETAIL-FILE
029500         CLOSE SAR-DETAIL-FILE
029600         OPEN I-O SAR-DETAIL-FILE
029700     END-IF
029800     IF WS-SARDETL-STATUS NOT = "00"
029900         DISPLAY "SAR-CASE-OPEN: UNABLE TO OPEN SAR DETAIL "
030000             "FILE, STATUS = " WS-SARDETL-STATUS
030100         GO TO 4000-WRITE-FIRST-SUBJECT-EXIT
030200     END-IF
030300     MOVE SPACES TO SAR-DETAIL-RECORD
030400     MOVE LS-CASE-ID TO SD-CASE-ID
030500     SET SD-SUBJECT TO TRUE
030600     MOVE 1 TO SD-DETAIL-SEQ
030700     MOVE WS-SUBJECT-CUSTOMER TO SD-CUSTOMER-NUMBER
030800     MOVE LS-ACCT-NUMBER      TO SD-ACCT-NUMBER
030900     MOVE "(NOT ON CUSTOMER MASTER)" TO SD-SUBJECT-NAME
031000     OPEN INPUT CUSTOMER-MASTER-FILE
031100     IF WS-CUSTMAST-STATUS = "00"
031200         MOVE WS-SUBJECT-CUSTOMER TO CM-CUSTOMER-NUMBER
031300         READ CUSTOMER-MASTER-FILE
031400             KEY IS CM-CUSTOMER-NUMBER
031500             NOT INVALID KEY
031600                 MOVE CM-CUSTOMER-NAME TO SD-SUBJECT-NAME
031700                 MOVE CM-TAX-ID        TO SD-SUBJECT-TAX-ID
031800         END-READ
031900         CLOSE CUSTOMER-MASTER-FILE
032000     END-IF
032100     WRITE SAR-DETAIL-RECORD
032200         INVALID KEY
032300             REWRITE SAR-DETAIL-RECORD
032400     END-WRITE
032500     CLOSE SAR-DETAIL-FILE
032600     .
032700 4000-WRITE-FIRST-SUBJECT-EXIT.
032800     EXIT.
032900 END PROGRAM SAR-CASE-OPEN.
