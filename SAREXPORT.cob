000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    SAR-EFILE-EXPORT.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  SAR E-FILE EXPORT.
001300*                     EVERY CASE A SUPERVISOR HAS APPROVED FOR
001400*                     FILING, AND EVERY CASE THE REGULATOR
001500*                     REJECTED AND THE ANALYST HAS CORRECTED,
001600*                     GOES ON THE E-FILE: A HEADER (FILE ID,
001700*                     CREATION DATE, SEQUENCE), PER CASE A CASE
001800*                     RECORD FOLLOWED BY ITS SUBJECT, ACTIVITY
001900*                     AND NARRATIVE RECORDS, AND A TRAILER WITH
002000*                     THE RECORD COUNT, CASE COUNT AND AMOUNT
002100*                     TOTAL.  EACH CASE GOES TO EXTRACTED WITH
002200*                     ITS FILED DATE AND ITS CONTINUING-
002300*                     ACTIVITY REVIEW DATE, SAR-REVIEW-DAYS
002400*                     (DEFAULT 90) LATER.  SAR-ACK-MATCH BELOW
002500*                     DRIVES IT ON WHEN THE ACKNOWLEDGMENT FILE
002600*                     COMES BACK.  THE E-FILE SEQUENCE RIDES
002700*                     THE SHARED ID COUNTER.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     COPY SARCSEL.
003300     COPY SARDSEL.
003400     COPY PARMSEL.
003500     SELECT SAR-EFILE
003600         ASSIGN TO "SAREFILE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SAREFILE-STATUS.
003900*================================================================
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SAR-CASE-FILE.
004300     COPY SARCREC.
004400 FD  SAR-DETAIL-FILE.
004500     COPY SARDREC.
004600 FD  BUSINESS-PARAMETER-FILE.
004700     COPY PARMREC.
004800 FD  SAR-EFILE.
004900 01  SAR-EFILE-RECORD              PIC X(100).
005000 01  SAR-EFILE-HEADER REDEFINES SAR-EFILE-RECORD.
005100     05  EH-RECORD-TYPE            PIC X.
005200     05  EH-EFILE-ID               PIC X(14).
005300     05  EH-CREATION-DATE          PIC 9(08).
005400     05  EH-SEQUENCE-NUMBER        PIC 9(08).
005500     05  FILLER                    PIC X(69).
005600 01  SAR-EFILE-CASE REDEFINES SAR-EFILE-RECORD.
005700     05  EC-RECORD-TYPE            PIC X.
005800     05  EC-CASE-ID                PIC 9(08).
005900     05  EC-FILING-TYPE            PIC X.
006000     05  EC-PRIOR-CASE-ID          PIC 9(08).
006100     05  EC-DETECTED-DATE          PIC 9(08).
006200     05  EC-ACTIVITY-FROM-DATE     PIC 9(08).
006300     05  EC-ACTIVITY-TO-DATE       PIC 9(08).
006400     05  EC-TOTAL-AMOUNT           PIC 9(11)V99.
006500     05  EC-SOURCE-QUEUE           PIC X.
006600     05  EC-SOURCE-REFERENCE       PIC X(20).
006700     05  FILLER                    PIC X(24).
006800 01  SAR-EFILE-SUBJECT REDEFINES SAR-EFILE-RECORD.
006900     05  EP-RECORD-TYPE            PIC X.
007000     05  EP-CASE-ID                PIC 9(08).
007100     05  EP-SUBJECT-SEQ            PIC 9(03).
007200     05  EP-CUSTOMER-NUMBER        PIC 9(09).
007300     05  EP-ACCT-NUMBER            PIC 9(10).
007400     05  EP-SUBJECT-NAME           PIC X(30).
007500     05  EP-SUBJECT-TAX-ID         PIC X(11).
007600     05  FILLER                    PIC X(28).
007700 01  SAR-EFILE-ACTIVITY REDEFINES SAR-EFILE-RECORD.
007800     05  EA-RECORD-TYPE            PIC X.
007900     05  EA-CASE-ID                PIC 9(08).
008000     05  EA-ACTIVITY-SEQ           PIC 9(03).
008100     05  EA-ACCT-NUMBER            PIC 9(10).
008200     05  EA-TRAN-DATE              PIC 9(08).
008300     05  EA-TRAN-ID                PIC 9(08).
008400     05  EA-TRAN-TYPE              PIC X.
008500     05  EA-AMOUNT                 PIC 9(09)V99.
008600     05  EA-CURRENCY-CODE          PIC X(03).
008700     05  FILLER                    PIC X(47).
008800 01  SAR-EFILE-NARRATIVE REDEFINES SAR-EFILE-RECORD.
008900     05  EN-RECORD-TYPE            PIC X.
009000     05  EN-CASE-ID                PIC 9(08).
009100     05  EN-LINE-SEQ               PIC 9(03).
009200     05  EN-NARRATIVE-TEXT         PIC X(70).
009300     05  FILLER                    PIC X(18).
009400 01  SAR-EFILE-TRAILER REDEFINES SAR-EFILE-RECORD.
009500     05  ET-RECORD-TYPE            PIC X.
009600     05  ET-RECORD-COUNT           PIC 9(08).
009700     05  ET-CASE-COUNT             PIC 9(06).
009800     05  ET-AMOUNT-TOTAL           PIC 9(13)V99.
009900     05  FILLER                    PIC X(70).
010000*----------------------------------------------------------------
010100 WORKING-STORAGE SECTION.
010200 01  WS-FILE-STATUSES.
010300     05  WS-SARCASE-STATUS         PIC XX.
010400     05  WS-SARDETL-STATUS         PIC XX.
010500     05  WS-BUSPARM-STATUS         PIC XX.
010600     05  WS-SAREFILE-STATUS        PIC XX.
010700*----------------------------------------------------------------
010800 01  WS-WORK-FIELDS.
010900     05  WS-CASE-EOF-SWITCH        PIC X VALUE 'N'.
011000         88  NO-MORE-CASES         VALUE 'Y'.
011100     05  WS-DETAIL-EOF-SWITCH      PIC X.
011200         88  NO-MORE-DETAIL        VALUE 'Y'.
011300     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
011400         88  NO-MORE-PARAMETERS    VALUE 'Y'.
011500     05  WS-CASE-FILES-OPEN-SWITCH PIC X VALUE 'N'.
011600         88  WS-CASE-FILES-ARE-OPEN VALUE 'Y'.
011700     05  WS-EFILE-OPEN-SWITCH      PIC X VALUE 'N'.
011800         88  WS-EFILE-IS-OPEN      VALUE 'Y'.
011900     05  WS-CASES-READ             PIC 9(06) COMP VALUE 0.
012000     05  WS-CASES-EXPORTED         PIC 9(06) COMP VALUE 0.
012100     05  WS-RECORDS-WRITTEN        PIC 9(08) COMP VALUE 0.
012200     05  WS-AMOUNT-TOTAL           PIC S9(13)V99 VALUE 0.
012300     05  WS-SAR-REVIEW-DAYS        PIC 9(03) VALUE 90.
012400     05  WS-REVIEW-DUE-DATE        PIC 9(08).
012500     05  WS-EFILE-ID               PIC X(14).
012600     05  WS-EFILE-ID-FIELDS REDEFINES WS-EFILE-ID.
012700         10  WS-EF-PREFIX          PIC X(03).
012800         10  WS-EF-DATE            PIC 9(08).
012900         10  FILLER                PIC X(03).
013000 01  WS-ID-SOURCE-NAME             PIC X(08).
013100 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
013200*----------------------------------------------------------------
013300 01  WS-BUSINESS-DATE              PIC 9(08).
013400 01  WS-BUSDATE-FLAG               PIC X.
013500 01  WS-CURRENT-TIMESTAMP          PIC X(21).
013600 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
013700     05  WS-TS-DATE                PIC 9(08).
013800     05  FILLER                    PIC X(13).
013900*----------------------------------------------------------------
014000 01  WS-RUN-HISTORY-FIELDS.
014100     05  WS-RH-STEP-NAME           PIC X(08) VALUE "SARXSTEP".
014200     05  WS-RH-START-TIMESTAMP     PIC X(21).
014300     05  WS-RH-RECORDS-READ        PIC 9(08).
014400     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
014500     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
014600     05  WS-RH-COMPLETION-CODE     PIC 9(02) VALUE 0.
014700*================================================================
014800 PROCEDURE DIVISION.
014900*================================================================
015000 0000-MAINLINE.
015100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
015200     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
015300     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
015400         WS-BUSDATE-FLAG
015500     IF WS-BUSDATE-FLAG = "Y"
015600         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
015700     END-IF
015800     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
015900         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
016000     COMPUTE WS-REVIEW-DUE-DATE = FUNCTION DATE-OF-INTEGER
016100         (FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
016200         + WS-SAR-REVIEW-DAYS)
016300
016400     PERFORM 1200-OPEN-CASE-FILES
016500         THRU 1200-OPEN-CASE-FILES-EXIT
016600     IF WS-CASE-FILES-ARE-OPEN
016700         PERFORM 2000-EXPORT-ONE-CASE
016800             THRU 2000-EXPORT-ONE-CASE-EXIT
016900             UNTIL NO-MORE-CASES
017000         CLOSE SAR-CASE-FILE
017100         CLOSE SAR-DETAIL-FILE
017200     END-IF
017300
017400     IF WS-EFILE-IS-OPEN
017500         MOVE SPACES TO SAR-EFILE-RECORD
017600         MOVE 'T' TO ET-RECORD-TYPE
017700         ADD 1 TO WS-RECORDS-WRITTEN
017800         MOVE WS-RECORDS-WRITTEN TO ET-RECORD-COUNT
017900         MOVE WS-CASES-EXPORTED TO ET-CASE-COUNT
018000         MOVE WS-AMOUNT-TOTAL TO ET-AMOUNT-TOTAL
018100         WRITE SAR-EFILE-RECORD
018200         CLOSE SAR-EFILE
018300     ELSE
018400         DISPLAY "SAREXPRT: NO CASES APPROVED FOR FILING - "
018500             "NO E-FILE WRITTEN"
018600     END-IF
018700     DISPLAY "SAREXPRT: CASES READ      = " WS-CASES-READ
018800     DISPLAY "SAREXPRT: CASES EXPORTED  = " WS-CASES-EXPORTED
018900     DISPLAY "SAREXPRT: RECORDS WRITTEN = " WS-RECORDS-WRITTEN
019000     DISPLAY "SAREXPRT: AMOUNT TOTAL    = " WS-AMOUNT-TOTAL
019100     DISPLAY "SAREXPRT: E-FILE ID       = " WS-EFILE-ID
019200     MOVE WS-CASES-READ TO WS-RH-RECORDS-READ
019300     MOVE WS-CASES-EXPORTED TO WS-RH-RECORDS-UPDATED
019400     MOVE WS-AMOUNT-TOTAL TO WS-RH-AMOUNT-POSTED
019500     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
019600         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
019700         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
019800         WS-RH-COMPLETION-CODE
019900     MOVE WS-RH-COMPLETION-CODE TO RETURN-CODE
020000     STOP RUN.
020100*----------------------------------------------------------------
020200 1100-LOAD-BUSINESS-PARAMETERS.
020300     OPEN INPUT BUSINESS-PARAMETER-FILE
020400     IF WS-BUSPARM-STATUS NOT = "00"
020500         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
020600     END-IF
020700     PERFORM 1110-READ-ONE-PARAMETER
020800         THRU 1110-READ-ONE-PARAMETER-EXIT
020900         UNTIL NO-MORE-PARAMETERS
021000     CLOSE BUSINESS-PARAMETER-FILE
021100     .
021200 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
021300     EXIT.
021400*----------------------------------------------------------------
021500 1110-READ-ONE-PARAMETER.
021600     READ BUSINESS-PARAMETER-FILE
021700         AT END
021800             MOVE 'Y' TO WS-PARM-EOF-SWITCH
021900         NOT AT END
022000             EVALUATE BP-PARM-NAME
022100                 WHEN "SAR-REVIEW-DAYS"
022200                     MOVE BP-PARM-VALUE TO WS-SAR-REVIEW-DAYS
022300                 WHEN OTHER
022400                     CONTINUE
022500             END-EVALUATE
022600     END-READ
022700     .
022800 1110-READ-ONE-PARAMETER-EXIT.
022900     EXIT.
023000*----------------------------------------------------------------
023100 1200-OPEN-CASE-FILES.
023200     OPEN I-O SAR-CASE-FILE
023300     IF WS-SARCASE-STATUS NOT = "00"
023400         DISPLAY "SAREXPRT: NO SAR CASE FILE - NOTHING TO "
023500             "EXPORT"
023600         GO TO 1200-OPEN-CASE-FILES-EXIT
023700     END-IF
023800     OPEN INPUT SAR-DETAIL-FILE
023900     IF WS-SARDETL-STATUS NOT = "00"
024000         DISPLAY "SAREXPRT: UNABLE TO OPEN SAR DETAIL FILE, "
024100             "STATUS = " WS-SARDETL-STATUS
024200         CLOSE SAR-CASE-FILE
024300         MOVE 8 TO WS-RH-COMPLETION-CODE
024400         GO TO 1200-OPEN-CASE-FILES-EXIT
024500     END-IF
024600     MOVE 'Y' TO WS-CASE-FILES-OPEN-SWITCH
024700     .
024800 1200-OPEN-CASE-FILES-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100*  2000-EXPORT-ONE-CASE  --  APPROVED (R) AND CORRECTED
025200*  REJECTED (J) CASES ONLY.  THE E-FILE IS OPENED, AND ITS
025300*  SEQUENCE TAKEN, WITH THE FIRST CASE.
025400*----------------------------------------------------------------
025500 2000-EXPORT-ONE-CASE.
025600     READ SAR-CASE-FILE NEXT RECORD
025700         AT END
025800             MOVE 'Y' TO WS-CASE-EOF-SWITCH
025900             GO TO 2000-EXPORT-ONE-CASE-EXIT
026000     END-READ
026100     ADD 1 TO WS-CASES-READ
026200     IF NOT SC-STATUS-READY AND NOT SC-STATUS-REJECTED
026300         GO TO 2000-EXPORT-ONE-CASE-EXIT
026400     END-IF
026500     IF NOT WS-EFILE-IS-OPEN
026600         PERFORM 2100-START-EFILE
026700             THRU 2100-START-EFILE-EXIT
026800         IF NOT WS-EFILE-IS-OPEN
026900             MOVE 'Y' TO WS-CASE-EOF-SWITCH
027000             GO TO 2000-EXPORT-ONE-CASE-EXIT
027100         END-IF
027200     END-IF
027300
027400     MOVE SPACES TO SAR-EFILE-RECORD
027500     MOVE 'C' TO EC-RECORD-TYPE
027600     MOVE SC-CASE-ID            TO EC-CASE-ID
027700     MOVE SC-FILING-TYPE        TO EC-FILING-TYPE
027800     MOVE SC-PRIOR-CASE-ID      TO EC-PRIOR-CASE-ID
027900     MOVE SC-DETECTED-DATE      TO EC-DETECTED-DATE
028000     MOVE SC-ACTIVITY-FROM-DATE TO EC-ACTIVITY-FROM-DATE
028100     MOVE SC-ACTIVITY-TO-DATE   TO EC-ACTIVITY-TO-DATE
028200     MOVE SC-TOTAL-AMOUNT       TO EC-TOTAL-AMOUNT
028300     MOVE SC-SOURCE-QUEUE       TO EC-SOURCE-QUEUE
028400     MOVE SC-SOURCE-REFERENCE   TO EC-SOURCE-REFERENCE
028500     WRITE SAR-EFILE-RECORD
028600     ADD 1 TO WS-RECORDS-WRITTEN
028700     ADD SC-TOTAL-AMOUNT TO WS-AMOUNT-TOTAL
028800
028900     MOVE SC-CASE-ID TO SD-CASE-ID
029000     MOVE LOW-VALUES TO SD-DETAIL-TYPE
029100     MOVE ZERO TO SD-DETAIL-SEQ
029200     MOVE 'N' TO WS-DETAIL-EOF-SWITCH
029300     START SAR-DETAIL-FILE
029400         KEY IS NOT LESS THAN SD-DETAIL-KEY
029500         INVALID KEY
029600             MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
029700     END-START
029800     PERFORM 2200-WRITE-ONE-DETAIL
029900         THRU 2200-WRITE-ONE-DETAIL-EXIT
030000         UNTIL NO-MORE-DETAIL
030100
030200     SET SC-STATUS-EXTRACTED TO TRUE
030300     MOVE WS-EFILE-ID TO SC-EFILE-ID
030400     MOVE WS-TS-DATE TO SC-FILED-DATE
030500     MOVE WS-REVIEW-DUE-DATE TO SC-REVIEW-DUE-DATE
030600     MOVE SPACES TO SC-REJECT-REASON
030700     REWRITE SAR-CASE-RECORD
030800     ADD 1 TO WS-CASES-EXPORTED
030900     .
031000 2000-EXPORT-ONE-CASE-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------
031300 2100-START-EFILE.
031400     MOVE "SAR" TO WS-EF-PREFIX
031500     MOVE WS-TS-DATE TO WS-EF-DATE
031600     MOVE "SARX" TO WS-ID-SOURCE-NAME
031700     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
031800         WS-NEXT-ASSIGNED-ID
031900     MOVE WS-NEXT-ASSIGNED-ID (6:3) TO WS-EFILE-ID (12:3)
032000     OPEN OUTPUT SAR-EFILE
032100     IF WS-SAREFILE-STATUS NOT = "00"
032200         DISPLAY "SAREXPRT: UNABLE TO OPEN E-FILE, STATUS = "
032300             WS-SAREFILE-STATUS
032400         MOVE 12 TO WS-RH-COMPLETION-CODE
032500         GO TO 2100-START-EFILE-EXIT
032600     END-IF
032700     MOVE 'Y' TO WS-EFILE-OPEN-SWITCH
032800     MOVE SPACES TO SAR-EFILE-RECORD
032900     MOVE 'H' TO EH-RECORD-TYPE
033000     MOVE WS-EFILE-ID TO EH-EFILE-ID
033100     MOVE WS-TS-DATE TO EH-CREATION-DATE
033200     MOVE WS-NEXT-ASSIGNED-ID TO EH-SEQUENCE-NUMBER
033300     WRITE SAR-EFILE-RECORD
033400     ADD 1 TO WS-RECORDS-WRITTEN
033500     .
033600 2100-START-EFILE-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------
033900*  2200-WRITE-ONE-DETAIL  --  THE CASE'S SUBJECTS, THEN ITS
034000*  ACTIVITY, THEN ITS NARRATIVE, IN KEY ORDER.  ACTIVITY
034100*  AMOUNTS GO OUT UNSIGNED WITH THE TRANSACTION TYPE.
034200*----------------------------------------------------------------
034300 2200-WRITE-ONE-DETAIL.
034400     READ SAR-DETAIL-FILE NEXT RECORD
034500         AT END
034600             MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
034700             GO TO 2200-WRITE-ONE-DETAIL-EXIT
034800     END-READ
034900     IF SD-CASE-ID NOT = SC-CASE-ID
035000         MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
035100         GO TO 2200-WRITE-ONE-DETAIL-EXIT
035200     END-IF
035300     MOVE SPACES TO SAR-EFILE-RECORD
035400     EVALUATE TRUE
035500         WHEN SD-SUBJECT
035600             MOVE 'P' TO EP-RECORD-TYPE
035700             MOVE SD-CASE-ID         TO EP-CASE-ID
035800             MOVE SD-DETAIL-SEQ      TO EP-SUBJECT-SEQ
035900             MOVE SD-CUSTOMER-NUMBER TO EP-CUSTOMER-NUMBER
036000             MOVE SD-ACCT-NUMBER     TO EP-ACCT-NUMBER
036100             MOVE SD-SUBJECT-NAME    TO EP-SUBJECT-NAME
036200             MOVE SD-SUBJECT-TAX-ID  TO EP-SUBJECT-TAX-ID
036300         WHEN SD-TRANSACTION
036400             MOVE 'A' TO EA-RECORD-TYPE
036500             MOVE SD-CASE-ID          TO EA-CASE-ID
036600             MOVE SD-DETAIL-SEQ       TO EA-ACTIVITY-SEQ
036700             MOVE SD-TRAN-ACCT-NUMBER TO EA-ACCT-NUMBER
036800             MOVE SD-TRAN-DATE        TO EA-TRAN-DATE
036900             MOVE SD-TRAN-ID          TO EA-TRAN-ID
037000             MOVE SD-TRAN-TYPE        TO EA-TRAN-TYPE
037100             MOVE SD-TRAN-AMOUNT      TO EA-AMOUNT
037200             MOVE SD-TRAN-CURRENCY    TO EA-CURRENCY-CODE
037300         WHEN SD-NARRATIVE
037400             MOVE 'N' TO EN-RECORD-TYPE
037500             MOVE SD-CASE-ID          TO EN-CASE-ID
037600             MOVE SD-DETAIL-SEQ       TO EN-LINE-SEQ
037700             MOVE SD-NARRATIVE-TEXT   TO EN-NARRATIVE-TEXT
037800         WHEN OTHER
037900             GO TO 2200-WRITE-ONE-DETAIL-EXIT
038000     END-EVALUATE
038100     WRITE SAR-EFILE-RECORD
038200     ADD 1 TO WS-RECORDS-WRITTEN
038300     .
038400 2200-WRITE-ONE-DETAIL-EXIT.
038500     EXIT.
038600 END PROGRAM SAR-EFILE-EXPORT.
038700*================================================================
038800*  IDENTIFICATION DIVISION.
038900*================================================================
039000 IDENTIFICATION DIVISION.
039100 PROGRAM-ID.    SAR-ACK-MATCH.
039200 AUTHOR.        R KUMAR.
039300 INSTALLATION.  RETAIL BANKING SYSTEMS.
039400 DATE-WRITTEN.  2026-10-15.
039500 DATE-COMPILED. 2026-10-15.
039600*----------------------------------------------------------------
039700*  MOD-HISTORY
039800*    2026-10-15  RPK  INITIAL VERSION.  MATCHES THE REGULATOR'S
039900*                     SAR ACKNOWLEDGMENT FILE BACK INTO THE
040000*                     CASE FILE - AN ACCEPTED CASE GOES TO
040100*                     ACKNOWLEDGED WITH ITS FILING NUMBER, A
040200*                     REJECTED ONE BACK TO THE ANALYST WITH THE
040300*                     REASON - AND THEN PUTS IN FRONT OF
040400*                     OPERATIONS, ON THE CONSOLE AND THE EOD
040500*                     REPORT DECK: EVERY CASE STILL REJECTED,
040600*                     EVERY UNFILED CASE WHOSE FILING DEADLINE
040700*                     IS WITHIN SAR-WARN-DAYS (DEFAULT 7) OR
040800*                     PAST, AND EVERY FILED CASE WHOSE
040900*                     CONTINUING-ACTIVITY REVIEW IS.
041000*================================================================
041100 ENVIRONMENT DIVISION.
041200 INPUT-OUTPUT SECTION.
041300 FILE-CONTROL.
041400     COPY SARCSEL.
041500     COPY EODDSEL.
041600     COPY PARMSEL.
041700     SELECT SAR-ACK-FILE
041800         ASSIGN TO "SARACK"
041900         ORGANIZATION IS LINE SEQUENTIAL
042000         FILE STATUS IS WS-SARACK-STATUS.
042100*================================================================
042200 DATA DIVISION.
042300 FILE SECTION.
042400 FD  SAR-CASE-FILE.
042500     COPY SARCREC.
042600 FD  EOD-REPORT-DECK-FILE.
042700     COPY EODDREC.
042800 FD  BUSINESS-PARAMETER-FILE.
042900     COPY PARMREC.
043000 FD  SAR-ACK-FILE.
043100 01  SAR-ACK-RECORD.
043200     05  AK-EFILE-ID               PIC X(14).
043300     05  AK-CASE-ID                PIC 9(08).
043400     05  AK-RESULT                 PIC X.
043500         88  AK-ACCEPTED           VALUE 'A'.
043600         88  AK-REJECTED           VALUE 'R'.
043700     05  AK-REASON                 PIC X(20).
043800     05  AK-FILING-NUMBER          PIC X(14).
043900*----------------------------------------------------------------
044000 WORKING-STORAGE SECTION.
044100 01  WS-FILE-STATUSES.
044200     05  WS-SARCASE-STATUS         PIC XX.
044300     05  WS-EODDECK-STATUS         PIC XX.
044400     05  WS-BUSPARM-STATUS         PIC XX.
044500     05  WS-SARACK-STATUS          PIC XX.
044600*----------------------------------------------------------------
044700 01  WS-WORK-FIELDS.
044800     05  WS-ACK-EOF-SWITCH         PIC X VALUE 'N'.
044900         88  NO-MORE-ACKS          VALUE 'Y'.
045000     05  WS-CASE-EOF-SWITCH        PIC X.
045100         88  NO-MORE-CASES         VALUE 'Y'.
045200     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
045300         88  NO-MORE-PARAMETERS    VALUE 'Y'.
045400     05  WS-ACKS-READ              PIC 9(06) COMP VALUE 0.
045500     05  WS-ACKS-MATCHED           PIC 9(06) COMP VALUE 0.
045600     05  WS-ACKS-UNMATCHED         PIC 9(06) COMP VALUE 0.
045700     05  WS-REJECTS-OPEN           PIC 9(06) COMP VALUE 0.
045800     05  WS-DEADLINES-LISTED       PIC 9(06) COMP VALUE 0.
045900     05  WS-SAR-WARN-DAYS          PIC 9(03) VALUE 7.
046000     05  WS-DAYS-LEFT              PIC S9(05).
046100     05  WS-EDIT-DAYS              PIC -(4)9.
046200     05  WS-EDIT-AMOUNT            PIC -(11)9.99.
046300     05  WS-DUE-DATE               PIC 9(08).
046400*----------------------------------------------------------------
046500 01  WS-BUSINESS-DATE              PIC 9(08).
046600 01  WS-BUSDATE-FLAG               PIC X.
046700 01  WS-CURRENT-TIMESTAMP          PIC X(21).
046800 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
046900     05  WS-TS-DATE                PIC 9(08).
047000     05  FILLER                    PIC X(13).
047100*================================================================
047200 PROCEDURE DIVISION.
047300*================================================================
047400 0000-MAINLINE.
047500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
047600     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
047700         WS-BUSDATE-FLAG
047800     IF WS-BUSDATE-FLAG = "Y"
047900         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
048000     END-IF
048100     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
048200         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
048300     OPEN I-O SAR-CASE-FILE
048400     IF WS-SARCASE-STATUS NOT = "00"
048500         DISPLAY "SARACKM: NO SAR CASE FILE - NOTHING TO "
048600             "MATCH"
048700         STOP RUN
048800     END-IF
048900     OPEN INPUT SAR-ACK-FILE
049000     IF WS-SARACK-STATUS NOT = "00"
049100         DISPLAY "SARACKM: NO ACKNOWLEDGMENT FILE - "
049200             "DEADLINE LIST ONLY"
049300         MOVE 'Y' TO WS-ACK-EOF-SWITCH
049400     END-IF
049500     PERFORM 2000-MATCH-ONE-ACK
049600         THRU 2000-MATCH-ONE-ACK-EXIT
049700         UNTIL NO-MORE-ACKS
049800     IF WS-SARACK-STATUS = "00" OR WS-SARACK-STATUS = "10"
049900         CLOSE SAR-ACK-FILE
050000     END-IF
050100     PERFORM 3000-LIST-OPEN-ITEMS
050200         THRU 3000-LIST-OPEN-ITEMS-EXIT
050300     CLOSE SAR-CASE-FILE
050400     DISPLAY "SARACKM: ACKS READ         = " WS-ACKS-READ
050500     DISPLAY "SARACKM: ACKS MATCHED      = " WS-ACKS-MATCHED
050600     DISPLAY "SARACKM: ACKS UNMATCHED    = " WS-ACKS-UNMATCHED
050700     DISPLAY "SARACKM: REJECTS OPEN      = " WS-REJECTS-OPEN
050800     DISPLAY "SARACKM: DEADLINES LISTED  = "
050900         WS-DEADLINES-LISTED
051000     STOP RUN.
051100*----------------------------------------------------------------
051200 1100-LOAD-BUSINESS-PARAMETERS.
051300     OPEN INPUT BUSINESS-PARAMETER-FILE
051400     IF WS-BUSPARM-STATUS NOT = "00"
051500         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
051600     END-IF
051700     PERFORM 1110-READ-ONE-PARAMETER
051800         THRU 1110-READ-ONE-PARAMETER-EXIT
051900         UNTIL NO-MORE-PARAMETERS
052000     CLOSE BUSINESS-PARAMETER-FILE
052100     .
052200 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
052300     EXIT.
052400*----------------------------------------------------------------
052500 1110-READ-ONE-PARAMETER.
052600     READ BUSINESS-PARAMETER-FILE
052700         AT END
052800             MOVE 'Y' TO WS-PARM-EOF-SWITCH
052900         NOT AT END
053000             EVALUATE BP-PARM-NAME
053100                 WHEN "SAR-WARN-DAYS"
053200                     MOVE BP-PARM-VALUE TO WS-SAR-WARN-DAYS
053300                 WHEN OTHER
053400                     CONTINUE
053500             END-EVALUATE
053600     END-READ
053700     .
053800 1110-READ-ONE-PARAMETER-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100*  2000-MATCH-ONE-ACK  --  AN ACK COUNTS ONLY AGAINST THE
054200*  E-FILE THE CASE WENT OUT ON AND ONLY WHILE THE CASE IS
054300*  STILL EXTRACTED.
054400*----------------------------------------------------------------
054500 2000-MATCH-ONE-ACK.
054600     READ SAR-ACK-FILE
054700         AT END
054800             MOVE 'Y' TO WS-ACK-EOF-SWITCH
054900             GO TO 2000-MATCH-ONE-ACK-EXIT
055000     END-READ
055100     ADD 1 TO WS-ACKS-READ
055200     MOVE AK-CASE-ID TO SC-CASE-ID
055300     READ SAR-CASE-FILE
055400         KEY IS SC-CASE-ID
055500         INVALID KEY
055600             DISPLAY "SARACKM: ACK FOR UNKNOWN CASE "
055700                 AK-EFILE-ID " " AK-CASE-ID
055800             ADD 1 TO WS-ACKS-UNMATCHED
055900             GO TO 2000-MATCH-ONE-ACK-EXIT
056000     END-READ
056100     IF SC-EFILE-ID NOT = AK-EFILE-ID
056200             OR NOT SC-STATUS-EXTRACTED
056300         DISPLAY "SARACKM: ACK DOES NOT MATCH CASE "
056400             AK-EFILE-ID " " AK-CASE-ID
056500             " STATUS " SC-CASE-STATUS
056600         ADD 1 TO WS-ACKS-UNMATCHED
056700         GO TO 2000-MATCH-ONE-ACK-EXIT
056800     END-IF
056900     IF AK-ACCEPTED
057000         SET SC-STATUS-ACKNOWLEDGED TO TRUE
057100         MOVE AK-FILING-NUMBER TO SC-ACK-NUMBER
057200         MOVE SPACES TO SC-REJECT-REASON
057300     ELSE
057400         SET SC-STATUS-REJECTED TO TRUE
057500         MOVE AK-REASON TO SC-REJECT-REASON
057600     END-IF
057700     REWRITE SAR-CASE-RECORD
057800     ADD 1 TO WS-ACKS-MATCHED
057900     .
058000 2000-MATCH-ONE-ACK-EXIT.
058100     EXIT.
058200*----------------------------------------------------------------
058300*  3000-LIST-OPEN-ITEMS  --  REJECTS, FILING DEADLINES AND
058400*  CONTINUING-ACTIVITY REVIEWS, ONTO THE MORNING DECK.
058500*----------------------------------------------------------------
058600 3000-LIST-OPEN-ITEMS.
058700     OPEN EXTEND EOD-REPORT-DECK-FILE
058800     IF WS-EODDECK-STATUS = "35"
058900         CLOSE EOD-REPORT-DECK-FILE
059000         OPEN OUTPUT EOD-REPORT-DECK-FILE
059100     END-IF
059200     MOVE 'N' TO WS-CASE-EOF-SWITCH
059300     MOVE ZERO TO SC-CASE-ID
059400     START SAR-CASE-FILE
059500         KEY IS NOT LESS THAN SC-CASE-ID
059600         INVALID KEY
059700             MOVE 'Y' TO WS-CASE-EOF-SWITCH
059800     END-START
059900     PERFORM 3100-LIST-ONE-CASE
060000         THRU 3100-LIST-ONE-CASE-EXIT
060100         UNTIL NO-MORE-CASES
060200     CLOSE EOD-REPORT-DECK-FILE
060300     .
060400 3000-LIST-OPEN-ITEMS-EXIT.
060500     EXIT.
060600*----------------------------------------------------------------
060700 3100-LIST-ONE-CASE.
060800     READ SAR-CASE-FILE NEXT RECORD
060900         AT END
061000             MOVE 'Y' TO WS-CASE-EOF-SWITCH
061100             GO TO 3100-LIST-ONE-CASE-EXIT
061200     END-READ
061300     MOVE SC-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
061400     MOVE SPACES TO ED-BRANCH-ID
061500     MOVE SPACES TO ED-DETAIL-LINE
061600     MOVE WS-TS-DATE TO ED-RUN-DATE
061700     IF SC-STATUS-REJECTED
061800         ADD 1 TO WS-REJECTS-OPEN
061900         DISPLAY "SARACKM: REJECTED CASE " SC-CASE-ID
062000             " " SC-EFILE-ID
062100             " AMT " WS-EDIT-AMOUNT
062200             " REASON " SC-REJECT-REASON
062300         MOVE "SAR REJECTS - REFILE REQUIRED"
062400             TO ED-SECTION-TITLE
062500         STRING "CASE " SC-CASE-ID
062600             " " SC-EFILE-ID
062700             " AMT " WS-EDIT-AMOUNT
062800             " " SC-REJECT-REASON
062900             DELIMITED BY SIZE INTO ED-DETAIL-LINE
063000         WRITE EOD-REPORT-DECK-RECORD
063100     END-IF
063200     EVALUATE TRUE
063300         WHEN SC-AWAITING-FILING
063400             MOVE SC-FILING-DUE-DATE TO WS-DUE-DATE
063500             MOVE "SAR FILING DEADLINES" TO ED-SECTION-TITLE
063600         WHEN SC-STATUS-ACKNOWLEDGED
063700             MOVE SC-REVIEW-DUE-DATE TO WS-DUE-DATE
063800             MOVE "SAR CONTINUING REVIEW DUE"
063900                 TO ED-SECTION-TITLE
064000         WHEN OTHER
064100             GO TO 3100-LIST-ONE-CASE-EXIT
064200     END-EVALUATE
064300     COMPUTE WS-DAYS-LEFT =
064400         FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
064500         - FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
064600     IF WS-DAYS-LEFT > WS-SAR-WARN-DAYS
064700         GO TO 3100-LIST-ONE-CASE-EXIT
064800     END-IF
064900     ADD 1 TO WS-DEADLINES-LISTED
065000     MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
065100     DISPLAY "SARACKM: " ED-SECTION-TITLE
065200         " CASE " SC-CASE-ID
065300         " DUE " WS-DUE-DATE
065400         " DAYS LEFT " WS-EDIT-DAYS
065500     MOVE SPACES TO ED-DETAIL-LINE
065600     STRING "CASE " SC-CASE-ID
065700         " STATUS " SC-CASE-STATUS
065800         " DUE " WS-DUE-DATE
065900         " DAYS LEFT " WS-EDIT-DAYS
066000         " AMT " WS-EDIT-AMOUNT
066100         DELIMITED BY SIZE INTO ED-DETAIL-LINE
066200     WRITE EOD-REPORT-DECK-RECORD
066300     .
066400 3100-LIST-ONE-CASE-EXIT.
066500     EXIT.
066600 END PROGRAM SAR-ACK-MATCH.
