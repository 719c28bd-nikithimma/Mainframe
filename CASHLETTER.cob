000100*================================================================
000200*  IDENTIFICATION DIVISION.
000300*================================================================
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CASH-LETTER.
000600 AUTHOR.        R KUMAR.
000700 INSTALLATION.  RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN.  2026-10-15.
000900 DATE-COMPILED. 2026-10-15.
001000*----------------------------------------------------------------
001100*  MOD-HISTORY
001200*    2026-10-15  RPK  INITIAL VERSION.  END-OF-DAY OUTBOUND
001300*                     CASH LETTER.  EVERY CHECK ON THE CLEARING
001400*                     REGISTER STILL OUTSTANDING AND NOT YET
001500*                     PRESENTED, DEPOSITED ON OR BEFORE THE
001600*                     BUSINESS DATE AND DRAWN ON ANOTHER BANK
001700*                     (ANY ROUTING NUMBER BUT OUR OWN, FROM THE
001800*                     OWN-ROUTING-NUMBER PARAMETER), IS SORTED
001900*                     BY ROUTING NUMBER AND WRITTEN TO THE
002000*                     PRESENTMENT FILE - A FILE HEADER, ONE
002100*                     BUNDLE PER ROUTING NUMBER WITH ITS OWN
002200*                     HEADER AND COUNT/TOTAL TRAILER, AND A
002300*                     FILE TRAILER WITH THE LETTER'S BUNDLE
002400*                     COUNT, ITEM COUNT AND AMOUNT TOTAL.  EACH
002500*                     ITEM IS STAMPED WITH A PRESENTMENT
002600*                     REFERENCE (LETTER NUMBER AND ITEM
002700*                     SEQUENCE), MARKED PRESENTED ON THE
002800*                     REGISTER, AND MOVED FROM CASH CONTROL
002900*                     INTO CASH ITEMS IN PROCESS THROUGH
003000*                     GL-POSTING (CODE 2).  CHECK-RETURNS
003100*                     MATCHES A RETURN BACK ON THE REFERENCE.
003200*                     ITEMS DRAWN ON US, OR WITH NO ROUTING
003300*                     NUMBER, ARE COUNTED AND LEFT ALONE.  A
003400*                     DAY WITH NOTHING TO PRESENT WRITES NO
003500*                     LETTER.
003600*================================================================
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     COPY CHKCSEL.
004100     COPY PARMSEL.
004200     COPY CLTRSEL.
004300     SELECT LETTER-SORT-FILE ASSIGN TO "CLTRSORT".
004400*================================================================
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CHECK-CLEARING-FILE.
004800     COPY CHKCREC.
004900 FD  BUSINESS-PARAMETER-FILE.
005000     COPY PARMREC.
005100 FD  CASH-LETTER-FILE.
005200     COPY CLTRREC.
005300 SD  LETTER-SORT-FILE.
005400 01  LETTER-SORT-RECORD.
005500     05  SR-ROUTING-NUMBER         PIC X(09).
005600     05  SR-TRAN-ID                PIC 9(08).
005700*----------------------------------------------------------------
005800 WORKING-STORAGE SECTION.
005900 01  WS-FILE-STATUSES.
006000     05  WS-CHKCLEAR-STATUS        PIC XX.
006100     05  WS-BUSPARM-STATUS         PIC XX.
006200     05  WS-CASHLTR-STATUS         PIC XX.
006300*----------------------------------------------------------------
006400 01  WS-WORK-FIELDS.
006500     05  WS-BATCH-OPERATOR-ID      PIC X(08) VALUE "BATCH".
006600     05  WS-ZERO-ACCT              PIC 9(10) VALUE 0.
006700     05  WS-CASH-TYPE              PIC X VALUE 'S'.
006800     05  WS-GL-POST-FLAG           PIC X.
006900     05  WS-REGISTER-OPEN-SWITCH   PIC X VALUE 'N'.
007000         88  WS-REGISTER-OPEN      VALUE 'Y'.
007100     05  WS-REGISTER-EOF-SWITCH    PIC X VALUE 'N'.
007200         88  NO-MORE-CLEARING-ROWS VALUE 'Y'.
007300     05  WS-SORTED-EOF-SWITCH      PIC X VALUE 'N'.
007400         88  NO-MORE-SORTED-ITEMS  VALUE 'Y'.
007500     05  WS-PARM-EOF-SWITCH        PIC X VALUE 'N'.
007600         88  NO-MORE-PARAMETERS    VALUE 'Y'.
007700     05  WS-LETTER-OPEN-SWITCH     PIC X VALUE 'N'.
007800         88  WS-LETTER-OPEN        VALUE 'Y'.
007900     05  WS-BUNDLE-OPEN-SWITCH     PIC X VALUE 'N'.
008000         88  WS-BUNDLE-OPEN        VALUE 'Y'.
008100     05  WS-GL-AMOUNT              PIC S9(09)V99.
008200*----------------------------------------------------------------
008300*  OUR OWN ROUTING NUMBER.  THE PARAMETER IS NUMERIC; THE
008400*  REGISTER CARRIES ROUTING NUMBERS AS TEXT.
008500*----------------------------------------------------------------
008600 01  WS-OWN-ROUTING-NUMBER         PIC 9(09) VALUE 0.
008700 01  WS-OWN-ROUTING-TEXT REDEFINES WS-OWN-ROUTING-NUMBER
008800                                   PIC X(09).
008900*----------------------------------------------------------------
009000*  LETTER IDENTITY.  THE FILE ID IS "CL", THE BUSINESS DATE
009100*  AND A FOUR-DIGIT SEQUENCE TAKEN FROM THE LETTER NUMBER; THE
009200*  PRESENTMENT REFERENCE IS THE LETTER NUMBER'S LOW SIX DIGITS
009300*  FOLLOWED BY THE ITEM'S SEQUENCE ON THE LETTER.
009400*----------------------------------------------------------------
009500 01  WS-ID-SOURCE-NAME             PIC X(08).
009600 01  WS-NEXT-ASSIGNED-ID           PIC 9(08).
009700 01  WS-LETTER-NUMBER              PIC 9(06).
009800 01  WS-LETTER-SEQUENCE            PIC 9(04).
009900 01  WS-FILE-ID.
010000     05  FILLER                    PIC X(02) VALUE "CL".
010100     05  WS-FI-DATE                PIC 9(08).
010200     05  WS-FI-SEQUENCE            PIC 9(04).
010300 01  WS-PRESENT-REF.
010400     05  WS-PR-LETTER-NUMBER       PIC 9(06).
010500     05  WS-PR-ITEM-SEQUENCE       PIC 9(06).
010600*----------------------------------------------------------------
010700*  CONTROL TOTALS.
010800*----------------------------------------------------------------
010900 01  WS-CURRENT-ROUTING            PIC X(09).
011000 01  WS-BUNDLE-NUMBER              PIC 9(04) VALUE 0.
011100 01  WS-BUNDLE-ITEM-COUNT          PIC 9(08) VALUE 0.
011200 01  WS-BUNDLE-AMOUNT-TOTAL        PIC 9(13)V99 VALUE 0.
011300 01  WS-LETTER-ITEM-COUNT          PIC 9(08) VALUE 0.
011400 01  WS-LETTER-AMOUNT-TOTAL        PIC 9(13)V99 VALUE 0.
011500 01  WS-RUN-COUNTERS.
011600     05  WS-ROWS-READ              PIC 9(06) COMP VALUE 0.
011700     05  WS-ITEMS-SELECTED         PIC 9(06) COMP VALUE 0.
011800     05  WS-ITEMS-ON-US            PIC 9(06) COMP VALUE 0.
011900     05  WS-ITEMS-NO-ROUTING       PIC 9(06) COMP VALUE 0.
012000     05  WS-ITEMS-SKIPPED          PIC 9(06) COMP VALUE 0.
012100     05  WS-GL-FAILURES            PIC 9(06) COMP VALUE 0.
012200*----------------------------------------------------------------
012300 01  WS-BUSINESS-DATE              PIC 9(08).
012400 01  WS-BUSDATE-FLAG               PIC X.
012500 01  WS-CURRENT-TIMESTAMP          PIC X(21).
012600 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
012700     05  WS-TS-DATE                PIC 9(08).
012800     05  WS-TS-TIME-OF-DAY         PIC 9(08).
012900     05  FILLER                    PIC X(05).
013000*----------------------------------------------------------------
013100 01  WS-RUN-HISTORY-FIELDS.
013200     05  WS-RH-STEP-NAME           PIC X(08) VALUE "CLTRSTEP".
013300     05  WS-RH-START-TIMESTAMP     PIC X(21).
013400     05  WS-RH-RECORDS-READ        PIC 9(08).
013500     05  WS-RH-RECORDS-UPDATED     PIC 9(08).
013600     05  WS-RH-AMOUNT-POSTED       PIC S9(11)V99.
013700     05  WS-RH-COMPLETION-CODE     PIC 9(02).
013800*================================================================
013900 PROCEDURE DIVISION.
014000*================================================================
014100 0000-MAINLINE.
014200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
014300     MOVE WS-CURRENT-TIMESTAMP TO WS-RH-START-TIMESTAMP
014400     CALL "BUSDATE-GET" USING WS-BUSINESS-DATE
014500         WS-BUSDATE-FLAG
014600     IF WS-BUSDATE-FLAG = "Y"
014700         MOVE WS-BUSINESS-DATE TO WS-TS-DATE
014800     END-IF
014900     PERFORM 1000-INITIALIZE
015000         THRU 1000-INITIALIZE-EXIT
015100     IF WS-REGISTER-OPEN
015200         SORT LETTER-SORT-FILE
015300             ON ASCENDING KEY SR-ROUTING-NUMBER
015400             ON ASCENDING KEY SR-TRAN-ID
015500             INPUT PROCEDURE IS 2000-RELEASE-PRESENTABLE
015600                 THRU 2000-RELEASE-PRESENTABLE-EXIT
015700             OUTPUT PROCEDURE IS 3000-WRITE-CASH-LETTER
015800                 THRU 3000-WRITE-CASH-LETTER-EXIT
015900     END-IF
016000     PERFORM 9999-EXIT
016100         THRU 9999-EXIT-EXIT
016200     DISPLAY "CASHLTR: REGISTER ROWS READ   = " WS-ROWS-READ
016300     DISPLAY "CASHLTR: ITEMS SELECTED       = "
016400         WS-ITEMS-SELECTED
016500     DISPLAY "CASHLTR: ITEMS DRAWN ON US    = " WS-ITEMS-ON-US
016600     DISPLAY "CASHLTR: ITEMS NO ROUTING     = "
016700         WS-ITEMS-NO-ROUTING
016800     DISPLAY "CASHLTR: ITEMS SKIPPED        = "
016900         WS-ITEMS-SKIPPED
017000     DISPLAY "CASHLTR: LETTER FILE ID       = " WS-FILE-ID
017100     DISPLAY "CASHLTR: BUNDLES              = " WS-BUNDLE-NUMBER
017200     DISPLAY "CASHLTR: ITEMS PRESENTED      = "
017300         WS-LETTER-ITEM-COUNT
017400     DISPLAY "CASHLTR: AMOUNT PRESENTED     = "
017500         WS-LETTER-AMOUNT-TOTAL
017600     DISPLAY "CASHLTR: GL POSTING FAILURES  = " WS-GL-FAILURES
017700     MOVE WS-ROWS-READ TO WS-RH-RECORDS-READ
017800     MOVE WS-LETTER-ITEM-COUNT TO WS-RH-RECORDS-UPDATED
017900     MOVE WS-LETTER-AMOUNT-TOTAL TO WS-RH-AMOUNT-POSTED
018000     MOVE ZERO TO WS-RH-COMPLETION-CODE
018100     IF WS-GL-FAILURES > ZERO
018200         MOVE 4 TO WS-RH-COMPLETION-CODE
018300     END-IF
018400     CALL "RUNHIST-WRITE" USING WS-RH-STEP-NAME
018500         WS-RH-START-TIMESTAMP WS-RH-RECORDS-READ
018600         WS-RH-RECORDS-UPDATED WS-RH-AMOUNT-POSTED
018700         WS-RH-COMPLETION-CODE
018800     STOP RUN.
018900*----------------------------------------------------------------
019000*  1000-INITIALIZE  --  PICK UP OUR ROUTING NUMBER AND OPEN THE
019100*  CLEARING REGISTER FOR UPDATE.
019200*----------------------------------------------------------------
019300 1000-INITIALIZE.
019400     MOVE WS-TS-DATE TO WS-FI-DATE
019500     MOVE ZERO TO WS-FI-SEQUENCE
019600     PERFORM 1100-LOAD-BUSINESS-PARAMETERS
019700         THRU 1100-LOAD-BUSINESS-PARAMETERS-EXIT
019800     IF WS-OWN-ROUTING-NUMBER = ZERO
019900         DISPLAY "CASHLTR: NO OWN-ROUTING-NUMBER PARAMETER - "
020000             "NO ITEMS WILL BE TREATED AS ON-US"
020100     END-IF
020200     OPEN I-O CHECK-CLEARING-FILE
020300     IF WS-CHKCLEAR-STATUS NOT = "00"
020400         DISPLAY "CASHLTR: UNABLE TO OPEN CLEARING REGISTER, "
020500             "STATUS = " WS-CHKCLEAR-STATUS
020600         GO TO 1000-INITIALIZE-EXIT
020700     END-IF
020800     MOVE 'Y' TO WS-REGISTER-OPEN-SWITCH
020900     .
021000 1000-INITIALIZE-EXIT.
021100     EXIT.
021200*----------------------------------------------------------------
021300 1100-LOAD-BUSINESS-PARAMETERS.
021400     OPEN INPUT BUSINESS-PARAMETER-FILE
021500     IF WS-BUSPARM-STATUS NOT = "00"
021600         GO TO 1100-LOAD-BUSINESS-PARAMETERS-EXIT
021700     END-IF
021800     PERFORM 1110-READ-ONE-PARAMETER
021900         THRU 1110-READ-ONE-PARAMETER-EXIT
022000         UNTIL NO-MORE-PARAMETERS
022100     CLOSE BUSINESS-PARAMETER-FILE
022200     .
022300 1100-LOAD-BUSINESS-PARAMETERS-EXIT.
022400     EXIT.
022500*----------------------------------------------------------------
022600 1110-READ-ONE-PARAMETER.
022700     READ BUSINESS-PARAMETER-FILE
022800         AT END
022900             MOVE 'Y' TO WS-PARM-EOF-SWITCH
023000             GO TO 1110-READ-ONE-PARAMETER-EXIT
023100     END-READ
023200     EVALUATE BP-PARM-NAME
023300         WHEN "OWN-ROUTING-NUMBER"
023400             MOVE BP-PARM-VALUE TO WS-OWN-ROUTING-NUMBER
023500         WHEN OTHER
023600             CONTINUE
023700     END-EVALUATE
023800     .
023900 1110-READ-ONE-PARAMETER-EXIT.
024000     EXIT.
024100*----------------------------------------------------------------
024200*  2000-RELEASE-PRESENTABLE  --  SORT INPUT PROCEDURE.  ONE
024300*  PASS OF THE CLEARING REGISTER.
024400*----------------------------------------------------------------
024500 2000-RELEASE-PRESENTABLE.
024600     PERFORM 2100-RELEASE-ONE-ITEM
024700         THRU 2100-RELEASE-ONE-ITEM-EXIT
024800         UNTIL NO-MORE-CLEARING-ROWS
024900     .
025000 2000-RELEASE-PRESENTABLE-EXIT.
025100     EXIT.
025200*----------------------------------------------------------------
025300*  2100-RELEASE-ONE-ITEM  --  AN OUTSTANDING ITEM GOES ON THE
025400*  LETTER ONCE, THE NIGHT OF ITS DEPOSIT (OR THE FIRST RUN
025500*  AFTER IT).  PRESENTED AND RETURNED ITEMS ARE PAST THIS RUN.
025600*----------------------------------------------------------------
025700 2100-RELEASE-ONE-ITEM.
025800     READ CHECK-CLEARING-FILE NEXT RECORD
025900         AT END
026000             MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
026100             GO TO 2100-RELEASE-ONE-ITEM-EXIT
026200     END-READ
026300     ADD 1 TO WS-ROWS-READ
026400     IF NOT CK-CHECK-OUTSTANDING
026500         GO TO 2100-RELEASE-ONE-ITEM-EXIT
026600     END-IF
026700     IF CK-DEPOSIT-DATE > WS-TS-DATE
026800         GO TO 2100-RELEASE-ONE-ITEM-EXIT
026900     END-IF
027000     IF CK-ROUTING-NUMBER = SPACES
027100         ADD 1 TO WS-ITEMS-NO-ROUTING
027200         DISPLAY "CASHLTR: CHECK " CK-TRAN-ID
027300             " HAS NO ROUTING NUMBER - NOT PRESENTED"
027400         GO TO 2100-RELEASE-ONE-ITEM-EXIT
027500     END-IF
027600     IF WS-OWN-ROUTING-NUMBER NOT = ZERO
027700         AND CK-ROUTING-NUMBER = WS-OWN-ROUTING-TEXT
027800         ADD 1 TO WS-ITEMS-ON-US
027900         GO TO 2100-RELEASE-ONE-ITEM-EXIT
028000     END-IF
028100     MOVE CK-ROUTING-NUMBER TO SR-ROUTING-NUMBER
028200     MOVE CK-TRAN-ID        TO SR-TRAN-ID
028300     RELEASE LETTER-SORT-RECORD
028400     ADD 1 TO WS-ITEMS-SELECTED
028500     .
028600 2100-RELEASE-ONE-ITEM-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900*  3000-WRITE-CASH-LETTER  --  SORT OUTPUT PROCEDURE.  THE
029000*  LETTER IS OPENED ON THE FIRST ITEM, SO A DAY WITH NOTHING
029100*  TO PRESENT LEAVES NO EMPTY LETTER BEHIND.
029200*----------------------------------------------------------------
029300 3000-WRITE-CASH-LETTER.
029400     PERFORM 3100-PRESENT-ONE-ITEM
029500         THRU 3100-PRESENT-ONE-ITEM-EXIT
029600         UNTIL NO-MORE-SORTED-ITEMS
029700     IF WS-BUNDLE-OPEN
029800         PERFORM 3400-WRITE-BUNDLE-TRAILER
029900             THRU 3400-WRITE-BUNDLE-TRAILER-EXIT
030000     END-IF
030100     IF WS-LETTER-OPEN
030200         PERFORM 3500-WRITE-FILE-TRAILER
030300             THRU 3500-WRITE-FILE-TRAILER-EXIT
030400     END-IF
030500     .
030600 3000-WRITE-CASH-LETTER-EXIT.
030700     EXIT.
030800*----------------------------------------------------------------
030900*  3100-PRESENT-ONE-ITEM  --  RE-READ THE ITEM (IT MUST STILL
031000*  BE OUTSTANDING), START A NEW BUNDLE ON A CHANGE OF ROUTING
031100*  NUMBER, WRITE THE DETAIL, STAMP THE REGISTER AND POST THE
031200*  CASH ITEMS IN PROCESS PAIR.
031300*----------------------------------------------------------------
031400 3100-PRESENT-ONE-ITEM.
031500     RETURN LETTER-SORT-FILE
031600         AT END
031700             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
031800             GO TO 3100-PRESENT-ONE-ITEM-EXIT
031900     END-RETURN
032000     MOVE SR-TRAN-ID TO CK-TRAN-ID
032100     READ CHECK-CLEARING-FILE
032200         KEY IS CK-TRAN-ID
032300         INVALID KEY
032400             ADD 1 TO WS-ITEMS-SKIPPED
032500             GO TO 3100-PRESENT-ONE-ITEM-EXIT
032600     END-READ
032700     IF NOT CK-CHECK-OUTSTANDING
032800         ADD 1 TO WS-ITEMS-SKIPPED
032900         GO TO 3100-PRESENT-ONE-ITEM-EXIT
033000     END-IF
033100     IF NOT WS-LETTER-OPEN
033200         PERFORM 3200-WRITE-FILE-HEADER
033300             THRU 3200-WRITE-FILE-HEADER-EXIT
033400         IF NOT WS-LETTER-OPEN
033500             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
033600             GO TO 3100-PRESENT-ONE-ITEM-EXIT
033700         END-IF
033800     END-IF
033900     IF WS-BUNDLE-OPEN
034000         AND SR-ROUTING-NUMBER NOT = WS-CURRENT-ROUTING
034100         PERFORM 3400-WRITE-BUNDLE-TRAILER
034200             THRU 3400-WRITE-BUNDLE-TRAILER-EXIT
034300     END-IF
034400     IF NOT WS-BUNDLE-OPEN
034500         PERFORM 3300-WRITE-BUNDLE-HEADER
034600             THRU 3300-WRITE-BUNDLE-HEADER-EXIT
034700     END-IF
034800
034900     ADD 1 TO WS-LETTER-ITEM-COUNT
035000     MOVE WS-LETTER-ITEM-COUNT TO WS-PR-ITEM-SEQUENCE
035100     MOVE SPACES               TO CASH-LETTER-RECORD
035200     SET CL-ITEM-DETAIL        TO TRUE
035300     MOVE WS-PRESENT-REF       TO CL-IT-PRESENT-REF
035400     MOVE CK-ROUTING-NUMBER    TO CL-IT-ROUTING-NUMBER
035500     MOVE CK-CHECK-NUMBER      TO CL-IT-CHECK-NUMBER
035600     MOVE CK-AMOUNT            TO CL-IT-AMOUNT
035700     MOVE CK-DEPOSIT-DATE      TO CL-IT-DEPOSIT-DATE
035800     WRITE CASH-LETTER-RECORD
035900     ADD 1 TO WS-BUNDLE-ITEM-COUNT
036000     ADD CK-AMOUNT TO WS-BUNDLE-AMOUNT-TOTAL
036100     ADD CK-AMOUNT TO WS-LETTER-AMOUNT-TOTAL
036200
036300     SET CK-CHECK-PRESENTED TO TRUE
036400     MOVE WS-TS-DATE           TO CK-PRESENT-DATE
036500     MOVE WS-PRESENT-REF       TO CK-PRESENT-REF
036600     REWRITE CHECK-CLEARING-RECORD
036700         INVALID KEY
036800             DISPLAY "CASHLTR: UNABLE TO MARK CHECK "
036900                 CK-TRAN-ID " PRESENTED"
037000     END-REWRITE
037100
037200     MOVE CK-AMOUNT TO WS-GL-AMOUNT
037300     CALL "GL-POSTING" USING WS-ZERO-ACCT WS-CASH-TYPE "2"
037400         WS-GL-AMOUNT WS-BATCH-OPERATOR-ID WS-GL-POST-FLAG
037500     IF WS-GL-POST-FLAG NOT = 'Y'
037600         ADD 1 TO WS-GL-FAILURES
037700         DISPLAY "CASHLTR: GL POSTING FAILED FOR CHECK "
037800             CK-TRAN-ID " REF " WS-PRESENT-REF
037900     END-IF
038000     .
038100 3100-PRESENT-ONE-ITEM-EXIT.
038200     EXIT.
038300*----------------------------------------------------------------
038400*  3200-WRITE-FILE-HEADER  --  NUMBER THE LETTER AND OPEN IT.
038500*----------------------------------------------------------------
038600 3200-WRITE-FILE-HEADER.
038700     OPEN EXTEND CASH-LETTER-FILE
038800     IF WS-CASHLTR-STATUS = "35"
038900         CLOSE CASH-LETTER-FILE
039000         OPEN OUTPUT CASH-LETTER-FILE
039100     END-IF
039200     IF WS-CASHLTR-STATUS NOT = "00"
039300         DISPLAY "CASHLTR: UNABLE TO OPEN CASH LETTER FILE, "
039400             "STATUS = " WS-CASHLTR-STATUS
039500         GO TO 3200-WRITE-FILE-HEADER-EXIT
039600     END-IF
039700     MOVE 'Y' TO WS-LETTER-OPEN-SWITCH
039800     MOVE "CASHLTR" TO WS-ID-SOURCE-NAME
039900     CALL "ID-ASSIGN" USING WS-ID-SOURCE-NAME
040000         WS-NEXT-ASSIGNED-ID
040100     MOVE WS-NEXT-ASSIGNED-ID  TO WS-LETTER-NUMBER
040200     MOVE WS-NEXT-ASSIGNED-ID  TO WS-LETTER-SEQUENCE
040300     MOVE WS-LETTER-SEQUENCE   TO WS-FI-SEQUENCE
040400     MOVE WS-LETTER-NUMBER     TO WS-PR-LETTER-NUMBER
040500     MOVE SPACES               TO CASH-LETTER-RECORD
040600     SET CL-FILE-HEADER        TO TRUE
040700     MOVE WS-FILE-ID           TO CL-FH-FILE-ID
040800     MOVE WS-TS-DATE           TO CL-FH-CREATE-DATE
040900     MOVE WS-LETTER-SEQUENCE   TO CL-FH-SEQUENCE-NUMBER
041000     MOVE WS-OWN-ROUTING-TEXT  TO CL-FH-ORIGIN-ROUTING
041100     WRITE CASH-LETTER-RECORD
041200     .
041300 3200-WRITE-FILE-HEADER-EXIT.
041400     EXIT.
041500*----------------------------------------------------------------
041600 3300-WRITE-BUNDLE-HEADER.
041700     ADD 1 TO WS-BUNDLE-NUMBER
041800     MOVE SR-ROUTING-NUMBER    TO WS-CURRENT-ROUTING
041900     MOVE ZERO                 TO WS-BUNDLE-ITEM-COUNT
042000     MOVE ZERO                 TO WS-BUNDLE-AMOUNT-TOTAL
042100     MOVE SPACES               TO CASH-LETTER-RECORD
042200     SET CL-BUNDLE-HEADER      TO TRUE
042300     MOVE WS-BUNDLE-NUMBER     TO CL-BH-BUNDLE-NUMBER
042400     MOVE WS-CURRENT-ROUTING   TO CL-BH-ROUTING-NUMBER
042500     WRITE CASH-LETTER-RECORD
042600     MOVE 'Y' TO WS-BUNDLE-OPEN-SWITCH
042700     .
042800 3300-WRITE-BUNDLE-HEADER-EXIT.
042900     EXIT.
043000*----------------------------------------------------------------
043100 3400-WRITE-BUNDLE-TRAILER.
043200     MOVE SPACES               TO CASH-LETTER-RECORD
043300     SET CL-BUNDLE-TRAILER     TO TRUE
043400     MOVE WS-BUNDLE-NUMBER     TO CL-BT-BUNDLE-NUMBER
043500     MOVE WS-CURRENT-ROUTING   TO CL-BT-ROUTING-NUMBER
043600     MOVE WS-BUNDLE-ITEM-COUNT TO CL-BT-ITEM-COUNT
043700     MOVE WS-BUNDLE-AMOUNT-TOTAL TO CL-BT-AMOUNT-TOTAL
043800     WRITE CASH-LETTER-RECORD
043900     MOVE 'N' TO WS-BUNDLE-OPEN-SWITCH
044000     .
044100 3400-WRITE-BUNDLE-TRAILER-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------
044400 3500-WRITE-FILE-TRAILER.
044500     MOVE SPACES               TO CASH-LETTER-RECORD
044600     SET CL-FILE-TRAILER       TO TRUE
044700     MOVE WS-FILE-ID           TO CL-FT-FILE-ID
044800     MOVE WS-BUNDLE-NUMBER     TO CL-FT-BUNDLE-COUNT
044900     MOVE WS-LETTER-ITEM-COUNT TO CL-FT-RECORD-COUNT
045000     MOVE WS-LETTER-AMOUNT-TOTAL TO CL-FT-AMOUNT-TOTAL
045100     WRITE CASH-LETTER-RECORD
045200     .
045300 3500-WRITE-FILE-TRAILER-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------
045600*  9999-EXIT  --  COMMON PROGRAM EXIT.
045700*----------------------------------------------------------------
045800 9999-EXIT.
045900     IF WS-REGISTER-OPEN
046000         CLOSE CHECK-CLEARING-FILE
046100     END-IF
046200     IF WS-LETTER-OPEN
046300         CLOSE CASH-LETTER-FILE
046400     END-IF
046500     .
046600 9999-EXIT-EXIT.
046700     EXIT.
046800 END PROGRAM CASH-LETTER.
