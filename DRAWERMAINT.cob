002040*                     OR MANAGER ROLE; A FLOAT CAN ONLY BE
002050*                     ASSIGNED TO AN OPERATOR WHO EXISTS ON THE
002060*                     MASTER.
002064*    2026-10-15  RPK  THE FLOAT AND THE CLOSING COUNT ARE NOW
002068*                     TAKEN AS NOTE COUNTS BY DENOMINATION AS WELL
002072*                     AS AN AMOUNT - THE NOTES MUST MAKE UP THE
002076*                     AMOUNT'S WHOLE UNITS, THE CENTS BEING COIN.
002080*                     THE FLOAT'S NOTES START THE DRAWER'S RUNNING
002084*                     NOTE COUNTS; THE CLOSING NOTES ARE WHAT
002088*                     DRAWER-PROOF PROVES EACH DENOMINATION
002092*                     AGAINST.  THE LIST SHOWS THE NOTES ON HAND.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
005100     05  WS-EXPECTED-CASH          PIC S9(09)V99.
005200     05  WS-AUDIT-EDIT-VALUE       PIC -(9)9.99.
005300     05  WS-EDIT-EXPECTED          PIC -(9)9.99.
005308     05  WS-NOTE-SUB               PIC 9(02) COMP.
005316     05  WS-NOTE-TOTAL             PIC 9(09).
005324     05  WS-NOTE-WHOLE-AMOUNT      PIC 9(09).
005332     05  WS-NOTE-EDIT-FACE         PIC ZZ9.
005340     05  WS-NOTE-EDIT-COUNT        PIC -(6)9.
005348     05  WS-NOTE-LINE              PIC X(80).
005356     05  WS-NOTE-LINE-POINTER      PIC 9(03) COMP.
005364     05  WS-NOTE-COUNTS.
005372         10  WS-NOTE-COUNT         PIC 9(06) OCCURS 6 TIMES.
005380*----------------------------------------------------------------
005388     COPY DENOMTAB.
005400*----------------------------------------------------------------
005500 01  WS-CURRENT-TIMESTAMP          PIC X(21).
005600 01  WS-TIMESTAMP-FIELDS REDEFINES WS-CURRENT-TIMESTAMP.
010700         DISPLAY "FLOAT ASSIGNMENT REJECTED - NEGATIVE AMOUNT"
010800         GO TO 3000-ASSIGN-FLOAT-EXIT
010900     END-IF
010910     PERFORM 7000-ACCEPT-NOTE-COUNTS
010920         THRU 7000-ACCEPT-NOTE-COUNTS-EXIT
010930     MOVE WS-FLOAT-AMOUNT TO WS-NOTE-WHOLE-AMOUNT
010940     IF WS-NOTE-TOTAL NOT = WS-NOTE-WHOLE-AMOUNT
010950         DISPLAY "FLOAT ASSIGNMENT REJECTED - NOTES TOTAL "
010960             WS-NOTE-TOTAL " BUT THE FLOAT HAS "
010970             WS-NOTE-WHOLE-AMOUNT " IN NOTES"
010980         GO TO 3000-ASSIGN-FLOAT-EXIT
010990     END-IF
011000
011100     OPEN I-O TELLER-DRAWER-FILE
011200     IF WS-DRAWFILE-STATUS = "35"
015400     MOVE ZERO                  TO DR-COUNTED-AMOUNT
015500     SET DR-CASH-NOT-COUNTED    TO TRUE
015600     SET DR-DRAWER-OPEN         TO TRUE
015616     SET DR-DENOM-DETAIL-COMPLETE TO TRUE
015632     PERFORM 3110-SET-ONE-DENOMINATION
015648         THRU 3110-SET-ONE-DENOMINATION-EXIT
015664         VARYING WS-NOTE-SUB FROM 1 BY 1
015680         UNTIL WS-NOTE-SUB > 6
015700     .
015800 3100-BUILD-DRAWER-ROW-EXIT.
015811     EXIT.
015822*----------------------------------------------------------------
015833 3110-SET-ONE-DENOMINATION.
015844     MOVE WS-NOTE-COUNT (WS-NOTE-SUB)
015855         TO DR-DENOM-COUNT (WS-NOTE-SUB)
015866     MOVE ZERO TO DR-COUNTED-DENOM-COUNT (WS-NOTE-SUB)
015877     .
015888 3110-SET-ONE-DENOMINATION-EXIT.
015900     EXIT.
016000*----------------------------------------------------------------
016100*  4000-RECORD-COUNTED-CASH  --  THE TELLER'S COUNTED CLOSING
016600     ACCEPT WS-TARGET-OPERATOR-ID
016700     DISPLAY "ENTER COUNTED CASH AMOUNT: "
016800     ACCEPT WS-COUNTED-AMOUNT
016810     PERFORM 7000-ACCEPT-NOTE-COUNTS
016820         THRU 7000-ACCEPT-NOTE-COUNTS-EXIT
016830     MOVE WS-COUNTED-AMOUNT TO WS-NOTE-WHOLE-AMOUNT
016840     IF WS-NOTE-TOTAL NOT = WS-NOTE-WHOLE-AMOUNT
016850         DISPLAY "COUNT REJECTED - NOTES TOTAL " WS-NOTE-TOTAL
016860             " BUT THE AMOUNT HAS " WS-NOTE-WHOLE-AMOUNT
016870             " IN NOTES"
016880         GO TO 4000-RECORD-COUNTED-CASH-EXIT
016890     END-IF
016900
017000     OPEN I-O TELLER-DRAWER-FILE
017100     IF WS-DRAWFILE-STATUS NOT = "00"
018300     END-READ
018400     MOVE WS-COUNTED-AMOUNT TO DR-COUNTED-AMOUNT
018500     SET DR-CASH-COUNTED    TO TRUE
018520     PERFORM 4100-SET-ONE-COUNTED-NOTE
018540         THRU 4100-SET-ONE-COUNTED-NOTE-EXIT
018560         VARYING WS-NOTE-SUB FROM 1 BY 1
018580         UNTIL WS-NOTE-SUB > 6
018600     REWRITE TELLER-DRAWER-RECORD
018700     CLOSE TELLER-DRAWER-FILE
018800
019300         WS-TARGET-OPERATOR-ID
019400     .
019500 4000-RECORD-COUNTED-CASH-EXIT.
019512     EXIT.
019524*----------------------------------------------------------------
019536 4100-SET-ONE-COUNTED-NOTE.
019548     MOVE WS-NOTE-COUNT (WS-NOTE-SUB)
019560         TO DR-COUNTED-DENOM-COUNT (WS-NOTE-SUB)
019572     .
019584 4100-SET-ONE-COUNTED-NOTE-EXIT.
019600     EXIT.
019700*----------------------------------------------------------------
019800*  5000-LIST-DRAWERS  --  EVERY DRAWER'S RUNNING POSITION.
022800         " DATE " DR-DRAWER-DATE
022900         " STATUS " DR-DRAWER-STATUS
023000         " EXPECTED CASH " WS-EDIT-EXPECTED
023007     MOVE SPACES TO WS-NOTE-LINE
023014     MOVE 1 TO WS-NOTE-LINE-POINTER
023021     STRING "    NOTES" DELIMITED BY SIZE
023028         INTO WS-NOTE-LINE WITH POINTER WS-NOTE-LINE-POINTER
023035     PERFORM 5110-EDIT-ONE-DENOMINATION
023042         THRU 5110-EDIT-ONE-DENOMINATION-EXIT
023049         VARYING WS-NOTE-SUB FROM 1 BY 1
023056         UNTIL WS-NOTE-SUB > 6
023063     IF DR-DENOM-DETAIL-INCOMPLETE
023070         STRING " (INCOMPLETE)" DELIMITED BY SIZE
023077             INTO WS-NOTE-LINE WITH POINTER WS-NOTE-LINE-POINTER
023084     END-IF
023091     DISPLAY WS-NOTE-LINE
023100     .
023200 5100-LIST-ONE-DRAWER-EXIT.
023209     EXIT.
023218*----------------------------------------------------------------
023227 5110-EDIT-ONE-DENOMINATION.
023236     MOVE DT-FACE-VALUE (WS-NOTE-SUB) TO WS-NOTE-EDIT-FACE
023245     MOVE DR-DENOM-COUNT (WS-NOTE-SUB) TO WS-NOTE-EDIT-COUNT
023254     STRING " " WS-NOTE-EDIT-FACE "S" WS-NOTE-EDIT-COUNT
023263         DELIMITED BY SIZE
023272         INTO WS-NOTE-LINE WITH POINTER WS-NOTE-LINE-POINTER
023281     .
023290 5110-EDIT-ONE-DENOMINATION-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------
023500*  6000-WRITE-ACTIVITY-AUDIT-RECORD  --  FLOAT ASSIGNMENTS AND
025600 6000-WRITE-ACTIVITY-AUDIT-RECORD-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------
025803*  7000-ACCEPT-NOTE-COUNTS  --  THE NOTES IN THE DRAWER, BY
025806*  DENOMINATION, TOTALLED INTO WS-NOTE-TOTAL FOR THE CALLER TO
025809*  PROVE AGAINST THE AMOUNT.
025812*----------------------------------------------------------------
025815 7000-ACCEPT-NOTE-COUNTS.
025818     MOVE ZERO TO WS-NOTE-TOTAL
025821     PERFORM 7010-ACCEPT-ONE-NOTE-COUNT
025824         THRU 7010-ACCEPT-ONE-NOTE-COUNT-EXIT
025827         VARYING WS-NOTE-SUB FROM 1 BY 1
025830         UNTIL WS-NOTE-SUB > 6
025833     .
025836 7000-ACCEPT-NOTE-COUNTS-EXIT.
025839     EXIT.
025842*----------------------------------------------------------------
025845 7010-ACCEPT-ONE-NOTE-COUNT.
025848     MOVE DT-FACE-VALUE (WS-NOTE-SUB) TO WS-NOTE-EDIT-FACE
025851     DISPLAY "NOTES OF " WS-NOTE-EDIT-FACE ": "
025854     ACCEPT WS-NOTE-COUNT (WS-NOTE-SUB)
025857     COMPUTE WS-NOTE-TOTAL = WS-NOTE-TOTAL
025860         + (WS-NOTE-COUNT (WS-NOTE-SUB)
025863            * DT-FACE-VALUE (WS-NOTE-SUB))
025866     .
025869 7010-ACCEPT-ONE-NOTE-COUNT-EXIT.
025872     EXIT.
025875*----------------------------------------------------------------
025900*  9999-EXIT  --  COMMON PROGRAM EXIT.  EACH ACTION OPENS AND
026000*  CLOSES ITS OWN FILES.
026100*----------------------------------------------------------------
